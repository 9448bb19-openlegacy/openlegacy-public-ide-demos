      * GRACE DAYS) IF ONE IS NOT ALREADY RUNNING - AN ALREADY-OPEN
      * GRACE PERIOD IS NEVER EXTENDED BY A FURTHER MISS, SO A
      * SERIAL NON-PAYER STILL LAPSES ON SCHEDULE THROUGH LAPSECS2.
      * EACH MISS FLAGGED IS ALSO POSTED AS A 'MISS' MEMO ENTRY ON
      * THE POLICY PREMIUM LEDGER THROUGH THE SHARED PLDGCS2
      * POSTER.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SODRCS2.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * PREMIUM LEDGER PARAMETER AREA - PASSED TO PLDGCS2.
      **************************************************************
        01 PLDG-PARM.
           05 PLDG-POLICY-NUM            PIC X(11).
           05 PLDG-ENTRY-TYPE            PIC X(4).
           05 PLDG-ENTRY-DT              PIC 9(8).
           05 PLDG-AMOUNT                PIC S9(11)V9(3) COMP-3.
           05 PLDG-SOURCE                PIC X(8).
           05 PLDG-REF                   PIC X(16).
           05 PLDG-DESCRIPTION           PIC X(40).
           05 PLDG-SEQ                   PIC S9(9) COMP.
           05 PLDG-AMOUNT-DUE            PIC S9(11)V9(3) COMP-3.
           05 PLDG-RTCD                  PIC S9.
           05 PLDG-MSG                   PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
              DISPLAY '    REASON:          ' ACTW-RETURN-REASON
              DISPLAY '    MISSED COUNT:    ' ACTW-MISSED-PYMT-CNT
              DISPLAY '    GRACE END DATE:  ' ACTW-GRACE-END-DATE
              PERFORM POST-PREMIUM-LEDGER
                 THRU POST-PREMIUM-LEDGER-END
           ELSE
              MOVE SQLCODE TO TXT-SQLCODE
              MOVE SQLSTATE TO TXT-SQLSTATE
           END-IF.
       FLAG-MISSED-PAYMENT-END.
           EXIT.
      **************************************************************
      * POST-PREMIUM-LEDGER - THE RETURNED DEBIT GOES ON THE POLICY
      * PREMIUM LEDGER (PLDGCS2) AS A 'MISS' MEMO CARRYING THE
      * DUE DATE THAT FAILED AND THE BANK'S REASON CODE. IT MOVES
      * NOTHING - THE BILL IT FAILED TO PAY IS STILL DUE.
      **************************************************************
       POST-PREMIUM-LEDGER.
           MOVE ACTW-POLICY-NUM TO PLDG-POLICY-NUM
           MOVE 'MISS' TO PLDG-ENTRY-TYPE
           MOVE WS-CURRENT-DATE TO PLDG-ENTRY-DT
           MOVE 0 TO PLDG-AMOUNT
           MOVE 'SODRCS2 ' TO PLDG-SOURCE
           MOVE ACTW-DUE-DATE TO PLDG-REF
           MOVE SPACES TO PLDG-DESCRIPTION
           STRING 'AUTO-DEBIT RETURNED ' DELIMITED BY SIZE
              ACTW-RETURN-REASON DELIMITED BY SIZE
              ' DUE ' DELIMITED BY SIZE
              ACTW-DUE-DATE DELIMITED BY SIZE
              INTO PLDG-DESCRIPTION
           END-STRING
           CALL 'PLDGCS2' USING PLDG-PARM
           IF PLDG-RTCD NOT = 0
              DISPLAY 'SODRCS2 LEDGER NOT POSTED: ' ACTW-POLICY-NUM
                 ' ' PLDG-MSG
           END-IF.
       POST-PREMIUM-LEDGER-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE DEBIT-RETURN-FILE.
