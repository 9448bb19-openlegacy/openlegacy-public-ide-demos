      * POL_CUST FIELDS, AMOUNT DUE, DUE DATE (FIRST OF NEXT
      * MONTH), AND A GRACE-PERIOD WARNING WHEN POL_MISSED_PYMT_
      * CNT IS NON-ZERO. NOTICES PRODUCED ARE TOTALED PER RUN.
      * EACH NOTICE IS ALSO POSTED AS A 'BILL' ENTRY ON THE
      * POLICY PREMIUM LEDGER THROUGH THE SHARED PLDGCS2 POSTER.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PBILCS2.
           05 DEPG-BUSINESS-DT             PIC 9(8).
           05 DEPG-RTCD                    PIC S9.
           05 DEPG-MSG                     PIC X(60).
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
       NOTICE-LOOP.
           ADD 1 TO WS-POLICIES-READ
           PERFORM PRINT-NOTICE THRU PRINT-NOTICE-END
           PERFORM POST-PREMIUM-LEDGER THRU POST-PREMIUM-LEDGER-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       NOTICE-LOOP-END.
           EXIT.
           ADD 1 TO WS-NOTICES-WRITTEN.
       PRINT-NOTICE-END.
           EXIT.
      **************************************************************
      * POST-PREMIUM-LEDGER - THE NOTICE IS THE BILL: THE AMOUNT
      * BILLED GOES ON THE POLICY'S PREMIUM LEDGER (PLDGCS2) SO
      * THE RUNNING AMOUNT DUE RISES BY WHAT THE LETTER ASKED FOR.
      **************************************************************
       POST-PREMIUM-LEDGER.
           MOVE ACTW-POLICY-NUM TO PLDG-POLICY-NUM
           MOVE 'BILL' TO PLDG-ENTRY-TYPE
           MOVE WS-CURRENT-DATE TO PLDG-ENTRY-DT
           MOVE ACTW-MONTHLY-PYMT TO PLDG-AMOUNT
           MOVE 'PBILCS2 ' TO PLDG-SOURCE
           MOVE SPACES TO PLDG-REF
           MOVE WS-DUE-DATE-N TO PLDG-REF(1:8)
           MOVE SPACES TO PLDG-DESCRIPTION
           STRING 'PREMIUM NOTICE DUE ' DELIMITED BY SIZE
              WS-DUE-DATE-ED DELIMITED BY SIZE
              INTO PLDG-DESCRIPTION
           END-STRING
           CALL 'PLDGCS2' USING PLDG-PARM
           IF PLDG-RTCD NOT = 0
              DISPLAY 'PBILCS2 LEDGER NOT POSTED: ' ACTW-POLICY-NUM
                 ' ' PLDG-MSG
           END-IF.
       POST-PREMIUM-LEDGER-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
