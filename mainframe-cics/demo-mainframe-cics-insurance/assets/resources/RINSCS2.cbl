      * POL_GRACE_END_DATE/POL_MISSED_PYMT_CNT THE WAY UPOLCS2'S
      * REACTIVATION DOES. REINSTATEMENT IS REFUSED BEYOND THE
      * CONFIGURABLE WINDOW AFTER LAPSE.
      * THE BACK PREMIUM IS ALSO CHARGED TO THE POLICY PREMIUM
      * LEDGER AS A 'RINS' ENTRY THROUGH THE SHARED PLDGCS2 POSTER.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. RINSCS2.
        01 TXT-SQLCODE                     PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70) VALUE SPACES.
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
        LINKAGE SECTION.
      **************************************************************
            IF SQLCODE = 0
               MOVE 'SUCCESSFUL REINSTATEMENT' TO RT-MSG
               DISPLAY 'REINSTATED: ' ACTW-POLICY-NUM
               PERFORM POST-PREMIUM-LEDGER
                  THRU POST-PREMIUM-LEDGER-END
            ELSE
               SET RTCD-SQL-ERROR TO TRUE
               PERFORM REPORT-SQL-FAILURE
            END-IF.
       DO-REINSTATE-END.
           EXIT.
      **************************************************************
      * POST-PREMIUM-LEDGER - THE BACK PREMIUM THE REINSTATEMENT
      * SETTLED ON GOES ON THE POLICY PREMIUM LEDGER (PLDGCS2) AS
      * A 'RINS' CHARGE, SO THE AMOUNT DUE SHOWS WHAT WAS AGREED
      * UNTIL THE CUSTOMER'S PAYMENT ARRIVES AGAINST IT.
      **************************************************************
       POST-PREMIUM-LEDGER.
            MOVE ACTW-POLICY-NUM TO PLDG-POLICY-NUM
            MOVE 'RINS' TO PLDG-ENTRY-TYPE
            MOVE WS-CURRENT-DATE TO PLDG-ENTRY-DT
            MOVE WS-BACK-PREMIUM TO PLDG-AMOUNT
            MOVE 'RINSCS2 ' TO PLDG-SOURCE
            MOVE ACTW-CANCEL-EFF-DATE TO PLDG-REF
            MOVE 'REINSTATEMENT BACK PREMIUM SINCE LAPSE'
               TO PLDG-DESCRIPTION
            CALL 'PLDGCS2' USING PLDG-PARM
            IF PLDG-RTCD NOT = 0
               DISPLAY 'RINSCS2 LEDGER NOT POSTED: ' PLDG-MSG
            END-IF.
       POST-PREMIUM-LEDGER-END.
           EXIT.
      **************************************************************
       REPORT-SQL-FAILURE.
            MOVE SQLCODE TO TXT-SQLCODE
