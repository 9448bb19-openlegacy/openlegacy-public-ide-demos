      * ONLY AFTER ITS GRACE PERIOD HAS ACTUALLY EXPIRED, RATHER THAN
      * THE MOMENT A SINGLE PAYMENT IS MISSED. REACTIVATING A POLICY
      * CLEARS BOTH FIELDS.
      * THE UNEARNED PREMIUM REFUNDED ON A CANCELLATION ALSO
      * CARRIES THE AGENT'S COMMISSION ON IT: CANCEL-REFUND HANDS
      * THE SAME PRORATED AMOUNT TO CLAWCS2, WHICH QUEUES THE
      * CLAWBACK FOR THE AGENT'S NEXT COMMCS2 STATEMENT.
      * THE SAME REFUND IS POSTED TO THE POLICY PREMIUM LEDGER
      * THROUGH THE SHARED PLDGCS2 POSTER - THE UNEARNED PREMIUM
      * CREDITED ('CRED') AND THE PAYMENT OUT ('RFND').
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. UPOLCS2.
                                         VALUE 0.
        01 RIDW-MONTHLY-TOTAL         PIC S9(11)V9(3) COMP-3
                                         VALUE 0.
      **************************************************************
      * COMMISSION CLAWBACK PARAMETER AREA - PASSED TO CLAWCS2.
      **************************************************************
        01 CLAW-PARM.
           05 CLAW-POLICY-NUM            PIC X(11).
           05 CLAW-SOURCE                PIC X(1).
           05 CLAW-EVENT-DT              PIC 9(8).
           05 CLAW-UNEARNED-MONTHS       PIC S9(4) COMP-3.
           05 CLAW-UNEARNED-PREM         PIC S9(11)V9(3) COMP-3.
           05 CLAW-AGENT-ID              PIC X(8).
           05 CLAW-AMOUNT                PIC S9(11)V9(2) COMP-3.
           05 CLAW-RTCD                  PIC S9.
           05 CLAW-MSG                   PIC X(60).
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
           MOVE CRFW-UNEARNED-AMT TO EPRW-REFUND-AMT
           PERFORM REFUND-PRORATION THRU REFUND-PRORATION-END
           DISPLAY 'CANCELLATION REFUND: ' CRFW-UNEARNED-AMT
              ' METHOD ' CRMW-METHOD
           PERFORM POST-PREMIUM-LEDGER THRU POST-PREMIUM-LEDGER-END
           PERFORM CLAWBACK-COMMISSION THRU CLAWBACK-COMMISSION-END.
       CANCEL-REFUND-END.
           EXIT.
      **************************************************************
      * POST-PREMIUM-LEDGER - THE CANCELLATION SHOWS ON THE POLICY
      * PREMIUM LEDGER (PLDGCS2) AS TWO ENTRIES: THE UNEARNED
      * PREMIUM CREDITED BACK ('CRED') AND THE SAME AMOUNT PAID
      * OUT TO THE CUSTOMER ('RFND'), SO THE STATEMENT SHOWS BOTH
      * WHY MONEY WENT BACK AND THAT IT DID.
      **************************************************************
       POST-PREMIUM-LEDGER.
           MOVE ACTO-POLICY-NUM TO PLDG-POLICY-NUM
           MOVE 'CRED' TO PLDG-ENTRY-TYPE
           MOVE CRFW-CANCEL-DT-NUM TO PLDG-ENTRY-DT
           MOVE CRFW-UNEARNED-AMT TO PLDG-AMOUNT
           MOVE 'UPOLCS2 ' TO PLDG-SOURCE
           MOVE SPACES TO PLDG-REF
           STRING 'CANCEL ' DELIMITED BY SIZE
              ACTO-CANCEL-REASON DELIMITED BY SIZE
              INTO PLDG-REF
           END-STRING
           MOVE SPACES TO PLDG-DESCRIPTION
           STRING 'UNEARNED PREMIUM ON CANCEL METHOD '
                 DELIMITED BY SIZE
              CRMW-METHOD DELIMITED BY SIZE
              INTO PLDG-DESCRIPTION
           END-STRING
           CALL 'PLDGCS2' USING PLDG-PARM
           IF PLDG-RTCD NOT = 0
              DISPLAY 'LEDGER NOT POSTED: ' PLDG-MSG
              GO TO POST-PREMIUM-LEDGER-END
           END-IF
           MOVE 'RFND' TO PLDG-ENTRY-TYPE
           MOVE WS-CURRENT-DATE TO PLDG-ENTRY-DT
           MOVE CRFW-UNEARNED-AMT TO PLDG-AMOUNT
           MOVE 'CANCELLATION REFUND PAID TO CUSTOMER'
              TO PLDG-DESCRIPTION
           CALL 'PLDGCS2' USING PLDG-PARM
           IF PLDG-RTCD NOT = 0
              DISPLAY 'LEDGER NOT POSTED: ' PLDG-MSG
           END-IF.
       POST-PREMIUM-LEDGER-END.
           EXIT.
      **************************************************************
      * CLAWBACK-COMMISSION - THE AGENT GIVES BACK THE COMMISSION
      * ON EXACTLY THE PREMIUM JUST REFUNDED, SO A SHORT-RATE
      * PENALTY THE COMPANY KEEPS STAYS COMMISSIONED.
      **************************************************************
       CLAWBACK-COMMISSION.
           MOVE ACTO-POLICY-NUM TO CLAW-POLICY-NUM
           MOVE 'C' TO CLAW-SOURCE
           MOVE CRFW-CANCEL-DT-NUM TO CLAW-EVENT-DT
           MOVE CRFW-UNEARNED-MONTHS TO CLAW-UNEARNED-MONTHS
           MOVE CRFW-UNEARNED-AMT TO CLAW-UNEARNED-PREM
           CALL 'CLAWCS2' USING CLAW-PARM
           IF CLAW-RTCD = 0
              DISPLAY 'COMMISSION CLAWBACK: ' CLAW-AMOUNT
                 ' AGENT ' CLAW-AGENT-ID
           END-IF.
       CLAWBACK-COMMISSION-END.
           EXIT.
      **************************************************************
