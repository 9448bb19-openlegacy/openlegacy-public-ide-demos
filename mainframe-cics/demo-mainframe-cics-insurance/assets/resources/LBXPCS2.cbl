      * POL_MISSED_PYMT_CNT AND ANY OPEN POL_GRACE_END_DATE.
      * SHORT-PAYS AND UNMATCHED PAYMENTS GO TO THE LBXEXCP
      * EXCEPTION FILE WITH A REASON (NF NO POLICY, NA POLICY
      * NOT ACTIVE, SP SHORT-PAY, NI NO SUCH ORDER INVOICE).
      * AFTER THE INTAKE, A MISSED-PAYMENT PASS GIVES NOTICE-
      * BILLED POLICIES (THOSE WITH NO STANDING ORDER) WITH NO
      * RECEIPT THIS MONTH THE SAME MISSED-COUNT-AND-GRACE
      * TREATMENT THE AUTO-DEBIT SIDE GETS. RUNS UNDER THE SHARED
      * BATCH_RUN_CONTROL GUARD.
      * EVERY RECEIPT APPLIED IS ALSO POSTED AS A 'PAY' ENTRY ON
      * THE POLICY PREMIUM LEDGER THROUGH THE SHARED PLDGCS2
      * POSTER.
      * THE SAME LOCKBOX ALSO RECEIVES CHEQUES FOR GOODS BOUGHT ON
      * TERMS: AN ITEM WHOSE KEY IS AN ORDER-INVOICE REFERENCE (INV
      * FOLLOWED BY THE ORDER NUMBER) IN PLACE OF A POLICY NUMBER
      * IS APPLIED TO THAT OLS0002.ORDER_INVOICE THROUGH THE SHARED
      * INVPCS9 APPLIER - PART-PAYMENTS AND OVERPAYMENTS INCLUDED -
      * AND NEVER TOUCHES THE POLICY SIDE. AN INVOICE REFERENCE
      * THAT MATCHES NO INVOICE IS EXCEPTED WITH REASON NI.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. LBXPCS2.
            END-EXEC.
      **************************************************************
        01 FEED-WS.
            07 LBXW-PAYER-REF         PIC X(16).
            07 LBXW-POLICY-NUM        PIC X(11).
            07 LBXW-AMOUNT-TEXT       PIC X(16).
            07 LBXW-PAYMENT-DT-TEXT   PIC X(8).
        01 WS-PAYMENTS-APPLIED             PIC 9(7)   VALUE 0.
        01 WS-EXCEPTIONS                   PIC 9(7)   VALUE 0.
        01 WS-POLICIES-MISSED              PIC 9(7)   VALUE 0.
        01 WS-INVOICES-PAID                PIC 9(7)   VALUE 0.
        01 WS-LOCKBOX-FEED-FILE-STATUS     PIC X(2)   VALUE '00'.
        01 WS-LOCKBOX-EXCEPT-FILE-STATUS   PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
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
      * INVOICE PAYMENT PARAMETER AREA - PASSED TO INVPCS9. THE
      * INVOICE NUMBER IS READ OUT OF THE LOCKBOX ITEM'S KEY.
      **************************************************************
        01 INVW-REF-NUM-TEXT             PIC X(13)  VALUE SPACES.
        01 INVW-REF-NUM-LEN              PIC S9(4)  COMP VALUE 0.
        01 INVP-PARM.
           05 INVP-ORDER-NUM             PIC S9(9) COMP.
           05 INVP-AMOUNT                PIC S9(11)V9(3) COMP-3.
           05 INVP-PAYMENT-DT            PIC 9(8).
           05 INVP-SOURCE                PIC X(8).
           05 INVP-REF                   PIC X(16).
           05 INVP-APPLIED-AMT           PIC S9(11)V9(3) COMP-3.
           05 INVP-UNAPPLIED-AMT         PIC S9(11)V9(3) COMP-3.
           05 INVP-BALANCE-DUE           PIC S9(11)V9(3) COMP-3.
           05 INVP-INV-STATUS            PIC X(1).
           05 INVP-RTCD                  PIC S9.
           05 INVP-MSG                   PIC X(60).
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM REGISTER-RUN THRU REGISTER-RUN-END
           DISPLAY 'LBXPCS2 PAYMENTS APPLIED: ' WS-PAYMENTS-APPLIED
           DISPLAY 'LBXPCS2 EXCEPTIONS:       ' WS-EXCEPTIONS
           DISPLAY 'LBXPCS2 POLICIES MISSED:  ' WS-POLICIES-MISSED
           DISPLAY 'LBXPCS2 INVOICES PAID:    ' WS-INVOICES-PAID
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
           END-IF
           ADD 1 TO WS-RECORDS-READ
           MOVE SPACES TO WS-EXCEPTION-REASON
           MOVE SPACES TO LBXW-PAYER-REF LBXW-POLICY-NUM
                          LBXW-AMOUNT-TEXT LBXW-PAYMENT-DT-TEXT
           UNSTRING LOCKBOX-FEED-RECORD
              DELIMITED BY WS-DELIMITER
              INTO LBXW-PAYER-REF
                   LBXW-AMOUNT-TEXT
                   LBXW-PAYMENT-DT-TEXT
           END-UNSTRING
           MOVE LBXW-PAYER-REF TO LBXW-POLICY-NUM
           COMPUTE LBXW-AMOUNT =
              FUNCTION NUMVAL(LBXW-AMOUNT-TEXT)
           COMPUTE LBXW-PAYMENT-DT =
              FUNCTION NUMVAL(LBXW-PAYMENT-DT-TEXT)
           IF LBXW-PAYER-REF(1:3) = 'INV'
              PERFORM APPLY-INVOICE-PAYMENT
                 THRU APPLY-INVOICE-PAYMENT-END
              IF WS-EXCEPTION-REASON NOT = SPACES
                 PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-END
              END-IF
              PERFORM READ-FEED THRU READ-FEED-END
              GO TO INTAKE-LOOP-END
           END-IF
           PERFORM MATCH-POLICY THRU MATCH-POLICY-END
           IF WS-EXCEPTION-REASON = SPACES
              PERFORM APPLY-PAYMENT THRU APPLY-PAYMENT-END
                       POL_GRACE_END_DATE = ' '
                 WHERE POL_POLICY_NUM = :LBXW-POLICY-NUM
           END-EXEC
           PERFORM POST-PREMIUM-LEDGER THRU POST-PREMIUM-LEDGER-END
           ADD 1 TO WS-PAYMENTS-APPLIED.
       APPLY-PAYMENT-END.
           EXIT.
      **************************************************************
      * POST-PREMIUM-LEDGER - THE RECEIPT PAYS DOWN THE AMOUNT DUE
      * ON THE POLICY PREMIUM LEDGER (PLDGCS2), DATED THE DAY THE
      * CUSTOMER PAID AND STAMPED WITH THE LOCKBOX RUN-ID.
      **************************************************************
       POST-PREMIUM-LEDGER.
           MOVE LBXW-POLICY-NUM TO PLDG-POLICY-NUM
           MOVE 'PAY ' TO PLDG-ENTRY-TYPE
           MOVE LBXW-PAYMENT-DT TO PLDG-ENTRY-DT
           MOVE LBXW-AMOUNT TO PLDG-AMOUNT
           MOVE 'LBXPCS2 ' TO PLDG-SOURCE
           MOVE FEEDC-RUN-ID TO PLDG-REF
           MOVE 'LOCKBOX PREMIUM PAYMENT' TO PLDG-DESCRIPTION
           CALL 'PLDGCS2' USING PLDG-PARM
           IF PLDG-RTCD NOT = 0
              DISPLAY 'LBXPCS2 LEDGER NOT POSTED: ' LBXW-POLICY-NUM
                 ' ' PLDG-MSG
           END-IF.
       POST-PREMIUM-LEDGER-END.
           EXIT.
      **************************************************************
      * APPLY-INVOICE-PAYMENT - A KEY OF INV AND THE ORDER NUMBER
      * (INV000012345) PAYS THAT ORDER INVOICE, DATED THE DAY THE
      * CUSTOMER PAID AND STAMPED WITH THE LOCKBOX RUN-ID. A
      * REFERENCE THAT IS NOT A USABLE INVOICE NUMBER, OR MATCHES
      * NO INVOICE, IS EXCEPTED NI; A FAILED APPLICATION SQ.
      **************************************************************
       APPLY-INVOICE-PAYMENT.
           MOVE SPACES TO INVW-REF-NUM-TEXT
           MOVE 0 TO INVW-REF-NUM-LEN
           UNSTRING LBXW-PAYER-REF(4:13)
              DELIMITED BY SPACE
              INTO INVW-REF-NUM-TEXT COUNT IN INVW-REF-NUM-LEN
           END-UNSTRING
           IF INVW-REF-NUM-LEN < 1 OR INVW-REF-NUM-LEN > 9
              MOVE 'NI' TO WS-EXCEPTION-REASON
              GO TO APPLY-INVOICE-PAYMENT-END
           END-IF
           IF INVW-REF-NUM-TEXT(1:INVW-REF-NUM-LEN) NOT NUMERIC
              MOVE 'NI' TO WS-EXCEPTION-REASON
              GO TO APPLY-INVOICE-PAYMENT-END
           END-IF
           COMPUTE INVP-ORDER-NUM =
              FUNCTION NUMVAL(INVW-REF-NUM-TEXT)
           MOVE LBXW-AMOUNT TO INVP-AMOUNT
           MOVE LBXW-PAYMENT-DT TO INVP-PAYMENT-DT
           MOVE 'LBXPCS2 ' TO INVP-SOURCE
           MOVE FEEDC-RUN-ID TO INVP-REF
           CALL 'INVPCS9' USING INVP-PARM
           EVALUATE INVP-RTCD
              WHEN 0
                 ADD 1 TO WS-INVOICES-PAID
                 ADD 1 TO WS-PAYMENTS-APPLIED
              WHEN 2
                 MOVE 'NI' TO WS-EXCEPTION-REASON
              WHEN OTHER
                 DISPLAY 'LBXPCS2 INVOICE NOT PAID: ' LBXW-PAYER-REF
                    ' ' INVP-MSG
                 MOVE 'SQ' TO WS-EXCEPTION-REASON
           END-EVALUATE.
       APPLY-INVOICE-PAYMENT-END.
           EXIT.
      **************************************************************
       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS
           DISPLAY '*** LOCKBOX EXCEPTION: ' LBXW-PAYER-REF
              ' REASON: ' WS-EXCEPTION-REASON
           MOVE LBXW-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO LOCKBOX-EXCEPT-RECORD
           STRING
              LBXW-PAYER-REF        DELIMITED BY SPACE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMOUNT-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
