      * PROGRAMS WRITE SENDS IT ON TO THE SUCCESSOR ACCOUNT WITH
      * A REDIRECTED MARKER ON THE LEDGER DESCRIPTION, AND THE
      * MAPPING'S USE COUNT FEEDS THE IRDRCS9 USAGE REPORT.
      * WHETHER IT LANDS ON ITS BENEFICIARY OR IN SUSPENSE, EVERY
      * CREDIT IS MONEY THE CORRESPONDENT SAYS IT RECEIVED FOR US,
      * SO EACH ONE IS ALSO REGISTERED AS AN OUR-SIDE CREDIT ON
      * OLS0002.NOSTRO_ITEM FOR NOSRCS9 TO MATCH AGAINST THE
      * CORRESPONDENT'S STATEMENT.
      * A CREDIT POSTED TO ITS BENEFICIARY WHOSE REFERENCE QUOTES
      * AN ORDER INVOICE (INV FOLLOWED BY THE ORDER NUMBER) IS A
      * CUSTOMER PAYING FOR GOODS BOUGHT ON TERMS, AND IS ALSO
      * APPLIED TO THAT OLS0002.ORDER_INVOICE THROUGH THE SHARED
      * INVPCS9 APPLIER - PART-PAYMENTS AND OVERPAYMENTS INCLUDED.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ICTPCS9.
        01 WS-SUSPENSE-REASON              PIC X(2)   VALUE SPACES.
        01 WS-SUSPENSE-POSTED-SW           PIC X(1)   VALUE 'N'.
        01 WS-NEXT-ITEM-ID                 PIC S9(9)  COMP VALUE 0.
        01 WS-NEXT-NOSTRO-ID               PIC S9(9)  COMP VALUE 0.
        01 WS-NOSTRO-KEY                   PIC X(16)  VALUE SPACES.
        01 WS-WATCHLIST-COUNT              PIC S9(4)  COMP VALUE 0.
        01 IRDW-NEW-IBAN                   PIC X(32)  VALUE SPACES.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-RECORDS-READ                 PIC 9(7)   VALUE 0.
        01 WS-CREDITS-POSTED               PIC 9(7)   VALUE 0.
        01 WS-CREDITS-SUSPENDED            PIC 9(7)   VALUE 0.
        01 WS-INVOICES-PAID                PIC 9(7)   VALUE 0.
        01 WS-CLEARING-FEED-FILE-STATUS    PIC X(2)   VALUE '00'.
        01 WS-SUSPENSE-EXCEPTION-FILE-STATUS
                                           PIC X(2)   VALUE '00'.
           05 DEPG-BUSINESS-DT             PIC 9(8).
           05 DEPG-RTCD                    PIC S9.
           05 DEPG-MSG                     PIC X(60).
      **************************************************************
      * INVOICE PAYMENT PARAMETER AREA - PASSED TO INVPCS9. THE
      * INVOICE NUMBER IS READ OUT OF THE CREDIT REFERENCE.
      **************************************************************
        01 INVW-REF-NUM-TEXT               PIC X(13)  VALUE SPACES.
        01 INVW-REF-NUM-LEN                PIC S9(4)  COMP VALUE 0.
        01 INVP-PARM.
           05 INVP-ORDER-NUM               PIC S9(9) COMP.
           05 INVP-AMOUNT                  PIC S9(11)V9(3) COMP-3.
           05 INVP-PAYMENT-DT              PIC 9(8).
           05 INVP-SOURCE                  PIC X(8).
           05 INVP-REF                     PIC X(16).
           05 INVP-APPLIED-AMT             PIC S9(11)V9(3) COMP-3.
           05 INVP-UNAPPLIED-AMT           PIC S9(11)V9(3) COMP-3.
           05 INVP-BALANCE-DUE             PIC S9(11)V9(3) COMP-3.
           05 INVP-INV-STATUS              PIC X(1).
           05 INVP-RTCD                    PIC S9.
           05 INVP-MSG                     PIC X(60).
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM REGISTER-RUN THRU REGISTER-RUN-END
           DISPLAY 'ICTPCS9 RECORDS READ:      ' WS-RECORDS-READ
           DISPLAY 'ICTPCS9 CREDITS POSTED:    ' WS-CREDITS-POSTED
           DISPLAY 'ICTPCS9 CREDITS SUSPENDED: ' WS-CREDITS-SUSPENDED
           DISPLAY 'ICTPCS9 INVOICES PAID:     ' WS-INVOICES-PAID
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
           IF WS-SUSPENSE-REASON NOT = SPACES
              PERFORM BOOK-TO-SUSPENSE THRU BOOK-TO-SUSPENSE-END
           END-IF
           PERFORM REGISTER-NOSTRO-ITEM THRU REGISTER-NOSTRO-ITEM-END
           PERFORM READ-FEED THRU READ-FEED-END.
       INTAKE-LOOP-END.
           EXIT.
      **************************************************************
      * REGISTER-NOSTRO-ITEM RECORDS THE CREDIT AS AN UNMATCHED
      * OUR-SIDE CREDIT ON THE NOSTRO, VALUE TODAY, KEYED BY THE
      * FEED RUN-ID. THE CURRENCY IS THAT OF THE ACCOUNT THE
      * MONEY WAS BOOKED TO.
      **************************************************************
       REGISTER-NOSTRO-ITEM.
           MOVE FEEDC-RUN-ID TO WS-NOSTRO-KEY
           MOVE 0 TO WS-NEXT-NOSTRO-ID
           EXEC SQL
                SELECT COALESCE(MAX(NOS_ITEM_ID), 0) + 1
                  INTO :WS-NEXT-NOSTRO-ID
                  FROM OLS0002.NOSTRO_ITEM
           END-EXEC
           EXEC SQL
                INSERT INTO OLS0002.NOSTRO_ITEM (
                   NOS_ITEM_ID, NOS_SIDE, NOS_DIRECTION,
                   NOS_VALUE_DT, NOS_AMOUNT, NOS_CURRENCY,
                   NOS_REFERENCE, NOS_SOURCE, NOS_SOURCE_KEY,
                   NOS_STATUS, NOS_MATCH_ID, NOS_MATCH_TYPE,
                   NOS_LOAD_DT)
                VALUES (
                   :WS-NEXT-NOSTRO-ID, 'O', 'C',
                   :WS-CURRENT-DATE, :ACTW-AMOUNT, :ACTW-CURRENCY,
                   :ACTW-REFERENCE, 'ICTPCS9 ', :WS-NOSTRO-KEY,
                   'U', 0, ' ',
                   :WS-CURRENT-DATE)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'ICTPCS9 NOSTRO ITEM INSERT FAILED: '
                 ACTW-REFERENCE ' SQLCODE: ' TXT-SQLCODE
           END-IF.
       REGISTER-NOSTRO-ITEM-END.
           EXIT.
      **************************************************************
       PARSE-FEED-RECORD.
           MOVE SPACES TO WS-SUSPENSE-REASON
            IF SQLCODE = 0
               PERFORM POST-LEDGER THRU POST-LEDGER-END
               ADD 1 TO WS-CREDITS-POSTED
               PERFORM APPLY-INVOICE-PAYMENT
                  THRU APPLY-INVOICE-PAYMENT-END
            ELSE
               MOVE SQLCODE TO TXT-SQLCODE
               MOVE SQLSTATE TO TXT-SQLSTATE
       POST-CREDIT-END.
           EXIT.
      **************************************************************
      * APPLY-INVOICE-PAYMENT - A REFERENCE OF INV AND THE ORDER
      * NUMBER (INV000012345) TAKES THE CREDIT OFF THAT ORDER
      * INVOICE. THE MONEY IS ALREADY ON THE BENEFICIARY ACCOUNT;
      * AN INVOICE NUMBER NOTHING MATCHES IS REPORTED FOR THE
      * RECEIVABLES DESK AND LEAVES THE POSTING AS IT IS.
      **************************************************************
       APPLY-INVOICE-PAYMENT.
            IF ACTW-REFERENCE(1:3) NOT = 'INV'
               GO TO APPLY-INVOICE-PAYMENT-END
            END-IF
            MOVE SPACES TO INVW-REF-NUM-TEXT
            MOVE 0 TO INVW-REF-NUM-LEN
            UNSTRING ACTW-REFERENCE(4:13)
               DELIMITED BY SPACE
               INTO INVW-REF-NUM-TEXT COUNT IN INVW-REF-NUM-LEN
            END-UNSTRING
            IF INVW-REF-NUM-LEN < 1 OR INVW-REF-NUM-LEN > 9
               GO TO APPLY-INVOICE-PAYMENT-END
            END-IF
            IF INVW-REF-NUM-TEXT(1:INVW-REF-NUM-LEN) NOT NUMERIC
               GO TO APPLY-INVOICE-PAYMENT-END
            END-IF
            COMPUTE INVP-ORDER-NUM =
               FUNCTION NUMVAL(INVW-REF-NUM-TEXT)
            MOVE ACTW-AMOUNT TO INVP-AMOUNT
            MOVE WS-CURRENT-DATE TO INVP-PAYMENT-DT
            MOVE 'ICTPCS9 ' TO INVP-SOURCE
            MOVE FEEDC-RUN-ID TO INVP-REF
            CALL 'INVPCS9' USING INVP-PARM
            IF INVP-RTCD = 0
               ADD 1 TO WS-INVOICES-PAID
            ELSE
               DISPLAY 'ICTPCS9 INVOICE NOT PAID: ' ACTW-REFERENCE
                  ' ' INVP-MSG
            END-IF.
       APPLY-INVOICE-PAYMENT-END.
           EXIT.
      **************************************************************
      * BOOK-TO-SUSPENSE PUTS THE FUNDS ON THE HOUSE SUSPENSE
      * ACCOUNT WITH THE SAME PACTCS9-STYLE POSTING, AND WRITES
      * THE EXCEPTION RECORD THAT LETS SOMEONE CLEAR THE ITEM
