CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * INVPCS9 - SHARED ORDER-INVOICE PAYMENT APPLICATION.
      * ORDECS9 RAISES AN OLS0002.ORDER_INVOICE ROW WHEN AN ORDER
      * CANNOT SETTLE FROM A BANK ACCOUNT, BUT NOTHING EVER TOOK
      * THE MONEY OFF IT AGAIN. EVERY INTAKE THAT RECEIVES
      * CUSTOMER MONEY QUOTING AN INVOICE (ICTPCS9 CLEARING
      * CREDITS, LBXPCS2 LOCKBOX ITEMS) NOW CALLS INVPCS9 WITH THE
      * INVOICE NUMBER - THE ORDER NUMBER THE INVOICE WAS RAISED
      * FOR - AND THE AMOUNT, AND INVPCS9 APPLIES IT:
      *   PARTIAL PAYMENT  INV_PAID_AMOUNT GOES UP AND THE INVOICE
      *                    STAYS OPEN AS PART-PAID ('P') WITH THE
      *                    REST STILL DUE AND STILL AGEING.
      *   FULL PAYMENT     THE INVOICE CLOSES ('C') WITH ITS PAID
      *                    DATE AND AN 'INVPAID' CUSTOMER EVENT.
      *   OVERPAYMENT      THE INVOICE CLOSES AND THE EXCESS IS
      *                    KEPT AS UNAPPLIED CASH ON THE PAYMENT
      *                    ROW ('U') WITH AN 'INVCREDT' CUSTOMER
      *                    EVENT, SO THE CUSTOMER IS TOLD AND THE
      *                    REFUND IS WORKED FROM THE OPEN ROW. A
      *                    PAYMENT AGAINST AN INVOICE ALREADY
      *                    CLOSED IS ALL EXCESS.
      * EVERY PAYMENT IS RECORDED ON OLS0002.INVOICE_PAYMENT WITH
      * THE SPLIT BETWEEN APPLIED AND UNAPPLIED, THE SOURCE JOB AND
      * ITS REFERENCE. THE INVOICE UPDATE IS GUARDED ON THE PAID
      * AMOUNT JUST READ - TWO PAYMENTS RACING FOR THE SAME
      * INVOICE LEAVE THE LOSER TO RE-READ AND TRY ONCE MORE, THE
      * SAME RETRY PLDGCS2 MAKES. THE CALLER HAS ALREADY BOOKED
      * THE MONEY ITSELF; AN INVOICE NUMBER THAT MATCHES NO
      * INVOICE COMES BACK NOT FOUND FOR THE CALLER TO EXCEPT.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. INVPCS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLORDERINVOICE.
           10 INV_ORDER_NUM        PIC S9(9) USAGE COMP.
           10 INV_CUSTOMER_ID      PIC X(16).
           10 INV_AMOUNT           PIC S9(11)V9(3) USAGE COMP-3.
           10 INV_STATUS           PIC X(1).
           10 INV_CRT_DT           PIC X(8).
           10 INV_DUE_DT           PIC X(8).
           10 INV_PAID_AMOUNT      PIC S9(11)V9(3) USAGE COMP-3.
           10 INV_PAID_DT          PIC X(8).
           10 INV_DUNNING_LEVEL    PIC S9(4) USAGE COMP.
           10 INV_LAST_DUNNING_DT  PIC X(8).
      **************************************************************
        01 INVOICE-WS.
            07 INPW-CUSTOMER-ID       PIC X(16).
            07 INPW-AMOUNT            PIC S9(11)V9(3) USAGE COMP-3.
            07 INPW-PAID-AMOUNT       PIC S9(11)V9(3) USAGE COMP-3.
            07 INPW-STATUS            PIC X(1).
        01 INPW-BALANCE-DUE          PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 INPW-NEW-PAID             PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 INPW-NEW-STATUS           PIC X(1)  VALUE SPACES.
        01 INPW-PAID-DT              PIC 9(8)  VALUE 0.
        01 INPW-PAYMENT-STATUS       PIC X(1)  VALUE SPACES.
        01 INPW-NEXT-PAYMENT-ID      PIC S9(9) COMP VALUE 0.
        01 INPW-TRIES                PIC S9(4) COMP VALUE 0.
        01 INPW-ORDER-NUM-ED         PIC 9(9).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
      **************************************************************
      * CUSTOMER EVENT WORK AREA - THE SAME OLS0002.CUSTOMER_EVENT
      * ROW EVERY CUSTOMER-VISIBLE CHANGE WRITES FOR THE NIGHTLY
      * EVNTCS9 NOTIFICATION FEED.
      **************************************************************
        01 EVTW-CUSTOMER-ID                PIC X(16)  VALUE SPACES.
        01 EVTW-EVENT-TYPE                 PIC X(8)   VALUE SPACES.
        01 EVTW-KEY-REF                    PIC X(16)  VALUE SPACES.
        01 EVTW-EFF-DATE                   PIC 9(08)  VALUE 0.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 INVP-PARM.
           05 INVP-ORDER-NUM                   PIC S9(9) COMP.
           05 INVP-AMOUNT                      PIC S9(11)V9(3) COMP-3.
           05 INVP-PAYMENT-DT                  PIC 9(8).
           05 INVP-SOURCE                      PIC X(8).
           05 INVP-REF                         PIC X(16).
           05 INVP-APPLIED-AMT                 PIC S9(11)V9(3) COMP-3.
           05 INVP-UNAPPLIED-AMT               PIC S9(11)V9(3) COMP-3.
           05 INVP-BALANCE-DUE                 PIC S9(11)V9(3) COMP-3.
           05 INVP-INV-STATUS                  PIC X(1).
           05 INVP-RTCD                        PIC S9.
             88 INVP-RTCD-OK                   VALUE 0.
             88 INVP-RTCD-INVALID-AMOUNT       VALUE 1.
             88 INVP-RTCD-NOT-FOUND            VALUE 2.
             88 INVP-RTCD-SQL-ERROR            VALUE 3.
           05 INVP-MSG                         PIC X(60).
      **************************************************************
       PROCEDURE DIVISION USING INVP-PARM.
       MAIN-RTN.
           SET INVP-RTCD-OK TO TRUE
           MOVE SPACES TO INVP-MSG INVP-INV-STATUS
           MOVE 0 TO INVP-APPLIED-AMT INVP-UNAPPLIED-AMT
                     INVP-BALANCE-DUE
           IF INVP-AMOUNT NOT > 0
              SET INVP-RTCD-INVALID-AMOUNT TO TRUE
              MOVE 'PAYMENT NOT APPLIED - AMOUNT MUST BE POSITIVE'
                 TO INVP-MSG
              GOBACK
           END-IF
           MOVE 0 TO INPW-TRIES
           PERFORM APPLY-TO-INVOICE THRU APPLY-TO-INVOICE-END
           IF INVP-RTCD-OK
              PERFORM RECORD-PAYMENT THRU RECORD-PAYMENT-END
           END-IF
           IF INVP-RTCD-OK
              PERFORM NOTIFY-CUSTOMER THRU NOTIFY-CUSTOMER-END
              MOVE 'PAYMENT APPLIED' TO INVP-MSG
           END-IF
           GOBACK.
      **************************************************************
      * APPLY-TO-INVOICE - THE PAYMENT COVERS AS MUCH OF THE
      * BALANCE STILL DUE AS IT CAN; WHATEVER IS LEFT OVER IS
      * UNAPPLIED. A LOST RACE ON THE PAID-AMOUNT GUARD RE-READS
      * THE INVOICE AND TRIES ONCE MORE.
      **************************************************************
       APPLY-TO-INVOICE.
           ADD 1 TO INPW-TRIES
           EXEC SQL
                SELECT INV_CUSTOMER_ID, INV_AMOUNT,
                       INV_PAID_AMOUNT, INV_STATUS
                  INTO :INPW-CUSTOMER-ID, :INPW-AMOUNT,
                       :INPW-PAID-AMOUNT, :INPW-STATUS
                  FROM OLS0002.ORDER_INVOICE
                 WHERE INV_ORDER_NUM = :INVP-ORDER-NUM
           END-EXEC
           IF SQLCODE = 100
              SET INVP-RTCD-NOT-FOUND TO TRUE
              MOVE 'PAYMENT NOT APPLIED - INVOICE NOT FOUND'
                 TO INVP-MSG
              GO TO APPLY-TO-INVOICE-END
           END-IF
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
              GO TO APPLY-TO-INVOICE-END
           END-IF
           COMPUTE INPW-BALANCE-DUE = INPW-AMOUNT - INPW-PAID-AMOUNT
           IF INPW-STATUS = 'C' OR INPW-BALANCE-DUE < 0
              MOVE 0 TO INPW-BALANCE-DUE
           END-IF
           IF INVP-AMOUNT > INPW-BALANCE-DUE
              MOVE INPW-BALANCE-DUE TO INVP-APPLIED-AMT
           ELSE
              MOVE INVP-AMOUNT TO INVP-APPLIED-AMT
           END-IF
           COMPUTE INVP-UNAPPLIED-AMT =
              INVP-AMOUNT - INVP-APPLIED-AMT
           COMPUTE INVP-BALANCE-DUE =
              INPW-BALANCE-DUE - INVP-APPLIED-AMT
           IF INVP-APPLIED-AMT = 0
              MOVE INPW-STATUS TO INVP-INV-STATUS
              GO TO APPLY-TO-INVOICE-END
           END-IF
           COMPUTE INPW-NEW-PAID = INPW-PAID-AMOUNT + INVP-APPLIED-AMT
           IF INVP-BALANCE-DUE = 0
              MOVE 'C' TO INPW-NEW-STATUS
              MOVE INVP-PAYMENT-DT TO INPW-PAID-DT
           ELSE
              MOVE 'P' TO INPW-NEW-STATUS
              MOVE 0 TO INPW-PAID-DT
           END-IF
           EXEC SQL
                UPDATE OLS0002.ORDER_INVOICE
                   SET INV_PAID_AMOUNT = :INPW-NEW-PAID,
                       INV_STATUS = :INPW-NEW-STATUS,
                       INV_PAID_DT = :INPW-PAID-DT
                 WHERE INV_ORDER_NUM = :INVP-ORDER-NUM
                   AND INV_PAID_AMOUNT = :INPW-PAID-AMOUNT
           END-EXEC
           IF SQLCODE = 100 AND INPW-TRIES < 2
              GO TO APPLY-TO-INVOICE
           END-IF
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
              GO TO APPLY-TO-INVOICE-END
           END-IF
           MOVE INPW-NEW-STATUS TO INVP-INV-STATUS.
       APPLY-TO-INVOICE-END.
           EXIT.
      **************************************************************
      * RECORD-PAYMENT - ONE ROW PER PAYMENT RECEIVED. A ROW
      * CARRYING UNAPPLIED CASH STAYS OPEN ('U') UNTIL THE EXCESS
      * HAS BEEN REFUNDED OR REAPPLIED; A FULLY APPLIED ONE IS
      * DONE ('A').
      **************************************************************
       RECORD-PAYMENT.
           IF INVP-UNAPPLIED-AMT > 0
              MOVE 'U' TO INPW-PAYMENT-STATUS
           ELSE
              MOVE 'A' TO INPW-PAYMENT-STATUS
           END-IF
           MOVE 0 TO INPW-NEXT-PAYMENT-ID
           EXEC SQL
                SELECT COALESCE(MAX(IPY_PAYMENT_ID), 0) + 1
                  INTO :INPW-NEXT-PAYMENT-ID
                  FROM OLS0002.INVOICE_PAYMENT
           END-EXEC
           EXEC SQL
                INSERT INTO OLS0002.INVOICE_PAYMENT (
                   IPY_PAYMENT_ID, IPY_ORDER_NUM, IPY_CUSTOMER_ID,
                   IPY_AMOUNT, IPY_APPLIED_AMT, IPY_UNAPPLIED_AMT,
                   IPY_PAYMENT_DT, IPY_SOURCE, IPY_REF,
                   IPY_STATUS, IPY_TS)
                VALUES (
                   :INPW-NEXT-PAYMENT-ID, :INVP-ORDER-NUM,
                   :INPW-CUSTOMER-ID,
                   :INVP-AMOUNT, :INVP-APPLIED-AMT,
                   :INVP-UNAPPLIED-AMT,
                   :INVP-PAYMENT-DT, :INVP-SOURCE, :INVP-REF,
                   :INPW-PAYMENT-STATUS, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
           END-IF.
       RECORD-PAYMENT-END.
           EXIT.
      **************************************************************
      * NOTIFY-CUSTOMER - A CLOSING PAYMENT TELLS THE CUSTOMER THE
      * INVOICE IS SETTLED; EXCESS CASH TELLS THEM THEY HAVE A
      * CREDIT COMING BACK. A PART-PAYMENT IS SILENT - THE NEXT
      * DUNNING STAGE, IF ANY, SHOWS THE REDUCED BALANCE.
      **************************************************************
       NOTIFY-CUSTOMER.
           MOVE INPW-CUSTOMER-ID TO EVTW-CUSTOMER-ID
           MOVE INVP-ORDER-NUM TO INPW-ORDER-NUM-ED
           MOVE INPW-ORDER-NUM-ED TO EVTW-KEY-REF
           MOVE INVP-PAYMENT-DT TO EVTW-EFF-DATE
           IF INVP-APPLIED-AMT > 0 AND INVP-INV-STATUS = 'C'
              MOVE 'INVPAID ' TO EVTW-EVENT-TYPE
              PERFORM WRITE-CUSTOMER-EVENT
                 THRU WRITE-CUSTOMER-EVENT-END
           END-IF
           IF INVP-UNAPPLIED-AMT > 0
              MOVE 'INVCREDT' TO EVTW-EVENT-TYPE
              PERFORM WRITE-CUSTOMER-EVENT
                 THRU WRITE-CUSTOMER-EVENT-END
           END-IF.
       NOTIFY-CUSTOMER-END.
           EXIT.
      **************************************************************
       WRITE-CUSTOMER-EVENT.
           EXEC SQL
                INSERT INTO OLS0002.CUSTOMER_EVENT (
                   EVT_CUSTOMER_ID, EVT_EVENT_TYPE, EVT_EFF_DATE,
                   EVT_KEY_REF, EVT_TS, EVT_EXTRACTED)
                VALUES (
                   :EVTW-CUSTOMER-ID, :EVTW-EVENT-TYPE,
                   :EVTW-EFF-DATE, :EVTW-KEY-REF,
                   CURRENT TIMESTAMP, 'N')
           END-EXEC.
       WRITE-CUSTOMER-EVENT-END.
           EXIT.
      **************************************************************
       REPORT-SQL-FAILURE.
           SET INVP-RTCD-SQL-ERROR TO TRUE
           MOVE SQLCODE TO TXT-SQLCODE
           MOVE 'PAYMENT NOT APPLIED - SQL FAILURE' TO INVP-MSG
           DISPLAY 'INVPCS9 SQL FAILURE ON INVOICE ' INVP-ORDER-NUM
              ' SQLCODE: ' TXT-SQLCODE.
       REPORT-SQL-FAILURE-END.
           EXIT.
      **************************************************************
