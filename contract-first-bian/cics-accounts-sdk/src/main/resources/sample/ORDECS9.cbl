      * USABLE ACCOUNT STILL GETS THE GOODS - THE ORDER FALLS BACK
      * TO AN OLS0002.ORDER_INVOICE ROW FOR COLLECTION OFFLINE.
      * WITH NO CUSTOMER ID THE PROGRAM BEHAVES AS IT ALWAYS HAS.
      * STOCK IS HELD PER WAREHOUSE ON OLS0002.ITEM_STOCK_LOCATION,
      * ITEM_ON_HAND_QTY STAYING THE ITEM'S TOTAL. THE ORDER SHIPS
      * WHOLE FROM ONE WAREHOUSE: THE ONE OLS0002.WAREHOUSE_ZONE
      * RANKS FIRST FOR THE DESTINATION ZONE IF IT HOLDS ENOUGH,
      * OTHERWISE THE NEXT BY RANK (A WAREHOUSE NOT RANKED FOR THE
      * ZONE COMES LAST, FULLEST FIRST). IF NO ONE WAREHOUSE CAN
      * COVER THE QUANTITY THE ORDER IS BACKORDERED. THE
      * WAREHOUSE IS DECREMENTED UNDER THE SAME KIND OF GUARD AS
      * THE CATALOG AND RECORDED ON THE ORDER (ORD_WAREHOUSE_ID).
      * AN ITEM WITH NO LOCATION ROWS YET ALLOCATES FROM THE
      * CATALOG TOTAL ALONE, WITH NO WAREHOUSE ON THE ORDER.
      * AN INVOICE IS RAISED ON TERMS - DUE 30 DAYS AFTER THE
      * ORDER (INV_DUE_DT) - AND THE NIGHTLY ARAGCS9 RUN AGES IT
      * AND SENDS THE DUNNING LETTERS; PAYMENTS COME OFF IT
      * THROUGH INVPCS9. A CUSTOMER WITH ANY INVOICE STILL UNPAID
      * MORE THAN 90 DAYS PAST ITS DUE DATE IS BLOCKED FROM NEW
      * ORDERS UNTIL IT IS PAID.
      * SALES TAX IS COLLECTED BY DESTINATION. THE CALLER MAY PASS
      * THE DESTINATION STATE; THE SHARED TAXCCS9 ROUTINE TAXES
      * THE GOODS VALUE AT THE OLS0002.SALES_TAX_RATE RATE FOR THAT
      * STATE (OR, WITH NO STATE, THE DESTINATION ZONE) AND THE
      * ITEM'S ITEM_TAX_CATEGORY. THE JURISDICTION, RATE AND TAX
      * ARE STORED ON THE ORDER ROW, THE TAX IS CARRIED ON THE
      * INVOICE (INV_TAX_AMOUNT), AND THE ORDER VALUE SETTLED OR
      * INVOICED IS THE GOODS PLUS THE TAX. A BACKORDER KEEPS THE
      * STATE (BKO_DEST_STATE) SO ORDRCS9 TAXES IT THE SAME WAY
      * WHEN IT IS RELEASED. THE MONTHLY SLTXCS9 REPORT TOTALS THE
      * TAX FOR REMITTANCE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ORDECS9.
            07 ACTW-UNIT-PRICE        PIC S9(7)V9(2) USAGE COMP-3.
            07 ACTW-ON-HAND-QTY       PIC S9(7) USAGE COMP.
            07 ACTW-ACTIVE            PIC X(1).
            07 ACTW-TAX-CATEGORY      PIC X(4).
        01 ORDER-WS.
            07 ACTW-ORDER-QTY         PIC S9(7) USAGE COMP.
            07 ACTW-DEST-ZONE         PIC X(1).
            07 ACTW-DEST-STATE        PIC X(2).
            07 ACTW-SHIP-METHOD       PIC X(10).
            07 ACTW-SHIP-DAYS         PIC S9(4) USAGE COMP.
            07 ACTW-WAREHOUSE-ID      PIC X(4).
            07 ACTW-LOCATION-COUNT    PIC S9(4) USAGE COMP.
            07 ACTW-WHS-ON-HAND       PIC S9(7) USAGE COMP.
            07 ACTW-WHS-TAKEN-SW      PIC X(1).
        01 WS-NEXT-ORDER-NUM          PIC S9(9) USAGE COMP.
        01 WS-NEXT-BACKORDER-NUM      PIC S9(9) USAGE COMP.
      **************************************************************
            07 ACTW-ORDER-VALUE       PIC S9(11)V9(3) USAGE COMP-3.
            07 ACTW-NEW-BALANCE       PIC S9(11)V9(3) USAGE COMP-3.
            07 ACTW-SETTLE-DESC       PIC X(40).
      **************************************************************
      * RECEIVABLES WORK AREA - INVOICE TERMS FOR WRITE-INVOICE AND
      * THE PAST-DUE LIMIT FOR CHECK-PAST-DUE.
      **************************************************************
        01 RECEIVABLES-WS.
            07 ACTW-TERMS-DAYS        PIC S9(4) USAGE COMP VALUE 30.
            07 ACTW-BLOCK-DAYS        PIC S9(4) USAGE COMP VALUE 90.
            07 ACTW-DATE-INT          PIC S9(9) USAGE COMP.
            07 ACTW-DUE-DT            PIC 9(8).
            07 ACTW-BLOCK-DT          PIC 9(8).
            07 ACTW-PAST-DUE-COUNT    PIC S9(4) USAGE COMP.
      **************************************************************
      * SALES-TAX PARAMETER AREA - PASSED TO TAXCCS9. SEE
      * COMPUTE-SALES-TAX.
      **************************************************************
        01 ACTW-GOODS-VALUE           PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 ACTW-TAX-AMOUNT            PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 TAXC-PARM.
           05 TAXC-DEST-STATE             PIC X(2).
           05 TAXC-DEST-ZONE              PIC X(1).
           05 TAXC-TAX-CATEGORY           PIC X(4).
           05 TAXC-TAX-DATE               PIC 9(8).
           05 TAXC-TAXABLE-AMT            PIC S9(11)V9(3) COMP-3.
           05 TAXC-JURISDICTION           PIC X(4).
           05 TAXC-RATE-PCT               PIC S9(3)V9(4) COMP-3.
           05 TAXC-TAX-AMT                PIC S9(11)V9(3) COMP-3.
           05 TAXC-RTCD                   PIC S9.
             88 TAXC-RTCD-SQL-ERROR       VALUE 3.
           05 TAXC-MSG                    PIC X(60).
        01 WS-ORDER-NUM-ED            PIC 9(9).
        01 STOP-MATCH-COUNT           PIC S9(4) COMP VALUE 0.
        01 WS-CURRENT-DATE-DATA.
            05 ACTI-ORDER-QTY                   PIC S9(7) COMP.
            05 ACTI-DEST-ZONE                   PIC X(1).
            05 ACTI-CUSTOMER-ID                 PIC X(16).
      *    BLANK TAXES BY THE DESTINATION ZONE.
            05 ACTI-DEST-STATE                  PIC X(2).
        01 ORDER-OUT.
            05 ACTO-ORDER-NUM                   PIC S9(9) COMP.
            05 ACTO-BACKORDER-NUM               PIC S9(9) COMP.
              88 RTCD-BACKORDERED               VALUE 4.
              88 RTCD-SQL-ERROR                 VALUE 5.
              88 RTCD-ORDER-DECLINED            VALUE 6.
              88 RTCD-CUSTOMER-BLOCKED          VALUE 7.
            05 RT-MSG                          PIC X(60).
            05 ACTO-SETTLE-ACCOUNT-ID           PIC X(11).
            05 ACTO-ORDER-VALUE                 PIC S9(11)V9(3) COMP-3.
            05 ACTO-WAREHOUSE-ID                PIC X(4).
            05 ACTO-TAX-JURISDICTION            PIC X(4).
            05 ACTO-TAX-AMOUNT                  PIC S9(11)V9(3) COMP-3.
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK AND ACTW-SETTLE-SW = 'Y'
              PERFORM CHECK-PAST-DUE THRU CHECK-PAST-DUE-END
           END-IF
           IF RTCD-OK
              PERFORM FETCH-ITEM THRU FETCH-ITEM-END
           END-IF
           IF RTCD-OK
              PERFORM DETERMINE-SHIPPING
                 THRU DETERMINE-SHIPPING-END
              PERFORM ALLOCATE-WAREHOUSE
                 THRU ALLOCATE-WAREHOUSE-END
              IF ACTW-ON-HAND-QTY >= ACTW-ORDER-QTY
                 PERFORM FILL-ORDER THRU FILL-ORDER-END
              ELSE
            IF ACTW-DEST-ZONE = SPACE OR ACTW-DEST-ZONE = LOW-VALUE
               MOVE '1' TO ACTW-DEST-ZONE
            END-IF
            MOVE ACTI-DEST-STATE TO ACTW-DEST-STATE
            IF ACTW-DEST-STATE = LOW-VALUES
               MOVE SPACES TO ACTW-DEST-STATE
            END-IF
            MOVE ACTI-CUSTOMER-ID TO ACTW-CUSTOMER-ID
            IF ACTW-CUSTOMER-ID = SPACES
               OR ACTW-CUSTOMER-ID = LOW-VALUES
            DISPLAY 'ITEM-NUM = ' ACTW-ITEM-NUM.
       GET-INPUT-END.
           EXIT.
      **************************************************************
      * CHECK-PAST-DUE - A CUSTOMER WHO STILL OWES ON AN INVOICE
      * MORE THAN 90 DAYS PAST ITS DUE DATE GETS NO MORE GOODS ON
      * CREDIT. THE TEST IS MADE FROM THE DUE DATES THEMSELVES,
      * NOT FROM LAST NIGHT'S AGING RUN, SO A PAYMENT APPLIED
      * TODAY LIFTS THE BLOCK AT ONCE.
      **************************************************************
       CHECK-PAST-DUE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            COMPUTE ACTW-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                  - ACTW-BLOCK-DAYS
            MOVE FUNCTION DATE-OF-INTEGER(ACTW-DATE-INT)
               TO ACTW-BLOCK-DT
            MOVE 0 TO ACTW-PAST-DUE-COUNT
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :ACTW-PAST-DUE-COUNT
                   FROM OLS0002.ORDER_INVOICE
                  WHERE INV_CUSTOMER_ID = :ACTW-CUSTOMER-ID
                    AND INV_STATUS IN ('O', 'P')
                    AND INV_DUE_DT < :ACTW-BLOCK-DT
            END-EXEC
            IF ACTW-PAST-DUE-COUNT > 0
               SET RTCD-CUSTOMER-BLOCKED TO TRUE
               MOVE 'NO ORDER - CUSTOMER HAS INVOICE OVER 90 DAYS DUE'
                  TO RT-MSG
            END-IF.
       CHECK-PAST-DUE-END.
           EXIT.
      **************************************************************
       FETCH-ITEM.
            EXEC SQL
                 SELECT ITEM_WEIGHT, ITEM_UNIT_PRICE,
                        ITEM_ON_HAND_QTY, ITEM_ACTIVE,
                        COALESCE(ITEM_TAX_CATEGORY, ' ')
                   INTO :ACTW-ITEM-WEIGHT, :ACTW-UNIT-PRICE,
                        :ACTW-ON-HAND-QTY, :ACTW-ACTIVE,
                        :ACTW-TAX-CATEGORY
                   FROM OLS0002.ITEM_CATALOG
                  WHERE ITEM_NUM = :ACTW-ITEM-NUM
            END-EXEC
       DETERMINE-SHIPPING-END.
           EXIT.
      **************************************************************
      * ALLOCATE-WAREHOUSE PICKS THE WAREHOUSE THE ORDER SHIPS
      * FROM AND REPLACES THE CATALOG TOTAL WITH WHAT THAT
      * WAREHOUSE HOLDS, SO THE FILL-OR-BACKORDER TEST IN MAIN-RTN
      * IS MADE AGAINST THE STOCK THAT WILL ACTUALLY SHIP. NO
      * WAREHOUSE ABLE TO COVER THE QUANTITY COUNTS AS NO STOCK.
      **************************************************************
       ALLOCATE-WAREHOUSE.
            MOVE SPACES TO ACTW-WAREHOUSE-ID
            MOVE 0 TO ACTW-LOCATION-COUNT
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :ACTW-LOCATION-COUNT
                   FROM OLS0002.ITEM_STOCK_LOCATION
                  WHERE ISL_ITEM_NUM = :ACTW-ITEM-NUM
            END-EXEC
            IF ACTW-LOCATION-COUNT = 0
               GO TO ALLOCATE-WAREHOUSE-END
            END-IF
            EXEC SQL
                 SELECT S.ISL_WAREHOUSE_ID, S.ISL_ON_HAND_QTY
                   INTO :ACTW-WAREHOUSE-ID, :ACTW-WHS-ON-HAND
                   FROM OLS0002.ITEM_STOCK_LOCATION S
                   LEFT OUTER JOIN OLS0002.WAREHOUSE_ZONE Z
                     ON Z.WHZ_WAREHOUSE_ID = S.ISL_WAREHOUSE_ID
                    AND Z.WHZ_DEST_ZONE = :ACTW-DEST-ZONE
                  WHERE S.ISL_ITEM_NUM = :ACTW-ITEM-NUM
                    AND S.ISL_ON_HAND_QTY >= :ACTW-ORDER-QTY
                  ORDER BY COALESCE(Z.WHZ_RANK, 99),
                           S.ISL_ON_HAND_QTY DESC,
                           S.ISL_WAREHOUSE_ID
                  FETCH FIRST 1 ROW ONLY
            END-EXEC
            IF SQLCODE = 0
               MOVE ACTW-WHS-ON-HAND TO ACTW-ON-HAND-QTY
               MOVE ACTW-WAREHOUSE-ID TO ACTO-WAREHOUSE-ID
            ELSE
               MOVE SPACES TO ACTW-WAREHOUSE-ID
               MOVE 0 TO ACTW-ON-HAND-QTY
            END-IF.
       ALLOCATE-WAREHOUSE-END.
           EXIT.
      **************************************************************
      * FILL-ORDER DECREMENTS STOCK UNDER A GUARD THAT ONLY
      * MATCHES WHILE ENOUGH REMAINS - TWO TERMINALS RACING THE
      * LAST UNITS LEAVE EXACTLY ONE ORDER FILLED AND SEND THE
      * OTHER TO BACKORDER - AND WRITES THE ORDER ROW ONLY ONCE
      * THE DECREMENT HAS SUCCEEDED. THE ALLOCATED WAREHOUSE IS
      * DECREMENTED FIRST, THEN THE CATALOG TOTAL.
      **************************************************************
       FILL-ORDER.
            IF ACTW-WAREHOUSE-ID NOT = SPACES
               PERFORM TAKE-WAREHOUSE-STOCK
                  THRU TAKE-WAREHOUSE-STOCK-END
               IF ACTW-WHS-TAKEN-SW NOT = 'Y'
                  GO TO FILL-ORDER-END
               END-IF
            END-IF
            EXEC SQL
                 UPDATE OLS0002.ITEM_CATALOG
                    SET ITEM_ON_HAND_QTY =
                    AND ITEM_ON_HAND_QTY >= :ACTW-ORDER-QTY
            END-EXEC
            IF SQLCODE = 100
               PERFORM RESTORE-WAREHOUSE-STOCK
                  THRU RESTORE-WAREHOUSE-STOCK-END
               PERFORM CREATE-BACKORDER THRU CREATE-BACKORDER-END
               GO TO FILL-ORDER-END
            END-IF
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE
                  THRU REPORT-SQL-FAILURE-END
               PERFORM RESTORE-WAREHOUSE-STOCK
                  THRU RESTORE-WAREHOUSE-STOCK-END
               GO TO FILL-ORDER-END
            END-IF
            PERFORM LOCK-NEXT-ORDER-NUM
               THRU LOCK-NEXT-ORDER-NUM-END
            MOVE WS-NEXT-ORDER-NUM TO ACTO-ORDER-NUM
            PERFORM COMPUTE-SALES-TAX THRU COMPUTE-SALES-TAX-END
            IF NOT RTCD-OK
               PERFORM RESTORE-STOCK THRU RESTORE-STOCK-END
               MOVE LOW-VALUES TO ACTO-ORDER-NUM
               EXEC SQL
                  CLOSE OC1
               END-EXEC
               GO TO FILL-ORDER-END
            END-IF
            IF ACTW-SETTLE-SW = 'Y'
               PERFORM SETTLE-ORDER THRU SETTLE-ORDER-END
               IF NOT RTCD-OK
                 INSERT INTO OLS0002.ITEM_ORDER (
                    ORD_ORDER_NUM, ORD_ITEM_NUM, ORD_QTY,
                    ORD_UNIT_PRICE, ORD_SHIP_METHOD, ORD_SHIP_DAYS,
                    ORD_DEST_ZONE, ORD_STATUS, ORD_TS, ORD_USERID,
                    ORD_WAREHOUSE_ID, ORD_TAX_JURISDICTION,
                    ORD_TAX_RATE_PCT, ORD_TAX_AMOUNT)
                 VALUES (
                    :ACTO-ORDER-NUM, :ACTW-ITEM-NUM,
                    :ACTW-ORDER-QTY, :ACTW-UNIT-PRICE,
                    :ACTW-SHIP-METHOD, :ACTW-SHIP-DAYS,
                    :ACTW-DEST-ZONE, 'O', CURRENT TIMESTAMP,
                    :EIBUSERID, :ACTW-WAREHOUSE-ID,
                    :TAXC-JURISDICTION, :TAXC-RATE-PCT,
                    :ACTW-TAX-AMOUNT)
            END-EXEC
            PERFORM DO-POSTSQL THRU DO-POSTSQL-END
            IF RTCD-OK AND ACTW-SETTLE-SW = 'Y'
       FILL-ORDER-END.
           EXIT.
      **************************************************************
      * THE WAREHOUSE DECREMENT CARRIES THE SAME GUARD AS THE
      * CATALOG ONE - A TERMINAL THAT LOST THE RACE FOR THE
      * WAREHOUSE'S LAST UNITS BACKORDERS.
      **************************************************************
       TAKE-WAREHOUSE-STOCK.
            MOVE 'N' TO ACTW-WHS-TAKEN-SW
            EXEC SQL
                 UPDATE OLS0002.ITEM_STOCK_LOCATION
                    SET ISL_ON_HAND_QTY =
                           ISL_ON_HAND_QTY - :ACTW-ORDER-QTY
                  WHERE ISL_ITEM_NUM = :ACTW-ITEM-NUM
                    AND ISL_WAREHOUSE_ID = :ACTW-WAREHOUSE-ID
                    AND ISL_ON_HAND_QTY >= :ACTW-ORDER-QTY
            END-EXEC
            IF SQLCODE = 100
               MOVE SPACES TO ACTW-WAREHOUSE-ID ACTO-WAREHOUSE-ID
               PERFORM CREATE-BACKORDER THRU CREATE-BACKORDER-END
               GO TO TAKE-WAREHOUSE-STOCK-END
            END-IF
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE
                  THRU REPORT-SQL-FAILURE-END
               GO TO TAKE-WAREHOUSE-STOCK-END
            END-IF
            MOVE 'Y' TO ACTW-WHS-TAKEN-SW.
       TAKE-WAREHOUSE-STOCK-END.
           EXIT.
      **************************************************************
      * COMPUTE-SALES-TAX - THE GOODS VALUE (QUANTITY TIMES THE
      * EFFECTIVE PRICE) IS TAXED BY TAXCCS9, AND THE ORDER VALUE
      * SETTLED OR INVOICED IS THE GOODS PLUS THE TAX. AN EXEMPT
      * ITEM OR A JURISDICTION WE DO NOT COLLECT FOR TAXES
      * NOTHING; ONLY A FAILED RATE LOOKUP STOPS THE ORDER, SO NO
      * ORDER GOES OUT UNDER-TAXED.
      **************************************************************
       COMPUTE-SALES-TAX.
            COMPUTE ACTW-GOODS-VALUE =
               ACTW-ORDER-QTY * ACTW-UNIT-PRICE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            MOVE ACTW-DEST-STATE TO TAXC-DEST-STATE
            MOVE ACTW-DEST-ZONE TO TAXC-DEST-ZONE
            MOVE ACTW-TAX-CATEGORY TO TAXC-TAX-CATEGORY
            MOVE WS-CURRENT-DATE TO TAXC-TAX-DATE
            MOVE ACTW-GOODS-VALUE TO TAXC-TAXABLE-AMT
            CALL 'TAXCCS9' USING TAXC-PARM
            IF TAXC-RTCD-SQL-ERROR
               SET RTCD-SQL-ERROR TO TRUE
               MOVE TAXC-MSG TO RT-MSG
               GO TO COMPUTE-SALES-TAX-END
            END-IF
            MOVE TAXC-TAX-AMT TO ACTW-TAX-AMOUNT
            COMPUTE ACTW-ORDER-VALUE =
               ACTW-GOODS-VALUE + ACTW-TAX-AMOUNT
            MOVE ACTW-ORDER-VALUE TO ACTO-ORDER-VALUE
            MOVE TAXC-JURISDICTION TO ACTO-TAX-JURISDICTION
            MOVE ACTW-TAX-AMOUNT TO ACTO-TAX-AMOUNT.
       COMPUTE-SALES-TAX-END.
           EXIT.
      **************************************************************
      * SETTLE-ORDER DEBITS THE ORDER VALUE (GOODS PLUS SALES
      * TAX, SEE COMPUTE-SALES-TAX) FROM THE CUSTOMER'S FIRST UNLOCKED
      * ACCOUNT, REPLICATING THE WACTCS9 READ-CHECK-POST SEQUENCE:
      * STOP-PAYMENT MATCH, AVAILABLE BALANCE NET OF OPEN HOLDS
      * PLUS OVERDRAFT ROOM, AND THE ACCT_UPDT_DT-GUARDED UPDATE.
      * BLANK AND THE ORDER FALLS THROUGH TO THE INVOICE RECORD.
      **************************************************************
       SETTLE-ORDER.
            MOVE WS-NEXT-ORDER-NUM TO WS-ORDER-NUM-ED
            MOVE SPACES TO ACTW-SETTLE-DESC
            STRING
                    SET ITEM_ON_HAND_QTY =
                           ITEM_ON_HAND_QTY + :ACTW-ORDER-QTY
                  WHERE ITEM_NUM = :ACTW-ITEM-NUM
            END-EXEC
            PERFORM RESTORE-WAREHOUSE-STOCK
               THRU RESTORE-WAREHOUSE-STOCK-END.
       RESTORE-STOCK-END.
           EXIT.
      **************************************************************
       RESTORE-WAREHOUSE-STOCK.
            IF ACTW-WAREHOUSE-ID = SPACES
               GO TO RESTORE-WAREHOUSE-STOCK-END
            END-IF
            EXEC SQL
                 UPDATE OLS0002.ITEM_STOCK_LOCATION
                    SET ISL_ON_HAND_QTY =
                           ISL_ON_HAND_QTY + :ACTW-ORDER-QTY
                  WHERE ISL_ITEM_NUM = :ACTW-ITEM-NUM
                    AND ISL_WAREHOUSE_ID = :ACTW-WAREHOUSE-ID
            END-EXEC
            MOVE SPACES TO ACTW-WAREHOUSE-ID ACTO-WAREHOUSE-ID.
       RESTORE-WAREHOUSE-STOCK-END.
           EXIT.
      **************************************************************
      * A CUSTOMER WITH NO USABLE ACCOUNT STILL GETS THE GOODS -
      * THE ORDER VALUE GOES ON AN OPEN OLS0002.ORDER_INVOICE ROW,
      * WITH ITS SALES TAX SHOWN SEPARATELY, DUE ON THE HOUSE
      * TERMS, NOTHING YET PAID AND NO DUNNING LETTER SENT.
      **************************************************************
       WRITE-INVOICE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            COMPUTE ACTW-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                  + ACTW-TERMS-DAYS
            MOVE FUNCTION DATE-OF-INTEGER(ACTW-DATE-INT)
               TO ACTW-DUE-DT
            EXEC SQL
                 INSERT INTO OLS0002.ORDER_INVOICE (
                    INV_ORDER_NUM, INV_CUSTOMER_ID, INV_AMOUNT,
                    INV_STATUS, INV_CRT_DT, INV_DUE_DT,
                    INV_PAID_AMOUNT, INV_PAID_DT,
                    INV_DUNNING_LEVEL, INV_LAST_DUNNING_DT,
                    INV_TAX_AMOUNT)
                 VALUES (
                    :ACTO-ORDER-NUM, :ACTW-CUSTOMER-ID,
                    :ACTW-ORDER-VALUE, 'O', :WS-CURRENT-DATE,
                    :ACTW-DUE-DT, 0, 0, 0, 0, :ACTW-TAX-AMOUNT)
            END-EXEC
            IF SQLCODE = 0
               MOVE 'SUCCESSFUL ORDER - INVOICED, NO USABLE ACCOUNT'
            EXEC SQL
                 INSERT INTO OLS0002.ITEM_BACKORDER (
                    BKO_BACKORDER_NUM, BKO_ITEM_NUM, BKO_QTY,
                    BKO_DEST_ZONE, BKO_STATUS, BKO_TS, BKO_USERID,
                    BKO_DEST_STATE)
                 VALUES (
                    :ACTO-BACKORDER-NUM, :ACTW-ITEM-NUM,
                    :ACTW-ORDER-QTY, :ACTW-DEST-ZONE, 'O',
                    CURRENT TIMESTAMP, :EIBUSERID, :ACTW-DEST-STATE)
            END-EXEC
            IF SQLCODE = 0
               EXEC SQL
