      * NEXT ARRIVAL; LATER, SMALLER BACKORDERS OF THE SAME ITEM
      * ARE NOT FILLED AROUND IT - OLDEST-FIRST MEANS THE QUEUE
      * HOLDS AT THE FIRST UNFILLABLE ENTRY PER ITEM.
      * A RELEASED BACKORDER SHIPS WHOLE FROM ONE WAREHOUSE ON
      * OLS0002.ITEM_STOCK_LOCATION, CHOSEN BY THE SAME
      * DESTINATION-ZONE RANKING ORDECS9 USES; A BACKORDER NO ONE
      * WAREHOUSE CAN COVER HOLDS THE ITEM'S QUEUE LIKE ANY OTHER
      * SHORTFALL. AN ITEM WITH NO LOCATION ROWS FILLS FROM THE
      * CATALOG TOTAL ALONE.
      * THE RELEASED ORDER IS TAXED BY THE SHARED TAXCCS9 ROUTINE
      * AS ORDECS9 TAXES A NEW ONE - THE BACKORDER'S DESTINATION
      * STATE (BKO_DEST_STATE) OR ZONE AND THE ITEM'S TAX CATEGORY,
      * AT THE RATE IN FORCE ON THE RELEASE DATE - AND THE
      * JURISDICTION, RATE AND TAX ARE STORED ON THE ORDER ROW. THE
      * TAX IS SETTLED BEFORE THE BACKORDER IS MARKED OR THE ORDER
      * WRITTEN: A FAILED RATE LOOKUP PUTS THE STOCK DECREMENTS
      * BACK, LEAVES THE BACKORDER OPEN, NAMES IT ON THE LOG AND
      * ENDS THE RUN SO THE RATE TABLE CAN BE FIXED BEFORE ANY MORE
      * ORDERS GO OUT - THE SAME REFUSAL ORDECS9 MAKES AT ENTRY.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ORDRCS9.
           10 BKO_QTY              PIC S9(7) USAGE COMP.
           10 BKO_DEST_ZONE        PIC X(1).
           10 BKO_STATUS           PIC X(1).
           10 BKO_DEST_STATE       PIC X(2).
      **************************************************************
        01 BACKORDER-WS.
            07 ACTW-BACKORDER-NUM     PIC S9(9) USAGE COMP.
            07 ACTW-ITEM-NUM          PIC S9(8) USAGE COMP.
            07 ACTW-ORDER-QTY         PIC S9(7) USAGE COMP.
            07 ACTW-DEST-ZONE         PIC X(1).
            07 ACTW-DEST-STATE        PIC X(2).
        01 ITEM-WS.
            07 ACTW-ITEM-WEIGHT       PIC S9(4) USAGE COMP.
            07 ACTW-UNIT-PRICE        PIC S9(7)V9(2) USAGE COMP-3.
            07 ACTW-TAX-CATEGORY      PIC X(4).
        01 ORDER-WS.
            07 ACTW-SHIP-METHOD       PIC X(10).
            07 ACTW-SHIP-DAYS         PIC S9(4) USAGE COMP.
            07 ACTW-WAREHOUSE-ID      PIC X(4).
            07 ACTW-LOCATION-COUNT    PIC S9(4) USAGE COMP.
        01 WS-NEXT-ORDER-NUM          PIC S9(9) USAGE COMP.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
      **************************************************************
      * SALES-TAX PARAMETER AREA - PASSED TO TAXCCS9.
      **************************************************************
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
        01 OPEN-BKO-COUNT             PIC S9(4) USAGE COMP VALUE 0.
      **************************************************************
      * ITEMS WHOSE QUEUE HAS HELD AT AN UNFILLABLE ENTRY THIS
                  BKO_BACKORDER_NUM,
                  BKO_ITEM_NUM,
                  BKO_QTY,
                  BKO_DEST_ZONE,
                  COALESCE(BKO_DEST_STATE, ' ')
                FROM OLS0002.ITEM_BACKORDER
                WHERE BKO_STATUS = 'O'
                ORDER BY BKO_BACKORDER_NUM
                  :ACTW-BACKORDER-NUM,
                  :ACTW-ITEM-NUM,
                  :ACTW-ORDER-QTY,
                  :ACTW-DEST-ZONE,
                  :ACTW-DEST-STATE
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
       RELEASE-LOOP-END.
           EXIT.
      **************************************************************
      * THE SAME GUARDED DECREMENTS ORDECS9 USES, WAREHOUSE THEN
      * CATALOG - EACH ONLY MATCHES WHILE ENOUGH STOCK REMAINS. A
      * MISS HOLDS THE ITEM'S QUEUE AT THIS (OLDEST) ENTRY FOR THE
      * REST OF THE RUN.
      **************************************************************
       TRY-FILL.
            PERFORM ALLOCATE-WAREHOUSE THRU ALLOCATE-WAREHOUSE-END
            IF ACTW-LOCATION-COUNT > 0
               IF ACTW-WAREHOUSE-ID = SPACES
                  PERFORM HOLD-ITEM THRU HOLD-ITEM-END
                  GO TO TRY-FILL-END
               END-IF
               EXEC SQL
                    UPDATE OLS0002.ITEM_STOCK_LOCATION
                       SET ISL_ON_HAND_QTY =
                              ISL_ON_HAND_QTY - :ACTW-ORDER-QTY
                     WHERE ISL_ITEM_NUM = :ACTW-ITEM-NUM
                       AND ISL_WAREHOUSE_ID = :ACTW-WAREHOUSE-ID
                       AND ISL_ON_HAND_QTY >= :ACTW-ORDER-QTY
               END-EXEC
               IF SQLCODE = 100
                  PERFORM HOLD-ITEM THRU HOLD-ITEM-END
                  GO TO TRY-FILL-END
               END-IF
               IF SQLCODE NOT = 0
                  PERFORM REPORT-SQL-FAILURE
                     THRU REPORT-SQL-FAILURE-END
                  MOVE 'Y' TO EODATA
                  GO TO TRY-FILL-END
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
               PERFORM HOLD-ITEM THRU HOLD-ITEM-END
               GO TO TRY-FILL-END
            END-IF
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE
                  THRU REPORT-SQL-FAILURE-END
               PERFORM RESTORE-WAREHOUSE-STOCK
                  THRU RESTORE-WAREHOUSE-STOCK-END
               MOVE 'Y' TO EODATA
               GO TO TRY-FILL-END
            END-IF
            PERFORM FETCH-ITEM-DETAILS
               THRU FETCH-ITEM-DETAILS-END
            PERFORM DETERMINE-SHIPPING
               THRU DETERMINE-SHIPPING-END
            PERFORM COMPUTE-SALES-TAX THRU COMPUTE-SALES-TAX-END
            IF TAXC-RTCD-SQL-ERROR
               DISPLAY 'ORDRCS9 TAX RATE LOOKUP FAILED - BACKORDER '
                  ACTW-BACKORDER-NUM ' LEFT OPEN, RUN ENDED'
               PERFORM RESTORE-STOCK THRU RESTORE-STOCK-END
               PERFORM HOLD-ITEM THRU HOLD-ITEM-END
               MOVE 'Y' TO EODATA
               GO TO TRY-FILL-END
            END-IF
            DISPLAY 'BACKORDER FILLED: ' ACTW-BACKORDER-NUM.
       TRY-FILL-END.
           EXIT.
      **************************************************************
      * THE WAREHOUSE RANKED FIRST FOR THE BACKORDER'S ZONE THAT
      * HOLDS THE WHOLE QUANTITY, AS IN ORDECS9. BLANK WHEN THE
      * ITEM HAS NO LOCATION ROWS OR NONE CAN COVER IT.
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
                 SELECT S.ISL_WAREHOUSE_ID
                   INTO :ACTW-WAREHOUSE-ID
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
            IF SQLCODE NOT = 0
               MOVE SPACES TO ACTW-WAREHOUSE-ID
            END-IF.
       ALLOCATE-WAREHOUSE-END.
           EXIT.
      **************************************************************
      * A BACKORDER THAT CANNOT BE TAXED PUTS BOTH STOCK DECREMENTS
      * BACK, AS ORDECS9 DOES FOR AN ORDER IT REFUSES.
      **************************************************************
       RESTORE-STOCK.
            EXEC SQL
                 UPDATE OLS0002.ITEM_CATALOG
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
            END-EXEC.
       RESTORE-WAREHOUSE-STOCK-END.
           EXIT.
      **************************************************************
       CHECK-ITEM-HELD.
           MOVE 'N' TO ITEM-HELD-SW
           EXIT.
      **************************************************************
       WRITE-ORDER.
            PERFORM LOCK-NEXT-ORDER-NUM
               THRU LOCK-NEXT-ORDER-NUM-END
            EXEC SQL
                 INSERT INTO OLS0002.ITEM_ORDER (
                    ORD_ORDER_NUM, ORD_ITEM_NUM, ORD_QTY,
                    ORD_UNIT_PRICE, ORD_SHIP_METHOD, ORD_SHIP_DAYS,
                    ORD_DEST_ZONE, ORD_STATUS, ORD_TS, ORD_USERID,
                    ORD_WAREHOUSE_ID, ORD_TAX_JURISDICTION,
                    ORD_TAX_RATE_PCT, ORD_TAX_AMOUNT)
                 VALUES (
                    :WS-NEXT-ORDER-NUM, :ACTW-ITEM-NUM,
                    :ACTW-ORDER-QTY, :ACTW-UNIT-PRICE,
                    :ACTW-SHIP-METHOD, :ACTW-SHIP-DAYS,
                    :ACTW-DEST-ZONE, 'O', CURRENT TIMESTAMP,
                    'ORDRCS9', :ACTW-WAREHOUSE-ID,
                    :TAXC-JURISDICTION, :TAXC-RATE-PCT,
                    :TAXC-TAX-AMT)
            END-EXEC
            EXEC SQL
               CLOSE OC1
      **************************************************************
       FETCH-ITEM-DETAILS.
            EXEC SQL
                 SELECT ITEM_WEIGHT, ITEM_UNIT_PRICE,
                        COALESCE(ITEM_TAX_CATEGORY, ' ')
                   INTO :ACTW-ITEM-WEIGHT, :ACTW-UNIT-PRICE,
                        :ACTW-TAX-CATEGORY
                   FROM OLS0002.ITEM_CATALOG
                  WHERE ITEM_NUM = :ACTW-ITEM-NUM
            END-EXEC.
       FETCH-ITEM-DETAILS-END.
           EXIT.
      **************************************************************
      * COMPUTE-SALES-TAX - THE GOODS VALUE TAXED AT THE RATE IN
      * FORCE TODAY FOR THE BACKORDER'S DESTINATION, AS ORDECS9
      * TAXES AT ENTRY.
      **************************************************************
       COMPUTE-SALES-TAX.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            MOVE ACTW-DEST-STATE TO TAXC-DEST-STATE
            MOVE ACTW-DEST-ZONE TO TAXC-DEST-ZONE
            MOVE ACTW-TAX-CATEGORY TO TAXC-TAX-CATEGORY
            MOVE WS-CURRENT-DATE TO TAXC-TAX-DATE
            COMPUTE TAXC-TAXABLE-AMT =
               ACTW-ORDER-QTY * ACTW-UNIT-PRICE
            CALL 'TAXCCS9' USING TAXC-PARM.
       COMPUTE-SALES-TAX-END.
           EXIT.
      **************************************************************
       DETERMINE-SHIPPING.
           IF ACTW-ITEM-WEIGHT <= 16
