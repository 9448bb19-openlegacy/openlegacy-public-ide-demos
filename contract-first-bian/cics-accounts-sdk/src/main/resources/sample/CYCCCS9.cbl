      * HISTORY (CATALOG PRICE WHEN NO HISTORY EXISTS, THE SAME
      * FALLBACK ORDECS9 USES), WITH AN ABSOLUTE VALUE TOTAL AT
      * THE BOTTOM. RUNS UNDER THE SHARED BATCH_RUN_CONTROL GUARD.
      * STOCK IS HELD PER WAREHOUSE ON OLS0002.ITEM_STOCK_LOCATION,
      * SO A COUNT LINE NAMES THE WAREHOUSE COUNTED IN A FOURTH
      * FIELD (ITEM-NUM|COUNTED-QTY|COUNTER-ID|WAREHOUSE; BLANK IS
      * THE HOUSE DEFAULT WAREHOUSE WH01) AND IS RECONCILED TO
      * THAT WAREHOUSE'S ON-HAND QUANTITY - NONE IF THE ITEM HAS
      * NO ROW THERE YET. AN ITEM WITH NO LOCATION ROWS AT ALL
      * STILL HOLDS ITS WHOLE CATALOG TOTAL IN WH01, SO A WH01
      * COUNT OF IT IS RECONCILED TO ITEM_ON_HAND_QTY, AND POSTING
      * ANY COUNT OF IT SEEDS WH01 WITH THAT TOTAL BEFORE THE
      * COUNTED ROW IS SET. A POSTED VARIANCE SETS THE WAREHOUSE TO
      * THE COUNT AND MOVES THE CATALOG TOTAL BY THE SAME AMOUNT;
      * A HELD ONE CARRIES ITS WAREHOUSE (CCV_WAREHOUSE_ID) TO
      * CYCACS9. A WAREHOUSE NOT ON OLS0002.WAREHOUSE IS REPORTED
      * AS NOWHS AND NOT POSTED. THE REPORT LINE NAMES THE
      * WAREHOUSE AFTER THE COUNTER.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CYCCCS9.
            07 CYCW-ITEM-NUM-TEXT     PIC X(8).
            07 CYCW-QTY-TEXT          PIC X(8).
            07 CYCW-COUNTER-ID        PIC X(8).
            07 CYCW-WAREHOUSE-ID      PIC X(4).
        01 COUNT-WS.
            07 CYCW-ITEM-NUM          PIC S9(8) USAGE COMP.
            07 CYCW-COUNTED-QTY       PIC S9(7) USAGE COMP.
            07 CYCW-VARIANCE-VALUE    PIC S9(9)V9(2) USAGE COMP-3.
            07 CYCW-ABS-VALUE         PIC S9(9)V9(2) USAGE COMP-3.
            07 CYCW-DISPOSITION       PIC X(6).
            07 CYCW-CAT-ON-HAND       PIC S9(7) USAGE COMP.
            07 CYCW-CAT-NEW-ON-HAND   PIC S9(7) USAGE COMP.
            07 CYCW-LOCATION-SW       PIC X(1).
            07 CYCW-SEED-SW           PIC X(1).
        01 CYCW-DEFAULT-WAREHOUSE    PIC X(4)  VALUE 'WH01'.
        01 CYCW-WAREHOUSE-COUNT      PIC S9(4) COMP VALUE 0.
        01 CYCW-LOCATION-COUNT       PIC S9(4) COMP VALUE 0.
        01 WS-EFF-PRICE              PIC S9(7)V9(2) COMP-3 VALUE 0.
        01 WS-NEXT-VARIANCE-ID       PIC S9(9) COMP VALUE 0.
      **************************************************************
       COUNT-LOOP.
           ADD 1 TO WS-LINES-READ
           MOVE SPACES TO CYCW-ITEM-NUM-TEXT CYCW-QTY-TEXT
                          CYCW-COUNTER-ID CYCW-WAREHOUSE-ID
           UNSTRING COUNT-FEED-RECORD
              DELIMITED BY WS-DELIMITER
              INTO CYCW-ITEM-NUM-TEXT
                   CYCW-QTY-TEXT
                   CYCW-COUNTER-ID
                   CYCW-WAREHOUSE-ID
           END-UNSTRING
           IF CYCW-WAREHOUSE-ID = SPACES
              MOVE CYCW-DEFAULT-WAREHOUSE TO CYCW-WAREHOUSE-ID
           END-IF
           COMPUTE CYCW-ITEM-NUM =
              FUNCTION NUMVAL(CYCW-ITEM-NUM-TEXT)
           COMPUTE CYCW-COUNTED-QTY =
       COUNT-LOOP-END.
           EXIT.
      **************************************************************
      * RECONCILE-COUNT COMPARES THE SHELF COUNT TO THE COUNTED
      * WAREHOUSE'S QUANTITY, PRICES THE DIFFERENCE, AND EITHER
      * POSTS IT, HOLDS IT, OR REPORTS THE MISS.
      **************************************************************
       RECONCILE-COUNT.
           MOVE 0 TO CYCW-WAREHOUSE-COUNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :CYCW-WAREHOUSE-COUNT
                  FROM OLS0002.WAREHOUSE
                 WHERE WHS_WAREHOUSE_ID = :CYCW-WAREHOUSE-ID
           END-EXEC
           IF CYCW-WAREHOUSE-COUNT = 0
              MOVE 0 TO CYCW-ON-HAND-QTY
              MOVE 0 TO CYCW-VARIANCE-QTY
              MOVE 0 TO CYCW-VARIANCE-VALUE
              MOVE 'NOWHS ' TO CYCW-DISPOSITION
              PERFORM WRITE-VARIANCE-LINE
                 THRU WRITE-VARIANCE-LINE-END
              GO TO RECONCILE-COUNT-END
           END-IF
           EXEC SQL
                SELECT ITEM_ON_HAND_QTY, ITEM_UNIT_PRICE
                  INTO :CYCW-CAT-ON-HAND, :CYCW-UNIT-PRICE
                  FROM OLS0002.ITEM_CATALOG
                 WHERE ITEM_NUM = :CYCW-ITEM-NUM
           END-EXEC
                 THRU REPORT-SQL-FAILURE-END
              GO TO RECONCILE-COUNT-END
           END-IF
           MOVE 'Y' TO CYCW-LOCATION-SW
           MOVE 'N' TO CYCW-SEED-SW
           EXEC SQL
                SELECT ISL_ON_HAND_QTY
                  INTO :CYCW-ON-HAND-QTY
                  FROM OLS0002.ITEM_STOCK_LOCATION
                 WHERE ISL_ITEM_NUM = :CYCW-ITEM-NUM
                   AND ISL_WAREHOUSE_ID = :CYCW-WAREHOUSE-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'N' TO CYCW-LOCATION-SW
              MOVE 0 TO CYCW-ON-HAND-QTY
              PERFORM CHECK-UNLOCATED THRU CHECK-UNLOCATED-END
           END-IF
           IF CYCW-COUNTED-QTY = CYCW-ON-HAND-QTY
              ADD 1 TO WS-CLEAN-COUNTS
              GO TO RECONCILE-COUNT-END
       RECONCILE-COUNT-END.
           EXIT.
      **************************************************************
      * CHECK-UNLOCATED - AN ITEM WITH NO LOCATION ROWS AT ALL
      * HOLDS ITS WHOLE CATALOG TOTAL IN WH01. A WH01 COUNT IS
      * MEASURED AGAINST THAT TOTAL, AND WHICHEVER WAREHOUSE WAS
      * COUNTED, POSTING THE COUNT SEEDS WH01 FIRST.
      **************************************************************
       CHECK-UNLOCATED.
           MOVE 0 TO CYCW-LOCATION-COUNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :CYCW-LOCATION-COUNT
                  FROM OLS0002.ITEM_STOCK_LOCATION
                 WHERE ISL_ITEM_NUM = :CYCW-ITEM-NUM
           END-EXEC
           IF SQLCODE NOT = 0 OR CYCW-LOCATION-COUNT > 0
              GO TO CHECK-UNLOCATED-END
           END-IF
           MOVE 'Y' TO CYCW-SEED-SW
           IF CYCW-WAREHOUSE-ID = CYCW-DEFAULT-WAREHOUSE
              MOVE CYCW-CAT-ON-HAND TO CYCW-ON-HAND-QTY
           END-IF.
       CHECK-UNLOCATED-END.
           EXIT.
      **************************************************************
      * RESOLVE-PRICE - THE PRICE IN EFFECT TODAY IS THE ITEM'S
      * LATEST OLS0002.ITEM_PRICE ROW WHOSE EFFECTIVE-FROM DATE
      * HAS ARRIVED; AN ITEM WITH NO PRICE HISTORY KEEPS ITS
       RESOLVE-PRICE-END.
           EXIT.
      **************************************************************
      * POST-ADJUSTMENT SETS THE WAREHOUSE TO THE COUNTED QUANTITY
      * UNDER A GUARD THAT ONLY MATCHES WHILE IT STILL SHOWS WHAT
      * WE READ - AN ITEM THAT TRADED BETWEEN THE READ AND THE
      * POST IS REPORTED AS MOVED AND LEFT ALONE RATHER THAN
      * OVERWRITTEN WITH A STALE COUNT. STOCK FOUND AT A WAREHOUSE
      * WITH NO ROW FOR THE ITEM OPENS ONE (A DUPLICATE KEY MEANS
      * ANOTHER POSTING OPENED IT FIRST - MOVED). AN ITEM WITH NO
      * ROWS AT ALL HAS WH01 SEEDED WITH ITS CATALOG TOTAL FIRST; A
      * WH01 COUNT THEN SETS THAT ROW UNDER THE SAME GUARD, SO ONLY
      * THE TRUE VARIANCE REACHES THE CATALOG. THE CATALOG TOTAL
      * MOVES BY THE VARIANCE.
      **************************************************************
       POST-ADJUSTMENT.
           IF CYCW-SEED-SW = 'Y'
              EXEC SQL
                   INSERT INTO OLS0002.ITEM_STOCK_LOCATION (
                      ISL_ITEM_NUM, ISL_WAREHOUSE_ID,
                      ISL_ON_HAND_QTY, ISL_IN_TRANSIT_QTY)
                   SELECT ITEM_NUM, :CYCW-DEFAULT-WAREHOUSE,
                          ITEM_ON_HAND_QTY, 0
                     FROM OLS0002.ITEM_CATALOG
                    WHERE ITEM_NUM = :CYCW-ITEM-NUM
                      AND NOT EXISTS
                         (SELECT 1
                            FROM OLS0002.ITEM_STOCK_LOCATION
                           WHERE ISL_ITEM_NUM = :CYCW-ITEM-NUM)
              END-EXEC
              IF SQLCODE = 100 OR SQLCODE = -803
                 MOVE 'MOVED ' TO CYCW-DISPOSITION
                 GO TO POST-ADJUSTMENT-END
              END-IF
              IF SQLCODE NOT = 0
                 PERFORM REPORT-SQL-FAILURE
                    THRU REPORT-SQL-FAILURE-END
                 MOVE 'FAILED' TO CYCW-DISPOSITION
                 GO TO POST-ADJUSTMENT-END
              END-IF
              IF CYCW-WAREHOUSE-ID = CYCW-DEFAULT-WAREHOUSE
                 MOVE 'Y' TO CYCW-LOCATION-SW
              END-IF
           END-IF
           IF CYCW-LOCATION-SW = 'Y'
              EXEC SQL
                   UPDATE OLS0002.ITEM_STOCK_LOCATION
                      SET ISL_ON_HAND_QTY = :CYCW-COUNTED-QTY
                    WHERE ISL_ITEM_NUM = :CYCW-ITEM-NUM
                      AND ISL_WAREHOUSE_ID = :CYCW-WAREHOUSE-ID
                      AND ISL_ON_HAND_QTY = :CYCW-ON-HAND-QTY
              END-EXEC
           ELSE
              EXEC SQL
                   INSERT INTO OLS0002.ITEM_STOCK_LOCATION (
                      ISL_ITEM_NUM, ISL_WAREHOUSE_ID,
                      ISL_ON_HAND_QTY, ISL_IN_TRANSIT_QTY)
                   VALUES (
                      :CYCW-ITEM-NUM, :CYCW-WAREHOUSE-ID,
                      :CYCW-COUNTED-QTY, 0)
              END-EXEC
              IF SQLCODE = -803
                 MOVE 'MOVED ' TO CYCW-DISPOSITION
                 GO TO POST-ADJUSTMENT-END
              END-IF
           END-IF
           IF SQLCODE = 100
              MOVE 'MOVED ' TO CYCW-DISPOSITION
              GO TO POST-ADJUSTMENT-END
              MOVE 'FAILED' TO CYCW-DISPOSITION
              GO TO POST-ADJUSTMENT-END
           END-IF
           EXEC SQL
                UPDATE OLS0002.ITEM_CATALOG
                   SET ITEM_ON_HAND_QTY =
                          ITEM_ON_HAND_QTY + :CYCW-VARIANCE-QTY
                 WHERE ITEM_NUM = :CYCW-ITEM-NUM
           END-EXEC
           COMPUTE CYCW-CAT-NEW-ON-HAND =
              CYCW-CAT-ON-HAND + CYCW-VARIANCE-QTY
           EXEC SQL
                INSERT INTO OLS0002.ITEM_AUDIT (
                   IAUD_ITEM_NUM, IAUD_ACTION, IAUD_USERID,
                   IAUD_TS,
                   IAUD_OLD_ON_HAND_QTY, IAUD_NEW_ON_HAND_QTY,
                   IAUD_WAREHOUSE_ID)
                VALUES (
                   :CYCW-ITEM-NUM, 'CYCCNT', :CYCW-COUNTER-ID,
                   CURRENT TIMESTAMP,
                   :CYCW-CAT-ON-HAND, :CYCW-CAT-NEW-ON-HAND,
                   :CYCW-WAREHOUSE-ID)
           END-EXEC
           ADD 1 TO WS-POSTED-COUNT
           MOVE 'POSTED' TO CYCW-DISPOSITION.
                   CCV_COUNTER_ID, CCV_ON_HAND_QTY,
                   CCV_COUNTED_QTY, CCV_VARIANCE_QTY,
                   CCV_VARIANCE_VALUE, CCV_STATUS,
                   CCV_DECIDED_DT, CCV_DECIDED_USERID,
                   CCV_WAREHOUSE_ID)
                VALUES (
                   :WS-NEXT-VARIANCE-ID, :CYCW-ITEM-NUM,
                   :WS-CURRENT-DATE, :CYCW-COUNTER-ID,
                   :CYCW-ON-HAND-QTY, :CYCW-COUNTED-QTY,
                   :CYCW-VARIANCE-QTY, :CYCW-VARIANCE-VALUE,
                   'H', 0, ' ', :CYCW-WAREHOUSE-ID)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE
              WS-DELIMITER          DELIMITED BY SIZE
              CYCW-COUNTER-ID       DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              CYCW-WAREHOUSE-ID     DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-QTY-ED             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-QTY-ED-2           DELIMITED BY SIZE
