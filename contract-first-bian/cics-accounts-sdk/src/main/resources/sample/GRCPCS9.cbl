      * (GRCPSHRT), SO SHORT DELIVERIES ARE VISIBLE THE MORNING
      * THEY HAPPEN. RUNS UNDER THE SHARED BATCH_RUN_CONTROL
      * GUARD.
      * EVERY DELIVERY LINE IS NOW MATCHED TO ITS OPEN PURCHASE
      * ORDER LINE (OLS0002.PURCHASE_ORDER_LINE, RAISED BY
      * POGNCS9): THE LINE ON THE PO NAMED IN THE PURCHASE-REF
      * WHEN THERE IS ONE, OTHERWISE THE ITEM'S OLDEST OPEN LINE
      * BY EXPECTED DATE. THE RECEIVED QUANTITY ACCUMULATES ON THE
      * LINE AND THE MATCH IS RECORDED ON THE GOODS_RECEIPT ROW
      * (GRC_PO_NUM, GRC_PO_LINE, GRC_MATCH_CODE):
      *   F - FULL     THE LINE IS NOW RECEIVED EXACTLY ('C')
      *   P - PARTIAL  THE LINE STILL HAS QUANTITY OUTSTANDING
      *                ('P')
      *   O - OVER     MORE ARRIVED THAN WAS OUTSTANDING ('C')
      *   U - UNEXPECTED - NO OPEN LINE FOR THE ITEM AT ALL
      * A PO IS CLOSED ('C') WHEN ITS LAST OPEN LINE CLOSES AND
      * SHOWS PARTIALLY RECEIVED ('P') UNTIL THEN. PARTIAL, OVER
      * AND UNEXPECTED DELIVERIES GO TO GRCPSHRT WITH A REASON
      * AND THE PO LINE:
      *   ITEM|REF|QTY|EXPECTED|REASON|PO-NUM|PO-LINE
      * WHERE EXPECTED IS THE LINE'S OUTSTANDING QUANTITY BEFORE
      * THIS DELIVERY - OR, FOR AN UNEXPECTED DELIVERY, THE
      * LATEST REPLCS9 SUGGESTION AS BEFORE (REASON SHORT WHEN IT
      * FELL SHORT OF THAT SUGGESTION). AN ITEM NOT ON THE CATALOG
      * IS REPORTED AS UNKNOWN.
      * STOCK IS HELD PER WAREHOUSE ON OLS0002.ITEM_STOCK_LOCATION.
      * A DELIVERY LINE MAY NAME THE RECEIVING WAREHOUSE IN A
      * FOURTH FIELD (ITEM-NUM|QTY|PURCHASE-REF|WAREHOUSE); A LINE
      * WITHOUT ONE IS RECEIVED AT THE HOUSE DEFAULT WAREHOUSE
      * WH01. THE QUANTITY GOES ON THAT WAREHOUSE'S ROW (CREATED
      * ON ITS FIRST RECEIPT) AS WELL AS THE CATALOG TOTAL, AND
      * THE WAREHOUSE IS KEPT ON THE GOODS_RECEIPT ROW. A
      * WAREHOUSE NOT ON OLS0002.WAREHOUSE IS NOT POSTED - THE LINE
      * GOES TO GRCPSHRT WITH REASON WAREHOUSE.
      * STOCK AN ITEM HELD BEFORE IT HAD ANY LOCATION ROW IS THE
      * DEFAULT WAREHOUSE'S: THE FIRST RECEIPT THAT OPENS A ROW FOR
      * SUCH AN ITEM FIRST SEEDS WH01 WITH THE CATALOG TOTAL AS IT
      * STOOD BEFORE THE DELIVERY, SO THE LOCATION ROWS GO ON
      * ADDING UP TO THE CATALOG. A LINE MAY ALSO NAME THE BIN THE
      * GOODS WERE PUT AWAY TO IN A FIFTH FIELD
      * (ITEM-NUM|QTY|PURCHASE-REF|WAREHOUSE|BIN); IT IS KEPT ON THE
      * WAREHOUSE'S LOCATION ROW (ISL_BIN_LOCATION) FOR THE PICKCS9
      * PICK LIST, AND A LINE WITHOUT ONE LEAVES THE BIN ALONE. IF
      * THE WAREHOUSE POSTING FAILS THE CATALOG INCREMENT IS TAKEN
      * BACK OUT, NOTHING ELSE IS RECORDED, AND THE LINE GOES TO
      * GRCPSHRT WITH REASON LOCATION.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. GRCPCS9.
            07 GRCW-ITEM-NUM-TEXT     PIC X(8).
            07 GRCW-QTY-TEXT          PIC X(8).
            07 GRCW-PURCHASE-REF      PIC X(16).
            07 GRCW-WAREHOUSE-ID      PIC X(4).
            07 GRCW-BIN-LOCATION      PIC X(8).
        01 RECEIPT-WS.
            07 GRCW-ITEM-NUM          PIC S9(8) USAGE COMP.
            07 GRCW-QTY               PIC S9(7) USAGE COMP.
        01 GRCW-SUGGESTED-QTY        PIC S9(7) COMP VALUE 0.
        01 GRCW-DEFAULT-WAREHOUSE    PIC X(4)  VALUE 'WH01'.
        01 GRCW-WAREHOUSE-COUNT      PIC S9(4) COMP VALUE 0.
        01 GRCW-LOCATION-SW          PIC X(1)  VALUE 'N'.
        01 PO-MATCH-WS.
            07 GRCW-REF-TEXT          PIC X(16).
            07 GRCW-REF-LEN           PIC S9(4) USAGE COMP.
            07 GRCW-REF-PO-NUM        PIC S9(9) USAGE COMP.
            07 GRCW-PO-NUM            PIC S9(9) USAGE COMP.
            07 GRCW-PO-LINE           PIC S9(4) USAGE COMP.
            07 GRCW-ORDER-QTY         PIC S9(7) USAGE COMP.
            07 GRCW-RECEIVED-QTY      PIC S9(7) USAGE COMP.
            07 GRCW-OUTSTANDING-QTY   PIC S9(7) USAGE COMP.
            07 GRCW-LINE-STATUS       PIC X(1).
            07 GRCW-MATCH-CODE        PIC X(1).
              88 GRCW-MATCH-FULL      VALUE 'F'.
              88 GRCW-MATCH-PARTIAL   VALUE 'P'.
              88 GRCW-MATCH-OVER      VALUE 'O'.
              88 GRCW-MATCH-UNEXPECTED VALUE 'U'.
            07 GRCW-OPEN-LINES        PIC S9(4) USAGE COMP.
        01 GRCW-REPORT-REASON        PIC X(10).
        01 GRCW-REPORT-EXPECTED      PIC S9(7) COMP VALUE 0.
        01 WS-NEXT-RECEIPT-ID        PIC S9(9) COMP VALUE 0.
      **************************************************************
        01 WS-QTY-ED                       PIC 9(7).
        01 WS-QTY-ED-2                     PIC 9(7).
        01 WS-PO-NUM-ED                    PIC 9(9).
        01 WS-PO-LINE-ED                   PIC 9(4).
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-RECORDS-READ                 PIC 9(7)   VALUE 0.
        01 WS-RECEIPTS-POSTED              PIC 9(7)   VALUE 0.
        01 WS-SHORT-LINES                  PIC 9(7)   VALUE 0.
        01 WS-PO-MATCHED                   PIC 9(7)   VALUE 0.
        01 WS-RECEIPT-FEED-FILE-STATUS     PIC X(2)   VALUE '00'.
        01 WS-SHORT-REPORT-FILE-STATUS     PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'GRCPCS9 RECORDS READ:    ' WS-RECORDS-READ
           DISPLAY 'GRCPCS9 RECEIPTS POSTED: ' WS-RECEIPTS-POSTED
           DISPLAY 'GRCPCS9 PO LINES MATCHED:' WS-PO-MATCHED
           DISPLAY 'GRCPCS9 SHORT LINES:     ' WS-SHORT-LINES
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
           END-IF
           ADD 1 TO WS-RECORDS-READ
           MOVE SPACES TO GRCW-ITEM-NUM-TEXT GRCW-QTY-TEXT
                          GRCW-PURCHASE-REF GRCW-WAREHOUSE-ID
                          GRCW-BIN-LOCATION
           UNSTRING RECEIPT-FEED-RECORD
              DELIMITED BY WS-DELIMITER
              INTO GRCW-ITEM-NUM-TEXT
                   GRCW-QTY-TEXT
                   GRCW-PURCHASE-REF
                   GRCW-WAREHOUSE-ID
                   GRCW-BIN-LOCATION
           END-UNSTRING
           IF GRCW-WAREHOUSE-ID = SPACES
              MOVE GRCW-DEFAULT-WAREHOUSE TO GRCW-WAREHOUSE-ID
           END-IF
           COMPUTE GRCW-ITEM-NUM =
              FUNCTION NUMVAL(GRCW-ITEM-NUM-TEXT)
           COMPUTE GRCW-QTY =
      **************************************************************
      * POST-RECEIPT PUTS THE DELIVERED QUANTITY ON THE SHELF
      * UNDER THE SAME GUARDED UPDATE ORDECS9 DECREMENTS
      * THROUGH, MATCHES IT TO ITS PURCHASE ORDER LINE, WRITES THE
      * TRACEABILITY ROW, AND REPORTS A PARTIAL OR OVER DELIVERY -
      * OR, WITH NO PO LINE TO MATCH, COMPARES THE DELIVERY TO THE
      * LATEST REPLCS9 SUGGESTION FOR THE ITEM. AN ITEM NOT ON
      * THE CATALOG IS A REAL DELIVERY OF GOODS WE NEVER SOLD - IT
      * GOES TO THE SHORT REPORT TOO.
      **************************************************************
       POST-RECEIPT.
           MOVE 0 TO GRCW-WAREHOUSE-COUNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :GRCW-WAREHOUSE-COUNT
                  FROM OLS0002.WAREHOUSE
                 WHERE WHS_WAREHOUSE_ID = :GRCW-WAREHOUSE-ID
           END-EXEC
           IF GRCW-WAREHOUSE-COUNT = 0
              MOVE 0 TO GRCW-PO-NUM
              MOVE 0 TO GRCW-PO-LINE
              MOVE 0 TO GRCW-REPORT-EXPECTED
              MOVE 'WAREHOUSE' TO GRCW-REPORT-REASON
              PERFORM WRITE-SHORT-LINE THRU WRITE-SHORT-LINE-END
              GO TO POST-RECEIPT-END
           END-IF
           EXEC SQL
                UPDATE OLS0002.ITEM_CATALOG
                   SET ITEM_ON_HAND_QTY =
                 WHERE ITEM_NUM = :GRCW-ITEM-NUM
           END-EXEC
           IF SQLCODE = 100
              MOVE 0 TO GRCW-PO-NUM
              MOVE 0 TO GRCW-PO-LINE
              MOVE 0 TO GRCW-REPORT-EXPECTED
              MOVE 'UNKNOWN' TO GRCW-REPORT-REASON
              PERFORM WRITE-SHORT-LINE THRU WRITE-SHORT-LINE-END
              GO TO POST-RECEIPT-END
           END-IF
              DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
              GO TO POST-RECEIPT-END
           END-IF
           PERFORM POST-LOCATION-STOCK THRU POST-LOCATION-STOCK-END
           IF GRCW-LOCATION-SW NOT = 'Y'
              EXEC SQL
                   UPDATE OLS0002.ITEM_CATALOG
                      SET ITEM_ON_HAND_QTY =
                             ITEM_ON_HAND_QTY - :GRCW-QTY
                    WHERE ITEM_NUM = :GRCW-ITEM-NUM
              END-EXEC
              MOVE 0 TO GRCW-PO-NUM
              MOVE 0 TO GRCW-PO-LINE
              MOVE 0 TO GRCW-REPORT-EXPECTED
              MOVE 'LOCATION' TO GRCW-REPORT-REASON
              PERFORM WRITE-SHORT-LINE THRU WRITE-SHORT-LINE-END
              GO TO POST-RECEIPT-END
           END-IF
           PERFORM MATCH-PO-LINE THRU MATCH-PO-LINE-END
           MOVE 0 TO WS-NEXT-RECEIPT-ID
           EXEC SQL
                SELECT COALESCE(MAX(GRC_RECEIPT_ID), 0) + 1
           EXEC SQL
                INSERT INTO OLS0002.GOODS_RECEIPT (
                   GRC_RECEIPT_ID, GRC_ITEM_NUM, GRC_QTY,
                   GRC_PURCHASE_REF, GRC_RUN_ID, GRC_RECEIPT_DT,
                   GRC_PO_NUM, GRC_PO_LINE, GRC_MATCH_CODE,
                   GRC_WAREHOUSE_ID)
                VALUES (
                   :WS-NEXT-RECEIPT-ID, :GRCW-ITEM-NUM, :GRCW-QTY,
                   :GRCW-PURCHASE-REF, :FEEDC-RUN-ID,
                   :WS-CURRENT-DATE, :GRCW-PO-NUM, :GRCW-PO-LINE,
                   :GRCW-MATCH-CODE, :GRCW-WAREHOUSE-ID)
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-RECEIPTS-POSTED
           END-IF
           IF GRCW-MATCH-UNEXPECTED
              PERFORM CHECK-AGAINST-SUGGESTION
                 THRU CHECK-AGAINST-SUGGESTION-END
           ELSE
              IF NOT GRCW-MATCH-FULL
                 PERFORM WRITE-SHORT-LINE THRU WRITE-SHORT-LINE-END
              END-IF
           END-IF.
       POST-RECEIPT-END.
           EXIT.
      **************************************************************
      * THE RECEIVING WAREHOUSE'S SHARE OF THE STOCK GOES UP BY
      * THE SAME QUANTITY AS THE CATALOG TOTAL. THE FIRST RECEIPT
      * OF AN ITEM AT A WAREHOUSE OPENS ITS LOCATION ROW; AN ITEM
      * WITH NO ROWS AT ALL HAS WH01 SEEDED FIRST WITH WHAT THE
      * CATALOG HELD BEFORE THIS DELIVERY (A DUPLICATE KEY MEANS
      * ANOTHER POSTING SEEDED IT FIRST). A BIN ON THE LINE IS
      * STORED ON THE ROW. GRCW-LOCATION-SW TELLS POST-RECEIPT
      * WHETHER THE WAREHOUSE WAS POSTED.
      **************************************************************
       POST-LOCATION-STOCK.
           MOVE 'N' TO GRCW-LOCATION-SW
           EXEC SQL
                INSERT INTO OLS0002.ITEM_STOCK_LOCATION (
                   ISL_ITEM_NUM, ISL_WAREHOUSE_ID,
                   ISL_ON_HAND_QTY, ISL_IN_TRANSIT_QTY)
                SELECT ITEM_NUM, :GRCW-DEFAULT-WAREHOUSE,
                       ITEM_ON_HAND_QTY - :GRCW-QTY, 0
                  FROM OLS0002.ITEM_CATALOG
                 WHERE ITEM_NUM = :GRCW-ITEM-NUM
                   AND NOT EXISTS
                      (SELECT 1
                         FROM OLS0002.ITEM_STOCK_LOCATION
                        WHERE ISL_ITEM_NUM = :GRCW-ITEM-NUM)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              AND SQLCODE NOT = -803
              PERFORM REPORT-LOCATION-FAILURE
                 THRU REPORT-LOCATION-FAILURE-END
              GO TO POST-LOCATION-STOCK-END
           END-IF
           EXEC SQL
                UPDATE OLS0002.ITEM_STOCK_LOCATION
                   SET ISL_ON_HAND_QTY =
                          ISL_ON_HAND_QTY + :GRCW-QTY,
                       ISL_BIN_LOCATION =
                          COALESCE(NULLIF(:GRCW-BIN-LOCATION, ' '),
                                   ISL_BIN_LOCATION)
                 WHERE ISL_ITEM_NUM = :GRCW-ITEM-NUM
                   AND ISL_WAREHOUSE_ID = :GRCW-WAREHOUSE-ID
           END-EXEC
           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO OLS0002.ITEM_STOCK_LOCATION (
                      ISL_ITEM_NUM, ISL_WAREHOUSE_ID,
                      ISL_ON_HAND_QTY, ISL_IN_TRANSIT_QTY,
                      ISL_BIN_LOCATION)
                   VALUES (
                      :GRCW-ITEM-NUM, :GRCW-WAREHOUSE-ID,
                      :GRCW-QTY, 0,
                      NULLIF(:GRCW-BIN-LOCATION, ' '))
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              PERFORM REPORT-LOCATION-FAILURE
                 THRU REPORT-LOCATION-FAILURE-END
              GO TO POST-LOCATION-STOCK-END
           END-IF
           MOVE 'Y' TO GRCW-LOCATION-SW.
       POST-LOCATION-STOCK-END.
           EXIT.
      **************************************************************
       REPORT-LOCATION-FAILURE.
           MOVE SQLCODE TO TXT-SQLCODE
           DISPLAY 'GRCPCS9 LOCATION UPDATE FAILED: '
              GRCW-ITEM-NUM ' AT ' GRCW-WAREHOUSE-ID
              ' SQLCODE: ' TXT-SQLCODE.
       REPORT-LOCATION-FAILURE-END.
           EXIT.
      **************************************************************
      * MATCH-PO-LINE - A PURCHASE-REF THAT IS A PO NUMBER PICKS
      * THAT ORDER'S OPEN LINE FOR THE ITEM FIRST; OTHERWISE (OR
      * IF THAT ORDER HAS NO OPEN LINE FOR IT) THE ITEM'S OLDEST
      * OPEN LINE BY EXPECTED DATE TAKES THE DELIVERY. THE WHOLE
      * DELIVERY GOES AGAINST THE ONE LINE - ANYTHING BEYOND ITS
      * OUTSTANDING QUANTITY IS AN OVER DELIVERY ON THAT LINE.
      **************************************************************
       MATCH-PO-LINE.
           SET GRCW-MATCH-UNEXPECTED TO TRUE
           MOVE 0 TO GRCW-PO-NUM
           MOVE 0 TO GRCW-PO-LINE
           MOVE 0 TO GRCW-REF-PO-NUM
           MOVE SPACES TO GRCW-REF-TEXT
           MOVE 0 TO GRCW-REF-LEN
           UNSTRING GRCW-PURCHASE-REF DELIMITED BY SPACE
              INTO GRCW-REF-TEXT COUNT IN GRCW-REF-LEN
           END-UNSTRING
           IF GRCW-REF-LEN > 0 AND GRCW-REF-LEN < 10
              IF GRCW-REF-TEXT(1:GRCW-REF-LEN) IS NUMERIC
                 COMPUTE GRCW-REF-PO-NUM =
                    FUNCTION NUMVAL(GRCW-REF-TEXT(1:GRCW-REF-LEN))
              END-IF
           END-IF
           EXEC SQL
                SELECT POLN_PO_NUM, POLN_LINE_NUM, POLN_ORDER_QTY,
                       POLN_RECEIVED_QTY
                  INTO :GRCW-PO-NUM, :GRCW-PO-LINE,
                       :GRCW-ORDER-QTY, :GRCW-RECEIVED-QTY
                  FROM OLS0002.PURCHASE_ORDER_LINE
                 WHERE POLN_ITEM_NUM = :GRCW-ITEM-NUM
                   AND POLN_STATUS IN ('O', 'P')
                 ORDER BY CASE WHEN POLN_PO_NUM = :GRCW-REF-PO-NUM
                               THEN 0 ELSE 1 END,
                          POLN_EXPECTED_DT, POLN_PO_NUM,
                          POLN_LINE_NUM
                 FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO GRCW-PO-NUM
              MOVE 0 TO GRCW-PO-LINE
              IF SQLCODE NOT = 100
                 MOVE SQLCODE TO TXT-SQLCODE
                 DISPLAY 'GRCPCS9 PO LINE LOOKUP FAILED: '
                    GRCW-ITEM-NUM ' SQLCODE: ' TXT-SQLCODE
              END-IF
              GO TO MATCH-PO-LINE-END
           END-IF
           COMPUTE GRCW-OUTSTANDING-QTY =
              GRCW-ORDER-QTY - GRCW-RECEIVED-QTY
           ADD GRCW-QTY TO GRCW-RECEIVED-QTY
           EVALUATE TRUE
              WHEN GRCW-QTY < GRCW-OUTSTANDING-QTY
                 SET GRCW-MATCH-PARTIAL TO TRUE
                 MOVE 'P' TO GRCW-LINE-STATUS
                 MOVE 'PARTIAL' TO GRCW-REPORT-REASON
              WHEN GRCW-QTY = GRCW-OUTSTANDING-QTY
                 SET GRCW-MATCH-FULL TO TRUE
                 MOVE 'C' TO GRCW-LINE-STATUS
              WHEN OTHER
                 SET GRCW-MATCH-OVER TO TRUE
                 MOVE 'C' TO GRCW-LINE-STATUS
                 MOVE 'OVER' TO GRCW-REPORT-REASON
           END-EVALUATE
           MOVE GRCW-OUTSTANDING-QTY TO GRCW-REPORT-EXPECTED
           EXEC SQL
                UPDATE OLS0002.PURCHASE_ORDER_LINE
                   SET POLN_RECEIVED_QTY = :GRCW-RECEIVED-QTY,
                       POLN_STATUS = :GRCW-LINE-STATUS,
                       POLN_LAST_RECEIPT_DT = :WS-CURRENT-DATE
                 WHERE POLN_PO_NUM = :GRCW-PO-NUM
                   AND POLN_LINE_NUM = :GRCW-PO-LINE
                   AND POLN_STATUS IN ('O', 'P')
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'GRCPCS9 PO LINE UPDATE FAILED: PO '
                 GRCW-PO-NUM ' LINE ' GRCW-PO-LINE
                 ' SQLCODE: ' TXT-SQLCODE
              SET GRCW-MATCH-UNEXPECTED TO TRUE
              MOVE 0 TO GRCW-PO-NUM
              MOVE 0 TO GRCW-PO-LINE
              GO TO MATCH-PO-LINE-END
           END-IF
           ADD 1 TO WS-PO-MATCHED
           PERFORM UPDATE-PO-STATUS THRU UPDATE-PO-STATUS-END.
       MATCH-PO-LINE-END.
           EXIT.
      **************************************************************
      * THE ORDER CLOSES WITH ITS LAST OPEN LINE, AND IS PARTIALLY
      * RECEIVED UNTIL THEN.
      **************************************************************
       UPDATE-PO-STATUS.
           MOVE 0 TO GRCW-OPEN-LINES
           EXEC SQL
                SELECT COUNT(*)
                  INTO :GRCW-OPEN-LINES
                  FROM OLS0002.PURCHASE_ORDER_LINE
                 WHERE POLN_PO_NUM = :GRCW-PO-NUM
                   AND POLN_STATUS IN ('O', 'P')
           END-EXEC
           IF GRCW-OPEN-LINES = 0
              EXEC SQL
                   UPDATE OLS0002.PURCHASE_ORDER
                      SET PORD_STATUS = 'C'
                    WHERE PORD_PO_NUM = :GRCW-PO-NUM
              END-EXEC
           ELSE
              EXEC SQL
                   UPDATE OLS0002.PURCHASE_ORDER
                      SET PORD_STATUS = 'P'
                    WHERE PORD_PO_NUM = :GRCW-PO-NUM
              END-EXEC
           END-IF.
       UPDATE-PO-STATUS-END.
           EXIT.
      **************************************************************
       CHECK-AGAINST-SUGGESTION.
           MOVE 0 TO GRCW-SUGGESTED-QTY
           IF SQLCODE NOT = 0
              MOVE 0 TO GRCW-SUGGESTED-QTY
           END-IF
           MOVE GRCW-SUGGESTED-QTY TO GRCW-REPORT-EXPECTED
           IF GRCW-SUGGESTED-QTY > 0
              AND GRCW-QTY < GRCW-SUGGESTED-QTY
              MOVE 'SHORT' TO GRCW-REPORT-REASON
           ELSE
              MOVE 'UNEXPECTED' TO GRCW-REPORT-REASON
           END-IF
           PERFORM WRITE-SHORT-LINE THRU WRITE-SHORT-LINE-END.
       CHECK-AGAINST-SUGGESTION-END.
           EXIT.
      **************************************************************
       WRITE-SHORT-LINE.
           ADD 1 TO WS-SHORT-LINES
           MOVE GRCW-QTY TO WS-QTY-ED
           MOVE GRCW-REPORT-EXPECTED TO WS-QTY-ED-2
           MOVE GRCW-PO-NUM TO WS-PO-NUM-ED
           MOVE GRCW-PO-LINE TO WS-PO-LINE-ED
           MOVE SPACES TO SHORT-REPORT-RECORD
           STRING
              GRCW-ITEM-NUM-TEXT    DELIMITED BY SIZE
              WS-QTY-ED             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-QTY-ED-2           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              GRCW-REPORT-REASON    DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-PO-NUM-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-PO-LINE-ED         DELIMITED BY SIZE
              INTO SHORT-REPORT-RECORD
           END-STRING
           WRITE SHORT-REPORT-RECORD
           DISPLAY '*** ' GRCW-REPORT-REASON ' DELIVERY: '
              GRCW-ITEM-NUM-TEXT.
       WRITE-SHORT-LINE-END.
           EXIT.
