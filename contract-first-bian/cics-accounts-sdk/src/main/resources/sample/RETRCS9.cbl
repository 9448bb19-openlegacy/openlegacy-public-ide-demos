      * RESTORED STOCK IS IMMEDIATELY VISIBLE TO THE ORDRCS9
      * BACKORDER RELEASE PASS - NO SPECIAL HANDOFF NEEDED, THE
      * RELEASE READS ON-HAND QUANTITY LIKE EVERYONE ELSE.
      * STOCK IS HELD PER WAREHOUSE ON OLS0002.ITEM_STOCK_LOCATION.
      * THE GOODS GO BACK ON THE WAREHOUSE THE CLERK KEYS, ELSE
      * THE ONE THE ORIGINAL ORDER SHIPPED FROM, ELSE THE HOUSE
      * DEFAULT WAREHOUSE WH01; THE CATALOG TOTAL RISES WITH IT
      * AND THE AUDIT ROW NAMES THE WAREHOUSE. AN ITEM WITH NO
      * LOCATION ROW YET HAS WH01 SEEDED FIRST WITH WHAT THE
      * CATALOG HELD BEFORE THE RETURN, SO THE LOCATION ROWS GO ON
      * ADDING UP TO THE CATALOG TOTAL.
      * RECEIPT IS WHEN THE SALES-TAX SHARE RETACS9 FIXED ON THE
      * RETURN (RET_TAX_AMOUNT) FALLS DUE BACK TO THE CUSTOMER; IT
      * IS HANDED BACK TO THE CALLER, AND SLTXCS9 NETS IT OFF THE
      * TAX FOR THE MONTH OF RET_RECEIVED_DT.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. RETRCS9.
      **************************************************************
       01  DCLRETURN.
           10 RET_RETURN_ID        PIC S9(9) USAGE COMP.
           10 RET_ORDER_NUM        PIC S9(9) USAGE COMP.
           10 RET_ITEM_NUM         PIC S9(8) USAGE COMP.
           10 RET_QTY              PIC S9(7) USAGE COMP.
           10 RET_STATUS           PIC X(1).
           10 RET_TAX_AMOUNT       PIC S9(11)V9(3) USAGE COMP-3.
      **************************************************************
        01 RETURN-WS.
            07 RETW-RETURN-ID       PIC S9(9) USAGE COMP.
            07 RETW-ITEM-NUM        PIC S9(8) USAGE COMP.
            07 RETW-QTY             PIC S9(7) USAGE COMP.
            07 RETW-STATUS          PIC X(1).
            07 RETW-ORDER-NUM       PIC S9(9) USAGE COMP.
            07 RETW-WAREHOUSE-ID    PIC X(4).
            07 RETW-TAX-AMOUNT      PIC S9(11)V9(3) USAGE COMP-3.
        01 RETW-DEFAULT-WAREHOUSE    PIC X(4)  VALUE 'WH01'.
        01 RETW-WAREHOUSE-COUNT      PIC S9(4) COMP VALUE 0.
        01 RETW-OLD-ON-HAND          PIC S9(7) COMP.
        01 RETW-NEW-ON-HAND          PIC S9(7) COMP.
        01 WS-CURRENT-DATE-DATA.
      **************************************************************
        01 IN-PUT.
            05 RETI-RETURN-ID                   PIC S9(9) COMP.
      *    BLANK RESTOCKS THE WAREHOUSE THE ORDER SHIPPED FROM.
            05 RETI-WAREHOUSE-ID                PIC X(4).
        01 RECEIPT-OUT.
            05 RETO-RETURN-ID                   PIC S9(9) COMP.
            05 RETO-ITEM-NUM                    PIC S9(8) COMP.
            05 RETO-NEW-ON-HAND                 PIC S9(7) COMP.
            05 RETO-WAREHOUSE-ID                PIC X(4).
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-RETURN-NOT-FOUND          VALUE 1.
              88 RTCD-RETURN-NOT-OPEN           VALUE 2.
              88 RTCD-ITEM-NOT-FOUND            VALUE 3.
              88 RTCD-SQL-ERROR                 VALUE 4.
              88 RTCD-INVALID-WAREHOUSE         VALUE 5.
            05 RT-MSG                          PIC X(60).
            05 RETO-TAX-REFUND                  PIC S9(11)V9(3) COMP-3.
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           PERFORM FETCH-RETURN THRU FETCH-RETURN-END
           IF RTCD-OK
              PERFORM RESOLVE-WAREHOUSE THRU RESOLVE-WAREHOUSE-END
           END-IF
           IF RTCD-OK
              PERFORM MARK-RECEIVED THRU MARK-RECEIVED-END
           END-IF
            SET RTCD-OK TO TRUE
            MOVE RETI-RETURN-ID TO RETW-RETURN-ID
            MOVE RETI-RETURN-ID TO RETO-RETURN-ID
            MOVE RETI-WAREHOUSE-ID TO RETW-WAREHOUSE-ID
            IF RETW-WAREHOUSE-ID = LOW-VALUES
               MOVE SPACES TO RETW-WAREHOUSE-ID
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            DISPLAY 'RETURN-ID = ' RETW-RETURN-ID.
       GET-INPUT-END.
      **************************************************************
       FETCH-RETURN.
            EXEC SQL
                 SELECT RET_ITEM_NUM, RET_QTY, RET_STATUS,
                        RET_ORDER_NUM, COALESCE(RET_TAX_AMOUNT, 0)
                   INTO :RETW-ITEM-NUM, :RETW-QTY, :RETW-STATUS,
                        :RETW-ORDER-NUM, :RETW-TAX-AMOUNT
                   FROM OLS0002.ITEM_RETURN
                  WHERE RET_RETURN_ID = :RETW-RETURN-ID
            END-EXEC
       FETCH-RETURN-END.
           EXIT.
      **************************************************************
      * THE KEYED WAREHOUSE WINS; OTHERWISE THE GOODS GO BACK
      * WHERE THEY SHIPPED FROM, OR TO THE HOUSE DEFAULT FOR AN
      * ORDER THAT PREDATES WAREHOUSE ALLOCATION.
      **************************************************************
       RESOLVE-WAREHOUSE.
            IF RETW-WAREHOUSE-ID = SPACES
               EXEC SQL
                    SELECT ORD_WAREHOUSE_ID
                      INTO :RETW-WAREHOUSE-ID
                      FROM OLS0002.ITEM_ORDER
                     WHERE ORD_ORDER_NUM = :RETW-ORDER-NUM
               END-EXEC
               IF SQLCODE NOT = 0
                  MOVE SPACES TO RETW-WAREHOUSE-ID
               END-IF
            END-IF
            IF RETW-WAREHOUSE-ID = SPACES
               MOVE RETW-DEFAULT-WAREHOUSE TO RETW-WAREHOUSE-ID
            END-IF
            MOVE RETW-WAREHOUSE-ID TO RETO-WAREHOUSE-ID
            MOVE 0 TO RETW-WAREHOUSE-COUNT
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :RETW-WAREHOUSE-COUNT
                   FROM OLS0002.WAREHOUSE
                  WHERE WHS_WAREHOUSE_ID = :RETW-WAREHOUSE-ID
            END-EXEC
            IF RETW-WAREHOUSE-COUNT = 0
               SET RTCD-INVALID-WAREHOUSE TO TRUE
               MOVE 'NOT RECEIVED - WAREHOUSE NOT FOUND' TO RT-MSG
            END-IF.
       RESOLVE-WAREHOUSE-END.
           EXIT.
      **************************************************************
      * THE STATUS PREDICATE IS TAKEN FIRST SO THE SAME RETURN
      * CANNOT RESTOCK TWICE.
      **************************************************************
      **************************************************************
      * RESTORE-STOCK READS THE BEFORE QUANTITY FOR THE AUDIT
      * ROW, INCREMENTS ITEM_ON_HAND_QTY UNDER THE SAME GUARDED
      * UPDATE ORDECS9 DECREMENTS THROUGH, PUTS THE GOODS ON THE
      * RECEIVING WAREHOUSE (OPENING ITS LOCATION ROW IF NEED
      * BE, AFTER SEEDING WH01 FOR AN ITEM WITH NO ROWS AT ALL -
      * A DUPLICATE KEY THERE MEANS ANOTHER POSTING SEEDED IT
      * FIRST), AND AUDITS THE MOVE. A FAILED WAREHOUSE POSTING
      * TAKES THE CATALOG INCREMENT BACK OUT.
      **************************************************************
       RESTORE-STOCK.
            EXEC SQL
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO RESTORE-STOCK-END
            END-IF
            EXEC SQL
                 INSERT INTO OLS0002.ITEM_STOCK_LOCATION (
                    ISL_ITEM_NUM, ISL_WAREHOUSE_ID,
                    ISL_ON_HAND_QTY, ISL_IN_TRANSIT_QTY)
                 SELECT ITEM_NUM, :RETW-DEFAULT-WAREHOUSE,
                        ITEM_ON_HAND_QTY - :RETW-QTY, 0
                   FROM OLS0002.ITEM_CATALOG
                  WHERE ITEM_NUM = :RETW-ITEM-NUM
                    AND NOT EXISTS
                       (SELECT 1
                          FROM OLS0002.ITEM_STOCK_LOCATION
                         WHERE ISL_ITEM_NUM = :RETW-ITEM-NUM)
            END-EXEC
            IF SQLCODE = 0 OR SQLCODE = 100 OR SQLCODE = -803
               EXEC SQL
                    UPDATE OLS0002.ITEM_STOCK_LOCATION
                       SET ISL_ON_HAND_QTY =
                              ISL_ON_HAND_QTY + :RETW-QTY
                     WHERE ISL_ITEM_NUM = :RETW-ITEM-NUM
                       AND ISL_WAREHOUSE_ID = :RETW-WAREHOUSE-ID
               END-EXEC
            END-IF
            IF SQLCODE = 100
               EXEC SQL
                    INSERT INTO OLS0002.ITEM_STOCK_LOCATION (
                       ISL_ITEM_NUM, ISL_WAREHOUSE_ID,
                       ISL_ON_HAND_QTY, ISL_IN_TRANSIT_QTY)
                    VALUES (
                       :RETW-ITEM-NUM, :RETW-WAREHOUSE-ID,
                       :RETW-QTY, 0)
               END-EXEC
            END-IF
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               EXEC SQL
                    UPDATE OLS0002.ITEM_CATALOG
                       SET ITEM_ON_HAND_QTY =
                              ITEM_ON_HAND_QTY - :RETW-QTY
                     WHERE ITEM_NUM = :RETW-ITEM-NUM
               END-EXEC
               GO TO RESTORE-STOCK-END
            END-IF
            COMPUTE RETW-NEW-ON-HAND =
               RETW-OLD-ON-HAND + RETW-QTY
            PERFORM ITEM-AUDIT THRU ITEM-AUDIT-END
            MOVE RETW-NEW-ON-HAND TO RETO-NEW-ON-HAND
            MOVE RETW-TAX-AMOUNT TO RETO-TAX-REFUND
            MOVE 'SUCCESSFUL RETURN RECEIPT' TO RT-MSG
            DISPLAY 'RESTOCKED ' RETW-QTY ' OF ITEM '
               RETW-ITEM-NUM.
                 INSERT INTO OLS0002.ITEM_AUDIT (
                    IAUD_ITEM_NUM, IAUD_ACTION, IAUD_USERID,
                    IAUD_TS,
                    IAUD_OLD_ON_HAND_QTY, IAUD_NEW_ON_HAND_QTY,
                    IAUD_WAREHOUSE_ID)
                 VALUES (
                    :RETW-ITEM-NUM, 'RETURN', :EIBUSERID,
                    CURRENT TIMESTAMP,
                    :RETW-OLD-ON-HAND, :RETW-NEW-ON-HAND,
                    :RETW-WAREHOUSE-ID)
            END-EXEC.
       ITEM-AUDIT-END.
           EXIT.
