CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * STXFCS9 - INTER-WAREHOUSE STOCK TRANSFER FOR CICS AND DB2.
      * STOCK IS HELD PER WAREHOUSE ON OLS0002.ITEM_STOCK_LOCATION
      * AND ORDECS9 SHIPS FROM THE WAREHOUSE SERVING THE ORDER'S
      * ZONE, SO STOCK SITTING AT THE FAR SITE HAS TO BE MOVED TO
      * BE SOLD FROM THE NEAR ONE. A TRANSFER IS TWO STEPS, ONE
      * PER SITE:
      *   S - SHIP     THE SENDING WAREHOUSE KEYS ITEM, QUANTITY,
      *                FROM AND TO WAREHOUSE. THE QUANTITY COMES
      *                OFF THE SENDER'S ON-HAND UNDER THE SAME
      *                GUARD ORDECS9 USES (ONLY WHILE ENOUGH
      *                REMAINS) AND GOES ON THE RECEIVER'S
      *                IN-TRANSIT QUANTITY; AN OLS0002.
      *                STOCK_TRANSFER ROW IS OPENED IN TRANSIT
      *                ('T') AND ITS NUMBER RETURNED.
      *   R - RECEIVE  THE RECEIVING WAREHOUSE KEYS THE TRANSFER
      *                NUMBER. THE ROW IS MARKED RECEIVED ('R')
      *                UNDER A STATUS GUARD, SO THE SAME TRANSFER
      *                CANNOT LAND TWICE, AND THE QUANTITY MOVES
      *                FROM THE RECEIVER'S IN-TRANSIT TO ITS
      *                ON-HAND, WHERE ORDECS9 CAN SELL IT.
      * GOODS IN TRANSIT ARE STILL OURS, SO THE CATALOG TOTAL
      * ITEM_ON_HAND_QTY DOES NOT MOVE - REPLENISHMENT AND THE
      * MONTH-END VALUATION STILL COUNT THEM. EACH STEP LEAVES AN
      * OLS0002.ITEM_AUDIT ROW ('XFEROUT' AT THE SENDER, 'XFERIN'
      * AT THE RECEIVER) NAMING THE WAREHOUSE. A STEP WHOSE SECOND
      * LEG FAILS PUTS THE FIRST BACK, THE MARK-RELEASE SHAPE
      * RETRCS9 CARRIES. AN ITEM WITH NO LOCATION ROWS AT ALL HOLDS
      * ITS WHOLE CATALOG TOTAL IN WH01, SO SHIPPING IT FIRST SEEDS
      * WH01 WITH THAT TOTAL, AS GRCPCS9 DOES ON A FIRST RECEIPT.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. STXFCS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLSTOCKTRANSFER.
           10 STX_TRANSFER_ID      PIC S9(9) USAGE COMP.
           10 STX_ITEM_NUM         PIC S9(8) USAGE COMP.
           10 STX_QTY              PIC S9(7) USAGE COMP.
           10 STX_FROM_WAREHOUSE   PIC X(4).
           10 STX_TO_WAREHOUSE     PIC X(4).
           10 STX_STATUS           PIC X(1).
           10 STX_SHIPPED_TS       PIC X(26).
           10 STX_SHIPPED_BY       PIC X(8).
           10 STX_RECEIVED_TS      PIC X(26).
           10 STX_RECEIVED_BY      PIC X(8).
      **************************************************************
        01 TRANSFER-WS.
            07 STXW-ACTION            PIC X(1).
              88 STXW-SHIP            VALUE 'S'.
              88 STXW-RECEIVE         VALUE 'R'.
            07 STXW-TRANSFER-ID       PIC S9(9) USAGE COMP.
            07 STXW-ITEM-NUM          PIC S9(8) USAGE COMP.
            07 STXW-QTY               PIC S9(7) USAGE COMP.
            07 STXW-FROM-WAREHOUSE    PIC X(4).
            07 STXW-TO-WAREHOUSE      PIC X(4).
            07 STXW-STATUS            PIC X(1).
            07 STXW-AUDIT-ACTION      PIC X(8).
            07 STXW-AUDIT-WAREHOUSE   PIC X(4).
        01 STXW-WAREHOUSE-COUNT      PIC S9(4) COMP VALUE 0.
        01 STXW-CAT-ON-HAND          PIC S9(7) COMP VALUE 0.
        01 STXW-DEFAULT-WAREHOUSE    PIC X(4)  VALUE 'WH01'.
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 STXI-ACTION                      PIC X(1).
      *    RECEIVE NEEDS ONLY THE TRANSFER ID; SHIP NEEDS THE REST.
            05 STXI-TRANSFER-ID                 PIC S9(9) COMP.
            05 STXI-ITEM-NUM                    PIC S9(8) COMP.
            05 STXI-QTY                         PIC S9(7) COMP.
            05 STXI-FROM-WAREHOUSE              PIC X(4).
            05 STXI-TO-WAREHOUSE                PIC X(4).
        01 TRANSFER-OUT.
            05 STXO-TRANSFER-ID                 PIC S9(9) COMP.
            05 STXO-ITEM-NUM                    PIC S9(8) COMP.
            05 STXO-QTY                         PIC S9(7) COMP.
            05 STXO-FROM-WAREHOUSE              PIC X(4).
            05 STXO-TO-WAREHOUSE                PIC X(4).
            05 STXO-STATUS                      PIC X(1).
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-INVALID-DATA              VALUE 1.
              88 RTCD-NOT-FOUND                 VALUE 2.
              88 RTCD-WRONG-STATUS              VALUE 3.
              88 RTCD-STOCK-SHORT               VALUE 4.
              88 RTCD-SQL-ERROR                 VALUE 5.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK AND STXW-SHIP
              PERFORM CHECK-WAREHOUSES THRU CHECK-WAREHOUSES-END
              IF RTCD-OK
                 PERFORM SHIP-TRANSFER THRU SHIP-TRANSFER-END
              END-IF
           END-IF
           IF RTCD-OK AND STXW-RECEIVE
              PERFORM FETCH-TRANSFER THRU FETCH-TRANSFER-END
              IF RTCD-OK
                 PERFORM RECEIVE-TRANSFER THRU RECEIVE-TRANSFER-END
              END-IF
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO TRANSFER-OUT
            SET RTCD-OK TO TRUE
            MOVE STXI-ACTION TO STXW-ACTION
            MOVE STXI-TRANSFER-ID TO STXW-TRANSFER-ID
            MOVE STXI-ITEM-NUM TO STXW-ITEM-NUM
            MOVE STXI-QTY TO STXW-QTY
            MOVE STXI-FROM-WAREHOUSE TO STXW-FROM-WAREHOUSE
            MOVE STXI-TO-WAREHOUSE TO STXW-TO-WAREHOUSE
            IF NOT STXW-SHIP AND NOT STXW-RECEIVE
               SET RTCD-INVALID-DATA TO TRUE
               MOVE 'NO TRANSFER - ACTION MUST BE S OR R' TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF STXW-RECEIVE
               DISPLAY 'TRANSFER-ID = ' STXW-TRANSFER-ID
               GO TO GET-INPUT-END
            END-IF
            DISPLAY 'ITEM-NUM = ' STXW-ITEM-NUM
            MOVE STXW-ITEM-NUM TO STXO-ITEM-NUM
            MOVE STXW-QTY TO STXO-QTY
            MOVE STXW-FROM-WAREHOUSE TO STXO-FROM-WAREHOUSE
            MOVE STXW-TO-WAREHOUSE TO STXO-TO-WAREHOUSE
            IF STXW-QTY NOT > 0
               SET RTCD-INVALID-DATA TO TRUE
               MOVE 'NO TRANSFER - QUANTITY MUST BE POSITIVE'
                  TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF STXW-FROM-WAREHOUSE = STXW-TO-WAREHOUSE
               SET RTCD-INVALID-DATA TO TRUE
               MOVE 'NO TRANSFER - FROM AND TO WAREHOUSE ARE THE SAME'
                  TO RT-MSG
            END-IF.
       GET-INPUT-END.
           EXIT.
      **************************************************************
       CHECK-WAREHOUSES.
            MOVE 0 TO STXW-WAREHOUSE-COUNT
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :STXW-WAREHOUSE-COUNT
                   FROM OLS0002.WAREHOUSE
                  WHERE WHS_WAREHOUSE_ID IN (:STXW-FROM-WAREHOUSE,
                                             :STXW-TO-WAREHOUSE)
            END-EXEC
            IF STXW-WAREHOUSE-COUNT < 2
               SET RTCD-INVALID-DATA TO TRUE
               MOVE 'NO TRANSFER - WAREHOUSE NOT FOUND' TO RT-MSG
            END-IF.
       CHECK-WAREHOUSES-END.
           EXIT.
      **************************************************************
      * SHIP-TRANSFER TAKES THE QUANTITY OFF THE SENDER UNDER THE
      * ENOUGH-STOCK GUARD, PUTS IT ON THE RECEIVER'S IN-TRANSIT
      * (OPENING THE RECEIVER'S LOCATION ROW IF NEED BE) AND
      * OPENS THE TRANSFER ROW. A FAILED SECOND LEG RETURNS THE
      * STOCK TO THE SENDER. AN ITEM WITH NO ROWS AT ALL HAS WH01
      * SEEDED WITH ITS CATALOG TOTAL FIRST.
      **************************************************************
       SHIP-TRANSFER.
            EXEC SQL
                 INSERT INTO OLS0002.ITEM_STOCK_LOCATION (
                    ISL_ITEM_NUM, ISL_WAREHOUSE_ID,
                    ISL_ON_HAND_QTY, ISL_IN_TRANSIT_QTY)
                 SELECT ITEM_NUM, :STXW-DEFAULT-WAREHOUSE,
                        ITEM_ON_HAND_QTY, 0
                   FROM OLS0002.ITEM_CATALOG
                  WHERE ITEM_NUM = :STXW-ITEM-NUM
                    AND NOT EXISTS
                       (SELECT 1
                          FROM OLS0002.ITEM_STOCK_LOCATION
                         WHERE ISL_ITEM_NUM = :STXW-ITEM-NUM)
            END-EXEC
            EXEC SQL
                 UPDATE OLS0002.ITEM_STOCK_LOCATION
                    SET ISL_ON_HAND_QTY =
                           ISL_ON_HAND_QTY - :STXW-QTY
                  WHERE ISL_ITEM_NUM = :STXW-ITEM-NUM
                    AND ISL_WAREHOUSE_ID = :STXW-FROM-WAREHOUSE
                    AND ISL_ON_HAND_QTY >= :STXW-QTY
            END-EXEC
            IF SQLCODE = 100
               SET RTCD-STOCK-SHORT TO TRUE
               MOVE 'NO TRANSFER - NOT ENOUGH STOCK AT FROM WAREHOUSE'
                  TO RT-MSG
               GO TO SHIP-TRANSFER-END
            END-IF
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO SHIP-TRANSFER-END
            END-IF
            EXEC SQL
                 UPDATE OLS0002.ITEM_STOCK_LOCATION
                    SET ISL_IN_TRANSIT_QTY =
                           ISL_IN_TRANSIT_QTY + :STXW-QTY
                  WHERE ISL_ITEM_NUM = :STXW-ITEM-NUM
                    AND ISL_WAREHOUSE_ID = :STXW-TO-WAREHOUSE
            END-EXEC
            IF SQLCODE = 100
               EXEC SQL
                    INSERT INTO OLS0002.ITEM_STOCK_LOCATION (
                       ISL_ITEM_NUM, ISL_WAREHOUSE_ID,
                       ISL_ON_HAND_QTY, ISL_IN_TRANSIT_QTY)
                    VALUES (
                       :STXW-ITEM-NUM, :STXW-TO-WAREHOUSE,
                       0, :STXW-QTY)
               END-EXEC
            END-IF
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               PERFORM RETURN-TO-SENDER THRU RETURN-TO-SENDER-END
               GO TO SHIP-TRANSFER-END
            END-IF
            PERFORM OPEN-TRANSFER THRU OPEN-TRANSFER-END
            IF NOT RTCD-OK
               EXEC SQL
                    UPDATE OLS0002.ITEM_STOCK_LOCATION
                       SET ISL_IN_TRANSIT_QTY =
                              ISL_IN_TRANSIT_QTY - :STXW-QTY
                     WHERE ISL_ITEM_NUM = :STXW-ITEM-NUM
                       AND ISL_WAREHOUSE_ID = :STXW-TO-WAREHOUSE
               END-EXEC
               PERFORM RETURN-TO-SENDER THRU RETURN-TO-SENDER-END
               GO TO SHIP-TRANSFER-END
            END-IF
            MOVE 'XFEROUT' TO STXW-AUDIT-ACTION
            MOVE STXW-FROM-WAREHOUSE TO STXW-AUDIT-WAREHOUSE
            PERFORM ITEM-AUDIT THRU ITEM-AUDIT-END
            MOVE 'SUCCESSFUL TRANSFER SHIPPED' TO RT-MSG
            DISPLAY 'TRANSFER SHIPPED = ' STXW-TRANSFER-ID.
       SHIP-TRANSFER-END.
           EXIT.
      **************************************************************
       OPEN-TRANSFER.
            MOVE 0 TO STXW-TRANSFER-ID
            EXEC SQL
                 SELECT COALESCE(MAX(STX_TRANSFER_ID), 0) + 1
                   INTO :STXW-TRANSFER-ID
                   FROM OLS0002.STOCK_TRANSFER
            END-EXEC
            EXEC SQL
                 INSERT INTO OLS0002.STOCK_TRANSFER (
                    STX_TRANSFER_ID, STX_ITEM_NUM, STX_QTY,
                    STX_FROM_WAREHOUSE, STX_TO_WAREHOUSE,
                    STX_STATUS, STX_SHIPPED_TS, STX_SHIPPED_BY,
                    STX_RECEIVED_TS, STX_RECEIVED_BY)
                 VALUES (
                    :STXW-TRANSFER-ID, :STXW-ITEM-NUM, :STXW-QTY,
                    :STXW-FROM-WAREHOUSE, :STXW-TO-WAREHOUSE,
                    'T', CURRENT TIMESTAMP, :EIBUSERID,
                    NULL, ' ')
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO OPEN-TRANSFER-END
            END-IF
            MOVE STXW-TRANSFER-ID TO STXO-TRANSFER-ID
            MOVE 'T' TO STXO-STATUS.
       OPEN-TRANSFER-END.
           EXIT.
      **************************************************************
       RETURN-TO-SENDER.
            EXEC SQL
                 UPDATE OLS0002.ITEM_STOCK_LOCATION
                    SET ISL_ON_HAND_QTY =
                           ISL_ON_HAND_QTY + :STXW-QTY
                  WHERE ISL_ITEM_NUM = :STXW-ITEM-NUM
                    AND ISL_WAREHOUSE_ID = :STXW-FROM-WAREHOUSE
            END-EXEC.
       RETURN-TO-SENDER-END.
           EXIT.
      **************************************************************
       FETCH-TRANSFER.
            EXEC SQL
                 SELECT STX_ITEM_NUM, STX_QTY, STX_FROM_WAREHOUSE,
                        STX_TO_WAREHOUSE, STX_STATUS
                   INTO :STXW-ITEM-NUM, :STXW-QTY,
                        :STXW-FROM-WAREHOUSE, :STXW-TO-WAREHOUSE,
                        :STXW-STATUS
                   FROM OLS0002.STOCK_TRANSFER
                  WHERE STX_TRANSFER_ID = :STXW-TRANSFER-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-NOT-FOUND TO TRUE
               MOVE 'NOT RECEIVED - TRANSFER NOT FOUND' TO RT-MSG
               GO TO FETCH-TRANSFER-END
            END-IF
            MOVE STXW-TRANSFER-ID TO STXO-TRANSFER-ID
            MOVE STXW-ITEM-NUM TO STXO-ITEM-NUM
            MOVE STXW-QTY TO STXO-QTY
            MOVE STXW-FROM-WAREHOUSE TO STXO-FROM-WAREHOUSE
            MOVE STXW-TO-WAREHOUSE TO STXO-TO-WAREHOUSE
            MOVE STXW-STATUS TO STXO-STATUS
            IF STXW-STATUS NOT = 'T'
               SET RTCD-WRONG-STATUS TO TRUE
               MOVE 'NOT RECEIVED - TRANSFER ALREADY RECEIVED'
                  TO RT-MSG
            END-IF.
       FETCH-TRANSFER-END.
           EXIT.
      **************************************************************
      * THE STATUS PREDICATE IS TAKEN FIRST SO THE SAME TRANSFER
      * CANNOT LAND TWICE; IF THE STOCK MOVE THEN FAILS THE
      * TRANSFER GOES BACK IN TRANSIT TO BE RECEIVED AGAIN.
      **************************************************************
       RECEIVE-TRANSFER.
            EXEC SQL
                 UPDATE OLS0002.STOCK_TRANSFER
                    SET STX_STATUS = 'R',
                        STX_RECEIVED_TS = CURRENT TIMESTAMP,
                        STX_RECEIVED_BY = :EIBUSERID
                  WHERE STX_TRANSFER_ID = :STXW-TRANSFER-ID
                    AND STX_STATUS = 'T'
            END-EXEC
            IF SQLCODE = 100
               SET RTCD-WRONG-STATUS TO TRUE
               MOVE 'NOT RECEIVED - TRANSFER ALREADY RECEIVED'
                  TO RT-MSG
               GO TO RECEIVE-TRANSFER-END
            END-IF
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO RECEIVE-TRANSFER-END
            END-IF
            EXEC SQL
                 UPDATE OLS0002.ITEM_STOCK_LOCATION
                    SET ISL_IN_TRANSIT_QTY =
                           ISL_IN_TRANSIT_QTY - :STXW-QTY,
                        ISL_ON_HAND_QTY =
                           ISL_ON_HAND_QTY + :STXW-QTY
                  WHERE ISL_ITEM_NUM = :STXW-ITEM-NUM
                    AND ISL_WAREHOUSE_ID = :STXW-TO-WAREHOUSE
                    AND ISL_IN_TRANSIT_QTY >= :STXW-QTY
            END-EXEC
            IF SQLCODE NOT = 0
               IF SQLCODE = 100
                  SET RTCD-STOCK-SHORT TO TRUE
                  MOVE 'NOT RECEIVED - IN-TRANSIT QUANTITY MISSING'
                     TO RT-MSG
               ELSE
                  PERFORM REPORT-SQL-FAILURE
                     THRU REPORT-SQL-FAILURE-END
               END-IF
               EXEC SQL
                    UPDATE OLS0002.STOCK_TRANSFER
                       SET STX_STATUS = 'T',
                           STX_RECEIVED_TS = NULL,
                           STX_RECEIVED_BY = ' '
                     WHERE STX_TRANSFER_ID = :STXW-TRANSFER-ID
                       AND STX_STATUS = 'R'
               END-EXEC
               GO TO RECEIVE-TRANSFER-END
            END-IF
            MOVE 'R' TO STXO-STATUS
            MOVE 'XFERIN' TO STXW-AUDIT-ACTION
            MOVE STXW-TO-WAREHOUSE TO STXW-AUDIT-WAREHOUSE
            PERFORM ITEM-AUDIT THRU ITEM-AUDIT-END
            MOVE 'SUCCESSFUL TRANSFER RECEIPT' TO RT-MSG
            DISPLAY 'TRANSFER RECEIVED = ' STXW-TRANSFER-ID.
       RECEIVE-TRANSFER-END.
           EXIT.
      **************************************************************
      * THE AUDIT ROW NAMES THE WAREHOUSE THE STOCK LEFT OR
      * REACHED. THE CATALOG TOTAL IS THE SAME BEFORE AND AFTER -
      * A TRANSFER MOVES STOCK, IT DOES NOT CHANGE HOW MUCH THERE
      * IS.
      **************************************************************
       ITEM-AUDIT.
            MOVE 0 TO STXW-CAT-ON-HAND
            EXEC SQL
                 SELECT ITEM_ON_HAND_QTY
                   INTO :STXW-CAT-ON-HAND
                   FROM OLS0002.ITEM_CATALOG
                  WHERE ITEM_NUM = :STXW-ITEM-NUM
            END-EXEC
            EXEC SQL
                 INSERT INTO OLS0002.ITEM_AUDIT (
                    IAUD_ITEM_NUM, IAUD_ACTION, IAUD_USERID,
                    IAUD_TS,
                    IAUD_OLD_ON_HAND_QTY, IAUD_NEW_ON_HAND_QTY,
                    IAUD_WAREHOUSE_ID)
                 VALUES (
                    :STXW-ITEM-NUM, :STXW-AUDIT-ACTION, :EIBUSERID,
                    CURRENT TIMESTAMP,
                    :STXW-CAT-ON-HAND, :STXW-CAT-ON-HAND,
                    :STXW-AUDIT-WAREHOUSE)
            END-EXEC.
       ITEM-AUDIT-END.
           EXIT.
      **************************************************************
       REPORT-SQL-FAILURE.
            MOVE SQLCODE TO TXT-SQLCODE
            MOVE SQLSTATE TO TXT-SQLSTATE
            MOVE SQLERRMC TO TXT-SQLERRMC
            SET RTCD-SQL-ERROR TO TRUE
            DISPLAY 'SQLCODE:  ' TXT-SQLCODE
            DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
            DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
            MOVE 'NO TRANSFER - SQL FAILURE' TO RT-MSG.
       REPORT-SQL-FAILURE-END.
           EXIT.
      **************************************************************
