      * THE BEFORE/AFTER QUANTITIES; REJECT CLOSES THE VARIANCE
      * UNTOUCHED. THE STATUS PREDICATE IS TAKEN FIRST SO THE SAME
      * VARIANCE CANNOT BE DECIDED TWICE.
      * STOCK IS HELD PER WAREHOUSE ON OLS0002.ITEM_STOCK_LOCATION:
      * AN APPROVED VARIANCE MOVES THE COUNTED WAREHOUSE
      * (CCV_WAREHOUSE_ID) AS WELL AS THE CATALOG TOTAL, AND THE
      * AUDIT ROW NAMES THE WAREHOUSE. A VARIANCE HELD BEFORE
      * STOCK WAS KEPT BY WAREHOUSE MOVES THE CATALOG TOTAL ONLY.
      * AN ITEM WITH NO LOCATION ROWS AT ALL HOLDS ITS WHOLE
      * CATALOG TOTAL IN WH01 (CYCCCS9 MEASURED A WH01 COUNT OF IT
      * AGAINST THAT TOTAL), SO WH01 IS SEEDED WITH THE TOTAL AS IT
      * STOOD BEFORE THE ADJUSTMENT BEFORE THE VARIANCE IS APPLIED
      * TO THE COUNTED WAREHOUSE. IF THE ADJUSTMENT CANNOT BE
      * POSTED - THE ITEM IS GONE, A DB2 FAILURE, OR A SHORTAGE
      * COUNTED AT A WAREHOUSE THAT HOLDS NO ROW FOR THE ITEM -
      * THE CATALOG TOTAL IS PUT BACK AND THE VARIANCE RETURNS TO
      * HELD SO IT CAN BE DECIDED AGAIN, AS GRCPCS9 AND RETRCS9
      * DO FOR A FAILED STOCK LEG.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CYCACS9.
           10 CCV_ITEM_NUM          PIC S9(8) USAGE COMP.
           10 CCV_VARIANCE_QTY      PIC S9(7) USAGE COMP.
           10 CCV_STATUS            PIC X(1).
           10 CCV_WAREHOUSE_ID      PIC X(4).
      **************************************************************
        01 VARIANCE-WS.
            07 CCVW-VARIANCE-ID     PIC S9(9) USAGE COMP.
            07 CCVW-STATUS          PIC X(1).
            07 CCVW-ACTION          PIC X(1).
            07 CCVW-NEW-STATUS      PIC X(1).
            07 CCVW-WAREHOUSE-ID    PIC X(4).
        01 CCVW-OLD-ON-HAND          PIC S9(7) COMP.
        01 CCVW-NEW-ON-HAND          PIC S9(7) COMP.
        01 CCVW-DEFAULT-WAREHOUSE    PIC X(4)  VALUE 'WH01'.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
              88 RTCD-VARIANCE-NOT-HELD         VALUE 3.
              88 RTCD-ITEM-NOT-FOUND            VALUE 4.
              88 RTCD-SQL-ERROR                 VALUE 5.
              88 RTCD-NO-STOCK-LOCATION         VALUE 6.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
           END-IF
           IF RTCD-OK AND CCVW-ACTION = 'A'
              PERFORM APPLY-ADJUSTMENT THRU APPLY-ADJUSTMENT-END
              IF NOT RTCD-OK
                 PERFORM RELEASE-VARIANCE THRU RELEASE-VARIANCE-END
              END-IF
           END-IF
           GOBACK.
      **************************************************************
      **************************************************************
       FETCH-VARIANCE.
            EXEC SQL
                 SELECT CCV_ITEM_NUM, CCV_VARIANCE_QTY, CCV_STATUS,
                        COALESCE(CCV_WAREHOUSE_ID, ' ')
                   INTO :CCVW-ITEM-NUM, :CCVW-VARIANCE-QTY,
                        :CCVW-STATUS, :CCVW-WAREHOUSE-ID
                   FROM OLS0002.CYCLE_COUNT_VARIANCE
                  WHERE CCV_VARIANCE_ID = :CCVW-VARIANCE-ID
            END-EXEC
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO APPLY-ADJUSTMENT-END
            END-IF
            IF CCVW-WAREHOUSE-ID NOT = SPACES
               PERFORM APPLY-TO-LOCATION THRU APPLY-TO-LOCATION-END
               IF NOT RTCD-OK
                  GO TO APPLY-ADJUSTMENT-END
               END-IF
            END-IF
            COMPUTE CCVW-NEW-ON-HAND =
               CCVW-OLD-ON-HAND + CCVW-VARIANCE-QTY
            PERFORM ITEM-AUDIT THRU ITEM-AUDIT-END
       APPLY-ADJUSTMENT-END.
           EXIT.
      **************************************************************
      * THE SAME DELTA ON THE COUNTED WAREHOUSE. A SURPLUS FOUND
      * WHERE THE ITEM HAD NO ROW OPENS ONE. AN ITEM WITH NO ROWS
      * AT ALL HAS WH01 SEEDED FIRST WITH WHAT THE CATALOG HELD
      * BEFORE THE ADJUSTMENT, SO A WH01 VARIANCE LANDS ON THAT
      * TOTAL AND THE ROWS GO ON ADDING UP TO THE CATALOG - A
      * DUPLICATE KEY THERE MEANS ANOTHER POSTING SEEDED IT FIRST.
      * A SHORTAGE AT A WAREHOUSE WITH NO ROW HAS NOTHING TO TAKE
      * FROM AND IS REFUSED. ANY FAILURE TAKES THE CATALOG
      * ADJUSTMENT BACK OUT.
      **************************************************************
       APPLY-TO-LOCATION.
            EXEC SQL
                 INSERT INTO OLS0002.ITEM_STOCK_LOCATION (
                    ISL_ITEM_NUM, ISL_WAREHOUSE_ID,
                    ISL_ON_HAND_QTY, ISL_IN_TRANSIT_QTY)
                 SELECT ITEM_NUM, :CCVW-DEFAULT-WAREHOUSE,
                        ITEM_ON_HAND_QTY - :CCVW-VARIANCE-QTY, 0
                   FROM OLS0002.ITEM_CATALOG
                  WHERE ITEM_NUM = :CCVW-ITEM-NUM
                    AND NOT EXISTS
                       (SELECT 1
                          FROM OLS0002.ITEM_STOCK_LOCATION
                         WHERE ISL_ITEM_NUM = :CCVW-ITEM-NUM)
            END-EXEC
            IF SQLCODE = 0 OR SQLCODE = 100 OR SQLCODE = -803
               EXEC SQL
                    UPDATE OLS0002.ITEM_STOCK_LOCATION
                       SET ISL_ON_HAND_QTY =
                              ISL_ON_HAND_QTY + :CCVW-VARIANCE-QTY
                     WHERE ISL_ITEM_NUM = :CCVW-ITEM-NUM
                       AND ISL_WAREHOUSE_ID = :CCVW-WAREHOUSE-ID
               END-EXEC
            END-IF
            IF SQLCODE = 100 AND CCVW-VARIANCE-QTY > 0
               EXEC SQL
                    INSERT INTO OLS0002.ITEM_STOCK_LOCATION (
                       ISL_ITEM_NUM, ISL_WAREHOUSE_ID,
                       ISL_ON_HAND_QTY, ISL_IN_TRANSIT_QTY)
                    VALUES (
                       :CCVW-ITEM-NUM, :CCVW-WAREHOUSE-ID,
                       :CCVW-VARIANCE-QTY, 0)
               END-EXEC
            END-IF
            IF SQLCODE = 0
               GO TO APPLY-TO-LOCATION-END
            END-IF
            IF SQLCODE = 100
               SET RTCD-NO-STOCK-LOCATION TO TRUE
               MOVE 'NO DECISION - NO STOCK HELD AT COUNTED WAREHOUSE'
                  TO RT-MSG
            ELSE
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
            END-IF
            EXEC SQL
                 UPDATE OLS0002.ITEM_CATALOG
                    SET ITEM_ON_HAND_QTY =
                           ITEM_ON_HAND_QTY - :CCVW-VARIANCE-QTY
                  WHERE ITEM_NUM = :CCVW-ITEM-NUM
            END-EXEC.
       APPLY-TO-LOCATION-END.
           EXIT.
      **************************************************************
      * RELEASE-VARIANCE IS THE COMPENSATING HALF OF
      * DECIDE-VARIANCE: AN APPROVAL WHOSE ADJUSTMENT COULD NOT BE
      * POSTED GOES BACK TO HELD, UNDECIDED, SO THE ROW NEVER SAYS
      * APPROVED WHILE THE STOCK NEVER MOVED.
      **************************************************************
       RELEASE-VARIANCE.
            EXEC SQL
                 UPDATE OLS0002.CYCLE_COUNT_VARIANCE
                    SET CCV_STATUS = 'H',
                        CCV_DECIDED_DT = 0,
                        CCV_DECIDED_USERID = ' '
                  WHERE CCV_VARIANCE_ID = :CCVW-VARIANCE-ID
                    AND CCV_STATUS = 'A'
            END-EXEC.
       RELEASE-VARIANCE-END.
           EXIT.
      **************************************************************
      * THE AUDIT ROW CARRIES THE BEFORE/AFTER ON-HAND
      * QUANTITIES, THE SAME TRAIL ITMACS9/ITMUCS9 LEAVE FOR
      * CATALOG MAINTENANCE.
                 INSERT INTO OLS0002.ITEM_AUDIT (
                    IAUD_ITEM_NUM, IAUD_ACTION, IAUD_USERID,
                    IAUD_TS,
                    IAUD_OLD_ON_HAND_QTY, IAUD_NEW_ON_HAND_QTY,
                    IAUD_WAREHOUSE_ID)
                 VALUES (
                    :CCVW-ITEM-NUM, 'CYCADJ', :EIBUSERID,
                    CURRENT TIMESTAMP,
                    :CCVW-OLD-ON-HAND, :CCVW-NEW-ON-HAND,
                    :CCVW-WAREHOUSE-ID)
            END-EXEC.
       ITEM-AUDIT-END.
           EXIT.
