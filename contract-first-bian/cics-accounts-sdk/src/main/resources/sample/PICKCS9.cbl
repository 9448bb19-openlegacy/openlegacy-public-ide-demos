CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * PICKCS9 - DAILY WAREHOUSE PICK LIST BATCH JOB.
      * ORDUCS9 MOVES AN ORDER FROM OPEN TO PICKED, BUT THE FLOOR
      * WORKED FROM A PRINT OF THE ENQUIRY SCREEN. PICKCS9 RUNS
      * FIRST THING EACH MORNING AND PRINTS EVERY OLS0002.
      * ITEM_ORDER STILL OPEN ('O') TO PICKLIST, GROUPED THE WAY
      * THE DOCK LOADS - BY SHIPPING WAREHOUSE, SHIP METHOD AND
      * DESTINATION ZONE - AND WITHIN EACH GROUP IN BIN-LOCATION
      * SEQUENCE (ISL_BIN_LOCATION ON THE ITEM'S
      * OLS0002.ITEM_STOCK_LOCATION ROW FOR THAT WAREHOUSE), SO A
      * PICKER WALKS THE AISLES ONCE PER GROUP:
      *   GRP|WAREHOUSE|SHIP METHOD|ZONE
      *   PCK|BIN|ORDER|ITEM|NAME|QTY|UNIT WEIGHT|LINE WEIGHT
      *   TOT|ORDERS|UNITS|WEIGHT
      * EACH GROUP CLOSES WITH ITS ORDER, UNIT AND WEIGHT TOTALS
      * FOR THE CARRIER BOOKING, AND AN ALL LINE TOTALS THE DAY.
      * AN ORDER TAKEN BEFORE ITS ITEM HAD STOCK LOCATIONS HAS NO
      * WAREHOUSE AND AN ITEM NOT YET SLOTTED HAS NO BIN; BOTH
      * PRINT BLANK AND SORT FIRST. BINS ARE SLOTTED FROM THE
      * GRCPCS9 RECEIPT LINE THAT PUTS THE GOODS AWAY. THE LIST
      * ONLY READS - THE PICKER STILL CONFIRMS EACH ORDER PICKED
      * THROUGH ORDUCS9.
      * RUNS UNDER THE SHARED BATCH_RUN_CONTROL GUARD.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PICKCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PICK-LIST-FILE ASSIGN TO PICKLIST
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PICK-LIST-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  PICK-LIST-FILE
            RECORDING MODE IS F.
        01  PICK-LIST-RECORD               PIC X(120).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLSTOCKLOCATION.
           10 ISL_ITEM_NUM         PIC S9(8) USAGE COMP.
           10 ISL_WAREHOUSE_ID     PIC X(4).
           10 ISL_ON_HAND_QTY      PIC S9(7) USAGE COMP.
           10 ISL_IN_TRANSIT_QTY   PIC S9(7) USAGE COMP.
           10 ISL_BIN_LOCATION     PIC X(8).
      **************************************************************
        01 PICK-WS.
            07 PCKW-WAREHOUSE-ID      PIC X(4).
            07 PCKW-SHIP-METHOD       PIC X(10).
            07 PCKW-DEST-ZONE         PIC X(1).
            07 PCKW-BIN-LOCATION      PIC X(8).
            07 PCKW-ORDER-NUM         PIC S9(9) USAGE COMP.
            07 PCKW-ITEM-NUM          PIC S9(8) USAGE COMP.
            07 PCKW-ITEM-NAME         PIC X(16).
            07 PCKW-ITEM-WEIGHT       PIC S9(4) USAGE COMP.
            07 PCKW-ORDER-QTY         PIC S9(7) USAGE COMP.
        01 PCKW-GROUP-KEY.
            07 PCKW-KEY-WAREHOUSE     PIC X(4).
            07 PCKW-KEY-SHIP-METHOD   PIC X(10).
            07 PCKW-KEY-DEST-ZONE     PIC X(1).
        01 PCKW-PREV-KEY             PIC X(15) VALUE LOW-VALUES.
        01 PCKW-LINE-WEIGHT          PIC S9(11) COMP-3 VALUE 0.
        01 PCKW-GROUP-TOTALS.
            07 PCKW-GROUP-ORDERS      PIC 9(7)  VALUE 0.
            07 PCKW-GROUP-UNITS       PIC 9(9)  VALUE 0.
            07 PCKW-GROUP-WEIGHT      PIC S9(11) COMP-3 VALUE 0.
        01 PCKW-DAY-TOTALS.
            07 PCKW-DAY-ORDERS        PIC 9(7)  VALUE 0.
            07 PCKW-DAY-UNITS         PIC 9(9)  VALUE 0.
            07 PCKW-DAY-WEIGHT        PIC S9(11) COMP-3 VALUE 0.
      **************************************************************
        01 WS-ORDER-NUM-ED                 PIC 9(9).
        01 WS-ITEM-NUM-ED                  PIC 9(8).
        01 WS-QTY-ED                       PIC 9(7).
        01 WS-UNITS-ED                     PIC 9(9).
        01 WS-WEIGHT-ED                    PIC 9(5).
        01 WS-TOTAL-WEIGHT-ED              PIC 9(11).
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-PICK-LIST-FILE-STATUS        PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'PICKCS9 '.
        01 RUNC-BUSINESS-DT                PIC 9(08)  VALUE 0.
        01 RUNC-SUPPRESS-SW                PIC X(1)   VALUE 'N'.
        01 RUNC-DONE-COUNT                 PIC S9(4)  COMP VALUE 0.
        01 RUNC-RECORDS                    PIC S9(9)  COMP-3 VALUE 0.
      **************************************************************
      * JOB-DEPENDENCY GATE WORK AREA - DEPGCS9 IS CALLED BEFORE
      * THE RUN REGISTERS, AND REFUSES THE START UNTIL EVERY
      * PREDECESSOR ON OLS0002.BATCH_JOB_DEPENDENCY HAS COMPLETED
      * FOR THE BUSINESS DATE.
      **************************************************************
        01 DEPG-PARM.
           05 DEPG-JOB-NAME                PIC X(8).
           05 DEPG-BUSINESS-DT             PIC 9(8).
           05 DEPG-RTCD                    PIC S9.
           05 DEPG-MSG                     PIC X(60).
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM REGISTER-RUN THRU REGISTER-RUN-END
           IF RUNC-SUPPRESS-SW = 'Y'
              GOBACK
           END-IF
           PERFORM INIT-RTN THRU INIT-RTN-END
           IF EODATA NOT = 'Y'
              PERFORM WRITE-REPORT-HEADING
                 THRU WRITE-REPORT-HEADING-END
              PERFORM DO-DECLARE THRU DO-DECLARE-END
              PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
              PERFORM DO-FETCH THRU DO-FETCH-END
              PERFORM PICK-LOOP THRU PICK-LOOP-END
                 UNTIL EODATA = 'Y'
              PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
              IF PCKW-DAY-ORDERS > 0
                 PERFORM WRITE-GROUP-TOTAL
                    THRU WRITE-GROUP-TOTAL-END
              END-IF
              PERFORM WRITE-DAY-TOTAL THRU WRITE-DAY-TOTAL-END
           END-IF
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'PICKCS9 OPEN ORDERS LISTED: ' PCKW-DAY-ORDERS
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN OUTPUT PICK-LIST-FILE
           IF WS-PICK-LIST-FILE-STATUS NOT = '00'
              DISPLAY 'PICK-LIST-FILE OPEN FAILED, STATUS: '
                 WS-PICK-LIST-FILE-STATUS
              MOVE 'Y' TO EODATA
           END-IF.
       INIT-RTN-END.
           EXIT.
      **************************************************************
       WRITE-REPORT-HEADING.
           MOVE SPACES TO PICK-LIST-RECORD
           STRING
              'PICK LIST - OPEN ORDERS AS AT ' DELIMITED BY SIZE
              WS-CURRENT-DATE       DELIMITED BY SIZE
              INTO PICK-LIST-RECORD
           END-STRING
           WRITE PICK-LIST-RECORD
           MOVE ALL '=' TO PICK-LIST-RECORD(1:60)
           MOVE SPACES TO PICK-LIST-RECORD(61:60)
           WRITE PICK-LIST-RECORD
           MOVE 'GRP|WAREHOUSE|SHIP METHOD|ZONE' TO PICK-LIST-RECORD
           WRITE PICK-LIST-RECORD
           MOVE 'PCK|BIN|ORDER|ITEM|NAME|QTY|UNIT WEIGHT|LINE WEIGHT'
              TO PICK-LIST-RECORD
           WRITE PICK-LIST-RECORD
           MOVE 'TOT|ORDERS|UNITS|WEIGHT' TO PICK-LIST-RECORD
           WRITE PICK-LIST-RECORD.
       WRITE-REPORT-HEADING-END.
           EXIT.
      **************************************************************
      * THE BIN COMES FROM THE LOCATION ROW OF THE WAREHOUSE THE
      * ORDER WAS ALLOCATED TO; ITEM NUMBER THEN ORDER NUMBER
      * KEEP TWO ORDERS FOR THE SAME BIN TOGETHER.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE K1 CURSOR FOR
                SELECT
                  COALESCE(O.ORD_WAREHOUSE_ID, ' '),
                  O.ORD_SHIP_METHOD,
                  O.ORD_DEST_ZONE,
                  COALESCE(L.ISL_BIN_LOCATION, ' '),
                  O.ORD_ORDER_NUM,
                  O.ORD_ITEM_NUM,
                  C.ITEM_NAME,
                  C.ITEM_WEIGHT,
                  O.ORD_QTY
                FROM OLS0002.ITEM_ORDER O
                INNER JOIN OLS0002.ITEM_CATALOG C
                   ON C.ITEM_NUM = O.ORD_ITEM_NUM
                LEFT OUTER JOIN OLS0002.ITEM_STOCK_LOCATION L
                   ON L.ISL_ITEM_NUM = O.ORD_ITEM_NUM
                  AND L.ISL_WAREHOUSE_ID = O.ORD_WAREHOUSE_ID
                WHERE O.ORD_STATUS = 'O'
                ORDER BY 1, 2, 3, 4, 6, 5
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN K1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH K1 INTO
                  :PCKW-WAREHOUSE-ID,
                  :PCKW-SHIP-METHOD,
                  :PCKW-DEST-ZONE,
                  :PCKW-BIN-LOCATION,
                  :PCKW-ORDER-NUM,
                  :PCKW-ITEM-NUM,
                  :PCKW-ITEM-NAME,
                  :PCKW-ITEM-WEIGHT,
                  :PCKW-ORDER-QTY
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
      * PICK-LOOP - A CHANGE OF WAREHOUSE, SHIP METHOD OR ZONE
      * CLOSES THE GROUP BEFORE IT AND OPENS THE NEXT.
      **************************************************************
       PICK-LOOP.
           MOVE PCKW-WAREHOUSE-ID TO PCKW-KEY-WAREHOUSE
           MOVE PCKW-SHIP-METHOD TO PCKW-KEY-SHIP-METHOD
           MOVE PCKW-DEST-ZONE TO PCKW-KEY-DEST-ZONE
           IF PCKW-GROUP-KEY NOT = PCKW-PREV-KEY
              IF PCKW-DAY-ORDERS > 0
                 PERFORM WRITE-GROUP-TOTAL
                    THRU WRITE-GROUP-TOTAL-END
              END-IF
              PERFORM WRITE-GROUP-HEADER
                 THRU WRITE-GROUP-HEADER-END
              MOVE PCKW-GROUP-KEY TO PCKW-PREV-KEY
           END-IF
           COMPUTE PCKW-LINE-WEIGHT =
              PCKW-ITEM-WEIGHT * PCKW-ORDER-QTY
           ADD 1 TO PCKW-GROUP-ORDERS PCKW-DAY-ORDERS
           ADD PCKW-ORDER-QTY TO PCKW-GROUP-UNITS PCKW-DAY-UNITS
           ADD PCKW-LINE-WEIGHT TO PCKW-GROUP-WEIGHT
                                   PCKW-DAY-WEIGHT
           PERFORM WRITE-PICK-LINE THRU WRITE-PICK-LINE-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       PICK-LOOP-END.
           EXIT.
      **************************************************************
       WRITE-GROUP-HEADER.
           MOVE 0 TO PCKW-GROUP-ORDERS PCKW-GROUP-UNITS
                     PCKW-GROUP-WEIGHT
           MOVE SPACES TO PICK-LIST-RECORD
           WRITE PICK-LIST-RECORD
           STRING
              'GRP'                 DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              PCKW-WAREHOUSE-ID     DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              PCKW-SHIP-METHOD      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              PCKW-DEST-ZONE        DELIMITED BY SIZE
              INTO PICK-LIST-RECORD
           END-STRING
           WRITE PICK-LIST-RECORD.
       WRITE-GROUP-HEADER-END.
           EXIT.
      **************************************************************
       WRITE-PICK-LINE.
           MOVE PCKW-ORDER-NUM TO WS-ORDER-NUM-ED
           MOVE PCKW-ITEM-NUM TO WS-ITEM-NUM-ED
           MOVE PCKW-ORDER-QTY TO WS-QTY-ED
           MOVE PCKW-ITEM-WEIGHT TO WS-WEIGHT-ED
           MOVE PCKW-LINE-WEIGHT TO WS-TOTAL-WEIGHT-ED
           MOVE SPACES TO PICK-LIST-RECORD
           STRING
              'PCK'                 DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              PCKW-BIN-LOCATION     DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-ORDER-NUM-ED       DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-ITEM-NUM-ED        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              PCKW-ITEM-NAME        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-QTY-ED             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-WEIGHT-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-TOTAL-WEIGHT-ED    DELIMITED BY SIZE
              INTO PICK-LIST-RECORD
           END-STRING
           WRITE PICK-LIST-RECORD.
       WRITE-PICK-LINE-END.
           EXIT.
      **************************************************************
       WRITE-GROUP-TOTAL.
           MOVE PCKW-GROUP-ORDERS TO WS-QTY-ED
           MOVE PCKW-GROUP-UNITS TO WS-UNITS-ED
           MOVE PCKW-GROUP-WEIGHT TO WS-TOTAL-WEIGHT-ED
           MOVE SPACES TO PICK-LIST-RECORD
           STRING
              'TOT'                 DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-QTY-ED             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-UNITS-ED           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-TOTAL-WEIGHT-ED    DELIMITED BY SIZE
              INTO PICK-LIST-RECORD
           END-STRING
           WRITE PICK-LIST-RECORD.
       WRITE-GROUP-TOTAL-END.
           EXIT.
      **************************************************************
       WRITE-DAY-TOTAL.
           MOVE PCKW-DAY-ORDERS TO WS-QTY-ED
           MOVE PCKW-DAY-UNITS TO WS-UNITS-ED
           MOVE PCKW-DAY-WEIGHT TO WS-TOTAL-WEIGHT-ED
           MOVE SPACES TO PICK-LIST-RECORD
           WRITE PICK-LIST-RECORD
           STRING
              'ALL'                 DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-QTY-ED             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-UNITS-ED           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-TOTAL-WEIGHT-ED    DELIMITED BY SIZE
              INTO PICK-LIST-RECORD
           END-STRING
           WRITE PICK-LIST-RECORD.
       WRITE-DAY-TOTAL-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE K1
           END-EXEC.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE PICK-LIST-FILE.
       CLOSE-FILES-END.
           EXIT.
      **************************************************************
       DO-POSTSQL.
            MOVE SQLCODE TO TXT-SQLCODE
            MOVE SQLSTATE TO TXT-SQLSTATE
            MOVE SQLERRMC TO TXT-SQLERRMC
            IF SQLCODE = 100
               MOVE 'Y' TO EODATA
            ELSE
               IF SQLCODE NOT = 0
                  DISPLAY 'PICKCS9 SQL ERROR. SQLCODE:  ' TXT-SQLCODE
                  DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
                  DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
                  MOVE 'Y' TO EODATA
               END-IF
            END-IF.
       DO-POSTSQL-END.
           EXIT.
      **************************************************************
       REGISTER-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUNC-BUSINESS-DT
           PERFORM CHECK-PREDECESSORS THRU CHECK-PREDECESSORS-END
           IF RUNC-SUPPRESS-SW = 'Y'
              GO TO REGISTER-RUN-END
           END-IF
           MOVE 0 TO RUNC-DONE-COUNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :RUNC-DONE-COUNT
                  FROM OLS0002.BATCH_RUN_CONTROL
                 WHERE RUN_JOB_NAME = :RUNC-JOB-NAME
                   AND RUN_BUSINESS_DT = :RUNC-BUSINESS-DT
                   AND RUN_STATUS = 'C'
           END-EXEC
           IF RUNC-DONE-COUNT > 0
              MOVE 'Y' TO RUNC-SUPPRESS-SW
              DISPLAY RUNC-JOB-NAME
                 ' ALREADY COMPLETED FOR BUSINESS DATE '
                 RUNC-BUSINESS-DT ' - RUN SUPPRESSED'
              GO TO REGISTER-RUN-END
           END-IF
           EXEC SQL
                DELETE FROM OLS0002.BATCH_RUN_CONTROL
                 WHERE RUN_JOB_NAME = :RUNC-JOB-NAME
                   AND RUN_BUSINESS_DT = :RUNC-BUSINESS-DT
           END-EXEC
           EXEC SQL
                INSERT INTO OLS0002.BATCH_RUN_CONTROL (
                   RUN_JOB_NAME, RUN_BUSINESS_DT, RUN_START_TS,
                   RUN_STATUS, RUN_RECORDS)
                VALUES (
                   :RUNC-JOB-NAME, :RUNC-BUSINESS-DT,
                   CURRENT TIMESTAMP, 'R', 0)
           END-EXEC.
       REGISTER-RUN-END.
           EXIT.
      **************************************************************
      * CHECK-PREDECESSORS - THE SHARED DEPENDENCY GATE. A HELD
      * JOB ENDS WITH RETURN-CODE 12 AND AN OPERATOR MESSAGE SO
      * THE SCHEDULER SEES A DISTINCT CONDITION CODE, NOT A
      * NORMAL END.
      **************************************************************
       CHECK-PREDECESSORS.
           MOVE RUNC-JOB-NAME TO DEPG-JOB-NAME
           MOVE RUNC-BUSINESS-DT TO DEPG-BUSINESS-DT
           CALL 'DEPGCS9' USING DEPG-PARM
           IF DEPG-RTCD NOT = 0
              DISPLAY RUNC-JOB-NAME ' HELD AT DEPENDENCY GATE: '
                 DEPG-MSG
              MOVE 'Y' TO RUNC-SUPPRESS-SW
              MOVE 12 TO RETURN-CODE
           END-IF.
       CHECK-PREDECESSORS-END.
           EXIT.
      **************************************************************
       COMPLETE-RUN.
           MOVE PCKW-DAY-ORDERS TO RUNC-RECORDS
           EXEC SQL
                UPDATE OLS0002.BATCH_RUN_CONTROL
                   SET RUN_STATUS = 'C',
                       RUN_END_TS = CURRENT TIMESTAMP,
                       RUN_RECORDS = :RUNC-RECORDS
                 WHERE RUN_JOB_NAME = :RUNC-JOB-NAME
                   AND RUN_BUSINESS_DT = :RUNC-BUSINESS-DT
           END-EXEC.
       COMPLETE-RUN-END.
           EXIT.
      **************************************************************
