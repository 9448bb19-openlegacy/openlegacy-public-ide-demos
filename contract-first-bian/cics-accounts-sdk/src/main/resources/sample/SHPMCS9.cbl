CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * SHPMCS9 - END-OF-DAY CARRIER MANIFEST EXTRACT BATCH JOB.
      * THE CARRIER USED TO TAKE THE DAY'S SHIPMENT LIST BY
      * PHONE. SHPMCS9 RUNS AT CLOSE OF DAY AND WRITES EVERY
      * OLS0002.ITEM_ORDER IN PICKED STATUS ('P') NOT YET ON A
      * MANIFEST TO SHPMANF, ONE PIPE-DELIMITED RECORD PER ORDER:
      *   ORDER-NUM|DEST-ZONE|WEIGHT|SHIP-METHOD|WAREHOUSE|QTY
      * WHERE WEIGHT IS THE ORDER QUANTITY TIMES THE ITEM WEIGHT
      * ON OLS0002.ITEM_CATALOG. THE FILE CARRIES THE STANDARD
      * HDR/TRL ENVELOPE (SEE FVERCS9) WITH WEIGHT AS THE HASH
      * FIELD, SO THE CARRIER CAN PROVE IT LOADED THE WHOLE FILE.
      * EACH ORDER WRITTEN IS STAMPED WITH ORD_MANIFEST_DT AND
      * THE ENVELOPE RUN-ID IN ORD_MANIFEST_RUN_ID THROUGH THE
      * SAME POSITIONED UPDATE EVNTCS9 USES, SO A RERUN NEVER
      * MANIFESTS AN ORDER TWICE. SHPCCS9 LATER RECONCILES THE
      * CARRIER'S CONFIRMATIONS AGAINST THESE STAMPS.
      * RUNS UNDER THE SHARED BATCH_RUN_CONTROL GUARD.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SHPMCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MANIFEST-FILE ASSIGN TO SHPMANF
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MANIFEST-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  MANIFEST-FILE
            RECORDING MODE IS F.
        01  MANIFEST-RECORD                PIC X(80).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
        01 MANIFEST-WS.
            07 SHMW-ORDER-NUM         PIC S9(9) USAGE COMP.
            07 SHMW-ITEM-NUM          PIC S9(8) USAGE COMP.
            07 SHMW-ORDER-QTY         PIC S9(7) USAGE COMP.
            07 SHMW-SHIP-METHOD       PIC X(10).
            07 SHMW-DEST-ZONE         PIC X(1).
            07 SHMW-WAREHOUSE-ID      PIC X(4).
            07 SHMW-ITEM-WEIGHT       PIC S9(4) USAGE COMP.
            07 SHMW-ORDER-WEIGHT      PIC S9(11) COMP-3.
      **************************************************************
        01 WS-ORDER-NUM-ED                 PIC 9(9).
        01 WS-QTY-ED                       PIC 9(7).
        01 WS-WEIGHT-ED                    PIC 9(11).
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-ORDERS-READ                  PIC 9(7)   VALUE 0.
        01 WS-ORDERS-WRITTEN               PIC 9(7)   VALUE 0.
        01 WS-MANIFEST-FILE-STATUS         PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'SHPMCS9 '.
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
      **************************************************************
      * FEED ENVELOPE WORK AREA - SEE FVERCS9. THE HASH TOTAL IS
      * THE SUM OF THE WEIGHT, FIELD 3 OF EACH RECORD.
      **************************************************************
        01 FEED-RUN-ID                     PIC X(14)  VALUE SPACES.
        01 FEED-AMT-FIELD-NO               PIC 9(2)   VALUE 3.
        01 FEED-HASH-TOTAL                 PIC S9(13)V9(3) COMP-3
                                                      VALUE 0.
        01 FEED-TRL-COUNT-ED               PIC 9(9).
        01 FEED-TRL-HASH-ED                PIC -9(12)9.999.
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM REGISTER-RUN THRU REGISTER-RUN-END
           IF RUNC-SUPPRESS-SW = 'Y'
              GOBACK
           END-IF
           PERFORM OPEN-FILES THRU OPEN-FILES-END
           PERFORM DO-DECLARE THRU DO-DECLARE-END
           PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
           PERFORM DO-FETCH THRU DO-FETCH-END
           PERFORM MANIFEST-LOOP THRU MANIFEST-LOOP-END
              UNTIL EODATA = 'Y'
           PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           PERFORM WRITE-FEED-TRAILER THRU WRITE-FEED-TRAILER-END
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'SHPMCS9 ORDERS READ:    ' WS-ORDERS-READ
           DISPLAY 'SHPMCS9 ORDERS WRITTEN: ' WS-ORDERS-WRITTEN
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       OPEN-FILES.
           OPEN OUTPUT MANIFEST-FILE
           IF WS-MANIFEST-FILE-STATUS NOT = '00'
              DISPLAY 'MANIFEST-FILE OPEN FAILED, STATUS: '
                 WS-MANIFEST-FILE-STATUS
              MOVE 'Y' TO EODATA
           ELSE
              PERFORM WRITE-FEED-HEADER
                 THRU WRITE-FEED-HEADER-END
           END-IF.
       OPEN-FILES-END.
           EXIT.
      **************************************************************
      * ONLY PICKED ORDERS NOT YET MANIFESTED COME BACK, LOCKED
      * FOR THE POSITIONED UPDATE THAT STAMPS EACH ONE SENT. THE
      * ITEM WEIGHT IS READ SEPARATELY BECAUSE AN UPDATABLE
      * CURSOR CANNOT JOIN.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE C1 CURSOR FOR
                SELECT
                  ORD_ORDER_NUM,
                  ORD_ITEM_NUM,
                  ORD_QTY,
                  ORD_SHIP_METHOD,
                  ORD_DEST_ZONE,
                  COALESCE(ORD_WAREHOUSE_ID, ' ')
                FROM OLS0002.ITEM_ORDER
                WHERE ORD_STATUS = 'P'
                  AND COALESCE(ORD_MANIFEST_DT, 0) = 0
                FOR UPDATE OF ORD_MANIFEST_DT, ORD_MANIFEST_RUN_ID
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN C1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH C1 INTO
                  :SHMW-ORDER-NUM,
                  :SHMW-ITEM-NUM,
                  :SHMW-ORDER-QTY,
                  :SHMW-SHIP-METHOD,
                  :SHMW-DEST-ZONE,
                  :SHMW-WAREHOUSE-ID
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       MANIFEST-LOOP.
           ADD 1 TO WS-ORDERS-READ
           PERFORM GET-ITEM-WEIGHT THRU GET-ITEM-WEIGHT-END
           PERFORM WRITE-MANIFEST-RECORD
              THRU WRITE-MANIFEST-RECORD-END
           PERFORM MARK-MANIFESTED THRU MARK-MANIFESTED-END
           IF EODATA NOT = 'Y'
              PERFORM DO-FETCH THRU DO-FETCH-END
           END-IF.
       MANIFEST-LOOP-END.
           EXIT.
      **************************************************************
      * AN ITEM WITH NO CATALOG ROW SHIPS AT ZERO WEIGHT RATHER
      * THAN HOLDING THE PARCEL OFF THE MANIFEST.
      **************************************************************
       GET-ITEM-WEIGHT.
           MOVE 0 TO SHMW-ITEM-WEIGHT
           EXEC SQL
                SELECT ITEM_WEIGHT
                  INTO :SHMW-ITEM-WEIGHT
                  FROM OLS0002.ITEM_CATALOG
                 WHERE ITEM_NUM = :SHMW-ITEM-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO SHMW-ITEM-WEIGHT
           END-IF
           COMPUTE SHMW-ORDER-WEIGHT =
              SHMW-ITEM-WEIGHT * SHMW-ORDER-QTY.
       GET-ITEM-WEIGHT-END.
           EXIT.
      **************************************************************
       WRITE-MANIFEST-RECORD.
           ADD 1 TO WS-ORDERS-WRITTEN
           ADD SHMW-ORDER-WEIGHT TO FEED-HASH-TOTAL
           MOVE SHMW-ORDER-NUM TO WS-ORDER-NUM-ED
           MOVE SHMW-ORDER-WEIGHT TO WS-WEIGHT-ED
           MOVE SHMW-ORDER-QTY TO WS-QTY-ED
           MOVE SPACES TO MANIFEST-RECORD
           STRING
              WS-ORDER-NUM-ED       DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              SHMW-DEST-ZONE        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-WEIGHT-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              SHMW-SHIP-METHOD      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              SHMW-WAREHOUSE-ID     DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-QTY-ED             DELIMITED BY SIZE
              INTO MANIFEST-RECORD
           END-STRING
           WRITE MANIFEST-RECORD.
       WRITE-MANIFEST-RECORD-END.
           EXIT.
      **************************************************************
       MARK-MANIFESTED.
           EXEC SQL
              UPDATE OLS0002.ITEM_ORDER
                 SET ORD_MANIFEST_DT = :RUNC-BUSINESS-DT,
                     ORD_MANIFEST_RUN_ID = :FEED-RUN-ID
               WHERE CURRENT OF C1
           END-EXEC
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       MARK-MANIFESTED-END.
           EXIT.
      **************************************************************
       WRITE-FEED-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO FEED-RUN-ID
           MOVE SPACES TO MANIFEST-RECORD
           STRING
              'HDR|'                DELIMITED BY SIZE
              'SHPMCS9 |'           DELIMITED BY SIZE
              RUNC-BUSINESS-DT      DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              FEED-RUN-ID           DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              FEED-AMT-FIELD-NO     DELIMITED BY SIZE
              INTO MANIFEST-RECORD
           END-STRING
           WRITE MANIFEST-RECORD.
       WRITE-FEED-HEADER-END.
           EXIT.
      **************************************************************
       WRITE-FEED-TRAILER.
           MOVE WS-ORDERS-WRITTEN TO FEED-TRL-COUNT-ED
           MOVE FEED-HASH-TOTAL TO FEED-TRL-HASH-ED
           MOVE SPACES TO MANIFEST-RECORD
           STRING
              'TRL|'                DELIMITED BY SIZE
              FEED-TRL-COUNT-ED     DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              FEED-TRL-HASH-ED      DELIMITED BY SIZE
              INTO MANIFEST-RECORD
           END-STRING
           WRITE MANIFEST-RECORD.
       WRITE-FEED-TRAILER-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE C1
           END-EXEC.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE MANIFEST-FILE.
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
                  DISPLAY 'SHPMCS9 SQL ERROR. SQLCODE: ' TXT-SQLCODE
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
           MOVE WS-ORDERS-WRITTEN TO RUNC-RECORDS
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
