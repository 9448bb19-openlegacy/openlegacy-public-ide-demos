CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * BSLACS9 - BATCH ELAPSED-TIME AND SLA-BREACH BATCH JOB.
      * BATCH_RUN_CONTROL AND BRCICS9 SAY WHETHER EACH JOB
      * FINISHED, BUT NOT HOW LONG IT TOOK, AND THE BATCH WINDOW IS
      * FILLING UP. EVERY GUARDED JOB ALREADY STAMPS RUN_START_TS
      * WHEN IT REGISTERS AND RUN_END_TS WHEN IT COMPLETES; THIS
      * JOB RUNS AT THE END OF THE NIGHTLY FAMILY, AHEAD OF
      * OPSDCS9, AND WORKS THE BUSINESS DATE'S ROWS OVER:
      *  - ELAPSED TIME PER JOB AGAINST THE AVERAGE OF ITS
      *    COMPLETED RUNS IN THE BSLW-LOOKBACK-DAYS DAYS BEFORE THE
      *    BUSINESS DATE. A JOB MORE THAN BSLW-SLOW-PCT PERCENT
      *    SLOWER THAN USUAL IS FLAGGED SLOW. THE PERCENTAGE
      *    DEFAULTS TO 25 AND MAY BE SET IN COLUMNS 1-3 OF THE
      *    SLAPARM PARAMETER FILE.
      *  - SLA BREACHES AGAINST THE CONTROL TABLE
      *    OLS0002.BATCH_JOB_SLA (JOB, SLA END TIME HH.MM.SS, AND A
      *    DAY OFFSET - 0 THE BUSINESS DATE ITSELF, 1 THE NEXT
      *    MORNING FOR A WINDOW THAT RUNS PAST MIDNIGHT). A JOB
      *    THAT ENDED AFTER ITS SLA, IS STILL RUNNING PAST IT, OR
      *    NEVER STARTED BY IT HAS BREACHED. A JOB WITH NO SLA ROW
      *    IS TIMED BUT NEVER BREACHES.
      *  - THE CRITICAL PATH: FROM THE JOB THAT FINISHED LAST,
      *    BACK THROUGH OLS0002.BATCH_JOB_DEPENDENCY, TAKING AT
      *    EACH STEP THE PREDECESSOR THAT FINISHED LAST - THE ONE
      *    THE SUCCESSOR WAS REALLY WAITING FOR. ITS SPAN IS FIRST
      *    START TO LAST END; ITS RUN TIME IS THE SUM OF THE STEPS.
      * THE FULL REPORT GOES TO SLARPT:
      *   JOB|JOB|STATUS|START|END|ELAPSED|AVG|RUNS|VS AVG %|SLA|FLAG
      *   MIS|JOB|SLA|FLAG
      *   CRP|STEP|JOB|START|END|ELAPSED
      *   ALL|JOBS|RUNNING|SLOW|BREACHES|PATH SPAN|PATH RUN TIME
      * AND A SHORT SUMMARY TO SLASUMM, WHICH OPSDCS9 PUTS ON THE
      * MORNING DASHBOARD; SUMMARY LINES THAT NEED A HUMAN START
      * '***'. ELAPSED TIMES PRINT AS HHH:MM:SS. RUNS UNDER THE
      * SHARED BATCH_RUN_CONTROL GUARD AND DEPGCS9 DEPENDENCY
      * GATE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. BSLACS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SLA-PARM-FILE ASSIGN TO SLAPARM
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SLA-PARM-FILE-STATUS.
            SELECT SLA-REPORT-FILE ASSIGN TO SLARPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SLA-REPORT-FILE-STATUS.
            SELECT SUMMARY-FILE ASSIGN TO SLASUMM
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SUMMARY-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  SLA-PARM-FILE
            RECORDING MODE IS F.
        01  SLA-PARM-RECORD.
            05 SLAP-SLOW-PCT               PIC X(3).
            05 FILLER                      PIC X(17).
        FD  SLA-REPORT-FILE
            RECORDING MODE IS F.
        01  SLA-REPORT-LINE                PIC X(132).
        FD  SUMMARY-FILE
            RECORDING MODE IS F.
        01  SUMMARY-RECORD                 PIC X(100).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLRUNCONTROL.
           10 RUN_JOB_NAME         PIC X(8).
           10 RUN_BUSINESS_DT      PIC X(8).
           10 RUN_START_TS         PIC X(26).
           10 RUN_END_TS           PIC X(26).
           10 RUN_STATUS           PIC X(1).
           10 RUN_RECORDS          PIC S9(9) USAGE COMP-3.
      **************************************************************
       01  DCLJOBSLA.
           10 SLA_JOB_NAME         PIC X(8).
           10 SLA_END_TIME         PIC X(8).
           10 SLA_DAY_OFFSET       PIC S9(4) USAGE COMP.
      **************************************************************
       01  DCLJOBDEP.
           10 DEP_JOB_NAME         PIC X(8).
           10 DEP_PRED_JOB_NAME    PIC X(8).
      **************************************************************
        01 TIMING-WS.
            07 BSLW-JOB-NAME          PIC X(8).
            07 BSLW-RUN-STATUS        PIC X(1).
            07 BSLW-START-TS          PIC X(26).
            07 BSLW-END-TS            PIC X(26).
            07 BSLW-ELAPSED           PIC S9(9) USAGE COMP.
            07 BSLW-AVG-ELAPSED       PIC S9(9) USAGE COMP.
            07 BSLW-HIST-RUNS         PIC S9(4) USAGE COMP.
            07 BSLW-SLA-END-TIME      PIC X(8).
            07 BSLW-SLA-DAY-OFFSET    PIC S9(4) USAGE COMP.
        01 BSLW-PCT-OVER             PIC S9(5) COMP VALUE 0.
        01 BSLW-SLOW-SW              PIC X(1)  VALUE 'N'.
        01 BSLW-BREACH-SW            PIC X(1)  VALUE 'N'.
        01 BSLW-FLAG-TEXT            PIC X(12) VALUE SPACES.
      **************************************************************
      * THRESHOLD, LOOK-BACK AND THE DATES THEY PRODUCE.
      **************************************************************
        01 BSLW-SLOW-PCT             PIC 9(3)  VALUE 25.
        01 BSLW-LOOKBACK-DAYS        PIC 9(3)  VALUE 30.
        01 BSLW-HIST-FROM-DT         PIC 9(8)  VALUE 0.
        01 BSLW-NOW-TS               PIC X(26) VALUE SPACES.
        01 BSLW-DEADLINE-DT          PIC 9(8)  VALUE 0.
        01 BSLW-DEADLINE-DT-R REDEFINES BSLW-DEADLINE-DT.
            05 BSLW-DL-CCYY           PIC X(4).
            05 BSLW-DL-MM             PIC X(2).
            05 BSLW-DL-DD             PIC X(2).
        01 BSLW-DEADLINE-TS.
            05 BSLW-DT-CCYY           PIC X(4).
            05 FILLER                 PIC X(1)  VALUE '-'.
            05 BSLW-DT-MM             PIC X(2).
            05 FILLER                 PIC X(1)  VALUE '-'.
            05 BSLW-DT-DD             PIC X(2).
            05 FILLER                 PIC X(1)  VALUE '-'.
            05 BSLW-DT-TIME           PIC X(8).
            05 FILLER                 PIC X(7)  VALUE '.000000'.
      **************************************************************
      * CRITICAL PATH - COLLECTED BACKWARDS FROM THE LAST JOB TO
      * FINISH, PRINTED FORWARDS. THE TABLE SIZE ALSO STOPS A
      * DEPENDENCY LOOP ON THE CONTROL TABLE FROM WALKING FOREVER.
      **************************************************************
        01 PATH-TABLE.
            05 PATH-ENTRY OCCURS 30.
              07 PATH-JOB-NAME        PIC X(8).
              07 PATH-START-TS        PIC X(26).
              07 PATH-END-TS          PIC X(26).
              07 PATH-ELAPSED         PIC S9(9) COMP.
        01 PATH-COUNT                PIC S9(4) COMP VALUE 0.
        01 PATH-IX                   PIC S9(4) COMP VALUE 0.
        01 PATH-STEP                 PIC S9(4) COMP VALUE 0.
        01 PATH-DONE-SW              PIC X(1)  VALUE 'N'.
        01 PATH-SPAN                 PIC S9(9) COMP VALUE 0.
        01 PATH-RUN-TIME             PIC S9(9) COMP VALUE 0.
        01 PATH-LINE-PTR             PIC S9(4) COMP VALUE 0.
        01 PATH-CURRENT-JOB          PIC X(8)  VALUE SPACES.
        01 PATH-FIRST-START-TS       PIC X(26) VALUE SPACES.
        01 PATH-LAST-END-TS          PIC X(26) VALUE SPACES.
        01 BSLW-PRED-WS.
            07 BSLW-PRED-JOB          PIC X(8).
            07 BSLW-PRED-START-TS     PIC X(26).
            07 BSLW-PRED-END-TS       PIC X(26).
            07 BSLW-PRED-ELAPSED      PIC S9(9) COMP.
      **************************************************************
        01 WS-JOBS-TIMED                   PIC 9(5)   VALUE 0.
        01 WS-JOBS-RUNNING                 PIC 9(5)   VALUE 0.
        01 WS-JOBS-SLOW                    PIC 9(5)   VALUE 0.
        01 WS-SLA-BREACHES                 PIC 9(5)   VALUE 0.
      **************************************************************
      * ELAPSED SECONDS AS HHH:MM:SS.
      **************************************************************
        01 BSLW-SECS                       PIC S9(9)  COMP VALUE 0.
        01 BSLW-REM                        PIC S9(9)  COMP VALUE 0.
        01 BSLW-HMS.
            05 BSLW-HMS-HH                 PIC 9(3).
            05 FILLER                      PIC X(1)   VALUE ':'.
            05 BSLW-HMS-MM                 PIC 9(2).
            05 FILLER                      PIC X(1)   VALUE ':'.
            05 BSLW-HMS-SS                 PIC 9(2).
        01 WS-ELAPSED-TEXT                 PIC X(9).
        01 WS-AVG-TEXT                     PIC X(9).
        01 WS-SPAN-TEXT                    PIC X(9).
        01 WS-SLA-TEXT                     PIC X(8).
        01 WS-CNT-ED                       PIC -(5)9.
        01 WS-CNT2-ED                      PIC -(5)9.
        01 WS-CNT3-ED                      PIC -(5)9.
        01 WS-CNT4-ED                      PIC -(5)9.
        01 WS-PCT-ED                       PIC +(5)9.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-SLA-PARM-FILE-STATUS         PIC X(2)   VALUE '00'.
        01 WS-SLA-REPORT-FILE-STATUS       PIC X(2)   VALUE '00'.
        01 WS-SUMMARY-FILE-STATUS          PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'BSLACS9 '.
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
           PERFORM OPEN-FILES THRU OPEN-FILES-END
           PERFORM WRITE-REPORT-HEADING THRU WRITE-REPORT-HEADING-END
           PERFORM REPORT-JOB-TIMES THRU REPORT-JOB-TIMES-END
           PERFORM REPORT-NOT-STARTED THRU REPORT-NOT-STARTED-END
           PERFORM BUILD-CRITICAL-PATH THRU BUILD-CRITICAL-PATH-END
           PERFORM WRITE-CRITICAL-PATH THRU WRITE-CRITICAL-PATH-END
           PERFORM WRITE-RUN-TOTAL THRU WRITE-RUN-TOTAL-END
           PERFORM WRITE-SUMMARY THRU WRITE-SUMMARY-END
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'BSLACS9 JOBS TIMED:         ' WS-JOBS-TIMED
           DISPLAY 'BSLACS9 JOBS STILL RUNNING: ' WS-JOBS-RUNNING
           DISPLAY 'BSLACS9 SLOWER THAN USUAL:  ' WS-JOBS-SLOW
           DISPLAY 'BSLACS9 SLA BREACHES:       ' WS-SLA-BREACHES
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
      * INIT-RTN - THE HISTORY WINDOW ENDS THE DAY BEFORE THE
      * BUSINESS DATE, SO TONIGHT'S RUN NEVER AVERAGES ITSELF.
      * "NOW" IS TAKEN FROM DB2 SO IT COMPARES LIKE-FOR-LIKE WITH
      * THE RUN-CONTROL TIMESTAMPS.
      **************************************************************
       INIT-RTN.
           MOVE RUNC-BUSINESS-DT TO WS-CURRENT-DATE
           PERFORM READ-PARM THRU READ-PARM-END
           COMPUTE BSLW-HIST-FROM-DT = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(RUNC-BUSINESS-DT)
              - BSLW-LOOKBACK-DAYS)
           EXEC SQL
                SELECT CHAR(CURRENT TIMESTAMP)
                  INTO :BSLW-NOW-TS
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
           END-IF.
       INIT-RTN-END.
           EXIT.
      **************************************************************
      * READ-PARM - A MISSING, EMPTY OR UNREADABLE PARAMETER KEEPS
      * THE DEFAULT SLOW-JOB PERCENTAGE.
      **************************************************************
       READ-PARM.
           OPEN INPUT SLA-PARM-FILE
           IF WS-SLA-PARM-FILE-STATUS NOT = '00'
              DISPLAY 'BSLACS9 NO PARAMETER FILE - DEFAULT PERCENTAGE'
                 ' USED'
              GO TO READ-PARM-END
           END-IF
           READ SLA-PARM-FILE
              AT END
                 MOVE SPACES TO SLA-PARM-RECORD
           END-READ
           CLOSE SLA-PARM-FILE
           IF SLAP-SLOW-PCT NUMERIC AND SLAP-SLOW-PCT > '000'
              MOVE SLAP-SLOW-PCT TO BSLW-SLOW-PCT
           ELSE
              DISPLAY 'BSLACS9 INVALID PARAMETER - DEFAULT PERCENTAGE'
                 ' USED: ' SLA-PARM-RECORD
           END-IF.
       READ-PARM-END.
           EXIT.
      **************************************************************
       OPEN-FILES.
           OPEN OUTPUT SLA-REPORT-FILE
           IF WS-SLA-REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'SLA-REPORT-FILE OPEN FAILED, STATUS: '
                 WS-SLA-REPORT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT SUMMARY-FILE
           IF WS-SUMMARY-FILE-STATUS NOT = '00'
              DISPLAY 'SUMMARY-FILE OPEN FAILED, STATUS: '
                 WS-SUMMARY-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
       OPEN-FILES-END.
           EXIT.
      **************************************************************
       WRITE-REPORT-HEADING.
           MOVE SPACES TO SLA-REPORT-LINE
           STRING
              'BATCH ELAPSED TIME AND SLA - BUSINESS DATE '
                                    DELIMITED BY SIZE
              WS-CURRENT-DATE       DELIMITED BY SIZE
              ' SLOW OVER '         DELIMITED BY SIZE
              BSLW-SLOW-PCT         DELIMITED BY SIZE
              '%'                   DELIMITED BY SIZE
              INTO SLA-REPORT-LINE
           END-STRING
           WRITE SLA-REPORT-LINE
           MOVE ALL '=' TO SLA-REPORT-LINE(1:60)
           MOVE SPACES TO SLA-REPORT-LINE(61:72)
           WRITE SLA-REPORT-LINE
           MOVE 'JOB|JOB|STATUS|START|END|ELAPSED|AVG|RUNS|VS AVG %|SLA|
      -         'FLAG'
              TO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE
           MOVE 'MIS|JOB|SLA|FLAG' TO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE
           MOVE 'CRP|STEP|JOB|START|END|ELAPSED' TO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE
           MOVE 'ALL|JOBS|RUNNING|SLOW|BREACHES|PATH SPAN|PATH RUN TIME'
              TO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE
           MOVE SPACES TO SUMMARY-RECORD
           STRING
              'BATCH ELAPSED TIME AND SLA '
                                    DELIMITED BY SIZE
              WS-CURRENT-DATE       DELIMITED BY SIZE
              INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD.
       WRITE-REPORT-HEADING-END.
           EXIT.
      **************************************************************
      * REPORT-JOB-TIMES - EVERY RUN-CONTROL ROW FOR THE BUSINESS
      * DATE EXCEPT THIS JOB'S OWN, WHICH IS STILL OPEN. A ROW
      * WITH NO END TIMESTAMP IS STILL RUNNING (OR ABENDED) AND
      * HAS NO ELAPSED TIME YET.
      **************************************************************
       REPORT-JOB-TIMES.
           EXEC SQL
              DECLARE T1 CURSOR FOR
               SELECT RUN_JOB_NAME, RUN_STATUS,
                      CHAR(RUN_START_TS),
                      COALESCE(CHAR(RUN_END_TS), ' '),
                      COALESCE((DAYS(RUN_END_TS) - DAYS(RUN_START_TS))
                         * 86400 + MIDNIGHT_SECONDS(RUN_END_TS)
                         - MIDNIGHT_SECONDS(RUN_START_TS), 0)
                 FROM OLS0002.BATCH_RUN_CONTROL
                WHERE RUN_BUSINESS_DT = :RUNC-BUSINESS-DT
                  AND RUN_JOB_NAME <> :RUNC-JOB-NAME
                ORDER BY RUN_JOB_NAME
           END-EXEC
           EXEC SQL
              OPEN T1
           END-EXEC
           MOVE 'N' TO EODATA
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END
           PERFORM FETCH-JOB-TIME THRU FETCH-JOB-TIME-END
           PERFORM JOB-TIME-LINE THRU JOB-TIME-LINE-END
              UNTIL EODATA = 'Y'
           EXEC SQL
              CLOSE T1
           END-EXEC.
       REPORT-JOB-TIMES-END.
           EXIT.
      **************************************************************
       FETCH-JOB-TIME.
           IF EODATA = 'Y'
              GO TO FETCH-JOB-TIME-END
           END-IF
           EXEC SQL
                FETCH T1 INTO
                  :BSLW-JOB-NAME, :BSLW-RUN-STATUS,
                  :BSLW-START-TS, :BSLW-END-TS,
                  :BSLW-ELAPSED
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       FETCH-JOB-TIME-END.
           EXIT.
      **************************************************************
       JOB-TIME-LINE.
           ADD 1 TO WS-JOBS-TIMED
           MOVE 'N' TO BSLW-SLOW-SW BSLW-BREACH-SW
           MOVE 0 TO BSLW-PCT-OVER
           PERFORM READ-JOB-HISTORY THRU READ-JOB-HISTORY-END
           PERFORM READ-JOB-SLA THRU READ-JOB-SLA-END
           IF BSLW-RUN-STATUS = 'C'
              IF BSLW-AVG-ELAPSED > 0
                 COMPUTE BSLW-PCT-OVER =
                    (BSLW-ELAPSED - BSLW-AVG-ELAPSED) * 100
                    / BSLW-AVG-ELAPSED
                 IF BSLW-PCT-OVER > BSLW-SLOW-PCT
                    MOVE 'Y' TO BSLW-SLOW-SW
                    ADD 1 TO WS-JOBS-SLOW
                 END-IF
              END-IF
              IF BSLW-SLA-END-TIME NOT = SPACES
                 AND BSLW-END-TS > BSLW-DEADLINE-TS
                 MOVE 'Y' TO BSLW-BREACH-SW
              END-IF
           ELSE
              ADD 1 TO WS-JOBS-RUNNING
              IF BSLW-SLA-END-TIME NOT = SPACES
                 AND BSLW-NOW-TS > BSLW-DEADLINE-TS
                 MOVE 'Y' TO BSLW-BREACH-SW
              END-IF
           END-IF
           IF BSLW-BREACH-SW = 'Y'
              ADD 1 TO WS-SLA-BREACHES
           END-IF
           PERFORM WRITE-JOB-LINE THRU WRITE-JOB-LINE-END
           PERFORM FETCH-JOB-TIME THRU FETCH-JOB-TIME-END.
       JOB-TIME-LINE-END.
           EXIT.
      **************************************************************
      * READ-JOB-HISTORY - THE JOB'S COMPLETED RUNS IN THE
      * LOOK-BACK WINDOW. NO HISTORY MEANS NO AVERAGE, AND A NEW
      * JOB IS NEVER CALLED SLOW ON ITS FIRST NIGHTS.
      **************************************************************
       READ-JOB-HISTORY.
           MOVE 0 TO BSLW-HIST-RUNS BSLW-AVG-ELAPSED
           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(AVG((DAYS(RUN_END_TS)
                          - DAYS(RUN_START_TS)) * 86400
                          + MIDNIGHT_SECONDS(RUN_END_TS)
                          - MIDNIGHT_SECONDS(RUN_START_TS)), 0)
                  INTO :BSLW-HIST-RUNS, :BSLW-AVG-ELAPSED
                  FROM OLS0002.BATCH_RUN_CONTROL
                 WHERE RUN_JOB_NAME = :BSLW-JOB-NAME
                   AND RUN_STATUS = 'C'
                   AND RUN_END_TS IS NOT NULL
                   AND RUN_BUSINESS_DT >= :BSLW-HIST-FROM-DT
                   AND RUN_BUSINESS_DT < :RUNC-BUSINESS-DT
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'BSLACS9 HISTORY READ FAILED: ' TXT-SQLCODE
                 ' JOB ' BSLW-JOB-NAME
              MOVE 0 TO BSLW-HIST-RUNS BSLW-AVG-ELAPSED
           END-IF.
       READ-JOB-HISTORY-END.
           EXIT.
      **************************************************************
       READ-JOB-SLA.
           MOVE SPACES TO BSLW-SLA-END-TIME
           MOVE 0 TO BSLW-SLA-DAY-OFFSET
           EXEC SQL
                SELECT SLA_END_TIME, SLA_DAY_OFFSET
                  INTO :BSLW-SLA-END-TIME, :BSLW-SLA-DAY-OFFSET
                  FROM OLS0002.BATCH_JOB_SLA
                 WHERE SLA_JOB_NAME = :BSLW-JOB-NAME
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO BSLW-SLA-END-TIME
              IF SQLCODE NOT = 100
                 MOVE SQLCODE TO TXT-SQLCODE
                 DISPLAY 'BSLACS9 SLA READ FAILED: ' TXT-SQLCODE
                    ' JOB ' BSLW-JOB-NAME
              END-IF
              GO TO READ-JOB-SLA-END
           END-IF
           PERFORM SET-DEADLINE THRU SET-DEADLINE-END.
       READ-JOB-SLA-END.
           EXIT.
      **************************************************************
      * SET-DEADLINE - THE SLA AS A FULL TIMESTAMP IN THE SAME
      * CHARACTER FORM DB2 GIVES THE RUN-CONTROL TIMESTAMPS, SO
      * THE TWO COMPARE DIRECTLY.
      **************************************************************
       SET-DEADLINE.
           COMPUTE BSLW-DEADLINE-DT = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(RUNC-BUSINESS-DT)
              + BSLW-SLA-DAY-OFFSET)
           MOVE BSLW-DL-CCYY      TO BSLW-DT-CCYY
           MOVE BSLW-DL-MM        TO BSLW-DT-MM
           MOVE BSLW-DL-DD        TO BSLW-DT-DD
           MOVE BSLW-SLA-END-TIME TO BSLW-DT-TIME.
       SET-DEADLINE-END.
           EXIT.
      **************************************************************
       WRITE-JOB-LINE.
           MOVE SPACES TO WS-ELAPSED-TEXT WS-AVG-TEXT
           IF BSLW-RUN-STATUS = 'C'
              MOVE BSLW-ELAPSED TO BSLW-SECS
              PERFORM FORMAT-ELAPSED THRU FORMAT-ELAPSED-END
              MOVE BSLW-HMS TO WS-ELAPSED-TEXT
           ELSE
              MOVE 'RUNNING' TO WS-ELAPSED-TEXT
           END-IF
           IF BSLW-HIST-RUNS > 0
              MOVE BSLW-AVG-ELAPSED TO BSLW-SECS
              PERFORM FORMAT-ELAPSED THRU FORMAT-ELAPSED-END
              MOVE BSLW-HMS TO WS-AVG-TEXT
           ELSE
              MOVE 'NONE' TO WS-AVG-TEXT
           END-IF
           IF BSLW-SLA-END-TIME = SPACES
              MOVE 'NONE' TO WS-SLA-TEXT
           ELSE
              MOVE BSLW-SLA-END-TIME TO WS-SLA-TEXT
           END-IF
           MOVE SPACES TO BSLW-FLAG-TEXT
           EVALUATE TRUE
              WHEN BSLW-BREACH-SW = 'Y' AND BSLW-SLOW-SW = 'Y'
                 MOVE 'BREACH+SLOW' TO BSLW-FLAG-TEXT
              WHEN BSLW-BREACH-SW = 'Y'
                 MOVE 'BREACH' TO BSLW-FLAG-TEXT
              WHEN BSLW-SLOW-SW = 'Y'
                 MOVE 'SLOW' TO BSLW-FLAG-TEXT
           END-EVALUATE
           MOVE BSLW-HIST-RUNS TO WS-CNT-ED
           MOVE BSLW-PCT-OVER TO WS-PCT-ED
           MOVE SPACES TO SLA-REPORT-LINE
           STRING
              'JOB'                 DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              BSLW-JOB-NAME         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              BSLW-RUN-STATUS       DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              BSLW-START-TS         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              BSLW-END-TS           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-ELAPSED-TEXT       DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AVG-TEXT           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-PCT-ED             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-SLA-TEXT           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              BSLW-FLAG-TEXT        DELIMITED BY SIZE
              INTO SLA-REPORT-LINE
           END-STRING
           WRITE SLA-REPORT-LINE
           IF BSLW-BREACH-SW = 'Y'
              MOVE SPACES TO SUMMARY-RECORD
              IF BSLW-RUN-STATUS = 'C'
                 STRING
                    '*** SLA BREACH: '  DELIMITED BY SIZE
                    BSLW-JOB-NAME       DELIMITED BY SIZE
                    ' ENDED '           DELIMITED BY SIZE
                    BSLW-END-TS(1:19)   DELIMITED BY SIZE
                    ' SLA '             DELIMITED BY SIZE
                    BSLW-DEADLINE-TS(1:19)
                                        DELIMITED BY SIZE
                    INTO SUMMARY-RECORD
                 END-STRING
              ELSE
                 STRING
                    '*** SLA BREACH: '  DELIMITED BY SIZE
                    BSLW-JOB-NAME       DELIMITED BY SIZE
                    ' STILL RUNNING PAST SLA '
                                        DELIMITED BY SIZE
                    BSLW-DEADLINE-TS(1:19)
                                        DELIMITED BY SIZE
                    INTO SUMMARY-RECORD
                 END-STRING
              END-IF
              WRITE SUMMARY-RECORD
           END-IF
           IF BSLW-SLOW-SW = 'Y'
              MOVE SPACES TO SUMMARY-RECORD
              STRING
                 '*** SLOWER THAN USUAL: '
                                    DELIMITED BY SIZE
                 BSLW-JOB-NAME      DELIMITED BY SIZE
                 ' ELAPSED '        DELIMITED BY SIZE
                 WS-ELAPSED-TEXT    DELIMITED BY SIZE
                 ' AVG '            DELIMITED BY SIZE
                 WS-AVG-TEXT        DELIMITED BY SIZE
                 ' '                DELIMITED BY SIZE
                 WS-PCT-ED          DELIMITED BY SIZE
                 '%'                DELIMITED BY SIZE
                 INTO SUMMARY-RECORD
              END-STRING
              WRITE SUMMARY-RECORD
           END-IF.
       WRITE-JOB-LINE-END.
           EXIT.
      **************************************************************
      * REPORT-NOT-STARTED - A JOB WITH AN SLA BUT NO RUN-CONTROL
      * ROW FOR THE BUSINESS DATE. PAST ITS SLA IT HAS BREACHED;
      * BEFORE IT, IT IS SIMPLY STILL TO COME.
      **************************************************************
       REPORT-NOT-STARTED.
           EXEC SQL
              DECLARE M1 CURSOR FOR
               SELECT S.SLA_JOB_NAME, S.SLA_END_TIME, S.SLA_DAY_OFFSET
                 FROM OLS0002.BATCH_JOB_SLA S
                WHERE S.SLA_JOB_NAME <> :RUNC-JOB-NAME
                  AND NOT EXISTS (
                      SELECT 1
                        FROM OLS0002.BATCH_RUN_CONTROL R
                       WHERE R.RUN_JOB_NAME = S.SLA_JOB_NAME
                         AND R.RUN_BUSINESS_DT = :RUNC-BUSINESS-DT)
                ORDER BY S.SLA_JOB_NAME
           END-EXEC
           EXEC SQL
              OPEN M1
           END-EXEC
           MOVE 'N' TO EODATA
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END
           PERFORM FETCH-NOT-STARTED THRU FETCH-NOT-STARTED-END
           PERFORM NOT-STARTED-LINE THRU NOT-STARTED-LINE-END
              UNTIL EODATA = 'Y'
           EXEC SQL
              CLOSE M1
           END-EXEC.
       REPORT-NOT-STARTED-END.
           EXIT.
      **************************************************************
       FETCH-NOT-STARTED.
           IF EODATA = 'Y'
              GO TO FETCH-NOT-STARTED-END
           END-IF
           EXEC SQL
                FETCH M1 INTO
                  :BSLW-JOB-NAME, :BSLW-SLA-END-TIME,
                  :BSLW-SLA-DAY-OFFSET
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       FETCH-NOT-STARTED-END.
           EXIT.
      **************************************************************
       NOT-STARTED-LINE.
           PERFORM SET-DEADLINE THRU SET-DEADLINE-END
           IF BSLW-NOW-TS > BSLW-DEADLINE-TS
              MOVE 'BREACH' TO BSLW-FLAG-TEXT
              ADD 1 TO WS-SLA-BREACHES
              MOVE SPACES TO SUMMARY-RECORD
              STRING
                 '*** SLA BREACH: '  DELIMITED BY SIZE
                 BSLW-JOB-NAME       DELIMITED BY SIZE
                 ' NOT STARTED BY SLA '
                                     DELIMITED BY SIZE
                 BSLW-DEADLINE-TS(1:19)
                                     DELIMITED BY SIZE
                 INTO SUMMARY-RECORD
              END-STRING
              WRITE SUMMARY-RECORD
           ELSE
              MOVE 'NOT YET DUE' TO BSLW-FLAG-TEXT
           END-IF
           MOVE SPACES TO SLA-REPORT-LINE
           STRING
              'MIS'                 DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              BSLW-JOB-NAME         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              BSLW-DEADLINE-TS      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              BSLW-FLAG-TEXT        DELIMITED BY SIZE
              INTO SLA-REPORT-LINE
           END-STRING
           WRITE SLA-REPORT-LINE
           PERFORM FETCH-NOT-STARTED THRU FETCH-NOT-STARTED-END.
       NOT-STARTED-LINE-END.
           EXIT.
      **************************************************************
      * BUILD-CRITICAL-PATH - START FROM THE LAST COMPLETED JOB
      * OF THE BUSINESS DATE AND WALK BACK ONE BINDING
      * PREDECESSOR AT A TIME.
      **************************************************************
       BUILD-CRITICAL-PATH.
           MOVE 0 TO PATH-COUNT
           MOVE 'N' TO PATH-DONE-SW
           EXEC SQL
                SELECT RUN_JOB_NAME, CHAR(RUN_START_TS),
                       CHAR(RUN_END_TS),
                       (DAYS(RUN_END_TS) - DAYS(RUN_START_TS))
                         * 86400 + MIDNIGHT_SECONDS(RUN_END_TS)
                         - MIDNIGHT_SECONDS(RUN_START_TS)
                  INTO :BSLW-PRED-JOB, :BSLW-PRED-START-TS,
                       :BSLW-PRED-END-TS, :BSLW-PRED-ELAPSED
                  FROM OLS0002.BATCH_RUN_CONTROL
                 WHERE RUN_BUSINESS_DT = :RUNC-BUSINESS-DT
                   AND RUN_JOB_NAME <> :RUNC-JOB-NAME
                   AND RUN_STATUS = 'C'
                   AND RUN_END_TS IS NOT NULL
                 ORDER BY RUN_END_TS DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0
              IF SQLCODE NOT = 100
                 PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
              END-IF
              GO TO BUILD-CRITICAL-PATH-END
           END-IF
           PERFORM ADD-PATH-STEP THRU ADD-PATH-STEP-END
           PERFORM FIND-BINDING-PRED THRU FIND-BINDING-PRED-END
              UNTIL PATH-DONE-SW = 'Y' OR PATH-COUNT >= 30
           PERFORM MEASURE-PATH THRU MEASURE-PATH-END.
       BUILD-CRITICAL-PATH-END.
           EXIT.
      **************************************************************
       ADD-PATH-STEP.
           ADD 1 TO PATH-COUNT
           MOVE BSLW-PRED-JOB      TO PATH-JOB-NAME(PATH-COUNT)
           MOVE BSLW-PRED-START-TS TO PATH-START-TS(PATH-COUNT)
           MOVE BSLW-PRED-END-TS   TO PATH-END-TS(PATH-COUNT)
           MOVE BSLW-PRED-ELAPSED  TO PATH-ELAPSED(PATH-COUNT)
           ADD BSLW-PRED-ELAPSED TO PATH-RUN-TIME.
       ADD-PATH-STEP-END.
           EXIT.
      **************************************************************
      * FIND-BINDING-PRED - OF THE CURRENT JOB'S PREDECESSORS THAT
      * COMPLETED TODAY, THE ONE THAT FINISHED LAST. NONE ENDS
      * THE WALK: THE PATH HAS REACHED THE START OF THE NIGHT.
      **************************************************************
       FIND-BINDING-PRED.
           MOVE PATH-JOB-NAME(PATH-COUNT) TO PATH-CURRENT-JOB
           EXEC SQL
                SELECT R.RUN_JOB_NAME, CHAR(R.RUN_START_TS),
                       CHAR(R.RUN_END_TS),
                       (DAYS(R.RUN_END_TS) - DAYS(R.RUN_START_TS))
                         * 86400 + MIDNIGHT_SECONDS(R.RUN_END_TS)
                         - MIDNIGHT_SECONDS(R.RUN_START_TS)
                  INTO :BSLW-PRED-JOB, :BSLW-PRED-START-TS,
                       :BSLW-PRED-END-TS, :BSLW-PRED-ELAPSED
                  FROM OLS0002.BATCH_JOB_DEPENDENCY D,
                       OLS0002.BATCH_RUN_CONTROL R
                 WHERE D.DEP_JOB_NAME = :PATH-CURRENT-JOB
                   AND R.RUN_JOB_NAME = D.DEP_PRED_JOB_NAME
                   AND R.RUN_BUSINESS_DT = :RUNC-BUSINESS-DT
                   AND R.RUN_STATUS = 'C'
                   AND R.RUN_END_TS IS NOT NULL
                 ORDER BY R.RUN_END_TS DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0
              IF SQLCODE NOT = 100
                 PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
              END-IF
              MOVE 'Y' TO PATH-DONE-SW
              GO TO FIND-BINDING-PRED-END
           END-IF
           PERFORM ADD-PATH-STEP THRU ADD-PATH-STEP-END.
       FIND-BINDING-PRED-END.
           EXIT.
      **************************************************************
      * MEASURE-PATH - SPAN IS THE FIRST STEP'S START TO THE LAST
      * STEP'S END; SPAN LESS RUN TIME IS TIME SPENT WAITING.
      **************************************************************
       MEASURE-PATH.
           MOVE 0 TO PATH-SPAN
           MOVE PATH-END-TS(1) TO PATH-LAST-END-TS
           MOVE PATH-START-TS(PATH-COUNT) TO PATH-FIRST-START-TS
           EXEC SQL
                SELECT (DAYS(TIMESTAMP(:PATH-LAST-END-TS))
                        - DAYS(TIMESTAMP(:PATH-FIRST-START-TS)))
                       * 86400
                       + MIDNIGHT_SECONDS(TIMESTAMP(:PATH-LAST-END-TS))
                       - MIDNIGHT_SECONDS(
                            TIMESTAMP(:PATH-FIRST-START-TS))
                  INTO :PATH-SPAN
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
              MOVE 0 TO PATH-SPAN
           END-IF.
       MEASURE-PATH-END.
           EXIT.
      **************************************************************
       WRITE-CRITICAL-PATH.
           IF PATH-COUNT = 0
              MOVE 'CRP|NONE' TO SLA-REPORT-LINE
              WRITE SLA-REPORT-LINE
              GO TO WRITE-CRITICAL-PATH-END
           END-IF
           MOVE 0 TO PATH-STEP
           PERFORM WRITE-PATH-LINE THRU WRITE-PATH-LINE-END
              VARYING PATH-IX FROM PATH-COUNT BY -1
              UNTIL PATH-IX < 1.
       WRITE-CRITICAL-PATH-END.
           EXIT.
      **************************************************************
       WRITE-PATH-LINE.
           ADD 1 TO PATH-STEP
           MOVE PATH-STEP TO WS-CNT-ED
           MOVE PATH-ELAPSED(PATH-IX) TO BSLW-SECS
           PERFORM FORMAT-ELAPSED THRU FORMAT-ELAPSED-END
           MOVE BSLW-HMS TO WS-ELAPSED-TEXT
           MOVE SPACES TO SLA-REPORT-LINE
           STRING
              'CRP'                 DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              PATH-JOB-NAME(PATH-IX)
                                    DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              PATH-START-TS(PATH-IX)
                                    DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              PATH-END-TS(PATH-IX)  DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-ELAPSED-TEXT       DELIMITED BY SIZE
              INTO SLA-REPORT-LINE
           END-STRING
           WRITE SLA-REPORT-LINE.
       WRITE-PATH-LINE-END.
           EXIT.
      **************************************************************
       WRITE-RUN-TOTAL.
           MOVE PATH-SPAN TO BSLW-SECS
           PERFORM FORMAT-ELAPSED THRU FORMAT-ELAPSED-END
           MOVE BSLW-HMS TO WS-SPAN-TEXT
           MOVE PATH-RUN-TIME TO BSLW-SECS
           PERFORM FORMAT-ELAPSED THRU FORMAT-ELAPSED-END
           MOVE BSLW-HMS TO WS-ELAPSED-TEXT
           MOVE WS-JOBS-TIMED TO WS-CNT-ED
           MOVE WS-JOBS-RUNNING TO WS-CNT2-ED
           MOVE WS-JOBS-SLOW TO WS-CNT3-ED
           MOVE WS-SLA-BREACHES TO WS-CNT4-ED
           MOVE SPACES TO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE
           STRING
              'ALL'                 DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT2-ED            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT3-ED            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT4-ED            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-SPAN-TEXT          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-ELAPSED-TEXT       DELIMITED BY SIZE
              INTO SLA-REPORT-LINE
           END-STRING
           WRITE SLA-REPORT-LINE.
       WRITE-RUN-TOTAL-END.
           EXIT.
      **************************************************************
      * WRITE-SUMMARY - THE BREACH AND SLOW-JOB LINES ARE ALREADY
      * ON SLASUMM; THE COUNTS AND THE CRITICAL PATH CLOSE IT.
      **************************************************************
       WRITE-SUMMARY.
           MOVE WS-JOBS-TIMED TO WS-CNT-ED
           MOVE WS-JOBS-RUNNING TO WS-CNT2-ED
           MOVE SPACES TO SUMMARY-RECORD
           STRING
              'JOBS TIMED: '        DELIMITED BY SIZE
              WS-CNT-ED             DELIMITED BY SIZE
              '  STILL RUNNING: '   DELIMITED BY SIZE
              WS-CNT2-ED            DELIMITED BY SIZE
              INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD
           MOVE WS-JOBS-SLOW TO WS-CNT-ED
           MOVE WS-SLA-BREACHES TO WS-CNT2-ED
           MOVE SPACES TO SUMMARY-RECORD
           STRING
              'SLOWER THAN USUAL: ' DELIMITED BY SIZE
              WS-CNT-ED             DELIMITED BY SIZE
              '  SLA BREACHES: '    DELIMITED BY SIZE
              WS-CNT2-ED            DELIMITED BY SIZE
              INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD
           IF PATH-COUNT = 0
              GO TO WRITE-SUMMARY-END
           END-IF
           MOVE SPACES TO SUMMARY-RECORD
           MOVE 1 TO PATH-LINE-PTR
           STRING
              'CRITICAL PATH:'      DELIMITED BY SIZE
              INTO SUMMARY-RECORD
              WITH POINTER PATH-LINE-PTR
           END-STRING
           PERFORM ADD-PATH-NAME THRU ADD-PATH-NAME-END
              VARYING PATH-IX FROM PATH-COUNT BY -1
              UNTIL PATH-IX < 1
           WRITE SUMMARY-RECORD
           MOVE SPACES TO SUMMARY-RECORD
           STRING
              'CRITICAL PATH SPAN: ' DELIMITED BY SIZE
              WS-SPAN-TEXT          DELIMITED BY SIZE
              '  RUN TIME: '        DELIMITED BY SIZE
              WS-ELAPSED-TEXT       DELIMITED BY SIZE
              INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD.
       WRITE-SUMMARY-END.
           EXIT.
      **************************************************************
      * A PATH TOO LONG FOR THE LINE IS CUT OFF BY THE STRING
      * OVERFLOW; THE FULL PATH IS ON SLARPT.
      **************************************************************
       ADD-PATH-NAME.
           STRING
              ' '                   DELIMITED BY SIZE
              PATH-JOB-NAME(PATH-IX)
                                    DELIMITED BY SPACE
              INTO SUMMARY-RECORD
              WITH POINTER PATH-LINE-PTR
           END-STRING.
       ADD-PATH-NAME-END.
           EXIT.
      **************************************************************
       FORMAT-ELAPSED.
           IF BSLW-SECS < 0
              MOVE 0 TO BSLW-SECS
           END-IF
           DIVIDE BSLW-SECS BY 3600 GIVING BSLW-HMS-HH
              REMAINDER BSLW-REM
           DIVIDE BSLW-REM BY 60 GIVING BSLW-HMS-MM
              REMAINDER BSLW-HMS-SS.
       FORMAT-ELAPSED-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE SLA-REPORT-FILE
           CLOSE SUMMARY-FILE.
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
                  DISPLAY 'BSLACS9 SQL ERROR. SQLCODE:  ' TXT-SQLCODE
                  DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
                  DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
                  MOVE 'Y' TO EODATA
               END-IF
            END-IF.
       DO-POSTSQL-END.
           EXIT.
      **************************************************************
       REPORT-SQL-FAILURE.
            MOVE SQLCODE TO TXT-SQLCODE
            MOVE SQLSTATE TO TXT-SQLSTATE
            MOVE SQLERRMC TO TXT-SQLERRMC
            DISPLAY 'BSLACS9 SQL ERROR. SQLCODE:  ' TXT-SQLCODE
            DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
            DISPLAY 'SQLERRMC: ' TXT-SQLERRMC.
       REPORT-SQL-FAILURE-END.
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
           MOVE WS-JOBS-TIMED TO RUNC-RECORDS
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
