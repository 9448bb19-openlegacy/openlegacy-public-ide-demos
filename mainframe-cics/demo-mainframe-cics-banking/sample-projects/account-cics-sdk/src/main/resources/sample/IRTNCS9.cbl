CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * IRTNCS9 - INTEREST-RATE CHANGE NOTICE BATCH JOB. EVERY
      * TIER VERSION IRTSCS9 SCHEDULES ON OLS0002.INTEREST_RATE_TIER
      * STARTS WITH TIER_NOTICE_STATUS 'P' (NOTICE PENDING). THIS
      * JOB PICKS UP EACH PENDING SUB-TYPE/EFFECTIVE-DATE CHANGE
      * STILL IN THE FUTURE, RAISES A 'RATECHG ' CUSTOMER_EVENT FOR
      * EVERY ACCOUNT OF THAT SUB-TYPE (EFFECTIVE DATE = THE DATE
      * THE NEW RATE TAKES HOLD, KEY = THE ACCOUNT) FOR THE NIGHTLY
      * EVNTCS9 LETTERS FEED, AND MARKS THE VERSION 'S' (NOTICE
      * SENT). IRTSCS9 ONLY ACCEPTS A DATE AT LEAST THE NOTICE
      * PERIOD AWAY, SO A DAILY RUN NOTIFIES WELL INSIDE THE LEGAL
      * WINDOW; ANY CHANGE FOUND WITH FEWER DAYS LEFT THAN THE
      * OLS0002.RATE_NOTICE_CONTROL PERIOD (THE JOB WAS DOWN) IS
      * STILL NOTIFIED BUT FLAGGED LATE ON THE IRTNOTR REPORT FOR
      * COMPLIANCE TO DECIDE WHETHER TO DEFER THE CHANGE. A RE-ARMED
      * CHANGE (RESCHEDULED WITH A NEW RATE) IS NOTIFIED AGAIN; A
      * RERUN AFTER A FAILURE SKIPS HOLDERS ALREADY NOTIFIED SINCE
      * THE LAST SCHEDULING. BATCH_RUN_CONTROL GUARD AND DEPENDENCY
      * GATE AS DRMNCS9.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. IRTNCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT NOTICE-REPORT-FILE ASSIGN TO IRTNOTR
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NOTICE-REPORT-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  NOTICE-REPORT-FILE
            RECORDING MODE IS F.
        01  NOTICE-REPORT-LINE                 PIC X(80).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLRATETIER.
           10 SUB_TYPCD            PIC X(3).
           10 TIER_MIN_BALANCE     PIC S9(11)V9(3) USAGE COMP-3.
           10 TIER_EFF_FROM_DT     PIC X(8).
           10 ANNUAL_RATE          PIC S9V9(4) USAGE COMP-3.
           10 TIER_NOTICE_STATUS   PIC X(1).
           10 TIER_SCHED_USERID    PIC X(8).
           10 TIER_SCHED_TS        PIC X(26).
      **************************************************************
       01  DCLRATENOTICECTL.
           10 RNC_NOTICE_DAYS      PIC S9(4) USAGE COMP.
      **************************************************************
        01 CHANGE-WS.
            07 IRNW-SUB-TYPCD       PIC X(3).
            07 IRNW-EFF-FROM-DT     PIC X(8).
            07 IRNW-SCHED-TS        PIC X(26).
      **************************************************************
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE-DATA
                                           PIC X(08).
        01 WS-EFF-DT-NUM                   PIC 9(08).
        01 WS-DAYS-AHEAD                   PIC S9(6)  VALUE 0.
        01 WS-DAYS-AHEAD-ED                PIC -(5)9.
        01 WS-NOTICE-DAYS                  PIC S9(4)  COMP VALUE 30.
        01 WS-CTL-DAYS                     PIC S9(4)  COMP VALUE 0.
        01 WS-NOTICES-RAISED               PIC S9(9)  COMP VALUE 0.
        01 WS-NOTICES-ED                   PIC Z(8)9.
        01 WS-CHANGES-READ                 PIC 9(7)   VALUE 0.
        01 WS-CHANGES-LATE                 PIC 9(7)   VALUE 0.
        01 WS-ACCOUNTS-NOTIFIED            PIC 9(9)   VALUE 0.
        01 WS-LATE-FLAG                    PIC X(4)   VALUE SPACES.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-NOTICE-REPORT-STATUS         PIC X(2)   VALUE SPACES.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * SHARED BATCH RUN-CONTROL WORK AREA (OLS0002.
      * BATCH_RUN_CONTROL). REGISTER-RUN REFUSES TO START WHEN THE
      * SAME JOB ALREADY COMPLETED FOR THE SAME BUSINESS DATE;
      * COMPLETE-RUN CLOSES THE ROW WITH THE RECORD COUNT SO THE
      * MORNING OPERATOR CAN SEE THROUGH BRCICS9 WHICH JOBS RAN,
      * WHICH FAILED, AND WHICH NEVER STARTED.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'IRTNCS9 '.
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
           PERFORM DO-DECLARE THRU DO-DECLARE-END
           PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
           PERFORM DO-FETCH THRU DO-FETCH-END
           PERFORM NOTICE-LOOP THRU NOTICE-LOOP-END
              UNTIL EODATA = 'Y'
           PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           CLOSE NOTICE-REPORT-FILE
           DISPLAY 'IRTNCS9 CHANGES READ:      ' WS-CHANGES-READ
           DISPLAY 'IRTNCS9 CHANGES LATE:      ' WS-CHANGES-LATE
           DISPLAY 'IRTNCS9 ACCOUNTS NOTIFIED: ' WS-ACCOUNTS-NOTIFIED
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM GET-NOTICE-DAYS THRU GET-NOTICE-DAYS-END
           OPEN OUTPUT NOTICE-REPORT-FILE
           IF WS-NOTICE-REPORT-STATUS NOT = '00'
              DISPLAY 'NOTICE-REPORT-FILE OPEN FAILED, STATUS: '
                 WS-NOTICE-REPORT-STATUS
              MOVE 'Y' TO EODATA
           END-IF.
       INIT-RTN-END.
           EXIT.
      **************************************************************
      * THE NOTICE PERIOD COMES OFF THE CONTROL TABLE; NO ROW (OR
      * A NONSENSE VALUE) LEAVES THE 30-DAY DEFAULT IN PLACE, THE
      * SAME RULE IRTSCS9 APPLIES WHEN IT ACCEPTS A CHANGE.
      **************************************************************
       GET-NOTICE-DAYS.
           MOVE 30 TO WS-NOTICE-DAYS
           EXEC SQL
                SELECT RNC_NOTICE_DAYS
                  INTO :WS-CTL-DAYS
                  FROM OLS0002.RATE_NOTICE_CONTROL
           END-EXEC
           IF SQLCODE = 0 AND WS-CTL-DAYS NOT < 0
              MOVE WS-CTL-DAYS TO WS-NOTICE-DAYS
           END-IF.
       GET-NOTICE-DAYS-END.
           EXIT.
      **************************************************************
      * ONE ROW PER PENDING CHANGE - A SUB-TYPE'S TIERS SCHEDULED
      * FOR THE SAME DATE GO OUT AS ONE NOTICE PER ACCOUNT. THE
      * NEWEST SCHEDULING TIMESTAMP IN THE GROUP IS THE RERUN
      * WATERMARK USED BY RAISE-NOTICES.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE N1 CURSOR WITH HOLD FOR
                SELECT
                  SUB_TYPCD,
                  TIER_EFF_FROM_DT,
                  MAX(TIER_SCHED_TS)
                FROM OLS0002.INTEREST_RATE_TIER
                WHERE TIER_NOTICE_STATUS = 'P'
                  AND TIER_EFF_FROM_DT > :WS-CURRENT-DATE-X
                GROUP BY SUB_TYPCD, TIER_EFF_FROM_DT
                ORDER BY TIER_EFF_FROM_DT, SUB_TYPCD
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN N1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH N1 INTO
                  :IRNW-SUB-TYPCD,
                  :IRNW-EFF-FROM-DT,
                  :IRNW-SCHED-TS
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
      * ONE ITERATION OF THE NOTICE LOOP: NOTIFY THE HOLDERS, MARK
      * THE CHANGE SENT, REPORT IT, COMMIT, THEN FETCH THE NEXT.
      **************************************************************
       NOTICE-LOOP.
           ADD 1 TO WS-CHANGES-READ
           PERFORM CALC-DAYS-AHEAD THRU CALC-DAYS-AHEAD-END
           PERFORM RAISE-NOTICES THRU RAISE-NOTICES-END
           IF EODATA = 'Y'
              GO TO NOTICE-LOOP-END
           END-IF
           PERFORM MARK-SENT THRU MARK-SENT-END
           IF EODATA = 'Y'
              GO TO NOTICE-LOOP-END
           END-IF
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END
           EXEC SQL
                COMMIT
           END-EXEC
           PERFORM DO-FETCH THRU DO-FETCH-END.
       NOTICE-LOOP-END.
           EXIT.
      **************************************************************
       CALC-DAYS-AHEAD.
           MOVE IRNW-EFF-FROM-DT TO WS-EFF-DT-NUM
           COMPUTE WS-DAYS-AHEAD =
              FUNCTION INTEGER-OF-DATE(WS-EFF-DT-NUM)
              - FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           MOVE SPACES TO WS-LATE-FLAG
           IF WS-DAYS-AHEAD < WS-NOTICE-DAYS
              MOVE 'LATE' TO WS-LATE-FLAG
              ADD 1 TO WS-CHANGES-LATE
              DISPLAY '*** LATE RATE NOTICE: ' IRNW-SUB-TYPCD
                 ' EFFECTIVE ' IRNW-EFF-FROM-DT
           END-IF.
       CALC-DAYS-AHEAD-END.
           EXIT.
      **************************************************************
      * ONE 'RATECHG ' EVENT PER ACCOUNT OF THE SUB-TYPE, RAISED
      * SET-AT-A-TIME. THE NOT EXISTS GUARD SKIPS AN ACCOUNT THAT
      * ALREADY HAS THIS NOTICE TIMESTAMPED AFTER THE LATEST
      * SCHEDULING, SO A RERUN AFTER A FAILURE BETWEEN THE INSERT
      * AND THE COMMIT-POINT DOES NOT DOUBLE THE LETTERS, WHILE A
      * RESCHEDULED RATE STILL GOES OUT AGAIN.
      **************************************************************
       RAISE-NOTICES.
           MOVE 0 TO WS-NOTICES-RAISED
           EXEC SQL
                INSERT INTO OLS0002.CUSTOMER_EVENT (
                   EVT_CUSTOMER_ID, EVT_EVENT_TYPE, EVT_EFF_DATE,
                   EVT_KEY_REF, EVT_TS, EVT_EXTRACTED)
                SELECT A.ACCT_CUSTOMER_ID, 'RATECHG ',
                       :WS-EFF-DT-NUM, A.ACCT_ACCOUNT_ID,
                       CURRENT TIMESTAMP, 'N'
                  FROM OLS0002.ACCOUNT2 A
                 WHERE A.ACCT_SUB_TYPCD = :IRNW-SUB-TYPCD
                   AND NOT EXISTS (
                       SELECT 1
                         FROM OLS0002.CUSTOMER_EVENT E
                        WHERE E.EVT_CUSTOMER_ID = A.ACCT_CUSTOMER_ID
                          AND E.EVT_EVENT_TYPE = 'RATECHG '
                          AND E.EVT_EFF_DATE = :WS-EFF-DT-NUM
                          AND E.EVT_KEY_REF = A.ACCT_ACCOUNT_ID
                          AND E.EVT_TS >= :IRNW-SCHED-TS)
           END-EXEC
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO WS-NOTICES-RAISED
              ADD WS-NOTICES-RAISED TO WS-ACCOUNTS-NOTIFIED
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM DO-POSTSQL THRU DO-POSTSQL-END
              END-IF
           END-IF.
       RAISE-NOTICES-END.
           EXIT.
      **************************************************************
      * ONLY THE VERSIONS SCHEDULED UP TO THE WATERMARK ARE MARKED;
      * ONE RESCHEDULED WHILE THIS JOB RAN STAYS 'P' FOR TOMORROW.
      **************************************************************
       MARK-SENT.
           EXEC SQL
                UPDATE OLS0002.INTEREST_RATE_TIER
                   SET TIER_NOTICE_STATUS = 'S'
                 WHERE SUB_TYPCD = :IRNW-SUB-TYPCD
                   AND TIER_EFF_FROM_DT = :IRNW-EFF-FROM-DT
                   AND TIER_NOTICE_STATUS = 'P'
                   AND TIER_SCHED_TS <= :IRNW-SCHED-TS
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM DO-POSTSQL THRU DO-POSTSQL-END
           END-IF.
       MARK-SENT-END.
           EXIT.
      **************************************************************
      * SUBTYPE|EFFECTIVE DATE|ACCOUNTS NOTIFIED|DAYS AHEAD|LATE
      **************************************************************
       WRITE-REPORT-LINE.
           MOVE WS-NOTICES-RAISED TO WS-NOTICES-ED
           MOVE WS-DAYS-AHEAD TO WS-DAYS-AHEAD-ED
           MOVE SPACES TO NOTICE-REPORT-LINE
           STRING IRNW-SUB-TYPCD   DELIMITED BY SIZE
                  WS-DELIMITER     DELIMITED BY SIZE
                  IRNW-EFF-FROM-DT DELIMITED BY SIZE
                  WS-DELIMITER     DELIMITED BY SIZE
                  WS-NOTICES-ED    DELIMITED BY SIZE
                  WS-DELIMITER     DELIMITED BY SIZE
                  WS-DAYS-AHEAD-ED DELIMITED BY SIZE
                  WS-DELIMITER     DELIMITED BY SIZE
                  WS-LATE-FLAG     DELIMITED BY SIZE
              INTO NOTICE-REPORT-LINE
           END-STRING
           WRITE NOTICE-REPORT-LINE.
       WRITE-REPORT-LINE-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE N1
           END-EXEC.
       DO-CLOSECURSOR-END.
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
                  DISPLAY 'IRTNCS9 SQL ERROR. SQLCODE:  ' TXT-SQLCODE
                  DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
                  DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
                  MOVE 'Y' TO EODATA
               END-IF
            END-IF.
       DO-POSTSQL-END.
           EXIT.
      **************************************************************
      **************************************************************
      * REGISTER-RUN - REFUSE TO START IF THIS JOB ALREADY
      * COMPLETED FOR TODAY'S BUSINESS DATE, OTHERWISE OPEN A
      * RUNNING ROW. A LEFTOVER RUNNING ROW FROM AN ABENDED
      * ATTEMPT IS REPLACED SO THE RERUN CAN PROCEED.
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
      * COMPLETE-RUN - CLOSE TODAY'S ROW AS COMPLETE WITH THE
      * RECORD COUNT. A JOB THAT ABENDS NEVER GETS HERE, SO ITS
      * ROW STAYS 'R' AND THE MORNING OPERATOR SEES IT NEVER
      * FINISHED.
      **************************************************************
       COMPLETE-RUN.
           MOVE WS-ACCOUNTS-NOTIFIED TO RUNC-RECORDS
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
