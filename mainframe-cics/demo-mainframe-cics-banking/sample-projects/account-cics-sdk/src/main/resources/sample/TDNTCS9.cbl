CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * TDNTCS9 - TERM-DEPOSIT PRE-MATURITY NOTICE BATCH JOB.
      * TDMTCS9 ACTS ON WHATEVER ROLLOVER INSTRUCTION WAS TAKEN AT
      * OPEN TIME, SO EVERY CUSTOMER IS TOLD BEFORE THE DEPOSIT
      * MATURES WHAT WILL HAPPEN TO IT AND AT WHAT RATE IT WOULD
      * ROLL. EACH NIGHT THIS JOB PICKS UP EVERY ACTIVE
      * OLS0002.TERM_DEPOSIT MATURING WITHIN THE NOTICE PERIOD ON
      * OLS0002.TD_NOTICE_CONTROL (14 DAYS WHEN NOT SET) THAT HAS
      * NOT YET BEEN NOTIFIED FOR THIS MATURITY, LOOKS UP THE
      * RENEWAL RATE IN FORCE TODAY FOR THE DEPOSIT'S CURRENCY AND
      * TERM ON OLS0002.TD_RATE_CARD (THE CONTRACT RATE WHEN THE
      * CARD HAS NO ENTRY), RAISES A 'TDMATNTC' CUSTOMER_EVENT
      * (EFFECTIVE DATE = THE MATURITY DATE, KEY = THE DEPOSIT) FOR
      * THE NIGHTLY EVNTCS9 LETTERS FEED, AND STAMPS THE DEPOSIT
      * WITH THE MATURITY NOTIFIED (TD_NOTICE_MAT_DT) AND THE RATE
      * QUOTED (TD_RENEWAL_RATE). TDMTCS9 ROLLS AT THE QUOTED RATE,
      * SO THE CUSTOMER NEVER ROLLS AT A RATE NOT SEEN. THE
      * CUSTOMER MAY CHANGE THE INSTRUCTION THROUGH TDRICS9 UP TO
      * THE MATURITY DATE. A DEPOSIT FOUND WITH FEWER DAYS LEFT
      * THAN THE NOTICE PERIOD (A SHORT TERM, OR THE JOB WAS DOWN)
      * IS STILL NOTIFIED BUT FLAGGED LATE ON THE TDNOTR REPORT.
      * EACH DEPOSIT IS COMMITTED ON ITS OWN, SO A RERUN SKIPS
      * THOSE ALREADY STAMPED. BATCH_RUN_CONTROL GUARD AND
      * DEPENDENCY GATE AS IRTNCS9.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TDNTCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT NOTICE-REPORT-FILE ASSIGN TO TDNOTR
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NOTICE-REPORT-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  NOTICE-REPORT-FILE
            RECORDING MODE IS F.
        01  NOTICE-REPORT-LINE                 PIC X(100).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLTERMDEP.
           10 TD_DEPOSIT_ID        PIC X(11).
           10 TD_CUSTOMER_ID       PIC X(16).
           10 TD_LINKED_ACCOUNT_ID PIC X(11).
           10 TD_PRINCIPAL         PIC S9(11)V9(3) USAGE COMP-3.
           10 TD_CONTRACT_RATE     PIC S9V9(4) USAGE COMP-3.
           10 TD_TERM_MONTHS       PIC S9(4) COMP.
           10 TD_ROLLOVER_CD       PIC X(1).
           10 TD_CURRENCY          PIC X(3).
           10 TD_MATURITY_DT       PIC X(8).
           10 TD_NOTICE_MAT_DT     PIC X(8).
           10 TD_RENEWAL_RATE      PIC S9V9(4) USAGE COMP-3.
      **************************************************************
       01  DCLTDRATECARD.
           10 TDR_CURRENCY         PIC X(3).
           10 TDR_TERM_MONTHS      PIC S9(4) COMP.
           10 TDR_EFF_FROM_DT      PIC X(8).
           10 TDR_RATE             PIC S9V9(4) USAGE COMP-3.
      **************************************************************
       01  DCLTDNOTICECTL.
           10 TNC_NOTICE_DAYS      PIC S9(4) USAGE COMP.
      **************************************************************
        01 TERMDEP-WS.
            07 TDW-DEPOSIT-ID       PIC X(11).
            07 TDW-CUSTOMER-ID      PIC X(16).
            07 TDW-LINKED-ACCT-ID   PIC X(11).
            07 TDW-PRINCIPAL        PIC S9(11)V9(3) USAGE COMP-3.
            07 TDW-CONTRACT-RATE    PIC S9V9(4) USAGE COMP-3.
            07 TDW-TERM-MONTHS      PIC S9(4) COMP.
            07 TDW-ROLLOVER-CD      PIC X(1).
            07 TDW-CURRENCY         PIC X(3).
            07 TDW-MATURITY-DT      PIC 9(8).
        01 TDW-RENEWAL-RATE          PIC S9V9(4) COMP-3 VALUE 0.
        01 TDW-CARD-RATE             PIC S9V9(4) COMP-3 VALUE 0.
      **************************************************************
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE-DATA
                                           PIC X(08).
        01 WS-HORIZON-DT                   PIC 9(08)  VALUE 0.
        01 WS-DAYS-AHEAD                   PIC S9(6)  VALUE 0.
        01 WS-DAYS-AHEAD-ED                PIC -(5)9.
        01 WS-NOTICE-DAYS                  PIC S9(4)  COMP VALUE 14.
        01 WS-CTL-DAYS                     PIC S9(4)  COMP VALUE 0.
        01 WS-PRINCIPAL-ED                 PIC -(11)9.999.
        01 WS-CONTRACT-RATE-ED             PIC -9.9999.
        01 WS-RENEWAL-RATE-ED              PIC -9.9999.
        01 WS-DEPOSITS-READ                PIC 9(7)   VALUE 0.
        01 WS-DEPOSITS-LATE                PIC 9(7)   VALUE 0.
        01 WS-NOTICES-RAISED               PIC 9(7)   VALUE 0.
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
      * COMPLETE-RUN CLOSES THE ROW WITH THE RECORD COUNT.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'TDNTCS9 '.
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
           DISPLAY 'TDNTCS9 DEPOSITS READ:     ' WS-DEPOSITS-READ
           DISPLAY 'TDNTCS9 DEPOSITS LATE:     ' WS-DEPOSITS-LATE
           DISPLAY 'TDNTCS9 NOTICES RAISED:    ' WS-NOTICES-RAISED
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM GET-NOTICE-DAYS THRU GET-NOTICE-DAYS-END
           COMPUTE WS-HORIZON-DT = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                 + WS-NOTICE-DAYS)
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
      * A NONSENSE VALUE) LEAVES THE 14-DAY DEFAULT IN PLACE.
      **************************************************************
       GET-NOTICE-DAYS.
           MOVE 14 TO WS-NOTICE-DAYS
           EXEC SQL
                SELECT TNC_NOTICE_DAYS
                  INTO :WS-CTL-DAYS
                  FROM OLS0002.TD_NOTICE_CONTROL
           END-EXEC
           IF SQLCODE = 0 AND WS-CTL-DAYS > 0
              MOVE WS-CTL-DAYS TO WS-NOTICE-DAYS
           END-IF.
       GET-NOTICE-DAYS-END.
           EXIT.
      **************************************************************
      * ACTIVE DEPOSITS MATURING FROM TODAY TO THE HORIZON WHOSE
      * CURRENT MATURITY HAS NOT BEEN NOTIFIED. A DEPOSIT ROLLED
      * BY TDMTCS9 CARRIES A NEW MATURITY DATE AND SO COMES ROUND
      * AGAIN BEFORE ITS NEXT TERM ENDS.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE D1 CURSOR WITH HOLD FOR
                SELECT
                  TD_DEPOSIT_ID,
                  TD_CUSTOMER_ID,
                  TD_LINKED_ACCOUNT_ID,
                  TD_PRINCIPAL,
                  TD_CONTRACT_RATE,
                  TD_TERM_MONTHS,
                  TD_ROLLOVER_CD,
                  TD_CURRENCY,
                  TD_MATURITY_DT
                FROM OLS0002.TERM_DEPOSIT
                WHERE TD_STATUS = 'A'
                  AND TD_MATURITY_DT >= :WS-CURRENT-DATE
                  AND TD_MATURITY_DT <= :WS-HORIZON-DT
                  AND COALESCE(TD_NOTICE_MAT_DT, 0) <> TD_MATURITY_DT
                ORDER BY TD_MATURITY_DT, TD_DEPOSIT_ID
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN D1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH D1 INTO
                  :TDW-DEPOSIT-ID,
                  :TDW-CUSTOMER-ID,
                  :TDW-LINKED-ACCT-ID,
                  :TDW-PRINCIPAL,
                  :TDW-CONTRACT-RATE,
                  :TDW-TERM-MONTHS,
                  :TDW-ROLLOVER-CD,
                  :TDW-CURRENCY,
                  :TDW-MATURITY-DT
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
      * ONE ITERATION OF THE NOTICE LOOP: QUOTE THE RATE, RAISE
      * THE EVENT, STAMP THE DEPOSIT, REPORT IT, COMMIT, THEN
      * FETCH THE NEXT.
      **************************************************************
       NOTICE-LOOP.
           ADD 1 TO WS-DEPOSITS-READ
           PERFORM CALC-DAYS-AHEAD THRU CALC-DAYS-AHEAD-END
           PERFORM GET-RENEWAL-RATE THRU GET-RENEWAL-RATE-END
           PERFORM RAISE-NOTICE THRU RAISE-NOTICE-END
           IF EODATA = 'Y'
              GO TO NOTICE-LOOP-END
           END-IF
           PERFORM MARK-NOTIFIED THRU MARK-NOTIFIED-END
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
           COMPUTE WS-DAYS-AHEAD =
              FUNCTION INTEGER-OF-DATE(TDW-MATURITY-DT)
              - FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           MOVE SPACES TO WS-LATE-FLAG
           IF WS-DAYS-AHEAD < WS-NOTICE-DAYS
              MOVE 'LATE' TO WS-LATE-FLAG
              ADD 1 TO WS-DEPOSITS-LATE
              DISPLAY '*** LATE MATURITY NOTICE: ' TDW-DEPOSIT-ID
                 ' MATURING ' TDW-MATURITY-DT
           END-IF.
       CALC-DAYS-AHEAD-END.
           EXIT.
      **************************************************************
      * THE RATE IN FORCE IS THE RATE-CARD ENTRY FOR THE CURRENCY
      * AND TERM WITH THE LATEST EFFECTIVE DATE NOT AFTER TODAY.
      * NO ENTRY (OR A NONSENSE RATE) QUOTES THE CONTRACT RATE,
      * WHICH IS WHAT TDMTCS9 ALWAYS ROLLED AT BEFORE.
      **************************************************************
       GET-RENEWAL-RATE.
           MOVE TDW-CONTRACT-RATE TO TDW-RENEWAL-RATE
           MOVE 0 TO TDW-CARD-RATE
           EXEC SQL
                SELECT TDR_RATE
                  INTO :TDW-CARD-RATE
                  FROM OLS0002.TD_RATE_CARD
                 WHERE TDR_CURRENCY = :TDW-CURRENCY
                   AND TDR_TERM_MONTHS = :TDW-TERM-MONTHS
                   AND TDR_EFF_FROM_DT = (
                       SELECT MAX(R.TDR_EFF_FROM_DT)
                         FROM OLS0002.TD_RATE_CARD R
                        WHERE R.TDR_CURRENCY = :TDW-CURRENCY
                          AND R.TDR_TERM_MONTHS = :TDW-TERM-MONTHS
                          AND R.TDR_EFF_FROM_DT <= :WS-CURRENT-DATE-X)
           END-EXEC
           IF SQLCODE = 0 AND TDW-CARD-RATE > 0
              MOVE TDW-CARD-RATE TO TDW-RENEWAL-RATE
           END-IF.
       GET-RENEWAL-RATE-END.
           EXIT.
      **************************************************************
       RAISE-NOTICE.
           EXEC SQL
                INSERT INTO OLS0002.CUSTOMER_EVENT (
                   EVT_CUSTOMER_ID, EVT_EVENT_TYPE, EVT_EFF_DATE,
                   EVT_KEY_REF, EVT_TS, EVT_EXTRACTED)
                VALUES (
                   :TDW-CUSTOMER-ID, 'TDMATNTC',
                   :TDW-MATURITY-DT, :TDW-DEPOSIT-ID,
                   CURRENT TIMESTAMP, 'N')
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-NOTICES-RAISED
           ELSE
              PERFORM DO-POSTSQL THRU DO-POSTSQL-END
           END-IF.
       RAISE-NOTICE-END.
           EXIT.
      **************************************************************
      * THE STAMP IS TAKEN ONLY WHILE THE DEPOSIT IS STILL ACTIVE
      * ON THE SAME MATURITY; ONE BROKEN THROUGH TDEWCS9 SINCE THE
      * FETCH IS LEFT ALONE.
      **************************************************************
       MARK-NOTIFIED.
           EXEC SQL
                UPDATE OLS0002.TERM_DEPOSIT
                   SET TD_NOTICE_MAT_DT = :TDW-MATURITY-DT,
                       TD_RENEWAL_RATE = :TDW-RENEWAL-RATE
                 WHERE TD_DEPOSIT_ID = :TDW-DEPOSIT-ID
                   AND TD_STATUS = 'A'
                   AND TD_MATURITY_DT = :TDW-MATURITY-DT
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM DO-POSTSQL THRU DO-POSTSQL-END
           END-IF.
       MARK-NOTIFIED-END.
           EXIT.
      **************************************************************
      * DEPOSIT|CUSTOMER|MATURITY|ROLLOVER|PAYOUT ACCOUNT|PRINCIPAL|
      * CONTRACT RATE|RENEWAL RATE|DAYS AHEAD|LATE
      **************************************************************
       WRITE-REPORT-LINE.
           MOVE TDW-PRINCIPAL TO WS-PRINCIPAL-ED
           MOVE TDW-CONTRACT-RATE TO WS-CONTRACT-RATE-ED
           MOVE TDW-RENEWAL-RATE TO WS-RENEWAL-RATE-ED
           MOVE WS-DAYS-AHEAD TO WS-DAYS-AHEAD-ED
           MOVE SPACES TO NOTICE-REPORT-LINE
           STRING TDW-DEPOSIT-ID      DELIMITED BY SIZE
                  WS-DELIMITER        DELIMITED BY SIZE
                  TDW-CUSTOMER-ID     DELIMITED BY SIZE
                  WS-DELIMITER        DELIMITED BY SIZE
                  TDW-MATURITY-DT     DELIMITED BY SIZE
                  WS-DELIMITER        DELIMITED BY SIZE
                  TDW-ROLLOVER-CD     DELIMITED BY SIZE
                  WS-DELIMITER        DELIMITED BY SIZE
                  TDW-LINKED-ACCT-ID  DELIMITED BY SIZE
                  WS-DELIMITER        DELIMITED BY SIZE
                  WS-PRINCIPAL-ED     DELIMITED BY SIZE
                  WS-DELIMITER        DELIMITED BY SIZE
                  WS-CONTRACT-RATE-ED DELIMITED BY SIZE
                  WS-DELIMITER        DELIMITED BY SIZE
                  WS-RENEWAL-RATE-ED  DELIMITED BY SIZE
                  WS-DELIMITER        DELIMITED BY SIZE
                  WS-DAYS-AHEAD-ED    DELIMITED BY SIZE
                  WS-DELIMITER        DELIMITED BY SIZE
                  WS-LATE-FLAG        DELIMITED BY SIZE
              INTO NOTICE-REPORT-LINE
           END-STRING
           WRITE NOTICE-REPORT-LINE.
       WRITE-REPORT-LINE-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE D1
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
                  DISPLAY 'TDNTCS9 SQL ERROR. SQLCODE:  ' TXT-SQLCODE
                  DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
                  DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
                  MOVE 'Y' TO EODATA
               END-IF
            END-IF.
       DO-POSTSQL-END.
           EXIT.
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
       COMPLETE-RUN.
           MOVE WS-NOTICES-RAISED TO RUNC-RECORDS
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
