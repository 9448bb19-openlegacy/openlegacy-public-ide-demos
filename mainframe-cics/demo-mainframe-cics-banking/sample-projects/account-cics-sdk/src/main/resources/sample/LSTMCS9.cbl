CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * LSTMCS9 - MONTH-END PRINT-IMAGE LOAN STATEMENT GENERATOR.
      * THE BORROWER'S COUNTERPART OF STMTCS9: READS
      * OLS0002.LOAN_ACCOUNT LOAN BY LOAN AND FORMATS A MONTHLY
      * STATEMENT SHOWING
      *   - THE OPENING AND CLOSING PRINCIPAL BALANCE FOR THE
      *     PERIOD (OPENING IS THE CLOSING BALANCE WITH THE
      *     PERIOD'S PRINCIPAL REPAID ADDED BACK AND ANY 'L'
      *     DISBURSEMENT IN THE PERIOD TAKEN OFF),
      *   - EACH REPAYMENT IN THE PERIOD - LNRPCS9 INSTALLMENTS
      *     AND LNPSCS9 SETTLEMENTS - ONE LINE PER PAYMENT
      *     REFERENCE, SPLIT INTO THE 'P' PRINCIPAL AND 'J'
      *     INTEREST LEDGER ROWS (AND ANY 'F' PREPAYMENT CHARGE),
      *   - THE NEXT OPEN INSTALLMENT'S DUE DATE AND AMOUNT FROM
      *     OLS0002.LOAN_SCHEDULE,
      *   - THE AMOUNT PAST DUE ON THE LATEST
      *     OLS0002.LOAN_DELINQUENCY AGING (LNDQCS9),
      *   - INTEREST PAID YEAR TO DATE, FROM BOTH LEDGER TABLES
      *     SINCE ARCHCS9 MAY HAVE MOVED PART OF THE YEAR.
      * LIVE LOANS ARE STATEMENTED EVERY MONTH; A LOAN CLOSED OR
      * WRITTEN OFF IN THE PERIOD GETS A FINAL STATEMENT. THE
      * RUN FOLLOWS THE STMTCS9 STATEMENT CYCLES: THE LSTMPARM
      * PARAMETER NAMES ONE CYCLE '0'-'9' OR '*' FOR ALL, AND A
      * LOAN'S CYCLE IS THAT OF ITS DISBURSEMENT ACCOUNT
      * (ACCT_STMT_CYCLE) SO THE BORROWER'S LOAN AND DEPOSIT
      * STATEMENTS GO OUT TOGETHER, OTHERWISE DERIVED FROM THE
      * LAST CHARACTER OF THE LOAN ID. EACH STATEMENT IS STAMPED
      * WITH THE CUSTOMER'S COMMUNICATION PREFERENCE FOR DOCUMENT
      * CLASS 'LOAN' (FALLING BACK TO 'STMT', THEN THE HOUSE
      * DEFAULT) FOR THE BURSTING/MAILING STEP. RUNS UNDER THE
      * SHARED BATCH_RUN_CONTROL GUARD AND DEPENDENCY GATE WITH
      * CHECKPOINT/RESTART LIKE STMTCS9.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. LSTMCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT LSTM-PARM-FILE ASSIGN TO LSTMPARM
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LSTM-PARM-FILE-STATUS.
            SELECT STATEMENT-FILE ASSIGN TO LSTMOUT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STATEMENT-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  LSTM-PARM-FILE
            RECORDING MODE IS F.
        01  LSTM-PARM-RECORD                   PIC X(8).
        FD  STATEMENT-FILE
            RECORDING MODE IS F.
        01  STATEMENT-LINE                     PIC X(132).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
        01 LOAN-WS.
            07 LNW-LOAN-ID          PIC X(11).
            07 LNW-CUSTOMER-ID      PIC X(16).
            07 LNW-CUSTOMER-NAME    PIC X(16).
            07 LNW-DISB-ACCOUNT-ID  PIC X(11).
            07 LNW-PRINCIPAL        PIC S9(11)V9(3) COMP-3.
            07 LNW-PRINCIPAL-BAL    PIC S9(11)V9(3) COMP-3.
            07 LNW-INSTALLMENT-AMT  PIC S9(11)V9(3) COMP-3.
            07 LNW-ANNUAL-RATE      PIC S9V9(4) COMP-3.
            07 LNW-TERM-MONTHS      PIC S9(4) COMP.
            07 LNW-CURRENCY         PIC X(3).
            07 LNW-STATUS           PIC X(1).
            07 LNW-OPEN-DT          PIC X(8).
            07 LNW-STMT-CYCLE       PIC X(1).
      **************************************************************
      * STATEMENT FIGURES FOR THE CURRENT LOAN.
      **************************************************************
        01 LSTW-FIGURES.
            07 LSTW-OPENING-BAL     PIC S9(11)V9(3) COMP-3.
            07 LSTW-PRIN-REPAID     PIC S9(11)V9(3) COMP-3.
            07 LSTW-INT-REPAID      PIC S9(11)V9(3) COMP-3.
            07 LSTW-DISBURSED       PIC S9(11)V9(3) COMP-3.
            07 LSTW-PAST-DUE        PIC S9(11)V9(3) COMP-3.
            07 LSTW-YTD-INTEREST    PIC S9(11)V9(3) COMP-3.
            07 LSTW-NEXT-DUE-AMT    PIC S9(11)V9(3) COMP-3.
            07 LSTW-NEXT-DUE-DT     PIC 9(8).
        01 LSTW-NEXT-DUE-NULL       PIC S9(4)  COMP VALUE 0.
        01 LSTW-STATUS-TEXT         PIC X(12)  VALUE SPACES.
        01 LSTW-PAYMENT-COUNT       PIC S9(4)  COMP VALUE 0.
      **************************************************************
      * ONE REPAYMENT LINE - THE LEDGER ROWS OF ONE PAYMENT
      * REFERENCE ADDED UP.
      **************************************************************
        01 REPAY-WS.
            07 RPYW-REF             PIC X(16).
            07 RPYW-TS              PIC X(26).
            07 RPYW-PRINCIPAL       PIC S9(11)V9(3) COMP-3.
            07 RPYW-INTEREST        PIC S9(11)V9(3) COMP-3.
            07 RPYW-CHARGES         PIC S9(11)V9(3) COMP-3.
            07 RPYW-BAL-AFTER       PIC S9(11)V9(3) COMP-3.
        01 WS-REPAY-EOF                    PIC X(1)   VALUE 'N'.
        01 WS-PRIN-ED                      PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01 WS-INT-ED                       PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01 WS-CHG-ED                       PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01 WS-BAL-ED                       PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01 WS-DATE-ED                      PIC 9999/99/99.
      **************************************************************
      * STATEMENT-CYCLE WORK AREA, AS IN STMTCS9.
      **************************************************************
        01 WS-RUN-CYCLE                    PIC X(1)   VALUE '*'.
        01 WS-EFFECTIVE-CYCLE              PIC X(1).
        01 WS-CYCLE-DIGIT                  PIC 9.
        01 WS-LAST-CHAR                    PIC X(1).
        01 WS-LSTM-PARM-FILE-STATUS        PIC X(2)   VALUE '00'.
      **************************************************************
      * STATEMENT PERIOD IS THE CALENDAR MONTH OF THE RUN DATE -
      * FIRST OF MONTH THROUGH THE RUN DATE ITSELF - AND THE YEAR
      * TO DATE STARTS ON 1 JANUARY OF THE SAME YEAR. BOTH ARE
      * HELD AS DB2 TIMESTAMPS FOR THE LEDGER QUERIES.
      **************************************************************
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
          03 WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
             05 WS-CURRENT-CCYY            PIC 9(04).
             05 WS-CURRENT-MM              PIC 9(02).
             05 WS-CURRENT-DD              PIC 9(02).
        01 WS-RUN-DT-INT                   PIC S9(9)  COMP.
        01 WS-BUSINESS-DAY-SW              PIC X(1)   VALUE 'N'.
        01 WS-CAL-COUNT                    PIC S9(4)  COMP VALUE 0.
        01 WS-PERIOD-FROM-DATE.
             05 WS-PERIOD-FROM-CCYY        PIC 9(04).
             05 WS-PERIOD-FROM-MM          PIC 9(02).
             05 WS-PERIOD-FROM-DD          PIC 9(02) VALUE 01.
        01 WS-PERIOD-FROM-DATE-N REDEFINES WS-PERIOD-FROM-DATE
                                            PIC 9(08).
        01 WS-PERIOD-FROM-X                PIC X(8)   VALUE SPACES.
        01 WS-PERIOD-FROM-ED               PIC 9999/99/99.
        01 WS-PERIOD-TO-ED                 PIC 9999/99/99.
        01 WS-FROM-TS.
          05 WS-FROM-TS-CCYY        PIC 9(4).
          05 FILLER                 PIC X(1)  VALUE '-'.
          05 WS-FROM-TS-MM          PIC 9(2).
          05 FILLER                 PIC X(19)
                                    VALUE '-01-00.00.00.000000'.
        01 WS-YEAR-TS.
          05 WS-YEAR-TS-CCYY        PIC 9(4).
          05 FILLER                 PIC X(22)
                                    VALUE '-01-01-00.00.00.000000'.
      **************************************************************
        01 WS-AGING-DT                     PIC S9(9)  COMP VALUE 0.
        01 WS-AGING-NULL                   PIC S9(4)  COMP VALUE 0.
        01 WS-LOANS-READ                   PIC 9(7)   VALUE 0.
        01 WS-STATEMENTS-WRITTEN           PIC 9(7)   VALUE 0.
        01 WS-STATEMENT-FILE-STATUS        PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
      **************************************************************
      * COMMUNICATION-PREFERENCE WORK AREA - EACH STATEMENT IS
      * STAMPED WITH THE CUSTOMER'S RESOLVED CHANNEL, LANGUAGE
      * AND SUPPRESS FLAG FROM OLS0002.COMM_PREFERENCE SO THE
      * BURSTING/MAILING STEP CAN ROUTE IT.
      **************************************************************
        01 CPRW-CHANNEL              PIC X(1).
        01 CPRW-LANGUAGE             PIC X(2).
        01 CPRW-SUPPRESS             PIC X(1).
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * SHARED BATCH RUN-CONTROL WORK AREA (OLS0002.
      * BATCH_RUN_CONTROL) AND DEPGCS9 DEPENDENCY GATE.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'LSTMCS9 '.
        01 RUNC-BUSINESS-DT                PIC 9(08)  VALUE 0.
        01 RUNC-SUPPRESS-SW                PIC X(1)   VALUE 'N'.
        01 RUNC-DONE-COUNT                 PIC S9(4)  COMP VALUE 0.
        01 RUNC-RECORDS                    PIC S9(9)  COMP-3 VALUE 0.
        01 DEPG-PARM.
           05 DEPG-JOB-NAME                PIC X(8).
           05 DEPG-BUSINESS-DT             PIC 9(8).
           05 DEPG-RTCD                    PIC S9.
           05 DEPG-MSG                     PIC X(60).
      **************************************************************
      * CHECKPOINT/RESTART WORK AREA (OLS0002.BATCH_CHECKPOINT),
      * KEYED ON THE LAST LOAN ID FULLY WRITTEN.
      **************************************************************
        01 CKPT-JOB-NAME                   PIC X(8)   VALUE 'LSTMCS9 '.
        01 CKPT-LAST-KEY                   PIC X(11)  VALUE LOW-VALUES.
        01 CKPT-RESTART-SW                 PIC X(1)   VALUE 'N'.
        01 CKPT-INTERVAL                   PIC S9(4)  COMP VALUE 100.
        01 CKPT-SINCE-LAST                 PIC S9(4)  COMP VALUE 0.
        01 CKPT-SQL-FAIL-SW                PIC X(1)   VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM READ-CYCLE-PARM THRU READ-CYCLE-PARM-END
           IF WS-RUN-CYCLE NOT = '*'
              MOVE WS-RUN-CYCLE TO RUNC-JOB-NAME(8:1)
              MOVE WS-RUN-CYCLE TO CKPT-JOB-NAME(8:1)
           END-IF
           PERFORM REGISTER-RUN THRU REGISTER-RUN-END
           IF RUNC-SUPPRESS-SW = 'Y'
              GOBACK
           END-IF
           PERFORM READ-CHECKPOINT THRU READ-CHECKPOINT-END
           PERFORM INIT-RTN THRU INIT-RTN-END
           PERFORM OPEN-FILES THRU OPEN-FILES-END
           PERFORM DO-DECLARE THRU DO-DECLARE-END
           PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
           PERFORM DO-FETCH THRU DO-FETCH-END
           PERFORM STATEMENT-LOOP THRU STATEMENT-LOOP-END
              UNTIL EODATA = 'Y'
           PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'LSTMCS9 LOANS READ:         ' WS-LOANS-READ
           DISPLAY 'LSTMCS9 STATEMENTS WRITTEN: ' WS-STATEMENTS-WRITTEN
           IF CKPT-SQL-FAIL-SW = 'Y'
              DISPLAY 'LSTMCS9 ENDED IN ERROR - RESTART POINT KEPT'
           ELSE
              PERFORM CLEAR-CHECKPOINT THRU CLEAR-CHECKPOINT-END
              PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           END-IF
           GOBACK.
      **************************************************************
      * ESTABLISH THE STATEMENT PERIOD FROM THE RUN DATE, AND THE
      * LATEST DELINQUENCY AGING DATE, ONCE FOR THE WHOLE RUN.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM ADJUST-RUN-DATE THRU ADJUST-RUN-DATE-END
              UNTIL WS-BUSINESS-DAY-SW = 'Y'
           MOVE WS-CURRENT-CCYY TO WS-PERIOD-FROM-CCYY
           MOVE WS-CURRENT-MM   TO WS-PERIOD-FROM-MM
           MOVE WS-PERIOD-FROM-DATE-N TO WS-PERIOD-FROM-ED
           MOVE WS-PERIOD-FROM-DATE-N TO WS-PERIOD-FROM-X
           MOVE WS-CURRENT-DATE     TO WS-PERIOD-TO-ED
           MOVE WS-CURRENT-CCYY TO WS-FROM-TS-CCYY
           MOVE WS-CURRENT-MM   TO WS-FROM-TS-MM
           MOVE WS-CURRENT-CCYY TO WS-YEAR-TS-CCYY
           MOVE 0 TO WS-AGING-DT
           EXEC SQL
                SELECT MAX(LDQ_BUSINESS_DT)
                  INTO :WS-AGING-DT :WS-AGING-NULL
                  FROM OLS0002.LOAN_DELINQUENCY
                 WHERE LDQ_BUSINESS_DT <= :WS-CURRENT-DATE
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-AGING-NULL < 0
              MOVE 0 TO WS-AGING-DT
           END-IF.
       INIT-RTN-END.
           EXIT.
      **************************************************************
      * ADJUST-RUN-DATE BACKS THE RUN DATE UP TO THE PRIOR
      * BUSINESS DAY ON OLS0002.BUSINESS_CALENDAR, AS IN STMTCS9.
      **************************************************************
       ADJUST-RUN-DATE.
           MOVE 0 TO WS-CAL-COUNT
           EXEC SQL
              SELECT COUNT(*) INTO :WS-CAL-COUNT
                FROM OLS0002.BUSINESS_CALENDAR
               WHERE CAL_DATE = :WS-CURRENT-DATE
                 AND CAL_IS_BUSINESS_DAY = 'Y'
           END-EXEC
           IF WS-CAL-COUNT > 0
              MOVE 'Y' TO WS-BUSINESS-DAY-SW
           ELSE
              COMPUTE WS-RUN-DT-INT =
                 FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) - 1
              MOVE FUNCTION DATE-OF-INTEGER(WS-RUN-DT-INT)
                 TO WS-CURRENT-DATE
           END-IF.
       ADJUST-RUN-DATE-END.
           EXIT.
      **************************************************************
       OPEN-FILES.
           IF CKPT-RESTART-SW = 'Y'
              OPEN EXTEND STATEMENT-FILE
           ELSE
              OPEN OUTPUT STATEMENT-FILE
           END-IF
           IF WS-STATEMENT-FILE-STATUS NOT = '00'
              DISPLAY 'STATEMENT-FILE OPEN FAILED, STATUS: '
                 WS-STATEMENT-FILE-STATUS
              MOVE 'Y' TO EODATA
           END-IF.
       OPEN-FILES-END.
           EXIT.
      **************************************************************
      * THE PARAMETER RECORD NAMES THE CYCLE THIS RUN STATEMENTS;
      * AN ABSENT OR EMPTY FILE MEANS EVERY CYCLE.
      **************************************************************
       READ-CYCLE-PARM.
           OPEN INPUT LSTM-PARM-FILE
           IF WS-LSTM-PARM-FILE-STATUS = '00'
              READ LSTM-PARM-FILE
                 AT END
                    MOVE '*' TO WS-RUN-CYCLE
              END-READ
              IF WS-LSTM-PARM-FILE-STATUS = '00'
                 MOVE LSTM-PARM-RECORD(1:1) TO WS-RUN-CYCLE
              END-IF
              CLOSE LSTM-PARM-FILE
           END-IF
           IF WS-RUN-CYCLE NOT = '*'
              AND (WS-RUN-CYCLE < '0' OR WS-RUN-CYCLE > '9')
              DISPLAY 'LSTMCS9 BAD CYCLE PARAMETER: ' WS-RUN-CYCLE
              MOVE '*' TO WS-RUN-CYCLE
           END-IF
           DISPLAY 'LSTMCS9 RUN CYCLE: ' WS-RUN-CYCLE.
       READ-CYCLE-PARM-END.
           EXIT.
      **************************************************************
      * DERIVE-CYCLE - THE DISBURSEMENT ACCOUNT'S STORED CYCLE
      * WHEN SET, OTHERWISE THE LAST CHARACTER OF THE LOAN ID (A
      * DIGIT AS-IS, ANYTHING ELSE FOLDED MOD 10).
      **************************************************************
       DERIVE-CYCLE.
           IF LNW-STMT-CYCLE >= '0' AND LNW-STMT-CYCLE <= '9'
              MOVE LNW-STMT-CYCLE TO WS-EFFECTIVE-CYCLE
           ELSE
              MOVE LNW-LOAN-ID(11:1) TO WS-LAST-CHAR
              IF WS-LAST-CHAR >= '0' AND WS-LAST-CHAR <= '9'
                 MOVE WS-LAST-CHAR TO WS-EFFECTIVE-CYCLE
              ELSE
                 COMPUTE WS-CYCLE-DIGIT =
                    FUNCTION MOD(FUNCTION ORD(WS-LAST-CHAR), 10)
                 MOVE WS-CYCLE-DIGIT TO WS-EFFECTIVE-CYCLE
              END-IF
           END-IF.
       DERIVE-CYCLE-END.
           EXIT.
      **************************************************************
      * LIVE LOANS, PLUS ANY LOAN THAT CHANGED IN THE PERIOD - A
      * LOAN CLOSED ('C') OR WRITTEN OFF ('W') THIS MONTH GETS
      * ITS FINAL STATEMENT.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE L1 CURSOR WITH HOLD FOR
                SELECT L.LN_LOAN_ID, L.LN_CUSTOMER_ID,
                       L.LN_CUSTOMER_NAME, L.LN_DISB_ACCOUNT_ID,
                       L.LN_PRINCIPAL, L.LN_PRINCIPAL_BAL,
                       L.LN_INSTALLMENT_AMT, L.LN_ANNUAL_RATE,
                       L.LN_TERM_MONTHS, L.LN_CURRENCY,
                       L.LN_STATUS, L.LN_OPEN_DT,
                       COALESCE(A.ACCT_STMT_CYCLE, ' ')
                  FROM OLS0002.LOAN_ACCOUNT L
                  LEFT JOIN OLS0002.ACCOUNT2 A
                    ON A.ACCT_ACCOUNT_ID = L.LN_DISB_ACCOUNT_ID
                 WHERE L.LN_LOAN_ID > :CKPT-LAST-KEY
                   AND (L.LN_STATUS = 'A'
                        OR L.LN_UPDT_DT >= :WS-PERIOD-FROM-X)
                 ORDER BY L.LN_LOAN_ID
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN L1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH L1 INTO
                  :LNW-LOAN-ID,
                  :LNW-CUSTOMER-ID,
                  :LNW-CUSTOMER-NAME,
                  :LNW-DISB-ACCOUNT-ID,
                  :LNW-PRINCIPAL,
                  :LNW-PRINCIPAL-BAL,
                  :LNW-INSTALLMENT-AMT,
                  :LNW-ANNUAL-RATE,
                  :LNW-TERM-MONTHS,
                  :LNW-CURRENCY,
                  :LNW-STATUS,
                  :LNW-OPEN-DT,
                  :LNW-STMT-CYCLE
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       STATEMENT-LOOP.
           ADD 1 TO WS-LOANS-READ
           ADD 1 TO CKPT-SINCE-LAST
           PERFORM DERIVE-CYCLE THRU DERIVE-CYCLE-END
           IF WS-RUN-CYCLE = '*'
              OR WS-EFFECTIVE-CYCLE = WS-RUN-CYCLE
              PERFORM GATHER-FIGURES THRU GATHER-FIGURES-END
              PERFORM PRINT-STATEMENT THRU PRINT-STATEMENT-END
           END-IF
           IF CKPT-SINCE-LAST >= CKPT-INTERVAL
              PERFORM TAKE-CHECKPOINT THRU TAKE-CHECKPOINT-END
           END-IF
           PERFORM DO-FETCH THRU DO-FETCH-END.
       STATEMENT-LOOP-END.
           EXIT.
      **************************************************************
      * GATHER-FIGURES - PERIOD MOVEMENTS AND YEAR-TO-DATE
      * INTEREST FROM THE LOAN'S LEDGER ROWS, THE NEXT OPEN
      * INSTALLMENT FROM THE SCHEDULE AND THE PAST-DUE AMOUNT
      * FROM THE LATEST AGING. A LOAN WITH NO AGING ROW THAT
      * NIGHT WAS NOT IN ARREARS.
      **************************************************************
       GATHER-FIGURES.
           INITIALIZE LSTW-FIGURES
           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN TXN_TXN_TYPE = 'P'
                            THEN TXN_AMOUNT ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN TXN_TXN_TYPE = 'J'
                            THEN TXN_AMOUNT ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN TXN_TXN_TYPE = 'L'
                            THEN TXN_AMOUNT ELSE 0 END), 0)
                  INTO :LSTW-PRIN-REPAID, :LSTW-INT-REPAID,
                       :LSTW-DISBURSED
                  FROM OLS0002.ACCOUNT2_TXN
                 WHERE TXN_ACCOUNT_ID = :LNW-LOAN-ID
                   AND TXN_TS >= :WS-FROM-TS
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
           END-IF
           COMPUTE LSTW-OPENING-BAL = LNW-PRINCIPAL-BAL
              + LSTW-PRIN-REPAID - LSTW-DISBURSED
           EXEC SQL
                SELECT COALESCE(SUM(TXN_AMOUNT), 0)
                  INTO :LSTW-YTD-INTEREST
                  FROM (
                       SELECT TXN_AMOUNT
                         FROM OLS0002.ACCOUNT2_TXN
                        WHERE TXN_ACCOUNT_ID = :LNW-LOAN-ID
                          AND TXN_TXN_TYPE = 'J'
                          AND TXN_TS >= :WS-YEAR-TS
                       UNION ALL
                       SELECT TXN_AMOUNT
                         FROM OLS0002.ACCOUNT2_TXN_ARCH
                        WHERE TXN_ACCOUNT_ID = :LNW-LOAN-ID
                          AND TXN_TXN_TYPE = 'J'
                          AND TXN_TS >= :WS-YEAR-TS
                       ) AS YTD_ROWS
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
           END-IF
           IF LNW-STATUS = 'A'
              EXEC SQL
                   SELECT LNS_DUE_DT,
                          LNS_PRINCIPAL_AMT + LNS_INTEREST_AMT
                          - LNS_PAID_PRINCIPAL - LNS_PAID_INTEREST
                     INTO :LSTW-NEXT-DUE-DT :LSTW-NEXT-DUE-NULL,
                          :LSTW-NEXT-DUE-AMT
                     FROM OLS0002.LOAN_SCHEDULE
                    WHERE LNS_LOAN_ID = :LNW-LOAN-ID
                      AND LNS_DUE_DT = (
                          SELECT MIN(LNS_DUE_DT)
                            FROM OLS0002.LOAN_SCHEDULE
                           WHERE LNS_LOAN_ID = :LNW-LOAN-ID
                             AND LNS_STATUS = 'O'
                             AND LNS_DUE_DT > :WS-CURRENT-DATE)
              END-EXEC
              IF SQLCODE NOT = 0 OR LSTW-NEXT-DUE-NULL < 0
                 MOVE 0 TO LSTW-NEXT-DUE-DT LSTW-NEXT-DUE-AMT
              END-IF
              EXEC SQL
                   SELECT LDQ_BUCKET_1_30 + LDQ_BUCKET_31_60
                          + LDQ_BUCKET_61_90 + LDQ_BUCKET_90_PLUS
                     INTO :LSTW-PAST-DUE
                     FROM OLS0002.LOAN_DELINQUENCY
                    WHERE LDQ_LOAN_ID = :LNW-LOAN-ID
                      AND LDQ_BUSINESS_DT = :WS-AGING-DT
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 0 TO LSTW-PAST-DUE
              END-IF
           END-IF.
       GATHER-FIGURES-END.
           EXIT.
      **************************************************************
       PRINT-STATEMENT.
           EVALUATE LNW-STATUS
              WHEN 'A'
                 MOVE 'ACTIVE'      TO LSTW-STATUS-TEXT
              WHEN 'C'
                 MOVE 'PAID OFF'    TO LSTW-STATUS-TEXT
              WHEN 'W'
                 MOVE 'CHARGED OFF' TO LSTW-STATUS-TEXT
              WHEN OTHER
                 MOVE LNW-STATUS    TO LSTW-STATUS-TEXT
           END-EVALUATE
           PERFORM WRITE-STATEMENT-LINE THRU WRITE-STATEMENT-LINE-END
           PERFORM RESOLVE-PREFERENCE THRU RESOLVE-PREFERENCE-END
           MOVE SPACES TO STATEMENT-LINE
           STRING 'ROUTE: ' DELIMITED BY SIZE
              CPRW-CHANNEL DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              CPRW-LANGUAGE DELIMITED BY SIZE
              ' SUPPRESS=' DELIMITED BY SIZE
              CPRW-SUPPRESS DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE 'LOAN STATEMENT' TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'STATEMENT PERIOD: ' DELIMITED BY SIZE
              WS-PERIOD-FROM-ED        DELIMITED BY SIZE
              ' TO '                   DELIMITED BY SIZE
              WS-PERIOD-TO-ED          DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'LOAN ID:           ' DELIMITED BY SIZE
              LNW-LOAN-ID               DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'CUSTOMER:          ' DELIMITED BY SIZE
              LNW-CUSTOMER-ID           DELIMITED BY SIZE
              '  '                     DELIMITED BY SIZE
              LNW-CUSTOMER-NAME         DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'REPAYMENT ACCOUNT: ' DELIMITED BY SIZE
              LNW-DISB-ACCOUNT-ID       DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'STATUS:            ' DELIMITED BY SIZE
              LSTW-STATUS-TEXT          DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE LSTW-OPENING-BAL TO WS-BAL-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING 'OPENING PRINCIPAL: ' DELIMITED BY SIZE
              WS-BAL-ED                 DELIMITED BY SIZE
              ' '                      DELIMITED BY SIZE
              LNW-CURRENCY              DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM PRINT-REPAYMENTS THRU PRINT-REPAYMENTS-END
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE LNW-PRINCIPAL-BAL TO WS-BAL-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING 'CLOSING PRINCIPAL: ' DELIMITED BY SIZE
              WS-BAL-ED                 DELIMITED BY SIZE
              ' '                      DELIMITED BY SIZE
              LNW-CURRENCY              DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           IF LNW-STATUS = 'A'
              PERFORM PRINT-DUE-LINES THRU PRINT-DUE-LINES-END
           END-IF
           MOVE LSTW-YTD-INTEREST TO WS-INT-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING 'INTEREST PAID YTD: ' DELIMITED BY SIZE
              WS-INT-ED                 DELIMITED BY SIZE
              ' '                      DELIMITED BY SIZE
              LNW-CURRENCY              DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           ADD 1 TO WS-STATEMENTS-WRITTEN.
       PRINT-STATEMENT-END.
           EXIT.
      **************************************************************
      * PRINT-DUE-LINES - WHAT THE BORROWER OWES NEXT, AND WHAT
      * IS ALREADY OVERDUE.
      **************************************************************
       PRINT-DUE-LINES.
           MOVE SPACES TO STATEMENT-LINE
           IF LSTW-NEXT-DUE-DT = 0
              MOVE 'NEXT PAYMENT DUE:  NONE SCHEDULED'
                 TO STATEMENT-LINE
           ELSE
              MOVE LSTW-NEXT-DUE-DT TO WS-DATE-ED
              MOVE LSTW-NEXT-DUE-AMT TO WS-BAL-ED
              STRING 'NEXT PAYMENT DUE:  ' DELIMITED BY SIZE
                 WS-DATE-ED                DELIMITED BY SIZE
                 '  '                     DELIMITED BY SIZE
                 WS-BAL-ED                 DELIMITED BY SIZE
                 ' '                      DELIMITED BY SIZE
                 LNW-CURRENCY              DELIMITED BY SIZE
                 INTO STATEMENT-LINE
              END-STRING
           END-IF
           WRITE STATEMENT-LINE
           MOVE LSTW-PAST-DUE TO WS-BAL-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING 'AMOUNT PAST DUE:   ' DELIMITED BY SIZE
              WS-BAL-ED                 DELIMITED BY SIZE
              ' '                      DELIMITED BY SIZE
              LNW-CURRENCY              DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE.
       PRINT-DUE-LINES-END.
           EXIT.
      **************************************************************
      * PRINT-REPAYMENTS - ONE LINE PER PAYMENT REFERENCE IN THE
      * PERIOD, OLDEST FIRST. LNRPCS9 AND LNPSCS9 STAMP THE SAME
      * REFERENCE ON EVERY LEDGER ROW OF ONE PAYMENT.
      **************************************************************
       PRINT-REPAYMENTS.
           MOVE SPACES TO STATEMENT-LINE
           STRING 'DATE       REFERENCE        '
                                    DELIMITED BY SIZE
              '        PRINCIPAL          INTEREST'
                                    DELIMITED BY SIZE
              '           CHARGES     BALANCE AFTER'
                                    DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE 0 TO LSTW-PAYMENT-COUNT
           EXEC SQL
                DECLARE R1 CURSOR FOR
                SELECT TXN_TRANSFER_REF, MIN(TXN_TS),
                       COALESCE(SUM(CASE WHEN TXN_TXN_TYPE = 'P'
                            THEN TXN_AMOUNT ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN TXN_TXN_TYPE = 'J'
                            THEN TXN_AMOUNT ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN TXN_TXN_TYPE = 'F'
                            THEN TXN_AMOUNT ELSE 0 END), 0),
                       MIN(TXN_BALANCE_AFTER)
                  FROM OLS0002.ACCOUNT2_TXN
                 WHERE TXN_ACCOUNT_ID = :LNW-LOAN-ID
                   AND TXN_TXN_TYPE IN ('P', 'J', 'F')
                   AND TXN_TS >= :WS-FROM-TS
                 GROUP BY TXN_TRANSFER_REF
                 ORDER BY 2
           END-EXEC
           EXEC SQL
              OPEN R1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
              GO TO PRINT-REPAYMENTS-END
           END-IF
           MOVE 'N' TO WS-REPAY-EOF
           PERFORM FETCH-REPAYMENT THRU FETCH-REPAYMENT-END
           PERFORM PRINT-REPAYMENT-LINE THRU PRINT-REPAYMENT-LINE-END
              UNTIL WS-REPAY-EOF = 'Y'
           EXEC SQL
              CLOSE R1
           END-EXEC
           IF LSTW-PAYMENT-COUNT = 0
              MOVE 'NO REPAYMENTS THIS PERIOD' TO STATEMENT-LINE
              WRITE STATEMENT-LINE
           END-IF.
       PRINT-REPAYMENTS-END.
           EXIT.
      **************************************************************
       FETCH-REPAYMENT.
           EXEC SQL
                FETCH R1 INTO
                  :RPYW-REF,
                  :RPYW-TS,
                  :RPYW-PRINCIPAL,
                  :RPYW-INTEREST,
                  :RPYW-CHARGES,
                  :RPYW-BAL-AFTER
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-REPAY-EOF
              IF SQLCODE NOT = 100
                 PERFORM REPORT-SQL-FAILURE
                    THRU REPORT-SQL-FAILURE-END
              END-IF
           END-IF.
       FETCH-REPAYMENT-END.
           EXIT.
      **************************************************************
       PRINT-REPAYMENT-LINE.
           ADD 1 TO LSTW-PAYMENT-COUNT
           MOVE RPYW-PRINCIPAL TO WS-PRIN-ED
           MOVE RPYW-INTEREST TO WS-INT-ED
           MOVE RPYW-CHARGES TO WS-CHG-ED
           MOVE RPYW-BAL-AFTER TO WS-BAL-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING RPYW-TS(1:10)  DELIMITED BY SIZE
              ' '                DELIMITED BY SIZE
              RPYW-REF           DELIMITED BY SIZE
              ' '                DELIMITED BY SIZE
              WS-PRIN-ED         DELIMITED BY SIZE
              ' '                DELIMITED BY SIZE
              WS-INT-ED          DELIMITED BY SIZE
              ' '                DELIMITED BY SIZE
              WS-CHG-ED          DELIMITED BY SIZE
              ' '                DELIMITED BY SIZE
              WS-BAL-ED          DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           PERFORM FETCH-REPAYMENT THRU FETCH-REPAYMENT-END.
       PRINT-REPAYMENT-LINE-END.
           EXIT.
      **************************************************************
      * RESOLVE-PREFERENCE - THE CUSTOMER'S 'LOAN' PREFERENCE, A
      * CUSTOMER WHO NEVER SET ONE GETS THE ROUTE OF THEIR
      * ORDINARY 'STMT' STATEMENTS, AND NO ROW AT ALL MEANS THE
      * HOUSE DEFAULT - PAPER, ENGLISH, NOT SUPPRESSED.
      **************************************************************
       RESOLVE-PREFERENCE.
           MOVE 'P' TO CPRW-CHANNEL
           MOVE 'EN' TO CPRW-LANGUAGE
           MOVE 'N' TO CPRW-SUPPRESS
           EXEC SQL
                SELECT CPR_CHANNEL, CPR_LANGUAGE, CPR_SUPPRESS
                  INTO :CPRW-CHANNEL, :CPRW-LANGUAGE,
                       :CPRW-SUPPRESS
                  FROM OLS0002.COMM_PREFERENCE
                 WHERE CPR_CUSTOMER_ID = :LNW-CUSTOMER-ID
                   AND CPR_DOC_CLASS = 'LOAN'
           END-EXEC
           IF SQLCODE = 0
              GO TO RESOLVE-PREFERENCE-END
           END-IF
           EXEC SQL
                SELECT CPR_CHANNEL, CPR_LANGUAGE, CPR_SUPPRESS
                  INTO :CPRW-CHANNEL, :CPRW-LANGUAGE,
                       :CPRW-SUPPRESS
                  FROM OLS0002.COMM_PREFERENCE
                 WHERE CPR_CUSTOMER_ID = :LNW-CUSTOMER-ID
                   AND CPR_DOC_CLASS = 'STMT'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'P' TO CPRW-CHANNEL
              MOVE 'EN' TO CPRW-LANGUAGE
              MOVE 'N' TO CPRW-SUPPRESS
           END-IF.
       RESOLVE-PREFERENCE-END.
           EXIT.
      **************************************************************
      * RULE-OFF LINE PRINTED BEFORE EACH STATEMENT.
      **************************************************************
       WRITE-STATEMENT-LINE.
           MOVE ALL '=' TO STATEMENT-LINE
           WRITE STATEMENT-LINE.
       WRITE-STATEMENT-LINE-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE L1
           END-EXEC.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE STATEMENT-FILE.
       CLOSE-FILES-END.
           EXIT.
      **************************************************************
       REPORT-SQL-FAILURE.
           MOVE SQLCODE TO TXT-SQLCODE
           MOVE SQLSTATE TO TXT-SQLSTATE
           MOVE SQLERRMC TO TXT-SQLERRMC
           DISPLAY 'LSTMCS9 SQL ERROR ON LOAN ' LNW-LOAN-ID
              '. SQLCODE: ' TXT-SQLCODE
           DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
           DISPLAY 'SQLERRMC: ' TXT-SQLERRMC.
       REPORT-SQL-FAILURE-END.
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
                  DISPLAY 'LSTMCS9 SQL ERROR. SQLCODE: ' TXT-SQLCODE
                  DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
                  DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
                  MOVE 'Y' TO EODATA
                  MOVE 'Y' TO CKPT-SQL-FAIL-SW
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
           MOVE WS-STATEMENTS-WRITTEN TO RUNC-RECORDS
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
      * READ-CHECKPOINT - A LEFTOVER CHECKPOINT ROW MEANS THE LAST
      * RUN DIED MID-SCAN: RESUME FROM ITS KEY.
      **************************************************************
       READ-CHECKPOINT.
           MOVE LOW-VALUES TO CKPT-LAST-KEY
           MOVE 'N' TO CKPT-RESTART-SW
           EXEC SQL
                SELECT CKP_LAST_KEY
                  INTO :CKPT-LAST-KEY
                  FROM OLS0002.BATCH_CHECKPOINT
                 WHERE CKP_JOB_NAME = :CKPT-JOB-NAME
           END-EXEC
           IF SQLCODE = 0
              MOVE 'Y' TO CKPT-RESTART-SW
              DISPLAY 'RESTARTING AFTER LOAN: ' CKPT-LAST-KEY
           ELSE
              MOVE LOW-VALUES TO CKPT-LAST-KEY
           END-IF.
       READ-CHECKPOINT-END.
           EXIT.
      **************************************************************
       TAKE-CHECKPOINT.
           MOVE 0 TO CKPT-SINCE-LAST
           EXEC SQL
                UPDATE OLS0002.BATCH_CHECKPOINT
                   SET CKP_LAST_KEY = :LNW-LOAN-ID,
                       CKP_UPDT_TS = CURRENT TIMESTAMP
                 WHERE CKP_JOB_NAME = :CKPT-JOB-NAME
           END-EXEC
           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO OLS0002.BATCH_CHECKPOINT (
                      CKP_JOB_NAME, CKP_LAST_KEY, CKP_UPDT_TS)
                   VALUES (
                      :CKPT-JOB-NAME, :LNW-LOAN-ID,
                      CURRENT TIMESTAMP)
              END-EXEC
           END-IF
           EXEC SQL
              COMMIT
           END-EXEC.
       TAKE-CHECKPOINT-END.
           EXIT.
      **************************************************************
       CLEAR-CHECKPOINT.
           EXEC SQL
                DELETE FROM OLS0002.BATCH_CHECKPOINT
                 WHERE CKP_JOB_NAME = :CKPT-JOB-NAME
           END-EXEC.
       CLEAR-CHECKPOINT-END.
           EXIT.
      **************************************************************
