CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * FSTMCS9 - YEAR-END ANNUAL STATEMENT OF FEES AND CHARGES.
      * EVERY CUSTOMER MUST RECEIVE A YEARLY SUMMARY OF EVERYTHING
      * WE CHARGED, BUT THE CHARGES ARE SPREAD OVER SEVERAL LEDGER
      * TYPES AND - ONCE ARCHCS9 HAS RUN - OVER TWO TABLES.
      * FSTMCS9 READS OLS0002.ACCOUNT2 ACCOUNT BY ACCOUNT AND, FOR
      * THE STATEMENT YEAR, TOTALS FROM OLS0002.ACCOUNT2_TXN AND
      * OLS0002.ACCOUNT2_TXN_ARCH IN ONE PASS:
      *   - TYPE 'F' FEES, SPLIT BY THE DESCRIPTION THE POSTING
      *     PROGRAM STAMPS: MONTHLY SERVICE AND LOW BALANCE
      *     (FEESCS9), OVERDRAFT PROTECTION TRANSFER (ODPTCS9),
      *     AND EVERY OTHER FEE ROW (CLOSURE AND MISCELLANEOUS),
      *   - TYPE 'E' EARLY-WITHDRAWAL PENALTIES (TDEWCS9),
      *   - TYPE 'B' DEBIT INTEREST (DBINCS9),
      *   - TYPE 'T' TAX WITHHELD (IACRCS9),
      *   - TYPE 'N' INTEREST CREDITED (IACRCS9, ACLSCS9),
      * AND SHOWS THE OVERDRAFT RATE FROM THE ONE-ROW CONTROL
      * TABLE OLS0002.DEBIT_INT_CONTROL WHEN DEBIT INTEREST WAS
      * CHARGED (DBINCS9 KEEPS NO RATE HISTORY, SO THIS IS THE
      * RATE IN FORCE AT YEAR END). ONE PRINT-IMAGE STREAM IN
      * THE STMTCS9 STYLE IS WRITTEN TO FSTMOUT, EACH STATEMENT
      * STAMPED WITH THE CUSTOMER'S COMMUNICATION PREFERENCE FOR
      * DOCUMENT CLASS 'FEES' (FALLING BACK TO THE 'STMT'
      * PREFERENCE, THEN THE HOUSE DEFAULT) FOR THE BURSTING/
      * MAILING STEP. THE STATEMENT YEAR COMES FROM THE FSTMPARM
      * PARAMETER (CCYY); AN ABSENT OR EMPTY FILE MEANS THE
      * CALENDAR YEAR BEFORE THE RUN DATE. ACCOUNTS OPENED AFTER
      * THE STATEMENT YEAR ARE SKIPPED. RUNS UNDER THE SHARED
      * BATCH_RUN_CONTROL GUARD AND DEPENDENCY GATE WITH
      * CHECKPOINT/RESTART LIKE STMTCS9.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FSTMCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FSTM-PARM-FILE ASSIGN TO FSTMPARM
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSTM-PARM-FILE-STATUS.
            SELECT STATEMENT-FILE ASSIGN TO FSTMOUT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STATEMENT-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  FSTM-PARM-FILE
            RECORDING MODE IS F.
        01  FSTM-PARM-RECORD                   PIC X(8).
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
       01  DCLACCOUNT.
           10 ACCT_ACCOUNT_ID      PIC X(11).
           10 ACCT_CUSTOMER_ID     PIC X(16).
           10 ACCT_CUSTOMER_NAME   PIC X(16).
           10 ACCT_IBAN            PIC X(32).
           10 ACCT_BNK_ID          PIC X(4).
           10 ACCT_BRNCH_ID        PIC S9(9) COMP.
           10 ACCT_CNTRY_CD        PIC X(2).
           10 ACCT_TYPCD           PIC X(1).
           10 ACCT_SUB_TYPCD       PIC X(3).
           10 ACCT_TYPE_NAME       PIC X(12).
           10 ACCT_TYPE_DESCRIPTION  PIC X(40).
           10 ACCT_BALANCE         PIC S9(11)V9(3) USAGE COMP-3.
           10 ACCT_CURRENCY        PIC X(3).
           10 ACCT_CRT_DT          PIC X(8).
           10 ACCT_UPDT_DT         PIC X(8).
           10 ACCT_LOCKED          PIC X(1).
           10 ACCT_STMT_CYCLE      PIC X(1).
      **************************************************************
        01 ACCT-WS.
            07 ACTW-ACCOUNT-ID      PIC X(11).
            07 ACTW-CUSTOMER-ID     PIC X(16).
            07 ACTW-CUSTOMER-NAME   PIC X(16).
            07 ACTW-IBAN            PIC X(32).
            07 ACTW-TYPE-NAME       PIC X(12).
            07 ACTW-TYPE-DESCRIPTION  PIC X(40).
            07 ACTW-CURRENCY        PIC X(3).
      **************************************************************
      * YEAR TOTALS FOR THE CURRENT ACCOUNT, ONE PER CHARGE TYPE
      * PRINTED. FEES, PENALTIES, DEBIT INTEREST AND WITHHOLDING
      * ARE ALL STORED AS POSITIVE AMOUNTS ON THE LEDGER.
      **************************************************************
        01 FEE-TOTALS-WS.
            07 FSTW-SERVICE-FEES    PIC S9(11)V9(3) COMP-3.
            07 FSTW-LOWBAL-FEES     PIC S9(11)V9(3) COMP-3.
            07 FSTW-PROTECT-FEES    PIC S9(11)V9(3) COMP-3.
            07 FSTW-OTHER-FEES      PIC S9(11)V9(3) COMP-3.
            07 FSTW-PENALTIES       PIC S9(11)V9(3) COMP-3.
            07 FSTW-DEBIT-INTEREST  PIC S9(11)V9(3) COMP-3.
            07 FSTW-TAX-WITHHELD    PIC S9(11)V9(3) COMP-3.
            07 FSTW-INT-CREDITED    PIC S9(11)V9(3) COMP-3.
            07 FSTW-TOTAL-CHARGES   PIC S9(11)V9(3) COMP-3.
      **************************************************************
      * ONE LABELLED AMOUNT LINE OF THE STATEMENT BODY.
      **************************************************************
        01 FSTW-LABEL                      PIC X(30).
        01 FSTW-AMOUNT                     PIC S9(11)V9(3) COMP-3.
      **************************************************************
      * OVERDRAFT RATE - A FRACTION ON DEBIT_INT_CONTROL, PRINTED
      * AS A PERCENTAGE PER ANNUM.
      **************************************************************
        01 DBIW-ANNUAL-RATE                PIC S9V9(4) COMP-3 VALUE 0.
        01 DBIW-RATE-FOUND-SW              PIC X(1)   VALUE 'N'.
        01 WS-RATE-PCT                     PIC S9(3)V9(2) COMP-3.
        01 WS-RATE-ED                      PIC ZZ9.99.
      **************************************************************
      * THE STATEMENT YEAR AS DB2 TIMESTAMPS: 1 JANUARY AT
      * MIDNIGHT UP TO BUT NOT INCLUDING 1 JANUARY OF THE NEXT
      * YEAR, AND AS A YYYYMMDD YEAR-END DATE FOR THE ACCOUNT
      * OPENING TEST.
      **************************************************************
        01 WS-STMT-YEAR                    PIC 9(04)  VALUE 0.
        01 WS-NEXT-YEAR                    PIC 9(04)  VALUE 0.
        01 WS-FROM-TS.
          05 WS-FROM-TS-CCYY        PIC 9(4).
          05 FILLER                 PIC X(22)
                                    VALUE '-01-01-00.00.00.000000'.
        01 WS-END-TS.
          05 WS-END-TS-CCYY         PIC 9(4).
          05 FILLER                 PIC X(22)
                                    VALUE '-01-01-00.00.00.000000'.
        01 WS-YEAR-END-DT.
          05 WS-YEAR-END-CCYY       PIC 9(4).
          05 FILLER                 PIC X(4)  VALUE '1231'.
        01 WS-PERIOD-FROM-DATE.
             05 WS-PERIOD-FROM-CCYY        PIC 9(04).
             05 FILLER                     PIC 9(04) VALUE 0101.
        01 WS-PERIOD-FROM-DATE-N REDEFINES WS-PERIOD-FROM-DATE
                                            PIC 9(08).
        01 WS-PERIOD-TO-DATE.
             05 WS-PERIOD-TO-CCYY          PIC 9(04).
             05 FILLER                     PIC 9(04) VALUE 1231.
        01 WS-PERIOD-TO-DATE-N REDEFINES WS-PERIOD-TO-DATE
                                            PIC 9(08).
        01 WS-PERIOD-FROM-ED               PIC 9999/99/99.
        01 WS-PERIOD-TO-ED                 PIC 9999/99/99.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
          03 WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
             05 WS-CURRENT-CCYY            PIC 9(04).
             05 WS-CURRENT-MM              PIC 9(02).
             05 WS-CURRENT-DD              PIC 9(02).
      **************************************************************
        01 WS-AMOUNT-ED                    PIC Z,ZZZ,ZZZ,ZZ9.999-.
        01 WS-ACCOUNTS-READ                PIC 9(7)   VALUE 0.
        01 WS-STATEMENTS-WRITTEN           PIC 9(7)   VALUE 0.
        01 WS-FSTM-PARM-FILE-STATUS        PIC X(2)   VALUE '00'.
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
      **************************************************************
      * SHARED BATCH RUN-CONTROL WORK AREA (OLS0002.
      * BATCH_RUN_CONTROL). REGISTER-RUN REFUSES TO START WHEN THE
      * SAME JOB ALREADY COMPLETED FOR THE SAME BUSINESS DATE;
      * COMPLETE-RUN CLOSES THE ROW WITH THE RECORD COUNT SO THE
      * MORNING OPERATOR CAN SEE THROUGH BRCICS9 WHICH JOBS RAN,
      * WHICH FAILED, AND WHICH NEVER STARTED.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'FSTMCS9 '.
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
      * CHECKPOINT/RESTART WORK AREA (OLS0002.BATCH_CHECKPOINT).
      * THE LAST COMMITTED ACCT_ACCOUNT_ID IS CHECKPOINTED EVERY
      * CKPT-INTERVAL ACCOUNTS; ON RESTART THE SCAN RESUMES FROM
      * THAT KEY AND THE OUTPUT FILE IS REOPENED IN EXTEND MODE.
      **************************************************************
        01 CKPT-JOB-NAME                   PIC X(8)   VALUE 'FSTMCS9 '.
        01 CKPT-LAST-KEY                   PIC X(11)  VALUE LOW-VALUES.
        01 CKPT-RESTART-SW                 PIC X(1)   VALUE 'N'.
        01 CKPT-INTERVAL                   PIC S9(4)  COMP VALUE 100.
        01 CKPT-SINCE-LAST                 PIC S9(4)  COMP VALUE 0.
        01 CKPT-SQL-FAIL-SW                PIC X(1)   VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN-RTN.
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
           DISPLAY 'FSTMCS9 STATEMENT YEAR:     ' WS-STMT-YEAR
           DISPLAY 'FSTMCS9 ACCOUNTS READ:      ' WS-ACCOUNTS-READ
           DISPLAY 'FSTMCS9 STATEMENTS WRITTEN: ' WS-STATEMENTS-WRITTEN
           IF CKPT-SQL-FAIL-SW = 'Y'
      * A RUN THAT HIT AN SQL ERROR KEEPS ITS CHECKPOINT AND ITS
      * RUNNING ROW SO THE RESTART RESUMES FROM THE LAST
      * CHECKPOINT INSTEAD OF STARTING OVER OR BEING SUPPRESSED.
              DISPLAY 'FSTMCS9 ENDED IN ERROR - RESTART POINT KEPT'
           ELSE
              PERFORM CLEAR-CHECKPOINT THRU CLEAR-CHECKPOINT-END
              PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           END-IF
           GOBACK.
      **************************************************************
      * ESTABLISH THE STATEMENT YEAR AND ITS WINDOW, AND READ THE
      * OVERDRAFT RATE ONCE FOR THE WHOLE RUN. NO RATE ROW IS NOT
      * AN ERROR - THE RATE LINE THEN SAYS SO.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM READ-YEAR-PARM THRU READ-YEAR-PARM-END
           COMPUTE WS-NEXT-YEAR = WS-STMT-YEAR + 1
           MOVE WS-STMT-YEAR TO WS-FROM-TS-CCYY
           MOVE WS-NEXT-YEAR TO WS-END-TS-CCYY
           MOVE WS-STMT-YEAR TO WS-YEAR-END-CCYY
           MOVE WS-STMT-YEAR TO WS-PERIOD-FROM-CCYY
           MOVE WS-STMT-YEAR TO WS-PERIOD-TO-CCYY
           MOVE WS-PERIOD-FROM-DATE-N TO WS-PERIOD-FROM-ED
           MOVE WS-PERIOD-TO-DATE-N   TO WS-PERIOD-TO-ED
           MOVE 0 TO DBIW-ANNUAL-RATE
           MOVE 'N' TO DBIW-RATE-FOUND-SW
           EXEC SQL
                SELECT DBI_ANNUAL_RATE
                  INTO :DBIW-ANNUAL-RATE
                  FROM OLS0002.DEBIT_INT_CONTROL
           END-EXEC
           IF SQLCODE = 0 AND DBIW-ANNUAL-RATE > 0
              MOVE 'Y' TO DBIW-RATE-FOUND-SW
              COMPUTE WS-RATE-PCT ROUNDED = DBIW-ANNUAL-RATE * 100
              MOVE WS-RATE-PCT TO WS-RATE-ED
           END-IF.
       INIT-RTN-END.
           EXIT.
      **************************************************************
      * THE PARAMETER RECORD NAMES THE STATEMENT YEAR (CCYY IN
      * COLUMNS 1-4). AN ABSENT, EMPTY OR NON-NUMERIC PARAMETER
      * MEANS THE CALENDAR YEAR BEFORE THE RUN DATE - THE NORMAL
      * EARLY-JANUARY RUN FOR THE YEAR JUST ENDED.
      **************************************************************
       READ-YEAR-PARM.
           COMPUTE WS-STMT-YEAR = WS-CURRENT-CCYY - 1
           OPEN INPUT FSTM-PARM-FILE
           IF WS-FSTM-PARM-FILE-STATUS NOT = '00'
              GO TO READ-YEAR-PARM-END
           END-IF
           READ FSTM-PARM-FILE
              AT END
                 MOVE SPACES TO FSTM-PARM-RECORD
           END-READ
           IF FSTM-PARM-RECORD(1:4) IS NUMERIC
              AND FSTM-PARM-RECORD(1:4) > '0000'
              MOVE FSTM-PARM-RECORD(1:4) TO WS-STMT-YEAR
           ELSE
              IF FSTM-PARM-RECORD NOT = SPACES
                 DISPLAY 'FSTMCS9 BAD YEAR PARAMETER: '
                    FSTM-PARM-RECORD
              END-IF
           END-IF
           CLOSE FSTM-PARM-FILE.
       READ-YEAR-PARM-END.
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
      * EVERY ACCOUNT OPEN ON OR BEFORE THE LAST DAY OF THE
      * STATEMENT YEAR GETS A STATEMENT, EVEN ONE THAT WAS
      * CHARGED NOTHING - THE SUMMARY IS OWED EITHER WAY.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE F1 CURSOR WITH HOLD FOR
                SELECT
                  ACCT_ACCOUNT_ID,
                  ACCT_CUSTOMER_ID,
                  ACCT_CUSTOMER_NAME,
                  ACCT_IBAN,
                  ACCT_TYPE_NAME,
                  ACCT_TYPE_DESCRIPTION,
                  ACCT_CURRENCY
                FROM OLS0002.ACCOUNT2
                WHERE ACCT_ACCOUNT_ID > :CKPT-LAST-KEY
                  AND ACCT_CRT_DT <= :WS-YEAR-END-DT
                ORDER BY ACCT_ACCOUNT_ID
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN F1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH F1 INTO
                  :ACTW-ACCOUNT-ID,
                  :ACTW-CUSTOMER-ID,
                  :ACTW-CUSTOMER-NAME,
                  :ACTW-IBAN,
                  :ACTW-TYPE-NAME,
                  :ACTW-TYPE-DESCRIPTION,
                  :ACTW-CURRENCY
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
      * ONE ITERATION OF THE STATEMENT LOOP: TOTAL AND PRINT THE
      * CURRENT ACCOUNT'S YEAR, THEN FETCH THE NEXT ONE.
      **************************************************************
       STATEMENT-LOOP.
           ADD 1 TO WS-ACCOUNTS-READ
           ADD 1 TO CKPT-SINCE-LAST
           PERFORM TOTAL-YEAR THRU TOTAL-YEAR-END
           IF CKPT-SQL-FAIL-SW = 'Y'
              GO TO STATEMENT-LOOP-END
           END-IF
           PERFORM PRINT-STATEMENT THRU PRINT-STATEMENT-END
           IF CKPT-SINCE-LAST >= CKPT-INTERVAL
              PERFORM TAKE-CHECKPOINT THRU TAKE-CHECKPOINT-END
           END-IF
           PERFORM DO-FETCH THRU DO-FETCH-END.
       STATEMENT-LOOP-END.
           EXIT.
      **************************************************************
      * ONE PASS OVER BOTH LEDGER TABLES FOR THE YEAR - ARCHCS9
      * MAY HAVE MOVED PART OF THE YEAR TO THE ARCHIVE, SO
      * NEITHER TABLE ALONE IS THE WHOLE STORY. FEES ARE TOLD
      * APART BY THE DESCRIPTION THEIR POSTING PROGRAM WRITES;
      * A FEE ROW WITH ANY OTHER DESCRIPTION IS COUNTED UNDER
      * CLOSURE AND OTHER FEES SO NOTHING CHARGED IS LEFT OFF.
      **************************************************************
       TOTAL-YEAR.
           INITIALIZE FEE-TOTALS-WS
           EXEC SQL
                SELECT COALESCE(SUM(CASE
                         WHEN TXN_TXN_TYPE = 'F' AND TXN_DESCRIPTION
                              = 'MONTHLY SERVICE FEE'
                            THEN TXN_AMOUNT ELSE 0 END), 0),
                       COALESCE(SUM(CASE
                         WHEN TXN_TXN_TYPE = 'F' AND TXN_DESCRIPTION
                              = 'LOW BALANCE FEE'
                            THEN TXN_AMOUNT ELSE 0 END), 0),
                       COALESCE(SUM(CASE
                         WHEN TXN_TXN_TYPE = 'F' AND TXN_DESCRIPTION
                              = 'OVERDRAFT PROTECTION TRANSFER FEE'
                            THEN TXN_AMOUNT ELSE 0 END), 0),
                       COALESCE(SUM(CASE
                         WHEN TXN_TXN_TYPE = 'F' AND TXN_DESCRIPTION
                              NOT IN ('MONTHLY SERVICE FEE',
                                      'LOW BALANCE FEE',
                                 'OVERDRAFT PROTECTION TRANSFER FEE')
                            THEN TXN_AMOUNT ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN TXN_TXN_TYPE = 'E'
                            THEN TXN_AMOUNT ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN TXN_TXN_TYPE = 'B'
                            THEN TXN_AMOUNT ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN TXN_TXN_TYPE = 'T'
                            THEN TXN_AMOUNT ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN TXN_TXN_TYPE = 'N'
                            THEN TXN_AMOUNT ELSE 0 END), 0)
                  INTO :FSTW-SERVICE-FEES, :FSTW-LOWBAL-FEES,
                       :FSTW-PROTECT-FEES, :FSTW-OTHER-FEES,
                       :FSTW-PENALTIES, :FSTW-DEBIT-INTEREST,
                       :FSTW-TAX-WITHHELD, :FSTW-INT-CREDITED
                  FROM (
                       SELECT TXN_TXN_TYPE, TXN_AMOUNT,
                              TXN_DESCRIPTION
                         FROM OLS0002.ACCOUNT2_TXN
                        WHERE TXN_ACCOUNT_ID = :ACTW-ACCOUNT-ID
                          AND TXN_TS >= :WS-FROM-TS
                          AND TXN_TS < :WS-END-TS
                       UNION ALL
                       SELECT TXN_TXN_TYPE, TXN_AMOUNT,
                              TXN_DESCRIPTION
                         FROM OLS0002.ACCOUNT2_TXN_ARCH
                        WHERE TXN_ACCOUNT_ID = :ACTW-ACCOUNT-ID
                          AND TXN_TS >= :WS-FROM-TS
                          AND TXN_TS < :WS-END-TS
                       ) AS YEAR_ROWS
           END-EXEC
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END
           COMPUTE FSTW-TOTAL-CHARGES =
              FSTW-SERVICE-FEES + FSTW-LOWBAL-FEES
              + FSTW-PROTECT-FEES + FSTW-OTHER-FEES
              + FSTW-PENALTIES + FSTW-DEBIT-INTEREST
              + FSTW-TAX-WITHHELD.
       TOTAL-YEAR-END.
           EXIT.
      **************************************************************
       PRINT-STATEMENT.
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
           MOVE SPACES TO STATEMENT-LINE
           STRING 'ANNUAL STATEMENT OF FEES AND CHARGES'
              DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
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
           STRING 'ACCOUNT ID:      ' DELIMITED BY SIZE
              ACTW-ACCOUNT-ID         DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'CUSTOMER:        ' DELIMITED BY SIZE
              ACTW-CUSTOMER-ID        DELIMITED BY SIZE
              '  '                   DELIMITED BY SIZE
              ACTW-CUSTOMER-NAME      DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'IBAN:            ' DELIMITED BY SIZE
              ACTW-IBAN               DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'ACCOUNT TYPE:    ' DELIMITED BY SIZE
              ACTW-TYPE-NAME          DELIMITED BY SIZE
              '  '                   DELIMITED BY SIZE
              ACTW-TYPE-DESCRIPTION   DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'FEES AND CHARGES' DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE 'MONTHLY SERVICE FEES:' TO FSTW-LABEL
           MOVE FSTW-SERVICE-FEES TO FSTW-AMOUNT
           PERFORM WRITE-AMOUNT-LINE THRU WRITE-AMOUNT-LINE-END
           MOVE 'LOW-BALANCE FEES:' TO FSTW-LABEL
           MOVE FSTW-LOWBAL-FEES TO FSTW-AMOUNT
           PERFORM WRITE-AMOUNT-LINE THRU WRITE-AMOUNT-LINE-END
           MOVE 'OVERDRAFT PROTECTION FEES:' TO FSTW-LABEL
           MOVE FSTW-PROTECT-FEES TO FSTW-AMOUNT
           PERFORM WRITE-AMOUNT-LINE THRU WRITE-AMOUNT-LINE-END
           MOVE 'CLOSURE AND OTHER FEES:' TO FSTW-LABEL
           MOVE FSTW-OTHER-FEES TO FSTW-AMOUNT
           PERFORM WRITE-AMOUNT-LINE THRU WRITE-AMOUNT-LINE-END
           MOVE 'EARLY-WITHDRAWAL PENALTIES:' TO FSTW-LABEL
           MOVE FSTW-PENALTIES TO FSTW-AMOUNT
           PERFORM WRITE-AMOUNT-LINE THRU WRITE-AMOUNT-LINE-END
           MOVE 'DEBIT INTEREST:' TO FSTW-LABEL
           MOVE FSTW-DEBIT-INTEREST TO FSTW-AMOUNT
           PERFORM WRITE-AMOUNT-LINE THRU WRITE-AMOUNT-LINE-END
           MOVE 'TAX WITHHELD:' TO FSTW-LABEL
           MOVE FSTW-TAX-WITHHELD TO FSTW-AMOUNT
           PERFORM WRITE-AMOUNT-LINE THRU WRITE-AMOUNT-LINE-END
           MOVE 'TOTAL FEES AND CHARGES:' TO FSTW-LABEL
           MOVE FSTW-TOTAL-CHARGES TO FSTW-AMOUNT
           PERFORM WRITE-AMOUNT-LINE THRU WRITE-AMOUNT-LINE-END
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'INTEREST' DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE 'INTEREST CREDITED:' TO FSTW-LABEL
           MOVE FSTW-INT-CREDITED TO FSTW-AMOUNT
           PERFORM WRITE-AMOUNT-LINE THRU WRITE-AMOUNT-LINE-END
           MOVE 'INTEREST DEBITED:' TO FSTW-LABEL
           MOVE FSTW-DEBIT-INTEREST TO FSTW-AMOUNT
           PERFORM WRITE-AMOUNT-LINE THRU WRITE-AMOUNT-LINE-END
           PERFORM WRITE-RATE-LINE THRU WRITE-RATE-LINE-END
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           ADD 1 TO WS-STATEMENTS-WRITTEN.
       PRINT-STATEMENT-END.
           EXIT.
      **************************************************************
       WRITE-AMOUNT-LINE.
           MOVE FSTW-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING '  '                   DELIMITED BY SIZE
              FSTW-LABEL              DELIMITED BY SIZE
              WS-AMOUNT-ED            DELIMITED BY SIZE
              ' '                    DELIMITED BY SIZE
              ACTW-CURRENCY           DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE.
       WRITE-AMOUNT-LINE-END.
           EXIT.
      **************************************************************
      * THE OVERDRAFT RATE IS ONLY SHOWN AS APPLIED WHEN THE
      * ACCOUNT WAS ACTUALLY CHARGED DEBIT INTEREST IN THE YEAR.
      **************************************************************
       WRITE-RATE-LINE.
           MOVE SPACES TO STATEMENT-LINE
           MOVE 'OVERDRAFT RATE APPLIED:' TO FSTW-LABEL
           IF FSTW-DEBIT-INTEREST > 0 AND DBIW-RATE-FOUND-SW = 'Y'
              STRING '  '                DELIMITED BY SIZE
                 FSTW-LABEL           DELIMITED BY SIZE
                 WS-RATE-ED           DELIMITED BY SIZE
                 '% PER ANNUM'        DELIMITED BY SIZE
                 INTO STATEMENT-LINE
              END-STRING
           ELSE
              STRING '  '                DELIMITED BY SIZE
                 FSTW-LABEL           DELIMITED BY SIZE
                 'NONE - NO DEBIT INTEREST CHARGED'
                                      DELIMITED BY SIZE
                 INTO STATEMENT-LINE
              END-STRING
           END-IF
           WRITE STATEMENT-LINE.
       WRITE-RATE-LINE-END.
           EXIT.
      **************************************************************
      * RESOLVE-PREFERENCE LOOKS UP THE CUSTOMER'S COMMUNICATION
      * PREFERENCE ON OLS0002.COMM_PREFERENCE (MAINTAINED THROUGH
      * CPRACS2/CPRUCS2) FOR THE 'FEES' DOCUMENT CLASS. A CUSTOMER
      * WHO NEVER SET ONE GETS THE ROUTE OF THEIR ORDINARY 'STMT'
      * STATEMENTS, AND NO ROW AT ALL MEANS THE HOUSE DEFAULT -
      * PAPER, ENGLISH, NOT SUPPRESSED.
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
                 WHERE CPR_CUSTOMER_ID = :ACTW-CUSTOMER-ID
                   AND CPR_DOC_CLASS = 'FEES'
           END-EXEC
           IF SQLCODE = 0
              GO TO RESOLVE-PREFERENCE-END
           END-IF
           EXEC SQL
                SELECT CPR_CHANNEL, CPR_LANGUAGE, CPR_SUPPRESS
                  INTO :CPRW-CHANNEL, :CPRW-LANGUAGE,
                       :CPRW-SUPPRESS
                  FROM OLS0002.COMM_PREFERENCE
                 WHERE CPR_CUSTOMER_ID = :ACTW-CUSTOMER-ID
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
              CLOSE F1
           END-EXEC.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE STATEMENT-FILE.
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
                  DISPLAY 'FSTMCS9 SQL ERROR. SQLCODE: ' TXT-SQLCODE
                  DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
                  DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
                  MOVE 'Y' TO EODATA
                  MOVE 'Y' TO CKPT-SQL-FAIL-SW
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
           MOVE WS-ACCOUNTS-READ TO RUNC-RECORDS
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
      **************************************************************
      * READ-CHECKPOINT - A LEFTOVER CHECKPOINT ROW MEANS THE LAST
      * RUN DIED MID-SCAN: RESUME FROM ITS KEY. NO ROW MEANS A
      * FRESH RUN FROM THE TOP.
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
              DISPLAY 'RESTARTING AFTER ACCOUNT: ' CKPT-LAST-KEY
           ELSE
              MOVE LOW-VALUES TO CKPT-LAST-KEY
           END-IF.
       READ-CHECKPOINT-END.
           EXIT.
      **************************************************************
      * TAKE-CHECKPOINT - RECORD THE LAST ACCOUNT FULLY WRITTEN
      * AND COMMIT, SO EVERYTHING UP TO THAT KEY - OUTPUT RECORDS
      * INCLUDED - SURVIVES AN ABEND.
      **************************************************************
       TAKE-CHECKPOINT.
           MOVE 0 TO CKPT-SINCE-LAST
           EXEC SQL
                UPDATE OLS0002.BATCH_CHECKPOINT
                   SET CKP_LAST_KEY = :ACTW-ACCOUNT-ID,
                       CKP_UPDT_TS = CURRENT TIMESTAMP
                 WHERE CKP_JOB_NAME = :CKPT-JOB-NAME
           END-EXEC
           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO OLS0002.BATCH_CHECKPOINT (
                      CKP_JOB_NAME, CKP_LAST_KEY, CKP_UPDT_TS)
                   VALUES (
                      :CKPT-JOB-NAME, :ACTW-ACCOUNT-ID,
                      CURRENT TIMESTAMP)
              END-EXEC
           END-IF
           EXEC SQL
              COMMIT
           END-EXEC.
       TAKE-CHECKPOINT-END.
           EXIT.
      **************************************************************
      * CLEAR-CHECKPOINT - A RUN THAT REACHED THE END LEAVES NO
      * RESTART POINT BEHIND; THE NEXT RUN STARTS FRESH.
      **************************************************************
       CLEAR-CHECKPOINT.
           EXEC SQL
                DELETE FROM OLS0002.BATCH_CHECKPOINT
                 WHERE CKP_JOB_NAME = :CKPT-JOB-NAME
           END-EXEC.
       CLEAR-CHECKPOINT-END.
           EXIT.
      **************************************************************
