CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * CPRFCS9 - MONTHLY CUSTOMER PROFITABILITY BATCH JOB ACROSS
      * BANKING, LENDING AND INSURANCE. NOBODY COULD SAY WHICH
      * RELATIONSHIPS MAKE MONEY BECAUSE REVENUE AND COST ARE
      * SPREAD OVER A DOZEN TABLES. THIS MONTH-END JOB WALKS
      * OLS0002.CUSTOMER_MASTER AND, THROUGH THE SHARED CUSTOMER
      * ID THE WAY XREFCS2 JOINS THE TWO SIDES (ACCT_CUSTOMER_ID,
      * LN_CUSTOMER_ID, TD_CUSTOMER_ID, POL_CUSTOMER_ID), ROLLS UP
      * FOR THE MONTH TO DATE:
      *   REVENUE - FEES (TYPE 'F' LEDGER ROWS FROM FEESCS9 AND
      *             ODPTCS9), DEBIT INTEREST (TYPE 'B' FROM DBINCS9),
      *             LOAN INTEREST COLLECTED (LNS_PAID_INTEREST ON
      *             OLS0002.LOAN_SCHEDULE INSTALLMENTS PAID THIS
      *             MONTH) AND EARNED PREMIUM (ONE MONTHLY PREMIUM
      *             PER ACTIVE OLS0002.POLICY2 POLICY, THE LOSSCS2
      *             BASIS).
      *   COST    - CREDIT INTEREST PAID (TYPE 'N' FROM IACRCS9),
      *             TERM-DEPOSIT INTEREST (ONE MONTH OF THE
      *             CONTRACTED RATE ON EVERY ACTIVE
      *             OLS0002.TERM_DEPOSIT - THE SHARE OF THE MATURITY
      *             PAYOUT THE MONTH CARRIES) AND PAID CLAIMS
      *             (OLS0002.CLAIM2 PAID OR SINCE CLOSED, BY DECISION
      *             DATE THIS MONTH, AS LOSSCS2/SBRMCS2 COUNT THEM).
      * EACH CUSTOMER HOLDING ANY PRODUCT IS STORED ON
      * OLS0002.CUSTOMER_PROFIT FOR THE MONTH (A RERUN REPLACES THE
      * MONTH) WITH A HOME BRANCH - THE BRANCH OF THE CUSTOMER'S
      * EARLIEST-OPENED ACCOUNT, ZERO FOR AN INSURANCE-ONLY
      * CUSTOMER - AND A PRODUCT SEGMENT OF THREE FLAGS: D
      * DEPOSITS, L LENDING, I INSURANCE, '-' FOR A LINE NOT HELD
      * (E.G. 'D-I'). THE PRFTRPT REPORT RANKS CUSTOMERS BY NET
      * CONTRIBUTION AND TOTALS IT BY BRANCH AND BY SEGMENT; THE
      * PRFTEXT WAREHOUSE EXTRACT CARRIES ONE PIPE-DELIMITED
      * RECORD PER CUSTOMER IN THE STANDARD HDR/TRL ENVELOPE
      * FVERCS9 VERIFIES, HASHED ON THE NET FIELD. RUNS UNDER THE
      * SHARED BATCH_RUN_CONTROL GUARD AND DEPGCS9 DEPENDENCY GATE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CPRFCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PROFIT-REPORT-FILE ASSIGN TO PRFTRPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PROFIT-REPORT-STATUS.
            SELECT PROFIT-EXTRACT-FILE ASSIGN TO PRFTEXT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PROFIT-EXTRACT-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  PROFIT-REPORT-FILE
            RECORDING MODE IS F.
        01  PROFIT-REPORT-LINE                 PIC X(132).
        FD  PROFIT-EXTRACT-FILE
            RECORDING MODE IS F.
        01  PROFIT-EXTRACT-RECORD              PIC X(250).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLCUSTPROFIT.
           10 CPF_MONTH            PIC X(6).
           10 CPF_CUSTOMER_ID      PIC X(16).
           10 CPF_CUSTOMER_NAME    PIC X(16).
           10 CPF_BRANCH_ID        PIC S9(9) COMP.
           10 CPF_SEGMENT          PIC X(3).
           10 CPF_FEES             PIC S9(11)V9(3) USAGE COMP-3.
           10 CPF_DEBIT_INT        PIC S9(11)V9(3) USAGE COMP-3.
           10 CPF_LOAN_INT         PIC S9(11)V9(3) USAGE COMP-3.
           10 CPF_PREMIUMS         PIC S9(11)V9(3) USAGE COMP-3.
           10 CPF_INT_PAID         PIC S9(11)V9(3) USAGE COMP-3.
           10 CPF_TD_INT           PIC S9(11)V9(3) USAGE COMP-3.
           10 CPF_CLAIMS           PIC S9(11)V9(3) USAGE COMP-3.
           10 CPF_REVENUE          PIC S9(11)V9(3) USAGE COMP-3.
           10 CPF_COST             PIC S9(11)V9(3) USAGE COMP-3.
           10 CPF_NET              PIC S9(11)V9(3) USAGE COMP-3.
      **************************************************************
        01 PROFIT-WS.
            07 CPFW-CUSTOMER-ID     PIC X(16).
            07 CPFW-CUSTOMER-NAME   PIC X(16).
            07 CPFW-BRANCH-ID       PIC S9(9) COMP.
            07 CPFW-SEGMENT.
              09 CPFW-SEG-D         PIC X(1).
              09 CPFW-SEG-L         PIC X(1).
              09 CPFW-SEG-I         PIC X(1).
            07 CPFW-FEES            PIC S9(11)V9(3) USAGE COMP-3.
            07 CPFW-DEBIT-INT       PIC S9(11)V9(3) USAGE COMP-3.
            07 CPFW-LOAN-INT        PIC S9(11)V9(3) USAGE COMP-3.
            07 CPFW-PREMIUMS        PIC S9(11)V9(3) USAGE COMP-3.
            07 CPFW-INT-PAID        PIC S9(11)V9(3) USAGE COMP-3.
            07 CPFW-TD-INT          PIC S9(11)V9(3) USAGE COMP-3.
            07 CPFW-CLAIMS          PIC S9(11)V9(3) USAGE COMP-3.
            07 CPFW-REVENUE         PIC S9(11)V9(3) USAGE COMP-3.
            07 CPFW-COST            PIC S9(11)V9(3) USAGE COMP-3.
            07 CPFW-NET             PIC S9(11)V9(3) USAGE COMP-3.
        01 CPFW-ACCT-COUNT          PIC S9(9) COMP VALUE 0.
        01 CPFW-LOAN-COUNT          PIC S9(9) COMP VALUE 0.
        01 CPFW-POLICY-COUNT        PIC S9(9) COMP VALUE 0.
        01 CPFW-TD-COUNT            PIC S9(9) COMP VALUE 0.
      **************************************************************
      * TOTAL LINES (BRANCH OR SEGMENT) READ BACK FROM THE MONTH'S
      * CUSTOMER_PROFIT ROWS.
      **************************************************************
        01 TOTAL-WS.
            07 CPFW-TOT-BRANCH-ID   PIC S9(9) COMP.
            07 CPFW-TOT-SEGMENT     PIC X(3).
            07 CPFW-TOT-CUSTOMERS   PIC S9(9) COMP.
            07 CPFW-TOT-REVENUE     PIC S9(13)V9(3) USAGE COMP-3.
            07 CPFW-TOT-COST        PIC S9(13)V9(3) USAGE COMP-3.
            07 CPFW-TOT-NET         PIC S9(13)V9(3) USAGE COMP-3.
      **************************************************************
        01 WS-RUN-MONTH                    PIC X(6)   VALUE SPACES.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
          03 WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
             05 WS-CURRENT-CCYY            PIC 9(04).
             05 WS-CURRENT-MM              PIC 9(02).
             05 WS-CURRENT-DD              PIC 9(02).
        01 WS-MONTH-START-D.
             05 WS-MS-CCYY                 PIC 9(04).
             05 WS-MS-MM                   PIC 9(02).
             05 WS-MS-DD                   PIC 9(02) VALUE 01.
        01 WS-MONTH-START-N REDEFINES WS-MONTH-START-D
                                           PIC 9(08).
        01 WS-MONTH-START                  PIC 9(8)   VALUE 0.
        01 WS-MONTH-START-X                PIC X(8)   VALUE SPACES.
        01 WS-CURRENT-DATE-X               PIC X(8)   VALUE SPACES.
        01 WS-FROM-TS.
          05 WS-FROM-TS-CCYY        PIC 9(4).
          05 FILLER                 PIC X(1)  VALUE '-'.
          05 WS-FROM-TS-MM          PIC 9(2).
          05 FILLER                 PIC X(16) VALUE '-01-00.00.00.000'.
          05 FILLER                 PIC X(3)  VALUE '000'.
        01 WS-END-TS.
          05 WS-END-TS-CCYY         PIC 9(4).
          05 FILLER                 PIC X(1)  VALUE '-'.
          05 WS-END-TS-MM           PIC 9(2).
          05 FILLER                 PIC X(1)  VALUE '-'.
          05 WS-END-TS-DD           PIC 9(2).
          05 FILLER                 PIC X(16) VALUE '-24.00.00.000000'.
        01 WS-RANK                         PIC 9(7)   VALUE 0.
        01 WS-RANK-ED                      PIC Z(6)9.
        01 WS-BRANCH-ED                    PIC -9(9).
        01 WS-CUST-ED                      PIC Z(6)9.
        01 WS-REV-ED                       PIC -(12)9.99.
        01 WS-COST-ED                      PIC -(12)9.99.
        01 WS-NET-ED                       PIC -(12)9.99.
        01 CPRF-EDIT-FIELDS.
          05 WS-XAMT-ED OCCURS 10            PIC -9(11).9(3).
        01 WS-XAMT-IX                      PIC S9(4)  COMP VALUE 0.
        01 WS-CUSTOMERS-READ               PIC 9(7)   VALUE 0.
        01 WS-CUSTOMERS-PROFILED           PIC 9(7)   VALUE 0.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-PROFIT-REPORT-STATUS         PIC X(2)   VALUE '00'.
        01 WS-PROFIT-EXTRACT-STATUS        PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 INNER-EOF                       PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * SHARED BATCH RUN-CONTROL WORK AREA (OLS0002.
      * BATCH_RUN_CONTROL), THE SAME DOUBLE-RUN GUARD EVERY
      * MONTH-END JOB CARRIES, AND THE DEPGCS9 DEPENDENCY GATE -
      * THE ROLL-UP ONLY MEANS SOMETHING ONCE THE MONTH'S FEE,
      * INTEREST AND CLAIM JOBS HAVE FINISHED.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'CPRFCS9 '.
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
      * FEED ENVELOPE WORK AREA - SEE FVERCS9. THE HASH TOTAL IS
      * TAKEN ON THE NET CONTRIBUTION, FIELD 15 OF THE EXTRACT.
      **************************************************************
        01 FEED-RUN-ID                     PIC X(14)  VALUE SPACES.
        01 FEED-AMT-FIELD-NO               PIC 9(2)   VALUE 15.
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
           PERFORM INIT-RTN THRU INIT-RTN-END
           PERFORM CLEAR-MONTH THRU CLEAR-MONTH-END
           PERFORM DO-DECLARE THRU DO-DECLARE-END
           PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
           PERFORM DO-FETCH THRU DO-FETCH-END
           PERFORM CUSTOMER-LOOP THRU CUSTOMER-LOOP-END
              UNTIL EODATA = 'Y'
           PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           PERFORM WRITE-FEED-TRAILER THRU WRITE-FEED-TRAILER-END
           PERFORM REPORT-RANKING THRU REPORT-RANKING-END
           PERFORM REPORT-BRANCHES THRU REPORT-BRANCHES-END
           PERFORM REPORT-SEGMENTS THRU REPORT-SEGMENTS-END
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'CPRFCS9 CUSTOMERS READ:     ' WS-CUSTOMERS-READ
           DISPLAY 'CPRFCS9 CUSTOMERS PROFILED: '
              WS-CUSTOMERS-PROFILED
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-CCYY TO WS-MS-CCYY
           MOVE WS-CURRENT-MM   TO WS-MS-MM
           MOVE WS-MONTH-START-N TO WS-MONTH-START
           MOVE WS-MONTH-START-N TO WS-MONTH-START-X
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-X
           MOVE WS-CURRENT-DATE-DATA(1:6) TO WS-RUN-MONTH
           MOVE WS-CURRENT-CCYY TO WS-FROM-TS-CCYY WS-END-TS-CCYY
           MOVE WS-CURRENT-MM   TO WS-FROM-TS-MM   WS-END-TS-MM
           MOVE WS-CURRENT-DD   TO WS-END-TS-DD
           OPEN OUTPUT PROFIT-REPORT-FILE
           IF WS-PROFIT-REPORT-STATUS NOT = '00'
              DISPLAY 'PROFIT-REPORT-FILE OPEN FAILED, STATUS: '
                 WS-PROFIT-REPORT-STATUS
              PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT PROFIT-EXTRACT-FILE
           IF WS-PROFIT-EXTRACT-STATUS NOT = '00'
              DISPLAY 'PROFIT-EXTRACT-FILE OPEN FAILED, STATUS: '
                 WS-PROFIT-EXTRACT-STATUS
              CLOSE PROFIT-REPORT-FILE
              PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM WRITE-FEED-HEADER THRU WRITE-FEED-HEADER-END.
       INIT-RTN-END.
           EXIT.
      **************************************************************
      * A MONTH-END RERUN REPLACES THE MONTH'S ROWS RATHER THAN
      * DOUBLING THEM IN THE RANKING AND THE TOTALS.
      **************************************************************
       CLEAR-MONTH.
           EXEC SQL
                DELETE FROM OLS0002.CUSTOMER_PROFIT
                 WHERE CPF_MONTH = :WS-RUN-MONTH
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM DO-POSTSQL THRU DO-POSTSQL-END
           END-IF.
       CLEAR-MONTH-END.
           EXIT.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE C1 CURSOR FOR
                SELECT
                  CUS_CUSTOMER_ID,
                  CUS_NAME
                FROM OLS0002.CUSTOMER_MASTER
                ORDER BY CUS_CUSTOMER_ID
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
                  :CPFW-CUSTOMER-ID,
                  :CPFW-CUSTOMER-NAME
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
      * ONE ITERATION OF THE CUSTOMER LOOP: WORK OUT WHICH LINES
      * THE CUSTOMER HOLDS, ROLL UP THE MONTH, STORE AND EXTRACT
      * IT, THEN FETCH THE NEXT. A CUSTOMER WITH NO PRODUCT AT
      * ALL IS SKIPPED.
      **************************************************************
       CUSTOMER-LOOP.
           ADD 1 TO WS-CUSTOMERS-READ
           PERFORM GET-SEGMENT THRU GET-SEGMENT-END
           IF CPFW-SEGMENT NOT = '---'
              PERFORM ROLL-UP-BANKING THRU ROLL-UP-BANKING-END
              PERFORM ROLL-UP-LENDING THRU ROLL-UP-LENDING-END
              PERFORM ROLL-UP-INSURANCE THRU ROLL-UP-INSURANCE-END
              COMPUTE CPFW-REVENUE = CPFW-FEES + CPFW-DEBIT-INT
                 + CPFW-LOAN-INT + CPFW-PREMIUMS
              COMPUTE CPFW-COST = CPFW-INT-PAID + CPFW-TD-INT
                 + CPFW-CLAIMS
              COMPUTE CPFW-NET = CPFW-REVENUE - CPFW-COST
              PERFORM STORE-PROFIT THRU STORE-PROFIT-END
              PERFORM WRITE-EXTRACT-RECORD
                 THRU WRITE-EXTRACT-RECORD-END
           END-IF
           PERFORM DO-FETCH THRU DO-FETCH-END.
       CUSTOMER-LOOP-END.
           EXIT.
      **************************************************************
      * SEGMENT FLAGS AND HOME BRANCH. DEPOSITS COUNT ACCOUNT2
      * ACCOUNTS AND ACTIVE TERM DEPOSITS; LENDING ACTIVE LOANS;
      * INSURANCE ACTIVE POLICIES.
      **************************************************************
       GET-SEGMENT.
           MOVE '---' TO CPFW-SEGMENT
           MOVE 0 TO CPFW-BRANCH-ID
           MOVE 0 TO CPFW-ACCT-COUNT CPFW-TD-COUNT
                     CPFW-LOAN-COUNT CPFW-POLICY-COUNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :CPFW-ACCT-COUNT
                  FROM OLS0002.ACCOUNT2
                 WHERE ACCT_CUSTOMER_ID = :CPFW-CUSTOMER-ID
           END-EXEC
           EXEC SQL
                SELECT COUNT(*)
                  INTO :CPFW-TD-COUNT
                  FROM OLS0002.TERM_DEPOSIT
                 WHERE TD_CUSTOMER_ID = :CPFW-CUSTOMER-ID
                   AND TD_STATUS = 'A'
           END-EXEC
           EXEC SQL
                SELECT COUNT(*)
                  INTO :CPFW-LOAN-COUNT
                  FROM OLS0002.LOAN_ACCOUNT
                 WHERE LN_CUSTOMER_ID = :CPFW-CUSTOMER-ID
                   AND LN_STATUS = 'A'
           END-EXEC
           EXEC SQL
                SELECT COUNT(*)
                  INTO :CPFW-POLICY-COUNT
                  FROM OLS0002.POLICY2
                 WHERE POL_CUSTOMER_ID = :CPFW-CUSTOMER-ID
                   AND POL_ISACTIVE = 'Y'
           END-EXEC
           IF CPFW-ACCT-COUNT > 0 OR CPFW-TD-COUNT > 0
              MOVE 'D' TO CPFW-SEG-D
           END-IF
           IF CPFW-LOAN-COUNT > 0
              MOVE 'L' TO CPFW-SEG-L
           END-IF
           IF CPFW-POLICY-COUNT > 0
              MOVE 'I' TO CPFW-SEG-I
           END-IF
           IF CPFW-ACCT-COUNT > 0
              EXEC SQL
                   SELECT ACCT_BRNCH_ID
                     INTO :CPFW-BRANCH-ID
                     FROM OLS0002.ACCOUNT2
                    WHERE ACCT_CUSTOMER_ID = :CPFW-CUSTOMER-ID
                    ORDER BY ACCT_CRT_DT, ACCT_ACCOUNT_ID
                    FETCH FIRST 1 ROW ONLY
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 0 TO CPFW-BRANCH-ID
              END-IF
           END-IF.
       GET-SEGMENT-END.
           EXIT.
      **************************************************************
      * LEDGER REVENUE AND COST ACROSS ALL THE CUSTOMER'S ACCOUNTS
      * FOR THE MONTH TO DATE, PLUS ONE MONTH OF CONTRACTED
      * INTEREST ON EACH ACTIVE TERM DEPOSIT.
      **************************************************************
       ROLL-UP-BANKING.
           MOVE 0 TO CPFW-FEES CPFW-DEBIT-INT CPFW-INT-PAID
                     CPFW-TD-INT
           IF CPFW-ACCT-COUNT > 0
              EXEC SQL
                   SELECT COALESCE(SUM(CASE WHEN T.TXN_TXN_TYPE = 'F'
                               THEN T.TXN_AMOUNT ELSE 0 END), 0),
                          COALESCE(SUM(CASE WHEN T.TXN_TXN_TYPE = 'B'
                               THEN T.TXN_AMOUNT ELSE 0 END), 0),
                          COALESCE(SUM(CASE WHEN T.TXN_TXN_TYPE = 'N'
                               THEN T.TXN_AMOUNT ELSE 0 END), 0)
                     INTO :CPFW-FEES, :CPFW-DEBIT-INT,
                          :CPFW-INT-PAID
                     FROM OLS0002.ACCOUNT2 A,
                          OLS0002.ACCOUNT2_TXN T
                    WHERE A.ACCT_CUSTOMER_ID = :CPFW-CUSTOMER-ID
                      AND T.TXN_ACCOUNT_ID = A.ACCT_ACCOUNT_ID
                      AND T.TXN_TS >= :WS-FROM-TS
                      AND T.TXN_TS < :WS-END-TS
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM REPORT-SQL-FAILURE
                    THRU REPORT-SQL-FAILURE-END
                 MOVE 0 TO CPFW-FEES CPFW-DEBIT-INT CPFW-INT-PAID
              END-IF
           END-IF
           IF CPFW-TD-COUNT > 0
              EXEC SQL
                   SELECT COALESCE(SUM(TD_PRINCIPAL
                                       * TD_CONTRACT_RATE / 12), 0)
                     INTO :CPFW-TD-INT
                     FROM OLS0002.TERM_DEPOSIT
                    WHERE TD_CUSTOMER_ID = :CPFW-CUSTOMER-ID
                      AND TD_STATUS = 'A'
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM REPORT-SQL-FAILURE
                    THRU REPORT-SQL-FAILURE-END
                 MOVE 0 TO CPFW-TD-INT
              END-IF
           END-IF.
       ROLL-UP-BANKING-END.
           EXIT.
      **************************************************************
      * LOAN INTEREST ACTUALLY COLLECTED THIS MONTH, ACROSS EVERY
      * LOAN THE CUSTOMER HAS HAD (A LOAN PAID OFF MID-MONTH STILL
      * EARNED ITS LAST INTEREST).
      **************************************************************
       ROLL-UP-LENDING.
           MOVE 0 TO CPFW-LOAN-INT
           EXEC SQL
                SELECT COALESCE(SUM(S.LNS_PAID_INTEREST), 0)
                  INTO :CPFW-LOAN-INT
                  FROM OLS0002.LOAN_ACCOUNT L,
                       OLS0002.LOAN_SCHEDULE S
                 WHERE L.LN_CUSTOMER_ID = :CPFW-CUSTOMER-ID
                   AND S.LNS_LOAN_ID = L.LN_LOAN_ID
                   AND S.LNS_PAID_DT >= :WS-MONTH-START
                   AND S.LNS_PAID_DT <= :WS-CURRENT-DATE
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
              MOVE 0 TO CPFW-LOAN-INT
           END-IF.
       ROLL-UP-LENDING-END.
           EXIT.
      **************************************************************
      * EARNED PREMIUM AND PAID CLAIMS ON THE LOSSCS2 BASIS.
      **************************************************************
       ROLL-UP-INSURANCE.
           MOVE 0 TO CPFW-PREMIUMS CPFW-CLAIMS
           EXEC SQL
                SELECT COALESCE(SUM(POL_MONTHLY_PYMT), 0)
                  INTO :CPFW-PREMIUMS
                  FROM OLS0002.POLICY2
                 WHERE POL_CUSTOMER_ID = :CPFW-CUSTOMER-ID
                   AND POL_ISACTIVE = 'Y'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
              MOVE 0 TO CPFW-PREMIUMS
           END-IF
           EXEC SQL
                SELECT COALESCE(SUM(C.CLM_AMOUNT), 0)
                  INTO :CPFW-CLAIMS
                  FROM OLS0002.CLAIM2 C,
                       OLS0002.POLICY2 P
                 WHERE P.POL_CUSTOMER_ID = :CPFW-CUSTOMER-ID
                   AND C.CLM_POLICY_NUM = P.POL_POLICY_NUM
                   AND (C.CLM_STATUS = 'PAID'
                        OR C.CLM_STATUS = 'CLOSED')
                   AND C.CLM_DECISION_DT >= :WS-MONTH-START-X
                   AND C.CLM_DECISION_DT <= :WS-CURRENT-DATE-X
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
              MOVE 0 TO CPFW-CLAIMS
           END-IF.
       ROLL-UP-INSURANCE-END.
           EXIT.
      **************************************************************
       STORE-PROFIT.
           EXEC SQL
                INSERT INTO OLS0002.CUSTOMER_PROFIT (
                   CPF_MONTH, CPF_CUSTOMER_ID, CPF_CUSTOMER_NAME,
                   CPF_BRANCH_ID, CPF_SEGMENT, CPF_FEES,
                   CPF_DEBIT_INT, CPF_LOAN_INT, CPF_PREMIUMS,
                   CPF_INT_PAID, CPF_TD_INT, CPF_CLAIMS,
                   CPF_REVENUE, CPF_COST, CPF_NET)
                VALUES (
                   :WS-RUN-MONTH, :CPFW-CUSTOMER-ID,
                   :CPFW-CUSTOMER-NAME, :CPFW-BRANCH-ID,
                   :CPFW-SEGMENT, :CPFW-FEES, :CPFW-DEBIT-INT,
                   :CPFW-LOAN-INT, :CPFW-PREMIUMS, :CPFW-INT-PAID,
                   :CPFW-TD-INT, :CPFW-CLAIMS, :CPFW-REVENUE,
                   :CPFW-COST, :CPFW-NET)
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-CUSTOMERS-PROFILED
           ELSE
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
           END-IF.
       STORE-PROFIT-END.
           EXIT.
      **************************************************************
      * MONTH|CUSTOMER|NAME|BRANCH|SEGMENT|FEES|DEBIT INT|LOAN INT|
      * PREMIUMS|INT PAID|TD INT|CLAIMS|REVENUE|COST|NET
      **************************************************************
       WRITE-EXTRACT-RECORD.
           MOVE CPFW-FEES      TO WS-XAMT-ED(1)
           MOVE CPFW-DEBIT-INT TO WS-XAMT-ED(2)
           MOVE CPFW-LOAN-INT  TO WS-XAMT-ED(3)
           MOVE CPFW-PREMIUMS  TO WS-XAMT-ED(4)
           MOVE CPFW-INT-PAID  TO WS-XAMT-ED(5)
           MOVE CPFW-TD-INT    TO WS-XAMT-ED(6)
           MOVE CPFW-CLAIMS    TO WS-XAMT-ED(7)
           MOVE CPFW-REVENUE   TO WS-XAMT-ED(8)
           MOVE CPFW-COST      TO WS-XAMT-ED(9)
           MOVE CPFW-NET       TO WS-XAMT-ED(10)
           MOVE CPFW-BRANCH-ID TO WS-BRANCH-ED
           ADD CPFW-NET TO FEED-HASH-TOTAL
           MOVE SPACES TO PROFIT-EXTRACT-RECORD
           STRING
              WS-RUN-MONTH          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              CPFW-CUSTOMER-ID      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              CPFW-CUSTOMER-NAME    DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-BRANCH-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              CPFW-SEGMENT          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-XAMT-ED(1)         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-XAMT-ED(2)         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-XAMT-ED(3)         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-XAMT-ED(4)         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-XAMT-ED(5)         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-XAMT-ED(6)         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-XAMT-ED(7)         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-XAMT-ED(8)         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-XAMT-ED(9)         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-XAMT-ED(10)        DELIMITED BY SIZE
              INTO PROFIT-EXTRACT-RECORD
           END-STRING
           WRITE PROFIT-EXTRACT-RECORD.
       WRITE-EXTRACT-RECORD-END.
           EXIT.
      **************************************************************
       WRITE-FEED-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO FEED-RUN-ID
           MOVE SPACES TO PROFIT-EXTRACT-RECORD
           STRING
              'HDR|'                DELIMITED BY SIZE
              'CPRFCS9 |'           DELIMITED BY SIZE
              RUNC-BUSINESS-DT      DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              FEED-RUN-ID           DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              FEED-AMT-FIELD-NO     DELIMITED BY SIZE
              INTO PROFIT-EXTRACT-RECORD
           END-STRING
           WRITE PROFIT-EXTRACT-RECORD.
       WRITE-FEED-HEADER-END.
           EXIT.
      **************************************************************
       WRITE-FEED-TRAILER.
           MOVE WS-CUSTOMERS-PROFILED TO FEED-TRL-COUNT-ED
           MOVE FEED-HASH-TOTAL TO FEED-TRL-HASH-ED
           MOVE SPACES TO PROFIT-EXTRACT-RECORD
           STRING
              'TRL|'                DELIMITED BY SIZE
              FEED-TRL-COUNT-ED     DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              FEED-TRL-HASH-ED      DELIMITED BY SIZE
              INTO PROFIT-EXTRACT-RECORD
           END-STRING
           WRITE PROFIT-EXTRACT-RECORD.
       WRITE-FEED-TRAILER-END.
           EXIT.
      **************************************************************
      * SECTION 1 - THE MONTH'S CUSTOMERS RANKED BY NET
      * CONTRIBUTION, BEST FIRST:
      * RANK|CUSTOMER|NAME|BRANCH|SEGMENT|REVENUE|COST|NET
      **************************************************************
       REPORT-RANKING.
           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING
              'CUSTOMER PROFITABILITY - MONTH '
                                    DELIMITED BY SIZE
              WS-RUN-MONTH          DELIMITED BY SIZE
              ' TO '                DELIMITED BY SIZE
              WS-CURRENT-DATE       DELIMITED BY SIZE
              INTO PROFIT-REPORT-LINE
           END-STRING
           WRITE PROFIT-REPORT-LINE
           MOVE ALL '=' TO PROFIT-REPORT-LINE(1:51)
           MOVE SPACES TO PROFIT-REPORT-LINE(52:81)
           WRITE PROFIT-REPORT-LINE
           MOVE 'RANKED BY NET CONTRIBUTION' TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           MOVE 0 TO WS-RANK
           EXEC SQL
              DECLARE R1 CURSOR FOR
                 SELECT CPF_CUSTOMER_ID, CPF_CUSTOMER_NAME,
                        CPF_BRANCH_ID, CPF_SEGMENT,
                        CPF_REVENUE, CPF_COST, CPF_NET
                   FROM OLS0002.CUSTOMER_PROFIT
                  WHERE CPF_MONTH = :WS-RUN-MONTH
                  ORDER BY CPF_NET DESC, CPF_CUSTOMER_ID
           END-EXEC
           EXEC SQL
              OPEN R1
           END-EXEC
           MOVE 'N' TO INNER-EOF
           PERFORM FETCH-RANKED THRU FETCH-RANKED-END
           PERFORM RANKED-LINE THRU RANKED-LINE-END
              UNTIL INNER-EOF = 'Y'
           EXEC SQL
              CLOSE R1
           END-EXEC.
       REPORT-RANKING-END.
           EXIT.
      **************************************************************
       FETCH-RANKED.
           EXEC SQL
                FETCH R1 INTO
                  :CPFW-CUSTOMER-ID,
                  :CPFW-CUSTOMER-NAME,
                  :CPFW-BRANCH-ID,
                  :CPFW-SEGMENT,
                  :CPFW-REVENUE,
                  :CPFW-COST,
                  :CPFW-NET
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO INNER-EOF
              IF SQLCODE NOT = 100
                 PERFORM REPORT-SQL-FAILURE
                    THRU REPORT-SQL-FAILURE-END
              END-IF
           END-IF.
       FETCH-RANKED-END.
           EXIT.
      **************************************************************
       RANKED-LINE.
           ADD 1 TO WS-RANK
           MOVE WS-RANK TO WS-RANK-ED
           MOVE CPFW-BRANCH-ID TO WS-BRANCH-ED
           MOVE CPFW-REVENUE TO WS-REV-ED
           MOVE CPFW-COST TO WS-COST-ED
           MOVE CPFW-NET TO WS-NET-ED
           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING
              WS-RANK-ED            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              CPFW-CUSTOMER-ID      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              CPFW-CUSTOMER-NAME    DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-BRANCH-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              CPFW-SEGMENT          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-REV-ED             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-COST-ED            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-NET-ED             DELIMITED BY SIZE
              INTO PROFIT-REPORT-LINE
           END-STRING
           WRITE PROFIT-REPORT-LINE
           PERFORM FETCH-RANKED THRU FETCH-RANKED-END.
       RANKED-LINE-END.
           EXIT.
      **************************************************************
      * SECTION 2 - TOTALS BY HOME BRANCH, MOST PROFITABLE FIRST:
      * BRANCH|CUSTOMERS|REVENUE|COST|NET
      **************************************************************
       REPORT-BRANCHES.
           MOVE SPACES TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           MOVE 'TOTALS BY BRANCH' TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           EXEC SQL
              DECLARE B1 CURSOR FOR
                 SELECT CPF_BRANCH_ID, COUNT(*),
                        SUM(CPF_REVENUE), SUM(CPF_COST),
                        SUM(CPF_NET)
                   FROM OLS0002.CUSTOMER_PROFIT
                  WHERE CPF_MONTH = :WS-RUN-MONTH
                  GROUP BY CPF_BRANCH_ID
                  ORDER BY 5 DESC
           END-EXEC
           EXEC SQL
              OPEN B1
           END-EXEC
           MOVE 'N' TO INNER-EOF
           PERFORM FETCH-BRANCH THRU FETCH-BRANCH-END
           PERFORM BRANCH-LINE THRU BRANCH-LINE-END
              UNTIL INNER-EOF = 'Y'
           EXEC SQL
              CLOSE B1
           END-EXEC.
       REPORT-BRANCHES-END.
           EXIT.
      **************************************************************
       FETCH-BRANCH.
           EXEC SQL
                FETCH B1 INTO
                  :CPFW-TOT-BRANCH-ID,
                  :CPFW-TOT-CUSTOMERS,
                  :CPFW-TOT-REVENUE,
                  :CPFW-TOT-COST,
                  :CPFW-TOT-NET
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO INNER-EOF
              IF SQLCODE NOT = 100
                 PERFORM REPORT-SQL-FAILURE
                    THRU REPORT-SQL-FAILURE-END
              END-IF
           END-IF.
       FETCH-BRANCH-END.
           EXIT.
      **************************************************************
       BRANCH-LINE.
           MOVE CPFW-TOT-BRANCH-ID TO WS-BRANCH-ED
           MOVE CPFW-TOT-CUSTOMERS TO WS-CUST-ED
           MOVE CPFW-TOT-REVENUE TO WS-REV-ED
           MOVE CPFW-TOT-COST TO WS-COST-ED
           MOVE CPFW-TOT-NET TO WS-NET-ED
           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING
              WS-BRANCH-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CUST-ED            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-REV-ED             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-COST-ED            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-NET-ED             DELIMITED BY SIZE
              INTO PROFIT-REPORT-LINE
           END-STRING
           WRITE PROFIT-REPORT-LINE
           PERFORM FETCH-BRANCH THRU FETCH-BRANCH-END.
       BRANCH-LINE-END.
           EXIT.
      **************************************************************
      * SECTION 3 - TOTALS BY PRODUCT SEGMENT, MOST PROFITABLE
      * FIRST: SEGMENT|CUSTOMERS|REVENUE|COST|NET
      **************************************************************
       REPORT-SEGMENTS.
           MOVE SPACES TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           MOVE 'TOTALS BY PRODUCT SEGMENT (D DEPOSITS, L LENDING, I INS
      -         'URANCE)' TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           EXEC SQL
              DECLARE S1 CURSOR FOR
                 SELECT CPF_SEGMENT, COUNT(*),
                        SUM(CPF_REVENUE), SUM(CPF_COST),
                        SUM(CPF_NET)
                   FROM OLS0002.CUSTOMER_PROFIT
                  WHERE CPF_MONTH = :WS-RUN-MONTH
                  GROUP BY CPF_SEGMENT
                  ORDER BY 5 DESC
           END-EXEC
           EXEC SQL
              OPEN S1
           END-EXEC
           MOVE 'N' TO INNER-EOF
           PERFORM FETCH-SEGMENT THRU FETCH-SEGMENT-END
           PERFORM SEGMENT-LINE THRU SEGMENT-LINE-END
              UNTIL INNER-EOF = 'Y'
           EXEC SQL
              CLOSE S1
           END-EXEC.
       REPORT-SEGMENTS-END.
           EXIT.
      **************************************************************
       FETCH-SEGMENT.
           EXEC SQL
                FETCH S1 INTO
                  :CPFW-TOT-SEGMENT,
                  :CPFW-TOT-CUSTOMERS,
                  :CPFW-TOT-REVENUE,
                  :CPFW-TOT-COST,
                  :CPFW-TOT-NET
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO INNER-EOF
              IF SQLCODE NOT = 100
                 PERFORM REPORT-SQL-FAILURE
                    THRU REPORT-SQL-FAILURE-END
              END-IF
           END-IF.
       FETCH-SEGMENT-END.
           EXIT.
      **************************************************************
       SEGMENT-LINE.
           MOVE CPFW-TOT-CUSTOMERS TO WS-CUST-ED
           MOVE CPFW-TOT-REVENUE TO WS-REV-ED
           MOVE CPFW-TOT-COST TO WS-COST-ED
           MOVE CPFW-TOT-NET TO WS-NET-ED
           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING
              CPFW-TOT-SEGMENT      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CUST-ED            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-REV-ED             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-COST-ED            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-NET-ED             DELIMITED BY SIZE
              INTO PROFIT-REPORT-LINE
           END-STRING
           WRITE PROFIT-REPORT-LINE
           PERFORM FETCH-SEGMENT THRU FETCH-SEGMENT-END.
       SEGMENT-LINE-END.
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
           CLOSE PROFIT-REPORT-FILE
           CLOSE PROFIT-EXTRACT-FILE.
       CLOSE-FILES-END.
           EXIT.
      **************************************************************
      * A FAILED ROLL-UP STATEMENT IS REPORTED AND THAT FIGURE
      * TAKEN AS ZERO; THE CUSTOMER LOOP CARRIES ON.
      **************************************************************
       REPORT-SQL-FAILURE.
           MOVE SQLCODE TO TXT-SQLCODE
           MOVE SQLSTATE TO TXT-SQLSTATE
           MOVE SQLERRMC TO TXT-SQLERRMC
           DISPLAY 'CPRFCS9 SQL ERROR FOR CUSTOMER ' CPFW-CUSTOMER-ID
              ' SQLCODE: ' TXT-SQLCODE
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
                  DISPLAY 'CPRFCS9 SQL ERROR. SQLCODE: ' TXT-SQLCODE
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
           MOVE WS-CUSTOMERS-PROFILED TO RUNC-RECORDS
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
