CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * LQLDCS9 - WEEKLY LIQUIDITY MATURITY-LADDER REPORT BATCH
      * JOB. TREASURY'S "HOW MUCH IS CONTRACTUALLY DUE IN AND OUT
      * OVER THE NEXT YEAR" WAS ASSEMBLED BY HAND EVERY WEEK. THIS
      * JOB BUCKETS EVERY EXPECTED CASH FLOW, PER CURRENCY, INTO
      * OVERNIGHT, UNDER 1 WEEK, UNDER 1 MONTH, 1-3 MONTHS, 3-12
      * MONTHS AND OVER 1 YEAR BY ITS DISTANCE IN CALENDAR DAYS
      * FROM THE RUN DATE (1, 7, 30, 91 AND 365 DAYS ARE THE
      * BUCKET CEILINGS) AND PRINTS THE LADDER TO LQLADDR.
      *   OUTFLOWS - ACTIVE OLS0002.TERM_DEPOSIT ROWS AT MATURITY
      *              FOR PRINCIPAL PLUS THE CONTRACTED TERM INTEREST
      *              TDMTCS9 WILL PAY; ACCEPTED OLS0002.PAYMENT_ORDER
      *              ROWS, WHICH PMOSCS9 SETTLES TONIGHT (OVERNIGHT);
      *              ACTIVE OLS0002.TRANSFER_WAREHOUSE ORDERS IN THE
      *              DEBIT ACCOUNT'S CURRENCY, RECURRING ONES
      *              PROJECTED OVER THE NEXT YEAR ON THE SAME 30/90/
      *              365-DAY ROLL TRWRCS9 APPLIES; AND THE CREDIT
      *              BALANCES ON OLS0002.ACCOUNT2, WHICH HAVE NO
      *              CONTRACTUAL DATE, RUN OFF BY THE BEHAVIORAL
      *              RATE FOR EACH BUCKET.
      *   INFLOWS  - OPEN OLS0002.LOAN_SCHEDULE INSTALLMENTS OF
      *              ACTIVE LOANS (WHAT IS STILL UNPAID OF PRINCIPAL
      *              PLUS INTEREST) ON THEIR DUE DATE. AN INSTALLMENT
      *              ALREADY PAST DUE IS LEFT OUT - LNDQCS9 CHASES
      *              IT, AND A LADDER MUST NOT COUNT ON IT.
      * THE RUN-OFF RATE AND THE CUMULATIVE-GAP LIMIT FOR EACH
      * BUCKET COME FROM OLS0002.LIQUIDITY_LADDER_CONTROL, KEYED BY
      * CURRENCY AND BUCKET NUMBER (1-6), WITH A '***' CURRENCY ROW
      * AS THE DEFAULT FOR ANY CURRENCY WITHOUT ITS OWN. THE LIMIT
      * IS THE LARGEST NEGATIVE CUMULATIVE GAP TREASURY TOLERATES,
      * HELD AS A POSITIVE AMOUNT; ZERO OR NO ROW MEANS NO RUN-OFF
      * AND NO LIMIT. A BUCKET WHOSE CUMULATIVE GAP (INFLOWS LESS
      * OUTFLOWS TO DATE) IS SHORTER THAN THE LIMIT IS FLAGGED
      * '*** BREACH'. RUNS UNDER THE SHARED BATCH_RUN_CONTROL GUARD
      * AND DEPGCS9 DEPENDENCY GATE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. LQLDCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT LADDER-FILE ASSIGN TO LQLADDR
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LADDER-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  LADDER-FILE
            RECORDING MODE IS F.
        01  LADDER-RECORD                  PIC X(132).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLLIQLADCTL.
           10 LLC_CURRENCY         PIC X(3).
           10 LLC_BUCKET_NO        PIC S9(4) USAGE COMP.
           10 LLC_RUNOFF_RATE      PIC S9V9(4) USAGE COMP-3.
           10 LLC_GAP_LIMIT        PIC S9(11)V9(3) USAGE COMP-3.
      **************************************************************
      * ONE FETCHED FLOW, WHATEVER ITS SOURCE. ADD-FLOW FILES IT
      * UNDER ITS CURRENCY AND BUCKET.
      **************************************************************
        01 FLOW-WS.
            07 LQLW-FLOW-CCY        PIC X(3).
            07 LQLW-FLOW-DT-NUM     PIC 9(8).
            07 LQLW-FLOW-DT-X REDEFINES LQLW-FLOW-DT-NUM
                                    PIC X(8).
            07 LQLW-FLOW-AMT        PIC S9(13)V9(3) USAGE COMP-3.
            07 LQLW-FLOW-DIR        PIC X(1).
        01 TRANSFER-WS.
            07 LQLW-TRW-AMOUNT      PIC S9(11)V9(3) USAGE COMP-3.
            07 LQLW-TRW-FREQUENCY   PIC X(1).
            07 LQLW-TRW-STEP-DAYS   PIC S9(4)  COMP.
            07 LQLW-TRW-DUE-INT     PIC S9(9)  COMP.
      **************************************************************
      * THE LADDER ITSELF - ONE ENTRY PER CURRENCY SEEN, SIX
      * BUCKETS EACH, PLUS THE DEMAND BALANCE THE RUN-OFF RATES
      * ARE APPLIED TO WHEN THE CURRENCY PRINTS.
      **************************************************************
        01 LQLW-CCY-TABLE.
            05 LQLW-CCY-ENTRY OCCURS 20.
              07 LQLW-CCY             PIC X(3).
              07 LQLW-DEMAND-BAL      PIC S9(13)V9(3) COMP-3.
              07 LQLW-BUCKET OCCURS 6.
                09 LQLW-INFLOW        PIC S9(13)V9(3) COMP-3.
                09 LQLW-OUTFLOW       PIC S9(13)V9(3) COMP-3.
        01 LQLW-CCY-MAX              PIC S9(4) COMP VALUE 20.
        01 LQLW-CCY-COUNT            PIC S9(4) COMP VALUE 0.
        01 LQLW-CX                   PIC S9(4) COMP VALUE 0.
        01 LQLW-SX                   PIC S9(4) COMP VALUE 0.
        01 LQLW-BX                   PIC S9(4) COMP VALUE 0.
        01 LQLW-BUCKET-NAME-LIST.
            05 FILLER                PIC X(12) VALUE 'OVERNIGHT   '.
            05 FILLER                PIC X(12) VALUE 'UNDER 1 WEEK'.
            05 FILLER                PIC X(12) VALUE 'UNDER 1 MTH '.
            05 FILLER                PIC X(12) VALUE '1-3 MONTHS  '.
            05 FILLER                PIC X(12) VALUE '3-12 MONTHS '.
            05 FILLER                PIC X(12) VALUE 'OVER 1 YEAR '.
        01 LQLW-BUCKET-NAMES REDEFINES LQLW-BUCKET-NAME-LIST.
            05 LQLW-BUCKET-NAME OCCURS 6 PIC X(12).
        01 LQLW-BUCKET-CEIL-LIST.
            05 FILLER                PIC 9(5)  VALUE 00001.
            05 FILLER                PIC 9(5)  VALUE 00007.
            05 FILLER                PIC 9(5)  VALUE 00030.
            05 FILLER                PIC 9(5)  VALUE 00091.
            05 FILLER                PIC 9(5)  VALUE 00365.
            05 FILLER                PIC 9(5)  VALUE 99999.
        01 LQLW-BUCKET-CEILS REDEFINES LQLW-BUCKET-CEIL-LIST.
            05 LQLW-BUCKET-CEIL OCCURS 6 PIC 9(5).
      **************************************************************
        01 LQLW-CTL-CCY              PIC X(3)  VALUE SPACES.
        01 LQLW-RUNOFF-RATE          PIC S9V9(4) COMP-3 VALUE 0.
        01 LQLW-GAP-LIMIT            PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 LQLW-RUNOFF-AMT           PIC S9(13)V9(3) COMP-3 VALUE 0.
        01 LQLW-NET-GAP              PIC S9(13)V9(3) COMP-3 VALUE 0.
        01 LQLW-CUM-GAP              PIC S9(13)V9(3) COMP-3 VALUE 0.
        01 LQLW-BREACH-FLAG          PIC X(10) VALUE SPACES.
        01 LQLW-DAYS-OUT             PIC S9(9) COMP VALUE 0.
        01 LQLW-HORIZON-INT          PIC S9(9) COMP VALUE 0.
        01 LQLW-RUN-INT              PIC S9(9) COMP VALUE 0.
      **************************************************************
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE-DATA
                                           PIC X(08).
        01 WS-FLOWS-READ                   PIC 9(7)   VALUE 0.
        01 WS-BREACHES                     PIC 9(5)   VALUE 0.
        01 WS-AMT-IN-ED                    PIC -(12)9.99.
        01 WS-AMT-OUT-ED                   PIC -(12)9.99.
        01 WS-AMT-NET-ED                   PIC -(12)9.99.
        01 WS-AMT-CUM-ED                   PIC -(12)9.99.
        01 WS-AMT-LIM-ED                   PIC -(12)9.99.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-LADDER-FILE-STATUS           PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * SHARED BATCH RUN-CONTROL WORK AREA (OLS0002.
      * BATCH_RUN_CONTROL) AND THE DEPGCS9 DEPENDENCY GATE.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'LQLDCS9 '.
        01 RUNC-BUSINESS-DT                PIC 9(08)  VALUE 0.
        01 RUNC-SUPPRESS-SW                PIC X(1)   VALUE 'N'.
        01 RUNC-DONE-COUNT                 PIC S9(4)  COMP VALUE 0.
        01 RUNC-RECORDS                    PIC S9(9)  COMP-3 VALUE 0.
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
           PERFORM LOAD-TERM-DEPOSITS THRU LOAD-TERM-DEPOSITS-END
           PERFORM LOAD-PAYMENT-ORDERS THRU LOAD-PAYMENT-ORDERS-END
           PERFORM LOAD-TRANSFERS THRU LOAD-TRANSFERS-END
           PERFORM LOAD-DEMAND-BALANCES
              THRU LOAD-DEMAND-BALANCES-END
           PERFORM LOAD-LOAN-INSTALLMENTS
              THRU LOAD-LOAN-INSTALLMENTS-END
           PERFORM WRITE-LADDER THRU WRITE-LADDER-END
           CLOSE LADDER-FILE
           DISPLAY 'LQLDCS9 FLOWS READ:       ' WS-FLOWS-READ
           DISPLAY 'LQLDCS9 CURRENCIES:       ' LQLW-CCY-COUNT
           DISPLAY 'LQLDCS9 LIMIT BREACHES:   ' WS-BREACHES
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           COMPUTE LQLW-RUN-INT =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           COMPUTE LQLW-HORIZON-INT = LQLW-RUN-INT + 365
           MOVE 0 TO LQLW-CCY-COUNT
           OPEN OUTPUT LADDER-FILE
           IF WS-LADDER-FILE-STATUS NOT = '00'
              DISPLAY 'LADDER-FILE OPEN FAILED, STATUS: '
                 WS-LADDER-FILE-STATUS
              PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
       INIT-RTN-END.
           EXIT.
      **************************************************************
      * TERM DEPOSITS PAY OUT PRINCIPAL PLUS THE CONTRACTED TERM
      * INTEREST (PRINCIPAL * RATE * TERM / 12, AS TDMTCS9) ON
      * THE MATURITY DATE, WHATEVER THE ROLLOVER INSTRUCTION - A
      * ROLL IS A BEHAVIORAL ASSUMPTION, NOT A CONTRACTUAL FLOW.
      **************************************************************
       LOAD-TERM-DEPOSITS.
           EXEC SQL
              DECLARE T1 CURSOR FOR
                 SELECT TD_CURRENCY, TD_MATURITY_DT,
                        SUM(TD_PRINCIPAL
                            + TD_PRINCIPAL * TD_CONTRACT_RATE
                              * TD_TERM_MONTHS / 12)
                   FROM OLS0002.TERM_DEPOSIT
                  WHERE TD_STATUS = 'A'
                  GROUP BY TD_CURRENCY, TD_MATURITY_DT
           END-EXEC
           EXEC SQL
              OPEN T1
           END-EXEC
           MOVE 'N' TO EODATA
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END
           MOVE 'O' TO LQLW-FLOW-DIR
           PERFORM FETCH-TERM-DEPOSIT THRU FETCH-TERM-DEPOSIT-END
           PERFORM FILE-TERM-DEPOSIT THRU FILE-TERM-DEPOSIT-END
              UNTIL EODATA = 'Y'
           EXEC SQL
              CLOSE T1
           END-EXEC.
       LOAD-TERM-DEPOSITS-END.
           EXIT.
      **************************************************************
       FETCH-TERM-DEPOSIT.
           IF EODATA = 'Y'
              GO TO FETCH-TERM-DEPOSIT-END
           END-IF
           EXEC SQL
              FETCH T1 INTO
                 :LQLW-FLOW-CCY,
                 :LQLW-FLOW-DT-X,
                 :LQLW-FLOW-AMT
           END-EXEC
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       FETCH-TERM-DEPOSIT-END.
           EXIT.
      **************************************************************
       FILE-TERM-DEPOSIT.
           PERFORM ADD-FLOW THRU ADD-FLOW-END
           PERFORM FETCH-TERM-DEPOSIT THRU FETCH-TERM-DEPOSIT-END.
       FILE-TERM-DEPOSIT-END.
           EXIT.
      **************************************************************
      * ACCEPTED PAYMENT ORDERS LEAVE WITH TONIGHT'S PMOSCS9
      * SETTLEMENT, SO THEY ALL LAND IN THE OVERNIGHT BUCKET.
      **************************************************************
       LOAD-PAYMENT-ORDERS.
           EXEC SQL
              DECLARE P1 CURSOR FOR
                 SELECT PMO_CURRENCY, SUM(PMO_AMOUNT)
                   FROM OLS0002.PAYMENT_ORDER
                  WHERE PMO_STATUS = 'A'
                  GROUP BY PMO_CURRENCY
           END-EXEC
           EXEC SQL
              OPEN P1
           END-EXEC
           MOVE 'N' TO EODATA
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END
           MOVE 'O' TO LQLW-FLOW-DIR
           PERFORM FETCH-PAYMENT-ORDER THRU FETCH-PAYMENT-ORDER-END
           PERFORM FILE-PAYMENT-ORDER THRU FILE-PAYMENT-ORDER-END
              UNTIL EODATA = 'Y'
           EXEC SQL
              CLOSE P1
           END-EXEC.
       LOAD-PAYMENT-ORDERS-END.
           EXIT.
      **************************************************************
       FETCH-PAYMENT-ORDER.
           IF EODATA = 'Y'
              GO TO FETCH-PAYMENT-ORDER-END
           END-IF
           EXEC SQL
              FETCH P1 INTO
                 :LQLW-FLOW-CCY,
                 :LQLW-FLOW-AMT
           END-EXEC
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       FETCH-PAYMENT-ORDER-END.
           EXIT.
      **************************************************************
       FILE-PAYMENT-ORDER.
           MOVE WS-CURRENT-DATE TO LQLW-FLOW-DT-NUM
           PERFORM ADD-FLOW THRU ADD-FLOW-END
           PERFORM FETCH-PAYMENT-ORDER THRU FETCH-PAYMENT-ORDER-END.
       FILE-PAYMENT-ORDER-END.
           EXIT.
      **************************************************************
      * WAREHOUSED TRANSFERS TAKE THE DEBIT ACCOUNT'S CURRENCY. A
      * ONE-TIME ORDER IS ONE FLOW ON ITS DATE; A RECURRING ORDER
      * IS ONE FLOW PER OCCURRENCE FROM ITS NEXT DUE DATE OUT TO
      * THE ONE-YEAR HORIZON.
      **************************************************************
       LOAD-TRANSFERS.
           EXEC SQL
              DECLARE W1 CURSOR FOR
                 SELECT A.ACCT_CURRENCY, W.TRW_NEXT_DUE_DATE,
                        W.TRW_AMOUNT, W.TRW_FREQUENCY
                   FROM OLS0002.TRANSFER_WAREHOUSE W,
                        OLS0002.ACCOUNT2 A
                  WHERE W.TRW_STATUS = 'A'
                    AND A.ACCT_ACCOUNT_ID = W.TRW_FROM_ACCOUNT_ID
           END-EXEC
           EXEC SQL
              OPEN W1
           END-EXEC
           MOVE 'N' TO EODATA
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END
           MOVE 'O' TO LQLW-FLOW-DIR
           PERFORM FETCH-TRANSFER THRU FETCH-TRANSFER-END
           PERFORM FILE-TRANSFER THRU FILE-TRANSFER-END
              UNTIL EODATA = 'Y'
           EXEC SQL
              CLOSE W1
           END-EXEC.
       LOAD-TRANSFERS-END.
           EXIT.
      **************************************************************
       FETCH-TRANSFER.
           IF EODATA = 'Y'
              GO TO FETCH-TRANSFER-END
           END-IF
           EXEC SQL
              FETCH W1 INTO
                 :LQLW-FLOW-CCY,
                 :LQLW-FLOW-DT-X,
                 :LQLW-TRW-AMOUNT,
                 :LQLW-TRW-FREQUENCY
           END-EXEC
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       FETCH-TRANSFER-END.
           EXIT.
      **************************************************************
       FILE-TRANSFER.
           MOVE LQLW-TRW-AMOUNT TO LQLW-FLOW-AMT
           IF LQLW-TRW-FREQUENCY = 'O'
              OR LQLW-FLOW-DT-NUM < 16010101
              PERFORM ADD-FLOW THRU ADD-FLOW-END
           ELSE
              EVALUATE LQLW-TRW-FREQUENCY
                 WHEN 'Q'
                    MOVE 90 TO LQLW-TRW-STEP-DAYS
                 WHEN 'Y'
                    MOVE 365 TO LQLW-TRW-STEP-DAYS
                 WHEN OTHER
                    MOVE 30 TO LQLW-TRW-STEP-DAYS
              END-EVALUATE
              COMPUTE LQLW-TRW-DUE-INT =
                 FUNCTION INTEGER-OF-DATE(LQLW-FLOW-DT-NUM)
              PERFORM PROJECT-TRANSFER THRU PROJECT-TRANSFER-END
                 UNTIL LQLW-TRW-DUE-INT > LQLW-HORIZON-INT
           END-IF
           PERFORM FETCH-TRANSFER THRU FETCH-TRANSFER-END.
       FILE-TRANSFER-END.
           EXIT.
      **************************************************************
       PROJECT-TRANSFER.
           MOVE FUNCTION DATE-OF-INTEGER(LQLW-TRW-DUE-INT)
              TO LQLW-FLOW-DT-NUM
           PERFORM ADD-FLOW THRU ADD-FLOW-END
           ADD LQLW-TRW-STEP-DAYS TO LQLW-TRW-DUE-INT.
       PROJECT-TRANSFER-END.
           EXIT.
      **************************************************************
      * CREDIT BALANCES ONLY - AN OVERDRAWN ACCOUNT IS NOT MONEY
      * THAT CAN RUN OFF. THE RUN-OFF ITSELF IS APPLIED PER BUCKET
      * WHEN THE CURRENCY PRINTS.
      **************************************************************
       LOAD-DEMAND-BALANCES.
           EXEC SQL
              DECLARE A1 CURSOR FOR
                 SELECT ACCT_CURRENCY, SUM(ACCT_BALANCE)
                   FROM OLS0002.ACCOUNT2
                  WHERE ACCT_BALANCE > 0
                  GROUP BY ACCT_CURRENCY
           END-EXEC
           EXEC SQL
              OPEN A1
           END-EXEC
           MOVE 'N' TO EODATA
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END
           PERFORM FETCH-DEMAND THRU FETCH-DEMAND-END
           PERFORM FILE-DEMAND THRU FILE-DEMAND-END
              UNTIL EODATA = 'Y'
           EXEC SQL
              CLOSE A1
           END-EXEC.
       LOAD-DEMAND-BALANCES-END.
           EXIT.
      **************************************************************
       FETCH-DEMAND.
           IF EODATA = 'Y'
              GO TO FETCH-DEMAND-END
           END-IF
           EXEC SQL
              FETCH A1 INTO
                 :LQLW-FLOW-CCY,
                 :LQLW-FLOW-AMT
           END-EXEC
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       FETCH-DEMAND-END.
           EXIT.
      **************************************************************
       FILE-DEMAND.
           ADD 1 TO WS-FLOWS-READ
           PERFORM FIND-CURRENCY THRU FIND-CURRENCY-END
           IF LQLW-CX > 0
              ADD LQLW-FLOW-AMT TO LQLW-DEMAND-BAL(LQLW-CX)
           END-IF
           PERFORM FETCH-DEMAND THRU FETCH-DEMAND-END.
       FILE-DEMAND-END.
           EXIT.
      **************************************************************
      * INSTALLMENTS STILL OPEN ON ACTIVE LOANS, DUE TODAY OR
      * LATER, FOR WHATEVER IS NOT YET PAID OF EACH PORTION.
      **************************************************************
       LOAD-LOAN-INSTALLMENTS.
           EXEC SQL
              DECLARE L1 CURSOR FOR
                 SELECT L.LN_CURRENCY, S.LNS_DUE_DT,
                        SUM(S.LNS_PRINCIPAL_AMT + S.LNS_INTEREST_AMT
                            - S.LNS_PAID_PRINCIPAL
                            - S.LNS_PAID_INTEREST)
                   FROM OLS0002.LOAN_ACCOUNT L,
                        OLS0002.LOAN_SCHEDULE S
                  WHERE S.LNS_LOAN_ID = L.LN_LOAN_ID
                    AND L.LN_STATUS = 'A'
                    AND S.LNS_STATUS = 'O'
                    AND S.LNS_DUE_DT >= :WS-CURRENT-DATE
                  GROUP BY L.LN_CURRENCY, S.LNS_DUE_DT
           END-EXEC
           EXEC SQL
              OPEN L1
           END-EXEC
           MOVE 'N' TO EODATA
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END
           MOVE 'I' TO LQLW-FLOW-DIR
           PERFORM FETCH-INSTALLMENT THRU FETCH-INSTALLMENT-END
           PERFORM FILE-INSTALLMENT THRU FILE-INSTALLMENT-END
              UNTIL EODATA = 'Y'
           EXEC SQL
              CLOSE L1
           END-EXEC.
       LOAD-LOAN-INSTALLMENTS-END.
           EXIT.
      **************************************************************
       FETCH-INSTALLMENT.
           IF EODATA = 'Y'
              GO TO FETCH-INSTALLMENT-END
           END-IF
           EXEC SQL
              FETCH L1 INTO
                 :LQLW-FLOW-CCY,
                 :LQLW-FLOW-DT-NUM,
                 :LQLW-FLOW-AMT
           END-EXEC
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       FETCH-INSTALLMENT-END.
           EXIT.
      **************************************************************
       FILE-INSTALLMENT.
           PERFORM ADD-FLOW THRU ADD-FLOW-END
           PERFORM FETCH-INSTALLMENT THRU FETCH-INSTALLMENT-END.
       FILE-INSTALLMENT-END.
           EXIT.
      **************************************************************
      * ADD-FLOW FILES THE CURRENT FLOW UNDER ITS CURRENCY AND
      * BUCKET. A DATE ALREADY PASSED (OR UNUSABLE) COUNTS AS DUE
      * OVERNIGHT.
      **************************************************************
       ADD-FLOW.
           ADD 1 TO WS-FLOWS-READ
           PERFORM FIND-CURRENCY THRU FIND-CURRENCY-END
           IF LQLW-CX = 0
              GO TO ADD-FLOW-END
           END-IF
           MOVE 0 TO LQLW-DAYS-OUT
           IF LQLW-FLOW-DT-X IS NUMERIC
              AND LQLW-FLOW-DT-NUM NOT < 16010101
              COMPUTE LQLW-DAYS-OUT =
                 FUNCTION INTEGER-OF-DATE(LQLW-FLOW-DT-NUM)
                 - LQLW-RUN-INT
           END-IF
           MOVE 1 TO LQLW-BX
           PERFORM NEXT-BUCKET THRU NEXT-BUCKET-END
              UNTIL LQLW-DAYS-OUT <= LQLW-BUCKET-CEIL(LQLW-BX)
           IF LQLW-FLOW-DIR = 'I'
              ADD LQLW-FLOW-AMT TO LQLW-INFLOW(LQLW-CX, LQLW-BX)
           ELSE
              ADD LQLW-FLOW-AMT TO LQLW-OUTFLOW(LQLW-CX, LQLW-BX)
           END-IF.
       ADD-FLOW-END.
           EXIT.
      **************************************************************
       NEXT-BUCKET.
           ADD 1 TO LQLW-BX.
       NEXT-BUCKET-END.
           EXIT.
      **************************************************************
      * FIND-CURRENCY LEAVES LQLW-CX ON THE CURRENCY'S ENTRY,
      * OPENING A NEW ONE THE FIRST TIME A CURRENCY IS SEEN. A
      * FULL TABLE IS REPORTED AND THE FLOW DROPPED (LQLW-CX 0).
      **************************************************************
       FIND-CURRENCY.
           MOVE 0 TO LQLW-CX
           PERFORM MATCH-CURRENCY THRU MATCH-CURRENCY-END
              VARYING LQLW-SX FROM 1 BY 1
              UNTIL LQLW-SX > LQLW-CCY-COUNT OR LQLW-CX > 0
           IF LQLW-CX > 0
              GO TO FIND-CURRENCY-END
           END-IF
           IF LQLW-CCY-COUNT >= LQLW-CCY-MAX
              DISPLAY 'LQLDCS9 CURRENCY TABLE FULL - FLOW IN '
                 LQLW-FLOW-CCY ' NOT LADDERED'
              GO TO FIND-CURRENCY-END
           END-IF
           ADD 1 TO LQLW-CCY-COUNT
           MOVE LQLW-CCY-COUNT TO LQLW-CX
           INITIALIZE LQLW-CCY-ENTRY(LQLW-CX)
           MOVE LQLW-FLOW-CCY TO LQLW-CCY(LQLW-CX).
       FIND-CURRENCY-END.
           EXIT.
      **************************************************************
       MATCH-CURRENCY.
           IF LQLW-CCY(LQLW-SX) = LQLW-FLOW-CCY
              MOVE LQLW-SX TO LQLW-CX
           END-IF.
       MATCH-CURRENCY-END.
           EXIT.
      **************************************************************
      * ONE BLOCK PER CURRENCY:
      * BUCKET|INFLOW|OUTFLOW|NET GAP|CUMULATIVE GAP|LIMIT|FLAG
      **************************************************************
       WRITE-LADDER.
           MOVE SPACES TO LADDER-RECORD
           STRING
              'LIQUIDITY MATURITY LADDER - RUN DATE '
                                    DELIMITED BY SIZE
              WS-CURRENT-DATE       DELIMITED BY SIZE
              INTO LADDER-RECORD
           END-STRING
           WRITE LADDER-RECORD
           MOVE ALL '=' TO LADDER-RECORD(1:46)
           MOVE SPACES TO LADDER-RECORD(47:86)
           WRITE LADDER-RECORD
           PERFORM WRITE-CURRENCY THRU WRITE-CURRENCY-END
              VARYING LQLW-CX FROM 1 BY 1
              UNTIL LQLW-CX > LQLW-CCY-COUNT.
       WRITE-LADDER-END.
           EXIT.
      **************************************************************
       WRITE-CURRENCY.
           MOVE LQLW-DEMAND-BAL(LQLW-CX) TO WS-AMT-IN-ED
           MOVE SPACES TO LADDER-RECORD
           WRITE LADDER-RECORD
           STRING 'CURRENCY '              DELIMITED BY SIZE
                  LQLW-CCY(LQLW-CX)        DELIMITED BY SIZE
                  '  DEMAND BALANCES '     DELIMITED BY SIZE
                  WS-AMT-IN-ED             DELIMITED BY SIZE
              INTO LADDER-RECORD
           END-STRING
           WRITE LADDER-RECORD
           MOVE SPACES TO LADDER-RECORD
           STRING 'BUCKET'                 DELIMITED BY SIZE
                  WS-DELIMITER             DELIMITED BY SIZE
                  'INFLOW'                 DELIMITED BY SIZE
                  WS-DELIMITER             DELIMITED BY SIZE
                  'OUTFLOW'                DELIMITED BY SIZE
                  WS-DELIMITER             DELIMITED BY SIZE
                  'NET GAP'                DELIMITED BY SIZE
                  WS-DELIMITER             DELIMITED BY SIZE
                  'CUMULATIVE GAP'         DELIMITED BY SIZE
                  WS-DELIMITER             DELIMITED BY SIZE
                  'LIMIT'                  DELIMITED BY SIZE
              INTO LADDER-RECORD
           END-STRING
           WRITE LADDER-RECORD
           MOVE 0 TO LQLW-CUM-GAP
           PERFORM WRITE-BUCKET THRU WRITE-BUCKET-END
              VARYING LQLW-BX FROM 1 BY 1
              UNTIL LQLW-BX > 6.
       WRITE-CURRENCY-END.
           EXIT.
      **************************************************************
       WRITE-BUCKET.
           PERFORM GET-CONTROL THRU GET-CONTROL-END
           COMPUTE LQLW-RUNOFF-AMT ROUNDED =
              LQLW-DEMAND-BAL(LQLW-CX) * LQLW-RUNOFF-RATE
           ADD LQLW-RUNOFF-AMT TO LQLW-OUTFLOW(LQLW-CX, LQLW-BX)
           COMPUTE LQLW-NET-GAP =
              LQLW-INFLOW(LQLW-CX, LQLW-BX)
              - LQLW-OUTFLOW(LQLW-CX, LQLW-BX)
           ADD LQLW-NET-GAP TO LQLW-CUM-GAP
           MOVE SPACES TO LQLW-BREACH-FLAG
           IF LQLW-GAP-LIMIT > 0
              AND LQLW-CUM-GAP + LQLW-GAP-LIMIT < 0
              MOVE '*** BREACH' TO LQLW-BREACH-FLAG
              ADD 1 TO WS-BREACHES
              DISPLAY '*** LIQUIDITY LIMIT BREACH: '
                 LQLW-CCY(LQLW-CX) ' '
                 LQLW-BUCKET-NAME(LQLW-BX)
           END-IF
           MOVE LQLW-INFLOW(LQLW-CX, LQLW-BX) TO WS-AMT-IN-ED
           MOVE LQLW-OUTFLOW(LQLW-CX, LQLW-BX) TO WS-AMT-OUT-ED
           MOVE LQLW-NET-GAP TO WS-AMT-NET-ED
           MOVE LQLW-CUM-GAP TO WS-AMT-CUM-ED
           MOVE LQLW-GAP-LIMIT TO WS-AMT-LIM-ED
           MOVE SPACES TO LADDER-RECORD
           STRING LQLW-BUCKET-NAME(LQLW-BX) DELIMITED BY SIZE
                  WS-DELIMITER             DELIMITED BY SIZE
                  WS-AMT-IN-ED             DELIMITED BY SIZE
                  WS-DELIMITER             DELIMITED BY SIZE
                  WS-AMT-OUT-ED            DELIMITED BY SIZE
                  WS-DELIMITER             DELIMITED BY SIZE
                  WS-AMT-NET-ED            DELIMITED BY SIZE
                  WS-DELIMITER             DELIMITED BY SIZE
                  WS-AMT-CUM-ED            DELIMITED BY SIZE
                  WS-DELIMITER             DELIMITED BY SIZE
                  WS-AMT-LIM-ED            DELIMITED BY SIZE
                  WS-DELIMITER             DELIMITED BY SIZE
                  LQLW-BREACH-FLAG         DELIMITED BY SIZE
              INTO LADDER-RECORD
           END-STRING
           WRITE LADDER-RECORD.
       WRITE-BUCKET-END.
           EXIT.
      **************************************************************
      * THE CURRENCY'S OWN CONTROL ROW FOR THE BUCKET, ELSE THE
      * '***' DEFAULT ROW, ELSE NO RUN-OFF AND NO LIMIT.
      **************************************************************
       GET-CONTROL.
           MOVE 0 TO LQLW-RUNOFF-RATE
           MOVE 0 TO LQLW-GAP-LIMIT
           MOVE LQLW-CCY(LQLW-CX) TO LQLW-CTL-CCY
           PERFORM SELECT-CONTROL THRU SELECT-CONTROL-END
           IF SQLCODE = 0
              GO TO GET-CONTROL-END
           END-IF
           MOVE '***' TO LQLW-CTL-CCY
           PERFORM SELECT-CONTROL THRU SELECT-CONTROL-END
           IF SQLCODE NOT = 0
              MOVE 0 TO LQLW-RUNOFF-RATE
              MOVE 0 TO LQLW-GAP-LIMIT
           END-IF.
       GET-CONTROL-END.
           EXIT.
      **************************************************************
       SELECT-CONTROL.
           EXEC SQL
                SELECT LLC_RUNOFF_RATE, LLC_GAP_LIMIT
                  INTO :LQLW-RUNOFF-RATE, :LQLW-GAP-LIMIT
                  FROM OLS0002.LIQUIDITY_LADDER_CONTROL
                 WHERE LLC_CURRENCY = :LQLW-CTL-CCY
                   AND LLC_BUCKET_NO = :LQLW-BX
           END-EXEC.
       SELECT-CONTROL-END.
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
                  DISPLAY 'LQLDCS9 SQL ERROR. SQLCODE:  ' TXT-SQLCODE
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
           MOVE WS-FLOWS-READ TO RUNC-RECORDS
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
