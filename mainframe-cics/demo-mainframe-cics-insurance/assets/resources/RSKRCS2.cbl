CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * RSKRCS2 - NIGHTLY CUSTOMER AML RISK-RATING BATCH JOB.
      * RATES EVERY OLS0002.CUSTOMER_MASTER CUSTOMER LOW ('L'),
      * MEDIUM ('M') OR HIGH ('H') FROM DATA ALREADY HELD, ONE
      * SCORE PER FACTOR, ADDED UP -
      *   KYC STATUS       REFRESH-DUE 10, NEVER VERIFIED 25
      *   SANCTIONS        ANY WLSCCS9 HIT IN THE LOOKBACK 60
      *   AML MONITORING   5 PER AMLMCS9 CTR HIT (MAX 15) AND
      *                    20 PER SAR HIT (MAX 40) IN THE LOOKBACK
      *   COUNTRY          AN ACCOUNT IN A HIGH-RISK COUNTRY 30,
      *                    ELSE IN A MEDIUM-RISK ONE 15, FROM
      *                    OLS0002.AML_COUNTRY_RISK (NO ROW = LOW)
      *   PRODUCT MIX      A BUSINESS-ONLY OLS0002.PRODUCT_MASTER
      *                    PRODUCT 10, THREE OR MORE PRODUCTS 5
      *   CASH INTENSITY   CASH MOVEMENTS (THE AMLMCS9 CTR TYPES)
      *                    50% OR MORE OF ACCOUNT2_TXN TURNOVER IN
      *                    THE LOOKBACK 20, 25% OR MORE 10
      * THE BAND FLOORS, THE LOOKBACK AND THE KYC REFRESH CYCLE PER
      * RATING COME FROM THE ONE-ROW CONTROL TABLE
      * OLS0002.AML_RISK_CONTROL SO COMPLIANCE CAN RETUNE THEM
      * WITHOUT A RECOMPILE; THE DEFAULTS BELOW APPLY WHEN THE ROW
      * IS MISSING. THE CURRENT RATING AND ITS FACTOR SCORES LIVE
      * ON OLS0002.CUSTOMER_RISK_RATING; EVERY FIRST RATING AND
      * EVERY CHANGE OF SCORE IS ALSO WRITTEN TO
      * OLS0002.CUSTOMER_RISK_HISTORY, AND A CHANGE OF RATING
      * RAISES A RISKCHG OLS0002.CUSTOMER_EVENT (KEY REF 'RISK L
      * TO H' AND SO ON) FOR THE COMPLIANCE DESK. KYCRCS2 USES THE
      * RATING TO BRING HIGH-RISK CUSTOMERS UP FOR KYC REFRESH
      * SOONER. A CUSTOMER ID RETIRED BY A DUPLICATE MERGE IS NOT
      * RATED - ITS ACTIVITY NOW BELONGS TO THE SURVIVOR. RUNS
      * UNDER THE SHARED BATCH_RUN_CONTROL DOUBLE-RUN GUARD.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. RSKRCS2.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLRISKCONTROL.
           10 ARC_MEDIUM_FROM      PIC S9(3) USAGE COMP-3.
           10 ARC_HIGH_FROM        PIC S9(3) USAGE COMP-3.
           10 ARC_LOOKBACK_DAYS    PIC S9(5) USAGE COMP-3.
           10 ARC_CYCLE_LOW_DAYS   PIC S9(5) USAGE COMP-3.
           10 ARC_CYCLE_MED_DAYS   PIC S9(5) USAGE COMP-3.
           10 ARC_CYCLE_HIGH_DAYS  PIC S9(5) USAGE COMP-3.
      **************************************************************
       01  DCLRISKRATING.
           10 CRR_CUSTOMER_ID      PIC X(16).
           10 CRR_RATING           PIC X(1).
           10 CRR_SCORE            PIC S9(3) USAGE COMP-3.
           10 CRR_PTS_KYC          PIC S9(3) USAGE COMP-3.
           10 CRR_PTS_SANCTION     PIC S9(3) USAGE COMP-3.
           10 CRR_PTS_AML          PIC S9(3) USAGE COMP-3.
           10 CRR_PTS_COUNTRY      PIC S9(3) USAGE COMP-3.
           10 CRR_PTS_PRODUCT      PIC S9(3) USAGE COMP-3.
           10 CRR_PTS_CASH         PIC S9(3) USAGE COMP-3.
           10 CRR_RATED_DT         PIC X(8).
      **************************************************************
       01  DCLRISKHISTORY.
           10 CRH_CUSTOMER_ID      PIC X(16).
           10 CRH_RATED_DT         PIC X(8).
           10 CRH_RATING           PIC X(1).
           10 CRH_PREV_RATING      PIC X(1).
           10 CRH_SCORE            PIC S9(3) USAGE COMP-3.
           10 CRH_PTS_KYC          PIC S9(3) USAGE COMP-3.
           10 CRH_PTS_SANCTION     PIC S9(3) USAGE COMP-3.
           10 CRH_PTS_AML          PIC S9(3) USAGE COMP-3.
           10 CRH_PTS_COUNTRY      PIC S9(3) USAGE COMP-3.
           10 CRH_PTS_PRODUCT      PIC S9(3) USAGE COMP-3.
           10 CRH_PTS_CASH         PIC S9(3) USAGE COMP-3.
           10 CRH_TS               PIC X(26).
      **************************************************************
        01 RISK-WS.
            07 RSKW-CUSTOMER-ID     PIC X(16).
            07 RSKW-KYC-STATUS      PIC X(1).
            07 RSKW-RATING          PIC X(1).
            07 RSKW-SCORE           PIC S9(3) COMP-3.
            07 RSKW-PTS-KYC         PIC S9(3) COMP-3.
            07 RSKW-PTS-SANCTION    PIC S9(3) COMP-3.
            07 RSKW-PTS-AML         PIC S9(3) COMP-3.
            07 RSKW-PTS-COUNTRY     PIC S9(3) COMP-3.
            07 RSKW-PTS-PRODUCT     PIC S9(3) COMP-3.
            07 RSKW-PTS-CASH        PIC S9(3) COMP-3.
            07 RSKW-PREV-RATING     PIC X(1).
            07 RSKW-PREV-SCORE      PIC S9(3) COMP-3.
            07 RSKW-KEY-REF         PIC X(16).
        01 FACTOR-WS.
            07 RSKW-SANCTION-HITS   PIC S9(9) COMP.
            07 RSKW-CTR-HITS        PIC S9(9) COMP.
            07 RSKW-SAR-HITS        PIC S9(9) COMP.
            07 RSKW-HIGH-CNTRY      PIC S9(9) COMP.
            07 RSKW-MED-CNTRY       PIC S9(9) COMP.
            07 RSKW-BUS-PRODUCTS    PIC S9(9) COMP.
            07 RSKW-PRODUCTS        PIC S9(9) COMP.
            07 RSKW-CASH-TOTAL      PIC S9(13)V9(3) COMP-3.
            07 RSKW-TXN-TOTAL       PIC S9(13)V9(3) COMP-3.
            07 RSKW-CASH-PCT        PIC S9(3) COMP-3.
      **************************************************************
      * RETUNABLE CONTROLS WITH THEIR FALLBACK DEFAULTS - MEDIUM
      * FROM 30 POINTS, HIGH FROM 60, A ONE-YEAR LOOKBACK, AND KYC
      * REFRESH EVERY THREE YEARS (LOW), TWO (MEDIUM) OR ONE (HIGH).
      **************************************************************
        01 WS-MEDIUM-FROM                  PIC S9(3) COMP-3 VALUE 30.
        01 WS-HIGH-FROM                    PIC S9(3) COMP-3 VALUE 60.
        01 WS-LOOKBACK-DAYS                PIC S9(5) COMP-3 VALUE 365.
        01 WS-CYCLE-LOW-DAYS               PIC S9(5) COMP-3
                                               VALUE 1095.
        01 WS-CYCLE-MED-DAYS               PIC S9(5) COMP-3 VALUE 730.
        01 WS-CYCLE-HIGH-DAYS              PIC S9(5) COMP-3 VALUE 365.
      **************************************************************
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-LOOKBACK-DATE                PIC 9(08).
        01 WS-LOOKBACK-TS.
          05 WS-LBK-TS-CCYY         PIC X(4).
          05 FILLER                 PIC X    VALUE '-'.
          05 WS-LBK-TS-MM           PIC X(2).
          05 FILLER                 PIC X    VALUE '-'.
          05 WS-LBK-TS-DD           PIC X(2).
          05 FILLER                 PIC X(16)
                                    VALUE '-00.00.00.000000'.
        01 SPLIT-DATE-WS.
          05 SPLIT-CCYY             PIC X(4).
          05 SPLIT-MM               PIC X(2).
          05 SPLIT-DD               PIC X(2).
        01 WS-CUSTOMERS-RATED              PIC 9(7)   VALUE 0.
        01 WS-RATINGS-CHANGED              PIC 9(7)   VALUE 0.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'RSKRCS2 '.
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
           PERFORM RATE-LOOP THRU RATE-LOOP-END
              UNTIL EODATA = 'Y'
           PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           DISPLAY 'RSKRCS2 CUSTOMERS RATED:  ' WS-CUSTOMERS-RATED
           DISPLAY 'RSKRCS2 RATINGS CHANGED:  ' WS-RATINGS-CHANGED
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
      * INIT-RTN LOADS THE CONTROL ROW (KEEPING THE COMPILED-IN
      * DEFAULTS WHEN IT IS MISSING) AND DERIVES THE LOOKBACK DATE
      * AND TIMESTAMP FLOOR FROM THE RUN DATE.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           EXEC SQL
                SELECT ARC_MEDIUM_FROM, ARC_HIGH_FROM,
                       ARC_LOOKBACK_DAYS, ARC_CYCLE_LOW_DAYS,
                       ARC_CYCLE_MED_DAYS, ARC_CYCLE_HIGH_DAYS
                  INTO :WS-MEDIUM-FROM, :WS-HIGH-FROM,
                       :WS-LOOKBACK-DAYS, :WS-CYCLE-LOW-DAYS,
                       :WS-CYCLE-MED-DAYS, :WS-CYCLE-HIGH-DAYS
                  FROM OLS0002.AML_RISK_CONTROL
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 30   TO WS-MEDIUM-FROM
              MOVE 60   TO WS-HIGH-FROM
              MOVE 365  TO WS-LOOKBACK-DAYS
              MOVE 1095 TO WS-CYCLE-LOW-DAYS
              MOVE 730  TO WS-CYCLE-MED-DAYS
              MOVE 365  TO WS-CYCLE-HIGH-DAYS
           END-IF
           COMPUTE WS-LOOKBACK-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                 - WS-LOOKBACK-DAYS)
           MOVE WS-LOOKBACK-DATE TO SPLIT-DATE-WS
           MOVE SPLIT-CCYY TO WS-LBK-TS-CCYY
           MOVE SPLIT-MM   TO WS-LBK-TS-MM
           MOVE SPLIT-DD   TO WS-LBK-TS-DD.
       INIT-RTN-END.
           EXIT.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE R1 CURSOR FOR
                SELECT CUS_CUSTOMER_ID, CUS_KYC_STATUS
                  FROM OLS0002.CUSTOMER_MASTER
                 WHERE NOT EXISTS (
                       SELECT 1 FROM OLS0002.CUSTOMER_MERGE M
                        WHERE M.MRG_RETIRED_ID = CUS_CUSTOMER_ID
                          AND M.MRG_STATUS = 'A')
                 ORDER BY CUS_CUSTOMER_ID
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN R1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH R1 INTO :RSKW-CUSTOMER-ID, :RSKW-KYC-STATUS
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       RATE-LOOP.
           ADD 1 TO WS-CUSTOMERS-RATED
           PERFORM GATHER-FACTORS THRU GATHER-FACTORS-END
           PERFORM SCORE-CUSTOMER THRU SCORE-CUSTOMER-END
           PERFORM STORE-RATING THRU STORE-RATING-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       RATE-LOOP-END.
           EXIT.
      **************************************************************
      * GATHER-FACTORS - ONE QUERY PER FACTOR. A FAILED QUERY
      * LEAVES ITS FACTOR AT ZERO RATHER THAN STOPPING THE RUN.
      **************************************************************
       GATHER-FACTORS.
           MOVE 0 TO RSKW-SANCTION-HITS RSKW-CTR-HITS RSKW-SAR-HITS
                     RSKW-HIGH-CNTRY RSKW-MED-CNTRY
                     RSKW-BUS-PRODUCTS RSKW-PRODUCTS
                     RSKW-CASH-TOTAL RSKW-TXN-TOTAL
           EXEC SQL
                SELECT COUNT(*)
                  INTO :RSKW-SANCTION-HITS
                  FROM OLS0002.SANCTION_HIT
                 WHERE SHT_CUSTOMER_ID = :RSKW-CUSTOMER-ID
                   AND SHT_HIT_DT >= :WS-LOOKBACK-DATE
           END-EXEC
           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN AMLH_HIT_TYPE = 'CTR'
                                         THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN AMLH_HIT_TYPE = 'SAR'
                                         THEN 1 ELSE 0 END), 0)
                  INTO :RSKW-CTR-HITS, :RSKW-SAR-HITS
                  FROM OLS0002.AML_HIT
                 WHERE AMLH_CUSTOMER_ID = :RSKW-CUSTOMER-ID
                   AND AMLH_HIT_DT >= :WS-LOOKBACK-DATE
           END-EXEC
           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN R.ACR_RISK_LEVEL = 'H'
                                         THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN R.ACR_RISK_LEVEL = 'M'
                                         THEN 1 ELSE 0 END), 0)
                  INTO :RSKW-HIGH-CNTRY, :RSKW-MED-CNTRY
                  FROM OLS0002.ACCOUNT2 A,
                       OLS0002.AML_COUNTRY_RISK R
                 WHERE A.ACCT_CUSTOMER_ID = :RSKW-CUSTOMER-ID
                   AND R.ACR_CNTRY_CD = A.ACCT_CNTRY_CD
           END-EXEC
           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN P.PRD_ELIG_PERSONAL = 'N'
                                         THEN 1 ELSE 0 END), 0),
                       COUNT(DISTINCT P.PRD_TYPCD || P.PRD_SUB_TYPCD)
                  INTO :RSKW-BUS-PRODUCTS, :RSKW-PRODUCTS
                  FROM OLS0002.ACCOUNT2 A,
                       OLS0002.PRODUCT_MASTER P
                 WHERE A.ACCT_CUSTOMER_ID = :RSKW-CUSTOMER-ID
                   AND P.PRD_TYPCD = A.ACCT_TYPCD
                   AND P.PRD_SUB_TYPCD = A.ACCT_SUB_TYPCD
           END-EXEC
           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN T.TXN_TXN_TYPE IN
                                          ('D', 'W', 'I', 'O')
                                         THEN T.TXN_AMOUNT
                                         ELSE 0 END), 0),
                       COALESCE(SUM(T.TXN_AMOUNT), 0)
                  INTO :RSKW-CASH-TOTAL, :RSKW-TXN-TOTAL
                  FROM OLS0002.ACCOUNT2_TXN T,
                       OLS0002.ACCOUNT2 A
                 WHERE A.ACCT_CUSTOMER_ID = :RSKW-CUSTOMER-ID
                   AND T.TXN_ACCOUNT_ID = A.ACCT_ACCOUNT_ID
                   AND T.TXN_TS >= :WS-LOOKBACK-TS
                   AND T.TXN_TXN_TYPE <> 'R'
           END-EXEC.
       GATHER-FACTORS-END.
           EXIT.
      **************************************************************
       SCORE-CUSTOMER.
           MOVE 0 TO RSKW-PTS-KYC RSKW-PTS-SANCTION RSKW-PTS-AML
                     RSKW-PTS-COUNTRY RSKW-PTS-PRODUCT RSKW-PTS-CASH
           EVALUATE RSKW-KYC-STATUS
              WHEN 'V'
                 CONTINUE
              WHEN 'D'
                 MOVE 10 TO RSKW-PTS-KYC
              WHEN OTHER
                 MOVE 25 TO RSKW-PTS-KYC
           END-EVALUATE
           IF RSKW-SANCTION-HITS > 0
              MOVE 60 TO RSKW-PTS-SANCTION
           END-IF
           IF RSKW-CTR-HITS > 3
              MOVE 15 TO RSKW-PTS-AML
           ELSE
              COMPUTE RSKW-PTS-AML = RSKW-CTR-HITS * 5
           END-IF
           IF RSKW-SAR-HITS > 2
              ADD 40 TO RSKW-PTS-AML
           ELSE
              COMPUTE RSKW-PTS-AML = RSKW-PTS-AML
                 + RSKW-SAR-HITS * 20
           END-IF
           IF RSKW-HIGH-CNTRY > 0
              MOVE 30 TO RSKW-PTS-COUNTRY
           ELSE
              IF RSKW-MED-CNTRY > 0
                 MOVE 15 TO RSKW-PTS-COUNTRY
              END-IF
           END-IF
           IF RSKW-BUS-PRODUCTS > 0
              MOVE 10 TO RSKW-PTS-PRODUCT
           END-IF
           IF RSKW-PRODUCTS > 2
              ADD 5 TO RSKW-PTS-PRODUCT
           END-IF
           MOVE 0 TO RSKW-CASH-PCT
           IF RSKW-TXN-TOTAL > 0
              COMPUTE RSKW-CASH-PCT =
                 RSKW-CASH-TOTAL * 100 / RSKW-TXN-TOTAL
           END-IF
           IF RSKW-CASH-PCT NOT < 50
              MOVE 20 TO RSKW-PTS-CASH
           ELSE
              IF RSKW-CASH-PCT NOT < 25
                 MOVE 10 TO RSKW-PTS-CASH
              END-IF
           END-IF
           COMPUTE RSKW-SCORE = RSKW-PTS-KYC + RSKW-PTS-SANCTION
              + RSKW-PTS-AML + RSKW-PTS-COUNTRY + RSKW-PTS-PRODUCT
              + RSKW-PTS-CASH
           IF RSKW-SCORE NOT < WS-HIGH-FROM
              MOVE 'H' TO RSKW-RATING
           ELSE
              IF RSKW-SCORE NOT < WS-MEDIUM-FROM
                 MOVE 'M' TO RSKW-RATING
              ELSE
                 MOVE 'L' TO RSKW-RATING
              END-IF
           END-IF.
       SCORE-CUSTOMER-END.
           EXIT.
      **************************************************************
      * STORE-RATING - A CUSTOMER RATED FOR THE FIRST TIME GETS A
      * RATING ROW AND A HISTORY ROW BUT NO EVENT; AFTER THAT THE
      * ROW IS RE-STAMPED EVERY NIGHT, HISTORY IS WRITTEN ONLY
      * WHEN THE SCORE MOVES, AND THE EVENT ONLY WHEN THE RATING
      * DOES.
      **************************************************************
       STORE-RATING.
           MOVE SPACE TO RSKW-PREV-RATING
           MOVE 0 TO RSKW-PREV-SCORE
           EXEC SQL
                SELECT CRR_RATING, CRR_SCORE
                  INTO :RSKW-PREV-RATING, :RSKW-PREV-SCORE
                  FROM OLS0002.CUSTOMER_RISK_RATING
                 WHERE CRR_CUSTOMER_ID = :RSKW-CUSTOMER-ID
           END-EXEC
           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO OLS0002.CUSTOMER_RISK_RATING (
                      CRR_CUSTOMER_ID, CRR_RATING, CRR_SCORE,
                      CRR_PTS_KYC, CRR_PTS_SANCTION, CRR_PTS_AML,
                      CRR_PTS_COUNTRY, CRR_PTS_PRODUCT, CRR_PTS_CASH,
                      CRR_RATED_DT)
                   VALUES (
                      :RSKW-CUSTOMER-ID, :RSKW-RATING, :RSKW-SCORE,
                      :RSKW-PTS-KYC, :RSKW-PTS-SANCTION, :RSKW-PTS-AML,
                      :RSKW-PTS-COUNTRY, :RSKW-PTS-PRODUCT,
                      :RSKW-PTS-CASH, :WS-CURRENT-DATE)
              END-EXEC
              PERFORM CHECK-STORE-SQL THRU CHECK-STORE-SQL-END
              PERFORM WRITE-HISTORY THRU WRITE-HISTORY-END
              GO TO STORE-RATING-END
           END-IF
           IF SQLCODE NOT = 0
              PERFORM CHECK-STORE-SQL THRU CHECK-STORE-SQL-END
              GO TO STORE-RATING-END
           END-IF
           EXEC SQL
                UPDATE OLS0002.CUSTOMER_RISK_RATING
                   SET CRR_RATING = :RSKW-RATING,
                       CRR_SCORE = :RSKW-SCORE,
                       CRR_PTS_KYC = :RSKW-PTS-KYC,
                       CRR_PTS_SANCTION = :RSKW-PTS-SANCTION,
                       CRR_PTS_AML = :RSKW-PTS-AML,
                       CRR_PTS_COUNTRY = :RSKW-PTS-COUNTRY,
                       CRR_PTS_PRODUCT = :RSKW-PTS-PRODUCT,
                       CRR_PTS_CASH = :RSKW-PTS-CASH,
                       CRR_RATED_DT = :WS-CURRENT-DATE
                 WHERE CRR_CUSTOMER_ID = :RSKW-CUSTOMER-ID
           END-EXEC
           PERFORM CHECK-STORE-SQL THRU CHECK-STORE-SQL-END
           IF RSKW-SCORE NOT = RSKW-PREV-SCORE
              PERFORM WRITE-HISTORY THRU WRITE-HISTORY-END
           END-IF
           IF RSKW-RATING NOT = RSKW-PREV-RATING
              ADD 1 TO WS-RATINGS-CHANGED
              PERFORM WRITE-CUSTOMER-EVENT
                 THRU WRITE-CUSTOMER-EVENT-END
              DISPLAY '*** RISK RATING CHANGED: ' RSKW-CUSTOMER-ID
                 ' ' RSKW-PREV-RATING ' TO ' RSKW-RATING
                 ' SCORE ' RSKW-SCORE
           END-IF.
       STORE-RATING-END.
           EXIT.
      **************************************************************
       WRITE-HISTORY.
           EXEC SQL
                INSERT INTO OLS0002.CUSTOMER_RISK_HISTORY (
                   CRH_CUSTOMER_ID, CRH_RATED_DT, CRH_RATING,
                   CRH_PREV_RATING, CRH_SCORE, CRH_PTS_KYC,
                   CRH_PTS_SANCTION, CRH_PTS_AML, CRH_PTS_COUNTRY,
                   CRH_PTS_PRODUCT, CRH_PTS_CASH, CRH_TS)
                VALUES (
                   :RSKW-CUSTOMER-ID, :WS-CURRENT-DATE, :RSKW-RATING,
                   :RSKW-PREV-RATING, :RSKW-SCORE, :RSKW-PTS-KYC,
                   :RSKW-PTS-SANCTION, :RSKW-PTS-AML,
                   :RSKW-PTS-COUNTRY, :RSKW-PTS-PRODUCT,
                   :RSKW-PTS-CASH, CURRENT TIMESTAMP)
           END-EXEC
           PERFORM CHECK-STORE-SQL THRU CHECK-STORE-SQL-END.
       WRITE-HISTORY-END.
           EXIT.
      **************************************************************
      * THE EVENT ROW GOES OUT ON THE EVNTCS9 FEED LIKE KYCREFR.
      **************************************************************
       WRITE-CUSTOMER-EVENT.
           MOVE SPACES TO RSKW-KEY-REF
           STRING 'RISK ' DELIMITED BY SIZE
              RSKW-PREV-RATING DELIMITED BY SIZE
              ' TO ' DELIMITED BY SIZE
              RSKW-RATING DELIMITED BY SIZE
              INTO RSKW-KEY-REF
           END-STRING
           EXEC SQL
                INSERT INTO OLS0002.CUSTOMER_EVENT (
                   EVT_CUSTOMER_ID, EVT_EVENT_TYPE, EVT_EFF_DATE,
                   EVT_KEY_REF, EVT_TS, EVT_EXTRACTED)
                VALUES (
                   :RSKW-CUSTOMER-ID, 'RISKCHG ',
                   :WS-CURRENT-DATE, :RSKW-KEY-REF,
                   CURRENT TIMESTAMP, 'N')
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'RSKRCS2 EVENT INSERT FAILED: ' TXT-SQLCODE
           END-IF.
       WRITE-CUSTOMER-EVENT-END.
           EXIT.
      **************************************************************
       CHECK-STORE-SQL.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'RSKRCS2 RATING STORE FAILED: ' RSKW-CUSTOMER-ID
                 ' SQLCODE: ' TXT-SQLCODE
           END-IF.
       CHECK-STORE-SQL-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE R1
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
                  DISPLAY 'RSKRCS2 SQL ERROR. SQLCODE:  ' TXT-SQLCODE
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
           MOVE WS-CUSTOMERS-RATED TO RUNC-RECORDS
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
