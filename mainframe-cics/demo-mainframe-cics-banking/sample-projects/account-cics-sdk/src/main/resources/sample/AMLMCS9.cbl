      * THE MINIMUM HIT COUNT ALL COME FROM THE ONE-ROW CONTROL
      * TABLE OLS0002.AML_CONTROL SO COMPLIANCE CAN RETUNE THEM
      * WITHOUT A RECOMPILE; SENSIBLE DEFAULTS APPLY WHEN THE ROW
      * IS MISSING. EVERY CTR AND SAR HIT IS ALSO KEPT, AGAINST THE
      * OWNING CUSTOMER, ON OLS0002.AML_HIT FOR THE RSKRCS2
      * CUSTOMER RISK RATING; A RE-RUN ON THE SAME DAY REPLACES
      * THAT DAY'S HITS RATHER THAN DOUBLING THEM.
      * EACH SUSPICIOUS-ACTIVITY HIT ALSO OPENS AN INVESTIGATION
      * CASE ON OLS0002.AML_CASE (STATUS 'O', FILING DEADLINE THE
      * ALERT DATE PLUS AML_FILING_DAYS, DEFAULT 30) UNLESS THE
      * SAME ACCOUNT OR CUSTOMER ALREADY HAS A CASE BEING WORKED
      * OR ONE WAS OPENED TODAY. THE OPENING IS THE FIRST STEP ON
      * THE CASE'S OLS0002.AML_CASE_STEP TRAIL; AMCUCS9 AND
      * AMCNCS9 CARRY THE INVESTIGATION FROM THERE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AMLMCS9.
           10 AML_STRUCT_FLOOR     PIC S9(11)V9(3) USAGE COMP-3.
           10 AML_WINDOW_DAYS      PIC S9(3) USAGE COMP-3.
           10 AML_STRUCT_MIN_CNT   PIC S9(3) USAGE COMP-3.
      **************************************************************
       01  DCLAMLHIT.
           10 AMLH_CUSTOMER_ID     PIC X(16).
           10 AMLH_HIT_TYPE        PIC X(3).
           10 AMLH_SCOPE           PIC X(4).
           10 AMLH_KEY             PIC X(16).
           10 AMLH_HIT_DT          PIC X(8).
           10 AMLH_AMOUNT          PIC S9(11)V9(3) USAGE COMP-3.
      **************************************************************
       01  DCLAMLCASE.
           10 AMC_CASE_ID          PIC S9(9) USAGE COMP.
           10 AMC_SCOPE            PIC X(4).
           10 AMC_KEY              PIC X(16).
           10 AMC_CUSTOMER_ID      PIC X(16).
           10 AMC_ALERT_DT         PIC X(8).
           10 AMC_DUE_DT           PIC X(8).
           10 AMC_HIT_COUNT        PIC S9(9) USAGE COMP.
           10 AMC_HIT_TOTAL        PIC S9(11)V9(3) USAGE COMP-3.
           10 AMC_STATUS           PIC X(1).
           10 AMC_FILING_REF       PIC X(20).
           10 AMC_USERID           PIC X(8).
      **************************************************************
        01 CTR-WS.
            07 ACTW-ACCOUNT-ID      PIC X(11).
            07 ACTW-GROUP-KEY       PIC X(16).
            07 ACTW-HIT-COUNT       PIC S9(9) COMP.
            07 ACTW-HIT-TOTAL       PIC S9(11)V9(3) USAGE COMP-3.
      **************************************************************
        01 CASE-WS.
            07 AMCW-CASE-ID         PIC S9(9) COMP.
            07 AMCW-SCOPE           PIC X(4).
            07 AMCW-KEY             PIC X(16).
            07 AMCW-CUSTOMER-ID     PIC X(16).
            07 AMCW-ALERT-DT        PIC X(8).
            07 AMCW-DUE-DT          PIC X(8).
            07 AMCW-HIT-COUNT       PIC S9(9) COMP.
            07 AMCW-HIT-TOTAL       PIC S9(11)V9(3) USAGE COMP-3.
            07 AMCW-STATUS          PIC X(1).
            07 AMCW-FILING-REF      PIC X(20).
            07 AMCW-USERID          PIC X(8).
      **************************************************************
      * RETUNABLE CONTROLS WITH THEIR FALLBACK DEFAULTS - 10,000
      * REPORTING THRESHOLD, STRUCTURING FLOOR AT 80% OF IT, FIVE
                                               VALUE 8000.
        01 WS-WINDOW-DAYS                  PIC S9(3) COMP-3 VALUE 5.
        01 WS-STRUCT-MIN-CNT               PIC S9(3) COMP-3 VALUE 5.
        01 WS-FILING-DAYS                  PIC S9(3) COMP-3 VALUE 30.
        01 WS-DUE-DATE                     PIC 9(08).
        01 WS-CASES-OPENED                 PIC 9(7)   VALUE 0.
      **************************************************************
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'AMLMCS9 CTR RECORDS WRITTEN: ' WS-CTR-WRITTEN
           DISPLAY 'AMLMCS9 SAR RECORDS WRITTEN: ' WS-SAR-WRITTEN
           DISPLAY 'AMLMCS9 CASES OPENED:        ' WS-CASES-OPENED
           GOBACK.
      **************************************************************
      * INIT-RTN LOADS THE CONTROL ROW (KEEPING THE COMPILED-IN
              MOVE 5     TO WS-WINDOW-DAYS
              MOVE 5     TO WS-STRUCT-MIN-CNT
           END-IF
           EXEC SQL
                SELECT AML_FILING_DAYS
                  INTO :WS-FILING-DAYS
                  FROM OLS0002.AML_CONTROL
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 30    TO WS-FILING-DAYS
           END-IF
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                 + WS-FILING-DAYS)
           MOVE WS-CURRENT-DATE TO SPLIT-DATE-WS
           MOVE SPLIT-CCYY TO WS-DAY-TS-CCYY
           MOVE SPLIT-MM   TO WS-DAY-TS-MM
           MOVE WS-WINDOW-START-NUM TO SPLIT-DATE-WS
           MOVE SPLIT-CCYY TO WS-WIN-TS-CCYY
           MOVE SPLIT-MM   TO WS-WIN-TS-MM
           MOVE SPLIT-DD   TO WS-WIN-TS-DD
           EXEC SQL
                DELETE FROM OLS0002.AML_HIT
                 WHERE AMLH_HIT_DT = :WS-CURRENT-DATE
           END-EXEC.
       INIT-RTN-END.
           EXIT.
      **************************************************************
              INTO CTR-EXTRACT-RECORD
           END-STRING
           WRITE CTR-EXTRACT-RECORD
           EXEC SQL
                INSERT INTO OLS0002.AML_HIT (
                   AMLH_CUSTOMER_ID, AMLH_HIT_TYPE, AMLH_SCOPE,
                   AMLH_KEY, AMLH_HIT_DT, AMLH_AMOUNT)
                VALUES (
                   :ACTW-CUSTOMER-ID, 'CTR', 'ACCT',
                   :ACTW-ACCOUNT-ID, :WS-CURRENT-DATE, :ACTW-AMOUNT)
           END-EXEC
           PERFORM CHECK-HIT-INSERT THRU CHECK-HIT-INSERT-END
           PERFORM FETCH-CTR THRU FETCH-CTR-END.
       CTR-LOOP-END.
           EXIT.
              WS-DAY-START-TS(1:10) DELIMITED BY SIZE
              INTO SAR-WORKLIST-RECORD
           END-STRING
           WRITE SAR-WORKLIST-RECORD
           PERFORM RECORD-SAR-HIT THRU RECORD-SAR-HIT-END
           PERFORM OPEN-CASE THRU OPEN-CASE-END.
       WRITE-SAR-RECORD-END.
           EXIT.
      **************************************************************
      * AN ACCOUNT-SCOPE HIT IS CHARGED TO THE ACCOUNT'S OWNING
      * CUSTOMER; A CUSTOMER-SCOPE HIT ALREADY NAMES THEM.
      **************************************************************
       RECORD-SAR-HIT.
           IF WS-SAR-SCOPE = 'ACCT'
              EXEC SQL
                   INSERT INTO OLS0002.AML_HIT (
                      AMLH_CUSTOMER_ID, AMLH_HIT_TYPE, AMLH_SCOPE,
                      AMLH_KEY, AMLH_HIT_DT, AMLH_AMOUNT)
                   SELECT ACCT_CUSTOMER_ID, 'SAR', 'ACCT',
                          :ACTW-GROUP-KEY, :WS-CURRENT-DATE,
                          :ACTW-HIT-TOTAL
                     FROM OLS0002.ACCOUNT2
                    WHERE ACCT_ACCOUNT_ID = :ACTW-GROUP-KEY
              END-EXEC
           ELSE
              EXEC SQL
                   INSERT INTO OLS0002.AML_HIT (
                      AMLH_CUSTOMER_ID, AMLH_HIT_TYPE, AMLH_SCOPE,
                      AMLH_KEY, AMLH_HIT_DT, AMLH_AMOUNT)
                   VALUES (
                      :ACTW-GROUP-KEY, 'SAR', 'CUST',
                      :ACTW-GROUP-KEY, :WS-CURRENT-DATE,
                      :ACTW-HIT-TOTAL)
              END-EXEC
           END-IF
           PERFORM CHECK-HIT-INSERT THRU CHECK-HIT-INSERT-END.
       RECORD-SAR-HIT-END.
           EXIT.
      **************************************************************
      * A FAILED HIT INSERT IS REPORTED BUT DOES NOT STOP THE
      * EXTRACTS - THE FILES ARE WHAT COMPLIANCE WORKS FROM.
      **************************************************************
       CHECK-HIT-INSERT.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'AMLMCS9 HIT INSERT FAILED: ' TXT-SQLCODE
           END-IF.
       CHECK-HIT-INSERT-END.
           EXIT.
      **************************************************************
      * OPEN-CASE RAISES THE INVESTIGATION CASE FOR THIS HIT. THE
      * NOT EXISTS GUARD KEEPS A ROLLING-WINDOW PATTERN THAT TRIPS
      * AGAIN TOMORROW, OR A SAME-DAY RE-RUN, FROM STACKING A
      * SECOND CASE ON ONE ALREADY IN HAND. LIKE THE HIT INSERT, A
      * FAILURE IS REPORTED AND THE RUN CARRIES ON.
      **************************************************************
       OPEN-CASE.
           MOVE WS-SAR-SCOPE TO AMCW-SCOPE
           MOVE ACTW-GROUP-KEY TO AMCW-KEY
           MOVE ACTW-GROUP-KEY TO AMCW-CUSTOMER-ID
           IF WS-SAR-SCOPE = 'ACCT'
              MOVE SPACES TO AMCW-CUSTOMER-ID
              EXEC SQL
                   SELECT ACCT_CUSTOMER_ID
                     INTO :AMCW-CUSTOMER-ID
                     FROM OLS0002.ACCOUNT2
                    WHERE ACCT_ACCOUNT_ID = :ACTW-GROUP-KEY
              END-EXEC
           END-IF
           MOVE WS-CURRENT-DATE TO AMCW-ALERT-DT
           MOVE WS-DUE-DATE TO AMCW-DUE-DT
           MOVE ACTW-HIT-COUNT TO AMCW-HIT-COUNT
           MOVE ACTW-HIT-TOTAL TO AMCW-HIT-TOTAL
           MOVE 'O' TO AMCW-STATUS
           MOVE SPACES TO AMCW-FILING-REF
           MOVE 'AMLMCS9' TO AMCW-USERID
           MOVE 0 TO AMCW-CASE-ID
           EXEC SQL
                SELECT COALESCE(MAX(AMC_CASE_ID), 0) + 1
                  INTO :AMCW-CASE-ID
                  FROM OLS0002.AML_CASE
           END-EXEC
           EXEC SQL
                INSERT INTO OLS0002.AML_CASE (
                   AMC_CASE_ID, AMC_SCOPE, AMC_KEY, AMC_CUSTOMER_ID,
                   AMC_ALERT_DT, AMC_DUE_DT, AMC_HIT_COUNT,
                   AMC_HIT_TOTAL, AMC_STATUS, AMC_FILING_REF,
                   AMC_USERID, AMC_UPDT_TS)
                SELECT :AMCW-CASE-ID, :AMCW-SCOPE, :AMCW-KEY,
                       :AMCW-CUSTOMER-ID, :AMCW-ALERT-DT, :AMCW-DUE-DT,
                       :AMCW-HIT-COUNT, :AMCW-HIT-TOTAL, :AMCW-STATUS,
                       :AMCW-FILING-REF, :AMCW-USERID,
                       CURRENT TIMESTAMP
                  FROM SYSIBM.SYSDUMMY1
                 WHERE NOT EXISTS (
                       SELECT 1
                         FROM OLS0002.AML_CASE C
                        WHERE C.AMC_SCOPE = :AMCW-SCOPE
                          AND C.AMC_KEY = :AMCW-KEY
                          AND (C.AMC_STATUS IN ('O', 'U', 'E')
                               OR C.AMC_ALERT_DT = :AMCW-ALERT-DT))
           END-EXEC
           IF SQLCODE = 100
              GO TO OPEN-CASE-END
           END-IF
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'AMLMCS9 CASE INSERT FAILED: ' TXT-SQLCODE
              GO TO OPEN-CASE-END
           END-IF
           ADD 1 TO WS-CASES-OPENED
           EXEC SQL
                INSERT INTO OLS0002.AML_CASE_STEP (
                   ACS_CASE_ID, ACS_SEQ, ACS_FROM_STATUS,
                   ACS_TO_STATUS, ACS_USERID, ACS_TS)
                VALUES (
                   :AMCW-CASE-ID, 1, ' ', 'O', :AMCW-USERID,
                   CURRENT TIMESTAMP)
           END-EXEC
           PERFORM CHECK-HIT-INSERT THRU CHECK-HIT-INSERT-END.
       OPEN-CASE-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE CTR-EXTRACT-FILE
