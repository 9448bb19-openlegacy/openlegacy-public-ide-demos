      * COLLECTIONS DESK STOPS DISCOVERING ARREARS FROM CUSTOMER
      * PHONE CALLS. RUNS UNDER THE SHARED BATCH_RUN_CONTROL
      * DOUBLE-RUN GUARD LIKE THE REST OF THE NIGHTLY FAMILY.
      * A LOAN THAT HAS BEEN THROUGH LNRACS9 (LN_RESTRUCTURE_DT
      * SET) AND FALLS BEHIND AGAIN IS FLAGGED - LDQ_RESTRUCTURED
      * 'Y' AND A TRAILING Y/N FIELD ON ITS WORKLIST LINE - SINCE A
      * RE-DEFAULT AFTER FORBEARANCE IS WORKED DIFFERENTLY.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. LNDQCS9.
            07 LNW-BUCKET-61-90     PIC S9(11)V9(3) COMP-3.
            07 LNW-BUCKET-90-PLUS   PIC S9(11)V9(3) COMP-3.
            07 LNW-OLDEST-DUE-DT    PIC 9(8).
            07 LNW-RESTRUCTURE-DT   PIC X(8).
            07 LNW-RESTRUCTURED     PIC X(1).
      **************************************************************
      * BUCKET BOUNDARY DATES, COMPUTED ONCE AT START OF JOB: THE
      * RUN DATE MINUS 30, 60 AND 90 CALENDAR DAYS. AN OPEN
                              - S.LNS_PAID_PRINCIPAL
                              - S.LNS_PAID_INTEREST
                           ELSE 0 END),
                       MIN(S.LNS_DUE_DT),
                       MAX(COALESCE(L.LN_RESTRUCTURE_DT, ' '))
                  FROM OLS0002.LOAN_ACCOUNT L,
                       OLS0002.LOAN_SCHEDULE S
                 WHERE S.LNS_LOAN_ID = L.LN_LOAN_ID
                  :LNW-BUCKET-31-60,
                  :LNW-BUCKET-61-90,
                  :LNW-BUCKET-90-PLUS,
                  :LNW-OLDEST-DUE-DT,
                  :LNW-RESTRUCTURE-DT
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       INSERT-DELINQUENCY.
           IF LNW-RESTRUCTURE-DT > SPACES
              MOVE 'Y' TO LNW-RESTRUCTURED
           ELSE
              MOVE 'N' TO LNW-RESTRUCTURED
           END-IF
           EXEC SQL
                INSERT INTO OLS0002.LOAN_DELINQUENCY (
                   LDQ_LOAN_ID, LDQ_BUSINESS_DT, LDQ_CUSTOMER_ID,
                   LDQ_BUCKET_1_30, LDQ_BUCKET_31_60,
                   LDQ_BUCKET_61_90, LDQ_BUCKET_90_PLUS,
                   LDQ_OLDEST_DUE_DT, LDQ_RESTRUCTURED,
                   LDQ_UPDT_TS)
                VALUES (
                   :LNW-LOAN-ID, :RUNC-BUSINESS-DT,
                   :LNW-CUSTOMER-ID,
                   :LNW-BUCKET-1-30, :LNW-BUCKET-31-60,
                   :LNW-BUCKET-61-90, :LNW-BUCKET-90-PLUS,
                   :LNW-OLDEST-DUE-DT, :LNW-RESTRUCTURED,
                   CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM DO-POSTSQL THRU DO-POSTSQL-END
              WS-AMOUNT-ED-4        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              LNW-OLDEST-DUE-DT     DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              LNW-RESTRUCTURED      DELIMITED BY SIZE
              INTO DELINQ-REPORT-RECORD
           END-STRING
           WRITE DELINQ-REPORT-RECORD.
