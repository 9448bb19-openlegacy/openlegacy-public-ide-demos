CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * LLPVCS9 - MONTH-END LOAN LOSS PROVISIONING BATCH JOB.
      * LNDQCS9 AGES THE ARREARS, BUT THE LOAN-LOSS ALLOWANCE WAS
      * STILL WORKED OUT BY FINANCE IN A SPREADSHEET. THIS JOB
      * ASSIGNS EVERY OLS0002.LOAN_ACCOUNT LOAN A PROVISIONING
      * STAGE FROM THE LATEST OLS0002.LOAN_DELINQUENCY AGING AND
      * THE LOAN'S RECENT PAYMENT HISTORY:
      *   STAGE 3  CREDIT-IMPAIRED  ANYTHING IN THE 90-PLUS BUCKET
      *   STAGE 2  UNDER WATCH      ANYTHING IN THE 31-60 OR 61-90
      *                             BUCKET, OR A 61-PLUS BALANCE
      *                             ANYWHERE IN THE LAST SIX MONTHS
      *                             OF AGING (THE CURE PERIOD),
      *                             OR A RESTRUCTURE BY LNRACS9
      *                             IN THE LAST 365 DAYS (THE
      *                             FORBEARANCE PROBATION)
      *   STAGE 1  PERFORMING       EVERYTHING ELSE
      *   STAGE C  CLOSED           A LOAN NO LONGER ACTIVE THAT
      *                             STILL CARRIES AN ALLOWANCE - IT
      *                             IS RELEASED IN FULL
      * THE REQUIRED ALLOWANCE IS THE PRINCIPAL BALANCE TIMES THE
      * RATE FOR THE STAGE AND PRODUCT ON THE CONTROL TABLE
      * OLS0002.LOAN_PROVISION_RATE (THE PRODUCT'S OWN ROW, ELSE
      * THE '***' DEFAULT ROW FOR THE STAGE, ELSE NO PROVISION AND
      * A WARNING). PRODUCT AND BRANCH ARE THOSE OF THE LOAN'S
      * DISBURSEMENT ACCOUNT, AS BSMICS9 CREDITS ITS BOOKINGS.
      * THE ALLOWANCE ALREADY BOOKED IS THE LOAN'S LAST MONTH ROW
      * ON OLS0002.LOAN_PROVISION; THE DIFFERENCE IS POSTED AS A
      * SIGNED TYPE 'V' LEDGER ROW AGAINST THE LOAN (POSITIVE A
      * CHARGE, NEGATIVE A RELEASE), SO GLJFCS9 JOURNALS THE
      * MOVEMENT THROUGH ITS 'V' POSTING RULE THAT NIGHT. EACH
      * LOAN'S MONTH ROW IS WRITTEN BEFORE ITS LEDGER ROW AND A
      * LOAN ALREADY PROVISIONED THIS MONTH IS SKIPPED, SO A RERUN
      * AFTER AN ABEND PICKS UP WHERE THE FAILED RUN STOPPED AND
      * NOTHING IS POSTED TWICE. THE LLPVRPT REPORT SUMMARISES THE
      * MONTH BY STAGE, PRODUCT AND BRANCH, WITH STAGE TOTALS PER
      * CURRENCY. RUNS UNDER THE SHARED BATCH_RUN_CONTROL GUARD
      * AND DEPGCS9 DEPENDENCY GATE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. LLPVCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PROVISION-REPORT-FILE ASSIGN TO LLPVRPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PROVISION-REPORT-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  PROVISION-REPORT-FILE
            RECORDING MODE IS F.
        01  PROVISION-REPORT-LINE              PIC X(132).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLLOANPROVISION.
           10 LPV_LOAN_ID          PIC X(11).
           10 LPV_MONTH            PIC X(6).
           10 LPV_BUSINESS_DT      PIC S9(9) COMP.
           10 LPV_STAGE            PIC X(1).
           10 LPV_SUB_TYPCD        PIC X(3).
           10 LPV_BRNCH_ID         PIC S9(9) COMP.
           10 LPV_CURRENCY         PIC X(3).
           10 LPV_EXPOSURE         PIC S9(11)V9(3) USAGE COMP-3.
           10 LPV_RATE             PIC S9V9(4) USAGE COMP-3.
           10 LPV_REQUIRED         PIC S9(11)V9(3) USAGE COMP-3.
           10 LPV_PRIOR_BOOKED     PIC S9(11)V9(3) USAGE COMP-3.
           10 LPV_MOVEMENT         PIC S9(11)V9(3) USAGE COMP-3.
           10 LPV_UPDT_TS          PIC X(26).
      **************************************************************
       01  DCLPROVISIONRATE.
           10 LPR_STAGE            PIC X(1).
           10 LPR_SUB_TYPCD        PIC X(3).
           10 LPR_RATE             PIC S9V9(4) USAGE COMP-3.
      **************************************************************
        01 PROVISION-WS.
            07 LPVW-LOAN-ID         PIC X(11).
            07 LPVW-LOAN-STATUS     PIC X(1).
            07 LPVW-PRINCIPAL-BAL   PIC S9(11)V9(3) COMP-3.
            07 LPVW-CURRENCY        PIC X(3).
            07 LPVW-BRNCH-ID        PIC S9(9) COMP.
            07 LPVW-SUB-TYPCD       PIC X(3).
            07 LPVW-RESTRUCTURE-DT  PIC X(8).
            07 LPVW-STAGE           PIC X(1).
            07 LPVW-EXPOSURE        PIC S9(11)V9(3) COMP-3.
            07 LPVW-RATE            PIC S9V9(4) COMP-3.
            07 LPVW-REQUIRED        PIC S9(11)V9(3) COMP-3.
            07 LPVW-PRIOR-BOOKED    PIC S9(11)V9(3) COMP-3.
            07 LPVW-MOVEMENT        PIC S9(11)V9(3) COMP-3.
            07 LPVW-DONE-COUNT      PIC S9(4) COMP.
            07 LPVW-WATCH-COUNT     PIC S9(9) COMP.
            07 LPVW-CTL-SUB-TYPCD   PIC X(3).
      **************************************************************
      * THE LOAN'S BUCKETS ON THE LATEST AGING RUN. A LOAN WITH NO
      * ROW ON THAT RUN WAS NOT IN ARREARS THAT NIGHT.
      **************************************************************
        01 AGING-WS.
            07 LPVW-BUCKET-31-60    PIC S9(11)V9(3) COMP-3.
            07 LPVW-BUCKET-61-90    PIC S9(11)V9(3) COMP-3.
            07 LPVW-BUCKET-90-PLUS  PIC S9(11)V9(3) COMP-3.
        01 WS-AGING-DT                     PIC S9(9)  COMP VALUE 0.
        01 WS-AGING-NULL                   PIC S9(4)  COMP VALUE 0.
        01 WS-WATCH-FROM-DT                PIC 9(08).
        01 WS-FORBEAR-FROM-DT              PIC X(08).
        01 WS-DT-WORK-INT                  PIC S9(9)  COMP.
      **************************************************************
      * REPORT GROUPS READ BACK FROM THE MONTH'S LOAN_PROVISION
      * ROWS - BY STAGE/PRODUCT/BRANCH/CURRENCY, THEN BY STAGE AND
      * CURRENCY FOR THE TOTALS.
      **************************************************************
        01 GROUP-WS.
            07 LPVG-STAGE           PIC X(1).
            07 LPVG-SUB-TYPCD       PIC X(3).
            07 LPVG-BRNCH-ID        PIC S9(9) COMP.
            07 LPVG-CURRENCY        PIC X(3).
            07 LPVG-LOANS           PIC S9(9) COMP.
            07 LPVG-EXPOSURE        PIC S9(13)V9(3) COMP-3.
            07 LPVG-REQUIRED        PIC S9(13)V9(3) COMP-3.
            07 LPVG-PRIOR-BOOKED    PIC S9(13)V9(3) COMP-3.
            07 LPVG-MOVEMENT        PIC S9(13)V9(3) COMP-3.
      **************************************************************
        01 WS-BRANCH-NAME                  PIC X(20)  VALUE SPACES.
        01 WS-RUN-MONTH                    PIC X(6)   VALUE SPACES.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 ACTW-DESCRIPTION                PIC X(40).
        01 WS-BRANCH-ED                    PIC -9(9).
        01 WS-CNT-ED                       PIC -(5)9.
        01 LLPV-EDIT-FIELDS.
          05 WS-AMT-ED OCCURS 4              PIC -(13)9.99.
        01 WS-LOANS-READ                   PIC 9(7)   VALUE 0.
        01 WS-LOANS-PROVISIONED            PIC 9(7)   VALUE 0.
        01 WS-LOANS-SKIPPED                PIC 9(7)   VALUE 0.
        01 WS-LOANS-NO-RATE                PIC 9(7)   VALUE 0.
        01 WS-MOVEMENTS-POSTED             PIC 9(7)   VALUE 0.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-PROVISION-REPORT-STATUS      PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * SHARED BATCH RUN-CONTROL WORK AREA (OLS0002.
      * BATCH_RUN_CONTROL) AND THE DEPGCS9 DEPENDENCY GATE - THE
      * STAGES ARE ONLY RIGHT ONCE THE NIGHT'S LNDQCS9 AGING HAS
      * FINISHED.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'LLPVCS9 '.
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
           PERFORM PROVISION-LOOP THRU PROVISION-LOOP-END
              UNTIL EODATA = 'Y'
           PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           PERFORM WRITE-GROUP-REPORT THRU WRITE-GROUP-REPORT-END
           PERFORM WRITE-STAGE-TOTALS THRU WRITE-STAGE-TOTALS-END
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'LLPVCS9 LOANS READ:        ' WS-LOANS-READ
           DISPLAY 'LLPVCS9 LOANS PROVISIONED: ' WS-LOANS-PROVISIONED
           DISPLAY 'LLPVCS9 ALREADY THIS MONTH:' WS-LOANS-SKIPPED
           DISPLAY 'LLPVCS9 MOVEMENTS POSTED:  ' WS-MOVEMENTS-POSTED
           DISPLAY 'LLPVCS9 LOANS WITH NO RATE:' WS-LOANS-NO-RATE
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
      * THE LATEST AGING RUN ON LOAN_DELINQUENCY IS THE ONE THE
      * STAGES ARE TAKEN FROM; THE CURE-PERIOD WINDOW LOOKS BACK
      * 182 DAYS FROM TODAY AND THE FORBEARANCE PROBATION 365.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE-DATA(1:6) TO WS-RUN-MONTH
           COMPUTE WS-DT-WORK-INT =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) - 182
           MOVE FUNCTION DATE-OF-INTEGER(WS-DT-WORK-INT)
              TO WS-WATCH-FROM-DT
           COMPUTE WS-DT-WORK-INT =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) - 365
           MOVE FUNCTION DATE-OF-INTEGER(WS-DT-WORK-INT)
              TO WS-FORBEAR-FROM-DT
           MOVE 0 TO WS-AGING-DT
           EXEC SQL
                SELECT MAX(LDQ_BUSINESS_DT)
                  INTO :WS-AGING-DT :WS-AGING-NULL
                  FROM OLS0002.LOAN_DELINQUENCY
                 WHERE LDQ_BUSINESS_DT <= :RUNC-BUSINESS-DT
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-AGING-NULL < 0
              MOVE 0 TO WS-AGING-DT
              DISPLAY 'LLPVCS9 NO LOAN_DELINQUENCY AGING FOUND - '
                 'ALL ACTIVE LOANS TAKEN AS PERFORMING'
           END-IF
           OPEN OUTPUT PROVISION-REPORT-FILE
           IF WS-PROVISION-REPORT-STATUS NOT = '00'
              DISPLAY 'PROVISION-REPORT-FILE OPEN FAILED, STATUS: '
                 WS-PROVISION-REPORT-STATUS
              PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM WRITE-REPORT-HEADING THRU WRITE-REPORT-HEADING-END.
       INIT-RTN-END.
           EXIT.
      **************************************************************
      * EVERY LOAN, WITH THE BRANCH AND PRODUCT OF ITS DISBURSEMENT
      * ACCOUNT - LIVE, OR FROM ACCOUNT2_HIST IF IT HAS CLOSED.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE V1 CURSOR FOR
                SELECT L.LN_LOAN_ID, L.LN_STATUS, L.LN_PRINCIPAL_BAL,
                       L.LN_CURRENCY,
                       COALESCE(X.ACCT_BRNCH_ID, H.ACCT_BRNCH_ID, 0),
                       COALESCE(X.ACCT_SUB_TYPCD, H.ACCT_SUB_TYPCD,
                                '***'),
                       COALESCE(L.LN_RESTRUCTURE_DT, ' ')
                  FROM OLS0002.LOAN_ACCOUNT L
                  LEFT OUTER JOIN OLS0002.ACCOUNT2 X
                    ON X.ACCT_ACCOUNT_ID = L.LN_DISB_ACCOUNT_ID
                  LEFT OUTER JOIN OLS0002.ACCOUNT2_HIST H
                    ON H.ACCT_ACCOUNT_ID = L.LN_DISB_ACCOUNT_ID
                 ORDER BY L.LN_LOAN_ID
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN V1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH V1 INTO
                  :LPVW-LOAN-ID,
                  :LPVW-LOAN-STATUS,
                  :LPVW-PRINCIPAL-BAL,
                  :LPVW-CURRENCY,
                  :LPVW-BRNCH-ID,
                  :LPVW-SUB-TYPCD,
                  :LPVW-RESTRUCTURE-DT
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
      * ONE ITERATION OF THE PROVISIONING LOOP: SKIP A LOAN ALREADY
      * DONE THIS MONTH, STAGE IT, PRICE IT, STORE THE MONTH ROW,
      * POST THE MOVEMENT, THEN FETCH THE NEXT LOAN.
      **************************************************************
       PROVISION-LOOP.
           ADD 1 TO WS-LOANS-READ
           PERFORM PROVISION-LOAN THRU PROVISION-LOAN-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       PROVISION-LOOP-END.
           EXIT.
      **************************************************************
       PROVISION-LOAN.
           MOVE 0 TO LPVW-DONE-COUNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :LPVW-DONE-COUNT
                  FROM OLS0002.LOAN_PROVISION
                 WHERE LPV_LOAN_ID = :LPVW-LOAN-ID
                   AND LPV_MONTH = :WS-RUN-MONTH
           END-EXEC
           IF LPVW-DONE-COUNT > 0
              ADD 1 TO WS-LOANS-SKIPPED
              GO TO PROVISION-LOAN-END
           END-IF
           PERFORM GET-PRIOR-BOOKED THRU GET-PRIOR-BOOKED-END
           IF LPVW-LOAN-STATUS NOT = 'A'
              IF LPVW-PRIOR-BOOKED = 0
                 GO TO PROVISION-LOAN-END
              END-IF
              MOVE 'C' TO LPVW-STAGE
              MOVE 0 TO LPVW-EXPOSURE LPVW-RATE LPVW-REQUIRED
           ELSE
              PERFORM ASSIGN-STAGE THRU ASSIGN-STAGE-END
              PERFORM GET-RATE THRU GET-RATE-END
              MOVE LPVW-PRINCIPAL-BAL TO LPVW-EXPOSURE
              COMPUTE LPVW-REQUIRED ROUNDED =
                 LPVW-EXPOSURE * LPVW-RATE
           END-IF
           COMPUTE LPVW-MOVEMENT = LPVW-REQUIRED - LPVW-PRIOR-BOOKED
           PERFORM STORE-PROVISION THRU STORE-PROVISION-END
           IF SQLCODE NOT = 0
              GO TO PROVISION-LOAN-END
           END-IF
           IF LPVW-MOVEMENT NOT = 0
              PERFORM POST-MOVEMENT THRU POST-MOVEMENT-END
           END-IF.
       PROVISION-LOAN-END.
           EXIT.
      **************************************************************
      * THE ALLOWANCE BOOKED BY THE LOAN'S MOST RECENT EARLIER
      * MONTH; NONE (A NEW LOAN, OR THE FIRST RUN) IS ZERO.
      **************************************************************
       GET-PRIOR-BOOKED.
           MOVE 0 TO LPVW-PRIOR-BOOKED
           EXEC SQL
                SELECT LPV_REQUIRED
                  INTO :LPVW-PRIOR-BOOKED
                  FROM OLS0002.LOAN_PROVISION
                 WHERE LPV_LOAN_ID = :LPVW-LOAN-ID
                   AND LPV_MONTH =
                       (SELECT MAX(P.LPV_MONTH)
                          FROM OLS0002.LOAN_PROVISION P
                         WHERE P.LPV_LOAN_ID = :LPVW-LOAN-ID
                           AND P.LPV_MONTH < :WS-RUN-MONTH)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO LPVW-PRIOR-BOOKED
           END-IF.
       GET-PRIOR-BOOKED-END.
           EXIT.
      **************************************************************
      * STAGE FROM THE LATEST AGING BUCKETS, THEN THE SIX-MONTH
      * CURE PERIOD: A LOAN THAT REACHED 61 DAYS IN THAT WINDOW
      * STAYS UNDER WATCH EVEN IF IT IS UP TO DATE TODAY.
      **************************************************************
       ASSIGN-STAGE.
           MOVE '1' TO LPVW-STAGE
           MOVE 0 TO LPVW-BUCKET-31-60 LPVW-BUCKET-61-90
                     LPVW-BUCKET-90-PLUS
           EXEC SQL
                SELECT LDQ_BUCKET_31_60, LDQ_BUCKET_61_90,
                       LDQ_BUCKET_90_PLUS
                  INTO :LPVW-BUCKET-31-60, :LPVW-BUCKET-61-90,
                       :LPVW-BUCKET-90-PLUS
                  FROM OLS0002.LOAN_DELINQUENCY
                 WHERE LDQ_LOAN_ID = :LPVW-LOAN-ID
                   AND LDQ_BUSINESS_DT = :WS-AGING-DT
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO LPVW-BUCKET-31-60 LPVW-BUCKET-61-90
                        LPVW-BUCKET-90-PLUS
           END-IF
           IF LPVW-BUCKET-90-PLUS > 0
              MOVE '3' TO LPVW-STAGE
              GO TO ASSIGN-STAGE-END
           END-IF
           IF LPVW-BUCKET-31-60 > 0 OR LPVW-BUCKET-61-90 > 0
              MOVE '2' TO LPVW-STAGE
              GO TO ASSIGN-STAGE-END
           END-IF
           IF LPVW-RESTRUCTURE-DT > SPACES
              AND LPVW-RESTRUCTURE-DT >= WS-FORBEAR-FROM-DT
              MOVE '2' TO LPVW-STAGE
              GO TO ASSIGN-STAGE-END
           END-IF
           MOVE 0 TO LPVW-WATCH-COUNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :LPVW-WATCH-COUNT
                  FROM OLS0002.LOAN_DELINQUENCY
                 WHERE LDQ_LOAN_ID = :LPVW-LOAN-ID
                   AND LDQ_BUSINESS_DT >= :WS-WATCH-FROM-DT
                   AND (LDQ_BUCKET_61_90 > 0
                        OR LDQ_BUCKET_90_PLUS > 0)
           END-EXEC
           IF SQLCODE = 0 AND LPVW-WATCH-COUNT > 0
              MOVE '2' TO LPVW-STAGE
           END-IF.
       ASSIGN-STAGE-END.
           EXIT.
      **************************************************************
      * THE PRODUCT'S OWN RATE FOR THE STAGE, ELSE THE '***'
      * DEFAULT ROW FOR THE STAGE, ELSE NO PROVISION - COUNTED AND
      * DISPLAYED SO THE CONTROL TABLE GETS FIXED.
      **************************************************************
       GET-RATE.
           MOVE 0 TO LPVW-RATE
           MOVE LPVW-SUB-TYPCD TO LPVW-CTL-SUB-TYPCD
           PERFORM SELECT-RATE THRU SELECT-RATE-END
           IF SQLCODE = 0
              GO TO GET-RATE-END
           END-IF
           MOVE '***' TO LPVW-CTL-SUB-TYPCD
           PERFORM SELECT-RATE THRU SELECT-RATE-END
           IF SQLCODE NOT = 0
              MOVE 0 TO LPVW-RATE
              ADD 1 TO WS-LOANS-NO-RATE
              DISPLAY '*** NO PROVISION RATE FOR STAGE ' LPVW-STAGE
                 ' PRODUCT ' LPVW-SUB-TYPCD ' - LOAN ' LPVW-LOAN-ID
           END-IF.
       GET-RATE-END.
           EXIT.
      **************************************************************
       SELECT-RATE.
           EXEC SQL
                SELECT LPR_RATE
                  INTO :LPVW-RATE
                  FROM OLS0002.LOAN_PROVISION_RATE
                 WHERE LPR_STAGE = :LPVW-STAGE
                   AND LPR_SUB_TYPCD = :LPVW-CTL-SUB-TYPCD
           END-EXEC.
       SELECT-RATE-END.
           EXIT.
      **************************************************************
       STORE-PROVISION.
           EXEC SQL
                INSERT INTO OLS0002.LOAN_PROVISION (
                   LPV_LOAN_ID, LPV_MONTH, LPV_BUSINESS_DT,
                   LPV_STAGE, LPV_SUB_TYPCD, LPV_BRNCH_ID,
                   LPV_CURRENCY, LPV_EXPOSURE, LPV_RATE,
                   LPV_REQUIRED, LPV_PRIOR_BOOKED, LPV_MOVEMENT,
                   LPV_UPDT_TS)
                VALUES (
                   :LPVW-LOAN-ID, :WS-RUN-MONTH, :RUNC-BUSINESS-DT,
                   :LPVW-STAGE, :LPVW-SUB-TYPCD, :LPVW-BRNCH-ID,
                   :LPVW-CURRENCY, :LPVW-EXPOSURE, :LPVW-RATE,
                   :LPVW-REQUIRED, :LPVW-PRIOR-BOOKED, :LPVW-MOVEMENT,
                   CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-LOANS-PROVISIONED
           ELSE
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
           END-IF.
       STORE-PROVISION-END.
           EXIT.
      **************************************************************
      * THE MOVEMENT GOES TO THE LEDGER SIGNED, WITH THE NEW
      * ALLOWANCE AS THE BALANCE AFTER, SO GLJFCS9 JOURNALS A NET
      * CHARGE OR RELEASE PER CURRENCY THROUGH THE 'V' RULE.
      **************************************************************
       POST-MOVEMENT.
           MOVE SPACES TO ACTW-DESCRIPTION
           STRING 'LOAN LOSS PROVISION STAGE ' DELIMITED BY SIZE
              LPVW-STAGE DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-RUN-MONTH DELIMITED BY SIZE
              INTO ACTW-DESCRIPTION
           END-STRING
           EXEC SQL
                INSERT INTO OLS0002.ACCOUNT2_TXN (
                   TXN_ACCOUNT_ID, TXN_TXN_TYPE, TXN_AMOUNT,
                   TXN_BALANCE_AFTER, TXN_CURRENCY, TXN_TS,
                   TXN_USERID, TXN_DESCRIPTION)
                VALUES (
                   :LPVW-LOAN-ID, 'V', :LPVW-MOVEMENT,
                   :LPVW-REQUIRED, :LPVW-CURRENCY,
                   CURRENT TIMESTAMP,
                   'LLPVCS9', :ACTW-DESCRIPTION)
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-MOVEMENTS-POSTED
           ELSE
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
           END-IF.
       POST-MOVEMENT-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE V1
           END-EXEC.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       WRITE-REPORT-HEADING.
           MOVE SPACES TO PROVISION-REPORT-LINE
           STRING
              'LOAN LOSS PROVISIONING - MONTH '
                                    DELIMITED BY SIZE
              WS-RUN-MONTH          DELIMITED BY SIZE
              ' RUN '               DELIMITED BY SIZE
              WS-CURRENT-DATE       DELIMITED BY SIZE
              INTO PROVISION-REPORT-LINE
           END-STRING
           WRITE PROVISION-REPORT-LINE
           MOVE ALL '=' TO PROVISION-REPORT-LINE(1:60)
           MOVE SPACES TO PROVISION-REPORT-LINE(61:72)
           WRITE PROVISION-REPORT-LINE
           MOVE 'GRP|STAGE|PRODUCT|BRANCH|NAME|CCY|LOANS|EXPOSURE|REQUIR
      -         'ED|PRIOR BOOKED|MOVEMENT'
              TO PROVISION-REPORT-LINE
           WRITE PROVISION-REPORT-LINE
           MOVE 'TOT|STAGE|CCY|LOANS|EXPOSURE|REQUIRED|PRIOR BOOKED|MOVE
      -         'MENT'
              TO PROVISION-REPORT-LINE
           WRITE PROVISION-REPORT-LINE.
       WRITE-REPORT-HEADING-END.
           EXIT.
      **************************************************************
      * THE REPORT IS BUILT FROM THE MONTH'S STORED ROWS, SO A
      * RESTARTED RUN STILL REPORTS THE LOANS THE FAILED RUN DID.
      **************************************************************
       WRITE-GROUP-REPORT.
           MOVE 'N' TO EODATA
           EXEC SQL
              DECLARE V2 CURSOR FOR
               SELECT LPV_STAGE, LPV_SUB_TYPCD, LPV_BRNCH_ID,
                      LPV_CURRENCY, COUNT(*),
                      SUM(LPV_EXPOSURE), SUM(LPV_REQUIRED),
                      SUM(LPV_PRIOR_BOOKED), SUM(LPV_MOVEMENT)
                 FROM OLS0002.LOAN_PROVISION
                WHERE LPV_MONTH = :WS-RUN-MONTH
                GROUP BY LPV_STAGE, LPV_SUB_TYPCD, LPV_BRNCH_ID,
                      LPV_CURRENCY
                ORDER BY 1, 2, 3, 4
           END-EXEC
           EXEC SQL
              OPEN V2
           END-EXEC
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END
           PERFORM FETCH-GROUP THRU FETCH-GROUP-END
           PERFORM WRITE-GROUP-LINE THRU WRITE-GROUP-LINE-END
              UNTIL EODATA = 'Y'
           EXEC SQL
              CLOSE V2
           END-EXEC.
       WRITE-GROUP-REPORT-END.
           EXIT.
      **************************************************************
       FETCH-GROUP.
           IF EODATA = 'Y'
              GO TO FETCH-GROUP-END
           END-IF
           EXEC SQL
                FETCH V2 INTO
                  :LPVG-STAGE, :LPVG-SUB-TYPCD, :LPVG-BRNCH-ID,
                  :LPVG-CURRENCY, :LPVG-LOANS,
                  :LPVG-EXPOSURE, :LPVG-REQUIRED,
                  :LPVG-PRIOR-BOOKED, :LPVG-MOVEMENT
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       FETCH-GROUP-END.
           EXIT.
      **************************************************************
       WRITE-GROUP-LINE.
           MOVE SPACES TO WS-BRANCH-NAME
           EXEC SQL
                SELECT SUBSTR(BRN_NAME, 1, 20) INTO :WS-BRANCH-NAME
                  FROM OLS0002.BRANCH_MASTER
                 WHERE BRN_BRNCH_ID = :LPVG-BRNCH-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE '(NOT ON MASTER)' TO WS-BRANCH-NAME
           END-IF
           MOVE LPVG-BRNCH-ID     TO WS-BRANCH-ED
           MOVE LPVG-LOANS        TO WS-CNT-ED
           MOVE LPVG-EXPOSURE     TO WS-AMT-ED(1)
           MOVE LPVG-REQUIRED     TO WS-AMT-ED(2)
           MOVE LPVG-PRIOR-BOOKED TO WS-AMT-ED(3)
           MOVE LPVG-MOVEMENT     TO WS-AMT-ED(4)
           MOVE SPACES TO PROVISION-REPORT-LINE
           STRING
              'GRP'                 DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              LPVG-STAGE            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              LPVG-SUB-TYPCD        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-BRANCH-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-BRANCH-NAME        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              LPVG-CURRENCY         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMT-ED(1)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMT-ED(2)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMT-ED(3)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMT-ED(4)          DELIMITED BY SIZE
              INTO PROVISION-REPORT-LINE
           END-STRING
           WRITE PROVISION-REPORT-LINE
           PERFORM FETCH-GROUP THRU FETCH-GROUP-END.
       WRITE-GROUP-LINE-END.
           EXIT.
      **************************************************************
      * STAGE TOTALS PER CURRENCY - AMOUNTS ARE NEVER ADDED ACROSS
      * CURRENCIES.
      **************************************************************
       WRITE-STAGE-TOTALS.
           MOVE 'N' TO EODATA
           EXEC SQL
              DECLARE V3 CURSOR FOR
               SELECT LPV_STAGE, LPV_CURRENCY, COUNT(*),
                      SUM(LPV_EXPOSURE), SUM(LPV_REQUIRED),
                      SUM(LPV_PRIOR_BOOKED), SUM(LPV_MOVEMENT)
                 FROM OLS0002.LOAN_PROVISION
                WHERE LPV_MONTH = :WS-RUN-MONTH
                GROUP BY LPV_STAGE, LPV_CURRENCY
                ORDER BY 1, 2
           END-EXEC
           EXEC SQL
              OPEN V3
           END-EXEC
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END
           PERFORM FETCH-TOTAL THRU FETCH-TOTAL-END
           PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-END
              UNTIL EODATA = 'Y'
           EXEC SQL
              CLOSE V3
           END-EXEC.
       WRITE-STAGE-TOTALS-END.
           EXIT.
      **************************************************************
       FETCH-TOTAL.
           IF EODATA = 'Y'
              GO TO FETCH-TOTAL-END
           END-IF
           EXEC SQL
                FETCH V3 INTO
                  :LPVG-STAGE, :LPVG-CURRENCY, :LPVG-LOANS,
                  :LPVG-EXPOSURE, :LPVG-REQUIRED,
                  :LPVG-PRIOR-BOOKED, :LPVG-MOVEMENT
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       FETCH-TOTAL-END.
           EXIT.
      **************************************************************
       WRITE-TOTAL-LINE.
           MOVE LPVG-LOANS        TO WS-CNT-ED
           MOVE LPVG-EXPOSURE     TO WS-AMT-ED(1)
           MOVE LPVG-REQUIRED     TO WS-AMT-ED(2)
           MOVE LPVG-PRIOR-BOOKED TO WS-AMT-ED(3)
           MOVE LPVG-MOVEMENT     TO WS-AMT-ED(4)
           MOVE SPACES TO PROVISION-REPORT-LINE
           STRING
              'TOT'                 DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              LPVG-STAGE            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              LPVG-CURRENCY         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMT-ED(1)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMT-ED(2)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMT-ED(3)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMT-ED(4)          DELIMITED BY SIZE
              INTO PROVISION-REPORT-LINE
           END-STRING
           WRITE PROVISION-REPORT-LINE
           PERFORM FETCH-TOTAL THRU FETCH-TOTAL-END.
       WRITE-TOTAL-LINE-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE PROVISION-REPORT-FILE.
       CLOSE-FILES-END.
           EXIT.
      **************************************************************
      * A FAILED STATEMENT FOR ONE LOAN IS REPORTED AND THAT LOAN
      * LEFT FOR THE RERUN; THE LOOP CARRIES ON.
      **************************************************************
       REPORT-SQL-FAILURE.
           MOVE SQLCODE TO TXT-SQLCODE
           MOVE SQLSTATE TO TXT-SQLSTATE
           MOVE SQLERRMC TO TXT-SQLERRMC
           DISPLAY 'LLPVCS9 SQL ERROR FOR LOAN ' LPVW-LOAN-ID
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
                  DISPLAY 'LLPVCS9 SQL ERROR. SQLCODE: ' TXT-SQLCODE
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
      * COMPLETE-RUN - CLOSE TODAY'S ROW AS COMPLETE WITH THE
      * NUMBER OF LOANS PROVISIONED BY THIS RUN.
      **************************************************************
       COMPLETE-RUN.
           MOVE WS-LOANS-PROVISIONED TO RUNC-RECORDS
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
