CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * CBRXCS9 - MONTH-END CREDIT-BUREAU REPORTING EXTRACT.
      * WRITES ONE BASE RECORD PER OLS0002.LOAN_ACCOUNT LOAN TO
      * THE BUREAU FILE (CBUREXT) IN THE BUREAU'S OWN FIXED-COLUMN
      * LAYOUT, WRAPPED IN THE BUREAU'S HEADER AND TRAILER RECORDS
      * - NOT THE HOUSE PIPE-DELIMITED HDR/TRL ENVELOPE, THE
      * LAYOUT IS THE BUREAU'S, THE WAY YITXCS9 FOLLOWS THE TAX
      * OFFICE'S. EACH RECORD CARRIES THE BORROWER'S IDENTITY
      * FROM OLS0002.CUSTOMER_MASTER, THE ORIGINAL PRINCIPAL,
      * CURRENT BALANCE, INSTALLMENT, AMOUNT PAST DUE AND A
      * PAYMENT STATUS CODE:
      *   11  CURRENT (INCLUDING UP TO 30 DAYS LATE)
      *   71  31-60 DAYS PAST DUE     ) FROM THE LATEST
      *   78  61-90 DAYS PAST DUE     ) OLS0002.LOAN_DELINQUENCY
      *   80  OVER 90 DAYS PAST DUE   ) AGING (LNDQCS9)
      *   13  PAID OFF - LOAN CLOSED ('C'), REPORTED IN THE MONTH
      *       IT CLOSED WITH ITS CLOSE DATE
      *   97  CHARGED OFF - LOAN WRITTEN OFF ('W', SET WHEN PNDACS9
      *       APPROVES AN LNCHGO REQUEST), REPORTED EVERY MONTH
      *       WITH THE UNPAID BALANCE
      * A LOAN WHOSE BORROWER IS NOT ON CUSTOMER_MASTER IS HELD
      * BACK AND LISTED ON THE CBURRPT CONTROL REPORT RATHER THAN
      * SENT WITHOUT AN IDENTITY. THE SUBMISSION IS RECORDED ON
      * OLS0002.CREDIT_BUREAU_SUBMISSION UNDER ITS FILE REFERENCE,
      * WHICH THE BUREAU QUOTES BACK ON ITS RESPONSE FILE
      * (CBRRCS9). RUNS UNDER THE SHARED BATCH_RUN_CONTROL GUARD
      * AND DEPGCS9 DEPENDENCY GATE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CBRXCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BUREAU-EXTRACT-FILE ASSIGN TO CBUREXT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BUREAU-EXTRACT-STATUS.
            SELECT BUREAU-REPORT-FILE ASSIGN TO CBURRPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BUREAU-REPORT-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
      * THE BUREAU'S FIXED 250-BYTE LAYOUT. AMOUNTS ARE ZONED,
      * UNSIGNED, TWO IMPLIED DECIMALS; DATES CCYYMMDD, ZERO WHEN
      * NOT APPLICABLE.
      **************************************************************
        FD  BUREAU-EXTRACT-FILE
            RECORDING MODE IS F.
        01  CBR-HEADER-RECORD.
            05 CBRH-REC-ID              PIC X(6).
            05 CBRH-SUBSCRIBER-ID       PIC X(10).
            05 CBRH-FILE-REF            PIC X(14).
            05 CBRH-ACTIVITY-DT         PIC 9(8).
            05 CBRH-CREATED-DT          PIC 9(8).
            05 CBRH-REPORTER-NAME       PIC X(30).
            05 FILLER                   PIC X(174).
        01  CBR-BASE-RECORD.
            05 CBRB-REC-ID              PIC X(6).
            05 CBRB-ACCOUNT-NO          PIC X(20).
            05 CBRB-CUSTOMER-ID         PIC X(16).
            05 CBRB-NAME                PIC X(16).
            05 CBRB-ADDR                PIC X(16).
            05 CBRB-CITY                PIC X(16).
            05 CBRB-STATE               PIC X(2).
            05 CBRB-ZIP                 PIC X(5).
            05 CBRB-PHONE               PIC X(16).
            05 CBRB-OPEN-DT             PIC 9(8).
            05 CBRB-CURRENCY            PIC X(3).
            05 CBRB-ORIG-PRINCIPAL      PIC 9(11)V99.
            05 CBRB-CURRENT-BAL         PIC 9(11)V99.
            05 CBRB-INSTALLMENT-AMT     PIC 9(11)V99.
            05 CBRB-PAST-DUE-AMT        PIC 9(11)V99.
            05 CBRB-TERM-MONTHS         PIC 9(3).
            05 CBRB-ACCOUNT-STATUS      PIC X(2).
            05 CBRB-DATE-CLOSED         PIC 9(8).
            05 CBRB-FIRST-DELINQ-DT     PIC 9(8).
            05 FILLER                   PIC X(53).
        01  CBR-TRAILER-RECORD.
            05 CBRT-REC-ID              PIC X(6).
            05 CBRT-BASE-COUNT          PIC 9(9).
            05 CBRT-CURRENT-COUNT       PIC 9(9).
            05 CBRT-DELINQ-COUNT        PIC 9(9).
            05 CBRT-PAID-COUNT          PIC 9(9).
            05 CBRT-CHGOFF-COUNT        PIC 9(9).
            05 CBRT-TOTAL-BAL           PIC 9(13)V99.
            05 FILLER                   PIC X(184).
        FD  BUREAU-REPORT-FILE
            RECORDING MODE IS F.
        01  BUREAU-REPORT-LINE                 PIC X(132).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLBUREAUSUBMISSION.
           10 CBS_FILE_REF         PIC X(14).
           10 CBS_MONTH            PIC X(6).
           10 CBS_BUSINESS_DT      PIC S9(9) COMP.
           10 CBS_RECORDS          PIC S9(9) COMP.
           10 CBS_TOTAL_BAL        PIC S9(13)V9(3) USAGE COMP-3.
           10 CBS_RESPONSE_REF     PIC X(14).
           10 CBS_ACCEPTED         PIC S9(9) COMP.
           10 CBS_REJECTED         PIC S9(9) COMP.
           10 CBS_TS               PIC X(26).
      **************************************************************
        01 LOAN-WS.
            07 LNW-LOAN-ID          PIC X(11).
            07 LNW-CUSTOMER-ID      PIC X(16).
            07 LNW-PRINCIPAL        PIC S9(11)V9(3) COMP-3.
            07 LNW-PRINCIPAL-BAL    PIC S9(11)V9(3) COMP-3.
            07 LNW-INSTALLMENT-AMT  PIC S9(11)V9(3) COMP-3.
            07 LNW-TERM-MONTHS      PIC S9(4) COMP.
            07 LNW-CURRENCY         PIC X(3).
            07 LNW-STATUS           PIC X(1).
            07 LNW-OPEN-DT          PIC X(8).
            07 LNW-UPDT-DT          PIC X(8).
        01 CUSTOMER-WS.
            07 CUSW-NAME            PIC X(16).
            07 CUSW-ADDR            PIC X(16).
            07 CUSW-CITY            PIC X(16).
            07 CUSW-STATE           PIC X(2).
            07 CUSW-ZIP             PIC X(5).
            07 CUSW-PHONE           PIC X(16).
      **************************************************************
      * THE LOAN'S BUCKETS ON THE LATEST AGING RUN. A LOAN WITH NO
      * ROW ON THAT RUN WAS NOT IN ARREARS THAT NIGHT.
      **************************************************************
        01 AGING-WS.
            07 LNW-BUCKET-1-30      PIC S9(11)V9(3) COMP-3.
            07 LNW-BUCKET-31-60     PIC S9(11)V9(3) COMP-3.
            07 LNW-BUCKET-61-90     PIC S9(11)V9(3) COMP-3.
            07 LNW-BUCKET-90-PLUS   PIC S9(11)V9(3) COMP-3.
            07 LNW-OLDEST-DUE-DT    PIC 9(8).
        01 LNW-PAST-DUE             PIC S9(11)V9(3) COMP-3.
        01 LNW-BUREAU-STATUS        PIC X(2).
        01 WS-AGING-DT              PIC S9(9)  COMP VALUE 0.
        01 WS-AGING-NULL            PIC S9(4)  COMP VALUE 0.
      **************************************************************
      * THE SUBSCRIBER ID THE BUREAU ASSIGNED US, AND THE NAME IT
      * HOLDS US UNDER - BOTH GO ON EVERY HEADER RECORD.
      **************************************************************
        01 WS-SUBSCRIBER-ID         PIC X(10)  VALUE 'OLS0002BNK'.
        01 WS-REPORTER-NAME         PIC X(30)
                                    VALUE 'OLS0002 RETAIL BANKING'.
        01 WS-FILE-REF              PIC X(14)  VALUE SPACES.
      **************************************************************
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
        01 WS-MONTH-START-X                PIC X(8)   VALUE SPACES.
        01 WS-RUN-MONTH                    PIC X(6)   VALUE SPACES.
        01 WS-CNT-ED                       PIC Z(8)9.
        01 WS-AMT-ED                       PIC -(13)9.99.
        01 WS-BASE-COUNT                   PIC 9(9)   VALUE 0.
        01 WS-CURRENT-COUNT                PIC 9(9)   VALUE 0.
        01 WS-DELINQ-COUNT                 PIC 9(9)   VALUE 0.
        01 WS-PAID-COUNT                   PIC 9(9)   VALUE 0.
        01 WS-CHGOFF-COUNT                 PIC 9(9)   VALUE 0.
        01 WS-HELD-COUNT                   PIC 9(9)   VALUE 0.
        01 WS-TOTAL-BAL                    PIC S9(13)V9(3) COMP-3
                                                      VALUE 0.
        01 WS-LOANS-READ                   PIC 9(7)   VALUE 0.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-BUREAU-EXTRACT-STATUS        PIC X(2)   VALUE '00'.
        01 WS-BUREAU-REPORT-STATUS         PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * SHARED BATCH RUN-CONTROL WORK AREA (OLS0002.
      * BATCH_RUN_CONTROL) AND THE DEPGCS9 DEPENDENCY GATE - THE
      * STATUS CODES ARE ONLY RIGHT ONCE THE NIGHT'S LNDQCS9 AGING
      * HAS FINISHED.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'CBRXCS9 '.
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
           PERFORM EXTRACT-LOOP THRU EXTRACT-LOOP-END
              UNTIL EODATA = 'Y'
           PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           PERFORM WRITE-TRAILER THRU WRITE-TRAILER-END
           PERFORM RECORD-SUBMISSION THRU RECORD-SUBMISSION-END
           PERFORM WRITE-REPORT-TOTALS THRU WRITE-REPORT-TOTALS-END
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'CBRXCS9 LOANS READ:      ' WS-LOANS-READ
           DISPLAY 'CBRXCS9 RECORDS WRITTEN: ' WS-BASE-COUNT
           DISPLAY 'CBRXCS9 LOANS HELD BACK: ' WS-HELD-COUNT
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FILE-REF
           MOVE WS-CURRENT-CCYY TO WS-MS-CCYY
           MOVE WS-CURRENT-MM   TO WS-MS-MM
           MOVE WS-MONTH-START-N TO WS-MONTH-START-X
           MOVE WS-CURRENT-DATE-DATA(1:6) TO WS-RUN-MONTH
           MOVE 0 TO WS-AGING-DT
           EXEC SQL
                SELECT MAX(LDQ_BUSINESS_DT)
                  INTO :WS-AGING-DT :WS-AGING-NULL
                  FROM OLS0002.LOAN_DELINQUENCY
                 WHERE LDQ_BUSINESS_DT <= :RUNC-BUSINESS-DT
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-AGING-NULL < 0
              MOVE 0 TO WS-AGING-DT
              DISPLAY 'CBRXCS9 NO LOAN_DELINQUENCY AGING FOUND - '
                 'ALL ACTIVE LOANS REPORTED CURRENT'
           END-IF
           OPEN OUTPUT BUREAU-EXTRACT-FILE
           IF WS-BUREAU-EXTRACT-STATUS NOT = '00'
              DISPLAY 'BUREAU-EXTRACT-FILE OPEN FAILED, STATUS: '
                 WS-BUREAU-EXTRACT-STATUS
              PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT BUREAU-REPORT-FILE
           IF WS-BUREAU-REPORT-STATUS NOT = '00'
              DISPLAY 'BUREAU-REPORT-FILE OPEN FAILED, STATUS: '
                 WS-BUREAU-REPORT-STATUS
              CLOSE BUREAU-EXTRACT-FILE
              PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM WRITE-HEADER THRU WRITE-HEADER-END.
       INIT-RTN-END.
           EXIT.
      **************************************************************
      * LIVE AND WRITTEN-OFF LOANS EVERY MONTH; A PAID-OFF LOAN
      * ONCE, IN THE MONTH IT CLOSED.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE B1 CURSOR FOR
                SELECT LN_LOAN_ID, LN_CUSTOMER_ID, LN_PRINCIPAL,
                       LN_PRINCIPAL_BAL, LN_INSTALLMENT_AMT,
                       LN_TERM_MONTHS, LN_CURRENCY, LN_STATUS,
                       LN_OPEN_DT, LN_UPDT_DT
                  FROM OLS0002.LOAN_ACCOUNT
                 WHERE LN_STATUS IN ('A', 'W')
                    OR (LN_STATUS = 'C'
                        AND LN_UPDT_DT >= :WS-MONTH-START-X)
                 ORDER BY LN_LOAN_ID
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN B1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH B1 INTO
                  :LNW-LOAN-ID,
                  :LNW-CUSTOMER-ID,
                  :LNW-PRINCIPAL,
                  :LNW-PRINCIPAL-BAL,
                  :LNW-INSTALLMENT-AMT,
                  :LNW-TERM-MONTHS,
                  :LNW-CURRENCY,
                  :LNW-STATUS,
                  :LNW-OPEN-DT,
                  :LNW-UPDT-DT
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       EXTRACT-LOOP.
           ADD 1 TO WS-LOANS-READ
           PERFORM FETCH-CUSTOMER THRU FETCH-CUSTOMER-END
           IF SQLCODE NOT = 0
              PERFORM WRITE-HELD-LINE THRU WRITE-HELD-LINE-END
           ELSE
              PERFORM FETCH-AGING THRU FETCH-AGING-END
              PERFORM SET-STATUS THRU SET-STATUS-END
              PERFORM WRITE-BASE THRU WRITE-BASE-END
           END-IF
           PERFORM DO-FETCH THRU DO-FETCH-END.
       EXTRACT-LOOP-END.
           EXIT.
      **************************************************************
       FETCH-CUSTOMER.
           MOVE SPACES TO CUSW-NAME CUSW-ADDR CUSW-CITY
                          CUSW-STATE CUSW-ZIP CUSW-PHONE
           EXEC SQL
                SELECT CUS_NAME, CUS_ADDR, CUS_CITY, CUS_STATE,
                       CUS_ZIP, CUS_PHONE
                  INTO :CUSW-NAME, :CUSW-ADDR, :CUSW-CITY,
                       :CUSW-STATE, :CUSW-ZIP, :CUSW-PHONE
                  FROM OLS0002.CUSTOMER_MASTER
                 WHERE CUS_CUSTOMER_ID = :LNW-CUSTOMER-ID
           END-EXEC.
       FETCH-CUSTOMER-END.
           EXIT.
      **************************************************************
       FETCH-AGING.
           MOVE 0 TO LNW-BUCKET-1-30 LNW-BUCKET-31-60
                     LNW-BUCKET-61-90 LNW-BUCKET-90-PLUS
                     LNW-OLDEST-DUE-DT
           IF LNW-STATUS NOT = 'A'
              GO TO FETCH-AGING-END
           END-IF
           EXEC SQL
                SELECT LDQ_BUCKET_1_30, LDQ_BUCKET_31_60,
                       LDQ_BUCKET_61_90, LDQ_BUCKET_90_PLUS,
                       LDQ_OLDEST_DUE_DT
                  INTO :LNW-BUCKET-1-30, :LNW-BUCKET-31-60,
                       :LNW-BUCKET-61-90, :LNW-BUCKET-90-PLUS,
                       :LNW-OLDEST-DUE-DT
                  FROM OLS0002.LOAN_DELINQUENCY
                 WHERE LDQ_LOAN_ID = :LNW-LOAN-ID
                   AND LDQ_BUSINESS_DT = :WS-AGING-DT
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO LNW-BUCKET-1-30 LNW-BUCKET-31-60
                        LNW-BUCKET-61-90 LNW-BUCKET-90-PLUS
                        LNW-OLDEST-DUE-DT
           END-IF.
       FETCH-AGING-END.
           EXIT.
      **************************************************************
      * SET-STATUS MAPS THE LOAN ONTO THE BUREAU'S STATUS CODES,
      * WORST BUCKET FIRST. LESS THAN 30 DAYS LATE IS REPORTED
      * CURRENT, AS THE BUREAU ASKS.
      **************************************************************
       SET-STATUS.
           COMPUTE LNW-PAST-DUE = LNW-BUCKET-1-30 + LNW-BUCKET-31-60
              + LNW-BUCKET-61-90 + LNW-BUCKET-90-PLUS
           IF LNW-STATUS = 'C'
              MOVE '13' TO LNW-BUREAU-STATUS
              ADD 1 TO WS-PAID-COUNT
              GO TO SET-STATUS-END
           END-IF
           IF LNW-STATUS = 'W'
              MOVE '97' TO LNW-BUREAU-STATUS
              ADD 1 TO WS-CHGOFF-COUNT
              GO TO SET-STATUS-END
           END-IF
           IF LNW-BUCKET-90-PLUS > 0
              MOVE '80' TO LNW-BUREAU-STATUS
              ADD 1 TO WS-DELINQ-COUNT
              GO TO SET-STATUS-END
           END-IF
           IF LNW-BUCKET-61-90 > 0
              MOVE '78' TO LNW-BUREAU-STATUS
              ADD 1 TO WS-DELINQ-COUNT
              GO TO SET-STATUS-END
           END-IF
           IF LNW-BUCKET-31-60 > 0
              MOVE '71' TO LNW-BUREAU-STATUS
              ADD 1 TO WS-DELINQ-COUNT
              GO TO SET-STATUS-END
           END-IF
           MOVE '11' TO LNW-BUREAU-STATUS
           ADD 1 TO WS-CURRENT-COUNT.
       SET-STATUS-END.
           EXIT.
      **************************************************************
       WRITE-HEADER.
           MOVE SPACES TO CBR-HEADER-RECORD
           MOVE 'HEADER' TO CBRH-REC-ID
           MOVE WS-SUBSCRIBER-ID TO CBRH-SUBSCRIBER-ID
           MOVE WS-FILE-REF TO CBRH-FILE-REF
           MOVE WS-CURRENT-DATE TO CBRH-ACTIVITY-DT
           MOVE WS-CURRENT-DATE TO CBRH-CREATED-DT
           MOVE WS-REPORTER-NAME TO CBRH-REPORTER-NAME
           WRITE CBR-HEADER-RECORD
           MOVE SPACES TO BUREAU-REPORT-LINE
           STRING
              'CREDIT-BUREAU SUBMISSION '
                                    DELIMITED BY SIZE
              WS-FILE-REF           DELIMITED BY SIZE
              ' - MONTH '           DELIMITED BY SIZE
              WS-RUN-MONTH          DELIMITED BY SIZE
              INTO BUREAU-REPORT-LINE
           END-STRING
           WRITE BUREAU-REPORT-LINE
           MOVE ALL '=' TO BUREAU-REPORT-LINE(1:60)
           MOVE SPACES TO BUREAU-REPORT-LINE(61:72)
           WRITE BUREAU-REPORT-LINE
           MOVE 'HELD|LOAN|CUSTOMER|REASON' TO BUREAU-REPORT-LINE
           WRITE BUREAU-REPORT-LINE.
       WRITE-HEADER-END.
           EXIT.
      **************************************************************
       WRITE-BASE.
           MOVE SPACES TO CBR-BASE-RECORD
           MOVE 'BASE  ' TO CBRB-REC-ID
           MOVE LNW-LOAN-ID TO CBRB-ACCOUNT-NO
           MOVE LNW-CUSTOMER-ID TO CBRB-CUSTOMER-ID
           MOVE CUSW-NAME TO CBRB-NAME
           MOVE CUSW-ADDR TO CBRB-ADDR
           MOVE CUSW-CITY TO CBRB-CITY
           MOVE CUSW-STATE TO CBRB-STATE
           MOVE CUSW-ZIP TO CBRB-ZIP
           MOVE CUSW-PHONE TO CBRB-PHONE
           MOVE LNW-OPEN-DT TO CBRB-OPEN-DT
           MOVE LNW-CURRENCY TO CBRB-CURRENCY
           MOVE LNW-PRINCIPAL TO CBRB-ORIG-PRINCIPAL
           MOVE LNW-PRINCIPAL-BAL TO CBRB-CURRENT-BAL
           MOVE LNW-INSTALLMENT-AMT TO CBRB-INSTALLMENT-AMT
           MOVE LNW-PAST-DUE TO CBRB-PAST-DUE-AMT
           MOVE LNW-TERM-MONTHS TO CBRB-TERM-MONTHS
           MOVE LNW-BUREAU-STATUS TO CBRB-ACCOUNT-STATUS
           MOVE 0 TO CBRB-DATE-CLOSED
           IF LNW-STATUS NOT = 'A'
              MOVE LNW-UPDT-DT TO CBRB-DATE-CLOSED
           END-IF
           MOVE LNW-OLDEST-DUE-DT TO CBRB-FIRST-DELINQ-DT
           WRITE CBR-BASE-RECORD
           ADD 1 TO WS-BASE-COUNT
           ADD LNW-PRINCIPAL-BAL TO WS-TOTAL-BAL.
       WRITE-BASE-END.
           EXIT.
      **************************************************************
       WRITE-HELD-LINE.
           ADD 1 TO WS-HELD-COUNT
           MOVE SPACES TO BUREAU-REPORT-LINE
           STRING
              'HELD'                DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              LNW-LOAN-ID           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              LNW-CUSTOMER-ID       DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              'BORROWER NOT ON CUSTOMER_MASTER'
                                    DELIMITED BY SIZE
              INTO BUREAU-REPORT-LINE
           END-STRING
           WRITE BUREAU-REPORT-LINE.
       WRITE-HELD-LINE-END.
           EXIT.
      **************************************************************
       WRITE-TRAILER.
           MOVE SPACES TO CBR-TRAILER-RECORD
           MOVE 'TRAILR' TO CBRT-REC-ID
           MOVE WS-BASE-COUNT TO CBRT-BASE-COUNT
           MOVE WS-CURRENT-COUNT TO CBRT-CURRENT-COUNT
           MOVE WS-DELINQ-COUNT TO CBRT-DELINQ-COUNT
           MOVE WS-PAID-COUNT TO CBRT-PAID-COUNT
           MOVE WS-CHGOFF-COUNT TO CBRT-CHGOFF-COUNT
           MOVE WS-TOTAL-BAL TO CBRT-TOTAL-BAL
           WRITE CBR-TRAILER-RECORD.
       WRITE-TRAILER-END.
           EXIT.
      **************************************************************
      * THE SUBMISSION ROW IS WHAT CBRRCS9 MATCHES THE BUREAU'S
      * RESPONSE FILE BACK TO.
      **************************************************************
       RECORD-SUBMISSION.
           EXEC SQL
                INSERT INTO OLS0002.CREDIT_BUREAU_SUBMISSION (
                   CBS_FILE_REF, CBS_MONTH, CBS_BUSINESS_DT,
                   CBS_RECORDS, CBS_TOTAL_BAL, CBS_RESPONSE_REF,
                   CBS_ACCEPTED, CBS_REJECTED, CBS_TS)
                VALUES (
                   :WS-FILE-REF, :WS-RUN-MONTH, :RUNC-BUSINESS-DT,
                   :WS-BASE-COUNT, :WS-TOTAL-BAL, ' ',
                   0, 0, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'CBRXCS9 SUBMISSION INSERT FAILED: ' TXT-SQLCODE
           END-IF.
       RECORD-SUBMISSION-END.
           EXIT.
      **************************************************************
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO BUREAU-REPORT-LINE
           WRITE BUREAU-REPORT-LINE
           MOVE WS-BASE-COUNT TO WS-CNT-ED
           MOVE SPACES TO BUREAU-REPORT-LINE
           STRING 'RECORDS SENT:      ' DELIMITED BY SIZE
              WS-CNT-ED DELIMITED BY SIZE
              INTO BUREAU-REPORT-LINE
           END-STRING
           WRITE BUREAU-REPORT-LINE
           MOVE WS-CURRENT-COUNT TO WS-CNT-ED
           MOVE SPACES TO BUREAU-REPORT-LINE
           STRING '  CURRENT (11):    ' DELIMITED BY SIZE
              WS-CNT-ED DELIMITED BY SIZE
              INTO BUREAU-REPORT-LINE
           END-STRING
           WRITE BUREAU-REPORT-LINE
           MOVE WS-DELINQ-COUNT TO WS-CNT-ED
           MOVE SPACES TO BUREAU-REPORT-LINE
           STRING '  DELINQUENT:      ' DELIMITED BY SIZE
              WS-CNT-ED DELIMITED BY SIZE
              INTO BUREAU-REPORT-LINE
           END-STRING
           WRITE BUREAU-REPORT-LINE
           MOVE WS-PAID-COUNT TO WS-CNT-ED
           MOVE SPACES TO BUREAU-REPORT-LINE
           STRING '  PAID OFF (13):   ' DELIMITED BY SIZE
              WS-CNT-ED DELIMITED BY SIZE
              INTO BUREAU-REPORT-LINE
           END-STRING
           WRITE BUREAU-REPORT-LINE
           MOVE WS-CHGOFF-COUNT TO WS-CNT-ED
           MOVE SPACES TO BUREAU-REPORT-LINE
           STRING '  CHARGED OFF (97):' DELIMITED BY SIZE
              WS-CNT-ED DELIMITED BY SIZE
              INTO BUREAU-REPORT-LINE
           END-STRING
           WRITE BUREAU-REPORT-LINE
           MOVE WS-HELD-COUNT TO WS-CNT-ED
           MOVE SPACES TO BUREAU-REPORT-LINE
           STRING 'LOANS HELD BACK:   ' DELIMITED BY SIZE
              WS-CNT-ED DELIMITED BY SIZE
              INTO BUREAU-REPORT-LINE
           END-STRING
           WRITE BUREAU-REPORT-LINE
           MOVE WS-TOTAL-BAL TO WS-AMT-ED
           MOVE SPACES TO BUREAU-REPORT-LINE
           STRING 'TOTAL BALANCE SENT:' DELIMITED BY SIZE
              WS-AMT-ED DELIMITED BY SIZE
              INTO BUREAU-REPORT-LINE
           END-STRING
           WRITE BUREAU-REPORT-LINE.
       WRITE-REPORT-TOTALS-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE B1
           END-EXEC.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE BUREAU-EXTRACT-FILE
           CLOSE BUREAU-REPORT-FILE.
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
                  DISPLAY 'CBRXCS9 SQL ERROR. SQLCODE: ' TXT-SQLCODE
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
           MOVE WS-BASE-COUNT TO RUNC-RECORDS
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
