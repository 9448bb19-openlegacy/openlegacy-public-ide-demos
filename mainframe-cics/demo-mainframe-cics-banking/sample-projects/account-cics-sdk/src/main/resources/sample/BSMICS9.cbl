CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * BSMICS9 - MONTHLY BRANCH SALES MIS BATCH JOB. BBSMCS9 ONLY
      * SHOWS A POINT-IN-TIME BALANCE; BRANCH MANAGERS WANT TO KNOW
      * WHAT THEY OPENED AND LOST. AT MONTH END THIS JOB BUILDS,
      * FOR EVERY OLS0002.BRANCH_MASTER BRANCH, OLS0002.
      * PRODUCT_MASTER PRODUCT (ACCT_SUB_TYPCD) AND CURRENCY:
      *   - ACCOUNTS OPENED   ACCT_CRT_DT IN THE MONTH, WHETHER STILL
      *                       OPEN OR ALREADY ON ACCOUNT2_HIST
      *   - ACCOUNTS CLOSED   ACCOUNT2_HIST SOFT-CLOSES WITH
      *                       ACCT_CLOSE_DT IN THE MONTH
      *   - TRANSFERS IN/OUT  ACCOUNT2_AUDIT 'XFER' ROWS WRITTEN BY
      *                       TACTCS9 AND BRCNCS9 IN THE MONTH
      *   - NET ACCOUNTS      OPENED - CLOSED + IN - OUT
      *   - CLOSING BALANCE   ACCOUNT2 BALANCES AT THE RUN, AND NET
      *                       NEW BALANCE = CLOSING BALANCE LESS THE
      *                       PRIOR MONTH'S STORED CLOSING BALANCE
      *   - LOANS AND TERM DEPOSITS BOOKED (COUNT AND AMOUNT) IN
      *                       THE MONTH, CREDITED TO THE BRANCH AND
      *                       PRODUCT OF THE ACCOUNT THEY DISBURSE
      *                       TO OR ARE LINKED TO.
      * EACH MONTH'S FIGURES ARE KEPT ON OLS0002.BRANCH_SALES_MIS (A
      * RERUN REPLACES THE MONTH), WHICH IS WHERE THE PRIOR-MONTH
      * (MONTH-OVER-MONTH) AND YEAR-TO-DATE COLUMNS COME FROM. THE
      * BSMIRPT REPORT PRINTS THREE LINES PER BRANCH/PRODUCT/
      * CURRENCY - MOVEMENTS, BALANCES, BOOKINGS - AND THE BSMIEXT
      * SALES-DASHBOARD EXTRACT CARRIES ONE PIPE-DELIMITED RECORD
      * PER GROUP IN THE STANDARD HDR/TRL ENVELOPE FVERCS9 VERIFIES,
      * HASHED ON THE NET NEW BALANCE. RUNS UNDER THE SHARED
      * BATCH_RUN_CONTROL GUARD AND DEPGCS9 DEPENDENCY GATE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. BSMICS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SALES-REPORT-FILE ASSIGN TO BSMIRPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SALES-REPORT-STATUS.
            SELECT SALES-EXTRACT-FILE ASSIGN TO BSMIEXT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SALES-EXTRACT-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  SALES-REPORT-FILE
            RECORDING MODE IS F.
        01  SALES-REPORT-LINE                  PIC X(132).
        FD  SALES-EXTRACT-FILE
            RECORDING MODE IS F.
        01  SALES-EXTRACT-RECORD               PIC X(300).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLSALESMIS.
           10 BSM_MONTH            PIC X(6).
           10 BSM_BRNCH_ID         PIC S9(9) COMP.
           10 BSM_SUB_TYPCD        PIC X(3).
           10 BSM_CURRENCY         PIC X(3).
           10 BSM_OPENED           PIC S9(9) COMP.
           10 BSM_CLOSED           PIC S9(9) COMP.
           10 BSM_XFER_IN          PIC S9(9) COMP.
           10 BSM_XFER_OUT         PIC S9(9) COMP.
           10 BSM_NET_ACCOUNTS     PIC S9(9) COMP.
           10 BSM_CLOSING_BAL      PIC S9(13)V9(3) USAGE COMP-3.
           10 BSM_NET_NEW_BAL      PIC S9(13)V9(3) USAGE COMP-3.
           10 BSM_LOANS_BOOKED     PIC S9(9) COMP.
           10 BSM_LOAN_AMOUNT      PIC S9(13)V9(3) USAGE COMP-3.
           10 BSM_TDS_BOOKED       PIC S9(9) COMP.
           10 BSM_TD_AMOUNT        PIC S9(13)V9(3) USAGE COMP-3.
      **************************************************************
        01 SALES-WS.
            07 BSMW-BRNCH-ID        PIC S9(9) COMP.
            07 BSMW-SUB-TYPCD       PIC X(3).
            07 BSMW-CURRENCY        PIC X(3).
            07 BSMW-OPENED          PIC S9(9) COMP.
            07 BSMW-OPENED-HIST     PIC S9(9) COMP.
            07 BSMW-CLOSED          PIC S9(9) COMP.
            07 BSMW-XFER-IN         PIC S9(9) COMP.
            07 BSMW-XFER-OUT        PIC S9(9) COMP.
            07 BSMW-NET-ACCOUNTS    PIC S9(9) COMP.
            07 BSMW-CLOSING-BAL     PIC S9(13)V9(3) USAGE COMP-3.
            07 BSMW-NET-NEW-BAL     PIC S9(13)V9(3) USAGE COMP-3.
            07 BSMW-LOANS-BOOKED    PIC S9(9) COMP.
            07 BSMW-LOAN-AMOUNT     PIC S9(13)V9(3) USAGE COMP-3.
            07 BSMW-TDS-BOOKED      PIC S9(9) COMP.
            07 BSMW-TD-AMOUNT       PIC S9(13)V9(3) USAGE COMP-3.
      **************************************************************
      * PRIOR-MONTH AND YEAR-TO-DATE FIGURES READ BACK FROM
      * BRANCH_SALES_MIS FOR THE SAME BRANCH/PRODUCT/CURRENCY.
      **************************************************************
        01 HISTORY-WS.
            07 BSMW-PRV-OPENED      PIC S9(9) COMP.
            07 BSMW-PRV-CLOSED      PIC S9(9) COMP.
            07 BSMW-PRV-NET-ACCTS   PIC S9(9) COMP.
            07 BSMW-PRV-CLOSING-BAL PIC S9(13)V9(3) USAGE COMP-3.
            07 BSMW-PRV-NET-NEW-BAL PIC S9(13)V9(3) USAGE COMP-3.
            07 BSMW-PRV-LOANS       PIC S9(9) COMP.
            07 BSMW-PRV-TDS         PIC S9(9) COMP.
            07 BSMW-YTD-OPENED      PIC S9(9) COMP.
            07 BSMW-YTD-CLOSED      PIC S9(9) COMP.
            07 BSMW-YTD-NET-ACCTS   PIC S9(9) COMP.
            07 BSMW-YTD-NET-NEW-BAL PIC S9(13)V9(3) USAGE COMP-3.
            07 BSMW-YTD-LOANS       PIC S9(9) COMP.
            07 BSMW-YTD-LOAN-AMOUNT PIC S9(13)V9(3) USAGE COMP-3.
            07 BSMW-YTD-TDS         PIC S9(9) COMP.
            07 BSMW-YTD-TD-AMOUNT   PIC S9(13)V9(3) USAGE COMP-3.
      **************************************************************
        01 WS-BRANCH-NAME                  PIC X(30)  VALUE SPACES.
        01 WS-PRODUCT-NAME                 PIC X(12)  VALUE SPACES.
        01 WS-RUN-MONTH                    PIC X(6)   VALUE SPACES.
        01 WS-PRIOR-MONTH-D.
             05 WS-PM-CCYY                 PIC 9(04).
             05 WS-PM-MM                   PIC 9(02).
        01 WS-PRIOR-MONTH REDEFINES WS-PRIOR-MONTH-D
                                           PIC X(6).
        01 WS-YEAR-START-D.
             05 WS-YS-CCYY                 PIC 9(04).
             05 WS-YS-MM                   PIC 9(02)  VALUE 01.
        01 WS-YEAR-START REDEFINES WS-YEAR-START-D
                                           PIC X(6).
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
        01 WS-BRANCH-ED                    PIC -9(9).
        01 BSMI-EDIT-FIELDS.
          05 WS-CNT-ED OCCURS 12             PIC -(5)9.
          05 WS-AMT-ED OCCURS 8              PIC -(13)9.99.
          05 WS-XAMT-ED OCCURS 8             PIC -9(12)9.999.
        01 WS-GROUPS-READ                  PIC 9(7)   VALUE 0.
        01 WS-GROUPS-STORED                PIC 9(7)   VALUE 0.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-SALES-REPORT-STATUS          PIC X(2)   VALUE '00'.
        01 WS-SALES-EXTRACT-STATUS         PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * SHARED BATCH RUN-CONTROL WORK AREA (OLS0002.
      * BATCH_RUN_CONTROL) AND THE DEPGCS9 DEPENDENCY GATE - THE
      * MONTH'S FIGURES ARE ONLY FINAL ONCE THE DAY'S OPENING,
      * CLOSING AND TRANSFER JOBS HAVE FINISHED.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'BSMICS9 '.
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
      * TAKEN ON THE NET NEW BALANCE, FIELD 13 OF THE EXTRACT.
      **************************************************************
        01 FEED-RUN-ID                     PIC X(14)  VALUE SPACES.
        01 FEED-AMT-FIELD-NO               PIC 9(2)   VALUE 13.
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
           PERFORM SALES-LOOP THRU SALES-LOOP-END
              UNTIL EODATA = 'Y'
           PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           PERFORM WRITE-FEED-TRAILER THRU WRITE-FEED-TRAILER-END
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'BSMICS9 GROUPS READ:     ' WS-GROUPS-READ
           DISPLAY 'BSMICS9 GROUPS STORED:   ' WS-GROUPS-STORED
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-CCYY TO WS-MS-CCYY WS-YS-CCYY
           MOVE WS-CURRENT-MM   TO WS-MS-MM
           MOVE WS-MONTH-START-N TO WS-MONTH-START-X
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-X
           MOVE WS-CURRENT-DATE-DATA(1:6) TO WS-RUN-MONTH
           IF WS-CURRENT-MM = 1
              COMPUTE WS-PM-CCYY = WS-CURRENT-CCYY - 1
              MOVE 12 TO WS-PM-MM
           ELSE
              MOVE WS-CURRENT-CCYY TO WS-PM-CCYY
              COMPUTE WS-PM-MM = WS-CURRENT-MM - 1
           END-IF
           MOVE WS-CURRENT-CCYY TO WS-FROM-TS-CCYY WS-END-TS-CCYY
           MOVE WS-CURRENT-MM   TO WS-FROM-TS-MM   WS-END-TS-MM
           MOVE WS-CURRENT-DD   TO WS-END-TS-DD
           OPEN OUTPUT SALES-REPORT-FILE
           IF WS-SALES-REPORT-STATUS NOT = '00'
              DISPLAY 'SALES-REPORT-FILE OPEN FAILED, STATUS: '
                 WS-SALES-REPORT-STATUS
              PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT SALES-EXTRACT-FILE
           IF WS-SALES-EXTRACT-STATUS NOT = '00'
              DISPLAY 'SALES-EXTRACT-FILE OPEN FAILED, STATUS: '
                 WS-SALES-EXTRACT-STATUS
              CLOSE SALES-REPORT-FILE
              PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM WRITE-FEED-HEADER THRU WRITE-FEED-HEADER-END
           PERFORM WRITE-REPORT-HEADING THRU WRITE-REPORT-HEADING-END.
       INIT-RTN-END.
           EXIT.
      **************************************************************
      * A MONTH-END RERUN REPLACES THE MONTH'S ROWS; THE PRIOR
      * MONTHS THE COMPARATIVE COLUMNS READ ARE LEFT ALONE.
      **************************************************************
       CLEAR-MONTH.
           EXEC SQL
                DELETE FROM OLS0002.BRANCH_SALES_MIS
                 WHERE BSM_MONTH = :WS-RUN-MONTH
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM DO-POSTSQL THRU DO-POSTSQL-END
           END-IF.
       CLEAR-MONTH-END.
           EXIT.
      **************************************************************
      * EVERY BRANCH/PRODUCT/CURRENCY THAT HAD ANYTHING TO REPORT:
      * A LIVE ACCOUNT, A CLOSE THIS MONTH, AN ACCOUNT TRANSFERRED
      * AWAY THIS MONTH, OR A ROW LAST MONTH (SO A BOOK THAT RAN
      * DOWN TO NOTHING STILL SHOWS ITS NEGATIVE NET NEW BALANCE).
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE C1 CURSOR FOR
                SELECT ACCT_BRNCH_ID, ACCT_SUB_TYPCD, ACCT_CURRENCY
                  FROM OLS0002.ACCOUNT2
                UNION
                SELECT ACCT_BRNCH_ID, ACCT_SUB_TYPCD, ACCT_CURRENCY
                  FROM OLS0002.ACCOUNT2_HIST
                 WHERE ACCT_CLOSE_DT >= :WS-MONTH-START-X
                   AND ACCT_CLOSE_DT <= :WS-CURRENT-DATE-X
                UNION
                SELECT A.AUD_OLD_BRNCH_ID, X.ACCT_SUB_TYPCD,
                       X.ACCT_CURRENCY
                  FROM OLS0002.ACCOUNT2_AUDIT A,
                       OLS0002.ACCOUNT2 X
                 WHERE A.AUD_ACTION = 'XFER'
                   AND A.AUD_TS >= :WS-FROM-TS
                   AND A.AUD_TS < :WS-END-TS
                   AND X.ACCT_ACCOUNT_ID = A.AUD_ACCOUNT_ID
                UNION
                SELECT BSM_BRNCH_ID, BSM_SUB_TYPCD, BSM_CURRENCY
                  FROM OLS0002.BRANCH_SALES_MIS
                 WHERE BSM_MONTH = :WS-PRIOR-MONTH
                ORDER BY 1, 2, 3
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
                  :BSMW-BRNCH-ID,
                  :BSMW-SUB-TYPCD,
                  :BSMW-CURRENCY
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
      * ONE ITERATION OF THE SALES LOOP: COUNT THE MONTH FOR THE
      * GROUP, STORE IT, READ BACK THE COMPARATIVES, THEN REPORT
      * AND EXTRACT IT.
      **************************************************************
       SALES-LOOP.
           ADD 1 TO WS-GROUPS-READ
           PERFORM COUNT-ACCOUNTS THRU COUNT-ACCOUNTS-END
           PERFORM COUNT-TRANSFERS THRU COUNT-TRANSFERS-END
           PERFORM COUNT-BOOKINGS THRU COUNT-BOOKINGS-END
           PERFORM GET-PRIOR-MONTH THRU GET-PRIOR-MONTH-END
           COMPUTE BSMW-NET-ACCOUNTS = BSMW-OPENED - BSMW-CLOSED
              + BSMW-XFER-IN - BSMW-XFER-OUT
           COMPUTE BSMW-NET-NEW-BAL =
              BSMW-CLOSING-BAL - BSMW-PRV-CLOSING-BAL
           PERFORM STORE-MONTH THRU STORE-MONTH-END
           PERFORM GET-YEAR-TO-DATE THRU GET-YEAR-TO-DATE-END
           PERFORM LOOKUP-NAMES THRU LOOKUP-NAMES-END
           PERFORM WRITE-REPORT-LINES THRU WRITE-REPORT-LINES-END
           PERFORM WRITE-EXTRACT-RECORD THRU WRITE-EXTRACT-RECORD-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       SALES-LOOP-END.
           EXIT.
      **************************************************************
      * OPENS COUNT LIVE ACCOUNTS AND ACCOUNTS ALREADY CLOSED THAT
      * WERE OPENED THIS MONTH; THE CLOSING BALANCE IS THE LIVE
      * BOOK AT THE RUN.
      **************************************************************
       COUNT-ACCOUNTS.
           MOVE 0 TO BSMW-OPENED BSMW-OPENED-HIST BSMW-CLOSED
                     BSMW-CLOSING-BAL
           EXEC SQL
                SELECT COALESCE(SUM(CASE
                          WHEN ACCT_CRT_DT >= :WS-MONTH-START-X
                           AND ACCT_CRT_DT <= :WS-CURRENT-DATE-X
                          THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(ACCT_BALANCE), 0)
                  INTO :BSMW-OPENED, :BSMW-CLOSING-BAL
                  FROM OLS0002.ACCOUNT2
                 WHERE ACCT_BRNCH_ID = :BSMW-BRNCH-ID
                   AND ACCT_SUB_TYPCD = :BSMW-SUB-TYPCD
                   AND ACCT_CURRENCY = :BSMW-CURRENCY
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
              MOVE 0 TO BSMW-OPENED BSMW-CLOSING-BAL
           END-IF
           EXEC SQL
                SELECT COALESCE(SUM(CASE
                          WHEN ACCT_CRT_DT >= :WS-MONTH-START-X
                          THEN 1 ELSE 0 END), 0),
                       COUNT(*)
                  INTO :BSMW-OPENED-HIST, :BSMW-CLOSED
                  FROM OLS0002.ACCOUNT2_HIST
                 WHERE ACCT_BRNCH_ID = :BSMW-BRNCH-ID
                   AND ACCT_SUB_TYPCD = :BSMW-SUB-TYPCD
                   AND ACCT_CURRENCY = :BSMW-CURRENCY
                   AND ACCT_CLOSE_DT >= :WS-MONTH-START-X
                   AND ACCT_CLOSE_DT <= :WS-CURRENT-DATE-X
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
              MOVE 0 TO BSMW-OPENED-HIST BSMW-CLOSED
           END-IF
           ADD BSMW-OPENED-HIST TO BSMW-OPENED.
       COUNT-ACCOUNTS-END.
           EXIT.
      **************************************************************
      * BRANCH TRANSFERS FROM THE ACCOUNT2_AUDIT TRAIL. THE
      * ACCOUNT'S PRODUCT AND CURRENCY COME FROM ACCOUNT2, OR FROM
      * ACCOUNT2_HIST IF IT HAS CLOSED SINCE THE TRANSFER.
      **************************************************************
       COUNT-TRANSFERS.
           MOVE 0 TO BSMW-XFER-IN BSMW-XFER-OUT
           EXEC SQL
                SELECT COALESCE(SUM(CASE
                          WHEN A.AUD_NEW_BRNCH_ID = :BSMW-BRNCH-ID
                          THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE
                          WHEN A.AUD_OLD_BRNCH_ID = :BSMW-BRNCH-ID
                          THEN 1 ELSE 0 END), 0)
                  INTO :BSMW-XFER-IN, :BSMW-XFER-OUT
                  FROM OLS0002.ACCOUNT2_AUDIT A
                 WHERE A.AUD_ACTION = 'XFER'
                   AND A.AUD_TS >= :WS-FROM-TS
                   AND A.AUD_TS < :WS-END-TS
                   AND A.AUD_OLD_BRNCH_ID <> A.AUD_NEW_BRNCH_ID
                   AND (A.AUD_NEW_BRNCH_ID = :BSMW-BRNCH-ID
                        OR A.AUD_OLD_BRNCH_ID = :BSMW-BRNCH-ID)
                   AND (EXISTS
                         (SELECT 1 FROM OLS0002.ACCOUNT2 X
                           WHERE X.ACCT_ACCOUNT_ID = A.AUD_ACCOUNT_ID
                             AND X.ACCT_SUB_TYPCD = :BSMW-SUB-TYPCD
                             AND X.ACCT_CURRENCY = :BSMW-CURRENCY)
                        OR EXISTS
                         (SELECT 1 FROM OLS0002.ACCOUNT2_HIST H
                           WHERE H.ACCT_ACCOUNT_ID = A.AUD_ACCOUNT_ID
                             AND H.ACCT_SUB_TYPCD = :BSMW-SUB-TYPCD
                             AND H.ACCT_CURRENCY = :BSMW-CURRENCY))
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
              MOVE 0 TO BSMW-XFER-IN BSMW-XFER-OUT
           END-IF.
       COUNT-TRANSFERS-END.
           EXIT.
      **************************************************************
      * LOANS AND TERM DEPOSITS OPENED THIS MONTH, CREDITED TO THE
      * BRANCH AND PRODUCT OF THE DISBURSEMENT OR LINKED ACCOUNT.
      **************************************************************
       COUNT-BOOKINGS.
           MOVE 0 TO BSMW-LOANS-BOOKED BSMW-LOAN-AMOUNT
                     BSMW-TDS-BOOKED BSMW-TD-AMOUNT
           EXEC SQL
                SELECT COUNT(*), COALESCE(SUM(L.LN_PRINCIPAL), 0)
                  INTO :BSMW-LOANS-BOOKED, :BSMW-LOAN-AMOUNT
                  FROM OLS0002.LOAN_ACCOUNT L,
                       OLS0002.ACCOUNT2 X
                 WHERE X.ACCT_ACCOUNT_ID = L.LN_DISB_ACCOUNT_ID
                   AND X.ACCT_BRNCH_ID = :BSMW-BRNCH-ID
                   AND X.ACCT_SUB_TYPCD = :BSMW-SUB-TYPCD
                   AND X.ACCT_CURRENCY = :BSMW-CURRENCY
                   AND L.LN_OPEN_DT >= :WS-MONTH-START-X
                   AND L.LN_OPEN_DT <= :WS-CURRENT-DATE-X
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
              MOVE 0 TO BSMW-LOANS-BOOKED BSMW-LOAN-AMOUNT
           END-IF
           EXEC SQL
                SELECT COUNT(*), COALESCE(SUM(T.TD_PRINCIPAL), 0)
                  INTO :BSMW-TDS-BOOKED, :BSMW-TD-AMOUNT
                  FROM OLS0002.TERM_DEPOSIT T,
                       OLS0002.ACCOUNT2 X
                 WHERE X.ACCT_ACCOUNT_ID = T.TD_LINKED_ACCOUNT_ID
                   AND X.ACCT_BRNCH_ID = :BSMW-BRNCH-ID
                   AND X.ACCT_SUB_TYPCD = :BSMW-SUB-TYPCD
                   AND X.ACCT_CURRENCY = :BSMW-CURRENCY
                   AND T.TD_OPEN_DT >= :WS-MONTH-START-X
                   AND T.TD_OPEN_DT <= :WS-CURRENT-DATE-X
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
              MOVE 0 TO BSMW-TDS-BOOKED BSMW-TD-AMOUNT
           END-IF.
       COUNT-BOOKINGS-END.
           EXIT.
      **************************************************************
      * LAST MONTH'S ROW FOR THE SAME GROUP. NO ROW (A NEW GROUP,
      * OR THE FIRST MONTH THE JOB RAN) COMPARES AGAINST ZERO.
      **************************************************************
       GET-PRIOR-MONTH.
           MOVE 0 TO BSMW-PRV-OPENED BSMW-PRV-CLOSED
                     BSMW-PRV-NET-ACCTS BSMW-PRV-CLOSING-BAL
                     BSMW-PRV-NET-NEW-BAL BSMW-PRV-LOANS
                     BSMW-PRV-TDS
           EXEC SQL
                SELECT BSM_OPENED, BSM_CLOSED, BSM_NET_ACCOUNTS,
                       BSM_CLOSING_BAL, BSM_NET_NEW_BAL,
                       BSM_LOANS_BOOKED, BSM_TDS_BOOKED
                  INTO :BSMW-PRV-OPENED, :BSMW-PRV-CLOSED,
                       :BSMW-PRV-NET-ACCTS, :BSMW-PRV-CLOSING-BAL,
                       :BSMW-PRV-NET-NEW-BAL, :BSMW-PRV-LOANS,
                       :BSMW-PRV-TDS
                  FROM OLS0002.BRANCH_SALES_MIS
                 WHERE BSM_MONTH = :WS-PRIOR-MONTH
                   AND BSM_BRNCH_ID = :BSMW-BRNCH-ID
                   AND BSM_SUB_TYPCD = :BSMW-SUB-TYPCD
                   AND BSM_CURRENCY = :BSMW-CURRENCY
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
           END-IF.
       GET-PRIOR-MONTH-END.
           EXIT.
      **************************************************************
       STORE-MONTH.
           EXEC SQL
                INSERT INTO OLS0002.BRANCH_SALES_MIS (
                   BSM_MONTH, BSM_BRNCH_ID, BSM_SUB_TYPCD,
                   BSM_CURRENCY, BSM_OPENED, BSM_CLOSED,
                   BSM_XFER_IN, BSM_XFER_OUT, BSM_NET_ACCOUNTS,
                   BSM_CLOSING_BAL, BSM_NET_NEW_BAL,
                   BSM_LOANS_BOOKED, BSM_LOAN_AMOUNT,
                   BSM_TDS_BOOKED, BSM_TD_AMOUNT)
                VALUES (
                   :WS-RUN-MONTH, :BSMW-BRNCH-ID, :BSMW-SUB-TYPCD,
                   :BSMW-CURRENCY, :BSMW-OPENED, :BSMW-CLOSED,
                   :BSMW-XFER-IN, :BSMW-XFER-OUT,
                   :BSMW-NET-ACCOUNTS, :BSMW-CLOSING-BAL,
                   :BSMW-NET-NEW-BAL, :BSMW-LOANS-BOOKED,
                   :BSMW-LOAN-AMOUNT, :BSMW-TDS-BOOKED,
                   :BSMW-TD-AMOUNT)
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-GROUPS-STORED
           ELSE
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
           END-IF.
       STORE-MONTH-END.
           EXIT.
      **************************************************************
      * YEAR TO DATE - JANUARY THROUGH THIS MONTH, THIS MONTH'S ROW
      * INCLUDED NOW THAT IT IS STORED.
      **************************************************************
       GET-YEAR-TO-DATE.
           MOVE 0 TO BSMW-YTD-OPENED BSMW-YTD-CLOSED
                     BSMW-YTD-NET-ACCTS BSMW-YTD-NET-NEW-BAL
                     BSMW-YTD-LOANS BSMW-YTD-LOAN-AMOUNT
                     BSMW-YTD-TDS BSMW-YTD-TD-AMOUNT
           EXEC SQL
                SELECT COALESCE(SUM(BSM_OPENED), 0),
                       COALESCE(SUM(BSM_CLOSED), 0),
                       COALESCE(SUM(BSM_NET_ACCOUNTS), 0),
                       COALESCE(SUM(BSM_NET_NEW_BAL), 0),
                       COALESCE(SUM(BSM_LOANS_BOOKED), 0),
                       COALESCE(SUM(BSM_LOAN_AMOUNT), 0),
                       COALESCE(SUM(BSM_TDS_BOOKED), 0),
                       COALESCE(SUM(BSM_TD_AMOUNT), 0)
                  INTO :BSMW-YTD-OPENED, :BSMW-YTD-CLOSED,
                       :BSMW-YTD-NET-ACCTS, :BSMW-YTD-NET-NEW-BAL,
                       :BSMW-YTD-LOANS, :BSMW-YTD-LOAN-AMOUNT,
                       :BSMW-YTD-TDS, :BSMW-YTD-TD-AMOUNT
                  FROM OLS0002.BRANCH_SALES_MIS
                 WHERE BSM_MONTH >= :WS-YEAR-START
                   AND BSM_MONTH <= :WS-RUN-MONTH
                   AND BSM_BRNCH_ID = :BSMW-BRNCH-ID
                   AND BSM_SUB_TYPCD = :BSMW-SUB-TYPCD
                   AND BSM_CURRENCY = :BSMW-CURRENCY
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
           END-IF.
       GET-YEAR-TO-DATE-END.
           EXIT.
      **************************************************************
      * BRANCH AND PRODUCT NAMES FOR THE REPORT, THE WAY BBSMCS9
      * LABELS ITS GROUPS; A CODE MISSING FROM ITS MASTER PRINTS
      * AS SUCH SO THE MASTER GETS FIXED.
      **************************************************************
       LOOKUP-NAMES.
           MOVE SPACES TO WS-BRANCH-NAME WS-PRODUCT-NAME
           EXEC SQL
                SELECT BRN_NAME INTO :WS-BRANCH-NAME
                  FROM OLS0002.BRANCH_MASTER
                 WHERE BRN_BRNCH_ID = :BSMW-BRNCH-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE '(NOT ON BRANCH MASTER)' TO WS-BRANCH-NAME
           END-IF
           EXEC SQL
                SELECT PRD_TYPE_NAME INTO :WS-PRODUCT-NAME
                  FROM OLS0002.PRODUCT_MASTER
                 WHERE PRD_SUB_TYPCD = :BSMW-SUB-TYPCD
                 FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE '(NO PRODUCT)' TO WS-PRODUCT-NAME
           END-IF.
       LOOKUP-NAMES-END.
           EXIT.
      **************************************************************
       WRITE-REPORT-HEADING.
           MOVE SPACES TO SALES-REPORT-LINE
           STRING
              'BRANCH SALES MIS - MONTH '
                                    DELIMITED BY SIZE
              WS-RUN-MONTH          DELIMITED BY SIZE
              ' TO '                DELIMITED BY SIZE
              WS-CURRENT-DATE       DELIMITED BY SIZE
              '  (PRIOR MONTH '     DELIMITED BY SIZE
              WS-PRIOR-MONTH        DELIMITED BY SIZE
              ')'                   DELIMITED BY SIZE
              INTO SALES-REPORT-LINE
           END-STRING
           WRITE SALES-REPORT-LINE
           MOVE ALL '=' TO SALES-REPORT-LINE(1:60)
           MOVE SPACES TO SALES-REPORT-LINE(61:72)
           WRITE SALES-REPORT-LINE
           MOVE 'ACCTS|BRANCH|NAME|PRODUCT|NAME|CCY|OPENED|CLOSED|XFER I
      -         'N|XFER OUT|NET|PRIOR NET|YTD OPENED|YTD CLOSED|YTD NET'
              TO SALES-REPORT-LINE
           WRITE SALES-REPORT-LINE
           MOVE 'BAL  |CLOSING BAL|NET NEW BAL|PRIOR NET NEW BAL|YTD NET
      -         ' NEW BAL' TO SALES-REPORT-LINE
           WRITE SALES-REPORT-LINE
           MOVE 'BOOK |LOANS|PRIOR|YTD|LOAN AMT|TDS|PRIOR|YTD|TD AMT'
              TO SALES-REPORT-LINE
           WRITE SALES-REPORT-LINE.
       WRITE-REPORT-HEADING-END.
           EXIT.
      **************************************************************
      * THREE LINES PER GROUP - ACCOUNT MOVEMENTS, BALANCES, AND
      * LOAN/TERM-DEPOSIT BOOKINGS - EACH WITH ITS PRIOR-MONTH AND
      * YEAR-TO-DATE COMPARATIVES.
      **************************************************************
       WRITE-REPORT-LINES.
           MOVE BSMW-BRNCH-ID TO WS-BRANCH-ED
           MOVE BSMW-OPENED        TO WS-CNT-ED(1)
           MOVE BSMW-CLOSED        TO WS-CNT-ED(2)
           MOVE BSMW-XFER-IN       TO WS-CNT-ED(3)
           MOVE BSMW-XFER-OUT      TO WS-CNT-ED(4)
           MOVE BSMW-NET-ACCOUNTS  TO WS-CNT-ED(5)
           MOVE BSMW-PRV-NET-ACCTS TO WS-CNT-ED(6)
           MOVE BSMW-YTD-OPENED    TO WS-CNT-ED(7)
           MOVE BSMW-YTD-CLOSED    TO WS-CNT-ED(8)
           MOVE BSMW-YTD-NET-ACCTS TO WS-CNT-ED(9)
           MOVE SPACES TO SALES-REPORT-LINE
           STRING
              'ACCTS'               DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-BRANCH-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-BRANCH-NAME        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              BSMW-SUB-TYPCD        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-PRODUCT-NAME       DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              BSMW-CURRENCY         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(1)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(2)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(3)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(4)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(5)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(6)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(7)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(8)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(9)          DELIMITED BY SIZE
              INTO SALES-REPORT-LINE
           END-STRING
           WRITE SALES-REPORT-LINE
           MOVE BSMW-CLOSING-BAL     TO WS-AMT-ED(1)
           MOVE BSMW-NET-NEW-BAL     TO WS-AMT-ED(2)
           MOVE BSMW-PRV-NET-NEW-BAL TO WS-AMT-ED(3)
           MOVE BSMW-YTD-NET-NEW-BAL TO WS-AMT-ED(4)
           MOVE SPACES TO SALES-REPORT-LINE
           STRING
              'BAL  '               DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMT-ED(1)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMT-ED(2)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMT-ED(3)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMT-ED(4)          DELIMITED BY SIZE
              INTO SALES-REPORT-LINE
           END-STRING
           WRITE SALES-REPORT-LINE
           MOVE BSMW-LOANS-BOOKED    TO WS-CNT-ED(1)
           MOVE BSMW-PRV-LOANS       TO WS-CNT-ED(2)
           MOVE BSMW-YTD-LOANS       TO WS-CNT-ED(3)
           MOVE BSMW-LOAN-AMOUNT     TO WS-AMT-ED(5)
           MOVE BSMW-TDS-BOOKED      TO WS-CNT-ED(4)
           MOVE BSMW-PRV-TDS         TO WS-CNT-ED(5)
           MOVE BSMW-YTD-TDS         TO WS-CNT-ED(6)
           MOVE BSMW-TD-AMOUNT       TO WS-AMT-ED(6)
           MOVE SPACES TO SALES-REPORT-LINE
           STRING
              'BOOK '               DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(1)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(2)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(3)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMT-ED(5)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(4)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(5)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(6)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMT-ED(6)          DELIMITED BY SIZE
              INTO SALES-REPORT-LINE
           END-STRING
           WRITE SALES-REPORT-LINE.
       WRITE-REPORT-LINES-END.
           EXIT.
      **************************************************************
      * MONTH|BRANCH|PRODUCT|CCY|OPENED|CLOSED|XFER IN|XFER OUT|
      * NET ACCTS|PRIOR NET ACCTS|YTD NET ACCTS|CLOSING BAL|
      * NET NEW BAL|PRIOR NET NEW BAL|YTD NET NEW BAL|LOANS|
      * LOAN AMT|YTD LOANS|YTD LOAN AMT|TDS|TD AMT|YTD TDS|
      * YTD TD AMT
      **************************************************************
       WRITE-EXTRACT-RECORD.
           MOVE BSMW-BRNCH-ID TO WS-BRANCH-ED
           MOVE BSMW-OPENED        TO WS-CNT-ED(1)
           MOVE BSMW-CLOSED        TO WS-CNT-ED(2)
           MOVE BSMW-XFER-IN       TO WS-CNT-ED(3)
           MOVE BSMW-XFER-OUT      TO WS-CNT-ED(4)
           MOVE BSMW-NET-ACCOUNTS  TO WS-CNT-ED(5)
           MOVE BSMW-PRV-NET-ACCTS TO WS-CNT-ED(6)
           MOVE BSMW-YTD-NET-ACCTS TO WS-CNT-ED(7)
           MOVE BSMW-LOANS-BOOKED  TO WS-CNT-ED(8)
           MOVE BSMW-YTD-LOANS     TO WS-CNT-ED(9)
           MOVE BSMW-TDS-BOOKED    TO WS-CNT-ED(10)
           MOVE BSMW-YTD-TDS       TO WS-CNT-ED(11)
           MOVE BSMW-CLOSING-BAL     TO WS-XAMT-ED(1)
           MOVE BSMW-NET-NEW-BAL     TO WS-XAMT-ED(2)
           MOVE BSMW-PRV-NET-NEW-BAL TO WS-XAMT-ED(3)
           MOVE BSMW-YTD-NET-NEW-BAL TO WS-XAMT-ED(4)
           MOVE BSMW-LOAN-AMOUNT     TO WS-XAMT-ED(5)
           MOVE BSMW-YTD-LOAN-AMOUNT TO WS-XAMT-ED(6)
           MOVE BSMW-TD-AMOUNT       TO WS-XAMT-ED(7)
           MOVE BSMW-YTD-TD-AMOUNT   TO WS-XAMT-ED(8)
           ADD BSMW-NET-NEW-BAL TO FEED-HASH-TOTAL
           MOVE SPACES TO SALES-EXTRACT-RECORD
           STRING
              WS-RUN-MONTH          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-BRANCH-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              BSMW-SUB-TYPCD        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              BSMW-CURRENCY         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(1)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(2)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(3)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(4)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(5)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(6)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(7)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-XAMT-ED(1)         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-XAMT-ED(2)         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-XAMT-ED(3)         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-XAMT-ED(4)         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(8)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-XAMT-ED(5)         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(9)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-XAMT-ED(6)         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(10)         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-XAMT-ED(7)         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(11)         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-XAMT-ED(8)         DELIMITED BY SIZE
              INTO SALES-EXTRACT-RECORD
           END-STRING
           WRITE SALES-EXTRACT-RECORD.
       WRITE-EXTRACT-RECORD-END.
           EXIT.
      **************************************************************
       WRITE-FEED-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO FEED-RUN-ID
           MOVE SPACES TO SALES-EXTRACT-RECORD
           STRING
              'HDR|'                DELIMITED BY SIZE
              'BSMICS9 |'           DELIMITED BY SIZE
              RUNC-BUSINESS-DT      DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              FEED-RUN-ID           DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              FEED-AMT-FIELD-NO     DELIMITED BY SIZE
              INTO SALES-EXTRACT-RECORD
           END-STRING
           WRITE SALES-EXTRACT-RECORD.
       WRITE-FEED-HEADER-END.
           EXIT.
      **************************************************************
       WRITE-FEED-TRAILER.
           MOVE WS-GROUPS-READ TO FEED-TRL-COUNT-ED
           MOVE FEED-HASH-TOTAL TO FEED-TRL-HASH-ED
           MOVE SPACES TO SALES-EXTRACT-RECORD
           STRING
              'TRL|'                DELIMITED BY SIZE
              FEED-TRL-COUNT-ED     DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              FEED-TRL-HASH-ED      DELIMITED BY SIZE
              INTO SALES-EXTRACT-RECORD
           END-STRING
           WRITE SALES-EXTRACT-RECORD.
       WRITE-FEED-TRAILER-END.
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
           CLOSE SALES-REPORT-FILE
           CLOSE SALES-EXTRACT-FILE.
       CLOSE-FILES-END.
           EXIT.
      **************************************************************
      * A FAILED STATEMENT FOR ONE GROUP IS REPORTED AND THAT
      * FIGURE TAKEN AS ZERO; THE LOOP CARRIES ON.
      **************************************************************
       REPORT-SQL-FAILURE.
           MOVE SQLCODE TO TXT-SQLCODE
           MOVE SQLSTATE TO TXT-SQLSTATE
           MOVE SQLERRMC TO TXT-SQLERRMC
           MOVE BSMW-BRNCH-ID TO WS-BRANCH-ED
           DISPLAY 'BSMICS9 SQL ERROR FOR BRANCH ' WS-BRANCH-ED
              ' PRODUCT ' BSMW-SUB-TYPCD ' ' BSMW-CURRENCY
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
                  DISPLAY 'BSMICS9 SQL ERROR. SQLCODE: ' TXT-SQLCODE
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
           MOVE WS-GROUPS-STORED TO RUNC-RECORDS
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
