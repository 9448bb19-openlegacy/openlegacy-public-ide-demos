CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * LNLVCS9 - QUARTERLY LOAN-TO-VALUE EXCEPTION REPORT.
      * LNOPCS9 HOLDS A SECURED LOAN TO ITS PRODUCT'S LOAN-TO-VALUE
      * LIMIT ONLY ON THE DAY IT IS BOOKED; AFTER THAT THE
      * COLLATERAL CAN FALL IN VALUE OR GO YEARS WITHOUT A FRESH
      * APPRAISAL. SCHEDULED AT QUARTER END, THIS JOB WALKS EVERY
      * ACTIVE OLS0002.LOAN_ACCOUNT LOAN WHOSE PRODUCT (THE
      * DISBURSEMENT ACCOUNT SUB-TYPE, AS IN LLPVCS9) IS MARKED
      * SECURED ON OLS0002.LOAN_LTV_CONTROL AND LISTS ON THE
      * LNLVRPT WORKLIST EVERY LOAN WHERE
      *   L  THE PRINCIPAL BALANCE OVER THE TOTAL APPRAISED VALUE
      *      ON OLS0002.LOAN_COLLATERAL IS ABOVE LLC_MAX_LTV (OR NO
      *      COLLATERAL IS HELD AT ALL)
      *   V  THE OLDEST VALUATION IS MORE THAN LLC_REVAL_MONTHS OLD
      * THE AMOUNT GUARANTEED ON OLS0002.LOAN_GUARANTOR IS SHOWN
      * ALONGSIDE SO THE CREDIT DESK SEES THE WHOLE COVER. RUNS
      * UNDER THE SHARED BATCH_RUN_CONTROL GUARD AND DEPGCS9
      * DEPENDENCY GATE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. LNLVCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT LTV-REPORT-FILE ASSIGN TO LNLVRPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LTV-REPORT-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  LTV-REPORT-FILE
            RECORDING MODE IS F.
        01  LTV-REPORT-RECORD              PIC X(132).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
        01 LTV-WS.
            07 LNVW-LOAN-ID          PIC X(11).
            07 LNVW-CUSTOMER-ID      PIC X(16).
            07 LNVW-CUSTOMER-NAME    PIC X(16).
            07 LNVW-PRINCIPAL-BAL    PIC S9(11)V9(3) COMP-3.
            07 LNVW-CURRENCY         PIC X(3).
            07 LNVW-SUB-TYPCD        PIC X(3).
            07 LNVW-COLL-VALUE       PIC S9(11)V9(3) COMP-3.
            07 LNVW-OLDEST-VAL-DT    PIC X(8).
            07 LNVW-GUARANTEED       PIC S9(11)V9(3) COMP-3.
            07 LNVW-LTV              PIC S9(3)V9(4) COMP-3.
            07 LNVW-FLAGS.
              09 LNVW-FLAG-LTV       PIC X(1).
              09 LNVW-FLAG-VAL       PIC X(1).
      **************************************************************
      * THE PRODUCT'S LOAN-TO-VALUE CONTROL - ITS OWN ROW, ELSE THE
      * '***' DEFAULT ROW, ELSE THE PRODUCT IS UNSECURED.
      **************************************************************
        01 LTVW-CTL-SUB-TYPCD        PIC X(3).
        01 LTVW-SECURED              PIC X(1) VALUE 'N'.
        01 LTVW-MAX-LTV              PIC S9V9(4) COMP-3 VALUE 0.
        01 LTVW-REVAL-MONTHS         PIC S9(4) COMP VALUE 0.
      **************************************************************
      * VALUATION CUT-OFF: TODAY LESS THE PRODUCT'S REVALUATION
      * MONTHS, DAY OF MONTH CLAMPED TO 28.
      **************************************************************
        01 WS-CUTOFF-DT.
          05 WS-CUTOFF-YYYY          PIC 9(4).
          05 WS-CUTOFF-MM            PIC 9(2).
          05 WS-CUTOFF-DD            PIC 9(2).
        01 WS-MONTH-INDEX            PIC S9(7) COMP.
        01 WS-MONTH-REM              PIC S9(4) COMP.
      **************************************************************
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
          03 WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
            05 WS-CURRENT-YYYY             PIC 9(4).
            05 WS-CURRENT-MM               PIC 9(2).
            05 WS-CURRENT-DD               PIC 9(2).
        01 WS-AMOUNT-ED                    PIC -9(9)9.999.
        01 WS-AMOUNT-ED-2                  PIC -9(9)9.999.
        01 WS-AMOUNT-ED-3                  PIC -9(9)9.999.
        01 WS-LTV-ED                       PIC ZZ9.9999.
        01 WS-MAX-LTV-ED                   PIC 9.9999.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-LOANS-READ                   PIC 9(7)   VALUE 0.
        01 WS-LOANS-SECURED                PIC 9(7)   VALUE 0.
        01 WS-LOANS-OVER-LTV               PIC 9(7)   VALUE 0.
        01 WS-LOANS-STALE                  PIC 9(7)   VALUE 0.
        01 WS-LOANS-LISTED                 PIC 9(7)   VALUE 0.
        01 WS-LTV-REPORT-FILE-STATUS       PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * SHARED BATCH RUN-CONTROL WORK AREA (OLS0002.
      * BATCH_RUN_CONTROL) - THE SAME DOUBLE-RUN GUARD THE REST OF
      * THE BATCH FAMILY CARRIES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'LNLVCS9 '.
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
           PERFORM OPEN-FILES THRU OPEN-FILES-END
           IF EODATA NOT = 'Y'
              PERFORM DO-DECLARE THRU DO-DECLARE-END
              PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
              PERFORM DO-FETCH THRU DO-FETCH-END
              PERFORM LTV-LOOP THRU LTV-LOOP-END
                 UNTIL EODATA = 'Y'
              PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           END-IF
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'LNLVCS9 LOANS READ:          ' WS-LOANS-READ
           DISPLAY 'LNLVCS9 SECURED LOANS:       ' WS-LOANS-SECURED
           DISPLAY 'LNLVCS9 OVER LTV LIMIT:      ' WS-LOANS-OVER-LTV
           DISPLAY 'LNLVCS9 VALUATION TOO OLD:   ' WS-LOANS-STALE
           DISPLAY 'LNLVCS9 LOANS LISTED:        ' WS-LOANS-LISTED
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
       INIT-RTN-END.
           EXIT.
      **************************************************************
       OPEN-FILES.
           OPEN OUTPUT LTV-REPORT-FILE
           IF WS-LTV-REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'LTV-REPORT-FILE OPEN FAILED, STATUS: '
                 WS-LTV-REPORT-FILE-STATUS
              MOVE 'Y' TO EODATA
           END-IF.
       OPEN-FILES-END.
           EXIT.
      **************************************************************
      * ONE ROW PER ACTIVE LOAN WITH ITS PRODUCT, THE TOTAL
      * APPRAISED VALUE AND OLDEST VALUATION OF THE COLLATERAL
      * HELD, AND THE TOTAL AMOUNT GUARANTEED.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE V1 CURSOR FOR
                SELECT L.LN_LOAN_ID, L.LN_CUSTOMER_ID,
                       L.LN_CUSTOMER_NAME, L.LN_PRINCIPAL_BAL,
                       L.LN_CURRENCY,
                       COALESCE(X.ACCT_SUB_TYPCD, H.ACCT_SUB_TYPCD,
                                '***'),
                       (SELECT COALESCE(SUM(C.LCL_APPRAISED_VALUE), 0)
                          FROM OLS0002.LOAN_COLLATERAL C
                         WHERE C.LCL_LOAN_ID = L.LN_LOAN_ID
                           AND C.LCL_STATUS = 'A'),
                       (SELECT COALESCE(MIN(C.LCL_VALUATION_DT), ' ')
                          FROM OLS0002.LOAN_COLLATERAL C
                         WHERE C.LCL_LOAN_ID = L.LN_LOAN_ID
                           AND C.LCL_STATUS = 'A'),
                       (SELECT COALESCE(SUM(G.LGR_GUARANTEE_AMT), 0)
                          FROM OLS0002.LOAN_GUARANTOR G
                         WHERE G.LGR_LOAN_ID = L.LN_LOAN_ID
                           AND G.LGR_STATUS = 'A')
                  FROM OLS0002.LOAN_ACCOUNT L
                  LEFT OUTER JOIN OLS0002.ACCOUNT2 X
                    ON X.ACCT_ACCOUNT_ID = L.LN_DISB_ACCOUNT_ID
                  LEFT OUTER JOIN OLS0002.ACCOUNT2_HIST H
                    ON H.ACCT_ACCOUNT_ID = L.LN_DISB_ACCOUNT_ID
                 WHERE L.LN_STATUS = 'A'
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
                  :LNVW-LOAN-ID,
                  :LNVW-CUSTOMER-ID,
                  :LNVW-CUSTOMER-NAME,
                  :LNVW-PRINCIPAL-BAL,
                  :LNVW-CURRENCY,
                  :LNVW-SUB-TYPCD,
                  :LNVW-COLL-VALUE,
                  :LNVW-OLDEST-VAL-DT,
                  :LNVW-GUARANTEED
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
      * ONE ITERATION OF THE LOOP: TEST THE LOAN AGAINST ITS
      * PRODUCT'S LIMITS, LIST IT IF EITHER IS BROKEN, THEN FETCH
      * THE NEXT LOAN.
      **************************************************************
       LTV-LOOP.
           ADD 1 TO WS-LOANS-READ
           PERFORM CHECK-LOAN THRU CHECK-LOAN-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       LTV-LOOP-END.
           EXIT.
      **************************************************************
       CHECK-LOAN.
           PERFORM GET-LTV-LIMIT THRU GET-LTV-LIMIT-END
           IF LTVW-SECURED NOT = 'Y'
              GO TO CHECK-LOAN-END
           END-IF
           ADD 1 TO WS-LOANS-SECURED
           MOVE SPACES TO LNVW-FLAGS
           MOVE 0 TO LNVW-LTV
           IF LNVW-COLL-VALUE > 0
              COMPUTE LNVW-LTV ROUNDED =
                 LNVW-PRINCIPAL-BAL / LNVW-COLL-VALUE
              IF LNVW-LTV > LTVW-MAX-LTV
                 MOVE 'L' TO LNVW-FLAG-LTV
              END-IF
           ELSE
              MOVE 'L' TO LNVW-FLAG-LTV
           END-IF
           IF LTVW-REVAL-MONTHS > 0
              PERFORM CALC-CUTOFF THRU CALC-CUTOFF-END
              IF LNVW-OLDEST-VAL-DT > SPACES
                 AND LNVW-OLDEST-VAL-DT < WS-CUTOFF-DT
                 MOVE 'V' TO LNVW-FLAG-VAL
              END-IF
           END-IF
           IF LNVW-FLAGS = SPACES
              GO TO CHECK-LOAN-END
           END-IF
           IF LNVW-FLAG-LTV = 'L'
              ADD 1 TO WS-LOANS-OVER-LTV
           END-IF
           IF LNVW-FLAG-VAL = 'V'
              ADD 1 TO WS-LOANS-STALE
           END-IF
           ADD 1 TO WS-LOANS-LISTED
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END.
       CHECK-LOAN-END.
           EXIT.
      **************************************************************
       GET-LTV-LIMIT.
           MOVE 'N' TO LTVW-SECURED
           MOVE LNVW-SUB-TYPCD TO LTVW-CTL-SUB-TYPCD
           PERFORM SELECT-LTV-LIMIT THRU SELECT-LTV-LIMIT-END
           IF SQLCODE = 0
              GO TO GET-LTV-LIMIT-END
           END-IF
           MOVE '***' TO LTVW-CTL-SUB-TYPCD
           PERFORM SELECT-LTV-LIMIT THRU SELECT-LTV-LIMIT-END
           IF SQLCODE NOT = 0
              MOVE 'N' TO LTVW-SECURED
           END-IF.
       GET-LTV-LIMIT-END.
           EXIT.
      **************************************************************
       SELECT-LTV-LIMIT.
           EXEC SQL
                SELECT LLC_SECURED, LLC_MAX_LTV, LLC_REVAL_MONTHS
                  INTO :LTVW-SECURED, :LTVW-MAX-LTV,
                       :LTVW-REVAL-MONTHS
                  FROM OLS0002.LOAN_LTV_CONTROL
                 WHERE LLC_SUB_TYPCD = :LTVW-CTL-SUB-TYPCD
           END-EXEC.
       SELECT-LTV-LIMIT-END.
           EXIT.
      **************************************************************
       CALC-CUTOFF.
           COMPUTE WS-MONTH-INDEX = WS-CURRENT-YYYY * 12
              + WS-CURRENT-MM - 1 - LTVW-REVAL-MONTHS
           DIVIDE WS-MONTH-INDEX BY 12
              GIVING WS-CUTOFF-YYYY REMAINDER WS-MONTH-REM
           COMPUTE WS-CUTOFF-MM = WS-MONTH-REM + 1
           MOVE WS-CURRENT-DD TO WS-CUTOFF-DD
           IF WS-CUTOFF-DD > 28
              MOVE 28 TO WS-CUTOFF-DD
           END-IF.
       CALC-CUTOFF-END.
           EXIT.
      **************************************************************
       WRITE-REPORT-LINE.
           MOVE LNVW-PRINCIPAL-BAL TO WS-AMOUNT-ED
           MOVE LNVW-COLL-VALUE TO WS-AMOUNT-ED-2
           MOVE LNVW-GUARANTEED TO WS-AMOUNT-ED-3
           MOVE LNVW-LTV TO WS-LTV-ED
           MOVE LTVW-MAX-LTV TO WS-MAX-LTV-ED
           MOVE SPACES TO LTV-REPORT-RECORD
           STRING
              LNVW-LOAN-ID          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              LNVW-CUSTOMER-ID      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              LNVW-SUB-TYPCD        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              LNVW-CURRENCY         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMOUNT-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMOUNT-ED-2        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-LTV-ED             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-MAX-LTV-ED         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              LNVW-OLDEST-VAL-DT    DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMOUNT-ED-3        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              LNVW-FLAGS            DELIMITED BY SIZE
              INTO LTV-REPORT-RECORD
           END-STRING
           WRITE LTV-REPORT-RECORD.
       WRITE-REPORT-LINE-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE V1
           END-EXEC.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE LTV-REPORT-FILE.
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
                  DISPLAY 'LNLVCS9 SQL ERROR. SQLCODE:  ' TXT-SQLCODE
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
      * NUMBER OF LOANS LISTED.
      **************************************************************
       COMPLETE-RUN.
           MOVE WS-LOANS-LISTED TO RUNC-RECORDS
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
