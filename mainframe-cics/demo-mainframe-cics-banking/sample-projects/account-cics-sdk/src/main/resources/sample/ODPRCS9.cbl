CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * ODPRCS9 - MONTHLY OVERDRAFT-PROTECTION USAGE REPORT BATCH.
      * EVERY SHORTFALL ODPTCS9 COVERS FROM A PROTECTING ACCOUNT
      * IS LOGGED ON OLS0002.OVERDRAFT_PROT_USAGE (A TRANSFER THE
      * DEBIT THEN FAILED TO USE IS UNWOUND AND ITS ROW REMOVED).
      * RUN AT THE START OF A MONTH, ODPRCS9 TOTALS THE PREVIOUS
      * CALENDAR MONTH'S ROWS PER PROTECTED ACCOUNT AND PROTECTING
      * ACCOUNT AND WRITES ONE LINE EACH TO ODPUSAGE:
      *   ACCOUNT|PROTECT-ACCOUNT|CURRENCY|TRANSFERS|AMOUNT|FEES|
      *   FIRST-USE|LAST-USE
      * HEAVIEST USERS PRINT FIRST. THE NUMBER OF ACCOUNTS AND THE
      * MONTH'S TRANSFER AND FEE COUNTS ARE DISPLAYED AT THE END.
      * RUNS UNDER THE SHARED BATCH_RUN_CONTROL DOUBLE-RUN GUARD.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ODPRCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT USAGE-REPORT-FILE ASSIGN TO ODPUSAGE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-USAGE-REPORT-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  USAGE-REPORT-FILE
            RECORDING MODE IS F.
        01  USAGE-REPORT-RECORD            PIC X(150).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLODPUSAGE.
           10 OPU_ACCOUNT_ID       PIC X(11).
           10 OPU_PROTECT_ACCOUNT_ID  PIC X(11).
           10 OPU_AMOUNT           PIC S9(11)V9(3) USAGE COMP-3.
           10 OPU_FEE_AMOUNT       PIC S9(11)V9(3) USAGE COMP-3.
           10 OPU_CURRENCY         PIC X(3).
           10 OPU_TRANSFER_REF     PIC X(16).
           10 OPU_CHANNEL          PIC X(8).
           10 OPU_USERID           PIC X(8).
           10 OPU_TS               PIC X(26).
      **************************************************************
        01 USAGE-WS.
            07 ODRW-ACCOUNT-ID         PIC X(11).
            07 ODRW-PROTECT-ACCOUNT-ID PIC X(11).
            07 ODRW-CURRENCY           PIC X(3).
            07 ODRW-TRANSFERS          PIC S9(9) USAGE COMP.
            07 ODRW-AMOUNT             PIC S9(11)V9(3) USAGE COMP-3.
            07 ODRW-FEES               PIC S9(11)V9(3) USAGE COMP-3.
            07 ODRW-FIRST-TS           PIC X(26).
            07 ODRW-LAST-TS            PIC X(26).
      **************************************************************
      * THE REPORTING WINDOW IS THE PREVIOUS CALENDAR MONTH: FROM
      * MIDNIGHT ON ITS FIRST DAY UP TO (NOT INCLUDING) MIDNIGHT ON
      * THE FIRST DAY OF THE RUN MONTH.
      **************************************************************
        01 WS-MONTH-START-TS.
          05 WS-START-TS-CCYY       PIC 9(4).
          05 FILLER                 PIC X    VALUE '-'.
          05 WS-START-TS-MM         PIC 9(2).
          05 FILLER                 PIC X(19)
                                    VALUE '-01-00.00.00.000000'.
        01 WS-MONTH-END-TS.
          05 WS-END-TS-CCYY         PIC 9(4).
          05 FILLER                 PIC X    VALUE '-'.
          05 WS-END-TS-MM           PIC 9(2).
          05 FILLER                 PIC X(19)
                                    VALUE '-01-00.00.00.000000'.
        01 SPLIT-DATE-WS.
          05 SPLIT-CCYY             PIC 9(4).
          05 SPLIT-MM               PIC 9(2).
          05 SPLIT-DD               PIC 9(2).
        01 WS-COUNT-ED                     PIC 9(7).
        01 WS-AMOUNT-ED                    PIC -9(12)9.999.
        01 WS-FEES-ED                      PIC -9(12)9.999.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-ACCOUNTS-REPORTED            PIC 9(7)   VALUE 0.
        01 WS-TRANSFERS-TOTAL              PIC 9(7)   VALUE 0.
        01 WS-FEES-CHARGED                 PIC 9(7)   VALUE 0.
        01 WS-USAGE-REPORT-FILE-STATUS     PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'ODPRCS9 '.
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM SET-REPORT-MONTH THRU SET-REPORT-MONTH-END
           PERFORM OPEN-FILES THRU OPEN-FILES-END
           IF EODATA NOT = 'Y'
              PERFORM DO-DECLARE THRU DO-DECLARE-END
              PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
              PERFORM DO-FETCH THRU DO-FETCH-END
              PERFORM REPORT-LOOP THRU REPORT-LOOP-END
                 UNTIL EODATA = 'Y'
              PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           END-IF
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'ODPRCS9 REPORT MONTH FROM:  ' WS-MONTH-START-TS
           DISPLAY 'ODPRCS9 PROTECTED ACCOUNTS: ' WS-ACCOUNTS-REPORTED
           DISPLAY 'ODPRCS9 PROTECTION TRANSFERS: ' WS-TRANSFERS-TOTAL
           DISPLAY 'ODPRCS9 ACCOUNTS CHARGED FEES: ' WS-FEES-CHARGED
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       SET-REPORT-MONTH.
           MOVE WS-CURRENT-DATE TO SPLIT-DATE-WS
           MOVE SPLIT-CCYY TO WS-END-TS-CCYY
           MOVE SPLIT-MM   TO WS-END-TS-MM
           IF SPLIT-MM = 1
              COMPUTE WS-START-TS-CCYY = SPLIT-CCYY - 1
              MOVE 12 TO WS-START-TS-MM
           ELSE
              MOVE SPLIT-CCYY TO WS-START-TS-CCYY
              COMPUTE WS-START-TS-MM = SPLIT-MM - 1
           END-IF.
       SET-REPORT-MONTH-END.
           EXIT.
      **************************************************************
       OPEN-FILES.
           OPEN OUTPUT USAGE-REPORT-FILE
           IF WS-USAGE-REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'USAGE-REPORT-FILE OPEN FAILED, STATUS: '
                 WS-USAGE-REPORT-FILE-STATUS
              MOVE 'Y' TO EODATA
           END-IF.
       OPEN-FILES-END.
           EXIT.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE U1 CURSOR FOR
                SELECT
                  OPU_ACCOUNT_ID,
                  OPU_PROTECT_ACCOUNT_ID,
                  OPU_CURRENCY,
                  COUNT(*),
                  SUM(OPU_AMOUNT),
                  SUM(OPU_FEE_AMOUNT),
                  CHAR(MIN(OPU_TS)),
                  CHAR(MAX(OPU_TS))
                FROM OLS0002.OVERDRAFT_PROT_USAGE
                WHERE OPU_TS >= :WS-MONTH-START-TS
                  AND OPU_TS < :WS-MONTH-END-TS
                GROUP BY OPU_ACCOUNT_ID, OPU_PROTECT_ACCOUNT_ID,
                         OPU_CURRENCY
                ORDER BY 4 DESC, 1
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN U1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH U1 INTO
                  :ODRW-ACCOUNT-ID,
                  :ODRW-PROTECT-ACCOUNT-ID,
                  :ODRW-CURRENCY,
                  :ODRW-TRANSFERS,
                  :ODRW-AMOUNT,
                  :ODRW-FEES,
                  :ODRW-FIRST-TS,
                  :ODRW-LAST-TS
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       REPORT-LOOP.
           ADD 1 TO WS-ACCOUNTS-REPORTED
           ADD ODRW-TRANSFERS TO WS-TRANSFERS-TOTAL
           IF ODRW-FEES > 0
              ADD 1 TO WS-FEES-CHARGED
           END-IF
           PERFORM WRITE-USAGE-LINE THRU WRITE-USAGE-LINE-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       REPORT-LOOP-END.
           EXIT.
      **************************************************************
       WRITE-USAGE-LINE.
           MOVE ODRW-TRANSFERS TO WS-COUNT-ED
           MOVE ODRW-AMOUNT TO WS-AMOUNT-ED
           MOVE ODRW-FEES TO WS-FEES-ED
           MOVE SPACES TO USAGE-REPORT-RECORD
           STRING
              ODRW-ACCOUNT-ID         DELIMITED BY SIZE
              WS-DELIMITER            DELIMITED BY SIZE
              ODRW-PROTECT-ACCOUNT-ID DELIMITED BY SIZE
              WS-DELIMITER            DELIMITED BY SIZE
              ODRW-CURRENCY           DELIMITED BY SIZE
              WS-DELIMITER            DELIMITED BY SIZE
              WS-COUNT-ED             DELIMITED BY SIZE
              WS-DELIMITER            DELIMITED BY SIZE
              WS-AMOUNT-ED            DELIMITED BY SIZE
              WS-DELIMITER            DELIMITED BY SIZE
              WS-FEES-ED              DELIMITED BY SIZE
              WS-DELIMITER            DELIMITED BY SIZE
              ODRW-FIRST-TS(1:10)     DELIMITED BY SIZE
              WS-DELIMITER            DELIMITED BY SIZE
              ODRW-LAST-TS(1:10)      DELIMITED BY SIZE
              INTO USAGE-REPORT-RECORD
           END-STRING
           WRITE USAGE-REPORT-RECORD.
       WRITE-USAGE-LINE-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE U1
           END-EXEC.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE USAGE-REPORT-FILE.
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
                  DISPLAY 'ODPRCS9 SQL ERROR. SQLCODE:  ' TXT-SQLCODE
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
           MOVE WS-ACCOUNTS-REPORTED TO RUNC-RECORDS
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
