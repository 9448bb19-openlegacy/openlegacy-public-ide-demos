CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * TLVPCS9 - END-OF-DAY BRANCH VAULT POSITION REPORT BATCH JOB.
      * BUILT FROM THE SAME TELLER-DRAWER DATA TLDOCS9/TLDCCS9 AND
      * THE COUNTER POSTINGS KEEP. FOR EVERY OPEN OLS0002.
      * BRANCH_MASTER BRANCH, AND EACH CURRENCY ITS DRAWERS HELD ON
      * THE BUSINESS DATE, ONE LINE GOES TO TLVAULT:
      *   BRANCH|NAME|CURRENCY|DRAWERS|STILL-OPEN|FLOAT-ISSUED|
      *   CASH-IN|CASH-OUT|EXPECTED|COUNTED|OVER-SHORT|POSITION
      * CASH IN AND OUT ARE THE DRAWER-TAGGED DEPOSIT ('D') AND
      * WITHDRAWAL ('W') ROWS ON OLS0002.ACCOUNT2_TXN. POSITION IS
      * THE CASH DUE BACK FROM THE COUNTERS TO THE VAULT - THE
      * COUNTED CASH OF EVERY BALANCED DRAWER PLUS THE EXPECTED
      * CASH OF ANY DRAWER STILL OPEN, WHICH IS ALSO COUNTED AT THE
      * END SO THE VAULT CUSTODIAN CAN CHASE IT. A BRANCH WITH NO
      * DRAWERS PRINTS AS A ZERO LINE SO A SILENT BRANCH IS SEEN.
      * THE BUSINESS DATE COMES FROM OLS0002.BUSINESS_DATE_CONTROL
      * (TODAY WHEN THERE IS NO ROW). RUNS UNDER THE SHARED
      * BATCH_RUN_CONTROL DOUBLE-RUN GUARD.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TLVPCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT VAULT-REPORT-FILE ASSIGN TO TLVAULT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VAULT-REPORT-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  VAULT-REPORT-FILE
            RECORDING MODE IS F.
        01  VAULT-REPORT-RECORD            PIC X(250).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
        01 VAULT-WS.
            07 TLVW-BRNCH-ID        PIC S9(9) COMP.
            07 TLVW-BRANCH-NAME     PIC X(30).
            07 TLVW-CURRENCY        PIC X(3).
            07 TLVW-DRAWERS         PIC S9(9) COMP.
            07 TLVW-STILL-OPEN      PIC S9(9) COMP.
            07 TLVW-FLOAT           PIC S9(13)V9(3) COMP-3.
            07 TLVW-CASH-IN         PIC S9(13)V9(3) COMP-3.
            07 TLVW-CASH-OUT        PIC S9(13)V9(3) COMP-3.
            07 TLVW-EXPECTED        PIC S9(13)V9(3) COMP-3.
            07 TLVW-COUNTED         PIC S9(13)V9(3) COMP-3.
            07 TLVW-OVER-SHORT      PIC S9(13)V9(3) COMP-3.
            07 TLVW-POSITION        PIC S9(13)V9(3) COMP-3.
        01 TLVW-BUSINESS-DT          PIC X(8).
        01 WS-BRANCH-ED              PIC 9(9).
        01 WS-DRAWERS-ED             PIC 9(5).
        01 WS-OPEN-ED                PIC 9(5).
        01 WS-FLOAT-ED               PIC -9(12)9.999.
        01 WS-IN-ED                  PIC -9(12)9.999.
        01 WS-OUT-ED                 PIC -9(12)9.999.
        01 WS-EXPECTED-ED            PIC -9(12)9.999.
        01 WS-COUNTED-ED             PIC -9(12)9.999.
        01 WS-OVSH-ED                PIC -9(12)9.999.
        01 WS-POSITION-ED            PIC -9(12)9.999.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-LINES-WRITTEN                PIC 9(7)   VALUE 0.
        01 WS-DRAWERS-TOTAL                PIC 9(7)   VALUE 0.
        01 WS-OPEN-TOTAL                   PIC 9(7)   VALUE 0.
        01 WS-VAULT-REPORT-FILE-STATUS     PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'TLVPCS9 '.
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
           PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-END
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
           DISPLAY 'TLVPCS9 BUSINESS DATE:       ' TLVW-BUSINESS-DT
           DISPLAY 'TLVPCS9 BRANCH LINES:        ' WS-LINES-WRITTEN
           DISPLAY 'TLVPCS9 DRAWERS OPENED:      ' WS-DRAWERS-TOTAL
           DISPLAY 'TLVPCS9 DRAWERS NOT BALANCED:' WS-OPEN-TOTAL
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE TO TLVW-BUSINESS-DT
           EXEC SQL
                SELECT BDC_BUSINESS_DT
                  INTO :TLVW-BUSINESS-DT
                  FROM OLS0002.BUSINESS_DATE_CONTROL
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE WS-CURRENT-DATE TO TLVW-BUSINESS-DT
           END-IF.
       GET-BUSINESS-DATE-END.
           EXIT.
      **************************************************************
       OPEN-FILES.
           OPEN OUTPUT VAULT-REPORT-FILE
           IF WS-VAULT-REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'VAULT-REPORT-FILE OPEN FAILED, STATUS: '
                 WS-VAULT-REPORT-FILE-STATUS
              MOVE 'Y' TO EODATA
           END-IF.
       OPEN-FILES-END.
           EXIT.
      **************************************************************
      * THE INNER SELECT WORKS ONE ROW PER DRAWER OF THE BUSINESS
      * DATE WITH ITS TAGGED CASH IN AND OUT; THE OUTER SELECT
      * ROLLS THOSE UP PER BRANCH AND CURRENCY, KEEPING BRANCHES
      * WITH NO DRAWERS THROUGH THE OUTER JOIN.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE V1 CURSOR FOR
                SELECT
                  B.BRN_BRNCH_ID,
                  B.BRN_NAME,
                  COALESCE(X.DRW_CURRENCY, ' '),
                  COUNT(X.DRW_DRAWER_ID),
                  COALESCE(SUM(CASE WHEN X.DRW_STATUS = 'O'
                                    THEN 1 ELSE 0 END), 0),
                  COALESCE(SUM(X.DRW_OPEN_FLOAT), 0),
                  COALESCE(SUM(X.CASH_IN), 0),
                  COALESCE(SUM(X.CASH_OUT), 0),
                  COALESCE(SUM(X.DRW_OPEN_FLOAT + X.CASH_IN
                               - X.CASH_OUT), 0),
                  COALESCE(SUM(CASE WHEN X.DRW_STATUS = 'C'
                                    THEN X.DRW_COUNTED_CASH
                                    ELSE 0 END), 0),
                  COALESCE(SUM(CASE WHEN X.DRW_STATUS = 'C'
                                    THEN X.DRW_OVER_SHORT
                                    ELSE 0 END), 0),
                  COALESCE(SUM(CASE WHEN X.DRW_STATUS = 'C'
                                    THEN X.DRW_COUNTED_CASH
                                    ELSE X.DRW_OPEN_FLOAT + X.CASH_IN
                                         - X.CASH_OUT END), 0)
                FROM OLS0002.BRANCH_MASTER B
                LEFT OUTER JOIN
                  (SELECT D.DRW_DRAWER_ID, D.DRW_BRNCH_ID,
                          D.DRW_CURRENCY, D.DRW_STATUS,
                          D.DRW_OPEN_FLOAT, D.DRW_COUNTED_CASH,
                          D.DRW_OVER_SHORT,
                          COALESCE(SUM(CASE WHEN T.TXN_TXN_TYPE = 'D'
                                            THEN T.TXN_AMOUNT
                                            ELSE 0 END), 0) AS CASH_IN,
                          COALESCE(SUM(CASE WHEN T.TXN_TXN_TYPE = 'W'
                                            THEN T.TXN_AMOUNT
                                            ELSE 0 END), 0) AS CASH_OUT
                     FROM OLS0002.TELLER_DRAWER D
                     LEFT OUTER JOIN OLS0002.ACCOUNT2_TXN T
                       ON T.TXN_DRAWER_ID = D.DRW_DRAWER_ID
                    WHERE D.DRW_BUSINESS_DT = :TLVW-BUSINESS-DT
                    GROUP BY D.DRW_DRAWER_ID, D.DRW_BRNCH_ID,
                             D.DRW_CURRENCY, D.DRW_STATUS,
                             D.DRW_OPEN_FLOAT, D.DRW_COUNTED_CASH,
                             D.DRW_OVER_SHORT) X
                  ON X.DRW_BRNCH_ID = B.BRN_BRNCH_ID
                WHERE B.BRN_STATUS = 'O'
                GROUP BY B.BRN_BRNCH_ID, B.BRN_NAME, X.DRW_CURRENCY
                ORDER BY B.BRN_BRNCH_ID, 3
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
                  :TLVW-BRNCH-ID,
                  :TLVW-BRANCH-NAME,
                  :TLVW-CURRENCY,
                  :TLVW-DRAWERS,
                  :TLVW-STILL-OPEN,
                  :TLVW-FLOAT,
                  :TLVW-CASH-IN,
                  :TLVW-CASH-OUT,
                  :TLVW-EXPECTED,
                  :TLVW-COUNTED,
                  :TLVW-OVER-SHORT,
                  :TLVW-POSITION
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       REPORT-LOOP.
           ADD 1 TO WS-LINES-WRITTEN
           ADD TLVW-DRAWERS TO WS-DRAWERS-TOTAL
           ADD TLVW-STILL-OPEN TO WS-OPEN-TOTAL
           IF TLVW-STILL-OPEN > 0
              DISPLAY '*** DRAWERS NOT BALANCED AT BRANCH '
                 TLVW-BRNCH-ID ' ' TLVW-CURRENCY ': ' TLVW-STILL-OPEN
           END-IF
           PERFORM WRITE-VAULT-LINE THRU WRITE-VAULT-LINE-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       REPORT-LOOP-END.
           EXIT.
      **************************************************************
       WRITE-VAULT-LINE.
           MOVE TLVW-BRNCH-ID TO WS-BRANCH-ED
           MOVE TLVW-DRAWERS TO WS-DRAWERS-ED
           MOVE TLVW-STILL-OPEN TO WS-OPEN-ED
           MOVE TLVW-FLOAT TO WS-FLOAT-ED
           MOVE TLVW-CASH-IN TO WS-IN-ED
           MOVE TLVW-CASH-OUT TO WS-OUT-ED
           MOVE TLVW-EXPECTED TO WS-EXPECTED-ED
           MOVE TLVW-COUNTED TO WS-COUNTED-ED
           MOVE TLVW-OVER-SHORT TO WS-OVSH-ED
           MOVE TLVW-POSITION TO WS-POSITION-ED
           MOVE SPACES TO VAULT-REPORT-RECORD
           STRING
              WS-BRANCH-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              TLVW-BRANCH-NAME      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              TLVW-CURRENCY         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-DRAWERS-ED         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-OPEN-ED            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-FLOAT-ED           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-IN-ED              DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-OUT-ED             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-EXPECTED-ED        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-COUNTED-ED         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-OVSH-ED            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-POSITION-ED        DELIMITED BY SIZE
              INTO VAULT-REPORT-RECORD
           END-STRING
           WRITE VAULT-REPORT-RECORD.
       WRITE-VAULT-LINE-END.
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
           CLOSE VAULT-REPORT-FILE.
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
                  DISPLAY 'TLVPCS9 SQL ERROR. SQLCODE:  ' TXT-SQLCODE
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
           MOVE WS-LINES-WRITTEN TO RUNC-RECORDS
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
