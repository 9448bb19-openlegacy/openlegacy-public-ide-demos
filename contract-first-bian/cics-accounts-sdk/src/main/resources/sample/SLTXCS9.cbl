CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * SLTXCS9 - MONTHLY SALES-TAX REMITTANCE REPORT.
      * ORDECS9 AND ORDRCS9 STORE THE SALES TAX THEY COLLECT ON
      * EACH OLS0002.ITEM_ORDER ROW (ORD_TAX_JURISDICTION,
      * ORD_TAX_RATE_PCT, ORD_TAX_AMOUNT) AND RETACS9 FIXES THE
      * TAX TO BE GIVEN BACK ON EACH OLS0002.ITEM_RETURN ROW
      * (RET_TAX_AMOUNT). THIS JOB RUNS FOR THE CALENDAR MONTH
      * NAMED ON THE SLTXPARM PARAMETER FILE (CCYYMM IN COLUMNS
      * 1-6; NO USABLE PARAMETER MEANS THE LAST COMPLETED MONTH)
      * AND PRINTS TO SLTXRPT, ONE LINE PER JURISDICTION FOR THE
      * FILING:
      *    TAXABLE SALES - GOODS VALUE OF ORDERS TAKEN IN THE MONTH
      *                    THAT CARRIED TAX;
      *    EXEMPT SALES  - GOODS VALUE OF ORDERS THAT CARRIED NONE
      *                    (AN EXEMPT CATEGORY, OR A JURISDICTION
      *                    WE DO NOT COLLECT FOR);
      *    TAX COLLECTED - THE TAX ON THOSE ORDERS;
      *    TAX REFUNDED  - THE TAX ON RETURNS RECEIVED IN THE
      *                    MONTH, WHATEVER MONTH THE ORDER WAS;
      *    NET TAX DUE   - COLLECTED LESS REFUNDED.
      * CANCELLED ORDERS ARE LEFT OUT. ORDERS TAKEN BEFORE TAX WAS
      * COLLECTED HAVE NO JURISDICTION AND PRINT UNDER 'NONE'.
      * RUNS UNDER THE SHARED BATCH_RUN_CONTROL GUARD.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SLTXCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SLTX-PARM-FILE ASSIGN TO SLTXPARM
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SLTX-PARM-FILE-STATUS.
            SELECT SLTX-REPORT-FILE ASSIGN TO SLTXRPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SLTX-REPORT-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  SLTX-PARM-FILE
            RECORDING MODE IS F.
        01  SLTX-PARM-RECORD.
            05 SLTXP-YEAR                  PIC X(4).
            05 SLTXP-MONTH                 PIC X(2).
            05 FILLER                      PIC X(14).
        FD  SLTX-REPORT-FILE
            RECORDING MODE IS F.
        01  REPORT-LINE                    PIC X(132).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
        01 JURISDICTION-WS.
            07 SLTW-JURISDICTION      PIC X(4).
            07 SLTW-ORDER-COUNT       PIC S9(9) COMP.
            07 SLTW-TAXABLE           PIC S9(13)V9(3) COMP-3.
            07 SLTW-EXEMPT            PIC S9(13)V9(3) COMP-3.
            07 SLTW-COLLECTED         PIC S9(13)V9(3) COMP-3.
            07 SLTW-REFUNDED          PIC S9(13)V9(3) COMP-3.
            07 SLTW-NET-DUE           PIC S9(13)V9(3) COMP-3.
        01 RUN-TOTALS.
            07 RUNW-ORDER-COUNT       PIC S9(9) COMP VALUE 0.
            07 RUNW-TAXABLE           PIC S9(13)V9(3) COMP-3 VALUE 0.
            07 RUNW-EXEMPT            PIC S9(13)V9(3) COMP-3 VALUE 0.
            07 RUNW-COLLECTED         PIC S9(13)V9(3) COMP-3 VALUE 0.
            07 RUNW-REFUNDED          PIC S9(13)V9(3) COMP-3 VALUE 0.
            07 RUNW-NET-DUE           PIC S9(13)V9(3) COMP-3 VALUE 0.
      **************************************************************
      * THE PERIOD - DATES FOR THE 9(8) DATE COLUMNS, AND
      * TIMESTAMP BOUNDS (START OF THE FIRST DAY, START OF THE
      * FIRST DAY OF THE NEXT MONTH) FOR ORD_TS.
      **************************************************************
        01 SLTW-YEAR                  PIC 9(4)  VALUE 0.
        01 SLTW-MONTH                 PIC 9(2)  VALUE 0.
        01 SLTW-NEXT-YEAR             PIC 9(4)  VALUE 0.
        01 SLTW-NEXT-MONTH            PIC 9(2)  VALUE 0.
        01 SLTW-PERIOD-TEXT           PIC X(6)  VALUE SPACES.
        01 SLTW-PERIOD-START          PIC 9(8)  VALUE 0.
        01 SLTW-PERIOD-END            PIC 9(8)  VALUE 0.
        01 SLTW-NEXT-MONTH-START      PIC 9(8)  VALUE 0.
        01 SLTW-FROM-TS               PIC X(26) VALUE SPACES.
        01 SLTW-TO-TS                 PIC X(26) VALUE SPACES.
        01 SLTW-DT-TEXT               PIC X(8)  VALUE SPACES.
      **************************************************************
        01 WS-AMOUNT-ED                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
        01 WS-AMOUNT2-ED                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
        01 WS-AMOUNT3-ED                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
        01 WS-AMOUNT4-ED                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
        01 WS-AMOUNT5-ED                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
        01 WS-COUNT-ED                     PIC ZZZ,ZZZ,ZZ9.
        01 WS-JURISDICTION-TEXT            PIC X(12)  VALUE SPACES.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
          03 WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
            05 WS-CURRENT-CCYY             PIC 9(4).
            05 WS-CURRENT-MM               PIC 9(2).
            05 WS-CURRENT-DD               PIC 9(2).
        01 WS-JURISDICTIONS                PIC 9(7)   VALUE 0.
        01 WS-SLTX-PARM-FILE-STATUS        PIC X(2)   VALUE '00'.
        01 WS-SLTX-REPORT-FILE-STATUS      PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * SHARED BATCH RUN-CONTROL WORK AREA.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'SLTXCS9 '.
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
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM REGISTER-RUN THRU REGISTER-RUN-END
           IF RUNC-SUPPRESS-SW = 'Y'
              GOBACK
           END-IF
           PERFORM INIT-RTN THRU INIT-RTN-END
           IF EODATA NOT = 'Y'
              PERFORM WRITE-HEADING THRU WRITE-HEADING-END
           END-IF
           PERFORM DO-DECLARE THRU DO-DECLARE-END
           PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
           PERFORM DO-FETCH THRU DO-FETCH-END
           PERFORM JURISDICTION-LOOP THRU JURISDICTION-LOOP-END
              UNTIL EODATA = 'Y'
           PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           PERFORM WRITE-RUN-TOTAL THRU WRITE-RUN-TOTAL-END
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'SLTXCS9 PERIOD:         ' SLTW-PERIOD-TEXT
           DISPLAY 'SLTXCS9 JURISDICTIONS:  ' WS-JURISDICTIONS
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM READ-PARM THRU READ-PARM-END
           PERFORM SET-PERIOD THRU SET-PERIOD-END
           OPEN OUTPUT SLTX-REPORT-FILE
           IF WS-SLTX-REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'SLTX-REPORT-FILE OPEN FAILED, STATUS: '
                 WS-SLTX-REPORT-FILE-STATUS
              MOVE 'Y' TO EODATA
           END-IF.
       INIT-RTN-END.
           EXIT.
      **************************************************************
      * READ-PARM - A MISSING, EMPTY OR UNREADABLE PARAMETER FALLS
      * BACK TO THE LAST COMPLETED MONTH.
      **************************************************************
       READ-PARM.
           MOVE WS-CURRENT-CCYY TO SLTW-YEAR
           COMPUTE SLTW-MONTH = WS-CURRENT-MM - 1
           IF SLTW-MONTH = 0
              MOVE 12 TO SLTW-MONTH
              SUBTRACT 1 FROM SLTW-YEAR
           END-IF
           OPEN INPUT SLTX-PARM-FILE
           IF WS-SLTX-PARM-FILE-STATUS NOT = '00'
              DISPLAY 'SLTXCS9 NO PARAMETER FILE - LAST MONTH USED'
              GO TO READ-PARM-END
           END-IF
           READ SLTX-PARM-FILE
              AT END
                 DISPLAY 'SLTXCS9 EMPTY PARAMETER FILE - LAST MONTH'
                    ' USED'
                 MOVE SPACES TO SLTX-PARM-RECORD
           END-READ
           CLOSE SLTX-PARM-FILE
           IF SLTXP-YEAR NUMERIC AND SLTXP-MONTH NUMERIC
              AND SLTXP-MONTH >= '01' AND SLTXP-MONTH <= '12'
              MOVE SLTXP-YEAR TO SLTW-YEAR
              MOVE SLTXP-MONTH TO SLTW-MONTH
           ELSE
              DISPLAY 'SLTXCS9 INVALID PARAMETER - LAST MONTH USED: '
                 SLTX-PARM-RECORD
           END-IF.
       READ-PARM-END.
           EXIT.
      **************************************************************
       SET-PERIOD.
           MOVE SLTW-YEAR TO SLTW-NEXT-YEAR
           COMPUTE SLTW-NEXT-MONTH = SLTW-MONTH + 1
           IF SLTW-NEXT-MONTH > 12
              MOVE 1 TO SLTW-NEXT-MONTH
              ADD 1 TO SLTW-NEXT-YEAR
           END-IF
           COMPUTE SLTW-PERIOD-START =
              SLTW-YEAR * 10000 + SLTW-MONTH * 100 + 1
           COMPUTE SLTW-NEXT-MONTH-START =
              SLTW-NEXT-YEAR * 10000 + SLTW-NEXT-MONTH * 100 + 1
           COMPUTE SLTW-PERIOD-END = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(SLTW-NEXT-MONTH-START) - 1)
           MOVE SPACES TO SLTW-PERIOD-TEXT
           STRING SLTW-YEAR DELIMITED BY SIZE
              SLTW-MONTH    DELIMITED BY SIZE
              INTO SLTW-PERIOD-TEXT
           END-STRING
           MOVE SLTW-PERIOD-START TO SLTW-DT-TEXT
           MOVE SPACES TO SLTW-FROM-TS
           STRING SLTW-DT-TEXT(1:4) '-' SLTW-DT-TEXT(5:2) '-'
              SLTW-DT-TEXT(7:2) '-00.00.00.000000'
              DELIMITED BY SIZE INTO SLTW-FROM-TS
           END-STRING
           MOVE SLTW-NEXT-MONTH-START TO SLTW-DT-TEXT
           MOVE SPACES TO SLTW-TO-TS
           STRING SLTW-DT-TEXT(1:4) '-' SLTW-DT-TEXT(5:2) '-'
              SLTW-DT-TEXT(7:2) '-00.00.00.000000'
              DELIMITED BY SIZE INTO SLTW-TO-TS
           END-STRING.
       SET-PERIOD-END.
           EXIT.
      **************************************************************
       WRITE-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING 'SALES TAX REMITTANCE - PERIOD ' DELIMITED BY SIZE
              SLTW-PERIOD-TEXT                 DELIMITED BY SIZE
              ' ('                             DELIMITED BY SIZE
              SLTW-PERIOD-START                DELIMITED BY SIZE
              ' - '                            DELIMITED BY SIZE
              SLTW-PERIOD-END                  DELIMITED BY SIZE
              ')'                              DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'JURISDICTION'               DELIMITED BY SIZE
              '      ORDERS'                   DELIMITED BY SIZE
              '        TAXABLE SALES'          DELIMITED BY SIZE
              '         EXEMPT SALES'          DELIMITED BY SIZE
              '        TAX COLLECTED'          DELIMITED BY SIZE
              '         TAX REFUNDED'          DELIMITED BY SIZE
              '          NET TAX DUE'          DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
       WRITE-HEADING-END.
           EXIT.
      **************************************************************
      * EVERY JURISDICTION WITH AN ORDER TAKEN OR A RETURN
      * RECEIVED IN THE MONTH - A JURISDICTION THAT ONLY GAVE TAX
      * BACK STILL HAS TO FILE.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE J1 CURSOR FOR
                SELECT JUR FROM (
                  SELECT COALESCE(ORD_TAX_JURISDICTION, ' ') AS JUR
                    FROM OLS0002.ITEM_ORDER
                   WHERE ORD_TS >= :SLTW-FROM-TS
                     AND ORD_TS < :SLTW-TO-TS
                     AND ORD_STATUS <> 'X'
                  UNION
                  SELECT COALESCE(O.ORD_TAX_JURISDICTION, ' ')
                    FROM OLS0002.ITEM_RETURN R,
                         OLS0002.ITEM_ORDER O
                   WHERE O.ORD_ORDER_NUM = R.RET_ORDER_NUM
                     AND R.RET_STATUS = 'R'
                     AND R.RET_RECEIVED_DT >= :SLTW-PERIOD-START
                     AND R.RET_RECEIVED_DT <= :SLTW-PERIOD-END
                ) AS J
                ORDER BY JUR
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN J1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH J1 INTO
                  :SLTW-JURISDICTION
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       JURISDICTION-LOOP.
           ADD 1 TO WS-JURISDICTIONS
           PERFORM SUM-JURISDICTION THRU SUM-JURISDICTION-END
           PERFORM WRITE-JURISDICTION-LINE
              THRU WRITE-JURISDICTION-LINE-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       JURISDICTION-LOOP-END.
           EXIT.
      **************************************************************
      * SUM-JURISDICTION - THE MONTH'S SALES AND TAX FOR ONE
      * JURISDICTION. AN ORDER IS TAXABLE WHEN IT CARRIED TAX.
      **************************************************************
       SUM-JURISDICTION.
           MOVE 0 TO SLTW-ORDER-COUNT SLTW-TAXABLE SLTW-EXEMPT
                     SLTW-COLLECTED
           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(CASE
                          WHEN COALESCE(ORD_TAX_AMOUNT, 0) > 0
                          THEN ORD_QTY * ORD_UNIT_PRICE
                          ELSE 0 END), 0),
                       COALESCE(SUM(CASE
                          WHEN COALESCE(ORD_TAX_AMOUNT, 0) > 0
                          THEN 0
                          ELSE ORD_QTY * ORD_UNIT_PRICE END), 0),
                       COALESCE(SUM(ORD_TAX_AMOUNT), 0)
                  INTO :SLTW-ORDER-COUNT, :SLTW-TAXABLE,
                       :SLTW-EXEMPT, :SLTW-COLLECTED
                  FROM OLS0002.ITEM_ORDER
                 WHERE COALESCE(ORD_TAX_JURISDICTION, ' ') =
                       :SLTW-JURISDICTION
                   AND ORD_TS >= :SLTW-FROM-TS
                   AND ORD_TS < :SLTW-TO-TS
                   AND ORD_STATUS <> 'X'
           END-EXEC
           MOVE 0 TO SLTW-REFUNDED
           EXEC SQL
                SELECT COALESCE(SUM(R.RET_TAX_AMOUNT), 0)
                  INTO :SLTW-REFUNDED
                  FROM OLS0002.ITEM_RETURN R,
                       OLS0002.ITEM_ORDER O
                 WHERE O.ORD_ORDER_NUM = R.RET_ORDER_NUM
                   AND COALESCE(O.ORD_TAX_JURISDICTION, ' ') =
                       :SLTW-JURISDICTION
                   AND R.RET_STATUS = 'R'
                   AND R.RET_RECEIVED_DT >= :SLTW-PERIOD-START
                   AND R.RET_RECEIVED_DT <= :SLTW-PERIOD-END
           END-EXEC
           COMPUTE SLTW-NET-DUE = SLTW-COLLECTED - SLTW-REFUNDED.
       SUM-JURISDICTION-END.
           EXIT.
      **************************************************************
       WRITE-JURISDICTION-LINE.
           ADD SLTW-ORDER-COUNT TO RUNW-ORDER-COUNT
           ADD SLTW-TAXABLE TO RUNW-TAXABLE
           ADD SLTW-EXEMPT TO RUNW-EXEMPT
           ADD SLTW-COLLECTED TO RUNW-COLLECTED
           ADD SLTW-REFUNDED TO RUNW-REFUNDED
           ADD SLTW-NET-DUE TO RUNW-NET-DUE
           IF SLTW-JURISDICTION = SPACES
              MOVE 'NONE' TO WS-JURISDICTION-TEXT
           ELSE
              MOVE SLTW-JURISDICTION TO WS-JURISDICTION-TEXT
           END-IF
           MOVE SLTW-ORDER-COUNT TO WS-COUNT-ED
           MOVE SLTW-TAXABLE TO WS-AMOUNT-ED
           MOVE SLTW-EXEMPT TO WS-AMOUNT2-ED
           MOVE SLTW-COLLECTED TO WS-AMOUNT3-ED
           MOVE SLTW-REFUNDED TO WS-AMOUNT4-ED
           MOVE SLTW-NET-DUE TO WS-AMOUNT5-ED
           MOVE SPACES TO REPORT-LINE
           STRING WS-JURISDICTION-TEXT DELIMITED BY SIZE
              WS-COUNT-ED              DELIMITED BY SIZE
              WS-AMOUNT-ED             DELIMITED BY SIZE
              WS-AMOUNT2-ED            DELIMITED BY SIZE
              WS-AMOUNT3-ED            DELIMITED BY SIZE
              WS-AMOUNT4-ED            DELIMITED BY SIZE
              WS-AMOUNT5-ED            DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
       WRITE-JURISDICTION-LINE-END.
           EXIT.
      **************************************************************
       WRITE-RUN-TOTAL.
           IF WS-SLTX-REPORT-FILE-STATUS NOT = '00'
              GO TO WRITE-RUN-TOTAL-END
           END-IF
           MOVE RUNW-ORDER-COUNT TO WS-COUNT-ED
           MOVE RUNW-TAXABLE TO WS-AMOUNT-ED
           MOVE RUNW-EXEMPT TO WS-AMOUNT2-ED
           MOVE RUNW-COLLECTED TO WS-AMOUNT3-ED
           MOVE RUNW-REFUNDED TO WS-AMOUNT4-ED
           MOVE RUNW-NET-DUE TO WS-AMOUNT5-ED
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'ALL         '   DELIMITED BY SIZE
              WS-COUNT-ED          DELIMITED BY SIZE
              WS-AMOUNT-ED         DELIMITED BY SIZE
              WS-AMOUNT2-ED        DELIMITED BY SIZE
              WS-AMOUNT3-ED        DELIMITED BY SIZE
              WS-AMOUNT4-ED        DELIMITED BY SIZE
              WS-AMOUNT5-ED        DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
       WRITE-RUN-TOTAL-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE J1
           END-EXEC.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE SLTX-REPORT-FILE.
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
                  DISPLAY 'SLTXCS9 SQL ERROR. SQLCODE: ' TXT-SQLCODE
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
           MOVE WS-JURISDICTIONS TO RUNC-RECORDS
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
