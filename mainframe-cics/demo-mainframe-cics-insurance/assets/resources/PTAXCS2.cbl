CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * PTAXCS2 - STATE PREMIUM-TAX FILING AND STATISTICAL RETURN.
      * EACH STATE TAXES THE PREMIUM COLLECTED FROM POLICYHOLDERS
      * LIVING THERE AND WANTS STATISTICS BY LINE; BOTH WERE PUT
      * TOGETHER BY HAND FROM THE RECEIPTS AND THE AUTO-DEBIT
      * COLLECTION TOTALS. THIS JOB RUNS FOR A CALENDAR QUARTER OR
      * YEAR NAMED ON THE PTAXPARM PARAMETER FILE ('Q' CCYY N OR
      * 'A' CCYY IN COLUMNS 1-6; NO USABLE PARAMETER MEANS THE
      * LAST COMPLETED QUARTER) AND TOTALS, BY POL_CUST_STATE AND
      * POL_POLICY_TYPE:
      *    COLLECTED - LOCKBOX RECEIPTS (OLS0002.PREMIUM_RECEIPT,
      *                LBXPCS2) PLUS THE STANDING-ORDER DEBITS
      *                SODBCS9 POSTED TO OLS0002.ACCOUNT2_TXN,
      *                BOTH DATED IN THE PERIOD;
      *    REFUNDED  - THE NEGATIVE PRORATIONS UPOLCS2 RECORDS ON
      *                OLS0002.POLICY2_ENDORSEMENT WHEN IT PAYS
      *                PREMIUM BACK (ENDORSEMENT DECREASES AND
      *                CANCELLATION REFUNDS);
      * AND APPLIES THE STATE'S RATE FROM OLS0002.PREMIUM_TAX_RATE
      * (A ROW FOR THE LINE WINS OVER THE STATE'S ALL-LINES ROW,
      * BLANK PTR_POLICY_TYPE; THE LATEST EFFECTIVE ROW AT THE
      * PERIOD END IS USED) TO THE NET PREMIUM. THE FILING REPORT
      * (PTAXRPT) PRINTS ONE SECTION PER STATE. THE STATISTICAL
      * EXTRACT (PTAXSTAT) CARRIES ONE PIPE-DELIMITED ROW PER
      * STATE AND LINE: POLICIES IN FORCE AT THE PERIOD END,
      * WRITTEN PREMIUM (THE ANNUAL PREMIUM OF POLICIES INCEPTING
      * IN THE PERIOD) AND PAID LOSSES (THE CLAIM2 PAYMENTS
      * RECORDED ON OLS0002.CLAIM_RESERVE_HIST IN THE PERIOD).
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PTAXCS2.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PTAX-PARM-FILE ASSIGN TO PTAXPARM
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PTAX-PARM-FILE-STATUS.
            SELECT PTAX-REPORT-FILE ASSIGN TO PTAXRPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PTAX-REPORT-FILE-STATUS.
            SELECT PTAX-STAT-FILE ASSIGN TO PTAXSTAT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PTAX-STAT-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  PTAX-PARM-FILE
            RECORDING MODE IS F.
        01  PTAX-PARM-RECORD.
            05 PTAXP-PERIOD-TYPE           PIC X(1).
            05 PTAXP-YEAR                  PIC X(4).
            05 PTAXP-QUARTER               PIC X(1).
            05 FILLER                      PIC X(14).
        FD  PTAX-REPORT-FILE
            RECORDING MODE IS F.
        01  REPORT-LINE                    PIC X(132).
        FD  PTAX-STAT-FILE
            RECORDING MODE IS F.
        01  STAT-RECORD                    PIC X(150).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLTAXRATE.
           10 PTR_STATE            PIC X(2).
           10 PTR_POLICY_TYPE      PIC X(16).
           10 PTR_EFF_DATE         PIC X(8).
           10 PTR_RATE_PCT         PIC S9(3)V9(4) USAGE COMP-3.
      **************************************************************
        01 GROUP-WS.
            07 ACTW-STATE             PIC X(2).
            07 ACTW-POLICY-TYPE       PIC X(16).
            07 ACTW-POLICY-COUNT      PIC S9(9) COMP.
            07 ACTW-WRITTEN           PIC S9(13)V9(3) COMP-3.
            07 ACTW-RECEIPTS          PIC S9(13)V9(3) COMP-3.
            07 ACTW-AUTO-DEBITS       PIC S9(13)V9(3) COMP-3.
            07 ACTW-REFUNDED          PIC S9(13)V9(3) COMP-3.
            07 ACTW-PAID-LOSSES       PIC S9(13)V9(3) COMP-3.
            07 ACTW-RATE-PCT          PIC S9(3)V9(4) COMP-3.
        01 PTXW-COLLECTED             PIC S9(13)V9(3) COMP-3 VALUE 0.
        01 PTXW-NET                   PIC S9(13)V9(3) COMP-3 VALUE 0.
        01 PTXW-TAX                   PIC S9(13)V9(2) COMP-3 VALUE 0.
        01 PTXW-RATE-FOUND-SW         PIC X(1)  VALUE 'N'.
      **************************************************************
      * STATE TOTALS FOR THE FILING SECTION, AND THE RUN TOTALS.
      **************************************************************
        01 STATE-TOTALS.
            07 STTW-STATE             PIC X(2)  VALUE SPACES.
            07 STTW-COLLECTED         PIC S9(13)V9(3) COMP-3 VALUE 0.
            07 STTW-REFUNDED          PIC S9(13)V9(3) COMP-3 VALUE 0.
            07 STTW-NET               PIC S9(13)V9(3) COMP-3 VALUE 0.
            07 STTW-TAX               PIC S9(13)V9(2) COMP-3 VALUE 0.
        01 RUN-TOTALS.
            07 RUNW-COLLECTED         PIC S9(13)V9(3) COMP-3 VALUE 0.
            07 RUNW-REFUNDED          PIC S9(13)V9(3) COMP-3 VALUE 0.
            07 RUNW-TAX               PIC S9(13)V9(2) COMP-3 VALUE 0.
        01 FIRST-STATE-SW             PIC X(1)  VALUE 'Y'.
      **************************************************************
      * THE PERIOD - DATES FOR THE CHAR(8) DATE COLUMNS, AND
      * TIMESTAMP BOUNDS (START OF THE FIRST DAY, START OF THE DAY
      * AFTER THE LAST) FOR THE LEDGER'S TXN_TS.
      **************************************************************
        01 PTXW-PERIOD-TYPE           PIC X(1)  VALUE 'Q'.
          88 PTXW-QUARTERLY                     VALUE 'Q'.
          88 PTXW-ANNUAL                        VALUE 'A'.
        01 PTXW-YEAR                  PIC 9(4)  VALUE 0.
        01 PTXW-QUARTER               PIC 9(1)  VALUE 0.
        01 PTXW-PERIOD-TEXT           PIC X(7)  VALUE SPACES.
        01 PTXW-PERIOD-START          PIC 9(8)  VALUE 0.
        01 PTXW-PERIOD-END            PIC 9(8)  VALUE 0.
        01 PTXW-NEXT-DAY              PIC 9(8)  VALUE 0.
        01 PTXW-START-MM              PIC 9(2)  VALUE 0.
        01 PTXW-END-MM                PIC 9(2)  VALUE 0.
        01 PTXW-END-DD                PIC 9(2)  VALUE 0.
        01 PTXW-FROM-TS               PIC X(26) VALUE SPACES.
        01 PTXW-TO-TS                 PIC X(26) VALUE SPACES.
        01 PTXW-DT-TEXT               PIC X(8)  VALUE SPACES.
      **************************************************************
        01 WS-AMOUNT-ED                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
        01 WS-AMOUNT2-ED                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
        01 WS-AMOUNT3-ED                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
        01 WS-AMOUNT4-ED                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
        01 WS-RATE-ED                      PIC ZZ9.9999.
        01 WS-RATE-TEXT                    PIC X(8)   VALUE SPACES.
        01 WS-COUNT-ED                     PIC 9(9).
        01 WS-XAMT-ED                      PIC -9(12)9.999.
        01 WS-XAMT2-ED                     PIC -9(12)9.999.
        01 WS-XAMT3-ED                     PIC -9(12)9.999.
        01 WS-XAMT4-ED                     PIC -9(12)9.999.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
          03 WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
            05 WS-CURRENT-CCYY             PIC 9(4).
            05 WS-CURRENT-MM               PIC 9(2).
            05 WS-CURRENT-DD               PIC 9(2).
        01 WS-GROUPS-READ                  PIC 9(7)   VALUE 0.
        01 WS-STAT-ROWS                    PIC 9(7)   VALUE 0.
        01 WS-PTAX-PARM-FILE-STATUS        PIC X(2)   VALUE '00'.
        01 WS-PTAX-REPORT-FILE-STATUS      PIC X(2)   VALUE '00'.
        01 WS-PTAX-STAT-FILE-STATUS        PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * SHARED BATCH RUN-CONTROL WORK AREA.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'PTAXCS2 '.
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
           PERFORM DO-DECLARE THRU DO-DECLARE-END
           PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
           PERFORM DO-FETCH THRU DO-FETCH-END
           PERFORM GROUP-LOOP THRU GROUP-LOOP-END
              UNTIL EODATA = 'Y'
           PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           IF FIRST-STATE-SW = 'N'
              PERFORM END-STATE THRU END-STATE-END
           END-IF
           PERFORM WRITE-RUN-TOTAL THRU WRITE-RUN-TOTAL-END
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'PTAXCS2 PERIOD:              ' PTXW-PERIOD-TEXT
           DISPLAY 'PTAXCS2 STATE/LINE GROUPS:   ' WS-GROUPS-READ
           DISPLAY 'PTAXCS2 STATISTICAL ROWS:    ' WS-STAT-ROWS
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM READ-PARM THRU READ-PARM-END
           PERFORM SET-PERIOD THRU SET-PERIOD-END
           OPEN OUTPUT PTAX-REPORT-FILE
           IF WS-PTAX-REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'PTAX-REPORT-FILE OPEN FAILED, STATUS: '
                 WS-PTAX-REPORT-FILE-STATUS
              MOVE 'Y' TO EODATA
           END-IF
           OPEN OUTPUT PTAX-STAT-FILE
           IF WS-PTAX-STAT-FILE-STATUS NOT = '00'
              DISPLAY 'PTAX-STAT-FILE OPEN FAILED, STATUS: '
                 WS-PTAX-STAT-FILE-STATUS
              MOVE 'Y' TO EODATA
           END-IF.
       INIT-RTN-END.
           EXIT.
      **************************************************************
      * READ-PARM - A MISSING, EMPTY OR UNREADABLE PARAMETER FALLS
      * BACK TO THE LAST COMPLETED QUARTER.
      **************************************************************
       READ-PARM.
           MOVE 'Q' TO PTXW-PERIOD-TYPE
           COMPUTE PTXW-QUARTER = (WS-CURRENT-MM + 2) / 3 - 1
           MOVE WS-CURRENT-CCYY TO PTXW-YEAR
           IF PTXW-QUARTER = 0
              MOVE 4 TO PTXW-QUARTER
              SUBTRACT 1 FROM PTXW-YEAR
           END-IF
           OPEN INPUT PTAX-PARM-FILE
           IF WS-PTAX-PARM-FILE-STATUS NOT = '00'
              DISPLAY 'PTAXCS2 NO PARAMETER FILE - LAST QUARTER USED'
              GO TO READ-PARM-END
           END-IF
           READ PTAX-PARM-FILE
              AT END
                 DISPLAY 'PTAXCS2 EMPTY PARAMETER FILE - LAST QUARTER'
                    ' USED'
                 MOVE SPACES TO PTAX-PARM-RECORD
           END-READ
           CLOSE PTAX-PARM-FILE
           IF PTAXP-YEAR NOT NUMERIC
              GO TO READ-PARM-END
           END-IF
           IF PTAXP-PERIOD-TYPE = 'A'
              MOVE 'A' TO PTXW-PERIOD-TYPE
              MOVE PTAXP-YEAR TO PTXW-YEAR
              MOVE 0 TO PTXW-QUARTER
              GO TO READ-PARM-END
           END-IF
           IF PTAXP-PERIOD-TYPE = 'Q'
              AND PTAXP-QUARTER >= '1' AND PTAXP-QUARTER <= '4'
              MOVE PTAXP-YEAR TO PTXW-YEAR
              MOVE PTAXP-QUARTER TO PTXW-QUARTER
           ELSE
              DISPLAY 'PTAXCS2 INVALID PARAMETER - LAST QUARTER USED: '
                 PTAX-PARM-RECORD
           END-IF.
       READ-PARM-END.
           EXIT.
      **************************************************************
       SET-PERIOD.
           IF PTXW-ANNUAL
              MOVE 1 TO PTXW-START-MM
              MOVE 12 TO PTXW-END-MM
              MOVE SPACES TO PTXW-PERIOD-TEXT
              STRING 'YR ' DELIMITED BY SIZE
                 PTXW-YEAR DELIMITED BY SIZE
                 INTO PTXW-PERIOD-TEXT
              END-STRING
           ELSE
              COMPUTE PTXW-START-MM = PTXW-QUARTER * 3 - 2
              COMPUTE PTXW-END-MM = PTXW-QUARTER * 3
              MOVE SPACES TO PTXW-PERIOD-TEXT
              STRING PTXW-YEAR DELIMITED BY SIZE
                 ' Q'          DELIMITED BY SIZE
                 PTXW-QUARTER  DELIMITED BY SIZE
                 INTO PTXW-PERIOD-TEXT
              END-STRING
           END-IF
           IF PTXW-END-MM = 3 OR PTXW-END-MM = 12
              MOVE 31 TO PTXW-END-DD
           ELSE
              MOVE 30 TO PTXW-END-DD
           END-IF
           COMPUTE PTXW-PERIOD-START =
              PTXW-YEAR * 10000 + PTXW-START-MM * 100 + 1
           COMPUTE PTXW-PERIOD-END =
              PTXW-YEAR * 10000 + PTXW-END-MM * 100 + PTXW-END-DD
           COMPUTE PTXW-NEXT-DAY = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(PTXW-PERIOD-END) + 1)
           MOVE PTXW-PERIOD-START TO PTXW-DT-TEXT
           MOVE SPACES TO PTXW-FROM-TS
           STRING PTXW-DT-TEXT(1:4) '-' PTXW-DT-TEXT(5:2) '-'
              PTXW-DT-TEXT(7:2) '-00.00.00.000000'
              DELIMITED BY SIZE INTO PTXW-FROM-TS
           END-STRING
           MOVE PTXW-NEXT-DAY TO PTXW-DT-TEXT
           MOVE SPACES TO PTXW-TO-TS
           STRING PTXW-DT-TEXT(1:4) '-' PTXW-DT-TEXT(5:2) '-'
              PTXW-DT-TEXT(7:2) '-00.00.00.000000'
              DELIMITED BY SIZE INTO PTXW-TO-TS
           END-STRING.
       SET-PERIOD-END.
           EXIT.
      **************************************************************
      * ONE GROUP PER STATE AND LINE WITH ANY POLICY BOOKED BY THE
      * PERIOD END - THE IN-FORCE COUNT AND NEW WRITTEN PREMIUM
      * COME WITH THE GROUP, THE MONEY MOVEMENTS ARE SUMMED PER
      * GROUP AFTER.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE X1 CURSOR FOR
                SELECT
                  POL_CUST_STATE,
                  POL_POLICY_TYPE,
                  SUM(CASE WHEN POL_ISACTIVE = 'Y'
                             OR POL_CANCEL_EFF_DATE > :PTXW-PERIOD-END
                           THEN 1 ELSE 0 END),
                  SUM(CASE WHEN POL_CREATE_DATE >= :PTXW-PERIOD-START
                           THEN POL_YEARLY_PYMT ELSE 0 END)
                FROM OLS0002.POLICY2
                WHERE POL_CREATE_DATE <= :PTXW-PERIOD-END
                GROUP BY POL_CUST_STATE, POL_POLICY_TYPE
                ORDER BY POL_CUST_STATE, POL_POLICY_TYPE
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN X1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH X1 INTO
                  :ACTW-STATE,
                  :ACTW-POLICY-TYPE,
                  :ACTW-POLICY-COUNT,
                  :ACTW-WRITTEN
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       GROUP-LOOP.
           ADD 1 TO WS-GROUPS-READ
           IF ACTW-STATE NOT = STTW-STATE OR FIRST-STATE-SW = 'Y'
              IF FIRST-STATE-SW = 'N'
                 PERFORM END-STATE THRU END-STATE-END
              END-IF
              PERFORM START-STATE THRU START-STATE-END
           END-IF
           PERFORM SUM-GROUP THRU SUM-GROUP-END
           PERFORM FIND-RATE THRU FIND-RATE-END
           PERFORM WRITE-GROUP-LINE THRU WRITE-GROUP-LINE-END
           PERFORM WRITE-STAT-ROW THRU WRITE-STAT-ROW-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       GROUP-LOOP-END.
           EXIT.
      **************************************************************
      * SUM-GROUP - THE PERIOD'S MONEY FOR ONE STATE AND LINE. THE
      * AUTO-DEBIT POSTINGS NAME THEIR POLICY IN TXN_DESCRIPTION
      * ('PREMIUM AUTO-DEBIT ' FOLLOWED BY THE POLICY NUMBER).
      **************************************************************
       SUM-GROUP.
           MOVE 0 TO ACTW-RECEIPTS
           EXEC SQL
                SELECT COALESCE(SUM(R.PRC_AMOUNT), 0)
                  INTO :ACTW-RECEIPTS
                  FROM OLS0002.PREMIUM_RECEIPT R,
                       OLS0002.POLICY2 P
                 WHERE P.POL_POLICY_NUM = R.PRC_POLICY_NUM
                   AND P.POL_CUST_STATE = :ACTW-STATE
                   AND P.POL_POLICY_TYPE = :ACTW-POLICY-TYPE
                   AND R.PRC_PAYMENT_DT >= :PTXW-PERIOD-START
                   AND R.PRC_PAYMENT_DT <= :PTXW-PERIOD-END
           END-EXEC
           MOVE 0 TO ACTW-AUTO-DEBITS
           EXEC SQL
                SELECT COALESCE(SUM(T.TXN_AMOUNT), 0)
                  INTO :ACTW-AUTO-DEBITS
                  FROM OLS0002.ACCOUNT2_TXN T,
                       OLS0002.POLICY2 P
                 WHERE T.TXN_USERID = 'SODBCS9'
                   AND T.TXN_TXN_TYPE = 'W'
                   AND SUBSTR(T.TXN_DESCRIPTION, 1, 19) =
                       'PREMIUM AUTO-DEBIT '
                   AND P.POL_POLICY_NUM =
                       SUBSTR(T.TXN_DESCRIPTION, 20, 11)
                   AND P.POL_CUST_STATE = :ACTW-STATE
                   AND P.POL_POLICY_TYPE = :ACTW-POLICY-TYPE
                   AND T.TXN_TS >= :PTXW-FROM-TS
                   AND T.TXN_TS < :PTXW-TO-TS
           END-EXEC
           MOVE 0 TO ACTW-REFUNDED
           EXEC SQL
                SELECT COALESCE(SUM(0 - E.END_PRORATION_AMT), 0)
                  INTO :ACTW-REFUNDED
                  FROM OLS0002.POLICY2_ENDORSEMENT E,
                       OLS0002.POLICY2 P
                 WHERE P.POL_POLICY_NUM = E.END_POLICY_NUM
                   AND P.POL_CUST_STATE = :ACTW-STATE
                   AND P.POL_POLICY_TYPE = :ACTW-POLICY-TYPE
                   AND E.END_PRORATION_AMT < 0
                   AND E.END_TS >= :PTXW-FROM-TS
                   AND E.END_TS < :PTXW-TO-TS
           END-EXEC
           MOVE 0 TO ACTW-PAID-LOSSES
           EXEC SQL
                SELECT COALESCE(SUM(H.RSH_PAID_AMOUNT), 0)
                  INTO :ACTW-PAID-LOSSES
                  FROM OLS0002.CLAIM_RESERVE_HIST H,
                       OLS0002.CLAIM2 C,
                       OLS0002.POLICY2 P
                 WHERE C.CLM_CLAIM_NUM = H.RSH_CLAIM_NUM
                   AND P.POL_POLICY_NUM = C.CLM_POLICY_NUM
                   AND P.POL_CUST_STATE = :ACTW-STATE
                   AND P.POL_POLICY_TYPE = :ACTW-POLICY-TYPE
                   AND H.RSH_EVENT = 'P'
                   AND H.RSH_CHANGE_DT >= :PTXW-PERIOD-START
                   AND H.RSH_CHANGE_DT <= :PTXW-PERIOD-END
           END-EXEC
           COMPUTE PTXW-COLLECTED = ACTW-RECEIPTS + ACTW-AUTO-DEBITS
           COMPUTE PTXW-NET = PTXW-COLLECTED - ACTW-REFUNDED.
       SUM-GROUP-END.
           EXIT.
      **************************************************************
      * FIND-RATE - THE LINE'S OWN ROW SORTS AHEAD OF THE STATE'S
      * ALL-LINES (BLANK) ROW. NO RATE FOR THE STATE IS PRINTED AS
      * SUCH AND TAXES NOTHING, SO THE FILING CANNOT GO OUT WITH A
      * SILENT ZERO.
      **************************************************************
       FIND-RATE.
           MOVE 'N' TO PTXW-RATE-FOUND-SW
           MOVE 0 TO ACTW-RATE-PCT
           MOVE 0 TO PTXW-TAX
           EXEC SQL
                SELECT PTR_RATE_PCT
                  INTO :ACTW-RATE-PCT
                  FROM OLS0002.PREMIUM_TAX_RATE
                 WHERE PTR_STATE = :ACTW-STATE
                   AND (PTR_POLICY_TYPE = :ACTW-POLICY-TYPE
                        OR PTR_POLICY_TYPE = ' ')
                   AND PTR_EFF_DATE <= :PTXW-PERIOD-END
                 ORDER BY PTR_POLICY_TYPE DESC, PTR_EFF_DATE DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '*** NO PREMIUM TAX RATE FOR STATE: ' ACTW-STATE
                 ' LINE: ' ACTW-POLICY-TYPE
              MOVE 4 TO RETURN-CODE
              GO TO FIND-RATE-END
           END-IF
           MOVE 'Y' TO PTXW-RATE-FOUND-SW
           IF PTXW-NET > 0
              COMPUTE PTXW-TAX ROUNDED = PTXW-NET * ACTW-RATE-PCT / 100
           END-IF.
       FIND-RATE-END.
           EXIT.
      **************************************************************
       START-STATE.
           MOVE 'N' TO FIRST-STATE-SW
           MOVE ACTW-STATE TO STTW-STATE
           MOVE 0 TO STTW-COLLECTED
           MOVE 0 TO STTW-REFUNDED
           MOVE 0 TO STTW-NET
           MOVE 0 TO STTW-TAX
           MOVE SPACES TO REPORT-LINE
           STRING 'PREMIUM TAX RETURN - STATE ' DELIMITED BY SIZE
              STTW-STATE                       DELIMITED BY SIZE
              '   PERIOD '                     DELIMITED BY SIZE
              PTXW-PERIOD-TEXT                 DELIMITED BY SIZE
              ' ('                             DELIMITED BY SIZE
              PTXW-PERIOD-START                DELIMITED BY SIZE
              ' - '                            DELIMITED BY SIZE
              PTXW-PERIOD-END                  DELIMITED BY SIZE
              ')'                              DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LINE            '           DELIMITED BY SIZE
              '              COLLECTED'        DELIMITED BY SIZE
              '               REFUNDED'        DELIMITED BY SIZE
              '            NET PREMIUM'        DELIMITED BY SIZE
              '  RATE %  '                     DELIMITED BY SIZE
              '                TAX DUE'        DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
       START-STATE-END.
           EXIT.
      **************************************************************
       WRITE-GROUP-LINE.
           ADD PTXW-COLLECTED TO STTW-COLLECTED
           ADD ACTW-REFUNDED TO STTW-REFUNDED
           ADD PTXW-NET TO STTW-NET
           ADD PTXW-TAX TO STTW-TAX
           MOVE PTXW-COLLECTED TO WS-AMOUNT-ED
           MOVE ACTW-REFUNDED TO WS-AMOUNT2-ED
           MOVE PTXW-NET TO WS-AMOUNT3-ED
           MOVE PTXW-TAX TO WS-AMOUNT4-ED
           IF PTXW-RATE-FOUND-SW = 'Y'
              MOVE ACTW-RATE-PCT TO WS-RATE-ED
              MOVE WS-RATE-ED TO WS-RATE-TEXT
           ELSE
              MOVE ' NO RATE' TO WS-RATE-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING ACTW-POLICY-TYPE DELIMITED BY SIZE
              WS-AMOUNT-ED         DELIMITED BY SIZE
              WS-AMOUNT2-ED        DELIMITED BY SIZE
              WS-AMOUNT3-ED        DELIMITED BY SIZE
              '  '                 DELIMITED BY SIZE
              WS-RATE-TEXT         DELIMITED BY SIZE
              WS-AMOUNT4-ED        DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
       WRITE-GROUP-LINE-END.
           EXIT.
      **************************************************************
       END-STATE.
           MOVE STTW-COLLECTED TO WS-AMOUNT-ED
           MOVE STTW-REFUNDED TO WS-AMOUNT2-ED
           MOVE STTW-NET TO WS-AMOUNT3-ED
           MOVE STTW-TAX TO WS-AMOUNT4-ED
           MOVE SPACES TO REPORT-LINE
           STRING 'STATE TOTAL     ' DELIMITED BY SIZE
              WS-AMOUNT-ED           DELIMITED BY SIZE
              WS-AMOUNT2-ED          DELIMITED BY SIZE
              WS-AMOUNT3-ED          DELIMITED BY SIZE
              '          '           DELIMITED BY SIZE
              WS-AMOUNT4-ED          DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD STTW-COLLECTED TO RUNW-COLLECTED
           ADD STTW-REFUNDED TO RUNW-REFUNDED
           ADD STTW-TAX TO RUNW-TAX.
       END-STATE-END.
           EXIT.
      **************************************************************
      * THE STATISTICAL ROW - PERIOD|STATE|LINE|POLICIES IN FORCE|
      * WRITTEN PREMIUM|PAID LOSSES|COLLECTED|REFUNDED.
      **************************************************************
       WRITE-STAT-ROW.
           MOVE ACTW-POLICY-COUNT TO WS-COUNT-ED
           MOVE ACTW-WRITTEN TO WS-XAMT-ED
           MOVE ACTW-PAID-LOSSES TO WS-XAMT2-ED
           MOVE PTXW-COLLECTED TO WS-XAMT3-ED
           MOVE ACTW-REFUNDED TO WS-XAMT4-ED
           MOVE SPACES TO STAT-RECORD
           STRING
              PTXW-PERIOD-TEXT      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              ACTW-STATE            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              ACTW-POLICY-TYPE      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-COUNT-ED           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-XAMT-ED            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-XAMT2-ED           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-XAMT3-ED           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-XAMT4-ED           DELIMITED BY SIZE
              INTO STAT-RECORD
           END-STRING
           WRITE STAT-RECORD
           ADD 1 TO WS-STAT-ROWS.
       WRITE-STAT-ROW-END.
           EXIT.
      **************************************************************
       WRITE-RUN-TOTAL.
           MOVE RUNW-COLLECTED TO WS-AMOUNT-ED
           MOVE RUNW-REFUNDED TO WS-AMOUNT2-ED
           MOVE RUNW-TAX TO WS-AMOUNT4-ED
           MOVE SPACES TO REPORT-LINE
           STRING 'ALL STATES      ' DELIMITED BY SIZE
              WS-AMOUNT-ED           DELIMITED BY SIZE
              WS-AMOUNT2-ED          DELIMITED BY SIZE
              '                       ' DELIMITED BY SIZE
              '          '           DELIMITED BY SIZE
              WS-AMOUNT4-ED          DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
       WRITE-RUN-TOTAL-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE X1
           END-EXEC.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE PTAX-REPORT-FILE
           CLOSE PTAX-STAT-FILE.
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
                  DISPLAY 'PTAXCS2 SQL ERROR. SQLCODE: ' TXT-SQLCODE
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
           MOVE WS-STAT-ROWS TO RUNC-RECORDS
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
