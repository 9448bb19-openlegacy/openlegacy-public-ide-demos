CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * PSTMCS2 - MONTH-END PRINT-IMAGE POLICYHOLDER ACCOUNT
      * STATEMENT GENERATOR.
      * THE POLICYHOLDER'S COUNTERPART OF STMTCS9/LSTMCS9: READS
      * EVERY POLICY THAT HAS A PREMIUM LEDGER (OLS0002.
      * POLICY_LEDGER, POSTED THROUGH PLDGCS2 BY PBILCS2, SODUCS2,
      * SODBCS9, LBXPCS2, SODRCS2, UPOLCS2 AND RINSCS2) AND
      * FORMATS A MONTHLY STATEMENT SHOWING
      *   - THE AMOUNT DUE BROUGHT FORWARD (THE RUNNING FIGURE ON
      *     THE LAST ENTRY THE PREVIOUS STATEMENT CARRIED),
      *   - EVERY LEDGER ENTRY IN THE PERIOD, OLDEST FIRST, WITH
      *     WHAT IT WAS, ITS REFERENCE, ITS AMOUNT AND THE AMOUNT
      *     DUE AFTER IT,
      *   - THE AMOUNT DUE NOW (OR THE CREDIT IN THE CUSTOMER'S
      *     FAVOUR), AND THE SAME GRACE-PERIOD WARNING THE PBILCS2
      *     NOTICE CARRIES WHEN PAYMENTS HAVE BEEN MISSED.
      * A POLICY WITH NO ENTRIES IN THE PERIOD AND NOTHING OWING
      * EITHER WAY GETS NO STATEMENT. THE PERIOD IS CHOSEN BY
      * POSTING SEQUENCE, NOT ENTRY DATE: EVERY ENTRY WITH A
      * PLG_SEQ AFTER THE CLOSING SEQUENCE OF THE POLICY'S LAST
      * STATEMENT, UP TO THE LATEST ENTRY AT THE TIME OF THE RUN,
      * SO A BACK-DATED OR LATE-POSTED ENTRY IS NEVER SKIPPED OR
      * PRINTED TWICE. EACH STATEMENT PRINTED IS RECORDED ON
      * OLS0002.POLICY_STATEMENT (PST_POLICY_NUM, PST_STMT_DT,
      * PST_LAST_SEQ, PST_CLOSING_DUE) WITH THE CLOSING SEQUENCE
      * THE NEXT STATEMENT STARTS AFTER; A RERUN FOR THE SAME RUN
      * DATE REPLACES THAT DATE'S ROW RATHER THAN STARTING FROM
      * IT. EACH STATEMENT IS STAMPED WITH THE
      * CUSTOMER'S COMMUNICATION PREFERENCE FOR DOCUMENT CLASS
      * 'PSTM' (FALLING BACK TO 'BILL', THEN THE HOUSE DEFAULT)
      * FOR THE BURSTING/MAILING STEP. RUNS UNDER THE SHARED
      * BATCH_RUN_CONTROL GUARD AND DEPENDENCY GATE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PSTMCS2.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT STATEMENT-FILE ASSIGN TO PSTMOUT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STATEMENT-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  STATEMENT-FILE
            RECORDING MODE IS F.
        01  STATEMENT-LINE                     PIC X(132).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
        01 POLICY-WS.
            07 ACTW-POLICY-NUM        PIC X(11).
            07 ACTW-CUSTOMER-ID       PIC X(16).
            07 ACTW-CUST-NAME         PIC X(16).
            07 ACTW-CUST-ADDR         PIC X(16).
            07 ACTW-CUST-CITY         PIC X(16).
            07 ACTW-CUST-STATE        PIC X(2).
            07 ACTW-CUST-ZIP          PIC X(5).
            07 ACTW-POLICY-TYPE       PIC X(16).
            07 ACTW-ISACTIVE          PIC X(1).
            07 ACTW-GRACE-END-DATE    PIC X(8).
            07 ACTW-MISSED-PYMT-CNT   PIC S9(3) USAGE COMP-3.
      **************************************************************
      * STATEMENT FIGURES FOR THE CURRENT POLICY.
      **************************************************************
        01 PSTW-FIGURES.
            07 PSTW-OPENING-DUE     PIC S9(11)V9(3) COMP-3.
            07 PSTW-CLOSING-DUE     PIC S9(11)V9(3) COMP-3.
            07 PSTW-PERIOD-COUNT    PIC S9(9) COMP.
            07 PSTW-LAST-SEQ        PIC S9(9) COMP.
            07 PSTW-CLOSING-SEQ     PIC S9(9) COMP.
            07 PSTW-LAST-STMT-DT    PIC X(8).
        01 PSTW-LAST-STMT-DT-NUM    PIC 9(8).
        01 PSTW-ENTRY-COUNT         PIC S9(4)  COMP VALUE 0.
        01 PSTW-TYPE-TEXT           PIC X(16)  VALUE SPACES.
      **************************************************************
      * ONE LEDGER ENTRY LINE.
      **************************************************************
        01 ENTRY-WS.
            07 PLGW-ENTRY-DT        PIC X(8).
            07 PLGW-ENTRY-TYPE      PIC X(4).
            07 PLGW-AMOUNT          PIC S9(11)V9(3) COMP-3.
            07 PLGW-AMOUNT-DUE      PIC S9(11)V9(3) COMP-3.
            07 PLGW-REF             PIC X(16).
            07 PLGW-DESCRIPTION     PIC X(40).
        01 PLGW-ENTRY-DT-NUM               PIC 9(8).
        01 WS-ENTRY-EOF                    PIC X(1)   VALUE 'N'.
        01 WS-AMT-ED                       PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01 WS-DUE-ED                       PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01 WS-DATE-ED                      PIC 9999/99/99.
        01 WS-MISSED-ED                    PIC ZZ9.
      **************************************************************
      * THE STATEMENT RUNS TO THE RUN DATE; WHERE IT STARTS IS
      * SET PER POLICY BY THE LAST STATEMENT'S CLOSING SEQUENCE.
      **************************************************************
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
          03 WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
             05 WS-CURRENT-CCYY            PIC 9(04).
             05 WS-CURRENT-MM              PIC 9(02).
             05 WS-CURRENT-DD              PIC 9(02).
        01 WS-PERIOD-TO-X                  PIC X(08).
        01 WS-PERIOD-FROM-ED               PIC 9999/99/99.
        01 WS-PERIOD-TO-ED                 PIC 9999/99/99.
        01 WS-POLICIES-READ                PIC 9(7)   VALUE 0.
        01 WS-STATEMENTS-WRITTEN           PIC 9(7)   VALUE 0.
        01 WS-STATEMENT-FILE-STATUS        PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
      **************************************************************
      * COMMUNICATION-PREFERENCE WORK AREA - EACH OUTPUT IS
      * STAMPED WITH THE CUSTOMER'S RESOLVED CHANNEL, LANGUAGE
      * AND SUPPRESS FLAG FROM OLS0002.COMM_PREFERENCE SO THE
      * BURSTING/MAILING STEP CAN ROUTE IT.
      **************************************************************
        01 CPRW-CHANNEL              PIC X(1).
        01 CPRW-LANGUAGE             PIC X(2).
        01 CPRW-SUPPRESS             PIC X(1).
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * SHARED BATCH RUN-CONTROL WORK AREA (OLS0002.
      * BATCH_RUN_CONTROL), THE SAME DOUBLE-RUN GUARD EVERY
      * MONTH-END JOB CARRIES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'PSTMCS2 '.
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
           PERFORM OPEN-FILES THRU OPEN-FILES-END
           PERFORM DO-DECLARE THRU DO-DECLARE-END
           PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
           PERFORM DO-FETCH THRU DO-FETCH-END
           PERFORM STATEMENT-LOOP THRU STATEMENT-LOOP-END
              UNTIL EODATA = 'Y'
           PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'PSTMCS2 POLICIES READ:      ' WS-POLICIES-READ
           DISPLAY 'PSTMCS2 STATEMENTS WRITTEN: ' WS-STATEMENTS-WRITTEN
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
      * ESTABLISH THE STATEMENT DATE FROM THE RUN DATE ONCE FOR
      * THE WHOLE RUN.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE       TO WS-PERIOD-TO-ED
           MOVE WS-CURRENT-DATE       TO WS-PERIOD-TO-X.
       INIT-RTN-END.
           EXIT.
      **************************************************************
       OPEN-FILES.
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STATEMENT-FILE-STATUS NOT = '00'
              DISPLAY 'STATEMENT-FILE OPEN FAILED, STATUS: '
                 WS-STATEMENT-FILE-STATUS
              MOVE 'Y' TO EODATA
           END-IF.
       OPEN-FILES-END.
           EXIT.
      **************************************************************
      * EVERY POLICY THAT HAS EVER HAD A LEDGER ENTRY IS A
      * CANDIDATE; GATHER-FIGURES DECIDES WHETHER IT HAS ANYTHING
      * TO SAY THIS MONTH.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE P1 CURSOR FOR
                SELECT
                  POL_POLICY_NUM,
                  POL_CUSTOMER_ID,
                  POL_CUST_NAME,
                  POL_CUST_ADDR,
                  POL_CUST_CITY,
                  POL_CUST_STATE,
                  POL_CUST_ZIP,
                  POL_POLICY_TYPE,
                  POL_ISACTIVE,
                  POL_GRACE_END_DATE,
                  POL_MISSED_PYMT_CNT
                FROM OLS0002.POLICY2 P
                WHERE EXISTS
                      (SELECT 1 FROM OLS0002.POLICY_LEDGER L
                        WHERE L.PLG_POLICY_NUM = P.POL_POLICY_NUM)
                ORDER BY POL_POLICY_NUM
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN P1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH P1 INTO
                  :ACTW-POLICY-NUM,
                  :ACTW-CUSTOMER-ID,
                  :ACTW-CUST-NAME,
                  :ACTW-CUST-ADDR,
                  :ACTW-CUST-CITY,
                  :ACTW-CUST-STATE,
                  :ACTW-CUST-ZIP,
                  :ACTW-POLICY-TYPE,
                  :ACTW-ISACTIVE,
                  :ACTW-GRACE-END-DATE,
                  :ACTW-MISSED-PYMT-CNT
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       STATEMENT-LOOP.
           ADD 1 TO WS-POLICIES-READ
           PERFORM GATHER-FIGURES THRU GATHER-FIGURES-END
           IF PSTW-PERIOD-COUNT > 0 OR PSTW-CLOSING-DUE NOT = 0
              PERFORM PRINT-STATEMENT THRU PRINT-STATEMENT-END
           END-IF
           PERFORM DO-FETCH THRU DO-FETCH-END.
       STATEMENT-LOOP-END.
           EXIT.
      **************************************************************
      * GATHER-FIGURES - THE PERIOD STARTS AFTER THE CLOSING
      * SEQUENCE OF THE POLICY'S LAST STATEMENT BEFORE THIS RUN
      * DATE (ZERO FOR A POLICY NEVER YET STATED) AND ENDS AT THE
      * LATEST ENTRY NOW ON THE LEDGER, WHICH IS HELD SO ENTRIES
      * POSTED WHILE THE RUN IS PRINTING WAIT FOR NEXT MONTH. THE
      * AMOUNT DUE BROUGHT FORWARD IS THE RUNNING FIGURE ON THE
      * LAST ENTRY THE PREVIOUS STATEMENT CARRIED, THE AMOUNT DUE
      * NOW IS THE ONE ON THE CLOSING ENTRY.
      **************************************************************
       GATHER-FIGURES.
           INITIALIZE PSTW-FIGURES
           EXEC SQL
                SELECT PST_LAST_SEQ, PST_STMT_DT
                  INTO :PSTW-LAST-SEQ, :PSTW-LAST-STMT-DT
                  FROM OLS0002.POLICY_STATEMENT
                 WHERE PST_POLICY_NUM = :ACTW-POLICY-NUM
                   AND PST_STMT_DT < :WS-PERIOD-TO-X
                 ORDER BY PST_STMT_DT DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO PSTW-LAST-SEQ
              MOVE SPACES TO PSTW-LAST-STMT-DT
           END-IF
           EXEC SQL
                SELECT PLG_AMOUNT_DUE
                  INTO :PSTW-OPENING-DUE
                  FROM OLS0002.POLICY_LEDGER
                 WHERE PLG_POLICY_NUM = :ACTW-POLICY-NUM
                   AND PLG_SEQ <= :PSTW-LAST-SEQ
                 ORDER BY PLG_SEQ DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO PSTW-OPENING-DUE
           END-IF
           EXEC SQL
                SELECT PLG_SEQ, PLG_AMOUNT_DUE
                  INTO :PSTW-CLOSING-SEQ, :PSTW-CLOSING-DUE
                  FROM OLS0002.POLICY_LEDGER
                 WHERE PLG_POLICY_NUM = :ACTW-POLICY-NUM
                 ORDER BY PLG_SEQ DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE PSTW-LAST-SEQ TO PSTW-CLOSING-SEQ
              MOVE 0 TO PSTW-CLOSING-DUE
           END-IF
           EXEC SQL
                SELECT COUNT(*)
                  INTO :PSTW-PERIOD-COUNT
                  FROM OLS0002.POLICY_LEDGER
                 WHERE PLG_POLICY_NUM = :ACTW-POLICY-NUM
                   AND PLG_SEQ > :PSTW-LAST-SEQ
                   AND PLG_SEQ <= :PSTW-CLOSING-SEQ
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO PSTW-PERIOD-COUNT
           END-IF.
       GATHER-FIGURES-END.
           EXIT.
      **************************************************************
       PRINT-STATEMENT.
           PERFORM WRITE-STATEMENT-LINE THRU WRITE-STATEMENT-LINE-END
           PERFORM RESOLVE-PREFERENCE THRU RESOLVE-PREFERENCE-END
           MOVE SPACES TO STATEMENT-LINE
           STRING 'ROUTE: ' DELIMITED BY SIZE
              CPRW-CHANNEL DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              CPRW-LANGUAGE DELIMITED BY SIZE
              ' SUPPRESS=' DELIMITED BY SIZE
              CPRW-SUPPRESS DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE 'POLICYHOLDER ACCOUNT STATEMENT' TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           IF PSTW-LAST-STMT-DT = SPACES
              STRING 'STATEMENT PERIOD: OPENING TO ' DELIMITED BY SIZE
                 WS-PERIOD-TO-ED          DELIMITED BY SIZE
                 INTO STATEMENT-LINE
              END-STRING
           ELSE
              MOVE PSTW-LAST-STMT-DT TO PSTW-LAST-STMT-DT-NUM
              MOVE PSTW-LAST-STMT-DT-NUM TO WS-PERIOD-FROM-ED
              STRING 'STATEMENT PERIOD: ' DELIMITED BY SIZE
                 WS-PERIOD-FROM-ED        DELIMITED BY SIZE
                 ' TO '                   DELIMITED BY SIZE
                 WS-PERIOD-TO-ED          DELIMITED BY SIZE
                 INTO STATEMENT-LINE
              END-STRING
           END-IF
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE ACTW-CUST-NAME TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE ACTW-CUST-ADDR TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING ACTW-CUST-CITY  DELIMITED BY SIZE
              ' '                 DELIMITED BY SIZE
              ACTW-CUST-STATE     DELIMITED BY SIZE
              ' '                 DELIMITED BY SIZE
              ACTW-CUST-ZIP       DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'POLICY:            ' DELIMITED BY SIZE
              ACTW-POLICY-NUM           DELIMITED BY SIZE
              '  '                     DELIMITED BY SIZE
              ACTW-POLICY-TYPE          DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE PSTW-OPENING-DUE TO WS-DUE-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING 'BROUGHT FORWARD:   ' DELIMITED BY SIZE
              WS-DUE-ED                 DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM PRINT-ENTRIES THRU PRINT-ENTRIES-END
           PERFORM SAVE-STATEMENT THRU SAVE-STATEMENT-END
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           IF PSTW-CLOSING-DUE < 0
              COMPUTE PSTW-CLOSING-DUE = 0 - PSTW-CLOSING-DUE
              MOVE PSTW-CLOSING-DUE TO WS-DUE-ED
              STRING 'CREDIT BALANCE:    ' DELIMITED BY SIZE
                 WS-DUE-ED                 DELIMITED BY SIZE
                 INTO STATEMENT-LINE
              END-STRING
           ELSE
              MOVE PSTW-CLOSING-DUE TO WS-DUE-ED
              STRING 'AMOUNT DUE NOW:    ' DELIMITED BY SIZE
                 WS-DUE-ED                 DELIMITED BY SIZE
                 INTO STATEMENT-LINE
              END-STRING
           END-IF
           WRITE STATEMENT-LINE
           IF ACTW-ISACTIVE = 'Y' AND ACTW-MISSED-PYMT-CNT > 0
              MOVE ACTW-MISSED-PYMT-CNT TO WS-MISSED-ED
              MOVE SPACES TO STATEMENT-LINE
              STRING
                 '** PAYMENTS MISSED: '  DELIMITED BY SIZE
                 WS-MISSED-ED            DELIMITED BY SIZE
                 '  GRACE PERIOD ENDS '  DELIMITED BY SIZE
                 ACTW-GRACE-END-DATE     DELIMITED BY SIZE
                 ' - PAY NOW TO KEEP COVER **' DELIMITED BY SIZE
                 INTO STATEMENT-LINE
              END-STRING
              WRITE STATEMENT-LINE
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           ADD 1 TO WS-STATEMENTS-WRITTEN.
       PRINT-STATEMENT-END.
           EXIT.
      **************************************************************
      * PRINT-ENTRIES - ONE LINE PER LEDGER ENTRY IN THE PERIOD,
      * IN POSTING ORDER, EACH WITH THE AMOUNT DUE AFTER IT. THE
      * SEQUENCE RANGE IS THE ONE GATHER-FIGURES COUNTED.
      **************************************************************
       PRINT-ENTRIES.
           MOVE SPACES TO STATEMENT-LINE
           STRING 'DATE       ENTRY            REFERENCE        '
                                    DELIMITED BY SIZE
              'DESCRIPTION                             '
                                    DELIMITED BY SIZE
              '             AMOUNT        AMOUNT DUE'
                                    DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE 0 TO PSTW-ENTRY-COUNT
           EXEC SQL
                DECLARE E1 CURSOR FOR
                SELECT PLG_ENTRY_DT, PLG_ENTRY_TYPE, PLG_AMOUNT,
                       PLG_AMOUNT_DUE, PLG_REF, PLG_DESCRIPTION
                  FROM OLS0002.POLICY_LEDGER
                 WHERE PLG_POLICY_NUM = :ACTW-POLICY-NUM
                   AND PLG_SEQ > :PSTW-LAST-SEQ
                   AND PLG_SEQ <= :PSTW-CLOSING-SEQ
                 ORDER BY PLG_SEQ
           END-EXEC
           EXEC SQL
              OPEN E1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
              GO TO PRINT-ENTRIES-END
           END-IF
           MOVE 'N' TO WS-ENTRY-EOF
           PERFORM FETCH-ENTRY THRU FETCH-ENTRY-END
           PERFORM PRINT-ENTRY-LINE THRU PRINT-ENTRY-LINE-END
              UNTIL WS-ENTRY-EOF = 'Y'
           EXEC SQL
              CLOSE E1
           END-EXEC
           IF PSTW-ENTRY-COUNT = 0
              MOVE 'NO ACTIVITY THIS PERIOD' TO STATEMENT-LINE
              WRITE STATEMENT-LINE
           END-IF.
       PRINT-ENTRIES-END.
           EXIT.
      **************************************************************
       FETCH-ENTRY.
           EXEC SQL
                FETCH E1 INTO
                  :PLGW-ENTRY-DT,
                  :PLGW-ENTRY-TYPE,
                  :PLGW-AMOUNT,
                  :PLGW-AMOUNT-DUE,
                  :PLGW-REF,
                  :PLGW-DESCRIPTION
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-ENTRY-EOF
              IF SQLCODE NOT = 100
                 PERFORM REPORT-SQL-FAILURE
                    THRU REPORT-SQL-FAILURE-END
              END-IF
           END-IF.
       FETCH-ENTRY-END.
           EXIT.
      **************************************************************
       PRINT-ENTRY-LINE.
           ADD 1 TO PSTW-ENTRY-COUNT
           EVALUATE PLGW-ENTRY-TYPE
              WHEN 'BILL'
                 MOVE 'PREMIUM BILLED'   TO PSTW-TYPE-TEXT
              WHEN 'PAY '
                 MOVE 'PAYMENT RECEIVED' TO PSTW-TYPE-TEXT
              WHEN 'MISS'
                 MOVE 'PAYMENT RETURNED' TO PSTW-TYPE-TEXT
              WHEN 'CRED'
                 MOVE 'CANCEL CREDIT'    TO PSTW-TYPE-TEXT
              WHEN 'RFND'
                 MOVE 'REFUND PAID'      TO PSTW-TYPE-TEXT
              WHEN 'RINS'
                 MOVE 'REINSTATEMENT'    TO PSTW-TYPE-TEXT
              WHEN OTHER
                 MOVE PLGW-ENTRY-TYPE    TO PSTW-TYPE-TEXT
           END-EVALUATE
           MOVE PLGW-ENTRY-DT TO PLGW-ENTRY-DT-NUM
           MOVE PLGW-ENTRY-DT-NUM TO WS-DATE-ED
           MOVE PLGW-AMOUNT TO WS-AMT-ED
           MOVE PLGW-AMOUNT-DUE TO WS-DUE-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING WS-DATE-ED     DELIMITED BY SIZE
              ' '                DELIMITED BY SIZE
              PSTW-TYPE-TEXT     DELIMITED BY SIZE
              ' '                DELIMITED BY SIZE
              PLGW-REF           DELIMITED BY SIZE
              ' '                DELIMITED BY SIZE
              PLGW-DESCRIPTION   DELIMITED BY SIZE
              ' '                DELIMITED BY SIZE
              WS-AMT-ED          DELIMITED BY SIZE
              ' '                DELIMITED BY SIZE
              WS-DUE-ED          DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           PERFORM FETCH-ENTRY THRU FETCH-ENTRY-END.
       PRINT-ENTRY-LINE-END.
           EXIT.
      **************************************************************
      * SAVE-STATEMENT - RECORD THE STATEMENT AND THE SEQUENCE IT
      * CLOSED ON, WHICH THE NEXT STATEMENT STARTS AFTER. A RERUN
      * FOR THE SAME RUN DATE REPLACES THE ROW IT WROTE BEFORE.
      **************************************************************
       SAVE-STATEMENT.
           EXEC SQL
                DELETE FROM OLS0002.POLICY_STATEMENT
                 WHERE PST_POLICY_NUM = :ACTW-POLICY-NUM
                   AND PST_STMT_DT = :WS-PERIOD-TO-X
           END-EXEC
           EXEC SQL
                INSERT INTO OLS0002.POLICY_STATEMENT (
                   PST_POLICY_NUM, PST_STMT_DT, PST_LAST_SEQ,
                   PST_CLOSING_DUE)
                VALUES (
                   :ACTW-POLICY-NUM, :WS-PERIOD-TO-X,
                   :PSTW-CLOSING-SEQ, :PSTW-CLOSING-DUE)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
           END-IF.
       SAVE-STATEMENT-END.
           EXIT.
      **************************************************************
      * RESOLVE-PREFERENCE - THE CUSTOMER'S 'PSTM' PREFERENCE, A
      * CUSTOMER WHO NEVER SET ONE GETS THE ROUTE OF THEIR
      * PREMIUM NOTICES ('BILL'), AND NO ROW AT ALL MEANS THE
      * HOUSE DEFAULT - PAPER, ENGLISH, NOT SUPPRESSED.
      **************************************************************
       RESOLVE-PREFERENCE.
           MOVE 'P' TO CPRW-CHANNEL
           MOVE 'EN' TO CPRW-LANGUAGE
           MOVE 'N' TO CPRW-SUPPRESS
           EXEC SQL
                SELECT CPR_CHANNEL, CPR_LANGUAGE, CPR_SUPPRESS
                  INTO :CPRW-CHANNEL, :CPRW-LANGUAGE,
                       :CPRW-SUPPRESS
                  FROM OLS0002.COMM_PREFERENCE
                 WHERE CPR_CUSTOMER_ID = :ACTW-CUSTOMER-ID
                   AND CPR_DOC_CLASS = 'PSTM'
           END-EXEC
           IF SQLCODE = 0
              GO TO RESOLVE-PREFERENCE-END
           END-IF
           EXEC SQL
                SELECT CPR_CHANNEL, CPR_LANGUAGE, CPR_SUPPRESS
                  INTO :CPRW-CHANNEL, :CPRW-LANGUAGE,
                       :CPRW-SUPPRESS
                  FROM OLS0002.COMM_PREFERENCE
                 WHERE CPR_CUSTOMER_ID = :ACTW-CUSTOMER-ID
                   AND CPR_DOC_CLASS = 'BILL'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'P' TO CPRW-CHANNEL
              MOVE 'EN' TO CPRW-LANGUAGE
              MOVE 'N' TO CPRW-SUPPRESS
           END-IF.
       RESOLVE-PREFERENCE-END.
           EXIT.
      **************************************************************
      * RULE-OFF LINE PRINTED BEFORE EACH STATEMENT.
      **************************************************************
       WRITE-STATEMENT-LINE.
           MOVE ALL '=' TO STATEMENT-LINE
           WRITE STATEMENT-LINE.
       WRITE-STATEMENT-LINE-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE P1
           END-EXEC.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE STATEMENT-FILE.
       CLOSE-FILES-END.
           EXIT.
      **************************************************************
       REPORT-SQL-FAILURE.
           MOVE SQLCODE TO TXT-SQLCODE
           MOVE SQLSTATE TO TXT-SQLSTATE
           MOVE SQLERRMC TO TXT-SQLERRMC
           DISPLAY 'PSTMCS2 SQL ERROR. SQLCODE: ' TXT-SQLCODE
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
                  DISPLAY 'PSTMCS2 SQL ERROR. SQLCODE: ' TXT-SQLCODE
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
           MOVE WS-STATEMENTS-WRITTEN TO RUNC-RECORDS
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
