CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * SWPNCS9 - NIGHTLY BALANCE-TARGET SWEEP BATCH JOB.
      * WORKS EVERY ACTIVE OLS0002.SWEEP_ARRANGEMENT (CAPTURED
      * THROUGH SWPCCS9) AFTER THE DAY'S POSTINGS HAVE LANDED - THE
      * POSTING JOBS ARE ITS PREDECESSORS ON
      * OLS0002.BATCH_JOB_DEPENDENCY, SO DEPGCS9 HOLDS IT UNTIL
      * THEY COMPLETE. THE OPERATING ACCOUNT'S AVAILABLE BALANCE
      * (BALANCE LESS UNEXPIRED OPEN HOLDS) IS BROUGHT BACK TO THE
      * TARGET: AN EXCESS IS SWEPT OUT TO THE INVESTMENT ACCOUNT,
      * A SHORTFALL IS PULLED BACK FROM IT - AS MUCH AS THE
      * INVESTMENT ACCOUNT'S OWN AVAILABLE BALANCE ALLOWS, NEVER
      * INTO ITS OVERDRAFT. A MOVEMENT BELOW THE ARRANGEMENT'S
      * MINIMUM SWEEP AMOUNT IS NOT WORTH MAKING AND IS LEFT.
      * EACH SWEEP IS THE XACTCS9 DEBIT/CREDIT PAIR: BOTH BALANCE
      * UPDATES GUARDED ON ACCT_UPDT_DT, THE DEBIT BACKED OUT IF
      * THE CREDIT FAILS, AND THE LINKED 'O'/'I' LEDGER PAIR
      * SHARING ONE 'SW' REFERENCE. AN ARRANGEMENT WHERE EITHER
      * ACCOUNT IS MISSING, LOCKED, DORMANT OR OWNED BY A
      * DECEASED CUSTOMER IS SKIPPED.
      * EVERY ARRANGEMENT LOOKED AT GOES TO THE SWPACTV ACTIVITY
      * REPORT, SWEPT OR NOT:
      *   SWEEP|OPERATING|INVESTMENT|DIRECTION|AMOUNT|
      *   OPERATING-BALANCE-AFTER|STATUS
      * DIRECTION IS OUT (TO INVESTMENT), IN (BACK TO OPERATING)
      * OR BLANK. STATUS IS OK FOR A SWEEP POSTED, AT WHEN ALREADY
      * AT TARGET OR UNDER THE MINIMUM, AND OTHERWISE THE SKIP
      * REASON: NF = ACCOUNT GONE, LK = LOCKED, DM = DORMANT,
      * DC = CUSTOMER DECEASED, CY = CURRENCIES DIFFER, SQ = SQL
      * FAILURE. RUNS UNDER THE SHARED BATCH_RUN_CONTROL
      * DOUBLE-RUN GUARD.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SWPNCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SWEEP-REPORT-FILE ASSIGN TO SWPACTV
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SWEEP-REPORT-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  SWEEP-REPORT-FILE
            RECORDING MODE IS F.
        01  SWEEP-REPORT-RECORD            PIC X(100).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLSWEEPARR.
           10 SWP_SWEEP_ID         PIC S9(9) USAGE COMP.
           10 SWP_OPER_ACCOUNT_ID  PIC X(11).
           10 SWP_INVEST_ACCOUNT_ID  PIC X(11).
           10 SWP_TARGET_BALANCE   PIC S9(11)V9(3) USAGE COMP-3.
           10 SWP_MIN_SWEEP_AMT    PIC S9(11)V9(3) USAGE COMP-3.
           10 SWP_STATUS           PIC X(1).
           10 SWP_LAST_SWEEP_DT    PIC X(8).
           10 SWP_LAST_SWEEP_AMT   PIC S9(11)V9(3) USAGE COMP-3.
      **************************************************************
        01 SWEEP-WS.
            07 SWPW-SWEEP-ID          PIC S9(9) USAGE COMP.
            07 SWPW-OPER-ACCOUNT-ID   PIC X(11).
            07 SWPW-INVEST-ACCOUNT-ID PIC X(11).
            07 SWPW-TARGET-BALANCE    PIC S9(11)V9(3) USAGE COMP-3.
            07 SWPW-MIN-SWEEP-AMT     PIC S9(11)V9(3) USAGE COMP-3.
      **************************************************************
        01 OPER-ACCOUNT-WS.
            07 ACTW-OPER-BALANCE      PIC S9(11)V9(3) USAGE COMP-3.
            07 ACTW-OPER-CURRENCY     PIC X(3).
            07 ACTW-OPER-UPDT-DT      PIC X(8).
            07 ACTW-OPER-LOCKED       PIC X(1).
            07 ACTW-OPER-DORMANT      PIC X(1).
            07 ACTW-OPER-CUSTOMER-ID  PIC X(16).
            07 ACTW-OPER-HOLDS        PIC S9(11)V9(3) USAGE COMP-3.
        01 INVEST-ACCOUNT-WS.
            07 ACTW-INVEST-BALANCE    PIC S9(11)V9(3) USAGE COMP-3.
            07 ACTW-INVEST-CURRENCY   PIC X(3).
            07 ACTW-INVEST-UPDT-DT    PIC X(8).
            07 ACTW-INVEST-LOCKED     PIC X(1).
            07 ACTW-INVEST-DORMANT    PIC X(1).
            07 ACTW-INVEST-CUSTOMER-ID PIC X(16).
            07 ACTW-INVEST-HOLDS      PIC S9(11)V9(3) USAGE COMP-3.
      **************************************************************
      * THE SWEEP LEGS. FROM/TO ARE SET BY DIRECTION SO ONE
      * TRANSFER PARAGRAPH SERVES BOTH WAYS.
      **************************************************************
        01 SWPW-DIRECTION             PIC X(3).
        01 SWPW-AMOUNT                PIC S9(11)V9(3) COMP-3.
        01 SWPW-SIGNED-AMOUNT         PIC S9(11)V9(3) COMP-3.
        01 SWPW-AVAILABLE             PIC S9(11)V9(3) COMP-3.
        01 SWPW-OPER-AFTER            PIC S9(11)V9(3) COMP-3.
        01 SWPW-FROM-ACCOUNT-ID       PIC X(11).
        01 SWPW-FROM-BALANCE          PIC S9(11)V9(3) COMP-3.
        01 SWPW-FROM-UPDT-DT          PIC X(8).
        01 SWPW-FROM-NEW-BALANCE      PIC S9(11)V9(3) COMP-3.
        01 SWPW-TO-ACCOUNT-ID         PIC X(11).
        01 SWPW-TO-BALANCE            PIC S9(11)V9(3) COMP-3.
        01 SWPW-TO-UPDT-DT            PIC X(8).
        01 SWPW-TO-NEW-BALANCE        PIC S9(11)V9(3) COMP-3.
        01 DCSD-COUNT                 PIC S9(4) COMP VALUE 0.
        01 SWPW-HOLD-ACCOUNT-ID       PIC X(11).
        01 SWPW-HOLD-TOTAL            PIC S9(11)V9(3) COMP-3.
      **************************************************************
      * THE PAIR REFERENCE: 'SW' PLUS RUN TIME PLUS THE SWEEP ID,
      * SO BOTH LEGS OF EVERY SWEEP FIND EACH OTHER.
      **************************************************************
        01 SWPW-SWEEP-REF.
          05 SWPW-SWEEP-REF-PFX      PIC X(2)  VALUE 'SW'.
          05 SWPW-SWEEP-REF-TIME     PIC 9(6).
          05 SWPW-SWEEP-REF-ID       PIC 9(7).
          05 FILLER                  PIC X(1)  VALUE SPACE.
        01 WS-SWEEP-STATUS                 PIC X(2)   VALUE SPACES.
        01 WS-SWEEP-ID-ED                  PIC 9(9).
        01 WS-AMOUNT-ED                    PIC -9(12)9.999.
        01 WS-BALANCE-ED                   PIC -9(12)9.999.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-SWEEPS-READ                  PIC 9(7)   VALUE 0.
        01 WS-SWEEPS-OUT                   PIC 9(7)   VALUE 0.
        01 WS-SWEEPS-IN                    PIC 9(7)   VALUE 0.
        01 WS-SWEEPS-AT-TARGET             PIC 9(7)   VALUE 0.
        01 WS-SWEEPS-SKIPPED               PIC 9(7)   VALUE 0.
        01 WS-SWEEP-REPORT-FILE-STATUS     PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'SWPNCS9 '.
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
           MOVE FUNCTION CURRENT-DATE(9:6) TO SWPW-SWEEP-REF-TIME
           PERFORM OPEN-FILES THRU OPEN-FILES-END
           IF EODATA NOT = 'Y'
              PERFORM DO-DECLARE THRU DO-DECLARE-END
              PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
              PERFORM DO-FETCH THRU DO-FETCH-END
              PERFORM SWEEP-LOOP THRU SWEEP-LOOP-END
                 UNTIL EODATA = 'Y'
              PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           END-IF
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'SWPNCS9 ARRANGEMENTS:     ' WS-SWEEPS-READ
           DISPLAY 'SWPNCS9 SWEPT OUT:        ' WS-SWEEPS-OUT
           DISPLAY 'SWPNCS9 PULLED BACK:      ' WS-SWEEPS-IN
           DISPLAY 'SWPNCS9 AT TARGET:        ' WS-SWEEPS-AT-TARGET
           DISPLAY 'SWPNCS9 SKIPPED:          ' WS-SWEEPS-SKIPPED
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       OPEN-FILES.
           OPEN OUTPUT SWEEP-REPORT-FILE
           IF WS-SWEEP-REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'SWEEP-REPORT-FILE OPEN FAILED, STATUS: '
                 WS-SWEEP-REPORT-FILE-STATUS
              MOVE 'Y' TO EODATA
           END-IF.
       OPEN-FILES-END.
           EXIT.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE S1 CURSOR FOR
                SELECT
                  SWP_SWEEP_ID,
                  SWP_OPER_ACCOUNT_ID,
                  SWP_INVEST_ACCOUNT_ID,
                  SWP_TARGET_BALANCE,
                  SWP_MIN_SWEEP_AMT
                FROM OLS0002.SWEEP_ARRANGEMENT
                WHERE SWP_STATUS = 'A'
                ORDER BY SWP_SWEEP_ID
                FOR UPDATE OF SWP_LAST_SWEEP_DT, SWP_LAST_SWEEP_AMT
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN S1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH S1 INTO
                  :SWPW-SWEEP-ID,
                  :SWPW-OPER-ACCOUNT-ID,
                  :SWPW-INVEST-ACCOUNT-ID,
                  :SWPW-TARGET-BALANCE,
                  :SWPW-MIN-SWEEP-AMT
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
      * ONE ITERATION OF THE SWEEP LOOP: VET BOTH ACCOUNTS, SIZE
      * THE MOVEMENT, POST IT, REPORT THE OUTCOME, FETCH THE NEXT
      * ARRANGEMENT.
      **************************************************************
       SWEEP-LOOP.
           ADD 1 TO WS-SWEEPS-READ
           MOVE SPACES TO WS-SWEEP-STATUS SWPW-DIRECTION
           MOVE 0 TO SWPW-AMOUNT SWPW-OPER-AFTER
           MOVE SWPW-SWEEP-ID TO SWPW-SWEEP-REF-ID
           PERFORM FETCH-ACCOUNTS THRU FETCH-ACCOUNTS-END
           IF WS-SWEEP-STATUS = SPACES
              PERFORM SIZE-SWEEP THRU SIZE-SWEEP-END
           END-IF
           IF WS-SWEEP-STATUS = SPACES
              PERFORM EXECUTE-SWEEP THRU EXECUTE-SWEEP-END
           END-IF
           EVALUATE TRUE
              WHEN WS-SWEEP-STATUS = 'OK' AND SWPW-DIRECTION = 'OUT'
                 ADD 1 TO WS-SWEEPS-OUT
              WHEN WS-SWEEP-STATUS = 'OK'
                 ADD 1 TO WS-SWEEPS-IN
              WHEN WS-SWEEP-STATUS = 'AT'
                 ADD 1 TO WS-SWEEPS-AT-TARGET
              WHEN OTHER
                 ADD 1 TO WS-SWEEPS-SKIPPED
                 DISPLAY '*** SWEEP SKIPPED: ' SWPW-SWEEP-ID
                    ' REASON: ' WS-SWEEP-STATUS
           END-EVALUATE
           PERFORM WRITE-SWEEP-LINE THRU WRITE-SWEEP-LINE-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       SWEEP-LOOP-END.
           EXIT.
      **************************************************************
      * FETCH-ACCOUNTS READS BOTH ENDS AND APPLIES THE SKIP RULES.
      * A DORMANT ACCOUNT IS NOT SWEPT: MOVING MONEY THROUGH IT
      * WOULD COUNT AS ACTIVITY AND HIDE IT FROM DRMNCS9.
      **************************************************************
       FETCH-ACCOUNTS.
           EXEC SQL
                SELECT ACCT_BALANCE, ACCT_CURRENCY, ACCT_UPDT_DT,
                       ACCT_LOCKED, ACCT_DORMANT, ACCT_CUSTOMER_ID
                  INTO :ACTW-OPER-BALANCE, :ACTW-OPER-CURRENCY,
                       :ACTW-OPER-UPDT-DT, :ACTW-OPER-LOCKED,
                       :ACTW-OPER-DORMANT, :ACTW-OPER-CUSTOMER-ID
                  FROM OLS0002.ACCOUNT2
                 WHERE ACCT_ACCOUNT_ID = :SWPW-OPER-ACCOUNT-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'NF' TO WS-SWEEP-STATUS
              GO TO FETCH-ACCOUNTS-END
           END-IF
           EXEC SQL
                SELECT ACCT_BALANCE, ACCT_CURRENCY, ACCT_UPDT_DT,
                       ACCT_LOCKED, ACCT_DORMANT, ACCT_CUSTOMER_ID
                  INTO :ACTW-INVEST-BALANCE, :ACTW-INVEST-CURRENCY,
                       :ACTW-INVEST-UPDT-DT, :ACTW-INVEST-LOCKED,
                       :ACTW-INVEST-DORMANT, :ACTW-INVEST-CUSTOMER-ID
                  FROM OLS0002.ACCOUNT2
                 WHERE ACCT_ACCOUNT_ID = :SWPW-INVEST-ACCOUNT-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'NF' TO WS-SWEEP-STATUS
              GO TO FETCH-ACCOUNTS-END
           END-IF
           IF ACTW-OPER-LOCKED = 'Y' OR ACTW-INVEST-LOCKED = 'Y'
              MOVE 'LK' TO WS-SWEEP-STATUS
              GO TO FETCH-ACCOUNTS-END
           END-IF
           IF ACTW-OPER-DORMANT = 'Y' OR ACTW-INVEST-DORMANT = 'Y'
              MOVE 'DM' TO WS-SWEEP-STATUS
              GO TO FETCH-ACCOUNTS-END
           END-IF
           IF ACTW-OPER-CURRENCY NOT = ACTW-INVEST-CURRENCY
              MOVE 'CY' TO WS-SWEEP-STATUS
              GO TO FETCH-ACCOUNTS-END
           END-IF
           MOVE 0 TO DCSD-COUNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :DCSD-COUNT
                  FROM OLS0002.CUSTOMER_DECEASED
                 WHERE DCD_CUSTOMER_ID = :ACTW-OPER-CUSTOMER-ID
                    OR DCD_CUSTOMER_ID = :ACTW-INVEST-CUSTOMER-ID
           END-EXEC
           IF DCSD-COUNT > 0
              MOVE 'DC' TO WS-SWEEP-STATUS
              GO TO FETCH-ACCOUNTS-END
           END-IF
           MOVE SWPW-OPER-ACCOUNT-ID TO SWPW-HOLD-ACCOUNT-ID
           PERFORM FETCH-OPEN-HOLDS THRU FETCH-OPEN-HOLDS-END
           MOVE SWPW-HOLD-TOTAL TO ACTW-OPER-HOLDS
           MOVE SWPW-INVEST-ACCOUNT-ID TO SWPW-HOLD-ACCOUNT-ID
           PERFORM FETCH-OPEN-HOLDS THRU FETCH-OPEN-HOLDS-END
           MOVE SWPW-HOLD-TOTAL TO ACTW-INVEST-HOLDS.
       FETCH-ACCOUNTS-END.
           EXIT.
      **************************************************************
       FETCH-OPEN-HOLDS.
           MOVE 0 TO SWPW-HOLD-TOTAL
           EXEC SQL
                SELECT COALESCE(SUM(HLD_AMOUNT), 0)
                  INTO :SWPW-HOLD-TOTAL
                  FROM OLS0002.ACCOUNT2_HOLD
                 WHERE HLD_ACCOUNT_ID = :SWPW-HOLD-ACCOUNT-ID
                   AND HLD_STATUS = 'O'
                   AND HLD_EXPIRY_DT >= :WS-CURRENT-DATE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO SWPW-HOLD-TOTAL
           END-IF.
       FETCH-OPEN-HOLDS-END.
           EXIT.
      **************************************************************
      * SIZE-SWEEP COMPARES THE OPERATING ACCOUNT'S AVAILABLE
      * BALANCE WITH THE TARGET. ABOVE IT, THE WHOLE EXCESS GOES
      * OUT; BELOW IT, THE GAP COMES BACK, CAPPED AT WHAT THE
      * INVESTMENT ACCOUNT HAS AVAILABLE. EITHER WAY, LESS THAN
      * THE MINIMUM SWEEP AMOUNT IS LEFT WHERE IT IS.
      **************************************************************
       SIZE-SWEEP.
           COMPUTE SWPW-AVAILABLE =
              ACTW-OPER-BALANCE - ACTW-OPER-HOLDS
           IF SWPW-AVAILABLE > SWPW-TARGET-BALANCE
              MOVE 'OUT' TO SWPW-DIRECTION
              COMPUTE SWPW-AMOUNT =
                 SWPW-AVAILABLE - SWPW-TARGET-BALANCE
              MOVE SWPW-OPER-ACCOUNT-ID   TO SWPW-FROM-ACCOUNT-ID
              MOVE ACTW-OPER-BALANCE      TO SWPW-FROM-BALANCE
              MOVE ACTW-OPER-UPDT-DT      TO SWPW-FROM-UPDT-DT
              MOVE SWPW-INVEST-ACCOUNT-ID TO SWPW-TO-ACCOUNT-ID
              MOVE ACTW-INVEST-BALANCE    TO SWPW-TO-BALANCE
              MOVE ACTW-INVEST-UPDT-DT    TO SWPW-TO-UPDT-DT
           ELSE
              MOVE 'IN ' TO SWPW-DIRECTION
              COMPUTE SWPW-AMOUNT =
                 SWPW-TARGET-BALANCE - SWPW-AVAILABLE
              IF SWPW-AMOUNT >
                    ACTW-INVEST-BALANCE - ACTW-INVEST-HOLDS
                 COMPUTE SWPW-AMOUNT =
                    ACTW-INVEST-BALANCE - ACTW-INVEST-HOLDS
              END-IF
              MOVE SWPW-INVEST-ACCOUNT-ID TO SWPW-FROM-ACCOUNT-ID
              MOVE ACTW-INVEST-BALANCE    TO SWPW-FROM-BALANCE
              MOVE ACTW-INVEST-UPDT-DT    TO SWPW-FROM-UPDT-DT
              MOVE SWPW-OPER-ACCOUNT-ID   TO SWPW-TO-ACCOUNT-ID
              MOVE ACTW-OPER-BALANCE      TO SWPW-TO-BALANCE
              MOVE ACTW-OPER-UPDT-DT      TO SWPW-TO-UPDT-DT
           END-IF
           IF SWPW-AMOUNT NOT > 0
              OR SWPW-AMOUNT < SWPW-MIN-SWEEP-AMT
              MOVE 'AT' TO WS-SWEEP-STATUS
              MOVE SPACES TO SWPW-DIRECTION
              MOVE 0 TO SWPW-AMOUNT
              MOVE ACTW-OPER-BALANCE TO SWPW-OPER-AFTER
           END-IF.
       SIZE-SWEEP-END.
           EXIT.
      **************************************************************
       EXECUTE-SWEEP.
           COMPUTE SWPW-FROM-NEW-BALANCE =
              SWPW-FROM-BALANCE - SWPW-AMOUNT
           COMPUTE SWPW-TO-NEW-BALANCE =
              SWPW-TO-BALANCE + SWPW-AMOUNT
           EXEC SQL
                UPDATE OLS0002.ACCOUNT2
                   SET ACCT_BALANCE = :SWPW-FROM-NEW-BALANCE,
                       ACCT_UPDT_DT = :WS-CURRENT-DATE
                 WHERE ACCT_ACCOUNT_ID = :SWPW-FROM-ACCOUNT-ID
                   AND ACCT_UPDT_DT = :SWPW-FROM-UPDT-DT
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM SHOW-SQL-ERROR THRU SHOW-SQL-ERROR-END
              MOVE 'SQ' TO WS-SWEEP-STATUS
              GO TO EXECUTE-SWEEP-END
           END-IF
           EXEC SQL
                UPDATE OLS0002.ACCOUNT2
                   SET ACCT_BALANCE = :SWPW-TO-NEW-BALANCE,
                       ACCT_UPDT_DT = :WS-CURRENT-DATE
                 WHERE ACCT_ACCOUNT_ID = :SWPW-TO-ACCOUNT-ID
                   AND ACCT_UPDT_DT = :SWPW-TO-UPDT-DT
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM UNDO-DEBIT THRU UNDO-DEBIT-END
              PERFORM SHOW-SQL-ERROR THRU SHOW-SQL-ERROR-END
              MOVE 'SQ' TO WS-SWEEP-STATUS
              GO TO EXECUTE-SWEEP-END
           END-IF
           PERFORM POST-LEDGER-PAIR THRU POST-LEDGER-PAIR-END
           MOVE 'OK' TO WS-SWEEP-STATUS
           IF SWPW-DIRECTION = 'OUT'
              MOVE SWPW-FROM-NEW-BALANCE TO SWPW-OPER-AFTER
              MOVE SWPW-AMOUNT TO SWPW-SIGNED-AMOUNT
           ELSE
              MOVE SWPW-TO-NEW-BALANCE TO SWPW-OPER-AFTER
              COMPUTE SWPW-SIGNED-AMOUNT = 0 - SWPW-AMOUNT
           END-IF
           EXEC SQL
                UPDATE OLS0002.SWEEP_ARRANGEMENT
                   SET SWP_LAST_SWEEP_DT = :WS-CURRENT-DATE,
                       SWP_LAST_SWEEP_AMT = :SWPW-SIGNED-AMOUNT
                 WHERE CURRENT OF S1
           END-EXEC.
       EXECUTE-SWEEP-END.
           EXIT.
      **************************************************************
       UNDO-DEBIT.
           EXEC SQL
                UPDATE OLS0002.ACCOUNT2
                   SET ACCT_BALANCE = :SWPW-FROM-BALANCE,
                       ACCT_UPDT_DT = :SWPW-FROM-UPDT-DT
                 WHERE ACCT_ACCOUNT_ID = :SWPW-FROM-ACCOUNT-ID
                   AND ACCT_UPDT_DT = :WS-CURRENT-DATE
           END-EXEC.
       UNDO-DEBIT-END.
           EXIT.
      **************************************************************
       POST-LEDGER-PAIR.
           EXEC SQL
                INSERT INTO OLS0002.ACCOUNT2_TXN (
                   TXN_ACCOUNT_ID, TXN_TXN_TYPE, TXN_AMOUNT,
                   TXN_BALANCE_AFTER, TXN_CURRENCY, TXN_TS,
                   TXN_USERID, TXN_DESCRIPTION, TXN_TRANSFER_REF)
                VALUES (
                   :SWPW-FROM-ACCOUNT-ID, 'O', :SWPW-AMOUNT,
                   :SWPW-FROM-NEW-BALANCE, :ACTW-OPER-CURRENCY,
                   CURRENT TIMESTAMP,
                   'SWPNCS9', 'BALANCE-TARGET SWEEP', :SWPW-SWEEP-REF)
           END-EXEC
           EXEC SQL
                INSERT INTO OLS0002.ACCOUNT2_TXN (
                   TXN_ACCOUNT_ID, TXN_TXN_TYPE, TXN_AMOUNT,
                   TXN_BALANCE_AFTER, TXN_CURRENCY, TXN_TS,
                   TXN_USERID, TXN_DESCRIPTION, TXN_TRANSFER_REF)
                VALUES (
                   :SWPW-TO-ACCOUNT-ID, 'I', :SWPW-AMOUNT,
                   :SWPW-TO-NEW-BALANCE, :ACTW-OPER-CURRENCY,
                   CURRENT TIMESTAMP,
                   'SWPNCS9', 'BALANCE-TARGET SWEEP', :SWPW-SWEEP-REF)
           END-EXEC.
       POST-LEDGER-PAIR-END.
           EXIT.
      **************************************************************
       WRITE-SWEEP-LINE.
           MOVE SWPW-SWEEP-ID TO WS-SWEEP-ID-ED
           MOVE SWPW-AMOUNT TO WS-AMOUNT-ED
           MOVE SWPW-OPER-AFTER TO WS-BALANCE-ED
           MOVE SPACES TO SWEEP-REPORT-RECORD
           STRING
              WS-SWEEP-ID-ED          DELIMITED BY SIZE
              WS-DELIMITER            DELIMITED BY SIZE
              SWPW-OPER-ACCOUNT-ID    DELIMITED BY SIZE
              WS-DELIMITER            DELIMITED BY SIZE
              SWPW-INVEST-ACCOUNT-ID  DELIMITED BY SIZE
              WS-DELIMITER            DELIMITED BY SIZE
              SWPW-DIRECTION          DELIMITED BY SIZE
              WS-DELIMITER            DELIMITED BY SIZE
              WS-AMOUNT-ED            DELIMITED BY SIZE
              WS-DELIMITER            DELIMITED BY SIZE
              WS-BALANCE-ED           DELIMITED BY SIZE
              WS-DELIMITER            DELIMITED BY SIZE
              WS-SWEEP-STATUS         DELIMITED BY SIZE
              INTO SWEEP-REPORT-RECORD
           END-STRING
           WRITE SWEEP-REPORT-RECORD.
       WRITE-SWEEP-LINE-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE S1
           END-EXEC.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE SWEEP-REPORT-FILE.
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
                  DISPLAY 'SWPNCS9 SQL ERROR. SQLCODE:  ' TXT-SQLCODE
                  DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
                  DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
                  MOVE 'Y' TO EODATA
               END-IF
            END-IF.
       DO-POSTSQL-END.
           EXIT.
      **************************************************************
      * SHOW-SQL-ERROR REPORTS A FAILED BALANCE UPDATE WITHOUT
      * ENDING THE RUN - A GUARD MISS (SQLCODE 100) ONLY MEANS THE
      * ACCOUNT MOVED UNDER US, AND THE ARRANGEMENT IS SKIPPED.
      **************************************************************
       SHOW-SQL-ERROR.
            MOVE SQLCODE TO TXT-SQLCODE
            MOVE SQLSTATE TO TXT-SQLSTATE
            MOVE SQLERRMC TO TXT-SQLERRMC
            DISPLAY 'SWPNCS9 SWEEP UPDATE FAILED. SQLCODE:  '
               TXT-SQLCODE
            DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
            DISPLAY 'SQLERRMC: ' TXT-SQLERRMC.
       SHOW-SQL-ERROR-END.
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
           COMPUTE RUNC-RECORDS = WS-SWEEPS-OUT + WS-SWEEPS-IN
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
