      * INSIDE THE DUE-DILIGENCE WINDOW (THE LAST 90 DAYS BEFORE
      * THE STATUTORY PERIOD RUNS OUT) ARE NOT YET ESCHEATED:
      * THEY GO TO THE ESCHLTRS LETTER EXTRACT SO THE CUSTOMERS
      * WE MUST NOTIFY FIRST ACTUALLY GET NOTIFIED. A SECOND PASS
      * REMITS THE CLAIM CHECKS CHKVCS9 REFUSED TO REISSUE AGAIN
      * AND SENT TO ESCHEAT (OLS0002.CHECK_REGISTER STATUS 'E'):
      * ONCE THE STATUTORY PERIOD FOR THE JURISDICTION OF THE
      * HOUSE CHECK-CLEARING ACCOUNT HAS RUN FROM THE ISSUE DATE,
      * THE CHECK IS MARKED ESCHEATED ('X') AND REMITTED ON THE
      * SAME FILE UNDER THE HOUSE ACCOUNT, PAYEE AS THE OWNER.
      * RUNS UNDER THE SHARED BATCH_RUN_CONTROL DOUBLE-RUN GUARD.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ESCHCS9.
           10 ACCT_UPDT_DT         PIC X(8).
           10 ACCT_LOCKED          PIC X(1).
           10 ACCT_DORMANT         PIC X(1).
      **************************************************************
       01  DCLCHECKREG.
           10 CHK_CHECK_NUM        PIC S9(9) USAGE COMP.
           10 CHK_PAYEE_ID         PIC X(16).
           10 CHK_PAYEE_NAME       PIC X(16).
           10 CHK_AMOUNT           PIC S9(11)V9(3) USAGE COMP-3.
           10 CHK_ISSUE_DT         PIC X(8).
           10 CHK_STATUS           PIC X(1).
      **************************************************************
        01 ACCT-WS.
            07 ACTW-ACCOUNT-ID      PIC X(11).
            07 ACTW-UPDT-DT         PIC X(8).
            07 ACTW-LOCKED          PIC X(1).
      **************************************************************
        01 CHECK-WS.
            07 CHKW-CHECK-NUM       PIC S9(9) USAGE COMP.
            07 CHKW-PAYEE-ID        PIC X(16).
            07 CHKW-PAYEE-NAME      PIC X(16).
            07 CHKW-AMOUNT          PIC S9(11)V9(3) USAGE COMP-3.
            07 CHKW-ISSUE-DT        PIC 9(8).
      **************************************************************
      * THE HOUSE ACCOUNT THE CLAIM CHECKS ARE DRAWN ON - ITS
      * COUNTRY AND CURRENCY STAND IN FOR THE CHECK'S.
      **************************************************************
        01 WS-CHECK-ACCOUNT-ID      PIC X(11) VALUE 'CHKCLEAR001'.
        01 ESCW-CHECK-STATUTORY-DAYS PIC S9(5) COMP-3.
        01 ESCW-STATUTORY-DAYS       PIC S9(5) COMP-3.
        01 ESCW-LAST-UPDT-DT-NUM     PIC 9(8).
        01 ESCW-DAYS-IDLE            PIC S9(6) COMP.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-ACCOUNTS-READ                PIC 9(7)   VALUE 0.
        01 WS-ACCOUNTS-ESCHEATED           PIC 9(7)   VALUE 0.
        01 WS-CHECKS-READ                  PIC 9(7)   VALUE 0.
        01 WS-CHECKS-ESCHEATED             PIC 9(7)   VALUE 0.
        01 WS-LETTERS-WRITTEN              PIC 9(7)   VALUE 0.
        01 WS-REMIT-FILE-STATUS            PIC X(2)   VALUE '00'.
        01 WS-LETTER-FILE-STATUS           PIC X(2)   VALUE '00'.
              PERFORM ESCHEAT-LOOP THRU ESCHEAT-LOOP-END
                 UNTIL EODATA = 'Y'
              PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
              MOVE 'N' TO EODATA
              PERFORM CHECK-ESCHEAT-PASS
                 THRU CHECK-ESCHEAT-PASS-END
              PERFORM WRITE-FEED-TRAILER THRU WRITE-FEED-TRAILER-END
           END-IF
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
              WS-ACCOUNTS-ESCHEATED
           DISPLAY 'ESCHCS9 DILIGENCE LETTERS:     '
              WS-LETTERS-WRITTEN
           DISPLAY 'ESCHCS9 ESCHEAT CHECKS READ:   ' WS-CHECKS-READ
           DISPLAY 'ESCHCS9 CHECKS ESCHEATED:      '
              WS-CHECKS-ESCHEATED
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
           WRITE REMIT-RECORD.
       WRITE-REMIT-RECORD-END.
           EXIT.
      **************************************************************
      * CHECK-ESCHEAT-PASS - THE ESCHEAT-PENDING CHECKS. THE
      * HOUSE ACCOUNT'S JURISDICTION GIVES THE STATUTORY PERIOD;
      * WITH NO HOUSE ACCOUNT OR NO CONTROL ROW FOR ITS COUNTRY
      * NO CHECK IS ESCHEATED AUTOMATICALLY.
      **************************************************************
       CHECK-ESCHEAT-PASS.
           EXEC SQL
                SELECT ACCT_CNTRY_CD, ACCT_CURRENCY
                  INTO :ACTW-CNTRY-CD, :ACTW-CURRENCY
                  FROM OLS0002.ACCOUNT2
                 WHERE ACCT_ACCOUNT_ID = :WS-CHECK-ACCOUNT-ID
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ESCHCS9 HOUSE CHECK ACCOUNT NOT FOUND: '
                 WS-CHECK-ACCOUNT-ID
              GO TO CHECK-ESCHEAT-PASS-END
           END-IF
           PERFORM FETCH-STATUTORY-DAYS
              THRU FETCH-STATUTORY-DAYS-END
           MOVE ESCW-STATUTORY-DAYS TO ESCW-CHECK-STATUTORY-DAYS
           IF ESCW-CHECK-STATUTORY-DAYS NOT > 0
              GO TO CHECK-ESCHEAT-PASS-END
           END-IF
           EXEC SQL
               DECLARE E2 CURSOR FOR
                SELECT
                  CHK_CHECK_NUM,
                  CHK_PAYEE_ID,
                  CHK_PAYEE_NAME,
                  CHK_AMOUNT,
                  CHK_ISSUE_DT
                FROM OLS0002.CHECK_REGISTER
                WHERE CHK_STATUS = 'E'
                ORDER BY CHK_CHECK_NUM
           END-EXEC
           EXEC SQL
              OPEN E2
           END-EXEC
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END
           PERFORM DO-FETCH-CHECK THRU DO-FETCH-CHECK-END
           PERFORM CHECK-ESCHEAT-LOOP THRU CHECK-ESCHEAT-LOOP-END
              UNTIL EODATA = 'Y'
           EXEC SQL
              CLOSE E2
           END-EXEC.
       CHECK-ESCHEAT-PASS-END.
           EXIT.
      **************************************************************
       DO-FETCH-CHECK.
           EXEC SQL
                FETCH E2 INTO
                  :CHKW-CHECK-NUM,
                  :CHKW-PAYEE-ID,
                  :CHKW-PAYEE-NAME,
                  :CHKW-AMOUNT,
                  :CHKW-ISSUE-DT
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-CHECK-END.
           EXIT.
      **************************************************************
       CHECK-ESCHEAT-LOOP.
           ADD 1 TO WS-CHECKS-READ
           COMPUTE ESCW-DAYS-IDLE =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                 - FUNCTION INTEGER-OF-DATE(CHKW-ISSUE-DT)
           IF ESCW-DAYS-IDLE >= ESCW-CHECK-STATUTORY-DAYS
              PERFORM ESCHEAT-CHECK THRU ESCHEAT-CHECK-END
           END-IF
           PERFORM DO-FETCH-CHECK THRU DO-FETCH-CHECK-END.
       CHECK-ESCHEAT-LOOP-END.
           EXIT.
      **************************************************************
      * THE STATUS GUARD MEANS A CHECK IS REMITTED ONLY ONCE, AND
      * ONLY IF IT IS STILL ESCHEAT-PENDING WHEN WE GET TO IT.
      **************************************************************
       ESCHEAT-CHECK.
           EXEC SQL
                UPDATE OLS0002.CHECK_REGISTER
                   SET CHK_STATUS = 'X'
                 WHERE CHK_CHECK_NUM = :CHKW-CHECK-NUM
                   AND CHK_STATUS = 'E'
           END-EXEC
           IF SQLCODE NOT = 0
              IF SQLCODE NOT = 100
                 MOVE SQLCODE TO TXT-SQLCODE
                 DISPLAY 'ESCHCS9 CHECK MARK FAILED: '
                    CHKW-CHECK-NUM ' SQLCODE: ' TXT-SQLCODE
              END-IF
              GO TO ESCHEAT-CHECK-END
           END-IF
           ADD 1 TO WS-CHECKS-ESCHEATED
           MOVE CHKW-AMOUNT TO WS-AMOUNT-ED
           ADD CHKW-AMOUNT TO FEED-HASH-TOTAL
           MOVE SPACES TO REMIT-RECORD
           STRING
              ACTW-CNTRY-CD         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CHECK-ACCOUNT-ID   DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              CHKW-PAYEE-ID         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMOUNT-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              ACTW-CURRENCY         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              CHKW-PAYEE-NAME       DELIMITED BY SIZE
              INTO REMIT-RECORD
           END-STRING
           WRITE REMIT-RECORD.
       ESCHEAT-CHECK-END.
           EXIT.
      **************************************************************
       WRITE-LETTER.
           ADD 1 TO WS-LETTERS-WRITTEN
           EXIT.
      **************************************************************
       WRITE-FEED-TRAILER.
           COMPUTE FEED-TRL-COUNT-ED =
              WS-ACCOUNTS-ESCHEATED + WS-CHECKS-ESCHEATED
           MOVE FEED-HASH-TOTAL TO FEED-TRL-HASH-ED
           MOVE SPACES TO REMIT-RECORD
           STRING
           EXIT.
      **************************************************************
       COMPLETE-RUN.
           COMPUTE RUNC-RECORDS =
              WS-ACCOUNTS-ESCHEATED + WS-CHECKS-ESCHEATED
           EXEC SQL
                UPDATE OLS0002.BATCH_RUN_CONTROL
                   SET RUN_STATUS = 'C',
