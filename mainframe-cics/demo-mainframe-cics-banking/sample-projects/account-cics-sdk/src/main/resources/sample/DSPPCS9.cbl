CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * DSPPCS9 - POST PROVISIONAL CREDIT ON A CARD DISPUTE CASE
      * FOR CICS AND DB2. WHILE A DSPOCS9 DISPUTE IS INVESTIGATED
      * THE CUSTOMER IS GIVEN THE DISPUTED AMOUNT BACK
      * PROVISIONALLY. THE CREDIT GOES THROUGH THE PACTCS9 DEPOSIT
      * PATH - POSTING WINDOW CHECKED, ACCOUNT LOCK RESPECTED, THE
      * BALANCE MOVED UNDER THE GUARDED ACCT_UPDT_DT UPDATE WITH
      * THE SAME BOUNDED DEADLOCK RETRY, AND A TYPE 'D'
      * OLS0002.ACCOUNT2_TXN ROW NAMING THE CASE. THE CASE IS
      * CLAIMED FIRST WITH A STATUS-GUARDED UPDATE ON
      * OLS0002.CARD_DISPUTE (OPEN, NO CREDIT YET), THE SAME WAY
      * RVSLCS9 TAKES ITS REVERSED MARK, SO A SECOND CREDIT ON THE
      * SAME CASE MATCHES ZERO ROWS INSTEAD OF PAYING TWICE; A
      * POSTING THAT FAILS GIVES THE CLAIM BACK. THE CLAIM IS TAKEN
      * INSIDE EACH POSTING ATTEMPT, SO A -911 THAT ROLLS BACK THE
      * CREDIT ROLLS BACK THE CLAIM WITH IT AND THE RETRY CLAIMS
      * AGAIN BEFORE IT CREDITS. A ZERO AMOUNT
      * MEANS THE FULL DISPUTED AMOUNT. THE CREDIT STAYS ON THE
      * CASE SO DSPRCS9 CAN RECLAIM IT IF THE DISPUTE IS LOST.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. DSPPCS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLCARDDISP.
           10 DSP_CASE_ID          PIC S9(9) USAGE COMP.
           10 DSP_ACCOUNT_ID       PIC X(11).
           10 DSP_TXN_TS           PIC X(26).
           10 DSP_CARD_NUMBER      PIC X(16).
           10 DSP_AMOUNT           PIC S9(11)V9(3) USAGE COMP-3.
           10 DSP_CURRENCY         PIC X(3).
           10 DSP_REASON_CD        PIC X(4).
           10 DSP_STATUS           PIC X(1).
           10 DSP_PROV_AMOUNT      PIC S9(11)V9(3) USAGE COMP-3.
           10 DSP_PROV_TS          PIC X(26).
           10 DSP_CHGBK_DT         PIC X(8).
           10 DSP_CHGBK_RUN_ID     PIC X(14).
           10 DSP_OPEN_DT          PIC X(8).
           10 DSP_DUE_DT           PIC X(8).
           10 DSP_RESOLVED_DT      PIC X(8).
           10 DSP_RECLAIM_AMOUNT   PIC S9(11)V9(3) USAGE COMP-3.
           10 DSP_USERID           PIC X(8).
           10 DSP_RESOLVE_USERID   PIC X(8).
      **************************************************************
        01 ACCOUNT-WS.
          05 ACCOUNT-DETAILS.
            07 ACTW-ACCOUNT-ID      PIC X(11).
            07 ACTW-CUSTOMER-ID     PIC X(16).
            07 ACTW-BALANCE         PIC S9(11)V9(3) USAGE COMP-3.
            07 ACTW-CURRENCY        PIC X(3).
            07 ACTW-UPDT-DT         PIC X(8).
            07 ACTW-LOCKED          PIC X(1).
      ****************************************************
        01 DSPW-CASE-ID              PIC S9(9) COMP.
        01 DSPW-CASE-ED              PIC 9(9).
        01 DSPW-AMOUNT               PIC S9(11)V9(3) COMP-3.
        01 DSPW-STATUS               PIC X(1).
        01 DSPW-PROV-AMOUNT          PIC S9(11)V9(3) COMP-3.
        01 DSPW-CLAIMED-SW           PIC X(1) VALUE 'N'.
        01 ACTW-AMOUNT               PIC S9(11)V9(3) COMP-3.
        01 ACTW-NEW-BALANCE          PIC S9(11)V9(3) COMP-3.
        01 ACTW-DESCRIPTION          PIC X(40).
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
      **************************************************************
      * DEADLOCK/TIMEOUT RETRY CONTROLS - THE SAME BOUNDED RETRY
      * PACTCS9 APPLIES TO ITS BALANCE UPDATE.
      **************************************************************
        01 RETRY-COUNT               PIC S9 VALUE 0.
        01 RETRY-MAX                 PIC S9 VALUE 3.
        01 RETRY-SW                  PIC X(1) VALUE 'N'.
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
      * BUSINESS-DATE POSTING-WINDOW WORK AREA. WHILE THE SINGLE
      * CONTROL ROW ON OLS0002.BUSINESS_DATE_CONTROL IS NOT OPEN,
      * THE CREDIT IS REFUSED WITH ITS OWN RETURN CODE (-1).
      **************************************************************
        01 BDCW-STATUS               PIC X(1) VALUE SPACE.
      **************************************************************
      * SHARED ERROR-LOG WORK AREA - ERRLCS9 RECORDS ANY
      * UNEXPECTED SQLCODE TO OLS0002.ERROR_LOG.
      **************************************************************
        01 ERRL-PARM.
           05 ERRL-PROGRAM                 PIC X(8).
           05 ERRL-PARAGRAPH               PIC X(30).
           05 ERRL-KEY-VALUE               PIC X(32).
           05 ERRL-SQLCODE                 PIC S9(9) COMP.
           05 ERRL-USERID                  PIC X(8).
           05 ERRL-RTCD                    PIC S9.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 DSPI-CASE-ID                     PIC S9(9) COMP.
            05 DSPI-AMOUNT                      PIC S9(11)V9(3) COMP-3.
        01 DISPUTE-OUT.
            05 DSPO-CASE-ID                     PIC S9(9) COMP.
            05 DSPO-ACCOUNT-ID                  PIC X(11).
            05 DSPO-PROV-AMOUNT                 PIC S9(11)V9(3) COMP-3.
            05 DSPO-BALANCE                     PIC S9(11)V9(3) COMP-3.
            05 DSPO-CURRENCY                    PIC X(3).
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-POSTING-CLOSED            VALUE -1.
              88 RTCD-INVALID-AMOUNT            VALUE 1.
              88 RTCD-CASE-NOT-FOUND            VALUE 2.
              88 RTCD-CASE-NOT-OPEN             VALUE 3.
              88 RTCD-ALREADY-CREDITED          VALUE 4.
              88 RTCD-ACCOUNT-NOT-FOUND         VALUE 5.
              88 RTCD-ACCOUNT-LOCKED            VALUE 6.
              88 RTCD-SQL-ERROR                 VALUE 7.
            05 RT-MSG                          PIC X(60).
            05 DSPO-RETRY-COUNT                 PIC S9.
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK
              PERFORM CHECK-POSTING-WINDOW
                 THRU CHECK-POSTING-WINDOW-END
           END-IF
           IF RTCD-OK
              PERFORM FETCH-CASE THRU FETCH-CASE-END
           END-IF
           IF RTCD-OK
              PERFORM TRY-POST THRU TRY-POST-END
                 WITH TEST AFTER UNTIL RETRY-SW NOT = 'Y'
              IF NOT RTCD-OK AND DSPW-CLAIMED-SW = 'Y'
                 PERFORM RELEASE-CLAIM THRU RELEASE-CLAIM-END
              END-IF
           END-IF
           MOVE RETRY-COUNT TO DSPO-RETRY-COUNT
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO DISPUTE-OUT
            SET RTCD-OK TO TRUE
            MOVE DSPI-CASE-ID TO DSPW-CASE-ID
            MOVE DSPI-AMOUNT TO ACTW-AMOUNT
            MOVE DSPI-CASE-ID TO DSPO-CASE-ID
            IF ACTW-AMOUNT < 0
               SET RTCD-INVALID-AMOUNT TO TRUE
               MOVE 'NOT SUCCESSFUL CREDIT - AMOUNT CANNOT BE NEGATIVE'
                  TO RT-MSG
            END-IF
            DISPLAY 'CASE-ID = ' DSPW-CASE-ID.
       GET-INPUT-END.
           EXIT.
      **************************************************************
       CHECK-POSTING-WINDOW.
            MOVE SPACE TO BDCW-STATUS
            EXEC SQL
                 SELECT BDC_STATUS
                   INTO :BDCW-STATUS
                   FROM OLS0002.BUSINESS_DATE_CONTROL
            END-EXEC
            IF SQLCODE = 0 AND BDCW-STATUS NOT = 'O'
               SET RTCD-POSTING-CLOSED TO TRUE
               MOVE 'NOT SUCCESSFUL CREDIT - BUSINESS DATE CLOSED'
                  TO RT-MSG
            END-IF.
       CHECK-POSTING-WINDOW-END.
           EXIT.
      **************************************************************
      * FETCH-CASE READS THE CASE AND SETTLES THE CREDIT AMOUNT -
      * ZERO MEANS THE FULL DISPUTED AMOUNT, AND NO MORE THAN THE
      * DISPUTED AMOUNT CAN EVER BE CREDITED.
      **************************************************************
       FETCH-CASE.
            EXEC SQL
                 SELECT DSP_ACCOUNT_ID, DSP_AMOUNT, DSP_STATUS,
                        DSP_PROV_AMOUNT
                   INTO :ACTW-ACCOUNT-ID, :DSPW-AMOUNT, :DSPW-STATUS,
                        :DSPW-PROV-AMOUNT
                   FROM OLS0002.CARD_DISPUTE
                  WHERE DSP_CASE_ID = :DSPW-CASE-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-CASE-NOT-FOUND TO TRUE
               MOVE 'NOT SUCCESSFUL CREDIT - CASE NOT FOUND'
                  TO RT-MSG
               GO TO FETCH-CASE-END
            END-IF
            MOVE ACTW-ACCOUNT-ID TO DSPO-ACCOUNT-ID
            IF DSPW-STATUS NOT = 'O'
               SET RTCD-CASE-NOT-OPEN TO TRUE
               MOVE 'NOT SUCCESSFUL CREDIT - CASE IS NOT OPEN'
                  TO RT-MSG
               GO TO FETCH-CASE-END
            END-IF
            IF DSPW-PROV-AMOUNT > 0
               SET RTCD-ALREADY-CREDITED TO TRUE
               MOVE 'NOT SUCCESSFUL CREDIT - ALREADY CREDITED'
                  TO RT-MSG
               GO TO FETCH-CASE-END
            END-IF
            IF ACTW-AMOUNT = 0
               MOVE DSPW-AMOUNT TO ACTW-AMOUNT
            END-IF
            IF ACTW-AMOUNT > DSPW-AMOUNT
               SET RTCD-INVALID-AMOUNT TO TRUE
               MOVE 'NOT SUCCESSFUL CREDIT - MORE THAN DISPUTED AMOUNT'
                  TO RT-MSG
            END-IF.
       FETCH-CASE-END.
           EXIT.
      **************************************************************
       CLAIM-CASE.
            EXEC SQL
                 UPDATE OLS0002.CARD_DISPUTE
                    SET DSP_PROV_AMOUNT = :ACTW-AMOUNT,
                        DSP_PROV_TS = CHAR(CURRENT TIMESTAMP)
                  WHERE DSP_CASE_ID = :DSPW-CASE-ID
                    AND DSP_STATUS = 'O'
                    AND DSP_PROV_AMOUNT = 0
            END-EXEC
            IF SQLCODE = 100
               SET RTCD-ALREADY-CREDITED TO TRUE
               MOVE 'NOT SUCCESSFUL CREDIT - ALREADY CREDITED'
                  TO RT-MSG
               GO TO CLAIM-CASE-END
            END-IF
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO CLAIM-CASE-END
            END-IF
            MOVE 'Y' TO DSPW-CLAIMED-SW.
       CLAIM-CASE-END.
           EXIT.
      **************************************************************
       RELEASE-CLAIM.
            EXEC SQL
                 UPDATE OLS0002.CARD_DISPUTE
                    SET DSP_PROV_AMOUNT = 0,
                        DSP_PROV_TS = ' '
                  WHERE DSP_CASE_ID = :DSPW-CASE-ID
            END-EXEC
            MOVE 'N' TO DSPW-CLAIMED-SW.
       RELEASE-CLAIM-END.
           EXIT.
      **************************************************************
      * ONE ATTEMPT AT THE CLAIM-READ-POST SEQUENCE, AS IN PACTCS9.
      * THE CASE IS CLAIMED ONLY WHILE THIS UNIT OF WORK DOES NOT
      * HOLD THE CLAIM - ON THE FIRST ATTEMPT, AND AGAIN AFTER A
      * -911 HAS ROLLED IT BACK; A -913 LEAVES THE CLAIM IN PLACE.
      **************************************************************
       TRY-POST.
           MOVE 'N' TO RETRY-SW
           SET RTCD-OK TO TRUE
           IF DSPW-CLAIMED-SW NOT = 'Y'
              PERFORM CLAIM-CASE THRU CLAIM-CASE-END
           END-IF
           IF RTCD-OK
              PERFORM FETCH-ACCOUNT THRU FETCH-ACCOUNT-END
           END-IF
           IF RTCD-OK
              PERFORM DO-POST THRU DO-POST-END
           END-IF.
       TRY-POST-END.
           EXIT.
      **************************************************************
       FETCH-ACCOUNT.
            EXEC SQL
                 SELECT ACCT_CUSTOMER_ID, ACCT_BALANCE, ACCT_CURRENCY,
                        ACCT_UPDT_DT, ACCT_LOCKED
                   INTO :ACTW-CUSTOMER-ID, :ACTW-BALANCE,
                        :ACTW-CURRENCY, :ACTW-UPDT-DT, :ACTW-LOCKED
                   FROM OLS0002.ACCOUNT2
                  WHERE ACCT_ACCOUNT_ID = :ACTW-ACCOUNT-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-ACCOUNT-NOT-FOUND TO TRUE
               MOVE 'NOT SUCCESSFUL CREDIT - ACCOUNT NOT FOUND'
                  TO RT-MSG
            ELSE
               IF ACTW-LOCKED = 'Y'
                  SET RTCD-ACCOUNT-LOCKED TO TRUE
                  MOVE 'NOT SUCCESSFUL CREDIT - ACCOUNT LOCKED'
                     TO RT-MSG
               END-IF
            END-IF.
       FETCH-ACCOUNT-END.
           EXIT.
      **************************************************************
       DO-POST.
            COMPUTE ACTW-NEW-BALANCE = ACTW-BALANCE + ACTW-AMOUNT
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            EXEC SQL
                 UPDATE OLS0002.ACCOUNT2
                    SET ACCT_BALANCE = :ACTW-NEW-BALANCE,
                        ACCT_UPDT_DT = :WS-CURRENT-DATE
                  WHERE ACCT_ACCOUNT_ID = :ACTW-ACCOUNT-ID
                    AND ACCT_UPDT_DT = :ACTW-UPDT-DT
            END-EXEC
            PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-POST-END.
           EXIT.
      **************************************************************
       DO-POSTSQL.
            MOVE SQLCODE TO TXT-SQLCODE
            MOVE SQLSTATE TO TXT-SQLSTATE
            MOVE SQLERRMC TO TXT-SQLERRMC
            IF SQLCODE = 0
               PERFORM POST-LEDGER THRU POST-LEDGER-END
               PERFORM AUDIT-CREDIT THRU AUDIT-CREDIT-END
               MOVE ACTW-AMOUNT      TO DSPO-PROV-AMOUNT
               MOVE ACTW-NEW-BALANCE TO DSPO-BALANCE
               MOVE ACTW-CURRENCY    TO DSPO-CURRENCY
               MOVE 'SUCCESSFUL PROVISIONAL CREDIT' TO RT-MSG
            ELSE
               IF SQLCODE = -911
                  MOVE 'N' TO DSPW-CLAIMED-SW
               END-IF
               IF SQLCODE = -911 OR SQLCODE = -913
                  IF RETRY-COUNT < RETRY-MAX
                     ADD 1 TO RETRY-COUNT
                     MOVE 'Y' TO RETRY-SW
                  ELSE
                     SET RTCD-SQL-ERROR TO TRUE
                     MOVE
                      'NOT SUCCESSFUL CREDIT - DEADLOCK, RETRIES USED'
                        TO RT-MSG
                  END-IF
               ELSE
                  PERFORM REPORT-SQL-FAILURE
                     THRU REPORT-SQL-FAILURE-END
               END-IF
            END-IF.
       DO-POSTSQL-END.
           EXIT.
      **************************************************************
      * POST-LEDGER WRITES THE TYPE 'D' CREDIT ROW NAMING THE CASE,
      * SO THE STATEMENT SHOWS WHY THE MONEY CAME BACK.
      **************************************************************
       POST-LEDGER.
            MOVE DSPW-CASE-ID TO DSPW-CASE-ED
            MOVE SPACES TO ACTW-DESCRIPTION
            STRING 'DISPUTE PROV CREDIT CASE ' DELIMITED BY SIZE
               DSPW-CASE-ED DELIMITED BY SIZE
               INTO ACTW-DESCRIPTION
            END-STRING
            EXEC SQL
                 INSERT INTO OLS0002.ACCOUNT2_TXN (
                    TXN_ACCOUNT_ID, TXN_TXN_TYPE, TXN_AMOUNT,
                    TXN_BALANCE_AFTER, TXN_CURRENCY, TXN_TS,
                    TXN_USERID, TXN_DESCRIPTION)
                 VALUES (
                    :ACTW-ACCOUNT-ID, 'D', :ACTW-AMOUNT,
                    :ACTW-NEW-BALANCE, :ACTW-CURRENCY,
                    CURRENT TIMESTAMP,
                    :EIBUSERID, :ACTW-DESCRIPTION)
            END-EXEC.
       POST-LEDGER-END.
           EXIT.
      **************************************************************
       AUDIT-CREDIT.
            EXEC SQL
                 INSERT INTO OLS0002.ACCOUNT2_AUDIT (
                    AUD_ACCOUNT_ID, AUD_ACTION, AUD_USERID, AUD_TS,
                    AUD_OLD_CUSTOMER_ID, AUD_NEW_CUSTOMER_ID,
                    AUD_NEW_BALANCE)
                 VALUES (
                    :ACTW-ACCOUNT-ID, 'DSPCRD', :EIBUSERID,
                    CURRENT TIMESTAMP,
                    :ACTW-CUSTOMER-ID, :ACTW-CUSTOMER-ID,
                    :ACTW-NEW-BALANCE)
            END-EXEC.
       AUDIT-CREDIT-END.
           EXIT.
      **************************************************************
       REPORT-SQL-FAILURE.
            MOVE SQLCODE TO TXT-SQLCODE
            MOVE SQLSTATE TO TXT-SQLSTATE
            MOVE SQLERRMC TO TXT-SQLERRMC
            SET RTCD-SQL-ERROR TO TRUE
            IF SQLCODE = 100
               MOVE 'NOT SUCCESSFUL CREDIT - RECORD CHANGED'
                  TO RT-MSG
            ELSE
               DISPLAY 'SQLCODE:  ' TXT-SQLCODE
               DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
               DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
               MOVE 'NOT SUCCESSFUL CREDIT' TO RT-MSG
               MOVE SQLCODE TO ERRL-SQLCODE
               MOVE 'DSPPCS9 ' TO ERRL-PROGRAM
               MOVE 'REPORT-SQL-FAILURE' TO ERRL-PARAGRAPH
               MOVE ACTW-ACCOUNT-ID TO ERRL-KEY-VALUE
               MOVE EIBUSERID TO ERRL-USERID
               CALL 'ERRLCS9' USING ERRL-PARM
            END-IF.
       REPORT-SQL-FAILURE-END.
           EXIT.
      **************************************************************
