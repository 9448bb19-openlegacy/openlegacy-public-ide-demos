      * CROSS-CURRENCY MOVES STOP BEING A CALCULATOR EXERCISE.
      * THE SOURCE LEG ENFORCES THE SAME LOCK AND OVERDRAFT CHECKS
      * AS WACTCS9; THE TARGET LEG THE SAME LOCK CHECK AS PACTCS9.
      * A TRANSFER OUT OF A BUSINESS ACCOUNT MUST NAME THE
      * SIGNATORY MAKING IT (ACTI-SIGNATORY-ID), AND ONCE EVERY
      * OTHER CHECK HAS PASSED MNDTCS9 HOLDS IT AGAINST THE
      * ACCOUNT'S MANDATE: REFUSED (RTCD -2), OR QUEUED FOR A
      * SECOND SIGNATURE (RTCD -3, REQUEST ID IN
      * ACTO-COSIGN-REQUEST-ID) UNTIL RESUBMITTED QUOTING THE
      * CO-SIGNED REQUEST. THE NEGATIVE CODES FOLLOW THE POSTING
      * WINDOW'S -1, THE POSITIVE ONES BEING ALL TAKEN.
      * A DEADLOCK OR TIMEOUT (SQLCODE -911/-913) ON EITHER BALANCE
      * UPDATE RE-DRIVES THE WHOLE READ-CHECK-POST SEQUENCE FROM A
      * FRESH FETCH, UP TO THE SAME BOUNDED LIMIT WACTCS9 USES, AND
      * THE RETRY COUNT COMES BACK IN ACTO-RETRY-COUNT. XACTIM8
      * (IMS) AND XPNACT31 (CICS-CTG) POST THE SAME TRANSFER FOR
      * THEIR CHANNELS WITH THE SAME CHECKS AND RETURN CODES.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. XACTCS9.
          05 FILLER                  PIC X(1)  VALUE SPACE.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
      **************************************************************
      * DEADLOCK/TIMEOUT RETRY CONTROLS - THE SAME BOUNDED RE-DRIVE
      * WACTCS9 GIVES A WITHDRAWAL. A RETRY STARTS AGAIN FROM A
      * FRESH FETCH OF BOTH ACCOUNTS.
      **************************************************************
        01 RETRY-COUNT               PIC S9 VALUE 0.
        01 RETRY-MAX                 PIC S9 VALUE 3.
        01 RETRY-SW                  PIC X(1) VALUE 'N'.
        01 RETRY-SQLCODE             PIC S9(9) COMP VALUE 0.
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
           05 ERRL-SQLCODE                 PIC S9(9) COMP.
           05 ERRL-USERID                  PIC X(8).
           05 ERRL-RTCD                    PIC S9.
      **************************************************************
      * SIGNATORY-MANDATE WORK AREA. THE PARM LAYOUT IS THE ONE
      * MNDTCS9 DECLARES IN ITS LINKAGE SECTION. A CO-SIGNATURE
      * TAKEN FOR A TRANSFER THAT THEN DOES NOT POST IS HANDED
      * BACK. THE PAYMENT DATA MATCHED ON RESUBMISSION IS THE
      * TARGET ACCOUNT AND THE DESCRIPTION. A -911 ROLLS BACK THE
      * CO-SIGNATURE ALONG WITH THE REST OF THE UNIT OF WORK, SO
      * CHECK-DEADLOCK CLEARS BOTH SWITCHES AND THE RETRIED ATTEMPT
      * CHECKS THE MANDATE AGAIN; A -913 ROLLS NOTHING BACK AND THE
      * CO-SIGNATURE ALREADY TAKEN STILL STANDS.
      **************************************************************
        01 MNDW-CHECKED-SW           PIC X(1) VALUE 'N'.
        01 MNDW-COSIGN-USED-SW       PIC X(1) VALUE 'N'.
        01 MNDW-POSTED-SW            PIC X(1) VALUE 'N'.
        01 MNDW-PAYMENT-DATA.
           05 MNDW-PAY-TO-ACCOUNT-ID       PIC X(11).
           05 MNDW-PAY-DESCRIPTION         PIC X(40).
           05 FILLER                       PIC X(7) VALUE SPACES.
        01 MNDT-PARM.
           05 MNDT-FUNCTION                PIC X(1).
           05 MNDT-ACCOUNT-ID              PIC X(11).
           05 MNDT-SIGNATORY-ID            PIC X(16).
           05 MNDT-AMOUNT                  PIC S9(11)V9(3) COMP-3.
           05 MNDT-PAYMENT-DATA            PIC X(58).
           05 MNDT-USERID                  PIC X(8).
           05 MNDT-CHANNEL                 PIC X(8).
           05 MNDT-REQUEST-ID              PIC S9(9) COMP.
           05 MNDT-RTCD                    PIC S9.
             88 MNDT-OK                    VALUE 0.
             88 MNDT-COSIGN-QUEUED         VALUE 3.
           05 MNDT-MSG                     PIC X(60).
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
            05 ACTI-TO-ACCOUNT-ID               PIC X(11).
            05 ACTI-AMOUNT                      PIC S9(11)V9(3) COMP-3.
            05 ACTI-DESCRIPTION                 PIC X(40).
            05 ACTI-SIGNATORY-ID                PIC X(16).
            05 ACTI-COSIGN-REQUEST-ID           PIC S9(9) COMP.
        01 TRANSFER-OUT.
            05 ACTO-FROM-ACCOUNT-ID             PIC X(11).
            05 ACTO-FROM-BALANCE                PIC S9(11)V9(3) COMP-3.
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-POSTING-CLOSED            VALUE -1.
              88 RTCD-MANDATE-REFUSED           VALUE -2.
              88 RTCD-COSIGN-REQUIRED           VALUE -3.
              88 RTCD-INVALID-AMOUNT            VALUE 1.
              88 RTCD-FROM-NOT-FOUND            VALUE 2.
              88 RTCD-FROM-LOCKED               VALUE 3.
              88 RTCD-NO-FX-RATE                VALUE 8.
              88 RTCD-CUSTOMER-DECEASED         VALUE 9.
            05 RT-MSG                          PIC X(60).
            05 ACTO-COSIGN-REQUEST-ID           PIC S9(9) COMP.
            05 ACTO-RETRY-COUNT                 PIC S9.
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
                 THRU CHECK-POSTING-WINDOW-END
           END-IF
           IF RTCD-OK
              PERFORM TRY-TRANSFER THRU TRY-TRANSFER-END
                 WITH TEST AFTER UNTIL RETRY-SW NOT = 'Y'
           END-IF
           IF MNDW-COSIGN-USED-SW = 'Y' AND MNDW-POSTED-SW NOT = 'Y'
              MOVE 'R' TO MNDT-FUNCTION
              CALL 'MNDTCS9' USING MNDT-PARM
           END-IF
           MOVE RETRY-COUNT TO ACTO-RETRY-COUNT
           GOBACK.
      **************************************************************
      * ONE ATTEMPT AT THE WHOLE READ-CHECK-POST SEQUENCE. A
      * DEADLOCK ON EITHER BALANCE UPDATE SETS RETRY-SW AND THE
      * NEXT ATTEMPT RE-READS BOTH ACCOUNTS - BALANCES, HOLDS AND
      * LOCKS MAY ALL HAVE MOVED UNDERNEATH US.
      **************************************************************
       TRY-TRANSFER.
           MOVE 'N' TO RETRY-SW
           SET RTCD-OK TO TRUE
           PERFORM FETCH-FROM-ACCOUNT THRU FETCH-FROM-ACCOUNT-END
           IF RTCD-OK
              PERFORM CHECK-DECEASED THRU CHECK-DECEASED-END
           END-IF
           IF RTCD-OK
              PERFORM CONVERT-AMOUNT THRU CONVERT-AMOUNT-END
           END-IF
           IF RTCD-OK AND MNDW-CHECKED-SW NOT = 'Y'
              PERFORM CHECK-MANDATE THRU CHECK-MANDATE-END
           END-IF
           IF RTCD-OK
              PERFORM DO-TRANSFER THRU DO-TRANSFER-END
           END-IF.
       TRY-TRANSFER-END.
           EXIT.
      **************************************************************
       CHECK-POSTING-WINDOW.
            MOVE SPACE TO BDCW-STATUS
       CONVERT-AMOUNT-END.
           EXIT.
      **************************************************************
      * CHECK-MANDATE HOLDS THE DEBIT LEG AGAINST THE SOURCE
      * ACCOUNT'S SIGNATORY MANDATE. ACCOUNTS OTHER THAN BUSINESS
      * ACCOUNTS ALWAYS PASS.
      **************************************************************
       CHECK-MANDATE.
            MOVE ACTW-TO-ACCOUNT-ID     TO MNDW-PAY-TO-ACCOUNT-ID
            MOVE ACTW-DESCRIPTION       TO MNDW-PAY-DESCRIPTION
            MOVE 'C'                    TO MNDT-FUNCTION
            MOVE ACTW-FROM-ACCOUNT-ID   TO MNDT-ACCOUNT-ID
            MOVE ACTI-SIGNATORY-ID      TO MNDT-SIGNATORY-ID
            MOVE ACTW-AMOUNT            TO MNDT-AMOUNT
            MOVE MNDW-PAYMENT-DATA      TO MNDT-PAYMENT-DATA
            MOVE EIBUSERID              TO MNDT-USERID
            MOVE 'XACTCS9 '             TO MNDT-CHANNEL
            MOVE ACTI-COSIGN-REQUEST-ID TO MNDT-REQUEST-ID
            CALL 'MNDTCS9' USING MNDT-PARM
            IF MNDT-COSIGN-QUEUED
               SET RTCD-COSIGN-REQUIRED TO TRUE
               MOVE MNDT-REQUEST-ID TO ACTO-COSIGN-REQUEST-ID
               MOVE 'NOT POSTED TRANSFER - QUEUED FOR SECOND SIGNATURE'
                  TO RT-MSG
               GO TO CHECK-MANDATE-END
            END-IF
            IF NOT MNDT-OK
               SET RTCD-MANDATE-REFUSED TO TRUE
               MOVE MNDT-MSG TO RT-MSG
               GO TO CHECK-MANDATE-END
            END-IF
            IF MNDT-REQUEST-ID NOT = 0
               MOVE 'Y' TO MNDW-COSIGN-USED-SW
            END-IF
            MOVE 'Y' TO MNDW-CHECKED-SW.
       CHECK-MANDATE-END.
           EXIT.
      **************************************************************
      * DO-TRANSFER DEBITS THE SOURCE, THEN CREDITS THE TARGET, EACH
      * UPDATE GUARDED WITH THE ACCT_UPDT_DT JUST READ THE SAME WAY
      * PACTCS9 AND WACTCS9 GUARD THEIRS. THE LINKED LEDGER PAIR IS
      * INSERTED ONLY ONCE BOTH BALANCE UPDATES HAVE SUCCEEDED; A
      * CREDIT THAT FAILS AFTER THE DEBIT SUCCEEDED IS BACKED OUT
      * WITH A COMPENSATING UPDATE SO THE UNIT OF WORK NEVER LEAVES
      * MONEY DEBITED BUT UNCREDITED. A DEADLOCK ON EITHER UPDATE
      * IS HANDED TO CHECK-DEADLOCK FOR A RETRY INSTEAD OF BEING
      * REPORTED.
      **************************************************************
       DO-TRANSFER.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
                    AND ACCT_UPDT_DT = :ACTW-FROM-UPDT-DT
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM CHECK-DEADLOCK THRU CHECK-DEADLOCK-END
               IF RETRY-SW NOT = 'Y'
                  PERFORM REPORT-SQL-FAILURE
                     THRU REPORT-SQL-FAILURE-END
               END-IF
               GO TO DO-TRANSFER-END
            END-IF
            EXEC SQL
                    AND ACCT_UPDT_DT = :ACTW-TO-UPDT-DT
            END-EXEC
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO RETRY-SQLCODE
               PERFORM CHECK-DEADLOCK THRU CHECK-DEADLOCK-END
               IF RETRY-SW NOT = 'Y'
                  PERFORM REPORT-SQL-FAILURE
                     THRU REPORT-SQL-FAILURE-END
               END-IF
               IF RETRY-SQLCODE NOT = -911
                  PERFORM UNDO-DEBIT THRU UNDO-DEBIT-END
               END-IF
               MOVE RETRY-SQLCODE TO SQLCODE
               GO TO DO-TRANSFER-END
            END-IF
            PERFORM POST-LEDGER-PAIR THRU POST-LEDGER-PAIR-END
            MOVE ACTW-TO-CURRENCY      TO ACTO-TO-CURRENCY
            MOVE ACTW-CREDIT-AMOUNT    TO ACTO-CREDIT-AMOUNT
            MOVE ACTW-TRANSFER-REF     TO ACTO-TRANSFER-REF
            MOVE 'Y' TO MNDW-POSTED-SW
            MOVE 'SUCCESSFUL TRANSFER' TO RT-MSG.
       DO-TRANSFER-END.
           EXIT.
      **************************************************************
      * UNDO-DEBIT PUTS THE DEBITED AMOUNT BACK ON THE SOURCE
      * ACCOUNT WHEN THE CREDIT LEG COULD NOT BE POSTED. IT ADDS
      * THE AMOUNT BACK RATHER THAN RESTORING THE BALANCE IT READ,
      * SO A POSTING THAT REACHED THE ROW IN BETWEEN IS NOT LOST.
      * AFTER A -911 ON THE CREDIT IT IS NOT PERFORMED AT ALL -
      * DB2 HAS ALREADY ROLLED THE DEBIT BACK WITH THE UNIT OF
      * WORK, AND ADDING THE AMOUNT AGAIN WOULD CREATE MONEY.
      **************************************************************
       UNDO-DEBIT.
            EXEC SQL
                 UPDATE OLS0002.ACCOUNT2
                    SET ACCT_BALANCE = ACCT_BALANCE + :ACTW-AMOUNT
                  WHERE ACCT_ACCOUNT_ID = :ACTW-FROM-ACCOUNT-ID
            END-EXEC.
       UNDO-DEBIT-END.
           EXIT.
      **************************************************************
      * CHECK-DEADLOCK ASKS FOR ANOTHER ATTEMPT WHILE THE RETRY
      * LIMIT LASTS. ONCE IT IS SPENT THE FAILURE IS REPORTED.
      * AFTER A -911 THE MANDATE CHECK AND ANY CO-SIGNATURE IT TOOK
      * ARE GONE WITH THE ROLLBACK AND ARE FORGOTTEN HERE TOO.
      **************************************************************
       CHECK-DEADLOCK.
            IF SQLCODE = -911
               MOVE 'N' TO MNDW-CHECKED-SW
               MOVE 'N' TO MNDW-COSIGN-USED-SW
            END-IF
            IF (SQLCODE = -911 OR SQLCODE = -913)
               AND RETRY-COUNT < RETRY-MAX
               ADD 1 TO RETRY-COUNT
               MOVE 'Y' TO RETRY-SW
            END-IF.
       CHECK-DEADLOCK-END.
           EXIT.
      **************************************************************
       REPORT-SQL-FAILURE.
            MOVE SQLCODE TO TXT-SQLCODE
            IF SQLCODE = 100
               MOVE 'NOT SUCCESSFUL TRANSFER - RECORD CHANGED'
                  TO RT-MSG
            ELSE
            IF SQLCODE = -911 OR SQLCODE = -913
               MOVE 'NOT SUCCESSFUL TRANSFER - DEADLOCK RETRIES'
                  TO RT-MSG
            ELSE
               DISPLAY 'SQLCODE:  ' TXT-SQLCODE
               DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
               MOVE ACTW-FROM-ACCOUNT-ID TO ERRL-KEY-VALUE
               MOVE EIBUSERID TO ERRL-USERID
               CALL 'ERRLCS9' USING ERRL-PARM
            END-IF
            END-IF.
       REPORT-SQL-FAILURE-END.
           EXIT.
