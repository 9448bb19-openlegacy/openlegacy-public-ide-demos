CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * CHKVCS9 - VOID AND REISSUE A CLAIM CHECK FOR CICS AND DB2.
      * CHKSCS9 PRINTS THE STALE-CHECK LIST BUT THE DESK HAD NO WAY
      * TO ACT ON IT, AND A LOST CHECK WAS REPLACED BY A MANUAL
      * CHECK WITH NO LINK BACK TO THE CLAIM PAYMENT. CHKVCS9
      * VOIDS ONE OUTSTANDING OLS0002.CHECK_REGISTER ENTRY ('V',
      * VOID DATE STAMPED) UNDER A STATUS-GUARDED UPDATE, PLACES
      * THE SAME OLS0002.ACCOUNT2_STOP ORDER CHKPCS9 PLACES ON THE
      * HOUSE CHECK-CLEARING ACCOUNT, AND BOOKS A REPLACEMENT
      * CHECK UNDER THE NEXT CHECK NUMBER CARRYING THE ORIGINAL
      * PCLMCS2 PAYMENT REFERENCE, CLAIM NUMBER, PAYEE AND AMOUNT,
      * LINKED BACK THROUGH CHK_REISSUE_OF WITH ITS REISSUE COUNT
      * ONE HIGHER. BOTH HALVES GO TO THE OLS0002.CHECK_AUDIT
      * TRAIL. A CHECK ALREADY REISSUED AS MANY TIMES AS THE
      * ONE-ROW OLS0002.CHECK_CONTROL ALLOWS (CKC_MAX_REISSUES, 2
      * WHEN NO CONTROL ROW EXISTS) IS REFUSED: IT IS VOIDED AND
      * STOPPED ALL THE SAME BUT MARKED ESCHEAT-PENDING ('E')
      * INSTEAD OF REISSUED, AND ESCHCS9 REMITS IT ONCE ITS
      * STATUTORY PERIOD RUNS OUT. THE VOID REACHES THE PAYING
      * BANK ON THAT NIGHT'S CHKXCS9 POSITIVE-PAY FILE, THE
      * REPLACEMENT AS A NEW ISSUE. THE REPLACEMENT CLEARS THROUGH
      * CHKCCS9 BY ITS OWN CHECK NUMBER; BECAUSE IT SHARES THE
      * PAYMENT REFERENCE AND AMOUNT, THE STOP ORDER ALSO CATCHES
      * IT IF IT IS EVER PRESENTED THROUGH A POSTING CHANNEL.
      * ANY FAILURE AFTER THE VOID PUTS THE ORIGINAL BACK
      * OUTSTANDING AND RELEASES THE STOP, SO THE DESK NEVER
      * LEAVES A PAYEE WITH NO LIVE CHECK.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CHKVCS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLCHECKREG.
           10 CHK_CHECK_NUM        PIC S9(9) USAGE COMP.
           10 CHK_PAYMENT_REF      PIC X(16).
           10 CHK_PAYEE_ID         PIC X(16).
           10 CHK_PAYEE_NAME       PIC X(16).
           10 CHK_AMOUNT           PIC S9(11)V9(3) USAGE COMP-3.
           10 CHK_ISSUE_DT         PIC X(8).
           10 CHK_STATUS           PIC X(1).
           10 CHK_PAID_DT          PIC X(8).
           10 CHK_PAID_AMOUNT      PIC S9(11)V9(3) USAGE COMP-3.
           10 CHK_CLAIM_NUM        PIC X(12).
           10 CHK_REISSUE_OF       PIC S9(9) USAGE COMP.
           10 CHK_REISSUE_COUNT    PIC S9(4) USAGE COMP.
           10 CHK_VOID_DT          PIC X(8).
      **************************************************************
       01  DCLCHECKCTL.
           10 CKC_MAX_REISSUES     PIC S9(4) USAGE COMP.
      **************************************************************
       01  DCLCHECKAUD.
           10 CAUD_CHECK_NUM       PIC S9(9) USAGE COMP.
           10 CAUD_ACTION          PIC X(6).
           10 CAUD_REASON          PIC X(1).
           10 CAUD_USERID          PIC X(8).
           10 CAUD_TS              PIC X(26).
           10 CAUD_PAYMENT_REF     PIC X(16).
           10 CAUD_CLAIM_NUM       PIC X(12).
           10 CAUD_AMOUNT          PIC S9(11)V9(3) USAGE COMP-3.
           10 CAUD_OLD_STATUS      PIC X(1).
           10 CAUD_NEW_STATUS      PIC X(1).
           10 CAUD_RELATED_CHECK   PIC S9(9) USAGE COMP.
      **************************************************************
        01 CHECK-WS.
            07 CHKW-CHECK-NUM       PIC S9(9) USAGE COMP.
            07 CHKW-PAYMENT-REF     PIC X(16).
            07 CHKW-PAYEE-ID        PIC X(16).
            07 CHKW-PAYEE-NAME      PIC X(16).
            07 CHKW-AMOUNT          PIC S9(11)V9(3) USAGE COMP-3.
            07 CHKW-STATUS          PIC X(1).
            07 CHKW-CLAIM-NUM       PIC X(12).
            07 CHKW-REISSUE-COUNT   PIC S9(4) USAGE COMP.
            07 CHKW-NEW-STATUS      PIC X(1).
        01 CKCW-MAX-REISSUES        PIC S9(4) USAGE COMP.
        01 CKCW-CONTROL-REISSUES    PIC S9(4) USAGE COMP.
        01 AUDIT-WS.
            07 CAUDW-CHECK-NUM      PIC S9(9) USAGE COMP.
            07 CAUDW-ACTION         PIC X(6).
            07 CAUDW-REASON         PIC X(1).
            07 CAUDW-PAYMENT-REF    PIC X(16).
            07 CAUDW-CLAIM-NUM      PIC X(12).
            07 CAUDW-AMOUNT         PIC S9(11)V9(3) USAGE COMP-3.
            07 CAUDW-OLD-STATUS     PIC X(1).
            07 CAUDW-NEW-STATUS     PIC X(1).
            07 CAUDW-RELATED-CHECK  PIC S9(9) USAGE COMP.
      **************************************************************
      * THE HOUSE ACCOUNT THE CLAIM CHECKS ARE DRAWN ON - THE
      * ACCOUNT A PRESENTED CHECK WOULD POST AGAINST.
      **************************************************************
        01 WS-CHECK-ACCOUNT-ID      PIC X(11) VALUE 'CHKCLEAR001'.
        01 WS-NEXT-CHECK-NUM        PIC S9(9) USAGE COMP.
        01 WS-NEXT-REISSUE-COUNT    PIC S9(4) USAGE COMP.
        01 WS-NEXT-STOP-ID          PIC S9(9) USAGE COMP.
        01 WS-EXPIRY-DT             PIC 9(08).
        01 WS-EXPIRY-INT            PIC S9(9) COMP.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 CHKI-CHECK-NUM                   PIC S9(9) COMP.
            05 CHKI-REASON                      PIC X(1).
              88 CHKI-REASON-STALE              VALUE 'S'.
              88 CHKI-REASON-LOST               VALUE 'L'.
        01 REISSUE-OUT.
            05 CHKO-CHECK-NUM                   PIC S9(9) COMP.
            05 CHKO-NEW-CHECK-NUM               PIC S9(9) COMP.
            05 CHKO-STOP-ID                     PIC S9(9) COMP.
            05 CHKO-AMOUNT                      PIC S9(11)V9(3) COMP-3.
            05 CHKO-REISSUE-COUNT               PIC S9(4) COMP.
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-CHECK-NOT-FOUND           VALUE 1.
              88 RTCD-CHECK-NOT-OUTSTANDING     VALUE 2.
              88 RTCD-SQL-ERROR                 VALUE 3.
              88 RTCD-INVALID-REASON            VALUE 4.
              88 RTCD-REISSUE-LIMIT             VALUE 5.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK
              PERFORM FETCH-CHECK THRU FETCH-CHECK-END
           END-IF
           IF RTCD-OK
              PERFORM GET-CONTROL THRU GET-CONTROL-END
              PERFORM MARK-VOIDED THRU MARK-VOIDED-END
           END-IF
           IF RTCD-OK
              PERFORM REGISTER-STOP THRU REGISTER-STOP-END
              IF NOT RTCD-OK
                 PERFORM RESTORE-CHECK THRU RESTORE-CHECK-END
              END-IF
           END-IF
           IF RTCD-OK
              IF CHKW-NEW-STATUS = 'E'
                 PERFORM AUDIT-ESCHEAT THRU AUDIT-ESCHEAT-END
                 SET RTCD-REISSUE-LIMIT TO TRUE
                 MOVE 'NOT SUCCESSFUL REISSUE - LIMIT REACHED, ESCHEAT'
                    TO RT-MSG
              ELSE
                 PERFORM ISSUE-REPLACEMENT
                    THRU ISSUE-REPLACEMENT-END
              END-IF
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO REISSUE-OUT
            SET RTCD-OK TO TRUE
            MOVE CHKI-CHECK-NUM TO CHKW-CHECK-NUM
            MOVE CHKI-CHECK-NUM TO CHKO-CHECK-NUM
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            COMPUTE WS-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) + 365
            MOVE FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INT)
               TO WS-EXPIRY-DT
            IF NOT CHKI-REASON-STALE AND NOT CHKI-REASON-LOST
               SET RTCD-INVALID-REASON TO TRUE
               MOVE 'NOT SUCCESSFUL REISSUE - REASON MUST BE S OR L'
                  TO RT-MSG
            END-IF
            DISPLAY 'CHECK-NUM = ' CHKW-CHECK-NUM.
       GET-INPUT-END.
           EXIT.
      **************************************************************
       FETCH-CHECK.
            EXEC SQL
                 SELECT CHK_PAYMENT_REF, CHK_PAYEE_ID, CHK_PAYEE_NAME,
                        CHK_AMOUNT, CHK_STATUS, CHK_CLAIM_NUM,
                        CHK_REISSUE_COUNT
                   INTO :CHKW-PAYMENT-REF, :CHKW-PAYEE-ID,
                        :CHKW-PAYEE-NAME, :CHKW-AMOUNT, :CHKW-STATUS,
                        :CHKW-CLAIM-NUM, :CHKW-REISSUE-COUNT
                   FROM OLS0002.CHECK_REGISTER
                  WHERE CHK_CHECK_NUM = :CHKW-CHECK-NUM
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-CHECK-NOT-FOUND TO TRUE
               MOVE 'NOT SUCCESSFUL REISSUE - CHECK NOT ON REGISTER'
                  TO RT-MSG
               GO TO FETCH-CHECK-END
            END-IF
            MOVE CHKW-AMOUNT TO CHKO-AMOUNT
            MOVE CHKW-REISSUE-COUNT TO CHKO-REISSUE-COUNT
            IF CHKW-STATUS NOT = 'O'
               SET RTCD-CHECK-NOT-OUTSTANDING TO TRUE
               MOVE 'NOT SUCCESSFUL REISSUE - CHECK NOT OUTSTANDING'
                  TO RT-MSG
            END-IF.
       FETCH-CHECK-END.
           EXIT.
      **************************************************************
      * GET-CONTROL DECIDES WHAT THE VOID BECOMES: A CHECK STILL
      * UNDER THE REISSUE LIMIT IS VOIDED ('V') FOR REPLACEMENT,
      * ONE AT THE LIMIT IS VOIDED TO ESCHEAT-PENDING ('E').
      **************************************************************
       GET-CONTROL.
            MOVE 2 TO CKCW-MAX-REISSUES
            MOVE -1 TO CKCW-CONTROL-REISSUES
            EXEC SQL
                 SELECT CKC_MAX_REISSUES
                   INTO :CKCW-CONTROL-REISSUES
                   FROM OLS0002.CHECK_CONTROL
            END-EXEC
            IF SQLCODE = 0 AND CKCW-CONTROL-REISSUES >= 0
               MOVE CKCW-CONTROL-REISSUES TO CKCW-MAX-REISSUES
            END-IF
            IF CHKW-REISSUE-COUNT >= CKCW-MAX-REISSUES
               MOVE 'E' TO CHKW-NEW-STATUS
            ELSE
               MOVE 'V' TO CHKW-NEW-STATUS
            END-IF.
       GET-CONTROL-END.
           EXIT.
      **************************************************************
      * THE STATUS PREDICATE KEEPS TWO OPERATORS FROM VOIDING THE
      * SAME CHECK TWICE, AND LOSES THE RACE CLEANLY IF CHKCCS9
      * MARKS IT PAID OR CHKPCS9 STOPS IT IN BETWEEN.
      **************************************************************
       MARK-VOIDED.
            EXEC SQL
                 UPDATE OLS0002.CHECK_REGISTER
                    SET CHK_STATUS = :CHKW-NEW-STATUS,
                        CHK_VOID_DT = :WS-CURRENT-DATE
                  WHERE CHK_CHECK_NUM = :CHKW-CHECK-NUM
                    AND CHK_STATUS = 'O'
            END-EXEC
            IF SQLCODE = 100
               SET RTCD-CHECK-NOT-OUTSTANDING TO TRUE
               MOVE 'NOT SUCCESSFUL REISSUE - CHECK NOT OUTSTANDING'
                  TO RT-MSG
               GO TO MARK-VOIDED-END
            END-IF
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO MARK-VOIDED-END
            END-IF
            MOVE 'VOID  ' TO CAUDW-ACTION
            MOVE CHKW-CHECK-NUM TO CAUDW-CHECK-NUM
            MOVE 'O' TO CAUDW-OLD-STATUS
            MOVE CHKW-NEW-STATUS TO CAUDW-NEW-STATUS
            MOVE 0 TO CAUDW-RELATED-CHECK
            PERFORM WRITE-AUDIT THRU WRITE-AUDIT-END.
       MARK-VOIDED-END.
           EXIT.
      **************************************************************
      * REGISTER-STOP WRITES THE ACCOUNT2_STOP ORDER ON THE HOUSE
      * CHECK-CLEARING ACCOUNT EXACTLY AS CHKPCS9 DOES - SAME
      * FOR-UPDATE-LOCKED HIGH-WATER ID, EXACT AMOUNT, PAYMENT
      * REFERENCE AS THE COUNTERPARTY REFERENCE, ONE YEAR EXPIRY.
      **************************************************************
       REGISTER-STOP.
            EXEC SQL
               DECLARE SC1 CURSOR FOR
                  SELECT STP_STOP_ID
                    FROM OLS0002.ACCOUNT2_STOP
                   ORDER BY STP_STOP_ID DESC
                   FETCH FIRST 1 ROW ONLY
                   FOR UPDATE OF STP_STOP_ID
            END-EXEC
            EXEC SQL
               OPEN SC1
            END-EXEC
            EXEC SQL
               FETCH SC1 INTO :WS-NEXT-STOP-ID
            END-EXEC
            IF SQLCODE = 100
               MOVE 0 TO WS-NEXT-STOP-ID
            END-IF
            ADD 1 TO WS-NEXT-STOP-ID
            EXEC SQL
                 INSERT INTO OLS0002.ACCOUNT2_STOP (
                    STP_STOP_ID, STP_ACCOUNT_ID, STP_MIN_AMOUNT,
                    STP_MAX_AMOUNT, STP_COUNTERPARTY_REF,
                    STP_EXPIRY_DT, STP_STATUS, STP_PLACED_TS,
                    STP_USERID)
                 VALUES (
                    :WS-NEXT-STOP-ID, :WS-CHECK-ACCOUNT-ID,
                    :CHKW-AMOUNT, :CHKW-AMOUNT, :CHKW-PAYMENT-REF,
                    :WS-EXPIRY-DT, 'A', CURRENT TIMESTAMP,
                    :EIBUSERID)
            END-EXEC
            IF SQLCODE = 0
               MOVE WS-NEXT-STOP-ID TO CHKO-STOP-ID
               DISPLAY 'STOP = ' WS-NEXT-STOP-ID
            ELSE
               MOVE 0 TO WS-NEXT-STOP-ID
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
            END-IF
            EXEC SQL
               CLOSE SC1
            END-EXEC.
       REGISTER-STOP-END.
           EXIT.
      **************************************************************
      * ISSUE-REPLACEMENT BOOKS THE NEW CHECK WITH THE SAME
      * HIGH-WATER CHECK NUMBER IDIOM AS CHKLCS9.
      **************************************************************
       ISSUE-REPLACEMENT.
            COMPUTE WS-NEXT-REISSUE-COUNT = CHKW-REISSUE-COUNT + 1
            MOVE 0 TO WS-NEXT-CHECK-NUM
            EXEC SQL
                 SELECT COALESCE(MAX(CHK_CHECK_NUM), 0) + 1
                   INTO :WS-NEXT-CHECK-NUM
                   FROM OLS0002.CHECK_REGISTER
            END-EXEC
            EXEC SQL
                 INSERT INTO OLS0002.CHECK_REGISTER (
                    CHK_CHECK_NUM, CHK_PAYMENT_REF, CHK_PAYEE_ID,
                    CHK_PAYEE_NAME, CHK_AMOUNT, CHK_ISSUE_DT,
                    CHK_STATUS, CHK_PAID_DT, CHK_PAID_AMOUNT,
                    CHK_CLAIM_NUM, CHK_REISSUE_OF, CHK_REISSUE_COUNT,
                    CHK_VOID_DT)
                 VALUES (
                    :WS-NEXT-CHECK-NUM, :CHKW-PAYMENT-REF,
                    :CHKW-PAYEE-ID, :CHKW-PAYEE-NAME, :CHKW-AMOUNT,
                    :WS-CURRENT-DATE, 'O', 0, 0,
                    :CHKW-CLAIM-NUM, :CHKW-CHECK-NUM,
                    :WS-NEXT-REISSUE-COUNT, ' ')
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               PERFORM RELEASE-STOP THRU RELEASE-STOP-END
               PERFORM RESTORE-CHECK THRU RESTORE-CHECK-END
               GO TO ISSUE-REPLACEMENT-END
            END-IF
            MOVE WS-NEXT-CHECK-NUM TO CHKO-NEW-CHECK-NUM
            MOVE WS-NEXT-REISSUE-COUNT TO CHKO-REISSUE-COUNT
            MOVE 'REISSU' TO CAUDW-ACTION
            MOVE WS-NEXT-CHECK-NUM TO CAUDW-CHECK-NUM
            MOVE ' ' TO CAUDW-OLD-STATUS
            MOVE 'O' TO CAUDW-NEW-STATUS
            MOVE CHKW-CHECK-NUM TO CAUDW-RELATED-CHECK
            PERFORM WRITE-AUDIT THRU WRITE-AUDIT-END
            MOVE 'SUCCESSFUL REISSUE' TO RT-MSG
            DISPLAY 'NEW CHECK-NUM = ' WS-NEXT-CHECK-NUM.
       ISSUE-REPLACEMENT-END.
           EXIT.
      **************************************************************
       AUDIT-ESCHEAT.
            MOVE 'ESCHEQ' TO CAUDW-ACTION
            MOVE CHKW-CHECK-NUM TO CAUDW-CHECK-NUM
            MOVE 'E' TO CAUDW-OLD-STATUS
            MOVE 'E' TO CAUDW-NEW-STATUS
            MOVE 0 TO CAUDW-RELATED-CHECK
            PERFORM WRITE-AUDIT THRU WRITE-AUDIT-END.
       AUDIT-ESCHEAT-END.
           EXIT.
      **************************************************************
       WRITE-AUDIT.
            MOVE CHKI-REASON TO CAUDW-REASON
            MOVE CHKW-PAYMENT-REF TO CAUDW-PAYMENT-REF
            MOVE CHKW-CLAIM-NUM TO CAUDW-CLAIM-NUM
            MOVE CHKW-AMOUNT TO CAUDW-AMOUNT
            EXEC SQL
                 INSERT INTO OLS0002.CHECK_AUDIT (
                    CAUD_CHECK_NUM, CAUD_ACTION, CAUD_REASON,
                    CAUD_USERID, CAUD_TS, CAUD_PAYMENT_REF,
                    CAUD_CLAIM_NUM, CAUD_AMOUNT, CAUD_OLD_STATUS,
                    CAUD_NEW_STATUS, CAUD_RELATED_CHECK)
                 VALUES (
                    :CAUDW-CHECK-NUM, :CAUDW-ACTION, :CAUDW-REASON,
                    :EIBUSERID, CURRENT TIMESTAMP, :CAUDW-PAYMENT-REF,
                    :CAUDW-CLAIM-NUM, :CAUDW-AMOUNT, :CAUDW-OLD-STATUS,
                    :CAUDW-NEW-STATUS, :CAUDW-RELATED-CHECK)
            END-EXEC.
       WRITE-AUDIT-END.
           EXIT.
      **************************************************************
      * RESTORE-CHECK AND RELEASE-STOP UNDO THE VOID WHEN A LATER
      * STEP FAILS. THE ORIGINAL GOES BACK OUTSTANDING ONLY IF IT
      * IS STILL IN THE STATUS THIS CALL GAVE IT, AND THE STOP IS
      * RELEASED ('R') THE WAY STPRCS9 RELEASES ONE.
      **************************************************************
       RESTORE-CHECK.
            EXEC SQL
                 UPDATE OLS0002.CHECK_REGISTER
                    SET CHK_STATUS = 'O',
                        CHK_VOID_DT = ' '
                  WHERE CHK_CHECK_NUM = :CHKW-CHECK-NUM
                    AND CHK_STATUS = :CHKW-NEW-STATUS
            END-EXEC
            MOVE 'UNVOID' TO CAUDW-ACTION
            MOVE CHKW-CHECK-NUM TO CAUDW-CHECK-NUM
            MOVE CHKW-NEW-STATUS TO CAUDW-OLD-STATUS
            MOVE 'O' TO CAUDW-NEW-STATUS
            MOVE 0 TO CAUDW-RELATED-CHECK
            PERFORM WRITE-AUDIT THRU WRITE-AUDIT-END.
       RESTORE-CHECK-END.
           EXIT.
      **************************************************************
       RELEASE-STOP.
            IF WS-NEXT-STOP-ID = 0
               GO TO RELEASE-STOP-END
            END-IF
            EXEC SQL
                 UPDATE OLS0002.ACCOUNT2_STOP
                    SET STP_STATUS = 'R'
                  WHERE STP_STOP_ID = :WS-NEXT-STOP-ID
                    AND STP_STATUS = 'A'
            END-EXEC
            MOVE 0 TO CHKO-STOP-ID.
       RELEASE-STOP-END.
           EXIT.
      **************************************************************
       REPORT-SQL-FAILURE.
            MOVE SQLCODE TO TXT-SQLCODE
            MOVE SQLSTATE TO TXT-SQLSTATE
            MOVE SQLERRMC TO TXT-SQLERRMC
            SET RTCD-SQL-ERROR TO TRUE
            DISPLAY 'SQLCODE:  ' TXT-SQLCODE
            DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
            DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
            MOVE 'NOT SUCCESSFUL REISSUE' TO RT-MSG.
       REPORT-SQL-FAILURE-END.
           EXIT.
      **************************************************************
