      * CHKLCS9 READS CHKISSUE (PAYMENT-REF|CLAIM-NUM|PAYEE-ID|
      * PAYEE-NAME|AMOUNT, PIPE-DELIMITED), ASSIGNS EACH RECORD
      * THE NEXT CHECK NUMBER AND BOOKS IT ONTO THE CHECK REGISTER
      * OLS0002.CHECK_REGISTER AS OUTSTANDING, KEEPING THE CLAIM
      * NUMBER SO A REISSUE (CHKVCS9) CAN CARRY IT. FROM THERE THE
      * CLEARING INTAKE (CHKCCS9), THE STALE-CHECK REPORT
      * (CHKSCS9) AND STOP-PAYMENT BY CHECK NUMBER (CHKPCS9) ALL
      * WORK OFF ONE REGISTER INSTEAD OF A FILING CABINET. A
           10 CHK_STATUS           PIC X(1).
           10 CHK_PAID_DT          PIC X(8).
           10 CHK_PAID_AMOUNT      PIC S9(11)V9(3) USAGE COMP-3.
           10 CHK_CLAIM_NUM        PIC X(12).
      **************************************************************
        01 FEED-WS.
            07 CHKW-PAYMENT-REF       PIC X(16).
                INSERT INTO OLS0002.CHECK_REGISTER (
                   CHK_CHECK_NUM, CHK_PAYMENT_REF, CHK_PAYEE_ID,
                   CHK_PAYEE_NAME, CHK_AMOUNT, CHK_ISSUE_DT,
                   CHK_STATUS, CHK_PAID_DT, CHK_PAID_AMOUNT,
                   CHK_CLAIM_NUM)
                VALUES (
                   :WS-NEXT-CHECK-NUM, :CHKW-PAYMENT-REF,
                   :CHKW-PAYEE-ID, :CHKW-PAYEE-NAME, :CHKW-AMOUNT,
                   :WS-CURRENT-DATE, 'O', 0, 0,
                   :CHKW-CLAIM-NUM-TEXT)
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-CHECKS-REGISTERED
