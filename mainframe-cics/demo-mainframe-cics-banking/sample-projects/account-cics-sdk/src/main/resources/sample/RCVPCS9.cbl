CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * RCVPCS9 - POST A RECOVERY AGAINST A CHARGED-OFF RECEIVABLE
      * FOR CICS AND DB2. ONCE PNDACS9 HAS CHARGED AN ACCOUNT OFF
      * THE ACCOUNT ITSELF IS CLOSED, SO MONEY THE COLLECTIONS
      * DESK RECOVERS LATER CANNOT BE CREDITED TO IT - IT IS
      * POSTED HERE AGAINST THE OLS0002.CHARGEOFF_RECEIVABLE ROW
      * INSTEAD. EACH RECOVERY:
      *   - MAY NOT EXCEED WHAT IS STILL OUTSTANDING ON THE
      *     RECEIVABLE,
      *   - RAISES COR_RECOVERED_AMOUNT UNDER A GUARDED UPDATE
      *     (TWO CLERKS POSTING AT ONCE CANNOT BOTH SUCCEED ON
      *     THE SAME STARTING FIGURE), AND MARKS THE RECEIVABLE
      *     RECOVERED ('R') WHEN THE DEBT IS PAID IN FULL,
      *   - WRITES A TYPE 'Y' LEDGER ROW UNDER THE CLOSED ACCOUNT
      *     ID, SO GLJFCS9 CARRIES IT TO THE BOOKS THROUGH ITS OWN
      *     POSTING RULE, SEPARATE FROM THE TYPE 'K' WRITE-OFF.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. RCVPCS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLCHGOFFRCV.
           10 COR_RECEIVABLE_ID    PIC S9(9) USAGE COMP.
           10 COR_ACCOUNT_ID       PIC X(11).
           10 COR_CUSTOMER_ID      PIC X(16).
           10 COR_CURRENCY         PIC X(3).
           10 COR_CHGOFF_AMOUNT    PIC S9(11)V9(3) USAGE COMP-3.
           10 COR_RECOVERED_AMOUNT PIC S9(11)V9(3) USAGE COMP-3.
           10 COR_STATUS           PIC X(1).
           10 COR_CHGOFF_DT        PIC X(8).
           10 COR_LAST_RCVY_DT     PIC X(8).
           10 COR_REQUEST_ID       PIC S9(9) USAGE COMP.
           10 COR_MAKER_ID         PIC X(8).
           10 COR_CHECKER_ID       PIC X(8).
      **************************************************************
        01 RECEIVABLE-WS.
            07 RCVW-RECEIVABLE-ID   PIC S9(9) USAGE COMP.
            07 RCVW-ACCOUNT-ID      PIC X(11).
            07 RCVW-CURRENCY        PIC X(3).
            07 RCVW-CHGOFF-AMOUNT   PIC S9(11)V9(3) USAGE COMP-3.
            07 RCVW-RECOVERED-AMOUNT  PIC S9(11)V9(3) USAGE COMP-3.
            07 RCVW-STATUS          PIC X(1).
        01 RCVW-AMOUNT              PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 RCVW-OUTSTANDING         PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 RCVW-NEW-RECOVERED       PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 RCVW-NEW-STATUS          PIC X(1).
        01 RCVW-REFERENCE           PIC X(16).
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 RCVI-RECEIVABLE-ID               PIC S9(9) COMP.
            05 RCVI-AMOUNT                      PIC S9(11)V9(3) COMP-3.
      *    COLLECTIONS REFERENCE FOR THE MONEY RECEIVED (AGENCY
      *    REMITTANCE, PAYMENT ARRANGEMENT). CARRIED ON THE LEDGER
      *    ROW AS ITS TRANSFER REFERENCE.
            05 RCVI-REFERENCE                   PIC X(16).
        01 RECOVERY-OUT.
            05 RCVO-RECEIVABLE-ID               PIC S9(9) COMP.
            05 RCVO-ACCOUNT-ID                  PIC X(11).
            05 RCVO-RECOVERED-AMOUNT            PIC S9(11)V9(3) COMP-3.
            05 RCVO-OUTSTANDING                 PIC S9(11)V9(3) COMP-3.
            05 RCVO-STATUS                      PIC X(1).
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-INVALID-AMOUNT            VALUE 1.
              88 RTCD-RECEIVABLE-NOT-FOUND      VALUE 2.
              88 RTCD-RECEIVABLE-NOT-OPEN       VALUE 3.
              88 RTCD-EXCEEDS-OUTSTANDING       VALUE 4.
              88 RTCD-SQL-ERROR                 VALUE 5.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK
              PERFORM FETCH-RECEIVABLE THRU FETCH-RECEIVABLE-END
           END-IF
           IF RTCD-OK
              PERFORM DO-POST THRU DO-POST-END
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO RECOVERY-OUT
            SET RTCD-OK TO TRUE
            MOVE RCVI-RECEIVABLE-ID TO RCVW-RECEIVABLE-ID
            MOVE RCVI-RECEIVABLE-ID TO RCVO-RECEIVABLE-ID
            MOVE RCVI-AMOUNT        TO RCVW-AMOUNT
            MOVE RCVI-REFERENCE     TO RCVW-REFERENCE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            IF RCVW-AMOUNT NOT > 0
               SET RTCD-INVALID-AMOUNT TO TRUE
               MOVE 'NOT SUCCESSFUL - AMOUNT MUST BE POSITIVE'
                  TO RT-MSG
            END-IF
            DISPLAY 'RECEIVABLE-ID = ' RCVW-RECEIVABLE-ID.
       GET-INPUT-END.
           EXIT.
      **************************************************************
      * ONLY AN OPEN RECEIVABLE TAKES RECOVERIES, AND NEVER MORE
      * THAN IS STILL OWED ON IT - AN OVERPAYMENT IS A REFUND
      * MATTER FOR THE DESK, NOT A RECOVERY.
      **************************************************************
       FETCH-RECEIVABLE.
            EXEC SQL
                 SELECT COR_ACCOUNT_ID, COR_CURRENCY,
                        COR_CHGOFF_AMOUNT, COR_RECOVERED_AMOUNT,
                        COR_STATUS
                   INTO :RCVW-ACCOUNT-ID, :RCVW-CURRENCY,
                        :RCVW-CHGOFF-AMOUNT, :RCVW-RECOVERED-AMOUNT,
                        :RCVW-STATUS
                   FROM OLS0002.CHARGEOFF_RECEIVABLE
                  WHERE COR_RECEIVABLE_ID = :RCVW-RECEIVABLE-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-RECEIVABLE-NOT-FOUND TO TRUE
               MOVE 'NOT SUCCESSFUL - RECEIVABLE NOT FOUND' TO RT-MSG
               GO TO FETCH-RECEIVABLE-END
            END-IF
            MOVE RCVW-ACCOUNT-ID TO RCVO-ACCOUNT-ID
            MOVE RCVW-STATUS TO RCVO-STATUS
            IF RCVW-STATUS NOT = 'O'
               SET RTCD-RECEIVABLE-NOT-OPEN TO TRUE
               MOVE 'NOT SUCCESSFUL - RECEIVABLE NOT OPEN' TO RT-MSG
               GO TO FETCH-RECEIVABLE-END
            END-IF
            COMPUTE RCVW-OUTSTANDING =
               RCVW-CHGOFF-AMOUNT - RCVW-RECOVERED-AMOUNT
            IF RCVW-AMOUNT > RCVW-OUTSTANDING
               SET RTCD-EXCEEDS-OUTSTANDING TO TRUE
               MOVE 'NOT SUCCESSFUL - AMOUNT EXCEEDS OUTSTANDING'
                  TO RT-MSG
            END-IF.
       FETCH-RECEIVABLE-END.
           EXIT.
      **************************************************************
      * DO-POST RAISES THE RECOVERED AMOUNT GUARDED ON THE FIGURE
      * JUST READ, THEN WRITES THE TYPE 'Y' LEDGER ROW. THE
      * BALANCE-AFTER ON THE ROW IS WHAT IS STILL OWED, NEGATED,
      * THE WAY THE DEBT STOOD ON THE ACCOUNT BEFORE CHARGE-OFF.
      **************************************************************
       DO-POST.
            COMPUTE RCVW-NEW-RECOVERED =
               RCVW-RECOVERED-AMOUNT + RCVW-AMOUNT
            COMPUTE RCVW-OUTSTANDING =
               RCVW-CHGOFF-AMOUNT - RCVW-NEW-RECOVERED
            IF RCVW-OUTSTANDING = 0
               MOVE 'R' TO RCVW-NEW-STATUS
            ELSE
               MOVE 'O' TO RCVW-NEW-STATUS
            END-IF
            EXEC SQL
                 UPDATE OLS0002.CHARGEOFF_RECEIVABLE
                    SET COR_RECOVERED_AMOUNT = :RCVW-NEW-RECOVERED,
                        COR_STATUS = :RCVW-NEW-STATUS,
                        COR_LAST_RCVY_DT = :WS-CURRENT-DATE
                  WHERE COR_RECEIVABLE_ID = :RCVW-RECEIVABLE-ID
                    AND COR_STATUS = 'O'
                    AND COR_RECOVERED_AMOUNT = :RCVW-RECOVERED-AMOUNT
            END-EXEC
            IF SQLCODE = 100
               SET RTCD-RECEIVABLE-NOT-OPEN TO TRUE
               MOVE 'NOT SUCCESSFUL - RECEIVABLE CHANGED, RETRY'
                  TO RT-MSG
               GO TO DO-POST-END
            END-IF
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO DO-POST-END
            END-IF
            COMPUTE RCVO-OUTSTANDING = 0 - RCVW-OUTSTANDING
            EXEC SQL
                 INSERT INTO OLS0002.ACCOUNT2_TXN (
                    TXN_ACCOUNT_ID, TXN_TXN_TYPE, TXN_AMOUNT,
                    TXN_BALANCE_AFTER, TXN_CURRENCY, TXN_TS,
                    TXN_USERID, TXN_DESCRIPTION, TXN_TRANSFER_REF)
                 VALUES (
                    :RCVW-ACCOUNT-ID, 'Y', :RCVW-AMOUNT,
                    :RCVO-OUTSTANDING, :RCVW-CURRENCY,
                    CURRENT TIMESTAMP, :EIBUSERID,
                    'RECOVERY ON CHARGED-OFF DEBT',
                    :RCVW-REFERENCE)
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               PERFORM UNDO-RECOVERY THRU UNDO-RECOVERY-END
               GO TO DO-POST-END
            END-IF
            MOVE RCVW-NEW-RECOVERED TO RCVO-RECOVERED-AMOUNT
            MOVE RCVW-OUTSTANDING TO RCVO-OUTSTANDING
            MOVE RCVW-NEW-STATUS TO RCVO-STATUS
            MOVE 'SUCCESSFUL RECOVERY POSTING' TO RT-MSG.
       DO-POST-END.
           EXIT.
      **************************************************************
      * A RECOVERY THAT NEVER REACHED THE LEDGER WOULD NEVER REACH
      * THE GL EITHER - THE RECEIVABLE IS PUT BACK AS IT WAS READ.
      **************************************************************
       UNDO-RECOVERY.
            EXEC SQL
                 UPDATE OLS0002.CHARGEOFF_RECEIVABLE
                    SET COR_RECOVERED_AMOUNT = :RCVW-RECOVERED-AMOUNT,
                        COR_STATUS = 'O'
                  WHERE COR_RECEIVABLE_ID = :RCVW-RECEIVABLE-ID
                    AND COR_RECOVERED_AMOUNT = :RCVW-NEW-RECOVERED
            END-EXEC.
       UNDO-RECOVERY-END.
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
            MOVE 'NOT SUCCESSFUL RECOVERY POSTING' TO RT-MSG.
       REPORT-SQL-FAILURE-END.
           EXIT.
      **************************************************************
