CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * TDRICS9 - CHANGE A TERM DEPOSIT'S MATURITY INSTRUCTION FOR
      * CICS AND DB2. THE ROLLOVER INSTRUCTION TDOPCS9 TOOK AT OPEN
      * TIME ('S' SWEEP PRINCIPAL AND INTEREST, 'P' ROLL THE
      * PRINCIPAL AND SWEEP THE INTEREST, 'R' ROLL PRINCIPAL PLUS
      * INTEREST) AND THE PAYOUT ACCOUNT THE MATURITY MONEY IS
      * SWEPT TO (TD_LINKED_ACCOUNT_ID) MAY BE CHANGED AT ANY TIME
      * UP TO AND INCLUDING THE MATURITY DATE, TYPICALLY AFTER THE
      * CUSTOMER RECEIVES THE TDNTCS9 PRE-MATURITY NOTICE. A SPACE
      * ROLLOVER CODE OR A BLANK ACCOUNT LEAVES THAT SIDE AS IT
      * IS. A NEW PAYOUT ACCOUNT MUST EXIST, BE UNLOCKED, BE IN
      * THE DEPOSIT'S CURRENCY AND BELONG TO THE DEPOSIT'S OWN
      * CUSTOMER. THE CHANGE IS A GUARDED TD_UPDT_DT UPDATE AND
      * EVERY CHANGE WRITES ITS BEFORE/AFTER IMAGE TO
      * OLS0002.TERM_DEPOSIT_AUDIT THE WAY PRDUCS9 AUDITS A
      * PRODUCT UPDATE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TDRICS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLTERMDEP.
           10 TD_DEPOSIT_ID        PIC X(11).
           10 TD_CUSTOMER_ID       PIC X(16).
           10 TD_LINKED_ACCOUNT_ID PIC X(11).
           10 TD_ROLLOVER_CD       PIC X(1).
           10 TD_CURRENCY          PIC X(3).
           10 TD_STATUS            PIC X(1).
           10 TD_MATURITY_DT       PIC X(8).
           10 TD_UPDT_DT           PIC X(8).
      **************************************************************
        01 TERMDEP-WS.
            07 TDW-DEPOSIT-ID       PIC X(11).
            07 TDW-CUSTOMER-ID      PIC X(16).
            07 TDW-LINKED-ACCT-ID   PIC X(11).
            07 TDW-ROLLOVER-CD      PIC X(1).
            07 TDW-CURRENCY         PIC X(3).
            07 TDW-STATUS           PIC X(1).
            07 TDW-MATURITY-DT      PIC 9(8).
            07 TDW-UPDT-DT          PIC X(8).
        01 TDW-NEW-ROLLOVER-CD       PIC X(1).
        01 TDW-NEW-LINKED-ACCT-ID    PIC X(11).
      **************************************************************
        01 ACCOUNT-WS.
            07 ACTW-ACCOUNT-ID      PIC X(11).
            07 ACTW-CUSTOMER-ID     PIC X(16).
            07 ACTW-CURRENCY        PIC X(3).
            07 ACTW-LOCKED          PIC X(1).
      **************************************************************
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 TRII-DEPOSIT-ID                  PIC X(11).
            05 TRII-ROLLOVER-CD                 PIC X(1).
              88 TRII-ROLLOVER-UNCHANGED        VALUE ' '.
              88 TRII-ROLLOVER-SWEEP            VALUE 'S'.
              88 TRII-ROLLOVER-PRINCIPAL        VALUE 'P'.
              88 TRII-ROLLOVER-ALL              VALUE 'R'.
            05 TRII-PAYOUT-ACCOUNT-ID           PIC X(11).
        01 INSTRUCTION-OUT.
            05 TRIO-DEPOSIT-ID                  PIC X(11).
            05 TRIO-ROLLOVER-CD                 PIC X(1).
            05 TRIO-PAYOUT-ACCOUNT-ID           PIC X(11).
            05 TRIO-MATURITY-DT                 PIC 9(8).
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-DEPOSIT-NOT-FOUND         VALUE 1.
              88 RTCD-DEPOSIT-NOT-ACTIVE        VALUE 2.
              88 RTCD-ALREADY-MATURED           VALUE 3.
              88 RTCD-INVALID-ROLLOVER          VALUE 4.
              88 RTCD-NOTHING-CHANGED           VALUE 5.
              88 RTCD-ACCOUNT-NOT-FOUND         VALUE 6.
              88 RTCD-ACCOUNT-LOCKED            VALUE 7.
              88 RTCD-ACCOUNT-NOT-ELIGIBLE      VALUE 8.
              88 RTCD-DEPOSIT-CHANGED           VALUE 9.
      *       THE SINGLE-DIGIT CODES ARE FULL, SO THE SQL-ERROR
      *       CODE TAKES THE SIGNED VALUE AS IN TDOPCS9.
              88 RTCD-SQL-ERROR                 VALUE -1.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK
              PERFORM FETCH-DEPOSIT THRU FETCH-DEPOSIT-END
           END-IF
           IF RTCD-OK
              PERFORM CHECK-CHANGE THRU CHECK-CHANGE-END
           END-IF
           IF RTCD-OK
              PERFORM FETCH-ACCOUNT THRU FETCH-ACCOUNT-END
           END-IF
           IF RTCD-OK
              PERFORM DO-UPDATE THRU DO-UPDATE-END
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO INSTRUCTION-OUT
            SET RTCD-OK TO TRUE
            MOVE TRII-DEPOSIT-ID TO TDW-DEPOSIT-ID
            MOVE TRII-DEPOSIT-ID TO TRIO-DEPOSIT-ID
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            IF NOT TRII-ROLLOVER-UNCHANGED
               AND NOT TRII-ROLLOVER-SWEEP
               AND NOT TRII-ROLLOVER-PRINCIPAL
               AND NOT TRII-ROLLOVER-ALL
               SET RTCD-INVALID-ROLLOVER TO TRUE
               MOVE 'NOT CHANGED - BAD ROLLOVER INSTRUCTION'
                  TO RT-MSG
            END-IF
            DISPLAY 'DEPOSIT-ID = ' TDW-DEPOSIT-ID.
       GET-INPUT-END.
           EXIT.
      **************************************************************
      * THE INSTRUCTION CAN BE CHANGED ON THE MATURITY DATE ITSELF
      * - TDMTCS9 ACTS ON IT THAT NIGHT - BUT NOT AFTER.
      **************************************************************
       FETCH-DEPOSIT.
            EXEC SQL
                 SELECT TD_CUSTOMER_ID, TD_LINKED_ACCOUNT_ID,
                        TD_ROLLOVER_CD, TD_CURRENCY, TD_STATUS,
                        TD_MATURITY_DT, TD_UPDT_DT
                   INTO :TDW-CUSTOMER-ID, :TDW-LINKED-ACCT-ID,
                        :TDW-ROLLOVER-CD, :TDW-CURRENCY,
                        :TDW-STATUS, :TDW-MATURITY-DT, :TDW-UPDT-DT
                   FROM OLS0002.TERM_DEPOSIT
                  WHERE TD_DEPOSIT_ID = :TDW-DEPOSIT-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-DEPOSIT-NOT-FOUND TO TRUE
               MOVE 'NOT CHANGED - DEPOSIT NOT FOUND' TO RT-MSG
               GO TO FETCH-DEPOSIT-END
            END-IF
            MOVE TDW-ROLLOVER-CD TO TRIO-ROLLOVER-CD
            MOVE TDW-LINKED-ACCT-ID TO TRIO-PAYOUT-ACCOUNT-ID
            MOVE TDW-MATURITY-DT TO TRIO-MATURITY-DT
            IF TDW-STATUS NOT = 'A'
               SET RTCD-DEPOSIT-NOT-ACTIVE TO TRUE
               MOVE 'NOT CHANGED - DEPOSIT NOT ACTIVE' TO RT-MSG
               GO TO FETCH-DEPOSIT-END
            END-IF
            IF TDW-MATURITY-DT < WS-CURRENT-DATE
               SET RTCD-ALREADY-MATURED TO TRUE
               MOVE 'NOT CHANGED - PAST MATURITY, AWAIT TDMTCS9'
                  TO RT-MSG
            END-IF.
       FETCH-DEPOSIT-END.
           EXIT.
      **************************************************************
      * CHECK-CHANGE FILLS IN THE UNCHANGED SIDE FROM THE DEPOSIT
      * AND REFUSES A REQUEST THAT WOULD CHANGE NOTHING, SO THE
      * AUDIT TRAIL CARRIES ONLY REAL CHANGES.
      **************************************************************
       CHECK-CHANGE.
            IF TRII-ROLLOVER-UNCHANGED
               MOVE TDW-ROLLOVER-CD TO TDW-NEW-ROLLOVER-CD
            ELSE
               MOVE TRII-ROLLOVER-CD TO TDW-NEW-ROLLOVER-CD
            END-IF
            IF TRII-PAYOUT-ACCOUNT-ID = SPACES
               MOVE TDW-LINKED-ACCT-ID TO TDW-NEW-LINKED-ACCT-ID
            ELSE
               MOVE TRII-PAYOUT-ACCOUNT-ID TO TDW-NEW-LINKED-ACCT-ID
            END-IF
            IF TDW-NEW-ROLLOVER-CD = TDW-ROLLOVER-CD
               AND TDW-NEW-LINKED-ACCT-ID = TDW-LINKED-ACCT-ID
               SET RTCD-NOTHING-CHANGED TO TRUE
               MOVE 'NOT CHANGED - SAME AS CURRENT INSTRUCTION'
                  TO RT-MSG
            END-IF.
       CHECK-CHANGE-END.
           EXIT.
      **************************************************************
      * A NEW PAYOUT ACCOUNT GETS THE CHECKS TDOPCS9 MAKES ON THE
      * FUNDING ACCOUNT, PLUS SAME CURRENCY AND SAME CUSTOMER SO
      * MATURITY MONEY CANNOT BE REDIRECTED TO A THIRD PARTY.
      **************************************************************
       FETCH-ACCOUNT.
            IF TDW-NEW-LINKED-ACCT-ID = TDW-LINKED-ACCT-ID
               GO TO FETCH-ACCOUNT-END
            END-IF
            MOVE TDW-NEW-LINKED-ACCT-ID TO ACTW-ACCOUNT-ID
            EXEC SQL
                 SELECT ACCT_CUSTOMER_ID, ACCT_CURRENCY, ACCT_LOCKED
                   INTO :ACTW-CUSTOMER-ID, :ACTW-CURRENCY,
                        :ACTW-LOCKED
                   FROM OLS0002.ACCOUNT2
                  WHERE ACCT_ACCOUNT_ID = :ACTW-ACCOUNT-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-ACCOUNT-NOT-FOUND TO TRUE
               MOVE 'NOT CHANGED - PAYOUT ACCOUNT NOT FOUND'
                  TO RT-MSG
               GO TO FETCH-ACCOUNT-END
            END-IF
            IF ACTW-LOCKED = 'Y'
               SET RTCD-ACCOUNT-LOCKED TO TRUE
               MOVE 'NOT CHANGED - PAYOUT ACCOUNT LOCKED' TO RT-MSG
               GO TO FETCH-ACCOUNT-END
            END-IF
            IF ACTW-CURRENCY NOT = TDW-CURRENCY
               OR ACTW-CUSTOMER-ID NOT = TDW-CUSTOMER-ID
               SET RTCD-ACCOUNT-NOT-ELIGIBLE TO TRUE
               MOVE 'NOT CHANGED - PAYOUT ACCOUNT NOT ELIGIBLE'
                  TO RT-MSG
            END-IF.
       FETCH-ACCOUNT-END.
           EXIT.
      **************************************************************
       DO-UPDATE.
            EXEC SQL
                 UPDATE OLS0002.TERM_DEPOSIT
                    SET TD_ROLLOVER_CD = :TDW-NEW-ROLLOVER-CD,
                        TD_LINKED_ACCOUNT_ID = :TDW-NEW-LINKED-ACCT-ID,
                        TD_UPDT_DT = :WS-CURRENT-DATE
                  WHERE TD_DEPOSIT_ID = :TDW-DEPOSIT-ID
                    AND TD_STATUS = 'A'
                    AND TD_UPDT_DT = :TDW-UPDT-DT
            END-EXEC
            IF SQLCODE = 100
               SET RTCD-DEPOSIT-CHANGED TO TRUE
               MOVE 'NOT CHANGED - DEPOSIT UPDATED MEANWHILE, RETRY'
                  TO RT-MSG
               GO TO DO-UPDATE-END
            END-IF
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO DO-UPDATE-END
            END-IF
            MOVE TDW-NEW-ROLLOVER-CD TO TRIO-ROLLOVER-CD
            MOVE TDW-NEW-LINKED-ACCT-ID TO TRIO-PAYOUT-ACCOUNT-ID
            MOVE 'SUCCESSFUL MATURITY INSTRUCTION CHANGE' TO RT-MSG
            PERFORM DEPOSIT-AUDIT THRU DEPOSIT-AUDIT-END.
       DO-UPDATE-END.
           EXIT.
      **************************************************************
       DEPOSIT-AUDIT.
            EXEC SQL
                 INSERT INTO OLS0002.TERM_DEPOSIT_AUDIT (
                    TDA_DEPOSIT_ID, TDA_ACTION,
                    TDA_USERID, TDA_TS,
                    TDA_OLD_ROLLOVER_CD, TDA_OLD_PAYOUT_ACCT,
                    TDA_NEW_ROLLOVER_CD, TDA_NEW_PAYOUT_ACCT)
                 VALUES (
                    :TDW-DEPOSIT-ID, 'INSTRUCT',
                    :EIBUSERID, CURRENT TIMESTAMP,
                    :TDW-ROLLOVER-CD, :TDW-LINKED-ACCT-ID,
                    :TDW-NEW-ROLLOVER-CD, :TDW-NEW-LINKED-ACCT-ID)
            END-EXEC.
       DEPOSIT-AUDIT-END.
           EXIT.
      **************************************************************
       REPORT-SQL-FAILURE.
            MOVE SQLCODE TO TXT-SQLCODE
            MOVE SQLSTATE TO TXT-SQLSTATE
            MOVE SQLERRMC TO TXT-SQLERRMC
            DISPLAY 'SQLCODE:  ' TXT-SQLCODE
            DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
            DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
            SET RTCD-SQL-ERROR TO TRUE
            MOVE 'NOT CHANGED' TO RT-MSG.
       REPORT-SQL-FAILURE-END.
           EXIT.
      **************************************************************
