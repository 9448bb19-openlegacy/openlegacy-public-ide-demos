CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * ODPLCS9 - MAINTAIN AN OVERDRAFT-PROTECTION LINK FOR CICS
      * AND DB2. ACTION 'A' NOMINATES A PROTECTING ACCOUNT FOR A
      * CHECKING ACCOUNT ON OLS0002.OVERDRAFT_PROTECTION; ACTION
      * 'R' TAKES THE LINK OFF AGAIN. AN ACCOUNT HAS AT MOST ONE
      * PROTECTING ACCOUNT, SO A SECOND 'A' REPLACES THE FIRST.
      * WHILE A LINK IS ACTIVE, WACTCS9, ATMPCS9 AND SODBCS9 COVER
      * A SHORTFALL FROM THE PROTECTING ACCOUNT THROUGH ODPTCS9
      * INSTEAD OF REJECTING THE DEBIT.
      * BOTH ACCOUNTS MUST BELONG TO THE SAME CUSTOMER AND BE HELD
      * IN THE SAME CURRENCY - A PROTECTION TRANSFER IS A PLAIN
      * SAME-CURRENCY TRANSFER, WITH NO CONVERSION.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ODPLCS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLODPLINK.
           10 ODP_ACCOUNT_ID       PIC X(11).
           10 ODP_PROTECT_ACCOUNT_ID  PIC X(11).
           10 ODP_STATUS           PIC X(1).
           10 ODP_UPDT_DT          PIC X(8).
           10 ODP_USERID           PIC X(8).
      **************************************************************
        01 LINK-WS.
            07 ACTW-ACCOUNT-ID          PIC X(11).
            07 ACTW-CUSTOMER-ID         PIC X(16).
            07 ACTW-CURRENCY            PIC X(3).
            07 ACTW-PROTECT-ACCOUNT-ID  PIC X(11).
            07 ACTW-PROTECT-CUSTOMER-ID PIC X(16).
            07 ACTW-PROTECT-CURRENCY    PIC X(3).
      ****************************************************
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 ACTI-ACTION                      PIC X(1).
            05 ACTI-ACCOUNT-ID                  PIC X(11).
            05 ACTI-PROTECT-ACCOUNT-ID          PIC X(11).
        01 LINK-OUT.
            05 ACTO-ACCOUNT-ID                  PIC X(11).
            05 ACTO-PROTECT-ACCOUNT-ID          PIC X(11).
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-INVALID-REQUEST           VALUE 1.
              88 RTCD-ACCOUNT-NOT-FOUND         VALUE 2.
              88 RTCD-PROTECT-NOT-FOUND         VALUE 3.
              88 RTCD-CUSTOMER-DIFFERS          VALUE 4.
              88 RTCD-CURRENCY-DIFFERS          VALUE 5.
              88 RTCD-NO-LINK                   VALUE 6.
              88 RTCD-SQL-ERROR                 VALUE 7.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK AND ACTI-ACTION = 'A'
              PERFORM CHECK-ACCOUNTS THRU CHECK-ACCOUNTS-END
              IF RTCD-OK
                 PERFORM DO-ADD THRU DO-ADD-END
              END-IF
           END-IF
           IF RTCD-OK AND ACTI-ACTION = 'R'
              PERFORM DO-REMOVE THRU DO-REMOVE-END
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO LINK-OUT
            SET RTCD-OK TO TRUE
            MOVE ACTI-ACCOUNT-ID          TO ACTW-ACCOUNT-ID
            MOVE ACTI-PROTECT-ACCOUNT-ID  TO ACTW-PROTECT-ACCOUNT-ID
            MOVE ACTI-ACCOUNT-ID          TO ACTO-ACCOUNT-ID
            MOVE ACTI-PROTECT-ACCOUNT-ID  TO ACTO-PROTECT-ACCOUNT-ID
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            IF ACTI-ACTION NOT = 'A' AND ACTI-ACTION NOT = 'R'
               SET RTCD-INVALID-REQUEST TO TRUE
               MOVE 'NOT SUCCESSFUL LINK - ACTION MUST BE A OR R'
                  TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF ACTI-ACTION = 'A'
               AND ACTW-PROTECT-ACCOUNT-ID = ACTW-ACCOUNT-ID
               SET RTCD-INVALID-REQUEST TO TRUE
               MOVE
                 'NOT SUCCESSFUL LINK - ACCOUNT CANNOT PROTECT ITSELF'
                  TO RT-MSG
            END-IF
            DISPLAY 'ACCOUNT-ID = ' ACTW-ACCOUNT-ID.
       GET-INPUT-END.
           EXIT.
      **************************************************************
       CHECK-ACCOUNTS.
            EXEC SQL
                 SELECT ACCT_CUSTOMER_ID, ACCT_CURRENCY
                   INTO :ACTW-CUSTOMER-ID, :ACTW-CURRENCY
                   FROM OLS0002.ACCOUNT2
                  WHERE ACCT_ACCOUNT_ID = :ACTW-ACCOUNT-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-ACCOUNT-NOT-FOUND TO TRUE
               MOVE 'NOT SUCCESSFUL LINK - ACCOUNT NOT FOUND'
                  TO RT-MSG
               GO TO CHECK-ACCOUNTS-END
            END-IF
            EXEC SQL
                 SELECT ACCT_CUSTOMER_ID, ACCT_CURRENCY
                   INTO :ACTW-PROTECT-CUSTOMER-ID,
                        :ACTW-PROTECT-CURRENCY
                   FROM OLS0002.ACCOUNT2
                  WHERE ACCT_ACCOUNT_ID = :ACTW-PROTECT-ACCOUNT-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-PROTECT-NOT-FOUND TO TRUE
               MOVE
                 'NOT SUCCESSFUL LINK - PROTECTING ACCOUNT NOT FOUND'
                  TO RT-MSG
               GO TO CHECK-ACCOUNTS-END
            END-IF
            IF ACTW-PROTECT-CUSTOMER-ID NOT = ACTW-CUSTOMER-ID
               SET RTCD-CUSTOMER-DIFFERS TO TRUE
               MOVE
                 'NOT SUCCESSFUL LINK - ACCOUNTS HAVE DIFFERENT OWNERS'
                  TO RT-MSG
               GO TO CHECK-ACCOUNTS-END
            END-IF
            IF ACTW-PROTECT-CURRENCY NOT = ACTW-CURRENCY
               SET RTCD-CURRENCY-DIFFERS TO TRUE
               MOVE 'NOT SUCCESSFUL LINK - CURRENCIES DIFFER'
                  TO RT-MSG
            END-IF.
       CHECK-ACCOUNTS-END.
           EXIT.
      **************************************************************
      * DO-ADD REWRITES AN EXISTING LINK ROW - ACTIVE OR REMOVED -
      * AND ONLY INSERTS WHEN THE ACCOUNT HAS NEVER HAD ONE.
      **************************************************************
       DO-ADD.
            EXEC SQL
                 UPDATE OLS0002.OVERDRAFT_PROTECTION
                    SET ODP_PROTECT_ACCOUNT_ID =
                           :ACTW-PROTECT-ACCOUNT-ID,
                        ODP_STATUS = 'A',
                        ODP_UPDT_DT = :WS-CURRENT-DATE,
                        ODP_USERID = :EIBUSERID
                  WHERE ODP_ACCOUNT_ID = :ACTW-ACCOUNT-ID
            END-EXEC
            IF SQLCODE = 100
               EXEC SQL
                    INSERT INTO OLS0002.OVERDRAFT_PROTECTION (
                       ODP_ACCOUNT_ID, ODP_PROTECT_ACCOUNT_ID,
                       ODP_STATUS, ODP_UPDT_DT, ODP_USERID)
                    VALUES (
                       :ACTW-ACCOUNT-ID, :ACTW-PROTECT-ACCOUNT-ID,
                       'A', :WS-CURRENT-DATE, :EIBUSERID)
               END-EXEC
            END-IF
            PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-ADD-END.
           EXIT.
      **************************************************************
       DO-REMOVE.
            EXEC SQL
                 SELECT ODP_PROTECT_ACCOUNT_ID
                   INTO :ACTW-PROTECT-ACCOUNT-ID
                   FROM OLS0002.OVERDRAFT_PROTECTION
                  WHERE ODP_ACCOUNT_ID = :ACTW-ACCOUNT-ID
                    AND ODP_STATUS = 'A'
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-NO-LINK TO TRUE
               MOVE 'NOT SUCCESSFUL LINK - NO ACTIVE PROTECTION'
                  TO RT-MSG
               GO TO DO-REMOVE-END
            END-IF
            MOVE ACTW-PROTECT-ACCOUNT-ID TO ACTO-PROTECT-ACCOUNT-ID
            EXEC SQL
                 UPDATE OLS0002.OVERDRAFT_PROTECTION
                    SET ODP_STATUS = 'X',
                        ODP_UPDT_DT = :WS-CURRENT-DATE,
                        ODP_USERID = :EIBUSERID
                  WHERE ODP_ACCOUNT_ID = :ACTW-ACCOUNT-ID
            END-EXEC
            PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-REMOVE-END.
           EXIT.
      **************************************************************
       DO-POSTSQL.
            MOVE SQLCODE TO TXT-SQLCODE
            MOVE SQLSTATE TO TXT-SQLSTATE
            MOVE SQLERRMC TO TXT-SQLERRMC
            IF SQLCODE = 0
               IF ACTI-ACTION = 'A'
                  MOVE 'SUCCESSFUL OVERDRAFT PROTECTION LINKED'
                     TO RT-MSG
               ELSE
                  MOVE 'SUCCESSFUL OVERDRAFT PROTECTION REMOVED'
                     TO RT-MSG
               END-IF
            ELSE
               SET RTCD-SQL-ERROR TO TRUE
               MOVE 'NOT SUCCESSFUL LINK' TO RT-MSG
               DISPLAY 'SQLCODE:  ' TXT-SQLCODE
               DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
               DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
            END-IF.
       DO-POSTSQL-END.
           EXIT.
      **************************************************************
