CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * MNDACS9 - ADD AN AUTHORISED SIGNATORY TO A BUSINESS
      * ACCOUNT'S MANDATE, FOR CICS AND DB2. RECORDS ON
      * OLS0002.ACCOUNT_MANDATE WHO MAY SIGN ON THE ACCOUNT (A
      * CUSTOMER ON OLS0002.CUSTOMER_MASTER, NOT DECEASED), IN
      * WHAT ROLE, UP TO WHAT AMOUNT (MND_SIGN_LIMIT), AND ABOVE
      * WHAT AMOUNT A SECOND SIGNATORY MUST CO-SIGN
      * (MND_DUAL_ABOVE, ZERO FOR NEVER). ONLY BUSINESS ACCOUNTS
      * (ACCT_TYPCD 'B') CARRY A MANDATE. ADDING A SIGNATORY WHO
      * IS ALREADY ON THE REGISTER - ACTIVE OR REVOKED - REWRITES
      * THAT ROW WITH THE NEW TERMS. EVERY CHANGE IS WRITTEN TO
      * THE OLS0002.MANDATE_AUDIT TRAIL. MNDRCS9 REVOKES; MNDTCS9
      * ENFORCES THE MANDATE ON WACTCS9, XACTCS9 AND PMOCCS9.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MNDACS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLACCTMAND.
           10 MND_ACCOUNT_ID       PIC X(11).
           10 MND_SIGNATORY_ID     PIC X(16).
           10 MND_ROLE             PIC X(8).
           10 MND_SIGN_LIMIT       PIC S9(11)V9(3) USAGE COMP-3.
           10 MND_DUAL_ABOVE       PIC S9(11)V9(3) USAGE COMP-3.
           10 MND_STATUS           PIC X(1).
           10 MND_ADD_DT           PIC X(8).
           10 MND_REVOKE_DT        PIC X(8).
           10 MND_USERID           PIC X(8).
      **************************************************************
        01 MANDATE-WS.
            07 MNDW-ACCOUNT-ID       PIC X(11).
            07 MNDW-SIGNATORY-ID     PIC X(16).
            07 MNDW-ROLE             PIC X(8).
            07 MNDW-SIGN-LIMIT       PIC S9(11)V9(3) USAGE COMP-3.
            07 MNDW-DUAL-ABOVE       PIC S9(11)V9(3) USAGE COMP-3.
            07 MNDW-TYPCD            PIC X(1).
        01 CUS-COUNT                 PIC S9(4) COMP VALUE 0.
        01 DCSD-COUNT                PIC S9(4) COMP VALUE 0.
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
            05 MNDI-ACCOUNT-ID                  PIC X(11).
            05 MNDI-SIGNATORY-ID                PIC X(16).
            05 MNDI-ROLE                        PIC X(8).
            05 MNDI-SIGN-LIMIT                  PIC S9(11)V9(3) COMP-3.
            05 MNDI-DUAL-ABOVE                  PIC S9(11)V9(3) COMP-3.
        01 MANDATE-OUT.
            05 MNDO-ACCOUNT-ID                  PIC X(11).
            05 MNDO-SIGNATORY-ID                PIC X(16).
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-INVALID-REQUEST           VALUE 1.
              88 RTCD-INVALID-LIMIT             VALUE 2.
              88 RTCD-ACCOUNT-NOT-FOUND         VALUE 3.
              88 RTCD-NOT-BUSINESS              VALUE 4.
              88 RTCD-SIGNATORY-NOT-FOUND       VALUE 5.
              88 RTCD-SIGNATORY-DECEASED        VALUE 6.
              88 RTCD-SQL-ERROR                 VALUE 7.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK
              PERFORM CHECK-ACCOUNT THRU CHECK-ACCOUNT-END
           END-IF
           IF RTCD-OK
              PERFORM CHECK-SIGNATORY THRU CHECK-SIGNATORY-END
           END-IF
           IF RTCD-OK
              PERFORM DO-ADD THRU DO-ADD-END
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO MANDATE-OUT
            SET RTCD-OK TO TRUE
            MOVE MNDI-ACCOUNT-ID    TO MNDW-ACCOUNT-ID
            MOVE MNDI-SIGNATORY-ID  TO MNDW-SIGNATORY-ID
            MOVE MNDI-ROLE          TO MNDW-ROLE
            MOVE MNDI-SIGN-LIMIT    TO MNDW-SIGN-LIMIT
            MOVE MNDI-DUAL-ABOVE    TO MNDW-DUAL-ABOVE
            MOVE MNDI-ACCOUNT-ID    TO MNDO-ACCOUNT-ID
            MOVE MNDI-SIGNATORY-ID  TO MNDO-SIGNATORY-ID
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            IF MNDW-SIGNATORY-ID = SPACES OR MNDW-ROLE = SPACES
               SET RTCD-INVALID-REQUEST TO TRUE
               MOVE 'NOT SUCCESSFUL MANDATE - SIGNATORY/ROLE REQUIRED'
                  TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF MNDW-SIGN-LIMIT NOT > 0 OR MNDW-DUAL-ABOVE < 0
               SET RTCD-INVALID-LIMIT TO TRUE
               MOVE 'NOT SUCCESSFUL MANDATE - INVALID SIGNING LIMITS'
                  TO RT-MSG
            END-IF
            DISPLAY 'ACCOUNT-ID = ' MNDW-ACCOUNT-ID.
       GET-INPUT-END.
           EXIT.
      **************************************************************
       CHECK-ACCOUNT.
            EXEC SQL
                 SELECT ACCT_TYPCD
                   INTO :MNDW-TYPCD
                   FROM OLS0002.ACCOUNT2
                  WHERE ACCT_ACCOUNT_ID = :MNDW-ACCOUNT-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-ACCOUNT-NOT-FOUND TO TRUE
               MOVE 'NOT SUCCESSFUL MANDATE - ACCOUNT NOT FOUND'
                  TO RT-MSG
               GO TO CHECK-ACCOUNT-END
            END-IF
            IF MNDW-TYPCD NOT = 'B'
               SET RTCD-NOT-BUSINESS TO TRUE
               MOVE 'NOT SUCCESSFUL MANDATE - NOT A BUSINESS ACCOUNT'
                  TO RT-MSG
            END-IF.
       CHECK-ACCOUNT-END.
           EXIT.
      **************************************************************
       CHECK-SIGNATORY.
            MOVE 0 TO CUS-COUNT
            EXEC SQL
                 SELECT COUNT(*) INTO :CUS-COUNT
                   FROM OLS0002.CUSTOMER_MASTER
                  WHERE CUS_CUSTOMER_ID = :MNDW-SIGNATORY-ID
            END-EXEC
            IF CUS-COUNT = 0
               SET RTCD-SIGNATORY-NOT-FOUND TO TRUE
               MOVE 'NOT SUCCESSFUL MANDATE - SIGNATORY NOT ON MASTER'
                  TO RT-MSG
               GO TO CHECK-SIGNATORY-END
            END-IF
            MOVE 0 TO DCSD-COUNT
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :DCSD-COUNT
                   FROM OLS0002.CUSTOMER_DECEASED
                  WHERE DCD_CUSTOMER_ID = :MNDW-SIGNATORY-ID
            END-EXEC
            IF DCSD-COUNT > 0
               SET RTCD-SIGNATORY-DECEASED TO TRUE
               MOVE 'NOT SUCCESSFUL MANDATE - SIGNATORY DECEASED'
                  TO RT-MSG
            END-IF.
       CHECK-SIGNATORY-END.
           EXIT.
      **************************************************************
       DO-ADD.
            EXEC SQL
                 UPDATE OLS0002.ACCOUNT_MANDATE
                    SET MND_ROLE = :MNDW-ROLE,
                        MND_SIGN_LIMIT = :MNDW-SIGN-LIMIT,
                        MND_DUAL_ABOVE = :MNDW-DUAL-ABOVE,
                        MND_STATUS = 'A',
                        MND_ADD_DT = :WS-CURRENT-DATE,
                        MND_REVOKE_DT = ' ',
                        MND_USERID = :EIBUSERID
                  WHERE MND_ACCOUNT_ID = :MNDW-ACCOUNT-ID
                    AND MND_SIGNATORY_ID = :MNDW-SIGNATORY-ID
            END-EXEC
            IF SQLCODE = 100
               EXEC SQL
                    INSERT INTO OLS0002.ACCOUNT_MANDATE (
                       MND_ACCOUNT_ID, MND_SIGNATORY_ID, MND_ROLE,
                       MND_SIGN_LIMIT, MND_DUAL_ABOVE, MND_STATUS,
                       MND_ADD_DT, MND_REVOKE_DT, MND_USERID)
                    VALUES (
                       :MNDW-ACCOUNT-ID, :MNDW-SIGNATORY-ID,
                       :MNDW-ROLE, :MNDW-SIGN-LIMIT,
                       :MNDW-DUAL-ABOVE, 'A', :WS-CURRENT-DATE,
                       ' ', :EIBUSERID)
               END-EXEC
            END-IF
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO DO-ADD-END
            END-IF
            EXEC SQL
                 INSERT INTO OLS0002.MANDATE_AUDIT (
                    MAUD_ACCOUNT_ID, MAUD_SIGNATORY_ID, MAUD_ACTION,
                    MAUD_ROLE, MAUD_SIGN_LIMIT, MAUD_DUAL_ABOVE,
                    MAUD_REQUEST_ID, MAUD_AMOUNT, MAUD_USERID,
                    MAUD_TS)
                 VALUES (
                    :MNDW-ACCOUNT-ID, :MNDW-SIGNATORY-ID, 'ADD   ',
                    :MNDW-ROLE, :MNDW-SIGN-LIMIT, :MNDW-DUAL-ABOVE,
                    0, 0, :EIBUSERID, CURRENT TIMESTAMP)
            END-EXEC
            MOVE 'SUCCESSFUL SIGNATORY ADDED TO MANDATE' TO RT-MSG.
       DO-ADD-END.
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
            MOVE 'NOT SUCCESSFUL MANDATE' TO RT-MSG.
       REPORT-SQL-FAILURE-END.
           EXIT.
      **************************************************************
