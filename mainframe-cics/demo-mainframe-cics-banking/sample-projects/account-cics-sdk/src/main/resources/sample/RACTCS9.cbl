CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * RACTCS9 - REACTIVATE A DORMANT ACCOUNT FOR CICS AND DB2.
      * DRMNCS9 SETS ACCT_DORMANT; RACTCS9 IS THE ONE SANCTIONED
      * WAY TO CLEAR IT. A CUSTOMER WHO HAS BEEN SILENT LONG
      * ENOUGH TO GO DORMANT MUST BE RE-IDENTIFIED BEFORE THE
      * ACCOUNT WAKES UP, SO REACTIVATION IS REFUSED UNLESS THE
      * CUSTOMER'S KYC IS CURRENT - CUS_KYC_STATUS VERIFIED ('V',
      * NOT REFRESH-DUE) ON OLS0002.CUSTOMER_MASTER AND AT LEAST
      * ONE SIGHTED DOCUMENT ON OLS0002.KYC_VERIFICATION STILL
      * UNEXPIRED - AND THE CUSTOMER IS NOT ON
      * OLS0002.CUSTOMER_DECEASED. A REACTIVATED ACCOUNT HAS
      * ACCT_DORMANT CLEARED AND ACCT_UPDT_DT SET TO TODAY (SO
      * THE NEXT DRMNCS9 RUN DOES NOT FLAG IT STRAIGHT BACK), AND
      * IS AUDITED ON OLS0002.ACCOUNT2_AUDIT ('REACTV') AND
      * ANNOUNCED ON OLS0002.CUSTOMER_EVENT ('ACCTREAC').
      * AN ACCOUNT ESCHCS9 HAS ALREADY REMITTED IS NO LONGER ON
      * ACCOUNT2 - ITS ROW SITS ON OLS0002.ACCOUNT2_HIST WITH
      * CLOSE REASON 'ESCHEAT' - AND IS REPORTED AS SUCH, WITH
      * THE REMITTANCE DATE, SO THE BRANCH SENDS THE CUSTOMER TO
      * THE STATE'S UNCLAIMED-PROPERTY CLAIM INSTEAD.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. RACTCS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
        01 ACCT-WS.
            07 ACTW-ACCOUNT-ID      PIC X(11).
            07 ACTW-CUSTOMER-ID     PIC X(16).
            07 ACTW-DORMANT         PIC X(1).
        01 ACTW-CLOSE-DT            PIC X(8).
        01 HIST-COUNT               PIC S9(4) COMP VALUE 0.
        01 DCSD-COUNT               PIC S9(4) COMP VALUE 0.
        01 KYC-DOC-COUNT            PIC S9(4) COMP VALUE 0.
        01 WS-KYC-STATUS            PIC X(1) VALUE SPACE.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
      * CUSTOMER EVENT WORK AREA. EVERY CUSTOMER-VISIBLE STATE
      * CHANGE IS RECORDED IN OLS0002.CUSTOMER_EVENT FOR THE
      * NIGHTLY EVNTCS9 NOTIFICATION FEED.
      **************************************************************
        01 EVTW-CUSTOMER-ID                PIC X(16)  VALUE SPACES.
        01 EVTW-EVENT-TYPE                 PIC X(8)   VALUE SPACES.
        01 EVTW-KEY-REF                    PIC X(16)  VALUE SPACES.
        01 EVTW-EFF-DATE                   PIC 9(08)  VALUE 0.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 RACI-ACCOUNT-ID                  PIC X(11).
        01 REACT-OUT.
            05 RACO-ACCOUNT-ID                  PIC X(11).
            05 RACO-CUSTOMER-ID                 PIC X(16).
            05 RACO-ESCHEAT-DT                  PIC X(8).
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-ACCOUNT-NOT-FOUND         VALUE 1.
              88 RTCD-ACCOUNT-ESCHEATED         VALUE 2.
              88 RTCD-NOT-DORMANT               VALUE 3.
              88 RTCD-CUSTOMER-DECEASED         VALUE 4.
              88 RTCD-KYC-NOT-CURRENT           VALUE 5.
              88 RTCD-SQL-ERROR                 VALUE 6.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           PERFORM FETCH-ACCOUNT THRU FETCH-ACCOUNT-END
           IF RTCD-OK
              PERFORM CHECK-CUSTOMER THRU CHECK-CUSTOMER-END
           END-IF
           IF RTCD-OK
              PERFORM DO-REACTIVATE THRU DO-REACTIVATE-END
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO REACT-OUT
            SET RTCD-OK TO TRUE
            MOVE RACI-ACCOUNT-ID TO ACTW-ACCOUNT-ID
            MOVE RACI-ACCOUNT-ID TO RACO-ACCOUNT-ID
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            DISPLAY 'ACCOUNT-ID = ' ACTW-ACCOUNT-ID.
       GET-INPUT-END.
           EXIT.
      **************************************************************
      * AN ACCOUNT MISSING FROM ACCOUNT2 IS LOOKED FOR ON THE
      * HISTORY TABLE BEFORE IT IS CALLED NOT FOUND - ESCHEATMENT
      * IS THE ONE WAY A DORMANT ACCOUNT LEAVES THE BOOKS.
      **************************************************************
       FETCH-ACCOUNT.
            EXEC SQL
                 SELECT ACCT_CUSTOMER_ID, ACCT_DORMANT
                   INTO :ACTW-CUSTOMER-ID, :ACTW-DORMANT
                   FROM OLS0002.ACCOUNT2
                  WHERE ACCT_ACCOUNT_ID = :ACTW-ACCOUNT-ID
            END-EXEC
            IF SQLCODE = 100
               PERFORM CHECK-ESCHEATED THRU CHECK-ESCHEATED-END
               GO TO FETCH-ACCOUNT-END
            END-IF
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO FETCH-ACCOUNT-END
            END-IF
            MOVE ACTW-CUSTOMER-ID TO RACO-CUSTOMER-ID
            IF ACTW-DORMANT NOT = 'Y'
               SET RTCD-NOT-DORMANT TO TRUE
               MOVE 'NOT SUCCESSFUL REACTIVATION - ACCOUNT NOT DORMANT'
                  TO RT-MSG
            END-IF.
       FETCH-ACCOUNT-END.
           EXIT.
      **************************************************************
       CHECK-ESCHEATED.
            MOVE 0 TO HIST-COUNT
            MOVE SPACES TO ACTW-CLOSE-DT
            EXEC SQL
                 SELECT COUNT(*), COALESCE(MAX(ACCT_CLOSE_DT), ' ')
                   INTO :HIST-COUNT, :ACTW-CLOSE-DT
                   FROM OLS0002.ACCOUNT2_HIST
                  WHERE ACCT_ACCOUNT_ID = :ACTW-ACCOUNT-ID
                    AND ACCT_CLOSE_REASON = 'ESCHEAT'
            END-EXEC
            IF HIST-COUNT > 0
               SET RTCD-ACCOUNT-ESCHEATED TO TRUE
               MOVE ACTW-CLOSE-DT TO RACO-ESCHEAT-DT
               MOVE
                 'NOT REACTIVATED - BALANCE ALREADY REMITTED TO STATE'
                  TO RT-MSG
            ELSE
               SET RTCD-ACCOUNT-NOT-FOUND TO TRUE
               MOVE 'NOT SUCCESSFUL REACTIVATION - ACCOUNT NOT FOUND'
                  TO RT-MSG
            END-IF.
       CHECK-ESCHEATED-END.
           EXIT.
      **************************************************************
      * REFRESH-DUE ('D') IS ENOUGH TO OPEN AN ACCOUNT BUT NOT TO
      * WAKE ONE: THE CUSTOMER HAS BEEN OUT OF CONTACT, SO THE
      * DOCUMENTS ON FILE MUST BE VERIFIED AND IN DATE TODAY.
      **************************************************************
       CHECK-CUSTOMER.
            MOVE 0 TO DCSD-COUNT
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :DCSD-COUNT
                   FROM OLS0002.CUSTOMER_DECEASED
                  WHERE DCD_CUSTOMER_ID = :ACTW-CUSTOMER-ID
            END-EXEC
            IF DCSD-COUNT > 0
               SET RTCD-CUSTOMER-DECEASED TO TRUE
               MOVE 'NOT SUCCESSFUL REACTIVATION - CUSTOMER DECEASED'
                  TO RT-MSG
               GO TO CHECK-CUSTOMER-END
            END-IF
            MOVE SPACE TO WS-KYC-STATUS
            EXEC SQL
                 SELECT CUS_KYC_STATUS
                   INTO :WS-KYC-STATUS
                   FROM OLS0002.CUSTOMER_MASTER
                  WHERE CUS_CUSTOMER_ID = :ACTW-CUSTOMER-ID
            END-EXEC
            MOVE 0 TO KYC-DOC-COUNT
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :KYC-DOC-COUNT
                   FROM OLS0002.KYC_VERIFICATION
                  WHERE KYC_CUSTOMER_ID = :ACTW-CUSTOMER-ID
                    AND KYC_DOC_EXPIRY_DT >= :WS-CURRENT-DATE
            END-EXEC
            IF WS-KYC-STATUS NOT = 'V' OR KYC-DOC-COUNT = 0
               SET RTCD-KYC-NOT-CURRENT TO TRUE
               MOVE 'NOT SUCCESSFUL REACTIVATION - KYC NOT CURRENT'
                  TO RT-MSG
            END-IF.
       CHECK-CUSTOMER-END.
           EXIT.
      **************************************************************
       DO-REACTIVATE.
            EXEC SQL
                 UPDATE OLS0002.ACCOUNT2
                    SET ACCT_DORMANT = 'N',
                        ACCT_UPDT_DT = :WS-CURRENT-DATE
                  WHERE ACCT_ACCOUNT_ID = :ACTW-ACCOUNT-ID
                    AND ACCT_DORMANT = 'Y'
            END-EXEC
            IF SQLCODE = 100
               SET RTCD-NOT-DORMANT TO TRUE
               MOVE 'NOT SUCCESSFUL REACTIVATION - ACCOUNT NOT DORMANT'
                  TO RT-MSG
               GO TO DO-REACTIVATE-END
            END-IF
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO DO-REACTIVATE-END
            END-IF
            EXEC SQL
                 INSERT INTO OLS0002.ACCOUNT2_AUDIT (
                    AUD_ACCOUNT_ID, AUD_ACTION, AUD_USERID, AUD_TS)
                 VALUES (
                    :ACTW-ACCOUNT-ID, 'REACTV', :EIBUSERID,
                    CURRENT TIMESTAMP)
            END-EXEC
            MOVE ACTW-CUSTOMER-ID TO EVTW-CUSTOMER-ID
            MOVE 'ACCTREAC' TO EVTW-EVENT-TYPE
            MOVE ACTW-ACCOUNT-ID TO EVTW-KEY-REF
            MOVE WS-CURRENT-DATE TO EVTW-EFF-DATE
            PERFORM WRITE-CUSTOMER-EVENT THRU WRITE-CUSTOMER-EVENT-END
            MOVE 'SUCCESSFUL REACTIVATION' TO RT-MSG.
       DO-REACTIVATE-END.
           EXIT.
      **************************************************************
       WRITE-CUSTOMER-EVENT.
           EXEC SQL
                INSERT INTO OLS0002.CUSTOMER_EVENT (
                   EVT_CUSTOMER_ID, EVT_EVENT_TYPE, EVT_EFF_DATE,
                   EVT_KEY_REF, EVT_TS, EVT_EXTRACTED)
                VALUES (
                   :EVTW-CUSTOMER-ID, :EVTW-EVENT-TYPE,
                   :EVTW-EFF-DATE, :EVTW-KEY-REF,
                   CURRENT TIMESTAMP, 'N')
           END-EXEC.
       WRITE-CUSTOMER-EVENT-END.
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
            MOVE 'NOT SUCCESSFUL REACTIVATION' TO RT-MSG.
       REPORT-SQL-FAILURE-END.
           EXIT.
      **************************************************************
