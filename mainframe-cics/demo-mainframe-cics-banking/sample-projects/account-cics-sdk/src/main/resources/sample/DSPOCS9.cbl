CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * DSPOCS9 - OPEN A CARD-TRANSACTION DISPUTE CASE FOR CICS
      * AND DB2. A DISPUTED CARD PURCHASE USED TO BE REVERSED BY
      * HAND THROUGH RVSLCS9 WITH AN EMAIL TO THE SWITCH, LEAVING
      * NO RECORD OF THE CLAIM, THE CREDIT OR THE OUTCOME.
      * DSPOCS9 OPENS ONE OLS0002.CARD_DISPUTE CASE PER DISPUTED
      * OLS0002.ACCOUNT2_TXN ROW (ACCOUNT ID PLUS THE TXN_TS THE
      * CALLER SAW THROUGH HACTCS9). THE ROW MUST BE AN UN-REVERSED
      * ATM/POS DEBIT THAT ATMPCS9 POSTED FROM THE ATMFEED, AND
      * THE CARD NAMED MUST BE ON OLS0002.CARD_MASTER AGAINST THE
      * SAME ACCOUNT. ONLY ONE LIVE CASE IS ALLOWED PER LEDGER
      * ROW. THE CASE IS STAMPED WITH A RESOLVE-BY DATE FROM THE
      * ONE-ROW OLS0002.DISPUTE_CONTROL (DSC_RESOLVE_DAYS, 90 DAYS
      * WHEN NO CONTROL ROW EXISTS) SO DSPACS9 CAN AGE IT AGAINST
      * THE REGULATORY CLOCK. PROVISIONAL CREDIT IS POSTED THROUGH
      * DSPPCS9, THE CHARGEBACK GOES TO THE SWITCH ON THE DSPXCS9
      * NIGHTLY FILE, AND DSPRCS9 CLOSES THE CASE WON, LOST OR
      * WITHDRAWN. EVERY STEP LEAVES AN OLS0002.ACCOUNT2_AUDIT
      * ENTRY.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. DSPOCS9.
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
       01  DCLDISPCTL.
           10 DSC_RESOLVE_DAYS     PIC S9(4) USAGE COMP.
           10 DSC_PROV_DAYS        PIC S9(4) USAGE COMP.
      **************************************************************
        01 DISPUTE-WS.
            07 DSPW-ACCOUNT-ID      PIC X(11).
            07 DSPW-TXN-TS          PIC X(26).
            07 DSPW-CARD-NUMBER     PIC X(16).
            07 DSPW-REASON-CD       PIC X(4).
            07 DSPW-AMOUNT          PIC S9(11)V9(3) USAGE COMP-3.
            07 DSPW-CURRENCY        PIC X(3).
            07 DSPW-TXN-TYPE        PIC X(1).
            07 DSPW-TXN-USERID      PIC X(8).
            07 DSPW-REVERSED        PIC X(1).
            07 DSPW-DUE-DT          PIC 9(8).
        01 ACTW-CUSTOMER-ID          PIC X(16).
        01 CRDW-ACCOUNT-ID           PIC X(11).
        01 DSCW-RESOLVE-DAYS         PIC S9(4) COMP VALUE 90.
        01 DSCW-CONTROL-DAYS         PIC S9(4) COMP VALUE 0.
        01 WS-LIVE-COUNT             PIC S9(9) USAGE COMP.
        01 WS-NEXT-CASE-ID           PIC S9(9) USAGE COMP.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
      * SHARED ERROR-LOG WORK AREA - ERRLCS9 RECORDS ANY
      * UNEXPECTED SQLCODE TO OLS0002.ERROR_LOG SO THE FIRST
      * QUESTION IN AN INCIDENT IS ANSWERED FROM THE ERRICS9
      * TERMINAL INQUIRY INSTEAD OF A CICS LOG NOBODY READS.
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
            05 DSPI-ACCOUNT-ID                  PIC X(11).
            05 DSPI-TXN-TS                      PIC X(26).
            05 DSPI-CARD-NUMBER                 PIC X(16).
            05 DSPI-REASON-CD                   PIC X(4).
        01 DISPUTE-OUT.
            05 DSPO-CASE-ID                     PIC S9(9) COMP.
            05 DSPO-AMOUNT                      PIC S9(11)V9(3) COMP-3.
            05 DSPO-DUE-DT                      PIC 9(8).
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-INVALID-INPUT             VALUE 1.
              88 RTCD-TXN-NOT-FOUND             VALUE 2.
              88 RTCD-NOT-CARD-TXN              VALUE 3.
              88 RTCD-TXN-REVERSED              VALUE 4.
              88 RTCD-CARD-NOT-ON-ACCOUNT       VALUE 5.
              88 RTCD-CASE-EXISTS               VALUE 6.
              88 RTCD-SQL-ERROR                 VALUE 7.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK
              PERFORM CHECK-TXN THRU CHECK-TXN-END
           END-IF
           IF RTCD-OK
              PERFORM CHECK-CARD THRU CHECK-CARD-END
           END-IF
           IF RTCD-OK
              PERFORM CHECK-LIVE-CASE THRU CHECK-LIVE-CASE-END
           END-IF
           IF RTCD-OK
              PERFORM GET-CONTROL THRU GET-CONTROL-END
              PERFORM INSERT-CASE THRU INSERT-CASE-END
           END-IF
           IF RTCD-OK
              PERFORM AUDIT-OPEN THRU AUDIT-OPEN-END
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO DISPUTE-OUT
            SET RTCD-OK TO TRUE
            MOVE DSPI-ACCOUNT-ID TO DSPW-ACCOUNT-ID
            MOVE DSPI-TXN-TS TO DSPW-TXN-TS
            MOVE DSPI-CARD-NUMBER TO DSPW-CARD-NUMBER
            MOVE DSPI-REASON-CD TO DSPW-REASON-CD
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            IF DSPW-ACCOUNT-ID = SPACES OR DSPW-TXN-TS = SPACES
               OR DSPW-CARD-NUMBER = SPACES
               SET RTCD-INVALID-INPUT TO TRUE
               MOVE 'NOT SUCCESSFUL - ACCOUNT/TXN/CARD MISSING'
                  TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF DSPW-REASON-CD = SPACES
               SET RTCD-INVALID-INPUT TO TRUE
               MOVE 'NOT SUCCESSFUL - DISPUTE REASON CODE MISSING'
                  TO RT-MSG
            END-IF
            DISPLAY 'ACCOUNT-ID = ' DSPW-ACCOUNT-ID.
       GET-INPUT-END.
           EXIT.
      **************************************************************
      * CHECK-TXN READS THE DISPUTED LEDGER ROW. ONLY A CARD DEBIT
      * THE ATM/POS INTAKE POSTED CAN BE CHARGED BACK TO THE
      * SWITCH - A TELLER WITHDRAWAL OR TRANSFER IS NOT A CARD
      * DISPUTE - AND A ROW ALREADY REVERSED HAS NOTHING LEFT TO
      * DISPUTE.
      **************************************************************
       CHECK-TXN.
            EXEC SQL
                 SELECT TXN_TXN_TYPE, TXN_AMOUNT, TXN_CURRENCY,
                        TXN_USERID, TXN_REVERSED
                   INTO :DSPW-TXN-TYPE, :DSPW-AMOUNT, :DSPW-CURRENCY,
                        :DSPW-TXN-USERID, :DSPW-REVERSED
                   FROM OLS0002.ACCOUNT2_TXN
                  WHERE TXN_ACCOUNT_ID = :DSPW-ACCOUNT-ID
                    AND TXN_TS = :DSPW-TXN-TS
            END-EXEC
            IF SQLCODE = 100
               SET RTCD-TXN-NOT-FOUND TO TRUE
               MOVE 'NOT SUCCESSFUL - TRANSACTION NOT FOUND'
                  TO RT-MSG
               GO TO CHECK-TXN-END
            END-IF
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO CHECK-TXN-END
            END-IF
            IF DSPW-TXN-USERID NOT = 'ATMPCS9'
               OR DSPW-TXN-TYPE NOT = 'W'
               SET RTCD-NOT-CARD-TXN TO TRUE
               MOVE 'NOT SUCCESSFUL - NOT AN ATM/POS CARD DEBIT'
                  TO RT-MSG
               GO TO CHECK-TXN-END
            END-IF
            IF DSPW-REVERSED = 'Y'
               SET RTCD-TXN-REVERSED TO TRUE
               MOVE 'NOT SUCCESSFUL - TRANSACTION ALREADY REVERSED'
                  TO RT-MSG
            END-IF.
       CHECK-TXN-END.
           EXIT.
      **************************************************************
       CHECK-CARD.
            EXEC SQL
                 SELECT CRD_ACCOUNT_ID
                   INTO :CRDW-ACCOUNT-ID
                   FROM OLS0002.CARD_MASTER
                  WHERE CRD_CARD_NUMBER = :DSPW-CARD-NUMBER
            END-EXEC
            IF SQLCODE NOT = 0 OR CRDW-ACCOUNT-ID NOT = DSPW-ACCOUNT-ID
               SET RTCD-CARD-NOT-ON-ACCOUNT TO TRUE
               MOVE 'NOT SUCCESSFUL - CARD NOT ISSUED ON THIS ACCOUNT'
                  TO RT-MSG
            END-IF.
       CHECK-CARD-END.
           EXIT.
      **************************************************************
      * A LEDGER ROW WITH A CASE STILL OPEN, OR ONE ALREADY DECIDED
      * WON OR LOST, CANNOT BE DISPUTED AGAIN. A WITHDRAWN CASE
      * DOES NOT BLOCK A FRESH ONE - THE CUSTOMER MAY COME BACK
      * WITH NEW EVIDENCE INSIDE THE SCHEME'S WINDOW.
      **************************************************************
       CHECK-LIVE-CASE.
            MOVE 0 TO WS-LIVE-COUNT
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-LIVE-COUNT
                   FROM OLS0002.CARD_DISPUTE
                  WHERE DSP_ACCOUNT_ID = :DSPW-ACCOUNT-ID
                    AND DSP_TXN_TS = :DSPW-TXN-TS
                    AND DSP_STATUS <> 'X'
            END-EXEC
            IF WS-LIVE-COUNT > 0
               SET RTCD-CASE-EXISTS TO TRUE
               MOVE 'NOT SUCCESSFUL - TRANSACTION ALREADY DISPUTED'
                  TO RT-MSG
            END-IF.
       CHECK-LIVE-CASE-END.
           EXIT.
      **************************************************************
      * NO CONTROL ROW MEANS THE 90-DAY HOUSE DEFAULT.
      **************************************************************
       GET-CONTROL.
            MOVE 90 TO DSCW-RESOLVE-DAYS
            EXEC SQL
                 SELECT DSC_RESOLVE_DAYS
                   INTO :DSCW-CONTROL-DAYS
                   FROM OLS0002.DISPUTE_CONTROL
            END-EXEC
            IF SQLCODE = 0 AND DSCW-CONTROL-DAYS > 0
               MOVE DSCW-CONTROL-DAYS TO DSCW-RESOLVE-DAYS
            END-IF
            COMPUTE DSPW-DUE-DT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                  + DSCW-RESOLVE-DAYS).
       GET-CONTROL-END.
           EXIT.
      **************************************************************
      * INSERT-CASE TAKES THE NEXT CASE ID WITH THE SAME HIGH-WATER
      * IDIOM LGLCCS9 USES FOR LEGAL ORDERS. A NEW CASE IS OPEN
      * ('O') WITH NO PROVISIONAL CREDIT AND NO CHARGEBACK SENT.
      **************************************************************
       INSERT-CASE.
            MOVE 0 TO WS-NEXT-CASE-ID
            EXEC SQL
                 SELECT COALESCE(MAX(DSP_CASE_ID), 0) + 1
                   INTO :WS-NEXT-CASE-ID
                   FROM OLS0002.CARD_DISPUTE
            END-EXEC
            EXEC SQL
                 INSERT INTO OLS0002.CARD_DISPUTE (
                    DSP_CASE_ID, DSP_ACCOUNT_ID, DSP_TXN_TS,
                    DSP_CARD_NUMBER, DSP_AMOUNT, DSP_CURRENCY,
                    DSP_REASON_CD, DSP_STATUS, DSP_PROV_AMOUNT,
                    DSP_PROV_TS, DSP_CHGBK_DT, DSP_CHGBK_RUN_ID,
                    DSP_OPEN_DT, DSP_DUE_DT, DSP_RESOLVED_DT,
                    DSP_RECLAIM_AMOUNT, DSP_USERID,
                    DSP_RESOLVE_USERID)
                 VALUES (
                    :WS-NEXT-CASE-ID, :DSPW-ACCOUNT-ID, :DSPW-TXN-TS,
                    :DSPW-CARD-NUMBER, :DSPW-AMOUNT, :DSPW-CURRENCY,
                    :DSPW-REASON-CD, 'O', 0,
                    ' ', ' ', ' ',
                    :WS-CURRENT-DATE, :DSPW-DUE-DT, ' ',
                    0, :EIBUSERID,
                    ' ')
            END-EXEC
            IF SQLCODE = 0
               MOVE WS-NEXT-CASE-ID TO DSPO-CASE-ID
               MOVE DSPW-AMOUNT TO DSPO-AMOUNT
               MOVE DSPW-DUE-DT TO DSPO-DUE-DT
               MOVE 'SUCCESSFUL DISPUTE CASE OPENED' TO RT-MSG
               DISPLAY 'CASE = ' WS-NEXT-CASE-ID
            ELSE
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
            END-IF.
       INSERT-CASE-END.
           EXIT.
      **************************************************************
       AUDIT-OPEN.
            EXEC SQL
                 SELECT ACCT_CUSTOMER_ID
                   INTO :ACTW-CUSTOMER-ID
                   FROM OLS0002.ACCOUNT2
                  WHERE ACCT_ACCOUNT_ID = :DSPW-ACCOUNT-ID
            END-EXEC
            EXEC SQL
                 INSERT INTO OLS0002.ACCOUNT2_AUDIT (
                    AUD_ACCOUNT_ID, AUD_ACTION, AUD_USERID, AUD_TS,
                    AUD_OLD_CUSTOMER_ID, AUD_NEW_CUSTOMER_ID,
                    AUD_NEW_BALANCE)
                 VALUES (
                    :DSPW-ACCOUNT-ID, 'DSPOPN', :EIBUSERID,
                    CURRENT TIMESTAMP,
                    :ACTW-CUSTOMER-ID, :ACTW-CUSTOMER-ID,
                    :DSPW-AMOUNT)
            END-EXEC.
       AUDIT-OPEN-END.
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
            MOVE 'NOT SUCCESSFUL DISPUTE CASE OPEN' TO RT-MSG
            MOVE SQLCODE TO ERRL-SQLCODE
            MOVE 'DSPOCS9 ' TO ERRL-PROGRAM
            MOVE 'REPORT-SQL-FAILURE' TO ERRL-PARAGRAPH
            MOVE DSPW-ACCOUNT-ID TO ERRL-KEY-VALUE
            MOVE EIBUSERID TO ERRL-USERID
            CALL 'ERRLCS9' USING ERRL-PARM.
       REPORT-SQL-FAILURE-END.
           EXIT.
      **************************************************************
