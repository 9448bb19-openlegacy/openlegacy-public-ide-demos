CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * RUWDCS2 - RENEWAL UNDERWRITING DECISION FOR CICS AND DB2.
      * RENXCS2 NO LONGER AUTO-RENEWS A POLICY THAT TRIPS THE
      * PRE-RENEWAL SCREEN (OLS0002.RENEWAL_UW_RULE - CLAIM
      * COUNT, OPEN SIU REFERRAL, LOSS RATIO); IT PARKS THE TERM
      * ON THE UNDERWRITER REVIEW QUEUE, OLS0002.RENEWAL_UW_QUEUE,
      * STATUS 'P'. RUWDCS2 RECORDS THE UNDERWRITER'S DECISION ON
      * THE PENDING ITEM UNDER A STATUS-GUARDED UPDATE:
      *   R - RENEW AS IS
      *   S - RENEW WITH A SURCHARGE (PERCENT OF THE RENEWAL
      *       PREMIUM, APPLIED BY RENXCS2 ON ITS NEXT RUN)
      *   N - NON-RENEW
      * A NON-RENEWAL IS ONLY ACCEPTED WHILE THE STATUTORY NOTICE
      * CAN STILL GO OUT IN TIME - ON OR BEFORE THE NOTICE-DUE
      * DATE THE SCREEN STAMPED ON THE ITEM (THE TERM END DATE
      * LESS THE RULE'S NOTICE DAYS) - AND IT RECORDS THE
      * 'NONRENEW' CUSTOMER EVENT ON OLS0002.CUSTOMER_EVENT SO THE
      * NIGHTLY EVNTCS9 FEED SENDS THE NOTICE. PAST THAT DATE THE
      * POLICY MUST BE RENEWED, AS IS OR WITH A SURCHARGE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. RUWDCS2.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLRENUWQUEUE.
           10 RUQ_POLICY_NUM       PIC X(11).
           10 RUQ_END_DATE         PIC X(8).
           10 RUQ_REASONS          PIC X(14).
           10 RUQ_CLAIM_COUNT      PIC S9(4) USAGE COMP.
           10 RUQ_LOSS_RATIO       PIC S9(5)V9(2) USAGE COMP-3.
           10 RUQ_REFERRED_DT      PIC X(8).
           10 RUQ_NOTICE_DUE_DT    PIC X(8).
           10 RUQ_STATUS           PIC X(1).
           10 RUQ_SURCHARGE_PCT    PIC S9(3)V9(2) USAGE COMP-3.
           10 RUQ_DECISION_DT      PIC X(8).
           10 RUQ_USERID           PIC X(8).
           10 RUQ_NOTE             PIC X(40).
      **************************************************************
        01 QUEUE-WS.
            07 RUQW-POLICY-NUM        PIC X(11).
            07 RUQW-END-DATE          PIC X(8).
            07 RUQW-NOTICE-DUE-DT     PIC 9(8).
            07 RUQW-DECISION          PIC X(1).
              88 RUQW-RENEW           VALUE 'R'.
              88 RUQW-SURCHARGE       VALUE 'S'.
              88 RUQW-NON-RENEW       VALUE 'N'.
            07 RUQW-SURCHARGE-PCT     PIC S9(3)V9(2) COMP-3.
            07 RUQW-NOTE              PIC X(40).
        01 POL-CUSTOMER-ID            PIC X(16).
      **************************************************************
      * CUSTOMER EVENT WORK AREA. A NON-RENEWAL IS A CUSTOMER-
      * VISIBLE STATE CHANGE, RECORDED IN OLS0002.CUSTOMER_EVENT
      * FOR THE NIGHTLY EVNTCS9 NOTIFICATION FEED.
      **************************************************************
        01 EVTW-CUSTOMER-ID           PIC X(16)  VALUE SPACES.
        01 EVTW-EVENT-TYPE            PIC X(8)   VALUE SPACES.
        01 EVTW-KEY-REF               PIC X(16)  VALUE SPACES.
        01 EVTW-EFF-DATE-X            PIC X(8)   VALUE SPACES.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 RUWI-POLICY-NUM                  PIC X(11).
            05 RUWI-DECISION                    PIC X(1).
            05 RUWI-SURCHARGE-PCT               PIC S9(3)V9(2) COMP-3.
            05 RUWI-NOTE                        PIC X(40).
        01 DECISION-OUT.
            05 RUWO-POLICY-NUM                  PIC X(11).
            05 RUWO-END-DATE                    PIC X(8).
            05 RUWO-NOTICE-DUE-DT               PIC X(8).
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-INVALID-DECISION          VALUE 1.
              88 RTCD-NOT-PENDING               VALUE 2.
              88 RTCD-NOTICE-TOO-LATE           VALUE 3.
              88 RTCD-SQL-ERROR                 VALUE 4.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK
              PERFORM FETCH-PENDING THRU FETCH-PENDING-END
           END-IF
           IF RTCD-OK
              PERFORM DO-DECISION THRU DO-DECISION-END
           END-IF
           IF RTCD-OK
              AND RUQW-NON-RENEW
              PERFORM NOTICE-EVENT THRU NOTICE-EVENT-END
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO DECISION-OUT
            SET RTCD-OK TO TRUE
            MOVE RUWI-POLICY-NUM TO RUQW-POLICY-NUM
            MOVE RUWI-DECISION TO RUQW-DECISION
            MOVE RUWI-SURCHARGE-PCT TO RUQW-SURCHARGE-PCT
            MOVE RUWI-NOTE TO RUQW-NOTE
            MOVE RUWI-POLICY-NUM TO RUWO-POLICY-NUM
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            DISPLAY 'POLICY = ' RUQW-POLICY-NUM
               ' UW DECISION = ' RUQW-DECISION
            IF NOT RUQW-RENEW
               AND NOT RUQW-SURCHARGE
               AND NOT RUQW-NON-RENEW
               SET RTCD-INVALID-DECISION TO TRUE
               MOVE 'NOT DECIDED - DECISION MUST BE R, S OR N'
                  TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF RUQW-SURCHARGE
               AND (RUQW-SURCHARGE-PCT NOT > 0
                    OR RUQW-SURCHARGE-PCT > 100)
               SET RTCD-INVALID-DECISION TO TRUE
               MOVE 'NOT DECIDED - SURCHARGE MUST BE 0.01 TO 100 PCT'
                  TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF NOT RUQW-SURCHARGE
               MOVE 0 TO RUQW-SURCHARGE-PCT
            END-IF.
       GET-INPUT-END.
           EXIT.
      **************************************************************
      * ONLY ONE TERM OF A POLICY CAN BE PENDING AT A TIME - THE
      * SCREEN PARKS THE TERM BEING RENEWED AND NOTHING ELSE.
      **************************************************************
       FETCH-PENDING.
            EXEC SQL
                 SELECT RUQ_END_DATE, RUQ_NOTICE_DUE_DT
                   INTO :RUQW-END-DATE, :RUQW-NOTICE-DUE-DT
                   FROM OLS0002.RENEWAL_UW_QUEUE
                  WHERE RUQ_POLICY_NUM = :RUQW-POLICY-NUM
                    AND RUQ_STATUS = 'P'
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-NOT-PENDING TO TRUE
               MOVE 'NOT DECIDED - NO PENDING UW REVIEW FOR POLICY'
                  TO RT-MSG
               GO TO FETCH-PENDING-END
            END-IF
            MOVE RUQW-END-DATE TO RUWO-END-DATE
            MOVE RUQW-NOTICE-DUE-DT TO RUWO-NOTICE-DUE-DT
            IF RUQW-NON-RENEW
               AND WS-CURRENT-DATE > RUQW-NOTICE-DUE-DT
               SET RTCD-NOTICE-TOO-LATE TO TRUE
               MOVE 'NOT DECIDED - NON-RENEWAL NOTICE DATE HAS PASSED'
                  TO RT-MSG
            END-IF.
       FETCH-PENDING-END.
           EXIT.
      **************************************************************
       DO-DECISION.
            EXEC SQL
                 UPDATE OLS0002.RENEWAL_UW_QUEUE
                    SET RUQ_STATUS = :RUQW-DECISION,
                        RUQ_SURCHARGE_PCT = :RUQW-SURCHARGE-PCT,
                        RUQ_DECISION_DT = :WS-CURRENT-DATE,
                        RUQ_USERID = :EIBUSERID,
                        RUQ_NOTE = :RUQW-NOTE
                  WHERE RUQ_POLICY_NUM = :RUQW-POLICY-NUM
                    AND RUQ_END_DATE = :RUQW-END-DATE
                    AND RUQ_STATUS = 'P'
            END-EXEC
            IF SQLCODE = 0
               MOVE 'SUCCESSFUL RENEWAL UW DECISION' TO RT-MSG
            ELSE
               IF SQLCODE = 100
                  SET RTCD-NOT-PENDING TO TRUE
                  MOVE 'NOT DECIDED - ALREADY DECIDED' TO RT-MSG
               ELSE
                  PERFORM REPORT-SQL-FAILURE
                     THRU REPORT-SQL-FAILURE-END
               END-IF
            END-IF.
       DO-DECISION-END.
           EXIT.
      **************************************************************
      * THE NOTICE EVENT IS EFFECTIVE ON THE TERM END DATE - THE
      * DATE COVER STOPS - SO THE LETTER STATES THE RIGHT DATE.
      **************************************************************
       NOTICE-EVENT.
            MOVE SPACES TO POL-CUSTOMER-ID
            EXEC SQL
                 SELECT POL_CUSTOMER_ID
                   INTO :POL-CUSTOMER-ID
                   FROM OLS0002.POLICY2
                  WHERE POL_POLICY_NUM = :RUQW-POLICY-NUM
            END-EXEC
            MOVE POL-CUSTOMER-ID TO EVTW-CUSTOMER-ID
            MOVE 'NONRENEW' TO EVTW-EVENT-TYPE
            MOVE RUQW-POLICY-NUM TO EVTW-KEY-REF
            MOVE RUQW-END-DATE TO EVTW-EFF-DATE-X
            EXEC SQL
                 INSERT INTO OLS0002.CUSTOMER_EVENT (
                    EVT_CUSTOMER_ID, EVT_EVENT_TYPE, EVT_EFF_DATE,
                    EVT_KEY_REF, EVT_TS, EVT_EXTRACTED)
                 VALUES (
                    :EVTW-CUSTOMER-ID, :EVTW-EVENT-TYPE,
                    :EVTW-EFF-DATE-X, :EVTW-KEY-REF,
                    CURRENT TIMESTAMP, 'N')
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               EXEC SQL
                    UPDATE OLS0002.RENEWAL_UW_QUEUE
                       SET RUQ_STATUS = 'P',
                           RUQ_DECISION_DT = ' '
                     WHERE RUQ_POLICY_NUM = :RUQW-POLICY-NUM
                       AND RUQ_END_DATE = :RUQW-END-DATE
                       AND RUQ_STATUS = 'N'
               END-EXEC
            END-IF.
       NOTICE-EVENT-END.
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
            MOVE 'NOT DECIDED - SQL FAILURE' TO RT-MSG.
       REPORT-SQL-FAILURE-END.
           EXIT.
      **************************************************************
