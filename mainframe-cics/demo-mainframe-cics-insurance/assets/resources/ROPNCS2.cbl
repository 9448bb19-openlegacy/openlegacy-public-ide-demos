CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * ROPNCS2 - CLAIM REOPEN FOR CICS AND DB2.
      * UCLMCS2 TREATS CLOSED AS FINAL, SO A SUPPLEMENTAL BILL OR
      * A NEW INJURY ON A SETTLED CLAIM WAS KEYED AS A SECOND
      * CLAIM THROUGH CLAIMCS2 - COUNTING THE LOSS TWICE IN
      * LOSSCS2 AND MUDDYING THE SIUSCS2 SCORING. THIS PROGRAM
      * MOVES A CLOSED OLS0002.CLAIM2 ROW BACK TO UNDER-REV, WHERE
      * THE NORMAL UCLMCS2 WORKFLOW PICKS IT UP AGAIN:
      *    - ONLY A CLAIMS SUPERVISOR (AN ACTIVE ROW ON
      *      OLS0002.CLAIM_SUPERVISOR FOR THE CICS USERID) MAY
      *      REOPEN, AND NOT ON A CLAIM THEY DECIDED THEMSELVES -
      *      THE MAKER-CHECKER RULE LNRACS9 KEEPS;
      *    - THE REASON CODE IS MANDATORY AND MUST BE ON
      *      OLS0002.CLAIM_REOPEN_REASON, AND THE SUPERVISOR'S
      *      NOTE IS MANDATORY TOO - IT GOES TO THE CLAIM'S
      *      OLS0002.CLAIM_NOTE DIARY;
      *    - A NEW RESERVE IS REQUIRED (A CLOSED CLAIM CARRIES NO
      *      LIVE RESERVE) AND IS RECORDED ON
      *      OLS0002.CLAIM_RESERVE_HIST AS A RESERVE CHANGE, SO
      *      THE LDTRCS2 TRIANGLES SEE IT;
      *    - CLM_REOPEN_COUNT IS BUMPED AND EACH REOPEN IS LOGGED
      *      ON OLS0002.CLAIM_REOPEN (REASON, SUPERVISOR, THE
      *      ADJUSTER WHO DECIDED THE CLAIM, OLD AND NEW RESERVE)
      *      FOR THE MONTHLY ROPRCS2 REPORT;
      *    - WHAT WAS PAID BEFORE THE REOPEN STAYS PAID: WHEN THE
      *      CLAIM IS APPROVED AGAIN, PCLMCS2 PAYS ONLY CLM_AMOUNT
      *      LESS THE PAID EVENTS ALREADY ON CLAIM_RESERVE_HIST.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ROPNCS2.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLCLAIM.
           10 CLM_CLAIM_NUM        PIC S9(9) USAGE COMP.
           10 CLM_POLICY_NUM       PIC X(11).
           10 CLM_CLAIM_DATE       PIC X(8).
           10 CLM_AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
           10 CLM_STATUS           PIC X(10).
           10 CLM_DESCRIPTION      PIC X(60).
           10 CLM_ADJUSTER_ID      PIC X(8).
           10 CLM_DECISION_DT      PIC X(8).
           10 CLM_RESERVE_AMOUNT   PIC S9(9)V9(2) USAGE COMP-3.
           10 CLM_REOPEN_COUNT     PIC S9(4) USAGE COMP.
      **************************************************************
       01  DCLREOPEN.
           10 CRO_CLAIM_NUM        PIC S9(9) USAGE COMP.
           10 CRO_SEQ              PIC S9(4) USAGE COMP.
           10 CRO_REASON_CODE      PIC X(2).
           10 CRO_SUPERVISOR_ID    PIC X(8).
           10 CRO_ADJUSTER_ID      PIC X(8).
           10 CRO_OLD_RESERVE      PIC S9(9)V9(2) USAGE COMP-3.
           10 CRO_NEW_RESERVE      PIC S9(9)V9(2) USAGE COMP-3.
           10 CRO_REOPEN_DT        PIC X(8).
           10 CRO_TS               PIC X(26).
      **************************************************************
        01 CLAIM-WS.
            07 ACTW-CLAIM-NUM         PIC S9(9) USAGE COMP.
            07 ACTW-OLD-STATUS        PIC X(10).
            07 ACTW-ADJUSTER-ID       PIC X(8).
            07 ACTW-OLD-RESERVE       PIC S9(9)V9(2) USAGE COMP-3.
            07 ACTW-RESERVE-AMOUNT    PIC S9(9)V9(2) USAGE COMP-3.
            07 ACTW-REOPEN-COUNT      PIC S9(4) USAGE COMP.
            07 ACTW-REASON-CODE       PIC X(2).
      **************************************************************
        01 WS-SUPERVISOR-COUNT       PIC S9(4) COMP VALUE 0.
        01 WS-REASON-COUNT           PIC S9(4) COMP VALUE 0.
        01 WS-NEW-REOPEN-COUNT       PIC S9(4) COMP VALUE 0.
        01 WS-NEXT-NOTE-SEQ          PIC S9(4) COMP VALUE 0.
        01 WS-NEXT-RSH-SEQ           PIC S9(4) COMP VALUE 0.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 ACTI-CLAIM-NUM                   PIC S9(9) COMP.
            05 ACTI-REASON-CODE                 PIC X(2).
      *    THE RE-ESTABLISHED RESERVE - MUST BE POSITIVE.
            05 ACTI-RESERVE-AMOUNT              PIC S9(9)V9(2) COMP-3.
      *    THE SUPERVISOR'S REASONING - REQUIRED.
            05 ACTI-NOTE-TEXT                   PIC X(60).
        01 CLAIM-OUT.
            05 ACTO-CLAIM-NUM                   PIC S9(9) COMP.
            05 ACTO-STATUS                      PIC X(10).
            05 ACTO-RESERVE-AMOUNT              PIC S9(9)V9(2) COMP-3.
            05 ACTO-REOPEN-COUNT                PIC S9(4) COMP.
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-CLAIM-NOT-FOUND           VALUE 1.
              88 RTCD-NOT-CLOSED                VALUE 2.
              88 RTCD-NOT-AUTHORIZED            VALUE 3.
              88 RTCD-INVALID-REASON            VALUE 4.
              88 RTCD-RESERVE-REQUIRED          VALUE 5.
              88 RTCD-NOTE-REQUIRED             VALUE 6.
              88 RTCD-SQL-ERROR                 VALUE 7.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK
              PERFORM FETCH-CLAIM THRU FETCH-CLAIM-END
           END-IF
           IF RTCD-OK
              PERFORM CHECK-SUPERVISOR THRU CHECK-SUPERVISOR-END
           END-IF
           IF RTCD-OK
              PERFORM CHECK-REASON THRU CHECK-REASON-END
           END-IF
           IF RTCD-OK
              PERFORM DO-REOPEN THRU DO-REOPEN-END
           END-IF
           GOBACK.
      **************************************************************
      * GET-INPUT - THE RESERVE AND THE NOTE ARE BOTH REQUIRED;
      * NEITHER IS DEFAULTED.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO CLAIM-OUT
            SET RTCD-OK TO TRUE
            MOVE ACTI-CLAIM-NUM TO ACTW-CLAIM-NUM
            MOVE ACTI-CLAIM-NUM TO ACTO-CLAIM-NUM
            MOVE ACTI-REASON-CODE TO ACTW-REASON-CODE
            MOVE ACTI-RESERVE-AMOUNT TO ACTW-RESERVE-AMOUNT
            DISPLAY 'CLAIM-NUM: ' ACTW-CLAIM-NUM
            IF ACTW-RESERVE-AMOUNT NOT > 0
               SET RTCD-RESERVE-REQUIRED TO TRUE
               MOVE 'NOT REOPENED - NEW RESERVE REQUIRED' TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF ACTI-NOTE-TEXT = SPACES
               OR ACTI-NOTE-TEXT = LOW-VALUES
               SET RTCD-NOTE-REQUIRED TO TRUE
               MOVE 'NOT REOPENED - REOPEN NEEDS A NOTE' TO RT-MSG
            END-IF.
       GET-INPUT-END.
           EXIT.
      **************************************************************
       FETCH-CLAIM.
            EXEC SQL
                 SELECT CLM_STATUS, CLM_RESERVE_AMOUNT,
                        CLM_ADJUSTER_ID, CLM_REOPEN_COUNT
                   INTO :ACTW-OLD-STATUS, :ACTW-OLD-RESERVE,
                        :ACTW-ADJUSTER-ID, :ACTW-REOPEN-COUNT
                   FROM OLS0002.CLAIM2
                  WHERE CLM_CLAIM_NUM = :ACTW-CLAIM-NUM
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-CLAIM-NOT-FOUND TO TRUE
               MOVE 'NOT REOPENED - CLAIM NOT FOUND' TO RT-MSG
               GO TO FETCH-CLAIM-END
            END-IF
            IF ACTW-OLD-STATUS NOT = 'CLOSED'
               SET RTCD-NOT-CLOSED TO TRUE
               MOVE 'NOT REOPENED - ONLY A CLOSED CLAIM CAN REOPEN'
                  TO RT-MSG
            END-IF.
       FETCH-CLAIM-END.
           EXIT.
      **************************************************************
      * CHECK-SUPERVISOR - THE CICS USERID MUST HOLD ACTIVE CLAIMS
      * SUPERVISOR AUTHORITY, AND MUST NOT BE THE ADJUSTER WHOSE
      * DECISION IS BEING REOPENED.
      **************************************************************
       CHECK-SUPERVISOR.
           MOVE 0 TO WS-SUPERVISOR-COUNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-SUPERVISOR-COUNT
                  FROM OLS0002.CLAIM_SUPERVISOR
                 WHERE CSV_USERID = :EIBUSERID
                   AND CSV_ACTIVE = 'Y'
           END-EXEC
           IF WS-SUPERVISOR-COUNT = 0
              SET RTCD-NOT-AUTHORIZED TO TRUE
              MOVE 'NOT REOPENED - CLAIMS SUPERVISOR ONLY' TO RT-MSG
              GO TO CHECK-SUPERVISOR-END
           END-IF
           IF ACTW-ADJUSTER-ID = EIBUSERID
              SET RTCD-NOT-AUTHORIZED TO TRUE
              MOVE 'NOT REOPENED - CANNOT REOPEN OWN DECISION'
                 TO RT-MSG
           END-IF.
       CHECK-SUPERVISOR-END.
           EXIT.
      **************************************************************
       CHECK-REASON.
           MOVE 0 TO WS-REASON-COUNT
           IF ACTW-REASON-CODE NOT = SPACES
              AND ACTW-REASON-CODE NOT = LOW-VALUES
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-REASON-COUNT
                     FROM OLS0002.CLAIM_REOPEN_REASON
                    WHERE CRR_REASON_CODE = :ACTW-REASON-CODE
              END-EXEC
           END-IF
           IF WS-REASON-COUNT = 0
              SET RTCD-INVALID-REASON TO TRUE
              MOVE 'NOT REOPENED - REASON CODE MISSING OR UNKNOWN'
                 TO RT-MSG
           END-IF.
       CHECK-REASON-END.
           EXIT.
      **************************************************************
      * DO-REOPEN - THE UPDATE IS GUARDED ON CLOSED, SO TWO
      * SUPERVISORS RACING THE SAME CLAIM REOPEN IT ONCE. THE
      * DECISION STAMP IS LEFT IN PLACE: IT STILL NAMES THE
      * ADJUSTER WHOSE CLAIM CAME BACK UNTIL THE NEXT DECISION.
      **************************************************************
       DO-REOPEN.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            COMPUTE WS-NEW-REOPEN-COUNT = ACTW-REOPEN-COUNT + 1
            EXEC SQL
                 UPDATE OLS0002.CLAIM2
                    SET CLM_STATUS = 'UNDER-REV',
                        CLM_RESERVE_AMOUNT = :ACTW-RESERVE-AMOUNT,
                        CLM_REOPEN_COUNT = :WS-NEW-REOPEN-COUNT
                  WHERE CLM_CLAIM_NUM = :ACTW-CLAIM-NUM
                    AND CLM_STATUS = 'CLOSED'
            END-EXEC
            IF SQLCODE = 0
               MOVE 'UNDER-REV' TO ACTO-STATUS
               MOVE ACTW-RESERVE-AMOUNT TO ACTO-RESERVE-AMOUNT
               MOVE WS-NEW-REOPEN-COUNT TO ACTO-REOPEN-COUNT
               PERFORM WRITE-REOPEN-LOG THRU WRITE-REOPEN-LOG-END
               PERFORM WRITE-CLAIM-NOTE THRU WRITE-CLAIM-NOTE-END
               PERFORM WRITE-RESERVE-HIST
                  THRU WRITE-RESERVE-HIST-END
               MOVE 'CLAIM REOPENED FOR REVIEW' TO RT-MSG
               DISPLAY 'CLAIM ' ACTW-CLAIM-NUM ' REOPENED BY '
                  EIBUSERID
            ELSE
               IF SQLCODE = 100
                  SET RTCD-NOT-CLOSED TO TRUE
                  MOVE 'NOT REOPENED - CLAIM CHANGED, RE-READ'
                     TO RT-MSG
               ELSE
                  SET RTCD-SQL-ERROR TO TRUE
                  MOVE SQLCODE TO TXT-SQLCODE
                  MOVE SQLSTATE TO TXT-SQLSTATE
                  MOVE SQLERRMC TO TXT-SQLERRMC
                  MOVE 'NOT REOPENED - SQL FAILURE' TO RT-MSG
                  DISPLAY 'SQLCODE:  ' TXT-SQLCODE
                  DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
                  DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
               END-IF
            END-IF.
       DO-REOPEN-END.
           EXIT.
      **************************************************************
      * WRITE-REOPEN-LOG - ONE ROW PER REOPEN, NUMBERED BY THE
      * CLAIM'S REOPEN COUNT.
      **************************************************************
       WRITE-REOPEN-LOG.
           EXEC SQL
                INSERT INTO OLS0002.CLAIM_REOPEN (
                   CRO_CLAIM_NUM, CRO_SEQ, CRO_REASON_CODE,
                   CRO_SUPERVISOR_ID, CRO_ADJUSTER_ID,
                   CRO_OLD_RESERVE, CRO_NEW_RESERVE,
                   CRO_REOPEN_DT, CRO_TS)
                VALUES (
                   :ACTW-CLAIM-NUM, :WS-NEW-REOPEN-COUNT,
                   :ACTW-REASON-CODE, :EIBUSERID,
                   :ACTW-ADJUSTER-ID, :ACTW-OLD-RESERVE,
                   :ACTW-RESERVE-AMOUNT, :WS-CURRENT-DATE,
                   CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'ROPNCS2 REOPEN LOG FAILED: ' TXT-SQLCODE
           END-IF.
       WRITE-REOPEN-LOG-END.
           EXIT.
      **************************************************************
      * WRITE-CLAIM-NOTE APPENDS THE NOTE TO THE CLAIM'S DIARY
      * WITH THE NEXT SEQUENCE, THE CICS USERID AND A TIMESTAMP.
      **************************************************************
       WRITE-CLAIM-NOTE.
           MOVE 0 TO WS-NEXT-NOTE-SEQ
           EXEC SQL
                SELECT COALESCE(MAX(NOTE_SEQ), 0) + 1
                  INTO :WS-NEXT-NOTE-SEQ
                  FROM OLS0002.CLAIM_NOTE
                 WHERE NOTE_CLAIM_NUM = :ACTW-CLAIM-NUM
           END-EXEC
           EXEC SQL
                INSERT INTO OLS0002.CLAIM_NOTE (
                   NOTE_CLAIM_NUM, NOTE_SEQ, NOTE_TEXT,
                   NOTE_USERID, NOTE_TS)
                VALUES (
                   :ACTW-CLAIM-NUM, :WS-NEXT-NOTE-SEQ,
                   :ACTI-NOTE-TEXT, :EIBUSERID, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'ROPNCS2 NOTE INSERT FAILED: ' TXT-SQLCODE
           END-IF.
       WRITE-CLAIM-NOTE-END.
           EXIT.
      **************************************************************
      * WRITE-RESERVE-HIST RECORDS THE RE-ESTABLISHED RESERVE AS A
      * RESERVE CHANGE ('R'), THE SAME EVENT UCLMCS2 WRITES.
      **************************************************************
       WRITE-RESERVE-HIST.
           MOVE 0 TO WS-NEXT-RSH-SEQ
           EXEC SQL
                SELECT COALESCE(MAX(RSH_SEQ), 0) + 1
                  INTO :WS-NEXT-RSH-SEQ
                  FROM OLS0002.CLAIM_RESERVE_HIST
                 WHERE RSH_CLAIM_NUM = :ACTW-CLAIM-NUM
           END-EXEC
           EXEC SQL
                INSERT INTO OLS0002.CLAIM_RESERVE_HIST (
                   RSH_CLAIM_NUM, RSH_SEQ, RSH_EVENT,
                   RSH_OLD_RESERVE, RSH_NEW_RESERVE,
                   RSH_PAID_AMOUNT, RSH_CHANGE_DT, RSH_USERID,
                   RSH_TS)
                VALUES (
                   :ACTW-CLAIM-NUM, :WS-NEXT-RSH-SEQ, 'R',
                   :ACTW-OLD-RESERVE, :ACTW-RESERVE-AMOUNT,
                   0, :WS-CURRENT-DATE, :EIBUSERID,
                   CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'ROPNCS2 RESERVE HISTORY FAILED: ' TXT-SQLCODE
           END-IF.
       WRITE-RESERVE-HIST-END.
           EXIT.
      **************************************************************
