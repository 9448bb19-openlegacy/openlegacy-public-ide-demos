CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * ENTCCS9 - CERTIFY OR REVOKE AN OPERATOR ENTITLEMENT, FOR
      * CICS AND DB2. THE SECOND HALF OF THE QUARTERLY ACCESS
      * RECERTIFICATION: ENTRCS9 RAISES A PENDING
      * OLS0002.ENTITLEMENT_RECERT LINE FOR EVERY ROW ON
      * OLS0002.OPERATOR_ENTITLEMENT AND PRINTS IT, WITH ITS LAST
      * USE AND ANY UNUSED OR SEGREGATION-OF-DUTIES FLAG, ON THE
      * SUPERVISOR'S REPORT. THE SUPERVISOR WORKS THROUGH THE
      * REPORT HERE, ONE LINE AT A TIME:
      *   'C' CERTIFIES - THE OPERATOR KEEPS THE ENTITLEMENT UNTIL
      *       THE NEXT CYCLE.
      *   'R' REVOKES - THE OPERATOR_ENTITLEMENT ROW IS DELETED
      *       STRAIGHT AWAY, SO DACTCS9, UPNACT31 AND THE OTHER
      *       AUTHORITY CHECKS STOP HONOURING IT.
      * ONLY THE OPERATOR'S CURRENT SUPERVISOR ON
      * OLS0002.OPERATOR_SUPERVISOR MAY DECIDE A LINE, AND NOBODY
      * MAY DECIDE THEIR OWN. A LINE LEFT UNDECIDED PAST ITS DUE
      * DATE IS LAPSED BY ENTRCS9, WHICH REMOVES THE ENTITLEMENT
      * THE SAME WAY A REVOCATION DOES.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ENTCCS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLENTRECERT.
           10 ERC_CYCLE_ID         PIC X(6).
           10 ERC_OPERATOR_ID      PIC X(8).
           10 ERC_FUNCTION_CD      PIC X(8).
           10 ERC_BRANCH_SCOPE     PIC S9(9) USAGE COMP.
           10 ERC_STATUS           PIC X(1).
           10 ERC_DECISION_USERID  PIC X(8).
      **************************************************************
       01  DCLOPERSUP.
           10 OSV_OPERATOR_ID      PIC X(8).
           10 OSV_SUPERVISOR_ID    PIC X(8).
      **************************************************************
        01 RECERT-WS.
            07 ENTW-OPERATOR-ID     PIC X(8).
            07 ENTW-FUNCTION-CD     PIC X(8).
            07 ENTW-BRANCH-SCOPE    PIC S9(9) USAGE COMP.
            07 ENTW-CYCLE-ID        PIC X(6).
            07 ENTW-STATUS          PIC X(1).
            07 ENTW-SUPERVISOR-ID   PIC X(8).
            07 ENTW-DECISION        PIC X(1).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 ACTI-OPERATOR-ID                 PIC X(8).
            05 ACTI-FUNCTION-CD                 PIC X(8).
            05 ACTI-BRANCH-SCOPE                PIC S9(9) COMP.
      *    'C' CERTIFIES THE ENTITLEMENT; 'R' REVOKES IT.
            05 ACTI-DECISION                    PIC X(1).
        01 CERTIFY-OUT.
            05 ACTO-OPERATOR-ID                 PIC X(8).
            05 ACTO-FUNCTION-CD                 PIC X(8).
            05 ACTO-CYCLE-ID                    PIC X(6).
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-LINE-NOT-FOUND            VALUE 1.
              88 RTCD-LINE-NOT-PENDING          VALUE 2.
              88 RTCD-NOT-SUPERVISOR            VALUE 3.
              88 RTCD-OWN-ENTITLEMENT           VALUE 4.
              88 RTCD-INVALID-DECISION          VALUE 5.
              88 RTCD-SQL-ERROR                 VALUE 6.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK
              PERFORM FETCH-LINE THRU FETCH-LINE-END
           END-IF
           IF RTCD-OK
              PERFORM CHECK-SUPERVISOR THRU CHECK-SUPERVISOR-END
           END-IF
           IF RTCD-OK
              PERFORM SETTLE-LINE THRU SETTLE-LINE-END
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO CERTIFY-OUT
            SET RTCD-OK TO TRUE
            MOVE ACTI-OPERATOR-ID  TO ENTW-OPERATOR-ID
            MOVE ACTI-FUNCTION-CD  TO ENTW-FUNCTION-CD
            MOVE ACTI-BRANCH-SCOPE TO ENTW-BRANCH-SCOPE
            MOVE ACTI-DECISION     TO ENTW-DECISION
            MOVE ACTI-OPERATOR-ID  TO ACTO-OPERATOR-ID
            MOVE ACTI-FUNCTION-CD  TO ACTO-FUNCTION-CD
            IF ENTW-DECISION NOT = 'C' AND ENTW-DECISION NOT = 'R'
               SET RTCD-INVALID-DECISION TO TRUE
               MOVE 'NOT DECIDED - DECISION MUST BE C OR R' TO RT-MSG
            END-IF
            DISPLAY 'OPERATOR-ID = ' ENTW-OPERATOR-ID
               ' FUNCTION-CD = ' ENTW-FUNCTION-CD.
       GET-INPUT-END.
           EXIT.
      **************************************************************
      * FETCH-LINE READS THE LATEST CYCLE'S LINE FOR THE
      * ENTITLEMENT - AN OLDER LINE IS ALREADY DECIDED OR LAPSED.
      **************************************************************
       FETCH-LINE.
            EXEC SQL
                 SELECT ERC_CYCLE_ID, ERC_STATUS
                   INTO :ENTW-CYCLE-ID, :ENTW-STATUS
                   FROM OLS0002.ENTITLEMENT_RECERT
                  WHERE ERC_OPERATOR_ID = :ENTW-OPERATOR-ID
                    AND ERC_FUNCTION_CD = :ENTW-FUNCTION-CD
                    AND ERC_BRANCH_SCOPE = :ENTW-BRANCH-SCOPE
                  ORDER BY ERC_CYCLE_ID DESC
                  FETCH FIRST 1 ROW ONLY
            END-EXEC
            IF SQLCODE = 100
               SET RTCD-LINE-NOT-FOUND TO TRUE
               MOVE 'NOT DECIDED - NO RECERTIFICATION LINE' TO RT-MSG
               GO TO FETCH-LINE-END
            END-IF
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO FETCH-LINE-END
            END-IF
            MOVE ENTW-CYCLE-ID TO ACTO-CYCLE-ID
            IF ENTW-STATUS NOT = 'P'
               SET RTCD-LINE-NOT-PENDING TO TRUE
               MOVE 'NOT DECIDED - LINE ALREADY DECIDED OR LAPSED'
                  TO RT-MSG
            END-IF.
       FETCH-LINE-END.
           EXIT.
      **************************************************************
      * CHECK-SUPERVISOR - THE MAPPING IS READ AS IT STANDS NOW,
      * SO A SUPERVISOR ASSIGNED AFTER THE REPORT WAS PRINTED CAN
      * STILL DECIDE THE LINE BEFORE IT LAPSES.
      **************************************************************
       CHECK-SUPERVISOR.
            IF ENTW-OPERATOR-ID = EIBUSERID
               SET RTCD-OWN-ENTITLEMENT TO TRUE
               MOVE 'NOT DECIDED - OWN ENTITLEMENT' TO RT-MSG
               GO TO CHECK-SUPERVISOR-END
            END-IF
            MOVE SPACES TO ENTW-SUPERVISOR-ID
            EXEC SQL
                 SELECT OSV_SUPERVISOR_ID
                   INTO :ENTW-SUPERVISOR-ID
                   FROM OLS0002.OPERATOR_SUPERVISOR
                  WHERE OSV_OPERATOR_ID = :ENTW-OPERATOR-ID
            END-EXEC
            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO CHECK-SUPERVISOR-END
            END-IF
            IF ENTW-SUPERVISOR-ID NOT = EIBUSERID
               SET RTCD-NOT-SUPERVISOR TO TRUE
               MOVE 'NOT DECIDED - NOT THE OPERATOR''S SUPERVISOR'
                  TO RT-MSG
            END-IF.
       CHECK-SUPERVISOR-END.
           EXIT.
      **************************************************************
      * SETTLE-LINE TAKES THE PENDING LINE WITH A GUARDED UPDATE
      * FIRST - THE LAPSE RUN RACING THE SUPERVISOR LEAVES EXACTLY
      * ONE OF THEM HOLDING IT - THEN REMOVES THE ENTITLEMENT ON
      * A REVOCATION.
      **************************************************************
       SETTLE-LINE.
            EXEC SQL
                 UPDATE OLS0002.ENTITLEMENT_RECERT
                    SET ERC_STATUS = :ENTW-DECISION,
                        ERC_DECISION_USERID = :EIBUSERID,
                        ERC_DECISION_TS = CURRENT TIMESTAMP
                  WHERE ERC_CYCLE_ID = :ENTW-CYCLE-ID
                    AND ERC_OPERATOR_ID = :ENTW-OPERATOR-ID
                    AND ERC_FUNCTION_CD = :ENTW-FUNCTION-CD
                    AND ERC_BRANCH_SCOPE = :ENTW-BRANCH-SCOPE
                    AND ERC_STATUS = 'P'
            END-EXEC
            IF SQLCODE = 100
               SET RTCD-LINE-NOT-PENDING TO TRUE
               MOVE 'NOT DECIDED - LINE ALREADY DECIDED OR LAPSED'
                  TO RT-MSG
               GO TO SETTLE-LINE-END
            END-IF
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO SETTLE-LINE-END
            END-IF
            IF ENTW-DECISION = 'C'
               MOVE 'ENTITLEMENT CERTIFIED' TO RT-MSG
               GO TO SETTLE-LINE-END
            END-IF
            EXEC SQL
                 DELETE FROM OLS0002.OPERATOR_ENTITLEMENT
                  WHERE ENT_OPERATOR_ID = :ENTW-OPERATOR-ID
                    AND ENT_FUNCTION_CD = :ENTW-FUNCTION-CD
                    AND ENT_BRANCH_SCOPE = :ENTW-BRANCH-SCOPE
            END-EXEC
            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               PERFORM RESET-PENDING THRU RESET-PENDING-END
               GO TO SETTLE-LINE-END
            END-IF
            MOVE 'ENTITLEMENT REVOKED AND REMOVED' TO RT-MSG.
       SETTLE-LINE-END.
           EXIT.
      **************************************************************
      * A REVOCATION WHOSE DELETE FAILED MUST NOT SHOW REVOKED
      * WHILE THE OPERATOR STILL HOLDS THE AUTHORITY - THE LINE
      * GOES BACK TO PENDING SO THE SUPERVISOR CAN TRY AGAIN.
      **************************************************************
       RESET-PENDING.
            EXEC SQL
                 UPDATE OLS0002.ENTITLEMENT_RECERT
                    SET ERC_STATUS = 'P',
                        ERC_DECISION_USERID = ' ',
                        ERC_DECISION_TS = NULL
                  WHERE ERC_CYCLE_ID = :ENTW-CYCLE-ID
                    AND ERC_OPERATOR_ID = :ENTW-OPERATOR-ID
                    AND ERC_FUNCTION_CD = :ENTW-FUNCTION-CD
                    AND ERC_BRANCH_SCOPE = :ENTW-BRANCH-SCOPE
            END-EXEC.
       RESET-PENDING-END.
           EXIT.
      **************************************************************
       REPORT-SQL-FAILURE.
            SET RTCD-SQL-ERROR TO TRUE
            MOVE SQLCODE TO TXT-SQLCODE
            MOVE SQLSTATE TO TXT-SQLSTATE
            MOVE SQLERRMC TO TXT-SQLERRMC
            MOVE 'NOT DECIDED - SQL FAILURE' TO RT-MSG
            DISPLAY 'SQLCODE:  ' TXT-SQLCODE
            DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
            DISPLAY 'SQLERRMC: ' TXT-SQLERRMC.
       REPORT-SQL-FAILURE-END.
           EXIT.
      **************************************************************
