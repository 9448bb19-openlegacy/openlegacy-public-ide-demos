CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * ENTRCS9 - OPERATOR ENTITLEMENT RECERTIFICATION BATCH JOB.
      * OLS0002.OPERATOR_ENTITLEMENT SAYS WHO MAY RUN WHAT (DACTCS9,
      * UPNACT31 AND THE OTHER RESTRICTED PROGRAMS CHECK IT), BUT
      * NOBODY EVER REVIEWED IT - OPERATORS KEPT AUTHORITIES AFTER
      * CHANGING JOBS, AND SOME HELD BOTH HALVES OF A MAKER-CHECKER
      * PAIR. ENTRCS9 RUNS DAILY AND DOES TWO THINGS:
      *  1. LAPSE - EVERY OLS0002.ENTITLEMENT_RECERT LINE STILL
      *     PENDING ('P') PAST ITS DUE DATE LAPSES ('L'): THE
      *     ENTITLEMENT ROW ITSELF IS DELETED, SO THE AUTHORITY
      *     CHECKS STOP HONOURING IT WITHOUT ANY CHANGE OF THEIR
      *     OWN.
      *  2. RECERTIFY - ON THE FIRST RUN OF EACH CALENDAR QUARTER
      *     (CYCLE CCYYQN) EVERY ENTITLEMENT ROW GETS A PENDING
      *     RECERT LINE, DUE ENTW-REVIEW-DAYS LATER, UNDER THE
      *     OPERATOR'S SUPERVISOR ON OLS0002.OPERATOR_SUPERVISOR,
      *     AND THE RECERTIFICATION REPORT IS PRINTED TO RECRPT
      *     GROUPED BY SUPERVISOR. EACH LINE CARRIES THE LAST DATE
      *     THE ENTITLEMENT WAS USED AND TWO FLAGS:
      *       UNUSED - NOT USED IN THE LAST ENTW-UNUSED-DAYS DAYS.
      *         USE IS FOUND THROUGH OLS0002.ENTITLEMENT_USAGE_RULE,
      *         WHICH MAPS A FUNCTION CODE TO THE AUDIT ACTIONS IT
      *         LEAVES: SOURCE 'A' ACCOUNT2_AUDIT, 'I' ITEM_AUDIT,
      *         'M' ACCOUNT2_PENDING AS MAKER, 'C' AS CHECKER. A
      *         FUNCTION WITH NO RULE PRINTS NO-SRC - ITS USE
      *         CANNOT BE TOLD.
      *       SOD - THE OPERATOR ALSO HOLDS THE OTHER FUNCTION OF A
      *         TOXIC COMBINATION ON OLS0002.ENTITLEMENT_SOD_RULE
      *         (THE FIRST SUCH RULE IS PRINTED).
      *     THE SUPERVISOR CERTIFIES OR REVOKES EACH LINE THROUGH
      *     ENTCCS9. AN OPERATOR WITH NO SUPERVISOR PRINTS UNDER
      *     NONE, AND THOSE LINES LAPSE UNLESS ONE IS ASSIGNED AND
      *     CERTIFIES THEM IN TIME.
      *   SUP|SUPERVISOR
      *   ENT|OPERATOR|FUNCTION|BRANCH SCOPE|LAST USED|USAGE|SOD RULE
      *   TOT|LINES|UNUSED|SOD
      *   LAP|OPERATOR|FUNCTION|BRANCH SCOPE|CYCLE|SUPERVISOR
      *   ALL|LINES|UNUSED|SOD|LAPSED
      * RUNS UNDER THE SHARED BATCH_RUN_CONTROL GUARD.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ENTRCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RECERT-REPORT-FILE ASSIGN TO RECRPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RECERT-REPORT-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  RECERT-REPORT-FILE
            RECORDING MODE IS F.
        01  RECERT-REPORT-RECORD           PIC X(120).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLOPERENT.
           10 ENT_OPERATOR_ID      PIC X(8).
           10 ENT_FUNCTION_CD      PIC X(8).
           10 ENT_BRANCH_SCOPE     PIC S9(9) USAGE COMP.
      **************************************************************
       01  DCLOPERSUP.
           10 OSV_OPERATOR_ID      PIC X(8).
           10 OSV_SUPERVISOR_ID    PIC X(8).
      **************************************************************
       01  DCLENTUSAGE.
           10 EUR_FUNCTION_CD      PIC X(8).
           10 EUR_SOURCE           PIC X(1).
           10 EUR_ACTION           PIC X(6).
      **************************************************************
       01  DCLENTSOD.
           10 SOD_RULE_ID          PIC X(8).
           10 SOD_FUNCTION_A       PIC X(8).
           10 SOD_FUNCTION_B       PIC X(8).
           10 SOD_DESCRIPTION      PIC X(40).
      **************************************************************
       01  DCLENTRECERT.
           10 ERC_CYCLE_ID         PIC X(6).
           10 ERC_OPERATOR_ID      PIC X(8).
           10 ERC_FUNCTION_CD      PIC X(8).
           10 ERC_BRANCH_SCOPE     PIC S9(9) USAGE COMP.
           10 ERC_SUPERVISOR_ID    PIC X(8).
           10 ERC_LAST_USED_DT     PIC 9(8).
           10 ERC_USAGE_FLAG       PIC X(1).
           10 ERC_SOD_RULE_ID      PIC X(8).
           10 ERC_STATUS           PIC X(1).
           10 ERC_DUE_DT           PIC 9(8).
           10 ERC_DECISION_USERID  PIC X(8).
           10 ERC_DECISION_TS      PIC X(26).
      **************************************************************
        01 ENTITLEMENT-WS.
            07 ENTW-SUPERVISOR-ID     PIC X(8).
            07 ENTW-OPERATOR-ID       PIC X(8).
            07 ENTW-FUNCTION-CD       PIC X(8).
            07 ENTW-BRANCH-SCOPE      PIC S9(9) USAGE COMP.
            07 ENTW-LAST-USED-TS      PIC X(26).
            07 ENTW-LAST-USED-DT      PIC 9(8).
            07 ENTW-USAGE-FLAG        PIC X(1).
            07 ENTW-SOD-RULE-ID       PIC X(8).
            07 ENTW-CYCLE-ID          PIC X(6).
            07 ENTW-LAPSE-CYCLE       PIC X(6).
        01 ENTW-RULE-COUNT           PIC S9(4) COMP VALUE 0.
        01 ENTW-CYCLE-COUNT          PIC S9(9) COMP VALUE 0.
      **************************************************************
      * REVIEW WINDOW AND THE UNUSED LOOK-BACK, IN DAYS.
      **************************************************************
        01 ENTW-REVIEW-DAYS          PIC 9(3)  VALUE 30.
        01 ENTW-UNUSED-DAYS          PIC 9(3)  VALUE 90.
        01 ENTW-DUE-DT               PIC 9(8)  VALUE 0.
        01 ENTW-UNUSED-CUTOFF-DT     PIC 9(8)  VALUE 0.
        01 ENTW-QUARTER              PIC 9(1)  VALUE 0.
        01 ENTW-PREV-SUPERVISOR      PIC X(8)  VALUE LOW-VALUES.
        01 ENTW-BUILD-SW             PIC X(1)  VALUE 'N'.
        01 ENTW-LAPSE-EOF            PIC X(1)  VALUE 'N'.
        01 ENTW-GROUP-TOTALS.
            07 ENTW-GROUP-LINES       PIC 9(7)  VALUE 0.
            07 ENTW-GROUP-UNUSED      PIC 9(7)  VALUE 0.
            07 ENTW-GROUP-SOD         PIC 9(7)  VALUE 0.
        01 ENTW-RUN-TOTALS.
            07 ENTW-RUN-LINES         PIC 9(7)  VALUE 0.
            07 ENTW-RUN-UNUSED        PIC 9(7)  VALUE 0.
            07 ENTW-RUN-SOD           PIC 9(7)  VALUE 0.
            07 ENTW-RUN-LAPSED        PIC 9(7)  VALUE 0.
      **************************************************************
        01 WS-SCOPE-ED                     PIC 9(9).
        01 WS-COUNT-ED                     PIC 9(7).
        01 WS-COUNT2-ED                    PIC 9(7).
        01 WS-COUNT3-ED                    PIC 9(7).
        01 WS-COUNT4-ED                    PIC 9(7).
        01 WS-LAST-USED-TEXT               PIC X(8).
        01 WS-USAGE-TEXT                   PIC X(6).
        01 WS-SUPERVISOR-TEXT              PIC X(8).
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
          03 WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
            05 WS-CURRENT-CCYY             PIC 9(4).
            05 WS-CURRENT-MM               PIC 9(2).
            05 WS-CURRENT-DD               PIC 9(2).
        01 WS-RECERT-REPORT-FILE-STATUS    PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'ENTRCS9 '.
        01 RUNC-BUSINESS-DT                PIC 9(08)  VALUE 0.
        01 RUNC-SUPPRESS-SW                PIC X(1)   VALUE 'N'.
        01 RUNC-DONE-COUNT                 PIC S9(4)  COMP VALUE 0.
        01 RUNC-RECORDS                    PIC S9(9)  COMP-3 VALUE 0.
      **************************************************************
      * JOB-DEPENDENCY GATE WORK AREA - DEPGCS9 IS CALLED BEFORE
      * THE RUN REGISTERS, AND REFUSES THE START UNTIL EVERY
      * PREDECESSOR ON OLS0002.BATCH_JOB_DEPENDENCY HAS COMPLETED
      * FOR THE BUSINESS DATE.
      **************************************************************
        01 DEPG-PARM.
           05 DEPG-JOB-NAME                PIC X(8).
           05 DEPG-BUSINESS-DT             PIC 9(8).
           05 DEPG-RTCD                    PIC S9.
           05 DEPG-MSG                     PIC X(60).
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM REGISTER-RUN THRU REGISTER-RUN-END
           IF RUNC-SUPPRESS-SW = 'Y'
              GOBACK
           END-IF
           PERFORM INIT-RTN THRU INIT-RTN-END
           IF EODATA NOT = 'Y'
              PERFORM WRITE-REPORT-HEADING
                 THRU WRITE-REPORT-HEADING-END
              PERFORM LAPSE-OVERDUE THRU LAPSE-OVERDUE-END
              PERFORM CHECK-CYCLE THRU CHECK-CYCLE-END
           END-IF
           IF ENTW-BUILD-SW = 'Y'
              PERFORM DO-DECLARE THRU DO-DECLARE-END
              PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
              PERFORM DO-FETCH THRU DO-FETCH-END
              PERFORM RECERT-LOOP THRU RECERT-LOOP-END
                 UNTIL EODATA = 'Y'
              PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
              IF ENTW-RUN-LINES > 0
                 PERFORM WRITE-GROUP-TOTAL
                    THRU WRITE-GROUP-TOTAL-END
              END-IF
           END-IF
           IF WS-RECERT-REPORT-FILE-STATUS = '00'
              PERFORM WRITE-RUN-TOTAL THRU WRITE-RUN-TOTAL-END
           END-IF
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'ENTRCS9 CYCLE:              ' ENTW-CYCLE-ID
           DISPLAY 'ENTRCS9 LINES RAISED:       ' ENTW-RUN-LINES
           DISPLAY 'ENTRCS9 UNUSED FLAGGED:     ' ENTW-RUN-UNUSED
           DISPLAY 'ENTRCS9 SOD FLAGGED:        ' ENTW-RUN-SOD
           DISPLAY 'ENTRCS9 LAPSED:             ' ENTW-RUN-LAPSED
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
      * INIT-RTN - THE CYCLE IS THE CALENDAR QUARTER OF THE RUN
      * DATE; THE DUE DATE AND THE UNUSED CUT-OFF COUNT FROM IT.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           COMPUTE ENTW-QUARTER = (WS-CURRENT-MM - 1) / 3 + 1
           MOVE SPACES TO ENTW-CYCLE-ID
           STRING WS-CURRENT-CCYY DELIMITED BY SIZE
              'Q'                 DELIMITED BY SIZE
              ENTW-QUARTER        DELIMITED BY SIZE
              INTO ENTW-CYCLE-ID
           END-STRING
           COMPUTE ENTW-DUE-DT = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
              + ENTW-REVIEW-DAYS)
           COMPUTE ENTW-UNUSED-CUTOFF-DT = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
              - ENTW-UNUSED-DAYS)
           OPEN OUTPUT RECERT-REPORT-FILE
           IF WS-RECERT-REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'RECERT-REPORT-FILE OPEN FAILED, STATUS: '
                 WS-RECERT-REPORT-FILE-STATUS
              MOVE 'Y' TO EODATA
           END-IF.
       INIT-RTN-END.
           EXIT.
      **************************************************************
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RECERT-REPORT-RECORD
           STRING
              'ENTITLEMENT RECERTIFICATION - CYCLE ' DELIMITED BY SIZE
              ENTW-CYCLE-ID         DELIMITED BY SIZE
              ' - RUN '             DELIMITED BY SIZE
              WS-CURRENT-DATE       DELIMITED BY SIZE
              INTO RECERT-REPORT-RECORD
           END-STRING
           WRITE RECERT-REPORT-RECORD
           MOVE ALL '=' TO RECERT-REPORT-RECORD(1:60)
           MOVE SPACES TO RECERT-REPORT-RECORD(61:60)
           WRITE RECERT-REPORT-RECORD
           MOVE 'SUP|SUPERVISOR' TO RECERT-REPORT-RECORD
           WRITE RECERT-REPORT-RECORD
           MOVE
           'ENT|OPERATOR|FUNCTION|BRANCH SCOPE|LAST USED|USAGE|SOD RULE'
              TO RECERT-REPORT-RECORD
           WRITE RECERT-REPORT-RECORD
           MOVE 'TOT|LINES|UNUSED|SOD' TO RECERT-REPORT-RECORD
           WRITE RECERT-REPORT-RECORD
           MOVE 'LAP|OPERATOR|FUNCTION|BRANCH SCOPE|CYCLE|SUPERVISOR'
              TO RECERT-REPORT-RECORD
           WRITE RECERT-REPORT-RECORD
           MOVE 'ALL|LINES|UNUSED|SOD|LAPSED' TO RECERT-REPORT-RECORD
           WRITE RECERT-REPORT-RECORD.
       WRITE-REPORT-HEADING-END.
           EXIT.
      **************************************************************
      * LAPSE-OVERDUE - A LINE NOBODY CERTIFIED BY ITS DUE DATE
      * TAKES THE ENTITLEMENT WITH IT, IN THE ORDER ENTCCS9
      * SETTLES A REVOCATION: THE LINE IS MARKED LAPSED FIRST,
      * THEN THE ENTITLEMENT IS DELETED. A LINE THAT CANNOT BE
      * MARKED IS LEFT ALONE; A DELETE THAT FAILS PUTS THE LINE
      * BACK TO PENDING SO IT NEVER SHOWS LAPSED WHILE THE
      * OPERATOR STILL HOLDS THE AUTHORITY. EITHER FAILURE IS
      * DISPLAYED, NOT COUNTED AND NOT REPORTED AS LAPSED, AND
      * THE NEXT RUN PICKS THE LINE UP AGAIN.
      **************************************************************
       LAPSE-OVERDUE.
            EXEC SQL
               DECLARE L1 CURSOR FOR
                SELECT ERC_CYCLE_ID, ERC_OPERATOR_ID,
                       ERC_FUNCTION_CD, ERC_BRANCH_SCOPE,
                       ERC_SUPERVISOR_ID
                  FROM OLS0002.ENTITLEMENT_RECERT
                 WHERE ERC_STATUS = 'P'
                   AND ERC_DUE_DT < :WS-CURRENT-DATE
                FOR UPDATE OF ERC_STATUS, ERC_DECISION_USERID,
                              ERC_DECISION_TS
            END-EXEC
            EXEC SQL
               OPEN L1
            END-EXEC
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO TXT-SQLCODE
               DISPLAY 'ENTRCS9 LAPSE CURSOR FAILED: ' TXT-SQLCODE
               GO TO LAPSE-OVERDUE-END
            END-IF
            MOVE 'N' TO ENTW-LAPSE-EOF
            PERFORM FETCH-LAPSE THRU FETCH-LAPSE-END
            PERFORM LAPSE-LINE THRU LAPSE-LINE-END
               UNTIL ENTW-LAPSE-EOF = 'Y'
            EXEC SQL
               CLOSE L1
            END-EXEC.
       LAPSE-OVERDUE-END.
           EXIT.
      **************************************************************
       FETCH-LAPSE.
            EXEC SQL
                 FETCH L1 INTO
                   :ENTW-LAPSE-CYCLE, :ENTW-OPERATOR-ID,
                   :ENTW-FUNCTION-CD, :ENTW-BRANCH-SCOPE,
                   :ENTW-SUPERVISOR-ID
            END-EXEC
            IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                  MOVE SQLCODE TO TXT-SQLCODE
                  DISPLAY 'ENTRCS9 LAPSE FETCH FAILED: ' TXT-SQLCODE
               END-IF
               MOVE 'Y' TO ENTW-LAPSE-EOF
            END-IF.
       FETCH-LAPSE-END.
           EXIT.
      **************************************************************
       LAPSE-LINE.
            EXEC SQL
                 UPDATE OLS0002.ENTITLEMENT_RECERT
                    SET ERC_STATUS = 'L',
                        ERC_DECISION_USERID = :RUNC-JOB-NAME,
                        ERC_DECISION_TS = CURRENT TIMESTAMP
                  WHERE CURRENT OF L1
            END-EXEC
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO TXT-SQLCODE
               DISPLAY 'ENTRCS9 LAPSE UPDATE FAILED: ' TXT-SQLCODE
                  ' OPERATOR ' ENTW-OPERATOR-ID
                  ' FUNCTION ' ENTW-FUNCTION-CD
               GO TO LAPSE-LINE-NEXT
            END-IF
            EXEC SQL
                 DELETE FROM OLS0002.OPERATOR_ENTITLEMENT
                  WHERE ENT_OPERATOR_ID = :ENTW-OPERATOR-ID
                    AND ENT_FUNCTION_CD = :ENTW-FUNCTION-CD
                    AND ENT_BRANCH_SCOPE = :ENTW-BRANCH-SCOPE
            END-EXEC
            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO TXT-SQLCODE
               DISPLAY 'ENTRCS9 LAPSE DELETE FAILED: ' TXT-SQLCODE
                  ' OPERATOR ' ENTW-OPERATOR-ID
                  ' FUNCTION ' ENTW-FUNCTION-CD
               EXEC SQL
                    UPDATE OLS0002.ENTITLEMENT_RECERT
                       SET ERC_STATUS = 'P',
                           ERC_DECISION_USERID = ' ',
                           ERC_DECISION_TS = NULL
                     WHERE CURRENT OF L1
               END-EXEC
               GO TO LAPSE-LINE-NEXT
            END-IF
            ADD 1 TO ENTW-RUN-LAPSED
            PERFORM WRITE-LAPSE-LINE THRU WRITE-LAPSE-LINE-END.
       LAPSE-LINE-NEXT.
            PERFORM FETCH-LAPSE THRU FETCH-LAPSE-END.
       LAPSE-LINE-END.
           EXIT.
      **************************************************************
       WRITE-LAPSE-LINE.
           MOVE ENTW-BRANCH-SCOPE TO WS-SCOPE-ED
           IF ENTW-SUPERVISOR-ID = SPACES
              MOVE 'NONE' TO WS-SUPERVISOR-TEXT
           ELSE
              MOVE ENTW-SUPERVISOR-ID TO WS-SUPERVISOR-TEXT
           END-IF
           MOVE SPACES TO RECERT-REPORT-RECORD
           STRING
              'LAP'                 DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              ENTW-OPERATOR-ID      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              ENTW-FUNCTION-CD      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-SCOPE-ED           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              ENTW-LAPSE-CYCLE      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-SUPERVISOR-TEXT    DELIMITED BY SIZE
              INTO RECERT-REPORT-RECORD
           END-STRING
           WRITE RECERT-REPORT-RECORD.
       WRITE-LAPSE-LINE-END.
           EXIT.
      **************************************************************
      * CHECK-CYCLE - THE QUARTER'S LINES ARE RAISED ONCE. A
      * CYCLE ALREADY ON FILE LEAVES THIS RUN TO LAPSING ONLY.
      **************************************************************
       CHECK-CYCLE.
            MOVE 0 TO ENTW-CYCLE-COUNT
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :ENTW-CYCLE-COUNT
                   FROM OLS0002.ENTITLEMENT_RECERT
                  WHERE ERC_CYCLE_ID = :ENTW-CYCLE-ID
            END-EXEC
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO TXT-SQLCODE
               DISPLAY 'ENTRCS9 CYCLE CHECK FAILED: ' TXT-SQLCODE
               GO TO CHECK-CYCLE-END
            END-IF
            IF ENTW-CYCLE-COUNT = 0
               MOVE 'Y' TO ENTW-BUILD-SW
            ELSE
               DISPLAY 'ENTRCS9 CYCLE ' ENTW-CYCLE-ID
                  ' ALREADY RAISED - LAPSE PASS ONLY'
            END-IF.
       CHECK-CYCLE-END.
           EXIT.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE E1 CURSOR FOR
                SELECT
                  COALESCE(S.OSV_SUPERVISOR_ID, ' '),
                  E.ENT_OPERATOR_ID,
                  E.ENT_FUNCTION_CD,
                  E.ENT_BRANCH_SCOPE
                FROM OLS0002.OPERATOR_ENTITLEMENT E
                LEFT OUTER JOIN OLS0002.OPERATOR_SUPERVISOR S
                   ON S.OSV_OPERATOR_ID = E.ENT_OPERATOR_ID
                ORDER BY 1, 2, 3, 4
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN E1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH E1 INTO
                  :ENTW-SUPERVISOR-ID,
                  :ENTW-OPERATOR-ID,
                  :ENTW-FUNCTION-CD,
                  :ENTW-BRANCH-SCOPE
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
      * RECERT-LOOP - A CHANGE OF SUPERVISOR CLOSES THE GROUP
      * BEFORE IT AND OPENS THE NEXT.
      **************************************************************
       RECERT-LOOP.
           IF ENTW-SUPERVISOR-ID NOT = ENTW-PREV-SUPERVISOR
              IF ENTW-RUN-LINES > 0
                 PERFORM WRITE-GROUP-TOTAL
                    THRU WRITE-GROUP-TOTAL-END
              END-IF
              PERFORM WRITE-GROUP-HEADER
                 THRU WRITE-GROUP-HEADER-END
              MOVE ENTW-SUPERVISOR-ID TO ENTW-PREV-SUPERVISOR
           END-IF
           PERFORM FIND-LAST-USED THRU FIND-LAST-USED-END
           PERFORM FIND-SOD-CONFLICT THRU FIND-SOD-CONFLICT-END
           PERFORM RAISE-LINE THRU RAISE-LINE-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       RECERT-LOOP-END.
           EXIT.
      **************************************************************
      * FIND-LAST-USED - THE LATEST AUDIT TRACE THE OPERATOR LEFT
      * UNDER ANY ACTION THE USAGE RULES TIE TO THIS FUNCTION.
      * NEVER USED COMES BACK AS THE YEAR-ONE TIMESTAMP, DATE 0.
      **************************************************************
       FIND-LAST-USED.
            MOVE 0 TO ENTW-LAST-USED-DT
            MOVE 0 TO ENTW-RULE-COUNT
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :ENTW-RULE-COUNT
                   FROM OLS0002.ENTITLEMENT_USAGE_RULE
                  WHERE EUR_FUNCTION_CD = :ENTW-FUNCTION-CD
            END-EXEC
            IF ENTW-RULE-COUNT = 0
               MOVE 'N' TO ENTW-USAGE-FLAG
               GO TO FIND-LAST-USED-END
            END-IF
            MOVE SPACES TO ENTW-LAST-USED-TS
            EXEC SQL
                 SELECT COALESCE(MAX(U.USED_TS),
                           TIMESTAMP('0001-01-01-00.00.00'))
                   INTO :ENTW-LAST-USED-TS
                   FROM (
                     SELECT A.AUD_TS AS USED_TS
                       FROM OLS0002.ENTITLEMENT_USAGE_RULE R,
                            OLS0002.ACCOUNT2_AUDIT A
                      WHERE R.EUR_FUNCTION_CD = :ENTW-FUNCTION-CD
                        AND R.EUR_SOURCE = 'A'
                        AND A.AUD_ACTION = R.EUR_ACTION
                        AND A.AUD_USERID = :ENTW-OPERATOR-ID
                     UNION ALL
                     SELECT I.IAUD_TS
                       FROM OLS0002.ENTITLEMENT_USAGE_RULE R,
                            OLS0002.ITEM_AUDIT I
                      WHERE R.EUR_FUNCTION_CD = :ENTW-FUNCTION-CD
                        AND R.EUR_SOURCE = 'I'
                        AND I.IAUD_ACTION = R.EUR_ACTION
                        AND I.IAUD_USERID = :ENTW-OPERATOR-ID
                     UNION ALL
                     SELECT P.PND_MAKER_TS
                       FROM OLS0002.ENTITLEMENT_USAGE_RULE R,
                            OLS0002.ACCOUNT2_PENDING P
                      WHERE R.EUR_FUNCTION_CD = :ENTW-FUNCTION-CD
                        AND R.EUR_SOURCE = 'M'
                        AND P.PND_ACTION = R.EUR_ACTION
                        AND P.PND_MAKER_ID = :ENTW-OPERATOR-ID
                     UNION ALL
                     SELECT P.PND_CHECKER_TS
                       FROM OLS0002.ENTITLEMENT_USAGE_RULE R,
                            OLS0002.ACCOUNT2_PENDING P
                      WHERE R.EUR_FUNCTION_CD = :ENTW-FUNCTION-CD
                        AND R.EUR_SOURCE = 'C'
                        AND P.PND_ACTION = R.EUR_ACTION
                        AND P.PND_CHECKER_ID = :ENTW-OPERATOR-ID
                   ) AS U
            END-EXEC
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO TXT-SQLCODE
               DISPLAY 'ENTRCS9 LAST-USED READ FAILED: ' TXT-SQLCODE
               MOVE 'N' TO ENTW-USAGE-FLAG
               GO TO FIND-LAST-USED-END
            END-IF
            IF ENTW-LAST-USED-TS(1:4) NOT = '0001'
               MOVE ENTW-LAST-USED-TS(1:4) TO WS-LAST-USED-TEXT(1:4)
               MOVE ENTW-LAST-USED-TS(6:2) TO WS-LAST-USED-TEXT(5:2)
               MOVE ENTW-LAST-USED-TS(9:2) TO WS-LAST-USED-TEXT(7:2)
               MOVE WS-LAST-USED-TEXT TO ENTW-LAST-USED-DT
            END-IF
            IF ENTW-LAST-USED-DT < ENTW-UNUSED-CUTOFF-DT
               MOVE 'U' TO ENTW-USAGE-FLAG
            ELSE
               MOVE 'Y' TO ENTW-USAGE-FLAG
            END-IF.
       FIND-LAST-USED-END.
           EXIT.
      **************************************************************
      * FIND-SOD-CONFLICT - A RULE NAMES TWO FUNCTIONS NO ONE
      * OPERATOR MAY HOLD TOGETHER; EITHER ORDER COUNTS.
      **************************************************************
       FIND-SOD-CONFLICT.
            MOVE SPACES TO ENTW-SOD-RULE-ID
            EXEC SQL
                 SELECT R.SOD_RULE_ID
                   INTO :ENTW-SOD-RULE-ID
                   FROM OLS0002.ENTITLEMENT_SOD_RULE R,
                        OLS0002.OPERATOR_ENTITLEMENT E
                  WHERE E.ENT_OPERATOR_ID = :ENTW-OPERATOR-ID
                    AND ((R.SOD_FUNCTION_A = :ENTW-FUNCTION-CD
                          AND E.ENT_FUNCTION_CD = R.SOD_FUNCTION_B)
                      OR (R.SOD_FUNCTION_B = :ENTW-FUNCTION-CD
                          AND E.ENT_FUNCTION_CD = R.SOD_FUNCTION_A))
                  ORDER BY R.SOD_RULE_ID
                  FETCH FIRST 1 ROW ONLY
            END-EXEC
            IF SQLCODE NOT = 0
               MOVE SPACES TO ENTW-SOD-RULE-ID
               IF SQLCODE NOT = 100
                  MOVE SQLCODE TO TXT-SQLCODE
                  DISPLAY 'ENTRCS9 SOD RULE READ FAILED: '
                     TXT-SQLCODE
               END-IF
            END-IF.
       FIND-SOD-CONFLICT-END.
           EXIT.
      **************************************************************
      * RAISE-LINE - THE PENDING RECERT LINE, THEN ITS REPORT LINE.
      **************************************************************
       RAISE-LINE.
            EXEC SQL
                 INSERT INTO OLS0002.ENTITLEMENT_RECERT (
                    ERC_CYCLE_ID, ERC_OPERATOR_ID, ERC_FUNCTION_CD,
                    ERC_BRANCH_SCOPE, ERC_SUPERVISOR_ID,
                    ERC_LAST_USED_DT, ERC_USAGE_FLAG,
                    ERC_SOD_RULE_ID, ERC_STATUS, ERC_DUE_DT,
                    ERC_DECISION_USERID)
                 VALUES (
                    :ENTW-CYCLE-ID, :ENTW-OPERATOR-ID,
                    :ENTW-FUNCTION-CD, :ENTW-BRANCH-SCOPE,
                    :ENTW-SUPERVISOR-ID, :ENTW-LAST-USED-DT,
                    :ENTW-USAGE-FLAG, :ENTW-SOD-RULE-ID, 'P',
                    :ENTW-DUE-DT, ' ')
            END-EXEC
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO TXT-SQLCODE
               DISPLAY 'ENTRCS9 RECERT INSERT FAILED: ' TXT-SQLCODE
                  ' OPERATOR ' ENTW-OPERATOR-ID
                  ' FUNCTION ' ENTW-FUNCTION-CD
               GO TO RAISE-LINE-END
            END-IF
            ADD 1 TO ENTW-GROUP-LINES ENTW-RUN-LINES
            IF ENTW-USAGE-FLAG = 'U'
               ADD 1 TO ENTW-GROUP-UNUSED ENTW-RUN-UNUSED
            END-IF
            IF ENTW-SOD-RULE-ID NOT = SPACES
               ADD 1 TO ENTW-GROUP-SOD ENTW-RUN-SOD
            END-IF
            PERFORM WRITE-RECERT-LINE THRU WRITE-RECERT-LINE-END.
       RAISE-LINE-END.
           EXIT.
      **************************************************************
       WRITE-GROUP-HEADER.
           MOVE 0 TO ENTW-GROUP-LINES ENTW-GROUP-UNUSED
                     ENTW-GROUP-SOD
           IF ENTW-SUPERVISOR-ID = SPACES
              MOVE 'NONE' TO WS-SUPERVISOR-TEXT
           ELSE
              MOVE ENTW-SUPERVISOR-ID TO WS-SUPERVISOR-TEXT
           END-IF
           MOVE SPACES TO RECERT-REPORT-RECORD
           WRITE RECERT-REPORT-RECORD
           STRING
              'SUP'                 DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-SUPERVISOR-TEXT    DELIMITED BY SIZE
              INTO RECERT-REPORT-RECORD
           END-STRING
           WRITE RECERT-REPORT-RECORD.
       WRITE-GROUP-HEADER-END.
           EXIT.
      **************************************************************
       WRITE-RECERT-LINE.
           MOVE ENTW-BRANCH-SCOPE TO WS-SCOPE-ED
           IF ENTW-LAST-USED-DT = 0
              MOVE 'NEVER' TO WS-LAST-USED-TEXT
           ELSE
              MOVE ENTW-LAST-USED-DT TO WS-LAST-USED-TEXT
           END-IF
           EVALUATE ENTW-USAGE-FLAG
              WHEN 'U'
                 MOVE 'UNUSED' TO WS-USAGE-TEXT
              WHEN 'N'
                 MOVE 'NO-SRC' TO WS-USAGE-TEXT
                 MOVE SPACES TO WS-LAST-USED-TEXT
              WHEN OTHER
                 MOVE 'USED' TO WS-USAGE-TEXT
           END-EVALUATE
           MOVE SPACES TO RECERT-REPORT-RECORD
           STRING
              'ENT'                 DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              ENTW-OPERATOR-ID      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              ENTW-FUNCTION-CD      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-SCOPE-ED           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-LAST-USED-TEXT     DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-USAGE-TEXT         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              ENTW-SOD-RULE-ID      DELIMITED BY SIZE
              INTO RECERT-REPORT-RECORD
           END-STRING
           WRITE RECERT-REPORT-RECORD.
       WRITE-RECERT-LINE-END.
           EXIT.
      **************************************************************
       WRITE-GROUP-TOTAL.
           MOVE ENTW-GROUP-LINES TO WS-COUNT-ED
           MOVE ENTW-GROUP-UNUSED TO WS-COUNT2-ED
           MOVE ENTW-GROUP-SOD TO WS-COUNT3-ED
           MOVE SPACES TO RECERT-REPORT-RECORD
           STRING
              'TOT'                 DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-COUNT-ED           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-COUNT2-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-COUNT3-ED          DELIMITED BY SIZE
              INTO RECERT-REPORT-RECORD
           END-STRING
           WRITE RECERT-REPORT-RECORD.
       WRITE-GROUP-TOTAL-END.
           EXIT.
      **************************************************************
       WRITE-RUN-TOTAL.
           MOVE ENTW-RUN-LINES TO WS-COUNT-ED
           MOVE ENTW-RUN-UNUSED TO WS-COUNT2-ED
           MOVE ENTW-RUN-SOD TO WS-COUNT3-ED
           MOVE ENTW-RUN-LAPSED TO WS-COUNT4-ED
           MOVE SPACES TO RECERT-REPORT-RECORD
           WRITE RECERT-REPORT-RECORD
           STRING
              'ALL'                 DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-COUNT-ED           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-COUNT2-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-COUNT3-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-COUNT4-ED          DELIMITED BY SIZE
              INTO RECERT-REPORT-RECORD
           END-STRING
           WRITE RECERT-REPORT-RECORD.
       WRITE-RUN-TOTAL-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE E1
           END-EXEC.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE RECERT-REPORT-FILE.
       CLOSE-FILES-END.
           EXIT.
      **************************************************************
       DO-POSTSQL.
            MOVE SQLCODE TO TXT-SQLCODE
            MOVE SQLSTATE TO TXT-SQLSTATE
            MOVE SQLERRMC TO TXT-SQLERRMC
            IF SQLCODE = 100
               MOVE 'Y' TO EODATA
            ELSE
               IF SQLCODE NOT = 0
                  DISPLAY 'ENTRCS9 SQL ERROR. SQLCODE:  ' TXT-SQLCODE
                  DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
                  DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
                  MOVE 'Y' TO EODATA
               END-IF
            END-IF.
       DO-POSTSQL-END.
           EXIT.
      **************************************************************
       REGISTER-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUNC-BUSINESS-DT
           PERFORM CHECK-PREDECESSORS THRU CHECK-PREDECESSORS-END
           IF RUNC-SUPPRESS-SW = 'Y'
              GO TO REGISTER-RUN-END
           END-IF
           MOVE 0 TO RUNC-DONE-COUNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :RUNC-DONE-COUNT
                  FROM OLS0002.BATCH_RUN_CONTROL
                 WHERE RUN_JOB_NAME = :RUNC-JOB-NAME
                   AND RUN_BUSINESS_DT = :RUNC-BUSINESS-DT
                   AND RUN_STATUS = 'C'
           END-EXEC
           IF RUNC-DONE-COUNT > 0
              MOVE 'Y' TO RUNC-SUPPRESS-SW
              DISPLAY RUNC-JOB-NAME
                 ' ALREADY COMPLETED FOR BUSINESS DATE '
                 RUNC-BUSINESS-DT ' - RUN SUPPRESSED'
              GO TO REGISTER-RUN-END
           END-IF
           EXEC SQL
                DELETE FROM OLS0002.BATCH_RUN_CONTROL
                 WHERE RUN_JOB_NAME = :RUNC-JOB-NAME
                   AND RUN_BUSINESS_DT = :RUNC-BUSINESS-DT
           END-EXEC
           EXEC SQL
                INSERT INTO OLS0002.BATCH_RUN_CONTROL (
                   RUN_JOB_NAME, RUN_BUSINESS_DT, RUN_START_TS,
                   RUN_STATUS, RUN_RECORDS)
                VALUES (
                   :RUNC-JOB-NAME, :RUNC-BUSINESS-DT,
                   CURRENT TIMESTAMP, 'R', 0)
           END-EXEC.
       REGISTER-RUN-END.
           EXIT.
      **************************************************************
      * CHECK-PREDECESSORS - THE SHARED DEPENDENCY GATE. A HELD
      * JOB ENDS WITH RETURN-CODE 12 AND AN OPERATOR MESSAGE SO
      * THE SCHEDULER SEES A DISTINCT CONDITION CODE, NOT A
      * NORMAL END.
      **************************************************************
       CHECK-PREDECESSORS.
           MOVE RUNC-JOB-NAME TO DEPG-JOB-NAME
           MOVE RUNC-BUSINESS-DT TO DEPG-BUSINESS-DT
           CALL 'DEPGCS9' USING DEPG-PARM
           IF DEPG-RTCD NOT = 0
              DISPLAY RUNC-JOB-NAME ' HELD AT DEPENDENCY GATE: '
                 DEPG-MSG
              MOVE 'Y' TO RUNC-SUPPRESS-SW
              MOVE 12 TO RETURN-CODE
           END-IF.
       CHECK-PREDECESSORS-END.
           EXIT.
      **************************************************************
       COMPLETE-RUN.
           COMPUTE RUNC-RECORDS = ENTW-RUN-LINES + ENTW-RUN-LAPSED
           EXEC SQL
                UPDATE OLS0002.BATCH_RUN_CONTROL
                   SET RUN_STATUS = 'C',
                       RUN_END_TS = CURRENT TIMESTAMP,
                       RUN_RECORDS = :RUNC-RECORDS
                 WHERE RUN_JOB_NAME = :RUNC-JOB-NAME
                   AND RUN_BUSINESS_DT = :RUNC-BUSINESS-DT
           END-EXEC.
       COMPLETE-RUN-END.
           EXIT.
      **************************************************************
