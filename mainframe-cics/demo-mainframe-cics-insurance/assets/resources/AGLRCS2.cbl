CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * AGLRCS2 - MONTHLY AGENT LICENSING REPORT.
      * OLS0002.AGENT_LICENSE HOLDS ONE ROW PER AGENT, STATE AND
      * LINE OF BUSINESS (POLICY TYPE) WITH THE LICENSE NUMBER AND
      * EXPIRY DATE; QUOCCS2, QUOBCS2 AND CPOLCS2 REFUSE BUSINESS
      * THE PRODUCING AGENT IS NOT CURRENTLY LICENSED TO WRITE.
      * THIS JOB GIVES AGENCY MANAGEMENT TWO LISTS ON ONE
      * PRINT-IMAGE REPORT (AGLICRPT): LICENSES EXPIRING IN THE
      * NEXT SIXTY DAYS, SO RENEWALS CAN BE CHASED BEFORE THE
      * AGENT IS LOCKED OUT, AND IN-FORCE OLS0002.POLICY2 BUSINESS
      * WHOSE AGENT OF RECORD NO LONGER HOLDS A CURRENT LICENSE
      * FOR THE POLICY'S STATE AND TYPE, SHOWING THE LAST EXPIRY
      * ON FILE (NONE WHEN THE AGENT WAS NEVER LICENSED THERE).
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AGLRCS2.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT LICENSE-REPORT-FILE ASSIGN TO AGLICRPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LICENSE-REPORT-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  LICENSE-REPORT-FILE
            RECORDING MODE IS F.
        01  RPT-LINE                           PIC X(132).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLLICENSE.
           10 LIC_AGENT_ID         PIC X(8).
           10 LIC_STATE            PIC X(2).
           10 LIC_POLICY_TYPE      PIC X(16).
           10 LIC_LICENSE_NUM      PIC X(16).
           10 LIC_EXPIRY_DT        PIC X(8).
      **************************************************************
        01 LICENSE-WS.
            07 ACTW-AGENT-ID          PIC X(8).
            07 ACTW-AGENT-NAME        PIC X(30).
            07 ACTW-STATE             PIC X(2).
            07 ACTW-POLICY-TYPE       PIC X(16).
            07 ACTW-LICENSE-NUM       PIC X(16).
            07 ACTW-EXPIRY-DT         PIC X(8).
        01 POLICY-WS.
            07 ACTW-POLICY-NUM        PIC X(11).
            07 ACTW-POL-AGENT-ID      PIC X(8).
            07 ACTW-POL-STATE         PIC X(2).
            07 ACTW-POL-TYPE          PIC X(16).
            07 ACTW-LAST-EXPIRY-DT    PIC X(8).
      **************************************************************
        01 WS-CURRENT-DATE                 PIC 9(08)  VALUE 0.
        01 WS-HORIZON-DT                   PIC 9(08)  VALUE 0.
        01 WS-HORIZON-INT                  PIC S9(9)  COMP VALUE 0.
        01 WS-EXPIRING-COUNT               PIC 9(5)   VALUE 0.
        01 WS-UNLICENSED-COUNT             PIC 9(5)   VALUE 0.
        01 WS-LICENSE-REPORT-FILE-STATUS   PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * SHARED BATCH RUN-CONTROL WORK AREA (OLS0002.
      * BATCH_RUN_CONTROL), THE SAME DOUBLE-RUN GUARD EVERY
      * MONTH-END JOB CARRIES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'AGLRCS2 '.
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
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM REGISTER-RUN THRU REGISTER-RUN-END
           IF RUNC-SUPPRESS-SW = 'Y'
              GOBACK
           END-IF
           PERFORM INIT-RTN THRU INIT-RTN-END
           IF EODATA = 'N'
              PERFORM EXPIRING-PASS THRU EXPIRING-PASS-END
              MOVE 'N' TO EODATA
              PERFORM UNLICENSED-PASS THRU UNLICENSED-PASS-END
              PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           END-IF
           DISPLAY 'AGLRCS2 LICENSES EXPIRING:   ' WS-EXPIRING-COUNT
           DISPLAY 'AGLRCS2 UNLICENSED POLICIES: ' WS-UNLICENSED-COUNT
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
      * THE EXPIRY WINDOW IS THE RUN DATE THROUGH SIXTY DAYS OUT.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           COMPUTE WS-HORIZON-INT =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) + 60
           MOVE FUNCTION DATE-OF-INTEGER(WS-HORIZON-INT)
              TO WS-HORIZON-DT
           OPEN OUTPUT LICENSE-REPORT-FILE
           IF WS-LICENSE-REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'LICENSE-REPORT-FILE OPEN FAILED, STATUS: '
                 WS-LICENSE-REPORT-FILE-STATUS
              MOVE 'Y' TO EODATA
           END-IF.
       INIT-RTN-END.
           EXIT.
      **************************************************************
       EXPIRING-PASS.
           MOVE SPACES TO RPT-LINE
           STRING 'AGENT LICENSES EXPIRING ' DELIMITED BY SIZE
              WS-CURRENT-DATE               DELIMITED BY SIZE
              ' THROUGH '                   DELIMITED BY SIZE
              WS-HORIZON-DT                 DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           EXEC SQL
              DECLARE G1 CURSOR FOR
               SELECT
                 L.LIC_AGENT_ID,
                 COALESCE(A.AGT_NAME, ' '),
                 L.LIC_STATE,
                 L.LIC_POLICY_TYPE,
                 L.LIC_LICENSE_NUM,
                 L.LIC_EXPIRY_DT
               FROM OLS0002.AGENT_LICENSE L
               LEFT OUTER JOIN OLS0002.AGENT_MASTER A
                 ON A.AGT_AGENT_ID = L.LIC_AGENT_ID
               WHERE L.LIC_EXPIRY_DT >= :WS-CURRENT-DATE
                 AND L.LIC_EXPIRY_DT <= :WS-HORIZON-DT
               ORDER BY L.LIC_EXPIRY_DT, L.LIC_AGENT_ID,
                        L.LIC_STATE, L.LIC_POLICY_TYPE
           END-EXEC
           EXEC SQL
              OPEN G1
           END-EXEC
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END
           IF EODATA = 'N'
              PERFORM FETCH-EXPIRING THRU FETCH-EXPIRING-END
           END-IF
           PERFORM WRITE-EXPIRING-LINE THRU WRITE-EXPIRING-LINE-END
              UNTIL EODATA = 'Y'
           EXEC SQL
              CLOSE G1
           END-EXEC
           MOVE SPACES TO RPT-LINE
           STRING 'LICENSES EXPIRING: ' DELIMITED BY SIZE
              WS-EXPIRING-COUNT         DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
       EXPIRING-PASS-END.
           EXIT.
      **************************************************************
       FETCH-EXPIRING.
           EXEC SQL
                FETCH G1 INTO
                  :ACTW-AGENT-ID,
                  :ACTW-AGENT-NAME,
                  :ACTW-STATE,
                  :ACTW-POLICY-TYPE,
                  :ACTW-LICENSE-NUM,
                  :ACTW-EXPIRY-DT
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       FETCH-EXPIRING-END.
           EXIT.
      **************************************************************
       WRITE-EXPIRING-LINE.
           ADD 1 TO WS-EXPIRING-COUNT
           MOVE SPACES TO RPT-LINE
           STRING
              ACTW-AGENT-ID         DELIMITED BY SIZE
              '  '                  DELIMITED BY SIZE
              ACTW-AGENT-NAME       DELIMITED BY SIZE
              '  '                  DELIMITED BY SIZE
              ACTW-STATE            DELIMITED BY SIZE
              '  '                  DELIMITED BY SIZE
              ACTW-POLICY-TYPE      DELIMITED BY SIZE
              '  LICENSE '          DELIMITED BY SIZE
              ACTW-LICENSE-NUM      DELIMITED BY SIZE
              '  EXPIRES '          DELIMITED BY SIZE
              ACTW-EXPIRY-DT        DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           PERFORM FETCH-EXPIRING THRU FETCH-EXPIRING-END.
       WRITE-EXPIRING-LINE-END.
           EXIT.
      **************************************************************
      * UNLICENSED-PASS - IN-FORCE AGENCY BUSINESS WITH NO CURRENT
      * LICENSE BEHIND IT. DIRECT BUSINESS (NO AGENT) IS SKIPPED.
      **************************************************************
       UNLICENSED-PASS.
           MOVE SPACES TO RPT-LINE
           STRING 'IN-FORCE POLICIES WHOSE AGENT LICENSE HAS LAPSED'
                                            DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           EXEC SQL
              DECLARE G2 CURSOR FOR
               SELECT
                 P.POL_POLICY_NUM,
                 P.POL_AGENT_ID,
                 P.POL_CUST_STATE,
                 P.POL_POLICY_TYPE,
                 COALESCE((SELECT MAX(X.LIC_EXPIRY_DT)
                             FROM OLS0002.AGENT_LICENSE X
                            WHERE X.LIC_AGENT_ID = P.POL_AGENT_ID
                              AND X.LIC_STATE = P.POL_CUST_STATE
                              AND X.LIC_POLICY_TYPE =
                                  P.POL_POLICY_TYPE), 'NONE')
               FROM OLS0002.POLICY2 P
               WHERE P.POL_ISACTIVE = 'Y'
                 AND P.POL_AGENT_ID <> ' '
                 AND NOT EXISTS (
                     SELECT 1
                       FROM OLS0002.AGENT_LICENSE L
                      WHERE L.LIC_AGENT_ID = P.POL_AGENT_ID
                        AND L.LIC_STATE = P.POL_CUST_STATE
                        AND L.LIC_POLICY_TYPE = P.POL_POLICY_TYPE
                        AND L.LIC_EXPIRY_DT >= :WS-CURRENT-DATE)
               ORDER BY P.POL_AGENT_ID, P.POL_POLICY_NUM
           END-EXEC
           EXEC SQL
              OPEN G2
           END-EXEC
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END
           IF EODATA = 'N'
              PERFORM FETCH-UNLICENSED THRU FETCH-UNLICENSED-END
           END-IF
           PERFORM WRITE-UNLICENSED-LINE
              THRU WRITE-UNLICENSED-LINE-END
              UNTIL EODATA = 'Y'
           EXEC SQL
              CLOSE G2
           END-EXEC
           MOVE SPACES TO RPT-LINE
           STRING 'POLICIES WITHOUT CURRENT LICENSE: '
                                        DELIMITED BY SIZE
              WS-UNLICENSED-COUNT       DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
       UNLICENSED-PASS-END.
           EXIT.
      **************************************************************
       FETCH-UNLICENSED.
           EXEC SQL
                FETCH G2 INTO
                  :ACTW-POLICY-NUM,
                  :ACTW-POL-AGENT-ID,
                  :ACTW-POL-STATE,
                  :ACTW-POL-TYPE,
                  :ACTW-LAST-EXPIRY-DT
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       FETCH-UNLICENSED-END.
           EXIT.
      **************************************************************
       WRITE-UNLICENSED-LINE.
           ADD 1 TO WS-UNLICENSED-COUNT
           MOVE SPACES TO RPT-LINE
           STRING
              ACTW-POLICY-NUM       DELIMITED BY SIZE
              '  AGENT '            DELIMITED BY SIZE
              ACTW-POL-AGENT-ID     DELIMITED BY SIZE
              '  '                  DELIMITED BY SIZE
              ACTW-POL-STATE        DELIMITED BY SIZE
              '  '                  DELIMITED BY SIZE
              ACTW-POL-TYPE         DELIMITED BY SIZE
              '  LAST LICENSE EXPIRY ' DELIMITED BY SIZE
              ACTW-LAST-EXPIRY-DT   DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           PERFORM FETCH-UNLICENSED THRU FETCH-UNLICENSED-END.
       WRITE-UNLICENSED-LINE-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE LICENSE-REPORT-FILE.
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
                  DISPLAY 'AGLRCS2 SQL ERROR. SQLCODE: ' TXT-SQLCODE
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
           COMPUTE RUNC-RECORDS =
              WS-EXPIRING-COUNT + WS-UNLICENSED-COUNT
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
