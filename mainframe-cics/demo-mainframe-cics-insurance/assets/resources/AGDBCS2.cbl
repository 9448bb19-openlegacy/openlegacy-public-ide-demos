CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * AGDBCS2 - OUTSTANDING AGENT DEBIT BALANCE REPORT.
      * RUN AFTER THE MONTH-END COMMISSION STATEMENT (COMMCS2), OR
      * ON DEMAND, SO AGENCY MANAGEMENT CAN SEE WHO OWES COMMISSION
      * BACK. FOR EVERY AGENT WITH A DEBIT BALANCE CARRIED FORWARD
      * ON OLS0002.AGENT_BALANCE IT LISTS THE AGENT'S NAME AND
      * STATUS FROM OLS0002.AGENT_MASTER, THE BALANCE OWED AND THE
      * DATE IT WAS LAST CHANGED, FOLLOWED BY ANY CLAWBACKS STILL
      * OPEN ON OLS0002.COMMISSION_CLAWBACK THAT NEXT MONTH'S
      * STATEMENT WILL ADD. ONE PRINT-IMAGE REPORT (AGDBRPT) WITH
      * PER-AGENT AND RUN TOTALS.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AGDBCS2.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT DEBIT-REPORT-FILE ASSIGN TO AGDBRPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DEBIT-REPORT-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  DEBIT-REPORT-FILE
            RECORDING MODE IS F.
        01  RPT-LINE                           PIC X(132).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
        01 AGENT-WS.
            07 ACTW-AGENT-ID          PIC X(8).
            07 ACTW-AGENT-NAME        PIC X(30).
            07 ACTW-AGENT-STATUS      PIC X(1).
            07 ACTW-DEBIT-BALANCE     PIC S9(11)V9(2) USAGE COMP-3.
            07 ACTW-UPDT-DT           PIC X(8).
        01 CLAWBACK-WS.
            07 ACTW-CLB-POLICY-NUM    PIC X(11).
            07 ACTW-CLB-SOURCE        PIC X(1).
            07 ACTW-CLB-EVENT-DT      PIC X(8).
            07 ACTW-CLB-AMOUNT        PIC S9(11)V9(2) USAGE COMP-3.
      **************************************************************
        01 WS-OPEN-TOTAL                   PIC S9(11)V9(2) COMP-3
                                                      VALUE 0.
        01 WS-RUN-BALANCE                  PIC S9(11)V9(2) COMP-3
                                                      VALUE 0.
        01 WS-RUN-OPEN                     PIC S9(11)V9(2) COMP-3
                                                      VALUE 0.
        01 WS-AMOUNT-ED                    PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01 WS-STATUS-TEXT                  PIC X(10)  VALUE SPACES.
        01 WS-SOURCE-TEXT                  PIC X(12)  VALUE SPACES.
        01 WS-CURRENT-DATE                 PIC 9(08)  VALUE 0.
        01 WS-AGENTS-LISTED                PIC 9(5)   VALUE 0.
        01 WS-DEBIT-REPORT-FILE-STATUS     PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 INNER-EOF                       PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * SHARED BATCH RUN-CONTROL WORK AREA (OLS0002.
      * BATCH_RUN_CONTROL), THE SAME DOUBLE-RUN GUARD EVERY
      * MONTH-END JOB CARRIES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'AGDBCS2 '.
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
           PERFORM DO-DECLARE THRU DO-DECLARE-END
           PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
           PERFORM DO-FETCH THRU DO-FETCH-END
           PERFORM AGENT-LOOP THRU AGENT-LOOP-END
              UNTIL EODATA = 'Y'
           PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           PERFORM WRITE-RUN-TOTAL THRU WRITE-RUN-TOTAL-END
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'AGDBCS2 AGENTS IN DEBIT:     ' WS-AGENTS-LISTED
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN OUTPUT DEBIT-REPORT-FILE
           IF WS-DEBIT-REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'DEBIT-REPORT-FILE OPEN FAILED, STATUS: '
                 WS-DEBIT-REPORT-FILE-STATUS
              MOVE 'Y' TO EODATA
              GO TO INIT-RTN-END
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING 'OUTSTANDING AGENT DEBIT BALANCES AS OF '
                                              DELIMITED BY SIZE
              WS-CURRENT-DATE                 DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
       INIT-RTN-END.
           EXIT.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE G1 CURSOR FOR
                SELECT
                  B.AGB_AGENT_ID,
                  COALESCE(A.AGT_NAME, ' '),
                  COALESCE(A.AGT_STATUS, ' '),
                  B.AGB_DEBIT_BALANCE,
                  B.AGB_UPDT_DT
                FROM OLS0002.AGENT_BALANCE B
                LEFT OUTER JOIN OLS0002.AGENT_MASTER A
                  ON A.AGT_AGENT_ID = B.AGB_AGENT_ID
                WHERE B.AGB_DEBIT_BALANCE > 0
                ORDER BY B.AGB_DEBIT_BALANCE DESC, B.AGB_AGENT_ID
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN G1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH G1 INTO
                  :ACTW-AGENT-ID,
                  :ACTW-AGENT-NAME,
                  :ACTW-AGENT-STATUS,
                  :ACTW-DEBIT-BALANCE,
                  :ACTW-UPDT-DT
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       AGENT-LOOP.
           ADD 1 TO WS-AGENTS-LISTED
           PERFORM WRITE-AGENT-LINE THRU WRITE-AGENT-LINE-END
           PERFORM OPEN-CLAWBACKS THRU OPEN-CLAWBACKS-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       AGENT-LOOP-END.
           EXIT.
      **************************************************************
       WRITE-AGENT-LINE.
           EVALUATE ACTW-AGENT-STATUS
              WHEN 'A'
                 MOVE 'ACTIVE' TO WS-STATUS-TEXT
              WHEN ' '
                 MOVE 'UNKNOWN' TO WS-STATUS-TEXT
              WHEN OTHER
                 MOVE 'INACTIVE' TO WS-STATUS-TEXT
           END-EVALUATE
           ADD ACTW-DEBIT-BALANCE TO WS-RUN-BALANCE
           MOVE ACTW-DEBIT-BALANCE TO WS-AMOUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING
              ACTW-AGENT-ID         DELIMITED BY SIZE
              '  '                  DELIMITED BY SIZE
              ACTW-AGENT-NAME       DELIMITED BY SIZE
              '  '                  DELIMITED BY SIZE
              WS-STATUS-TEXT        DELIMITED BY SIZE
              '  OWED '             DELIMITED BY SIZE
              WS-AMOUNT-ED          DELIMITED BY SIZE
              '  LAST UPDATED '     DELIMITED BY SIZE
              ACTW-UPDT-DT          DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
       WRITE-AGENT-LINE-END.
           EXIT.
      **************************************************************
      * OPEN-CLAWBACKS - CLAWBACKS QUEUED SINCE THE LAST STATEMENT.
      * THEY ARE NOT YET IN THE BALANCE; THE NEXT COMMCS2 RUN
      * CHARGES THEM.
      **************************************************************
       OPEN-CLAWBACKS.
           MOVE 0 TO WS-OPEN-TOTAL
           MOVE 'N' TO INNER-EOF
           EXEC SQL
              DECLARE G2 CURSOR FOR
               SELECT
                 CLB_POLICY_NUM,
                 CLB_SOURCE,
                 CLB_EVENT_DT,
                 CLB_AMOUNT
               FROM OLS0002.COMMISSION_CLAWBACK
               WHERE CLB_AGENT_ID = :ACTW-AGENT-ID
                 AND CLB_STATUS = 'O'
               ORDER BY CLB_EVENT_DT
           END-EXEC
           EXEC SQL
              OPEN G2
           END-EXEC
           PERFORM FETCH-CLAWBACK THRU FETCH-CLAWBACK-END
           PERFORM WRITE-CLAWBACK-LINE THRU WRITE-CLAWBACK-LINE-END
              UNTIL INNER-EOF = 'Y'
           EXEC SQL
              CLOSE G2
           END-EXEC
           IF WS-OPEN-TOTAL NOT = 0
              MOVE WS-OPEN-TOTAL TO WS-AMOUNT-ED
              MOVE SPACES TO RPT-LINE
              STRING '    OPEN CLAWBACKS NOT YET STATEMENTED: '
                                              DELIMITED BY SIZE
                 WS-AMOUNT-ED                 DELIMITED BY SIZE
                 INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
              ADD WS-OPEN-TOTAL TO WS-RUN-OPEN
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
       OPEN-CLAWBACKS-END.
           EXIT.
      **************************************************************
       FETCH-CLAWBACK.
           EXEC SQL
                FETCH G2 INTO
                  :ACTW-CLB-POLICY-NUM,
                  :ACTW-CLB-SOURCE,
                  :ACTW-CLB-EVENT-DT,
                  :ACTW-CLB-AMOUNT
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO INNER-EOF
           END-IF.
       FETCH-CLAWBACK-END.
           EXIT.
      **************************************************************
       WRITE-CLAWBACK-LINE.
           ADD ACTW-CLB-AMOUNT TO WS-OPEN-TOTAL
           EVALUATE ACTW-CLB-SOURCE
              WHEN 'C'
                 MOVE 'CANCELLED' TO WS-SOURCE-TEXT
              WHEN 'D'
                 MOVE 'DELETED' TO WS-SOURCE-TEXT
              WHEN 'L'
                 MOVE 'LAPSED' TO WS-SOURCE-TEXT
              WHEN OTHER
                 MOVE ACTW-CLB-SOURCE TO WS-SOURCE-TEXT
           END-EVALUATE
           MOVE ACTW-CLB-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING
              '    '                DELIMITED BY SIZE
              ACTW-CLB-POLICY-NUM   DELIMITED BY SIZE
              '  '                  DELIMITED BY SIZE
              WS-SOURCE-TEXT        DELIMITED BY SIZE
              ' '                   DELIMITED BY SIZE
              ACTW-CLB-EVENT-DT     DELIMITED BY SIZE
              '  OPEN CLAWBACK '    DELIMITED BY SIZE
              WS-AMOUNT-ED          DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           PERFORM FETCH-CLAWBACK THRU FETCH-CLAWBACK-END.
       WRITE-CLAWBACK-LINE-END.
           EXIT.
      **************************************************************
       WRITE-RUN-TOTAL.
           MOVE WS-RUN-BALANCE TO WS-AMOUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING
              'TOTAL OWED BY AGENTS:        ' DELIMITED BY SIZE
              WS-AMOUNT-ED                    DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE WS-RUN-OPEN TO WS-AMOUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING
              'TOTAL OPEN CLAWBACKS:        ' DELIMITED BY SIZE
              WS-AMOUNT-ED                    DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
       WRITE-RUN-TOTAL-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE G1
           END-EXEC.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE DEBIT-REPORT-FILE.
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
                  DISPLAY 'AGDBCS2 SQL ERROR. SQLCODE: ' TXT-SQLCODE
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
           MOVE WS-AGENTS-LISTED TO RUNC-RECORDS
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
