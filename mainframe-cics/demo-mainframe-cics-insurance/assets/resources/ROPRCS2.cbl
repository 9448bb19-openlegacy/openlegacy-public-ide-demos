CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * ROPRCS2 - MONTHLY REOPENED-CLAIMS REPORT.
      * RUN AT MONTH END. LISTS EVERY CLAIM REOPENED THROUGH
      * ROPNCS2 SINCE THE FIRST OF THE MONTH (OLS0002.CLAIM_REOPEN)
      * BY THE ADJUSTER WHOSE DECISION CAME BACK AND, WITHIN THE
      * ADJUSTER, BY POL_POLICY_TYPE OF THE CLAIM'S POLICY: THE
      * CLAIM, HOW MANY TIMES IT HAS NOW BEEN REOPENED, THE REASON
      * CODE, THE AUTHORIZING SUPERVISOR, THE DATE AND THE
      * RESERVE RE-ESTABLISHED. COUNT AND RESERVE TOTALS PRINT FOR
      * EACH POLICY TYPE, EACH ADJUSTER AND THE RUN (ROPNRPT).
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ROPRCS2.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REOPEN-REPORT-FILE ASSIGN TO ROPNRPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REOPEN-REPORT-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  REOPEN-REPORT-FILE
            RECORDING MODE IS F.
        01  RPT-LINE                           PIC X(132).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
        01 REOPEN-WS.
            07 ACTW-ADJUSTER-ID       PIC X(8).
            07 ACTW-POLICY-TYPE       PIC X(16).
            07 ACTW-CLAIM-NUM         PIC S9(9) USAGE COMP.
            07 ACTW-SEQ               PIC S9(4) USAGE COMP.
            07 ACTW-REASON-CODE       PIC X(2).
            07 ACTW-SUPERVISOR-ID     PIC X(8).
            07 ACTW-REOPEN-DT         PIC X(8).
            07 ACTW-NEW-RESERVE       PIC S9(9)V9(2) USAGE COMP-3.
      **************************************************************
        01 BREAK-WS.
            07 BRKW-ADJUSTER-ID       PIC X(8)  VALUE SPACES.
            07 BRKW-POLICY-TYPE       PIC X(16) VALUE SPACES.
            07 BRKW-TYPE-COUNT        PIC S9(7) COMP-3 VALUE 0.
            07 BRKW-TYPE-RESERVE      PIC S9(11)V9(2) COMP-3 VALUE 0.
            07 BRKW-ADJ-COUNT         PIC S9(7) COMP-3 VALUE 0.
            07 BRKW-ADJ-RESERVE       PIC S9(11)V9(2) COMP-3 VALUE 0.
            07 BRKW-RUN-COUNT         PIC S9(7) COMP-3 VALUE 0.
            07 BRKW-RUN-RESERVE       PIC S9(11)V9(2) COMP-3 VALUE 0.
        01 FIRST-ROW-SW                    PIC X(1)   VALUE 'Y'.
      **************************************************************
        01 WS-CLAIM-ED                     PIC Z(8)9.
        01 WS-SEQ-ED                       PIC ZZZ9.
        01 WS-COUNT-ED                     PIC Z,ZZZ,ZZ9.
        01 WS-AMOUNT-ED                    PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01 WS-ADJUSTER-TEXT                PIC X(8)   VALUE SPACES.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-MONTH-START                  PIC 9(08)  VALUE 0.
        01 WS-REOPENS-LISTED               PIC 9(7)   VALUE 0.
        01 WS-REOPEN-REPORT-FILE-STATUS    PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * SHARED BATCH RUN-CONTROL WORK AREA (OLS0002.
      * BATCH_RUN_CONTROL), THE SAME DOUBLE-RUN GUARD EVERY
      * MONTH-END JOB CARRIES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'ROPRCS2 '.
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
           PERFORM REOPEN-LOOP THRU REOPEN-LOOP-END
              UNTIL EODATA = 'Y'
           PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           IF FIRST-ROW-SW = 'N'
              PERFORM END-TYPE THRU END-TYPE-END
              PERFORM END-ADJUSTER THRU END-ADJUSTER-END
           END-IF
           PERFORM WRITE-RUN-TOTAL THRU WRITE-RUN-TOTAL-END
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'ROPRCS2 REOPENS LISTED:      ' WS-REOPENS-LISTED
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE TO WS-MONTH-START
           MOVE '01' TO WS-MONTH-START(7:2)
           OPEN OUTPUT REOPEN-REPORT-FILE
           IF WS-REOPEN-REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'REOPEN-REPORT-FILE OPEN FAILED, STATUS: '
                 WS-REOPEN-REPORT-FILE-STATUS
              MOVE 'Y' TO EODATA
              GO TO INIT-RTN-END
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING 'REOPENED CLAIMS BY ADJUSTER AND POLICY TYPE, '
                                              DELIMITED BY SIZE
              WS-MONTH-START                  DELIMITED BY SIZE
              ' TO '                          DELIMITED BY SIZE
              WS-CURRENT-DATE                 DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'ADJUSTER  POLICY TYPE          CLAIM  REOPEN'
                                              DELIMITED BY SIZE
              '  RSN  SUPERVISOR  REOPENED    '  DELIMITED BY SIZE
              '       NEW RESERVE'            DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
       INIT-RTN-END.
           EXIT.
      **************************************************************
      * A CLAIM WITH NO DECISION STAMP SORTS UNDER A BLANK
      * ADJUSTER, PRINTED AS UNASSIGNED.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE R1 CURSOR FOR
                SELECT
                  R.CRO_ADJUSTER_ID,
                  COALESCE(P.POL_POLICY_TYPE, ' '),
                  R.CRO_CLAIM_NUM,
                  R.CRO_SEQ,
                  R.CRO_REASON_CODE,
                  R.CRO_SUPERVISOR_ID,
                  R.CRO_REOPEN_DT,
                  R.CRO_NEW_RESERVE
                FROM OLS0002.CLAIM_REOPEN R
                INNER JOIN OLS0002.CLAIM2 C
                  ON C.CLM_CLAIM_NUM = R.CRO_CLAIM_NUM
                LEFT OUTER JOIN OLS0002.POLICY2 P
                  ON P.POL_POLICY_NUM = C.CLM_POLICY_NUM
                WHERE R.CRO_REOPEN_DT >= :WS-MONTH-START
                  AND R.CRO_REOPEN_DT <= :WS-CURRENT-DATE
                ORDER BY R.CRO_ADJUSTER_ID, 2,
                         R.CRO_CLAIM_NUM, R.CRO_SEQ
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN R1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH R1 INTO
                  :ACTW-ADJUSTER-ID,
                  :ACTW-POLICY-TYPE,
                  :ACTW-CLAIM-NUM,
                  :ACTW-SEQ,
                  :ACTW-REASON-CODE,
                  :ACTW-SUPERVISOR-ID,
                  :ACTW-REOPEN-DT,
                  :ACTW-NEW-RESERVE
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       REOPEN-LOOP.
           IF FIRST-ROW-SW = 'Y'
              MOVE 'N' TO FIRST-ROW-SW
              MOVE ACTW-ADJUSTER-ID TO BRKW-ADJUSTER-ID
              MOVE ACTW-POLICY-TYPE TO BRKW-POLICY-TYPE
           END-IF
           IF ACTW-ADJUSTER-ID NOT = BRKW-ADJUSTER-ID
              PERFORM END-TYPE THRU END-TYPE-END
              PERFORM END-ADJUSTER THRU END-ADJUSTER-END
              MOVE ACTW-ADJUSTER-ID TO BRKW-ADJUSTER-ID
              MOVE ACTW-POLICY-TYPE TO BRKW-POLICY-TYPE
           END-IF
           IF ACTW-POLICY-TYPE NOT = BRKW-POLICY-TYPE
              PERFORM END-TYPE THRU END-TYPE-END
              MOVE ACTW-POLICY-TYPE TO BRKW-POLICY-TYPE
           END-IF
           PERFORM WRITE-DETAIL THRU WRITE-DETAIL-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       REOPEN-LOOP-END.
           EXIT.
      **************************************************************
       WRITE-DETAIL.
           ADD 1 TO WS-REOPENS-LISTED
           ADD 1 TO BRKW-TYPE-COUNT
           ADD ACTW-NEW-RESERVE TO BRKW-TYPE-RESERVE
           IF ACTW-ADJUSTER-ID = SPACES
              MOVE 'UNASSGND' TO WS-ADJUSTER-TEXT
           ELSE
              MOVE ACTW-ADJUSTER-ID TO WS-ADJUSTER-TEXT
           END-IF
           MOVE ACTW-CLAIM-NUM TO WS-CLAIM-ED
           MOVE ACTW-SEQ TO WS-SEQ-ED
           MOVE ACTW-NEW-RESERVE TO WS-AMOUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING WS-ADJUSTER-TEXT DELIMITED BY SIZE
              '  '                 DELIMITED BY SIZE
              ACTW-POLICY-TYPE     DELIMITED BY SIZE
              ' '                  DELIMITED BY SIZE
              WS-CLAIM-ED          DELIMITED BY SIZE
              '  '                 DELIMITED BY SIZE
              WS-SEQ-ED            DELIMITED BY SIZE
              '   '                DELIMITED BY SIZE
              ACTW-REASON-CODE     DELIMITED BY SIZE
              '   '                DELIMITED BY SIZE
              ACTW-SUPERVISOR-ID   DELIMITED BY SIZE
              '    '               DELIMITED BY SIZE
              ACTW-REOPEN-DT       DELIMITED BY SIZE
              '  '                 DELIMITED BY SIZE
              WS-AMOUNT-ED         DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
       WRITE-DETAIL-END.
           EXIT.
      **************************************************************
       END-TYPE.
           MOVE BRKW-TYPE-COUNT TO WS-COUNT-ED
           MOVE BRKW-TYPE-RESERVE TO WS-AMOUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING '          '     DELIMITED BY SIZE
              BRKW-POLICY-TYPE     DELIMITED BY SIZE
              ' REOPENS: '         DELIMITED BY SIZE
              WS-COUNT-ED          DELIMITED BY SIZE
              '   RESERVE: '       DELIMITED BY SIZE
              WS-AMOUNT-ED         DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           ADD BRKW-TYPE-COUNT TO BRKW-ADJ-COUNT
           ADD BRKW-TYPE-RESERVE TO BRKW-ADJ-RESERVE
           MOVE 0 TO BRKW-TYPE-COUNT
           MOVE 0 TO BRKW-TYPE-RESERVE.
       END-TYPE-END.
           EXIT.
      **************************************************************
       END-ADJUSTER.
           IF BRKW-ADJUSTER-ID = SPACES
              MOVE 'UNASSGND' TO WS-ADJUSTER-TEXT
           ELSE
              MOVE BRKW-ADJUSTER-ID TO WS-ADJUSTER-TEXT
           END-IF
           MOVE BRKW-ADJ-COUNT TO WS-COUNT-ED
           MOVE BRKW-ADJ-RESERVE TO WS-AMOUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'ADJUSTER '      DELIMITED BY SIZE
              WS-ADJUSTER-TEXT     DELIMITED BY SIZE
              ' TOTAL    REOPENS: ' DELIMITED BY SIZE
              WS-COUNT-ED          DELIMITED BY SIZE
              '   RESERVE: '       DELIMITED BY SIZE
              WS-AMOUNT-ED         DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           ADD BRKW-ADJ-COUNT TO BRKW-RUN-COUNT
           ADD BRKW-ADJ-RESERVE TO BRKW-RUN-RESERVE
           MOVE 0 TO BRKW-ADJ-COUNT
           MOVE 0 TO BRKW-ADJ-RESERVE.
       END-ADJUSTER-END.
           EXIT.
      **************************************************************
       WRITE-RUN-TOTAL.
           MOVE BRKW-RUN-COUNT TO WS-COUNT-ED
           MOVE BRKW-RUN-RESERVE TO WS-AMOUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'ALL ADJUSTERS          REOPENS: '
                                   DELIMITED BY SIZE
              WS-COUNT-ED          DELIMITED BY SIZE
              '   RESERVE: '       DELIMITED BY SIZE
              WS-AMOUNT-ED         DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
       WRITE-RUN-TOTAL-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE R1
           END-EXEC.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE REOPEN-REPORT-FILE.
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
                  DISPLAY 'ROPRCS2 SQL ERROR. SQLCODE: ' TXT-SQLCODE
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
           MOVE WS-REOPENS-LISTED TO RUNC-RECORDS
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
