CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * AMCACS9 - WEEKLY AML CASE FILING-DEADLINE AGING REPORT.
      * A SUSPICIOUS-ACTIVITY REPORT HAS TO REACH THE REGULATOR
      * WITHIN A FIXED PERIOD OF THE ALERT; AMLMCS9 STAMPS THAT
      * DEADLINE ON EVERY OLS0002.AML_CASE IT OPENS. AMCACS9 WALKS
      * EVERY CASE STILL BEING WORKED (OPEN, UNDER REVIEW OR
      * ESCALATED) WHOSE DEADLINE HAS PASSED AND PRINTS IT TO
      * AMLAGING WITH DAYS SINCE THE ALERT, DAYS PAST THE
      * DEADLINE AND A PAST-DUE BAND (001-030, 031-060, 061-090,
      * 090+), PLUS THE USERID OF THE LAST STEP SO THE MLRO KNOWS
      * WHOSE DESK IT IS ON:
      *   CASE|STATUS|SCOPE|KEY|CUSTOMER|HIT-TOTAL|ALERT-DT|
      *   DUE-DT|DAYS-OPEN|DAYS-PAST-DUE|BAND|USERID
      * MOST OVERDUE CASES PRINT FIRST. BAND COUNTS ARE DISPLAYED
      * AT THE END. SCHEDULED WEEKLY; RUNS UNDER THE SHARED
      * BATCH_RUN_CONTROL DOUBLE-RUN GUARD.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AMCACS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT AGING-REPORT-FILE ASSIGN TO AMLAGING
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AGING-REPORT-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  AGING-REPORT-FILE
            RECORDING MODE IS F.
        01  AGING-REPORT-RECORD            PIC X(150).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
        01 CASE-WS.
            07 AMCW-CASE-ID         PIC S9(9) USAGE COMP.
            07 AMCW-STATUS          PIC X(1).
            07 AMCW-SCOPE           PIC X(4).
            07 AMCW-KEY             PIC X(16).
            07 AMCW-CUSTOMER-ID     PIC X(16).
            07 AMCW-HIT-TOTAL       PIC S9(11)V9(3) USAGE COMP-3.
            07 AMCW-ALERT-DT        PIC 9(8).
            07 AMCW-DUE-DT          PIC 9(8).
            07 AMCW-USERID          PIC X(8).
        01 AMCW-DAYS-OPEN            PIC S9(6) COMP.
        01 AMCW-DAYS-PAST-DUE        PIC S9(6) COMP.
        01 AMCW-BAND                 PIC X(7).
        01 AMCW-DAYS-ED              PIC 9(6).
        01 AMCW-PAST-ED              PIC 9(6).
        01 WS-CASE-ED                PIC 9(9).
        01 WS-AMOUNT-ED              PIC -9(12)9.999.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-CASES-REPORTED               PIC 9(7)   VALUE 0.
        01 WS-BAND-030                     PIC 9(7)   VALUE 0.
        01 WS-BAND-060                     PIC 9(7)   VALUE 0.
        01 WS-BAND-090                     PIC 9(7)   VALUE 0.
        01 WS-BAND-OVER                    PIC 9(7)   VALUE 0.
        01 WS-AGING-REPORT-FILE-STATUS     PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'AMCACS9 '.
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM OPEN-FILES THRU OPEN-FILES-END
           IF EODATA NOT = 'Y'
              PERFORM DO-DECLARE THRU DO-DECLARE-END
              PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
              PERFORM DO-FETCH THRU DO-FETCH-END
              PERFORM REPORT-LOOP THRU REPORT-LOOP-END
                 UNTIL EODATA = 'Y'
              PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           END-IF
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'AMCACS9 CASES PAST DEADLINE: ' WS-CASES-REPORTED
           DISPLAY 'AMCACS9 PAST DUE 001-030:    ' WS-BAND-030
           DISPLAY 'AMCACS9 PAST DUE 031-060:    ' WS-BAND-060
           DISPLAY 'AMCACS9 PAST DUE 061-090:    ' WS-BAND-090
           DISPLAY 'AMCACS9 PAST DUE OVER 090:   ' WS-BAND-OVER
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       OPEN-FILES.
           OPEN OUTPUT AGING-REPORT-FILE
           IF WS-AGING-REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'AGING-REPORT-FILE OPEN FAILED, STATUS: '
                 WS-AGING-REPORT-FILE-STATUS
              MOVE 'Y' TO EODATA
           END-IF.
       OPEN-FILES-END.
           EXIT.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE A1 CURSOR FOR
                SELECT
                  AMC_CASE_ID,
                  AMC_STATUS,
                  AMC_SCOPE,
                  AMC_KEY,
                  AMC_CUSTOMER_ID,
                  AMC_HIT_TOTAL,
                  AMC_ALERT_DT,
                  AMC_DUE_DT,
                  AMC_USERID
                FROM OLS0002.AML_CASE
                WHERE AMC_STATUS IN ('O', 'U', 'E')
                  AND AMC_DUE_DT < :WS-CURRENT-DATE
                ORDER BY AMC_DUE_DT, AMC_CASE_ID
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN A1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH A1 INTO
                  :AMCW-CASE-ID,
                  :AMCW-STATUS,
                  :AMCW-SCOPE,
                  :AMCW-KEY,
                  :AMCW-CUSTOMER-ID,
                  :AMCW-HIT-TOTAL,
                  :AMCW-ALERT-DT,
                  :AMCW-DUE-DT,
                  :AMCW-USERID
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       REPORT-LOOP.
           ADD 1 TO WS-CASES-REPORTED
           PERFORM AGE-CASE THRU AGE-CASE-END
           PERFORM WRITE-CASE-LINE THRU WRITE-CASE-LINE-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       REPORT-LOOP-END.
           EXIT.
      **************************************************************
      * AGE-CASE WORKS THE DAY COUNTS AND THE PAST-DUE BAND FOR
      * ONE CASE. THE CURSOR ONLY RETURNS CASES ALREADY PAST THE
      * DEADLINE, SO DAYS PAST DUE IS ALWAYS AT LEAST ONE.
      **************************************************************
       AGE-CASE.
           COMPUTE AMCW-DAYS-OPEN =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                 - FUNCTION INTEGER-OF-DATE(AMCW-ALERT-DT)
           IF AMCW-DAYS-OPEN < 0
              MOVE 0 TO AMCW-DAYS-OPEN
           END-IF
           COMPUTE AMCW-DAYS-PAST-DUE =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                 - FUNCTION INTEGER-OF-DATE(AMCW-DUE-DT)
           EVALUATE TRUE
              WHEN AMCW-DAYS-PAST-DUE NOT > 30
                 MOVE '001-030' TO AMCW-BAND
                 ADD 1 TO WS-BAND-030
              WHEN AMCW-DAYS-PAST-DUE NOT > 60
                 MOVE '031-060' TO AMCW-BAND
                 ADD 1 TO WS-BAND-060
              WHEN AMCW-DAYS-PAST-DUE NOT > 90
                 MOVE '061-090' TO AMCW-BAND
                 ADD 1 TO WS-BAND-090
              WHEN OTHER
                 MOVE '090+   ' TO AMCW-BAND
                 ADD 1 TO WS-BAND-OVER
           END-EVALUATE.
       AGE-CASE-END.
           EXIT.
      **************************************************************
       WRITE-CASE-LINE.
           MOVE AMCW-CASE-ID TO WS-CASE-ED
           MOVE AMCW-HIT-TOTAL TO WS-AMOUNT-ED
           MOVE AMCW-DAYS-OPEN TO AMCW-DAYS-ED
           MOVE AMCW-DAYS-PAST-DUE TO AMCW-PAST-ED
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING
              WS-CASE-ED            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              AMCW-STATUS           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              AMCW-SCOPE            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              AMCW-KEY              DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              AMCW-CUSTOMER-ID      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMOUNT-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              AMCW-ALERT-DT         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              AMCW-DUE-DT           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              AMCW-DAYS-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              AMCW-PAST-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              AMCW-BAND             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              AMCW-USERID           DELIMITED BY SIZE
              INTO AGING-REPORT-RECORD
           END-STRING
           WRITE AGING-REPORT-RECORD.
       WRITE-CASE-LINE-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE A1
           END-EXEC.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE AGING-REPORT-FILE.
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
                  DISPLAY 'AMCACS9 SQL ERROR. SQLCODE:  ' TXT-SQLCODE
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
           MOVE WS-CASES-REPORTED TO RUNC-RECORDS
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
