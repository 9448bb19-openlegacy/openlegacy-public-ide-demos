CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * DSPACS9 - CARD DISPUTE AGING REPORT BATCH JOB.
      * REGULATORS EXPECT A CARD DISPUTE TO BE RESOLVED ON A
      * CLOCK. DSPACS9 WALKS EVERY OPEN ('O') OLS0002.CARD_DISPUTE
      * CASE AND PRINTS IT TO DSPAGING WITH DAYS OPEN, ITS AGE
      * BAND (000-030, 031-060, 061-090, 090+), DAYS LEFT TO THE
      * RESOLVE-BY DATE DSPOCS9 STAMPED (NEGATIVE ONCE PAST DUE),
      * THE PROVISIONAL CREDIT GIVEN AND THE DATE THE CHARGEBACK
      * WENT TO THE SWITCH. TWO EXCEPTION FLAGS ARE RAISED PER
      * CASE: OVERDUE ('Y' PAST THE RESOLVE-BY DATE) AND CREDIT
      * LATE ('Y' WHEN NO PROVISIONAL CREDIT HAS BEEN POSTED
      * WITHIN DSC_PROV_DAYS OF OPENING - 10 DAYS WHEN
      * OLS0002.DISPUTE_CONTROL HAS NO ROW):
      *   CASE|ACCOUNT|CARD|AMOUNT|OPEN-DT|DUE-DT|DAYS-OPEN|BAND|
      *   DAYS-TO-DUE|PROV-AMOUNT|CHGBK-DT|OVERDUE|CREDIT-LATE
      * OLDEST CASES PRINT FIRST. BAND AND EXCEPTION COUNTS ARE
      * DISPLAYED AT THE END. RUNS UNDER THE SHARED
      * BATCH_RUN_CONTROL DOUBLE-RUN GUARD.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. DSPACS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT AGING-REPORT-FILE ASSIGN TO DSPAGING
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
       01  DCLDISPCTL.
           10 DSC_RESOLVE_DAYS     PIC S9(4) USAGE COMP.
           10 DSC_PROV_DAYS        PIC S9(4) USAGE COMP.
      **************************************************************
        01 DISPUTE-WS.
            07 DSPW-CASE-ID         PIC S9(9) USAGE COMP.
            07 DSPW-ACCOUNT-ID      PIC X(11).
            07 DSPW-CARD-NUMBER     PIC X(16).
            07 DSPW-AMOUNT          PIC S9(11)V9(3) USAGE COMP-3.
            07 DSPW-PROV-AMOUNT     PIC S9(11)V9(3) USAGE COMP-3.
            07 DSPW-OPEN-DT         PIC 9(8).
            07 DSPW-DUE-DT          PIC 9(8).
            07 DSPW-CHGBK-DT        PIC X(8).
        01 DSPW-DAYS-OPEN            PIC S9(6) COMP.
        01 DSPW-DAYS-TO-DUE          PIC S9(6) COMP.
        01 DSPW-BAND                 PIC X(7).
        01 DSPW-OVERDUE              PIC X(1).
        01 DSPW-CREDIT-LATE          PIC X(1).
        01 DSCW-PROV-DAYS            PIC S9(4) COMP VALUE 10.
        01 DSCW-CONTROL-DAYS         PIC S9(4) COMP VALUE 0.
        01 DSPW-DAYS-ED              PIC 9(6).
        01 DSPW-DUE-ED               PIC -9(5).
        01 WS-CASE-ED                PIC 9(9).
        01 WS-AMOUNT-ED              PIC -9(12)9.999.
        01 WS-PROV-ED                PIC -9(12)9.999.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-CASES-REPORTED               PIC 9(7)   VALUE 0.
        01 WS-BAND-030                     PIC 9(7)   VALUE 0.
        01 WS-BAND-060                     PIC 9(7)   VALUE 0.
        01 WS-BAND-090                     PIC 9(7)   VALUE 0.
        01 WS-BAND-OVER                    PIC 9(7)   VALUE 0.
        01 WS-CASES-OVERDUE                PIC 9(7)   VALUE 0.
        01 WS-CREDITS-LATE                 PIC 9(7)   VALUE 0.
        01 WS-AGING-REPORT-FILE-STATUS     PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'DSPACS9 '.
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
           PERFORM GET-CONTROL THRU GET-CONTROL-END
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
           DISPLAY 'DSPACS9 OPEN DISPUTE CASES: ' WS-CASES-REPORTED
           DISPLAY 'DSPACS9 AGED 000-030:       ' WS-BAND-030
           DISPLAY 'DSPACS9 AGED 031-060:       ' WS-BAND-060
           DISPLAY 'DSPACS9 AGED 061-090:       ' WS-BAND-090
           DISPLAY 'DSPACS9 AGED OVER 090:      ' WS-BAND-OVER
           DISPLAY 'DSPACS9 PAST RESOLVE-BY:    ' WS-CASES-OVERDUE
           DISPLAY 'DSPACS9 CREDIT LATE:        ' WS-CREDITS-LATE
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       GET-CONTROL.
           MOVE 10 TO DSCW-PROV-DAYS
           EXEC SQL
                SELECT DSC_PROV_DAYS
                  INTO :DSCW-CONTROL-DAYS
                  FROM OLS0002.DISPUTE_CONTROL
           END-EXEC
           IF SQLCODE = 0 AND DSCW-CONTROL-DAYS > 0
              MOVE DSCW-CONTROL-DAYS TO DSCW-PROV-DAYS
           END-IF.
       GET-CONTROL-END.
           EXIT.
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
                  DSP_CASE_ID,
                  DSP_ACCOUNT_ID,
                  DSP_CARD_NUMBER,
                  DSP_AMOUNT,
                  DSP_PROV_AMOUNT,
                  DSP_OPEN_DT,
                  DSP_DUE_DT,
                  DSP_CHGBK_DT
                FROM OLS0002.CARD_DISPUTE
                WHERE DSP_STATUS = 'O'
                ORDER BY DSP_OPEN_DT, DSP_CASE_ID
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
                  :DSPW-CASE-ID,
                  :DSPW-ACCOUNT-ID,
                  :DSPW-CARD-NUMBER,
                  :DSPW-AMOUNT,
                  :DSPW-PROV-AMOUNT,
                  :DSPW-OPEN-DT,
                  :DSPW-DUE-DT,
                  :DSPW-CHGBK-DT
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
      * AGE-CASE WORKS THE DAY COUNTS, THE BAND AND THE TWO
      * EXCEPTION FLAGS FOR ONE CASE.
      **************************************************************
       AGE-CASE.
           COMPUTE DSPW-DAYS-OPEN =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                 - FUNCTION INTEGER-OF-DATE(DSPW-OPEN-DT)
           IF DSPW-DAYS-OPEN < 0
              MOVE 0 TO DSPW-DAYS-OPEN
           END-IF
           COMPUTE DSPW-DAYS-TO-DUE =
              FUNCTION INTEGER-OF-DATE(DSPW-DUE-DT)
                 - FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           EVALUATE TRUE
              WHEN DSPW-DAYS-OPEN NOT > 30
                 MOVE '000-030' TO DSPW-BAND
                 ADD 1 TO WS-BAND-030
              WHEN DSPW-DAYS-OPEN NOT > 60
                 MOVE '031-060' TO DSPW-BAND
                 ADD 1 TO WS-BAND-060
              WHEN DSPW-DAYS-OPEN NOT > 90
                 MOVE '061-090' TO DSPW-BAND
                 ADD 1 TO WS-BAND-090
              WHEN OTHER
                 MOVE '090+   ' TO DSPW-BAND
                 ADD 1 TO WS-BAND-OVER
           END-EVALUATE
           MOVE 'N' TO DSPW-OVERDUE
           IF DSPW-DAYS-TO-DUE < 0
              MOVE 'Y' TO DSPW-OVERDUE
              ADD 1 TO WS-CASES-OVERDUE
           END-IF
           MOVE 'N' TO DSPW-CREDIT-LATE
           IF DSPW-PROV-AMOUNT = 0 AND DSPW-DAYS-OPEN > DSCW-PROV-DAYS
              MOVE 'Y' TO DSPW-CREDIT-LATE
              ADD 1 TO WS-CREDITS-LATE
           END-IF.
       AGE-CASE-END.
           EXIT.
      **************************************************************
       WRITE-CASE-LINE.
           MOVE DSPW-CASE-ID TO WS-CASE-ED
           MOVE DSPW-AMOUNT TO WS-AMOUNT-ED
           MOVE DSPW-PROV-AMOUNT TO WS-PROV-ED
           MOVE DSPW-DAYS-OPEN TO DSPW-DAYS-ED
           MOVE DSPW-DAYS-TO-DUE TO DSPW-DUE-ED
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING
              WS-CASE-ED            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              DSPW-ACCOUNT-ID       DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              DSPW-CARD-NUMBER      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMOUNT-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              DSPW-OPEN-DT          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              DSPW-DUE-DT           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              DSPW-DAYS-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              DSPW-BAND             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              DSPW-DUE-ED           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-PROV-ED            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              DSPW-CHGBK-DT         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              DSPW-OVERDUE          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              DSPW-CREDIT-LATE      DELIMITED BY SIZE
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
                  DISPLAY 'DSPACS9 SQL ERROR. SQLCODE:  ' TXT-SQLCODE
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
