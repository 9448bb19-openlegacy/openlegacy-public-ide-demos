CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * DSPXCS9 - NIGHTLY CARD CHARGEBACK FILE BATCH JOB.
      * WRITES EVERY OPEN OLS0002.CARD_DISPUTE CASE NOT YET SENT
      * TO THE SWITCH ONTO THE OUTBOUND CHARGEBACK FILE (CHGBKOUT)
      * IN THE STANDARD HDR/TRL ENVELOPE, SO THE SWITCH CAN GATE
      * ON FVERCS9 THE SAME WAY IT GATES OUR OTHER FEEDS. EACH
      * RECORD CARRIES THE CASE ID, CARD NUMBER, ACCOUNT, THE
      * ORIGINAL LEDGER TXN_TS, DISPUTED AMOUNT, CURRENCY, REASON
      * CODE AND THE ATMPCS9 DESCRIPTION (TERMINAL AND AUTH CODE)
      * THE SWITCH NEEDS TO FIND ITS SIDE OF THE TRANSACTION:
      *   CASE-ID|CARD|ACCOUNT|TXN-TS|AMOUNT|CURRENCY|REASON|DESC
      * THE AMOUNT (FIELD 5) IS HASH-TOTALLED ON THE TRAILER. EACH
      * CASE WRITTEN IS STAMPED WITH THE BUSINESS DATE AND THE
      * ENVELOPE RUN-ID UNDER AN UPDATE GUARDED ON "NOT YET SENT",
      * SO NO CASE IS EVER CHARGED BACK TWICE. A CASE WITHDRAWN
      * BEFORE THE RUN NEVER GOES OUT. RUNS UNDER THE SHARED
      * BATCH_RUN_CONTROL DOUBLE-RUN GUARD.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. DSPXCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CHARGEBACK-FILE ASSIGN TO CHGBKOUT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CHARGEBACK-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  CHARGEBACK-FILE
            RECORDING MODE IS F.
        01  CHARGEBACK-RECORD              PIC X(160).
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
        01 DISPUTE-WS.
            07 DSPW-CASE-ID         PIC S9(9) USAGE COMP.
            07 DSPW-CARD-NUMBER     PIC X(16).
            07 DSPW-ACCOUNT-ID      PIC X(11).
            07 DSPW-TXN-TS          PIC X(26).
            07 DSPW-AMOUNT          PIC S9(11)V9(3) USAGE COMP-3.
            07 DSPW-CURRENCY        PIC X(3).
            07 DSPW-REASON-CD       PIC X(4).
            07 DSPW-DESCRIPTION     PIC X(40).
        01 WS-CASE-ED                      PIC 9(9).
        01 WS-AMOUNT-ED                    PIC -9(12)9.999.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-CASES-READ                   PIC 9(7)   VALUE 0.
        01 WS-CASES-WRITTEN                PIC 9(7)   VALUE 0.
        01 WS-CHARGEBACK-FILE-STATUS       PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * SHARED BATCH RUN-CONTROL WORK AREA (OLS0002.
      * BATCH_RUN_CONTROL), THE SAME DOUBLE-RUN GUARD EVERY
      * NIGHTLY JOB CARRIES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'DSPXCS9 '.
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
      * FEED ENVELOPE WORK AREA - SEE FVERCS9. THE DISPUTED
      * AMOUNT (FIELD 5) IS THE HASHED FIELD.
      **************************************************************
        01 FEED-RUN-ID                     PIC X(14)  VALUE SPACES.
        01 FEED-AMT-FIELD-NO               PIC 9(2)   VALUE 5.
        01 FEED-HASH-TOTAL                 PIC S9(13)V9(3) COMP-3
                                                      VALUE 0.
        01 FEED-TRL-COUNT-ED               PIC 9(9).
        01 FEED-TRL-HASH-ED                PIC -9(12)9.999.
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM REGISTER-RUN THRU REGISTER-RUN-END
           IF RUNC-SUPPRESS-SW = 'Y'
              GOBACK
           END-IF
           PERFORM OPEN-FILES THRU OPEN-FILES-END
           IF EODATA NOT = 'Y'
              PERFORM DO-DECLARE THRU DO-DECLARE-END
              PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
              PERFORM DO-FETCH THRU DO-FETCH-END
              PERFORM CASE-LOOP THRU CASE-LOOP-END
                 UNTIL EODATA = 'Y'
              PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
              PERFORM WRITE-FEED-TRAILER THRU WRITE-FEED-TRAILER-END
           END-IF
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'DSPXCS9 CASES READ:        ' WS-CASES-READ
           DISPLAY 'DSPXCS9 CHARGEBACKS SENT:  ' WS-CASES-WRITTEN
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       OPEN-FILES.
           OPEN OUTPUT CHARGEBACK-FILE
           IF WS-CHARGEBACK-FILE-STATUS NOT = '00'
              DISPLAY 'CHARGEBACK-FILE OPEN FAILED, STATUS: '
                 WS-CHARGEBACK-FILE-STATUS
              MOVE 'Y' TO EODATA
           ELSE
              PERFORM WRITE-FEED-HEADER
                 THRU WRITE-FEED-HEADER-END
           END-IF.
       OPEN-FILES-END.
           EXIT.
      **************************************************************
      * OPEN CASES NOT YET CHARGED BACK, JOINED TO THE DISPUTED
      * LEDGER ROW FOR THE TERMINAL/AUTH DESCRIPTION.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE X1 CURSOR FOR
                SELECT
                  D.DSP_CASE_ID,
                  D.DSP_CARD_NUMBER,
                  D.DSP_ACCOUNT_ID,
                  D.DSP_TXN_TS,
                  D.DSP_AMOUNT,
                  D.DSP_CURRENCY,
                  D.DSP_REASON_CD,
                  T.TXN_DESCRIPTION
                FROM OLS0002.CARD_DISPUTE D,
                     OLS0002.ACCOUNT2_TXN T
                WHERE D.DSP_STATUS = 'O'
                  AND D.DSP_CHGBK_DT = ' '
                  AND T.TXN_ACCOUNT_ID = D.DSP_ACCOUNT_ID
                  AND T.TXN_TS = D.DSP_TXN_TS
                ORDER BY D.DSP_CASE_ID
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN X1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH X1 INTO
                  :DSPW-CASE-ID,
                  :DSPW-CARD-NUMBER,
                  :DSPW-ACCOUNT-ID,
                  :DSPW-TXN-TS,
                  :DSPW-AMOUNT,
                  :DSPW-CURRENCY,
                  :DSPW-REASON-CD,
                  :DSPW-DESCRIPTION
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       CASE-LOOP.
           ADD 1 TO WS-CASES-READ
           PERFORM MARK-SENT THRU MARK-SENT-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       CASE-LOOP-END.
           EXIT.
      **************************************************************
      * MARK-SENT STAMPS THE CASE BEFORE IT IS WRITTEN; A CASE
      * RESOLVED OR SENT UNDERNEATH US MATCHES ZERO ROWS AND IS
      * SKIPPED, SO THE FILE NEVER CARRIES A CASE THE TABLE DOES
      * NOT SHOW AS SENT.
      **************************************************************
       MARK-SENT.
           EXEC SQL
                UPDATE OLS0002.CARD_DISPUTE
                   SET DSP_CHGBK_DT = :RUNC-BUSINESS-DT,
                       DSP_CHGBK_RUN_ID = :FEED-RUN-ID
                 WHERE DSP_CASE_ID = :DSPW-CASE-ID
                   AND DSP_STATUS = 'O'
                   AND DSP_CHGBK_DT = ' '
           END-EXEC
           IF SQLCODE = 0
              PERFORM WRITE-CHARGEBACK THRU WRITE-CHARGEBACK-END
           ELSE
              IF SQLCODE NOT = 100
                 MOVE SQLCODE TO TXT-SQLCODE
                 DISPLAY 'DSPXCS9 MARK FAILED FOR CASE '
                    DSPW-CASE-ID ' SQLCODE: ' TXT-SQLCODE
              END-IF
           END-IF.
       MARK-SENT-END.
           EXIT.
      **************************************************************
       WRITE-CHARGEBACK.
           ADD 1 TO WS-CASES-WRITTEN
           ADD DSPW-AMOUNT TO FEED-HASH-TOTAL
           MOVE DSPW-CASE-ID TO WS-CASE-ED
           MOVE DSPW-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO CHARGEBACK-RECORD
           STRING
              WS-CASE-ED            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              DSPW-CARD-NUMBER      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              DSPW-ACCOUNT-ID       DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              DSPW-TXN-TS           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMOUNT-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              DSPW-CURRENCY         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              DSPW-REASON-CD        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              DSPW-DESCRIPTION      DELIMITED BY SIZE
              INTO CHARGEBACK-RECORD
           END-STRING
           WRITE CHARGEBACK-RECORD.
       WRITE-CHARGEBACK-END.
           EXIT.
      **************************************************************
       WRITE-FEED-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO FEED-RUN-ID
           MOVE SPACES TO CHARGEBACK-RECORD
           STRING
              'HDR|'                DELIMITED BY SIZE
              'DSPXCS9 |'           DELIMITED BY SIZE
              RUNC-BUSINESS-DT      DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              FEED-RUN-ID           DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              FEED-AMT-FIELD-NO     DELIMITED BY SIZE
              INTO CHARGEBACK-RECORD
           END-STRING
           WRITE CHARGEBACK-RECORD.
       WRITE-FEED-HEADER-END.
           EXIT.
      **************************************************************
       WRITE-FEED-TRAILER.
           MOVE WS-CASES-WRITTEN TO FEED-TRL-COUNT-ED
           MOVE FEED-HASH-TOTAL TO FEED-TRL-HASH-ED
           MOVE SPACES TO CHARGEBACK-RECORD
           STRING
              'TRL|'                DELIMITED BY SIZE
              FEED-TRL-COUNT-ED     DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              FEED-TRL-HASH-ED      DELIMITED BY SIZE
              INTO CHARGEBACK-RECORD
           END-STRING
           WRITE CHARGEBACK-RECORD.
       WRITE-FEED-TRAILER-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE X1
           END-EXEC.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE CHARGEBACK-FILE.
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
                  DISPLAY 'DSPXCS9 SQL ERROR. SQLCODE: ' TXT-SQLCODE
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
           MOVE WS-CASES-WRITTEN TO RUNC-RECORDS
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
