CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * CHKXCS9 - DAILY POSITIVE-PAY FILE BATCH JOB.
      * CHKCCS9 ONLY LEARNS OF A FORGED OR ALTERED CLAIM CHECK
      * AFTER THE PAYING BANK HAS ALREADY CLEARED IT. CHKXCS9
      * SENDS THE BANK THE DAY'S ISSUE, VOID AND STOP ACTIVITY
      * FROM OLS0002.CHECK_REGISTER ON THE POSITIVE-PAY FILE
      * (CHKPPAY) IN THE STANDARD HDR/TRL ENVELOPE, SO THE BANK
      * CAN REFUSE ANY PRESENTMENT THAT DOES NOT MATCH BEFORE THE
      * MONEY LEAVES:
      *   CHECK-NUM|AMOUNT|PAYEE-NAME|ISSUE-DT|ACTION
      * ACTION I IS A CHECK BOOKED ONTO THE REGISTER TODAY - BY
      * CHKLCS9 OR ANY OTHER ISSUING PROGRAM - WHATEVER HAS
      * HAPPENED TO IT SINCE. ACTION S (STOPPED) COMES FROM THE
      * REGISTER STATUS, DATED BY THE ACCOUNT2_STOP ORDER CHKPCS9
      * PLACES ON THE HOUSE CHECK-CLEARING ACCOUNT WITH THE
      * CHECK'S PAYMENT REFERENCE AND EXACT AMOUNT. ACTION V IS A
      * CHECK CHKVCS9 VOIDED TODAY (CHK_VOID_DT), WHETHER FOR
      * REISSUE OR FOR ESCHEAT - ITS REPLACEMENT, IF ANY, GOES OUT
      * AS AN I RECORD UNDER ITS NEW NUMBER. A CHECK ISSUED AND
      * STOPPED THE SAME DAY GOES OUT TWICE, I THEN S, AS THE BANK
      * EXPECTS. THE AMOUNT (FIELD 2) IS HASH-TOTALLED ON THE
      * TRAILER. RUNS UNDER THE SHARED BATCH_RUN_CONTROL DOUBLE-
      * RUN GUARD, SO THE DAY'S FILE IS NEVER SENT TWICE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CHKXCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT POSITIVE-PAY-FILE ASSIGN TO CHKPPAY
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-POSITIVE-PAY-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  POSITIVE-PAY-FILE
            RECORDING MODE IS F.
        01  POSITIVE-PAY-RECORD            PIC X(100).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLCHECKREG.
           10 CHK_CHECK_NUM        PIC S9(9) USAGE COMP.
           10 CHK_PAYMENT_REF      PIC X(16).
           10 CHK_PAYEE_NAME       PIC X(16).
           10 CHK_AMOUNT           PIC S9(11)V9(3) USAGE COMP-3.
           10 CHK_ISSUE_DT         PIC X(8).
           10 CHK_STATUS           PIC X(1).
           10 CHK_VOID_DT          PIC X(8).
      **************************************************************
        01 CHECK-WS.
            07 CHKW-CHECK-NUM       PIC S9(9) USAGE COMP.
            07 CHKW-AMOUNT          PIC S9(11)V9(3) USAGE COMP-3.
            07 CHKW-PAYEE-NAME      PIC X(16).
            07 CHKW-ISSUE-DT        PIC X(8).
            07 CHKW-ACTION          PIC X(1).
      **************************************************************
      * THE HOUSE ACCOUNT THE CLAIM CHECKS ARE DRAWN ON - WHERE
      * CHKPCS9 REGISTERS ITS STOP ORDERS.
      **************************************************************
        01 WS-CHECK-ACCOUNT-ID      PIC X(11) VALUE 'CHKCLEAR001'.
        01 WS-CHECK-NUM-ED                 PIC 9(9).
        01 WS-AMOUNT-ED                    PIC -9(12)9.999.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-ISSUED-COUNT                 PIC 9(7)   VALUE 0.
        01 WS-STOPPED-COUNT                PIC 9(7)   VALUE 0.
        01 WS-VOIDED-COUNT                 PIC 9(7)   VALUE 0.
        01 WS-RECORDS-WRITTEN              PIC 9(7)   VALUE 0.
        01 WS-POSITIVE-PAY-FILE-STATUS     PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * SHARED BATCH RUN-CONTROL WORK AREA (OLS0002.
      * BATCH_RUN_CONTROL), THE SAME DOUBLE-RUN GUARD EVERY
      * NIGHTLY JOB CARRIES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'CHKXCS9 '.
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
      * FEED ENVELOPE WORK AREA - SEE FVERCS9. THE CHECK AMOUNT
      * (FIELD 2) IS THE HASHED FIELD.
      **************************************************************
        01 FEED-RUN-ID                     PIC X(14)  VALUE SPACES.
        01 FEED-AMT-FIELD-NO               PIC 9(2)   VALUE 2.
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM OPEN-FILES THRU OPEN-FILES-END
           IF EODATA NOT = 'Y'
              PERFORM DO-DECLARE THRU DO-DECLARE-END
              PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
              PERFORM DO-FETCH THRU DO-FETCH-END
              PERFORM CHECK-LOOP THRU CHECK-LOOP-END
                 UNTIL EODATA = 'Y'
              PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
              PERFORM WRITE-FEED-TRAILER THRU WRITE-FEED-TRAILER-END
           END-IF
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'CHKXCS9 CHECKS ISSUED:   ' WS-ISSUED-COUNT
           DISPLAY 'CHKXCS9 CHECKS STOPPED:  ' WS-STOPPED-COUNT
           DISPLAY 'CHKXCS9 CHECKS VOIDED:   ' WS-VOIDED-COUNT
           DISPLAY 'CHKXCS9 RECORDS WRITTEN: ' WS-RECORDS-WRITTEN
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       OPEN-FILES.
           OPEN OUTPUT POSITIVE-PAY-FILE
           IF WS-POSITIVE-PAY-FILE-STATUS NOT = '00'
              DISPLAY 'POSITIVE-PAY-FILE OPEN FAILED, STATUS: '
                 WS-POSITIVE-PAY-FILE-STATUS
              MOVE 'Y' TO EODATA
           ELSE
              PERFORM WRITE-FEED-HEADER
                 THRU WRITE-FEED-HEADER-END
           END-IF.
       OPEN-FILES-END.
           EXIT.
      **************************************************************
      * TODAY'S ISSUES, EVERY STOPPED CHECK WHOSE STOP ORDER WAS
      * PLACED TODAY, AND TODAY'S VOIDS. UNION (NOT UNION ALL) SO
      * A CHECK STOPPED TWICE IN ONE DAY IS STILL ONE S RECORD.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE P1 CURSOR FOR
                SELECT
                  CHK_CHECK_NUM,
                  CHK_AMOUNT,
                  CHK_PAYEE_NAME,
                  CHK_ISSUE_DT,
                  'I'
                FROM OLS0002.CHECK_REGISTER
                WHERE CHK_ISSUE_DT = :WS-CURRENT-DATE
               UNION
                SELECT
                  C.CHK_CHECK_NUM,
                  C.CHK_AMOUNT,
                  C.CHK_PAYEE_NAME,
                  C.CHK_ISSUE_DT,
                  'S'
                FROM OLS0002.CHECK_REGISTER C,
                     OLS0002.ACCOUNT2_STOP S
                WHERE C.CHK_STATUS = 'S'
                  AND S.STP_ACCOUNT_ID = :WS-CHECK-ACCOUNT-ID
                  AND S.STP_COUNTERPARTY_REF = C.CHK_PAYMENT_REF
                  AND S.STP_MIN_AMOUNT = C.CHK_AMOUNT
                  AND DATE(S.STP_PLACED_TS) = CURRENT DATE
               UNION
                SELECT
                  CHK_CHECK_NUM,
                  CHK_AMOUNT,
                  CHK_PAYEE_NAME,
                  CHK_ISSUE_DT,
                  'V'
                FROM OLS0002.CHECK_REGISTER
                WHERE CHK_STATUS IN ('V', 'E', 'X')
                  AND CHK_VOID_DT = :WS-CURRENT-DATE
                ORDER BY 1, 5
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN P1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH P1 INTO
                  :CHKW-CHECK-NUM,
                  :CHKW-AMOUNT,
                  :CHKW-PAYEE-NAME,
                  :CHKW-ISSUE-DT,
                  :CHKW-ACTION
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       CHECK-LOOP.
           EVALUATE CHKW-ACTION
             WHEN 'I'
                ADD 1 TO WS-ISSUED-COUNT
             WHEN 'S'
                ADD 1 TO WS-STOPPED-COUNT
             WHEN 'V'
                ADD 1 TO WS-VOIDED-COUNT
           END-EVALUATE
           PERFORM WRITE-POSITIVE-PAY THRU WRITE-POSITIVE-PAY-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       CHECK-LOOP-END.
           EXIT.
      **************************************************************
       WRITE-POSITIVE-PAY.
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD CHKW-AMOUNT TO FEED-HASH-TOTAL
           MOVE CHKW-CHECK-NUM TO WS-CHECK-NUM-ED
           MOVE CHKW-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO POSITIVE-PAY-RECORD
           STRING
              WS-CHECK-NUM-ED       DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMOUNT-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              CHKW-PAYEE-NAME       DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              CHKW-ISSUE-DT         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              CHKW-ACTION           DELIMITED BY SIZE
              INTO POSITIVE-PAY-RECORD
           END-STRING
           WRITE POSITIVE-PAY-RECORD.
       WRITE-POSITIVE-PAY-END.
           EXIT.
      **************************************************************
       WRITE-FEED-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO FEED-RUN-ID
           MOVE SPACES TO POSITIVE-PAY-RECORD
           STRING
              'HDR|'                DELIMITED BY SIZE
              'CHKXCS9 |'           DELIMITED BY SIZE
              RUNC-BUSINESS-DT      DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              FEED-RUN-ID           DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              FEED-AMT-FIELD-NO     DELIMITED BY SIZE
              INTO POSITIVE-PAY-RECORD
           END-STRING
           WRITE POSITIVE-PAY-RECORD.
       WRITE-FEED-HEADER-END.
           EXIT.
      **************************************************************
       WRITE-FEED-TRAILER.
           MOVE WS-RECORDS-WRITTEN TO FEED-TRL-COUNT-ED
           MOVE FEED-HASH-TOTAL TO FEED-TRL-HASH-ED
           MOVE SPACES TO POSITIVE-PAY-RECORD
           STRING
              'TRL|'                DELIMITED BY SIZE
              FEED-TRL-COUNT-ED     DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              FEED-TRL-HASH-ED      DELIMITED BY SIZE
              INTO POSITIVE-PAY-RECORD
           END-STRING
           WRITE POSITIVE-PAY-RECORD.
       WRITE-FEED-TRAILER-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE P1
           END-EXEC.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE POSITIVE-PAY-FILE.
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
                  DISPLAY 'CHKXCS9 SQL ERROR. SQLCODE: ' TXT-SQLCODE
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
           MOVE WS-RECORDS-WRITTEN TO RUNC-RECORDS
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
