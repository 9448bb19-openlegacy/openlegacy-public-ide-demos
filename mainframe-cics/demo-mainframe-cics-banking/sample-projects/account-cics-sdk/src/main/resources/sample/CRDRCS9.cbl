CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * CRDRCS9 - MONTHLY DEBIT-CARD EXPIRY RENEWAL BATCH JOB.
      * OLS0002.CARD_MASTER CARRIES CRD_EXPIRY_DT BUT NOTHING
      * ACTED ON IT - CARDS SIMPLY EXPIRED AND ATMPCS9 STARTED
      * DECLINING CUSTOMERS WHO NEVER GOT A REPLACEMENT. CRDRCS9
      * FINDS EVERY ACTIVE ('A') CARD EXPIRING WITHIN THE NEXT
      * 60 DAYS WHOSE ACCOUNT IS STILL OPEN ON OLS0002.ACCOUNT2,
      * NOT LOCKED AND NOT FLAGGED DORMANT, AND THAT HAS NOT
      * ALREADY BEEN RENEWED. FOR EACH ONE IT BOOKS A REPLACEMENT
      * CARD ONTO CARD_MASTER THE WAY CRDICS9 DOES - SAME ACCOUNT,
      * SAME DAILY CARD LIMIT, EXPIRY THREE YEARS ON FROM THE OLD
      * ONE - BUT IN PENDING-ACTIVATION STATUS ('P') AND CARRYING
      * THE CARD IT REPLACES IN CRD_REPLACES_CARD. THE NEW NUMBER
      * KEEPS THE OLD CARD'S SIX-DIGIT BIN, TAKES THE NEXT ACCOUNT
      * SEQUENCE AFTER THE HIGHEST NUMBER ON FILE FOR THAT BIN AND
      * ENDS IN A LUHN CHECK DIGIT. EACH REPLACEMENT IS WRITTEN TO
      * THE CARD-BUREAU EMBOSS/MAILER FILE (CRDEMBOS, STANDARD
      * HDR/TRL ENVELOPE, NO AMOUNT FIELD):
      *   NEW-CARD|OLD-CARD|ACCOUNT|EMBOSS-NAME|EXPIRY|
      *   MAIL-NAME|ADDRESS|CITY|STATE|ZIP
      * WITH THE MAILING ADDRESS FROM OLS0002.CUSTOMER_MASTER. THE
      * OLD CARD IS LEFT ACTIVE: IT KEEPS WORKING UNTIL CRDBCS9
      * ACTIVATES THE NEW ONE (WHICH RETIRES THE OLD CARD AS
      * REPLACED, 'R') OR UNTIL ITS OWN EXPIRY DATE, WHEN THE
      * ATMPCS9 CARD GATE STOPS IT - WHICHEVER COMES FIRST. A CARD
      * WHOSE NUMBER CANNOT BE EXTENDED (NON-NUMERIC, OR THE BIN
      * SEQUENCE EXHAUSTED) IS COUNTED AND LEFT FOR THE CARD DESK.
      * RUNS UNDER THE SHARED BATCH_RUN_CONTROL DOUBLE-RUN GUARD.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CRDRCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EMBOSS-FILE ASSIGN TO CRDEMBOS
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EMBOSS-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  EMBOSS-FILE
            RECORDING MODE IS F.
        01  EMBOSS-RECORD                  PIC X(150).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLCARD.
           10 CRD_CARD_NUMBER      PIC X(16).
           10 CRD_ACCOUNT_ID       PIC X(11).
           10 CRD_STATUS           PIC X(1).
           10 CRD_EXPIRY_DT        PIC X(8).
           10 CRD_DAILY_LIMIT      PIC S9(11)V9(3) USAGE COMP-3.
           10 CRD_ISSUED_DT        PIC X(8).
           10 CRD_USERID           PIC X(8).
           10 CRD_REPLACES_CARD    PIC X(16).
      **************************************************************
        01 CARD-WS.
            07 CRDW-CARD-NUMBER     PIC X(16).
            07 CRDW-ACCOUNT-ID      PIC X(11).
            07 CRDW-EXPIRY-DT       PIC 9(8).
            07 CRDW-DAILY-LIMIT     PIC S9(11)V9(3) USAGE COMP-3.
            07 CRDW-CUSTOMER-ID     PIC X(16).
            07 CRDW-CUSTOMER-NAME   PIC X(16).
        01 CUSTOMER-WS.
            07 CUSW-NAME            PIC X(16).
            07 CUSW-ADDR            PIC X(16).
            07 CUSW-CITY            PIC X(16).
            07 CUSW-STATE           PIC X(2).
            07 CUSW-ZIP             PIC X(5).
      **************************************************************
      * RENEWAL WORK AREA. THE NEW CARD NUMBER IS BUILT AS
      * BIN(6) + ACCOUNT SEQUENCE(9) + LUHN CHECK DIGIT(1).
      **************************************************************
        01 RNWW-LEAD-DAYS            PIC S9(4) COMP VALUE 60.
        01 RNWW-TERM-YEARS           PIC 9(2) VALUE 3.
        01 RNWW-WINDOW-END-DT        PIC 9(8).
        01 RNWW-NEW-EXPIRY-DT        PIC 9(8).
        01 RNWW-NEW-EXPIRY-R REDEFINES RNWW-NEW-EXPIRY-DT.
          03 RNWW-NEW-EXPIRY-YYYY    PIC 9(4).
          03 RNWW-NEW-EXPIRY-MMDD    PIC 9(4).
        01 RNWW-HIGH-CARD            PIC X(16).
        01 RNWW-NEW-CARD.
          03 RNWW-NEW-BIN            PIC X(6).
          03 RNWW-NEW-SEQ            PIC 9(9).
          03 RNWW-NEW-CHECK          PIC 9(1).
        01 RNWW-NEW-CARD-CHARS REDEFINES RNWW-NEW-CARD.
          03 RNWW-NEW-DIGIT          PIC X OCCURS 16.
        01 RNWW-OK-SW                PIC X(1).
        01 LUHN-I                    PIC S9(4) COMP.
        01 LUHN-POS                  PIC S9(4) COMP.
        01 LUHN-DIGIT                PIC S9(2) COMP.
        01 LUHN-SUM                  PIC S9(4) COMP.
        01 LUHN-QUOT                 PIC S9(4) COMP.
        01 LUHN-REM                  PIC S9(4) COMP.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-CARDS-READ                   PIC 9(7)   VALUE 0.
        01 WS-CARDS-RENEWED                PIC 9(7)   VALUE 0.
        01 WS-CARDS-SKIPPED                PIC 9(7)   VALUE 0.
        01 WS-EMBOSS-FILE-STATUS           PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * SHARED BATCH RUN-CONTROL WORK AREA (OLS0002.
      * BATCH_RUN_CONTROL), THE SAME DOUBLE-RUN GUARD EVERY
      * NIGHTLY JOB CARRIES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'CRDRCS9 '.
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
      * FEED ENVELOPE WORK AREA - SEE FVERCS9. NO AMOUNT FIELD ON
      * THIS FILE, SO THE HASH TOTAL STAYS ZERO.
      **************************************************************
        01 FEED-RUN-ID                     PIC X(14)  VALUE SPACES.
        01 FEED-AMT-FIELD-NO               PIC 9(2)   VALUE 0.
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
           COMPUTE RNWW-WINDOW-END-DT = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                 + RNWW-LEAD-DAYS)
           PERFORM OPEN-FILES THRU OPEN-FILES-END
           IF EODATA NOT = 'Y'
              PERFORM DO-DECLARE THRU DO-DECLARE-END
              PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
              PERFORM DO-FETCH THRU DO-FETCH-END
              PERFORM RENEW-LOOP THRU RENEW-LOOP-END
                 UNTIL EODATA = 'Y'
              PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
              PERFORM WRITE-FEED-TRAILER THRU WRITE-FEED-TRAILER-END
           END-IF
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'CRDRCS9 CARDS DUE:      ' WS-CARDS-READ
           DISPLAY 'CRDRCS9 CARDS RENEWED:  ' WS-CARDS-RENEWED
           DISPLAY 'CRDRCS9 CARDS SKIPPED:  ' WS-CARDS-SKIPPED
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       OPEN-FILES.
           OPEN OUTPUT EMBOSS-FILE
           IF WS-EMBOSS-FILE-STATUS NOT = '00'
              DISPLAY 'EMBOSS-FILE OPEN FAILED, STATUS: '
                 WS-EMBOSS-FILE-STATUS
              MOVE 'Y' TO EODATA
           ELSE
              PERFORM WRITE-FEED-HEADER
                 THRU WRITE-FEED-HEADER-END
           END-IF.
       OPEN-FILES-END.
           EXIT.
      **************************************************************
      * ACTIVE CARDS EXPIRING FROM TODAY TO THE END OF THE LEAD
      * WINDOW, ON AN ACCOUNT STILL ON ACCOUNT2 (CLOSED ACCOUNTS
      * ARE ARCHIVED OFF IT), NOT LOCKED, NOT DORMANT, AND WITH
      * NO REPLACEMENT ALREADY BOOKED.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE R1 CURSOR FOR
                SELECT
                  C.CRD_CARD_NUMBER,
                  C.CRD_ACCOUNT_ID,
                  C.CRD_EXPIRY_DT,
                  C.CRD_DAILY_LIMIT,
                  A.ACCT_CUSTOMER_ID,
                  A.ACCT_CUSTOMER_NAME
                FROM OLS0002.CARD_MASTER C,
                     OLS0002.ACCOUNT2 A
                WHERE C.CRD_STATUS = 'A'
                  AND C.CRD_EXPIRY_DT >= :WS-CURRENT-DATE
                  AND C.CRD_EXPIRY_DT <= :RNWW-WINDOW-END-DT
                  AND A.ACCT_ACCOUNT_ID = C.CRD_ACCOUNT_ID
                  AND A.ACCT_LOCKED <> 'Y'
                  AND A.ACCT_DORMANT <> 'Y'
                  AND NOT EXISTS (
                      SELECT 1 FROM OLS0002.CARD_MASTER N
                       WHERE N.CRD_REPLACES_CARD = C.CRD_CARD_NUMBER)
                ORDER BY C.CRD_CARD_NUMBER
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
                  :CRDW-CARD-NUMBER,
                  :CRDW-ACCOUNT-ID,
                  :CRDW-EXPIRY-DT,
                  :CRDW-DAILY-LIMIT,
                  :CRDW-CUSTOMER-ID,
                  :CRDW-CUSTOMER-NAME
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       RENEW-LOOP.
           ADD 1 TO WS-CARDS-READ
           PERFORM RENEW-CARD THRU RENEW-CARD-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       RENEW-LOOP-END.
           EXIT.
      **************************************************************
       RENEW-CARD.
           PERFORM NEXT-CARD-NUMBER THRU NEXT-CARD-NUMBER-END
           IF RNWW-OK-SW NOT = 'Y'
              ADD 1 TO WS-CARDS-SKIPPED
              DISPLAY 'CRDRCS9 NO NEW NUMBER FOR CARD '
                 CRDW-CARD-NUMBER
              GO TO RENEW-CARD-END
           END-IF
           MOVE CRDW-EXPIRY-DT TO RNWW-NEW-EXPIRY-DT
           ADD RNWW-TERM-YEARS TO RNWW-NEW-EXPIRY-YYYY
           IF RNWW-NEW-EXPIRY-MMDD = 0229
              MOVE 0228 TO RNWW-NEW-EXPIRY-MMDD
           END-IF
           EXEC SQL
                INSERT INTO OLS0002.CARD_MASTER (
                   CRD_CARD_NUMBER, CRD_ACCOUNT_ID, CRD_STATUS,
                   CRD_EXPIRY_DT, CRD_DAILY_LIMIT, CRD_ISSUED_DT,
                   CRD_USERID, CRD_REPLACES_CARD)
                VALUES (
                   :RNWW-NEW-CARD, :CRDW-ACCOUNT-ID, 'P',
                   :RNWW-NEW-EXPIRY-DT, :CRDW-DAILY-LIMIT,
                   :WS-CURRENT-DATE, 'CRDRCS9', :CRDW-CARD-NUMBER)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'CRDRCS9 RENEWAL INSERT FAILED FOR CARD '
                 CRDW-CARD-NUMBER ' SQLCODE: ' TXT-SQLCODE
              ADD 1 TO WS-CARDS-SKIPPED
              GO TO RENEW-CARD-END
           END-IF
           ADD 1 TO WS-CARDS-RENEWED
           PERFORM GET-MAILING-ADDRESS THRU GET-MAILING-ADDRESS-END
           PERFORM WRITE-EMBOSS-RECORD THRU WRITE-EMBOSS-RECORD-END.
       RENEW-CARD-END.
           EXIT.
      **************************************************************
      * NEXT-CARD-NUMBER TAKES THE HIGHEST NUMBER ON FILE FOR THE
      * OLD CARD'S BIN - THE SAME HIGH-WATER IDIOM LGLCCS9 USES
      * FOR ITS IDS - BUMPS THE ACCOUNT SEQUENCE AND RECOMPUTES
      * THE CHECK DIGIT.
      **************************************************************
       NEXT-CARD-NUMBER.
           MOVE 'N' TO RNWW-OK-SW
           MOVE CRDW-CARD-NUMBER TO RNWW-NEW-CARD
           IF RNWW-NEW-CARD(1:15) IS NOT NUMERIC
              GO TO NEXT-CARD-NUMBER-END
           END-IF
           EXEC SQL
                SELECT MAX(CRD_CARD_NUMBER)
                  INTO :RNWW-HIGH-CARD
                  FROM OLS0002.CARD_MASTER
                 WHERE SUBSTR(CRD_CARD_NUMBER, 1, 6) = :RNWW-NEW-BIN
           END-EXEC
           IF SQLCODE NOT = 0
              GO TO NEXT-CARD-NUMBER-END
           END-IF
           MOVE RNWW-HIGH-CARD TO RNWW-NEW-CARD
           IF RNWW-NEW-CARD(7:9) IS NOT NUMERIC
              OR RNWW-NEW-SEQ = 999999999
              GO TO NEXT-CARD-NUMBER-END
           END-IF
           ADD 1 TO RNWW-NEW-SEQ
           PERFORM CALC-LUHN-DIGIT THRU CALC-LUHN-DIGIT-END
           MOVE 'Y' TO RNWW-OK-SW.
       NEXT-CARD-NUMBER-END.
           EXIT.
      **************************************************************
      * CALC-LUHN-DIGIT - THE ISO/IEC 7812 MOD-10 CHECK DIGIT OVER
      * THE FIRST 15 DIGITS. WORKING RIGHT TO LEFT FROM DIGIT 15,
      * EVERY OTHER DIGIT STARTING WITH THE FIRST IS DOUBLED (LESS
      * 9 WHEN THE DOUBLE PASSES 9).
      **************************************************************
       CALC-LUHN-DIGIT.
           MOVE 0 TO LUHN-SUM
           PERFORM ADD-LUHN-DIGIT THRU ADD-LUHN-DIGIT-END
              VARYING LUHN-I FROM 1 BY 1
                 UNTIL LUHN-I > 15
           DIVIDE LUHN-SUM BY 10 GIVING LUHN-QUOT
              REMAINDER LUHN-REM
           IF LUHN-REM = 0
              MOVE 0 TO RNWW-NEW-CHECK
           ELSE
              COMPUTE RNWW-NEW-CHECK = 10 - LUHN-REM
           END-IF.
       CALC-LUHN-DIGIT-END.
           EXIT.
      **************************************************************
       ADD-LUHN-DIGIT.
           COMPUTE LUHN-POS = 16 - LUHN-I
           COMPUTE LUHN-DIGIT =
              FUNCTION NUMVAL(RNWW-NEW-DIGIT(LUHN-POS))
           DIVIDE LUHN-I BY 2 GIVING LUHN-QUOT REMAINDER LUHN-REM
           IF LUHN-REM = 1
              COMPUTE LUHN-DIGIT = LUHN-DIGIT * 2
              IF LUHN-DIGIT > 9
                 SUBTRACT 9 FROM LUHN-DIGIT
              END-IF
           END-IF
           ADD LUHN-DIGIT TO LUHN-SUM.
       ADD-LUHN-DIGIT-END.
           EXIT.
      **************************************************************
      * NO CUSTOMER MASTER ROW MEANS THE CARD GOES OUT UNDER THE
      * ACCOUNT NAME WITH A BLANK ADDRESS - THE BUREAU HOLDS
      * ANY MAILER WITHOUT AN ADDRESS FOR THE CARD DESK.
      **************************************************************
       GET-MAILING-ADDRESS.
           EXEC SQL
                SELECT CUS_NAME, CUS_ADDR, CUS_CITY, CUS_STATE,
                       CUS_ZIP
                  INTO :CUSW-NAME, :CUSW-ADDR, :CUSW-CITY,
                       :CUSW-STATE, :CUSW-ZIP
                  FROM OLS0002.CUSTOMER_MASTER
                 WHERE CUS_CUSTOMER_ID = :CRDW-CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO CUSTOMER-WS
              MOVE CRDW-CUSTOMER-NAME TO CUSW-NAME
           END-IF.
       GET-MAILING-ADDRESS-END.
           EXIT.
      **************************************************************
       WRITE-EMBOSS-RECORD.
           MOVE SPACES TO EMBOSS-RECORD
           STRING
              RNWW-NEW-CARD         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              CRDW-CARD-NUMBER      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              CRDW-ACCOUNT-ID       DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              CRDW-CUSTOMER-NAME    DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              RNWW-NEW-EXPIRY-DT    DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              CUSW-NAME             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              CUSW-ADDR             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              CUSW-CITY             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              CUSW-STATE            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              CUSW-ZIP              DELIMITED BY SIZE
              INTO EMBOSS-RECORD
           END-STRING
           WRITE EMBOSS-RECORD.
       WRITE-EMBOSS-RECORD-END.
           EXIT.
      **************************************************************
       WRITE-FEED-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO FEED-RUN-ID
           MOVE SPACES TO EMBOSS-RECORD
           STRING
              'HDR|'                DELIMITED BY SIZE
              'CRDRCS9 |'           DELIMITED BY SIZE
              RUNC-BUSINESS-DT      DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              FEED-RUN-ID           DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              FEED-AMT-FIELD-NO     DELIMITED BY SIZE
              INTO EMBOSS-RECORD
           END-STRING
           WRITE EMBOSS-RECORD.
       WRITE-FEED-HEADER-END.
           EXIT.
      **************************************************************
       WRITE-FEED-TRAILER.
           MOVE WS-CARDS-RENEWED TO FEED-TRL-COUNT-ED
           MOVE FEED-HASH-TOTAL TO FEED-TRL-HASH-ED
           MOVE SPACES TO EMBOSS-RECORD
           STRING
              'TRL|'                DELIMITED BY SIZE
              FEED-TRL-COUNT-ED     DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              FEED-TRL-HASH-ED      DELIMITED BY SIZE
              INTO EMBOSS-RECORD
           END-STRING
           WRITE EMBOSS-RECORD.
       WRITE-FEED-TRAILER-END.
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
           CLOSE EMBOSS-FILE.
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
                  DISPLAY 'CRDRCS9 SQL ERROR. SQLCODE: ' TXT-SQLCODE
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
           MOVE WS-CARDS-RENEWED TO RUNC-RECORDS
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
