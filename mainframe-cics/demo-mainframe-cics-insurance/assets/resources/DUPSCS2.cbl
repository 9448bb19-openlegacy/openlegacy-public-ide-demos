CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * DUPSCS2 - NIGHTLY DUPLICATE-CUSTOMER SCAN BATCH JOB.
      * CUSBCS2 SEEDED OLS0002.CUSTOMER_MASTER FROM TWO SOURCES
      * THAT NEVER AGREED ON IDS, AND OCUSCS2 TAKES WHATEVER ID THE
      * CLERK KEYS, SO ONE PERSON CAN SIT ON THE MASTER UNDER TWO
      * OR THREE CUSTOMER IDS - AND XREFCS2, RELSCS2, DINSCS9 AND
      * YITXCS9 THEN TREAT THEM AS DIFFERENT PEOPLE. DUPSCS2 PAIRS
      * UP MASTER ROWS THAT SHARE A NAME, A PHONE OR AN ADDRESS,
      * SCORES EACH PAIR -
      *   SAME NAME (IGNORING CASE)             40
      *   SAME BIRTH DATE (FROM THEIR POLICIES) 30
      *   SAME ADDRESS AND ZIP                  20
      *   SAME PHONE                            10
      * - AND WRITES EVERY PAIR SCORING DUPW-THRESHOLD OR MORE TO
      * THE REVIEW WORKLIST OLS0002.CUSTOMER_DUP_CAND AS OPEN ('O').
      * A NAME ALONE IS NOT ENOUGH - COMMON NAMES WOULD FLOOD THE
      * LIST. A REVIEWER SETTLES EACH CANDIDATE THROUGH CMRGCS2
      * (MERGE OR DISMISS). A PAIR ALREADY ON THE WORKLIST, IN ANY
      * STATUS, IS NEVER LISTED AGAIN, AND A CUSTOMER ID RETIRED BY
      * AN ACTIVE MERGE (OLS0002.CUSTOMER_MERGE) TAKES NO PART.
      * BIRTH DATES ONLY EXIST ON OLS0002.POLICY2, SO A BANKING-ONLY
      * CUSTOMER CAN NEVER SCORE ON THEM. RUNS UNDER THE SHARED
      * BATCH_RUN_CONTROL DOUBLE-RUN GUARD.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. DUPSCS2.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLDUPCAND.
           10 DUPC_CAND_ID         PIC S9(9) USAGE COMP.
           10 DUPC_CUSTOMER_ID_A   PIC X(16).
           10 DUPC_CUSTOMER_ID_B   PIC X(16).
           10 DUPC_SCORE           PIC S9(3) USAGE COMP-3.
           10 DUPC_MATCH_NAME      PIC X(1).
           10 DUPC_MATCH_BIRTH     PIC X(1).
           10 DUPC_MATCH_ADDR      PIC X(1).
           10 DUPC_MATCH_PHONE     PIC X(1).
           10 DUPC_STATUS          PIC X(1).
           10 DUPC_FOUND_DT        PIC X(8).
           10 DUPC_SETTLE_DT       PIC X(8).
           10 DUPC_USERID          PIC X(8).
      **************************************************************
        01 PAIR-WS.
            07 DUPW-CUSTOMER-ID-A   PIC X(16).
            07 DUPW-CUSTOMER-ID-B   PIC X(16).
            07 DUPW-NAME-A          PIC X(16).
            07 DUPW-NAME-B          PIC X(16).
            07 DUPW-ADDR-A          PIC X(16).
            07 DUPW-ADDR-B          PIC X(16).
            07 DUPW-ZIP-A           PIC X(5).
            07 DUPW-ZIP-B           PIC X(5).
            07 DUPW-PHONE-A         PIC X(16).
            07 DUPW-PHONE-B         PIC X(16).
            07 DUPW-BIRTH-A         PIC X(8).
            07 DUPW-BIRTH-B         PIC X(8).
        01 SCORE-WS.
            07 DUPW-SCORE           PIC S9(3) COMP-3 VALUE 0.
            07 DUPW-MATCH-NAME      PIC X(1).
            07 DUPW-MATCH-BIRTH     PIC X(1).
            07 DUPW-MATCH-ADDR      PIC X(1).
            07 DUPW-MATCH-PHONE     PIC X(1).
      **************************************************************
      * THE LISTING THRESHOLD - NAME PLUS ANY ONE OTHER MATCH, OR
      * BIRTH DATE PLUS ADDRESS, WITHOUT THE NAME.
      **************************************************************
        01 DUPW-THRESHOLD            PIC S9(3) COMP-3 VALUE 50.
        01 DUPW-NEXT-CAND-ID         PIC S9(9) COMP VALUE 0.
      **************************************************************
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-PAIRS-SCORED                 PIC 9(7)   VALUE 0.
        01 WS-CANDIDATES-LISTED            PIC 9(7)   VALUE 0.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'DUPSCS2 '.
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
           MOVE 0 TO DUPW-NEXT-CAND-ID
           EXEC SQL
                SELECT COALESCE(MAX(DUPC_CAND_ID), 0)
                  INTO :DUPW-NEXT-CAND-ID
                  FROM OLS0002.CUSTOMER_DUP_CAND
           END-EXEC
           PERFORM DO-DECLARE THRU DO-DECLARE-END
           PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
           PERFORM DO-FETCH THRU DO-FETCH-END
           PERFORM SCORE-LOOP THRU SCORE-LOOP-END
              UNTIL EODATA = 'Y'
           PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           DISPLAY 'DUPSCS2 PAIRS SCORED:      ' WS-PAIRS-SCORED
           DISPLAY 'DUPSCS2 CANDIDATES LISTED: ' WS-CANDIDATES-LISTED
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
      * EACH PAIR IS DRAWN ONCE (LOWER ID FIRST) AND ONLY WHEN THE
      * TWO ROWS SHARE AT LEAST A NAME, A PHONE OR AN ADDRESS - A
      * PAIR WITH NONE OF THESE CANNOT REACH THE THRESHOLD. THE
      * BIRTH DATE IS THE EARLIEST ON ANY OF THE CUSTOMER'S
      * POLICIES.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE D1 CURSOR FOR
                SELECT A.CUS_CUSTOMER_ID, B.CUS_CUSTOMER_ID,
                       UPPER(A.CUS_NAME), UPPER(B.CUS_NAME),
                       UPPER(A.CUS_ADDR), UPPER(B.CUS_ADDR),
                       A.CUS_ZIP, B.CUS_ZIP,
                       A.CUS_PHONE, B.CUS_PHONE,
                       COALESCE((SELECT MIN(PA.POL_BIRTH_DATE)
                                   FROM OLS0002.POLICY2 PA
                                  WHERE PA.POL_CUSTOMER_ID =
                                        A.CUS_CUSTOMER_ID), ' '),
                       COALESCE((SELECT MIN(PB.POL_BIRTH_DATE)
                                   FROM OLS0002.POLICY2 PB
                                  WHERE PB.POL_CUSTOMER_ID =
                                        B.CUS_CUSTOMER_ID), ' ')
                  FROM OLS0002.CUSTOMER_MASTER A,
                       OLS0002.CUSTOMER_MASTER B
                 WHERE A.CUS_CUSTOMER_ID < B.CUS_CUSTOMER_ID
                   AND (UPPER(A.CUS_NAME) = UPPER(B.CUS_NAME)
                        OR (A.CUS_PHONE = B.CUS_PHONE
                            AND A.CUS_PHONE <> ' ')
                        OR (UPPER(A.CUS_ADDR) = UPPER(B.CUS_ADDR)
                            AND A.CUS_ZIP = B.CUS_ZIP
                            AND A.CUS_ADDR <> ' '))
                   AND NOT EXISTS (
                       SELECT 1 FROM OLS0002.CUSTOMER_MERGE M
                        WHERE M.MRG_STATUS = 'A'
                          AND M.MRG_RETIRED_ID IN
                              (A.CUS_CUSTOMER_ID, B.CUS_CUSTOMER_ID))
                   AND NOT EXISTS (
                       SELECT 1 FROM OLS0002.CUSTOMER_DUP_CAND C
                        WHERE C.DUPC_CUSTOMER_ID_A = A.CUS_CUSTOMER_ID
                          AND C.DUPC_CUSTOMER_ID_B = B.CUS_CUSTOMER_ID)
                 ORDER BY A.CUS_CUSTOMER_ID, B.CUS_CUSTOMER_ID
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN D1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH D1 INTO
                  :DUPW-CUSTOMER-ID-A, :DUPW-CUSTOMER-ID-B,
                  :DUPW-NAME-A, :DUPW-NAME-B,
                  :DUPW-ADDR-A, :DUPW-ADDR-B,
                  :DUPW-ZIP-A, :DUPW-ZIP-B,
                  :DUPW-PHONE-A, :DUPW-PHONE-B,
                  :DUPW-BIRTH-A, :DUPW-BIRTH-B
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       SCORE-LOOP.
           ADD 1 TO WS-PAIRS-SCORED
           PERFORM SCORE-PAIR THRU SCORE-PAIR-END
           IF DUPW-SCORE NOT < DUPW-THRESHOLD
              PERFORM LIST-CANDIDATE THRU LIST-CANDIDATE-END
           END-IF
           PERFORM DO-FETCH THRU DO-FETCH-END.
       SCORE-LOOP-END.
           EXIT.
      **************************************************************
      * A BLANK FIELD NEVER MATCHES - TWO CUSTOMERS WITH NO PHONE
      * ON FILE ARE NOT THEREBY THE SAME PERSON.
      **************************************************************
       SCORE-PAIR.
           MOVE 0 TO DUPW-SCORE
           MOVE 'N' TO DUPW-MATCH-NAME DUPW-MATCH-BIRTH
                       DUPW-MATCH-ADDR DUPW-MATCH-PHONE
           IF DUPW-NAME-A = DUPW-NAME-B AND DUPW-NAME-A NOT = SPACES
              MOVE 'Y' TO DUPW-MATCH-NAME
              ADD 40 TO DUPW-SCORE
           END-IF
           IF DUPW-BIRTH-A = DUPW-BIRTH-B
              AND DUPW-BIRTH-A NOT = SPACES
              MOVE 'Y' TO DUPW-MATCH-BIRTH
              ADD 30 TO DUPW-SCORE
           END-IF
           IF DUPW-ADDR-A = DUPW-ADDR-B AND DUPW-ZIP-A = DUPW-ZIP-B
              AND DUPW-ADDR-A NOT = SPACES
              MOVE 'Y' TO DUPW-MATCH-ADDR
              ADD 20 TO DUPW-SCORE
           END-IF
           IF DUPW-PHONE-A = DUPW-PHONE-B
              AND DUPW-PHONE-A NOT = SPACES
              MOVE 'Y' TO DUPW-MATCH-PHONE
              ADD 10 TO DUPW-SCORE
           END-IF.
       SCORE-PAIR-END.
           EXIT.
      **************************************************************
       LIST-CANDIDATE.
           ADD 1 TO DUPW-NEXT-CAND-ID
           EXEC SQL
                INSERT INTO OLS0002.CUSTOMER_DUP_CAND (
                   DUPC_CAND_ID, DUPC_CUSTOMER_ID_A,
                   DUPC_CUSTOMER_ID_B, DUPC_SCORE, DUPC_MATCH_NAME,
                   DUPC_MATCH_BIRTH, DUPC_MATCH_ADDR,
                   DUPC_MATCH_PHONE, DUPC_STATUS, DUPC_FOUND_DT,
                   DUPC_SETTLE_DT, DUPC_USERID)
                VALUES (
                   :DUPW-NEXT-CAND-ID, :DUPW-CUSTOMER-ID-A,
                   :DUPW-CUSTOMER-ID-B, :DUPW-SCORE, :DUPW-MATCH-NAME,
                   :DUPW-MATCH-BIRTH, :DUPW-MATCH-ADDR,
                   :DUPW-MATCH-PHONE, 'O', :WS-CURRENT-DATE,
                   ' ', ' ')
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-CANDIDATES-LISTED
              DISPLAY '*** DUPLICATE CANDIDATE: ' DUPW-CUSTOMER-ID-A
                 ' ' DUPW-CUSTOMER-ID-B ' SCORE ' DUPW-SCORE
           ELSE
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'DUPSCS2 CANDIDATE INSERT FAILED: ' TXT-SQLCODE
           END-IF.
       LIST-CANDIDATE-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE D1
           END-EXEC.
       DO-CLOSECURSOR-END.
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
                  DISPLAY 'DUPSCS2 SQL ERROR. SQLCODE:  ' TXT-SQLCODE
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
           MOVE WS-CANDIDATES-LISTED TO RUNC-RECORDS
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
