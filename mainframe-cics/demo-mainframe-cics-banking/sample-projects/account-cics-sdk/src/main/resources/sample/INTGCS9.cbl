CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * INTGCS9 - NIGHTLY REFERENTIAL-INTEGRITY SWEEP OF THE
      * BANKING SIDE-TABLES. SORCCS2 RECONCILES STANDING ORDERS
      * ONLY; EVERY OTHER TABLE THAT POINTS AT OLS0002.ACCOUNT2 OR
      * OLS0002.CUSTOMER_MASTER HAS BEEN LEFT TO COLLECT ORPHANS.
      * THIS JOB CHECKS EACH OF THEM AGAINST ACCOUNT2, THE CLOSED-
      * ACCOUNT ARCHIVE ACCOUNT2_HIST AND CUSTOMER_MASTER AND
      * REPORTS EVERY ANOMALY (INTGRPT) WITH A CODE AND A SUGGESTED
      * ACTION, THE WAY SORCRPT DOES. THE SECOND LETTER OF THE CODE
      * SAYS WHAT IS WRONG - A: THE ACCOUNT IS ON NEITHER ACCOUNT2
      * NOR ACCOUNT2_HIST (A TRUE ORPHAN), H: THE ACCOUNT HAS BEEN
      * CLOSED (ON ACCOUNT2_HIST) BUT THE ROW IS STILL LIVE,
      * C: THE CUSTOMER IS NOT ON CUSTOMER_MASTER:
      *   OA OH OC  ACCOUNT_OWNER
      *   CA CH     CARD_MASTER (H = CARD ACTIVE, BLOCKED OR PENDING)
      *   LA LH LC  LOAN_ACCOUNT DISBURSEMENT ACCOUNT (ACTIVE LOANS)
      *   TA TH TC  TERM_DEPOSIT LINKED ACCOUNT (ACTIVE DEPOSITS)
      *   AA AH     ACCOUNT2_ALERT (ACTIVE ALERTS)
      *   WA WH     TRANSFER_WAREHOUSE FROM/TO ACCOUNT (ACTIVE)
      *   GA GH     LEGAL_ORDER (ACTIVE ORDERS)
      *   HA HH     ACCOUNT2_HOLD (OPEN HOLDS)
      * NOTHING IS CHANGED - EVERY FIX NEEDS A HUMAN DECISION. THE
      * ANOMALY TOTAL IS RECORDED AS THE RUN'S RECORD COUNT ON
      * OLS0002.BATCH_RUN_CONTROL, AND THE COUNT PER CODE ON
      * OLS0002.BATCH_RUN_COUNT, SO THE MORNING DASHBOARD SHOWS
      * BOTH WITHOUT OPENING THE REPORT.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. INTGCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT INTEGRITY-REPORT-FILE ASSIGN TO INTGRPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INTEGRITY-REPORT-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  INTEGRITY-REPORT-FILE
            RECORDING MODE IS F.
        01  INTEGRITY-REPORT-LINE              PIC X(132).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLRUNCOUNT.
           10 RUN_JOB_NAME         PIC X(8).
           10 RUN_BUSINESS_DT      PIC X(8).
           10 RUNC_COUNT_CD        PIC X(8).
           10 RUNC_COUNT           PIC S9(9) USAGE COMP-3.
      **************************************************************
        01 ANOMALY-WS.
            07 INTW-CODE            PIC X(2).
            07 INTW-ROW-KEY         PIC X(16).
            07 INTW-REF-ID          PIC X(16).
      **************************************************************
      * ANOMALY CODES, THE TABLE EACH ONE COMES FROM, AND THE
      * SUGGESTED ACTION PRINTED AGAINST IT.
      **************************************************************
        01 INTW-CODE-LIST.
            05 FILLER PIC X(2)  VALUE 'OA'.
            05 FILLER PIC X(18) VALUE 'ACCOUNT_OWNER'.
            05 FILLER PIC X(40) VALUE
               'DELETE OWNER ROWS - NO SUCH ACCOUNT'.
            05 FILLER PIC X(2)  VALUE 'OH'.
            05 FILLER PIC X(18) VALUE 'ACCOUNT_OWNER'.
            05 FILLER PIC X(40) VALUE
               'REMOVE OWNER ROWS OF CLOSED ACCOUNT'.
            05 FILLER PIC X(2)  VALUE 'OC'.
            05 FILLER PIC X(18) VALUE 'ACCOUNT_OWNER'.
            05 FILLER PIC X(40) VALUE
               'ADD CUSTOMER TO MASTER OR FIX OWNER'.
            05 FILLER PIC X(2)  VALUE 'CA'.
            05 FILLER PIC X(18) VALUE 'CARD_MASTER'.
            05 FILLER PIC X(40) VALUE
               'BLOCK CARD AND DELETE - NO ACCOUNT'.
            05 FILLER PIC X(2)  VALUE 'CH'.
            05 FILLER PIC X(18) VALUE 'CARD_MASTER'.
            05 FILLER PIC X(40) VALUE
               'BLOCK CARD (CRDBCS9) - ACCOUNT CLOSED'.
            05 FILLER PIC X(2)  VALUE 'LA'.
            05 FILLER PIC X(18) VALUE 'LOAN_ACCOUNT'.
            05 FILLER PIC X(40) VALUE
               'REPOINT DISBURSEMENT ACCOUNT - NONE'.
            05 FILLER PIC X(2)  VALUE 'LH'.
            05 FILLER PIC X(18) VALUE 'LOAN_ACCOUNT'.
            05 FILLER PIC X(40) VALUE
               'REPOINT DISBURSEMENT ACCOUNT - CLOSED'.
            05 FILLER PIC X(2)  VALUE 'LC'.
            05 FILLER PIC X(18) VALUE 'LOAN_ACCOUNT'.
            05 FILLER PIC X(40) VALUE
               'ADD BORROWER TO CUSTOMER MASTER'.
            05 FILLER PIC X(2)  VALUE 'TA'.
            05 FILLER PIC X(18) VALUE 'TERM_DEPOSIT'.
            05 FILLER PIC X(40) VALUE
               'REPOINT LINKED ACCOUNT BEFORE MATURITY'.
            05 FILLER PIC X(2)  VALUE 'TH'.
            05 FILLER PIC X(18) VALUE 'TERM_DEPOSIT'.
            05 FILLER PIC X(40) VALUE
               'REPOINT LINKED ACCOUNT - CLOSED'.
            05 FILLER PIC X(2)  VALUE 'TC'.
            05 FILLER PIC X(18) VALUE 'TERM_DEPOSIT'.
            05 FILLER PIC X(40) VALUE
               'ADD DEPOSITOR TO CUSTOMER MASTER'.
            05 FILLER PIC X(2)  VALUE 'AA'.
            05 FILLER PIC X(18) VALUE 'ACCOUNT2_ALERT'.
            05 FILLER PIC X(40) VALUE
               'CANCEL ALERT - NO ACCOUNT'.
            05 FILLER PIC X(2)  VALUE 'AH'.
            05 FILLER PIC X(18) VALUE 'ACCOUNT2_ALERT'.
            05 FILLER PIC X(40) VALUE
               'CANCEL ALERT - ACCOUNT CLOSED'.
            05 FILLER PIC X(2)  VALUE 'WA'.
            05 FILLER PIC X(18) VALUE 'TRANSFER_WAREHOUSE'.
            05 FILLER PIC X(40) VALUE
               'CANCEL ORDER (TRWXCS9) - NO ACCOUNT'.
            05 FILLER PIC X(2)  VALUE 'WH'.
            05 FILLER PIC X(18) VALUE 'TRANSFER_WAREHOUSE'.
            05 FILLER PIC X(40) VALUE
               'CANCEL ORDER (TRWXCS9) - ACCOUNT CLOSED'.
            05 FILLER PIC X(2)  VALUE 'GA'.
            05 FILLER PIC X(18) VALUE 'LEGAL_ORDER'.
            05 FILLER PIC X(40) VALUE
               'REFER TO LEGAL - NO ACCOUNT'.
            05 FILLER PIC X(2)  VALUE 'GH'.
            05 FILLER PIC X(18) VALUE 'LEGAL_ORDER'.
            05 FILLER PIC X(40) VALUE
               'REFER TO LEGAL - ACCOUNT CLOSED'.
            05 FILLER PIC X(2)  VALUE 'HA'.
            05 FILLER PIC X(18) VALUE 'ACCOUNT2_HOLD'.
            05 FILLER PIC X(40) VALUE
               'RELEASE HOLD - NO ACCOUNT'.
            05 FILLER PIC X(2)  VALUE 'HH'.
            05 FILLER PIC X(18) VALUE 'ACCOUNT2_HOLD'.
            05 FILLER PIC X(40) VALUE
               'RELEASE HOLD - ACCOUNT CLOSED'.
            05 FILLER PIC X(60) VALUE SPACES.
        01 INTW-CODES REDEFINES INTW-CODE-LIST.
            05 INTW-CODE-ENTRY OCCURS 20.
              07 INTW-TBL-CODE      PIC X(2).
              07 INTW-TBL-TABLE     PIC X(18).
              07 INTW-TBL-ACTION    PIC X(40).
        01 INTW-CODE-COUNTS.
            05 INTW-TBL-COUNT OCCURS 20 PIC S9(9) COMP-3.
        01 INTW-CODE-MAX             PIC S9(4) COMP VALUE 20.
        01 INTW-CX                   PIC S9(4) COMP VALUE 0.
        01 INTW-FOUND-CX             PIC S9(4) COMP VALUE 0.
      **************************************************************
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-COUNT-ED                     PIC Z(8)9.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-ANOMALIES-FOUND              PIC 9(7)   VALUE 0.
        01 WS-INTEGRITY-REPORT-STATUS      PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * SHARED BATCH RUN-CONTROL WORK AREA (OLS0002.
      * BATCH_RUN_CONTROL), THE SAME DOUBLE-RUN GUARD EVERY
      * NIGHTLY JOB CARRIES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'INTGCS9 '.
        01 RUNC-BUSINESS-DT                PIC 9(08)  VALUE 0.
        01 RUNC-SUPPRESS-SW                PIC X(1)   VALUE 'N'.
        01 RUNC-DONE-COUNT                 PIC S9(4)  COMP VALUE 0.
        01 RUNC-RECORDS                    PIC S9(9)  COMP-3 VALUE 0.
        01 RUNC-COUNT-CD                   PIC X(8)   VALUE SPACES.
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
           PERFORM SWEEP-LOOP THRU SWEEP-LOOP-END
              UNTIL EODATA = 'Y'
           PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           PERFORM WRITE-SUMMARY THRU WRITE-SUMMARY-END
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'INTGCS9 ANOMALIES FOUND:   ' WS-ANOMALIES-FOUND
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM CLEAR-COUNT THRU CLEAR-COUNT-END
              VARYING INTW-CX FROM 1 BY 1
              UNTIL INTW-CX > INTW-CODE-MAX
           OPEN OUTPUT INTEGRITY-REPORT-FILE
           IF WS-INTEGRITY-REPORT-STATUS NOT = '00'
              DISPLAY 'INTEGRITY-REPORT-FILE OPEN FAILED, STATUS: '
                 WS-INTEGRITY-REPORT-STATUS
              MOVE 'Y' TO EODATA
              GO TO INIT-RTN-END
           END-IF
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING
              'BANKING SIDE-TABLE INTEGRITY SWEEP - '
                                    DELIMITED BY SIZE
              WS-CURRENT-DATE       DELIMITED BY SIZE
              INTO INTEGRITY-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-LINE
           MOVE 'CODE|TABLE|ROW KEY|ACCOUNT/CUSTOMER|SUGGESTED ACTION'
              TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE.
       INIT-RTN-END.
           EXIT.
      **************************************************************
       CLEAR-COUNT.
           MOVE 0 TO INTW-TBL-COUNT(INTW-CX).
       CLEAR-COUNT-END.
           EXIT.
      **************************************************************
      * ONE CURSOR OVER EVERY CHECK, EACH LEG RETURNING THE CODE,
      * THE ROW'S OWN KEY AND THE ACCOUNT OR CUSTOMER IT FAILED ON.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE S1 CURSOR FOR
                SELECT CASE WHEN H.ACCT_ACCOUNT_ID IS NULL
                            THEN 'OA' ELSE 'OH' END,
                       CAST(O.ACCT_ACCOUNT_ID AS CHAR(16)),
                       CAST(O.ACCT_ACCOUNT_ID AS CHAR(16))
                  FROM OLS0002.ACCOUNT_OWNER O
                  LEFT JOIN OLS0002.ACCOUNT2_HIST H
                    ON H.ACCT_ACCOUNT_ID = O.ACCT_ACCOUNT_ID
                 WHERE NOT EXISTS
                       (SELECT 1 FROM OLS0002.ACCOUNT2 A
                         WHERE A.ACCT_ACCOUNT_ID = O.ACCT_ACCOUNT_ID)
                UNION ALL
                SELECT 'OC',
                       CAST(O.ACCT_ACCOUNT_ID AS CHAR(16)),
                       O.OWNER_CUSTOMER_ID
                  FROM OLS0002.ACCOUNT_OWNER O
                 WHERE NOT EXISTS
                       (SELECT 1 FROM OLS0002.CUSTOMER_MASTER M
                         WHERE M.CUS_CUSTOMER_ID = O.OWNER_CUSTOMER_ID)
                UNION ALL
                SELECT CASE WHEN H.ACCT_ACCOUNT_ID IS NULL
                            THEN 'CA' ELSE 'CH' END,
                       C.CRD_CARD_NUMBER,
                       CAST(C.CRD_ACCOUNT_ID AS CHAR(16))
                  FROM OLS0002.CARD_MASTER C
                  LEFT JOIN OLS0002.ACCOUNT2_HIST H
                    ON H.ACCT_ACCOUNT_ID = C.CRD_ACCOUNT_ID
                 WHERE NOT EXISTS
                       (SELECT 1 FROM OLS0002.ACCOUNT2 A
                         WHERE A.ACCT_ACCOUNT_ID = C.CRD_ACCOUNT_ID)
                   AND (H.ACCT_ACCOUNT_ID IS NULL
                        OR C.CRD_STATUS IN ('A', 'B', 'P'))
                UNION ALL
                SELECT CASE WHEN H.ACCT_ACCOUNT_ID IS NULL
                            THEN 'LA' ELSE 'LH' END,
                       CAST(L.LN_LOAN_ID AS CHAR(16)),
                       CAST(L.LN_DISB_ACCOUNT_ID AS CHAR(16))
                  FROM OLS0002.LOAN_ACCOUNT L
                  LEFT JOIN OLS0002.ACCOUNT2_HIST H
                    ON H.ACCT_ACCOUNT_ID = L.LN_DISB_ACCOUNT_ID
                 WHERE L.LN_STATUS = 'A'
                   AND NOT EXISTS
                       (SELECT 1 FROM OLS0002.ACCOUNT2 A
                         WHERE A.ACCT_ACCOUNT_ID = L.LN_DISB_ACCOUNT_ID)
                UNION ALL
                SELECT 'LC',
                       CAST(L.LN_LOAN_ID AS CHAR(16)),
                       L.LN_CUSTOMER_ID
                  FROM OLS0002.LOAN_ACCOUNT L
                 WHERE NOT EXISTS
                       (SELECT 1 FROM OLS0002.CUSTOMER_MASTER M
                         WHERE M.CUS_CUSTOMER_ID = L.LN_CUSTOMER_ID)
                UNION ALL
                SELECT CASE WHEN H.ACCT_ACCOUNT_ID IS NULL
                            THEN 'TA' ELSE 'TH' END,
                       CAST(T.TD_DEPOSIT_ID AS CHAR(16)),
                       CAST(T.TD_LINKED_ACCOUNT_ID AS CHAR(16))
                  FROM OLS0002.TERM_DEPOSIT T
                  LEFT JOIN OLS0002.ACCOUNT2_HIST H
                    ON H.ACCT_ACCOUNT_ID = T.TD_LINKED_ACCOUNT_ID
                 WHERE T.TD_STATUS = 'A'
                   AND NOT EXISTS
                       (SELECT 1 FROM OLS0002.ACCOUNT2 A
                         WHERE A.ACCT_ACCOUNT_ID =
                               T.TD_LINKED_ACCOUNT_ID)
                UNION ALL
                SELECT 'TC',
                       CAST(T.TD_DEPOSIT_ID AS CHAR(16)),
                       T.TD_CUSTOMER_ID
                  FROM OLS0002.TERM_DEPOSIT T
                 WHERE NOT EXISTS
                       (SELECT 1 FROM OLS0002.CUSTOMER_MASTER M
                         WHERE M.CUS_CUSTOMER_ID = T.TD_CUSTOMER_ID)
                UNION ALL
                SELECT CASE WHEN H.ACCT_ACCOUNT_ID IS NULL
                            THEN 'AA' ELSE 'AH' END,
                       CAST(R.ALR_ACCOUNT_ID AS CHAR(16)),
                       CAST(R.ALR_ACCOUNT_ID AS CHAR(16))
                  FROM OLS0002.ACCOUNT2_ALERT R
                  LEFT JOIN OLS0002.ACCOUNT2_HIST H
                    ON H.ACCT_ACCOUNT_ID = R.ALR_ACCOUNT_ID
                 WHERE R.ALR_STATUS = 'A'
                   AND NOT EXISTS
                       (SELECT 1 FROM OLS0002.ACCOUNT2 A
                         WHERE A.ACCT_ACCOUNT_ID = R.ALR_ACCOUNT_ID)
                UNION ALL
                SELECT CASE WHEN H.ACCT_ACCOUNT_ID IS NULL
                            THEN 'WA' ELSE 'WH' END,
                       CAST(CHAR(W.TRW_ORDER_ID) AS CHAR(16)),
                       CAST(W.TRW_FROM_ACCOUNT_ID AS CHAR(16))
                  FROM OLS0002.TRANSFER_WAREHOUSE W
                  LEFT JOIN OLS0002.ACCOUNT2_HIST H
                    ON H.ACCT_ACCOUNT_ID = W.TRW_FROM_ACCOUNT_ID
                 WHERE W.TRW_STATUS = 'A'
                   AND NOT EXISTS
                       (SELECT 1 FROM OLS0002.ACCOUNT2 A
                         WHERE A.ACCT_ACCOUNT_ID =
                               W.TRW_FROM_ACCOUNT_ID)
                UNION ALL
                SELECT CASE WHEN H.ACCT_ACCOUNT_ID IS NULL
                            THEN 'WA' ELSE 'WH' END,
                       CAST(CHAR(W.TRW_ORDER_ID) AS CHAR(16)),
                       CAST(W.TRW_TO_ACCOUNT_ID AS CHAR(16))
                  FROM OLS0002.TRANSFER_WAREHOUSE W
                  LEFT JOIN OLS0002.ACCOUNT2_HIST H
                    ON H.ACCT_ACCOUNT_ID = W.TRW_TO_ACCOUNT_ID
                 WHERE W.TRW_STATUS = 'A'
                   AND NOT EXISTS
                       (SELECT 1 FROM OLS0002.ACCOUNT2 A
                         WHERE A.ACCT_ACCOUNT_ID = W.TRW_TO_ACCOUNT_ID)
                UNION ALL
                SELECT CASE WHEN H.ACCT_ACCOUNT_ID IS NULL
                            THEN 'GA' ELSE 'GH' END,
                       G.LGL_ORDER_REF,
                       CAST(G.LGL_ACCOUNT_ID AS CHAR(16))
                  FROM OLS0002.LEGAL_ORDER G
                  LEFT JOIN OLS0002.ACCOUNT2_HIST H
                    ON H.ACCT_ACCOUNT_ID = G.LGL_ACCOUNT_ID
                 WHERE G.LGL_STATUS = 'A'
                   AND NOT EXISTS
                       (SELECT 1 FROM OLS0002.ACCOUNT2 A
                         WHERE A.ACCT_ACCOUNT_ID = G.LGL_ACCOUNT_ID)
                UNION ALL
                SELECT CASE WHEN H.ACCT_ACCOUNT_ID IS NULL
                            THEN 'HA' ELSE 'HH' END,
                       CAST(CHAR(D.HLD_HOLD_ID) AS CHAR(16)),
                       CAST(D.HLD_ACCOUNT_ID AS CHAR(16))
                  FROM OLS0002.ACCOUNT2_HOLD D
                  LEFT JOIN OLS0002.ACCOUNT2_HIST H
                    ON H.ACCT_ACCOUNT_ID = D.HLD_ACCOUNT_ID
                 WHERE D.HLD_STATUS = 'O'
                   AND NOT EXISTS
                       (SELECT 1 FROM OLS0002.ACCOUNT2 A
                         WHERE A.ACCT_ACCOUNT_ID = D.HLD_ACCOUNT_ID)
                ORDER BY 1, 2
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN S1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH S1 INTO
                  :INTW-CODE,
                  :INTW-ROW-KEY,
                  :INTW-REF-ID
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
      * ONE ITERATION OF THE SWEEP: LOOK THE CODE UP, COUNT IT,
      * REPORT IT, THEN FETCH THE NEXT ANOMALY.
      **************************************************************
       SWEEP-LOOP.
           MOVE 0 TO INTW-FOUND-CX
           PERFORM FIND-CODE THRU FIND-CODE-END
              VARYING INTW-CX FROM 1 BY 1
              UNTIL INTW-CX > INTW-CODE-MAX OR INTW-FOUND-CX > 0
           IF INTW-FOUND-CX > 0
              ADD 1 TO INTW-TBL-COUNT(INTW-FOUND-CX)
              PERFORM WRITE-ANOMALY THRU WRITE-ANOMALY-END
           END-IF
           PERFORM DO-FETCH THRU DO-FETCH-END.
       SWEEP-LOOP-END.
           EXIT.
      **************************************************************
       FIND-CODE.
           IF INTW-TBL-CODE(INTW-CX) = INTW-CODE
              MOVE INTW-CX TO INTW-FOUND-CX
           END-IF.
       FIND-CODE-END.
           EXIT.
      **************************************************************
       WRITE-ANOMALY.
           ADD 1 TO WS-ANOMALIES-FOUND
           DISPLAY '*** INTEGRITY ANOMALY: ' INTW-CODE ' '
              INTW-TBL-TABLE(INTW-FOUND-CX) ' ' INTW-ROW-KEY
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING
              INTW-CODE             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              INTW-TBL-TABLE(INTW-FOUND-CX)
                                    DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              INTW-ROW-KEY          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              INTW-REF-ID           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              INTW-TBL-ACTION(INTW-FOUND-CX)
                                    DELIMITED BY SIZE
              INTO INTEGRITY-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-LINE.
       WRITE-ANOMALY-END.
           EXIT.
      **************************************************************
      * COUNT PER CODE, ON THE REPORT AND ON BATCH_RUN_COUNT.
      **************************************************************
       WRITE-SUMMARY.
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           MOVE 'CODE|TABLE|COUNT' TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           EXEC SQL
                DELETE FROM OLS0002.BATCH_RUN_COUNT
                 WHERE RUN_JOB_NAME = :RUNC-JOB-NAME
                   AND RUN_BUSINESS_DT = :RUNC-BUSINESS-DT
           END-EXEC
           PERFORM SUMMARY-LINE THRU SUMMARY-LINE-END
              VARYING INTW-CX FROM 1 BY 1
              UNTIL INTW-CX > INTW-CODE-MAX.
       WRITE-SUMMARY-END.
           EXIT.
      **************************************************************
       SUMMARY-LINE.
           IF INTW-TBL-CODE(INTW-CX) = SPACES
              GO TO SUMMARY-LINE-END
           END-IF
           MOVE INTW-TBL-COUNT(INTW-CX) TO WS-COUNT-ED
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING
              INTW-TBL-CODE(INTW-CX)  DELIMITED BY SIZE
              WS-DELIMITER            DELIMITED BY SIZE
              INTW-TBL-TABLE(INTW-CX) DELIMITED BY SIZE
              WS-DELIMITER            DELIMITED BY SIZE
              WS-COUNT-ED             DELIMITED BY SIZE
              INTO INTEGRITY-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-LINE
           MOVE INTW-TBL-CODE(INTW-CX) TO RUNC-COUNT-CD
           EXEC SQL
                INSERT INTO OLS0002.BATCH_RUN_COUNT (
                   RUN_JOB_NAME, RUN_BUSINESS_DT, RUNC_COUNT_CD,
                   RUNC_COUNT)
                VALUES (
                   :RUNC-JOB-NAME, :RUNC-BUSINESS-DT, :RUNC-COUNT-CD,
                   :INTW-TBL-COUNT(INTW-CX))
           END-EXEC.
       SUMMARY-LINE-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE S1
           END-EXEC.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE INTEGRITY-REPORT-FILE.
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
                  DISPLAY 'INTGCS9 SQL ERROR. SQLCODE: ' TXT-SQLCODE
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
      * COMPLETE-RUN - THE RECORD COUNT THIS JOB POSTS IS THE
      * NUMBER OF ANOMALIES, SO A NON-ZERO FIGURE ON THE MORNING
      * DASHBOARD IS ITSELF THE SIGNAL.
      **************************************************************
       COMPLETE-RUN.
           MOVE WS-ANOMALIES-FOUND TO RUNC-RECORDS
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
