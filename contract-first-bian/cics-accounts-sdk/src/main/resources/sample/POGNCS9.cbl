CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * POGNCS9 - NIGHTLY PURCHASE ORDER GENERATION BATCH JOB.
      * A PURCHASE ORDER USED TO BE AN EMAIL TO THE SUPPLIER, SO
      * NOTHING ON OUR SIDE KNEW WHAT HAD BEEN ORDERED, AT WHAT
      * COST OR WHEN IT WAS DUE. THIS JOB TAKES EVERY PURCHASE
      * SUGGESTION A BUYER HAS APPROVED THROUGH PSGACS9 ('A' ON
      * OLS0002.PURCHASE_SUGGESTION) FOR AN ACTIVE SUPPLIER AND
      * RAISES ONE PURCHASE ORDER PER SUPPLIER PER RUN:
      *   OLS0002.PURCHASE_ORDER      - PO NUMBER (NEXT FREE),
      *     SUPPLIER, ORDER DATE, EXPECTED DATE (ORDER DATE PLUS
      *     THE SUPPLIER'S LEAD TIME), STATUS 'O' OPEN, TOTAL
      *     COST, LINE COUNT AND THE ENVELOPE RUN-ID IT WENT OUT
      *     UNDER
      *   OLS0002.PURCHASE_ORDER_LINE - ONE LINE PER SUGGESTION:
      *     ITEM, ORDERED QUANTITY, AGREED UNIT COST, EXPECTED
      *     DATE, RECEIVED QUANTITY (ZERO) AND STATUS 'O'
      * EACH SUGGESTION IS MOVED TO 'P' AND STAMPED WITH ITS PO
      * NUMBER UNDER AN UPDATE GUARDED ON STILL BEING APPROVED, SO
      * NO SUGGESTION IS ORDERED TWICE. GRCPCS9 RECEIVES AGAINST
      * THE LINES AND POAGCS9 AGES THEM.
      * THE OUTBOUND ORDER FILE (POOUT) CARRIES EACH SUPPLIER'S
      * ORDER IN ITS OWN STANDARD HDR/TRL ENVELOPE, SO THE
      * TRANSMISSION STEP SPLITS THE FILE AT EACH HEADER AND
      * SENDS EVERY SUPPLIER ITS OWN FILE, WHICH FVERCS9 VERIFIES
      * AS IT DOES ANY OTHER FEED. THE HEADER CARRIES THE SUPPLIER
      * ID AND PO NUMBER AFTER THE STANDARD FIELDS:
      *   HDR|POGNCS9|BUSINESS-DATE|RUN-ID|7|SUPPLIER-ID|PO-NUM
      *   PO-NUM|LINE|ITEM|ITEM-NAME|QTY|UNIT-COST|LINE-COST|
      *     EXPECTED-DATE
      *   TRL|LINE-COUNT|LINE-COST-HASH-TOTAL
      * AN APPROVED SUGGESTION WHOSE SUPPLIER HAS SINCE BEEN
      * INACTIVATED STAYS APPROVED AND IS COUNTED AS HELD UNTIL A
      * BUYER RE-APPROVES IT ELSEWHERE OR THE SUPPLIER RETURNS.
      * RUNS UNDER THE SHARED BATCH_RUN_CONTROL GUARD.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. POGNCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PO-OUT-FILE ASSIGN TO POOUT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PO-OUT-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  PO-OUT-FILE
            RECORDING MODE IS F.
        01  PO-OUT-RECORD                  PIC X(120).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLPURCHORDER.
           10 PORD_PO_NUM          PIC S9(9) USAGE COMP.
           10 PORD_SUPPLIER_ID     PIC X(8).
           10 PORD_ORDER_DT        PIC X(8).
           10 PORD_EXPECTED_DT     PIC X(8).
           10 PORD_STATUS          PIC X(1).
           10 PORD_TOTAL_COST      PIC S9(11)V9(2) USAGE COMP-3.
           10 PORD_LINE_COUNT      PIC S9(4) USAGE COMP.
           10 PORD_RUN_ID          PIC X(14).
      **************************************************************
       01  DCLPURCHORDERLINE.
           10 POLN_PO_NUM          PIC S9(9) USAGE COMP.
           10 POLN_LINE_NUM        PIC S9(4) USAGE COMP.
           10 POLN_ITEM_NUM        PIC S9(8) USAGE COMP.
           10 POLN_SUGGEST_DT      PIC X(8).
           10 POLN_ORDER_QTY       PIC S9(7) USAGE COMP.
           10 POLN_UNIT_COST       PIC S9(7)V9(2) USAGE COMP-3.
           10 POLN_EXPECTED_DT     PIC X(8).
           10 POLN_RECEIVED_QTY    PIC S9(7) USAGE COMP.
           10 POLN_STATUS          PIC X(1).
           10 POLN_LAST_RECEIPT_DT PIC X(8).
      **************************************************************
        01 SUGGESTION-WS.
            07 POGW-ITEM-NUM          PIC S9(8) USAGE COMP.
            07 POGW-SUGGEST-DT        PIC 9(8).
            07 POGW-SUPPLIER-ID       PIC X(8).
            07 POGW-APPROVED-QTY      PIC S9(7) USAGE COMP.
            07 POGW-UNIT-COST         PIC S9(7)V9(2) USAGE COMP-3.
            07 POGW-LEAD-DAYS         PIC S9(3) USAGE COMP-3.
            07 POGW-ITEM-NAME         PIC X(16).
        01 ORDER-WS.
            07 POGW-PO-NUM            PIC S9(9) USAGE COMP.
            07 POGW-PO-SUPPLIER-ID    PIC X(8).
            07 POGW-EXPECTED-DT       PIC 9(8).
            07 POGW-LINE-NUM          PIC S9(4) USAGE COMP.
            07 POGW-LINE-COST         PIC S9(11)V9(2) USAGE COMP-3.
            07 POGW-PO-TOTAL          PIC S9(11)V9(2) USAGE COMP-3.
        01 POGW-PO-OPEN-SW           PIC X(1)   VALUE 'N'.
          88 POGW-PO-OPEN            VALUE 'Y'.
        01 POGW-HELD-COUNT           PIC S9(7) COMP VALUE 0.
      **************************************************************
        01 WS-PO-NUM-ED                    PIC 9(9).
        01 WS-LINE-ED                      PIC 9(4).
        01 WS-ITEM-NUM-ED                  PIC 9(8).
        01 WS-QTY-ED                       PIC 9(7).
        01 WS-COST-ED                      PIC 9(7).99.
        01 WS-LINE-COST-ED                 PIC -9(10)9.99.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-SUGGESTIONS-READ             PIC 9(7)   VALUE 0.
        01 WS-LINES-WRITTEN                PIC 9(7)   VALUE 0.
        01 WS-ORDERS-RAISED                PIC 9(7)   VALUE 0.
        01 WS-PO-OUT-FILE-STATUS           PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * SHARED BATCH RUN-CONTROL WORK AREA (OLS0002.
      * BATCH_RUN_CONTROL), THE SAME DOUBLE-RUN GUARD EVERY
      * NIGHTLY JOB CARRIES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'POGNCS9 '.
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
      * FEED ENVELOPE WORK AREA - SEE FVERCS9. THE LINE COST
      * (FIELD 7) IS THE HASHED FIELD. ONE ENVELOPE PER ORDER.
      **************************************************************
        01 FEED-RUN-ID                     PIC X(14)  VALUE SPACES.
        01 FEED-AMT-FIELD-NO               PIC 9(2)   VALUE 7.
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
              PERFORM COUNT-HELD THRU COUNT-HELD-END
              PERFORM DO-DECLARE THRU DO-DECLARE-END
              PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
              PERFORM DO-FETCH THRU DO-FETCH-END
              PERFORM ORDER-LOOP THRU ORDER-LOOP-END
                 UNTIL EODATA = 'Y'
              PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
              IF POGW-PO-OPEN
                 PERFORM FINISH-PO THRU FINISH-PO-END
              END-IF
           END-IF
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'POGNCS9 SUGGESTIONS READ:  ' WS-SUGGESTIONS-READ
           DISPLAY 'POGNCS9 ORDERS RAISED:     ' WS-ORDERS-RAISED
           DISPLAY 'POGNCS9 ORDER LINES:       ' WS-LINES-WRITTEN
           DISPLAY 'POGNCS9 HELD (SUPPLIER NOT ACTIVE): '
              POGW-HELD-COUNT
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO FEED-RUN-ID
           OPEN OUTPUT PO-OUT-FILE
           IF WS-PO-OUT-FILE-STATUS NOT = '00'
              DISPLAY 'PO-OUT-FILE OPEN FAILED, STATUS: '
                 WS-PO-OUT-FILE-STATUS
              MOVE 'Y' TO EODATA
           END-IF.
       OPEN-FILES-END.
           EXIT.
      **************************************************************
       COUNT-HELD.
           MOVE 0 TO POGW-HELD-COUNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :POGW-HELD-COUNT
                  FROM OLS0002.PURCHASE_SUGGESTION P
                 WHERE P.PSG_STATUS = 'A'
                   AND NOT EXISTS
                      (SELECT 1
                         FROM OLS0002.SUPPLIER S
                        WHERE S.SUP_SUPPLIER_ID = P.PSG_SUPPLIER_ID
                          AND S.SUP_STATUS = 'A')
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO POGW-HELD-COUNT
           END-IF.
       COUNT-HELD-END.
           EXIT.
      **************************************************************
      * APPROVED SUGGESTIONS FOR ACTIVE SUPPLIERS, IN SUPPLIER
      * ORDER SO EACH SUPPLIER'S LINES ARRIVE TOGETHER AND BREAK
      * INTO ONE PURCHASE ORDER.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE G1 CURSOR FOR
                SELECT
                  P.PSG_ITEM_NUM,
                  P.PSG_SUGGEST_DT,
                  P.PSG_SUPPLIER_ID,
                  P.PSG_APPROVED_QTY,
                  P.PSG_UNIT_COST,
                  S.SUP_LEAD_DAYS,
                  COALESCE(I.ITEM_NAME, ' ')
                FROM OLS0002.PURCHASE_SUGGESTION P
                     INNER JOIN OLS0002.SUPPLIER S
                        ON S.SUP_SUPPLIER_ID = P.PSG_SUPPLIER_ID
                     LEFT OUTER JOIN OLS0002.ITEM_CATALOG I
                        ON I.ITEM_NUM = P.PSG_ITEM_NUM
                WHERE P.PSG_STATUS = 'A'
                  AND S.SUP_STATUS = 'A'
                ORDER BY P.PSG_SUPPLIER_ID, P.PSG_ITEM_NUM,
                         P.PSG_SUGGEST_DT
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
                  :POGW-ITEM-NUM,
                  :POGW-SUGGEST-DT,
                  :POGW-SUPPLIER-ID,
                  :POGW-APPROVED-QTY,
                  :POGW-UNIT-COST,
                  :POGW-LEAD-DAYS,
                  :POGW-ITEM-NAME
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
      * A CHANGE OF SUPPLIER CLOSES THE ORDER IN PROGRESS AND
      * STARTS THE NEXT ONE.
      **************************************************************
       ORDER-LOOP.
           ADD 1 TO WS-SUGGESTIONS-READ
           IF POGW-PO-OPEN
              AND POGW-SUPPLIER-ID NOT = POGW-PO-SUPPLIER-ID
              PERFORM FINISH-PO THRU FINISH-PO-END
           END-IF
           IF NOT POGW-PO-OPEN
              PERFORM START-PO THRU START-PO-END
           END-IF
           IF POGW-PO-OPEN
              PERFORM MARK-ORDERED THRU MARK-ORDERED-END
           END-IF
           PERFORM DO-FETCH THRU DO-FETCH-END.
       ORDER-LOOP-END.
           EXIT.
      **************************************************************
      * START-PO TAKES THE NEXT FREE PO NUMBER AND INSERTS THE
      * HEADER OPEN WITH A ZERO TOTAL; FINISH-PO FILLS IN THE
      * TOTAL AND LINE COUNT. THE EXPECTED DATE IS TODAY PLUS THE
      * SUPPLIER'S LEAD TIME.
      **************************************************************
       START-PO.
           MOVE POGW-SUPPLIER-ID TO POGW-PO-SUPPLIER-ID
           MOVE 0 TO POGW-LINE-NUM
           MOVE 0 TO POGW-PO-TOTAL
           MOVE 0 TO FEED-HASH-TOTAL
           COMPUTE POGW-EXPECTED-DT = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                 + POGW-LEAD-DAYS)
           MOVE 0 TO POGW-PO-NUM
           EXEC SQL
                SELECT COALESCE(MAX(PORD_PO_NUM), 0) + 1
                  INTO :POGW-PO-NUM
                  FROM OLS0002.PURCHASE_ORDER
           END-EXEC
           EXEC SQL
                INSERT INTO OLS0002.PURCHASE_ORDER (
                   PORD_PO_NUM, PORD_SUPPLIER_ID, PORD_ORDER_DT,
                   PORD_EXPECTED_DT, PORD_STATUS, PORD_TOTAL_COST,
                   PORD_LINE_COUNT, PORD_RUN_ID)
                VALUES (
                   :POGW-PO-NUM, :POGW-PO-SUPPLIER-ID,
                   :WS-CURRENT-DATE, :POGW-EXPECTED-DT, 'O', 0, 0,
                   :FEED-RUN-ID)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'POGNCS9 ORDER INSERT FAILED FOR SUPPLIER '
                 POGW-PO-SUPPLIER-ID ' SQLCODE: ' TXT-SQLCODE
              GO TO START-PO-END
           END-IF
           MOVE 'Y' TO POGW-PO-OPEN-SW.
       START-PO-END.
           EXIT.
      **************************************************************
      * MARK-ORDERED MOVES THE SUGGESTION TO 'P' BEFORE THE LINE
      * IS WRITTEN; A SUGGESTION ORDERED UNDERNEATH US MATCHES
      * ZERO ROWS AND IS SKIPPED, SO THE FILE NEVER CARRIES A
      * LINE THE TABLE DOES NOT SHOW AS ORDERED. A LINE THAT
      * FAILS TO INSERT PUTS ITS SUGGESTION BACK TO APPROVED FOR
      * THE NEXT RUN.
      **************************************************************
       MARK-ORDERED.
           EXEC SQL
                UPDATE OLS0002.PURCHASE_SUGGESTION
                   SET PSG_STATUS = 'P',
                       PSG_PO_NUM = :POGW-PO-NUM
                 WHERE PSG_ITEM_NUM = :POGW-ITEM-NUM
                   AND PSG_SUGGEST_DT = :POGW-SUGGEST-DT
                   AND PSG_STATUS = 'A'
           END-EXEC
           IF SQLCODE = 0
              PERFORM WRITE-PO-LINE THRU WRITE-PO-LINE-END
           ELSE
              IF SQLCODE NOT = 100
                 MOVE SQLCODE TO TXT-SQLCODE
                 DISPLAY 'POGNCS9 MARK FAILED FOR ITEM '
                    POGW-ITEM-NUM ' SQLCODE: ' TXT-SQLCODE
              END-IF
           END-IF.
       MARK-ORDERED-END.
           EXIT.
      **************************************************************
      * THE ENVELOPE HEADER GOES OUT WITH THE FIRST LINE, SO AN
      * ORDER WHOSE EVERY SUGGESTION WAS TAKEN UNDERNEATH US
      * NEVER REACHES THE SUPPLIER AS AN EMPTY FILE.
      **************************************************************
       WRITE-PO-LINE.
           ADD 1 TO POGW-LINE-NUM
           COMPUTE POGW-LINE-COST ROUNDED =
              POGW-APPROVED-QTY * POGW-UNIT-COST
           EXEC SQL
                INSERT INTO OLS0002.PURCHASE_ORDER_LINE (
                   POLN_PO_NUM, POLN_LINE_NUM, POLN_ITEM_NUM,
                   POLN_SUGGEST_DT, POLN_ORDER_QTY, POLN_UNIT_COST,
                   POLN_EXPECTED_DT, POLN_RECEIVED_QTY, POLN_STATUS,
                   POLN_LAST_RECEIPT_DT)
                VALUES (
                   :POGW-PO-NUM, :POGW-LINE-NUM, :POGW-ITEM-NUM,
                   :POGW-SUGGEST-DT, :POGW-APPROVED-QTY,
                   :POGW-UNIT-COST, :POGW-EXPECTED-DT, 0, 'O', ' ')
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'POGNCS9 LINE INSERT FAILED FOR PO '
                 POGW-PO-NUM ' SQLCODE: ' TXT-SQLCODE
              SUBTRACT 1 FROM POGW-LINE-NUM
              EXEC SQL
                   UPDATE OLS0002.PURCHASE_SUGGESTION
                      SET PSG_STATUS = 'A',
                          PSG_PO_NUM = 0
                    WHERE PSG_ITEM_NUM = :POGW-ITEM-NUM
                      AND PSG_SUGGEST_DT = :POGW-SUGGEST-DT
                      AND PSG_STATUS = 'P'
              END-EXEC
              GO TO WRITE-PO-LINE-END
           END-IF
           IF POGW-LINE-NUM = 1
              PERFORM WRITE-FEED-HEADER THRU WRITE-FEED-HEADER-END
           END-IF
           ADD 1 TO WS-LINES-WRITTEN
           ADD POGW-LINE-COST TO POGW-PO-TOTAL
           ADD POGW-LINE-COST TO FEED-HASH-TOTAL
           MOVE POGW-PO-NUM TO WS-PO-NUM-ED
           MOVE POGW-LINE-NUM TO WS-LINE-ED
           MOVE POGW-ITEM-NUM TO WS-ITEM-NUM-ED
           MOVE POGW-APPROVED-QTY TO WS-QTY-ED
           MOVE POGW-UNIT-COST TO WS-COST-ED
           MOVE POGW-LINE-COST TO WS-LINE-COST-ED
           MOVE SPACES TO PO-OUT-RECORD
           STRING
              WS-PO-NUM-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-LINE-ED            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-ITEM-NUM-ED        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              POGW-ITEM-NAME        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-QTY-ED             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-COST-ED            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-LINE-COST-ED       DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              POGW-EXPECTED-DT      DELIMITED BY SIZE
              INTO PO-OUT-RECORD
           END-STRING
           WRITE PO-OUT-RECORD.
       WRITE-PO-LINE-END.
           EXIT.
      **************************************************************
      * FINISH-PO CLOSES THE SUPPLIER'S ENVELOPE AND SETS THE
      * ORDER'S TOTAL AND LINE COUNT. AN ORDER THAT ENDED UP WITH
      * NO LINES IS REMOVED AGAIN.
      **************************************************************
       FINISH-PO.
           MOVE 'N' TO POGW-PO-OPEN-SW
           IF POGW-LINE-NUM = 0
              EXEC SQL
                   DELETE FROM OLS0002.PURCHASE_ORDER
                    WHERE PORD_PO_NUM = :POGW-PO-NUM
              END-EXEC
              GO TO FINISH-PO-END
           END-IF
           EXEC SQL
                UPDATE OLS0002.PURCHASE_ORDER
                   SET PORD_TOTAL_COST = :POGW-PO-TOTAL,
                       PORD_LINE_COUNT = :POGW-LINE-NUM
                 WHERE PORD_PO_NUM = :POGW-PO-NUM
           END-EXEC
           ADD 1 TO WS-ORDERS-RAISED
           PERFORM WRITE-FEED-TRAILER THRU WRITE-FEED-TRAILER-END
           DISPLAY 'POGNCS9 PO ' POGW-PO-NUM ' RAISED TO '
              POGW-PO-SUPPLIER-ID.
       FINISH-PO-END.
           EXIT.
      **************************************************************
       WRITE-FEED-HEADER.
           MOVE POGW-PO-NUM TO WS-PO-NUM-ED
           MOVE SPACES TO PO-OUT-RECORD
           STRING
              'HDR|'                DELIMITED BY SIZE
              'POGNCS9 |'           DELIMITED BY SIZE
              RUNC-BUSINESS-DT      DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              FEED-RUN-ID           DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              FEED-AMT-FIELD-NO     DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              POGW-PO-SUPPLIER-ID   DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              WS-PO-NUM-ED          DELIMITED BY SIZE
              INTO PO-OUT-RECORD
           END-STRING
           WRITE PO-OUT-RECORD.
       WRITE-FEED-HEADER-END.
           EXIT.
      **************************************************************
       WRITE-FEED-TRAILER.
           MOVE POGW-LINE-NUM TO FEED-TRL-COUNT-ED
           MOVE FEED-HASH-TOTAL TO FEED-TRL-HASH-ED
           MOVE SPACES TO PO-OUT-RECORD
           STRING
              'TRL|'                DELIMITED BY SIZE
              FEED-TRL-COUNT-ED     DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              FEED-TRL-HASH-ED      DELIMITED BY SIZE
              INTO PO-OUT-RECORD
           END-STRING
           WRITE PO-OUT-RECORD.
       WRITE-FEED-TRAILER-END.
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
           CLOSE PO-OUT-FILE.
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
                  DISPLAY 'POGNCS9 SQL ERROR. SQLCODE:  ' TXT-SQLCODE
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
           MOVE WS-LINES-WRITTEN TO RUNC-RECORDS
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
