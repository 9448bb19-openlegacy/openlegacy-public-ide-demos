CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * POAGCS9 - OPEN PURCHASE ORDER AGING REPORT BATCH JOB.
      * A PURCHASE ORDER THAT POGNCS9 SENT AND GRCPCS9 NEVER SAW
      * ARRIVE SAT SILENT. POAGCS9 WALKS OLS0002.PURCHASE_ORDER_LINE FOR
      * LINES STILL OPEN ('O') OR PARTIALLY RECEIVED ('P') PAST
      * THEIR EXPECTED DATE AND PRINTS THEM TO POAGING, OLDEST
      * FIRST BY SUPPLIER, SO THE BUYING TEAM CHASES THEM BEFORE
      * THE SHELF RUNS EMPTY:
      *   SUPPLIER|PO-NUM|LINE|ITEM|ORDERED|RECEIVED|OUTSTANDING|
      *     EXPECTED-DATE|DAYS-OVERDUE|BUCKET
      * BUCKETS ARE 1-7, 8-30 AND 31+ DAYS OVERDUE, AND A CLOSING
      * SUMMARY LINE COUNTS THE LINES IN EACH AND THE COST STILL
      * OUTSTANDING ON THEM AT THE AGREED UNIT COST. A LINE DUE
      * TODAY IS NOT YET OVERDUE. RUNS UNDER THE SHARED
      * BATCH_RUN_CONTROL GUARD.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. POAGCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT AGING-REPORT-FILE ASSIGN TO POAGING
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AGING-REPORT-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  AGING-REPORT-FILE
            RECORDING MODE IS F.
        01  AGING-REPORT-RECORD            PIC X(120).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
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
        01 LINE-WS.
            07 POAW-SUPPLIER-ID       PIC X(8).
            07 POAW-PO-NUM            PIC S9(9) USAGE COMP.
            07 POAW-LINE-NUM          PIC S9(4) USAGE COMP.
            07 POAW-ITEM-NUM          PIC S9(8) USAGE COMP.
            07 POAW-ORDER-QTY         PIC S9(7) USAGE COMP.
            07 POAW-RECEIVED-QTY      PIC S9(7) USAGE COMP.
            07 POAW-UNIT-COST         PIC S9(7)V9(2) USAGE COMP-3.
            07 POAW-EXPECTED-DT       PIC 9(8).
        01 POAW-OUTSTANDING-QTY      PIC S9(7) COMP VALUE 0.
        01 POAW-OUTSTANDING-COST     PIC S9(11)V9(2) COMP-3 VALUE 0.
        01 POAW-DAYS-OVERDUE         PIC S9(6) COMP VALUE 0.
        01 POAW-BUCKET               PIC X(5).
        01 POAW-BUCKET-TOTALS.
            07 POAW-BUCKET-1-COUNT    PIC 9(7)  VALUE 0.
            07 POAW-BUCKET-2-COUNT    PIC 9(7)  VALUE 0.
            07 POAW-BUCKET-3-COUNT    PIC 9(7)  VALUE 0.
            07 POAW-TOTAL-COST        PIC S9(13)V9(2) COMP-3 VALUE 0.
      **************************************************************
        01 WS-PO-NUM-ED                    PIC 9(9).
        01 WS-LINE-ED                      PIC 9(4).
        01 WS-ITEM-NUM-ED                  PIC 9(8).
        01 WS-QTY-ED                       PIC 9(7).
        01 WS-QTY-ED-2                     PIC 9(7).
        01 WS-QTY-ED-3                     PIC 9(7).
        01 WS-DAYS-ED                      PIC 9(6).
        01 WS-COST-ED                      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-LINES-REPORTED               PIC 9(7)   VALUE 0.
        01 WS-AGING-REPORT-FILE-STATUS     PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'POAGCS9 '.
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
           PERFORM INIT-RTN THRU INIT-RTN-END
           IF EODATA NOT = 'Y'
              PERFORM DO-DECLARE THRU DO-DECLARE-END
              PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
              PERFORM DO-FETCH THRU DO-FETCH-END
              PERFORM AGE-LOOP THRU AGE-LOOP-END
                 UNTIL EODATA = 'Y'
              PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
              PERFORM WRITE-SUMMARY THRU WRITE-SUMMARY-END
           END-IF
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'POAGCS9 OVERDUE PO LINES REPORTED: '
              WS-LINES-REPORTED
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN OUTPUT AGING-REPORT-FILE
           IF WS-AGING-REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'AGING-REPORT-FILE OPEN FAILED, STATUS: '
                 WS-AGING-REPORT-FILE-STATUS
              MOVE 'Y' TO EODATA
           END-IF.
       INIT-RTN-END.
           EXIT.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE A1 CURSOR FOR
                SELECT
                  H.PORD_SUPPLIER_ID,
                  L.POLN_PO_NUM,
                  L.POLN_LINE_NUM,
                  L.POLN_ITEM_NUM,
                  L.POLN_ORDER_QTY,
                  L.POLN_RECEIVED_QTY,
                  L.POLN_UNIT_COST,
                  L.POLN_EXPECTED_DT
                FROM OLS0002.PURCHASE_ORDER_LINE L,
                     OLS0002.PURCHASE_ORDER H
                WHERE H.PORD_PO_NUM = L.POLN_PO_NUM
                  AND L.POLN_STATUS IN ('O', 'P')
                  AND L.POLN_EXPECTED_DT < :WS-CURRENT-DATE
                ORDER BY H.PORD_SUPPLIER_ID, L.POLN_EXPECTED_DT,
                         L.POLN_PO_NUM, L.POLN_LINE_NUM
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
                  :POAW-SUPPLIER-ID,
                  :POAW-PO-NUM,
                  :POAW-LINE-NUM,
                  :POAW-ITEM-NUM,
                  :POAW-ORDER-QTY,
                  :POAW-RECEIVED-QTY,
                  :POAW-UNIT-COST,
                  :POAW-EXPECTED-DT
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       AGE-LOOP.
           COMPUTE POAW-DAYS-OVERDUE =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                 - FUNCTION INTEGER-OF-DATE(POAW-EXPECTED-DT)
           COMPUTE POAW-OUTSTANDING-QTY =
              POAW-ORDER-QTY - POAW-RECEIVED-QTY
           IF POAW-OUTSTANDING-QTY < 0
              MOVE 0 TO POAW-OUTSTANDING-QTY
           END-IF
           COMPUTE POAW-OUTSTANDING-COST ROUNDED =
              POAW-OUTSTANDING-QTY * POAW-UNIT-COST
           ADD POAW-OUTSTANDING-COST TO POAW-TOTAL-COST
           EVALUATE TRUE
              WHEN POAW-DAYS-OVERDUE < 8
                 MOVE '1-7' TO POAW-BUCKET
                 ADD 1 TO POAW-BUCKET-1-COUNT
              WHEN POAW-DAYS-OVERDUE < 31
                 MOVE '8-30' TO POAW-BUCKET
                 ADD 1 TO POAW-BUCKET-2-COUNT
              WHEN OTHER
                 MOVE '31+' TO POAW-BUCKET
                 ADD 1 TO POAW-BUCKET-3-COUNT
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       AGE-LOOP-END.
           EXIT.
      **************************************************************
       WRITE-REPORT-LINE.
           ADD 1 TO WS-LINES-REPORTED
           MOVE POAW-PO-NUM TO WS-PO-NUM-ED
           MOVE POAW-LINE-NUM TO WS-LINE-ED
           MOVE POAW-ITEM-NUM TO WS-ITEM-NUM-ED
           MOVE POAW-ORDER-QTY TO WS-QTY-ED
           MOVE POAW-RECEIVED-QTY TO WS-QTY-ED-2
           MOVE POAW-OUTSTANDING-QTY TO WS-QTY-ED-3
           MOVE POAW-DAYS-OVERDUE TO WS-DAYS-ED
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING
              POAW-SUPPLIER-ID      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-PO-NUM-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-LINE-ED            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-ITEM-NUM-ED        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-QTY-ED             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-QTY-ED-2           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-QTY-ED-3           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              POAW-EXPECTED-DT      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-DAYS-ED            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              POAW-BUCKET           DELIMITED BY SPACE
              INTO AGING-REPORT-RECORD
           END-STRING
           WRITE AGING-REPORT-RECORD.
       WRITE-REPORT-LINE-END.
           EXIT.
      **************************************************************
       WRITE-SUMMARY.
           MOVE POAW-TOTAL-COST TO WS-COST-ED
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING
              'OVERDUE LINES 1-7: '     DELIMITED BY SIZE
              POAW-BUCKET-1-COUNT       DELIMITED BY SIZE
              '  8-30: '                DELIMITED BY SIZE
              POAW-BUCKET-2-COUNT       DELIMITED BY SIZE
              '  31+: '                 DELIMITED BY SIZE
              POAW-BUCKET-3-COUNT       DELIMITED BY SIZE
              '  OUTSTANDING COST: '    DELIMITED BY SIZE
              WS-COST-ED                DELIMITED BY SIZE
              INTO AGING-REPORT-RECORD
           END-STRING
           WRITE AGING-REPORT-RECORD.
       WRITE-SUMMARY-END.
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
                  DISPLAY 'POAGCS9 SQL ERROR. SQLCODE:  ' TXT-SQLCODE
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
           MOVE WS-LINES-REPORTED TO RUNC-RECORDS
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
