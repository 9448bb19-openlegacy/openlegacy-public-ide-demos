CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * ARAGCS9 - NIGHTLY ORDER-INVOICE AGING AND DUNNING BATCH.
      * ORDECS9 RAISES AN OLS0002.ORDER_INVOICE ROW ON TERMS WHEN
      * AN ORDER CANNOT SETTLE FROM A BANK ACCOUNT, AND INVPCS9
      * TAKES PAYMENTS OFF IT. ARAGCS9 WALKS EVERY INVOICE STILL
      * OPEN ('O') OR PART-PAID ('P'), OLDEST DUE DATE FIRST BY
      * CUSTOMER, AND PRINTS IT TO ARAGING WITH ITS BALANCE AND
      * HOW FAR PAST DUE IT IS:
      *   CUSTOMER|INVOICE|DUE-DATE|AMOUNT|PAID|BALANCE|
      *     DAYS-PAST-DUE|BUCKET|LETTER
      * BUCKETS ARE CURRENT (NOT YET PAST DUE), 1-30, 31-60, 61-90
      * AND 90+ DAYS PAST DUE, AND A CLOSING SUMMARY GIVES THE
      * INVOICE COUNT AND BALANCE OUTSTANDING IN EACH.
      * EACH BUCKET PAST DUE IS ALSO A DUNNING STAGE. THE FIRST
      * NIGHT AN INVOICE IS FOUND IN A STAGE IT HAS NOT YET BEEN
      * DUNNED FOR, A CUSTOMER EVENT IS WRITTEN TO OLS0002.
      * CUSTOMER_EVENT FOR THE EVNTCS9 LETTERS FEED AND THE STAGE
      * IS STAMPED ON THE INVOICE (INV_DUNNING_LEVEL,
      * INV_LAST_DUNNING_DT), SO EACH LETTER GOES OUT ONCE:
      *   1  1-30   DUNNING1  REMINDER
      *   2  31-60  DUNNING2  SECOND NOTICE
      *   3  61-90  DUNNING3  FINAL DEMAND
      *   4  90+    DUNBLOCK  ACCOUNT ON STOP - ORDECS9 REFUSES
      *                       NEW ORDERS UNTIL THE INVOICE IS PAID
      * A LETTER SENT THIS RUN IS NAMED IN THE LETTER COLUMN. AN
      * INVOICE DUE TODAY IS NOT YET PAST DUE. RUNS UNDER THE
      * SHARED BATCH_RUN_CONTROL GUARD.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ARAGCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT AGING-REPORT-FILE ASSIGN TO ARAGING
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AGING-REPORT-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  AGING-REPORT-FILE
            RECORDING MODE IS F.
        01  AGING-REPORT-RECORD            PIC X(160).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLORDERINVOICE.
           10 INV_ORDER_NUM        PIC S9(9) USAGE COMP.
           10 INV_CUSTOMER_ID      PIC X(16).
           10 INV_AMOUNT           PIC S9(11)V9(3) USAGE COMP-3.
           10 INV_STATUS           PIC X(1).
           10 INV_CRT_DT           PIC X(8).
           10 INV_DUE_DT           PIC X(8).
           10 INV_PAID_AMOUNT      PIC S9(11)V9(3) USAGE COMP-3.
           10 INV_PAID_DT          PIC X(8).
           10 INV_DUNNING_LEVEL    PIC S9(4) USAGE COMP.
           10 INV_LAST_DUNNING_DT  PIC X(8).
      **************************************************************
        01 INVOICE-WS.
            07 ARAW-CUSTOMER-ID       PIC X(16).
            07 ARAW-ORDER-NUM         PIC S9(9) USAGE COMP.
            07 ARAW-DUE-DT            PIC 9(8).
            07 ARAW-AMOUNT            PIC S9(11)V9(3) USAGE COMP-3.
            07 ARAW-PAID-AMOUNT       PIC S9(11)V9(3) USAGE COMP-3.
            07 ARAW-DUNNING-LEVEL     PIC S9(4) USAGE COMP.
        01 ARAW-BALANCE              PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 ARAW-DAYS-PAST-DUE        PIC S9(6) COMP VALUE 0.
        01 ARAW-STAGE                PIC S9(4) COMP VALUE 0.
        01 ARAW-BUCKET               PIC X(7).
        01 ARAW-LETTER               PIC X(8).
        01 ARAW-SUMMARY-COUNT        PIC 9(7)  VALUE 0.
        01 ARAW-BUCKET-TOTALS.
            07 ARAW-CURRENT-COUNT     PIC 9(7)  VALUE 0.
            07 ARAW-CURRENT-BAL       PIC S9(13)V9(2) COMP-3 VALUE 0.
            07 ARAW-BUCKET-1-COUNT    PIC 9(7)  VALUE 0.
            07 ARAW-BUCKET-1-BAL      PIC S9(13)V9(2) COMP-3 VALUE 0.
            07 ARAW-BUCKET-2-COUNT    PIC 9(7)  VALUE 0.
            07 ARAW-BUCKET-2-BAL      PIC S9(13)V9(2) COMP-3 VALUE 0.
            07 ARAW-BUCKET-3-COUNT    PIC 9(7)  VALUE 0.
            07 ARAW-BUCKET-3-BAL      PIC S9(13)V9(2) COMP-3 VALUE 0.
            07 ARAW-BUCKET-4-COUNT    PIC 9(7)  VALUE 0.
            07 ARAW-BUCKET-4-BAL      PIC S9(13)V9(2) COMP-3 VALUE 0.
      **************************************************************
      * CUSTOMER EVENT WORK AREA - THE SAME OLS0002.CUSTOMER_EVENT
      * ROW EVERY CUSTOMER-VISIBLE CHANGE WRITES FOR THE NIGHTLY
      * EVNTCS9 NOTIFICATION FEED.
      **************************************************************
        01 EVTW-CUSTOMER-ID                PIC X(16)  VALUE SPACES.
        01 EVTW-EVENT-TYPE                 PIC X(8)   VALUE SPACES.
        01 EVTW-KEY-REF                    PIC X(16)  VALUE SPACES.
        01 EVTW-EFF-DATE                   PIC 9(08)  VALUE 0.
      **************************************************************
        01 WS-ORDER-NUM-ED                 PIC 9(9).
        01 WS-DAYS-ED                      PIC 9(6).
        01 WS-AMT-ED                       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 WS-AMT-ED-2                     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 WS-AMT-ED-3                     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 WS-TOTAL-ED                     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-INVOICES-REPORTED            PIC 9(7)   VALUE 0.
        01 WS-LETTERS-SENT                 PIC 9(7)   VALUE 0.
        01 WS-AGING-REPORT-FILE-STATUS     PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'ARAGCS9 '.
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
           DISPLAY 'ARAGCS9 OPEN INVOICES REPORTED: '
              WS-INVOICES-REPORTED
           DISPLAY 'ARAGCS9 DUNNING LETTERS SENT:   '
              WS-LETTERS-SENT
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
               DECLARE R1 CURSOR FOR
                SELECT
                  INV_CUSTOMER_ID,
                  INV_ORDER_NUM,
                  INV_DUE_DT,
                  INV_AMOUNT,
                  INV_PAID_AMOUNT,
                  INV_DUNNING_LEVEL
                FROM OLS0002.ORDER_INVOICE
                WHERE INV_STATUS IN ('O', 'P')
                ORDER BY INV_CUSTOMER_ID, INV_DUE_DT, INV_ORDER_NUM
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
                  :ARAW-CUSTOMER-ID,
                  :ARAW-ORDER-NUM,
                  :ARAW-DUE-DT,
                  :ARAW-AMOUNT,
                  :ARAW-PAID-AMOUNT,
                  :ARAW-DUNNING-LEVEL
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       AGE-LOOP.
           COMPUTE ARAW-DAYS-PAST-DUE =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                 - FUNCTION INTEGER-OF-DATE(ARAW-DUE-DT)
           IF ARAW-DAYS-PAST-DUE < 0
              MOVE 0 TO ARAW-DAYS-PAST-DUE
           END-IF
           COMPUTE ARAW-BALANCE = ARAW-AMOUNT - ARAW-PAID-AMOUNT
           IF ARAW-BALANCE < 0
              MOVE 0 TO ARAW-BALANCE
           END-IF
           EVALUATE TRUE
              WHEN ARAW-DAYS-PAST-DUE = 0
                 MOVE 'CURRENT' TO ARAW-BUCKET
                 MOVE 0 TO ARAW-STAGE
                 ADD 1 TO ARAW-CURRENT-COUNT
                 ADD ARAW-BALANCE TO ARAW-CURRENT-BAL
              WHEN ARAW-DAYS-PAST-DUE < 31
                 MOVE '1-30' TO ARAW-BUCKET
                 MOVE 1 TO ARAW-STAGE
                 ADD 1 TO ARAW-BUCKET-1-COUNT
                 ADD ARAW-BALANCE TO ARAW-BUCKET-1-BAL
              WHEN ARAW-DAYS-PAST-DUE < 61
                 MOVE '31-60' TO ARAW-BUCKET
                 MOVE 2 TO ARAW-STAGE
                 ADD 1 TO ARAW-BUCKET-2-COUNT
                 ADD ARAW-BALANCE TO ARAW-BUCKET-2-BAL
              WHEN ARAW-DAYS-PAST-DUE < 91
                 MOVE '61-90' TO ARAW-BUCKET
                 MOVE 3 TO ARAW-STAGE
                 ADD 1 TO ARAW-BUCKET-3-COUNT
                 ADD ARAW-BALANCE TO ARAW-BUCKET-3-BAL
              WHEN OTHER
                 MOVE '90+' TO ARAW-BUCKET
                 MOVE 4 TO ARAW-STAGE
                 ADD 1 TO ARAW-BUCKET-4-COUNT
                 ADD ARAW-BALANCE TO ARAW-BUCKET-4-BAL
           END-EVALUATE
           MOVE SPACES TO ARAW-LETTER
           IF ARAW-STAGE > ARAW-DUNNING-LEVEL
              PERFORM SEND-DUNNING THRU SEND-DUNNING-END
           END-IF
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       AGE-LOOP-END.
           EXIT.
      **************************************************************
      * SEND-DUNNING - STAMP THE NEW STAGE ON THE INVOICE FIRST,
      * GUARDED ON THE LEVEL JUST READ, AND WRITE THE LETTER EVENT
      * ONLY IF THE STAMP TOOK - A RERUN THE SAME NIGHT, OR A
      * PAYMENT THAT CLOSED THE INVOICE IN BETWEEN, SENDS NOTHING.
      * AN INVOICE THAT JUMPED STAGES (A LATE FIRST RUN) GETS THE
      * LETTER FOR THE STAGE IT IS NOW IN, NOT THE ONES IT MISSED.
      **************************************************************
       SEND-DUNNING.
           EXEC SQL
                UPDATE OLS0002.ORDER_INVOICE
                   SET INV_DUNNING_LEVEL = :ARAW-STAGE,
                       INV_LAST_DUNNING_DT = :WS-CURRENT-DATE
                 WHERE INV_ORDER_NUM = :ARAW-ORDER-NUM
                   AND INV_DUNNING_LEVEL = :ARAW-DUNNING-LEVEL
                   AND INV_STATUS IN ('O', 'P')
           END-EXEC
           IF SQLCODE NOT = 0
              IF SQLCODE NOT = 100
                 MOVE SQLCODE TO TXT-SQLCODE
                 DISPLAY 'ARAGCS9 DUNNING UPDATE FAILED: '
                    ARAW-ORDER-NUM ' SQLCODE: ' TXT-SQLCODE
              END-IF
              GO TO SEND-DUNNING-END
           END-IF
           EVALUATE ARAW-STAGE
              WHEN 1
                 MOVE 'DUNNING1' TO ARAW-LETTER
              WHEN 2
                 MOVE 'DUNNING2' TO ARAW-LETTER
              WHEN 3
                 MOVE 'DUNNING3' TO ARAW-LETTER
              WHEN OTHER
                 MOVE 'DUNBLOCK' TO ARAW-LETTER
           END-EVALUATE
           MOVE ARAW-CUSTOMER-ID TO EVTW-CUSTOMER-ID
           MOVE ARAW-LETTER TO EVTW-EVENT-TYPE
           MOVE ARAW-ORDER-NUM TO WS-ORDER-NUM-ED
           MOVE WS-ORDER-NUM-ED TO EVTW-KEY-REF
           MOVE WS-CURRENT-DATE TO EVTW-EFF-DATE
           PERFORM WRITE-CUSTOMER-EVENT
              THRU WRITE-CUSTOMER-EVENT-END
           ADD 1 TO WS-LETTERS-SENT.
       SEND-DUNNING-END.
           EXIT.
      **************************************************************
       WRITE-CUSTOMER-EVENT.
           EXEC SQL
                INSERT INTO OLS0002.CUSTOMER_EVENT (
                   EVT_CUSTOMER_ID, EVT_EVENT_TYPE, EVT_EFF_DATE,
                   EVT_KEY_REF, EVT_TS, EVT_EXTRACTED)
                VALUES (
                   :EVTW-CUSTOMER-ID, :EVTW-EVENT-TYPE,
                   :EVTW-EFF-DATE, :EVTW-KEY-REF,
                   CURRENT TIMESTAMP, 'N')
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'ARAGCS9 CUSTOMER EVENT INSERT FAILED: '
                 EVTW-KEY-REF ' SQLCODE: ' TXT-SQLCODE
           END-IF.
       WRITE-CUSTOMER-EVENT-END.
           EXIT.
      **************************************************************
       WRITE-REPORT-LINE.
           ADD 1 TO WS-INVOICES-REPORTED
           MOVE ARAW-ORDER-NUM TO WS-ORDER-NUM-ED
           MOVE ARAW-AMOUNT TO WS-AMT-ED
           MOVE ARAW-PAID-AMOUNT TO WS-AMT-ED-2
           MOVE ARAW-BALANCE TO WS-AMT-ED-3
           MOVE ARAW-DAYS-PAST-DUE TO WS-DAYS-ED
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING
              ARAW-CUSTOMER-ID      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-ORDER-NUM-ED       DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              ARAW-DUE-DT           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMT-ED             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMT-ED-2           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMT-ED-3           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-DAYS-ED            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              ARAW-BUCKET           DELIMITED BY SPACE
              WS-DELIMITER          DELIMITED BY SIZE
              ARAW-LETTER           DELIMITED BY SPACE
              INTO AGING-REPORT-RECORD
           END-STRING
           WRITE AGING-REPORT-RECORD.
       WRITE-REPORT-LINE-END.
           EXIT.
      **************************************************************
      * WRITE-SUMMARY - ONE CLOSING LINE PER BUCKET: HOW MANY
      * INVOICES AND HOW MUCH IS STILL OWED ON THEM.
      **************************************************************
       WRITE-SUMMARY.
           MOVE 'CURRENT' TO ARAW-BUCKET
           MOVE ARAW-CURRENT-COUNT TO ARAW-SUMMARY-COUNT
           MOVE ARAW-CURRENT-BAL TO WS-TOTAL-ED
           PERFORM WRITE-SUMMARY-LINE THRU WRITE-SUMMARY-LINE-END
           MOVE '1-30' TO ARAW-BUCKET
           MOVE ARAW-BUCKET-1-COUNT TO ARAW-SUMMARY-COUNT
           MOVE ARAW-BUCKET-1-BAL TO WS-TOTAL-ED
           PERFORM WRITE-SUMMARY-LINE THRU WRITE-SUMMARY-LINE-END
           MOVE '31-60' TO ARAW-BUCKET
           MOVE ARAW-BUCKET-2-COUNT TO ARAW-SUMMARY-COUNT
           MOVE ARAW-BUCKET-2-BAL TO WS-TOTAL-ED
           PERFORM WRITE-SUMMARY-LINE THRU WRITE-SUMMARY-LINE-END
           MOVE '61-90' TO ARAW-BUCKET
           MOVE ARAW-BUCKET-3-COUNT TO ARAW-SUMMARY-COUNT
           MOVE ARAW-BUCKET-3-BAL TO WS-TOTAL-ED
           PERFORM WRITE-SUMMARY-LINE THRU WRITE-SUMMARY-LINE-END
           MOVE '90+' TO ARAW-BUCKET
           MOVE ARAW-BUCKET-4-COUNT TO ARAW-SUMMARY-COUNT
           MOVE ARAW-BUCKET-4-BAL TO WS-TOTAL-ED
           PERFORM WRITE-SUMMARY-LINE THRU WRITE-SUMMARY-LINE-END.
       WRITE-SUMMARY-END.
           EXIT.
      **************************************************************
       WRITE-SUMMARY-LINE.
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING
              'BUCKET '                 DELIMITED BY SIZE
              ARAW-BUCKET               DELIMITED BY SIZE
              '  INVOICES: '            DELIMITED BY SIZE
              ARAW-SUMMARY-COUNT        DELIMITED BY SIZE
              '  BALANCE OUTSTANDING: ' DELIMITED BY SIZE
              WS-TOTAL-ED               DELIMITED BY SIZE
              INTO AGING-REPORT-RECORD
           END-STRING
           WRITE AGING-REPORT-RECORD.
       WRITE-SUMMARY-LINE-END.
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
                  DISPLAY 'ARAGCS9 SQL ERROR. SQLCODE:  ' TXT-SQLCODE
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
           MOVE WS-INVOICES-REPORTED TO RUNC-RECORDS
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
