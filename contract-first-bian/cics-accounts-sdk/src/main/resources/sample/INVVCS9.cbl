CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * INVVCS9 - MONTH-END INVENTORY VALUATION BATCH JOB.
      * THE STOCK ON OLS0002.ITEM_CATALOG WAS COUNTED BUT NEVER
      * COSTED - FINANCE PRICED IT BY HAND AT THE SELLING PRICE.
      * THIS JOB VALUES EVERY CATALOG ITEM AT WEIGHTED-AVERAGE
      * COST FOR THE MONTH:
      *   UNIT COST  (PRIOR MONTH QTY X PRIOR MONTH UNIT COST +
      *               THE MONTH'S COSTED RECEIPTS) / (PRIOR MONTH
      *               QTY + THE MONTH'S RECEIPT QTY). A RECEIPT IS
      *               COSTED AT THE UNIT COST OF THE PURCHASE ORDER
      *               LINE GRCPCS9 MATCHED IT TO (GOODS_RECEIPT TO
      *               PURCHASE_ORDER_LINE); AN UNEXPECTED DELIVERY
      *               HAS NO COST AND IS VALUED AT THE AVERAGE.
      *               WITH NO COSTED RECEIPTS THE PRIOR MONTH'S
      *               COST STANDS, ELSE THE ITEM'S LATEST PO COST,
      *               ELSE ZERO - COUNTED AND DISPLAYED.
      *   VALUE      ON-HAND QUANTITY X UNIT COST.
      *   SHRINKAGE  APPROVED CYCLE COUNT LOSSES (OLS0002.
      *   WRITE-UP   CYCLE_COUNT_VARIANCE STATUS 'A', DECIDED BY
      *              CYCACS9 IN THE MONTH) AND GAINS, AT UNIT COST.
      *   SLOW       STOCK ON HAND WITH NO OLS0002.ITEM_ORDER IN
      *              THE LAST 180 DAYS.
      * EACH ITEM'S MONTH ROW IS STORED ON OLS0002.
      * INVENTORY_VALUATION AND AN ITEM ALREADY VALUED THIS MONTH
      * IS SKIPPED, SO A RERUN AFTER AN ABEND PICKS UP WHERE THE
      * FAILED RUN STOPPED. AN ITEM WITH NO STOCK, NO PRIOR VALUE
      * AND NO MOVEMENT IS NOT STORED. THE INVVRPT REPORT IS READ
      * BACK FROM THE MONTH ROWS - ITEM LINES BY CATEGORY, THEN
      * CATEGORY SUBTOTALS AND A GRAND TOTAL. ITEM_CATEGORY IS
      * SET BY ITMACS9/ITMUCS9; A BLANK CATEGORY VALUES UNDER THE
      * HOUSE DEFAULT 'MISC'.
      * THE VALUATION MOVEMENT GOES TO THE GL AS A BALANCED
      * JOURNAL FILE (INVVJNL, THE GLJFCS9 LINE LAYOUT IN THE
      * STANDARD HDR/TRL ENVELOPE), ONE DEBIT AND ONE CREDIT LINE
      * PER CATEGORY AND MOVEMENT:
      *   S  SHRINKAGE VALUE
      *   W  WRITE-UP VALUE
      *   R  THE REST OF THE CHANGE IN VALUE SINCE THE PRIOR MONTH
      *      (RECEIPTS, ISSUES AND COST CHANGES), SIGNED
      * THE GL ACCOUNTS COME FROM OLS0002.INVENTORY_GL_RULE - THE
      * CATEGORY'S OWN ROW FOR THE MOVEMENT, ELSE THE '****'
      * DEFAULT ROW; A MOVEMENT WITH NEITHER GOES TO THE REJECTS
      * REPORT (INVVREJS) FOR A MANUAL POSTING. A MONTH ROW IS
      * JOURNALLED ONCE - ROWS STILL UNJOURNALLED FROM A FAILED
      * RUN ARE PICKED UP BY THE NEXT. RUNS UNDER THE SHARED
      * BATCH_RUN_CONTROL GUARD AND DEPGCS9 DEPENDENCY GATE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. INVVCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT VALUATION-REPORT-FILE ASSIGN TO INVVRPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VALUATION-REPORT-STATUS.
            SELECT GL-JOURNAL-FILE ASSIGN TO INVVJNL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GL-JOURNAL-FILE-STATUS.
            SELECT GL-REJECT-FILE ASSIGN TO INVVREJS
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GL-REJECT-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  VALUATION-REPORT-FILE
            RECORDING MODE IS F.
        01  VALUATION-REPORT-LINE              PIC X(160).
        FD  GL-JOURNAL-FILE
            RECORDING MODE IS F.
        01  GL-JOURNAL-RECORD              PIC X(80).
        FD  GL-REJECT-FILE
            RECORDING MODE IS F.
        01  GL-REJECT-RECORD               PIC X(80).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLINVVALUATION.
           10 IVV_ITEM_NUM         PIC S9(8) USAGE COMP.
           10 IVV_MONTH            PIC X(6).
           10 IVV_BUSINESS_DT      PIC S9(9) COMP.
           10 IVV_CATEGORY         PIC X(4).
           10 IVV_ON_HAND_QTY      PIC S9(7) USAGE COMP.
           10 IVV_RECEIPT_QTY      PIC S9(7) USAGE COMP.
           10 IVV_RECEIPT_VALUE    PIC S9(11)V9(2) USAGE COMP-3.
           10 IVV_UNIT_COST        PIC S9(7)V9(4) USAGE COMP-3.
           10 IVV_COST_SOURCE      PIC X(1).
           10 IVV_VALUE            PIC S9(11)V9(2) USAGE COMP-3.
           10 IVV_PRIOR_VALUE      PIC S9(11)V9(2) USAGE COMP-3.
           10 IVV_SHRINK_QTY       PIC S9(7) USAGE COMP.
           10 IVV_SHRINK_VALUE     PIC S9(11)V9(2) USAGE COMP-3.
           10 IVV_WRITEUP_QTY      PIC S9(7) USAGE COMP.
           10 IVV_WRITEUP_VALUE    PIC S9(11)V9(2) USAGE COMP-3.
           10 IVV_OTHER_MOVEMENT   PIC S9(11)V9(2) USAGE COMP-3.
           10 IVV_SLOW_FLAG        PIC X(1).
           10 IVV_JOURNALLED       PIC X(1).
           10 IVV_UPDT_TS          PIC X(26).
      **************************************************************
       01  DCLINVGLRULE.
           10 IGR_CATEGORY         PIC X(4).
           10 IGR_MOVEMENT         PIC X(1).
           10 IGR_DEBIT_GL         PIC X(8).
           10 IGR_CREDIT_GL        PIC X(8).
      **************************************************************
        01 VALUATION-WS.
            07 INVW-ITEM-NUM        PIC S9(8) COMP.
            07 INVW-CATEGORY        PIC X(4).
            07 INVW-ON-HAND-QTY     PIC S9(7) COMP.
            07 INVW-RECEIPT-QTY     PIC S9(7) COMP.
            07 INVW-RECEIPT-VALUE   PIC S9(11)V9(2) COMP-3.
            07 INVW-PRIOR-QTY       PIC S9(7) COMP.
            07 INVW-PRIOR-COST      PIC S9(7)V9(4) COMP-3.
            07 INVW-PRIOR-VALUE     PIC S9(11)V9(2) COMP-3.
            07 INVW-PRIOR-SW        PIC X(1).
            07 INVW-LAST-PO-COST    PIC S9(7)V9(2) COMP-3.
            07 INVW-UNIT-COST       PIC S9(7)V9(4) COMP-3.
            07 INVW-COST-SOURCE     PIC X(1).
              88 INVW-COST-AVERAGE  VALUE 'W'.
              88 INVW-COST-PRIOR    VALUE 'P'.
              88 INVW-COST-LAST-PO  VALUE 'L'.
              88 INVW-COST-NONE     VALUE 'N'.
            07 INVW-VALUE           PIC S9(11)V9(2) COMP-3.
            07 INVW-SHRINK-QTY      PIC S9(7) COMP.
            07 INVW-SHRINK-VALUE    PIC S9(11)V9(2) COMP-3.
            07 INVW-WRITEUP-QTY     PIC S9(7) COMP.
            07 INVW-WRITEUP-VALUE   PIC S9(11)V9(2) COMP-3.
            07 INVW-OTHER-MOVEMENT  PIC S9(11)V9(2) COMP-3.
            07 INVW-ORDER-COUNT     PIC S9(9) COMP.
            07 INVW-SLOW-FLAG       PIC X(1).
            07 INVW-DONE-COUNT      PIC S9(4) COMP.
        01 INVW-DEFAULT-CATEGORY           PIC X(4)   VALUE 'MISC'.
      **************************************************************
      * REPORT AND JOURNAL GROUPS READ BACK FROM THE MONTH'S
      * INVENTORY_VALUATION ROWS.
      **************************************************************
        01 GROUP-WS.
            07 INVG-CATEGORY        PIC X(4).
            07 INVG-ITEM-NUM        PIC S9(8) COMP.
            07 INVG-ITEM-NAME       PIC X(16).
            07 INVG-ITEMS           PIC S9(9) COMP.
            07 INVG-ON-HAND-QTY     PIC S9(9) COMP.
            07 INVG-UNIT-COST       PIC S9(7)V9(4) COMP-3.
            07 INVG-VALUE           PIC S9(13)V9(2) COMP-3.
            07 INVG-SHRINK-QTY      PIC S9(9) COMP.
            07 INVG-SHRINK-VALUE    PIC S9(13)V9(2) COMP-3.
            07 INVG-WRITEUP-QTY     PIC S9(9) COMP.
            07 INVG-WRITEUP-VALUE   PIC S9(13)V9(2) COMP-3.
            07 INVG-OTHER-MOVEMENT  PIC S9(13)V9(2) COMP-3.
            07 INVG-SLOW-FLAG       PIC X(1).
            07 INVG-SLOW-ITEMS      PIC S9(9) COMP.
            07 INVG-SLOW-VALUE      PIC S9(13)V9(2) COMP-3.
            07 INVG-COST-SOURCE     PIC X(1).
        01 JOURNAL-WS.
            07 INVJ-MOVEMENT        PIC X(1).
            07 INVJ-AMOUNT          PIC S9(13)V9(2) COMP-3.
            07 INVJ-CTL-CATEGORY    PIC X(4).
            07 INVJ-DEBIT-GL        PIC X(8).
            07 INVJ-CREDIT-GL       PIC X(8).
      **************************************************************
        01 WS-SLOW-FROM-TS.
          05 WS-SLOW-TS-CCYY        PIC X(4).
          05 FILLER                 PIC X    VALUE '-'.
          05 WS-SLOW-TS-MM          PIC X(2).
          05 FILLER                 PIC X    VALUE '-'.
          05 WS-SLOW-TS-DD          PIC X(2).
          05 FILLER                 PIC X(16)
                                    VALUE '-00.00.00.000000'.
        01 SPLIT-DATE-WS.
          05 SPLIT-CCYY             PIC X(4).
          05 SPLIT-MM               PIC X(2).
          05 SPLIT-DD               PIC X(2).
        01 WS-RUN-MONTH                    PIC X(6)   VALUE SPACES.
        01 WS-MONTH-START-DT               PIC 9(08).
        01 WS-MONTH-END-DT                 PIC 9(08).
        01 WS-SLOW-FROM-DT                 PIC 9(08).
        01 WS-DT-WORK-INT                  PIC S9(9)  COMP.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-BASE-CURRENCY                PIC X(3)   VALUE 'USD'.
        01 WS-ITEM-NUM-ED                  PIC 9(8).
        01 INVV-EDIT-FIELDS.
          05 WS-QTY-ED OCCURS 3              PIC -(8)9.
          05 WS-COST-ED                      PIC -(7)9.9999.
          05 WS-CNT-ED OCCURS 2              PIC -(5)9.
          05 WS-AMT-ED OCCURS 4              PIC -(13)9.99.
        01 WS-AMOUNT-ED                    PIC -9(12)9.999.
        01 WS-ITEMS-READ                   PIC 9(7)   VALUE 0.
        01 WS-ITEMS-VALUED                 PIC 9(7)   VALUE 0.
        01 WS-ITEMS-SKIPPED                PIC 9(7)   VALUE 0.
        01 WS-ITEMS-IDLE                   PIC 9(7)   VALUE 0.
        01 WS-ITEMS-NO-COST                PIC 9(7)   VALUE 0.
        01 WS-LINES-WRITTEN                PIC 9(7)   VALUE 0.
        01 WS-GROUPS-REJECTED              PIC 9(5)   VALUE 0.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-VALUATION-REPORT-STATUS      PIC X(2)   VALUE '00'.
        01 WS-GL-JOURNAL-FILE-STATUS       PIC X(2)   VALUE '00'.
        01 WS-GL-REJECT-FILE-STATUS        PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * SHARED BATCH RUN-CONTROL AND FEED ENVELOPE WORK AREAS.
      * THE HASH TOTAL SUMS THE JOURNAL AMOUNT FIELD (FIELD 3) -
      * DEBIT AND CREDIT LINES BOTH CARRY THE GROUP AMOUNT, SO A
      * BALANCED FILE HASHES TO TWICE THE MOVEMENT JOURNALLED.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'INVVCS9 '.
        01 RUNC-BUSINESS-DT                PIC 9(08)  VALUE 0.
        01 RUNC-SUPPRESS-SW                PIC X(1)   VALUE 'N'.
        01 RUNC-DONE-COUNT                 PIC S9(4)  COMP VALUE 0.
        01 RUNC-RECORDS                    PIC S9(9)  COMP-3 VALUE 0.
        01 DEPG-PARM.
           05 DEPG-JOB-NAME                PIC X(8).
           05 DEPG-BUSINESS-DT             PIC 9(8).
           05 DEPG-RTCD                    PIC S9.
           05 DEPG-MSG                     PIC X(60).
        01 FEED-RUN-ID                     PIC X(14)  VALUE SPACES.
        01 FEED-AMT-FIELD-NO               PIC 9(2)   VALUE 3.
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
           PERFORM INIT-RTN THRU INIT-RTN-END
           PERFORM DO-DECLARE THRU DO-DECLARE-END
           PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
           PERFORM DO-FETCH THRU DO-FETCH-END
           PERFORM VALUATION-LOOP THRU VALUATION-LOOP-END
              UNTIL EODATA = 'Y'
           PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           PERFORM WRITE-ITEM-REPORT THRU WRITE-ITEM-REPORT-END
           PERFORM WRITE-CATEGORY-TOTALS
              THRU WRITE-CATEGORY-TOTALS-END
           PERFORM WRITE-GRAND-TOTAL THRU WRITE-GRAND-TOTAL-END
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-END
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'INVVCS9 ITEMS READ:         ' WS-ITEMS-READ
           DISPLAY 'INVVCS9 ITEMS VALUED:       ' WS-ITEMS-VALUED
           DISPLAY 'INVVCS9 ALREADY THIS MONTH: ' WS-ITEMS-SKIPPED
           DISPLAY 'INVVCS9 NO STOCK/MOVEMENT:  ' WS-ITEMS-IDLE
           DISPLAY 'INVVCS9 ITEMS WITH NO COST: ' WS-ITEMS-NO-COST
           DISPLAY 'INVVCS9 JOURNAL LINES:      ' WS-LINES-WRITTEN
           DISPLAY 'INVVCS9 GROUPS REJECTED:    ' WS-GROUPS-REJECTED
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
      * THE MONTH RUNS FROM THE 1ST TO TODAY (THE JOB RUNS ON THE
      * LAST BUSINESS DAY); THE SLOW-MOVING WINDOW LOOKS BACK 180
      * DAYS FROM TODAY.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE-DATA(1:6) TO WS-RUN-MONTH
           MOVE WS-CURRENT-DATE TO WS-MONTH-START-DT
           MOVE WS-CURRENT-DATE TO WS-MONTH-END-DT
           MOVE '01' TO WS-MONTH-START-DT(7:2)
           MOVE '31' TO WS-MONTH-END-DT(7:2)
           COMPUTE WS-DT-WORK-INT =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) - 180
           MOVE FUNCTION DATE-OF-INTEGER(WS-DT-WORK-INT)
              TO WS-SLOW-FROM-DT
           MOVE WS-SLOW-FROM-DT TO SPLIT-DATE-WS
           MOVE SPLIT-CCYY TO WS-SLOW-TS-CCYY
           MOVE SPLIT-MM   TO WS-SLOW-TS-MM
           MOVE SPLIT-DD   TO WS-SLOW-TS-DD
           OPEN OUTPUT VALUATION-REPORT-FILE
           IF WS-VALUATION-REPORT-STATUS NOT = '00'
              DISPLAY 'VALUATION-REPORT-FILE OPEN FAILED, STATUS: '
                 WS-VALUATION-REPORT-STATUS
              PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM WRITE-REPORT-HEADING THRU WRITE-REPORT-HEADING-END.
       INIT-RTN-END.
           EXIT.
      **************************************************************
      * EVERY CATALOG ITEM - A DEACTIVATED ITEM MAY STILL HOLD
      * STOCK OR CARRY LAST MONTH'S VALUE THAT HAS TO COME OFF.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE V1 CURSOR WITH HOLD FOR
                SELECT ITEM_NUM, ITEM_ON_HAND_QTY,
                       COALESCE(ITEM_CATEGORY, ' ')
                  FROM OLS0002.ITEM_CATALOG
                 ORDER BY ITEM_NUM
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN V1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH V1 INTO
                  :INVW-ITEM-NUM,
                  :INVW-ON-HAND-QTY,
                  :INVW-CATEGORY
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
      * ONE ITERATION OF THE VALUATION LOOP: SKIP AN ITEM ALREADY
      * VALUED THIS MONTH, COST IT, STORE THE MONTH ROW, THEN
      * FETCH THE NEXT ITEM.
      **************************************************************
       VALUATION-LOOP.
           ADD 1 TO WS-ITEMS-READ
           PERFORM VALUE-ITEM THRU VALUE-ITEM-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       VALUATION-LOOP-END.
           EXIT.
      **************************************************************
       VALUE-ITEM.
           MOVE 0 TO INVW-DONE-COUNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :INVW-DONE-COUNT
                  FROM OLS0002.INVENTORY_VALUATION
                 WHERE IVV_ITEM_NUM = :INVW-ITEM-NUM
                   AND IVV_MONTH = :WS-RUN-MONTH
           END-EXEC
           IF INVW-DONE-COUNT > 0
              ADD 1 TO WS-ITEMS-SKIPPED
              GO TO VALUE-ITEM-END
           END-IF
           IF INVW-CATEGORY = SPACES
              MOVE INVW-DEFAULT-CATEGORY TO INVW-CATEGORY
           END-IF
           PERFORM GET-PRIOR-MONTH THRU GET-PRIOR-MONTH-END
           PERFORM GET-RECEIPTS THRU GET-RECEIPTS-END
           PERFORM GET-COUNT-ADJUSTMENTS
              THRU GET-COUNT-ADJUSTMENTS-END
           IF INVW-ON-HAND-QTY = 0 AND INVW-PRIOR-VALUE = 0
              AND INVW-RECEIPT-QTY = 0 AND INVW-SHRINK-QTY = 0
              AND INVW-WRITEUP-QTY = 0
              ADD 1 TO WS-ITEMS-IDLE
              GO TO VALUE-ITEM-END
           END-IF
           PERFORM GET-UNIT-COST THRU GET-UNIT-COST-END
           COMPUTE INVW-VALUE ROUNDED =
              INVW-ON-HAND-QTY * INVW-UNIT-COST
           COMPUTE INVW-SHRINK-VALUE ROUNDED =
              INVW-SHRINK-QTY * INVW-UNIT-COST
           COMPUTE INVW-WRITEUP-VALUE ROUNDED =
              INVW-WRITEUP-QTY * INVW-UNIT-COST
           COMPUTE INVW-OTHER-MOVEMENT =
              INVW-VALUE - INVW-PRIOR-VALUE
                 + INVW-SHRINK-VALUE - INVW-WRITEUP-VALUE
           PERFORM CHECK-SLOW-MOVING THRU CHECK-SLOW-MOVING-END
           PERFORM STORE-VALUATION THRU STORE-VALUATION-END.
       VALUE-ITEM-END.
           EXIT.
      **************************************************************
      * THE ITEM'S MOST RECENT EARLIER MONTH ROW; NONE (A NEW ITEM,
      * OR THE FIRST RUN) IS A ZERO OPENING POSITION.
      **************************************************************
       GET-PRIOR-MONTH.
           MOVE 'Y' TO INVW-PRIOR-SW
           EXEC SQL
                SELECT IVV_ON_HAND_QTY, IVV_UNIT_COST, IVV_VALUE
                  INTO :INVW-PRIOR-QTY, :INVW-PRIOR-COST,
                       :INVW-PRIOR-VALUE
                  FROM OLS0002.INVENTORY_VALUATION
                 WHERE IVV_ITEM_NUM = :INVW-ITEM-NUM
                   AND IVV_MONTH =
                       (SELECT MAX(P.IVV_MONTH)
                          FROM OLS0002.INVENTORY_VALUATION P
                         WHERE P.IVV_ITEM_NUM = :INVW-ITEM-NUM
                           AND P.IVV_MONTH < :WS-RUN-MONTH)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'N' TO INVW-PRIOR-SW
              MOVE 0 TO INVW-PRIOR-QTY INVW-PRIOR-COST
                        INVW-PRIOR-VALUE
           END-IF
           IF INVW-PRIOR-QTY < 0
              MOVE 0 TO INVW-PRIOR-QTY
           END-IF.
       GET-PRIOR-MONTH-END.
           EXIT.
      **************************************************************
      * THE MONTH'S RECEIPTS MATCHED TO A PURCHASE ORDER LINE, AT
      * THAT LINE'S AGREED UNIT COST.
      **************************************************************
       GET-RECEIPTS.
           EXEC SQL
                SELECT COALESCE(SUM(G.GRC_QTY), 0),
                       COALESCE(SUM(G.GRC_QTY * L.POLN_UNIT_COST), 0)
                  INTO :INVW-RECEIPT-QTY, :INVW-RECEIPT-VALUE
                  FROM OLS0002.GOODS_RECEIPT G,
                       OLS0002.PURCHASE_ORDER_LINE L
                 WHERE G.GRC_ITEM_NUM = :INVW-ITEM-NUM
                   AND G.GRC_RECEIPT_DT >= :WS-MONTH-START-DT
                   AND G.GRC_RECEIPT_DT <= :WS-MONTH-END-DT
                   AND L.POLN_PO_NUM = G.GRC_PO_NUM
                   AND L.POLN_LINE_NUM = G.GRC_PO_LINE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO INVW-RECEIPT-QTY INVW-RECEIPT-VALUE
           END-IF.
       GET-RECEIPTS-END.
           EXIT.
      **************************************************************
      * APPROVED COUNT VARIANCES DECIDED IN THE MONTH - A NEGATIVE
      * VARIANCE IS SHRINKAGE, A POSITIVE ONE A WRITE-UP. CYCACS9
      * HAS ALREADY APPLIED BOTH TO THE ON-HAND QUANTITY.
      **************************************************************
       GET-COUNT-ADJUSTMENTS.
           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN CCV_VARIANCE_QTY < 0
                                    THEN 0 - CCV_VARIANCE_QTY
                                    ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN CCV_VARIANCE_QTY > 0
                                    THEN CCV_VARIANCE_QTY
                                    ELSE 0 END), 0)
                  INTO :INVW-SHRINK-QTY, :INVW-WRITEUP-QTY
                  FROM OLS0002.CYCLE_COUNT_VARIANCE
                 WHERE CCV_ITEM_NUM = :INVW-ITEM-NUM
                   AND CCV_STATUS = 'A'
                   AND CCV_DECIDED_DT >= :WS-MONTH-START-DT
                   AND CCV_DECIDED_DT <= :WS-MONTH-END-DT
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO INVW-SHRINK-QTY INVW-WRITEUP-QTY
           END-IF.
       GET-COUNT-ADJUSTMENTS-END.
           EXIT.
      **************************************************************
      * WEIGHTED AVERAGE WHEN COSTED STOCK ARRIVED THIS MONTH, ELSE
      * LAST MONTH'S COST, ELSE THE LATEST PO COST, ELSE ZERO -
      * COUNTED AND DISPLAYED SO THE ITEM GETS A COST.
      **************************************************************
       GET-UNIT-COST.
           IF INVW-RECEIPT-QTY > 0
              COMPUTE INVW-UNIT-COST ROUNDED =
                 (INVW-PRIOR-QTY * INVW-PRIOR-COST
                    + INVW-RECEIPT-VALUE)
                 / (INVW-PRIOR-QTY + INVW-RECEIPT-QTY)
              SET INVW-COST-AVERAGE TO TRUE
              GO TO GET-UNIT-COST-END
           END-IF
           IF INVW-PRIOR-SW = 'Y' AND INVW-PRIOR-COST > 0
              MOVE INVW-PRIOR-COST TO INVW-UNIT-COST
              SET INVW-COST-PRIOR TO TRUE
              GO TO GET-UNIT-COST-END
           END-IF
           EXEC SQL
                SELECT POLN_UNIT_COST
                  INTO :INVW-LAST-PO-COST
                  FROM OLS0002.PURCHASE_ORDER_LINE
                 WHERE POLN_ITEM_NUM = :INVW-ITEM-NUM
                   AND POLN_PO_NUM =
                       (SELECT MAX(P.POLN_PO_NUM)
                          FROM OLS0002.PURCHASE_ORDER_LINE P
                         WHERE P.POLN_ITEM_NUM = :INVW-ITEM-NUM)
                 FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = 0 AND INVW-LAST-PO-COST > 0
              MOVE INVW-LAST-PO-COST TO INVW-UNIT-COST
              SET INVW-COST-LAST-PO TO TRUE
              GO TO GET-UNIT-COST-END
           END-IF
           MOVE 0 TO INVW-UNIT-COST
           SET INVW-COST-NONE TO TRUE
           IF INVW-ON-HAND-QTY NOT = 0
              ADD 1 TO WS-ITEMS-NO-COST
              DISPLAY '*** NO COST FOR ITEM ' INVW-ITEM-NUM
                 ' - VALUED AT ZERO'
           END-IF.
       GET-UNIT-COST-END.
           EXIT.
      **************************************************************
       CHECK-SLOW-MOVING.
           MOVE 'N' TO INVW-SLOW-FLAG
           IF INVW-ON-HAND-QTY NOT > 0
              GO TO CHECK-SLOW-MOVING-END
           END-IF
           MOVE 0 TO INVW-ORDER-COUNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :INVW-ORDER-COUNT
                  FROM OLS0002.ITEM_ORDER
                 WHERE ORD_ITEM_NUM = :INVW-ITEM-NUM
                   AND ORD_TS >= :WS-SLOW-FROM-TS
           END-EXEC
           IF SQLCODE = 0 AND INVW-ORDER-COUNT = 0
              MOVE 'Y' TO INVW-SLOW-FLAG
           END-IF.
       CHECK-SLOW-MOVING-END.
           EXIT.
      **************************************************************
       STORE-VALUATION.
           EXEC SQL
                INSERT INTO OLS0002.INVENTORY_VALUATION (
                   IVV_ITEM_NUM, IVV_MONTH, IVV_BUSINESS_DT,
                   IVV_CATEGORY, IVV_ON_HAND_QTY, IVV_RECEIPT_QTY,
                   IVV_RECEIPT_VALUE, IVV_UNIT_COST, IVV_COST_SOURCE,
                   IVV_VALUE, IVV_PRIOR_VALUE, IVV_SHRINK_QTY,
                   IVV_SHRINK_VALUE, IVV_WRITEUP_QTY,
                   IVV_WRITEUP_VALUE, IVV_OTHER_MOVEMENT,
                   IVV_SLOW_FLAG, IVV_JOURNALLED, IVV_UPDT_TS)
                VALUES (
                   :INVW-ITEM-NUM, :WS-RUN-MONTH, :RUNC-BUSINESS-DT,
                   :INVW-CATEGORY, :INVW-ON-HAND-QTY,
                   :INVW-RECEIPT-QTY, :INVW-RECEIPT-VALUE,
                   :INVW-UNIT-COST, :INVW-COST-SOURCE,
                   :INVW-VALUE, :INVW-PRIOR-VALUE, :INVW-SHRINK-QTY,
                   :INVW-SHRINK-VALUE, :INVW-WRITEUP-QTY,
                   :INVW-WRITEUP-VALUE, :INVW-OTHER-MOVEMENT,
                   :INVW-SLOW-FLAG, 'N', CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-ITEMS-VALUED
           ELSE
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
           END-IF.
       STORE-VALUATION-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE V1
           END-EXEC.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       WRITE-REPORT-HEADING.
           MOVE SPACES TO VALUATION-REPORT-LINE
           STRING
              'INVENTORY VALUATION AT WEIGHTED AVERAGE COST - MONTH '
                                    DELIMITED BY SIZE
              WS-RUN-MONTH          DELIMITED BY SIZE
              ' RUN '               DELIMITED BY SIZE
              WS-CURRENT-DATE       DELIMITED BY SIZE
              ' '                   DELIMITED BY SIZE
              WS-BASE-CURRENCY      DELIMITED BY SIZE
              INTO VALUATION-REPORT-LINE
           END-STRING
           WRITE VALUATION-REPORT-LINE
           MOVE ALL '=' TO VALUATION-REPORT-LINE(1:60)
           MOVE SPACES TO VALUATION-REPORT-LINE(61:100)
           WRITE VALUATION-REPORT-LINE
           MOVE 'ITM|CATEGORY|ITEM|NAME|ON HAND|UNIT COST|VALUE|SHRINK Q
      -         'TY|SHRINK VALUE|WRITE-UP QTY|WRITE-UP VALUE|SLOW|COST S
      -         'OURCE'
              TO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE
           MOVE 'CAT|CATEGORY|ITEMS|ON HAND|VALUE|SHRINK VALUE|WRITE-UP 
      -         'VALUE|SLOW ITEMS|SLOW VALUE'
              TO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE
           MOVE 'TOT|ALL|ITEMS|ON HAND|VALUE|SHRINK VALUE|WRITE-UP VALUE
      -         '|SLOW ITEMS|SLOW VALUE'
              TO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE.
       WRITE-REPORT-HEADING-END.
           EXIT.
      **************************************************************
      * THE REPORT IS BUILT FROM THE MONTH'S STORED ROWS, SO A
      * RESTARTED RUN STILL REPORTS THE ITEMS THE FAILED RUN DID.
      **************************************************************
       WRITE-ITEM-REPORT.
           MOVE 'N' TO EODATA
           EXEC SQL
              DECLARE V2 CURSOR FOR
               SELECT V.IVV_CATEGORY, V.IVV_ITEM_NUM,
                      COALESCE(C.ITEM_NAME, ' '),
                      V.IVV_ON_HAND_QTY, V.IVV_UNIT_COST, V.IVV_VALUE,
                      V.IVV_SHRINK_QTY, V.IVV_SHRINK_VALUE,
                      V.IVV_WRITEUP_QTY, V.IVV_WRITEUP_VALUE,
                      V.IVV_SLOW_FLAG, V.IVV_COST_SOURCE
                 FROM OLS0002.INVENTORY_VALUATION V
                 LEFT OUTER JOIN OLS0002.ITEM_CATALOG C
                   ON C.ITEM_NUM = V.IVV_ITEM_NUM
                WHERE V.IVV_MONTH = :WS-RUN-MONTH
                ORDER BY 1, 2
           END-EXEC
           EXEC SQL
              OPEN V2
           END-EXEC
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END
           PERFORM FETCH-ITEM THRU FETCH-ITEM-END
           PERFORM WRITE-ITEM-LINE THRU WRITE-ITEM-LINE-END
              UNTIL EODATA = 'Y'
           EXEC SQL
              CLOSE V2
           END-EXEC.
       WRITE-ITEM-REPORT-END.
           EXIT.
      **************************************************************
       FETCH-ITEM.
           IF EODATA = 'Y'
              GO TO FETCH-ITEM-END
           END-IF
           EXEC SQL
                FETCH V2 INTO
                  :INVG-CATEGORY, :INVG-ITEM-NUM, :INVG-ITEM-NAME,
                  :INVG-ON-HAND-QTY, :INVG-UNIT-COST, :INVG-VALUE,
                  :INVG-SHRINK-QTY, :INVG-SHRINK-VALUE,
                  :INVG-WRITEUP-QTY, :INVG-WRITEUP-VALUE,
                  :INVG-SLOW-FLAG, :INVG-COST-SOURCE
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       FETCH-ITEM-END.
           EXIT.
      **************************************************************
       WRITE-ITEM-LINE.
           MOVE INVG-ITEM-NUM      TO WS-ITEM-NUM-ED
           MOVE INVG-ON-HAND-QTY   TO WS-QTY-ED(1)
           MOVE INVG-SHRINK-QTY    TO WS-QTY-ED(2)
           MOVE INVG-WRITEUP-QTY   TO WS-QTY-ED(3)
           MOVE INVG-UNIT-COST     TO WS-COST-ED
           MOVE INVG-VALUE         TO WS-AMT-ED(1)
           MOVE INVG-SHRINK-VALUE  TO WS-AMT-ED(2)
           MOVE INVG-WRITEUP-VALUE TO WS-AMT-ED(3)
           MOVE SPACES TO VALUATION-REPORT-LINE
           STRING
              'ITM'                 DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              INVG-CATEGORY         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-ITEM-NUM-ED        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              INVG-ITEM-NAME        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-QTY-ED(1)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-COST-ED            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMT-ED(1)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-QTY-ED(2)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMT-ED(2)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-QTY-ED(3)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMT-ED(3)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              INVG-SLOW-FLAG        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              INVG-COST-SOURCE      DELIMITED BY SIZE
              INTO VALUATION-REPORT-LINE
           END-STRING
           WRITE VALUATION-REPORT-LINE
           PERFORM FETCH-ITEM THRU FETCH-ITEM-END.
       WRITE-ITEM-LINE-END.
           EXIT.
      **************************************************************
       WRITE-CATEGORY-TOTALS.
           MOVE 'N' TO EODATA
           EXEC SQL
              DECLARE V3 CURSOR FOR
               SELECT IVV_CATEGORY, COUNT(*),
                      SUM(IVV_ON_HAND_QTY), SUM(IVV_VALUE),
                      SUM(IVV_SHRINK_VALUE), SUM(IVV_WRITEUP_VALUE),
                      SUM(CASE WHEN IVV_SLOW_FLAG = 'Y'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN IVV_SLOW_FLAG = 'Y'
                               THEN IVV_VALUE ELSE 0 END)
                 FROM OLS0002.INVENTORY_VALUATION
                WHERE IVV_MONTH = :WS-RUN-MONTH
                GROUP BY IVV_CATEGORY
                ORDER BY 1
           END-EXEC
           EXEC SQL
              OPEN V3
           END-EXEC
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END
           PERFORM FETCH-CATEGORY THRU FETCH-CATEGORY-END
           PERFORM WRITE-CATEGORY-LINE THRU WRITE-CATEGORY-LINE-END
              UNTIL EODATA = 'Y'
           EXEC SQL
              CLOSE V3
           END-EXEC.
       WRITE-CATEGORY-TOTALS-END.
           EXIT.
      **************************************************************
       FETCH-CATEGORY.
           IF EODATA = 'Y'
              GO TO FETCH-CATEGORY-END
           END-IF
           EXEC SQL
                FETCH V3 INTO
                  :INVG-CATEGORY, :INVG-ITEMS,
                  :INVG-ON-HAND-QTY, :INVG-VALUE,
                  :INVG-SHRINK-VALUE, :INVG-WRITEUP-VALUE,
                  :INVG-SLOW-ITEMS, :INVG-SLOW-VALUE
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       FETCH-CATEGORY-END.
           EXIT.
      **************************************************************
       WRITE-CATEGORY-LINE.
           PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-END
           PERFORM FETCH-CATEGORY THRU FETCH-CATEGORY-END.
       WRITE-CATEGORY-LINE-END.
           EXIT.
      **************************************************************
       WRITE-GRAND-TOTAL.
           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(IVV_ON_HAND_QTY), 0),
                       COALESCE(SUM(IVV_VALUE), 0),
                       COALESCE(SUM(IVV_SHRINK_VALUE), 0),
                       COALESCE(SUM(IVV_WRITEUP_VALUE), 0),
                       COALESCE(SUM(CASE WHEN IVV_SLOW_FLAG = 'Y'
                                    THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN IVV_SLOW_FLAG = 'Y'
                                    THEN IVV_VALUE ELSE 0 END), 0)
                  INTO :INVG-ITEMS, :INVG-ON-HAND-QTY, :INVG-VALUE,
                       :INVG-SHRINK-VALUE, :INVG-WRITEUP-VALUE,
                       :INVG-SLOW-ITEMS, :INVG-SLOW-VALUE
                  FROM OLS0002.INVENTORY_VALUATION
                 WHERE IVV_MONTH = :WS-RUN-MONTH
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
              GO TO WRITE-GRAND-TOTAL-END
           END-IF
           MOVE 'ALL ' TO INVG-CATEGORY
           PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-END.
       WRITE-GRAND-TOTAL-END.
           EXIT.
      **************************************************************
      * ONE SUBTOTAL LINE - 'CAT' PER CATEGORY, 'TOT' FOR THE
      * WHOLE CATALOG.
      **************************************************************
       WRITE-TOTAL-LINE.
           MOVE INVG-ITEMS         TO WS-CNT-ED(1)
           MOVE INVG-SLOW-ITEMS    TO WS-CNT-ED(2)
           MOVE INVG-ON-HAND-QTY   TO WS-QTY-ED(1)
           MOVE INVG-VALUE         TO WS-AMT-ED(1)
           MOVE INVG-SHRINK-VALUE  TO WS-AMT-ED(2)
           MOVE INVG-WRITEUP-VALUE TO WS-AMT-ED(3)
           MOVE INVG-SLOW-VALUE    TO WS-AMT-ED(4)
           MOVE SPACES TO VALUATION-REPORT-LINE
           IF INVG-CATEGORY = 'ALL '
              MOVE 'TOT' TO VALUATION-REPORT-LINE(1:3)
           ELSE
              MOVE 'CAT' TO VALUATION-REPORT-LINE(1:3)
           END-IF
           STRING
              WS-DELIMITER          DELIMITED BY SIZE
              INVG-CATEGORY         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(1)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-QTY-ED(1)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMT-ED(1)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMT-ED(2)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMT-ED(3)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED(2)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMT-ED(4)          DELIMITED BY SIZE
              INTO VALUATION-REPORT-LINE(4:157)
           END-STRING
           WRITE VALUATION-REPORT-LINE.
       WRITE-TOTAL-LINE-END.
           EXIT.
      **************************************************************
      * THE GL JOURNAL - EVERY MONTH ROW NOT YET JOURNALLED, SUMMED
      * BY CATEGORY. THE ROWS ARE MARKED ONLY ONCE THE TRAILER IS
      * WRITTEN, SO A FAILED RUN'S FILE IS SIMPLY REBUILT.
      **************************************************************
       WRITE-JOURNAL.
           PERFORM OPEN-JOURNAL-FILES THRU OPEN-JOURNAL-FILES-END
           IF EODATA = 'Y'
              GO TO WRITE-JOURNAL-END
           END-IF
           EXEC SQL
              DECLARE J1 CURSOR FOR
               SELECT IVV_CATEGORY,
                      SUM(IVV_SHRINK_VALUE), SUM(IVV_WRITEUP_VALUE),
                      SUM(IVV_OTHER_MOVEMENT)
                 FROM OLS0002.INVENTORY_VALUATION
                WHERE IVV_JOURNALLED = 'N'
                GROUP BY IVV_CATEGORY
                ORDER BY 1
           END-EXEC
           EXEC SQL
              OPEN J1
           END-EXEC
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END
           PERFORM FETCH-JOURNAL-GROUP THRU FETCH-JOURNAL-GROUP-END
           PERFORM JOURNAL-CATEGORY THRU JOURNAL-CATEGORY-END
              UNTIL EODATA = 'Y'
           EXEC SQL
              CLOSE J1
           END-EXEC
           PERFORM WRITE-FEED-TRAILER THRU WRITE-FEED-TRAILER-END
           EXEC SQL
                UPDATE OLS0002.INVENTORY_VALUATION
                   SET IVV_JOURNALLED = 'Y',
                       IVV_UPDT_TS = CURRENT TIMESTAMP
                 WHERE IVV_JOURNALLED = 'N'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
           END-IF.
       WRITE-JOURNAL-END.
           EXIT.
      **************************************************************
       OPEN-JOURNAL-FILES.
           MOVE 'N' TO EODATA
           OPEN OUTPUT GL-JOURNAL-FILE
           IF WS-GL-JOURNAL-FILE-STATUS NOT = '00'
              DISPLAY 'GL-JOURNAL-FILE OPEN FAILED, STATUS: '
                 WS-GL-JOURNAL-FILE-STATUS
              MOVE 'Y' TO EODATA
           ELSE
              PERFORM WRITE-FEED-HEADER
                 THRU WRITE-FEED-HEADER-END
           END-IF
           OPEN OUTPUT GL-REJECT-FILE
           IF WS-GL-REJECT-FILE-STATUS NOT = '00'
              DISPLAY 'GL-REJECT-FILE OPEN FAILED, STATUS: '
                 WS-GL-REJECT-FILE-STATUS
              MOVE 'Y' TO EODATA
           END-IF.
       OPEN-JOURNAL-FILES-END.
           EXIT.
      **************************************************************
       FETCH-JOURNAL-GROUP.
           IF EODATA = 'Y'
              GO TO FETCH-JOURNAL-GROUP-END
           END-IF
           EXEC SQL
                FETCH J1 INTO
                  :INVG-CATEGORY, :INVG-SHRINK-VALUE,
                  :INVG-WRITEUP-VALUE, :INVG-OTHER-MOVEMENT
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       FETCH-JOURNAL-GROUP-END.
           EXIT.
      **************************************************************
       JOURNAL-CATEGORY.
           MOVE 'S' TO INVJ-MOVEMENT
           MOVE INVG-SHRINK-VALUE TO INVJ-AMOUNT
           PERFORM JOURNAL-MOVEMENT THRU JOURNAL-MOVEMENT-END
           MOVE 'W' TO INVJ-MOVEMENT
           MOVE INVG-WRITEUP-VALUE TO INVJ-AMOUNT
           PERFORM JOURNAL-MOVEMENT THRU JOURNAL-MOVEMENT-END
           MOVE 'R' TO INVJ-MOVEMENT
           MOVE INVG-OTHER-MOVEMENT TO INVJ-AMOUNT
           PERFORM JOURNAL-MOVEMENT THRU JOURNAL-MOVEMENT-END
           PERFORM FETCH-JOURNAL-GROUP THRU FETCH-JOURNAL-GROUP-END.
       JOURNAL-CATEGORY-END.
           EXIT.
      **************************************************************
      * THE CATEGORY'S OWN RULE FOR THE MOVEMENT, ELSE THE '****'
      * DEFAULT ROW, ELSE A REJECT.
      **************************************************************
       JOURNAL-MOVEMENT.
           IF INVJ-AMOUNT = 0
              GO TO JOURNAL-MOVEMENT-END
           END-IF
           MOVE INVG-CATEGORY TO INVJ-CTL-CATEGORY
           PERFORM SELECT-GL-RULE THRU SELECT-GL-RULE-END
           IF SQLCODE NOT = 0
              MOVE '****' TO INVJ-CTL-CATEGORY
              PERFORM SELECT-GL-RULE THRU SELECT-GL-RULE-END
           END-IF
           IF SQLCODE = 0
              PERFORM WRITE-JOURNAL-PAIR
                 THRU WRITE-JOURNAL-PAIR-END
           ELSE
              PERFORM WRITE-RULE-REJECT
                 THRU WRITE-RULE-REJECT-END
           END-IF.
       JOURNAL-MOVEMENT-END.
           EXIT.
      **************************************************************
       SELECT-GL-RULE.
           MOVE SPACES TO INVJ-DEBIT-GL INVJ-CREDIT-GL
           EXEC SQL
                SELECT IGR_DEBIT_GL, IGR_CREDIT_GL
                  INTO :INVJ-DEBIT-GL, :INVJ-CREDIT-GL
                  FROM OLS0002.INVENTORY_GL_RULE
                 WHERE IGR_CATEGORY = :INVJ-CTL-CATEGORY
                   AND IGR_MOVEMENT = :INVJ-MOVEMENT
           END-EXEC.
       SELECT-GL-RULE-END.
           EXIT.
      **************************************************************
       WRITE-JOURNAL-PAIR.
           MOVE INVJ-AMOUNT TO WS-AMOUNT-ED
           ADD INVJ-AMOUNT TO FEED-HASH-TOTAL
           ADD INVJ-AMOUNT TO FEED-HASH-TOTAL
           MOVE SPACES TO GL-JOURNAL-RECORD
           STRING
              INVJ-DEBIT-GL         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              'DR'                  DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMOUNT-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              INVJ-MOVEMENT         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-BASE-CURRENCY      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              RUNC-BUSINESS-DT      DELIMITED BY SIZE
              INTO GL-JOURNAL-RECORD
           END-STRING
           WRITE GL-JOURNAL-RECORD
           MOVE SPACES TO GL-JOURNAL-RECORD
           STRING
              INVJ-CREDIT-GL        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              'CR'                  DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMOUNT-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              INVJ-MOVEMENT         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-BASE-CURRENCY      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              RUNC-BUSINESS-DT      DELIMITED BY SIZE
              INTO GL-JOURNAL-RECORD
           END-STRING
           WRITE GL-JOURNAL-RECORD
           ADD 2 TO WS-LINES-WRITTEN.
       WRITE-JOURNAL-PAIR-END.
           EXIT.
      **************************************************************
       WRITE-RULE-REJECT.
           ADD 1 TO WS-GROUPS-REJECTED
           MOVE INVJ-AMOUNT TO WS-AMOUNT-ED
           DISPLAY '*** NO INVENTORY GL RULE FOR CATEGORY '
              INVG-CATEGORY ' MOVEMENT ' INVJ-MOVEMENT
           MOVE SPACES TO GL-REJECT-RECORD
           STRING
              INVG-CATEGORY         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              INVJ-MOVEMENT         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-BASE-CURRENCY      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMOUNT-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              'NO GL RULE'          DELIMITED BY SIZE
              INTO GL-REJECT-RECORD
           END-STRING
           WRITE GL-REJECT-RECORD.
       WRITE-RULE-REJECT-END.
           EXIT.
      **************************************************************
       WRITE-FEED-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO FEED-RUN-ID
           MOVE SPACES TO GL-JOURNAL-RECORD
           STRING
              'HDR|'                DELIMITED BY SIZE
              'INVVCS9 |'           DELIMITED BY SIZE
              RUNC-BUSINESS-DT      DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              FEED-RUN-ID           DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              FEED-AMT-FIELD-NO     DELIMITED BY SIZE
              INTO GL-JOURNAL-RECORD
           END-STRING
           WRITE GL-JOURNAL-RECORD.
       WRITE-FEED-HEADER-END.
           EXIT.
      **************************************************************
       WRITE-FEED-TRAILER.
           MOVE WS-LINES-WRITTEN TO FEED-TRL-COUNT-ED
           MOVE FEED-HASH-TOTAL TO FEED-TRL-HASH-ED
           MOVE SPACES TO GL-JOURNAL-RECORD
           STRING
              'TRL|'                DELIMITED BY SIZE
              FEED-TRL-COUNT-ED     DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              FEED-TRL-HASH-ED      DELIMITED BY SIZE
              INTO GL-JOURNAL-RECORD
           END-STRING
           WRITE GL-JOURNAL-RECORD.
       WRITE-FEED-TRAILER-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE VALUATION-REPORT-FILE
           CLOSE GL-JOURNAL-FILE
           CLOSE GL-REJECT-FILE.
       CLOSE-FILES-END.
           EXIT.
      **************************************************************
      * A FAILED STATEMENT FOR ONE ITEM IS REPORTED AND THAT ITEM
      * LEFT FOR THE RERUN; THE LOOP CARRIES ON.
      **************************************************************
       REPORT-SQL-FAILURE.
           MOVE SQLCODE TO TXT-SQLCODE
           MOVE SQLSTATE TO TXT-SQLSTATE
           MOVE SQLERRMC TO TXT-SQLERRMC
           DISPLAY 'INVVCS9 SQL ERROR FOR ITEM ' INVW-ITEM-NUM
              ' SQLCODE: ' TXT-SQLCODE
           DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
           DISPLAY 'SQLERRMC: ' TXT-SQLERRMC.
       REPORT-SQL-FAILURE-END.
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
                  DISPLAY 'INVVCS9 SQL ERROR. SQLCODE: ' TXT-SQLCODE
                  DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
                  DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
                  MOVE 'Y' TO EODATA
               END-IF
            END-IF.
       DO-POSTSQL-END.
           EXIT.
      **************************************************************
      * REGISTER-RUN - REFUSE TO START IF THIS JOB ALREADY
      * COMPLETED FOR TODAY'S BUSINESS DATE, OTHERWISE OPEN A
      * RUNNING ROW. A LEFTOVER RUNNING ROW FROM AN ABENDED
      * ATTEMPT IS REPLACED SO THE RERUN CAN PROCEED.
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
           MOVE WS-ITEMS-VALUED TO RUNC-RECORDS
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
