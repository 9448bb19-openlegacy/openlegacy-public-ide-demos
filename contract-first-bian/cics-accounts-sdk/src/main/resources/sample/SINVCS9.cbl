CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * SINVCS9 - SUPPLIER INVOICE INTAKE AND THREE-WAY MATCH BATCH
      * JOB. SUPPLIER INVOICES WERE PAID ON A CLERK'S SAY-SO, WITH
      * NO CHECK AGAINST WHAT POGNCS9 ORDERED OR WHAT GRCPCS9
      * ACTUALLY RECEIVED. SINVCS9 READS THE SUPPLIER INVOICE FILE
      * (SINVFEED, ONE PIPE-DELIMITED RECORD PER INVOICE LINE,
      *   SUPPLIER-ID|INVOICE-NUM|INVOICE-DT|DUE-DT|PO-NUM|
      *     PO-LINE|QTY|UNIT-PRICE
      * WRAPPED IN THE HDR/TRL ENVELOPE AND GUARDED ON
      * OLS0002.FEED_RUN_CONTROL) AND FILES EACH INVOICE ON
      * OLS0002.SUPPLIER_INVOICE WITH ITS LINES ON
      * OLS0002.SUPPLIER_INVOICE_LINE. THE LINES OF ONE INVOICE
      * ARE CONSECUTIVE; A NEW SUPPLIER-ID/INVOICE-NUM STARTS THE
      * NEXT. A BLANK DUE DATE MEANS THE HOUSE TERMS OF 30 DAYS
      * FROM THE INVOICE DATE.
      * EVERY LINE IS MATCHED THREE WAYS - INVOICE AGAINST THE
      * OLS0002.PURCHASE_ORDER_LINE IT QUOTES (WHICH MUST BE ON A
      * PO RAISED TO THE SAME SUPPLIER) AND AGAINST THE
      * OLS0002.GOODS_RECEIPT QUANTITY BOOKED TO THAT PO LINE:
      *   M - MATCHED   PRICE AND QUANTITY WITHIN TOLERANCE
      *   P - PRICE     UNIT PRICE DIFFERS FROM THE AGREED PO UNIT
      *                 COST BY MORE THAN THE PRICE TOLERANCE
      *   Q - QUANTITY  THIS LINE PLUS WHAT WAS INVOICED BEFORE ON
      *                 THE PO LINE (DISPUTED INVOICES EXCEPTED)
      *                 EXCEEDS THE RECEIVED QUANTITY BY MORE THAN
      *                 THE QUANTITY TOLERANCE
      *   B - BOTH      PRICE AND QUANTITY OUT OF TOLERANCE
      *   N - NO PO     NO SUCH PO LINE FOR THIS SUPPLIER
      * TOLERANCES ARE PERCENTAGES ON OLS0002.INVOICE_MATCH_CONTROL
      * KEYED BY SUPPLIER ID, WITH A '********' ROW AS THE DEFAULT
      * FOR SUPPLIERS WITHOUT THEIR OWN; NO ROW MEANS AN EXACT
      * MATCH IS REQUIRED.
      * AN INVOICE WHOSE LINES ALL MATCH IS FILED MATCHED ('M')
      * AND SIVRCS9 RELEASES ITS PAYMENT ON THE DUE DATE. ANY
      * UNMATCHED LINE HOLDS THE WHOLE INVOICE ON THE EXCEPTION
      * WORKLIST ('E') UNTIL THE BUYER APPROVES OR DISPUTES IT
      * THROUGH SIVDCS9; THE UNMATCHED LINES ARE PRINTED TO
      * SINVEXCP:
      *   SUPPLIER|INVOICE-NUM|LINE|PO-NUM|PO-LINE|REASON|
      *     INVOICED-QTY|RECEIVED-QTY|INVOICE-PRICE|PO-PRICE
      * AN INVOICE FROM A SUPPLIER NOT ON THE MASTER, OR ONE
      * ALREADY ON FILE FOR THE SUPPLIER, IS REFUSED WHOLE AND
      * PRINTED WITH REASON NO SUPPLR OR DUPLICATE. RUNS UNDER THE
      * SHARED BATCH_RUN_CONTROL GUARD.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SINVCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT INVOICE-FEED-FILE ASSIGN TO SINVFEED
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INVOICE-FEED-FILE-STATUS.
            SELECT EXCEPTION-REPORT-FILE ASSIGN TO SINVEXCP
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  INVOICE-FEED-FILE
            RECORDING MODE IS F.
        01  INVOICE-FEED-RECORD            PIC X(100).
        FD  EXCEPTION-REPORT-FILE
            RECORDING MODE IS F.
        01  EXCEPTION-REPORT-RECORD        PIC X(120).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLSUPPINVOICE.
           10 SINV_INVOICE_ID      PIC S9(9) USAGE COMP.
           10 SINV_SUPPLIER_ID     PIC X(8).
           10 SINV_INVOICE_NUM     PIC X(16).
           10 SINV_INVOICE_DT      PIC X(8).
           10 SINV_DUE_DT          PIC X(8).
           10 SINV_TOTAL_AMT       PIC S9(11)V9(2) USAGE COMP-3.
           10 SINV_LINE_COUNT      PIC S9(4) USAGE COMP.
           10 SINV_EXCEPTION_COUNT PIC S9(4) USAGE COMP.
           10 SINV_STATUS          PIC X(1).
           10 SINV_RUN_ID          PIC X(14).
           10 SINV_LOAD_DT         PIC X(8).
           10 SINV_DECIDED_BY      PIC X(8).
           10 SINV_DECISION_TS     PIC X(26).
           10 SINV_DISPUTE_REASON  PIC X(40).
           10 SINV_PMO_ORDER_ID    PIC S9(9) USAGE COMP.
           10 SINV_RELEASE_DT      PIC X(8).
      **************************************************************
       01  DCLSUPPINVLINE.
           10 SIVL_INVOICE_ID      PIC S9(9) USAGE COMP.
           10 SIVL_LINE_NUM        PIC S9(4) USAGE COMP.
           10 SIVL_PO_NUM          PIC S9(9) USAGE COMP.
           10 SIVL_PO_LINE         PIC S9(4) USAGE COMP.
           10 SIVL_ITEM_NUM        PIC S9(8) USAGE COMP.
           10 SIVL_QTY             PIC S9(7) USAGE COMP.
           10 SIVL_UNIT_PRICE      PIC S9(7)V9(2) USAGE COMP-3.
           10 SIVL_LINE_AMT        PIC S9(11)V9(2) USAGE COMP-3.
           10 SIVL_PO_UNIT_COST    PIC S9(7)V9(2) USAGE COMP-3.
           10 SIVL_RECEIVED_QTY    PIC S9(7) USAGE COMP.
           10 SIVL_PRIOR_INV_QTY   PIC S9(7) USAGE COMP.
           10 SIVL_MATCH_CODE      PIC X(1).
      **************************************************************
        01 FEED-WS.
            07 SINW-SUPPLIER-TEXT     PIC X(8).
            07 SINW-INVOICE-TEXT      PIC X(16).
            07 SINW-INVOICE-DT-TEXT   PIC X(8).
            07 SINW-DUE-DT-TEXT       PIC X(8).
            07 SINW-PO-NUM-TEXT       PIC X(9).
            07 SINW-PO-LINE-TEXT      PIC X(4).
            07 SINW-QTY-TEXT          PIC X(8).
            07 SINW-PRICE-TEXT        PIC X(12).
        01 INVOICE-WS.
            07 SINW-INVOICE-ID        PIC S9(9) USAGE COMP.
            07 SINW-SUPPLIER-ID       PIC X(8).
            07 SINW-INVOICE-NUM       PIC X(16).
            07 SINW-INVOICE-DT        PIC 9(8).
            07 SINW-DUE-DT            PIC 9(8).
            07 SINW-TOTAL-AMT         PIC S9(11)V9(2) USAGE COMP-3.
            07 SINW-LINE-COUNT        PIC S9(4) USAGE COMP.
            07 SINW-EXCEPTION-COUNT   PIC S9(4) USAGE COMP.
            07 SINW-STATUS            PIC X(1).
            07 SINW-OPEN-SW           PIC X(1).
              88 SINW-INVOICE-OPEN    VALUE 'Y'.
            07 SINW-REFUSED-SW        PIC X(1).
              88 SINW-INVOICE-REFUSED VALUE 'Y'.
        01 LINE-WS.
            07 SINW-PO-NUM            PIC S9(9) USAGE COMP.
            07 SINW-PO-LINE           PIC S9(4) USAGE COMP.
            07 SINW-ITEM-NUM          PIC S9(8) USAGE COMP.
            07 SINW-QTY               PIC S9(7) USAGE COMP.
            07 SINW-UNIT-PRICE        PIC S9(7)V9(2) USAGE COMP-3.
            07 SINW-LINE-AMT          PIC S9(11)V9(2) USAGE COMP-3.
            07 SINW-PO-UNIT-COST      PIC S9(7)V9(2) USAGE COMP-3.
            07 SINW-RECEIVED-QTY      PIC S9(7) USAGE COMP.
            07 SINW-PRIOR-INV-QTY     PIC S9(7) USAGE COMP.
            07 SINW-MATCH-CODE        PIC X(1).
              88 SINW-MATCHED         VALUE 'M'.
              88 SINW-PRICE-OUT       VALUE 'P'.
              88 SINW-QTY-OUT         VALUE 'Q'.
              88 SINW-BOTH-OUT        VALUE 'B'.
              88 SINW-NO-PO-LINE      VALUE 'N'.
        01 TOLERANCE-WS.
            07 SINW-PRICE-TOL-PCT     PIC S9(3)V9(2) USAGE COMP-3.
            07 SINW-QTY-TOL-PCT       PIC S9(3)V9(2) USAGE COMP-3.
            07 SINW-PRICE-DIFF        PIC S9(7)V9(2) USAGE COMP-3.
            07 SINW-PRICE-ALLOWED     PIC S9(7)V9(4) USAGE COMP-3.
            07 SINW-QTY-ALLOWED       PIC S9(9)V9(2) USAGE COMP-3.
        01 SINW-REPORT-REASON        PIC X(10).
        01 SINW-DUP-COUNT            PIC S9(4) COMP VALUE 0.
        01 SINW-DUE-INT              PIC S9(9) COMP.
        01 SINW-DEFAULT-SUPPLIER     PIC X(8)   VALUE '********'.
      **************************************************************
        01 WS-LINE-ED                      PIC 9(4).
        01 WS-PO-NUM-ED                    PIC 9(9).
        01 WS-PO-LINE-ED                   PIC 9(4).
        01 WS-QTY-ED                       PIC 9(7).
        01 WS-QTY-ED-2                     PIC 9(7).
        01 WS-PRICE-ED                     PIC 9(7).99.
        01 WS-PRICE-ED-2                   PIC 9(7).99.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-RECORDS-READ                 PIC 9(7)   VALUE 0.
        01 WS-INVOICES-FILED               PIC 9(7)   VALUE 0.
        01 WS-INVOICES-MATCHED             PIC 9(7)   VALUE 0.
        01 WS-INVOICES-HELD                PIC 9(7)   VALUE 0.
        01 WS-INVOICES-REFUSED             PIC 9(7)   VALUE 0.
        01 WS-INVOICE-FEED-FILE-STATUS     PIC X(2)   VALUE '00'.
        01 WS-EXCEPTION-FILE-STATUS        PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * FEED DUPLICATE-SUBMISSION GUARD (OLS0002.FEED_RUN_CONTROL,
      * KEYED ON THE ENVELOPE'S JOB AND RUN-ID) - THE SAME GATE
      * THE OTHER INTAKE JOBS CARRY.
      **************************************************************
        01 FEEDC-HDR-TAG                   PIC X(3).
        01 FEEDC-HDR-JOB                   PIC X(8).
        01 FEEDC-HDR-BUSINESS-DT           PIC X(8).
        01 FEEDC-RUN-ID                    PIC X(14).
        01 FEEDC-DUP-COUNT                 PIC S9(4)  COMP VALUE 0.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'SINVCS9 '.
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
           MOVE 'N' TO SINW-OPEN-SW
           MOVE 'N' TO SINW-REFUSED-SW
           MOVE SPACES TO SINW-SUPPLIER-ID SINW-INVOICE-NUM
           PERFORM OPEN-FILES THRU OPEN-FILES-END
           PERFORM READ-FEED THRU READ-FEED-END
           PERFORM INTAKE-LOOP THRU INTAKE-LOOP-END
              UNTIL EODATA = 'Y'
           IF SINW-INVOICE-OPEN
              PERFORM FINISH-INVOICE THRU FINISH-INVOICE-END
           END-IF
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'SINVCS9 RECORDS READ:     ' WS-RECORDS-READ
           DISPLAY 'SINVCS9 INVOICES FILED:   ' WS-INVOICES-FILED
           DISPLAY 'SINVCS9 INVOICES MATCHED: ' WS-INVOICES-MATCHED
           DISPLAY 'SINVCS9 INVOICES HELD:    ' WS-INVOICES-HELD
           DISPLAY 'SINVCS9 INVOICES REFUSED: ' WS-INVOICES-REFUSED
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       OPEN-FILES.
           OPEN INPUT INVOICE-FEED-FILE
           IF WS-INVOICE-FEED-FILE-STATUS NOT = '00'
              DISPLAY 'INVOICE-FEED-FILE OPEN FAILED, STATUS: '
                 WS-INVOICE-FEED-FILE-STATUS
              MOVE 'Y' TO EODATA
           END-IF
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           IF WS-EXCEPTION-FILE-STATUS NOT = '00'
              DISPLAY 'EXCEPTION-REPORT-FILE OPEN FAILED, STATUS: '
                 WS-EXCEPTION-FILE-STATUS
              MOVE 'Y' TO EODATA
           END-IF.
       OPEN-FILES-END.
           EXIT.
      **************************************************************
       READ-FEED.
           READ INVOICE-FEED-FILE
              AT END
                 MOVE 'Y' TO EODATA
           END-READ.
       READ-FEED-END.
           EXIT.
      **************************************************************
      * ONE ITERATION OF THE INTAKE LOOP: THE ENVELOPE RECORDS ARE
      * HANDLED AS GRCPCS9 HANDLES THEM; A DATA RECORD FOR A NEW
      * SUPPLIER-ID/INVOICE-NUM CLOSES THE INVOICE IN HAND AND
      * OPENS THE NEXT BEFORE THE LINE IS MATCHED.
      **************************************************************
       INTAKE-LOOP.
           IF INVOICE-FEED-RECORD(1:4) = 'HDR|'
              PERFORM REGISTER-FEED-RUN THRU REGISTER-FEED-RUN-END
              IF EODATA NOT = 'Y'
                 PERFORM READ-FEED THRU READ-FEED-END
              END-IF
              GO TO INTAKE-LOOP-END
           END-IF
           IF INVOICE-FEED-RECORD(1:4) = 'TRL|'
              MOVE 'Y' TO EODATA
              GO TO INTAKE-LOOP-END
           END-IF
           ADD 1 TO WS-RECORDS-READ
           MOVE SPACES TO FEED-WS
           UNSTRING INVOICE-FEED-RECORD
              DELIMITED BY WS-DELIMITER
              INTO SINW-SUPPLIER-TEXT
                   SINW-INVOICE-TEXT
                   SINW-INVOICE-DT-TEXT
                   SINW-DUE-DT-TEXT
                   SINW-PO-NUM-TEXT
                   SINW-PO-LINE-TEXT
                   SINW-QTY-TEXT
                   SINW-PRICE-TEXT
           END-UNSTRING
           IF SINW-SUPPLIER-TEXT NOT = SINW-SUPPLIER-ID
              OR SINW-INVOICE-TEXT NOT = SINW-INVOICE-NUM
              IF SINW-INVOICE-OPEN
                 PERFORM FINISH-INVOICE THRU FINISH-INVOICE-END
              END-IF
              PERFORM START-INVOICE THRU START-INVOICE-END
           END-IF
           IF SINW-INVOICE-OPEN
              PERFORM MATCH-LINE THRU MATCH-LINE-END
           END-IF
           PERFORM READ-FEED THRU READ-FEED-END.
       INTAKE-LOOP-END.
           EXIT.
      **************************************************************
      * START-INVOICE REFUSES AN INVOICE FROM AN UNKNOWN SUPPLIER
      * OR ONE ALREADY ON FILE - ITS REMAINING LINES ARE SKIPPED -
      * AND OTHERWISE FILES THE HEADER AS LOADING ('N') UNDER THE
      * NEXT INVOICE ID. FINISH-INVOICE SETS ITS REAL STATUS.
      **************************************************************
       START-INVOICE.
           MOVE SINW-SUPPLIER-TEXT TO SINW-SUPPLIER-ID
           MOVE SINW-INVOICE-TEXT TO SINW-INVOICE-NUM
           MOVE 'N' TO SINW-REFUSED-SW
           MOVE 'N' TO SINW-OPEN-SW
           MOVE 0 TO SINW-TOTAL-AMT
           MOVE 0 TO SINW-LINE-COUNT
           MOVE 0 TO SINW-EXCEPTION-COUNT
           MOVE 0 TO SINW-PO-NUM
           MOVE 0 TO SINW-PO-LINE
           MOVE 0 TO SINW-DUP-COUNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :SINW-DUP-COUNT
                  FROM OLS0002.SUPPLIER
                 WHERE SUP_SUPPLIER_ID = :SINW-SUPPLIER-ID
           END-EXEC
           IF SINW-DUP-COUNT = 0
              MOVE 'Y' TO SINW-REFUSED-SW
              MOVE 'NO SUPPLR' TO SINW-REPORT-REASON
              PERFORM REFUSE-INVOICE THRU REFUSE-INVOICE-END
              GO TO START-INVOICE-END
           END-IF
           MOVE 0 TO SINW-DUP-COUNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :SINW-DUP-COUNT
                  FROM OLS0002.SUPPLIER_INVOICE
                 WHERE SINV_SUPPLIER_ID = :SINW-SUPPLIER-ID
                   AND SINV_INVOICE_NUM = :SINW-INVOICE-NUM
           END-EXEC
           IF SINW-DUP-COUNT > 0
              MOVE 'Y' TO SINW-REFUSED-SW
              MOVE 'DUPLICATE' TO SINW-REPORT-REASON
              PERFORM REFUSE-INVOICE THRU REFUSE-INVOICE-END
              GO TO START-INVOICE-END
           END-IF
           IF SINW-INVOICE-DT-TEXT IS NUMERIC
              MOVE SINW-INVOICE-DT-TEXT TO SINW-INVOICE-DT
           ELSE
              MOVE WS-CURRENT-DATE TO SINW-INVOICE-DT
           END-IF
           IF SINW-DUE-DT-TEXT IS NUMERIC
              MOVE SINW-DUE-DT-TEXT TO SINW-DUE-DT
           ELSE
              COMPUTE SINW-DUE-INT =
                 FUNCTION INTEGER-OF-DATE(SINW-INVOICE-DT) + 30
              MOVE FUNCTION DATE-OF-INTEGER(SINW-DUE-INT)
                 TO SINW-DUE-DT
           END-IF
           PERFORM GET-TOLERANCE THRU GET-TOLERANCE-END
           MOVE 0 TO SINW-INVOICE-ID
           EXEC SQL
                SELECT COALESCE(MAX(SINV_INVOICE_ID), 0) + 1
                  INTO :SINW-INVOICE-ID
                  FROM OLS0002.SUPPLIER_INVOICE
           END-EXEC
           EXEC SQL
                INSERT INTO OLS0002.SUPPLIER_INVOICE (
                   SINV_INVOICE_ID, SINV_SUPPLIER_ID,
                   SINV_INVOICE_NUM, SINV_INVOICE_DT, SINV_DUE_DT,
                   SINV_TOTAL_AMT, SINV_LINE_COUNT,
                   SINV_EXCEPTION_COUNT, SINV_STATUS, SINV_RUN_ID,
                   SINV_LOAD_DT, SINV_DECIDED_BY,
                   SINV_DISPUTE_REASON, SINV_PMO_ORDER_ID,
                   SINV_RELEASE_DT)
                VALUES (
                   :SINW-INVOICE-ID, :SINW-SUPPLIER-ID,
                   :SINW-INVOICE-NUM, :SINW-INVOICE-DT, :SINW-DUE-DT,
                   0, 0, 0, 'N', :FEEDC-RUN-ID,
                   :WS-CURRENT-DATE, ' ', ' ', 0, 0)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TXT-SQLCODE
              MOVE SQLSTATE TO TXT-SQLSTATE
              MOVE SQLERRMC TO TXT-SQLERRMC
              DISPLAY 'SINVCS9 INVOICE INSERT FAILED: '
                 SINW-SUPPLIER-ID ' ' SINW-INVOICE-NUM
              DISPLAY 'SQLCODE:  ' TXT-SQLCODE
              DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
              DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
              MOVE 'Y' TO SINW-REFUSED-SW
              ADD 1 TO WS-INVOICES-REFUSED
              GO TO START-INVOICE-END
           END-IF
           MOVE 'Y' TO SINW-OPEN-SW
           ADD 1 TO WS-INVOICES-FILED.
       START-INVOICE-END.
           EXIT.
      **************************************************************
       REFUSE-INVOICE.
           ADD 1 TO WS-INVOICES-REFUSED
           MOVE 0 TO SINW-LINE-COUNT
           MOVE 0 TO SINW-QTY
           MOVE 0 TO SINW-RECEIVED-QTY
           MOVE 0 TO SINW-UNIT-PRICE
           MOVE 0 TO SINW-PO-UNIT-COST
           PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-END.
       REFUSE-INVOICE-END.
           EXIT.
      **************************************************************
      * GET-TOLERANCE - THE SUPPLIER'S OWN ROW FIRST, THEN THE
      * '********' DEFAULT ROW; NO ROW AT ALL MEANS ZERO
      * TOLERANCE ON BOTH PRICE AND QUANTITY.
      **************************************************************
       GET-TOLERANCE.
           MOVE 0 TO SINW-PRICE-TOL-PCT
           MOVE 0 TO SINW-QTY-TOL-PCT
           EXEC SQL
                SELECT IMC_PRICE_TOL_PCT, IMC_QTY_TOL_PCT
                  INTO :SINW-PRICE-TOL-PCT, :SINW-QTY-TOL-PCT
                  FROM OLS0002.INVOICE_MATCH_CONTROL
                 WHERE IMC_SUPPLIER_ID = :SINW-SUPPLIER-ID
           END-EXEC
           IF SQLCODE = 0
              GO TO GET-TOLERANCE-END
           END-IF
           EXEC SQL
                SELECT IMC_PRICE_TOL_PCT, IMC_QTY_TOL_PCT
                  INTO :SINW-PRICE-TOL-PCT, :SINW-QTY-TOL-PCT
                  FROM OLS0002.INVOICE_MATCH_CONTROL
                 WHERE IMC_SUPPLIER_ID = :SINW-DEFAULT-SUPPLIER
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO SINW-PRICE-TOL-PCT
              MOVE 0 TO SINW-QTY-TOL-PCT
           END-IF.
       GET-TOLERANCE-END.
           EXIT.
      **************************************************************
      * MATCH-LINE - THE THREE-WAY MATCH OF ONE INVOICE LINE. THE
      * QUANTITY ALREADY INVOICED ON THE PO LINE INCLUDES THE
      * EARLIER LINES OF THIS SAME INVOICE, SO A LINE SPLIT
      * ACROSS TWO INVOICE LINES CANNOT SLIP PAST THE CHECK.
      **************************************************************
       MATCH-LINE.
           ADD 1 TO SINW-LINE-COUNT
           COMPUTE SINW-PO-NUM = FUNCTION NUMVAL(SINW-PO-NUM-TEXT)
           COMPUTE SINW-PO-LINE = FUNCTION NUMVAL(SINW-PO-LINE-TEXT)
           COMPUTE SINW-QTY = FUNCTION NUMVAL(SINW-QTY-TEXT)
           COMPUTE SINW-UNIT-PRICE =
              FUNCTION NUMVAL(SINW-PRICE-TEXT)
           COMPUTE SINW-LINE-AMT ROUNDED =
              SINW-QTY * SINW-UNIT-PRICE
           ADD SINW-LINE-AMT TO SINW-TOTAL-AMT
           MOVE 0 TO SINW-ITEM-NUM
           MOVE 0 TO SINW-PO-UNIT-COST
           MOVE 0 TO SINW-RECEIVED-QTY
           MOVE 0 TO SINW-PRIOR-INV-QTY
           SET SINW-MATCHED TO TRUE
           PERFORM CHECK-PO-LINE THRU CHECK-PO-LINE-END
           EXEC SQL
                INSERT INTO OLS0002.SUPPLIER_INVOICE_LINE (
                   SIVL_INVOICE_ID, SIVL_LINE_NUM, SIVL_PO_NUM,
                   SIVL_PO_LINE, SIVL_ITEM_NUM, SIVL_QTY,
                   SIVL_UNIT_PRICE, SIVL_LINE_AMT,
                   SIVL_PO_UNIT_COST, SIVL_RECEIVED_QTY,
                   SIVL_PRIOR_INV_QTY, SIVL_MATCH_CODE)
                VALUES (
                   :SINW-INVOICE-ID, :SINW-LINE-COUNT, :SINW-PO-NUM,
                   :SINW-PO-LINE, :SINW-ITEM-NUM, :SINW-QTY,
                   :SINW-UNIT-PRICE, :SINW-LINE-AMT,
                   :SINW-PO-UNIT-COST, :SINW-RECEIVED-QTY,
                   :SINW-PRIOR-INV-QTY, :SINW-MATCH-CODE)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'SINVCS9 INVOICE LINE INSERT FAILED: '
                 SINW-INVOICE-NUM ' SQLCODE: ' TXT-SQLCODE
              SET SINW-NO-PO-LINE TO TRUE
           END-IF
           IF NOT SINW-MATCHED
              ADD 1 TO SINW-EXCEPTION-COUNT
              EVALUATE TRUE
                 WHEN SINW-PRICE-OUT
                    MOVE 'PRICE' TO SINW-REPORT-REASON
                 WHEN SINW-QTY-OUT
                    MOVE 'QUANTITY' TO SINW-REPORT-REASON
                 WHEN SINW-BOTH-OUT
                    MOVE 'PRICE+QTY' TO SINW-REPORT-REASON
                 WHEN OTHER
                    MOVE 'NO PO LINE' TO SINW-REPORT-REASON
              END-EVALUATE
              PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-END
           END-IF.
       MATCH-LINE-END.
           EXIT.
      **************************************************************
      * CHECK-PO-LINE - THE PO LINE MUST BE ON AN ORDER RAISED TO
      * THIS SUPPLIER; THEN QUANTITY AGAINST WHAT WAS RECEIVED AND
      * PRICE AGAINST THE AGREED UNIT COST, EACH WITHIN TOLERANCE.
      **************************************************************
       CHECK-PO-LINE.
           EXEC SQL
                SELECT L.POLN_ITEM_NUM, L.POLN_UNIT_COST
                  INTO :SINW-ITEM-NUM, :SINW-PO-UNIT-COST
                  FROM OLS0002.PURCHASE_ORDER_LINE L,
                       OLS0002.PURCHASE_ORDER H
                 WHERE L.POLN_PO_NUM = :SINW-PO-NUM
                   AND L.POLN_LINE_NUM = :SINW-PO-LINE
                   AND H.PORD_PO_NUM = L.POLN_PO_NUM
                   AND H.PORD_SUPPLIER_ID = :SINW-SUPPLIER-ID
           END-EXEC
           IF SQLCODE NOT = 0
              SET SINW-NO-PO-LINE TO TRUE
              GO TO CHECK-PO-LINE-END
           END-IF
           EXEC SQL
                SELECT COALESCE(SUM(GRC_QTY), 0)
                  INTO :SINW-RECEIVED-QTY
                  FROM OLS0002.GOODS_RECEIPT
                 WHERE GRC_PO_NUM = :SINW-PO-NUM
                   AND GRC_PO_LINE = :SINW-PO-LINE
           END-EXEC
           EXEC SQL
                SELECT COALESCE(SUM(V.SIVL_QTY), 0)
                  INTO :SINW-PRIOR-INV-QTY
                  FROM OLS0002.SUPPLIER_INVOICE_LINE V,
                       OLS0002.SUPPLIER_INVOICE I
                 WHERE V.SIVL_PO_NUM = :SINW-PO-NUM
                   AND V.SIVL_PO_LINE = :SINW-PO-LINE
                   AND I.SINV_INVOICE_ID = V.SIVL_INVOICE_ID
                   AND I.SINV_STATUS NOT = 'D'
           END-EXEC
           COMPUTE SINW-QTY-ALLOWED =
              SINW-RECEIVED-QTY
              + SINW-RECEIVED-QTY * SINW-QTY-TOL-PCT / 100
           IF SINW-QTY + SINW-PRIOR-INV-QTY > SINW-QTY-ALLOWED
              SET SINW-QTY-OUT TO TRUE
           END-IF
           COMPUTE SINW-PRICE-DIFF =
              SINW-UNIT-PRICE - SINW-PO-UNIT-COST
           IF SINW-PRICE-DIFF < 0
              COMPUTE SINW-PRICE-DIFF = 0 - SINW-PRICE-DIFF
           END-IF
           COMPUTE SINW-PRICE-ALLOWED =
              SINW-PO-UNIT-COST * SINW-PRICE-TOL-PCT / 100
           IF SINW-PRICE-DIFF > SINW-PRICE-ALLOWED
              IF SINW-QTY-OUT
                 SET SINW-BOTH-OUT TO TRUE
              ELSE
                 SET SINW-PRICE-OUT TO TRUE
              END-IF
           END-IF.
       CHECK-PO-LINE-END.
           EXIT.
      **************************************************************
      * FINISH-INVOICE - THE INVOICE GOES ON FILE MATCHED, OR ON
      * THE EXCEPTION WORKLIST WHEN ANY LINE FAILED THE MATCH.
      **************************************************************
       FINISH-INVOICE.
           IF SINW-EXCEPTION-COUNT = 0
              MOVE 'M' TO SINW-STATUS
              ADD 1 TO WS-INVOICES-MATCHED
           ELSE
              MOVE 'E' TO SINW-STATUS
              ADD 1 TO WS-INVOICES-HELD
           END-IF
           EXEC SQL
                UPDATE OLS0002.SUPPLIER_INVOICE
                   SET SINV_STATUS = :SINW-STATUS,
                       SINV_TOTAL_AMT = :SINW-TOTAL-AMT,
                       SINV_LINE_COUNT = :SINW-LINE-COUNT,
                       SINV_EXCEPTION_COUNT = :SINW-EXCEPTION-COUNT
                 WHERE SINV_INVOICE_ID = :SINW-INVOICE-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'SINVCS9 INVOICE STATUS UPDATE FAILED: '
                 SINW-INVOICE-NUM ' SQLCODE: ' TXT-SQLCODE
           END-IF
           MOVE 'N' TO SINW-OPEN-SW.
       FINISH-INVOICE-END.
           EXIT.
      **************************************************************
       WRITE-EXCEPTION.
           MOVE SINW-LINE-COUNT TO WS-LINE-ED
           MOVE SINW-PO-NUM TO WS-PO-NUM-ED
           MOVE SINW-PO-LINE TO WS-PO-LINE-ED
           MOVE SINW-QTY TO WS-QTY-ED
           MOVE SINW-RECEIVED-QTY TO WS-QTY-ED-2
           MOVE SINW-UNIT-PRICE TO WS-PRICE-ED
           MOVE SINW-PO-UNIT-COST TO WS-PRICE-ED-2
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           STRING
              SINW-SUPPLIER-ID      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              SINW-INVOICE-NUM      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-LINE-ED            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-PO-NUM-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-PO-LINE-ED         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              SINW-REPORT-REASON    DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-QTY-ED             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-QTY-ED-2           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-PRICE-ED           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-PRICE-ED-2         DELIMITED BY SIZE
              INTO EXCEPTION-REPORT-RECORD
           END-STRING
           WRITE EXCEPTION-REPORT-RECORD.
       WRITE-EXCEPTION-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE INVOICE-FEED-FILE
           CLOSE EXCEPTION-REPORT-FILE.
       CLOSE-FILES-END.
           EXIT.
      **************************************************************
       REGISTER-FEED-RUN.
           MOVE SPACES TO FEEDC-HDR-TAG FEEDC-HDR-JOB
                          FEEDC-HDR-BUSINESS-DT FEEDC-RUN-ID
           UNSTRING INVOICE-FEED-RECORD
              DELIMITED BY WS-DELIMITER
              INTO FEEDC-HDR-TAG
                   FEEDC-HDR-JOB
                   FEEDC-HDR-BUSINESS-DT
                   FEEDC-RUN-ID
           END-UNSTRING
           MOVE 0 TO FEEDC-DUP-COUNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :FEEDC-DUP-COUNT
                  FROM OLS0002.FEED_RUN_CONTROL
                 WHERE FRC_JOB_NAME = :FEEDC-HDR-JOB
                   AND FRC_RUN_ID = :FEEDC-RUN-ID
           END-EXEC
           IF FEEDC-DUP-COUNT > 0
              DISPLAY 'SINVCS9 RUN-ID ' FEEDC-RUN-ID ' OF FEED '
                 FEEDC-HDR-JOB
                 ' ALREADY PROCESSED - FILE REFUSED AT THE GATE'
              MOVE 'Y' TO EODATA
           ELSE
              EXEC SQL
                   INSERT INTO OLS0002.FEED_RUN_CONTROL (
                      FRC_JOB_NAME, FRC_RUN_ID, FRC_INTAKE_JOB,
                      FRC_PROCESSED_TS)
                   VALUES (
                      :FEEDC-HDR-JOB, :FEEDC-RUN-ID, 'SINVCS9 ',
                      CURRENT TIMESTAMP)
              END-EXEC
           END-IF.
       REGISTER-FEED-RUN-END.
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
           MOVE WS-RECORDS-READ TO RUNC-RECORDS
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
