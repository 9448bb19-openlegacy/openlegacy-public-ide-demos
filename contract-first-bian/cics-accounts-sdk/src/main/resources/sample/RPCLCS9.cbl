CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * RPCLCS9 - MONTHLY REORDER-POINT RECALCULATION BATCH JOB.
      * THE REORDER POINTS AND QUANTITIES REPLCS9 WORKS FROM WERE
      * KEYED ONCE THROUGH ITMUCS9 AND NEVER REVISITED, SO FAST
      * MOVERS RAN OUT AND SLOW MOVERS PILED UP. THIS JOB
      * RE-DERIVES THEM FROM DEMAND FOR EVERY ACTIVE ITEM ON
      * OLS0002.ITEM_CATALOG:
      *   DEMAND     THE LAST 182 DAYS OF OLS0002.ITEM_ORDER (NOT
      *              CANCELLED) AND OLS0002.ITEM_BACKORDER, SUMMED
      *              BY DAY - A BACKORDER COUNTS ON THE DAY IT WAS
      *              TAKEN, SO THE ORDER ORDRCS9 WRITES WHEN IT IS
      *              RELEASED IS NOT COUNTED AGAIN. THE AVERAGE
      *              DAILY DEMAND AND ITS STANDARD DEVIATION ARE
      *              TAKEN OVER ALL 182 DAYS, DAYS WITHOUT DEMAND
      *              COUNTING AS ZERO.
      *   ABC CLASS  ITEMS RANKED BY SALES VALUE (ORDER QUANTITY X
      *              ORDER PRICE) OVER THE SAME WINDOW: A UNTIL THE
      *              CUMULATIVE SHARE OF SALES REACHES THE A
      *              CUT-OFF, B UNTIL THE B CUT-OFF, C FOR THE REST
      *              AND FOR ANY ITEM WITH NO SALES.
      *   LEAD TIME  THE STANDARD LEAD TIME OF THE SUPPLIER ON THE
      *              ITEM'S LATEST PURCHASE ORDER (POGNCS9), ELSE
      *              THE HOUSE DEFAULT OF 14 DAYS.
      *   POINT      AVERAGE DAILY DEMAND X LEAD TIME + SAFETY
      *              STOCK (THE CLASS'S SERVICE-LEVEL FACTOR X
      *              STANDARD DEVIATION X SQUARE ROOT OF LEAD TIME).
      *   QUANTITY   AVERAGE DAILY DEMAND X THE CLASS'S DAYS OF
      *              COVER, AT LEAST ONE WHILE THERE IS DEMAND.
      * THE CUT-OFFS, SERVICE LEVELS (WITH THEIR FACTORS) AND DAYS
      * OF COVER ARE ON OLS0002.REORDER_CLASS_POLICY, ONE ROW PER
      * CLASS; A CLASS WITH NO ROW TAKES THE HOUSE DEFAULT:
      *   A  80% OF SALES  98% SERVICE (2.05)  30 DAYS COVER
      *   B  95% OF SALES  95% SERVICE (1.65)  60 DAYS COVER
      *   C  THE REST      90% SERVICE (1.28)  90 DAYS COVER
      * EACH PROPOSAL IS STORED PENDING ('P') ON OLS0002.
      * REORDER_PROPOSAL FOR THE MONTH, REPLACING ('X') ANY OLDER
      * PROPOSAL FOR THE ITEM STILL PENDING; NOTHING CHANGES ON THE
      * CATALOG UNTIL A BUYER APPLIES IT THROUGH RPPACS9. AN ITEM
      * ALREADY PROPOSED THIS MONTH IS SKIPPED, SO A RERUN AFTER AN
      * ABEND PICKS UP WHERE THE FAILED RUN STOPPED. THE RPCLRPT
      * REVIEW REPORT IS READ BACK FROM THE MONTH'S PROPOSALS -
      * ONE LINE PER ITEM, OLD AGAINST PROPOSED, BY CLASS, THEN
      * THE CLASS TOTALS. RUNS UNDER THE SHARED BATCH_RUN_CONTROL
      * GUARD AND DEPGCS9 DEPENDENCY GATE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. RPCLCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PROPOSAL-REPORT-FILE ASSIGN TO RPCLRPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PROPOSAL-REPORT-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  PROPOSAL-REPORT-FILE
            RECORDING MODE IS F.
        01  PROPOSAL-REPORT-LINE               PIC X(160).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLREORDERPROPOSAL.
           10 RPP_ITEM_NUM         PIC S9(8) USAGE COMP.
           10 RPP_MONTH            PIC X(6).
           10 RPP_BUSINESS_DT      PIC S9(9) COMP.
           10 RPP_ABC_CLASS        PIC X(1).
           10 RPP_SALES_VALUE      PIC S9(11)V9(2) USAGE COMP-3.
           10 RPP_AVG_DAILY        PIC S9(5)V9(4) USAGE COMP-3.
           10 RPP_STD_DEV          PIC S9(5)V9(4) USAGE COMP-3.
           10 RPP_LEAD_DAYS        PIC S9(3) USAGE COMP-3.
           10 RPP_SERVICE_PCT      PIC S9(3)V9(2) USAGE COMP-3.
           10 RPP_OLD_POINT        PIC S9(7) USAGE COMP.
           10 RPP_OLD_QTY          PIC S9(7) USAGE COMP.
           10 RPP_NEW_POINT        PIC S9(7) USAGE COMP.
           10 RPP_NEW_QTY          PIC S9(7) USAGE COMP.
           10 RPP_STATUS           PIC X(1).
           10 RPP_DECIDED_BY       PIC X(8).
           10 RPP_DECISION_TS      PIC X(26).
      **************************************************************
       01  DCLCLASSPOLICY.
           10 RCP_CLASS            PIC X(1).
           10 RCP_CUM_PCT          PIC S9(3)V9(2) USAGE COMP-3.
           10 RCP_SERVICE_PCT      PIC S9(3)V9(2) USAGE COMP-3.
           10 RCP_Z_FACTOR         PIC S9V9(2) USAGE COMP-3.
           10 RCP_COVER_DAYS       PIC S9(3) USAGE COMP-3.
      **************************************************************
      * THE THREE CLASS POLICIES, LOADED ONCE AT THE START - THE
      * HOUSE DEFAULTS STAND WHERE THE CONTROL TABLE HAS NO ROW.
      **************************************************************
        01 POLICY-WS.
            07 RPCP-POLICY OCCURS 3.
              10 RPCP-CLASS          PIC X(1).
              10 RPCP-CUM-PCT        PIC S9(3)V9(2) COMP-3.
              10 RPCP-SERVICE-PCT    PIC S9(3)V9(2) COMP-3.
              10 RPCP-Z-FACTOR       PIC S9V9(2) COMP-3.
              10 RPCP-COVER-DAYS     PIC S9(3) COMP-3.
        01 RPCP-SUB                  PIC S9(4) COMP VALUE 0.
        01 POLICY-ROW-WS.
            07 RPCR-CLASS           PIC X(1).
            07 RPCR-CUM-PCT         PIC S9(3)V9(2) COMP-3.
            07 RPCR-SERVICE-PCT     PIC S9(3)V9(2) COMP-3.
            07 RPCR-Z-FACTOR        PIC S9V9(2) COMP-3.
            07 RPCR-COVER-DAYS      PIC S9(3) COMP-3.
      **************************************************************
        01 PROPOSAL-WS.
            07 RPCW-ITEM-NUM        PIC S9(8) COMP.
            07 RPCW-OLD-POINT       PIC S9(7) COMP.
            07 RPCW-OLD-QTY         PIC S9(7) COMP.
            07 RPCW-SALES-VALUE     PIC S9(11)V9(2) COMP-3.
            07 RPCW-CUM-BEFORE-PCT  PIC S9(3)V9(4) COMP-3.
            07 RPCW-ABC-CLASS       PIC X(1).
            07 RPCW-DEMAND-QTY      PIC S9(9) COMP.
            07 RPCW-DEMAND-SQ       PIC S9(15) COMP-3.
            07 RPCW-AVG-DAILY       PIC S9(5)V9(4) COMP-3.
            07 RPCW-VARIANCE        PIC S9(9)V9(4) COMP-3.
            07 RPCW-STD-DEV         PIC S9(5)V9(4) COMP-3.
            07 RPCW-LEAD-DAYS       PIC S9(3) COMP-3.
            07 RPCW-NEW-POINT       PIC S9(7) COMP.
            07 RPCW-NEW-QTY         PIC S9(7) COMP.
            07 RPCW-DONE-COUNT      PIC S9(4) COMP.
        01 RPCW-HISTORY-DAYS               PIC S9(4)  COMP VALUE 182.
        01 RPCW-DEFAULT-LEAD-DAYS          PIC S9(3)  COMP-3
                                                      VALUE 14.
        01 RPCW-TOTAL-SALES                PIC S9(13)V9(2) COMP-3
                                                      VALUE 0.
        01 RPCW-CUM-SALES                  PIC S9(13)V9(2) COMP-3
                                                      VALUE 0.
      **************************************************************
      * REPORT LINES READ BACK FROM THE MONTH'S PROPOSALS.
      **************************************************************
        01 GROUP-WS.
            07 RPCG-ABC-CLASS       PIC X(1).
            07 RPCG-ITEM-NUM        PIC S9(8) COMP.
            07 RPCG-ITEM-NAME       PIC X(16).
            07 RPCG-ITEMS           PIC S9(9) COMP.
            07 RPCG-SALES-VALUE     PIC S9(13)V9(2) COMP-3.
            07 RPCG-AVG-DAILY       PIC S9(5)V9(4) COMP-3.
            07 RPCG-STD-DEV         PIC S9(5)V9(4) COMP-3.
            07 RPCG-LEAD-DAYS       PIC S9(3) COMP-3.
            07 RPCG-SERVICE-PCT     PIC S9(3)V9(2) COMP-3.
            07 RPCG-OLD-POINT       PIC S9(7) COMP.
            07 RPCG-NEW-POINT       PIC S9(7) COMP.
            07 RPCG-OLD-QTY         PIC S9(7) COMP.
            07 RPCG-NEW-QTY         PIC S9(7) COMP.
            07 RPCG-STATUS          PIC X(1).
            07 RPCG-SHARE-PCT       PIC S9(3)V9(2) COMP-3.
      **************************************************************
        01 WS-HISTORY-FROM-TS.
          05 WS-HIST-TS-CCYY        PIC X(4).
          05 FILLER                 PIC X    VALUE '-'.
          05 WS-HIST-TS-MM          PIC X(2).
          05 FILLER                 PIC X    VALUE '-'.
          05 WS-HIST-TS-DD          PIC X(2).
          05 FILLER                 PIC X(16)
                                    VALUE '-00.00.00.000000'.
        01 SPLIT-DATE-WS.
          05 SPLIT-CCYY             PIC X(4).
          05 SPLIT-MM               PIC X(2).
          05 SPLIT-DD               PIC X(2).
        01 WS-RUN-MONTH                    PIC X(6)   VALUE SPACES.
        01 WS-HISTORY-FROM-DT              PIC 9(08).
        01 WS-DT-WORK-INT                  PIC S9(9)  COMP.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-ITEM-NUM-ED                  PIC 9(8).
        01 RPCL-EDIT-FIELDS.
          05 WS-QTY-ED OCCURS 4              PIC -(7)9.
          05 WS-RATE-ED OCCURS 2             PIC -(5)9.9999.
          05 WS-DAYS-ED                      PIC ZZ9.
          05 WS-PCT-ED OCCURS 2              PIC ZZ9.99.
        01 WS-CNT-ED                       PIC -(5)9.
        01 WS-AMT-ED                       PIC -(13)9.99.
        01 WS-ITEMS-READ                   PIC 9(7)   VALUE 0.
        01 WS-ITEMS-PROPOSED               PIC 9(7)   VALUE 0.
        01 WS-ITEMS-SKIPPED                PIC 9(7)   VALUE 0.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-PROPOSAL-REPORT-STATUS       PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * SHARED BATCH RUN-CONTROL WORK AREA (OLS0002.
      * BATCH_RUN_CONTROL) AND THE DEPGCS9 DEPENDENCY GATE.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'RPCLCS9 '.
        01 RUNC-BUSINESS-DT                PIC 9(08)  VALUE 0.
        01 RUNC-SUPPRESS-SW                PIC X(1)   VALUE 'N'.
        01 RUNC-DONE-COUNT                 PIC S9(4)  COMP VALUE 0.
        01 RUNC-RECORDS                    PIC S9(9)  COMP-3 VALUE 0.
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
           PERFORM PROPOSAL-LOOP THRU PROPOSAL-LOOP-END
              UNTIL EODATA = 'Y'
           PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           PERFORM WRITE-ITEM-REPORT THRU WRITE-ITEM-REPORT-END
           PERFORM WRITE-CLASS-TOTALS THRU WRITE-CLASS-TOTALS-END
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'RPCLCS9 ITEMS READ:         ' WS-ITEMS-READ
           DISPLAY 'RPCLCS9 ITEMS PROPOSED:     ' WS-ITEMS-PROPOSED
           DISPLAY 'RPCLCS9 ALREADY THIS MONTH: ' WS-ITEMS-SKIPPED
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
      * THE DEMAND WINDOW IS THE 182 DAYS TO TODAY. THE TOTAL SALES
      * VALUE OF THE ACTIVE CATALOG OVER THE WINDOW IS THE BASE
      * FOR THE CUMULATIVE ABC SHARE.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE-DATA(1:6) TO WS-RUN-MONTH
           COMPUTE WS-DT-WORK-INT =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                 - RPCW-HISTORY-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DT-WORK-INT)
              TO WS-HISTORY-FROM-DT
           MOVE WS-HISTORY-FROM-DT TO SPLIT-DATE-WS
           MOVE SPLIT-CCYY TO WS-HIST-TS-CCYY
           MOVE SPLIT-MM   TO WS-HIST-TS-MM
           MOVE SPLIT-DD   TO WS-HIST-TS-DD
           PERFORM LOAD-POLICIES THRU LOAD-POLICIES-END
           MOVE 0 TO RPCW-TOTAL-SALES
           EXEC SQL
                SELECT COALESCE(SUM(O.ORD_QTY * O.ORD_UNIT_PRICE), 0)
                  INTO :RPCW-TOTAL-SALES
                  FROM OLS0002.ITEM_ORDER O,
                       OLS0002.ITEM_CATALOG C
                 WHERE C.ITEM_NUM = O.ORD_ITEM_NUM
                   AND C.ITEM_ACTIVE = 'Y'
                   AND O.ORD_STATUS <> 'X'
                   AND O.ORD_TS >= :WS-HISTORY-FROM-TS
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO RPCW-TOTAL-SALES
           END-IF
           OPEN OUTPUT PROPOSAL-REPORT-FILE
           IF WS-PROPOSAL-REPORT-STATUS NOT = '00'
              DISPLAY 'PROPOSAL-REPORT-FILE OPEN FAILED, STATUS: '
                 WS-PROPOSAL-REPORT-STATUS
              PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM WRITE-REPORT-HEADING THRU WRITE-REPORT-HEADING-END.
       INIT-RTN-END.
           EXIT.
      **************************************************************
       LOAD-POLICIES.
           MOVE 'A' TO RPCP-CLASS(1)
           MOVE 80 TO RPCP-CUM-PCT(1)
           MOVE 98 TO RPCP-SERVICE-PCT(1)
           MOVE 2.05 TO RPCP-Z-FACTOR(1)
           MOVE 30 TO RPCP-COVER-DAYS(1)
           MOVE 'B' TO RPCP-CLASS(2)
           MOVE 95 TO RPCP-CUM-PCT(2)
           MOVE 95 TO RPCP-SERVICE-PCT(2)
           MOVE 1.65 TO RPCP-Z-FACTOR(2)
           MOVE 60 TO RPCP-COVER-DAYS(2)
           MOVE 'C' TO RPCP-CLASS(3)
           MOVE 100 TO RPCP-CUM-PCT(3)
           MOVE 90 TO RPCP-SERVICE-PCT(3)
           MOVE 1.28 TO RPCP-Z-FACTOR(3)
           MOVE 90 TO RPCP-COVER-DAYS(3)
           MOVE 1 TO RPCP-SUB
           PERFORM LOAD-POLICY THRU LOAD-POLICY-END
           MOVE 2 TO RPCP-SUB
           PERFORM LOAD-POLICY THRU LOAD-POLICY-END
           MOVE 3 TO RPCP-SUB
           PERFORM LOAD-POLICY THRU LOAD-POLICY-END.
       LOAD-POLICIES-END.
           EXIT.
      **************************************************************
       LOAD-POLICY.
           MOVE RPCP-CLASS(RPCP-SUB) TO RPCR-CLASS
           EXEC SQL
                SELECT RCP_CUM_PCT, RCP_SERVICE_PCT, RCP_Z_FACTOR,
                       RCP_COVER_DAYS
                  INTO :RPCR-CUM-PCT, :RPCR-SERVICE-PCT,
                       :RPCR-Z-FACTOR, :RPCR-COVER-DAYS
                  FROM OLS0002.REORDER_CLASS_POLICY
                 WHERE RCP_CLASS = :RPCR-CLASS
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'RPCLCS9 NO POLICY ROW FOR CLASS ' RPCR-CLASS
                 ' - HOUSE DEFAULT USED'
              GO TO LOAD-POLICY-END
           END-IF
           MOVE RPCR-CUM-PCT     TO RPCP-CUM-PCT(RPCP-SUB)
           MOVE RPCR-SERVICE-PCT TO RPCP-SERVICE-PCT(RPCP-SUB)
           MOVE RPCR-Z-FACTOR    TO RPCP-Z-FACTOR(RPCP-SUB)
           MOVE RPCR-COVER-DAYS  TO RPCP-COVER-DAYS(RPCP-SUB).
       LOAD-POLICY-END.
           EXIT.
      **************************************************************
      * EVERY ACTIVE ITEM WITH ITS SALES VALUE OVER THE WINDOW,
      * BIGGEST SELLER FIRST, SO THE CUMULATIVE SHARE BUILDS AS
      * THE CURSOR READS. ITEMS SKIPPED ON A RERUN STILL ADD TO
      * THE SHARE, SO THE CLASSES COME OUT THE SAME.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE R1 CURSOR WITH HOLD FOR
                SELECT C.ITEM_NUM, C.ITEM_REORDER_POINT,
                       C.ITEM_REORDER_QTY, COALESCE(S.SALES_VALUE, 0)
                  FROM OLS0002.ITEM_CATALOG C
                  LEFT OUTER JOIN
                       (SELECT ORD_ITEM_NUM,
                               SUM(ORD_QTY * ORD_UNIT_PRICE)
                                  AS SALES_VALUE
                          FROM OLS0002.ITEM_ORDER
                         WHERE ORD_STATUS <> 'X'
                           AND ORD_TS >= :WS-HISTORY-FROM-TS
                         GROUP BY ORD_ITEM_NUM) S
                    ON S.ORD_ITEM_NUM = C.ITEM_NUM
                 WHERE C.ITEM_ACTIVE = 'Y'
                 ORDER BY 4 DESC, 1
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
                  :RPCW-ITEM-NUM,
                  :RPCW-OLD-POINT,
                  :RPCW-OLD-QTY,
                  :RPCW-SALES-VALUE
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
      * ONE ITERATION OF THE PROPOSAL LOOP: CLASSIFY THE ITEM,
      * SKIP IT IF ALREADY PROPOSED THIS MONTH, OTHERWISE WORK OUT
      * AND STORE THE PROPOSAL, THEN FETCH THE NEXT ITEM.
      **************************************************************
       PROPOSAL-LOOP.
           ADD 1 TO WS-ITEMS-READ
           PERFORM ASSIGN-CLASS THRU ASSIGN-CLASS-END
           PERFORM PROPOSE-ITEM THRU PROPOSE-ITEM-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       PROPOSAL-LOOP-END.
           EXIT.
      **************************************************************
      * THE CLASS IS SET BY THE CUMULATIVE SHARE BEFORE THIS ITEM,
      * SO THE ITEM THAT CROSSES A CUT-OFF STILL BELONGS ABOVE IT.
      **************************************************************
       ASSIGN-CLASS.
           MOVE 3 TO RPCP-SUB
           IF RPCW-TOTAL-SALES > 0 AND RPCW-SALES-VALUE > 0
              COMPUTE RPCW-CUM-BEFORE-PCT ROUNDED =
                 RPCW-CUM-SALES * 100 / RPCW-TOTAL-SALES
              IF RPCW-CUM-BEFORE-PCT < RPCP-CUM-PCT(1)
                 MOVE 1 TO RPCP-SUB
              ELSE
                 IF RPCW-CUM-BEFORE-PCT < RPCP-CUM-PCT(2)
                    MOVE 2 TO RPCP-SUB
                 END-IF
              END-IF
           END-IF
           ADD RPCW-SALES-VALUE TO RPCW-CUM-SALES
           MOVE RPCP-CLASS(RPCP-SUB) TO RPCW-ABC-CLASS.
       ASSIGN-CLASS-END.
           EXIT.
      **************************************************************
       PROPOSE-ITEM.
           MOVE 0 TO RPCW-DONE-COUNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :RPCW-DONE-COUNT
                  FROM OLS0002.REORDER_PROPOSAL
                 WHERE RPP_ITEM_NUM = :RPCW-ITEM-NUM
                   AND RPP_MONTH = :WS-RUN-MONTH
           END-EXEC
           IF RPCW-DONE-COUNT > 0
              ADD 1 TO WS-ITEMS-SKIPPED
              GO TO PROPOSE-ITEM-END
           END-IF
           PERFORM GET-DEMAND THRU GET-DEMAND-END
           PERFORM GET-LEAD-TIME THRU GET-LEAD-TIME-END
           COMPUTE RPCW-NEW-POINT ROUNDED =
              RPCW-AVG-DAILY * RPCW-LEAD-DAYS
                 + RPCP-Z-FACTOR(RPCP-SUB) * RPCW-STD-DEV
                    * (RPCW-LEAD-DAYS ** 0.5)
           COMPUTE RPCW-NEW-QTY ROUNDED =
              RPCW-AVG-DAILY * RPCP-COVER-DAYS(RPCP-SUB)
           IF RPCW-AVG-DAILY > 0 AND RPCW-NEW-QTY < 1
              MOVE 1 TO RPCW-NEW-QTY
           END-IF
           PERFORM STORE-PROPOSAL THRU STORE-PROPOSAL-END.
       PROPOSE-ITEM-END.
           EXIT.
      **************************************************************
      * DAILY DEMAND OVER THE WINDOW - ORDERS TAKEN FROM STOCK PLUS
      * ORDERS TAKEN TO BACKORDER, LESS THE RELEASES OF THOSE
      * BACKORDERS. THE VARIANCE IS THE MEAN OF THE SQUARES LESS
      * THE SQUARE OF THE MEAN, OVER EVERY DAY IN THE WINDOW.
      **************************************************************
       GET-DEMAND.
           EXEC SQL
                SELECT COALESCE(SUM(D.DAY_QTY), 0),
                       COALESCE(SUM(D.DAY_QTY * D.DAY_QTY), 0)
                  INTO :RPCW-DEMAND-QTY, :RPCW-DEMAND-SQ
                  FROM (SELECT U.DEMAND_DT, SUM(U.QTY) AS DAY_QTY
                          FROM (SELECT DATE(ORD_TS) AS DEMAND_DT,
                                       ORD_QTY AS QTY
                                  FROM OLS0002.ITEM_ORDER
                                 WHERE ORD_ITEM_NUM = :RPCW-ITEM-NUM
                                   AND ORD_STATUS <> 'X'
                                   AND ORD_USERID <> 'ORDRCS9'
                                   AND ORD_TS >= :WS-HISTORY-FROM-TS
                                UNION ALL
                                SELECT DATE(BKO_TS), BKO_QTY
                                  FROM OLS0002.ITEM_BACKORDER
                                 WHERE BKO_ITEM_NUM = :RPCW-ITEM-NUM
                                   AND BKO_TS >= :WS-HISTORY-FROM-TS
                               ) U
                         GROUP BY U.DEMAND_DT) D
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO RPCW-DEMAND-QTY RPCW-DEMAND-SQ
           END-IF
           COMPUTE RPCW-AVG-DAILY ROUNDED =
              RPCW-DEMAND-QTY / RPCW-HISTORY-DAYS
           COMPUTE RPCW-VARIANCE ROUNDED =
              RPCW-DEMAND-SQ / RPCW-HISTORY-DAYS
                 - RPCW-AVG-DAILY * RPCW-AVG-DAILY
           IF RPCW-VARIANCE > 0
              COMPUTE RPCW-STD-DEV ROUNDED = RPCW-VARIANCE ** 0.5
           ELSE
              MOVE 0 TO RPCW-STD-DEV
           END-IF.
       GET-DEMAND-END.
           EXIT.
      **************************************************************
       GET-LEAD-TIME.
           EXEC SQL
                SELECT S.SUP_LEAD_DAYS
                  INTO :RPCW-LEAD-DAYS
                  FROM OLS0002.PURCHASE_ORDER_LINE L,
                       OLS0002.PURCHASE_ORDER H,
                       OLS0002.SUPPLIER S
                 WHERE L.POLN_ITEM_NUM = :RPCW-ITEM-NUM
                   AND H.PORD_PO_NUM = L.POLN_PO_NUM
                   AND S.SUP_SUPPLIER_ID = H.PORD_SUPPLIER_ID
                 ORDER BY L.POLN_PO_NUM DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0 OR RPCW-LEAD-DAYS NOT > 0
              MOVE RPCW-DEFAULT-LEAD-DAYS TO RPCW-LEAD-DAYS
           END-IF.
       GET-LEAD-TIME-END.
           EXIT.
      **************************************************************
      * THE NEW PROPOSAL REPLACES ANY EARLIER ONE STILL PENDING, SO
      * THE BUYER ONLY EVER APPLIES THE LATEST FIGURES.
      **************************************************************
       STORE-PROPOSAL.
           EXEC SQL
                UPDATE OLS0002.REORDER_PROPOSAL
                   SET RPP_STATUS = 'X'
                 WHERE RPP_ITEM_NUM = :RPCW-ITEM-NUM
                   AND RPP_STATUS = 'P'
           END-EXEC
           EXEC SQL
                INSERT INTO OLS0002.REORDER_PROPOSAL (
                   RPP_ITEM_NUM, RPP_MONTH, RPP_BUSINESS_DT,
                   RPP_ABC_CLASS, RPP_SALES_VALUE, RPP_AVG_DAILY,
                   RPP_STD_DEV, RPP_LEAD_DAYS, RPP_SERVICE_PCT,
                   RPP_OLD_POINT, RPP_OLD_QTY, RPP_NEW_POINT,
                   RPP_NEW_QTY, RPP_STATUS, RPP_DECIDED_BY,
                   RPP_DECISION_TS)
                VALUES (
                   :RPCW-ITEM-NUM, :WS-RUN-MONTH, :RUNC-BUSINESS-DT,
                   :RPCW-ABC-CLASS, :RPCW-SALES-VALUE,
                   :RPCW-AVG-DAILY, :RPCW-STD-DEV, :RPCW-LEAD-DAYS,
                   :RPCP-SERVICE-PCT(RPCP-SUB),
                   :RPCW-OLD-POINT, :RPCW-OLD-QTY, :RPCW-NEW-POINT,
                   :RPCW-NEW-QTY, 'P', ' ', NULL)
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-ITEMS-PROPOSED
           ELSE
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
           END-IF.
       STORE-PROPOSAL-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE R1
           END-EXEC.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       WRITE-REPORT-HEADING.
           MOVE SPACES TO PROPOSAL-REPORT-LINE
           STRING
              'REORDER POINT PROPOSALS FOR REVIEW - MONTH '
                                    DELIMITED BY SIZE
              WS-RUN-MONTH          DELIMITED BY SIZE
              ' RUN '               DELIMITED BY SIZE
              WS-CURRENT-DATE       DELIMITED BY SIZE
              ' DEMAND SINCE '      DELIMITED BY SIZE
              WS-HISTORY-FROM-DT    DELIMITED BY SIZE
              INTO PROPOSAL-REPORT-LINE
           END-STRING
           WRITE PROPOSAL-REPORT-LINE
           MOVE ALL '=' TO PROPOSAL-REPORT-LINE(1:60)
           MOVE SPACES TO PROPOSAL-REPORT-LINE(61:100)
           WRITE PROPOSAL-REPORT-LINE
           MOVE 'ITM|CLASS|ITEM|NAME|SALES VALUE|AVG DAILY|STD DEV|LEAD 
      -         'DAYS|SERVICE %|OLD POINT|NEW POINT|OLD QTY|NEW QTY|STAT
      -         'US'
              TO PROPOSAL-REPORT-LINE
           WRITE PROPOSAL-REPORT-LINE
           MOVE 'CLS|CLASS|ITEMS|SALES VALUE|SHARE %|SERVICE %'
              TO PROPOSAL-REPORT-LINE
           WRITE PROPOSAL-REPORT-LINE.
       WRITE-REPORT-HEADING-END.
           EXIT.
      **************************************************************
      * THE REPORT IS BUILT FROM THE MONTH'S STORED PROPOSALS, SO A
      * RESTARTED RUN STILL REPORTS THE ITEMS THE FAILED RUN DID.
      **************************************************************
       WRITE-ITEM-REPORT.
           MOVE 'N' TO EODATA
           EXEC SQL
              DECLARE R2 CURSOR FOR
               SELECT P.RPP_ABC_CLASS, P.RPP_ITEM_NUM,
                      COALESCE(C.ITEM_NAME, ' '),
                      P.RPP_SALES_VALUE, P.RPP_AVG_DAILY,
                      P.RPP_STD_DEV, P.RPP_LEAD_DAYS,
                      P.RPP_SERVICE_PCT, P.RPP_OLD_POINT,
                      P.RPP_NEW_POINT, P.RPP_OLD_QTY, P.RPP_NEW_QTY,
                      P.RPP_STATUS
                 FROM OLS0002.REORDER_PROPOSAL P
                 LEFT OUTER JOIN OLS0002.ITEM_CATALOG C
                   ON C.ITEM_NUM = P.RPP_ITEM_NUM
                WHERE P.RPP_MONTH = :WS-RUN-MONTH
                ORDER BY 1, 4 DESC, 2
           END-EXEC
           EXEC SQL
              OPEN R2
           END-EXEC
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END
           PERFORM FETCH-ITEM THRU FETCH-ITEM-END
           PERFORM WRITE-ITEM-LINE THRU WRITE-ITEM-LINE-END
              UNTIL EODATA = 'Y'
           EXEC SQL
              CLOSE R2
           END-EXEC.
       WRITE-ITEM-REPORT-END.
           EXIT.
      **************************************************************
       FETCH-ITEM.
           IF EODATA = 'Y'
              GO TO FETCH-ITEM-END
           END-IF
           EXEC SQL
                FETCH R2 INTO
                  :RPCG-ABC-CLASS, :RPCG-ITEM-NUM, :RPCG-ITEM-NAME,
                  :RPCG-SALES-VALUE, :RPCG-AVG-DAILY,
                  :RPCG-STD-DEV, :RPCG-LEAD-DAYS,
                  :RPCG-SERVICE-PCT, :RPCG-OLD-POINT,
                  :RPCG-NEW-POINT, :RPCG-OLD-QTY, :RPCG-NEW-QTY,
                  :RPCG-STATUS
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       FETCH-ITEM-END.
           EXIT.
      **************************************************************
       WRITE-ITEM-LINE.
           MOVE RPCG-ITEM-NUM     TO WS-ITEM-NUM-ED
           MOVE RPCG-SALES-VALUE  TO WS-AMT-ED
           MOVE RPCG-AVG-DAILY    TO WS-RATE-ED(1)
           MOVE RPCG-STD-DEV      TO WS-RATE-ED(2)
           MOVE RPCG-LEAD-DAYS    TO WS-DAYS-ED
           MOVE RPCG-SERVICE-PCT  TO WS-PCT-ED(1)
           MOVE RPCG-OLD-POINT    TO WS-QTY-ED(1)
           MOVE RPCG-NEW-POINT    TO WS-QTY-ED(2)
           MOVE RPCG-OLD-QTY      TO WS-QTY-ED(3)
           MOVE RPCG-NEW-QTY      TO WS-QTY-ED(4)
           MOVE SPACES TO PROPOSAL-REPORT-LINE
           STRING
              'ITM'                 DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              RPCG-ABC-CLASS        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-ITEM-NUM-ED        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              RPCG-ITEM-NAME        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMT-ED             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-RATE-ED(1)         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-RATE-ED(2)         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-DAYS-ED            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-PCT-ED(1)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-QTY-ED(1)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-QTY-ED(2)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-QTY-ED(3)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-QTY-ED(4)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              RPCG-STATUS           DELIMITED BY SIZE
              INTO PROPOSAL-REPORT-LINE
           END-STRING
           WRITE PROPOSAL-REPORT-LINE
           PERFORM FETCH-ITEM THRU FETCH-ITEM-END.
       WRITE-ITEM-LINE-END.
           EXIT.
      **************************************************************
       WRITE-CLASS-TOTALS.
           MOVE 'N' TO EODATA
           EXEC SQL
              DECLARE R3 CURSOR FOR
               SELECT RPP_ABC_CLASS, COUNT(*), SUM(RPP_SALES_VALUE),
                      MAX(RPP_SERVICE_PCT)
                 FROM OLS0002.REORDER_PROPOSAL
                WHERE RPP_MONTH = :WS-RUN-MONTH
                GROUP BY RPP_ABC_CLASS
                ORDER BY 1
           END-EXEC
           EXEC SQL
              OPEN R3
           END-EXEC
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END
           PERFORM FETCH-CLASS THRU FETCH-CLASS-END
           PERFORM WRITE-CLASS-LINE THRU WRITE-CLASS-LINE-END
              UNTIL EODATA = 'Y'
           EXEC SQL
              CLOSE R3
           END-EXEC.
       WRITE-CLASS-TOTALS-END.
           EXIT.
      **************************************************************
       FETCH-CLASS.
           IF EODATA = 'Y'
              GO TO FETCH-CLASS-END
           END-IF
           EXEC SQL
                FETCH R3 INTO
                  :RPCG-ABC-CLASS, :RPCG-ITEMS, :RPCG-SALES-VALUE,
                  :RPCG-SERVICE-PCT
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       FETCH-CLASS-END.
           EXIT.
      **************************************************************
       WRITE-CLASS-LINE.
           MOVE 0 TO RPCG-SHARE-PCT
           IF RPCW-TOTAL-SALES > 0
              COMPUTE RPCG-SHARE-PCT ROUNDED =
                 RPCG-SALES-VALUE * 100 / RPCW-TOTAL-SALES
           END-IF
           MOVE RPCG-ITEMS        TO WS-CNT-ED
           MOVE RPCG-SALES-VALUE  TO WS-AMT-ED
           MOVE RPCG-SHARE-PCT    TO WS-PCT-ED(1)
           MOVE RPCG-SERVICE-PCT  TO WS-PCT-ED(2)
           MOVE SPACES TO PROPOSAL-REPORT-LINE
           STRING
              'CLS'                 DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              RPCG-ABC-CLASS        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CNT-ED             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMT-ED             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-PCT-ED(1)          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-PCT-ED(2)          DELIMITED BY SIZE
              INTO PROPOSAL-REPORT-LINE
           END-STRING
           WRITE PROPOSAL-REPORT-LINE
           PERFORM FETCH-CLASS THRU FETCH-CLASS-END.
       WRITE-CLASS-LINE-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE PROPOSAL-REPORT-FILE.
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
           DISPLAY 'RPCLCS9 SQL ERROR FOR ITEM ' RPCW-ITEM-NUM
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
                  DISPLAY 'RPCLCS9 SQL ERROR. SQLCODE: ' TXT-SQLCODE
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
           MOVE WS-ITEMS-PROPOSED TO RUNC-RECORDS
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
