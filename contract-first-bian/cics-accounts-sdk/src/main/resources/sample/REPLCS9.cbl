      * (PURCHSGG) FOR THE BUYING TEAM, WITH A SUMMARY OF ITEMS
      * BELOW POINT AND TOTAL SUGGESTED SPEND AT CURRENT UNIT
      * PRICES.
      * STOCK ALREADY ON ORDER IS NETTED OFF TOO - THE QUANTITY
      * STILL OUTSTANDING ON OPEN PURCHASE ORDER LINES (POGNCS9)
      * AND ON SUGGESTIONS APPROVED BUT NOT YET ORDERED - SO AN
      * ITEM IS NOT SUGGESTED AGAIN EVERY NIGHT UNTIL ITS
      * DELIVERY ARRIVES. EACH SUGGESTION IS WRITTEN PENDING
      * ('S') FOR A BUYER TO APPROVE OR REJECT THROUGH PSGACS9,
      * AND REPLACES ('X') ANY OLDER SUGGESTION FOR THE ITEM
      * STILL PENDING, SO THE BUYER ONLY EVER SEES TODAY'S FIGURE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. REPLCS9.
            07 ACTW-REORDER-QTY       PIC S9(7) USAGE COMP.
      **************************************************************
        01 WS-BACKORDER-QTY                PIC S9(7) COMP VALUE 0.
        01 WS-ON-ORDER-QTY                 PIC S9(7) COMP VALUE 0.
        01 WS-APPROVED-QTY                 PIC S9(7) COMP VALUE 0.
        01 WS-SUGGESTED-QTY                PIC S9(7) COMP VALUE 0.
        01 WS-SUGGEST-DT                   PIC 9(8)  VALUE 0.
        01 WS-LINE-COST                    PIC S9(11)V9(2) COMP-3
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-BACKORDER-QTY
           END-IF
           MOVE 0 TO WS-ON-ORDER-QTY
           EXEC SQL
                SELECT COALESCE(SUM(POLN_ORDER_QTY
                                    - POLN_RECEIVED_QTY), 0)
                  INTO :WS-ON-ORDER-QTY
                  FROM OLS0002.PURCHASE_ORDER_LINE
                 WHERE POLN_ITEM_NUM = :ACTW-ITEM-NUM
                   AND POLN_STATUS IN ('O', 'P')
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-ON-ORDER-QTY
           END-IF
           MOVE 0 TO WS-APPROVED-QTY
           EXEC SQL
                SELECT COALESCE(SUM(PSG_APPROVED_QTY), 0)
                  INTO :WS-APPROVED-QTY
                  FROM OLS0002.PURCHASE_SUGGESTION
                 WHERE PSG_ITEM_NUM = :ACTW-ITEM-NUM
                   AND PSG_STATUS = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-APPROVED-QTY
           END-IF
           COMPUTE WS-SUGGESTED-QTY =
              ACTW-REORDER-QTY - ACTW-ON-HAND-QTY
                 + WS-BACKORDER-QTY - WS-ON-ORDER-QTY
                 - WS-APPROVED-QTY
           IF WS-SUGGESTED-QTY < 0
              MOVE 0 TO WS-SUGGESTED-QTY
           END-IF
      * OLS0002.PURCHASE_SUGGESTION AS WELL AS ON THE FILE, SO
      * THE GRCPCS9 GOODS-RECEIPT INTAKE CAN REPORT RECEIVED
      * VERSUS SUGGESTED AND SHORT DELIVERIES STOP BEING
      * INVISIBLE. AN OLDER SUGGESTION STILL PENDING FOR THE ITEM
      * IS REPLACED BY TODAY'S, WHICH GOES IN PENDING APPROVAL -
      * UNLESS WHAT IS ALREADY ON ORDER COVERS IT, IN WHICH CASE
      * THERE IS NOTHING FOR THE BUYER TO APPROVE.
      **************************************************************
       RECORD-SUGGESTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SUGGEST-DT
           EXEC SQL
                UPDATE OLS0002.PURCHASE_SUGGESTION
                   SET PSG_STATUS = 'X'
                 WHERE PSG_ITEM_NUM = :ACTW-ITEM-NUM
                   AND PSG_STATUS = 'S'
                   AND PSG_SUGGEST_DT < :WS-SUGGEST-DT
           END-EXEC
           IF WS-SUGGESTED-QTY = 0
              GO TO RECORD-SUGGESTION-END
           END-IF
           EXEC SQL
                INSERT INTO OLS0002.PURCHASE_SUGGESTION (
                   PSG_ITEM_NUM, PSG_SUGGEST_DT, PSG_SUGGESTED_QTY,
                   PSG_STATUS, PSG_SUPPLIER_ID, PSG_APPROVED_QTY,
                   PSG_UNIT_COST, PSG_APPROVED_BY, PSG_PO_NUM)
                VALUES (
                   :ACTW-ITEM-NUM, :WS-SUGGEST-DT,
                   :WS-SUGGESTED-QTY, 'S', ' ', 0, 0, ' ', 0)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TXT-SQLCODE
