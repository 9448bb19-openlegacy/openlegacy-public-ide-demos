      * BACK) AND RECORDS IT ON OLS0002.ITEM_RETURN WITH A REASON
      * CODE. THE RETRCS9 RECEIPT STEP PUTS THE STOCK BACK ON THE
      * SHELF WHEN IT PHYSICALLY ARRIVES.
      * THE SALES TAX COLLECTED ON THE ORDER IS REFUNDED IN
      * PROPORTION TO THE QUANTITY COMING BACK. THE SHARE IS FIXED
      * AT AUTHORIZATION ON RET_TAX_AMOUNT, ROUNDED TO THE CENT,
      * AND THE RETURN THAT BRINGS BACK THE LAST OF THE ORDER
      * TAKES WHATEVER TAX IS LEFT, SO ROUNDING ACROSS SEVERAL
      * PARTIAL RETURNS NEVER REFUNDS MORE OR LESS THAN WAS
      * COLLECTED. THE REFUND IS DUE WHEN RETRCS9 RECEIVES THE
      * GOODS, AND SLTXCS9 NETS IT OFF THE MONTH'S TAX.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. RETACS9.
           10 RET_QTY              PIC S9(7) USAGE COMP.
           10 RET_REASON           PIC X(2).
           10 RET_STATUS           PIC X(1).
           10 RET_TAX_AMOUNT       PIC S9(11)V9(3) USAGE COMP-3.
      **************************************************************
        01 RETURN-WS.
            07 RETW-ORDER-NUM       PIC S9(9) USAGE COMP.
            07 ORDW-ITEM-NUM        PIC S9(8) USAGE COMP.
            07 ORDW-QTY             PIC S9(7) USAGE COMP.
            07 ORDW-STATUS          PIC X(1).
            07 ORDW-TAX-AMOUNT      PIC S9(11)V9(3) USAGE COMP-3.
        01 RETW-ALREADY-AUTH         PIC S9(7) COMP VALUE 0.
        01 RETW-ALREADY-TAX          PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 RETW-TAX-AMOUNT           PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 RETW-TAX-CENTS            PIC S9(11)V9(2) COMP-3 VALUE 0.
        01 WS-NEXT-RETURN-ID         PIC S9(9) COMP VALUE 0.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
              88 RTCD-QTY-EXCEEDS-ORDER         VALUE 4.
              88 RTCD-SQL-ERROR                 VALUE 5.
            05 RT-MSG                          PIC X(60).
            05 RETO-TAX-REFUND                  PIC S9(11)V9(3) COMP-3.
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
              PERFORM CHECK-QUANTITY THRU CHECK-QUANTITY-END
           END-IF
           IF RTCD-OK
              PERFORM COMPUTE-TAX-REFUND THRU COMPUTE-TAX-REFUND-END
              PERFORM DO-AUTHORIZE THRU DO-AUTHORIZE-END
           END-IF
           GOBACK.
      **************************************************************
       FETCH-ORDER.
            EXEC SQL
                 SELECT ORD_ITEM_NUM, ORD_QTY, ORD_STATUS,
                        COALESCE(ORD_TAX_AMOUNT, 0)
                   INTO :ORDW-ITEM-NUM, :ORDW-QTY, :ORDW-STATUS,
                        :ORDW-TAX-AMOUNT
                   FROM OLS0002.ITEM_ORDER
                  WHERE ORD_ORDER_NUM = :RETW-ORDER-NUM
            END-EXEC
            END-IF.
       CHECK-QUANTITY-END.
           EXIT.
      **************************************************************
      * COMPUTE-TAX-REFUND - THE RETURN'S SHARE OF THE ORDER'S
      * TAX. THE FINAL RETURN ON THE ORDER TAKES THE REMAINDER.
      **************************************************************
       COMPUTE-TAX-REFUND.
            MOVE 0 TO RETW-TAX-AMOUNT
            IF ORDW-TAX-AMOUNT NOT > 0
               GO TO COMPUTE-TAX-REFUND-END
            END-IF
            MOVE 0 TO RETW-ALREADY-TAX
            EXEC SQL
                 SELECT COALESCE(SUM(RET_TAX_AMOUNT), 0)
                   INTO :RETW-ALREADY-TAX
                   FROM OLS0002.ITEM_RETURN
                  WHERE RET_ORDER_NUM = :RETW-ORDER-NUM
            END-EXEC
            IF RETW-QTY + RETW-ALREADY-AUTH = ORDW-QTY
               COMPUTE RETW-TAX-AMOUNT =
                  ORDW-TAX-AMOUNT - RETW-ALREADY-TAX
            ELSE
               COMPUTE RETW-TAX-CENTS ROUNDED =
                  ORDW-TAX-AMOUNT * RETW-QTY / ORDW-QTY
               MOVE RETW-TAX-CENTS TO RETW-TAX-AMOUNT
            END-IF
            IF RETW-TAX-AMOUNT < 0
               MOVE 0 TO RETW-TAX-AMOUNT
            END-IF.
       COMPUTE-TAX-REFUND-END.
           EXIT.
      **************************************************************
       DO-AUTHORIZE.
            MOVE 0 TO WS-NEXT-RETURN-ID
                 INSERT INTO OLS0002.ITEM_RETURN (
                    RET_RETURN_ID, RET_ORDER_NUM, RET_ITEM_NUM,
                    RET_QTY, RET_REASON, RET_STATUS,
                    RET_AUTH_DT, RET_RECEIVED_DT, RET_USERID,
                    RET_TAX_AMOUNT)
                 VALUES (
                    :WS-NEXT-RETURN-ID, :RETW-ORDER-NUM,
                    :ORDW-ITEM-NUM, :RETW-QTY, :RETW-REASON, 'A',
                    :WS-CURRENT-DATE, 0, :EIBUSERID,
                    :RETW-TAX-AMOUNT)
            END-EXEC
            IF SQLCODE = 0
               MOVE WS-NEXT-RETURN-ID TO RETO-RETURN-ID
               MOVE RETW-TAX-AMOUNT TO RETO-TAX-REFUND
               MOVE 'SUCCESSFUL RETURN AUTHORIZATION' TO RT-MSG
               DISPLAY 'RETURN = ' WS-NEXT-RETURN-ID
            ELSE
