      * THE WAY THE ACCOUNT PROGRAMS WRITE ACCOUNT2_AUDIT. THE
      * CATALOG IS MAINTAINED BY ITMACS9 (ADD), ITMUCS9 (UPDATE)
      * AND ITMDCS9 (DEACTIVATE - HISTORY SURVIVES, NO HARD
      * DELETE). THE ITEM'S CATEGORY IS SET HERE FOR THE
      * MONTH-END INVENTORY VALUATION (INVVCS9).
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ITMACS9.
           10 ITEM_ON_HAND_QTY     PIC S9(7) USAGE COMP.
           10 ITEM_BACKORDER_FLAG  PIC X(1).
           10 ITEM_ACTIVE          PIC X(1).
           10 ITEM_CATEGORY        PIC X(4).
      **************************************************************
        01 ITEM-WS.
            07 ACTW-ITEM-NUM          PIC S9(8) USAGE COMP.
            07 ACTW-ITEM-WEIGHT       PIC S9(4) USAGE COMP.
            07 ACTW-UNIT-PRICE        PIC S9(7)V9(2) USAGE COMP-3.
            07 ACTW-ON-HAND-QTY       PIC S9(7) USAGE COMP.
            07 ACTW-ITEM-CATEGORY     PIC X(4).
      **************************************************************
        01 DUP-COUNT                PIC S9(4) COMP VALUE 0.
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
            05 ACTI-ITEM-WEIGHT                 PIC S9(4) COMP.
            05 ACTI-UNIT-PRICE                  PIC S9(7)V9(2) COMP-3.
            05 ACTI-ON-HAND-QTY                 PIC S9(7) COMP.
      *    THE CATEGORY GROUPS THE ITEM ON THE MONTH-END INVENTORY
      *    VALUATION (INVVCS9) AND PICKS ITS GL ACCOUNTS; BLANK
      *    FALLS UNDER THE HOUSE DEFAULT CATEGORY.
            05 ACTI-ITEM-CATEGORY               PIC X(4).
        01 ITEM-OUT.
            05 ACTO-ITEM-NUM                    PIC S9(8) COMP.
            05 RTCD                             PIC S9.
            MOVE ACTI-ITEM-WEIGHT       TO ACTW-ITEM-WEIGHT
            MOVE ACTI-UNIT-PRICE        TO ACTW-UNIT-PRICE
            MOVE ACTI-ON-HAND-QTY       TO ACTW-ON-HAND-QTY
            MOVE ACTI-ITEM-CATEGORY     TO ACTW-ITEM-CATEGORY
            MOVE ACTI-ITEM-NUM          TO ACTO-ITEM-NUM
            IF ACTW-ITEM-NUM NOT > 0
               SET RTCD-INVALID-ITEM-NUM TO TRUE
                     ITEM_UNIT_PRICE,
                     ITEM_ON_HAND_QTY,
                     ITEM_BACKORDER_FLAG,
                     ITEM_ACTIVE,
                     ITEM_CATEGORY)
                  VALUES (
                     :ACTW-ITEM-NUM,
                     :ACTW-ITEM-NAME,
                     :ACTW-UNIT-PRICE,
                     :ACTW-ON-HAND-QTY,
                     'N',
                     'Y',
                     :ACTW-ITEM-CATEGORY)
            END-EXEC
            IF SQLCODE = 0
               MOVE 'SUCCESSFUL ITEM ADD' TO RT-MSG
