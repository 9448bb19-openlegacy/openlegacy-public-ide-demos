      **************************************************************
      * ITMUCS9 - UPDATE A CATALOG ITEM FOR CICS AND DB2.
      * CHANGES AN ITEM'S NAME, DESCRIPTION, WEIGHT, UNIT PRICE,
      * BACKORDER FLAG AND CATEGORY IN OLS0002.ITEM_CATALOG,
      * WRITING THE BEFORE AND AFTER IMAGES TO THE ITEM AUDIT
      * TABLE (OLS0002.ITEM_AUDIT) - THE CATALOG IS NO LONGER
      * MAINTAINED WITH RAW SQL IN PRODUCTION. THE REORDER POINT,
      * REORDER QUANTITY AND CATEGORY ARE AUDITED TOO, SO A MANUAL
      * CHANGE SHOWS BESIDE THOSE APPLIED FROM THE MONTHLY
      * PROPOSALS (RPPACS9) AND A RECLASSIFICATION THAT MOVES THE
      * ITEM'S GL ACCOUNTS CAN BE TRACED. THE ON-HAND QUANTITY IS
      * NOT CHANGED HERE: THE CATALOG TOTAL IS THE SUM OF THE
      * WAREHOUSE STOCK ROWS AND MOVES ONLY WITH THEM, THROUGH A
      * COUNTED VARIANCE (CYCCCS9/CYCACS9) POSTED TO A NAMED
      * WAREHOUSE. THE QUANTITY ON THE INPUT IS IGNORED.
      * SEE ALSO ITMACS9 (ADD) AND ITMDCS9 (DEACTIVATE).
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ITMUCS9.
           10 ITEM_ACTIVE          PIC X(1).
           10 ITEM_REORDER_POINT   PIC S9(7) USAGE COMP.
           10 ITEM_REORDER_QTY     PIC S9(7) USAGE COMP.
           10 ITEM_CATEGORY        PIC X(4).
      **************************************************************
        01 ITEM-WS.
            07 ACTW-ITEM-NUM          PIC S9(8) USAGE COMP.
            07 ACTW-BACKORDER-FLAG    PIC X(1).
            07 ACTW-REORDER-POINT     PIC S9(7) USAGE COMP.
            07 ACTW-REORDER-QTY       PIC S9(7) USAGE COMP.
            07 ACTW-ITEM-CATEGORY     PIC X(4).
      **************************************************************
        01 OLD-ITEM-WS.
            07 ACTW-OLD-NAME          PIC X(16).
            07 ACTW-OLD-UNIT-PRICE    PIC S9(7)V9(2) USAGE COMP-3.
            07 ACTW-OLD-ON-HAND-QTY   PIC S9(7) USAGE COMP.
            07 ACTW-OLD-ACTIVE        PIC X(1).
            07 ACTW-OLD-REORDER-POINT PIC S9(7) USAGE COMP.
            07 ACTW-OLD-REORDER-QTY   PIC S9(7) USAGE COMP.
            07 ACTW-OLD-CATEGORY      PIC X(4).
      **************************************************************
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
      *    MEANS THE ITEM IS NOT REPLENISHMENT-MANAGED.
            05 ACTI-REORDER-POINT               PIC S9(7) COMP.
            05 ACTI-REORDER-QTY                 PIC S9(7) COMP.
      *    THE CATEGORY GROUPS THE ITEM ON THE MONTH-END INVENTORY
      *    VALUATION (INVVCS9) AND PICKS ITS GL ACCOUNTS; BLANK
      *    FALLS UNDER THE HOUSE DEFAULT CATEGORY.
            05 ACTI-ITEM-CATEGORY               PIC X(4).
        01 ITEM-OUT.
            05 ACTO-ITEM-NUM                    PIC S9(8) COMP.
            05 RTCD                             PIC S9.
            MOVE ACTI-BACKORDER-FLAG    TO ACTW-BACKORDER-FLAG
            MOVE ACTI-REORDER-POINT     TO ACTW-REORDER-POINT
            MOVE ACTI-REORDER-QTY       TO ACTW-REORDER-QTY
            MOVE ACTI-ITEM-CATEGORY     TO ACTW-ITEM-CATEGORY
            MOVE ACTI-ITEM-NUM          TO ACTO-ITEM-NUM
            IF ACTW-ITEM-NAME = SPACES
               SET RTCD-INVALID-NAME TO TRUE
            EXEC SQL
                 SELECT ITEM_NAME, ITEM_DESCRIPTION, ITEM_WEIGHT,
                        ITEM_UNIT_PRICE, ITEM_ON_HAND_QTY,
                        ITEM_ACTIVE, ITEM_REORDER_POINT,
                        ITEM_REORDER_QTY, ITEM_CATEGORY
                   INTO :ACTW-OLD-NAME, :ACTW-OLD-DESCRIPTION,
                        :ACTW-OLD-WEIGHT, :ACTW-OLD-UNIT-PRICE,
                        :ACTW-OLD-ON-HAND-QTY, :ACTW-OLD-ACTIVE,
                        :ACTW-OLD-REORDER-POINT, :ACTW-OLD-REORDER-QTY,
                        :ACTW-OLD-CATEGORY
                   FROM OLS0002.ITEM_CATALOG
                  WHERE ITEM_NUM = :ACTW-ITEM-NUM
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-ITEM-NOT-FOUND TO TRUE
               MOVE 'NOT UPDATED - ITEM NOT FOUND' TO RT-MSG
            END-IF
            MOVE ACTW-OLD-ON-HAND-QTY TO ACTW-ON-HAND-QTY.
       FETCH-OLD-ITEM-END.
           EXIT.
      **************************************************************
                        ITEM_DESCRIPTION = :ACTW-ITEM-DESCRIPTION,
                        ITEM_WEIGHT = :ACTW-ITEM-WEIGHT,
                        ITEM_UNIT_PRICE = :ACTW-UNIT-PRICE,
                        ITEM_BACKORDER_FLAG = :ACTW-BACKORDER-FLAG,
                        ITEM_REORDER_POINT = :ACTW-REORDER-POINT,
                        ITEM_REORDER_QTY = :ACTW-REORDER-QTY,
                        ITEM_CATEGORY = :ACTW-ITEM-CATEGORY
                  WHERE ITEM_NUM = :ACTW-ITEM-NUM
            END-EXEC
            IF SQLCODE = 0
                    IAUD_OLD_ON_HAND_QTY, IAUD_OLD_ACTIVE,
                    IAUD_NEW_NAME, IAUD_NEW_DESCRIPTION,
                    IAUD_NEW_WEIGHT, IAUD_NEW_UNIT_PRICE,
                    IAUD_NEW_ON_HAND_QTY, IAUD_NEW_ACTIVE,
                    IAUD_OLD_REORDER_POINT, IAUD_NEW_REORDER_POINT,
                    IAUD_OLD_REORDER_QTY, IAUD_NEW_REORDER_QTY,
                    IAUD_OLD_CATEGORY, IAUD_NEW_CATEGORY)
                 VALUES (
                    :ACTW-ITEM-NUM, 'UPDATE', :EIBUSERID,
                    CURRENT TIMESTAMP,
                    :ACTW-OLD-ON-HAND-QTY, :ACTW-OLD-ACTIVE,
                    :ACTW-ITEM-NAME, :ACTW-ITEM-DESCRIPTION,
                    :ACTW-ITEM-WEIGHT, :ACTW-UNIT-PRICE,
                    :ACTW-ON-HAND-QTY, :ACTW-OLD-ACTIVE,
                    :ACTW-OLD-REORDER-POINT, :ACTW-REORDER-POINT,
                    :ACTW-OLD-REORDER-QTY, :ACTW-REORDER-QTY,
                    :ACTW-OLD-CATEGORY, :ACTW-ITEM-CATEGORY)
            END-EXEC.
       ITEM-AUDIT-END.
           EXIT.
