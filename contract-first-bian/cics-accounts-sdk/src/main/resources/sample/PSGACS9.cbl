CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * PSGACS9 - APPROVE OR REJECT A PURCHASE SUGGESTION FOR CICS
      * AND DB2.
      * REPLCS9 WRITES EACH NIGHT'S SUGGESTIONS TO
      * OLS0002.PURCHASE_SUGGESTION AS PENDING ('S'). A BUYER
      * REVIEWS ONE HERE: APPROVAL ('A') NAMES THE ACTIVE SUPPLIER
      * ON OLS0002.SUPPLIER IT IS TO BE BOUGHT FROM, THE AGREED
      * UNIT COST, AND THE QUANTITY TO ORDER (ZERO TAKES THE
      * SUGGESTED QUANTITY AS IT STANDS); REJECTION ('R') CLOSES
      * THE SUGGESTION WITHOUT AN ORDER. ZERO IN THE SUGGESTION
      * DATE PICKS THE ITEM'S LATEST PENDING SUGGESTION. THE
      * UPDATE IS GUARDED ON THE ROW STILL BEING PENDING, SO TWO
      * BUYERS CANNOT BOTH ACT ON IT, AND STAMPS THE BUYER'S CICS
      * USERID. THE NEXT POGNCS9 RUN TURNS EVERY APPROVED
      * SUGGESTION INTO A PURCHASE ORDER LINE ('P').
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PSGACS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLPURCHSUGG.
           10 PSG_ITEM_NUM         PIC S9(8) USAGE COMP.
           10 PSG_SUGGEST_DT       PIC X(8).
           10 PSG_SUGGESTED_QTY    PIC S9(7) USAGE COMP.
           10 PSG_STATUS           PIC X(1).
           10 PSG_SUPPLIER_ID      PIC X(8).
           10 PSG_APPROVED_QTY     PIC S9(7) USAGE COMP.
           10 PSG_UNIT_COST        PIC S9(7)V9(2) USAGE COMP-3.
           10 PSG_APPROVED_BY      PIC X(8).
           10 PSG_PO_NUM           PIC S9(9) USAGE COMP.
      **************************************************************
        01 SUGGESTION-WS.
            07 PSGW-ITEM-NUM          PIC S9(8) USAGE COMP.
            07 PSGW-SUGGEST-DT        PIC 9(8).
            07 PSGW-SUGGESTED-QTY     PIC S9(7) USAGE COMP.
            07 PSGW-STATUS            PIC X(1).
            07 PSGW-ACTION            PIC X(1).
              88 PSGW-APPROVE         VALUE 'A'.
              88 PSGW-REJECT          VALUE 'R'.
            07 PSGW-SUPPLIER-ID       PIC X(8).
            07 PSGW-APPROVED-QTY      PIC S9(7) USAGE COMP.
            07 PSGW-UNIT-COST         PIC S9(7)V9(2) USAGE COMP-3.
        01 PSGW-SUPPLIER-STATUS      PIC X(1).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 PSGI-ITEM-NUM                    PIC S9(8) COMP.
      *    ZERO PICKS THE ITEM'S LATEST PENDING SUGGESTION.
            05 PSGI-SUGGEST-DT                  PIC 9(8).
            05 PSGI-ACTION                      PIC X(1).
            05 PSGI-SUPPLIER-ID                 PIC X(8).
      *    ZERO ORDERS THE SUGGESTED QUANTITY.
            05 PSGI-APPROVED-QTY                PIC S9(7) COMP.
            05 PSGI-UNIT-COST                   PIC S9(7)V9(2) COMP-3.
        01 SUGGESTION-OUT.
            05 PSGO-ITEM-NUM                    PIC S9(8) COMP.
            05 PSGO-SUGGEST-DT                  PIC 9(8).
            05 PSGO-APPROVED-QTY                PIC S9(7) COMP.
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-INVALID-DATA              VALUE 1.
              88 RTCD-NOT-FOUND                 VALUE 2.
              88 RTCD-NOT-PENDING               VALUE 3.
              88 RTCD-SUPPLIER-NOT-ACTIVE       VALUE 4.
              88 RTCD-SQL-ERROR                 VALUE 5.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK
              PERFORM FETCH-SUGGESTION THRU FETCH-SUGGESTION-END
           END-IF
           IF RTCD-OK AND PSGW-APPROVE
              PERFORM CHECK-SUPPLIER THRU CHECK-SUPPLIER-END
           END-IF
           IF RTCD-OK
              PERFORM DO-UPDATE THRU DO-UPDATE-END
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO SUGGESTION-OUT
            SET RTCD-OK TO TRUE
            MOVE PSGI-ITEM-NUM TO PSGW-ITEM-NUM
            MOVE PSGI-SUGGEST-DT TO PSGW-SUGGEST-DT
            MOVE PSGI-ACTION TO PSGW-ACTION
            MOVE PSGI-SUPPLIER-ID TO PSGW-SUPPLIER-ID
            MOVE PSGI-APPROVED-QTY TO PSGW-APPROVED-QTY
            MOVE PSGI-UNIT-COST TO PSGW-UNIT-COST
            MOVE PSGI-ITEM-NUM TO PSGO-ITEM-NUM
            DISPLAY 'ITEM-NUM = ' PSGW-ITEM-NUM
            IF NOT PSGW-APPROVE AND NOT PSGW-REJECT
               SET RTCD-INVALID-DATA TO TRUE
               MOVE 'NOT UPDATED - ACTION MUST BE A OR R' TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF PSGW-REJECT
               MOVE SPACES TO PSGW-SUPPLIER-ID
               MOVE 0 TO PSGW-APPROVED-QTY
               MOVE 0 TO PSGW-UNIT-COST
               GO TO GET-INPUT-END
            END-IF
            IF PSGW-SUPPLIER-ID = SPACES
               OR PSGW-UNIT-COST NOT > 0
               OR PSGW-APPROVED-QTY < 0
               SET RTCD-INVALID-DATA TO TRUE
               MOVE 'NOT APPROVED - SUPPLIER AND UNIT COST REQUIRED'
                  TO RT-MSG
            END-IF.
       GET-INPUT-END.
           EXIT.
      **************************************************************
      * A ZERO DATE RESOLVES TO THE LATEST PENDING SUGGESTION FOR
      * THE ITEM; A DATE GIVEN MUST NAME A SUGGESTION STILL
      * PENDING.
      **************************************************************
       FETCH-SUGGESTION.
            IF PSGW-SUGGEST-DT = 0
               EXEC SQL
                    SELECT MAX(PSG_SUGGEST_DT)
                      INTO :PSGW-SUGGEST-DT
                      FROM OLS0002.PURCHASE_SUGGESTION
                     WHERE PSG_ITEM_NUM = :PSGW-ITEM-NUM
                       AND PSG_STATUS = 'S'
               END-EXEC
               IF SQLCODE NOT = 0
                  SET RTCD-NOT-FOUND TO TRUE
                  MOVE 'NOT UPDATED - NO PENDING SUGGESTION FOR ITEM'
                     TO RT-MSG
                  GO TO FETCH-SUGGESTION-END
               END-IF
            END-IF
            MOVE PSGW-SUGGEST-DT TO PSGO-SUGGEST-DT
            EXEC SQL
                 SELECT PSG_SUGGESTED_QTY, PSG_STATUS
                   INTO :PSGW-SUGGESTED-QTY, :PSGW-STATUS
                   FROM OLS0002.PURCHASE_SUGGESTION
                  WHERE PSG_ITEM_NUM = :PSGW-ITEM-NUM
                    AND PSG_SUGGEST_DT = :PSGW-SUGGEST-DT
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-NOT-FOUND TO TRUE
               MOVE 'NOT UPDATED - SUGGESTION NOT FOUND' TO RT-MSG
               GO TO FETCH-SUGGESTION-END
            END-IF
            IF PSGW-STATUS NOT = 'S'
               SET RTCD-NOT-PENDING TO TRUE
               MOVE 'NOT UPDATED - SUGGESTION ALREADY ACTIONED'
                  TO RT-MSG
               GO TO FETCH-SUGGESTION-END
            END-IF
            IF PSGW-APPROVE AND PSGW-APPROVED-QTY = 0
               MOVE PSGW-SUGGESTED-QTY TO PSGW-APPROVED-QTY
            END-IF
            IF PSGW-APPROVE AND PSGW-APPROVED-QTY NOT > 0
               SET RTCD-INVALID-DATA TO TRUE
               MOVE 'NOT APPROVED - NOTHING TO ORDER' TO RT-MSG
            END-IF.
       FETCH-SUGGESTION-END.
           EXIT.
      **************************************************************
       CHECK-SUPPLIER.
            MOVE SPACES TO PSGW-SUPPLIER-STATUS
            EXEC SQL
                 SELECT SUP_STATUS
                   INTO :PSGW-SUPPLIER-STATUS
                   FROM OLS0002.SUPPLIER
                  WHERE SUP_SUPPLIER_ID = :PSGW-SUPPLIER-ID
            END-EXEC
            IF SQLCODE NOT = 0
               OR PSGW-SUPPLIER-STATUS NOT = 'A'
               SET RTCD-SUPPLIER-NOT-ACTIVE TO TRUE
               MOVE 'NOT APPROVED - SUPPLIER NOT ACTIVE ON MASTER'
                  TO RT-MSG
            END-IF.
       CHECK-SUPPLIER-END.
           EXIT.
      **************************************************************
       DO-UPDATE.
            EXEC SQL
                 UPDATE OLS0002.PURCHASE_SUGGESTION
                    SET PSG_STATUS = :PSGW-ACTION,
                        PSG_SUPPLIER_ID = :PSGW-SUPPLIER-ID,
                        PSG_APPROVED_QTY = :PSGW-APPROVED-QTY,
                        PSG_UNIT_COST = :PSGW-UNIT-COST,
                        PSG_APPROVED_BY = :EIBUSERID
                  WHERE PSG_ITEM_NUM = :PSGW-ITEM-NUM
                    AND PSG_SUGGEST_DT = :PSGW-SUGGEST-DT
                    AND PSG_STATUS = 'S'
            END-EXEC
            IF SQLCODE = 0
               MOVE PSGW-APPROVED-QTY TO PSGO-APPROVED-QTY
               IF PSGW-APPROVE
                  MOVE 'SUCCESSFUL SUGGESTION APPROVAL' TO RT-MSG
               ELSE
                  MOVE 'SUCCESSFUL SUGGESTION REJECTION' TO RT-MSG
               END-IF
            ELSE
               IF SQLCODE = 100
                  SET RTCD-NOT-PENDING TO TRUE
                  MOVE 'NOT UPDATED - SUGGESTION ALREADY ACTIONED'
                     TO RT-MSG
               ELSE
                  SET RTCD-SQL-ERROR TO TRUE
                  MOVE SQLCODE TO TXT-SQLCODE
                  MOVE SQLSTATE TO TXT-SQLSTATE
                  MOVE SQLERRMC TO TXT-SQLERRMC
                  MOVE 'NOT UPDATED - SQL FAILURE' TO RT-MSG
                  DISPLAY 'SQLCODE:  ' TXT-SQLCODE
                  DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
                  DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
               END-IF
            END-IF.
       DO-UPDATE-END.
           EXIT.
      **************************************************************
