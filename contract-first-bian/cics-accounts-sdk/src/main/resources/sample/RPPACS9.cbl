CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * RPPACS9 - BUYER DECISION ON A REORDER-POINT PROPOSAL FOR
      * CICS AND DB2. THE MONTHLY RECALCULATION (RPCLCS9) LEAVES
      * ONE PENDING PROPOSAL PER ITEM ON OLS0002.REORDER_PROPOSAL
      * (STATUS 'P') AND LISTS IT ON THE RPCLRPT REVIEW REPORT. THE
      * BUYER WORKS IT HERE:
      *   A - APPLY   THE PROPOSED REORDER POINT AND QUANTITY ARE
      *               SET ON OLS0002.ITEM_CATALOG, OR THE BUYER'S
      *               OWN FIGURES WHERE KEYED - ZERO TAKES THE
      *               PROPOSED VALUE. THE CHANGE IS WRITTEN TO THE
      *               ITEM AUDIT TABLE (OLS0002.ITEM_AUDIT) AS A
      *               'REORDER' ACTION WITH THE OLD AND NEW REORDER
      *               FIGURES.
      *   R - REJECT  THE CATALOG IS LEFT AS IT IS.
      * THE PROPOSAL UPDATE IS GUARDED ON STATUS 'P', SO A
      * CONCURRENT DECISION OR A NEWER MONTH'S PROPOSAL IN BETWEEN
      * IS NOT OVERWRITTEN, AND STAMPS THE BUYER'S CICS USERID AND
      * THE DECISION TIME.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. RPPACS9.
        DATA DIVISION.
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
           10 RPP_ABC_CLASS        PIC X(1).
           10 RPP_NEW_POINT        PIC S9(7) USAGE COMP.
           10 RPP_NEW_QTY          PIC S9(7) USAGE COMP.
           10 RPP_STATUS           PIC X(1).
           10 RPP_DECIDED_BY       PIC X(8).
           10 RPP_DECISION_TS      PIC X(26).
      **************************************************************
        01 PROPOSAL-WS.
            07 RPPW-ITEM-NUM          PIC S9(8) USAGE COMP.
            07 RPPW-ACTION            PIC X(1).
              88 RPPW-APPLY           VALUE 'A'.
              88 RPPW-REJECT          VALUE 'R'.
            07 RPPW-MONTH             PIC X(6).
            07 RPPW-ABC-CLASS         PIC X(1).
            07 RPPW-NEW-POINT         PIC S9(7) USAGE COMP.
            07 RPPW-NEW-QTY           PIC S9(7) USAGE COMP.
      **************************************************************
        01 OLD-ITEM-WS.
            07 RPPW-OLD-NAME          PIC X(16).
            07 RPPW-OLD-DESCRIPTION   PIC X(28).
            07 RPPW-OLD-WEIGHT        PIC S9(4) USAGE COMP.
            07 RPPW-OLD-UNIT-PRICE    PIC S9(7)V9(2) USAGE COMP-3.
            07 RPPW-OLD-ON-HAND-QTY   PIC S9(7) USAGE COMP.
            07 RPPW-OLD-ACTIVE        PIC X(1).
            07 RPPW-OLD-POINT         PIC S9(7) USAGE COMP.
            07 RPPW-OLD-QTY           PIC S9(7) USAGE COMP.
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 RPPI-ITEM-NUM                    PIC S9(8) COMP.
            05 RPPI-ACTION                      PIC X(1).
      *    ON APPLY, ZERO TAKES THE PROPOSED FIGURE.
            05 RPPI-NEW-POINT                   PIC S9(7) COMP.
            05 RPPI-NEW-QTY                     PIC S9(7) COMP.
        01 PROPOSAL-OUT.
            05 RPPO-ITEM-NUM                    PIC S9(8) COMP.
            05 RPPO-MONTH                       PIC X(6).
            05 RPPO-ABC-CLASS                   PIC X(1).
            05 RPPO-OLD-POINT                   PIC S9(7) COMP.
            05 RPPO-OLD-QTY                     PIC S9(7) COMP.
            05 RPPO-NEW-POINT                   PIC S9(7) COMP.
            05 RPPO-NEW-QTY                     PIC S9(7) COMP.
            05 RPPO-STATUS                      PIC X(1).
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-INVALID-DATA              VALUE 1.
              88 RTCD-NOT-FOUND                 VALUE 2.
              88 RTCD-WRONG-STATUS              VALUE 3.
              88 RTCD-SQL-ERROR                 VALUE 4.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK
              PERFORM FETCH-PROPOSAL THRU FETCH-PROPOSAL-END
           END-IF
           IF RTCD-OK AND RPPW-APPLY
              PERFORM FETCH-OLD-ITEM THRU FETCH-OLD-ITEM-END
           END-IF
           IF RTCD-OK
              PERFORM DO-UPDATE THRU DO-UPDATE-END
           END-IF
           IF RTCD-OK AND RPPW-APPLY
              PERFORM APPLY-TO-ITEM THRU APPLY-TO-ITEM-END
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO PROPOSAL-OUT
            SET RTCD-OK TO TRUE
            MOVE RPPI-ITEM-NUM TO RPPW-ITEM-NUM
            MOVE RPPI-ACTION TO RPPW-ACTION
            MOVE RPPI-ITEM-NUM TO RPPO-ITEM-NUM
            DISPLAY 'ITEM-NUM = ' RPPW-ITEM-NUM
            IF NOT RPPW-APPLY AND NOT RPPW-REJECT
               SET RTCD-INVALID-DATA TO TRUE
               MOVE 'NOT UPDATED - ACTION MUST BE A OR R' TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF RPPI-NEW-POINT < 0 OR RPPI-NEW-QTY < 0
               SET RTCD-INVALID-DATA TO TRUE
               MOVE 'NOT UPDATED - NEGATIVE POINT OR QUANTITY' TO RT-MSG
            END-IF.
       GET-INPUT-END.
           EXIT.
      **************************************************************
      * THE ITEM'S PENDING PROPOSAL - RPCLCS9 KEEPS AT MOST ONE, BUT
      * THE LATEST MONTH IS TAKEN IN CASE.
      **************************************************************
       FETCH-PROPOSAL.
            EXEC SQL
                 SELECT RPP_MONTH, RPP_ABC_CLASS, RPP_NEW_POINT,
                        RPP_NEW_QTY
                   INTO :RPPW-MONTH, :RPPW-ABC-CLASS,
                        :RPPW-NEW-POINT, :RPPW-NEW-QTY
                   FROM OLS0002.REORDER_PROPOSAL
                  WHERE RPP_ITEM_NUM = :RPPW-ITEM-NUM
                    AND RPP_STATUS = 'P'
                  ORDER BY RPP_MONTH DESC
                  FETCH FIRST 1 ROW ONLY
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-NOT-FOUND TO TRUE
               MOVE 'NOT UPDATED - NO PENDING PROPOSAL FOR ITEM'
                  TO RT-MSG
               GO TO FETCH-PROPOSAL-END
            END-IF
            IF RPPI-NEW-POINT > 0
               MOVE RPPI-NEW-POINT TO RPPW-NEW-POINT
            END-IF
            IF RPPI-NEW-QTY > 0
               MOVE RPPI-NEW-QTY TO RPPW-NEW-QTY
            END-IF
            MOVE RPPW-MONTH TO RPPO-MONTH
            MOVE RPPW-ABC-CLASS TO RPPO-ABC-CLASS
            MOVE RPPW-NEW-POINT TO RPPO-NEW-POINT
            MOVE RPPW-NEW-QTY TO RPPO-NEW-QTY
            MOVE 'P' TO RPPO-STATUS.
       FETCH-PROPOSAL-END.
           EXIT.
      **************************************************************
      * FETCH-OLD-ITEM READS THE ROW AS IT STANDS BEFORE IT IS
      * CHANGED, SO THE BEFORE IMAGE IS AVAILABLE FOR THE AUDIT
      * TRAIL.
      **************************************************************
       FETCH-OLD-ITEM.
            EXEC SQL
                 SELECT ITEM_NAME, ITEM_DESCRIPTION, ITEM_WEIGHT,
                        ITEM_UNIT_PRICE, ITEM_ON_HAND_QTY,
                        ITEM_ACTIVE, ITEM_REORDER_POINT,
                        ITEM_REORDER_QTY
                   INTO :RPPW-OLD-NAME, :RPPW-OLD-DESCRIPTION,
                        :RPPW-OLD-WEIGHT, :RPPW-OLD-UNIT-PRICE,
                        :RPPW-OLD-ON-HAND-QTY, :RPPW-OLD-ACTIVE,
                        :RPPW-OLD-POINT, :RPPW-OLD-QTY
                   FROM OLS0002.ITEM_CATALOG
                  WHERE ITEM_NUM = :RPPW-ITEM-NUM
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-NOT-FOUND TO TRUE
               MOVE 'NOT APPLIED - ITEM NOT FOUND' TO RT-MSG
               GO TO FETCH-OLD-ITEM-END
            END-IF
            MOVE RPPW-OLD-POINT TO RPPO-OLD-POINT
            MOVE RPPW-OLD-QTY TO RPPO-OLD-QTY.
       FETCH-OLD-ITEM-END.
           EXIT.
      **************************************************************
       DO-UPDATE.
            EXEC SQL
                 UPDATE OLS0002.REORDER_PROPOSAL
                    SET RPP_STATUS = :RPPW-ACTION,
                        RPP_NEW_POINT = :RPPW-NEW-POINT,
                        RPP_NEW_QTY = :RPPW-NEW-QTY,
                        RPP_DECIDED_BY = :EIBUSERID,
                        RPP_DECISION_TS = CURRENT TIMESTAMP
                  WHERE RPP_ITEM_NUM = :RPPW-ITEM-NUM
                    AND RPP_MONTH = :RPPW-MONTH
                    AND RPP_STATUS = 'P'
            END-EXEC
            IF SQLCODE = 0
               MOVE RPPW-ACTION TO RPPO-STATUS
               IF RPPW-REJECT
                  MOVE 'SUCCESSFUL PROPOSAL REJECTION' TO RT-MSG
               END-IF
            ELSE
               IF SQLCODE = 100
                  SET RTCD-WRONG-STATUS TO TRUE
                  MOVE 'NOT UPDATED - PROPOSAL ALREADY ACTIONED'
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
      * APPLY-TO-ITEM SETS THE NEW FIGURES ON THE CATALOG AND
      * AUDITS THE CHANGE. THE OTHER AUDIT COLUMNS CARRY THE ITEM
      * AS IT STANDS, BEFORE AND AFTER ALIKE. IF THE CATALOG
      * CANNOT BE UPDATED THE PROPOSAL GOES BACK TO PENDING.
      **************************************************************
       APPLY-TO-ITEM.
            EXEC SQL
                 UPDATE OLS0002.ITEM_CATALOG
                    SET ITEM_REORDER_POINT = :RPPW-NEW-POINT,
                        ITEM_REORDER_QTY = :RPPW-NEW-QTY
                  WHERE ITEM_NUM = :RPPW-ITEM-NUM
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-SQL-ERROR TO TRUE
               MOVE SQLCODE TO TXT-SQLCODE
               MOVE SQLSTATE TO TXT-SQLSTATE
               MOVE SQLERRMC TO TXT-SQLERRMC
               MOVE 'NOT APPLIED - SQL FAILURE' TO RT-MSG
               DISPLAY 'SQLCODE:  ' TXT-SQLCODE
               DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
               DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
               EXEC SQL
                    UPDATE OLS0002.REORDER_PROPOSAL
                       SET RPP_STATUS = 'P',
                           RPP_DECIDED_BY = ' ',
                           RPP_DECISION_TS = NULL
                     WHERE RPP_ITEM_NUM = :RPPW-ITEM-NUM
                       AND RPP_MONTH = :RPPW-MONTH
               END-EXEC
               MOVE 'P' TO RPPO-STATUS
               GO TO APPLY-TO-ITEM-END
            END-IF
            EXEC SQL
                 INSERT INTO OLS0002.ITEM_AUDIT (
                    IAUD_ITEM_NUM, IAUD_ACTION, IAUD_USERID, IAUD_TS,
                    IAUD_OLD_NAME, IAUD_OLD_DESCRIPTION,
                    IAUD_OLD_WEIGHT, IAUD_OLD_UNIT_PRICE,
                    IAUD_OLD_ON_HAND_QTY, IAUD_OLD_ACTIVE,
                    IAUD_NEW_NAME, IAUD_NEW_DESCRIPTION,
                    IAUD_NEW_WEIGHT, IAUD_NEW_UNIT_PRICE,
                    IAUD_NEW_ON_HAND_QTY, IAUD_NEW_ACTIVE,
                    IAUD_OLD_REORDER_POINT, IAUD_NEW_REORDER_POINT,
                    IAUD_OLD_REORDER_QTY, IAUD_NEW_REORDER_QTY)
                 VALUES (
                    :RPPW-ITEM-NUM, 'REORDER', :EIBUSERID,
                    CURRENT TIMESTAMP,
                    :RPPW-OLD-NAME, :RPPW-OLD-DESCRIPTION,
                    :RPPW-OLD-WEIGHT, :RPPW-OLD-UNIT-PRICE,
                    :RPPW-OLD-ON-HAND-QTY, :RPPW-OLD-ACTIVE,
                    :RPPW-OLD-NAME, :RPPW-OLD-DESCRIPTION,
                    :RPPW-OLD-WEIGHT, :RPPW-OLD-UNIT-PRICE,
                    :RPPW-OLD-ON-HAND-QTY, :RPPW-OLD-ACTIVE,
                    :RPPW-OLD-POINT, :RPPW-NEW-POINT,
                    :RPPW-OLD-QTY, :RPPW-NEW-QTY)
            END-EXEC
            MOVE 'SUCCESSFUL PROPOSAL APPLIED' TO RT-MSG
            DISPLAY 'REORDER FIGURES APPLIED = ' RPPW-ITEM-NUM.
       APPLY-TO-ITEM-END.
           EXIT.
      **************************************************************
