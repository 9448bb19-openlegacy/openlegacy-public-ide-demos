CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * NOSMCS9 - MANUAL NOSTRO MATCH AND UNMATCH FOR CICS AND DB2.
      * WHAT NOSRCS9 CANNOT PAIR AUTOMATICALLY (A REFERENCE THE
      * CORRESPONDENT TRUNCATED, A VALUE DATE A DAY OUT, A FEE
      * TAKEN OFF THE AMOUNT) IS PAIRED HERE BY THE RECONCILER:
      *   ACTION 'M' - MATCH ONE UNMATCHED OUR-SIDE ITEM TO ONE
      *                UNMATCHED THEIR-SIDE ITEM OF THE SAME
      *                DIRECTION ON OLS0002.NOSTRO_ITEM. A NEW
      *                MATCH ID IS RETURNED.
      *   ACTION 'U' - UNDO A MATCH, MANUAL OR AUTOMATIC, BY ITS
      *                MATCH ID; BOTH ITEMS GO BACK TO UNMATCHED
      *                AND REAPPEAR ON THE NOSRECN BREAK REPORT.
      * EITHER ACTION NEEDS A REASON, AND EVERY ACTION APPLIED IS
      * WRITTEN TO OLS0002.NOSTRO_MATCH_AUDIT WITH THE CICS USERID
      * - THE SAME TRAIL NOSRCS9 WRITES FOR ITS AUTOMATIC MATCHES.
      * THE ITEM UPDATES ARE GUARDED ON THE STATUS JUST READ SO A
      * RACE WITH ANOTHER RECONCILER OR THE NIGHTLY MATCH LEAVES
      * NEITHER ITEM HALF-PAIRED.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. NOSMCS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLNOSTROITEM.
           10 NOS_ITEM_ID          PIC S9(9) USAGE COMP.
           10 NOS_SIDE             PIC X(1).
           10 NOS_DIRECTION        PIC X(1).
           10 NOS_VALUE_DT         PIC X(8).
           10 NOS_AMOUNT           PIC S9(11)V9(3) USAGE COMP-3.
           10 NOS_CURRENCY         PIC X(3).
           10 NOS_REFERENCE        PIC X(16).
           10 NOS_SOURCE           PIC X(8).
           10 NOS_SOURCE_KEY       PIC X(16).
           10 NOS_STATUS           PIC X(1).
           10 NOS_MATCH_ID         PIC S9(9) USAGE COMP.
           10 NOS_MATCH_TYPE       PIC X(1).
           10 NOS_LOAD_DT          PIC X(8).
      **************************************************************
       01  DCLNOSTROMATCHAUDIT.
           10 NMA_MATCH_ID         PIC S9(9) USAGE COMP.
           10 NMA_ACTION           PIC X(1).
           10 NMA_OUR_ITEM_ID      PIC S9(9) USAGE COMP.
           10 NMA_THEIR_ITEM_ID    PIC S9(9) USAGE COMP.
           10 NMA_USERID           PIC X(8).
           10 NMA_REASON           PIC X(60).
           10 NMA_TS               PIC X(26).
      **************************************************************
        01 MATCH-WS.
            07 NOSW-OUR-ITEM-ID     PIC S9(9) COMP.
            07 NOSW-OUR-SIDE        PIC X(1).
            07 NOSW-OUR-STATUS      PIC X(1).
            07 NOSW-OUR-DIRECTION   PIC X(1).
            07 NOSW-THEIR-ITEM-ID   PIC S9(9) COMP.
            07 NOSW-THEIR-SIDE      PIC X(1).
            07 NOSW-THEIR-STATUS    PIC X(1).
            07 NOSW-THEIR-DIRECTION PIC X(1).
            07 NOSW-MATCH-ID        PIC S9(9) COMP.
            07 NOSW-REASON          PIC X(60).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 NOSI-ACTION                      PIC X(1).
              88 NOSI-ACTION-MATCH              VALUE 'M'.
              88 NOSI-ACTION-UNMATCH            VALUE 'U'.
      *    REQUIRED ON 'M'.
            05 NOSI-OUR-ITEM-ID                 PIC S9(9) COMP.
            05 NOSI-THEIR-ITEM-ID               PIC S9(9) COMP.
      *    REQUIRED ON 'U'.
            05 NOSI-MATCH-ID                    PIC S9(9) COMP.
      *    REQUIRED ON EITHER ACTION - GOES TO THE AUDIT TRAIL.
            05 NOSI-REASON                      PIC X(60).
        01 MATCH-OUT.
            05 NOSO-MATCH-ID                    PIC S9(9) COMP.
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-INVALID-REQUEST           VALUE 1.
              88 RTCD-REASON-REQUIRED           VALUE 2.
              88 RTCD-ITEM-NOT-FOUND            VALUE 3.
              88 RTCD-ITEM-NOT-MATCHABLE        VALUE 4.
              88 RTCD-MATCH-NOT-FOUND           VALUE 5.
              88 RTCD-SQL-ERROR                 VALUE 6.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK AND NOSI-ACTION-MATCH
              PERFORM FETCH-ITEMS THRU FETCH-ITEMS-END
              IF RTCD-OK
                 PERFORM DO-MATCH THRU DO-MATCH-END
              END-IF
           END-IF
           IF RTCD-OK AND NOSI-ACTION-UNMATCH
              PERFORM FETCH-MATCH THRU FETCH-MATCH-END
              IF RTCD-OK
                 PERFORM DO-UNMATCH THRU DO-UNMATCH-END
              END-IF
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO MATCH-OUT
            SET RTCD-OK TO TRUE
            MOVE NOSI-OUR-ITEM-ID TO NOSW-OUR-ITEM-ID
            MOVE NOSI-THEIR-ITEM-ID TO NOSW-THEIR-ITEM-ID
            MOVE NOSI-MATCH-ID TO NOSW-MATCH-ID
            MOVE NOSI-REASON TO NOSW-REASON
            IF NOT NOSI-ACTION-MATCH AND NOT NOSI-ACTION-UNMATCH
               SET RTCD-INVALID-REQUEST TO TRUE
               MOVE 'NOT UPDATED - ACTION MUST BE M OR U' TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF NOSW-REASON = SPACES OR NOSW-REASON = LOW-VALUES
               SET RTCD-REASON-REQUIRED TO TRUE
               MOVE 'NOT UPDATED - REASON REQUIRED' TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF NOSI-ACTION-MATCH
               AND (NOSW-OUR-ITEM-ID NOT > 0
                    OR NOSW-THEIR-ITEM-ID NOT > 0)
               SET RTCD-INVALID-REQUEST TO TRUE
               MOVE 'NOT MATCHED - BOTH ITEM IDS REQUIRED' TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF NOSI-ACTION-UNMATCH AND NOSW-MATCH-ID NOT > 0
               SET RTCD-INVALID-REQUEST TO TRUE
               MOVE 'NOT UNMATCHED - MATCH ID REQUIRED' TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            DISPLAY 'NOSTRO ACTION = ' NOSI-ACTION
               ' USER = ' EIBUSERID.
       GET-INPUT-END.
           EXIT.
      **************************************************************
      * FETCH-ITEMS - THE FIRST ITEM MUST BE OURS AND THE SECOND
      * THEIRS, BOTH STILL UNMATCHED, AND BOTH MOVING MONEY THE
      * SAME WAY. AMOUNT, VALUE DATE AND REFERENCE MAY DIFFER -
      * THAT DIFFERENCE IS WHY THE PAIR IS BEING MADE BY HAND.
      **************************************************************
       FETCH-ITEMS.
            EXEC SQL
                 SELECT NOS_SIDE, NOS_STATUS, NOS_DIRECTION
                   INTO :NOSW-OUR-SIDE, :NOSW-OUR-STATUS,
                        :NOSW-OUR-DIRECTION
                   FROM OLS0002.NOSTRO_ITEM
                  WHERE NOS_ITEM_ID = :NOSW-OUR-ITEM-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-ITEM-NOT-FOUND TO TRUE
               MOVE 'NOT MATCHED - OUR ITEM NOT FOUND' TO RT-MSG
               GO TO FETCH-ITEMS-END
            END-IF
            EXEC SQL
                 SELECT NOS_SIDE, NOS_STATUS, NOS_DIRECTION
                   INTO :NOSW-THEIR-SIDE, :NOSW-THEIR-STATUS,
                        :NOSW-THEIR-DIRECTION
                   FROM OLS0002.NOSTRO_ITEM
                  WHERE NOS_ITEM_ID = :NOSW-THEIR-ITEM-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-ITEM-NOT-FOUND TO TRUE
               MOVE 'NOT MATCHED - THEIR ITEM NOT FOUND' TO RT-MSG
               GO TO FETCH-ITEMS-END
            END-IF
            IF NOSW-OUR-SIDE NOT = 'O' OR NOSW-THEIR-SIDE NOT = 'T'
               SET RTCD-ITEM-NOT-MATCHABLE TO TRUE
               MOVE 'NOT MATCHED - NEED ONE OUR-SIDE AND ONE THEIR-SIDE'
                  TO RT-MSG
               GO TO FETCH-ITEMS-END
            END-IF
            IF NOSW-OUR-STATUS NOT = 'U' OR NOSW-THEIR-STATUS NOT = 'U'
               SET RTCD-ITEM-NOT-MATCHABLE TO TRUE
               MOVE 'NOT MATCHED - ITEM ALREADY MATCHED' TO RT-MSG
               GO TO FETCH-ITEMS-END
            END-IF
            IF NOSW-OUR-DIRECTION NOT = NOSW-THEIR-DIRECTION
               SET RTCD-ITEM-NOT-MATCHABLE TO TRUE
               MOVE 'NOT MATCHED - DEBIT/CREDIT DIRECTIONS DIFFER'
                  TO RT-MSG
            END-IF.
       FETCH-ITEMS-END.
           EXIT.
      **************************************************************
      * DO-MATCH - THE MATCH ID COMES FROM THE AUDIT TRAIL SO IT
      * IS NEVER REUSED. IF THE THEIR-SIDE HALF WAS TAKEN SINCE IT
      * WAS READ, THE OUR-SIDE HALF IS PUT BACK.
      **************************************************************
       DO-MATCH.
            MOVE 0 TO NOSW-MATCH-ID
            EXEC SQL
                 SELECT COALESCE(MAX(NMA_MATCH_ID), 0) + 1
                   INTO :NOSW-MATCH-ID
                   FROM OLS0002.NOSTRO_MATCH_AUDIT
            END-EXEC
            EXEC SQL
                 UPDATE OLS0002.NOSTRO_ITEM
                    SET NOS_STATUS = 'M',
                        NOS_MATCH_ID = :NOSW-MATCH-ID,
                        NOS_MATCH_TYPE = 'M'
                  WHERE NOS_ITEM_ID = :NOSW-OUR-ITEM-ID
                    AND NOS_STATUS = 'U'
            END-EXEC
            IF SQLCODE = 100
               SET RTCD-ITEM-NOT-MATCHABLE TO TRUE
               MOVE 'NOT MATCHED - ITEM CHANGED, RE-READ' TO RT-MSG
               GO TO DO-MATCH-END
            END-IF
            IF SQLCODE NOT = 0
               PERFORM SQL-ERROR THRU SQL-ERROR-END
               GO TO DO-MATCH-END
            END-IF
            EXEC SQL
                 UPDATE OLS0002.NOSTRO_ITEM
                    SET NOS_STATUS = 'M',
                        NOS_MATCH_ID = :NOSW-MATCH-ID,
                        NOS_MATCH_TYPE = 'M'
                  WHERE NOS_ITEM_ID = :NOSW-THEIR-ITEM-ID
                    AND NOS_STATUS = 'U'
            END-EXEC
            IF SQLCODE NOT = 0
               IF SQLCODE = 100
                  SET RTCD-ITEM-NOT-MATCHABLE TO TRUE
                  MOVE 'NOT MATCHED - ITEM CHANGED, RE-READ' TO RT-MSG
               ELSE
                  PERFORM SQL-ERROR THRU SQL-ERROR-END
               END-IF
               EXEC SQL
                    UPDATE OLS0002.NOSTRO_ITEM
                       SET NOS_STATUS = 'U',
                           NOS_MATCH_ID = 0,
                           NOS_MATCH_TYPE = ' '
                     WHERE NOS_ITEM_ID = :NOSW-OUR-ITEM-ID
               END-EXEC
               GO TO DO-MATCH-END
            END-IF
            PERFORM WRITE-AUDIT THRU WRITE-AUDIT-END
            MOVE NOSW-MATCH-ID TO NOSO-MATCH-ID
            MOVE 'SUCCESSFUL MANUAL MATCH' TO RT-MSG.
       DO-MATCH-END.
           EXIT.
      **************************************************************
      * FETCH-MATCH - BOTH HALVES OF THE MATCH ARE READ SO THE
      * AUDIT ROW NAMES THE ITEMS THAT WERE SPLIT APART.
      **************************************************************
       FETCH-MATCH.
            EXEC SQL
                 SELECT NOS_ITEM_ID
                   INTO :NOSW-OUR-ITEM-ID
                   FROM OLS0002.NOSTRO_ITEM
                  WHERE NOS_MATCH_ID = :NOSW-MATCH-ID
                    AND NOS_STATUS = 'M'
                    AND NOS_SIDE = 'O'
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-MATCH-NOT-FOUND TO TRUE
               MOVE 'NOT UNMATCHED - MATCH NOT FOUND' TO RT-MSG
               GO TO FETCH-MATCH-END
            END-IF
            EXEC SQL
                 SELECT NOS_ITEM_ID
                   INTO :NOSW-THEIR-ITEM-ID
                   FROM OLS0002.NOSTRO_ITEM
                  WHERE NOS_MATCH_ID = :NOSW-MATCH-ID
                    AND NOS_STATUS = 'M'
                    AND NOS_SIDE = 'T'
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-MATCH-NOT-FOUND TO TRUE
               MOVE 'NOT UNMATCHED - MATCH NOT FOUND' TO RT-MSG
            END-IF.
       FETCH-MATCH-END.
           EXIT.
      **************************************************************
       DO-UNMATCH.
            EXEC SQL
                 UPDATE OLS0002.NOSTRO_ITEM
                    SET NOS_STATUS = 'U',
                        NOS_MATCH_ID = 0,
                        NOS_MATCH_TYPE = ' '
                  WHERE NOS_MATCH_ID = :NOSW-MATCH-ID
                    AND NOS_STATUS = 'M'
            END-EXEC
            IF SQLCODE = 100
               SET RTCD-MATCH-NOT-FOUND TO TRUE
               MOVE 'NOT UNMATCHED - MATCH CHANGED, RE-READ' TO RT-MSG
               GO TO DO-UNMATCH-END
            END-IF
            IF SQLCODE NOT = 0
               PERFORM SQL-ERROR THRU SQL-ERROR-END
               GO TO DO-UNMATCH-END
            END-IF
            PERFORM WRITE-AUDIT THRU WRITE-AUDIT-END
            MOVE NOSW-MATCH-ID TO NOSO-MATCH-ID
            MOVE 'SUCCESSFUL UNMATCH' TO RT-MSG.
       DO-UNMATCH-END.
           EXIT.
      **************************************************************
       WRITE-AUDIT.
            EXEC SQL
                 INSERT INTO OLS0002.NOSTRO_MATCH_AUDIT (
                    NMA_MATCH_ID, NMA_ACTION, NMA_OUR_ITEM_ID,
                    NMA_THEIR_ITEM_ID, NMA_USERID, NMA_REASON,
                    NMA_TS)
                 VALUES (
                    :NOSW-MATCH-ID, :NOSI-ACTION, :NOSW-OUR-ITEM-ID,
                    :NOSW-THEIR-ITEM-ID, :EIBUSERID, :NOSW-REASON,
                    CURRENT TIMESTAMP)
            END-EXEC
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO TXT-SQLCODE
               DISPLAY 'NOSTRO AUDIT INSERT FAILED: ' TXT-SQLCODE
            END-IF.
       WRITE-AUDIT-END.
           EXIT.
      **************************************************************
       SQL-ERROR.
            SET RTCD-SQL-ERROR TO TRUE
            MOVE SQLCODE TO TXT-SQLCODE
            MOVE SQLSTATE TO TXT-SQLSTATE
            MOVE SQLERRMC TO TXT-SQLERRMC
            MOVE 'NOT UPDATED - SQL FAILURE' TO RT-MSG
            DISPLAY 'SQLCODE:  ' TXT-SQLCODE
            DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
            DISPLAY 'SQLERRMC: ' TXT-SQLERRMC.
       SQL-ERROR-END.
           EXIT.
      **************************************************************
