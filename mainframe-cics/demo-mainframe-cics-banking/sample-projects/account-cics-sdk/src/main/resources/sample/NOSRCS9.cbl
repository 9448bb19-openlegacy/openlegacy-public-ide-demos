CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * NOSRCS9 - DAILY NOSTRO RECONCILIATION BATCH JOB.
      * PMOSCS9 SENDS THE OCTFEED AND ICTPCS9 POSTS THE ICTFEED,
      * AND BOTH REGISTER WHAT THEY MOVED AS OUR-SIDE ITEMS ON
      * OLS0002.NOSTRO_ITEM. THIS JOB READS THE CORRESPONDENT
      * BANK'S END-OF-DAY STATEMENT (NOSSTMT, PIPE-DELIMITED
      * VALUE-DATE|D/C|AMOUNT|CURRENCY|REFERENCE|STATEMENT-REF),
      * LOADS EACH ENTRY AS A THEIR-SIDE ITEM AND AUTO-MATCHES
      * EVERY UNMATCHED THEIR-SIDE ITEM, OLD OR NEW, TO ONE
      * UNMATCHED OUR-SIDE ITEM WITH THE SAME DIRECTION, AMOUNT,
      * VALUE DATE AND REFERENCE. A MATCH STAMPS BOTH ITEMS WITH
      * A SHARED MATCH ID AND WRITES AN 'A' ROW TO OLS0002.
      * NOSTRO_MATCH_AUDIT; NOSMCS9 DOES THE SAME FOR MANUAL
      * MATCHES AND UNDOES THEM. WHAT IS LEFT GOES TO NOSRECN -
      * OUR-SIDE-ONLY AND THEIR-SIDE-ONLY ITEMS WITH DAYS SINCE
      * VALUE DATE AND AN AGING BAND (000-002, 003-007, 008-030,
      * 031+) - AND A MATCHED/UNMATCHED SUMMARY GOES TO NOSSUMM,
      * WHICH OPSDCS9 PUTS ON THE MORNING DASHBOARD. SUMMARY
      * LINES THAT NEED A HUMAN START '***'. A STATEMENT ENTRY
      * WITH A BAD DATE, DIRECTION OR AMOUNT, NO STATEMENT REF,
      * OR A STATEMENT REF ALREADY LOADED IS REJECTED WITH A
      * MESSAGE. A MISSING STATEMENT FILE ENDS THE JOB WITH
      * RETURN-CODE 12 AND THE RUN LEFT OPEN. RUNS UNDER THE
      * SHARED BATCH_RUN_CONTROL DOUBLE-RUN GUARD.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. NOSRCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT STATEMENT-FILE ASSIGN TO NOSSTMT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STATEMENT-FILE-STATUS.
            SELECT BREAK-REPORT-FILE ASSIGN TO NOSRECN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BREAK-REPORT-FILE-STATUS.
            SELECT SUMMARY-FILE ASSIGN TO NOSSUMM
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SUMMARY-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  STATEMENT-FILE
            RECORDING MODE IS F.
        01  STATEMENT-RECORD               PIC X(120).
        FD  BREAK-REPORT-FILE
            RECORDING MODE IS F.
        01  BREAK-REPORT-RECORD            PIC X(150).
        FD  SUMMARY-FILE
            RECORDING MODE IS F.
        01  SUMMARY-RECORD                 PIC X(100).
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
      * ONE STATEMENT ENTRY AS READ FROM NOSSTMT.
      **************************************************************
        01 STATEMENT-WS.
            07 NOSW-VALUE-DT-TEXT     PIC X(8).
            07 NOSW-VALUE-DT-R REDEFINES NOSW-VALUE-DT-TEXT.
              09 NOSW-VD-CCYY         PIC 9(4).
              09 NOSW-VD-MM           PIC 9(2).
              09 NOSW-VD-DD           PIC 9(2).
            07 NOSW-DIRECTION         PIC X(1).
            07 NOSW-AMOUNT-TEXT       PIC X(18).
            07 NOSW-CURRENCY          PIC X(3).
            07 NOSW-REFERENCE         PIC X(16).
            07 NOSW-STATEMENT-REF     PIC X(16).
            07 NOSW-AMOUNT            PIC S9(11)V9(3) USAGE COMP-3.
        01 NOSW-REJECT-REASON         PIC X(30)  VALUE SPACES.
      **************************************************************
      * ONE NOSTRO ITEM AS FETCHED BY THE MATCH AND BREAK CURSORS.
      **************************************************************
        01 ITEM-WS.
            07 NOSW-ITEM-ID           PIC S9(9) USAGE COMP.
            07 NOSW-SIDE              PIC X(1).
            07 NOSW-ITEM-DIRECTION    PIC X(1).
            07 NOSW-ITEM-VALUE-DT     PIC 9(8).
            07 NOSW-ITEM-AMOUNT       PIC S9(11)V9(3) USAGE COMP-3.
            07 NOSW-ITEM-CURRENCY     PIC X(3).
            07 NOSW-ITEM-REFERENCE    PIC X(16).
            07 NOSW-ITEM-SOURCE       PIC X(8).
            07 NOSW-ITEM-SOURCE-KEY   PIC X(16).
        01 NOSW-OUR-ITEM-ID          PIC S9(9) COMP VALUE 0.
        01 NOSW-MATCH-ID             PIC S9(9) COMP VALUE 0.
        01 NOSW-NEXT-ITEM-ID         PIC S9(9) COMP VALUE 0.
        01 NOSW-AGE-DAYS             PIC S9(6) COMP VALUE 0.
        01 NOSW-BAND                 PIC X(7).
        01 NOSW-SIDE-TEXT            PIC X(6).
        01 NOSW-LINE-PTR             PIC S9(4) COMP VALUE 1.
      **************************************************************
        01 WS-ITEM-ED                      PIC 9(9).
        01 WS-AGE-ED                       PIC 9(6).
        01 WS-AMOUNT-ED                    PIC -9(12)9.999.
        01 WS-CNT-ED                       PIC ZZZZZZ9.
        01 WS-AMT-ED                       PIC -(10)9.999.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-ENTRIES-READ                 PIC 9(7)   VALUE 0.
        01 WS-ENTRIES-LOADED               PIC 9(7)   VALUE 0.
        01 WS-ENTRIES-REJECTED             PIC 9(7)   VALUE 0.
        01 WS-AUTO-MATCHED                 PIC 9(7)   VALUE 0.
        01 WS-OURS-OPEN                    PIC 9(7)   VALUE 0.
        01 WS-OURS-OPEN-AMT                PIC S9(13)V9(3) COMP-3
                                                      VALUE 0.
        01 WS-THEIRS-OPEN                  PIC 9(7)   VALUE 0.
        01 WS-THEIRS-OPEN-AMT              PIC S9(13)V9(3) COMP-3
                                                      VALUE 0.
        01 WS-BAND-002                     PIC 9(7)   VALUE 0.
        01 WS-BAND-007                     PIC 9(7)   VALUE 0.
        01 WS-BAND-030                     PIC 9(7)   VALUE 0.
        01 WS-BAND-OVER                    PIC 9(7)   VALUE 0.
        01 WS-STATEMENT-FILE-STATUS        PIC X(2)   VALUE '00'.
        01 WS-BREAK-REPORT-FILE-STATUS     PIC X(2)   VALUE '00'.
        01 WS-SUMMARY-FILE-STATUS          PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'NOSRCS9 '.
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
           PERFORM OPEN-FILES THRU OPEN-FILES-END
           MOVE 'N' TO EODATA
           PERFORM READ-STATEMENT THRU READ-STATEMENT-END
           PERFORM LOAD-LOOP THRU LOAD-LOOP-END
              UNTIL EODATA = 'Y'
           PERFORM AUTO-MATCH THRU AUTO-MATCH-END
           PERFORM REPORT-BREAKS THRU REPORT-BREAKS-END
           PERFORM WRITE-SUMMARY THRU WRITE-SUMMARY-END
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'NOSRCS9 STATEMENT ENTRIES READ:   ' WS-ENTRIES-READ
           DISPLAY 'NOSRCS9 STATEMENT ENTRIES LOADED: '
              WS-ENTRIES-LOADED
           DISPLAY 'NOSRCS9 STATEMENT ENTRIES REJECTED: '
              WS-ENTRIES-REJECTED
           DISPLAY 'NOSRCS9 AUTO-MATCHED:             ' WS-AUTO-MATCHED
           DISPLAY 'NOSRCS9 OUR SIDE UNMATCHED:       ' WS-OURS-OPEN
           DISPLAY 'NOSRCS9 THEIR SIDE UNMATCHED:     ' WS-THEIRS-OPEN
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
      * WITHOUT THE STATEMENT THERE IS NOTHING TO RECONCILE - THE
      * RUN IS LEFT OPEN SO THE DASHBOARD SHOWS IT NEVER COMPLETED.
      **************************************************************
       OPEN-FILES.
           OPEN INPUT STATEMENT-FILE
           IF WS-STATEMENT-FILE-STATUS NOT = '00'
              DISPLAY 'STATEMENT-FILE OPEN FAILED, STATUS: '
                 WS-STATEMENT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT BREAK-REPORT-FILE
           IF WS-BREAK-REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'BREAK-REPORT-FILE OPEN FAILED, STATUS: '
                 WS-BREAK-REPORT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT SUMMARY-FILE
           IF WS-SUMMARY-FILE-STATUS NOT = '00'
              DISPLAY 'SUMMARY-FILE OPEN FAILED, STATUS: '
                 WS-SUMMARY-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
       OPEN-FILES-END.
           EXIT.
      **************************************************************
       READ-STATEMENT.
           READ STATEMENT-FILE
              AT END
                 MOVE 'Y' TO EODATA
           END-READ.
       READ-STATEMENT-END.
           EXIT.
      **************************************************************
      * ONE ITERATION OF THE LOAD: HEADER AND TRAILER LINES ARE
      * PASSED OVER, EVERY OTHER LINE IS A STATEMENT ENTRY.
      **************************************************************
       LOAD-LOOP.
           IF STATEMENT-RECORD(1:4) = 'HDR|'
              OR STATEMENT-RECORD(1:4) = 'TRL|'
              OR STATEMENT-RECORD = SPACES
              PERFORM READ-STATEMENT THRU READ-STATEMENT-END
              GO TO LOAD-LOOP-END
           END-IF
           ADD 1 TO WS-ENTRIES-READ
           PERFORM PARSE-STATEMENT THRU PARSE-STATEMENT-END
           IF NOSW-REJECT-REASON = SPACES
              PERFORM LOAD-ENTRY THRU LOAD-ENTRY-END
           END-IF
           IF NOSW-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-ENTRIES-REJECTED
              DISPLAY '*** STATEMENT ENTRY REJECTED: '
                 NOSW-STATEMENT-REF ' ' NOSW-REJECT-REASON
           END-IF
           PERFORM READ-STATEMENT THRU READ-STATEMENT-END.
       LOAD-LOOP-END.
           EXIT.
      **************************************************************
       PARSE-STATEMENT.
           MOVE SPACES TO NOSW-REJECT-REASON
           MOVE SPACES TO NOSW-VALUE-DT-TEXT NOSW-DIRECTION
                          NOSW-AMOUNT-TEXT NOSW-CURRENCY
                          NOSW-REFERENCE NOSW-STATEMENT-REF
           MOVE 0 TO NOSW-AMOUNT
           UNSTRING STATEMENT-RECORD
              DELIMITED BY WS-DELIMITER
              INTO NOSW-VALUE-DT-TEXT
                   NOSW-DIRECTION
                   NOSW-AMOUNT-TEXT
                   NOSW-CURRENCY
                   NOSW-REFERENCE
                   NOSW-STATEMENT-REF
           END-UNSTRING
           IF NOSW-STATEMENT-REF = SPACES
              MOVE 'NO STATEMENT REF' TO NOSW-REJECT-REASON
              GO TO PARSE-STATEMENT-END
           END-IF
           IF NOSW-VALUE-DT-TEXT NOT NUMERIC
              OR NOSW-VD-MM < 1 OR NOSW-VD-MM > 12
              OR NOSW-VD-DD < 1 OR NOSW-VD-DD > 31
              MOVE 'INVALID VALUE DATE' TO NOSW-REJECT-REASON
              GO TO PARSE-STATEMENT-END
           END-IF
           IF NOSW-DIRECTION NOT = 'D' AND NOSW-DIRECTION NOT = 'C'
              MOVE 'INVALID DEBIT/CREDIT MARK' TO NOSW-REJECT-REASON
              GO TO PARSE-STATEMENT-END
           END-IF
           IF FUNCTION TEST-NUMVAL(NOSW-AMOUNT-TEXT) NOT = 0
              MOVE 'INVALID AMOUNT' TO NOSW-REJECT-REASON
              GO TO PARSE-STATEMENT-END
           END-IF
           COMPUTE NOSW-AMOUNT =
              FUNCTION NUMVAL(NOSW-AMOUNT-TEXT)
           IF NOSW-AMOUNT NOT > 0
              MOVE 'INVALID AMOUNT' TO NOSW-REJECT-REASON
           END-IF.
       PARSE-STATEMENT-END.
           EXIT.
      **************************************************************
      * LOAD-ENTRY INSERTS THE ENTRY AS AN UNMATCHED THEIR-SIDE
      * ITEM UNLESS ITS STATEMENT REF IS ALREADY ON FILE - A
      * STATEMENT SENT TWICE MUST NOT CREATE PHANTOM BREAKS. THE
      * EMPTY INSERT (SQLCODE 100) IS THAT REFUSAL.
      **************************************************************
       LOAD-ENTRY.
           MOVE 0 TO NOSW-NEXT-ITEM-ID
           EXEC SQL
                SELECT COALESCE(MAX(NOS_ITEM_ID), 0) + 1
                  INTO :NOSW-NEXT-ITEM-ID
                  FROM OLS0002.NOSTRO_ITEM
           END-EXEC
           EXEC SQL
                INSERT INTO OLS0002.NOSTRO_ITEM (
                   NOS_ITEM_ID, NOS_SIDE, NOS_DIRECTION,
                   NOS_VALUE_DT, NOS_AMOUNT, NOS_CURRENCY,
                   NOS_REFERENCE, NOS_SOURCE, NOS_SOURCE_KEY,
                   NOS_STATUS, NOS_MATCH_ID, NOS_MATCH_TYPE,
                   NOS_LOAD_DT)
                SELECT :NOSW-NEXT-ITEM-ID, 'T', :NOSW-DIRECTION,
                       :NOSW-VALUE-DT-TEXT, :NOSW-AMOUNT,
                       :NOSW-CURRENCY, :NOSW-REFERENCE, 'NOSSTMT ',
                       :NOSW-STATEMENT-REF, 'U', 0, ' ',
                       :WS-CURRENT-DATE
                  FROM SYSIBM.SYSDUMMY1
                 WHERE NOT EXISTS (
                       SELECT 1
                         FROM OLS0002.NOSTRO_ITEM N
                        WHERE N.NOS_SIDE = 'T'
                          AND N.NOS_SOURCE_KEY = :NOSW-STATEMENT-REF)
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-ENTRIES-LOADED
           ELSE
              IF SQLCODE = 100
                 MOVE 'STATEMENT REF ALREADY LOADED'
                    TO NOSW-REJECT-REASON
              ELSE
                 MOVE 'SQL FAILURE ON LOAD' TO NOSW-REJECT-REASON
                 PERFORM DO-POSTSQL THRU DO-POSTSQL-END
              END-IF
           END-IF.
       LOAD-ENTRY-END.
           EXIT.
      **************************************************************
      * AUTO-MATCH WALKS EVERY UNMATCHED THEIR-SIDE ITEM, SO A
      * STATEMENT ENTRY THAT ARRIVED BEFORE OUR SIDE CAUGHT UP
      * MATCHES ON A LATER NIGHT WITHOUT ANYONE TOUCHING IT.
      **************************************************************
       AUTO-MATCH.
           EXEC SQL
              DECLARE M1 CURSOR FOR
                 SELECT NOS_ITEM_ID, NOS_DIRECTION, NOS_VALUE_DT,
                        NOS_AMOUNT, NOS_REFERENCE
                   FROM OLS0002.NOSTRO_ITEM
                  WHERE NOS_SIDE = 'T'
                    AND NOS_STATUS = 'U'
                  ORDER BY NOS_ITEM_ID
           END-EXEC
           EXEC SQL
              OPEN M1
           END-EXEC
           MOVE 'N' TO EODATA
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END
           IF EODATA NOT = 'Y'
              PERFORM FETCH-THEIR-ITEM THRU FETCH-THEIR-ITEM-END
           END-IF
           PERFORM MATCH-ITEM THRU MATCH-ITEM-END
              UNTIL EODATA = 'Y'
           EXEC SQL
              CLOSE M1
           END-EXEC.
       AUTO-MATCH-END.
           EXIT.
      **************************************************************
       FETCH-THEIR-ITEM.
           EXEC SQL
              FETCH M1
               INTO :NOSW-ITEM-ID, :NOSW-ITEM-DIRECTION,
                    :NOSW-ITEM-VALUE-DT, :NOSW-ITEM-AMOUNT,
                    :NOSW-ITEM-REFERENCE
           END-EXEC
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       FETCH-THEIR-ITEM-END.
           EXIT.
      **************************************************************
      * MATCH-ITEM LOOKS FOR THE OLDEST UNMATCHED OUR-SIDE ITEM
      * WITH THE SAME DIRECTION, AMOUNT, VALUE DATE AND REFERENCE.
      * BOTH HALVES ARE CLAIMED WITH STATUS-GUARDED UPDATES; IF
      * THE THEIR-SIDE HALF WAS TAKEN IN THE MEANTIME THE OUR-
      * SIDE HALF IS PUT BACK. THE MATCH ID IS DRAWN FROM THE
      * AUDIT TRAIL SO AN ID IS NEVER REUSED AFTER AN UNMATCH.
      **************************************************************
       MATCH-ITEM.
           PERFORM TRY-MATCH THRU TRY-MATCH-END
           PERFORM FETCH-THEIR-ITEM THRU FETCH-THEIR-ITEM-END.
       MATCH-ITEM-END.
           EXIT.
      **************************************************************
       TRY-MATCH.
           MOVE 0 TO NOSW-OUR-ITEM-ID
           EXEC SQL
                SELECT COALESCE(MIN(NOS_ITEM_ID), 0)
                  INTO :NOSW-OUR-ITEM-ID
                  FROM OLS0002.NOSTRO_ITEM
                 WHERE NOS_SIDE = 'O'
                   AND NOS_STATUS = 'U'
                   AND NOS_DIRECTION = :NOSW-ITEM-DIRECTION
                   AND NOS_AMOUNT = :NOSW-ITEM-AMOUNT
                   AND NOS_VALUE_DT = :NOSW-ITEM-VALUE-DT
                   AND NOS_REFERENCE = :NOSW-ITEM-REFERENCE
           END-EXEC
           IF SQLCODE NOT = 0 OR NOSW-OUR-ITEM-ID = 0
              GO TO TRY-MATCH-END
           END-IF
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
                       NOS_MATCH_TYPE = 'A'
                 WHERE NOS_ITEM_ID = :NOSW-OUR-ITEM-ID
                   AND NOS_STATUS = 'U'
           END-EXEC
           IF SQLCODE NOT = 0
              GO TO TRY-MATCH-END
           END-IF
           EXEC SQL
                UPDATE OLS0002.NOSTRO_ITEM
                   SET NOS_STATUS = 'M',
                       NOS_MATCH_ID = :NOSW-MATCH-ID,
                       NOS_MATCH_TYPE = 'A'
                 WHERE NOS_ITEM_ID = :NOSW-ITEM-ID
                   AND NOS_STATUS = 'U'
           END-EXEC
           IF SQLCODE NOT = 0
              EXEC SQL
                   UPDATE OLS0002.NOSTRO_ITEM
                      SET NOS_STATUS = 'U',
                          NOS_MATCH_ID = 0,
                          NOS_MATCH_TYPE = ' '
                    WHERE NOS_ITEM_ID = :NOSW-OUR-ITEM-ID
              END-EXEC
              GO TO TRY-MATCH-END
           END-IF
           EXEC SQL
                INSERT INTO OLS0002.NOSTRO_MATCH_AUDIT (
                   NMA_MATCH_ID, NMA_ACTION, NMA_OUR_ITEM_ID,
                   NMA_THEIR_ITEM_ID, NMA_USERID, NMA_REASON,
                   NMA_TS)
                VALUES (
                   :NOSW-MATCH-ID, 'A', :NOSW-OUR-ITEM-ID,
                   :NOSW-ITEM-ID, 'NOSRCS9 ',
                   'AUTO-MATCHED ON AMOUNT, VALUE DATE AND REFERENCE',
                   CURRENT TIMESTAMP)
           END-EXEC
           ADD 1 TO WS-AUTO-MATCHED.
       TRY-MATCH-END.
           EXIT.
      **************************************************************
      * REPORT-BREAKS LISTS EVERYTHING STILL UNMATCHED, OUR SIDE
      * FIRST, OLDEST VALUE DATE FIRST WITHIN EACH SIDE.
      **************************************************************
       REPORT-BREAKS.
           EXEC SQL
              DECLARE B1 CURSOR FOR
                 SELECT NOS_ITEM_ID, NOS_SIDE, NOS_DIRECTION,
                        NOS_VALUE_DT, NOS_AMOUNT, NOS_CURRENCY,
                        NOS_REFERENCE, NOS_SOURCE, NOS_SOURCE_KEY
                   FROM OLS0002.NOSTRO_ITEM
                  WHERE NOS_STATUS = 'U'
                  ORDER BY NOS_SIDE, NOS_VALUE_DT, NOS_ITEM_ID
           END-EXEC
           EXEC SQL
              OPEN B1
           END-EXEC
           MOVE 'N' TO EODATA
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END
           IF EODATA NOT = 'Y'
              PERFORM FETCH-BREAK THRU FETCH-BREAK-END
           END-IF
           PERFORM BREAK-LINE THRU BREAK-LINE-END
              UNTIL EODATA = 'Y'
           EXEC SQL
              CLOSE B1
           END-EXEC.
       REPORT-BREAKS-END.
           EXIT.
      **************************************************************
       FETCH-BREAK.
           EXEC SQL
              FETCH B1
               INTO :NOSW-ITEM-ID, :NOSW-SIDE, :NOSW-ITEM-DIRECTION,
                    :NOSW-ITEM-VALUE-DT, :NOSW-ITEM-AMOUNT,
                    :NOSW-ITEM-CURRENCY, :NOSW-ITEM-REFERENCE,
                    :NOSW-ITEM-SOURCE, :NOSW-ITEM-SOURCE-KEY
           END-EXEC
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       FETCH-BREAK-END.
           EXIT.
      **************************************************************
       BREAK-LINE.
           IF NOSW-SIDE = 'O'
              MOVE 'OURS  ' TO NOSW-SIDE-TEXT
              ADD 1 TO WS-OURS-OPEN
              ADD NOSW-ITEM-AMOUNT TO WS-OURS-OPEN-AMT
           ELSE
              MOVE 'THEIRS' TO NOSW-SIDE-TEXT
              ADD 1 TO WS-THEIRS-OPEN
              ADD NOSW-ITEM-AMOUNT TO WS-THEIRS-OPEN-AMT
           END-IF
           PERFORM AGE-ITEM THRU AGE-ITEM-END
           PERFORM WRITE-BREAK-LINE THRU WRITE-BREAK-LINE-END
           PERFORM FETCH-BREAK THRU FETCH-BREAK-END.
       BREAK-LINE-END.
           EXIT.
      **************************************************************
      * AGE-ITEM WORKS THE DAYS SINCE VALUE DATE AND THE AGING
      * BAND. A VALUE DATE IN THE FUTURE AGES AS ZERO.
      **************************************************************
       AGE-ITEM.
           COMPUTE NOSW-AGE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                 - FUNCTION INTEGER-OF-DATE(NOSW-ITEM-VALUE-DT)
           IF NOSW-AGE-DAYS < 0
              MOVE 0 TO NOSW-AGE-DAYS
           END-IF
           EVALUATE TRUE
              WHEN NOSW-AGE-DAYS NOT > 2
                 MOVE '000-002' TO NOSW-BAND
                 ADD 1 TO WS-BAND-002
              WHEN NOSW-AGE-DAYS NOT > 7
                 MOVE '003-007' TO NOSW-BAND
                 ADD 1 TO WS-BAND-007
              WHEN NOSW-AGE-DAYS NOT > 30
                 MOVE '008-030' TO NOSW-BAND
                 ADD 1 TO WS-BAND-030
              WHEN OTHER
                 MOVE '031+   ' TO NOSW-BAND
                 ADD 1 TO WS-BAND-OVER
           END-EVALUATE.
       AGE-ITEM-END.
           EXIT.
      **************************************************************
       WRITE-BREAK-LINE.
           MOVE NOSW-ITEM-ID TO WS-ITEM-ED
           MOVE NOSW-ITEM-AMOUNT TO WS-AMOUNT-ED
           MOVE NOSW-AGE-DAYS TO WS-AGE-ED
           MOVE SPACES TO BREAK-REPORT-RECORD
           STRING
              NOSW-SIDE-TEXT        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-ITEM-ED            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              NOSW-ITEM-DIRECTION   DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              NOSW-ITEM-VALUE-DT    DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMOUNT-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              NOSW-ITEM-CURRENCY    DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              NOSW-ITEM-REFERENCE   DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              NOSW-ITEM-SOURCE      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              NOSW-ITEM-SOURCE-KEY  DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AGE-ED             DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              NOSW-BAND             DELIMITED BY SIZE
              INTO BREAK-REPORT-RECORD
           END-STRING
           WRITE BREAK-REPORT-RECORD.
       WRITE-BREAK-LINE-END.
           EXIT.
      **************************************************************
      * WRITE-SUMMARY PRODUCES THE NOSSUMM LINES OPSDCS9 ECHOES
      * ONTO THE DASHBOARD. ANY LINE STARTING '***' IS A BREAK A
      * HUMAN MUST LOOK AT AND BECOMES A DASHBOARD ATTENTION ITEM.
      **************************************************************
       WRITE-SUMMARY.
           MOVE SPACES TO SUMMARY-RECORD
           STRING
              'NOSTRO RECONCILIATION '
                                    DELIMITED BY SIZE
              WS-CURRENT-DATE       DELIMITED BY SIZE
              INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD
           MOVE WS-ENTRIES-LOADED TO WS-CNT-ED
           MOVE SPACES TO SUMMARY-RECORD
           STRING
              'STATEMENT ENTRIES LOADED: '
                                    DELIMITED BY SIZE
              WS-CNT-ED             DELIMITED BY SIZE
              INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD
           IF WS-ENTRIES-REJECTED > 0
              MOVE WS-ENTRIES-REJECTED TO WS-CNT-ED
              MOVE SPACES TO SUMMARY-RECORD
              STRING
                 '*** STATEMENT ENTRIES REJECTED: '
                                    DELIMITED BY SIZE
                 WS-CNT-ED          DELIMITED BY SIZE
                 INTO SUMMARY-RECORD
              END-STRING
              WRITE SUMMARY-RECORD
           END-IF
           MOVE WS-AUTO-MATCHED TO WS-CNT-ED
           MOVE SPACES TO SUMMARY-RECORD
           STRING
              'AUTO-MATCHED: '      DELIMITED BY SIZE
              WS-CNT-ED             DELIMITED BY SIZE
              INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD
           MOVE WS-OURS-OPEN TO WS-CNT-ED
           MOVE WS-OURS-OPEN-AMT TO WS-AMT-ED
           MOVE SPACES TO SUMMARY-RECORD
           MOVE 1 TO NOSW-LINE-PTR
           IF WS-OURS-OPEN > 0
              MOVE '*** ' TO SUMMARY-RECORD
              MOVE 5 TO NOSW-LINE-PTR
           END-IF
           STRING
              'OUR SIDE UNMATCHED: '
                                    DELIMITED BY SIZE
              WS-CNT-ED             DELIMITED BY SIZE
              ' ITEMS FOR '         DELIMITED BY SIZE
              WS-AMT-ED             DELIMITED BY SIZE
              INTO SUMMARY-RECORD
              WITH POINTER NOSW-LINE-PTR
           END-STRING
           WRITE SUMMARY-RECORD
           MOVE WS-THEIRS-OPEN TO WS-CNT-ED
           MOVE WS-THEIRS-OPEN-AMT TO WS-AMT-ED
           MOVE SPACES TO SUMMARY-RECORD
           MOVE 1 TO NOSW-LINE-PTR
           IF WS-THEIRS-OPEN > 0
              MOVE '*** ' TO SUMMARY-RECORD
              MOVE 5 TO NOSW-LINE-PTR
           END-IF
           STRING
              'THEIR SIDE UNMATCHED: '
                                    DELIMITED BY SIZE
              WS-CNT-ED             DELIMITED BY SIZE
              ' ITEMS FOR '         DELIMITED BY SIZE
              WS-AMT-ED             DELIMITED BY SIZE
              INTO SUMMARY-RECORD
              WITH POINTER NOSW-LINE-PTR
           END-STRING
           WRITE SUMMARY-RECORD
           MOVE SPACES TO SUMMARY-RECORD
           STRING
              'BREAKS BY AGE 000-002/003-007/008-030/031+: '
                                    DELIMITED BY SIZE
              WS-BAND-002           DELIMITED BY SIZE
              '/'                   DELIMITED BY SIZE
              WS-BAND-007           DELIMITED BY SIZE
              '/'                   DELIMITED BY SIZE
              WS-BAND-030           DELIMITED BY SIZE
              '/'                   DELIMITED BY SIZE
              WS-BAND-OVER          DELIMITED BY SIZE
              INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD.
       WRITE-SUMMARY-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE STATEMENT-FILE
           CLOSE BREAK-REPORT-FILE
           CLOSE SUMMARY-FILE.
       CLOSE-FILES-END.
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
                  DISPLAY 'NOSRCS9 SQL ERROR. SQLCODE:  ' TXT-SQLCODE
                  DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
                  DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
                  MOVE 'Y' TO EODATA
               END-IF
            END-IF.
       DO-POSTSQL-END.
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
           MOVE WS-ENTRIES-LOADED TO RUNC-RECORDS
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
