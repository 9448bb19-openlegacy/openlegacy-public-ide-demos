      * OR FUNDS NO LONGER SUFFICIENT) IS MARKED FAILED WITH ITS
      * HOLD RELEASED AND REPORTED, NOT SILENTLY DROPPED. RUNS
      * UNDER THE SHARED BATCH_RUN_CONTROL DOUBLE-RUN GUARD.
      * EVERY SETTLED ORDER IS ALSO REGISTERED AS AN OUR-SIDE
      * DEBIT ON OLS0002.NOSTRO_ITEM (AMOUNT, VALUE DATE AND
      * REFERENCE), WHICH IS WHAT NOSRCS9 MATCHES AGAINST THE
      * CORRESPONDENT'S STATEMENT TO PROVE THE MONEY REALLY LEFT.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PMOSCS9.
        01 ACTW-OPEN-HOLDS           PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 ACTW-DESCRIPTION          PIC X(40).
        01 WS-SETTLE-FAIL-SW         PIC X(1) VALUE 'N'.
        01 WS-NEXT-NOSTRO-ID         PIC S9(9) COMP VALUE 0.
        01 WS-ORDER-KEY              PIC X(16) VALUE SPACES.
      **************************************************************
        01 WS-ORDER-ID-ED                  PIC 9(9).
        01 WS-AMOUNT-ED                    PIC -9(12)9.999.
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-ORDERS-SETTLED
              PERFORM REGISTER-NOSTRO-ITEM
                 THRU REGISTER-NOSTRO-ITEM-END
           ELSE
              PERFORM DO-POSTSQL THRU DO-POSTSQL-END
           END-IF.
       MARK-ORDER-SETTLED-END.
           EXIT.
      **************************************************************
      * REGISTER-NOSTRO-ITEM RECORDS THE SETTLED ORDER AS AN
      * UNMATCHED OUR-SIDE DEBIT ON THE NOSTRO, VALUE TODAY, FOR
      * NOSRCS9 TO PAIR WITH THE CORRESPONDENT'S STATEMENT ENTRY.
      * A FAILED INSERT DOES NOT UNDO THE SETTLEMENT - THE ORDER
      * WOULD THEN SURFACE AS A THEIR-SIDE-ONLY BREAK INSTEAD.
      **************************************************************
       REGISTER-NOSTRO-ITEM.
           MOVE WS-ORDER-ID-ED TO WS-ORDER-KEY
           MOVE 0 TO WS-NEXT-NOSTRO-ID
           EXEC SQL
                SELECT COALESCE(MAX(NOS_ITEM_ID), 0) + 1
                  INTO :WS-NEXT-NOSTRO-ID
                  FROM OLS0002.NOSTRO_ITEM
           END-EXEC
           EXEC SQL
                INSERT INTO OLS0002.NOSTRO_ITEM (
                   NOS_ITEM_ID, NOS_SIDE, NOS_DIRECTION,
                   NOS_VALUE_DT, NOS_AMOUNT, NOS_CURRENCY,
                   NOS_REFERENCE, NOS_SOURCE, NOS_SOURCE_KEY,
                   NOS_STATUS, NOS_MATCH_ID, NOS_MATCH_TYPE,
                   NOS_LOAD_DT)
                VALUES (
                   :WS-NEXT-NOSTRO-ID, 'O', 'D',
                   :WS-CURRENT-DATE, :PMOW-AMOUNT, :PMOW-CURRENCY,
                   :PMOW-REFERENCE, 'PMOSCS9 ', :WS-ORDER-KEY,
                   'U', 0, ' ',
                   :WS-CURRENT-DATE)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'PMOSCS9 NOSTRO ITEM INSERT FAILED: '
                 PMOW-ORDER-ID ' SQLCODE: ' TXT-SQLCODE
           END-IF.
       REGISTER-NOSTRO-ITEM-END.
           EXIT.
      **************************************************************
       MARK-ORDER-FAILED.
           ADD 1 TO WS-ORDERS-FAILED
