CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * TLDCCS9 - CLOSE AND BALANCE A TELLER CASH DRAWER FOR CICS
      * AND DB2. AT END OF DAY THE TELLER COUNTS THE DRAWER AND
      * KEYS THE COUNT BY DENOMINATION (UP TO 15 DENOMINATION /
      * PIECES PAIRS). THE DRAWER'S EXPECTED CASH IS WORKED FROM
      * THE SAME DATA THE COUNTER POSTED: THE OPENING FLOAT, PLUS
      * EVERY CASH DEPOSIT ('D') AND LESS EVERY CASH WITHDRAWAL
      * ('W') ON OLS0002.ACCOUNT2_TXN CARRYING THE DRAWER ID
      * (TAGGED BY PACTCS9 AND WACTCS9). COUNTED LESS EXPECTED IS
      * THE OVER (POSITIVE) OR SHORT (NEGATIVE). THE DRAWER IS
      * CLOSED ('C') UNDER A GUARD ON ITS STILL BEING OPEN, THE
      * DENOMINATION COUNT IS KEPT ON OLS0002.TELLER_DRAWER_COUNT,
      * AND ANY OVER/SHORT IS BOOKED TO THE HOUSE CASH OVER/SHORT
      * ACCOUNT - AN OVER AS A DEPOSIT, A SHORT AS A WITHDRAWAL -
      * WITH THE DRAWER AS THE LEDGER ROW'S TRANSFER REFERENCE. IF
      * THAT BOOKING FAILS THE DRAWER IS PUT BACK OPEN AND ITS
      * COUNT REMOVED SO THE TELLER CAN SIMPLY BALANCE AGAIN.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TLDCCS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLTELLERDRAWER.
           10 DRW_DRAWER_ID        PIC S9(9) USAGE COMP.
           10 DRW_BRNCH_ID         PIC S9(9) USAGE COMP.
           10 DRW_USERID           PIC X(8).
           10 DRW_CURRENCY         PIC X(3).
           10 DRW_BUSINESS_DT      PIC X(8).
           10 DRW_STATUS           PIC X(1).
           10 DRW_OPEN_FLOAT       PIC S9(11)V9(3) USAGE COMP-3.
           10 DRW_EXPECTED_CASH    PIC S9(11)V9(3) USAGE COMP-3.
           10 DRW_COUNTED_CASH     PIC S9(11)V9(3) USAGE COMP-3.
           10 DRW_OVER_SHORT       PIC S9(11)V9(3) USAGE COMP-3.
           10 DRW_OPEN_TS          PIC X(26).
           10 DRW_CLOSE_TS         PIC X(26).
           10 DRW_CLOSE_USERID     PIC X(8).
      **************************************************************
       01  DCLTELLERDRAWERCOUNT.
           10 DRC_DRAWER_ID        PIC S9(9) USAGE COMP.
           10 DRC_DENOMINATION     PIC S9(7)V9(2) USAGE COMP-3.
           10 DRC_PIECES           PIC S9(7) USAGE COMP-3.
           10 DRC_AMOUNT           PIC S9(11)V9(3) USAGE COMP-3.
      **************************************************************
        01 DRAWER-WS.
            07 DRWW-DRAWER-ID       PIC S9(9) COMP.
            07 DRWW-STATUS          PIC X(1).
            07 DRWW-CURRENCY        PIC X(3).
            07 DRWW-OPEN-FLOAT      PIC S9(11)V9(3) COMP-3.
        01 DRWW-CASH-IN              PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 DRWW-CASH-OUT             PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 DRWW-EXPECTED             PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 DRWW-COUNTED              PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 DRWW-OVER-SHORT           PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 DRWW-IDX                  PIC S9(4) COMP VALUE 0.
        01 DRWW-LINE-AMOUNT          PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 DRCW-DENOMINATION         PIC S9(7)V9(2) COMP-3 VALUE 0.
        01 DRCW-PIECES               PIC S9(7) COMP-3 VALUE 0.
      **************************************************************
      * THE HOUSE ACCOUNT TELLER OVERS AND SHORTS ARE BOOKED TO.
      **************************************************************
        01 WS-OVSH-ACCOUNT-ID        PIC X(11) VALUE 'CASHOVSH001'.
        01 OVSW-TXN-TYPE             PIC X(1).
        01 OVSW-AMOUNT               PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 OVSW-BALANCE-AFTER        PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 OVSW-DESCRIPTION          PIC X(40).
        01 OVSW-TRANSFER-REF.
           05 FILLER                 PIC X(7) VALUE 'DRAWER '.
           05 OVSW-REF-DRAWER-ID     PIC 9(9).
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 TLDI-DRAWER-ID                   PIC S9(9) COMP.
      *    THE COUNT BY DENOMINATION - UNUSED ENTRIES ARE ZERO.
            05 TLDI-COUNT-ENTRY                 OCCURS 15 TIMES.
              07 TLDI-DENOMINATION              PIC S9(7)V9(2) COMP-3.
              07 TLDI-PIECES                    PIC S9(7) COMP-3.
        01 DRAWER-OUT.
            05 TLDO-DRAWER-ID                   PIC S9(9) COMP.
            05 TLDO-OPEN-FLOAT                  PIC S9(11)V9(3) COMP-3.
            05 TLDO-CASH-IN                     PIC S9(11)V9(3) COMP-3.
            05 TLDO-CASH-OUT                    PIC S9(11)V9(3) COMP-3.
            05 TLDO-EXPECTED                    PIC S9(11)V9(3) COMP-3.
            05 TLDO-COUNTED                     PIC S9(11)V9(3) COMP-3.
      *    POSITIVE IS OVER, NEGATIVE IS SHORT.
            05 TLDO-OVER-SHORT                  PIC S9(11)V9(3) COMP-3.
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-INVALID-COUNT             VALUE 1.
              88 RTCD-DRAWER-NOT-FOUND          VALUE 2.
              88 RTCD-DRAWER-NOT-OPEN           VALUE 3.
              88 RTCD-SQL-ERROR                 VALUE 4.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK
              PERFORM FETCH-DRAWER THRU FETCH-DRAWER-END
           END-IF
           IF RTCD-OK
              PERFORM WORK-EXPECTED THRU WORK-EXPECTED-END
           END-IF
           IF RTCD-OK
              PERFORM CLOSE-DRAWER THRU CLOSE-DRAWER-END
           END-IF
           IF RTCD-OK
              PERFORM SAVE-COUNT THRU SAVE-COUNT-END
                 VARYING DRWW-IDX FROM 1 BY 1
                    UNTIL DRWW-IDX > 15 OR NOT RTCD-OK
           END-IF
           IF RTCD-OK AND DRWW-OVER-SHORT NOT = 0
              PERFORM BOOK-OVER-SHORT THRU BOOK-OVER-SHORT-END
           END-IF
           IF RTCD-SQL-ERROR AND DRWW-STATUS = 'C'
              PERFORM REOPEN-DRAWER THRU REOPEN-DRAWER-END
           END-IF
           GOBACK.
      **************************************************************
      * GET-INPUT ADDS UP THE COUNT. A DENOMINATION MUST BE
      * POSITIVE WHEREVER PIECES ARE KEYED AGAINST IT, AND PIECES
      * ARE NEVER NEGATIVE.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO DRAWER-OUT
            SET RTCD-OK TO TRUE
            MOVE TLDI-DRAWER-ID TO DRWW-DRAWER-ID
            MOVE TLDI-DRAWER-ID TO TLDO-DRAWER-ID
            MOVE SPACE TO DRWW-STATUS
            MOVE 0 TO DRWW-COUNTED
            PERFORM ADD-COUNT-LINE THRU ADD-COUNT-LINE-END
               VARYING DRWW-IDX FROM 1 BY 1
                  UNTIL DRWW-IDX > 15 OR NOT RTCD-OK
            DISPLAY 'DRAWER-ID = ' DRWW-DRAWER-ID.
       GET-INPUT-END.
           EXIT.
      **************************************************************
       ADD-COUNT-LINE.
            IF TLDI-PIECES(DRWW-IDX) < 0
               OR (TLDI-PIECES(DRWW-IDX) > 0
                   AND TLDI-DENOMINATION(DRWW-IDX) NOT > 0)
               SET RTCD-INVALID-COUNT TO TRUE
               MOVE 'NOT BALANCED - INVALID DENOMINATION COUNT'
                  TO RT-MSG
               GO TO ADD-COUNT-LINE-END
            END-IF
            COMPUTE DRWW-COUNTED = DRWW-COUNTED
               + TLDI-DENOMINATION(DRWW-IDX) * TLDI-PIECES(DRWW-IDX).
       ADD-COUNT-LINE-END.
           EXIT.
      **************************************************************
       FETCH-DRAWER.
            EXEC SQL
                 SELECT DRW_STATUS, DRW_CURRENCY, DRW_OPEN_FLOAT
                   INTO :DRWW-STATUS, :DRWW-CURRENCY,
                        :DRWW-OPEN-FLOAT
                   FROM OLS0002.TELLER_DRAWER
                  WHERE DRW_DRAWER_ID = :DRWW-DRAWER-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-DRAWER-NOT-FOUND TO TRUE
               MOVE 'NOT BALANCED - DRAWER NOT FOUND' TO RT-MSG
               GO TO FETCH-DRAWER-END
            END-IF
            IF DRWW-STATUS NOT = 'O'
               SET RTCD-DRAWER-NOT-OPEN TO TRUE
               MOVE 'NOT BALANCED - DRAWER ALREADY CLOSED' TO RT-MSG
            END-IF.
       FETCH-DRAWER-END.
           EXIT.
      **************************************************************
      * WORK-EXPECTED - FLOAT PLUS CASH IN LESS CASH OUT, FROM THE
      * LEDGER ROWS THE COUNTER TAGGED WITH THIS DRAWER.
      **************************************************************
       WORK-EXPECTED.
            MOVE 0 TO DRWW-CASH-IN
            MOVE 0 TO DRWW-CASH-OUT
            EXEC SQL
                 SELECT COALESCE(SUM(CASE WHEN TXN_TXN_TYPE = 'D'
                                          THEN TXN_AMOUNT
                                          ELSE 0 END), 0),
                        COALESCE(SUM(CASE WHEN TXN_TXN_TYPE = 'W'
                                          THEN TXN_AMOUNT
                                          ELSE 0 END), 0)
                   INTO :DRWW-CASH-IN, :DRWW-CASH-OUT
                   FROM OLS0002.ACCOUNT2_TXN
                  WHERE TXN_DRAWER_ID = :DRWW-DRAWER-ID
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO WORK-EXPECTED-END
            END-IF
            COMPUTE DRWW-EXPECTED =
               DRWW-OPEN-FLOAT + DRWW-CASH-IN - DRWW-CASH-OUT
            COMPUTE DRWW-OVER-SHORT = DRWW-COUNTED - DRWW-EXPECTED
            MOVE DRWW-OPEN-FLOAT TO TLDO-OPEN-FLOAT
            MOVE DRWW-CASH-IN TO TLDO-CASH-IN
            MOVE DRWW-CASH-OUT TO TLDO-CASH-OUT
            MOVE DRWW-EXPECTED TO TLDO-EXPECTED
            MOVE DRWW-COUNTED TO TLDO-COUNTED
            MOVE DRWW-OVER-SHORT TO TLDO-OVER-SHORT.
       WORK-EXPECTED-END.
           EXIT.
      **************************************************************
      * CLOSE-DRAWER IS GUARDED ON THE DRAWER STILL BEING OPEN, SO
      * A DOUBLE SUBMIT CANNOT BOOK THE OVER/SHORT TWICE.
      **************************************************************
       CLOSE-DRAWER.
            EXEC SQL
                 UPDATE OLS0002.TELLER_DRAWER
                    SET DRW_STATUS = 'C',
                        DRW_EXPECTED_CASH = :DRWW-EXPECTED,
                        DRW_COUNTED_CASH = :DRWW-COUNTED,
                        DRW_OVER_SHORT = :DRWW-OVER-SHORT,
                        DRW_CLOSE_TS = CURRENT TIMESTAMP,
                        DRW_CLOSE_USERID = :EIBUSERID
                  WHERE DRW_DRAWER_ID = :DRWW-DRAWER-ID
                    AND DRW_STATUS = 'O'
            END-EXEC
            IF SQLCODE = 100
               SET RTCD-DRAWER-NOT-OPEN TO TRUE
               MOVE 'NOT BALANCED - DRAWER ALREADY CLOSED' TO RT-MSG
               GO TO CLOSE-DRAWER-END
            END-IF
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO CLOSE-DRAWER-END
            END-IF
            MOVE 'C' TO DRWW-STATUS
            IF DRWW-OVER-SHORT = 0
               MOVE 'SUCCESSFUL DRAWER BALANCE - IN BALANCE' TO RT-MSG
            ELSE
               IF DRWW-OVER-SHORT > 0
                  MOVE 'SUCCESSFUL DRAWER BALANCE - DRAWER OVER'
                     TO RT-MSG
               ELSE
                  MOVE 'SUCCESSFUL DRAWER BALANCE - DRAWER SHORT'
                     TO RT-MSG
               END-IF
            END-IF.
       CLOSE-DRAWER-END.
           EXIT.
      **************************************************************
      * SAVE-COUNT KEEPS ONE ROW PER DENOMINATION ACTUALLY COUNTED.
      **************************************************************
       SAVE-COUNT.
            IF TLDI-PIECES(DRWW-IDX) = 0
               GO TO SAVE-COUNT-END
            END-IF
            COMPUTE DRWW-LINE-AMOUNT =
               TLDI-DENOMINATION(DRWW-IDX) * TLDI-PIECES(DRWW-IDX)
            MOVE TLDI-DENOMINATION(DRWW-IDX) TO DRCW-DENOMINATION
            MOVE TLDI-PIECES(DRWW-IDX) TO DRCW-PIECES
            EXEC SQL
                 INSERT INTO OLS0002.TELLER_DRAWER_COUNT (
                    DRC_DRAWER_ID, DRC_DENOMINATION, DRC_PIECES,
                    DRC_AMOUNT)
                 VALUES (
                    :DRWW-DRAWER-ID, :DRCW-DENOMINATION, :DRCW-PIECES,
                    :DRWW-LINE-AMOUNT)
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
            END-IF.
       SAVE-COUNT-END.
           EXIT.
      **************************************************************
      * BOOK-OVER-SHORT - AN OVER IS PAID INTO THE HOUSE ACCOUNT
      * ('D'), A SHORT IS DRAWN FROM IT ('W'). THE BALANCE UPDATE
      * IS RELATIVE, AS ODPTCS9 DOES, SO A BUSY HOUSE ACCOUNT
      * CANNOT LOSE A CONCURRENT CHANGE; THE BALANCE-AFTER FOR THE
      * LEDGER ROW IS READ BACK FROM THE ROW JUST UPDATED.
      **************************************************************
       BOOK-OVER-SHORT.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            IF DRWW-OVER-SHORT > 0
               MOVE 'D' TO OVSW-TXN-TYPE
               MOVE DRWW-OVER-SHORT TO OVSW-AMOUNT
               MOVE 'TELLER DRAWER CASH OVER' TO OVSW-DESCRIPTION
            ELSE
               MOVE 'W' TO OVSW-TXN-TYPE
               COMPUTE OVSW-AMOUNT = 0 - DRWW-OVER-SHORT
               MOVE 'TELLER DRAWER CASH SHORT' TO OVSW-DESCRIPTION
            END-IF
            MOVE DRWW-DRAWER-ID TO OVSW-REF-DRAWER-ID
            EXEC SQL
                 UPDATE OLS0002.ACCOUNT2
                    SET ACCT_BALANCE = ACCT_BALANCE + :DRWW-OVER-SHORT,
                        ACCT_UPDT_DT = :WS-CURRENT-DATE
                  WHERE ACCT_ACCOUNT_ID = :WS-OVSH-ACCOUNT-ID
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO BOOK-OVER-SHORT-END
            END-IF
            EXEC SQL
                 SELECT ACCT_BALANCE
                   INTO :OVSW-BALANCE-AFTER
                   FROM OLS0002.ACCOUNT2
                  WHERE ACCT_ACCOUNT_ID = :WS-OVSH-ACCOUNT-ID
            END-EXEC
            EXEC SQL
                 INSERT INTO OLS0002.ACCOUNT2_TXN (
                    TXN_ACCOUNT_ID, TXN_TXN_TYPE, TXN_AMOUNT,
                    TXN_BALANCE_AFTER, TXN_CURRENCY, TXN_TS,
                    TXN_USERID, TXN_DESCRIPTION, TXN_TRANSFER_REF)
                 VALUES (
                    :WS-OVSH-ACCOUNT-ID, :OVSW-TXN-TYPE, :OVSW-AMOUNT,
                    :OVSW-BALANCE-AFTER, :DRWW-CURRENCY,
                    CURRENT TIMESTAMP, :EIBUSERID,
                    :OVSW-DESCRIPTION, :OVSW-TRANSFER-REF)
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               EXEC SQL
                    UPDATE OLS0002.ACCOUNT2
                       SET ACCT_BALANCE = ACCT_BALANCE
                                          - :DRWW-OVER-SHORT
                     WHERE ACCT_ACCOUNT_ID = :WS-OVSH-ACCOUNT-ID
               END-EXEC
            END-IF.
       BOOK-OVER-SHORT-END.
           EXIT.
      **************************************************************
      * REOPEN-DRAWER PUTS A DRAWER WHOSE BALANCING DID NOT
      * COMPLETE BACK AS IT WAS, SO NOTHING IS HALF-BOOKED.
      **************************************************************
       REOPEN-DRAWER.
            EXEC SQL
                 DELETE FROM OLS0002.TELLER_DRAWER_COUNT
                  WHERE DRC_DRAWER_ID = :DRWW-DRAWER-ID
            END-EXEC
            EXEC SQL
                 UPDATE OLS0002.TELLER_DRAWER
                    SET DRW_STATUS = 'O',
                        DRW_COUNTED_CASH = 0,
                        DRW_OVER_SHORT = 0,
                        DRW_CLOSE_USERID = ' '
                  WHERE DRW_DRAWER_ID = :DRWW-DRAWER-ID
                    AND DRW_STATUS = 'C'
            END-EXEC
            MOVE 'O' TO DRWW-STATUS.
       REOPEN-DRAWER-END.
           EXIT.
      **************************************************************
       REPORT-SQL-FAILURE.
            MOVE SQLCODE TO TXT-SQLCODE
            MOVE SQLSTATE TO TXT-SQLSTATE
            MOVE SQLERRMC TO TXT-SQLERRMC
            SET RTCD-SQL-ERROR TO TRUE
            DISPLAY 'SQLCODE:  ' TXT-SQLCODE
            DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
            DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
            MOVE 'NOT BALANCED - SQL FAILURE' TO RT-MSG.
       REPORT-SQL-FAILURE-END.
           EXIT.
      **************************************************************
