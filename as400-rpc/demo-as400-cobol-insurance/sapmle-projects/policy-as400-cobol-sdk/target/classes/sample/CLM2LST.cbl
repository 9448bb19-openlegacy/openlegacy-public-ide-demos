      **************************************************************
      * CLM2LST - LIST THE CLAIMS ON A POLICY (AS400 RPC PROGRAM).
      * RETURNS UP TO 10 OLS0002.CLAIM2 ROWS FOR POLICY-NUM-IN AT A
      * TIME IN CLAIM NUMBER ORDER, PAGED BY LAST-CLAIM-NUM-IN THE
      * SAME WAY POL2LST PAGES POLICIES - A ZERO CONTINUATION STARTS
      * FROM THE TOP, AND THE CALLER FEEDS BACK THE LAST CLAIM
      * NUMBER RECEIVED TO PAGE ON. EACH CLAIM CARRIES ITS STATUS,
      * AMOUNT, RESERVE, DECISION DATE AND THE TEXT OF ITS LATEST
      * OLS0002.CLAIM_NOTE ENTRY, SO AN AGENT CAN ANSWER "WHERE IS MY
      * CLAIM" WITHOUT PHONING THE CLAIMS DESK. A CLAIM WITH NO
      * RESERVE, DECISION OR NOTES YET COMES BACK ZERO OR SPACES IN
      * THOSE FIELDS. CLM2DTL RETURNS ONE CLAIM IN FULL.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID./QSYS.LIB/POLICY.LIB/CLM2LST.PGM.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLCLAIM.
           10 CLM_CLAIM_NUM        PIC S9(9) USAGE COMP.
           10 CLM_POLICY_NUM       PIC X(11).
           10 CLM_CLAIM_DATE       PIC X(8).
           10 CLM_AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
           10 CLM_STATUS           PIC X(10).
           10 CLM_DESCRIPTION      PIC X(60).
           10 CLM_DECISION_DT      PIC X(8).
           10 CLM_RESERVE_AMOUNT   PIC S9(9)V9(2) USAGE COMP-3.
      **************************************************************
        01 CLAIM-WS.
          05 CLAIM-DETAILS.
            07 ACTW-CLAIM-NUM        PIC S9(9) USAGE COMP.
            07 ACTW-CLAIM-DATE       PIC X(8).
            07 ACTW-STATUS           PIC X(10).
            07 ACTW-AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
            07 ACTW-RESERVE-AMOUNT   PIC S9(9)V9(2) USAGE COMP-3.
            07 ACTW-DECISION-DT      PIC X(8).
            07 ACTW-LATEST-NOTE      PIC X(60).
      **************************************************************
        01 ACTW-POLICY-NUM          PIC X(11).
        01 ACTW-START-KEY           PIC S9(9) USAGE COMP.
        01 WS-SQLCODE-ABS           PIC 9(5).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        01 EODATA            PIC X(1)   VALUE 'N'.
        01 NUMREC            PIC 9(2)   VALUE 10.
        01 COUNTER           PIC 9(2)   VALUE 0.
        01 SQLMODE           PIC X(8)   VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 CLAIM-IN.
           05 POLICY-NUM-IN            PIC X(11).
           05 LAST-CLAIM-NUM-IN        PIC 9(9).
        01 CLAIM-OUT.
           05  CLAIM-REC-OUT OCCURS 10 TIMES.
               10  CLAIM-NUM-OUT            PIC 9(9).
               10  CLAIM-DATE-OUT           PIC X(8).
               10  STATUS-OUT               PIC X(10).
               10  AMOUNT-OUT               PIC 9(9)V9(2).
               10  RESERVE-AMOUNT-OUT       PIC 9(9)V9(2).
               10  DECISION-DATE-OUT        PIC X(8).
               10  LATEST-NOTE-OUT          PIC X(60).
           05  SUCCESS                      PIC X.
           05  OPERATION                    PIC XX.
           05  REC-COUNT                    PIC 99.
           05  RESULT-SQLCODE-SIGN          PIC X(1).
           05  RESULT-SQLCODE               PIC X(5).
           05  RESULT-SQLSTATE              PIC X(5).
           05  RESULT-SQLERRMC              PIC X(70).
      **************************************************************
       PROCEDURE DIVISION USING CLAIM-IN CLAIM-OUT.
       MAIN-RTN.
           PERFORM SET-START-KEY THRU SET-START-KEY-END
           PERFORM DO-DECLARE THRU DO-DECLARE-END
           PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
           PERFORM DO-GETALL THRU DO-GETALL-END
           PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           MOVE COUNTER TO REC-COUNT
           GOBACK.
      **************************************************************
      * ESTABLISH THE PAGING KEY. CLAIM NUMBERS START AT ONE, SO A
      * CALLER WHO HAS NOT YET SEEN ANY CLAIMS PASSES ZERO (OR
      * LEAVES THE FIELD AT SPACES) AND "GREATER THAN" SELECTS
      * EVERY CLAIM ON THE POLICY.
      **************************************************************
       SET-START-KEY.
           MOVE POLICY-NUM-IN TO ACTW-POLICY-NUM
           MOVE 0 TO ACTW-START-KEY
           IF LAST-CLAIM-NUM-IN IS NUMERIC
              MOVE LAST-CLAIM-NUM-IN TO ACTW-START-KEY
           END-IF
           DISPLAY 'POLICY-NUM: ' ACTW-POLICY-NUM.
       SET-START-KEY-END.
           EXIT.
      **************************************************************
      * THE LATEST NOTE IS THE CLAIM_NOTE ROW WITH THE HIGHEST
      * SEQUENCE FOR THE CLAIM - NOTES ARE ONLY EVER APPENDED.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE Y CURSOR FOR
                SELECT
                  C.CLM_CLAIM_NUM,
                  C.CLM_CLAIM_DATE,
                  C.CLM_STATUS,
                  C.CLM_AMOUNT,
                  COALESCE(C.CLM_RESERVE_AMOUNT, 0),
                  COALESCE(C.CLM_DECISION_DT, ' '),
                  COALESCE(
                   (SELECT N.NOTE_TEXT
                      FROM OLS0002.CLAIM_NOTE N
                     WHERE N.NOTE_CLAIM_NUM = C.CLM_CLAIM_NUM
                       AND N.NOTE_SEQ =
                           (SELECT MAX(M.NOTE_SEQ)
                              FROM OLS0002.CLAIM_NOTE M
                             WHERE M.NOTE_CLAIM_NUM = C.CLM_CLAIM_NUM)),
                   ' ')
                FROM OLS0002.CLAIM2 C
                WHERE C.CLM_POLICY_NUM = :ACTW-POLICY-NUM
                  AND C.CLM_CLAIM_NUM > :ACTW-START-KEY
                ORDER BY C.CLM_CLAIM_NUM
            END-EXEC
            MOVE 'DECLARE' TO SQLMODE
            PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN Y
           END-EXEC.
           MOVE 'OPENCUR' TO SQLMODE
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-GETALL.
           MOVE 'N' TO EODATA
           MOVE 0 TO COUNTER
           PERFORM DO-FETCH THRU DO-FETCH-END
              UNTIL COUNTER >= NUMREC OR EODATA = 'Y'
           IF EODATA = 'Y'
              SUBTRACT 1 FROM COUNTER
           END-IF
      *LAST FETCH WAS END OF DATA
           DISPLAY 'NUMBER OF FETCHES: ' COUNTER.
       DO-GETALL-END.
           EXIT.
      **************************************************************
      * DO ONE FETCH.
      **************************************************************
       DO-FETCH.
           MOVE LOW-VALUES TO CLAIM-DETAILS
           ADD 1 TO COUNTER
           EXEC SQL
                FETCH Y INTO
                  :ACTW-CLAIM-NUM,
                  :ACTW-CLAIM-DATE,
                  :ACTW-STATUS,
                  :ACTW-AMOUNT,
                  :ACTW-RESERVE-AMOUNT,
                  :ACTW-DECISION-DT,
                  :ACTW-LATEST-NOTE
           END-EXEC.
           MOVE ACTW-CLAIM-NUM       TO CLAIM-NUM-OUT(COUNTER)
           MOVE ACTW-CLAIM-DATE      TO CLAIM-DATE-OUT(COUNTER)
           MOVE ACTW-STATUS          TO STATUS-OUT(COUNTER)
           MOVE ACTW-AMOUNT          TO AMOUNT-OUT(COUNTER)
           MOVE ACTW-RESERVE-AMOUNT  TO RESERVE-AMOUNT-OUT(COUNTER)
           MOVE ACTW-DECISION-DT     TO DECISION-DATE-OUT(COUNTER)
           MOVE ACTW-LATEST-NOTE     TO LATEST-NOTE-OUT(COUNTER)
           MOVE 'DO-FETCH' TO SQLMODE
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE Y
           END-EXEC.
           MOVE 'CLOSECUR' TO SQLMODE
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       DO-POSTSQL.
            MOVE SQLSTATE TO RESULT-SQLSTATE
            MOVE SQLERRMC TO RESULT-SQLERRMC
            IF SQLCODE < 0
               MOVE '-' TO RESULT-SQLCODE-SIGN
            ELSE
               MOVE '+' TO RESULT-SQLCODE-SIGN
            END-IF
            COMPUTE WS-SQLCODE-ABS = FUNCTION ABS(SQLCODE)
            MOVE WS-SQLCODE-ABS TO RESULT-SQLCODE
            IF SQLCODE = 0
               DISPLAY 'CLAIM = ' ACTW-CLAIM-NUM
               MOVE 'Y' TO SUCCESS
               MOVE 'N' TO EODATA
            ELSE IF SQLCODE = 100
               MOVE 'Y' TO SUCCESS
               MOVE 'Y' TO EODATA
            ELSE
               DISPLAY 'SQLMODE: ' SQLMODE
               MOVE 'N' TO SUCCESS
               MOVE 'Y' TO EODATA
               MOVE SQLCODE TO TXT-SQLCODE
               MOVE SQLSTATE TO TXT-SQLSTATE
               MOVE SQLERRMC TO TXT-SQLERRMC
               DISPLAY 'SQLCODE:  ' TXT-SQLCODE
               DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
               DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
            END-IF.
       DO-POSTSQL-END.
           EXIT.
      **************************************************************
