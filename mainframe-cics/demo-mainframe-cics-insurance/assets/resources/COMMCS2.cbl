      * THE COMMISSION SCHEDULE (OLS0002.COMMISSION_SCHEDULE)
      * CARRIES FOR THE POLICY TYPE. ONE PRINT-IMAGE STATEMENT
      * PER AGENT (COMMSTMT) WITH PER-AGENT AND RUN TOTALS.
      * COMMISSION ON PREMIUM THAT IS LATER REFUNDED OR NEVER
      * COLLECTED IS TAKEN BACK: EVERY OPEN CLAWBACK CLAWCS2
      * QUEUED ON OLS0002.COMMISSION_CLAWBACK FOR THE AGENT (A
      * CANCELLATION, DELETE OR FIRST-YEAR LAPSE) IS CHARGED ON
      * THE STATEMENT AS ITS OWN CLAWBACK LINE AND MARKED SETTLED,
      * TOGETHER WITH ANY BALANCE OWED BROUGHT FORWARD ON
      * OLS0002.AGENT_BALANCE. WHEN THE CHARGES EXCEED THE MONTH'S
      * EARNINGS NOTHING IS PAYABLE AND THE SHORTFALL IS CARRIED
      * FORWARD AS THE AGENT'S NEW DEBIT BALANCE, WHICH AGDBCS2
      * REPORTS. AN AGENT NO LONGER ACTIVE STILL GETS A STATEMENT
      * WHILE ANY CLAWBACK OR BALANCE IS OUTSTANDING.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. COMMCS2.
        01 SCHED-WS.
            07 ACTW-FIRST-YEAR-PCT    PIC S9(3)V9(2) USAGE COMP-3.
            07 ACTW-RENEWAL-PCT       PIC S9(3)V9(2) USAGE COMP-3.
        01 CLAWBACK-WS.
            07 ACTW-CLB-POLICY-NUM    PIC X(11).
            07 ACTW-CLB-SOURCE        PIC X(1).
            07 ACTW-CLB-EVENT-DT      PIC X(8).
            07 ACTW-CLB-AMOUNT        PIC S9(11)V9(2) USAGE COMP-3.
      **************************************************************
        01 WS-MONTH-START                  PIC 9(8)   VALUE 0.
        01 WS-COMMISSION                   PIC S9(11)V9(2) COMP-3
                                                      VALUE 0.
        01 WS-RUN-TOTAL                    PIC S9(11)V9(2) COMP-3
                                                      VALUE 0.
        01 WS-CLAWBACK-TOTAL               PIC S9(11)V9(2) COMP-3
                                                      VALUE 0.
        01 WS-BROUGHT-FWD                  PIC S9(11)V9(2) COMP-3
                                                      VALUE 0.
        01 WS-NET-AMOUNT                   PIC S9(11)V9(2) COMP-3
                                                      VALUE 0.
        01 WS-PAYABLE                      PIC S9(11)V9(2) COMP-3
                                                      VALUE 0.
        01 WS-CARRIED-FWD                  PIC S9(11)V9(2) COMP-3
                                                      VALUE 0.
        01 WS-RUN-CLAWBACK                 PIC S9(11)V9(2) COMP-3
                                                      VALUE 0.
        01 WS-RUN-PAYABLE                  PIC S9(11)V9(2) COMP-3
                                                      VALUE 0.
        01 WS-RUN-CARRIED                  PIC S9(11)V9(2) COMP-3
                                                      VALUE 0.
        01 WS-SOURCE-TEXT                  PIC X(12)  VALUE SPACES.
        01 WS-COMMISSION-ED                PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01 WS-PREMIUM-ED                   PIC Z,ZZZ,ZZZ,ZZ9.999-.
        01 WS-CURRENT-DATE-DATA.
                SELECT
                  AGT_AGENT_ID,
                  AGT_NAME
                FROM OLS0002.AGENT_MASTER A
                WHERE A.AGT_STATUS = 'A'
                   OR EXISTS (
                      SELECT 1
                        FROM OLS0002.COMMISSION_CLAWBACK C
                       WHERE C.CLB_AGENT_ID = A.AGT_AGENT_ID
                         AND C.CLB_STATUS = 'O')
                   OR EXISTS (
                      SELECT 1
                        FROM OLS0002.AGENT_BALANCE B
                       WHERE B.AGB_AGENT_ID = A.AGT_AGENT_ID
                         AND B.AGB_DEBIT_BALANCE > 0)
                ORDER BY AGT_AGENT_ID
            END-EXEC.
       DO-DECLARE-END.
              INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           MOVE 'CLAWBACKS (UNEARNED COMMISSION CHARGED BACK):'
              TO STMT-LINE
           WRITE STMT-LINE
           PERFORM CLAWBACK-PASS THRU CLAWBACK-PASS-END
           PERFORM SETTLE-BALANCE THRU SETTLE-BALANCE-END
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           ADD WS-AGENT-TOTAL TO WS-RUN-TOTAL
       PAY-RENEWAL-END.
           EXIT.
      **************************************************************
      * CLAWBACK PASS - EVERY OPEN CLAWBACK FOR THE AGENT,
      * WHENEVER IT WAS QUEUED, IS CHARGED ON THIS STATEMENT AND
      * MARKED SETTLED WITH THE STATEMENT DATE. ONE QUEUED WHILE
      * THE STATEMENT RUNS WAITS FOR NEXT MONTH'S.
      **************************************************************
       CLAWBACK-PASS.
           MOVE 0 TO WS-CLAWBACK-TOTAL
           MOVE 'N' TO INNER-EOF
           EXEC SQL
              DECLARE G4 CURSOR FOR
               SELECT
                 CLB_POLICY_NUM,
                 CLB_SOURCE,
                 CLB_EVENT_DT,
                 CLB_AMOUNT
               FROM OLS0002.COMMISSION_CLAWBACK
               WHERE CLB_AGENT_ID = :ACTW-AGENT-ID
                 AND CLB_STATUS = 'O'
               FOR UPDATE OF CLB_STATUS, CLB_STMT_DT
           END-EXEC
           EXEC SQL
              OPEN G4
           END-EXEC
           PERFORM FETCH-CLAWBACK THRU FETCH-CLAWBACK-END
           PERFORM CHARGE-CLAWBACK THRU CHARGE-CLAWBACK-END
              UNTIL INNER-EOF = 'Y'
           EXEC SQL
              CLOSE G4
           END-EXEC
           MOVE WS-CLAWBACK-TOTAL TO WS-COMMISSION-ED
           MOVE SPACES TO STMT-LINE
           STRING 'TOTAL CLAWED BACK:       ' DELIMITED BY SIZE
              WS-COMMISSION-ED                DELIMITED BY SIZE
              INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           ADD WS-CLAWBACK-TOTAL TO WS-RUN-CLAWBACK.
       CLAWBACK-PASS-END.
           EXIT.
      **************************************************************
       FETCH-CLAWBACK.
           EXEC SQL
                FETCH G4 INTO
                  :ACTW-CLB-POLICY-NUM,
                  :ACTW-CLB-SOURCE,
                  :ACTW-CLB-EVENT-DT,
                  :ACTW-CLB-AMOUNT
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO INNER-EOF
           END-IF.
       FETCH-CLAWBACK-END.
           EXIT.
      **************************************************************
       CHARGE-CLAWBACK.
           EXEC SQL
                UPDATE OLS0002.COMMISSION_CLAWBACK
                   SET CLB_STATUS = 'S',
                       CLB_STMT_DT = :WS-CURRENT-DATE
                 WHERE CURRENT OF G4
           END-EXEC
           IF SQLCODE = 0
              ADD ACTW-CLB-AMOUNT TO WS-CLAWBACK-TOTAL
              EVALUATE ACTW-CLB-SOURCE
                 WHEN 'C'
                    MOVE 'CANCELLED' TO WS-SOURCE-TEXT
                 WHEN 'D'
                    MOVE 'DELETED' TO WS-SOURCE-TEXT
                 WHEN 'L'
                    MOVE 'LAPSED' TO WS-SOURCE-TEXT
                 WHEN OTHER
                    MOVE ACTW-CLB-SOURCE TO WS-SOURCE-TEXT
              END-EVALUATE
              COMPUTE WS-COMMISSION = 0 - ACTW-CLB-AMOUNT
              MOVE WS-COMMISSION TO WS-COMMISSION-ED
              MOVE SPACES TO STMT-LINE
              STRING
                 '  '                  DELIMITED BY SIZE
                 ACTW-CLB-POLICY-NUM   DELIMITED BY SIZE
                 '  '                  DELIMITED BY SIZE
                 WS-SOURCE-TEXT        DELIMITED BY SIZE
                 ' '                   DELIMITED BY SIZE
                 ACTW-CLB-EVENT-DT     DELIMITED BY SIZE
                 '  CLAWBACK '         DELIMITED BY SIZE
                 WS-COMMISSION-ED      DELIMITED BY SIZE
                 INTO STMT-LINE
              END-STRING
              WRITE STMT-LINE
           ELSE
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'COMMCS2 CLAWBACK NOT SETTLED: '
                 ACTW-CLB-POLICY-NUM ' SQLCODE: ' TXT-SQLCODE
           END-IF
           PERFORM FETCH-CLAWBACK THRU FETCH-CLAWBACK-END.
       CHARGE-CLAWBACK-END.
           EXIT.
      **************************************************************
      * SETTLE-BALANCE NETS THE MONTH: EARNED LESS CLAWBACKS LESS
      * ANY BALANCE OWED BROUGHT FORWARD. A NEGATIVE RESULT PAYS
      * NOTHING AND BECOMES THE DEBIT BALANCE CARRIED FORWARD TO
      * NEXT MONTH'S STATEMENT; OTHERWISE THE BALANCE IS CLEARED.
      **************************************************************
       SETTLE-BALANCE.
           MOVE 0 TO WS-BROUGHT-FWD
           EXEC SQL
                SELECT AGB_DEBIT_BALANCE
                  INTO :WS-BROUGHT-FWD
                  FROM OLS0002.AGENT_BALANCE
                 WHERE AGB_AGENT_ID = :ACTW-AGENT-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-BROUGHT-FWD
           END-IF
           COMPUTE WS-NET-AMOUNT =
              WS-AGENT-TOTAL - WS-CLAWBACK-TOTAL - WS-BROUGHT-FWD
           IF WS-NET-AMOUNT < 0
              MOVE 0 TO WS-PAYABLE
              COMPUTE WS-CARRIED-FWD = 0 - WS-NET-AMOUNT
           ELSE
              MOVE WS-NET-AMOUNT TO WS-PAYABLE
              MOVE 0 TO WS-CARRIED-FWD
           END-IF
           MOVE WS-BROUGHT-FWD TO WS-COMMISSION-ED
           MOVE SPACES TO STMT-LINE
           STRING 'BALANCE OWED BROUGHT FWD:' DELIMITED BY SIZE
              WS-COMMISSION-ED                DELIMITED BY SIZE
              INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           MOVE WS-PAYABLE TO WS-COMMISSION-ED
           MOVE SPACES TO STMT-LINE
           STRING 'NET PAYABLE THIS MONTH:  ' DELIMITED BY SIZE
              WS-COMMISSION-ED                DELIMITED BY SIZE
              INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           MOVE WS-CARRIED-FWD TO WS-COMMISSION-ED
           MOVE SPACES TO STMT-LINE
           STRING 'BALANCE OWED CARRIED FWD:' DELIMITED BY SIZE
              WS-COMMISSION-ED                DELIMITED BY SIZE
              INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           ADD WS-PAYABLE TO WS-RUN-PAYABLE
           ADD WS-CARRIED-FWD TO WS-RUN-CARRIED
           IF WS-CARRIED-FWD = WS-BROUGHT-FWD
              GO TO SETTLE-BALANCE-END
           END-IF
           EXEC SQL
                UPDATE OLS0002.AGENT_BALANCE
                   SET AGB_DEBIT_BALANCE = :WS-CARRIED-FWD,
                       AGB_UPDT_DT = :WS-CURRENT-DATE
                 WHERE AGB_AGENT_ID = :ACTW-AGENT-ID
           END-EXEC
           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO OLS0002.AGENT_BALANCE (
                      AGB_AGENT_ID, AGB_DEBIT_BALANCE, AGB_UPDT_DT)
                   VALUES (
                      :ACTW-AGENT-ID, :WS-CARRIED-FWD,
                      :WS-CURRENT-DATE)
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'COMMCS2 BALANCE NOT SAVED FOR AGENT '
                 ACTW-AGENT-ID ' SQLCODE: ' TXT-SQLCODE
           END-IF.
       SETTLE-BALANCE-END.
           EXIT.
      **************************************************************
      * A POLICY TYPE WITH NO SCHEDULE ROW EARNS NOTHING AND SAYS
      * SO ON THE STATEMENT, RATHER THAN INVENTING A RATE.
      **************************************************************
              WS-COMMISSION-ED                DELIMITED BY SIZE
              INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           MOVE WS-RUN-CLAWBACK TO WS-COMMISSION-ED
           MOVE SPACES TO STMT-LINE
           STRING
              'TOTAL CLAWED BACK:           ' DELIMITED BY SIZE
              WS-COMMISSION-ED                DELIMITED BY SIZE
              INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           MOVE WS-RUN-PAYABLE TO WS-COMMISSION-ED
           MOVE SPACES TO STMT-LINE
           STRING
              'TOTAL NET PAYABLE:           ' DELIMITED BY SIZE
              WS-COMMISSION-ED                DELIMITED BY SIZE
              INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           MOVE WS-RUN-CARRIED TO WS-COMMISSION-ED
           MOVE SPACES TO STMT-LINE
           STRING
              'TOTAL OWED CARRIED FORWARD:  ' DELIMITED BY SIZE
              WS-COMMISSION-ED                DELIMITED BY SIZE
              INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE.
       WRITE-RUN-TOTAL-END.
           EXIT.
