      * EVERY CREDIT GOES THROUGH THE GUARDED ACCT_UPDT_DT UPDATE
      * WITH ITS OWN OLS0002.ACCOUNT2_TXN ROW, SO MATURITY MONEY
      * SHOWS IN THE LEDGER LRPLCS9 REPLAYS AND GLJFCS9 JOURNALS.
      * A ROLLED DEPOSIT TAKES THE RENEWAL RATE TDNTCS9 QUOTED IN
      * THE PRE-MATURITY NOTICE FOR THIS MATURITY (TD_RENEWAL_RATE
      * WHEN TD_NOTICE_MAT_DT MATCHES); A DEPOSIT NEVER NOTIFIED
      * TAKES THE OLS0002.TD_RATE_CARD RATE IN FORCE FOR ITS
      * CURRENCY AND TERM, OR KEEPS ITS CONTRACT RATE WHEN THE CARD
      * HAS NO ENTRY. THE INSTRUCTION AND PAYOUT ACCOUNT ACTED ON
      * ARE THE ONES LAST SET THROUGH TDRICS9.
      * RUNS UNDER THE SHARED BATCH_RUN_CONTROL DOUBLE-RUN GUARD.
      **************************************************************
        IDENTIFICATION DIVISION.
           10 TD_ROLLOVER_CD       PIC X(1).
           10 TD_CURRENCY          PIC X(3).
           10 TD_MATURITY_DT       PIC X(8).
           10 TD_NOTICE_MAT_DT     PIC X(8).
           10 TD_RENEWAL_RATE      PIC S9V9(4) USAGE COMP-3.
      **************************************************************
       01  DCLTDRATECARD.
           10 TDR_CURRENCY         PIC X(3).
           10 TDR_TERM_MONTHS      PIC S9(4) COMP.
           10 TDR_EFF_FROM_DT      PIC X(8).
           10 TDR_RATE             PIC S9V9(4) USAGE COMP-3.
      **************************************************************
        01 TERMDEP-WS.
            07 TDW-DEPOSIT-ID       PIC X(11).
            07 TDW-ROLLOVER-CD      PIC X(1).
            07 TDW-CURRENCY         PIC X(3).
            07 TDW-MATURITY-DT      PIC 9(8).
            07 TDW-NOTICE-MAT-DT    PIC 9(8).
            07 TDW-RENEWAL-RATE     PIC S9V9(4) USAGE COMP-3.
        01 TDW-ROLL-RATE             PIC S9V9(4) COMP-3 VALUE 0.
        01 TDW-CARD-RATE             PIC S9V9(4) COMP-3 VALUE 0.
      **************************************************************
        01 ACCOUNT-WS.
            07 ACTW-ACCOUNT-ID      PIC X(11).
      **************************************************************
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE-DATA
                                           PIC X(08).
        01 WS-DEPOSITS-READ                PIC 9(7)   VALUE 0.
        01 WS-DEPOSITS-SWEPT               PIC 9(7)   VALUE 0.
        01 WS-DEPOSITS-ROLLED              PIC 9(7)   VALUE 0.
                  TD_TERM_MONTHS,
                  TD_ROLLOVER_CD,
                  TD_CURRENCY,
                  TD_MATURITY_DT,
                  COALESCE(TD_NOTICE_MAT_DT, 0),
                  COALESCE(TD_RENEWAL_RATE, 0)
                FROM OLS0002.TERM_DEPOSIT
                WHERE TD_STATUS = 'A'
                  AND TD_MATURITY_DT <= :WS-CURRENT-DATE
                FOR UPDATE OF TD_PRINCIPAL, TD_MATURITY_DT,
                   TD_CONTRACT_RATE, TD_STATUS, TD_UPDT_DT
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
                  :TDW-TERM-MONTHS,
                  :TDW-ROLLOVER-CD,
                  :TDW-CURRENCY,
                  :TDW-MATURITY-DT,
                  :TDW-NOTICE-MAT-DT,
                  :TDW-RENEWAL-RATE
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
      * ROLL-DEPOSIT STARTS A NEW TERM OF THE SAME LENGTH FROM THE
      * OLD MATURITY DATE, WITH THE ROLLED PRINCIPAL, AT THE RATE
      * GET-ROLL-RATE SETTLES.
      **************************************************************
       ROLL-DEPOSIT.
           PERFORM GET-ROLL-RATE THRU GET-ROLL-RATE-END
           MOVE TDW-MATURITY-DT TO TDW-NEW-MATURITY-NUM
           IF TDW-NMAT-DD > 28
              MOVE 28 TO TDW-NMAT-DD
                UPDATE OLS0002.TERM_DEPOSIT
                   SET TD_PRINCIPAL = :TDW-NEW-PRINCIPAL,
                       TD_MATURITY_DT = :TDW-NEW-MATURITY-NUM,
                       TD_CONTRACT_RATE = :TDW-ROLL-RATE,
                       TD_UPDT_DT = :WS-CURRENT-DATE
                 WHERE CURRENT OF T1
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-DEPOSITS-ROLLED
              DISPLAY 'ROLLED DEPOSIT ' TDW-DEPOSIT-ID
                 ' TO ' TDW-NEW-MATURITY-NUM ' AT ' TDW-ROLL-RATE
           ELSE
              PERFORM DO-POSTSQL THRU DO-POSTSQL-END
           END-IF.
       ROLL-DEPOSIT-END.
           EXIT.
      **************************************************************
      * THE RATE QUOTED IN THE NOTICE FOR THIS MATURITY IS HONOURED
      * EVEN IF THE CARD HAS MOVED SINCE. WITHOUT A NOTICE THE CARD
      * RATE IN FORCE TODAY APPLIES, THE SAME LOOKUP TDNTCS9 MAKES,
      * AND WITHOUT A CARD ENTRY THE CONTRACT RATE CARRIES OVER.
      **************************************************************
       GET-ROLL-RATE.
           MOVE TDW-CONTRACT-RATE TO TDW-ROLL-RATE
           IF TDW-NOTICE-MAT-DT = TDW-MATURITY-DT
              AND TDW-RENEWAL-RATE > 0
              MOVE TDW-RENEWAL-RATE TO TDW-ROLL-RATE
              GO TO GET-ROLL-RATE-END
           END-IF
           MOVE 0 TO TDW-CARD-RATE
           EXEC SQL
                SELECT TDR_RATE
                  INTO :TDW-CARD-RATE
                  FROM OLS0002.TD_RATE_CARD
                 WHERE TDR_CURRENCY = :TDW-CURRENCY
                   AND TDR_TERM_MONTHS = :TDW-TERM-MONTHS
                   AND TDR_EFF_FROM_DT = (
                       SELECT MAX(R.TDR_EFF_FROM_DT)
                         FROM OLS0002.TD_RATE_CARD R
                        WHERE R.TDR_CURRENCY = :TDW-CURRENCY
                          AND R.TDR_TERM_MONTHS = :TDW-TERM-MONTHS
                          AND R.TDR_EFF_FROM_DT <= :WS-CURRENT-DATE-X)
           END-EXEC
           IF SQLCODE = 0 AND TDW-CARD-RATE > 0
              MOVE TDW-CARD-RATE TO TDW-ROLL-RATE
           END-IF.
       GET-ROLL-RATE-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
