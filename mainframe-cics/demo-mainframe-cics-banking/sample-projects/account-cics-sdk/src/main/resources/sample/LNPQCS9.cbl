CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * LNPQCS9 - LOAN PAYOFF QUOTE FOR CICS AND DB2. RETURNS THE
      * EXACT AMOUNT THAT SETTLES AN OLS0002.LOAN_ACCOUNT LOAN IN
      * FULL ON A GIVEN DATE (SPACES MEANS TODAY), INSTEAD OF
      * BRANCH STAFF WORKING IT OUT FROM LOAN_SCHEDULE ON A
      * CALCULATOR:
      *   OUTSTANDING PRINCIPAL  LN_PRINCIPAL_BAL (OF WHICH THE
      *                          PAST-DUE PRINCIPAL IS SHOWN SEPARATELY)
      *   PAST-DUE INTEREST      UNPAID INTEREST ON OPEN INSTALLMENTS
      *                          DUE ON OR BEFORE THE SETTLEMENT DATE
      *   ACCRUED INTEREST       PRINCIPAL X RATE / 365 FOR EACH DAY
      *                          SINCE THE LAST INSTALLMENT DUE DATE
      *                          (THE OPEN DATE BEFORE THE FIRST ONE)
      *   PREPAYMENT CHARGE      THE LPC_PREPAY_PCT SHARE OF THE
      *                          PRINCIPAL PAID AHEAD OF SCHEDULE
      * THE QUOTE IS RECORDED ON OLS0002.LOAN_PAYOFF_QUOTE UNDER A
      * 'PQ' REFERENCE SHAPED LIKE LNRPCS9'S PAYMENT REFERENCE, AND
      * IS GOOD THROUGH LPC_QUOTE_DAYS AFTER THE SETTLEMENT DATE;
      * THE PER-DIEM INTEREST IS RETURNED SO A SETTLEMENT ON A
      * LATER DAY INSIDE THAT WINDOW (LNPSCS9) ADDS THE EXTRA DAYS.
      * THE CHARGE RATE AND WINDOW COME FROM THE ONE-ROW CONTROL
      * TABLE OLS0002.LOAN_PAYOFF_CONTROL AND DEFAULT TO NO CHARGE
      * AND 10 DAYS WHEN THE ROW IS MISSING.
      * FOR A LOAN RESTRUCTURED BY LNRACS9, SUPERSEDED ('S')
      * INSTALLMENTS THAT NEVER FELL DUE UNDER THE OLD SCHEDULE DO
      * NOT MOVE THE ACCRUAL START, AND THE SHARE OF THE CARRIED
      * INTEREST STILL SPREAD OVER INSTALLMENTS NOT YET DUE IS
      * ADDED TO THE PAST-DUE INTEREST SO A PAYOFF COLLECTS IT.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. LNPQCS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLPAYOFFQUOTE.
           10 LPQ_QUOTE_REF        PIC X(16).
           10 LPQ_LOAN_ID          PIC X(11).
           10 LPQ_SETTLE_DT        PIC X(8).
           10 LPQ_GOOD_THRU_DT     PIC X(8).
           10 LPQ_PRINCIPAL_BAL    PIC S9(11)V9(3) USAGE COMP-3.
           10 LPQ_PAST_DUE_INT     PIC S9(11)V9(3) USAGE COMP-3.
           10 LPQ_ACCRUED_INT      PIC S9(11)V9(3) USAGE COMP-3.
           10 LPQ_PREPAY_CHARGE    PIC S9(11)V9(3) USAGE COMP-3.
           10 LPQ_PAYOFF_AMOUNT    PIC S9(11)V9(3) USAGE COMP-3.
           10 LPQ_PER_DIEM         PIC S9(11)V9(3) USAGE COMP-3.
           10 LPQ_CURRENCY         PIC X(3).
           10 LPQ_LOAN_UPDT_DT     PIC X(8).
           10 LPQ_STATUS           PIC X(1).
           10 LPQ_SETTLE_REF       PIC X(16).
           10 LPQ_USERID           PIC X(8).
           10 LPQ_TS               PIC X(26).
      **************************************************************
        01 LOAN-WS.
            07 LNW-LOAN-ID          PIC X(11).
            07 LNW-PRINCIPAL-BAL    PIC S9(11)V9(3) USAGE COMP-3.
            07 LNW-ANNUAL-RATE      PIC S9V9(4) USAGE COMP-3.
            07 LNW-CURRENCY         PIC X(3).
            07 LNW-STATUS           PIC X(1).
            07 LNW-OPEN-DT          PIC X(8).
            07 LNW-UPDT-DT          PIC X(8).
            07 LNW-RESTRUCTURE-DT   PIC X(8).
      **************************************************************
        01 QUOTE-WS.
            07 LPQW-SETTLE-DT       PIC 9(8).
            07 LPQW-GOOD-THRU-DT    PIC 9(8).
            07 LPQW-LAST-DUE-DT     PIC 9(8).
            07 LPQW-PAST-DUE-PRIN   PIC S9(11)V9(3) COMP-3.
            07 LPQW-PAST-DUE-INT    PIC S9(11)V9(3) COMP-3.
            07 LPQW-ACCRUED-INT     PIC S9(11)V9(3) COMP-3.
            07 LPQW-PREPAY-CHARGE   PIC S9(11)V9(3) COMP-3.
            07 LPQW-PAYOFF-AMOUNT   PIC S9(11)V9(3) COMP-3.
            07 LPQW-PER-DIEM        PIC S9(11)V9(3) COMP-3.
            07 LPQW-ACCRUAL-DAYS    PIC S9(9) COMP.
        01 LPQW-LAST-DUE-NULL       PIC S9(4) COMP VALUE 0.
        01 LPQW-PREPAY-PCT          PIC S9V9(4) COMP-3 VALUE 0.
        01 LPQW-QUOTE-DAYS          PIC S9(4) COMP VALUE 10.
      **************************************************************
      * THE LATEST APPLIED RESTRUCTURE OF THE LOAN, IF ANY.
      **************************************************************
        01 LRSW-RESTRUCTURE-DT      PIC 9(8) VALUE 0.
        01 LRSW-CARRIED-INT         PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 LRSW-HOLIDAY-INT         PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 LRSW-NEW-REMAINING       PIC S9(4) COMP VALUE 0.
        01 LRSW-FIRST-NEW-NO        PIC S9(4) COMP VALUE 0.
        01 LRSW-NOT-YET-DUE         PIC S9(4) COMP VALUE 0.
        01 LRSW-UNBILLED-INT        PIC S9(11)V9(3) COMP-3 VALUE 0.
      **************************************************************
      * THE QUOTE REFERENCE - 'PQ' PLUS QUOTE TIME PLUS THE CICS
      * TASK NUMBER, THE SAME SHAPE LNRPCS9 GIVES ITS PAYMENTS.
      **************************************************************
        01 LPQW-QUOTE-REF.
          05 LPQW-QUOTE-REF-PFX      PIC X(2)  VALUE 'PQ'.
          05 LPQW-QUOTE-REF-TIME     PIC 9(6).
          05 LPQW-QUOTE-REF-TASK     PIC 9(7).
          05 FILLER                  PIC X(1)  VALUE SPACE.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 LPQI-LOAN-ID                     PIC X(11).
      *    SETTLEMENT DATE CCYYMMDD - SPACES QUOTES FOR TODAY.
            05 LPQI-SETTLE-DT                   PIC X(8).
        01 QUOTE-OUT.
            05 LPQO-QUOTE-REF                   PIC X(16).
            05 LPQO-LOAN-ID                     PIC X(11).
            05 LPQO-CURRENCY                    PIC X(3).
            05 LPQO-SETTLE-DT                   PIC X(8).
            05 LPQO-GOOD-THRU-DT                PIC X(8).
            05 LPQO-PRINCIPAL-BAL               PIC S9(11)V9(3) COMP-3.
            05 LPQO-PAST-DUE-PRINCIPAL          PIC S9(11)V9(3) COMP-3.
            05 LPQO-PAST-DUE-INTEREST           PIC S9(11)V9(3) COMP-3.
            05 LPQO-ACCRUED-INTEREST            PIC S9(11)V9(3) COMP-3.
            05 LPQO-PREPAY-CHARGE               PIC S9(11)V9(3) COMP-3.
            05 LPQO-PAYOFF-AMOUNT               PIC S9(11)V9(3) COMP-3.
            05 LPQO-PER-DIEM                    PIC S9(11)V9(3) COMP-3.
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-INVALID-DATE              VALUE 1.
              88 RTCD-LOAN-NOT-FOUND            VALUE 2.
              88 RTCD-LOAN-NOT-ACTIVE           VALUE 3.
              88 RTCD-SQL-ERROR                 VALUE 4.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK
              PERFORM FETCH-LOAN THRU FETCH-LOAN-END
           END-IF
           IF RTCD-OK
              PERFORM FETCH-CONTROL THRU FETCH-CONTROL-END
              PERFORM FETCH-SCHEDULE THRU FETCH-SCHEDULE-END
           END-IF
           IF RTCD-OK
              PERFORM FETCH-CARRY THRU FETCH-CARRY-END
           END-IF
           IF RTCD-OK
              PERFORM CALC-QUOTE THRU CALC-QUOTE-END
              PERFORM RECORD-QUOTE THRU RECORD-QUOTE-END
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO QUOTE-OUT
            SET RTCD-OK TO TRUE
            MOVE LPQI-LOAN-ID TO LNW-LOAN-ID
            MOVE LPQI-LOAN-ID TO LPQO-LOAN-ID
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            IF LPQI-SETTLE-DT = SPACES OR LPQI-SETTLE-DT = LOW-VALUES
               MOVE WS-CURRENT-DATE TO LPQW-SETTLE-DT
            ELSE
               IF LPQI-SETTLE-DT NOT NUMERIC
                  SET RTCD-INVALID-DATE TO TRUE
                  MOVE 'NOT SUCCESSFUL QUOTE - INVALID SETTLEMENT DATE'
                     TO RT-MSG
                  GO TO GET-INPUT-END
               END-IF
               MOVE LPQI-SETTLE-DT TO LPQW-SETTLE-DT
               IF LPQW-SETTLE-DT < WS-CURRENT-DATE
                  SET RTCD-INVALID-DATE TO TRUE
                  MOVE 'NOT SUCCESSFUL QUOTE - SETTLEMENT DATE IN PAST'
                     TO RT-MSG
                  GO TO GET-INPUT-END
               END-IF
            END-IF
            DISPLAY 'LOAN-ID = ' LNW-LOAN-ID.
       GET-INPUT-END.
           EXIT.
      **************************************************************
       FETCH-LOAN.
            EXEC SQL
                 SELECT LN_PRINCIPAL_BAL, LN_ANNUAL_RATE, LN_CURRENCY,
                        LN_STATUS, LN_OPEN_DT, LN_UPDT_DT,
                        COALESCE(LN_RESTRUCTURE_DT, ' ')
                   INTO :LNW-PRINCIPAL-BAL, :LNW-ANNUAL-RATE,
                        :LNW-CURRENCY, :LNW-STATUS, :LNW-OPEN-DT,
                        :LNW-UPDT-DT, :LNW-RESTRUCTURE-DT
                   FROM OLS0002.LOAN_ACCOUNT
                  WHERE LN_LOAN_ID = :LNW-LOAN-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-LOAN-NOT-FOUND TO TRUE
               MOVE 'NOT SUCCESSFUL QUOTE - LOAN NOT FOUND'
                  TO RT-MSG
               GO TO FETCH-LOAN-END
            END-IF
            IF LNW-STATUS NOT = 'A'
               SET RTCD-LOAN-NOT-ACTIVE TO TRUE
               MOVE 'NOT SUCCESSFUL QUOTE - LOAN NOT ACTIVE'
                  TO RT-MSG
            END-IF.
       FETCH-LOAN-END.
           EXIT.
      **************************************************************
       FETCH-CONTROL.
            MOVE 0 TO LPQW-PREPAY-PCT
            MOVE 10 TO LPQW-QUOTE-DAYS
            EXEC SQL
                 SELECT LPC_PREPAY_PCT, LPC_QUOTE_DAYS
                   INTO :LPQW-PREPAY-PCT, :LPQW-QUOTE-DAYS
                   FROM OLS0002.LOAN_PAYOFF_CONTROL
            END-EXEC
            IF SQLCODE NOT = 0
               MOVE 0 TO LPQW-PREPAY-PCT
               MOVE 10 TO LPQW-QUOTE-DAYS
            END-IF.
       FETCH-CONTROL-END.
           EXIT.
      **************************************************************
      * WHAT IS ALREADY DUE BY THE SETTLEMENT DATE AND STILL
      * UNPAID, AND THE LAST DUE DATE INTEREST WAS SCHEDULED TO -
      * ACCRUAL RUNS FROM THERE (OR FROM THE OPEN DATE IF NO
      * INSTALLMENT HAS FALLEN DUE YET).
      **************************************************************
       FETCH-SCHEDULE.
            MOVE 0 TO LRSW-RESTRUCTURE-DT
            IF LNW-RESTRUCTURE-DT NUMERIC
               MOVE LNW-RESTRUCTURE-DT TO LRSW-RESTRUCTURE-DT
            END-IF
            MOVE 0 TO LPQW-PAST-DUE-PRIN LPQW-PAST-DUE-INT
            EXEC SQL
                 SELECT COALESCE(SUM(LNS_PRINCIPAL_AMT
                                     - LNS_PAID_PRINCIPAL), 0),
                        COALESCE(SUM(LNS_INTEREST_AMT
                                     - LNS_PAID_INTEREST), 0)
                   INTO :LPQW-PAST-DUE-PRIN, :LPQW-PAST-DUE-INT
                   FROM OLS0002.LOAN_SCHEDULE
                  WHERE LNS_LOAN_ID = :LNW-LOAN-ID
                    AND LNS_STATUS = 'O'
                    AND LNS_DUE_DT <= :LPQW-SETTLE-DT
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO FETCH-SCHEDULE-END
            END-IF
            EXEC SQL
                 SELECT MAX(LNS_DUE_DT)
                   INTO :LPQW-LAST-DUE-DT :LPQW-LAST-DUE-NULL
                   FROM OLS0002.LOAN_SCHEDULE
                  WHERE LNS_LOAN_ID = :LNW-LOAN-ID
                    AND LNS_DUE_DT <= :LPQW-SETTLE-DT
                    AND (LNS_STATUS <> 'S'
                         OR LNS_DUE_DT <= :LRSW-RESTRUCTURE-DT)
            END-EXEC
            IF SQLCODE NOT = 0 OR LPQW-LAST-DUE-NULL < 0
               MOVE LNW-OPEN-DT TO LPQW-LAST-DUE-DT
            END-IF.
       FETCH-SCHEDULE-END.
           EXIT.
      **************************************************************
      * LNRACS9 SPREADS THE INTEREST IT CARRIES FORWARD EVENLY OVER
      * THE NEW INSTALLMENTS. THE SHARE ON INSTALLMENTS NOT YET
      * DUE BY THE SETTLEMENT DATE HAS NOT BEEN BILLED, SO IT IS
      * OWED ON TOP. UNTIL THE FIRST NEW INSTALLMENT FALLS DUE THE
      * HOLIDAY INTEREST IS LEFT OUT - THE PER-DIEM ACCRUAL FROM
      * THE LAST REAL DUE DATE ALREADY COVERS THE HOLIDAY DAYS.
      **************************************************************
       FETCH-CARRY.
            IF LNW-RESTRUCTURE-DT = SPACES
               GO TO FETCH-CARRY-END
            END-IF
            EXEC SQL
                 SELECT LRS_CARRIED_INT, LRS_HOLIDAY_INT,
                        LRS_NEW_REMAINING, LRS_FIRST_NEW_NO
                   INTO :LRSW-CARRIED-INT, :LRSW-HOLIDAY-INT,
                        :LRSW-NEW-REMAINING, :LRSW-FIRST-NEW-NO
                   FROM OLS0002.LOAN_RESTRUCTURE
                  WHERE LRS_LOAN_ID = :LNW-LOAN-ID
                    AND LRS_STATUS = 'A'
                    AND LRS_REQUEST_ID =
                        (SELECT MAX(LRS_REQUEST_ID)
                           FROM OLS0002.LOAN_RESTRUCTURE
                          WHERE LRS_LOAN_ID = :LNW-LOAN-ID
                            AND LRS_STATUS = 'A')
            END-EXEC
            IF SQLCODE NOT = 0 OR LRSW-NEW-REMAINING NOT > 0
               GO TO FETCH-CARRY-END
            END-IF
            MOVE 0 TO LRSW-NOT-YET-DUE
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :LRSW-NOT-YET-DUE
                   FROM OLS0002.LOAN_SCHEDULE
                  WHERE LNS_LOAN_ID = :LNW-LOAN-ID
                    AND LNS_STATUS = 'O'
                    AND LNS_INSTALLMENT_NO >= :LRSW-FIRST-NEW-NO
                    AND LNS_DUE_DT > :LPQW-SETTLE-DT
            END-EXEC
            IF LRSW-NOT-YET-DUE NOT < LRSW-NEW-REMAINING
               COMPUTE LRSW-UNBILLED-INT =
                  LRSW-CARRIED-INT - LRSW-HOLIDAY-INT
            ELSE
               COMPUTE LRSW-UNBILLED-INT ROUNDED =
                  LRSW-CARRIED-INT * LRSW-NOT-YET-DUE
                     / LRSW-NEW-REMAINING
            END-IF
            IF LRSW-UNBILLED-INT > 0
               ADD LRSW-UNBILLED-INT TO LPQW-PAST-DUE-INT
            END-IF.
       FETCH-CARRY-END.
           EXIT.
      **************************************************************
      * PAYOFF = PRINCIPAL BALANCE (PAST-DUE PRINCIPAL INCLUDED)
      *        + PAST-DUE INTEREST + ACCRUED INTEREST
      *        + PREPAYMENT CHARGE ON THE PRINCIPAL NOT YET DUE.
      **************************************************************
       CALC-QUOTE.
            COMPUTE LPQW-PER-DIEM ROUNDED =
               LNW-PRINCIPAL-BAL * LNW-ANNUAL-RATE / 365
            COMPUTE LPQW-ACCRUAL-DAYS =
               FUNCTION INTEGER-OF-DATE(LPQW-SETTLE-DT) -
               FUNCTION INTEGER-OF-DATE(LPQW-LAST-DUE-DT)
            IF LPQW-ACCRUAL-DAYS < 0
               MOVE 0 TO LPQW-ACCRUAL-DAYS
            END-IF
            COMPUTE LPQW-ACCRUED-INT ROUNDED =
               LNW-PRINCIPAL-BAL * LNW-ANNUAL-RATE
                  * LPQW-ACCRUAL-DAYS / 365
            COMPUTE LPQW-PREPAY-CHARGE ROUNDED =
               (LNW-PRINCIPAL-BAL - LPQW-PAST-DUE-PRIN)
                  * LPQW-PREPAY-PCT
            IF LPQW-PREPAY-CHARGE < 0
               MOVE 0 TO LPQW-PREPAY-CHARGE
            END-IF
            COMPUTE LPQW-PAYOFF-AMOUNT = LNW-PRINCIPAL-BAL
               + LPQW-PAST-DUE-INT + LPQW-ACCRUED-INT
               + LPQW-PREPAY-CHARGE
            MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(LPQW-SETTLE-DT)
               + LPQW-QUOTE-DAYS) TO LPQW-GOOD-THRU-DT.
       CALC-QUOTE-END.
           EXIT.
      **************************************************************
      * RECORD-QUOTE KEEPS THE QUOTE, WITH THE LOAN'S LN_UPDT_DT
      * AT QUOTE TIME, SO LNPSCS9 CAN REFUSE IT IF A REPAYMENT HAS
      * MOVED THE LOAN SINCE.
      **************************************************************
       RECORD-QUOTE.
            MOVE FUNCTION CURRENT-DATE(9:6) TO LPQW-QUOTE-REF-TIME
            MOVE EIBTASKN TO LPQW-QUOTE-REF-TASK
            EXEC SQL
                 INSERT INTO OLS0002.LOAN_PAYOFF_QUOTE (
                    LPQ_QUOTE_REF, LPQ_LOAN_ID, LPQ_SETTLE_DT,
                    LPQ_GOOD_THRU_DT, LPQ_PRINCIPAL_BAL,
                    LPQ_PAST_DUE_INT, LPQ_ACCRUED_INT,
                    LPQ_PREPAY_CHARGE, LPQ_PAYOFF_AMOUNT,
                    LPQ_PER_DIEM, LPQ_CURRENCY, LPQ_LOAN_UPDT_DT,
                    LPQ_STATUS, LPQ_SETTLE_REF, LPQ_USERID, LPQ_TS)
                 VALUES (
                    :LPQW-QUOTE-REF, :LNW-LOAN-ID, :LPQW-SETTLE-DT,
                    :LPQW-GOOD-THRU-DT, :LNW-PRINCIPAL-BAL,
                    :LPQW-PAST-DUE-INT, :LPQW-ACCRUED-INT,
                    :LPQW-PREPAY-CHARGE, :LPQW-PAYOFF-AMOUNT,
                    :LPQW-PER-DIEM, :LNW-CURRENCY, :LNW-UPDT-DT,
                    'Q', ' ', :EIBUSERID, CURRENT TIMESTAMP)
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO RECORD-QUOTE-END
            END-IF
            MOVE LPQW-QUOTE-REF TO LPQO-QUOTE-REF
            MOVE LNW-CURRENCY TO LPQO-CURRENCY
            MOVE LPQW-SETTLE-DT TO LPQO-SETTLE-DT
            MOVE LPQW-GOOD-THRU-DT TO LPQO-GOOD-THRU-DT
            MOVE LNW-PRINCIPAL-BAL TO LPQO-PRINCIPAL-BAL
            MOVE LPQW-PAST-DUE-PRIN TO LPQO-PAST-DUE-PRINCIPAL
            MOVE LPQW-PAST-DUE-INT TO LPQO-PAST-DUE-INTEREST
            MOVE LPQW-ACCRUED-INT TO LPQO-ACCRUED-INTEREST
            MOVE LPQW-PREPAY-CHARGE TO LPQO-PREPAY-CHARGE
            MOVE LPQW-PAYOFF-AMOUNT TO LPQO-PAYOFF-AMOUNT
            MOVE LPQW-PER-DIEM TO LPQO-PER-DIEM
            MOVE 'SUCCESSFUL QUOTE' TO RT-MSG.
       RECORD-QUOTE-END.
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
            MOVE 'NOT SUCCESSFUL QUOTE' TO RT-MSG.
       REPORT-SQL-FAILURE-END.
           EXIT.
      **************************************************************
