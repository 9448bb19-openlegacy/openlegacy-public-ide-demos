CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * LNRACS9 - APPROVE OR REJECT A LOAN RESTRUCTURE FOR CICS AND
      * DB2. THE SECOND HALF OF THE LNRQCS9 MAKER-CHECKER PAIR,
      * WORKED THE WAY PNDACS9 WORKS OLS0002.ACCOUNT2_PENDING: THE
      * REQUEST ON OLS0002.LOAN_RESTRUCTURE MUST STILL BE PENDING,
      * THE SUPERVISOR MUST NOT BE THE OFFICER WHO RAISED IT, AND
      * THE ROW IS CLAIMED WITH A GUARDED UPDATE BEFORE ANYTHING
      * IS TOUCHED. A REJECTION ONLY SETTLES THE ROW.
      *
      * AN APPROVAL REBUILDS THE REST OF THE AMORTIZATION SCHEDULE
      * FROM THE OUTSTANDING PRINCIPAL. EVERY OPEN
      * OLS0002.LOAN_SCHEDULE ROW - OVERDUE OR NOT - IS MARKED 'S'
      * (SUPERSEDED) AND KEPT FOR HISTORY, AND A FRESH SET OF 'O'
      * ROWS IS WRITTEN, NUMBERED ON FROM THE HIGHEST INSTALLMENT
      * ALREADY ON FILE, USING THE LNOPCS9 ANNUITY ARITHMETIC:
      *   HOLIDAY   - THE SAME NUMBER OF INSTALLMENTS, THE FIRST ONE
      *               PUSHED N MONTHS LATER; THE INTEREST THAT RUNS
      *               DURING THE HOLIDAY IS CARRIED FORWARD.
      *   EXTENSION - THE REMAINING INSTALLMENTS PLUS THE EXTRA
      *               MONTHS, SO EACH INSTALLMENT FALLS.
      *   RATE      - THE REMAINING INSTALLMENTS AT THE NEW RATE.
      * INTEREST STILL UNPAID ON OVERDUE INSTALLMENTS (AND ANY
      * HOLIDAY INTEREST) IS NOT CAPITALISED - IT IS SPREAD EVENLY
      * OVER THE INTEREST PORTION OF THE NEW INSTALLMENTS, SO
      * LNRPCS9 COLLECTS IT AS INTEREST. OLS0002.LOAN_ACCOUNT TAKES
      * THE NEW RATE, TERM AND INSTALLMENT UNDER THE USUAL
      * LN_UPDT_DT GUARD, AND LN_RESTRUCTURE_DT IS STAMPED SO
      * LNDQCS9 AND LLPVCS9 CAN TREAT THE LOAN AS FORBORNE. THE
      * BEFORE AND AFTER TERMS ARE WRITTEN BACK ONTO THE REQUEST
      * ROW AS THE PERMANENT RECORD OF THE RESTRUCTURE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. LNRACS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
        01 LOAN-WS.
            07 LNW-LOAN-ID           PIC X(11).
            07 LNW-PRINCIPAL-BAL     PIC S9(11)V9(3) USAGE COMP-3.
            07 LNW-ANNUAL-RATE       PIC S9V9(4) USAGE COMP-3.
            07 LNW-TERM-MONTHS       PIC S9(4) COMP.
            07 LNW-INSTALLMENT-AMT   PIC S9(11)V9(3) USAGE COMP-3.
            07 LNW-STATUS            PIC X(1).
            07 LNW-UPDT-DT           PIC X(8).
      **************************************************************
        01 RESTRUCTURE-WS.
            07 LRAW-REQUEST-ID       PIC S9(9) COMP.
            07 LRAW-DECISION         PIC X(1).
            07 LRAW-ACTION           PIC X(1).
              88 LRAW-HOLIDAY        VALUE 'H'.
              88 LRAW-TERM-EXTENSION VALUE 'T'.
              88 LRAW-RATE-CHANGE    VALUE 'R'.
            07 LRAW-HOLIDAY-COUNT    PIC S9(4) COMP.
            07 LRAW-EXTRA-MONTHS     PIC S9(4) COMP.
            07 LRAW-REQ-RATE         PIC S9V9(4) USAGE COMP-3.
            07 LRAW-STATUS           PIC X(1).
            07 LRAW-MAKER-ID         PIC X(8).
      **************************************************************
      * THE SCHEDULE AS IT STANDS BEFORE THE RESTRUCTURE.
      **************************************************************
        01 LRAW-OLD-REMAINING        PIC S9(4) COMP VALUE 0.
        01 LRAW-OLD-MATURITY-DT      PIC 9(8) VALUE 0.
        01 LRAW-FIRST-DUE-DT         PIC 9(8) VALUE 0.
        01 LRAW-LAST-NO              PIC S9(4) COMP VALUE 0.
        01 LRAW-CARRIED-INT          PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 LRAW-HOLIDAY-INT          PIC S9(11)V9(3) COMP-3 VALUE 0.
      **************************************************************
      * THE SCHEDULE AS IT WILL STAND AFTER IT.
      **************************************************************
        01 LRAW-NEW-RATE             PIC S9V9(4) COMP-3 VALUE 0.
        01 LRAW-NEW-TERM             PIC S9(4) COMP VALUE 0.
        01 LRAW-NEW-COUNT            PIC S9(4) COMP VALUE 0.
        01 LRAW-NEW-INSTALLMENT      PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 LRAW-NEW-MATURITY-DT      PIC 9(8) VALUE 0.
        01 LRAW-FIRST-NEW-NO         PIC S9(4) COMP VALUE 0.
        01 LRAW-SHIFT-MONTHS         PIC S9(4) COMP VALUE 0.
        01 LRAW-INT-SPREAD           PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 LRAW-INT-SPREAD-LAST      PIC S9(11)V9(3) COMP-3 VALUE 0.
      **************************************************************
      * AMORTIZATION WORK AREAS, AS IN LNOPCS9.
      **************************************************************
        01 LNW-MONTHLY-RATE          PIC S9V9(8) COMP-3.
        01 LNW-ANNUITY-FACTOR        PIC S9(7)V9(8) COMP-3.
        01 LNW-ANNUITY-AMT           PIC S9(11)V9(3) COMP-3.
        01 LNW-RUNNING-BAL           PIC S9(11)V9(3) COMP-3.
        01 LNW-INT-PORTION           PIC S9(11)V9(3) COMP-3.
        01 LNW-PRIN-PORTION          PIC S9(11)V9(3) COMP-3.
        01 LNW-INSTALLMENT-NO        PIC S9(4) COMP.
        01 LNW-ROW-NO                PIC S9(4) COMP.
      **************************************************************
      * DUE-DATE WORK AREA. THE NEW INSTALLMENTS FALL MONTHLY FROM
      * THE FIRST ONE STILL TO COME (PLUS ANY HOLIDAY), KEEPING
      * ITS DAY OF MONTH CLAMPED TO 28 AS LNOPCS9 DOES. A MONTH IS
      * ADDED BY COUNTING MONTHS SINCE YEAR NOUGHT.
      **************************************************************
        01 LNW-DUE-DATE.
          05 LNW-DUE-YYYY            PIC 9(4).
          05 LNW-DUE-MM              PIC 9(2).
          05 LNW-DUE-DD              PIC 9(2).
        01 LNW-DUE-DATE-NUM REDEFINES LNW-DUE-DATE PIC 9(8).
        01 LNW-MONTH-INDEX           PIC S9(7) COMP.
        01 LNW-MONTH-REM             PIC S9(4) COMP.
      **************************************************************
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 LRAI-REQUEST-ID                  PIC S9(9) COMP.
            05 LRAI-DECISION                    PIC X(1).
        01 APPROVAL-OUT.
            05 LRAO-REQUEST-ID                  PIC S9(9) COMP.
            05 LRAO-LOAN-ID                     PIC X(11).
            05 LRAO-ACTION                      PIC X(1).
            05 LRAO-NEW-RATE                    PIC S9V9(4) COMP-3.
            05 LRAO-NEW-TERM                    PIC S9(4) COMP.
            05 LRAO-NEW-INSTALLMENT             PIC S9(11)V9(3) COMP-3.
            05 LRAO-FIRST-NEW-DUE-DT            PIC 9(8).
            05 LRAO-NEW-MATURITY-DT             PIC 9(8).
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-REQUEST-NOT-FOUND         VALUE 1.
              88 RTCD-REQUEST-NOT-PENDING       VALUE 2.
              88 RTCD-SAME-OPERATOR             VALUE 3.
              88 RTCD-INVALID-DECISION          VALUE 4.
              88 RTCD-LOAN-NOT-ACTIVE           VALUE 5.
              88 RTCD-NOTHING-REMAINING         VALUE 6.
              88 RTCD-LOAN-CHANGED              VALUE 7.
              88 RTCD-SQL-ERROR                 VALUE 8.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK
              PERFORM FETCH-REQUEST THRU FETCH-REQUEST-END
           END-IF
           IF RTCD-OK
              PERFORM SETTLE-REQUEST THRU SETTLE-REQUEST-END
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO APPROVAL-OUT
            SET RTCD-OK TO TRUE
            MOVE LRAI-REQUEST-ID TO LRAW-REQUEST-ID
            MOVE LRAI-REQUEST-ID TO LRAO-REQUEST-ID
            MOVE LRAI-DECISION   TO LRAW-DECISION
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            IF LRAW-DECISION NOT = 'A' AND LRAW-DECISION NOT = 'R'
               SET RTCD-INVALID-DECISION TO TRUE
               MOVE 'NOT SETTLED - DECISION MUST BE A OR R' TO RT-MSG
            END-IF
            DISPLAY 'REQUEST-ID = ' LRAW-REQUEST-ID.
       GET-INPUT-END.
           EXIT.
      **************************************************************
       FETCH-REQUEST.
            EXEC SQL
                 SELECT LRS_LOAN_ID, LRS_ACTION, LRS_HOLIDAY_COUNT,
                        LRS_EXTRA_MONTHS, LRS_NEW_RATE, LRS_STATUS,
                        LRS_MAKER_ID
                   INTO :LNW-LOAN-ID, :LRAW-ACTION,
                        :LRAW-HOLIDAY-COUNT, :LRAW-EXTRA-MONTHS,
                        :LRAW-REQ-RATE, :LRAW-STATUS, :LRAW-MAKER-ID
                   FROM OLS0002.LOAN_RESTRUCTURE
                  WHERE LRS_REQUEST_ID = :LRAW-REQUEST-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-REQUEST-NOT-FOUND TO TRUE
               MOVE 'NOT SETTLED - REQUEST NOT FOUND' TO RT-MSG
               GO TO FETCH-REQUEST-END
            END-IF
            MOVE LNW-LOAN-ID TO LRAO-LOAN-ID
            MOVE LRAW-ACTION TO LRAO-ACTION
            IF LRAW-STATUS NOT = 'P'
               SET RTCD-REQUEST-NOT-PENDING TO TRUE
               MOVE 'NOT SETTLED - REQUEST NOT PENDING' TO RT-MSG
               GO TO FETCH-REQUEST-END
            END-IF
            IF LRAW-MAKER-ID = EIBUSERID
               SET RTCD-SAME-OPERATOR TO TRUE
               MOVE 'NOT SETTLED - SECOND OPERATOR REQUIRED'
                  TO RT-MSG
            END-IF.
       FETCH-REQUEST-END.
           EXIT.
      **************************************************************
      * SETTLE-REQUEST CLAIMS THE ROW FIRST, AS PNDACS9 DOES, AND
      * ONLY AN APPROVAL GOES ON TO REBUILD THE SCHEDULE. IF THE
      * REBUILD CANNOT BE DONE THE REQUEST GOES BACK TO PENDING.
      **************************************************************
       SETTLE-REQUEST.
            EXEC SQL
                 UPDATE OLS0002.LOAN_RESTRUCTURE
                    SET LRS_STATUS = :LRAW-DECISION,
                        LRS_CHECKER_ID = :EIBUSERID,
                        LRS_CHECKER_TS = CURRENT TIMESTAMP
                  WHERE LRS_REQUEST_ID = :LRAW-REQUEST-ID
                    AND LRS_STATUS = 'P'
            END-EXEC
            IF SQLCODE = 100
               SET RTCD-REQUEST-NOT-PENDING TO TRUE
               MOVE 'NOT SETTLED - REQUEST NOT PENDING' TO RT-MSG
               GO TO SETTLE-REQUEST-END
            END-IF
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO SETTLE-REQUEST-END
            END-IF
            IF LRAW-DECISION = 'R'
               MOVE 'REQUEST REJECTED' TO RT-MSG
               GO TO SETTLE-REQUEST-END
            END-IF
            PERFORM FETCH-LOAN THRU FETCH-LOAN-END
            IF RTCD-OK
               PERFORM MEASURE-SCHEDULE THRU MEASURE-SCHEDULE-END
            END-IF
            IF RTCD-OK
               PERFORM CALC-NEW-TERMS THRU CALC-NEW-TERMS-END
            END-IF
            IF RTCD-OK
               PERFORM UPDATE-LOAN THRU UPDATE-LOAN-END
            END-IF
            IF NOT RTCD-OK
               PERFORM RESET-PENDING THRU RESET-PENDING-END
               GO TO SETTLE-REQUEST-END
            END-IF
            PERFORM SUPERSEDE-SCHEDULE THRU SUPERSEDE-SCHEDULE-END
            IF RTCD-OK
               PERFORM BUILD-SCHEDULE THRU BUILD-SCHEDULE-END
            END-IF
            IF RTCD-OK
               PERFORM RECORD-TERMS THRU RECORD-TERMS-END
            END-IF
            IF RTCD-OK
               MOVE 'REQUEST APPROVED - SCHEDULE REBUILT' TO RT-MSG
            END-IF.
       SETTLE-REQUEST-END.
           EXIT.
      **************************************************************
       RESET-PENDING.
            EXEC SQL
                 UPDATE OLS0002.LOAN_RESTRUCTURE
                    SET LRS_STATUS = 'P',
                        LRS_CHECKER_ID = ' '
                  WHERE LRS_REQUEST_ID = :LRAW-REQUEST-ID
            END-EXEC.
       RESET-PENDING-END.
           EXIT.
      **************************************************************
       FETCH-LOAN.
            EXEC SQL
                 SELECT LN_PRINCIPAL_BAL, LN_ANNUAL_RATE,
                        LN_TERM_MONTHS, LN_INSTALLMENT_AMT,
                        LN_STATUS, LN_UPDT_DT
                   INTO :LNW-PRINCIPAL-BAL, :LNW-ANNUAL-RATE,
                        :LNW-TERM-MONTHS, :LNW-INSTALLMENT-AMT,
                        :LNW-STATUS, :LNW-UPDT-DT
                   FROM OLS0002.LOAN_ACCOUNT
                  WHERE LN_LOAN_ID = :LNW-LOAN-ID
            END-EXEC
            IF SQLCODE NOT = 0 OR LNW-STATUS NOT = 'A'
               SET RTCD-LOAN-NOT-ACTIVE TO TRUE
               MOVE 'NOT EXECUTED - LOAN NOT ACTIVE' TO RT-MSG
            END-IF.
       FETCH-LOAN-END.
           EXIT.
      **************************************************************
      * MEASURE-SCHEDULE TAKES STOCK OF THE OPEN INSTALLMENTS:
      * HOW MANY ARE STILL TO FALL DUE AND WHEN THE FIRST OF THEM
      * IS, THE CURRENT MATURITY, THE INTEREST STILL UNPAID ON
      * THOSE ALREADY OVERDUE, AND THE HIGHEST INSTALLMENT NUMBER
      * EVER USED (SUPERSEDED ROWS INCLUDED) TO NUMBER ON FROM.
      **************************************************************
       MEASURE-SCHEDULE.
            MOVE 0 TO LRAW-OLD-REMAINING
            MOVE 0 TO LRAW-FIRST-DUE-DT
            EXEC SQL
                 SELECT COUNT(*), COALESCE(MIN(LNS_DUE_DT), 0)
                   INTO :LRAW-OLD-REMAINING, :LRAW-FIRST-DUE-DT
                   FROM OLS0002.LOAN_SCHEDULE
                  WHERE LNS_LOAN_ID = :LNW-LOAN-ID
                    AND LNS_STATUS = 'O'
                    AND LNS_DUE_DT > :WS-CURRENT-DATE
            END-EXEC
            MOVE 0 TO LRAW-OLD-MATURITY-DT
            MOVE 0 TO LRAW-CARRIED-INT
            EXEC SQL
                 SELECT COALESCE(MAX(LNS_DUE_DT), 0),
                        COALESCE(SUM(CASE WHEN LNS_DUE_DT <=
                                              :WS-CURRENT-DATE
                                     THEN LNS_INTEREST_AMT
                                          - LNS_PAID_INTEREST
                                     ELSE 0 END), 0)
                   INTO :LRAW-OLD-MATURITY-DT, :LRAW-CARRIED-INT
                   FROM OLS0002.LOAN_SCHEDULE
                  WHERE LNS_LOAN_ID = :LNW-LOAN-ID
                    AND LNS_STATUS = 'O'
            END-EXEC
            MOVE 0 TO LRAW-LAST-NO
            EXEC SQL
                 SELECT COALESCE(MAX(LNS_INSTALLMENT_NO), 0)
                   INTO :LRAW-LAST-NO
                   FROM OLS0002.LOAN_SCHEDULE
                  WHERE LNS_LOAN_ID = :LNW-LOAN-ID
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO MEASURE-SCHEDULE-END
            END-IF
      * A LOAN WITH NOTHING LEFT TO FALL DUE CAN ONLY BE EXTENDED
      * A HOLIDAY OR A NEW RATE WOULD HAVE NO INSTALLMENTS TO ACT
      * ON. AN EXTENSION OF SUCH A LOAN STARTS NEXT MONTH.
            IF LRAW-OLD-REMAINING = 0
               IF NOT LRAW-TERM-EXTENSION
                  SET RTCD-NOTHING-REMAINING TO TRUE
                  MOVE 'NOT EXECUTED - NOTHING LEFT TO FALL DUE'
                     TO RT-MSG
                  GO TO MEASURE-SCHEDULE-END
               END-IF
               MOVE WS-CURRENT-DATE TO LRAW-FIRST-DUE-DT
               MOVE 1 TO LRAW-SHIFT-MONTHS
            END-IF.
       MEASURE-SCHEDULE-END.
           EXIT.
      **************************************************************
      * CALC-NEW-TERMS WORKS OUT THE RATE, INSTALLMENT COUNT AND
      * TERM AFTER THE RESTRUCTURE, THE ANNUITY ON THE OUTSTANDING
      * PRINCIPAL, AND HOW THE CARRIED INTEREST IS SPREAD.
      **************************************************************
       CALC-NEW-TERMS.
            MOVE LNW-ANNUAL-RATE TO LRAW-NEW-RATE
            MOVE LNW-TERM-MONTHS TO LRAW-NEW-TERM
            MOVE LRAW-OLD-REMAINING TO LRAW-NEW-COUNT
            EVALUATE TRUE
               WHEN LRAW-HOLIDAY
                  ADD LRAW-HOLIDAY-COUNT TO LRAW-SHIFT-MONTHS
                  ADD LRAW-HOLIDAY-COUNT TO LRAW-NEW-TERM
               WHEN LRAW-TERM-EXTENSION
                  ADD LRAW-EXTRA-MONTHS TO LRAW-NEW-COUNT
                  ADD LRAW-EXTRA-MONTHS TO LRAW-NEW-TERM
               WHEN LRAW-RATE-CHANGE
                  MOVE LRAW-REQ-RATE TO LRAW-NEW-RATE
            END-EVALUATE
            COMPUTE LNW-MONTHLY-RATE ROUNDED =
               LRAW-NEW-RATE / 12
      * INTEREST KEEPS RUNNING ON THE BALANCE THROUGH A HOLIDAY;
      * IT IS COLLECTED WITH THE INSTALLMENTS THAT FOLLOW IT.
            IF LRAW-HOLIDAY
               COMPUTE LRAW-HOLIDAY-INT ROUNDED =
                  LNW-PRINCIPAL-BAL * LNW-MONTHLY-RATE
                     * LRAW-HOLIDAY-COUNT
               ADD LRAW-HOLIDAY-INT TO LRAW-CARRIED-INT
            END-IF
            IF LRAW-CARRIED-INT < 0
               MOVE 0 TO LRAW-CARRIED-INT
            END-IF
            COMPUTE LNW-ANNUITY-FACTOR ROUNDED =
               (1 + LNW-MONTHLY-RATE) ** LRAW-NEW-COUNT
            IF LNW-ANNUITY-FACTOR > 1
               COMPUTE LNW-ANNUITY-AMT ROUNDED =
                  LNW-PRINCIPAL-BAL * LNW-MONTHLY-RATE
                     * LNW-ANNUITY-FACTOR
                     / (LNW-ANNUITY-FACTOR - 1)
            ELSE
               COMPUTE LNW-ANNUITY-AMT ROUNDED =
                  LNW-PRINCIPAL-BAL / LRAW-NEW-COUNT
            END-IF
            COMPUTE LRAW-INT-SPREAD ROUNDED =
               LRAW-CARRIED-INT / LRAW-NEW-COUNT
            COMPUTE LRAW-INT-SPREAD-LAST = LRAW-CARRIED-INT
               - LRAW-INT-SPREAD * (LRAW-NEW-COUNT - 1)
            COMPUTE LRAW-NEW-INSTALLMENT =
               LNW-ANNUITY-AMT + LRAW-INT-SPREAD
            COMPUTE LRAW-FIRST-NEW-NO = LRAW-LAST-NO + 1
            MOVE LRAW-NEW-RATE TO LRAO-NEW-RATE
            MOVE LRAW-NEW-TERM TO LRAO-NEW-TERM
            MOVE LRAW-NEW-INSTALLMENT TO LRAO-NEW-INSTALLMENT.
       CALC-NEW-TERMS-END.
           EXIT.
      **************************************************************
      * UPDATE-LOAN IS GUARDED WITH THE LN_UPDT_DT JUST READ, SO A
      * REPAYMENT POSTED WHILE THE SUPERVISOR WAS DECIDING MAKES
      * THE APPROVAL FAIL CLEANLY BEFORE THE SCHEDULE IS TOUCHED.
      **************************************************************
       UPDATE-LOAN.
            EXEC SQL
                 UPDATE OLS0002.LOAN_ACCOUNT
                    SET LN_ANNUAL_RATE = :LRAW-NEW-RATE,
                        LN_TERM_MONTHS = :LRAW-NEW-TERM,
                        LN_INSTALLMENT_AMT = :LRAW-NEW-INSTALLMENT,
                        LN_RESTRUCTURE_DT = :WS-CURRENT-DATE,
                        LN_UPDT_DT = :WS-CURRENT-DATE
                  WHERE LN_LOAN_ID = :LNW-LOAN-ID
                    AND LN_UPDT_DT = :LNW-UPDT-DT
            END-EXEC
            IF SQLCODE = 100
               SET RTCD-LOAN-CHANGED TO TRUE
               MOVE 'NOT EXECUTED - LOAN CHANGED, TRY AGAIN' TO RT-MSG
               GO TO UPDATE-LOAN-END
            END-IF
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
            END-IF.
       UPDATE-LOAN-END.
           EXIT.
      **************************************************************
       SUPERSEDE-SCHEDULE.
            EXEC SQL
                 UPDATE OLS0002.LOAN_SCHEDULE
                    SET LNS_STATUS = 'S'
                  WHERE LNS_LOAN_ID = :LNW-LOAN-ID
                    AND LNS_STATUS = 'O'
            END-EXEC
            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
            END-IF.
       SUPERSEDE-SCHEDULE-END.
           EXIT.
      **************************************************************
       BUILD-SCHEDULE.
            MOVE LNW-PRINCIPAL-BAL TO LNW-RUNNING-BAL
            MOVE LRAW-FIRST-DUE-DT TO LNW-DUE-DATE-NUM
            IF LNW-DUE-DD > 28
               MOVE 28 TO LNW-DUE-DD
            END-IF
            COMPUTE LNW-MONTH-INDEX = LNW-DUE-YYYY * 12
               + LNW-DUE-MM - 2 + LRAW-SHIFT-MONTHS
            PERFORM BUILD-INSTALLMENT THRU BUILD-INSTALLMENT-END
               VARYING LNW-ROW-NO FROM 1 BY 1
                  UNTIL LNW-ROW-NO > LRAW-NEW-COUNT
                     OR NOT RTCD-OK.
       BUILD-SCHEDULE-END.
           EXIT.
      **************************************************************
       BUILD-INSTALLMENT.
            ADD 1 TO LNW-MONTH-INDEX
            DIVIDE LNW-MONTH-INDEX BY 12
               GIVING LNW-DUE-YYYY REMAINDER LNW-MONTH-REM
            COMPUTE LNW-DUE-MM = LNW-MONTH-REM + 1
            COMPUTE LNW-INSTALLMENT-NO = LRAW-LAST-NO + LNW-ROW-NO
            COMPUTE LNW-INT-PORTION ROUNDED =
               LNW-RUNNING-BAL * LNW-MONTHLY-RATE
            IF LNW-ROW-NO = LRAW-NEW-COUNT
               MOVE LNW-RUNNING-BAL TO LNW-PRIN-PORTION
            ELSE
               COMPUTE LNW-PRIN-PORTION =
                  LNW-ANNUITY-AMT - LNW-INT-PORTION
               IF LNW-PRIN-PORTION > LNW-RUNNING-BAL
                  MOVE LNW-RUNNING-BAL TO LNW-PRIN-PORTION
               END-IF
            END-IF
            SUBTRACT LNW-PRIN-PORTION FROM LNW-RUNNING-BAL
            IF LNW-ROW-NO = LRAW-NEW-COUNT
               ADD LRAW-INT-SPREAD-LAST TO LNW-INT-PORTION
               MOVE LNW-DUE-DATE-NUM TO LRAW-NEW-MATURITY-DT
               MOVE LNW-DUE-DATE-NUM TO LRAO-NEW-MATURITY-DT
            ELSE
               ADD LRAW-INT-SPREAD TO LNW-INT-PORTION
            END-IF
            IF LNW-ROW-NO = 1
               MOVE LNW-DUE-DATE-NUM TO LRAO-FIRST-NEW-DUE-DT
            END-IF
            EXEC SQL
                 INSERT INTO OLS0002.LOAN_SCHEDULE (
                    LNS_LOAN_ID, LNS_INSTALLMENT_NO, LNS_DUE_DT,
                    LNS_PRINCIPAL_AMT, LNS_INTEREST_AMT,
                    LNS_PAID_PRINCIPAL, LNS_PAID_INTEREST,
                    LNS_STATUS, LNS_PAID_DT)
                 VALUES (
                    :LNW-LOAN-ID, :LNW-INSTALLMENT-NO,
                    :LNW-DUE-DATE-NUM, :LNW-PRIN-PORTION,
                    :LNW-INT-PORTION, 0, 0, 'O', 0)
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
            END-IF.
       BUILD-INSTALLMENT-END.
           EXIT.
      **************************************************************
      * RECORD-TERMS WRITES THE BEFORE AND AFTER PICTURE ONTO THE
      * REQUEST ROW. FOR A HOLIDAY OR EXTENSION LRS_NEW_RATE TAKES
      * THE UNCHANGED RATE SO THE AFTER TERMS ARE COMPLETE.
      **************************************************************
       RECORD-TERMS.
            EXEC SQL
                 UPDATE OLS0002.LOAN_RESTRUCTURE
                    SET LRS_OLD_RATE = :LNW-ANNUAL-RATE,
                        LRS_OLD_TERM = :LNW-TERM-MONTHS,
                        LRS_OLD_INSTALLMENT = :LNW-INSTALLMENT-AMT,
                        LRS_OLD_REMAINING = :LRAW-OLD-REMAINING,
                        LRS_OLD_MATURITY_DT = :LRAW-OLD-MATURITY-DT,
                        LRS_PRINCIPAL_BAL = :LNW-PRINCIPAL-BAL,
                        LRS_CARRIED_INT = :LRAW-CARRIED-INT,
                        LRS_HOLIDAY_INT = :LRAW-HOLIDAY-INT,
                        LRS_NEW_RATE = :LRAW-NEW-RATE,
                        LRS_NEW_TERM = :LRAW-NEW-TERM,
                        LRS_NEW_INSTALLMENT = :LRAW-NEW-INSTALLMENT,
                        LRS_NEW_REMAINING = :LRAW-NEW-COUNT,
                        LRS_NEW_MATURITY_DT = :LRAW-NEW-MATURITY-DT,
                        LRS_FIRST_NEW_NO = :LRAW-FIRST-NEW-NO
                  WHERE LRS_REQUEST_ID = :LRAW-REQUEST-ID
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
            END-IF.
       RECORD-TERMS-END.
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
            MOVE 'NOT EXECUTED - DATABASE ERROR' TO RT-MSG.
       REPORT-SQL-FAILURE-END.
           EXIT.
      **************************************************************
