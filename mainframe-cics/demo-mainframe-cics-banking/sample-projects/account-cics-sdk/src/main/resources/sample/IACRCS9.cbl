      * POSTING RULES CAN MAP THE TAX TO THE TAX-PAYABLE GL
      * ACCOUNT AND WHTRCS9 CAN TOTAL THE QUARTER'S REMITTANCE
      * PER JURISDICTION. NO RATE ROW MEANS NO WITHHOLDING.
      * TIER RATES ARE EFFECTIVE-DATED (TIER_EFF_FROM_DT, SCHEDULED
      * THROUGH IRTSCS9), SO THE ACCRUAL PERIOD IS WALKED IN
      * SEGMENTS BETWEEN RATE-CHANGE DATES AND EACH BUSINESS DAY
      * EARNS THE RATE IN FORCE ON THAT DAY - A CHANGE TAKING
      * EFFECT MID-MONTH IS HONORED FROM ITS EFFECTIVE DATE, NOT
      * BACKDATED TO THE LAST ACCRUAL OR DEFERRED TO THE NEXT.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. IACRCS9.
        01 WS-ANNUAL-RATE                  PIC S9V9(4) COMP-3 VALUE 0.
        01 WS-PRIOR-DT-NUM                 PIC 9(08).
        01 WS-RUN-DT-NUM                   PIC 9(08).
        01 WS-RUN-DT-X REDEFINES WS-RUN-DT-NUM
                                           PIC X(08).
      **************************************************************
      * RATE-SEGMENT WORK AREA. A SEGMENT RUNS FROM ITS START DATE
      * TO THE DAY BEFORE THE NEXT TIER CHANGE FOR THE SUB-TYPE
      * (OR TO THE RUN DATE); WS-RATE-DAYS ACCUMULATES RATE TIMES
      * BUSINESS DAYS OVER ALL SEGMENTS OF THE PERIOD.
      **************************************************************
        01 WS-SEG-START-NUM                PIC 9(08).
        01 WS-SEG-START-X REDEFINES WS-SEG-START-NUM
                                           PIC X(08).
        01 WS-SEG-END-NUM                  PIC 9(08).
        01 WS-NEXT-EFF-X                   PIC X(08).
        01 WS-NEXT-EFF-NUM REDEFINES WS-NEXT-EFF-X
                                           PIC 9(08).
        01 WS-SEG-INT                      PIC S9(9)  COMP.
        01 WS-SEG-DAYS                     PIC S9(6)  VALUE 0.
        01 WS-RATE-DAYS                    PIC S9(7)V9(4) COMP-3
                                                      VALUE 0.
        01 WS-RUN-DT-INT                   PIC S9(9)  COMP.
        01 WS-BUSINESS-DAY-SW              PIC X(1)   VALUE 'N'.
        01 WS-CAL-COUNT                    PIC S9(4)  COMP VALUE 0.
       ACCRUE-LOOP.
           ADD 1 TO WS-ACCOUNTS-READ
           PERFORM CALC-DAYS-ELAPSED THRU CALC-DAYS-ELAPSED-END
           PERFORM POST-INTEREST THRU POST-INTEREST-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       ACCRUE-LOOP-END.
      * ACCRUAL, NOT CALENDAR DAYS, SO A WEEKEND OR HOLIDAY INSIDE
      * THE PERIOD DOESN'T DRAW INTEREST THE WAY AN OPEN BUSINESS
      * DAY DOES. IF THE ACCOUNT HAS NEVER ACCRUED, FALL BACK TO
      * THE OPEN DATE. THE PERIOD IS WALKED ONE RATE SEGMENT AT A
      * TIME SO EVERY DAY EARNS THE RATE IN FORCE ON IT.
      **************************************************************
       CALC-DAYS-ELAPSED.
           MOVE ACTW-UPDT-DT TO WS-PRIOR-DT-NUM
              MOVE ACTW-CRT-DT TO WS-PRIOR-DT-NUM
           END-IF
           MOVE 0 TO WS-DAYS-ELAPSED
           MOVE 0 TO WS-RATE-DAYS
           MOVE 0 TO WS-ANNUAL-RATE
           IF WS-PRIOR-DT-NUM < 16010101
              GO TO CALC-DAYS-ELAPSED-END
           END-IF
           COMPUTE WS-SEG-INT =
              FUNCTION INTEGER-OF-DATE(WS-PRIOR-DT-NUM) + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-SEG-INT)
              TO WS-SEG-START-NUM
           PERFORM ACCRUE-SEGMENT THRU ACCRUE-SEGMENT-END
              UNTIL WS-SEG-START-NUM > WS-RUN-DT-NUM.
       CALC-DAYS-ELAPSED-END.
           EXIT.
      **************************************************************
      * ONE RATE SEGMENT: THE RATE IN FORCE ON THE SEGMENT'S FIRST
      * DAY HOLDS UNTIL THE NEXT TIER CHANGE SCHEDULED FOR THE
      * SUB-TYPE, SO THE SEGMENT ENDS THE DAY BEFORE THAT CHANGE
      * OR AT THE RUN DATE. THE RATE LEFT IN WS-ANNUAL-RATE AFTER
      * THE LAST SEGMENT IS THE ONE IN FORCE ON THE RUN DATE.
      **************************************************************
       ACCRUE-SEGMENT.
           PERFORM SELECT-RATE THRU SELECT-RATE-END
           MOVE '99999999' TO WS-NEXT-EFF-X
           EXEC SQL
              SELECT COALESCE(MIN(TIER_EFF_FROM_DT), '99999999')
                INTO :WS-NEXT-EFF-X
                FROM OLS0002.INTEREST_RATE_TIER
               WHERE SUB_TYPCD = :ACTW-SUB-TYPCD
                 AND TIER_EFF_FROM_DT > :WS-SEG-START-X
                 AND TIER_EFF_FROM_DT <= :WS-RUN-DT-X
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE '99999999' TO WS-NEXT-EFF-X
           END-IF
           IF WS-NEXT-EFF-X = '99999999'
              MOVE WS-RUN-DT-NUM TO WS-SEG-END-NUM
           ELSE
              COMPUTE WS-SEG-INT =
                 FUNCTION INTEGER-OF-DATE(WS-NEXT-EFF-NUM) - 1
              MOVE FUNCTION DATE-OF-INTEGER(WS-SEG-INT)
                 TO WS-SEG-END-NUM
           END-IF
           MOVE 0 TO WS-SEG-DAYS
           EXEC SQL
              SELECT COUNT(*) INTO :WS-SEG-DAYS
                FROM OLS0002.BUSINESS_CALENDAR
               WHERE CAL_DATE >= :WS-SEG-START-NUM
                 AND CAL_DATE <= :WS-SEG-END-NUM
                 AND CAL_IS_BUSINESS_DAY = 'Y'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-SEG-DAYS
           END-IF
           ADD WS-SEG-DAYS TO WS-DAYS-ELAPSED
           COMPUTE WS-RATE-DAYS =
              WS-RATE-DAYS + WS-ANNUAL-RATE * WS-SEG-DAYS
           COMPUTE WS-SEG-INT =
              FUNCTION INTEGER-OF-DATE(WS-SEG-END-NUM) + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-SEG-INT)
              TO WS-SEG-START-NUM.
       ACCRUE-SEGMENT-END.
           EXIT.
      **************************************************************
      * LOOK UP THE HIGHEST TIER THIS ACCOUNT'S CURRENT BALANCE
      * QUALIFIES FOR ON OLS0002.INTEREST_RATE_TIER, THE SAME TABLE
      * OACTCS9 LOOKS UP AT OPEN TIME, INSTEAD OF A RATE HARDCODED
      * BY SUB-TYPE - AS IN FORCE ON THE SEGMENT START DATE: ONLY
      * TIER VERSIONS ALREADY EFFECTIVE COUNT, AND OF THOSE THE
      * NEWEST VERSION OF THE QUALIFYING TIER WINS.
       SELECT-RATE.
           MOVE 0 TO WS-ANNUAL-RATE
           EXEC SQL
              SELECT T.ANNUAL_RATE INTO :WS-ANNUAL-RATE
                FROM OLS0002.INTEREST_RATE_TIER T
               WHERE T.SUB_TYPCD = :ACTW-SUB-TYPCD
                 AND T.TIER_MIN_BALANCE =
                    (SELECT MAX(TIER_MIN_BALANCE)
                       FROM OLS0002.INTEREST_RATE_TIER
                      WHERE SUB_TYPCD = :ACTW-SUB-TYPCD
                        AND TIER_MIN_BALANCE <= :ACTW-BALANCE
                        AND TIER_EFF_FROM_DT <= :WS-SEG-START-X)
                 AND T.TIER_EFF_FROM_DT =
                    (SELECT MAX(I.TIER_EFF_FROM_DT)
                       FROM OLS0002.INTEREST_RATE_TIER I
                      WHERE I.SUB_TYPCD = T.SUB_TYPCD
                        AND I.TIER_MIN_BALANCE = T.TIER_MIN_BALANCE
                        AND I.TIER_EFF_FROM_DT <= :WS-SEG-START-X)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-ANNUAL-RATE
           EXIT.
      **************************************************************
       POST-INTEREST.
           IF WS-DAYS-ELAPSED > 0 AND WS-RATE-DAYS > 0
              COMPUTE WS-INTEREST-AMT ROUNDED =
                 ACTW-BALANCE * WS-RATE-DAYS / 365
              PERFORM LOOKUP-WITHHOLDING
                 THRU LOOKUP-WITHHOLDING-END
              COMPUTE WS-NEW-BALANCE = ACTW-BALANCE + WS-INTEREST-AMT
