      *     OPEN HOLDS, ACTIVE STOPS OR LIVE STANDING ORDERS,
      *   - ACCRUES THE INTEREST OWED TO THE CLOSURE DATE FROM
      *     THE OLS0002.INTEREST_RATE_TIER RATES, PRORATED OVER
      *     BUSINESS DAYS THE WAY IACRCS9 ACCRUES - EACH DAY AT
      *     THE EFFECTIVE-DATED TIER RATE IN FORCE ON IT - POSTED
      *     AS A TYPE 'N' LEDGER ROW,
      *   - SWEEPS THE RESIDUAL BALANCE TO A CUSTOMER-DESIGNATED
      *     TARGET ACCOUNT WITH THE XACTCS9 LINKED-PAIR LOGIC,
      *     OR - WHEN NO TARGET IS GIVEN - BOOKS A CHECK ONTO THE
        01 ACLW-ANNUAL-RATE          PIC S9V9(4) COMP-3 VALUE 0.
        01 ACLW-DAYS-ELAPSED         PIC S9(6) VALUE 0.
        01 ACLW-PRIOR-DT-NUM         PIC 9(8).
        01 ACLW-SEG-START-NUM        PIC 9(8).
        01 ACLW-SEG-START-X REDEFINES ACLW-SEG-START-NUM
                                     PIC X(8).
        01 ACLW-SEG-END-NUM          PIC 9(8).
        01 ACLW-NEXT-EFF-X           PIC X(8).
        01 ACLW-NEXT-EFF-NUM REDEFINES ACLW-NEXT-EFF-X
                                     PIC 9(8).
        01 ACLW-SEG-INT              PIC S9(9) COMP.
        01 ACLW-SEG-DAYS             PIC S9(6) VALUE 0.
        01 ACLW-RATE-DAYS            PIC S9(7)V9(4) COMP-3 VALUE 0.
        01 ACLW-INTEREST-AMT         PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 ACLW-RESIDUAL             PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 ACLW-FETCHED-BALANCE      PIC S9(11)V9(3) COMP-3 VALUE 0.
          05 FILLER                  PIC X(1)  VALUE SPACE.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
          03 WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE
                                           PIC X(08).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      * ACCRUE-INTEREST PAYS THE INTEREST OWED TO THE CLOSURE
      * DATE: THE HIGHEST OLS0002.INTEREST_RATE_TIER RATE THE
      * BALANCE QUALIFIES FOR, PRORATED OVER BUSINESS DAYS SINCE
      * THE LAST ACCRUAL ONE RATE SEGMENT AT A TIME, POSTED AS A
      * TYPE 'N' LEDGER ROW - THE SAME ARITHMETIC IACRCS9 RUNS AT
      * MONTH END, SO CLOSING EARLY COSTS THE CUSTOMER NOTHING.
      **************************************************************
       ACCRUE-INTEREST.
            MOVE 0 TO ACLW-ANNUAL-RATE
            MOVE 0 TO ACLW-RATE-DAYS
            MOVE 0 TO ACLW-DAYS-ELAPSED
            MOVE ACTW-UPDT-DT TO ACLW-PRIOR-DT-NUM
            IF ACLW-PRIOR-DT-NUM = ZERO
               MOVE ACTW-CRT-DT TO ACLW-PRIOR-DT-NUM
            END-IF
            IF ACLW-PRIOR-DT-NUM NOT < 16010101
               COMPUTE ACLW-SEG-INT =
                  FUNCTION INTEGER-OF-DATE(ACLW-PRIOR-DT-NUM) + 1
               MOVE FUNCTION DATE-OF-INTEGER(ACLW-SEG-INT)
                  TO ACLW-SEG-START-NUM
               PERFORM ACCRUE-SEGMENT THRU ACCRUE-SEGMENT-END
                  UNTIL ACLW-SEG-START-NUM > WS-CURRENT-DATE
            END-IF
            IF ACLW-DAYS-ELAPSED > 0 AND ACLW-RATE-DAYS > 0
               COMPUTE ACLW-INTEREST-AMT ROUNDED =
                  ACTW-BALANCE * ACLW-RATE-DAYS / 365
               ADD ACLW-INTEREST-AMT TO ACTW-BALANCE
            ELSE
               MOVE 0 TO ACLW-INTEREST-AMT
            END-IF
            MOVE ACLW-INTEREST-AMT TO ACLO-INTEREST-ACCRUED.
       ACCRUE-INTEREST-END.
           EXIT.
      **************************************************************
      * ONE RATE SEGMENT: THE TIER RATE IN FORCE ON THE SEGMENT'S
      * FIRST DAY HOLDS UNTIL THE DAY BEFORE THE NEXT SCHEDULED
      * CHANGE FOR THE SUB-TYPE, OR THROUGH THE CLOSURE DATE.
      **************************************************************
       ACCRUE-SEGMENT.
            MOVE 0 TO ACLW-ANNUAL-RATE
            EXEC SQL
                 SELECT T.ANNUAL_RATE INTO :ACLW-ANNUAL-RATE
                   FROM OLS0002.INTEREST_RATE_TIER T
                  WHERE T.SUB_TYPCD = :ACTW-SUB-TYPCD
                    AND T.TIER_MIN_BALANCE =
                       (SELECT MAX(TIER_MIN_BALANCE)
                          FROM OLS0002.INTEREST_RATE_TIER
                         WHERE SUB_TYPCD = :ACTW-SUB-TYPCD
                           AND TIER_MIN_BALANCE <= :ACTW-BALANCE
                           AND TIER_EFF_FROM_DT <= :ACLW-SEG-START-X)
                    AND T.TIER_EFF_FROM_DT =
                       (SELECT MAX(I.TIER_EFF_FROM_DT)
                          FROM OLS0002.INTEREST_RATE_TIER I
                         WHERE I.SUB_TYPCD = T.SUB_TYPCD
                           AND I.TIER_MIN_BALANCE = T.TIER_MIN_BALANCE
                           AND I.TIER_EFF_FROM_DT <= :ACLW-SEG-START-X)
            END-EXEC
            IF SQLCODE NOT = 0
               MOVE 0 TO ACLW-ANNUAL-RATE
            END-IF
            MOVE '99999999' TO ACLW-NEXT-EFF-X
            EXEC SQL
                 SELECT COALESCE(MIN(TIER_EFF_FROM_DT), '99999999')
                   INTO :ACLW-NEXT-EFF-X
                   FROM OLS0002.INTEREST_RATE_TIER
                  WHERE SUB_TYPCD = :ACTW-SUB-TYPCD
                    AND TIER_EFF_FROM_DT > :ACLW-SEG-START-X
                    AND TIER_EFF_FROM_DT <= :WS-CURRENT-DATE-X
            END-EXEC
            IF SQLCODE NOT = 0
               MOVE '99999999' TO ACLW-NEXT-EFF-X
            END-IF
            IF ACLW-NEXT-EFF-X = '99999999'
               MOVE WS-CURRENT-DATE TO ACLW-SEG-END-NUM
            ELSE
               COMPUTE ACLW-SEG-INT =
                  FUNCTION INTEGER-OF-DATE(ACLW-NEXT-EFF-NUM) - 1
               MOVE FUNCTION DATE-OF-INTEGER(ACLW-SEG-INT)
                  TO ACLW-SEG-END-NUM
            END-IF
            MOVE 0 TO ACLW-SEG-DAYS
            EXEC SQL
                 SELECT COUNT(*) INTO :ACLW-SEG-DAYS
                   FROM OLS0002.BUSINESS_CALENDAR
                  WHERE CAL_DATE >= :ACLW-SEG-START-NUM
                    AND CAL_DATE <= :ACLW-SEG-END-NUM
                    AND CAL_IS_BUSINESS_DAY = 'Y'
            END-EXEC
            IF SQLCODE NOT = 0
               MOVE 0 TO ACLW-SEG-DAYS
            END-IF
            ADD ACLW-SEG-DAYS TO ACLW-DAYS-ELAPSED
            COMPUTE ACLW-RATE-DAYS =
               ACLW-RATE-DAYS + ACLW-ANNUAL-RATE * ACLW-SEG-DAYS
            COMPUTE ACLW-SEG-INT =
               FUNCTION INTEGER-OF-DATE(ACLW-SEG-END-NUM) + 1
            MOVE FUNCTION DATE-OF-INTEGER(ACLW-SEG-INT)
               TO ACLW-SEG-START-NUM.
       ACCRUE-SEGMENT-END.
           EXIT.
      **************************************************************
      * SWEEP-RESIDUAL MOVES THE SETTLED BALANCE (INCLUDING THE
