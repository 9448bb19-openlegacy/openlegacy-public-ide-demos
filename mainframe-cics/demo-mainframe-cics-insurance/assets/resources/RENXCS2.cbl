      * FILE (RENXEXCP) ARE WRITTEN - A POLICY THAT LAPSED OR WAS
      * CANCELLED SINCE THE WORKLIST WAS CUT, IS IN PAYMENT
      * ARREARS, OR HAS NO RATE BAND FOR ITS AGE CANNOT RENEW.
      * BEFORE A POLICY RENEWS IT PASSES THE PRE-RENEWAL
      * UNDERWRITING SCREEN, THRESHOLDS ON OLS0002.RENEWAL_UW_RULE
      * PER POLICY TYPE (NO RULE ROW, NO SCREEN): TOO MANY CLAIMS
      * IN THE LAST YEAR, AN OPEN SIU REFERRAL ON ANY OF ITS
      * CLAIMS, OR A LOSS RATIO OVER TARGET PARKS THE TERM ON THE
      * UNDERWRITER REVIEW QUEUE OLS0002.RENEWAL_UW_QUEUE INSTEAD
      * OF RENEWING IT, STAMPED WITH THE STATUTORY NON-RENEWAL
      * NOTICE-DUE DATE. RUWDCS2 RECORDS THE DECISION; THE NEXT
      * RUN RENEWS AS IS, RENEWS WITH THE SURCHARGE, OR EXCEPTS
      * THE POLICY AS NON-RENEWED. A PENDING ITEM IS HELD.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. RENXCS2.
        01 RDSW-APPLIED-PCT                PIC S9(3)V9(2) COMP-3
                                              VALUE 0.
        01 RDSW-PCT-ED                     PIC ZZ9.99.
      **************************************************************
      * PRE-RENEWAL UNDERWRITING SCREEN WORK AREA. THE THRESHOLDS
      * LIVE ON OLS0002.RENEWAL_UW_RULE PER POLICY TYPE - A ZERO
      * CLAIM COUNT OR LOSS RATIO SWITCHES THAT TEST OFF - AND A
      * REFERRAL GOES TO OLS0002.RENEWAL_UW_QUEUE WITH THE CODES
      * THAT FIRED: FQ CLAIM FREQUENCY, SI OPEN SIU REFERRAL,
      * LR LOSS RATIO.
      **************************************************************
        01 RUWW-MAX-CLAIMS                 PIC S9(3) COMP-3 VALUE 0.
        01 RUWW-SIU-CHECK                  PIC X(1)  VALUE SPACES.
        01 RUWW-MAX-LOSS-RATIO             PIC S9(5)V9(2) COMP-3
                                              VALUE 0.
        01 RUWW-NOTICE-DAYS                PIC S9(3) COMP-3 VALUE 0.
        01 RUWW-YEAR-AGO                   PIC 9(8)  VALUE 0.
        01 RUWW-CLAIM-COUNT                PIC S9(4) COMP VALUE 0.
        01 RUWW-SIU-COUNT                  PIC S9(4) COMP VALUE 0.
        01 RUWW-PAID                       PIC S9(11)V9(2) COMP-3
                                              VALUE 0.
        01 RUWW-RESERVED                   PIC S9(11)V9(2) COMP-3
                                              VALUE 0.
        01 RUWW-YEARLY-PYMT                PIC S9(11)V9(3) COMP-3
                                              VALUE 0.
        01 RUWW-LOSS-RATIO                 PIC S9(5)V9(2) COMP-3
                                              VALUE 0.
        01 RUWW-REASONS                    PIC X(14) VALUE SPACES.
        01 RUWW-REASON-PTR                 PIC S9(4) COMP VALUE 1.
        01 RUWW-NOTICE-DUE-DT              PIC 9(8)  VALUE 0.
        01 RUQW-STATUS                     PIC X(1)  VALUE SPACES.
        01 RUQW-SURCHARGE-PCT              PIC S9(3)V9(2) COMP-3
                                              VALUE 0.
        01 RUQW-SURCHARGE-ED               PIC ZZ9.99.
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
                   ACTW-WL-END-DATE
           END-UNSTRING
           PERFORM CHECK-POLICY THRU CHECK-POLICY-END
           IF WS-EXCEPTION-REASON = SPACES
              PERFORM SCREEN-RENEWAL THRU SCREEN-RENEWAL-END
           END-IF
           IF WS-EXCEPTION-REASON = SPACES
              PERFORM RENEW-POLICY THRU RENEW-POLICY-END
           END-IF
       CHECK-POLICY-END.
           EXIT.
      **************************************************************
      * SCREEN-RENEWAL - A TERM ALREADY ON THE REVIEW QUEUE
      * FOLLOWS THE UNDERWRITER'S DECISION (PENDING HOLDS, N
      * EXCEPTS, R AND S RENEW). OTHERWISE THE POLICY TYPE'S RULE
      * IS APPLIED AND A HIT IS QUEUED INSTEAD OF RENEWED.
      **************************************************************
       SCREEN-RENEWAL.
           MOVE SPACES TO RUQW-STATUS
           MOVE 0 TO RUQW-SURCHARGE-PCT
           EXEC SQL
                SELECT RUQ_STATUS, RUQ_SURCHARGE_PCT
                  INTO :RUQW-STATUS, :RUQW-SURCHARGE-PCT
                  FROM OLS0002.RENEWAL_UW_QUEUE
                 WHERE RUQ_POLICY_NUM = :ACTW-POLICY-NUM
                   AND RUQ_END_DATE = :ACTW-END-DATE
           END-EXEC
           IF SQLCODE = 0
              EVALUATE RUQW-STATUS
                 WHEN 'P'
                    MOVE 'HELD FOR UW REVIEW' TO WS-EXCEPTION-REASON
                 WHEN 'N'
                    MOVE 'NON-RENEWED BY UW' TO WS-EXCEPTION-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              GO TO SCREEN-RENEWAL-END
           END-IF
           MOVE 0 TO RUWW-MAX-CLAIMS
           MOVE SPACES TO RUWW-SIU-CHECK
           MOVE 0 TO RUWW-MAX-LOSS-RATIO
           MOVE 0 TO RUWW-NOTICE-DAYS
           EXEC SQL
                SELECT RUW_MAX_CLAIMS, RUW_SIU_CHECK,
                       RUW_MAX_LOSS_RATIO, RUW_NOTICE_DAYS
                  INTO :RUWW-MAX-CLAIMS, :RUWW-SIU-CHECK,
                       :RUWW-MAX-LOSS-RATIO, :RUWW-NOTICE-DAYS
                  FROM OLS0002.RENEWAL_UW_RULE
                 WHERE RUW_POLICY_TYPE = :ACTW-POLICY-TYPE
           END-EXEC
           IF SQLCODE NOT = 0
              GO TO SCREEN-RENEWAL-END
           END-IF
           MOVE SPACES TO RUWW-REASONS
           MOVE 1 TO RUWW-REASON-PTR
           MOVE FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) - 365)
              TO RUWW-YEAR-AGO
           MOVE 0 TO RUWW-CLAIM-COUNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :RUWW-CLAIM-COUNT
                  FROM OLS0002.CLAIM2
                 WHERE CLM_POLICY_NUM = :ACTW-POLICY-NUM
                   AND CLM_CLAIM_DATE >= :RUWW-YEAR-AGO
                   AND CLM_STATUS NOT = 'DENIED'
           END-EXEC
           IF RUWW-MAX-CLAIMS > 0
              AND RUWW-CLAIM-COUNT >= RUWW-MAX-CLAIMS
              STRING 'FQ ' DELIMITED BY SIZE
                 INTO RUWW-REASONS WITH POINTER RUWW-REASON-PTR
              END-STRING
           END-IF
           IF RUWW-SIU-CHECK = 'Y'
              MOVE 0 TO RUWW-SIU-COUNT
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :RUWW-SIU-COUNT
                     FROM OLS0002.SIU_REFERRAL S
                     INNER JOIN OLS0002.CLAIM2 C
                       ON C.CLM_CLAIM_NUM = S.SIU_CLAIM_NUM
                    WHERE C.CLM_POLICY_NUM = :ACTW-POLICY-NUM
                      AND S.SIU_STATUS = 'O'
              END-EXEC
              IF RUWW-SIU-COUNT > 0
                 STRING 'SI ' DELIMITED BY SIZE
                    INTO RUWW-REASONS WITH POINTER RUWW-REASON-PTR
                 END-STRING
              END-IF
           END-IF
           PERFORM CALC-POLICY-LOSS-RATIO
              THRU CALC-POLICY-LOSS-RATIO-END
           IF RUWW-MAX-LOSS-RATIO > 0
              AND RUWW-LOSS-RATIO > RUWW-MAX-LOSS-RATIO
              STRING 'LR ' DELIMITED BY SIZE
                 INTO RUWW-REASONS WITH POINTER RUWW-REASON-PTR
              END-STRING
           END-IF
           IF RUWW-REASONS NOT = SPACES
              PERFORM QUEUE-FOR-REVIEW THRU QUEUE-FOR-REVIEW-END
           END-IF.
       SCREEN-RENEWAL-END.
           EXIT.
      **************************************************************
      * THE POLICY'S OWN LOSS RATIO OVER THE LAST YEAR: PAID (THE
      * 'P' EVENTS ON OLS0002.CLAIM_RESERVE_HIST) PLUS RESERVES
      * STILL HELD, ON CLAIMS DATED IN THE YEAR, OVER ONE YEAR'S
      * PREMIUM.
      **************************************************************
       CALC-POLICY-LOSS-RATIO.
           MOVE 0 TO RUWW-PAID
           EXEC SQL
                SELECT COALESCE(SUM(H.RSH_PAID_AMOUNT), 0)
                  INTO :RUWW-PAID
                  FROM OLS0002.CLAIM_RESERVE_HIST H
                  INNER JOIN OLS0002.CLAIM2 C
                    ON C.CLM_CLAIM_NUM = H.RSH_CLAIM_NUM
                 WHERE C.CLM_POLICY_NUM = :ACTW-POLICY-NUM
                   AND C.CLM_CLAIM_DATE >= :RUWW-YEAR-AGO
                   AND H.RSH_EVENT = 'P'
           END-EXEC
           MOVE 0 TO RUWW-RESERVED
           EXEC SQL
                SELECT COALESCE(SUM(CLM_RESERVE_AMOUNT), 0)
                  INTO :RUWW-RESERVED
                  FROM OLS0002.CLAIM2
                 WHERE CLM_POLICY_NUM = :ACTW-POLICY-NUM
                   AND CLM_CLAIM_DATE >= :RUWW-YEAR-AGO
                   AND CLM_STATUS IN ('OPEN', 'UNDER-REV', 'APPROVED')
           END-EXEC
           MOVE 0 TO RUWW-YEARLY-PYMT
           EXEC SQL
                SELECT POL_YEARLY_PYMT
                  INTO :RUWW-YEARLY-PYMT
                  FROM OLS0002.POLICY2
                 WHERE POL_POLICY_NUM = :ACTW-POLICY-NUM
           END-EXEC
           MOVE 0 TO RUWW-LOSS-RATIO
           IF RUWW-YEARLY-PYMT > 0
              COMPUTE RUWW-LOSS-RATIO ROUNDED =
                 (RUWW-PAID + RUWW-RESERVED) / RUWW-YEARLY-PYMT * 100
                 ON SIZE ERROR
                    MOVE 99999.99 TO RUWW-LOSS-RATIO
              END-COMPUTE
           ELSE
              IF RUWW-PAID + RUWW-RESERVED > 0
                 MOVE 99999.99 TO RUWW-LOSS-RATIO
              END-IF
           END-IF.
       CALC-POLICY-LOSS-RATIO-END.
           EXIT.
      **************************************************************
      * THE NOTICE-DUE DATE IS THE LAST DAY A NON-RENEWAL NOTICE
      * CAN GO OUT AND STILL GIVE THE STATUTORY NOTICE BEFORE THE
      * TERM ENDS; RUWDCS2 REFUSES A NON-RENEWAL AFTER IT.
      **************************************************************
       QUEUE-FOR-REVIEW.
           MOVE FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-END-DT-NUM)
                 - RUWW-NOTICE-DAYS)
              TO RUWW-NOTICE-DUE-DT
           EXEC SQL
                INSERT INTO OLS0002.RENEWAL_UW_QUEUE (
                   RUQ_POLICY_NUM, RUQ_END_DATE, RUQ_REASONS,
                   RUQ_CLAIM_COUNT, RUQ_LOSS_RATIO,
                   RUQ_REFERRED_DT, RUQ_NOTICE_DUE_DT, RUQ_STATUS,
                   RUQ_SURCHARGE_PCT, RUQ_DECISION_DT, RUQ_USERID,
                   RUQ_NOTE)
                VALUES (
                   :ACTW-POLICY-NUM, :ACTW-END-DATE, :RUWW-REASONS,
                   :RUWW-CLAIM-COUNT, :RUWW-LOSS-RATIO,
                   :WS-CURRENT-DATE, :RUWW-NOTICE-DUE-DT, 'P',
                   0, ' ', ' ', ' ')
           END-EXEC
           IF SQLCODE = 0
              MOVE 'REFERRED TO UW REVIEW' TO WS-EXCEPTION-REASON
              DISPLAY 'UW REVIEW: ' ACTW-POLICY-NUM ' ' RUWW-REASONS
                 ' NOTICE DUE ' RUWW-NOTICE-DUE-DT
           ELSE
              MOVE 'UW REFERRAL FAILED' TO WS-EXCEPTION-REASON
              PERFORM REPORT-SQL-FAILURE
                 THRU REPORT-SQL-FAILURE-END
           END-IF.
       QUEUE-FOR-REVIEW-END.
           EXIT.
      **************************************************************
      * RENEW-POLICY PUSHES THE END DATE OUT ONE 365-DAY TERM
      * FROM THE CURRENT END DATE, RE-DERIVES THE PREMIUM FROM
      * THE CURRENT UW_RATE BAND FOR THE POLICYHOLDER'S AGE, AND
           END-IF
           PERFORM APPLY-REL-DISCOUNT
              THRU APPLY-REL-DISCOUNT-END
           IF RUQW-STATUS = 'S'
              AND RUQW-SURCHARGE-PCT > 0
              COMPUTE UWW-MONTHLY-RATE ROUNDED =
                 UWW-MONTHLY-RATE
                    * (100 + RUQW-SURCHARGE-PCT) / 100
              DISPLAY 'UW SURCHARGE ' RUQW-SURCHARGE-PCT
                 ' PCT ON ' ACTW-POLICY-NUM
           END-IF
           MOVE UWW-MONTHLY-RATE TO ACTW-NEW-MONTHLY
           COMPUTE ACTW-NEW-QUARTERLY ROUNDED =
              UWW-MONTHLY-RATE * 3
           PERFORM RECORD-RENEWAL THRU RECORD-RENEWAL-END
           ADD 1 TO WS-POLICIES-RENEWED
           MOVE RDSW-APPLIED-PCT TO RDSW-PCT-ED
           MOVE RUQW-SURCHARGE-PCT TO RUQW-SURCHARGE-ED
           MOVE SPACES TO RENEWAL-REPORT-LINE
           STRING
              'RENEWED '            DELIMITED BY SIZE
              ' REL-DISC '          DELIMITED BY SIZE
              RDSW-PCT-ED           DELIMITED BY SIZE
              ' PCT'                DELIMITED BY SIZE
              ' UW-SURCH '          DELIMITED BY SIZE
              RUQW-SURCHARGE-ED     DELIMITED BY SIZE
              ' PCT'                DELIMITED BY SIZE
              INTO RENEWAL-REPORT-LINE
           END-STRING
           WRITE RENEWAL-REPORT-LINE
