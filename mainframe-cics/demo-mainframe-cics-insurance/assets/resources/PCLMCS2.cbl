      * RECORD ON THE CHECK-ISSUE FEED (CHKISSUE). THE CLAIM IS
      * MARKED PAID WITH THE PAYMENT REFERENCE UNDER A GUARDED
      * STATUS UPDATE, SO THE SAME CLAIM CAN NEVER BE PAID TWICE.
      * THE PAYMENT IS ALSO WRITTEN TO OLS0002.CLAIM_RESERVE_HIST
      * AS A PAID EVENT ('P') THAT RELEASES THE CASE RESERVE, SO
      * THE LOSS-DEVELOPMENT TRIANGLES (LDTRCS2) SEE WHEN THE
      * MONEY LEFT AND WHAT RESERVE IT REPLACED.
      * A CLAIM REOPENED BY ROPNCS2 AFTER IT WAS PAID COMES BACK
      * HERE ONLY FOR WHAT IS STILL OWED: CLM_AMOUNT LESS THE
      * PAID EVENTS ALREADY ON CLAIM_RESERVE_HIST. A CLAIM WITH
      * NOTHING LEFT TO PAY IS REFUSED WITH RETURN CODE 4.
      * A CLAIM OWED TO A BODY SHOP, CONTRACTOR, MEDICAL PROVIDER
      * OR ATTORNEY IS PAID TO A VENDOR ON THE CLAIM VENDOR MASTER
      * (OLS0002.CLAIM_VENDOR, VNDACS2/VNDUCS2): THE VENDOR ID IN
      * DISBPARM COLUMNS 13-20 ROUTES THE PAYMENT ('VEND') TO THE
      * CHECK FEED UNDER THE VENDOR'S ID AND NAME, AND RECORDS IT
      * ON OLS0002.VENDOR_PAYMENT FOR THE YEAR-END 1099 (VTAXCS2).
      * AN INACTIVE VENDOR, OR ONE WITHOUT A W-9 ON FILE, IS NOT
      * PAID - THE CLAIM STAYS APPROVED.
      * ONLY THE PER-CLAIM QUOTA-SHARE TREATIES (TRT_TREATY_KIND
      * 'Q', OR BLANK ON A TREATY LOADED BEFORE THE KIND EXISTED,
      * AS RIBDCS2 READS IT) ARE RAISED HERE; THE CATASTROPHE
      * EXCESS-OF-LOSS LAYERS ('X') ARE RAISED PER EVENT BY
      * CATRCS2.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PCLMCS2.
            07 ACTW-POLICY-NUM        PIC X(11).
            07 ACTW-CLM-AMOUNT        PIC S9(9)V9(2) USAGE COMP-3.
            07 ACTW-CLM-STATUS        PIC X(10).
            07 ACTW-CLM-RESERVE       PIC S9(9)V9(2) USAGE COMP-3.
            07 ACTW-PRIOR-PAID        PIC S9(9)V9(2) USAGE COMP-3.
            07 ACTW-DUE-AMOUNT        PIC S9(9)V9(2) USAGE COMP-3.
        01 WS-NEXT-RSH-SEQ            PIC S9(4) COMP VALUE 0.
        01 POLICY-WS.
            07 ACTW-CUSTOMER-ID       PIC X(16).
            07 ACTW-CUST-NAME         PIC X(16).
          05 ACTW-REF-CLAIM-NUM     PIC 9(9).
          05 ACTW-REF-ROUTE         PIC X(4).
        01 ACTW-PARM-TEXT             PIC X(12).
        01 VENDOR-WS.
            07 VNDW-VENDOR-ID         PIC X(8).
            07 VNDW-NAME              PIC X(40).
            07 VNDW-W9-ON-FILE        PIC X(1).
            07 VNDW-STATUS            PIC X(1).
        01 WS-CLAIM-NUM-ED            PIC 9(9).
        01 WS-AMOUNT-ED               PIC -9(10)9.999.
        01 WS-CURRENT-DATE-DATA.
        01 TRTW-CEDED-PCT                  PIC S9(3)V9(2) COMP-3.
        01 TRTW-RETENTION-LIMIT            PIC S9(9)V9(2) COMP-3.
        01 RRCW-AMOUNT                     PIC S9(9)V9(2) COMP-3.
        01 RRCW-PRIOR-AMOUNT               PIC S9(9)V9(2) COMP-3.
        01 WS-NEXT-RRC-ID                  PIC S9(9)  COMP VALUE 0.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
              PERFORM FETCH-POLICY-CUSTOMER
                 THRU FETCH-POLICY-CUSTOMER-END
           END-IF
           IF EODATA NOT = 'Y'
              AND VNDW-VENDOR-ID NOT = SPACES
              PERFORM FETCH-VENDOR THRU FETCH-VENDOR-END
           END-IF
           IF EODATA NOT = 'Y'
              PERFORM FIND-PAY-ACCOUNT THRU FIND-PAY-ACCOUNT-END
              PERFORM DISBURSE THRU DISBURSE-END
           END-IF
           IF EODATA NOT = 'Y'
              PERFORM RAISE-RECOVERABLE THRU RAISE-RECOVERABLE-END
              PERFORM RECORD-PAYMENT-HIST
                 THRU RECORD-PAYMENT-HIST-END
           END-IF
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           GOBACK.
              MOVE DISBURSE-PARM-RECORD(1:12) TO ACTW-PARM-TEXT
              COMPUTE ACTW-CLAIM-NUM =
                 FUNCTION NUMVAL(ACTW-PARM-TEXT)
              MOVE DISBURSE-PARM-RECORD(13:8) TO VNDW-VENDOR-ID
              DISPLAY 'DISBURSING CLAIM: ' ACTW-CLAIM-NUM
           END-IF
           CLOSE DISBURSE-PARM-FILE
      * ONLY AN APPROVED CLAIM IS PAYABLE - PAID, CLOSED, DENIED
      * OR STILL-OPEN CLAIMS ARE ALL TURNED AWAY, WHICH IS ALSO
      * WHAT MAKES PAYING TWICE IMPOSSIBLE: THE FIRST PAYMENT
      * MOVES THE CLAIM TO PAID. A REOPENED CLAIM APPROVED AGAIN
      * IS OWED ONLY WHAT ITS EARLIER PAID EVENTS DID NOT COVER.
      **************************************************************
       FETCH-CLAIM.
           EXEC SQL
                SELECT CLM_POLICY_NUM, CLM_AMOUNT, CLM_STATUS,
                       CLM_RESERVE_AMOUNT
                  INTO :ACTW-POLICY-NUM, :ACTW-CLM-AMOUNT,
                       :ACTW-CLM-STATUS, :ACTW-CLM-RESERVE
                  FROM OLS0002.CLAIM2
                 WHERE CLM_CLAIM_NUM = :ACTW-CLAIM-NUM
           END-EXEC
              DISPLAY 'PCLMCS2 CLAIM NOT APPROVED - STATUS: '
                 ACTW-CLM-STATUS
              MOVE 'Y' TO EODATA
              GO TO FETCH-CLAIM-END
           END-IF
           MOVE 0 TO ACTW-PRIOR-PAID
           EXEC SQL
                SELECT COALESCE(SUM(RSH_PAID_AMOUNT), 0)
                  INTO :ACTW-PRIOR-PAID
                  FROM OLS0002.CLAIM_RESERVE_HIST
                 WHERE RSH_CLAIM_NUM = :ACTW-CLAIM-NUM
                   AND RSH_EVENT = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE
                 THRU REPORT-SQL-FAILURE-END
              MOVE 'Y' TO EODATA
              GO TO FETCH-CLAIM-END
           END-IF
           COMPUTE ACTW-DUE-AMOUNT = ACTW-CLM-AMOUNT - ACTW-PRIOR-PAID
           IF ACTW-DUE-AMOUNT NOT > 0
              DISPLAY 'PCLMCS2 CLAIM ALREADY PAID IN FULL: '
                 ACTW-CLAIM-NUM
              MOVE 4 TO RETURN-CODE
              MOVE 'Y' TO EODATA
           END-IF.
       FETCH-CLAIM-END.
           EXIT.
       FETCH-POLICY-CUSTOMER-END.
           EXIT.
      **************************************************************
      * A VENDOR PAYMENT NEEDS AN ACTIVE VENDOR WITH A W-9 ON FILE
      * - WITHOUT ONE THERE IS NO TAX ID TO REPORT THE MONEY UNDER.
      **************************************************************
       FETCH-VENDOR.
           EXEC SQL
                SELECT VND_NAME, VND_W9_ON_FILE, VND_STATUS
                  INTO :VNDW-NAME, :VNDW-W9-ON-FILE, :VNDW-STATUS
                  FROM OLS0002.CLAIM_VENDOR
                 WHERE VND_VENDOR_ID = :VNDW-VENDOR-ID
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'PCLMCS2 VENDOR NOT FOUND: ' VNDW-VENDOR-ID
              MOVE 'Y' TO EODATA
              GO TO FETCH-VENDOR-END
           END-IF
           IF VNDW-STATUS NOT = 'A'
              DISPLAY 'PCLMCS2 VENDOR INACTIVE: ' VNDW-VENDOR-ID
              MOVE 'Y' TO EODATA
              GO TO FETCH-VENDOR-END
           END-IF
           IF VNDW-W9-ON-FILE NOT = 'Y'
              DISPLAY 'PCLMCS2 VENDOR HAS NO W-9 ON FILE: '
                 VNDW-VENDOR-ID
              MOVE 'Y' TO EODATA
           END-IF.
       FETCH-VENDOR-END.
           EXIT.
      **************************************************************
      * THE PAY ACCOUNT IS THE CUSTOMER'S LOWEST-NUMBERED OPEN,
      * UNLOCKED ACCOUNT - FOUND BY THE SHARED CUSTOMER ID THE
      * WAY XREFCS2 FINDS A CUSTOMER'S ACCOUNTS. NO USABLE
      **************************************************************
       DISBURSE.
           MOVE ACTW-CLAIM-NUM TO ACTW-REF-CLAIM-NUM
           MOVE ACTW-DUE-AMOUNT TO ACTW-PAY-AMOUNT
      * A VENDOR PAYMENT GOES TO THE VENDOR NAMED IN THE PARAMETER,
      * NEVER TO THE POLICYHOLDER OR THE BENEFICIARIES.
           IF VNDW-VENDOR-ID NOT = SPACES
              MOVE 'VEND' TO ACTW-REF-ROUTE
              PERFORM MARK-CLAIM-PAID THRU MARK-CLAIM-PAID-END
              IF EODATA NOT = 'Y'
                 PERFORM PAY-TO-VENDOR THRU PAY-TO-VENDOR-END
              END-IF
              GO TO DISBURSE-END
           END-IF
      * A LIFE CLAIM WITH BENEFICIARIES ON FILE IS NOT PAID TO
      * THE POLICYHOLDER'S ACCOUNT - IT IS SPLIT ACROSS THE
      * POLICY2_BENEFICIARY ARRAY IN BENE_SEQ ORDER, ONE PAYMENT
      **************************************************************
      * RAISE-RECOVERABLE - A PAID CLAIM ABOVE THE TREATY'S
      * RETENTION RAISES THE REINSURER'S SHARE (THE CEDED
      * PERCENTAGE OF THE WHOLE CLAIM) AS AN OPEN RECOVERABLE,
      * LESS WHATEVER AN EARLIER PAYMENT OF THE SAME CLAIM HAS
      * ALREADY RAISED UNDER THE TREATY. NO TREATY FOR THE POLICY
      * TYPE, OR A CLAIM INSIDE RETENTION, RAISES NOTHING.
      **************************************************************
       RAISE-RECOVERABLE.
           MOVE SPACES TO TRTW-TREATY-ID
                       :TRTW-RETENTION-LIMIT
                  FROM OLS0002.REINS_TREATY
                 WHERE TRT_POLICY_TYPE = :ACTW-POLICY-TYPE
                   AND TRT_TREATY_KIND <> 'X'
           END-EXEC
           IF SQLCODE NOT = 0
              GO TO RAISE-RECOVERABLE-END
           IF ACTW-CLM-AMOUNT NOT > TRTW-RETENTION-LIMIT
              GO TO RAISE-RECOVERABLE-END
           END-IF
           MOVE 0 TO RRCW-PRIOR-AMOUNT
           EXEC SQL
                SELECT COALESCE(SUM(RRC_AMOUNT), 0)
                  INTO :RRCW-PRIOR-AMOUNT
                  FROM OLS0002.REINS_RECOVERABLE
                 WHERE RRC_CLAIM_NUM = :ACTW-CLAIM-NUM
                   AND RRC_TREATY_ID = :TRTW-TREATY-ID
           END-EXEC
           COMPUTE RRCW-AMOUNT ROUNDED =
              ACTW-CLM-AMOUNT * TRTW-CEDED-PCT / 100
              - RRCW-PRIOR-AMOUNT
           IF RRCW-AMOUNT NOT > 0
              GO TO RAISE-RECOVERABLE-END
           END-IF
           MOVE 0 TO WS-NEXT-RRC-ID
           EXEC SQL
                SELECT COALESCE(MAX(RRC_ID), 0) + 1
                INSERT INTO OLS0002.REINS_RECOVERABLE (
                   RRC_ID, RRC_TREATY_ID, RRC_CLAIM_NUM,
                   RRC_POLICY_NUM, RRC_AMOUNT, RRC_STATUS,
                   RRC_RAISED_DT, RRC_RECEIVED_DT,
                   RRC_CAT_EVENT_CODE)
                VALUES (
                   :WS-NEXT-RRC-ID, :TRTW-TREATY-ID,
                   :ACTW-CLAIM-NUM, :ACTW-POLICY-NUM,
                   :RRCW-AMOUNT, 'O', :WS-CURRENT-DATE, 0, ' ')
           END-EXEC
           IF SQLCODE = 0
              DISPLAY 'RECOVERABLE RAISED: ' WS-NEXT-RRC-ID
           END-IF.
       RAISE-RECOVERABLE-END.
           EXIT.
      **************************************************************
       RECORD-PAYMENT-HIST.
      * A PAYMENT THAT FAILED AND WAS RESET TO APPROVED IS NOT
      * A PAYMENT - ONLY A CLAIM STILL PAID IS RECORDED.
           MOVE SPACES TO ACTW-CLM-STATUS
           EXEC SQL
                SELECT CLM_STATUS
                  INTO :ACTW-CLM-STATUS
                  FROM OLS0002.CLAIM2
                 WHERE CLM_CLAIM_NUM = :ACTW-CLAIM-NUM
           END-EXEC
           IF ACTW-CLM-STATUS NOT = 'PAID'
              GO TO RECORD-PAYMENT-HIST-END
           END-IF
           MOVE 0 TO WS-NEXT-RSH-SEQ
           EXEC SQL
                SELECT COALESCE(MAX(RSH_SEQ), 0) + 1
                  INTO :WS-NEXT-RSH-SEQ
                  FROM OLS0002.CLAIM_RESERVE_HIST
                 WHERE RSH_CLAIM_NUM = :ACTW-CLAIM-NUM
           END-EXEC
           EXEC SQL
                INSERT INTO OLS0002.CLAIM_RESERVE_HIST (
                   RSH_CLAIM_NUM, RSH_SEQ, RSH_EVENT,
                   RSH_OLD_RESERVE, RSH_NEW_RESERVE,
                   RSH_PAID_AMOUNT, RSH_CHANGE_DT, RSH_USERID,
                   RSH_TS)
                VALUES (
                   :ACTW-CLAIM-NUM, :WS-NEXT-RSH-SEQ, 'P',
                   :ACTW-CLM-RESERVE, 0,
                   :ACTW-DUE-AMOUNT, :WS-CURRENT-DATE, 'PCLMCS2',
                   CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE
                 THRU REPORT-SQL-FAILURE-END
           END-IF.
       RECORD-PAYMENT-HIST-END.
           EXIT.
      **************************************************************
       WRITE-CHECK-RECORD.
           MOVE ACTW-CLAIM-NUM TO WS-CLAIM-NUM-ED
           DISPLAY 'CLAIM PAID BY CHECK FEED: ' ACTW-PAYMENT-REF.
       WRITE-CHECK-RECORD-END.
           EXIT.
      **************************************************************
      * PAY-TO-VENDOR - THE CHECK FEED RECORD KEEPS ITS LAYOUT FOR
      * CHKLCS9 (VENDOR ID AS PAYEE ID, THE NAME CUT TO THE FEED'S
      * SIXTEEN CHARACTERS); THE FULL NAME AND REMIT ADDRESS STAY
      * ON THE VENDOR MASTER. THE VENDOR_PAYMENT ROW IS WHAT THE
      * 1099 JOB TOTALS.
      **************************************************************
       PAY-TO-VENDOR.
           MOVE ACTW-CLAIM-NUM TO WS-CLAIM-NUM-ED
           MOVE ACTW-PAY-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO CHECK-ISSUE-RECORD
           STRING
              ACTW-PAYMENT-REF      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-CLAIM-NUM-ED       DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              VNDW-VENDOR-ID        DELIMITED BY SIZE
              '        '            DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              VNDW-NAME(1:16)       DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMOUNT-ED          DELIMITED BY SIZE
              INTO CHECK-ISSUE-RECORD
           END-STRING
           EXEC SQL
                INSERT INTO OLS0002.VENDOR_PAYMENT (
                   VPY_VENDOR_ID, VPY_CLAIM_NUM, VPY_PAYMENT_REF,
                   VPY_AMOUNT, VPY_PAYMENT_DT)
                VALUES (
                   :VNDW-VENDOR-ID, :ACTW-CLAIM-NUM,
                   :ACTW-PAYMENT-REF, :ACTW-DUE-AMOUNT,
                   :WS-CURRENT-DATE)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE
                 THRU REPORT-SQL-FAILURE-END
              PERFORM RESET-CLAIM THRU RESET-CLAIM-END
              GO TO PAY-TO-VENDOR-END
           END-IF
           WRITE CHECK-ISSUE-RECORD
           DISPLAY 'CLAIM PAID TO VENDOR: ' VNDW-VENDOR-ID
              ' ' ACTW-PAYMENT-REF.
       PAY-TO-VENDOR-END.
           EXIT.
      **************************************************************
       COUNT-BENEFICIARIES.
           MOVE 0 TO ACTW-BENE-COUNT
       COUNT-BENEFICIARIES-END.
           EXIT.
      **************************************************************
      * PAY-BENEFICIARIES SPLITS THE AMOUNT DUE BY THE SHARE
      * PERCENTAGES UPOLCS2 HAS ALREADY VALIDATED TO TOTAL 100.
      * EVERY SHARE BUT THE LAST IS ROUNDED TO THE PENNY; THE LAST
      * BENEFICIARY RECEIVES WHATEVER REMAINS, SO THE SHARES
      * ALWAYS SUM BACK TO THE AMOUNT DUE TO THE PENNY - THE
      * ROUNDING IS EXPLICIT, NOT ACCIDENTAL.
      **************************************************************
       PAY-BENEFICIARIES.
           ADD 1 TO ACTW-BENE-DONE
           IF ACTW-BENE-DONE = ACTW-BENE-COUNT
              COMPUTE ACTW-SHARE-AMOUNT =
                 ACTW-DUE-AMOUNT - ACTW-PAID-SO-FAR
           ELSE
              COMPUTE ACTW-SHARE-AMOUNT ROUNDED =
                 ACTW-DUE-AMOUNT * ACTW-BENE-PERCENTAGE / 100
           END-IF
           ADD ACTW-SHARE-AMOUNT TO ACTW-PAID-SO-FAR
           MOVE ACTW-CLAIM-NUM TO WS-CLAIM-NUM-ED
