      * KYCRCS2 - KYC REFRESH-DUE SWEEP BATCH JOB.
      * WALKS EVERY VERIFIED CUSTOMER WHOSE SIGHTED DOCUMENTS
      * (OLS0002.KYC_VERIFICATION) HAVE ALL PASSED THEIR EXPIRY
      * DATE, OR WHOSE LAST VERIFICATION IS OLDER THAN THE REFRESH
      * CYCLE FOR THEIR RSKRCS2 AML RISK RATING (THREE YEARS LOW,
      * TWO MEDIUM, ONE HIGH BY DEFAULT, RETUNABLE ON
      * OLS0002.AML_RISK_CONTROL; AN UNRATED CUSTOMER IS TAKEN AS
      * LOW), FLIPS CUS_KYC_STATUS TO REFRESH-DUE ('D'), AND
      * WRITES A KYCREFR ROW TO OLS0002.CUSTOMER_EVENT SO THE
      * NIGHTLY EVNTCS9 NOTIFICATION FEED TELLS THE CUSTOMER TO
      * BRING FRESH DOCUMENTS. A REFRESH-DUE CUSTOMER CAN STILL
      **************************************************************
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
      **************************************************************
      * KYC REFRESH CYCLE PER RISK RATING, IN DAYS, WITH ITS
      * FALLBACK DEFAULTS, AND THE OLDEST VERIFICATION DATE EACH
      * RATING STILL ACCEPTS.
      **************************************************************
        01 WS-CYCLE-LOW-DAYS               PIC S9(5) COMP-3
                                               VALUE 1095.
        01 WS-CYCLE-MED-DAYS               PIC S9(5) COMP-3 VALUE 730.
        01 WS-CYCLE-HIGH-DAYS              PIC S9(5) COMP-3 VALUE 365.
        01 WS-CUTOFF-LOW                   PIC 9(08).
        01 WS-CUTOFF-MED                   PIC 9(08).
        01 WS-CUTOFF-HIGH                  PIC 9(08).
        01 WS-CUSTOMERS-FLIPPED            PIC 9(7)   VALUE 0.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
              GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM SET-CUTOFFS THRU SET-CUTOFFS-END
           PERFORM DO-DECLARE THRU DO-DECLARE-END
           PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
           PERFORM DO-FETCH THRU DO-FETCH-END
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       SET-CUTOFFS.
           EXEC SQL
                SELECT ARC_CYCLE_LOW_DAYS, ARC_CYCLE_MED_DAYS,
                       ARC_CYCLE_HIGH_DAYS
                  INTO :WS-CYCLE-LOW-DAYS, :WS-CYCLE-MED-DAYS,
                       :WS-CYCLE-HIGH-DAYS
                  FROM OLS0002.AML_RISK_CONTROL
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1095 TO WS-CYCLE-LOW-DAYS
              MOVE 730  TO WS-CYCLE-MED-DAYS
              MOVE 365  TO WS-CYCLE-HIGH-DAYS
           END-IF
           COMPUTE WS-CUTOFF-LOW = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                 - WS-CYCLE-LOW-DAYS)
           COMPUTE WS-CUTOFF-MED = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                 - WS-CYCLE-MED-DAYS)
           COMPUTE WS-CUTOFF-HIGH = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                 - WS-CYCLE-HIGH-DAYS).
       SET-CUTOFFS-END.
           EXIT.
      **************************************************************
      * A VERIFIED CUSTOMER GOES REFRESH-DUE WHEN NO SIGHTED
      * DOCUMENT REMAINS UNEXPIRED - ONE VALID PASSPORT KEEPS THE
      * FILE GOOD EVEN IF AN OLD UTILITY BILL LAPSED - OR WHEN NO
      * VERIFICATION FALLS INSIDE THE CYCLE FOR THEIR RATING.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
                SELECT CUS_CUSTOMER_ID
                  FROM OLS0002.CUSTOMER_MASTER
                 WHERE CUS_KYC_STATUS = 'V'
                   AND (NOT EXISTS (
                       SELECT 1 FROM OLS0002.KYC_VERIFICATION V
                        WHERE V.KYC_CUSTOMER_ID = CUS_CUSTOMER_ID
                          AND V.KYC_DOC_EXPIRY_DT >=
                              :WS-CURRENT-DATE)
                    OR NOT EXISTS (
                       SELECT 1 FROM OLS0002.KYC_VERIFICATION V2
                        WHERE V2.KYC_CUSTOMER_ID = CUS_CUSTOMER_ID
                          AND V2.KYC_VERIFIED_DT >=
                              CASE COALESCE((
                                   SELECT R.CRR_RATING
                                     FROM OLS0002.CUSTOMER_RISK_RATING R
                                    WHERE R.CRR_CUSTOMER_ID =
                                          CUS_CUSTOMER_ID), 'L')
                                WHEN 'H' THEN :WS-CUTOFF-HIGH
                                WHEN 'M' THEN :WS-CUTOFF-MED
                                ELSE :WS-CUTOFF-LOW
                              END))
                 ORDER BY CUS_CUSTOMER_ID
            END-EXEC.
       DO-DECLARE-END.
