      * OLS0002.ACCOUNT2_TXN ROW - AND A TYPE 'L' LEDGER ROW IS
      * WRITTEN AGAINST THE LOAN ITSELF SO LRPLCS9 AND GLJFCS9
      * FINALLY SEE THE ASSET SIDE OF THE HOUSE.
      * THE LOAN'S PRODUCT IS THE SUB-TYPE OF ITS DISBURSEMENT
      * ACCOUNT, AS IN LLPVCS9. A PRODUCT MARKED SECURED ON
      * OLS0002.LOAN_LTV_CONTROL (ITS OWN ROW, ELSE THE '***'
      * DEFAULT ROW) MUST BE OPENED WITH COLLATERAL, AND THE
      * PRINCIPAL OVER THE APPRAISED VALUE MAY NOT EXCEED THE
      * PRODUCT'S LOAN-TO-VALUE LIMIT. COLLATERAL SUPPLIED AT OPEN
      * IS REGISTERED AS ITEM 1 ON OLS0002.LOAN_COLLATERAL; FURTHER
      * ITEMS, REVALUATIONS AND GUARANTORS GO THROUGH LNCLCS9.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. LNOPCS9.
            07 ACTW-CURRENCY        PIC X(3).
            07 ACTW-UPDT-DT         PIC X(8).
            07 ACTW-LOCKED          PIC X(1).
            07 ACTW-SUB-TYPCD       PIC X(3).
        01 ACTW-NEW-BALANCE          PIC S9(11)V9(3) COMP-3.
        01 ACTW-DESCRIPTION          PIC X(40).
      **************************************************************
          05 LNW-DUE-MM              PIC 9(2).
          05 LNW-DUE-DD              PIC 9(2).
        01 LNW-DUE-DATE-NUM REDEFINES LNW-DUE-DATE PIC 9(8).
      **************************************************************
      * LOAN-TO-VALUE CONTROL FOR THE PRODUCT. A PRODUCT WITH NO
      * ROW AND NO DEFAULT ROW IS TREATED AS UNSECURED.
      **************************************************************
        01 LTVW-CTL-SUB-TYPCD        PIC X(3).
        01 LTVW-SECURED              PIC X(1) VALUE 'N'.
        01 LTVW-MAX-LTV              PIC S9V9(4) COMP-3 VALUE 0.
        01 LTVW-LTV                  PIC S9(3)V9(4) COMP-3 VALUE 0.
      **************************************************************
        01 CUS-COUNT                 PIC S9(4) COMP VALUE 0.
        01 LOAN-COUNT                PIC S9(4) COMP VALUE 0.
            05 LNI-PRINCIPAL                    PIC S9(11)V9(3) COMP-3.
            05 LNI-ANNUAL-RATE                  PIC S9V9(4) COMP-3.
            05 LNI-TERM-MONTHS                  PIC S9(4) COMP.
            05 LNI-COLL-TYPE                    PIC X(4).
              88 LNI-COLL-TYPE-VALID            VALUE 'PROP' 'VEHI'
                                                      'DEPO' 'SECU'
                                                      'OTHR'.
            05 LNI-COLL-DESC                    PIC X(40).
            05 LNI-COLL-VALUE                   PIC S9(11)V9(3) COMP-3.
      *    VALUATION DATE CCYYMMDD - SPACES MEANS TODAY.
            05 LNI-COLL-VALUATION-DT            PIC X(8).
        01 LOAN-OUT.
            05 LNO-LOAN-ID                      PIC X(11).
            05 LNO-PRINCIPAL                    PIC S9(11)V9(3) COMP-3.
              88 RTCD-DISB-ACCT-LOCKED          VALUE 6.
              88 RTCD-LOAN-EXISTS               VALUE 7.
              88 RTCD-SQL-ERROR                 VALUE 8.
              88 RTCD-COLLATERAL-REFUSED        VALUE 9.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
           IF RTCD-OK
              PERFORM FETCH-DISB-ACCOUNT THRU FETCH-DISB-ACCOUNT-END
           END-IF
           IF RTCD-OK
              PERFORM CHECK-COLLATERAL THRU CHECK-COLLATERAL-END
           END-IF
           IF RTCD-OK
              PERFORM CALC-INSTALLMENT THRU CALC-INSTALLMENT-END
           END-IF
           IF RTCD-OK
              PERFORM INSERT-LOAN THRU INSERT-LOAN-END
           END-IF
           IF RTCD-OK
              PERFORM INSERT-COLLATERAL THRU INSERT-COLLATERAL-END
           END-IF
           IF RTCD-OK
              PERFORM BUILD-SCHEDULE THRU BUILD-SCHEDULE-END
           END-IF
            MOVE LNI-DISB-ACCOUNT-ID TO ACTW-ACCOUNT-ID
            EXEC SQL
                 SELECT ACCT_BALANCE, ACCT_CURRENCY, ACCT_UPDT_DT,
                        ACCT_LOCKED, ACCT_SUB_TYPCD
                   INTO :ACTW-BALANCE, :ACTW-CURRENCY, :ACTW-UPDT-DT,
                        :ACTW-LOCKED, :ACTW-SUB-TYPCD
                   FROM OLS0002.ACCOUNT2
                  WHERE ACCT_ACCOUNT_ID = :ACTW-ACCOUNT-ID
            END-EXEC
            END-IF.
       FETCH-DISB-ACCOUNT-END.
           EXIT.
      **************************************************************
      * CHECK-COLLATERAL VALIDATES ANY COLLATERAL SUPPLIED AND, FOR
      * A SECURED PRODUCT, INSISTS ON IT AND ON THE LOAN-TO-VALUE
      * LIMIT.
      **************************************************************
       CHECK-COLLATERAL.
            IF LNI-COLL-VALUATION-DT = SPACES
               OR LNI-COLL-VALUATION-DT = LOW-VALUES
               MOVE WS-CURRENT-DATE TO LNI-COLL-VALUATION-DT
            END-IF
            IF LNI-COLL-VALUE > 0
               IF NOT LNI-COLL-TYPE-VALID
                  OR LNI-COLL-VALUATION-DT NOT NUMERIC
                  OR LNI-COLL-VALUATION-DT > WS-CURRENT-DATE
                  SET RTCD-COLLATERAL-REFUSED TO TRUE
                  MOVE 'NOT SUCCESSFUL OPEN - BAD COLLATERAL'
                     TO RT-MSG
                  GO TO CHECK-COLLATERAL-END
               END-IF
            END-IF
            PERFORM GET-LTV-LIMIT THRU GET-LTV-LIMIT-END
            IF LTVW-SECURED NOT = 'Y'
               GO TO CHECK-COLLATERAL-END
            END-IF
            IF LNI-COLL-VALUE NOT > 0
               SET RTCD-COLLATERAL-REFUSED TO TRUE
               MOVE 'NOT SUCCESSFUL OPEN - COLLATERAL REQUIRED'
                  TO RT-MSG
               GO TO CHECK-COLLATERAL-END
            END-IF
            COMPUTE LTVW-LTV ROUNDED = LNI-PRINCIPAL / LNI-COLL-VALUE
            IF LTVW-LTV > LTVW-MAX-LTV
               SET RTCD-COLLATERAL-REFUSED TO TRUE
               MOVE 'NOT SUCCESSFUL OPEN - LOAN-TO-VALUE OVER LIMIT'
                  TO RT-MSG
            END-IF.
       CHECK-COLLATERAL-END.
           EXIT.
      **************************************************************
      * THE PRODUCT'S OWN LOAN-TO-VALUE ROW, ELSE THE '***' ROW.
      **************************************************************
       GET-LTV-LIMIT.
            MOVE 'N' TO LTVW-SECURED
            MOVE ACTW-SUB-TYPCD TO LTVW-CTL-SUB-TYPCD
            PERFORM SELECT-LTV-LIMIT THRU SELECT-LTV-LIMIT-END
            IF SQLCODE = 0
               GO TO GET-LTV-LIMIT-END
            END-IF
            MOVE '***' TO LTVW-CTL-SUB-TYPCD
            PERFORM SELECT-LTV-LIMIT THRU SELECT-LTV-LIMIT-END
            IF SQLCODE NOT = 0
               MOVE 'N' TO LTVW-SECURED
            END-IF.
       GET-LTV-LIMIT-END.
           EXIT.
      **************************************************************
       SELECT-LTV-LIMIT.
            EXEC SQL
                 SELECT LLC_SECURED, LLC_MAX_LTV
                   INTO :LTVW-SECURED, :LTVW-MAX-LTV
                   FROM OLS0002.LOAN_LTV_CONTROL
                  WHERE LLC_SUB_TYPCD = :LTVW-CTL-SUB-TYPCD
            END-EXEC.
       SELECT-LTV-LIMIT-END.
           EXIT.
      **************************************************************
       CALC-INSTALLMENT.
            COMPUTE LNW-MONTHLY-RATE ROUNDED =
            END-IF.
       INSERT-LOAN-END.
           EXIT.
      **************************************************************
       INSERT-COLLATERAL.
            IF LNI-COLL-VALUE NOT > 0
               GO TO INSERT-COLLATERAL-END
            END-IF
            EXEC SQL
                 INSERT INTO OLS0002.LOAN_COLLATERAL (
                    LCL_LOAN_ID, LCL_SEQ_NO, LCL_TYPE,
                    LCL_DESCRIPTION, LCL_APPRAISED_VALUE,
                    LCL_VALUATION_DT, LCL_PRIOR_VALUE, LCL_STATUS,
                    LCL_USERID, LCL_UPDT_TS)
                 VALUES (
                    :LNI-LOAN-ID, 1, :LNI-COLL-TYPE,
                    :LNI-COLL-DESC, :LNI-COLL-VALUE,
                    :LNI-COLL-VALUATION-DT, 0, 'A',
                    :EIBUSERID, CURRENT TIMESTAMP)
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
            END-IF.
       INSERT-COLLATERAL-END.
           EXIT.
      **************************************************************
      * BUILD-SCHEDULE WRITES ONE OLS0002.LOAN_SCHEDULE ROW PER
      * INSTALLMENT. THE RUNNING BALANCE DRIVES EACH INTEREST
