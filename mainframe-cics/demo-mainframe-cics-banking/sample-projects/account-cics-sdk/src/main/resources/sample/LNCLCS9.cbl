CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * LNCLCS9 - LOAN COLLATERAL AND GUARANTOR MAINTENANCE FOR
      * CICS AND DB2. KEEPS THE SECURITY BEHIND AN
      * OLS0002.LOAN_ACCOUNT LOAN ON FILE INSTEAD OF IN THE
      * BRANCH CREDIT FOLDER:
      *   C  ADD A COLLATERAL ITEM TO OLS0002.LOAN_COLLATERAL -
      *      TYPE, DESCRIPTION, APPRAISED VALUE, VALUATION DATE -
      *      NUMBERED ON FROM THE HIGHEST ITEM ALREADY HELD
      *   V  REVALUE AN EXISTING ITEM; THE OLD VALUE IS KEPT IN
      *      LCL_PRIOR_VALUE
      *   G  ADD A GUARANTOR TO OLS0002.LOAN_GUARANTOR - A CUSTOMER
      *      ON OLS0002.CUSTOMER_MASTER OTHER THAN THE BORROWER,
      *      WITH THE AMOUNT GUARANTEED
      * THE LOAN-TO-VALUE AFTER A COLLATERAL CHANGE (PRINCIPAL
      * BALANCE OVER THE TOTAL APPRAISED VALUE HELD) IS RETURNED
      * SO THE OFFICER SEES AT ONCE WHETHER LNLVCS9 WILL REPORT IT.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. LNCLCS9.
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
            07 LNW-CUSTOMER-ID       PIC X(16).
            07 LNW-PRINCIPAL-BAL     PIC S9(11)V9(3) USAGE COMP-3.
            07 LNW-STATUS            PIC X(1).
      **************************************************************
        01 COLLATERAL-WS.
            07 LCLW-SEQ-NO           PIC S9(4) COMP VALUE 0.
            07 LCLW-PRIOR-VALUE      PIC S9(11)V9(3) COMP-3 VALUE 0.
            07 LCLW-TOTAL-VALUE      PIC S9(11)V9(3) COMP-3 VALUE 0.
            07 LCLW-LTV              PIC S9(3)V9(4) COMP-3 VALUE 0.
        01 CUS-COUNT                 PIC S9(4) COMP VALUE 0.
        01 LGRW-COUNT                PIC S9(4) COMP VALUE 0.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 LCGI-LOAN-ID                     PIC X(11).
            05 LCGI-ACTION                      PIC X(1).
              88 LCGI-ADD-COLLATERAL            VALUE 'C'.
              88 LCGI-REVALUE                   VALUE 'V'.
              88 LCGI-ADD-GUARANTOR             VALUE 'G'.
      *    ITEM NUMBER - REVALUATION ONLY.
            05 LCGI-SEQ-NO                      PIC S9(4) COMP.
            05 LCGI-COLL-TYPE                   PIC X(4).
              88 LCGI-COLL-TYPE-VALID           VALUE 'PROP' 'VEHI'
                                                      'DEPO' 'SECU'
                                                      'OTHR'.
            05 LCGI-COLL-DESC                   PIC X(40).
      *    APPRAISED VALUE, OR THE AMOUNT GUARANTEED.
            05 LCGI-AMOUNT                      PIC S9(11)V9(3) COMP-3.
      *    VALUATION DATE CCYYMMDD - SPACES MEANS TODAY.
            05 LCGI-VALUATION-DT                PIC X(8).
            05 LCGI-GUARANTOR-ID                PIC X(16).
        01 COLLATERAL-OUT.
            05 LCGO-LOAN-ID                     PIC X(11).
            05 LCGO-SEQ-NO                      PIC S9(4) COMP.
            05 LCGO-TOTAL-VALUE                 PIC S9(11)V9(3) COMP-3.
            05 LCGO-LTV                         PIC S9(3)V9(4) COMP-3.
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-LOAN-NOT-FOUND            VALUE 1.
              88 RTCD-INVALID-ACTION            VALUE 2.
              88 RTCD-INVALID-COLLATERAL        VALUE 3.
              88 RTCD-INVALID-AMOUNT            VALUE 4.
              88 RTCD-COLLATERAL-NOT-FOUND      VALUE 5.
              88 RTCD-GUARANTOR-NOT-FOUND       VALUE 6.
              88 RTCD-GUARANTOR-REFUSED         VALUE 7.
              88 RTCD-SQL-ERROR                 VALUE 8.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK
              PERFORM FETCH-LOAN THRU FETCH-LOAN-END
           END-IF
           IF RTCD-OK
              EVALUATE TRUE
                 WHEN LCGI-ADD-COLLATERAL
                    PERFORM ADD-COLLATERAL THRU ADD-COLLATERAL-END
                 WHEN LCGI-REVALUE
                    PERFORM REVALUE-COLLATERAL
                       THRU REVALUE-COLLATERAL-END
                 WHEN LCGI-ADD-GUARANTOR
                    PERFORM ADD-GUARANTOR THRU ADD-GUARANTOR-END
              END-EVALUATE
           END-IF
           IF RTCD-OK AND NOT LCGI-ADD-GUARANTOR
              PERFORM CALC-LTV THRU CALC-LTV-END
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO COLLATERAL-OUT
            SET RTCD-OK TO TRUE
            MOVE LCGI-LOAN-ID TO LNW-LOAN-ID
            MOVE LCGI-LOAN-ID TO LCGO-LOAN-ID
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            IF NOT LCGI-ADD-COLLATERAL
               AND NOT LCGI-REVALUE
               AND NOT LCGI-ADD-GUARANTOR
               SET RTCD-INVALID-ACTION TO TRUE
               MOVE 'NOT SUCCESSFUL UPDATE - ACTION NOT C, V OR G'
                  TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF LCGI-AMOUNT NOT > 0
               SET RTCD-INVALID-AMOUNT TO TRUE
               MOVE 'NOT SUCCESSFUL UPDATE - AMOUNT MUST BE POSITIVE'
                  TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF LCGI-VALUATION-DT = SPACES
               OR LCGI-VALUATION-DT = LOW-VALUES
               MOVE WS-CURRENT-DATE TO LCGI-VALUATION-DT
            END-IF
            IF NOT LCGI-ADD-GUARANTOR
               IF LCGI-VALUATION-DT NOT NUMERIC
                  OR LCGI-VALUATION-DT > WS-CURRENT-DATE
                  SET RTCD-INVALID-COLLATERAL TO TRUE
                  MOVE 'NOT SUCCESSFUL UPDATE - BAD VALUATION DATE'
                     TO RT-MSG
               END-IF
            END-IF
            DISPLAY 'LOAN-ID = ' LNW-LOAN-ID.
       GET-INPUT-END.
           EXIT.
      **************************************************************
       FETCH-LOAN.
            EXEC SQL
                 SELECT LN_CUSTOMER_ID, LN_PRINCIPAL_BAL, LN_STATUS
                   INTO :LNW-CUSTOMER-ID, :LNW-PRINCIPAL-BAL,
                        :LNW-STATUS
                   FROM OLS0002.LOAN_ACCOUNT
                  WHERE LN_LOAN_ID = :LNW-LOAN-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-LOAN-NOT-FOUND TO TRUE
               MOVE 'NOT SUCCESSFUL UPDATE - LOAN NOT FOUND'
                  TO RT-MSG
            END-IF.
       FETCH-LOAN-END.
           EXIT.
      **************************************************************
       ADD-COLLATERAL.
            IF NOT LCGI-COLL-TYPE-VALID
               SET RTCD-INVALID-COLLATERAL TO TRUE
               MOVE 'NOT SUCCESSFUL UPDATE - UNKNOWN COLLATERAL TYPE'
                  TO RT-MSG
               GO TO ADD-COLLATERAL-END
            END-IF
            MOVE 0 TO LCLW-SEQ-NO
            EXEC SQL
                 SELECT COALESCE(MAX(LCL_SEQ_NO), 0) + 1
                   INTO :LCLW-SEQ-NO
                   FROM OLS0002.LOAN_COLLATERAL
                  WHERE LCL_LOAN_ID = :LNW-LOAN-ID
            END-EXEC
            EXEC SQL
                 INSERT INTO OLS0002.LOAN_COLLATERAL (
                    LCL_LOAN_ID, LCL_SEQ_NO, LCL_TYPE,
                    LCL_DESCRIPTION, LCL_APPRAISED_VALUE,
                    LCL_VALUATION_DT, LCL_PRIOR_VALUE, LCL_STATUS,
                    LCL_USERID, LCL_UPDT_TS)
                 VALUES (
                    :LNW-LOAN-ID, :LCLW-SEQ-NO, :LCGI-COLL-TYPE,
                    :LCGI-COLL-DESC, :LCGI-AMOUNT,
                    :LCGI-VALUATION-DT, 0, 'A',
                    :EIBUSERID, CURRENT TIMESTAMP)
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
            ELSE
               MOVE LCLW-SEQ-NO TO LCGO-SEQ-NO
               MOVE 'SUCCESSFUL UPDATE - COLLATERAL ADDED' TO RT-MSG
            END-IF.
       ADD-COLLATERAL-END.
           EXIT.
      **************************************************************
       REVALUE-COLLATERAL.
            MOVE LCGI-SEQ-NO TO LCLW-SEQ-NO
            EXEC SQL
                 SELECT LCL_APPRAISED_VALUE
                   INTO :LCLW-PRIOR-VALUE
                   FROM OLS0002.LOAN_COLLATERAL
                  WHERE LCL_LOAN_ID = :LNW-LOAN-ID
                    AND LCL_SEQ_NO = :LCLW-SEQ-NO
                    AND LCL_STATUS = 'A'
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-COLLATERAL-NOT-FOUND TO TRUE
               MOVE 'NOT SUCCESSFUL UPDATE - COLLATERAL ITEM NOT FOUND'
                  TO RT-MSG
               GO TO REVALUE-COLLATERAL-END
            END-IF
            EXEC SQL
                 UPDATE OLS0002.LOAN_COLLATERAL
                    SET LCL_PRIOR_VALUE = :LCLW-PRIOR-VALUE,
                        LCL_APPRAISED_VALUE = :LCGI-AMOUNT,
                        LCL_VALUATION_DT = :LCGI-VALUATION-DT,
                        LCL_USERID = :EIBUSERID,
                        LCL_UPDT_TS = CURRENT TIMESTAMP
                  WHERE LCL_LOAN_ID = :LNW-LOAN-ID
                    AND LCL_SEQ_NO = :LCLW-SEQ-NO
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
            ELSE
               MOVE LCLW-SEQ-NO TO LCGO-SEQ-NO
               MOVE 'SUCCESSFUL UPDATE - COLLATERAL REVALUED' TO RT-MSG
            END-IF.
       REVALUE-COLLATERAL-END.
           EXIT.
      **************************************************************
      * A GUARANTOR MUST BE ON THE CUSTOMER MASTER, MAY NOT BE THE
      * BORROWER, AND MAY BE LINKED TO THE SAME LOAN ONLY ONCE.
      **************************************************************
       ADD-GUARANTOR.
            MOVE 0 TO CUS-COUNT
            EXEC SQL
                 SELECT COUNT(*) INTO :CUS-COUNT
                   FROM OLS0002.CUSTOMER_MASTER
                  WHERE CUS_CUSTOMER_ID = :LCGI-GUARANTOR-ID
            END-EXEC
            IF CUS-COUNT = 0
               SET RTCD-GUARANTOR-NOT-FOUND TO TRUE
               MOVE 'NOT SUCCESSFUL UPDATE - GUARANTOR NOT ON MASTER'
                  TO RT-MSG
               GO TO ADD-GUARANTOR-END
            END-IF
            IF LCGI-GUARANTOR-ID = LNW-CUSTOMER-ID
               SET RTCD-GUARANTOR-REFUSED TO TRUE
               MOVE 'NOT SUCCESSFUL UPDATE - GUARANTOR IS THE BORROWER'
                  TO RT-MSG
               GO TO ADD-GUARANTOR-END
            END-IF
            MOVE 0 TO LGRW-COUNT
            EXEC SQL
                 SELECT COUNT(*) INTO :LGRW-COUNT
                   FROM OLS0002.LOAN_GUARANTOR
                  WHERE LGR_LOAN_ID = :LNW-LOAN-ID
                    AND LGR_CUSTOMER_ID = :LCGI-GUARANTOR-ID
                    AND LGR_STATUS = 'A'
            END-EXEC
            IF LGRW-COUNT > 0
               SET RTCD-GUARANTOR-REFUSED TO TRUE
               MOVE 'NOT SUCCESSFUL UPDATE - GUARANTOR ALREADY LINKED'
                  TO RT-MSG
               GO TO ADD-GUARANTOR-END
            END-IF
            EXEC SQL
                 INSERT INTO OLS0002.LOAN_GUARANTOR (
                    LGR_LOAN_ID, LGR_CUSTOMER_ID, LGR_GUARANTEE_AMT,
                    LGR_STATUS, LGR_START_DT, LGR_USERID,
                    LGR_UPDT_TS)
                 VALUES (
                    :LNW-LOAN-ID, :LCGI-GUARANTOR-ID, :LCGI-AMOUNT,
                    'A', :WS-CURRENT-DATE, :EIBUSERID,
                    CURRENT TIMESTAMP)
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
            ELSE
               MOVE 'SUCCESSFUL UPDATE - GUARANTOR ADDED' TO RT-MSG
            END-IF.
       ADD-GUARANTOR-END.
           EXIT.
      **************************************************************
       CALC-LTV.
            MOVE 0 TO LCLW-TOTAL-VALUE
            EXEC SQL
                 SELECT COALESCE(SUM(LCL_APPRAISED_VALUE), 0)
                   INTO :LCLW-TOTAL-VALUE
                   FROM OLS0002.LOAN_COLLATERAL
                  WHERE LCL_LOAN_ID = :LNW-LOAN-ID
                    AND LCL_STATUS = 'A'
            END-EXEC
            MOVE LCLW-TOTAL-VALUE TO LCGO-TOTAL-VALUE
            IF LCLW-TOTAL-VALUE > 0
               COMPUTE LCLW-LTV ROUNDED =
                  LNW-PRINCIPAL-BAL / LCLW-TOTAL-VALUE
               MOVE LCLW-LTV TO LCGO-LTV
            END-IF.
       CALC-LTV-END.
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
            MOVE 'NOT SUCCESSFUL UPDATE' TO RT-MSG.
       REPORT-SQL-FAILURE-END.
           EXIT.
      **************************************************************
