      * AND ONLY APPROVAL THERE EXECUTES THE CHANGE.
      * ACTIONS: DELETE (SOFT-CLOSE THE ACCOUNT THE WAY DACTCS9
      * DOES), UNLOCK (CLEAR ACCT_LOCKED), BALADJ (BALANCE
      * CORRECTION; THE SIGNED AMOUNT RIDES IN THE REQUEST DATA),
      * CHGOFF (CHARGE OFF AN OVERDRAWN ACCOUNT WHOSE COLLECTIONS
      * CASE STANDS AT WRITE-OFF RECOMMENDED - COLUCS9 QUEUES IT
      * ITSELF WHEN THE DESK RECOMMENDS THE WRITE-OFF), LNCHGO
      * (CHARGE OFF AN ACTIVE LOAN WHOSE LATEST LNDQCS9 AGING HAS
      * AN AMOUNT OVER 90 DAYS PAST DUE - THE LOAN ID RIDES IN THE
      * ACCOUNT ID FIELD, BOTH BEING ELEVEN CHARACTERS).
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PNDCCS9.
            07 ACTW-ACCOUNT-ID      PIC X(11).
            07 ACTW-REQ-DATA        PIC X(100).
            07 ACTW-LOCKED          PIC X(1).
            07 ACTW-CASE-STATUS     PIC X(1).
            07 ACTW-LOAN-STATUS     PIC X(1).
            07 ACTW-BUCKET-90-PLUS  PIC S9(11)V9(3) USAGE COMP-3.
      ****************************************************
        01 WS-NEXT-REQUEST-ID       PIC S9(9) USAGE COMP.
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
              88 RTCD-ACCOUNT-NOT-FOUND         VALUE 2.
              88 RTCD-SQL-ERROR                 VALUE 3.
              88 RTCD-INVALID-AMOUNT            VALUE 4.
              88 RTCD-CASE-NOT-WRITE-OFF        VALUE 5.
              88 RTCD-LOAN-NOT-CHARGEABLE       VALUE 6.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK AND ACTW-ACTION = 'LNCHGO'
              PERFORM CHECK-LOAN THRU CHECK-LOAN-END
           END-IF
           IF RTCD-OK AND ACTW-ACTION NOT = 'LNCHGO'
              PERFORM CHECK-ACCOUNT THRU CHECK-ACCOUNT-END
           END-IF
           IF RTCD-OK
            IF ACTW-ACTION NOT = 'DELETE'
               AND ACTW-ACTION NOT = 'UNLOCK'
               AND ACTW-ACTION NOT = 'BALADJ'
               AND ACTW-ACTION NOT = 'CHGOFF'
               AND ACTW-ACTION NOT = 'LNCHGO'
               SET RTCD-INVALID-ACTION TO TRUE
               MOVE 'NOT CAPTURED - UNKNOWN ACTION CODE' TO RT-MSG
            END-IF
            IF SQLCODE NOT = 0
               SET RTCD-ACCOUNT-NOT-FOUND TO TRUE
               MOVE 'NOT CAPTURED - ACCOUNT NOT FOUND' TO RT-MSG
               GO TO CHECK-ACCOUNT-END
            END-IF
      * A CHARGE-OFF IS ONLY QUEUED BEHIND A WRITE-OFF
      * RECOMMENDATION FROM THE COLLECTIONS DESK.
            IF ACTW-ACTION = 'CHGOFF'
               MOVE SPACE TO ACTW-CASE-STATUS
               EXEC SQL
                    SELECT COL_STATUS
                      INTO :ACTW-CASE-STATUS
                      FROM OLS0002.COLLECTION_CASE
                     WHERE COL_ACCOUNT_ID = :ACTW-ACCOUNT-ID
                       AND COL_STATUS <> 'X'
               END-EXEC
               IF ACTW-CASE-STATUS NOT = 'W'
                  SET RTCD-CASE-NOT-WRITE-OFF TO TRUE
                  MOVE 'NOT CAPTURED - CASE NOT WRITE-OFF RECOMMENDED'
                     TO RT-MSG
               END-IF
            END-IF.
       CHECK-ACCOUNT-END.
           EXIT.
      **************************************************************
      * A LOAN CHARGE-OFF IS ONLY QUEUED FOR A LIVE LOAN THAT THE
      * LATEST DELINQUENCY AGING SHOWS OVER 90 DAYS PAST DUE.
      **************************************************************
       CHECK-LOAN.
            EXEC SQL
                 SELECT LN_STATUS
                   INTO :ACTW-LOAN-STATUS
                   FROM OLS0002.LOAN_ACCOUNT
                  WHERE LN_LOAN_ID = :ACTW-ACCOUNT-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-ACCOUNT-NOT-FOUND TO TRUE
               MOVE 'NOT CAPTURED - LOAN NOT FOUND' TO RT-MSG
               GO TO CHECK-LOAN-END
            END-IF
            IF ACTW-LOAN-STATUS NOT = 'A'
               SET RTCD-LOAN-NOT-CHARGEABLE TO TRUE
               MOVE 'NOT CAPTURED - LOAN NOT ACTIVE' TO RT-MSG
               GO TO CHECK-LOAN-END
            END-IF
            MOVE 0 TO ACTW-BUCKET-90-PLUS
            EXEC SQL
                 SELECT LDQ_BUCKET_90_PLUS
                   INTO :ACTW-BUCKET-90-PLUS
                   FROM OLS0002.LOAN_DELINQUENCY
                  WHERE LDQ_LOAN_ID = :ACTW-ACCOUNT-ID
                    AND LDQ_BUSINESS_DT =
                       (SELECT MAX(LDQ_BUSINESS_DT)
                          FROM OLS0002.LOAN_DELINQUENCY
                         WHERE LDQ_LOAN_ID = :ACTW-ACCOUNT-ID)
            END-EXEC
            IF SQLCODE NOT = 0 OR ACTW-BUCKET-90-PLUS NOT > 0
               SET RTCD-LOAN-NOT-CHARGEABLE TO TRUE
               MOVE 'NOT CAPTURED - LOAN NOT OVER 90 DAYS PAST DUE'
                  TO RT-MSG
            END-IF.
       CHECK-LOAN-END.
           EXIT.
      **************************************************************
      * DO-CAPTURE ASSIGNS THE NEXT REQUEST ID FROM THE HIGH-WATER
      * MARK (THE SAME FOR-UPDATE-LOCKED IDIOM CLAIMCS2 USES) AND
      * QUEUES THE REQUEST PENDING WITH THE MAKER'S CICS USERID.
