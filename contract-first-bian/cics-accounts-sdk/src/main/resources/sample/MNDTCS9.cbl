CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * MNDTCS9 - SHARED SIGNATORY-MANDATE CHECK FOR DB2.
      * A BUSINESS ACCOUNT (ACCT_TYPCD 'B') USED TO BE DEBITABLE BY
      * ANYONE WHO HAD THE ACCOUNT ID. ITS AUTHORISED SIGNATORIES
      * NOW SIT ON THE MANDATE REGISTER OLS0002.ACCOUNT_MANDATE
      * (MAINTAINED THROUGH MNDACS9 AND MNDRCS9), AND WACTCS9,
      * XACTCS9 AND PMOCCS9 CALL MNDTCS9 BEFORE THEY MOVE ANY
      * MONEY OFF ONE. FOR THE SIGNATORY NAMED ON THE PAYMENT:
      *   NO ACTIVE MANDATE                 - REFUSED (RTCD 1)
      *   AMOUNT ABOVE MND_SIGN_LIMIT       - REFUSED (RTCD 2)
      *   AMOUNT ABOVE MND_DUAL_ABOVE       - A SECOND SIGNATURE IS
      *                                       NEEDED (SEE BELOW)
      *   OTHERWISE                         - THE SIGNATORY MAY
      *                                       SIGN ALONE (RTCD 0)
      * A ZERO MND_DUAL_ABOVE MEANS THE SIGNATORY NEVER NEEDS A
      * CO-SIGNATURE WITHIN THEIR LIMIT. ANY OTHER ACCOUNT TYPE IS
      * NOT MANDATED AND ALWAYS PASSES.
      * A PAYMENT NEEDING A SECOND SIGNATURE IS NOT MADE. IT IS
      * QUEUED ON THE MAKER-CHECKER TABLE OLS0002.ACCOUNT2_PENDING
      * AS ACTION 'COSIGN' (RTCD 3, REQUEST ID RETURNED), WITH THE
      * CHANNEL, FIRST SIGNATORY, AMOUNT AND PAYMENT DETAILS IN THE
      * REQUEST DATA. A SECOND SIGNATORY APPROVES IT THROUGH
      * PNDACS9, AND THE CHANNEL THEN RESUBMITS THE SAME PAYMENT
      * QUOTING THE REQUEST ID: MNDTCS9 ACCEPTS IT ONLY AGAINST AN
      * APPROVED ('A') COSIGN REQUEST WHOSE REQUEST DATA MATCHES
      * THE RESUBMISSION EXACTLY, AND MARKS THE REQUEST USED ('E')
      * SO ONE CO-SIGNATURE PAYS ONCE (RTCD 4 OTHERWISE). IF THE
      * CALLER'S DEBIT THEN FAILS IT CALLS BACK WITH FUNCTION 'R'
      * AND THE CO-SIGNATURE IS HANDED BACK FOR ANOTHER ATTEMPT.
      * LIKE ODPTCS9 THIS IS A STATICALLY CALLED SUBPROGRAM, SO
      * EVERYTHING - USERID INCLUDED - COMES THROUGH THE PARM.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MNDTCS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLACCTMAND.
           10 MND_ACCOUNT_ID       PIC X(11).
           10 MND_SIGNATORY_ID     PIC X(16).
           10 MND_ROLE             PIC X(8).
           10 MND_SIGN_LIMIT       PIC S9(11)V9(3) USAGE COMP-3.
           10 MND_DUAL_ABOVE       PIC S9(11)V9(3) USAGE COMP-3.
           10 MND_STATUS           PIC X(1).
           10 MND_ADD_DT           PIC X(8).
           10 MND_REVOKE_DT        PIC X(8).
           10 MND_USERID           PIC X(8).
      **************************************************************
       01  DCLMANDAUD.
           10 MAUD_ACCOUNT_ID      PIC X(11).
           10 MAUD_SIGNATORY_ID    PIC X(16).
           10 MAUD_ACTION          PIC X(6).
           10 MAUD_ROLE            PIC X(8).
           10 MAUD_SIGN_LIMIT      PIC S9(11)V9(3) USAGE COMP-3.
           10 MAUD_DUAL_ABOVE      PIC S9(11)V9(3) USAGE COMP-3.
           10 MAUD_REQUEST_ID      PIC S9(9) USAGE COMP.
           10 MAUD_AMOUNT          PIC S9(11)V9(3) USAGE COMP-3.
           10 MAUD_USERID          PIC X(8).
           10 MAUD_TS              PIC X(26).
      **************************************************************
        01 MANDATE-WS.
            07 MNDW-TYPCD            PIC X(1).
            07 MNDW-ROLE             PIC X(8).
            07 MNDW-SIGN-LIMIT       PIC S9(11)V9(3) USAGE COMP-3.
            07 MNDW-DUAL-ABOVE       PIC S9(11)V9(3) USAGE COMP-3.
            07 MNDW-AUDIT-ACTION     PIC X(6).
        01 MNDW-NEXT-REQUEST-ID      PIC S9(9) USAGE COMP.
        01 MNDW-QUOTED-REQUEST-ID    PIC S9(9) USAGE COMP.
      **************************************************************
      * THE COSIGN REQUEST DATA - THE SAME LAYOUT PNDACS9 READS
      * BACK WHEN THE SECOND SIGNATORY APPROVES.
      **************************************************************
        01 MNDW-REQ-DATA.
            05 MNDW-REQ-CHANNEL      PIC X(8).
            05 MNDW-REQ-SIGNATORY-ID PIC X(16).
            05 MNDW-REQ-AMOUNT       PIC -9(12)9.999.
            05 MNDW-REQ-PAYMENT      PIC X(58).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 MNDT-PARM.
      *    'C' CHECKS THE PAYMENT AGAINST THE MANDATE; 'R' HANDS
      *    BACK A CO-SIGNATURE A 'C' CALL USED EARLIER IN THE SAME
      *    UNIT OF WORK WHEN THE CALLER'S DEBIT DID NOT POST.
           05 MNDT-FUNCTION                PIC X(1).
           05 MNDT-ACCOUNT-ID              PIC X(11).
           05 MNDT-SIGNATORY-ID            PIC X(16).
           05 MNDT-AMOUNT                  PIC S9(11)V9(3) COMP-3.
      *    THE CHANNEL'S OWN DESCRIPTION OF THE PAYMENT (TARGET
      *    ACCOUNT, BENEFICIARY, REFERENCE) - IT MUST BE THE SAME
      *    ON THE RESUBMISSION AS ON THE QUEUED REQUEST.
           05 MNDT-PAYMENT-DATA            PIC X(58).
           05 MNDT-USERID                  PIC X(8).
           05 MNDT-CHANNEL                 PIC X(8).
      *    IN: THE APPROVED COSIGN REQUEST BEING QUOTED, OR ZERO.
      *    OUT: THE COSIGN REQUEST JUST QUEUED (RTCD 3) OR USED
      *    (RTCD 0) - ZERO WHEN NONE WAS, SO THE CALLER KNOWS WHETHER
      *    THERE IS ANYTHING TO HAND BACK.
           05 MNDT-REQUEST-ID              PIC S9(9) COMP.
           05 MNDT-RTCD                    PIC S9.
             88 MNDT-OK                    VALUE 0.
             88 MNDT-NOT-MANDATED          VALUE 1.
             88 MNDT-OVER-LIMIT            VALUE 2.
             88 MNDT-COSIGN-QUEUED         VALUE 3.
             88 MNDT-COSIGN-INVALID        VALUE 4.
             88 MNDT-SQL-ERROR             VALUE 5.
           05 MNDT-MSG                     PIC X(60).
      **************************************************************
       PROCEDURE DIVISION USING MNDT-PARM.
       MAIN-RTN.
           SET MNDT-OK TO TRUE
           MOVE SPACES TO MNDT-MSG
           IF MNDT-FUNCTION = 'R'
              PERFORM RELEASE-COSIGN THRU RELEASE-COSIGN-END
              GOBACK
           END-IF
           MOVE MNDT-REQUEST-ID TO MNDW-QUOTED-REQUEST-ID
           MOVE 0 TO MNDT-REQUEST-ID
           PERFORM FETCH-ACCOUNT-TYPE THRU FETCH-ACCOUNT-TYPE-END
           IF MNDW-TYPCD NOT = 'B'
              GOBACK
           END-IF
           PERFORM FIND-MANDATE THRU FIND-MANDATE-END
           IF MNDT-OK
              AND MNDW-DUAL-ABOVE > 0
              AND MNDT-AMOUNT > MNDW-DUAL-ABOVE
              PERFORM BUILD-REQ-DATA THRU BUILD-REQ-DATA-END
              IF MNDW-QUOTED-REQUEST-ID = 0
                 PERFORM QUEUE-COSIGN THRU QUEUE-COSIGN-END
              ELSE
                 PERFORM USE-COSIGN THRU USE-COSIGN-END
              END-IF
           END-IF
           GOBACK.
      **************************************************************
      * AN ACCOUNT THAT CANNOT BE READ IS LEFT FOR THE CALLER TO
      * REPORT IN ITS OWN TERMS - IT IS NOT A MANDATE QUESTION.
      **************************************************************
       FETCH-ACCOUNT-TYPE.
           MOVE SPACE TO MNDW-TYPCD
           EXEC SQL
                SELECT ACCT_TYPCD
                  INTO :MNDW-TYPCD
                  FROM OLS0002.ACCOUNT2
                 WHERE ACCT_ACCOUNT_ID = :MNDT-ACCOUNT-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACE TO MNDW-TYPCD
           END-IF.
       FETCH-ACCOUNT-TYPE-END.
           EXIT.
      **************************************************************
       FIND-MANDATE.
           EXEC SQL
                SELECT MND_ROLE, MND_SIGN_LIMIT, MND_DUAL_ABOVE
                  INTO :MNDW-ROLE, :MNDW-SIGN-LIMIT,
                       :MNDW-DUAL-ABOVE
                  FROM OLS0002.ACCOUNT_MANDATE
                 WHERE MND_ACCOUNT_ID = :MNDT-ACCOUNT-ID
                   AND MND_SIGNATORY_ID = :MNDT-SIGNATORY-ID
                   AND MND_STATUS = 'A'
           END-EXEC
           IF SQLCODE = 100
              SET MNDT-NOT-MANDATED TO TRUE
              MOVE 'SIGNATORY HAS NO MANDATE ON THIS ACCOUNT'
                 TO MNDT-MSG
              GO TO FIND-MANDATE-END
           END-IF
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
              GO TO FIND-MANDATE-END
           END-IF
           IF MNDT-AMOUNT > MNDW-SIGN-LIMIT
              SET MNDT-OVER-LIMIT TO TRUE
              MOVE 'AMOUNT ABOVE SIGNATORY LIMIT' TO MNDT-MSG
           END-IF.
       FIND-MANDATE-END.
           EXIT.
      **************************************************************
       BUILD-REQ-DATA.
           MOVE MNDT-CHANNEL      TO MNDW-REQ-CHANNEL
           MOVE MNDT-SIGNATORY-ID TO MNDW-REQ-SIGNATORY-ID
           MOVE MNDT-AMOUNT       TO MNDW-REQ-AMOUNT
           MOVE MNDT-PAYMENT-DATA TO MNDW-REQ-PAYMENT.
       BUILD-REQ-DATA-END.
           EXIT.
      **************************************************************
      * QUEUE-COSIGN ASSIGNS THE NEXT REQUEST ID THE WAY WLSCCS9
      * AND COLUCS9 DO WHEN THEY QUEUE THEIR OWN REQUESTS, WITH
      * THE CALLING OPERATOR AS MAKER.
      **************************************************************
       QUEUE-COSIGN.
           MOVE 0 TO MNDW-NEXT-REQUEST-ID
           EXEC SQL
                SELECT COALESCE(MAX(PND_REQUEST_ID), 0) + 1
                  INTO :MNDW-NEXT-REQUEST-ID
                  FROM OLS0002.ACCOUNT2_PENDING
           END-EXEC
           EXEC SQL
                INSERT INTO OLS0002.ACCOUNT2_PENDING (
                   PND_REQUEST_ID, PND_ACTION, PND_ACCOUNT_ID,
                   PND_REQ_DATA, PND_STATUS, PND_MAKER_ID,
                   PND_MAKER_TS)
                VALUES (
                   :MNDW-NEXT-REQUEST-ID, 'COSIGN',
                   :MNDT-ACCOUNT-ID, :MNDW-REQ-DATA, 'P',
                   :MNDT-USERID, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
              GO TO QUEUE-COSIGN-END
           END-IF
           MOVE MNDW-NEXT-REQUEST-ID TO MNDT-REQUEST-ID
           SET MNDT-COSIGN-QUEUED TO TRUE
           MOVE 'SECOND SIGNATURE REQUIRED - QUEUED FOR CO-SIGNATORY'
              TO MNDT-MSG
           MOVE 'QUEUED' TO MNDW-AUDIT-ACTION
           PERFORM WRITE-MANDATE-AUDIT THRU WRITE-MANDATE-AUDIT-END.
       QUEUE-COSIGN-END.
           EXIT.
      **************************************************************
      * USE-COSIGN TAKES THE APPROVED REQUEST WITH A GUARDED
      * UPDATE - A SECOND RESUBMISSION QUOTING THE SAME REQUEST
      * FINDS IT ALREADY USED AND IS TURNED AWAY.
      **************************************************************
       USE-COSIGN.
           EXEC SQL
                UPDATE OLS0002.ACCOUNT2_PENDING
                   SET PND_STATUS = 'E'
                 WHERE PND_REQUEST_ID = :MNDW-QUOTED-REQUEST-ID
                   AND PND_ACTION = 'COSIGN'
                   AND PND_ACCOUNT_ID = :MNDT-ACCOUNT-ID
                   AND PND_REQ_DATA = :MNDW-REQ-DATA
                   AND PND_STATUS = 'A'
           END-EXEC
           IF SQLCODE = 100
              SET MNDT-COSIGN-INVALID TO TRUE
              MOVE 'NO UNUSED CO-SIGNED REQUEST MATCHES THIS PAYMENT'
                 TO MNDT-MSG
              GO TO USE-COSIGN-END
           END-IF
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
              GO TO USE-COSIGN-END
           END-IF
           MOVE MNDW-QUOTED-REQUEST-ID TO MNDT-REQUEST-ID.
       USE-COSIGN-END.
           EXIT.
      **************************************************************
       RELEASE-COSIGN.
           IF MNDT-REQUEST-ID NOT = 0
              EXEC SQL
                   UPDATE OLS0002.ACCOUNT2_PENDING
                      SET PND_STATUS = 'A'
                    WHERE PND_REQUEST_ID = :MNDT-REQUEST-ID
                      AND PND_ACTION = 'COSIGN'
                      AND PND_STATUS = 'E'
              END-EXEC
           END-IF.
       RELEASE-COSIGN-END.
           EXIT.
      **************************************************************
       WRITE-MANDATE-AUDIT.
           EXEC SQL
                INSERT INTO OLS0002.MANDATE_AUDIT (
                   MAUD_ACCOUNT_ID, MAUD_SIGNATORY_ID, MAUD_ACTION,
                   MAUD_ROLE, MAUD_SIGN_LIMIT, MAUD_DUAL_ABOVE,
                   MAUD_REQUEST_ID, MAUD_AMOUNT, MAUD_USERID,
                   MAUD_TS)
                VALUES (
                   :MNDT-ACCOUNT-ID, :MNDT-SIGNATORY-ID,
                   :MNDW-AUDIT-ACTION, :MNDW-ROLE, :MNDW-SIGN-LIMIT,
                   :MNDW-DUAL-ABOVE, :MNDT-REQUEST-ID, :MNDT-AMOUNT,
                   :MNDT-USERID, CURRENT TIMESTAMP)
           END-EXEC.
       WRITE-MANDATE-AUDIT-END.
           EXIT.
      **************************************************************
       REPORT-SQL-FAILURE.
           MOVE SQLCODE TO TXT-SQLCODE
           MOVE SQLSTATE TO TXT-SQLSTATE
           MOVE SQLERRMC TO TXT-SQLERRMC
           SET MNDT-SQL-ERROR TO TRUE
           MOVE 'MANDATE CHECK FAILED' TO MNDT-MSG
           DISPLAY 'MNDTCS9 SQLCODE:  ' TXT-SQLCODE
           DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
           DISPLAY 'SQLERRMC: ' TXT-SQLERRMC.
       REPORT-SQL-FAILURE-END.
           EXIT.
      **************************************************************
