CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * SIVRCS9 - SUPPLIER INVOICE PAYMENT RELEASE BATCH JOB.
      * EVERY SUPPLIER INVOICE SINVCS9 MATCHED ('M') OR THE BUYER
      * APPROVED THROUGH SIVDCS9 ('A') WHOSE DUE DATE HAS COME IS
      * PAID AS AN OUTBOUND CREDIT TRANSFER FROM THE HOUSE
      * PAYABLES ACCOUNT TO THE SUPPLIER'S BANK ACCOUNT ON
      * OLS0002.SUPPLIER (SUP_IBAN). THE PAYMENT ORDER IS CAPTURED
      * EXACTLY AS PMOCCS9 CAPTURES ONE - THE AMOUNT EARMARKED BY
      * AN OLS0002.ACCOUNT2_HOLD ROW AND AN ACCEPTED ('A')
      * OLS0002.PAYMENT_ORDER ROW REFERENCING THE SUPPLIER'S
      * INVOICE NUMBER - SO TONIGHT'S PMOSCS9 SETTLEMENT DEBITS
      * IT, SENDS IT ON THE OCTFEED CLEARING FILE AND REGISTERS IT
      * FOR NOSTRO RECONCILIATION LIKE ANY OTHER ORDER. PMOSCS9
      * MUST THEREFORE CARRY A BATCH_JOB_DEPENDENCY ROW ON THIS
      * JOB. THE PAYABLES ACCOUNT IS THE HOUSE'S OWN AND CARRIES
      * NO SIGNATORY MANDATE - THE CLEAN MATCH OR THE BUYER'S
      * APPROVAL IS THE AUTHORITY TO PAY.
      * THE INVOICE IS THEN MARKED PAYMENT RELEASED ('P') WITH THE
      * ORDER ID AND RELEASE DATE, GUARDED ON THE STATUS READ, SO
      * AN INVOICE THE BUYER DISPUTED IN THE MEANTIME HAS ITS
      * ORDER AND EARMARK TAKEN BACK OFF INSTEAD. AN INVOICE THAT
      * CANNOT BE PAID TODAY - NO SUPPLIER BANK ACCOUNT, PAYABLES
      * ACCOUNT LOCKED OR SHORT OF FUNDS - STAYS AS IT IS AND IS
      * RETRIED BY THE NEXT RUN. EVERY INVOICE CONSIDERED IS
      * PRINTED TO SIVRRPT:
      *   INVOICE-ID|SUPPLIER|INVOICE-NUM|AMOUNT|DUE-DT|ORDER-ID|
      *     RESULT
      * RUNS UNDER THE SHARED BATCH_RUN_CONTROL GUARD - A SECOND
      * RUN WOULD FIND NOTHING LEFT TO RELEASE, BUT THE GUARD KEEPS
      * THE SCHEDULE HONEST.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SIVRCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RELEASE-REPORT-FILE ASSIGN TO SIVRRPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RELEASE-REPORT-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  RELEASE-REPORT-FILE
            RECORDING MODE IS F.
        01  RELEASE-REPORT-RECORD          PIC X(120).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLSUPPINVOICE.
           10 SINV_INVOICE_ID      PIC S9(9) USAGE COMP.
           10 SINV_SUPPLIER_ID     PIC X(8).
           10 SINV_INVOICE_NUM     PIC X(16).
           10 SINV_DUE_DT          PIC X(8).
           10 SINV_TOTAL_AMT       PIC S9(11)V9(2) USAGE COMP-3.
           10 SINV_STATUS          PIC X(1).
           10 SINV_PMO_ORDER_ID    PIC S9(9) USAGE COMP.
           10 SINV_RELEASE_DT      PIC X(8).
      **************************************************************
        01 INVOICE-WS.
            07 SIVW-INVOICE-ID        PIC S9(9) USAGE COMP.
            07 SIVW-SUPPLIER-ID       PIC X(8).
            07 SIVW-INVOICE-NUM       PIC X(16).
            07 SIVW-DUE-DT            PIC 9(8).
            07 SIVW-TOTAL-AMT         PIC S9(11)V9(2) USAGE COMP-3.
            07 SIVW-STATUS            PIC X(1).
            07 SIVW-SUPPLIER-NAME     PIC X(40).
            07 SIVW-SUPPLIER-IBAN     PIC X(32).
        01 SIVW-RESULT               PIC X(12).
        01 SIVW-RELEASE-FAIL-SW      PIC X(1) VALUE 'N'.
      **************************************************************
      * THE HOUSE ACCOUNT SUPPLIER PAYMENTS ARE DRAWN ON.
      **************************************************************
        01 WS-PAYABLES-ACCOUNT-ID    PIC X(11) VALUE 'PAYABLES001'.
        01 ACCOUNT-WS.
            07 ACTW-ACCOUNT-ID      PIC X(11).
            07 ACTW-BALANCE         PIC S9(11)V9(3) USAGE COMP-3.
            07 ACTW-CURRENCY        PIC X(3).
            07 ACTW-LOCKED          PIC X(1).
            07 ACTW-OVERDRAFT-LIMIT PIC S9(11)V9(3) USAGE COMP-3.
        01 ACTW-AMOUNT               PIC S9(11)V9(3) COMP-3.
        01 ACTW-OPEN-HOLDS           PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 ACTW-HOLD-REASON          PIC X(40).
        01 ACTW-BENEF-NAME           PIC X(16).
      **************************************************************
      * THE EARMARK EXPIRES THIRTY DAYS OUT, AS PMOCCS9'S DOES.
      **************************************************************
        01 WS-EXPIRY-DT              PIC 9(08).
        01 WS-EXPIRY-INT             PIC S9(9) COMP.
        01 WS-NEXT-HOLD-ID           PIC S9(9) COMP VALUE 0.
        01 WS-NEXT-ORDER-ID          PIC S9(9) COMP VALUE 0.
      **************************************************************
        01 WS-INVOICE-ID-ED                PIC 9(9).
        01 WS-ORDER-ID-ED                  PIC 9(9).
        01 WS-AMOUNT-ED                    PIC -9(10)9.99.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-INVOICES-READ                PIC 9(7)   VALUE 0.
        01 WS-INVOICES-RELEASED            PIC 9(7)   VALUE 0.
        01 WS-INVOICES-DEFERRED            PIC 9(7)   VALUE 0.
        01 WS-RELEASE-REPORT-FILE-STATUS   PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'SIVRCS9 '.
        01 RUNC-BUSINESS-DT                PIC 9(08)  VALUE 0.
        01 RUNC-SUPPRESS-SW                PIC X(1)   VALUE 'N'.
        01 RUNC-DONE-COUNT                 PIC S9(4)  COMP VALUE 0.
        01 RUNC-RECORDS                    PIC S9(9)  COMP-3 VALUE 0.
      **************************************************************
      * JOB-DEPENDENCY GATE WORK AREA - DEPGCS9 IS CALLED BEFORE
      * THE RUN REGISTERS, AND REFUSES THE START UNTIL EVERY
      * PREDECESSOR ON OLS0002.BATCH_JOB_DEPENDENCY HAS COMPLETED
      * FOR THE BUSINESS DATE.
      **************************************************************
        01 DEPG-PARM.
           05 DEPG-JOB-NAME                PIC X(8).
           05 DEPG-BUSINESS-DT             PIC 9(8).
           05 DEPG-RTCD                    PIC S9.
           05 DEPG-MSG                     PIC X(60).
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM REGISTER-RUN THRU REGISTER-RUN-END
           IF RUNC-SUPPRESS-SW = 'Y'
              GOBACK
           END-IF
           PERFORM INIT-RTN THRU INIT-RTN-END
           IF EODATA NOT = 'Y'
              PERFORM DO-DECLARE THRU DO-DECLARE-END
              PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
              PERFORM DO-FETCH THRU DO-FETCH-END
              PERFORM RELEASE-LOOP THRU RELEASE-LOOP-END
                 UNTIL EODATA = 'Y'
              PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           END-IF
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'SIVRCS9 INVOICES DUE:      ' WS-INVOICES-READ
           DISPLAY 'SIVRCS9 PAYMENTS RELEASED: ' WS-INVOICES-RELEASED
           DISPLAY 'SIVRCS9 INVOICES DEFERRED: ' WS-INVOICES-DEFERRED
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           COMPUTE WS-EXPIRY-INT =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) + 30
           MOVE FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INT)
              TO WS-EXPIRY-DT
           OPEN OUTPUT RELEASE-REPORT-FILE
           IF WS-RELEASE-REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'RELEASE-REPORT-FILE OPEN FAILED, STATUS: '
                 WS-RELEASE-REPORT-FILE-STATUS
              MOVE 'Y' TO EODATA
           END-IF.
       INIT-RTN-END.
           EXIT.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE R1 CURSOR WITH HOLD FOR
                SELECT
                  I.SINV_INVOICE_ID,
                  I.SINV_SUPPLIER_ID,
                  I.SINV_INVOICE_NUM,
                  I.SINV_DUE_DT,
                  I.SINV_TOTAL_AMT,
                  I.SINV_STATUS,
                  S.SUP_NAME,
                  S.SUP_IBAN
                FROM OLS0002.SUPPLIER_INVOICE I,
                     OLS0002.SUPPLIER S
                WHERE S.SUP_SUPPLIER_ID = I.SINV_SUPPLIER_ID
                  AND I.SINV_STATUS IN ('M', 'A')
                  AND I.SINV_DUE_DT <= :WS-CURRENT-DATE
                ORDER BY I.SINV_DUE_DT, I.SINV_INVOICE_ID
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN R1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH R1 INTO
                  :SIVW-INVOICE-ID,
                  :SIVW-SUPPLIER-ID,
                  :SIVW-INVOICE-NUM,
                  :SIVW-DUE-DT,
                  :SIVW-TOTAL-AMT,
                  :SIVW-STATUS,
                  :SIVW-SUPPLIER-NAME,
                  :SIVW-SUPPLIER-IBAN
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
      * ONE ITERATION OF THE RELEASE LOOP: CHECK THE INVOICE CAN
      * BE PAID TODAY, EARMARK THE FUNDS, CAPTURE THE PAYMENT
      * ORDER, AND MARK THE INVOICE RELEASED. THEN FETCH THE NEXT
      * INVOICE DUE.
      **************************************************************
       RELEASE-LOOP.
           ADD 1 TO WS-INVOICES-READ
           MOVE 'N' TO SIVW-RELEASE-FAIL-SW
           MOVE 0 TO WS-NEXT-ORDER-ID
           MOVE SPACES TO SIVW-RESULT
           PERFORM CHECK-PAYABLE THRU CHECK-PAYABLE-END
           IF SIVW-RELEASE-FAIL-SW = 'N'
              PERFORM PLACE-EARMARK THRU PLACE-EARMARK-END
           END-IF
           IF SIVW-RELEASE-FAIL-SW = 'N'
              PERFORM INSERT-ORDER THRU INSERT-ORDER-END
           END-IF
           IF SIVW-RELEASE-FAIL-SW = 'N'
              PERFORM MARK-RELEASED THRU MARK-RELEASED-END
           END-IF
           IF SIVW-RELEASE-FAIL-SW = 'N'
              ADD 1 TO WS-INVOICES-RELEASED
              MOVE 'RELEASED' TO SIVW-RESULT
           ELSE
              ADD 1 TO WS-INVOICES-DEFERRED
           END-IF
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       RELEASE-LOOP-END.
           EXIT.
      **************************************************************
      * CHECK-PAYABLE - THE SUPPLIER MUST HAVE A BANK ACCOUNT, AND
      * THE PAYABLES ACCOUNT MUST BE OPEN AND HAVE ROOM FOR THE
      * PAYMENT UNDER THE SAME SUFFICIENCY RULE PMOCCS9 APPLIES -
      * BALANCE LESS OPEN HOLDS (THE EARMARKS OF PAYMENTS RELEASED
      * EARLIER IN THIS RUN AMONG THEM) PLUS OVERDRAFT ROOM.
      **************************************************************
       CHECK-PAYABLE.
           MOVE SIVW-TOTAL-AMT TO ACTW-AMOUNT
           IF ACTW-AMOUNT NOT > 0
              MOVE 'Y' TO SIVW-RELEASE-FAIL-SW
              MOVE 'ZERO AMOUNT' TO SIVW-RESULT
              GO TO CHECK-PAYABLE-END
           END-IF
           IF SIVW-SUPPLIER-IBAN = SPACES
              MOVE 'Y' TO SIVW-RELEASE-FAIL-SW
              MOVE 'NO IBAN' TO SIVW-RESULT
              GO TO CHECK-PAYABLE-END
           END-IF
           MOVE WS-PAYABLES-ACCOUNT-ID TO ACTW-ACCOUNT-ID
           EXEC SQL
                SELECT ACCT_BALANCE, ACCT_CURRENCY, ACCT_LOCKED,
                       ACCT_OVERDRAFT_LIMIT
                  INTO :ACTW-BALANCE, :ACTW-CURRENCY, :ACTW-LOCKED,
                       :ACTW-OVERDRAFT-LIMIT
                  FROM OLS0002.ACCOUNT2
                 WHERE ACCT_ACCOUNT_ID = :ACTW-ACCOUNT-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO SIVW-RELEASE-FAIL-SW
              MOVE 'NO ACCOUNT' TO SIVW-RESULT
              GO TO CHECK-PAYABLE-END
           END-IF
           IF ACTW-LOCKED = 'Y'
              MOVE 'Y' TO SIVW-RELEASE-FAIL-SW
              MOVE 'ACCT LOCKED' TO SIVW-RESULT
              GO TO CHECK-PAYABLE-END
           END-IF
           PERFORM FETCH-OPEN-HOLDS THRU FETCH-OPEN-HOLDS-END
           IF ACTW-AMOUNT > ACTW-BALANCE - ACTW-OPEN-HOLDS
                 + ACTW-OVERDRAFT-LIMIT
              MOVE 'Y' TO SIVW-RELEASE-FAIL-SW
              MOVE 'NO FUNDS' TO SIVW-RESULT
           END-IF.
       CHECK-PAYABLE-END.
           EXIT.
      **************************************************************
       FETCH-OPEN-HOLDS.
           MOVE 0 TO ACTW-OPEN-HOLDS
           EXEC SQL
                SELECT COALESCE(SUM(HLD_AMOUNT), 0)
                  INTO :ACTW-OPEN-HOLDS
                  FROM OLS0002.ACCOUNT2_HOLD
                 WHERE HLD_ACCOUNT_ID = :ACTW-ACCOUNT-ID
                   AND HLD_STATUS = 'O'
                   AND HLD_EXPIRY_DT >= :WS-CURRENT-DATE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO ACTW-OPEN-HOLDS
           END-IF.
       FETCH-OPEN-HOLDS-END.
           EXIT.
      **************************************************************
      * PLACE-EARMARK PUTS THE PAYMENT ON HOLD ON THE PAYABLES
      * ACCOUNT, AS PMOCCS9 DOES, SO NOTHING ELSE SPENDS IT BEFORE
      * PMOSCS9 SETTLES THE ORDER.
      **************************************************************
       PLACE-EARMARK.
           MOVE 0 TO WS-NEXT-HOLD-ID
           EXEC SQL
                SELECT COALESCE(MAX(HLD_HOLD_ID), 0) + 1
                  INTO :WS-NEXT-HOLD-ID
                  FROM OLS0002.ACCOUNT2_HOLD
           END-EXEC
           MOVE SPACES TO ACTW-HOLD-REASON
           STRING 'OUTBOUND PAYMENT ORDER ' DELIMITED BY SIZE
              SIVW-INVOICE-NUM DELIMITED BY SIZE
              INTO ACTW-HOLD-REASON
           END-STRING
           EXEC SQL
                INSERT INTO OLS0002.ACCOUNT2_HOLD (
                   HLD_HOLD_ID, HLD_ACCOUNT_ID, HLD_AMOUNT,
                   HLD_REASON, HLD_EXPIRY_DT, HLD_STATUS,
                   HLD_PLACED_TS, HLD_USERID)
                VALUES (
                   :WS-NEXT-HOLD-ID, :ACTW-ACCOUNT-ID, :ACTW-AMOUNT,
                   :ACTW-HOLD-REASON, :WS-EXPIRY-DT, 'O',
                   CURRENT TIMESTAMP, 'SIVRCS9')
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
           END-IF.
       PLACE-EARMARK-END.
           EXIT.
      **************************************************************
      * INSERT-ORDER CAPTURES THE ACCEPTED PAYMENT ORDER PMOSCS9
      * SETTLES. THE BENEFICIARY NAME IS THE FIRST SIXTEEN
      * CHARACTERS OF THE SUPPLIER'S NAME, THE REFERENCE THE
      * SUPPLIER'S OWN INVOICE NUMBER SO THEIR CASH APPLICATION
      * CAN FIND IT.
      **************************************************************
       INSERT-ORDER.
           MOVE SIVW-SUPPLIER-NAME(1:16) TO ACTW-BENEF-NAME
           MOVE 0 TO WS-NEXT-ORDER-ID
           EXEC SQL
                SELECT COALESCE(MAX(PMO_ORDER_ID), 0) + 1
                  INTO :WS-NEXT-ORDER-ID
                  FROM OLS0002.PAYMENT_ORDER
           END-EXEC
           EXEC SQL
                INSERT INTO OLS0002.PAYMENT_ORDER (
                   PMO_ORDER_ID, PMO_ACCOUNT_ID, PMO_BENEF_IBAN,
                   PMO_BENEF_NAME, PMO_AMOUNT, PMO_CURRENCY,
                   PMO_REFERENCE, PMO_HOLD_ID, PMO_STATUS,
                   PMO_CAPTURE_DT, PMO_SETTLE_DT, PMO_USERID)
                VALUES (
                   :WS-NEXT-ORDER-ID, :ACTW-ACCOUNT-ID,
                   :SIVW-SUPPLIER-IBAN, :ACTW-BENEF-NAME,
                   :ACTW-AMOUNT, :ACTW-CURRENCY,
                   :SIVW-INVOICE-NUM, :WS-NEXT-HOLD-ID, 'A',
                   :WS-CURRENT-DATE, 0, 'SIVRCS9')
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
              PERFORM RELEASE-EARMARK THRU RELEASE-EARMARK-END
              MOVE 0 TO WS-NEXT-ORDER-ID
           END-IF.
       INSERT-ORDER-END.
           EXIT.
      **************************************************************
      * MARK-RELEASED IS GUARDED ON THE STATUS READ. AN INVOICE
      * THE BUYER DISPUTED SINCE THE CURSOR READ IT GETS ITS ORDER
      * DELETED AND ITS EARMARK RELEASED - NOTHING HAS LEFT YET,
      * PMOSCS9 HAS NOT RUN.
      **************************************************************
       MARK-RELEASED.
           EXEC SQL
                UPDATE OLS0002.SUPPLIER_INVOICE
                   SET SINV_STATUS = 'P',
                       SINV_PMO_ORDER_ID = :WS-NEXT-ORDER-ID,
                       SINV_RELEASE_DT = :WS-CURRENT-DATE
                 WHERE SINV_INVOICE_ID = :SIVW-INVOICE-ID
                   AND SINV_STATUS = :SIVW-STATUS
           END-EXEC
           IF SQLCODE = 0
              GO TO MARK-RELEASED-END
           END-IF
           IF SQLCODE = 100
              MOVE 'CHANGED' TO SIVW-RESULT
           ELSE
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
           END-IF
           MOVE 'Y' TO SIVW-RELEASE-FAIL-SW
           EXEC SQL
                DELETE FROM OLS0002.PAYMENT_ORDER
                 WHERE PMO_ORDER_ID = :WS-NEXT-ORDER-ID
                   AND PMO_STATUS = 'A'
           END-EXEC
           PERFORM RELEASE-EARMARK THRU RELEASE-EARMARK-END
           MOVE 0 TO WS-NEXT-ORDER-ID.
       MARK-RELEASED-END.
           EXIT.
      **************************************************************
       RELEASE-EARMARK.
           EXEC SQL
                UPDATE OLS0002.ACCOUNT2_HOLD
                   SET HLD_STATUS = 'R'
                 WHERE HLD_HOLD_ID = :WS-NEXT-HOLD-ID
                   AND HLD_STATUS = 'O'
           END-EXEC.
       RELEASE-EARMARK-END.
           EXIT.
      **************************************************************
       WRITE-REPORT-LINE.
           MOVE SIVW-INVOICE-ID TO WS-INVOICE-ID-ED
           MOVE WS-NEXT-ORDER-ID TO WS-ORDER-ID-ED
           MOVE SIVW-TOTAL-AMT TO WS-AMOUNT-ED
           MOVE SPACES TO RELEASE-REPORT-RECORD
           STRING
              WS-INVOICE-ID-ED      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              SIVW-SUPPLIER-ID      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              SIVW-INVOICE-NUM      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMOUNT-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              SIVW-DUE-DT           DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-ORDER-ID-ED        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              SIVW-RESULT           DELIMITED BY SIZE
              INTO RELEASE-REPORT-RECORD
           END-STRING
           WRITE RELEASE-REPORT-RECORD.
       WRITE-REPORT-LINE-END.
           EXIT.
      **************************************************************
       REPORT-SQL-FAILURE.
           MOVE SQLCODE TO TXT-SQLCODE
           MOVE SQLSTATE TO TXT-SQLSTATE
           MOVE SQLERRMC TO TXT-SQLERRMC
           MOVE 'Y' TO SIVW-RELEASE-FAIL-SW
           MOVE 'SQL FAILURE' TO SIVW-RESULT
           DISPLAY 'SIVRCS9 RELEASE FAILED: ' SIVW-INVOICE-ID
           DISPLAY 'SQLCODE:  ' TXT-SQLCODE
           DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
           DISPLAY 'SQLERRMC: ' TXT-SQLERRMC.
       REPORT-SQL-FAILURE-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE R1
           END-EXEC.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE RELEASE-REPORT-FILE.
       CLOSE-FILES-END.
           EXIT.
      **************************************************************
       DO-POSTSQL.
            MOVE SQLCODE TO TXT-SQLCODE
            MOVE SQLSTATE TO TXT-SQLSTATE
            MOVE SQLERRMC TO TXT-SQLERRMC
            IF SQLCODE = 100
               MOVE 'Y' TO EODATA
            ELSE
               IF SQLCODE NOT = 0
                  DISPLAY 'SIVRCS9 SQL ERROR. SQLCODE:  ' TXT-SQLCODE
                  DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
                  DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
                  MOVE 'Y' TO EODATA
               END-IF
            END-IF.
       DO-POSTSQL-END.
           EXIT.
      **************************************************************
       REGISTER-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUNC-BUSINESS-DT
           PERFORM CHECK-PREDECESSORS THRU CHECK-PREDECESSORS-END
           IF RUNC-SUPPRESS-SW = 'Y'
              GO TO REGISTER-RUN-END
           END-IF
           MOVE 0 TO RUNC-DONE-COUNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :RUNC-DONE-COUNT
                  FROM OLS0002.BATCH_RUN_CONTROL
                 WHERE RUN_JOB_NAME = :RUNC-JOB-NAME
                   AND RUN_BUSINESS_DT = :RUNC-BUSINESS-DT
                   AND RUN_STATUS = 'C'
           END-EXEC
           IF RUNC-DONE-COUNT > 0
              MOVE 'Y' TO RUNC-SUPPRESS-SW
              DISPLAY RUNC-JOB-NAME
                 ' ALREADY COMPLETED FOR BUSINESS DATE '
                 RUNC-BUSINESS-DT ' - RUN SUPPRESSED'
              GO TO REGISTER-RUN-END
           END-IF
           EXEC SQL
                DELETE FROM OLS0002.BATCH_RUN_CONTROL
                 WHERE RUN_JOB_NAME = :RUNC-JOB-NAME
                   AND RUN_BUSINESS_DT = :RUNC-BUSINESS-DT
           END-EXEC
           EXEC SQL
                INSERT INTO OLS0002.BATCH_RUN_CONTROL (
                   RUN_JOB_NAME, RUN_BUSINESS_DT, RUN_START_TS,
                   RUN_STATUS, RUN_RECORDS)
                VALUES (
                   :RUNC-JOB-NAME, :RUNC-BUSINESS-DT,
                   CURRENT TIMESTAMP, 'R', 0)
           END-EXEC.
       REGISTER-RUN-END.
           EXIT.
      **************************************************************
      * CHECK-PREDECESSORS - THE SHARED DEPENDENCY GATE. A HELD
      * JOB ENDS WITH RETURN-CODE 12 AND AN OPERATOR MESSAGE SO
      * THE SCHEDULER SEES A DISTINCT CONDITION CODE, NOT A
      * NORMAL END.
      **************************************************************
       CHECK-PREDECESSORS.
           MOVE RUNC-JOB-NAME TO DEPG-JOB-NAME
           MOVE RUNC-BUSINESS-DT TO DEPG-BUSINESS-DT
           CALL 'DEPGCS9' USING DEPG-PARM
           IF DEPG-RTCD NOT = 0
              DISPLAY RUNC-JOB-NAME ' HELD AT DEPENDENCY GATE: '
                 DEPG-MSG
              MOVE 'Y' TO RUNC-SUPPRESS-SW
              MOVE 12 TO RETURN-CODE
           END-IF.
       CHECK-PREDECESSORS-END.
           EXIT.
      **************************************************************
       COMPLETE-RUN.
           MOVE WS-INVOICES-RELEASED TO RUNC-RECORDS
           EXEC SQL
                UPDATE OLS0002.BATCH_RUN_CONTROL
                   SET RUN_STATUS = 'C',
                       RUN_END_TS = CURRENT TIMESTAMP,
                       RUN_RECORDS = :RUNC-RECORDS
                 WHERE RUN_JOB_NAME = :RUNC-JOB-NAME
                   AND RUN_BUSINESS_DT = :RUNC-BUSINESS-DT
           END-EXEC.
       COMPLETE-RUN-END.
           EXIT.
      **************************************************************
