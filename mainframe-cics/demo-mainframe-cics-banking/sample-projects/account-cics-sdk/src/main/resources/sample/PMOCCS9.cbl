      * HLDPCS9 DOES, SO THE MONEY CANNOT BE SPENT OUT FROM UNDER
      * THE ORDER BEFORE THE PMOSCS9 END-OF-DAY SETTLEMENT RUN
      * DEBITS IT AND WRITES THE OUTBOUND CLEARING FILE.
      * AN ORDER ON A BUSINESS ACCOUNT MUST NAME THE SIGNATORY
      * GIVING IT (PMI-SIGNATORY-ID). BEFORE THE EARMARK GOES ON,
      * MNDTCS9 HOLDS IT AGAINST THE ACCOUNT'S MANDATE: REFUSED
      * (RTCD 7), OR QUEUED FOR A SECOND SIGNATURE (RTCD 8, REQUEST
      * ID IN PMO-COSIGN-REQUEST-OUT) UNTIL THE ORDER IS RESUBMITTED
      * QUOTING THE CO-SIGNED REQUEST.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PMOCCS9.
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
      * SIGNATORY-MANDATE WORK AREA. THE PARM LAYOUT IS THE ONE
      * MNDTCS9 DECLARES IN ITS LINKAGE SECTION. A CO-SIGNATURE
      * TAKEN FOR AN ORDER THAT THEN FAILS TO RECORD IS HANDED
      * BACK. THE PAYMENT DATA MATCHED ON RESUBMISSION IS THE
      * BENEFICIARY IBAN AND THE REFERENCE.
      **************************************************************
        01 MNDW-COSIGN-USED-SW       PIC X(1) VALUE 'N'.
        01 MNDW-PAYMENT-DATA.
           05 MNDW-PAY-BENEF-IBAN          PIC X(32).
           05 MNDW-PAY-REFERENCE           PIC X(16).
           05 FILLER                       PIC X(10) VALUE SPACES.
        01 MNDT-PARM.
           05 MNDT-FUNCTION                PIC X(1).
           05 MNDT-ACCOUNT-ID              PIC X(11).
           05 MNDT-SIGNATORY-ID            PIC X(16).
           05 MNDT-AMOUNT                  PIC S9(11)V9(3) COMP-3.
           05 MNDT-PAYMENT-DATA            PIC X(58).
           05 MNDT-USERID                  PIC X(8).
           05 MNDT-CHANNEL                 PIC X(8).
           05 MNDT-REQUEST-ID              PIC S9(9) COMP.
           05 MNDT-RTCD                    PIC S9.
             88 MNDT-OK                    VALUE 0.
             88 MNDT-COSIGN-QUEUED         VALUE 3.
           05 MNDT-MSG                     PIC X(60).
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
            05 PMI-BENEF-NAME                   PIC X(16).
            05 PMI-AMOUNT                       PIC S9(11)V9(3) COMP-3.
            05 PMI-REFERENCE                    PIC X(16).
            05 PMI-SIGNATORY-ID                 PIC X(16).
            05 PMI-COSIGN-REQUEST-ID            PIC S9(9) COMP.
        01 ORDER-OUT.
            05 PMO-ORDER-ID-OUT                 PIC S9(9) COMP.
            05 PMO-HOLD-ID-OUT                  PIC S9(9) COMP.
              88 RTCD-ACCOUNT-LOCKED            VALUE 4.
              88 RTCD-INSUFFICIENT-FUNDS        VALUE 5.
              88 RTCD-SQL-ERROR                 VALUE 6.
              88 RTCD-MANDATE-REFUSED           VALUE 7.
              88 RTCD-COSIGN-REQUIRED           VALUE 8.
            05 RT-MSG                          PIC X(60).
            05 PMO-COSIGN-REQUEST-OUT           PIC S9(9) COMP.
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           IF RTCD-OK
              PERFORM FETCH-ACCOUNT THRU FETCH-ACCOUNT-END
           END-IF
           IF RTCD-OK
              PERFORM CHECK-MANDATE THRU CHECK-MANDATE-END
           END-IF
           IF RTCD-OK
              PERFORM PLACE-EARMARK THRU PLACE-EARMARK-END
           END-IF
           IF RTCD-OK
              PERFORM INSERT-ORDER THRU INSERT-ORDER-END
           END-IF
           IF MNDW-COSIGN-USED-SW = 'Y' AND NOT RTCD-OK
              MOVE 'R' TO MNDT-FUNCTION
              CALL 'MNDTCS9' USING MNDT-PARM
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
       FETCH-OPEN-HOLDS-END.
           EXIT.
      **************************************************************
      * CHECK-MANDATE HOLDS THE ORDER AGAINST THE DEBTOR ACCOUNT'S
      * SIGNATORY MANDATE. ACCOUNTS OTHER THAN BUSINESS ACCOUNTS
      * ALWAYS PASS.
      **************************************************************
       CHECK-MANDATE.
            MOVE PMI-BENEF-IBAN        TO MNDW-PAY-BENEF-IBAN
            MOVE PMI-REFERENCE         TO MNDW-PAY-REFERENCE
            MOVE 'C'                   TO MNDT-FUNCTION
            MOVE ACTW-ACCOUNT-ID       TO MNDT-ACCOUNT-ID
            MOVE PMI-SIGNATORY-ID      TO MNDT-SIGNATORY-ID
            MOVE ACTW-AMOUNT           TO MNDT-AMOUNT
            MOVE MNDW-PAYMENT-DATA     TO MNDT-PAYMENT-DATA
            MOVE EIBUSERID             TO MNDT-USERID
            MOVE 'PMOCCS9 '            TO MNDT-CHANNEL
            MOVE PMI-COSIGN-REQUEST-ID TO MNDT-REQUEST-ID
            CALL 'MNDTCS9' USING MNDT-PARM
            IF MNDT-COSIGN-QUEUED
               SET RTCD-COSIGN-REQUIRED TO TRUE
               MOVE MNDT-REQUEST-ID TO PMO-COSIGN-REQUEST-OUT
               MOVE 'NOT RECORDED ORDER - QUEUED FOR SECOND SIGNATURE'
                  TO RT-MSG
               GO TO CHECK-MANDATE-END
            END-IF
            IF NOT MNDT-OK
               SET RTCD-MANDATE-REFUSED TO TRUE
               MOVE MNDT-MSG TO RT-MSG
               GO TO CHECK-MANDATE-END
            END-IF
            IF MNDT-REQUEST-ID NOT = 0
               MOVE 'Y' TO MNDW-COSIGN-USED-SW
            END-IF.
       CHECK-MANDATE-END.
           EXIT.
      **************************************************************
      * PLACE-EARMARK PUTS THE ORDER AMOUNT ON HOLD WITH THE SAME
      * FOR-UPDATE-LOCKED HIGH-WATER ID IDIOM HLDPCS9 USES, SO
      * WACTCS9 AND THE OTHER POSTING PROGRAMS TREAT THE ORDERED
