CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * VTAXCS2 - YEAR-END 1099 EXTRACT FOR CLAIM VENDOR PAYMENTS.
      * RUN IN JANUARY FOR THE TAX YEAR JUST ENDED (VTAXPARM, OR
      * THE PRIOR CALENDAR YEAR WHEN THE PARAMETER LEAVES IT
      * BLANK). TOTALS THE PAYMENTS PCLMCS2 MADE TO EACH VENDOR ON
      * THE CLAIM VENDOR MASTER (OLS0002.VENDOR_PAYMENT JOINED TO
      * OLS0002.CLAIM_VENDOR) AND REPORTS EVERY VENDOR PAID AT
      * LEAST THE $600 REPORTING THRESHOLD. A PAYMENT WHOSE CHECKS
      * ON OLS0002.CHECK_REGISTER WERE ALL STOPPED OR VOIDED WAS
      * NEVER RECEIVED AND IS LEFT OUT; A VOIDED CHECK THAT WAS
      * REISSUED, OR ONE SENT TO ESCHEAT, STILL COUNTS.
      * THE FORM FOLLOWS THE VENDOR TYPE: MEDICAL PROVIDERS ON
      * 1099-MISC BOX 6 (AMOUNT CODE 6), ATTORNEYS ON 1099-MISC
      * BOX 10 (AMOUNT CODE C), BODY SHOPS, CONTRACTORS AND OTHERS
      * ON 1099-NEC BOX 1.
      * VTAXFIRE IS THE 750-BYTE ELECTRONIC FILING FILE: ONE T
      * (TRANSMITTER) RECORD, AN A (PAYER) RECORD, ITS B (PAYEE)
      * RECORDS AND A C (END OF PAYER) RECORD FOR EACH FORM, AND
      * THE F (END OF TRANSMISSION) RECORD. THE PAYER AND
      * TRANSMITTER DETAILS, TCC AND TEST INDICATOR COME FROM
      * VTAXPARM. VTAXCOPY IS THE PRINT IMAGE OF EACH VENDOR'S
      * COPY B, RECIPIENT TIN MASKED TO ITS LAST FOUR DIGITS.
      * RUNS UNDER THE SHARED BATCH_RUN_CONTROL DOUBLE-RUN GUARD
      * AND THE DEPGCS9 DEPENDENCY GATE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. VTAXCS2.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TAX-PARM-FILE ASSIGN TO VTAXPARM
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TAX-PARM-FILE-STATUS.
            SELECT FILING-FILE ASSIGN TO VTAXFIRE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILING-FILE-STATUS.
            SELECT COPY-FILE ASSIGN TO VTAXCOPY
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-COPY-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  TAX-PARM-FILE
            RECORDING MODE IS F.
        01  TAX-PARM-RECORD                PIC X(160).
        FD  FILING-FILE
            RECORDING MODE IS F.
        01  FILING-RECORD                  PIC X(750).
        FD  COPY-FILE
            RECORDING MODE IS F.
        01  COPY-LINE                      PIC X(132).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
        01 VENDOR-WS.
            07 VNDW-RETURN-TYPE       PIC X(2).
            07 VNDW-TYPE              PIC X(2).
            07 VNDW-VENDOR-ID         PIC X(8).
            07 VNDW-TAX-ID            PIC X(9).
            07 VNDW-TIN-TYPE          PIC X(1).
            07 VNDW-NAME              PIC X(40).
            07 VNDW-REMIT-ADDR        PIC X(40).
            07 VNDW-REMIT-CITY        PIC X(20).
            07 VNDW-REMIT-STATE       PIC X(2).
            07 VNDW-REMIT-ZIP         PIC X(9).
            07 VNDW-TOTAL-PAID        PIC S9(11)V9(2) COMP-3.
      **************************************************************
      * PARAMETER RECORD - TAX YEAR, PAYER TIN, TRANSMITTER CONTROL
      * CODE, TEST INDICATOR ('T' FOR A TEST FILE), PAYER NAME,
      * ADDRESS, NAME CONTROL AND PHONE. THE PAYER ALSO TRANSMITS.
      **************************************************************
        01 PARM-WS.
            07 PRMW-TAX-YEAR          PIC X(4).
            07 PRMW-TAX-YEAR-N REDEFINES PRMW-TAX-YEAR
                                      PIC 9(4).
            07 PRMW-PAYER-TIN         PIC X(9).
            07 PRMW-TCC               PIC X(5).
            07 PRMW-TEST-IND          PIC X(1).
            07 PRMW-PAYER-NAME        PIC X(40).
            07 PRMW-PAYER-ADDR        PIC X(40).
            07 PRMW-PAYER-CITY        PIC X(30).
            07 PRMW-PAYER-STATE       PIC X(2).
            07 PRMW-PAYER-ZIP         PIC X(9).
            07 PRMW-NAME-CONTROL      PIC X(4).
            07 PRMW-PAYER-PHONE       PIC X(15).
            07 FILLER                 PIC X(1).
      **************************************************************
      * ELECTRONIC FILING RECORD AND ITS FIVE RECORD-TYPE VIEWS.
      * AMOUNTS ARE UNSIGNED, IMPLIED CENTS, RIGHT-JUSTIFIED; THE
      * SEQUENCE NUMBER IN 500-507 RUNS ACROSS THE WHOLE FILE.
      **************************************************************
        01 FIRE-RECORD                     PIC X(750).
        01 FIRE-T-RECORD REDEFINES FIRE-RECORD.
            05 FT-RECORD-TYPE         PIC X(1).
            05 FT-PAYMENT-YEAR        PIC 9(4).
            05 FT-PRIOR-YEAR-IND      PIC X(1).
            05 FT-TRANSMITTER-TIN     PIC X(9).
            05 FT-TCC                 PIC X(5).
            05 FILLER                 PIC X(7).
            05 FT-TEST-IND            PIC X(1).
            05 FT-FOREIGN-IND         PIC X(1).
            05 FT-TRANSMITTER-NAME    PIC X(40).
            05 FT-TRANSMITTER-NAME2   PIC X(40).
            05 FT-COMPANY-NAME        PIC X(40).
            05 FT-COMPANY-NAME2       PIC X(40).
            05 FT-COMPANY-ADDR        PIC X(40).
            05 FT-COMPANY-CITY        PIC X(40).
            05 FT-COMPANY-STATE       PIC X(2).
            05 FT-COMPANY-ZIP         PIC X(9).
            05 FILLER                 PIC X(15).
            05 FT-TOTAL-PAYEES        PIC 9(8).
            05 FT-CONTACT-NAME        PIC X(40).
            05 FT-CONTACT-PHONE       PIC X(15).
            05 FT-CONTACT-EMAIL       PIC X(50).
            05 FILLER                 PIC X(91).
            05 FT-SEQUENCE            PIC 9(8).
            05 FILLER                 PIC X(243).
        01 FIRE-A-RECORD REDEFINES FIRE-RECORD.
            05 FA-RECORD-TYPE         PIC X(1).
            05 FA-PAYMENT-YEAR        PIC 9(4).
            05 FA-COMBINED-FED-STATE  PIC X(1).
            05 FILLER                 PIC X(5).
            05 FA-PAYER-TIN           PIC X(9).
            05 FA-NAME-CONTROL        PIC X(4).
            05 FA-LAST-FILING-IND     PIC X(1).
            05 FA-RETURN-TYPE         PIC X(2).
            05 FA-AMOUNT-CODES        PIC X(18).
            05 FILLER                 PIC X(6).
            05 FA-FOREIGN-IND         PIC X(1).
            05 FA-PAYER-NAME          PIC X(40).
            05 FA-PAYER-NAME2         PIC X(40).
            05 FA-TRANSFER-AGENT-IND  PIC X(1).
            05 FA-PAYER-ADDR          PIC X(40).
            05 FA-PAYER-CITY          PIC X(40).
            05 FA-PAYER-STATE         PIC X(2).
            05 FA-PAYER-ZIP           PIC X(9).
            05 FA-PAYER-PHONE         PIC X(15).
            05 FILLER                 PIC X(260).
            05 FA-SEQUENCE            PIC 9(8).
            05 FILLER                 PIC X(243).
        01 FIRE-B-RECORD REDEFINES FIRE-RECORD.
            05 FB-RECORD-TYPE         PIC X(1).
            05 FB-PAYMENT-YEAR        PIC 9(4).
            05 FB-CORRECTED-IND       PIC X(1).
            05 FB-NAME-CONTROL        PIC X(4).
            05 FB-TIN-TYPE            PIC X(1).
            05 FB-PAYEE-TIN           PIC X(9).
            05 FB-ACCOUNT-NUM         PIC X(20).
            05 FB-OFFICE-CODE         PIC X(4).
            05 FILLER                 PIC X(10).
            05 FB-AMOUNT              PIC 9(10)V9(2) OCCURS 16.
            05 FB-FOREIGN-IND         PIC X(1).
            05 FB-PAYEE-NAME          PIC X(40).
            05 FB-PAYEE-NAME2         PIC X(40).
            05 FILLER                 PIC X(40).
            05 FB-PAYEE-ADDR          PIC X(40).
            05 FILLER                 PIC X(40).
            05 FB-PAYEE-CITY          PIC X(40).
            05 FB-PAYEE-STATE         PIC X(2).
            05 FB-PAYEE-ZIP           PIC X(9).
            05 FILLER                 PIC X(1).
            05 FB-SEQUENCE            PIC 9(8).
            05 FILLER                 PIC X(243).
        01 FIRE-C-RECORD REDEFINES FIRE-RECORD.
            05 FC-RECORD-TYPE         PIC X(1).
            05 FC-PAYEE-COUNT         PIC 9(8).
            05 FILLER                 PIC X(6).
            05 FC-CONTROL-TOTAL       PIC 9(16)V9(2) OCCURS 16.
            05 FILLER                 PIC X(196).
            05 FC-SEQUENCE            PIC 9(8).
            05 FILLER                 PIC X(243).
        01 FIRE-F-RECORD REDEFINES FIRE-RECORD.
            05 FF-RECORD-TYPE         PIC X(1).
            05 FF-PAYER-COUNT         PIC 9(8).
            05 FF-ZEROS               PIC 9(21).
            05 FILLER                 PIC X(19).
            05 FF-TOTAL-PAYEES        PIC 9(8).
            05 FILLER                 PIC X(442).
            05 FF-SEQUENCE            PIC 9(8).
            05 FILLER                 PIC X(243).
      **************************************************************
      * PER-FORM WORK AREA. THE AMOUNT SLOT IS THE POSITION OF THE
      * AMOUNT CODE IN THE 1-9, A-H SEQUENCE (CODE C IS SLOT 12).
      **************************************************************
        01 RETW-RETURN-TYPE                PIC X(2)   VALUE SPACES.
        01 RETW-PAYEE-COUNT                PIC 9(8)   VALUE 0.
        01 RETW-TOTALS.
            05 RETW-TOTAL             PIC 9(16)V9(2) OCCURS 16.
        01 RETW-AMOUNT-SLOT                PIC S9(4)  COMP VALUE 0.
        01 RETW-BOX-TEXT                   PIC X(44)  VALUE SPACES.
        01 RETW-FORM-TEXT                  PIC X(14)  VALUE SPACES.
        01 FIRST-ROW-SW                    PIC X(1)   VALUE 'Y'.
      **************************************************************
        01 VTXW-THRESHOLD                  PIC S9(11)V9(2) COMP-3
                                                      VALUE 600.
        01 VTXW-YEAR-START                 PIC 9(08)  VALUE 0.
        01 VTXW-YEAR-START-R REDEFINES VTXW-YEAR-START.
             05 VTXW-YS-CCYY               PIC 9(04).
             05 VTXW-YS-MMDD               PIC 9(04).
        01 VTXW-YEAR-END                   PIC 9(08)  VALUE 0.
        01 VTXW-YEAR-END-R REDEFINES VTXW-YEAR-END.
             05 VTXW-YE-CCYY               PIC 9(04).
             05 VTXW-YE-MMDD               PIC 9(04).
        01 VTXW-TOTAL-PAYEES               PIC S9(9)  COMP VALUE 0.
        01 VTXW-SEQUENCE                   PIC 9(8)   VALUE 0.
        01 VTXW-PAYER-COUNT                PIC 9(8)   VALUE 0.
        01 VTXW-MASKED-TIN                 PIC X(11)  VALUE SPACES.
        01 VTXW-PAYER-TIN-TEXT             PIC X(10)  VALUE SPACES.
      **************************************************************
        01 WS-AMOUNT-ED                    PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01 WS-COUNT-ED                     PIC Z,ZZZ,ZZ9.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
          03 WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
             05 WS-CURRENT-CCYY            PIC 9(04).
             05 WS-CURRENT-MMDD            PIC 9(04).
        01 WS-VENDORS-REPORTED             PIC 9(7)   VALUE 0.
        01 WS-TAX-PARM-FILE-STATUS         PIC X(2)   VALUE '00'.
        01 WS-FILING-FILE-STATUS           PIC X(2)   VALUE '00'.
        01 WS-COPY-FILE-STATUS             PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * SHARED BATCH RUN-CONTROL WORK AREA (OLS0002.
      * BATCH_RUN_CONTROL), THE SAME DOUBLE-RUN GUARD EVERY
      * PERIOD-END JOB CARRIES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'VTAXCS2 '.
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
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM REGISTER-RUN THRU REGISTER-RUN-END
           IF RUNC-SUPPRESS-SW = 'Y'
              GOBACK
           END-IF
           PERFORM INIT-RTN THRU INIT-RTN-END
           IF EODATA NOT = 'Y'
              PERFORM COUNT-PAYEES THRU COUNT-PAYEES-END
              PERFORM WRITE-TRANSMITTER THRU WRITE-TRANSMITTER-END
              PERFORM DO-DECLARE THRU DO-DECLARE-END
              PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
              PERFORM DO-FETCH THRU DO-FETCH-END
              PERFORM PAYEE-LOOP THRU PAYEE-LOOP-END
                 UNTIL EODATA = 'Y'
              PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
              IF FIRST-ROW-SW = 'N'
                 PERFORM END-PAYER THRU END-PAYER-END
              END-IF
              PERFORM WRITE-END-TRANSMISSION
                 THRU WRITE-END-TRANSMISSION-END
           END-IF
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'VTAXCS2 TAX YEAR:            ' PRMW-TAX-YEAR
           DISPLAY 'VTAXCS2 VENDORS REPORTED:    ' WS-VENDORS-REPORTED
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE SPACES TO PARM-WS
           OPEN INPUT TAX-PARM-FILE
           IF WS-TAX-PARM-FILE-STATUS NOT = '00'
              DISPLAY 'TAX-PARM-FILE OPEN FAILED, STATUS: '
                 WS-TAX-PARM-FILE-STATUS
              MOVE 'Y' TO EODATA
              GO TO INIT-RTN-END
           END-IF
           READ TAX-PARM-FILE
              AT END
                 DISPLAY 'VTAXCS2 EMPTY PARAMETER FILE'
                 MOVE 'Y' TO EODATA
           END-READ
           CLOSE TAX-PARM-FILE
           IF EODATA = 'Y'
              GO TO INIT-RTN-END
           END-IF
           MOVE TAX-PARM-RECORD TO PARM-WS
           IF PRMW-TAX-YEAR NOT NUMERIC
              COMPUTE PRMW-TAX-YEAR-N = WS-CURRENT-CCYY - 1
           END-IF
           IF PRMW-PAYER-TIN NOT NUMERIC
              OR PRMW-TCC = SPACES
              OR PRMW-PAYER-NAME = SPACES
              DISPLAY 'VTAXCS2 PAYER TIN, TCC AND NAME ARE REQUIRED'
              MOVE 'Y' TO EODATA
              GO TO INIT-RTN-END
           END-IF
           IF PRMW-NAME-CONTROL = SPACES
              MOVE PRMW-PAYER-NAME(1:4) TO PRMW-NAME-CONTROL
           END-IF
           MOVE PRMW-TAX-YEAR-N TO VTXW-YS-CCYY
           MOVE 0101 TO VTXW-YS-MMDD
           MOVE PRMW-TAX-YEAR-N TO VTXW-YE-CCYY
           MOVE 1231 TO VTXW-YE-MMDD
           STRING PRMW-PAYER-TIN(1:2) DELIMITED BY SIZE
              '-'                     DELIMITED BY SIZE
              PRMW-PAYER-TIN(3:7)     DELIMITED BY SIZE
              INTO VTXW-PAYER-TIN-TEXT
           END-STRING
           OPEN OUTPUT FILING-FILE
           IF WS-FILING-FILE-STATUS NOT = '00'
              DISPLAY 'FILING-FILE OPEN FAILED, STATUS: '
                 WS-FILING-FILE-STATUS
              MOVE 'Y' TO EODATA
              GO TO INIT-RTN-END
           END-IF
           OPEN OUTPUT COPY-FILE
           IF WS-COPY-FILE-STATUS NOT = '00'
              DISPLAY 'COPY-FILE OPEN FAILED, STATUS: '
                 WS-COPY-FILE-STATUS
              MOVE 'Y' TO EODATA
           END-IF.
       INIT-RTN-END.
           EXIT.
      **************************************************************
      * THE T RECORD CARRIES THE PAYEE COUNT FOR THE WHOLE FILE,
      * SO IT IS COUNTED UP FRONT WITH THE CURSOR'S OWN RULES.
      **************************************************************
       COUNT-PAYEES.
           MOVE 0 TO VTXW-TOTAL-PAYEES
           EXEC SQL
                SELECT COUNT(*)
                  INTO :VTXW-TOTAL-PAYEES
                  FROM (SELECT P.VPY_VENDOR_ID
                          FROM OLS0002.VENDOR_PAYMENT P
                         WHERE P.VPY_PAYMENT_DT >= :VTXW-YEAR-START
                           AND P.VPY_PAYMENT_DT <= :VTXW-YEAR-END
                           AND NOT (EXISTS
                                (SELECT 1
                                   FROM OLS0002.CHECK_REGISTER K
                                  WHERE K.CHK_PAYMENT_REF =
                                        P.VPY_PAYMENT_REF)
                               AND NOT EXISTS
                                (SELECT 1
                                   FROM OLS0002.CHECK_REGISTER K2
                                  WHERE K2.CHK_PAYMENT_REF =
                                        P.VPY_PAYMENT_REF
                                    AND K2.CHK_STATUS NOT IN
                                        ('S', 'V')))
                         GROUP BY P.VPY_VENDOR_ID
                        HAVING SUM(P.VPY_AMOUNT) >= :VTXW-THRESHOLD)
                       AS R
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO VTXW-TOTAL-PAYEES
           END-IF.
       COUNT-PAYEES-END.
           EXIT.
      **************************************************************
       WRITE-TRANSMITTER.
           MOVE SPACES TO FIRE-RECORD
           MOVE 'T' TO FT-RECORD-TYPE
           MOVE PRMW-TAX-YEAR-N TO FT-PAYMENT-YEAR
           MOVE PRMW-PAYER-TIN TO FT-TRANSMITTER-TIN
           MOVE PRMW-TCC TO FT-TCC
           IF PRMW-TEST-IND = 'T'
              MOVE 'T' TO FT-TEST-IND
           END-IF
           MOVE PRMW-PAYER-NAME TO FT-TRANSMITTER-NAME
           MOVE PRMW-PAYER-NAME TO FT-COMPANY-NAME
           MOVE PRMW-PAYER-ADDR TO FT-COMPANY-ADDR
           MOVE PRMW-PAYER-CITY TO FT-COMPANY-CITY
           MOVE PRMW-PAYER-STATE TO FT-COMPANY-STATE
           MOVE PRMW-PAYER-ZIP TO FT-COMPANY-ZIP
           MOVE VTXW-TOTAL-PAYEES TO FT-TOTAL-PAYEES
           MOVE PRMW-PAYER-NAME TO FT-CONTACT-NAME
           MOVE PRMW-PAYER-PHONE TO FT-CONTACT-PHONE
           PERFORM WRITE-FILING-RECORD THRU WRITE-FILING-RECORD-END.
       WRITE-TRANSMITTER-END.
           EXIT.
      **************************************************************
      * ONE ROW PER REPORTABLE VENDOR, MISC ('A ') BEFORE NEC
      * ('NE'), SO EACH FORM IS ONE PAYER BLOCK ON THE FILE.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE V1 CURSOR FOR
                SELECT
                  CASE WHEN V.VND_TYPE IN ('MD', 'AT')
                       THEN 'A ' ELSE 'NE' END,
                  V.VND_TYPE,
                  V.VND_VENDOR_ID,
                  V.VND_TAX_ID,
                  V.VND_TIN_TYPE,
                  V.VND_NAME,
                  V.VND_REMIT_ADDR,
                  V.VND_REMIT_CITY,
                  V.VND_REMIT_STATE,
                  V.VND_REMIT_ZIP,
                  SUM(P.VPY_AMOUNT)
                FROM OLS0002.VENDOR_PAYMENT P
                INNER JOIN OLS0002.CLAIM_VENDOR V
                  ON V.VND_VENDOR_ID = P.VPY_VENDOR_ID
                WHERE P.VPY_PAYMENT_DT >= :VTXW-YEAR-START
                  AND P.VPY_PAYMENT_DT <= :VTXW-YEAR-END
                  AND NOT (EXISTS
                       (SELECT 1
                          FROM OLS0002.CHECK_REGISTER K
                         WHERE K.CHK_PAYMENT_REF = P.VPY_PAYMENT_REF)
                      AND NOT EXISTS
                       (SELECT 1
                          FROM OLS0002.CHECK_REGISTER K2
                         WHERE K2.CHK_PAYMENT_REF = P.VPY_PAYMENT_REF
                           AND K2.CHK_STATUS NOT IN ('S', 'V')))
                GROUP BY V.VND_TYPE, V.VND_VENDOR_ID, V.VND_TAX_ID,
                         V.VND_TIN_TYPE, V.VND_NAME, V.VND_REMIT_ADDR,
                         V.VND_REMIT_CITY, V.VND_REMIT_STATE,
                         V.VND_REMIT_ZIP
                HAVING SUM(P.VPY_AMOUNT) >= :VTXW-THRESHOLD
                ORDER BY 1, V.VND_TAX_ID
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN V1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH V1 INTO
                  :VNDW-RETURN-TYPE,
                  :VNDW-TYPE,
                  :VNDW-VENDOR-ID,
                  :VNDW-TAX-ID,
                  :VNDW-TIN-TYPE,
                  :VNDW-NAME,
                  :VNDW-REMIT-ADDR,
                  :VNDW-REMIT-CITY,
                  :VNDW-REMIT-STATE,
                  :VNDW-REMIT-ZIP,
                  :VNDW-TOTAL-PAID
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       PAYEE-LOOP.
           IF FIRST-ROW-SW = 'Y'
              MOVE 'N' TO FIRST-ROW-SW
              PERFORM START-PAYER THRU START-PAYER-END
           END-IF
           IF VNDW-RETURN-TYPE NOT = RETW-RETURN-TYPE
              PERFORM END-PAYER THRU END-PAYER-END
              PERFORM START-PAYER THRU START-PAYER-END
           END-IF
           PERFORM WRITE-PAYEE THRU WRITE-PAYEE-END
           PERFORM WRITE-VENDOR-COPY THRU WRITE-VENDOR-COPY-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       PAYEE-LOOP-END.
           EXIT.
      **************************************************************
       START-PAYER.
           MOVE VNDW-RETURN-TYPE TO RETW-RETURN-TYPE
           MOVE 0 TO RETW-PAYEE-COUNT
           INITIALIZE RETW-TOTALS
           ADD 1 TO VTXW-PAYER-COUNT
           MOVE SPACES TO FIRE-RECORD
           MOVE 'A' TO FA-RECORD-TYPE
           MOVE PRMW-TAX-YEAR-N TO FA-PAYMENT-YEAR
           MOVE PRMW-PAYER-TIN TO FA-PAYER-TIN
           MOVE PRMW-NAME-CONTROL TO FA-NAME-CONTROL
           MOVE RETW-RETURN-TYPE TO FA-RETURN-TYPE
           IF RETW-RETURN-TYPE = 'NE'
              MOVE '1' TO FA-AMOUNT-CODES
           ELSE
              MOVE '6C' TO FA-AMOUNT-CODES
           END-IF
           MOVE PRMW-PAYER-NAME TO FA-PAYER-NAME
           MOVE '0' TO FA-TRANSFER-AGENT-IND
           MOVE PRMW-PAYER-ADDR TO FA-PAYER-ADDR
           MOVE PRMW-PAYER-CITY TO FA-PAYER-CITY
           MOVE PRMW-PAYER-STATE TO FA-PAYER-STATE
           MOVE PRMW-PAYER-ZIP TO FA-PAYER-ZIP
           MOVE PRMW-PAYER-PHONE TO FA-PAYER-PHONE
           PERFORM WRITE-FILING-RECORD THRU WRITE-FILING-RECORD-END.
       START-PAYER-END.
           EXIT.
      **************************************************************
      * THE AMOUNT GOES IN THE SLOT OF THE VENDOR TYPE'S BOX; THE
      * SAME SLOT ACCUMULATES THE C RECORD CONTROL TOTAL.
      **************************************************************
       WRITE-PAYEE.
           ADD 1 TO WS-VENDORS-REPORTED
           ADD 1 TO RETW-PAYEE-COUNT
           IF VNDW-TYPE = 'MD'
              MOVE 6 TO RETW-AMOUNT-SLOT
              MOVE 'FORM 1099-MISC' TO RETW-FORM-TEXT
              MOVE 'BOX 6  MEDICAL AND HEALTH CARE PAYMENTS'
                 TO RETW-BOX-TEXT
           ELSE
              IF VNDW-TYPE = 'AT'
                 MOVE 12 TO RETW-AMOUNT-SLOT
                 MOVE 'FORM 1099-MISC' TO RETW-FORM-TEXT
                 MOVE 'BOX 10 GROSS PROCEEDS PAID TO AN ATTORNEY'
                    TO RETW-BOX-TEXT
              ELSE
                 MOVE 1 TO RETW-AMOUNT-SLOT
                 MOVE 'FORM 1099-NEC' TO RETW-FORM-TEXT
                 MOVE 'BOX 1  NONEMPLOYEE COMPENSATION'
                    TO RETW-BOX-TEXT
              END-IF
           END-IF
           MOVE SPACES TO FIRE-RECORD
           INITIALIZE FIRE-B-RECORD
           MOVE 'B' TO FB-RECORD-TYPE
           MOVE PRMW-TAX-YEAR-N TO FB-PAYMENT-YEAR
           MOVE VNDW-NAME(1:4) TO FB-NAME-CONTROL
           IF VNDW-TIN-TYPE = 'S'
              MOVE '2' TO FB-TIN-TYPE
           ELSE
              MOVE '1' TO FB-TIN-TYPE
           END-IF
           MOVE VNDW-TAX-ID TO FB-PAYEE-TIN
           MOVE VNDW-VENDOR-ID TO FB-ACCOUNT-NUM
           MOVE VNDW-TOTAL-PAID TO FB-AMOUNT(RETW-AMOUNT-SLOT)
           ADD VNDW-TOTAL-PAID TO RETW-TOTAL(RETW-AMOUNT-SLOT)
           MOVE VNDW-NAME TO FB-PAYEE-NAME
           MOVE VNDW-REMIT-ADDR TO FB-PAYEE-ADDR
           MOVE VNDW-REMIT-CITY TO FB-PAYEE-CITY
           MOVE VNDW-REMIT-STATE TO FB-PAYEE-STATE
           MOVE VNDW-REMIT-ZIP TO FB-PAYEE-ZIP
           PERFORM WRITE-FILING-RECORD THRU WRITE-FILING-RECORD-END.
       WRITE-PAYEE-END.
           EXIT.
      **************************************************************
      * COPY B PRINT IMAGE - ONLY THE LAST FOUR DIGITS OF THE
      * RECIPIENT'S TIN ARE SHOWN.
      **************************************************************
       WRITE-VENDOR-COPY.
           MOVE SPACES TO VTXW-MASKED-TIN
           IF VNDW-TIN-TYPE = 'S'
              STRING '***-**-'        DELIMITED BY SIZE
                 VNDW-TAX-ID(6:4)     DELIMITED BY SIZE
                 INTO VTXW-MASKED-TIN
              END-STRING
           ELSE
              STRING '**-***'         DELIMITED BY SIZE
                 VNDW-TAX-ID(6:4)     DELIMITED BY SIZE
                 INTO VTXW-MASKED-TIN
              END-STRING
           END-IF
           MOVE ALL '-' TO COPY-LINE
           WRITE COPY-LINE
           MOVE SPACES TO COPY-LINE
           STRING RETW-FORM-TEXT      DELIMITED BY SIZE
              '   TAX YEAR '          DELIMITED BY SIZE
              PRMW-TAX-YEAR           DELIMITED BY SIZE
              '   COPY B FOR RECIPIENT' DELIMITED BY SIZE
              INTO COPY-LINE
           END-STRING
           WRITE COPY-LINE
           MOVE SPACES TO COPY-LINE
           WRITE COPY-LINE
           MOVE SPACES TO COPY-LINE
           STRING 'PAYER:          '  DELIMITED BY SIZE
              PRMW-PAYER-NAME         DELIMITED BY SIZE
              '  TIN '                DELIMITED BY SIZE
              VTXW-PAYER-TIN-TEXT     DELIMITED BY SIZE
              INTO COPY-LINE
           END-STRING
           WRITE COPY-LINE
           MOVE SPACES TO COPY-LINE
           STRING '                 ' DELIMITED BY SIZE
              PRMW-PAYER-ADDR         DELIMITED BY SIZE
              INTO COPY-LINE
           END-STRING
           WRITE COPY-LINE
           MOVE SPACES TO COPY-LINE
           STRING '                 ' DELIMITED BY SIZE
              PRMW-PAYER-CITY         DELIMITED BY SIZE
              ' '                     DELIMITED BY SIZE
              PRMW-PAYER-STATE        DELIMITED BY SIZE
              ' '                     DELIMITED BY SIZE
              PRMW-PAYER-ZIP          DELIMITED BY SIZE
              INTO COPY-LINE
           END-STRING
           WRITE COPY-LINE
           MOVE SPACES TO COPY-LINE
           WRITE COPY-LINE
           MOVE SPACES TO COPY-LINE
           STRING 'RECIPIENT:      '  DELIMITED BY SIZE
              ' '                     DELIMITED BY SIZE
              VNDW-NAME               DELIMITED BY SIZE
              '  TIN '                DELIMITED BY SIZE
              VTXW-MASKED-TIN         DELIMITED BY SIZE
              INTO COPY-LINE
           END-STRING
           WRITE COPY-LINE
           MOVE SPACES TO COPY-LINE
           STRING '                 ' DELIMITED BY SIZE
              VNDW-REMIT-ADDR         DELIMITED BY SIZE
              INTO COPY-LINE
           END-STRING
           WRITE COPY-LINE
           MOVE SPACES TO COPY-LINE
           STRING '                 ' DELIMITED BY SIZE
              VNDW-REMIT-CITY         DELIMITED BY SIZE
              ' '                     DELIMITED BY SIZE
              VNDW-REMIT-STATE        DELIMITED BY SIZE
              ' '                     DELIMITED BY SIZE
              VNDW-REMIT-ZIP          DELIMITED BY SIZE
              INTO COPY-LINE
           END-STRING
           WRITE COPY-LINE
           MOVE SPACES TO COPY-LINE
           STRING 'ACCOUNT NUMBER:  ' DELIMITED BY SIZE
              VNDW-VENDOR-ID          DELIMITED BY SIZE
              INTO COPY-LINE
           END-STRING
           WRITE COPY-LINE
           MOVE SPACES TO COPY-LINE
           WRITE COPY-LINE
           MOVE VNDW-TOTAL-PAID TO WS-AMOUNT-ED
           MOVE SPACES TO COPY-LINE
           STRING RETW-BOX-TEXT       DELIMITED BY SIZE
              '  '                    DELIMITED BY SIZE
              WS-AMOUNT-ED            DELIMITED BY SIZE
              INTO COPY-LINE
           END-STRING
           WRITE COPY-LINE.
       WRITE-VENDOR-COPY-END.
           EXIT.
      **************************************************************
       END-PAYER.
           MOVE SPACES TO FIRE-RECORD
           INITIALIZE FIRE-C-RECORD
           MOVE 'C' TO FC-RECORD-TYPE
           MOVE RETW-PAYEE-COUNT TO FC-PAYEE-COUNT
           MOVE RETW-TOTALS TO FIRE-RECORD(16:288)
           PERFORM WRITE-FILING-RECORD THRU WRITE-FILING-RECORD-END
           MOVE RETW-PAYEE-COUNT TO WS-COUNT-ED
           DISPLAY 'VTAXCS2 RETURN TYPE ' RETW-RETURN-TYPE
              ' PAYEES: ' WS-COUNT-ED.
       END-PAYER-END.
           EXIT.
      **************************************************************
       WRITE-END-TRANSMISSION.
           MOVE SPACES TO FIRE-RECORD
           MOVE 'F' TO FF-RECORD-TYPE
           MOVE VTXW-PAYER-COUNT TO FF-PAYER-COUNT
           MOVE 0 TO FF-ZEROS
           MOVE WS-VENDORS-REPORTED TO FF-TOTAL-PAYEES
           PERFORM WRITE-FILING-RECORD THRU WRITE-FILING-RECORD-END.
       WRITE-END-TRANSMISSION-END.
           EXIT.
      **************************************************************
       WRITE-FILING-RECORD.
           ADD 1 TO VTXW-SEQUENCE
           MOVE VTXW-SEQUENCE TO FT-SEQUENCE
           WRITE FILING-RECORD FROM FIRE-RECORD.
       WRITE-FILING-RECORD-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE V1
           END-EXEC.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE FILING-FILE
           CLOSE COPY-FILE.
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
                  DISPLAY 'VTAXCS2 SQL ERROR. SQLCODE: ' TXT-SQLCODE
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
           MOVE WS-VENDORS-REPORTED TO RUNC-RECORDS
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
