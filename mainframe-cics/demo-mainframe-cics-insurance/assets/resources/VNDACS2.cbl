CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * VNDACS2 - ADD A CLAIM VENDOR FOR CICS AND DB2.
      * BODY SHOPS, CONTRACTORS, MEDICAL PROVIDERS AND ATTORNEYS
      * PAID ON CLAIMS EXISTED ONLY AS A FREE-TEXT PAYEE NAME ON
      * THE CHKISSUE FEED, WITH NO TAX ID TO REPORT THEM UNDER.
      * THE VENDOR MASTER OLS0002.CLAIM_VENDOR - KEYED BY VENDOR
      * ID, CARRYING THE TAX ID AND ITS TYPE, THE LEGAL NAME, THE
      * REMIT ADDRESS, THE VENDOR TYPE, THE W-9-ON-FILE FLAG AND
      * AN ACTIVE/INACTIVE STATUS - IS WHAT PCLMCS2 PAYS A VENDOR
      * FROM AND WHAT THE YEAR-END 1099 JOB (VTAXCS2) REPORTS.
      * MAINTAINED IN THE PRDACS9/PRDUCS9 STYLE: VNDACS2 ADDS,
      * VNDUCS2 UPDATES AND INACTIVATES, EACH WRITING THE
      * BEFORE/AFTER IMAGE TO OLS0002.CLAIM_VENDOR_AUDIT.
      * VENDOR TYPES: BS BODY SHOP, CT CONTRACTOR, MD MEDICAL
      * PROVIDER, AT ATTORNEY, OT OTHER. A TAX ID IS NINE DIGITS,
      * TYPE E (EIN) OR S (SSN), AND MAY BE ON THE MASTER ONCE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. VNDACS2.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLVENDOR.
           10 VND_VENDOR_ID        PIC X(8).
           10 VND_TAX_ID           PIC X(9).
           10 VND_TIN_TYPE         PIC X(1).
           10 VND_NAME             PIC X(40).
           10 VND_REMIT_ADDR       PIC X(40).
           10 VND_REMIT_CITY       PIC X(20).
           10 VND_REMIT_STATE      PIC X(2).
           10 VND_REMIT_ZIP        PIC X(9).
           10 VND_TYPE             PIC X(2).
           10 VND_W9_ON_FILE       PIC X(1).
           10 VND_STATUS           PIC X(1).
           10 VND_UPDT_DT          PIC X(8).
      **************************************************************
        01 VENDOR-WS.
            07 VNDW-VENDOR-ID         PIC X(8).
            07 VNDW-TAX-ID            PIC X(9).
            07 VNDW-TIN-TYPE          PIC X(1).
              88 VNDW-TIN-TYPE-OK     VALUE 'E' 'S'.
            07 VNDW-NAME              PIC X(40).
            07 VNDW-REMIT-ADDR        PIC X(40).
            07 VNDW-REMIT-CITY        PIC X(20).
            07 VNDW-REMIT-STATE       PIC X(2).
            07 VNDW-REMIT-ZIP         PIC X(9).
            07 VNDW-TYPE              PIC X(2).
              88 VNDW-TYPE-OK         VALUE 'BS' 'CT' 'MD' 'AT' 'OT'.
            07 VNDW-W9-ON-FILE        PIC X(1).
              88 VNDW-W9-FLAG-OK      VALUE 'Y' 'N'.
      **************************************************************
        01 DUP-COUNT                PIC S9(4) COMP VALUE 0.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 VNDI-VENDOR-ID                   PIC X(8).
            05 VNDI-TAX-ID                      PIC X(9).
            05 VNDI-TIN-TYPE                    PIC X(1).
            05 VNDI-NAME                        PIC X(40).
            05 VNDI-REMIT-ADDR                  PIC X(40).
            05 VNDI-REMIT-CITY                  PIC X(20).
            05 VNDI-REMIT-STATE                 PIC X(2).
            05 VNDI-REMIT-ZIP                   PIC X(9).
            05 VNDI-TYPE                        PIC X(2).
            05 VNDI-W9-ON-FILE                  PIC X(1).
        01 VENDOR-OUT.
            05 VNDO-VENDOR-ID                   PIC X(8).
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-INVALID-KEY               VALUE 1.
              88 RTCD-INVALID-TAX-ID            VALUE 2.
              88 RTCD-INVALID-DATA              VALUE 3.
              88 RTCD-ALREADY-EXISTS            VALUE 4.
              88 RTCD-SQL-ERROR                 VALUE 5.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK
              PERFORM CHECK-DUPLICATE THRU CHECK-DUPLICATE-END
           END-IF
           IF RTCD-OK
              PERFORM DO-SQL THRU DO-SQL-END
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO VENDOR-OUT
            SET RTCD-OK TO TRUE
            MOVE VNDI-VENDOR-ID TO VNDW-VENDOR-ID
            MOVE VNDI-TAX-ID TO VNDW-TAX-ID
            MOVE VNDI-TIN-TYPE TO VNDW-TIN-TYPE
            MOVE VNDI-NAME TO VNDW-NAME
            MOVE VNDI-REMIT-ADDR TO VNDW-REMIT-ADDR
            MOVE VNDI-REMIT-CITY TO VNDW-REMIT-CITY
            MOVE VNDI-REMIT-STATE TO VNDW-REMIT-STATE
            MOVE VNDI-REMIT-ZIP TO VNDW-REMIT-ZIP
            MOVE VNDI-TYPE TO VNDW-TYPE
            MOVE VNDI-W9-ON-FILE TO VNDW-W9-ON-FILE
            MOVE VNDI-VENDOR-ID TO VNDO-VENDOR-ID
            DISPLAY 'VENDOR = ' VNDW-VENDOR-ID
            IF VNDW-VENDOR-ID = SPACES
               SET RTCD-INVALID-KEY TO TRUE
               MOVE 'NOT ADDED - VENDOR ID REQUIRED' TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF VNDW-TAX-ID NOT NUMERIC
               OR NOT VNDW-TIN-TYPE-OK
               SET RTCD-INVALID-TAX-ID TO TRUE
               MOVE 'NOT ADDED - TAX ID MUST BE 9 DIGITS, TYPE E OR S'
                  TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF VNDW-NAME = SPACES
               OR VNDW-REMIT-ADDR = SPACES
               OR VNDW-REMIT-CITY = SPACES
               OR VNDW-REMIT-STATE = SPACES
               OR VNDW-REMIT-ZIP = SPACES
               SET RTCD-INVALID-DATA TO TRUE
               MOVE 'NOT ADDED - NAME AND REMIT ADDRESS REQUIRED'
                  TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF NOT VNDW-TYPE-OK
               OR NOT VNDW-W9-FLAG-OK
               SET RTCD-INVALID-DATA TO TRUE
               MOVE 'NOT ADDED - UNKNOWN VENDOR TYPE OR W-9 FLAG'
                  TO RT-MSG
            END-IF.
       GET-INPUT-END.
           EXIT.
      **************************************************************
      * THE SAME PAYEE MUST NOT SIT ON THE MASTER TWICE UNDER TWO
      * IDS - ITS 1099 WOULD BE SPLIT IN TWO.
      **************************************************************
       CHECK-DUPLICATE.
            MOVE 0 TO DUP-COUNT
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :DUP-COUNT
                   FROM OLS0002.CLAIM_VENDOR
                  WHERE VND_VENDOR_ID = :VNDW-VENDOR-ID
                     OR VND_TAX_ID = :VNDW-TAX-ID
            END-EXEC
            IF DUP-COUNT > 0
               SET RTCD-ALREADY-EXISTS TO TRUE
               MOVE 'NOT ADDED - VENDOR ID OR TAX ID ALREADY ON MASTER'
                  TO RT-MSG
            END-IF.
       CHECK-DUPLICATE-END.
           EXIT.
      **************************************************************
       DO-SQL.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            EXEC SQL
                  INSERT INTO OLS0002.CLAIM_VENDOR (
                     VND_VENDOR_ID, VND_TAX_ID, VND_TIN_TYPE,
                     VND_NAME, VND_REMIT_ADDR, VND_REMIT_CITY,
                     VND_REMIT_STATE, VND_REMIT_ZIP, VND_TYPE,
                     VND_W9_ON_FILE, VND_STATUS, VND_UPDT_DT)
                  VALUES (
                     :VNDW-VENDOR-ID, :VNDW-TAX-ID, :VNDW-TIN-TYPE,
                     :VNDW-NAME, :VNDW-REMIT-ADDR, :VNDW-REMIT-CITY,
                     :VNDW-REMIT-STATE, :VNDW-REMIT-ZIP, :VNDW-TYPE,
                     :VNDW-W9-ON-FILE, 'A', :WS-CURRENT-DATE)
            END-EXEC
            IF SQLCODE = 0
               MOVE 'SUCCESSFUL VENDOR ADD' TO RT-MSG
               PERFORM VENDOR-AUDIT THRU VENDOR-AUDIT-END
            ELSE
               SET RTCD-SQL-ERROR TO TRUE
               MOVE SQLCODE TO TXT-SQLCODE
               MOVE SQLSTATE TO TXT-SQLSTATE
               MOVE SQLERRMC TO TXT-SQLERRMC
               MOVE 'NOT ADDED - SQL FAILURE' TO RT-MSG
               DISPLAY 'SQLCODE:  ' TXT-SQLCODE
               DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
               DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
            END-IF.
       DO-SQL-END.
           EXIT.
      **************************************************************
      * AN ADD HAS NO BEFORE IMAGE - THE OLD COLUMNS GO IN AS
      * SPACES, THE SAME WAY PRDACS9 AUDITS A PRODUCT ADD.
      **************************************************************
       VENDOR-AUDIT.
            EXEC SQL
                 INSERT INTO OLS0002.CLAIM_VENDOR_AUDIT (
                    VAUD_VENDOR_ID, VAUD_ACTION,
                    VAUD_USERID, VAUD_TS,
                    VAUD_OLD_TAX_ID, VAUD_OLD_NAME,
                    VAUD_OLD_REMIT_ADDR, VAUD_OLD_TYPE,
                    VAUD_OLD_W9_ON_FILE, VAUD_OLD_STATUS,
                    VAUD_NEW_TAX_ID, VAUD_NEW_NAME,
                    VAUD_NEW_REMIT_ADDR, VAUD_NEW_TYPE,
                    VAUD_NEW_W9_ON_FILE, VAUD_NEW_STATUS)
                 VALUES (
                    :VNDW-VENDOR-ID, 'ADD',
                    :EIBUSERID, CURRENT TIMESTAMP,
                    ' ', ' ', ' ', ' ', ' ', ' ',
                    :VNDW-TAX-ID, :VNDW-NAME,
                    :VNDW-REMIT-ADDR, :VNDW-TYPE,
                    :VNDW-W9-ON-FILE, 'A')
            END-EXEC.
       VENDOR-AUDIT-END.
           EXIT.
      **************************************************************
