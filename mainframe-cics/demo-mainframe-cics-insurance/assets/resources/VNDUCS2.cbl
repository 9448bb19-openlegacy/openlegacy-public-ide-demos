CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * VNDUCS2 - UPDATE A CLAIM VENDOR FOR CICS AND DB2.
      * CHANGES THE NAME, REMIT ADDRESS, VENDOR TYPE, W-9 FLAG AND
      * STATUS OF A VENDOR ADDED BY VNDACS2. STATUS I INACTIVATES
      * THE VENDOR - PCLMCS2 WILL NOT PAY IT - WITHOUT LOSING THE
      * PAYMENTS ALREADY MADE, WHICH STILL REPORT ON ITS 1099.
      * THE TAX ID IS NOT CHANGED HERE: A CORRECTED TIN IS A NEW
      * VENDOR, SO PAYMENTS ALREADY MADE STAY UNDER THE TIN THEY
      * WERE PAID UNDER. EVERY UPDATE WRITES THE BEFORE/AFTER
      * IMAGE TO OLS0002.CLAIM_VENDOR_AUDIT.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. VNDUCS2.
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
            07 VNDW-NAME              PIC X(40).
            07 VNDW-REMIT-ADDR        PIC X(40).
            07 VNDW-REMIT-CITY        PIC X(20).
            07 VNDW-REMIT-STATE       PIC X(2).
            07 VNDW-REMIT-ZIP         PIC X(9).
            07 VNDW-TYPE              PIC X(2).
              88 VNDW-TYPE-OK         VALUE 'BS' 'CT' 'MD' 'AT' 'OT'.
            07 VNDW-W9-ON-FILE        PIC X(1).
              88 VNDW-W9-FLAG-OK      VALUE 'Y' 'N'.
            07 VNDW-STATUS            PIC X(1).
              88 VNDW-STATUS-OK       VALUE 'A' 'I'.
            07 VNDW-OLD-TAX-ID        PIC X(9).
            07 VNDW-OLD-NAME          PIC X(40).
            07 VNDW-OLD-REMIT-ADDR    PIC X(40).
            07 VNDW-OLD-TYPE          PIC X(2).
            07 VNDW-OLD-W9-ON-FILE    PIC X(1).
            07 VNDW-OLD-STATUS        PIC X(1).
      **************************************************************
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
            05 VNDI-NAME                        PIC X(40).
            05 VNDI-REMIT-ADDR                  PIC X(40).
            05 VNDI-REMIT-CITY                  PIC X(20).
            05 VNDI-REMIT-STATE                 PIC X(2).
            05 VNDI-REMIT-ZIP                   PIC X(9).
            05 VNDI-TYPE                        PIC X(2).
            05 VNDI-W9-ON-FILE                  PIC X(1).
            05 VNDI-STATUS                      PIC X(1).
        01 VENDOR-OUT.
            05 VNDO-VENDOR-ID                   PIC X(8).
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-INVALID-DATA              VALUE 1.
              88 RTCD-NOT-FOUND                 VALUE 2.
              88 RTCD-SQL-ERROR                 VALUE 3.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK
              PERFORM FETCH-OLD-VENDOR THRU FETCH-OLD-VENDOR-END
           END-IF
           IF RTCD-OK
              PERFORM DO-UPDATE THRU DO-UPDATE-END
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO VENDOR-OUT
            SET RTCD-OK TO TRUE
            MOVE VNDI-VENDOR-ID TO VNDW-VENDOR-ID
            MOVE VNDI-NAME TO VNDW-NAME
            MOVE VNDI-REMIT-ADDR TO VNDW-REMIT-ADDR
            MOVE VNDI-REMIT-CITY TO VNDW-REMIT-CITY
            MOVE VNDI-REMIT-STATE TO VNDW-REMIT-STATE
            MOVE VNDI-REMIT-ZIP TO VNDW-REMIT-ZIP
            MOVE VNDI-TYPE TO VNDW-TYPE
            MOVE VNDI-W9-ON-FILE TO VNDW-W9-ON-FILE
            MOVE VNDI-STATUS TO VNDW-STATUS
            MOVE VNDI-VENDOR-ID TO VNDO-VENDOR-ID
            IF VNDW-NAME = SPACES
               OR VNDW-REMIT-ADDR = SPACES
               OR VNDW-REMIT-CITY = SPACES
               OR VNDW-REMIT-STATE = SPACES
               OR VNDW-REMIT-ZIP = SPACES
               SET RTCD-INVALID-DATA TO TRUE
               MOVE 'NOT UPDATED - NAME AND REMIT ADDRESS REQUIRED'
                  TO RT-MSG
            END-IF
            IF NOT VNDW-TYPE-OK
               OR NOT VNDW-W9-FLAG-OK
               OR NOT VNDW-STATUS-OK
               SET RTCD-INVALID-DATA TO TRUE
               MOVE 'NOT UPDATED - UNKNOWN TYPE, W-9 FLAG OR STATUS'
                  TO RT-MSG
            END-IF
            DISPLAY 'VENDOR = ' VNDW-VENDOR-ID.
       GET-INPUT-END.
           EXIT.
      **************************************************************
       FETCH-OLD-VENDOR.
            EXEC SQL
                 SELECT VND_TAX_ID, VND_NAME, VND_REMIT_ADDR,
                        VND_TYPE, VND_W9_ON_FILE, VND_STATUS
                   INTO :VNDW-OLD-TAX-ID, :VNDW-OLD-NAME,
                        :VNDW-OLD-REMIT-ADDR, :VNDW-OLD-TYPE,
                        :VNDW-OLD-W9-ON-FILE, :VNDW-OLD-STATUS
                   FROM OLS0002.CLAIM_VENDOR
                  WHERE VND_VENDOR_ID = :VNDW-VENDOR-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-NOT-FOUND TO TRUE
               MOVE 'NOT UPDATED - VENDOR NOT ON MASTER' TO RT-MSG
            END-IF.
       FETCH-OLD-VENDOR-END.
           EXIT.
      **************************************************************
       DO-UPDATE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            EXEC SQL
                 UPDATE OLS0002.CLAIM_VENDOR
                    SET VND_NAME = :VNDW-NAME,
                        VND_REMIT_ADDR = :VNDW-REMIT-ADDR,
                        VND_REMIT_CITY = :VNDW-REMIT-CITY,
                        VND_REMIT_STATE = :VNDW-REMIT-STATE,
                        VND_REMIT_ZIP = :VNDW-REMIT-ZIP,
                        VND_TYPE = :VNDW-TYPE,
                        VND_W9_ON_FILE = :VNDW-W9-ON-FILE,
                        VND_STATUS = :VNDW-STATUS,
                        VND_UPDT_DT = :WS-CURRENT-DATE
                  WHERE VND_VENDOR_ID = :VNDW-VENDOR-ID
            END-EXEC
            IF SQLCODE = 0
               MOVE 'SUCCESSFUL VENDOR UPDATE' TO RT-MSG
               PERFORM VENDOR-AUDIT THRU VENDOR-AUDIT-END
            ELSE
               SET RTCD-SQL-ERROR TO TRUE
               MOVE SQLCODE TO TXT-SQLCODE
               MOVE SQLSTATE TO TXT-SQLSTATE
               MOVE SQLERRMC TO TXT-SQLERRMC
               MOVE 'NOT UPDATED - SQL FAILURE' TO RT-MSG
               DISPLAY 'SQLCODE:  ' TXT-SQLCODE
               DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
               DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
            END-IF.
       DO-UPDATE-END.
           EXIT.
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
                    :VNDW-VENDOR-ID, 'UPDATE',
                    :EIBUSERID, CURRENT TIMESTAMP,
                    :VNDW-OLD-TAX-ID, :VNDW-OLD-NAME,
                    :VNDW-OLD-REMIT-ADDR, :VNDW-OLD-TYPE,
                    :VNDW-OLD-W9-ON-FILE, :VNDW-OLD-STATUS,
                    :VNDW-OLD-TAX-ID, :VNDW-NAME,
                    :VNDW-REMIT-ADDR, :VNDW-TYPE,
                    :VNDW-W9-ON-FILE, :VNDW-STATUS)
            END-EXEC.
       VENDOR-AUDIT-END.
           EXIT.
      **************************************************************
