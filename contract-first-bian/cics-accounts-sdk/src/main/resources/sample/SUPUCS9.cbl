CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * SUPUCS9 - UPDATE A SUPPLIER FOR CICS AND DB2.
      * CHANGES THE NAME, ORDER ADDRESS, ORDER CONTACT, LEAD TIME
      * AND STATUS OF A SUPPLIER ADDED BY SUPACS9. STATUS I
      * INACTIVATES THE SUPPLIER - PSGACS9 WILL NOT APPROVE A
      * SUGGESTION AGAINST IT AND POGNCS9 RAISES NO NEW ORDER TO
      * IT - WITHOUT LOSING ITS PURCHASE ORDERS ALREADY OPEN,
      * WHICH GRCPCS9 STILL RECEIVES AGAINST AND POAGCS9 STILL
      * AGES. A NEW LEAD TIME APPLIES TO ORDERS RAISED FROM NOW
      * ON; THE EXPECTED DATE ON AN ORDER ALREADY SENT STANDS.
      * A NEW BANK ACCOUNT (SUP_IBAN) APPLIES TO THE NEXT PAYMENT
      * SIVRCS9 RELEASES; AN ORDER ALREADY CAPTURED PAYS THE OLD.
      * EVERY UPDATE WRITES THE BEFORE/AFTER IMAGE TO
      * OLS0002.SUPPLIER_AUDIT.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SUPUCS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLSUPPLIER.
           10 SUP_SUPPLIER_ID      PIC X(8).
           10 SUP_NAME             PIC X(40).
           10 SUP_ADDR             PIC X(40).
           10 SUP_CITY             PIC X(20).
           10 SUP_STATE            PIC X(2).
           10 SUP_ZIP              PIC X(9).
           10 SUP_CONTACT          PIC X(40).
           10 SUP_LEAD_DAYS        PIC S9(3) USAGE COMP-3.
           10 SUP_STATUS           PIC X(1).
           10 SUP_UPDT_DT          PIC X(8).
           10 SUP_IBAN             PIC X(32).
      **************************************************************
        01 SUPPLIER-WS.
            07 SUPW-SUPPLIER-ID       PIC X(8).
            07 SUPW-NAME              PIC X(40).
            07 SUPW-ADDR              PIC X(40).
            07 SUPW-CITY              PIC X(20).
            07 SUPW-STATE             PIC X(2).
            07 SUPW-ZIP               PIC X(9).
            07 SUPW-CONTACT           PIC X(40).
            07 SUPW-LEAD-DAYS         PIC S9(3) USAGE COMP-3.
            07 SUPW-IBAN              PIC X(32).
            07 SUPW-STATUS            PIC X(1).
              88 SUPW-STATUS-OK       VALUE 'A' 'I'.
            07 SUPW-OLD-NAME          PIC X(40).
            07 SUPW-OLD-ADDR          PIC X(40).
            07 SUPW-OLD-CONTACT       PIC X(40).
            07 SUPW-OLD-LEAD-DAYS     PIC S9(3) USAGE COMP-3.
            07 SUPW-OLD-STATUS        PIC X(1).
            07 SUPW-OLD-IBAN          PIC X(32).
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
            05 SUPI-SUPPLIER-ID                 PIC X(8).
            05 SUPI-NAME                        PIC X(40).
            05 SUPI-ADDR                        PIC X(40).
            05 SUPI-CITY                        PIC X(20).
            05 SUPI-STATE                       PIC X(2).
            05 SUPI-ZIP                         PIC X(9).
            05 SUPI-CONTACT                     PIC X(40).
            05 SUPI-LEAD-DAYS                   PIC S9(3) COMP-3.
            05 SUPI-STATUS                      PIC X(1).
            05 SUPI-IBAN                        PIC X(32).
        01 SUPPLIER-OUT.
            05 SUPO-SUPPLIER-ID                 PIC X(8).
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
              PERFORM FETCH-OLD-SUPPLIER THRU FETCH-OLD-SUPPLIER-END
           END-IF
           IF RTCD-OK
              PERFORM DO-UPDATE THRU DO-UPDATE-END
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO SUPPLIER-OUT
            SET RTCD-OK TO TRUE
            MOVE SUPI-SUPPLIER-ID TO SUPW-SUPPLIER-ID
            MOVE SUPI-NAME TO SUPW-NAME
            MOVE SUPI-ADDR TO SUPW-ADDR
            MOVE SUPI-CITY TO SUPW-CITY
            MOVE SUPI-STATE TO SUPW-STATE
            MOVE SUPI-ZIP TO SUPW-ZIP
            MOVE SUPI-CONTACT TO SUPW-CONTACT
            MOVE SUPI-LEAD-DAYS TO SUPW-LEAD-DAYS
            MOVE SUPI-IBAN TO SUPW-IBAN
            MOVE SUPI-STATUS TO SUPW-STATUS
            MOVE SUPI-SUPPLIER-ID TO SUPO-SUPPLIER-ID
            IF SUPW-NAME = SPACES
               OR SUPW-ADDR = SPACES
               OR SUPW-CITY = SPACES
               OR SUPW-STATE = SPACES
               OR SUPW-ZIP = SPACES
               OR SUPW-CONTACT = SPACES
               OR SUPW-IBAN = SPACES
               SET RTCD-INVALID-DATA TO TRUE
               MOVE 'NOT UPDATED - NAME, ADDRESS, CONTACT, IBAN NEEDED'
                  TO RT-MSG
            END-IF
            IF SUPW-LEAD-DAYS NOT > 0
               OR NOT SUPW-STATUS-OK
               SET RTCD-INVALID-DATA TO TRUE
               MOVE 'NOT UPDATED - BAD LEAD TIME OR UNKNOWN STATUS'
                  TO RT-MSG
            END-IF
            DISPLAY 'SUPPLIER = ' SUPW-SUPPLIER-ID.
       GET-INPUT-END.
           EXIT.
      **************************************************************
       FETCH-OLD-SUPPLIER.
            EXEC SQL
                 SELECT SUP_NAME, SUP_ADDR, SUP_CONTACT,
                        SUP_LEAD_DAYS, SUP_STATUS, SUP_IBAN
                   INTO :SUPW-OLD-NAME, :SUPW-OLD-ADDR,
                        :SUPW-OLD-CONTACT, :SUPW-OLD-LEAD-DAYS,
                        :SUPW-OLD-STATUS, :SUPW-OLD-IBAN
                   FROM OLS0002.SUPPLIER
                  WHERE SUP_SUPPLIER_ID = :SUPW-SUPPLIER-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-NOT-FOUND TO TRUE
               MOVE 'NOT UPDATED - SUPPLIER NOT ON MASTER' TO RT-MSG
            END-IF.
       FETCH-OLD-SUPPLIER-END.
           EXIT.
      **************************************************************
       DO-UPDATE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            EXEC SQL
                 UPDATE OLS0002.SUPPLIER
                    SET SUP_NAME = :SUPW-NAME,
                        SUP_ADDR = :SUPW-ADDR,
                        SUP_CITY = :SUPW-CITY,
                        SUP_STATE = :SUPW-STATE,
                        SUP_ZIP = :SUPW-ZIP,
                        SUP_CONTACT = :SUPW-CONTACT,
                        SUP_LEAD_DAYS = :SUPW-LEAD-DAYS,
                        SUP_STATUS = :SUPW-STATUS,
                        SUP_IBAN = :SUPW-IBAN,
                        SUP_UPDT_DT = :WS-CURRENT-DATE
                  WHERE SUP_SUPPLIER_ID = :SUPW-SUPPLIER-ID
            END-EXEC
            IF SQLCODE = 0
               MOVE 'SUCCESSFUL SUPPLIER UPDATE' TO RT-MSG
               PERFORM SUPPLIER-AUDIT THRU SUPPLIER-AUDIT-END
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
       SUPPLIER-AUDIT.
            EXEC SQL
                 INSERT INTO OLS0002.SUPPLIER_AUDIT (
                    SAUD_SUPPLIER_ID, SAUD_ACTION,
                    SAUD_USERID, SAUD_TS,
                    SAUD_OLD_NAME, SAUD_OLD_ADDR,
                    SAUD_OLD_CONTACT, SAUD_OLD_LEAD_DAYS,
                    SAUD_OLD_STATUS,
                    SAUD_NEW_NAME, SAUD_NEW_ADDR,
                    SAUD_NEW_CONTACT, SAUD_NEW_LEAD_DAYS,
                    SAUD_NEW_STATUS,
                    SAUD_OLD_IBAN, SAUD_NEW_IBAN)
                 VALUES (
                    :SUPW-SUPPLIER-ID, 'UPDATE',
                    :EIBUSERID, CURRENT TIMESTAMP,
                    :SUPW-OLD-NAME, :SUPW-OLD-ADDR,
                    :SUPW-OLD-CONTACT, :SUPW-OLD-LEAD-DAYS,
                    :SUPW-OLD-STATUS,
                    :SUPW-NAME, :SUPW-ADDR,
                    :SUPW-CONTACT, :SUPW-LEAD-DAYS, :SUPW-STATUS,
                    :SUPW-OLD-IBAN, :SUPW-IBAN)
            END-EXEC.
       SUPPLIER-AUDIT-END.
           EXIT.
      **************************************************************
