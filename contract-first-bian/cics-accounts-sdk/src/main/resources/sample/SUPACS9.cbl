CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * SUPACS9 - ADD A SUPPLIER FOR CICS AND DB2.
      * THE SUPPLIERS WE BUY STOCK FROM WERE A NAME IN THE BUYING
      * TEAM'S EMAIL, SO A PURCHASE ORDER HAD NOBODY TO BE RAISED
      * AGAINST. THE SUPPLIER MASTER OLS0002.SUPPLIER - KEYED BY
      * SUPPLIER ID, CARRYING THE NAME, ORDER ADDRESS, THE ORDER
      * CONTACT (MAILBOX THE OUTBOUND PURCHASE ORDERS GO TO), THE
      * STANDARD LEAD TIME IN DAYS AND AN ACTIVE/INACTIVE STATUS -
      * IS WHAT PSGACS9 APPROVES A PURCHASE SUGGESTION AGAINST,
      * WHAT POGNCS9 RAISES THE PURCHASE ORDER TO (EXPECTED DATE =
      * ORDER DATE PLUS LEAD TIME) AND WHAT POAGCS9 AGES OPEN
      * ORDERS BY. MAINTAINED IN THE ITMACS9/ITMUCS9 STYLE: SUPACS9
      * ADDS, SUPUCS9 UPDATES AND INACTIVATES, EACH WRITING THE
      * BEFORE/AFTER IMAGE TO OLS0002.SUPPLIER_AUDIT.
      * THE SUPPLIER'S BANK ACCOUNT (SUP_IBAN) IS WHERE SIVRCS9
      * SENDS THE CREDIT TRANSFER FOR A MATCHED INVOICE, SO IT IS
      * REQUIRED HERE AND AUDITED LIKE EVERY OTHER FIELD - A
      * CHANGED PAYEE ACCOUNT IS THE FIRST THING AN AUDITOR ASKS
      * ABOUT.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SUPACS9.
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
            05 SUPI-SUPPLIER-ID                 PIC X(8).
            05 SUPI-NAME                        PIC X(40).
            05 SUPI-ADDR                        PIC X(40).
            05 SUPI-CITY                        PIC X(20).
            05 SUPI-STATE                       PIC X(2).
            05 SUPI-ZIP                         PIC X(9).
            05 SUPI-CONTACT                     PIC X(40).
            05 SUPI-LEAD-DAYS                   PIC S9(3) COMP-3.
            05 SUPI-IBAN                        PIC X(32).
        01 SUPPLIER-OUT.
            05 SUPO-SUPPLIER-ID                 PIC X(8).
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-INVALID-KEY               VALUE 1.
              88 RTCD-INVALID-DATA              VALUE 2.
              88 RTCD-INVALID-LEAD-DAYS         VALUE 3.
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
            MOVE SUPI-SUPPLIER-ID TO SUPO-SUPPLIER-ID
            DISPLAY 'SUPPLIER = ' SUPW-SUPPLIER-ID
            IF SUPW-SUPPLIER-ID = SPACES
               SET RTCD-INVALID-KEY TO TRUE
               MOVE 'NOT ADDED - SUPPLIER ID REQUIRED' TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF SUPW-NAME = SPACES
               OR SUPW-ADDR = SPACES
               OR SUPW-CITY = SPACES
               OR SUPW-STATE = SPACES
               OR SUPW-ZIP = SPACES
               OR SUPW-CONTACT = SPACES
               OR SUPW-IBAN = SPACES
               SET RTCD-INVALID-DATA TO TRUE
               MOVE 'NOT ADDED - NAME, ADDRESS, CONTACT AND IBAN NEEDED'
                  TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF SUPW-LEAD-DAYS NOT > 0
               SET RTCD-INVALID-LEAD-DAYS TO TRUE
               MOVE 'NOT ADDED - LEAD TIME MUST BE AT LEAST ONE DAY'
                  TO RT-MSG
            END-IF.
       GET-INPUT-END.
           EXIT.
      **************************************************************
       CHECK-DUPLICATE.
            MOVE 0 TO DUP-COUNT
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :DUP-COUNT
                   FROM OLS0002.SUPPLIER
                  WHERE SUP_SUPPLIER_ID = :SUPW-SUPPLIER-ID
            END-EXEC
            IF DUP-COUNT > 0
               SET RTCD-ALREADY-EXISTS TO TRUE
               MOVE 'NOT ADDED - SUPPLIER ALREADY ON MASTER' TO RT-MSG
            END-IF.
       CHECK-DUPLICATE-END.
           EXIT.
      **************************************************************
       DO-SQL.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            EXEC SQL
                  INSERT INTO OLS0002.SUPPLIER (
                     SUP_SUPPLIER_ID, SUP_NAME, SUP_ADDR,
                     SUP_CITY, SUP_STATE, SUP_ZIP, SUP_CONTACT,
                     SUP_LEAD_DAYS, SUP_STATUS, SUP_UPDT_DT,
                     SUP_IBAN)
                  VALUES (
                     :SUPW-SUPPLIER-ID, :SUPW-NAME, :SUPW-ADDR,
                     :SUPW-CITY, :SUPW-STATE, :SUPW-ZIP,
                     :SUPW-CONTACT, :SUPW-LEAD-DAYS, 'A',
                     :WS-CURRENT-DATE, :SUPW-IBAN)
            END-EXEC
            IF SQLCODE = 0
               MOVE 'SUCCESSFUL SUPPLIER ADD' TO RT-MSG
               PERFORM SUPPLIER-AUDIT THRU SUPPLIER-AUDIT-END
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
      * SPACES/ZEROS, THE SAME WAY ITMACS9 AUDITS AN ITEM ADD.
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
                    :SUPW-SUPPLIER-ID, 'ADD',
                    :EIBUSERID, CURRENT TIMESTAMP,
                    ' ', ' ', ' ', 0, ' ',
                    :SUPW-NAME, :SUPW-ADDR,
                    :SUPW-CONTACT, :SUPW-LEAD-DAYS, 'A',
                    ' ', :SUPW-IBAN)
            END-EXEC.
       SUPPLIER-AUDIT-END.
           EXIT.
      **************************************************************
