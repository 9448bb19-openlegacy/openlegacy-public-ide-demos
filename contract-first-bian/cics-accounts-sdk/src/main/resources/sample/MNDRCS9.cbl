CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * MNDRCS9 - REVOKE AN AUTHORISED SIGNATORY FROM A BUSINESS
      * ACCOUNT'S MANDATE, FOR CICS AND DB2. THE ACTIVE
      * OLS0002.ACCOUNT_MANDATE ROW IS MARKED REVOKED ('R') WITH
      * THE REVOCATION DATE UNDER A STATUS-GUARDED UPDATE - THE
      * ROW ITSELF STAYS, SO THE REGISTER STILL SHOWS WHO COULD
      * SIGN WHEN - AND THE REVOCATION, WITH THE TERMS THAT WERE
      * IN FORCE, IS WRITTEN TO THE OLS0002.MANDATE_AUDIT TRAIL.
      * FROM THAT MOMENT MNDTCS9 REFUSES THE SIGNATORY'S PAYMENTS
      * AND PNDACS9 REFUSES THEIR CO-SIGNATURES.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MNDRCS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
        01 MANDATE-WS.
            07 MNDW-ACCOUNT-ID       PIC X(11).
            07 MNDW-SIGNATORY-ID     PIC X(16).
            07 MNDW-ROLE             PIC X(8).
            07 MNDW-SIGN-LIMIT       PIC S9(11)V9(3) USAGE COMP-3.
            07 MNDW-DUAL-ABOVE       PIC S9(11)V9(3) USAGE COMP-3.
      ****************************************************
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 MNDI-ACCOUNT-ID                  PIC X(11).
            05 MNDI-SIGNATORY-ID                PIC X(16).
        01 MANDATE-OUT.
            05 MNDO-ACCOUNT-ID                  PIC X(11).
            05 MNDO-SIGNATORY-ID                PIC X(16).
            05 MNDO-ROLE                        PIC X(8).
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-NO-MANDATE                VALUE 1.
              88 RTCD-SQL-ERROR                 VALUE 2.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           PERFORM FETCH-MANDATE THRU FETCH-MANDATE-END
           IF RTCD-OK
              PERFORM DO-REVOKE THRU DO-REVOKE-END
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO MANDATE-OUT
            SET RTCD-OK TO TRUE
            MOVE MNDI-ACCOUNT-ID    TO MNDW-ACCOUNT-ID
            MOVE MNDI-SIGNATORY-ID  TO MNDW-SIGNATORY-ID
            MOVE MNDI-ACCOUNT-ID    TO MNDO-ACCOUNT-ID
            MOVE MNDI-SIGNATORY-ID  TO MNDO-SIGNATORY-ID
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            DISPLAY 'ACCOUNT-ID = ' MNDW-ACCOUNT-ID.
       GET-INPUT-END.
           EXIT.
      **************************************************************
       FETCH-MANDATE.
            EXEC SQL
                 SELECT MND_ROLE, MND_SIGN_LIMIT, MND_DUAL_ABOVE
                   INTO :MNDW-ROLE, :MNDW-SIGN-LIMIT,
                        :MNDW-DUAL-ABOVE
                   FROM OLS0002.ACCOUNT_MANDATE
                  WHERE MND_ACCOUNT_ID = :MNDW-ACCOUNT-ID
                    AND MND_SIGNATORY_ID = :MNDW-SIGNATORY-ID
                    AND MND_STATUS = 'A'
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-NO-MANDATE TO TRUE
               MOVE 'NOT SUCCESSFUL REVOKE - NO ACTIVE MANDATE'
                  TO RT-MSG
               GO TO FETCH-MANDATE-END
            END-IF
            MOVE MNDW-ROLE TO MNDO-ROLE.
       FETCH-MANDATE-END.
           EXIT.
      **************************************************************
       DO-REVOKE.
            EXEC SQL
                 UPDATE OLS0002.ACCOUNT_MANDATE
                    SET MND_STATUS = 'R',
                        MND_REVOKE_DT = :WS-CURRENT-DATE,
                        MND_USERID = :EIBUSERID
                  WHERE MND_ACCOUNT_ID = :MNDW-ACCOUNT-ID
                    AND MND_SIGNATORY_ID = :MNDW-SIGNATORY-ID
                    AND MND_STATUS = 'A'
            END-EXEC
            IF SQLCODE = 100
               SET RTCD-NO-MANDATE TO TRUE
               MOVE 'NOT SUCCESSFUL REVOKE - NO ACTIVE MANDATE'
                  TO RT-MSG
               GO TO DO-REVOKE-END
            END-IF
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO DO-REVOKE-END
            END-IF
            EXEC SQL
                 INSERT INTO OLS0002.MANDATE_AUDIT (
                    MAUD_ACCOUNT_ID, MAUD_SIGNATORY_ID, MAUD_ACTION,
                    MAUD_ROLE, MAUD_SIGN_LIMIT, MAUD_DUAL_ABOVE,
                    MAUD_REQUEST_ID, MAUD_AMOUNT, MAUD_USERID,
                    MAUD_TS)
                 VALUES (
                    :MNDW-ACCOUNT-ID, :MNDW-SIGNATORY-ID, 'REVOKE',
                    :MNDW-ROLE, :MNDW-SIGN-LIMIT, :MNDW-DUAL-ABOVE,
                    0, 0, :EIBUSERID, CURRENT TIMESTAMP)
            END-EXEC
            MOVE 'SUCCESSFUL SIGNATORY REVOKED' TO RT-MSG.
       DO-REVOKE-END.
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
            MOVE 'NOT SUCCESSFUL REVOKE' TO RT-MSG.
       REPORT-SQL-FAILURE-END.
           EXIT.
      **************************************************************
