      * THE IBAN, LOCKED ACCOUNT, INSUFFICIENT FUNDS) IS WRITTEN TO
      * THE RETURN FILE SODRETN WITH A REASON CODE FOR THE
      * INSURANCE SIDE (SODRCS2) TO PROCESS.
      * A COLLECTION THAT WOULD OTHERWISE BE RETURNED 'NF' ON AN
      * ACCOUNT WITH AN OVERDRAFT-PROTECTION LINK (ODPLCS9) IS
      * COVERED FIRST: ODPTCS9 MOVES THE SHORTFALL IN FROM THE
      * PROTECTING ACCOUNT IN THE SAME UNIT OF WORK, AND UNWINDS
      * IT IF THE COLLECTION THEN FAILS TO POST.
      * EVERY COLLECTION POSTED IS ALSO WRITTEN TO THE INSURANCE
      * SIDE'S POLICY PREMIUM LEDGER AS A 'PAY' ENTRY THROUGH THE
      * SHARED PLDGCS2 POSTER.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SODBCS9.
        01 ACTW-OPEN-HOLDS            PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 ACTW-DESCRIPTION           PIC X(40).
      **************************************************************
      * OVERDRAFT-PROTECTION WORK AREA. ODPW-SHORTFALL IS WHAT A
      * COLLECTION EXCEEDS AVAILABLE FUNDS BY; ODPTCS9 COVERS IT
      * FROM THE LINKED PROTECTING ACCOUNT. ODPW-REF-SEQ STANDS IN
      * FOR THE CICS TASK NUMBER IN THE TRANSFER REFERENCE. THE
      * PARM LAYOUT IS THE ONE ODPTCS9 DECLARES IN ITS LINKAGE.
      **************************************************************
        01 ODPW-SHORTFALL             PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 ODPW-COVERED-SW            PIC X(1) VALUE 'N'.
        01 ODPW-REF-SEQ               PIC 9(7) VALUE 0.
        01 ODPT-PARM.
           05 ODPT-FUNCTION                PIC X(1).
           05 ODPT-ACCOUNT-ID              PIC X(11).
           05 ODPT-SHORTFALL               PIC S9(11)V9(3) COMP-3.
           05 ODPT-USERID                  PIC X(8).
           05 ODPT-CHANNEL                 PIC X(8).
           05 ODPT-REF-TOKEN               PIC 9(7).
           05 ODPT-PROTECT-ACCOUNT-ID      PIC X(11).
           05 ODPT-FEE-AMOUNT              PIC S9(11)V9(3) COMP-3.
           05 ODPT-NEW-BALANCE             PIC S9(11)V9(3) COMP-3.
           05 ODPT-UPDT-DT                 PIC X(8).
           05 ODPT-TRANSFER-REF            PIC X(16).
           05 ODPT-RTCD                    PIC S9.
             88 ODPT-OK                    VALUE 0.
           05 ODPT-MSG                     PIC X(60).
      **************************************************************
      * RETURN REASON CODES CARRIED BACK TO THE INSURANCE SIDE:
      * NA = NO ACCOUNT FOR IBAN, LK = ACCOUNT LOCKED,
      * NF = INSUFFICIENT FUNDS (AND NO OVERDRAFT PROTECTION
      * COULD COVER IT), SQ = SQL FAILURE ON POSTING.
      **************************************************************
        01 WS-RETURN-REASON                PIC X(2)   VALUE SPACES.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-NEXT-RCY-ID                  PIC S9(9)  COMP VALUE 0.
        01 WS-DEBITS-POSTED                PIC 9(7)   VALUE 0.
        01 WS-DEBITS-RETURNED              PIC 9(7)   VALUE 0.
        01 WS-PROTECTIONS-USED             PIC 9(7)   VALUE 0.
        01 WS-DEBIT-COLLECTION-FILE-STATUS PIC X(2)   VALUE '00'.
        01 WS-DEBIT-RETURN-FILE-STATUS     PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
           05 DEPG-BUSINESS-DT             PIC 9(8).
           05 DEPG-RTCD                    PIC S9.
           05 DEPG-MSG                     PIC X(60).
      **************************************************************
      * PREMIUM LEDGER PARAMETER AREA - PASSED TO PLDGCS2.
      **************************************************************
        01 PLDG-PARM.
           05 PLDG-POLICY-NUM            PIC X(11).
           05 PLDG-ENTRY-TYPE            PIC X(4).
           05 PLDG-ENTRY-DT              PIC 9(8).
           05 PLDG-AMOUNT                PIC S9(11)V9(3) COMP-3.
           05 PLDG-SOURCE                PIC X(8).
           05 PLDG-REF                   PIC X(16).
           05 PLDG-DESCRIPTION           PIC X(40).
           05 PLDG-SEQ                   PIC S9(9) COMP.
           05 PLDG-AMOUNT-DUE            PIC S9(11)V9(3) COMP-3.
           05 PLDG-RTCD                  PIC S9.
           05 PLDG-MSG                   PIC X(60).
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM REGISTER-RUN THRU REGISTER-RUN-END
           DISPLAY 'SODBCS9 RECORDS READ:     ' WS-RECORDS-READ
           DISPLAY 'SODBCS9 DEBITS POSTED:    ' WS-DEBITS-POSTED
           DISPLAY 'SODBCS9 DEBITS RETURNED:  ' WS-DEBITS-RETURNED
           DISPLAY 'SODBCS9 OVERDRAFT PROTECTIONS: '
              WS-PROTECTIONS-USED
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
      **************************************************************
       PROCESS-FEED-RECORD.
           PERFORM PARSE-FEED-RECORD THRU PARSE-FEED-RECORD-END
           MOVE 0 TO ODPW-SHORTFALL
           MOVE 'N' TO ODPW-COVERED-SW
           PERFORM FETCH-ACCOUNT-BY-IBAN
              THRU FETCH-ACCOUNT-BY-IBAN-END
           IF WS-RETURN-REASON = SPACES AND ODPW-SHORTFALL > 0
              PERFORM COVER-SHORTFALL THRU COVER-SHORTFALL-END
           END-IF
           IF WS-RETURN-REASON = SPACES
              PERFORM DO-POST THRU DO-POST-END
           END-IF
      * STANDING ORDER IDENTIFIES IT - BY ACCT_IBAN - AND MAKES THE
      * SAME CHECKS WACTCS9 MAKES BEFORE A WITHDRAWAL: THE ACCOUNT
      * MUST EXIST, MUST NOT BE LOCKED, AND THE DEBIT MUST FIT IN
      * BALANCE PLUS WHATEVER OVERDRAFT ROOM REMAINS - OR LEAVE A
      * SHORTFALL FOR COVER-SHORTFALL TO SETTLE.
      **************************************************************
       FETCH-ACCOUNT-BY-IBAN.
            EXEC SQL
                  PERFORM FETCH-OPEN-HOLDS THRU FETCH-OPEN-HOLDS-END
                  IF ACTW-AMOUNT > ACTW-BALANCE - ACTW-OPEN-HOLDS
                        + ACTW-OVERDRAFT-LIMIT
                     COMPUTE ODPW-SHORTFALL = ACTW-AMOUNT
                        - (ACTW-BALANCE - ACTW-OPEN-HOLDS
                           + ACTW-OVERDRAFT-LIMIT)
                  END-IF
               END-IF
            END-IF.
            END-EXEC
            IF SQLCODE = 0
               PERFORM POST-LEDGER THRU POST-LEDGER-END
               PERFORM POST-PREMIUM-LEDGER
                  THRU POST-PREMIUM-LEDGER-END
               ADD 1 TO WS-DEBITS-POSTED
            ELSE
               MOVE SQLCODE TO TXT-SQLCODE
               DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
               DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
               MOVE 'SQ' TO WS-RETURN-REASON
               IF ODPW-COVERED-SW = 'Y'
                  IF SQLCODE = -911
                     PERFORM RESET-COVER THRU RESET-COVER-END
                  ELSE
                     PERFORM UNDO-COVER THRU UNDO-COVER-END
                  END-IF
               END-IF
            END-IF.
       DO-POST-END.
           EXIT.
      **************************************************************
      * COVER-SHORTFALL ASKS ODPTCS9 TO BRING THE SHORTFALL IN FROM
      * THE PROTECTING ACCOUNT. WITH NO LINK, OR A PROTECTING
      * ACCOUNT THAT CANNOT PAY, THE DEBIT IS RETURNED 'NF' AS
      * BEFORE. ON SUCCESS THE BALANCE AND GUARD DATE ODPTCS9 LEFT
      * ON THE ROW BECOME THE ONES DO-POST WORKS FROM.
      **************************************************************
       COVER-SHORTFALL.
            ADD 1 TO ODPW-REF-SEQ
            MOVE 'T'              TO ODPT-FUNCTION
            MOVE ACTW-ACCOUNT-ID  TO ODPT-ACCOUNT-ID
            MOVE ODPW-SHORTFALL   TO ODPT-SHORTFALL
            MOVE 'SODBCS9 '       TO ODPT-USERID
            MOVE 'SODBCS9 '       TO ODPT-CHANNEL
            MOVE ODPW-REF-SEQ     TO ODPT-REF-TOKEN
            CALL 'ODPTCS9' USING ODPT-PARM
            IF NOT ODPT-OK
               MOVE 'NF' TO WS-RETURN-REASON
               GO TO COVER-SHORTFALL-END
            END-IF
            MOVE 'Y' TO ODPW-COVERED-SW
            ADD 1 TO WS-PROTECTIONS-USED
            MOVE ODPT-NEW-BALANCE TO ACTW-BALANCE
            MOVE ODPT-UPDT-DT     TO ACTW-UPDT-DT.
       COVER-SHORTFALL-END.
           EXIT.
      **************************************************************
      * UNDO-COVER HANDS THE PROTECTION TRANSFER BACK WHEN THE
      * DEBIT DID NOT POST. A -911 HAS ALREADY ROLLED THE TRANSFER
      * BACK WITH THE REST OF THE UNIT OF WORK, SO THERE
      * RESET-COVER ONLY FORGETS IT.
      **************************************************************
       UNDO-COVER.
            MOVE 'U' TO ODPT-FUNCTION
            CALL 'ODPTCS9' USING ODPT-PARM
            PERFORM RESET-COVER THRU RESET-COVER-END.
       UNDO-COVER-END.
           EXIT.
      **************************************************************
       RESET-COVER.
            MOVE 'N' TO ODPW-COVERED-SW
            SUBTRACT 1 FROM WS-PROTECTIONS-USED.
       RESET-COVER-END.
           EXIT.
      **************************************************************
      * EVERY POSTED ROW IS STAMPED WITH THE FEED ENVELOPE'S
      * RUN-ID (TXN_BATCH_REF), SO A CORRUPT RUN CAN BE BACKED
      * OUT WHOLESALE BY MRVSCS9 INSTEAD OF ONE RVSLCS9 AT A
                    TXN_USERID, TXN_DESCRIPTION, TXN_BATCH_REF)
                 VALUES (
                    :ACTW-ACCOUNT-ID, 'W', :ACTW-AMOUNT,
                    :ACTW-NEW-BALANCE, :ACTW-CURRENCY,
                    CURRENT TIMESTAMP,
                    'SODBCS9', :ACTW-DESCRIPTION,
                    :FEEDC-RUN-ID)
            END-EXEC.
       POST-LEDGER-END.
           EXIT.
      **************************************************************
      * POST-PREMIUM-LEDGER - THE COLLECTION JUST TAKEN PAYS THE
      * 'BILL' SODUCS2 RAISED, SO THE SAME AMOUNT GOES ON THE
      * INSURANCE SIDE'S POLICY PREMIUM LEDGER (PLDGCS2) AS A
      * 'PAY' ENTRY STAMPED WITH THE FEED RUN-ID.
      **************************************************************
       POST-PREMIUM-LEDGER.
            MOVE ACTW-POLICY-NUM TO PLDG-POLICY-NUM
            MOVE 'PAY ' TO PLDG-ENTRY-TYPE
            MOVE WS-CURRENT-DATE TO PLDG-ENTRY-DT
            MOVE ACTW-AMOUNT TO PLDG-AMOUNT
            MOVE 'SODBCS9 ' TO PLDG-SOURCE
            MOVE FEEDC-RUN-ID TO PLDG-REF
            MOVE SPACES TO PLDG-DESCRIPTION
            STRING 'AUTO-DEBIT COLLECTED DUE ' DELIMITED BY SIZE
               ACTW-DUE-DATE DELIMITED BY SIZE
               INTO PLDG-DESCRIPTION
            END-STRING
            CALL 'PLDGCS2' USING PLDG-PARM
            IF PLDG-RTCD NOT = 0
               DISPLAY 'SODBCS9 PREMIUM LEDGER NOT POSTED: '
                  ACTW-POLICY-NUM ' ' PLDG-MSG
            END-IF.
       POST-PREMIUM-LEDGER-END.
           EXIT.
      **************************************************************
      * THE RETURN RECORD CARRIES THE ORIGINAL FEED FIELDS PLUS THE
      * REASON CODE, PIPE-DELIMITED THE SAME WAY THE FEED ITSELF IS,
      * SO THE INSURANCE SIDE CAN KEY ITS GRACE-PERIOD HANDLING OFF
