      * BOUNCED ITEM IS TRACEABLE FROM REJECTION THROUGH
      * CORRECTION TO POSTING INSTEAD OF BEING RE-KEYED FROM
      * PAPER.
      * A WITHDRAWAL THAT WOULD BREACH THE OVERDRAFT ON AN ACCOUNT
      * WITH AN OVERDRAFT-PROTECTION LINK (ODPLCS9) IS NOT REJECTED
      * 'OD' UNTIL ODPTCS9 HAS TRIED TO MOVE THE SHORTFALL IN FROM
      * THE PROTECTING ACCOUNT; A COVERED RECORD POSTS IN THE SAME
      * UNIT OF WORK AS ITS TRANSFER, AND THE TRANSFER IS UNWOUND
      * IF THE POSTING THEN FAILS.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ATMPCS9.
        01 ACTW-DESCRIPTION           PIC X(40).
        01 STOP-MATCH-COUNT           PIC S9(4) COMP VALUE 0.
      **************************************************************
      * OVERDRAFT-PROTECTION WORK AREA. ODPW-SHORTFALL IS WHAT A
      * WITHDRAWAL EXCEEDS AVAILABLE FUNDS BY; ODPTCS9 COVERS IT
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
      * CARD-MASTER WORK AREA FOR THE CARD-LEVEL GATE. THE CARD'S
      * STATUS AND EXPIRY COME FROM OLS0002.CARD_MASTER; ITS
      * DAILY LIMIT CAPS EACH SINGLE FEED WITHDRAWAL.
                                         VALUE 0.
      **************************************************************
      * REJECT REASON CODES: NA = UNKNOWN ACCOUNT, LK = ACCOUNT
      * LOCKED, OD = WOULD BREACH OVERDRAFT (AND NO OVERDRAFT
      * PROTECTION COULD COVER IT), TY = BAD TRANSACTION
      * TYPE, SP = ACTIVE STOP-PAYMENT ORDER MATCHES, SQ = SQL
      * FAILURE ON POSTING, CD = CARD NOT ACTIVE OR NOT ON THE
      * CARD MASTER, CL = OVER THE CARD'S DAILY LIMIT.
        01 WS-NEXT-RCY-ID                  PIC S9(9)  COMP VALUE 0.
        01 WS-REJECT-IMAGE                 PIC X(142) VALUE SPACES.
        01 WS-HOLDS-SETTLED                PIC 9(7)   VALUE 0.
        01 WS-PROTECTIONS-USED             PIC 9(7)   VALUE 0.
        01 WS-AMOUNT-ED                    PIC -9(12)9.999.
        01 WS-AMOUNT-ED-2                  PIC -9(12)9.999.
        01 EODATA                          PIC X(1)   VALUE 'N'.
           DISPLAY 'ATMPCS9 RECORDS POSTED:   ' WS-RECORDS-POSTED
           DISPLAY 'ATMPCS9 RECORDS REJECTED: ' WS-RECORDS-REJECTED
           DISPLAY 'ATMPCS9 AUTH HOLDS SETTLED: ' WS-HOLDS-SETTLED
           DISPLAY 'ATMPCS9 OVERDRAFT PROTECTIONS: '
              WS-PROTECTIONS-USED
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
      **************************************************************
       PROCESS-FEED-RECORD.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO ODPW-SHORTFALL
           MOVE 'N' TO ODPW-COVERED-SW
           MOVE ATM-ACCOUNT-ID TO ACTW-ACCOUNT-ID
           MOVE ATM-TXN-TYPE TO ACTW-TXN-TYPE
           MOVE ATM-AMOUNT TO ACTW-AMOUNT
                 PERFORM FETCH-ACCOUNT THRU FETCH-ACCOUNT-END
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES AND ODPW-SHORTFALL > 0
              PERFORM COVER-SHORTFALL THRU COVER-SHORTFALL-END
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM DO-POST THRU DO-POST-END
           END-IF
      * PROGRAMS MAKE: THE ACCOUNT MUST EXIST AND NOT BE LOCKED,
      * AND A WITHDRAWAL MUST FIT IN THE AVAILABLE BALANCE
      * (BALANCE MINUS OPEN HOLDS PLUS OVERDRAFT ROOM) THE WAY
      * WACTCS9 ENFORCES IT - OR LEAVE A SHORTFALL FOR
      * COVER-SHORTFALL TO SETTLE ONCE THE STOP CHECK HAS PASSED.
      **************************************************************
       FETCH-ACCOUNT.
            EXEC SQL
               PERFORM MATCH-AUTH-HOLD THRU MATCH-AUTH-HOLD-END
               IF ACTW-AMOUNT > ACTW-BALANCE - ACTW-OPEN-HOLDS
                     + ACTW-OVERDRAFT-LIMIT
                  COMPUTE ODPW-SHORTFALL = ACTW-AMOUNT
                     - (ACTW-BALANCE - ACTW-OPEN-HOLDS
                        + ACTW-OVERDRAFT-LIMIT)
               END-IF
               PERFORM CHECK-STOP-PAYMENT
                  THRU CHECK-STOP-PAYMENT-END
               DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
               DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
               MOVE 'SQ' TO WS-REJECT-REASON
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
      * ACCOUNT THAT CANNOT PAY, THE RECORD IS REJECTED 'OD' AS
      * BEFORE. ON SUCCESS THE BALANCE AND GUARD DATE ODPTCS9 LEFT
      * ON THE ROW BECOME THE ONES DO-POST WORKS FROM.
      **************************************************************
       COVER-SHORTFALL.
            ADD 1 TO ODPW-REF-SEQ
            MOVE 'T'              TO ODPT-FUNCTION
            MOVE ACTW-ACCOUNT-ID  TO ODPT-ACCOUNT-ID
            MOVE ODPW-SHORTFALL   TO ODPT-SHORTFALL
            MOVE 'ATMPCS9 '       TO ODPT-USERID
            MOVE 'ATMPCS9 '       TO ODPT-CHANNEL
            MOVE ODPW-REF-SEQ     TO ODPT-REF-TOKEN
            CALL 'ODPTCS9' USING ODPT-PARM
            IF NOT ODPT-OK
               MOVE 'OD' TO WS-REJECT-REASON
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
      * RECORD DID NOT POST. A -911 HAS ALREADY ROLLED THE TRANSFER
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
                    :ACTW-ACCOUNT-ID, :ACTW-TXN-TYPE, :ACTW-AMOUNT,
                    :ACTW-NEW-BALANCE, :ACTW-CURRENCY,
                    CURRENT TIMESTAMP,
                    'ATMPCS9', :ACTW-DESCRIPTION,
                    :FEEDC-RUN-ID)
            END-EXEC.
