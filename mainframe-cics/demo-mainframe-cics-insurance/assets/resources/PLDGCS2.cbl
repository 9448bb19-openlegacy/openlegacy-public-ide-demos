CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * PLDGCS2 - SHARED POLICY PREMIUM LEDGER POSTER.
      * WHAT A POLICYHOLDER WAS BILLED, PAID, MISSED, REFUNDED AND
      * CHARGED ON REINSTATEMENT USED TO LIVE IN FIVE DIFFERENT
      * TABLES, AND "WHAT DO I OWE AND WHY" MEANT READING ALL OF
      * THEM. EVERY PROGRAM THAT MOVES PREMIUM MONEY NOW CALLS
      * PLDGCS2 WITH ONE ENTRY, AND PLDGCS2 APPENDS IT TO
      * OLS0002.POLICY_LEDGER UNDER THE POLICY'S NEXT SEQUENCE
      * WITH THE RUNNING AMOUNT DUE CARRIED FORWARD FROM THE
      * PREVIOUS ENTRY:
      *   BILL - PREMIUM BILLED (PBILCS2 NOTICE, SODUCS2 AUTO-
      *          DEBIT COLLECTION RAISED)           AMOUNT DUE UP
      *   PAY  - PREMIUM COLLECTED (SODBCS9 DEBIT POSTED,
      *          LBXPCS2 LOCKBOX RECEIPT)           AMOUNT DUE DOWN
      *   MISS - AUTO-DEBIT RETURNED UNPAID (SODRCS2) - A MEMO
      *          LINE, THE BILL IT FAILED TO PAY STAYS DUE
      *   CRED - UNEARNED PREMIUM CREDITED ON CANCELLATION
      *          (UPOLCS2)                          AMOUNT DUE DOWN
      *   RFND - THAT CREDIT PAID BACK TO THE CUSTOMER
      *          (UPOLCS2)                          AMOUNT DUE UP
      *   RINS - BACK PREMIUM CHARGED ON REINSTATEMENT
      *          (RINSCS2)                          AMOUNT DUE UP
      * THE CALLER PASSES THE AMOUNT UNSIGNED; THE ENTRY TYPE
      * DECIDES WHICH WAY IT MOVES THE AMOUNT DUE, SO NO POSTER
      * CAN GET THE SIGN WRONG. A NEGATIVE AMOUNT DUE IS A CREDIT
      * IN THE CUSTOMER'S FAVOUR. TWO POSTERS RACING FOR THE SAME
      * SEQUENCE COLLIDE ON THE KEY AND THE LOSER RE-READS THE
      * BALANCE AND TRIES ONCE MORE. PLGICS2 PAGES THE LEDGER
      * ONLINE AND PSTMCS2 PRINTS IT AS THE POLICYHOLDER ACCOUNT
      * STATEMENT.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PLDGCS2.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLPOLLEDGER.
           10 PLG_POLICY_NUM       PIC X(11).
           10 PLG_SEQ              PIC S9(9) USAGE COMP.
           10 PLG_ENTRY_DT         PIC X(8).
           10 PLG_ENTRY_TYPE       PIC X(4).
           10 PLG_AMOUNT           PIC S9(11)V9(3) USAGE COMP-3.
           10 PLG_AMOUNT_DUE       PIC S9(11)V9(3) USAGE COMP-3.
           10 PLG_SOURCE           PIC X(8).
           10 PLG_REF              PIC X(16).
           10 PLG_DESCRIPTION      PIC X(40).
           10 PLG_TS               PIC X(26).
      **************************************************************
        01 PLGW-LAST-SEQ             PIC S9(9) COMP VALUE 0.
        01 PLGW-LAST-DUE             PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 PLGW-SIGNED-AMT           PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 PLGW-NEXT-SEQ             PIC S9(9) COMP VALUE 0.
        01 PLGW-NEW-DUE              PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 PLGW-TRIES                PIC S9(4) COMP VALUE 0.
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 PLDG-PARM.
           05 PLDG-POLICY-NUM                  PIC X(11).
           05 PLDG-ENTRY-TYPE                  PIC X(4).
             88 PLDG-TYPE-BILL                 VALUE 'BILL'.
             88 PLDG-TYPE-PAY                  VALUE 'PAY '.
             88 PLDG-TYPE-MISS                 VALUE 'MISS'.
             88 PLDG-TYPE-CRED                 VALUE 'CRED'.
             88 PLDG-TYPE-RFND                 VALUE 'RFND'.
             88 PLDG-TYPE-RINS                 VALUE 'RINS'.
           05 PLDG-ENTRY-DT                    PIC 9(8).
           05 PLDG-AMOUNT                      PIC S9(11)V9(3) COMP-3.
           05 PLDG-SOURCE                      PIC X(8).
           05 PLDG-REF                         PIC X(16).
           05 PLDG-DESCRIPTION                 PIC X(40).
           05 PLDG-SEQ                         PIC S9(9) COMP.
           05 PLDG-AMOUNT-DUE                  PIC S9(11)V9(3) COMP-3.
           05 PLDG-RTCD                        PIC S9.
             88 PLDG-RTCD-OK                   VALUE 0.
             88 PLDG-RTCD-INVALID-TYPE         VALUE 1.
             88 PLDG-RTCD-SQL-ERROR            VALUE 2.
           05 PLDG-MSG                         PIC X(60).
      **************************************************************
       PROCEDURE DIVISION USING PLDG-PARM.
       MAIN-RTN.
           SET PLDG-RTCD-OK TO TRUE
           MOVE SPACES TO PLDG-MSG
           MOVE 0 TO PLDG-SEQ
           MOVE 0 TO PLDG-AMOUNT-DUE
           PERFORM SIGN-AMOUNT THRU SIGN-AMOUNT-END
           IF PLDG-RTCD-OK
              MOVE 0 TO PLGW-TRIES
              PERFORM POST-ENTRY THRU POST-ENTRY-END
           END-IF
           IF PLDG-RTCD-OK
              MOVE 'LEDGER ENTRY POSTED' TO PLDG-MSG
           END-IF
           GOBACK.
      **************************************************************
      * SIGN-AMOUNT - CHARGES RAISE THE AMOUNT DUE, SETTLEMENTS
      * AND CREDITS LOWER IT, AND A MISSED COLLECTION IS A MEMO
      * THAT MOVES NOTHING.
      **************************************************************
       SIGN-AMOUNT.
           IF PLDG-AMOUNT < 0
              COMPUTE PLDG-AMOUNT = 0 - PLDG-AMOUNT
           END-IF
           EVALUATE TRUE
              WHEN PLDG-TYPE-BILL
                 OR PLDG-TYPE-RFND
                 OR PLDG-TYPE-RINS
                 MOVE PLDG-AMOUNT TO PLGW-SIGNED-AMT
              WHEN PLDG-TYPE-PAY
                 OR PLDG-TYPE-CRED
                 COMPUTE PLGW-SIGNED-AMT = 0 - PLDG-AMOUNT
              WHEN PLDG-TYPE-MISS
                 MOVE 0 TO PLGW-SIGNED-AMT
              WHEN OTHER
                 SET PLDG-RTCD-INVALID-TYPE TO TRUE
                 MOVE 'INVALID LEDGER ENTRY TYPE' TO PLDG-MSG
           END-EVALUATE.
       SIGN-AMOUNT-END.
           EXIT.
      **************************************************************
      * POST-ENTRY - CARRY THE AMOUNT DUE FORWARD FROM THE LAST
      * ENTRY (A POLICY'S FIRST ENTRY STARTS FROM ZERO) AND
      * APPEND UNDER THE NEXT SEQUENCE. A DUPLICATE KEY MEANS
      * ANOTHER POSTER GOT THERE FIRST - RE-READ AND RETRY ONCE.
      **************************************************************
       POST-ENTRY.
           ADD 1 TO PLGW-TRIES
           MOVE 0 TO PLGW-LAST-SEQ
           MOVE 0 TO PLGW-LAST-DUE
           EXEC SQL
                SELECT PLG_SEQ, PLG_AMOUNT_DUE
                  INTO :PLGW-LAST-SEQ, :PLGW-LAST-DUE
                  FROM OLS0002.POLICY_LEDGER
                 WHERE PLG_POLICY_NUM = :PLDG-POLICY-NUM
                 ORDER BY PLG_SEQ DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              SET PLDG-RTCD-SQL-ERROR TO TRUE
              MOVE SQLCODE TO TXT-SQLCODE
              MOVE 'LEDGER READ FAILED' TO PLDG-MSG
              DISPLAY 'PLDGCS2 LEDGER READ FAILED: ' TXT-SQLCODE
              GO TO POST-ENTRY-END
           END-IF
           IF SQLCODE = 100
              MOVE 0 TO PLGW-LAST-SEQ
              MOVE 0 TO PLGW-LAST-DUE
           END-IF
           COMPUTE PLGW-NEXT-SEQ = PLGW-LAST-SEQ + 1
           COMPUTE PLGW-NEW-DUE = PLGW-LAST-DUE + PLGW-SIGNED-AMT
           EXEC SQL
                INSERT INTO OLS0002.POLICY_LEDGER (
                   PLG_POLICY_NUM, PLG_SEQ, PLG_ENTRY_DT,
                   PLG_ENTRY_TYPE, PLG_AMOUNT, PLG_AMOUNT_DUE,
                   PLG_SOURCE, PLG_REF, PLG_DESCRIPTION, PLG_TS)
                VALUES (
                   :PLDG-POLICY-NUM, :PLGW-NEXT-SEQ, :PLDG-ENTRY-DT,
                   :PLDG-ENTRY-TYPE, :PLGW-SIGNED-AMT,
                   :PLGW-NEW-DUE, :PLDG-SOURCE, :PLDG-REF,
                   :PLDG-DESCRIPTION, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE = -803 AND PLGW-TRIES < 2
              GO TO POST-ENTRY
           END-IF
           IF SQLCODE NOT = 0
              SET PLDG-RTCD-SQL-ERROR TO TRUE
              MOVE SQLCODE TO TXT-SQLCODE
              MOVE 'LEDGER INSERT FAILED' TO PLDG-MSG
              DISPLAY 'PLDGCS2 LEDGER INSERT FAILED: ' TXT-SQLCODE
                 ' POLICY ' PLDG-POLICY-NUM
              GO TO POST-ENTRY-END
           END-IF
           MOVE PLGW-NEXT-SEQ TO PLDG-SEQ
           MOVE PLGW-NEW-DUE TO PLDG-AMOUNT-DUE.
       POST-ENTRY-END.
           EXIT.
      **************************************************************
