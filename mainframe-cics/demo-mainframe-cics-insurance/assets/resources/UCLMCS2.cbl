      * OLS0002.CLAIM_NOTE (CAPTURED HERE OR FREE-STANDING
      * THROUGH CLNCCS2, PAGED BACK THROUGH CLNICS2), SO THE
      * CLAIMS FILE STANDS UP IN A DISPUTE SIX MONTHS LATER.
      * CLM_RESERVE_AMOUNT ONLY EVER HOLDS THE LATEST FIGURE, SO
      * EVERY RESERVE CHANGE IS ALSO RECORDED ON
      * OLS0002.CLAIM_RESERVE_HIST WITH THE OLD AND NEW AMOUNTS,
      * THE DATE AND THE ADJUSTER - THE HISTORY THE ACTUARIES'
      * LOSS-DEVELOPMENT TRIANGLES (LDTRCS2) ARE BUILT FROM.
      * CLOSED STAYS FINAL HERE: BRINGING A CLOSED CLAIM BACK TO
      * UNDER-REV IS A SUPERVISOR'S REOPEN THROUGH ROPNCS2.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. UCLMCS2.
        01 DECISION-SW               PIC X(1) VALUE 'N'.
        01 NOTE-REQUIRED-SW          PIC X(1) VALUE 'N'.
        01 WS-NEXT-NOTE-SEQ          PIC S9(4) COMP VALUE 0.
        01 WS-NEXT-RSH-SEQ           PIC S9(4) COMP VALUE 0.
        01 WS-OPEN-REFERRALS         PIC S9(4) COMP VALUE 0.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
                  PERFORM WRITE-CLAIM-NOTE
                     THRU WRITE-CLAIM-NOTE-END
               END-IF
               IF ACTW-RESERVE-AMOUNT NOT = ACTW-OLD-RESERVE
                  PERFORM WRITE-RESERVE-HIST
                     THRU WRITE-RESERVE-HIST-END
               END-IF
               MOVE 'SUCCESSFUL STATUS CHANGE' TO RT-MSG
               DISPLAY 'CLAIM ' ACTW-CLAIM-NUM ' NOW '
                  ACTW-NEW-STATUS
       WRITE-CLAIM-NOTE-END.
           EXIT.
      **************************************************************
      * WRITE-RESERVE-HIST RECORDS ONE RESERVE CHANGE ('R') WITH
      * THE AMOUNT IT REPLACED, THE CICS USERID AND THE DATE.
      **************************************************************
       WRITE-RESERVE-HIST.
           MOVE 0 TO WS-NEXT-RSH-SEQ
           EXEC SQL
                SELECT COALESCE(MAX(RSH_SEQ), 0) + 1
                  INTO :WS-NEXT-RSH-SEQ
                  FROM OLS0002.CLAIM_RESERVE_HIST
                 WHERE RSH_CLAIM_NUM = :ACTW-CLAIM-NUM
           END-EXEC
           EXEC SQL
                INSERT INTO OLS0002.CLAIM_RESERVE_HIST (
                   RSH_CLAIM_NUM, RSH_SEQ, RSH_EVENT,
                   RSH_OLD_RESERVE, RSH_NEW_RESERVE,
                   RSH_PAID_AMOUNT, RSH_CHANGE_DT, RSH_USERID,
                   RSH_TS)
                VALUES (
                   :ACTW-CLAIM-NUM, :WS-NEXT-RSH-SEQ, 'R',
                   :ACTW-OLD-RESERVE, :ACTW-RESERVE-AMOUNT,
                   0, :WS-CURRENT-DATE, :EIBUSERID,
                   CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'UCLMCS2 RESERVE HISTORY FAILED: ' TXT-SQLCODE
           END-IF.
       WRITE-RESERVE-HIST-END.
           EXIT.
      **************************************************************
