      * UPDATE; EVERYTHING ELSE GOES TO THE CHKEXCP EXCEPTION
      * REPORT WITH A REASON - NF CHECK NOT ON REGISTER, DP
      * ALREADY PAID (A DUPLICATE PRESENTMENT), SP CHECK WAS
      * STOPPED BUT THE BANK PAID IT ANYWAY, VD CHECK WAS VOIDED
      * BY CHKVCS9 (REISSUED OR SENT TO ESCHEAT) BUT THE BANK PAID
      * IT ANYWAY, MM AMOUNT DIFFERS
      * FROM THE ISSUED AMOUNT (THE CHECK IS STILL MARKED PAID
      * WITH THE BANK'S AMOUNT, BUT THE DIFFERENCE IS REPORTED).
      * RUNS UNDER THE SHARED BATCH_RUN_CONTROL DOUBLE-RUN GUARD.
              MOVE 'SP' TO WS-EXCEPTION-REASON
              GO TO MATCH-REGISTER-END
           END-IF
           IF CHKW-STATUS = 'V' OR 'E' OR 'X'
              MOVE 'VD' TO WS-EXCEPTION-REASON
              GO TO MATCH-REGISTER-END
           END-IF
           IF CHKW-PAID-AMOUNT NOT = CHKW-ISSUE-AMOUNT
              MOVE 'MM' TO WS-EXCEPTION-REASON
           END-IF
