      * TWO-PAIRS-OF-EYES PATH PNDCCS9 CAPTURES AND PNDACS9
      * EXECUTES, SO NO ACCOUNT IS FROZEN ON A NAME MATCH ALONE
      * WITHOUT A HUMAN CONFIRMING IT. A PENDING LOCK ALREADY ON
      * THE QUEUE FOR THE ACCOUNT IS NOT DUPLICATED. EACH HIT IS
      * ALSO KEPT ON OLS0002.SANCTION_HIT WITH THE RUN DATE, SO
      * THE RSKRCS2 CUSTOMER RISK RATING CAN WEIGH IT AFTER THE
      * REPORT HAS GONE. RUNS UNDER THE SHARED BATCH_RUN_CONTROL
      * DOUBLE-RUN GUARD.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. WLSCCS9.
           10 SAN_ENTRY_ID         PIC S9(9) USAGE COMP.
           10 SAN_NAME             PIC X(35).
           10 SAN_LIST_CD          PIC X(8).
      **************************************************************
       01  DCLSANCTIONHIT.
           10 SHT_CUSTOMER_ID      PIC X(16).
           10 SHT_LIST_CD          PIC X(8).
           10 SHT_MATCHED_NAME     PIC X(35).
           10 SHT_HIT_DT           PIC X(8).
      **************************************************************
        01 HIT-WS.
            07 CUSW-CUSTOMER-ID     PIC X(16).
       SCREEN-LOOP.
           ADD 1 TO WS-HITS-FOUND
           PERFORM WRITE-HIT-LINE THRU WRITE-HIT-LINE-END
           PERFORM RECORD-HIT THRU RECORD-HIT-END
           PERFORM QUEUE-ACCOUNT-LOCKS THRU QUEUE-ACCOUNT-LOCKS-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       SCREEN-LOOP-END.
           WRITE HIT-REPORT-RECORD.
       WRITE-HIT-LINE-END.
           EXIT.
      **************************************************************
       RECORD-HIT.
           EXEC SQL
                INSERT INTO OLS0002.SANCTION_HIT (
                   SHT_CUSTOMER_ID, SHT_LIST_CD, SHT_MATCHED_NAME,
                   SHT_HIT_DT)
                VALUES (
                   :CUSW-CUSTOMER-ID, :SANW-LIST-CD, :SANW-NAME,
                   :WS-CURRENT-DATE)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'WLSCCS9 HIT INSERT FAILED: ' TXT-SQLCODE
           END-IF.
       RECORD-HIT-END.
           EXIT.
      **************************************************************
      * ONE PENDING LOCK REQUEST PER ACCOUNT OF THE HIT CUSTOMER,
      * CAPTURED INTO THE MAKER-CHECKER QUEUE IN THE PNDCCS9
