CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * CLAWCS2 - SHARED AGENT COMMISSION CLAWBACK RECORDER.
      * COMMCS2 PAYS COMMISSION ON THE WHOLE PREMIUM WHEN IT IS
      * WRITTEN, SO WHEN A POLICY ENDS EARLY THE AGENT HAS BEEN
      * PAID ON PREMIUM THE COMPANY NEVER EARNS. EVERY PROGRAM THAT
      * ENDS A POLICY EARLY - UPOLCS2 ON A CANCELLATION WITH A
      * REFUND, DPOLCS2 ON A DELETE, LAPSECS2 ON A FIRST-YEAR
      * LAPSE - WORKS OUT THE UNEARNED PREMIUM WITH ITS OWN
      * PRORATION AND CALLS CLAWCS2 WITH IT. CLAWCS2 FINDS THE
      * AGENT WHO WAS PAID AND THE RATE THEY WERE PAID AT (THE
      * COMMISSION SCHEDULE'S FIRST-YEAR RATE INSIDE THE POLICY'S
      * FIRST YEAR, THE RENEWAL RATE AFTER IT - THE SAME SPLIT
      * COMMCS2 PAYS ON), AND QUEUES THE UNEARNED SHARE OF THE
      * COMMISSION ON OLS0002.COMMISSION_CLAWBACK WITH STATUS 'O'
      * (OPEN). THE AGENT'S NEXT COMMCS2 STATEMENT CHARGES IT BACK
      * AS ITS OWN LINE AND MARKS IT 'S' (SETTLED). THE SAME
      * POLICY, SOURCE AND EVENT DATE IS NEVER QUEUED TWICE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CLAWCS2.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLCLAWBACK.
           10 CLB_AGENT_ID         PIC X(8).
           10 CLB_POLICY_NUM       PIC X(11).
           10 CLB_SOURCE           PIC X(1).
           10 CLB_EVENT_DT         PIC X(8).
           10 CLB_UNEARNED_MONTHS  PIC S9(4) USAGE COMP-3.
           10 CLB_UNEARNED_PREM    PIC S9(11)V9(3) USAGE COMP-3.
           10 CLB_COMMISSION_PCT   PIC S9(3)V9(2) USAGE COMP-3.
           10 CLB_AMOUNT           PIC S9(11)V9(2) USAGE COMP-3.
           10 CLB_STATUS           PIC X(1).
           10 CLB_STMT_DT          PIC X(8).
           10 CLB_CREATE_TS        PIC X(26).
      **************************************************************
        01 CLBW-AGENT-ID             PIC X(8).
        01 CLBW-POLICY-TYPE          PIC X(16).
        01 CLBW-CREATE-DATE          PIC X(8).
        01 CLBW-CREATE-DT-NUM        PIC 9(8).
        01 CLBW-FIRST-YEAR-PCT       PIC S9(3)V9(2) COMP-3 VALUE 0.
        01 CLBW-RENEWAL-PCT          PIC S9(3)V9(2) COMP-3 VALUE 0.
        01 CLBW-PCT                  PIC S9(3)V9(2) COMP-3 VALUE 0.
        01 CLBW-DAYS-IN-FORCE        PIC S9(6) COMP VALUE 0.
        01 CLBW-DUP-COUNT            PIC S9(4) COMP VALUE 0.
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 CLAW-PARM.
           05 CLAW-POLICY-NUM                  PIC X(11).
           05 CLAW-SOURCE                      PIC X(1).
             88 CLAW-SOURCE-CANCEL             VALUE 'C'.
             88 CLAW-SOURCE-DELETE             VALUE 'D'.
             88 CLAW-SOURCE-LAPSE              VALUE 'L'.
           05 CLAW-EVENT-DT                    PIC 9(8).
           05 CLAW-UNEARNED-MONTHS             PIC S9(4) COMP-3.
           05 CLAW-UNEARNED-PREM               PIC S9(11)V9(3) COMP-3.
           05 CLAW-AGENT-ID                    PIC X(8).
           05 CLAW-AMOUNT                      PIC S9(11)V9(2) COMP-3.
           05 CLAW-RTCD                        PIC S9.
             88 CLAW-RTCD-OK                   VALUE 0.
             88 CLAW-RTCD-NOTHING-DUE          VALUE 1.
             88 CLAW-RTCD-SQL-ERROR            VALUE 2.
           05 CLAW-MSG                         PIC X(60).
      **************************************************************
       PROCEDURE DIVISION USING CLAW-PARM.
       MAIN-RTN.
           SET CLAW-RTCD-OK TO TRUE
           MOVE SPACES TO CLAW-MSG
           MOVE SPACES TO CLAW-AGENT-ID
           MOVE 0 TO CLAW-AMOUNT
           IF CLAW-UNEARNED-PREM NOT > 0
              SET CLAW-RTCD-NOTHING-DUE TO TRUE
              MOVE 'NO UNEARNED PREMIUM' TO CLAW-MSG
              GOBACK
           END-IF
           PERFORM FETCH-POLICY THRU FETCH-POLICY-END
           IF CLAW-RTCD-OK
              PERFORM FIND-PAID-AGENT THRU FIND-PAID-AGENT-END
           END-IF
           IF CLAW-RTCD-OK
              PERFORM CALC-CLAWBACK THRU CALC-CLAWBACK-END
           END-IF
           IF CLAW-RTCD-OK
              PERFORM QUEUE-CLAWBACK THRU QUEUE-CLAWBACK-END
           END-IF
           GOBACK.
      **************************************************************
       FETCH-POLICY.
           MOVE SPACES TO CLBW-AGENT-ID
           EXEC SQL
                SELECT COALESCE(POL_AGENT_ID, ' '), POL_POLICY_TYPE,
                       POL_CREATE_DATE
                  INTO :CLBW-AGENT-ID, :CLBW-POLICY-TYPE,
                       :CLBW-CREATE-DATE
                  FROM OLS0002.POLICY2
                 WHERE POL_POLICY_NUM = :CLAW-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              SET CLAW-RTCD-NOTHING-DUE TO TRUE
              MOVE 'POLICY NOT ON FILE' TO CLAW-MSG
           END-IF.
       FETCH-POLICY-END.
           EXIT.
      **************************************************************
      * INSIDE THE FIRST 365 DAYS THE WRITING AGENT WAS PAID FIRST-
      * YEAR COMMISSION. AFTER IT, THE RENEWAL COMMISSION WENT TO
      * WHOEVER WAS STAMPED ON THE LATEST RENEWAL BOOKED BY THE
      * EVENT DATE - THE SAME AGENT COMMCS2 PAID, SO AN AGTXCS2
      * BOOK TRANSFER DOES NOT MOVE A DEBT ONTO THE NEW AGENT.
      **************************************************************
       FIND-PAID-AGENT.
           MOVE CLBW-CREATE-DATE TO CLBW-CREATE-DT-NUM
           COMPUTE CLBW-DAYS-IN-FORCE =
              FUNCTION INTEGER-OF-DATE(CLAW-EVENT-DT)
              - FUNCTION INTEGER-OF-DATE(CLBW-CREATE-DT-NUM)
           IF CLBW-DAYS-IN-FORCE >= 365
              EXEC SQL
                   SELECT COALESCE(R.REN_AGENT_ID, :CLBW-AGENT-ID)
                     INTO :CLBW-AGENT-ID
                     FROM OLS0002.POLICY2_RENEWAL R
                    WHERE R.REN_POLICY_NUM = :CLAW-POLICY-NUM
                      AND R.REN_RENEWAL_DT <= :CLAW-EVENT-DT
                    ORDER BY R.REN_RENEWAL_DT DESC
                    FETCH FIRST 1 ROW ONLY
              END-EXEC
           END-IF
           IF CLBW-AGENT-ID = SPACES
              SET CLAW-RTCD-NOTHING-DUE TO TRUE
              MOVE 'NO AGENT ON RECORD' TO CLAW-MSG
           END-IF.
       FIND-PAID-AGENT-END.
           EXIT.
      **************************************************************
      * THE CLAWBACK IS THE COMMISSION RATE APPLIED TO THE
      * UNEARNED PREMIUM THE CALLER PRORATED - THE AGENT GIVES
      * BACK EXACTLY THE COMMISSION ON THE PREMIUM THE COMPANY
      * DID NOT KEEP. A TYPE WITH NO SCHEDULE ROW PAID NOTHING
      * AND SO CLAWS BACK NOTHING.
      **************************************************************
       CALC-CLAWBACK.
           MOVE 0 TO CLBW-FIRST-YEAR-PCT
           MOVE 0 TO CLBW-RENEWAL-PCT
           EXEC SQL
                SELECT COM_FIRST_YEAR_PCT, COM_RENEWAL_PCT
                  INTO :CLBW-FIRST-YEAR-PCT, :CLBW-RENEWAL-PCT
                  FROM OLS0002.COMMISSION_SCHEDULE
                 WHERE COM_POLICY_TYPE = :CLBW-POLICY-TYPE
           END-EXEC
           IF SQLCODE NOT = 0
              SET CLAW-RTCD-NOTHING-DUE TO TRUE
              MOVE 'NO COMMISSION SCHEDULE FOR TYPE' TO CLAW-MSG
              GO TO CALC-CLAWBACK-END
           END-IF
           IF CLBW-DAYS-IN-FORCE < 365
              MOVE CLBW-FIRST-YEAR-PCT TO CLBW-PCT
           ELSE
              MOVE CLBW-RENEWAL-PCT TO CLBW-PCT
           END-IF
           COMPUTE CLAW-AMOUNT ROUNDED =
              CLAW-UNEARNED-PREM * CLBW-PCT / 100
           IF CLAW-AMOUNT NOT > 0
              SET CLAW-RTCD-NOTHING-DUE TO TRUE
              MOVE 'NO COMMISSION TO CLAW BACK' TO CLAW-MSG
           END-IF.
       CALC-CLAWBACK-END.
           EXIT.
      **************************************************************
       QUEUE-CLAWBACK.
           MOVE 0 TO CLBW-DUP-COUNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :CLBW-DUP-COUNT
                  FROM OLS0002.COMMISSION_CLAWBACK
                 WHERE CLB_POLICY_NUM = :CLAW-POLICY-NUM
                   AND CLB_SOURCE = :CLAW-SOURCE
                   AND CLB_EVENT_DT = :CLAW-EVENT-DT
           END-EXEC
           IF CLBW-DUP-COUNT > 0
              SET CLAW-RTCD-NOTHING-DUE TO TRUE
              MOVE 'CLAWBACK ALREADY QUEUED' TO CLAW-MSG
              GO TO QUEUE-CLAWBACK-END
           END-IF
           EXEC SQL
                INSERT INTO OLS0002.COMMISSION_CLAWBACK (
                   CLB_AGENT_ID, CLB_POLICY_NUM, CLB_SOURCE,
                   CLB_EVENT_DT, CLB_UNEARNED_MONTHS,
                   CLB_UNEARNED_PREM, CLB_COMMISSION_PCT,
                   CLB_AMOUNT, CLB_STATUS, CLB_STMT_DT,
                   CLB_CREATE_TS)
                VALUES (
                   :CLBW-AGENT-ID, :CLAW-POLICY-NUM, :CLAW-SOURCE,
                   :CLAW-EVENT-DT, :CLAW-UNEARNED-MONTHS,
                   :CLAW-UNEARNED-PREM, :CLBW-PCT,
                   :CLAW-AMOUNT, 'O', ' ',
                   CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE = 0
              MOVE CLBW-AGENT-ID TO CLAW-AGENT-ID
              MOVE 'CLAWBACK QUEUED' TO CLAW-MSG
           ELSE
              MOVE SQLCODE TO TXT-SQLCODE
              SET CLAW-RTCD-SQL-ERROR TO TRUE
              MOVE SPACES TO CLAW-MSG
              STRING 'CLAWBACK SQL ERROR ' DELIMITED BY SIZE
                 TXT-SQLCODE DELIMITED BY SIZE
                 INTO CLAW-MSG
              END-STRING
              DISPLAY 'CLAWCS2 SQL ERROR. SQLCODE: ' TXT-SQLCODE
           END-IF.
       QUEUE-CLAWBACK-END.
           EXIT.
      **************************************************************
