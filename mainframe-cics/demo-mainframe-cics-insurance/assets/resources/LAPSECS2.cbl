      * A POLICY WHOSE MISSED PAYMENT IS CURED (GRACE-END-DATE
      * CLEARED BACK TO SPACES BY A LATER UPOLCS2 UPDATE) NEVER
      * MATCHES THE CURSOR BELOW, SO IT NEVER LAPSES.
      * A POLICY THAT LAPSES INSIDE ITS FIRST YEAR NEVER EARNS THE
      * FIRST-YEAR COMMISSION COMMCS2 PAID ON THE WHOLE YEARLY
      * PREMIUM: THE PREMIUM FROM THE LAPSE DATE TO THE FIRST
      * ANNIVERSARY (WHOLE MONTHS AT THE MONTHLY AMOUNT, THE
      * UPOLCS2 REFUND PRORATION) IS HANDED TO CLAWCS2, WHICH
      * QUEUES THE CLAWBACK FOR THE AGENT'S NEXT STATEMENT.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. LAPSECS2.
            07 ACTW-CUST-NAME        PIC X(16).
            07 ACTW-GRACE-END-DATE   PIC X(8).
            07 ACTW-MISSED-PYMT-CNT  PIC S9(3) USAGE COMP-3.
            07 ACTW-CREATE-DATE      PIC X(8).
            07 ACTW-MONTHLY-PYMT     PIC S9(11)V9(3) USAGE COMP-3.
      **************************************************************
      * THE REASON CODE STAMPED ON A LAPSE; DISTINCT FROM ANY REASON
      * A CALLER SUPPLIES THROUGH UPOLCS2 SO LAPSE REPORTING CAN
        01 WS-RUN-DT-NUM                   PIC 9(08).
        01 WS-GRACE-DT-NUM                 PIC 9(08).
        01 WS-DAYS-PAST-GRACE               PIC S9(6)  VALUE 0.
        01 WS-CREATE-DT-NUM                PIC 9(08).
        01 WS-DAYS-TO-ANNIV                PIC S9(6)  VALUE 0.
        01 WS-CLAWBACKS-QUEUED             PIC 9(7)   VALUE 0.
        01 WS-POLICIES-READ                PIC 9(7)   VALUE 0.
        01 WS-POLICIES-LAPSED              PIC 9(7)   VALUE 0.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 EVTW-EVENT-TYPE                 PIC X(8)   VALUE SPACES.
        01 EVTW-KEY-REF                    PIC X(16)  VALUE SPACES.
        01 EVTW-EFF-DATE                   PIC 9(08)  VALUE 0.
      **************************************************************
      * COMMISSION CLAWBACK PARAMETER AREA - PASSED TO CLAWCS2.
      **************************************************************
        01 CLAW-PARM.
           05 CLAW-POLICY-NUM              PIC X(11).
           05 CLAW-SOURCE                  PIC X(1).
           05 CLAW-EVENT-DT                PIC 9(8).
           05 CLAW-UNEARNED-MONTHS         PIC S9(4) COMP-3.
           05 CLAW-UNEARNED-PREM           PIC S9(11)V9(3) COMP-3.
           05 CLAW-AGENT-ID                PIC X(8).
           05 CLAW-AMOUNT                  PIC S9(11)V9(2) COMP-3.
           05 CLAW-RTCD                    PIC S9.
           05 CLAW-MSG                     PIC X(60).
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM REGISTER-RUN THRU REGISTER-RUN-END
           PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           DISPLAY 'LAPSECS2 POLICIES READ:    ' WS-POLICIES-READ
           DISPLAY 'LAPSECS2 POLICIES LAPSED:  ' WS-POLICIES-LAPSED
           DISPLAY 'LAPSECS2 CLAWBACKS QUEUED: ' WS-CLAWBACKS-QUEUED
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
                  POL_CUSTOMER_ID,
                  POL_CUST_NAME,
                  POL_GRACE_END_DATE,
                  POL_MISSED_PYMT_CNT,
                  POL_CREATE_DATE,
                  POL_MONTHLY_PYMT
                FROM OLS0002.POLICY2
                WHERE POL_ISACTIVE = 'Y'
                  AND POL_GRACE_END_DATE <> SPACES
                  :ACTW-CUSTOMER-ID,
                  :ACTW-CUST-NAME,
                  :ACTW-GRACE-END-DATE,
                  :ACTW-MISSED-PYMT-CNT,
                  :ACTW-CREATE-DATE,
                  :ACTW-MONTHLY-PYMT
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
              MOVE WS-RUN-DT-NUM TO EVTW-EFF-DATE
              PERFORM WRITE-CUSTOMER-EVENT
                 THRU WRITE-CUSTOMER-EVENT-END
              PERFORM CLAWBACK-COMMISSION
                 THRU CLAWBACK-COMMISSION-END
           END-IF.
       DO-LAPSE-END.
           EXIT.
      **************************************************************
      * ONLY A FIRST-YEAR LAPSE IS CLAWED BACK; THE FIRST
      * ANNIVERSARY IS TAKEN AS 365 DAYS AFTER POL_CREATE_DATE.
      **************************************************************
       CLAWBACK-COMMISSION.
           IF ACTW-CREATE-DATE = SPACES
              GO TO CLAWBACK-COMMISSION-END
           END-IF
           MOVE ACTW-CREATE-DATE TO WS-CREATE-DT-NUM
           COMPUTE WS-DAYS-TO-ANNIV =
              FUNCTION INTEGER-OF-DATE(WS-CREATE-DT-NUM) + 365
              - FUNCTION INTEGER-OF-DATE(WS-RUN-DT-NUM)
           IF WS-DAYS-TO-ANNIV NOT > 0
              GO TO CLAWBACK-COMMISSION-END
           END-IF
           COMPUTE CLAW-UNEARNED-MONTHS = WS-DAYS-TO-ANNIV / 30
           IF CLAW-UNEARNED-MONTHS NOT > 0
              GO TO CLAWBACK-COMMISSION-END
           END-IF
           COMPUTE CLAW-UNEARNED-PREM =
              ACTW-MONTHLY-PYMT * CLAW-UNEARNED-MONTHS
           MOVE ACTW-POLICY-NUM TO CLAW-POLICY-NUM
           MOVE 'L' TO CLAW-SOURCE
           MOVE WS-RUN-DT-NUM TO CLAW-EVENT-DT
           CALL 'CLAWCS2' USING CLAW-PARM
           IF CLAW-RTCD = 0
              ADD 1 TO WS-CLAWBACKS-QUEUED
              DISPLAY '    CLAWBACK:          ' CLAW-AMOUNT
                 ' AGENT ' CLAW-AGENT-ID
           END-IF.
       CLAWBACK-COMMISSION-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
