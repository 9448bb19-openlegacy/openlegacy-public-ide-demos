CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * DPOLCS2 - DELETE/CANCEL INSURANCE POLICY FOR CICS AND DB2.
      * DELETING A POLICY THAT IS STILL ACTIVE ENDS IT TODAY, SO
      * THE AGENT'S COMMISSION ON THE PREMIUM FROM TODAY TO
      * POL_END_DATE IS UNEARNED: BEFORE THE ROW GOES, THE
      * PRO-RATA UNEARNED PREMIUM (WHOLE MONTHS AT THE MONTHLY
      * AMOUNT, AS UPOLCS2 PRORATES A CANCELLATION REFUND) IS
      * WORKED OUT, AND ONCE THE DELETE HAS SUCCEEDED IT IS
      * HANDED TO CLAWCS2 FOR THE AGENT'S NEXT COMMCS2 STATEMENT.
      * A POLICY ALREADY CANCELLED OR LAPSED WAS CLAWED BACK WHEN
      * IT ENDED AND IS NOT CHARGED AGAIN.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. DPOLCS2.
      **************************************************************
        01 POLICY-WS.
            07 ACTW-POLICY-NUM       PIC X(11).
            07 ACTW-ISACTIVE         PIC X(1).
            07 ACTW-END-DATE         PIC X(8).
            07 ACTW-MONTHLY-PYMT     PIC S9(11)V9(3) USAGE COMP-3.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE         PIC 9(08).
        01 WS-END-DT-NUM             PIC 9(08).
        01 CLAW-DUE-SW               PIC X(1) VALUE 'N'.
      **************************************************************
      * COMMISSION CLAWBACK PARAMETER AREA - PASSED TO CLAWCS2.
      **************************************************************
        01 CLAW-PARM.
           05 CLAW-POLICY-NUM            PIC X(11).
           05 CLAW-SOURCE                PIC X(1).
           05 CLAW-EVENT-DT              PIC 9(8).
           05 CLAW-UNEARNED-MONTHS       PIC S9(4) COMP-3.
           05 CLAW-UNEARNED-PREM         PIC S9(11)V9(3) COMP-3.
           05 CLAW-AGENT-ID              PIC X(8).
           05 CLAW-AMOUNT                PIC S9(11)V9(2) COMP-3.
           05 CLAW-RTCD                  PIC S9.
           05 CLAW-MSG                   PIC X(60).
      ****************************************************
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
      **************************************************************
       DO-SQL.
            DISPLAY  'ACTW-POLICY-NUM FOR DELETE: ' ACTW-POLICY-NUM
            MOVE 'N' TO CLAW-DUE-SW
            PERFORM CLAWBACK-COMMISSION THRU CLAWBACK-COMMISSION-END
            EXEC SQL
                 DELETE FROM OLS0002.POLICY2 WHERE
                   POL_POLICY_NUM = :ACTW-POLICY-NUM
              END-EXEC
            PERFORM DO-POSTSQL THRU DO-POSTSQL-END
            IF SQLCODE = 0 AND CLAW-DUE-SW = 'Y'
               PERFORM QUEUE-CLAWBACK THRU QUEUE-CLAWBACK-END
            END-IF.
       DO-SQL-END.
           EXIT.
      **************************************************************
       CLAWBACK-COMMISSION.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            EXEC SQL
                 SELECT POL_ISACTIVE, POL_END_DATE, POL_MONTHLY_PYMT
                   INTO :ACTW-ISACTIVE, :ACTW-END-DATE,
                        :ACTW-MONTHLY-PYMT
                   FROM OLS0002.POLICY2
                  WHERE POL_POLICY_NUM = :ACTW-POLICY-NUM
            END-EXEC
            IF SQLCODE NOT = 0 OR ACTW-ISACTIVE NOT = 'Y'
               OR ACTW-END-DATE = SPACES
               GO TO CLAWBACK-COMMISSION-END
            END-IF
            MOVE ACTW-END-DATE TO WS-END-DT-NUM
            COMPUTE CLAW-UNEARNED-MONTHS =
               (FUNCTION INTEGER-OF-DATE(WS-END-DT-NUM)
                  - FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)) / 30
            IF CLAW-UNEARNED-MONTHS NOT > 0
               GO TO CLAWBACK-COMMISSION-END
            END-IF
            COMPUTE CLAW-UNEARNED-PREM =
               ACTW-MONTHLY-PYMT * CLAW-UNEARNED-MONTHS
            MOVE ACTW-POLICY-NUM TO CLAW-POLICY-NUM
            MOVE 'D' TO CLAW-SOURCE
            MOVE WS-CURRENT-DATE TO CLAW-EVENT-DT
            MOVE 'Y' TO CLAW-DUE-SW.
       CLAWBACK-COMMISSION-END.
           EXIT.
      **************************************************************
      * QUEUE-CLAWBACK RUNS ONLY AFTER THE DELETE HAS SUCCEEDED -
      * A POLICY THAT IS STILL THERE HAS NOT ENDED.
      **************************************************************
       QUEUE-CLAWBACK.
            CALL 'CLAWCS2' USING CLAW-PARM
            IF CLAW-RTCD = 0
               DISPLAY 'COMMISSION CLAWBACK: ' CLAW-AMOUNT
                  ' AGENT ' CLAW-AGENT-ID
            END-IF.
       QUEUE-CLAWBACK-END.
           EXIT.
      **************************************************************
       DO-POSTSQL.
            MOVE SQLCODE TO TXT-SQLCODE
