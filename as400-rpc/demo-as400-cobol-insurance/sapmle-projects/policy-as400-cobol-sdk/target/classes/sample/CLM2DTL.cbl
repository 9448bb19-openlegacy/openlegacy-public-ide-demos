      **************************************************************
      * CLM2DTL - CLAIM DETAIL LOOKUP (AS400 RPC PROGRAM).
      * RETURNS ONE OLS0002.CLAIM2 ROW BY CLAIM NUMBER - POLICY,
      * CLAIM DATE, STATUS, AMOUNT, RESERVE, DECISION DATE, ADJUSTER
      * AND DESCRIPTION - WITH THE TEXT, AUTHOR AND SEQUENCE OF ITS
      * LATEST OLS0002.CLAIM_NOTE ENTRY. SUCCESS IS 'N' WITH SQLCODE
      * +100 WHEN THE CLAIM DOES NOT EXIST. A CLAIM WITH NO RESERVE,
      * DECISION OR NOTES YET COMES BACK ZERO OR SPACES IN THOSE
      * FIELDS.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID./QSYS.LIB/POLICY.LIB/CLM2DTL.PGM.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLCLAIM.
           10 CLM_CLAIM_NUM        PIC S9(9) USAGE COMP.
           10 CLM_POLICY_NUM       PIC X(11).
           10 CLM_CLAIM_DATE       PIC X(8).
           10 CLM_AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
           10 CLM_STATUS           PIC X(10).
           10 CLM_DESCRIPTION      PIC X(60).
           10 CLM_ADJUSTER_ID      PIC X(8).
           10 CLM_DECISION_DT      PIC X(8).
           10 CLM_RESERVE_AMOUNT   PIC S9(9)V9(2) USAGE COMP-3.
      **************************************************************
        01 CLAIM-WS.
            07 ACTW-CLAIM-NUM        PIC S9(9) USAGE COMP.
            07 ACTW-POLICY-NUM       PIC X(11).
            07 ACTW-CLAIM-DATE       PIC X(8).
            07 ACTW-STATUS           PIC X(10).
            07 ACTW-AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
            07 ACTW-RESERVE-AMOUNT   PIC S9(9)V9(2) USAGE COMP-3.
            07 ACTW-DECISION-DT      PIC X(8).
            07 ACTW-ADJUSTER-ID      PIC X(8).
            07 ACTW-DESCRIPTION      PIC X(60).
            07 ACTW-NOTE-SEQ         PIC S9(4) USAGE COMP.
            07 ACTW-NOTE-TEXT        PIC X(60).
            07 ACTW-NOTE-USERID      PIC X(8).
        01 WS-SQLCODE-ABS                  PIC 9(5).
        01 TXT-SQLCODE                     PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 CLAIM-IN.
           05 CLAIM-NUM-IN                PIC 9(9).
        01 CLAIM-RESULT.
           05 CLAIM-NUM-OUT               PIC 9(9).
           05 POLICY-NUM-OUT              PIC X(11).
           05 CLAIM-DATE-OUT              PIC X(8).
           05 STATUS-OUT                  PIC X(10).
           05 AMOUNT-OUT                  PIC 9(9)V9(2).
           05 RESERVE-AMOUNT-OUT          PIC 9(9)V9(2).
           05 DECISION-DATE-OUT           PIC X(8).
           05 ADJUSTER-ID-OUT             PIC X(8).
           05 DESCRIPTION-OUT             PIC X(60).
           05 LATEST-NOTE-SEQ-OUT         PIC 9(4).
           05 LATEST-NOTE-OUT             PIC X(60).
           05 LATEST-NOTE-USERID-OUT      PIC X(8).
           05 SUCCESS                     PIC X.
           05 RESULT-SQLCODE-SIGN         PIC X(1).
           05 RESULT-SQLCODE              PIC X(5).
           05 RESULT-SQLSTATE             PIC X(5).
           05 RESULT-SQLERRMC             PIC X(70).
      **************************************************************
       PROCEDURE DIVISION USING CLAIM-IN CLAIM-RESULT.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           PERFORM DO-SQL THRU DO-SQL-END
           IF SUCCESS = 'Y'
              PERFORM GET-LATEST-NOTE THRU GET-LATEST-NOTE-END
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
           MOVE LOW-VALUES TO CLAIM-WS
           MOVE 0 TO ACTW-CLAIM-NUM
           IF CLAIM-NUM-IN IS NUMERIC
              MOVE CLAIM-NUM-IN TO ACTW-CLAIM-NUM
           END-IF
           MOVE ACTW-CLAIM-NUM TO CLAIM-NUM-OUT
           MOVE SPACES TO POLICY-NUM-OUT
           MOVE SPACES TO CLAIM-DATE-OUT
           MOVE SPACES TO STATUS-OUT
           MOVE 0 TO AMOUNT-OUT
           MOVE 0 TO RESERVE-AMOUNT-OUT
           MOVE SPACES TO DECISION-DATE-OUT
           MOVE SPACES TO ADJUSTER-ID-OUT
           MOVE SPACES TO DESCRIPTION-OUT
           MOVE 0 TO LATEST-NOTE-SEQ-OUT
           MOVE SPACES TO LATEST-NOTE-OUT
           MOVE SPACES TO LATEST-NOTE-USERID-OUT.
       GET-INPUT-END.
           EXIT.
      **************************************************************
       DO-SQL.
            EXEC SQL
                 SELECT CLM_POLICY_NUM, CLM_CLAIM_DATE, CLM_STATUS,
                        CLM_AMOUNT, COALESCE(CLM_RESERVE_AMOUNT, 0),
                        COALESCE(CLM_DECISION_DT, ' '),
                        COALESCE(CLM_ADJUSTER_ID, ' '),
                        CLM_DESCRIPTION
                   INTO :ACTW-POLICY-NUM, :ACTW-CLAIM-DATE,
                        :ACTW-STATUS, :ACTW-AMOUNT,
                        :ACTW-RESERVE-AMOUNT, :ACTW-DECISION-DT,
                        :ACTW-ADJUSTER-ID, :ACTW-DESCRIPTION
                   FROM OLS0002.CLAIM2
                  WHERE CLM_CLAIM_NUM = :ACTW-CLAIM-NUM
            END-EXEC.
            PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
            IF SUCCESS = 'Y'
               MOVE ACTW-POLICY-NUM      TO POLICY-NUM-OUT
               MOVE ACTW-CLAIM-DATE      TO CLAIM-DATE-OUT
               MOVE ACTW-STATUS          TO STATUS-OUT
               MOVE ACTW-AMOUNT          TO AMOUNT-OUT
               MOVE ACTW-RESERVE-AMOUNT  TO RESERVE-AMOUNT-OUT
               MOVE ACTW-DECISION-DT     TO DECISION-DATE-OUT
               MOVE ACTW-ADJUSTER-ID     TO ADJUSTER-ID-OUT
               MOVE ACTW-DESCRIPTION     TO DESCRIPTION-OUT
            END-IF.
       DO-SQL-END.
           EXIT.
      **************************************************************
      * THE LATEST NOTE IS THE CLAIM_NOTE ROW WITH THE HIGHEST
      * SEQUENCE FOR THE CLAIM. A CLAIM WITHOUT NOTES IS STILL A
      * SUCCESSFUL LOOKUP, SO A MISSING NOTE LEAVES THE RESULT AS IT
      * IS AND ONLY A REAL SQL FAILURE IS REPORTED.
      **************************************************************
       GET-LATEST-NOTE.
            EXEC SQL
                 SELECT NOTE_SEQ, NOTE_TEXT, NOTE_USERID
                   INTO :ACTW-NOTE-SEQ, :ACTW-NOTE-TEXT,
                        :ACTW-NOTE-USERID
                   FROM OLS0002.CLAIM_NOTE
                  WHERE NOTE_CLAIM_NUM = :ACTW-CLAIM-NUM
                  ORDER BY NOTE_SEQ DESC
                  FETCH FIRST 1 ROW ONLY
            END-EXEC.
            IF SQLCODE = 100
               GO TO GET-LATEST-NOTE-END
            END-IF
            PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
            IF SUCCESS = 'Y'
               MOVE ACTW-NOTE-SEQ        TO LATEST-NOTE-SEQ-OUT
               MOVE ACTW-NOTE-TEXT       TO LATEST-NOTE-OUT
               MOVE ACTW-NOTE-USERID     TO LATEST-NOTE-USERID-OUT
            END-IF.
       GET-LATEST-NOTE-END.
           EXIT.
      **************************************************************
       DO-POSTSQL.
            MOVE SQLCODE TO TXT-SQLCODE
            MOVE SQLSTATE TO TXT-SQLSTATE
            MOVE SQLERRMC TO TXT-SQLERRMC
            MOVE SQLSTATE TO RESULT-SQLSTATE
            MOVE SQLERRMC TO RESULT-SQLERRMC
            IF SQLCODE < 0
               MOVE '-' TO RESULT-SQLCODE-SIGN
            ELSE
               MOVE '+' TO RESULT-SQLCODE-SIGN
            END-IF
            COMPUTE WS-SQLCODE-ABS = FUNCTION ABS(SQLCODE)
            MOVE WS-SQLCODE-ABS TO RESULT-SQLCODE
            IF SQLCODE = 0
               MOVE 'Y' TO SUCCESS
               DISPLAY 'CLAIM = ' ACTW-CLAIM-NUM
            ELSE
               MOVE 'N' TO SUCCESS
               DISPLAY 'SQLCODE:  ' TXT-SQLCODE
               DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
               DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
            END-IF.
       DO-POSTSQL-END.
           EXIT.
      **************************************************************
