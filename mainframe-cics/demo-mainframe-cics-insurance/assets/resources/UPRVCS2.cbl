CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * UPRVCS2 - MONTH-END UNEARNED-PREMIUM RESERVE VALUATION.
      * FINANCE CARRIED UNEARNED PREMIUM ON THE BALANCE SHEET AS AN
      * APPROXIMATION. THIS JOB VALUES IT POLICY BY POLICY AT THE
      * RUN DATE FOR EVERY IN-FORCE OLS0002.POLICY2 ROW (ACTIVE,
      * OR CANCELLED WITH THE CANCELLATION NOT YET EFFECTIVE):
      *    WRITTEN  - THE PREMIUM FOR THE POLICY PERIOD,
      *               POL_CREATE_DATE TO POL_END_DATE (A YEAR WHEN
      *               NO END DATE IS HELD), PRO RATA BY DAY ON THE
      *               ANNUAL AMOUNT. POL_YEARLY_PYMT IS USED
      *               WHATEVER THE PREMIUM MODE - UPOLCS2 KEEPS THE
      *               MONTHLY, QUARTERLY AND YEARLY AMOUNTS IN STEP,
      *               SO THE ANNUAL FIGURE IS THE SAME PREMIUM FOR
      *               EVERY MODE;
      *    EARNED   - THE WRITTEN PREMIUM FOR THE DAYS ALREADY RUN;
      *    UNEARNED - WRITTEN LESS EARNED.
      * A CANCELLATION ENDS THE PERIOD AT POL_CANCEL_EFF_DATE - THE
      * RETURN PREMIUM IS NEVER WRITTEN. A MID-TERM ENDORSEMENT
      * THAT CHANGED THE PREMIUM (OLS0002.POLICY2_ENDORSEMENT)
      * PRICES THE DAYS BEFORE IT AT THE OLD PREMIUM, AND EACH
      * ACTIVE OLS0002.POLICY2_RIDER ADD-ON IS VALUED THE SAME WAY
      * OVER ITS OWN EFFECTIVE DATES INSIDE THE PERIOD. TOTALS ARE
      * PRINTED BY POL_POLICY_TYPE AND STATE (UPRRPT) AND STORED
      * ON OLS0002.UPR_VALUATION_HIST; THE MOVEMENT IN THE RESERVE
      * AGAINST THE LAST MONTH ON THAT HISTORY GOES TO THE GENERAL
      * LEDGER AS A JOURNAL FEED (UPRJFEED) IN THE GLJFCS9 LAYOUT
      * AND HDR/TRL ENVELOPE, POSTED THROUGH THE
      * OLS0002.GL_POSTING_RULE ROW FOR TYPE 'U' - SIGNED, AN
      * INCREASE POSITIVE AND A RELEASE NEGATIVE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. UPRVCS2.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT UPR-REPORT-FILE ASSIGN TO UPRRPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-UPR-REPORT-FILE-STATUS.
            SELECT GL-JOURNAL-FILE ASSIGN TO UPRJFEED
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GL-JOURNAL-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  UPR-REPORT-FILE
            RECORDING MODE IS F.
        01  REPORT-LINE                        PIC X(132).
        FD  GL-JOURNAL-FILE
            RECORDING MODE IS F.
        01  GL-JOURNAL-RECORD                  PIC X(80).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLUPRHIST.
           10 UPV_MONTH            PIC X(6).
           10 UPV_POLICY_TYPE      PIC X(16).
           10 UPV_STATE            PIC X(2).
           10 UPV_POLICY_COUNT     PIC S9(9) USAGE COMP.
           10 UPV_WRITTEN          PIC S9(13)V9(2) USAGE COMP-3.
           10 UPV_EARNED           PIC S9(13)V9(2) USAGE COMP-3.
           10 UPV_UNEARNED         PIC S9(13)V9(2) USAGE COMP-3.
      **************************************************************
        01 POLICY-WS.
            07 ACTW-POLICY-NUM        PIC X(11).
            07 ACTW-POLICY-TYPE       PIC X(16).
            07 ACTW-STATE             PIC X(2).
            07 ACTW-CREATE-DATE       PIC X(8).
            07 ACTW-END-DATE          PIC X(8).
            07 ACTW-YEARLY-PYMT       PIC S9(11)V9(3) USAGE COMP-3.
            07 ACTW-CANCEL-EFF-DATE   PIC X(8).
        01 RIDER-WS.
            07 ACTW-RID-PREMIUM       PIC S9(11)V9(3) USAGE COMP-3.
            07 ACTW-RID-EFF-DATE      PIC X(8).
            07 ACTW-RID-EXPIRY-DATE   PIC X(8).
        01 ENDORSEMENT-WS.
            07 ACTW-END-TS            PIC X(26).
            07 ACTW-END-OLD-MONTHLY   PIC S9(11)V9(3) USAGE COMP-3.
            07 ACTW-END-NEW-MONTHLY   PIC S9(11)V9(3) USAGE COMP-3.
        01 RULE-WS.
            07 ACTW-DEBIT-GL          PIC X(8).
            07 ACTW-CREDIT-GL         PIC X(8).
      **************************************************************
      * VALUATION WORK AREA - DATES AS DAY NUMBERS SO A PERIOD IS
      * A SUBTRACTION.
      **************************************************************
        01 UPRW-DT-NUM                     PIC 9(8)   VALUE 0.
        01 UPRW-DT-X REDEFINES UPRW-DT-NUM PIC X(8).
        01 UPRW-VAL-INT                    PIC S9(9)  COMP VALUE 0.
        01 UPRW-START-INT                  PIC S9(9)  COMP VALUE 0.
        01 UPRW-END-INT                    PIC S9(9)  COMP VALUE 0.
        01 UPRW-SEG-START-INT              PIC S9(9)  COMP VALUE 0.
        01 UPRW-SEG-END-INT                PIC S9(9)  COMP VALUE 0.
        01 UPRW-RUN-TO-INT                 PIC S9(9)  COMP VALUE 0.
        01 UPRW-END-DT-INT                 PIC S9(9)  COMP VALUE 0.
        01 UPRW-ANNUAL                     PIC S9(11)V9(3) COMP-3
                                                      VALUE 0.
        01 UPRW-WRITTEN                    PIC S9(13)V9(2) COMP-3
                                                      VALUE 0.
        01 UPRW-EARNED                     PIC S9(13)V9(2) COMP-3
                                                      VALUE 0.
        01 UPRW-UNEARNED                   PIC S9(13)V9(2) COMP-3
                                                      VALUE 0.
        01 UPRW-SEG-WRITTEN                PIC S9(13)V9(2) COMP-3
                                                      VALUE 0.
        01 UPRW-SEG-EARNED                 PIC S9(13)V9(2) COMP-3
                                                      VALUE 0.
      **************************************************************
      * CONTROL-BREAK TOTALS - STATE WITHIN TYPE, TYPE, AND RUN.
      **************************************************************
        01 GRP-TOTALS.
            07 GRPW-POLICY-TYPE       PIC X(16) VALUE SPACES.
            07 GRPW-STATE             PIC X(2)  VALUE SPACES.
            07 GRPW-COUNT             PIC S9(9) COMP VALUE 0.
            07 GRPW-WRITTEN           PIC S9(13)V9(2) COMP-3 VALUE 0.
            07 GRPW-EARNED            PIC S9(13)V9(2) COMP-3 VALUE 0.
            07 GRPW-UNEARNED          PIC S9(13)V9(2) COMP-3 VALUE 0.
        01 TYPE-TOTALS.
            07 TYPW-COUNT             PIC S9(9) COMP VALUE 0.
            07 TYPW-WRITTEN           PIC S9(13)V9(2) COMP-3 VALUE 0.
            07 TYPW-EARNED            PIC S9(13)V9(2) COMP-3 VALUE 0.
            07 TYPW-UNEARNED          PIC S9(13)V9(2) COMP-3 VALUE 0.
        01 RUN-TOTALS.
            07 RUNW-COUNT             PIC S9(9) COMP VALUE 0.
            07 RUNW-WRITTEN           PIC S9(13)V9(2) COMP-3 VALUE 0.
            07 RUNW-EARNED            PIC S9(13)V9(2) COMP-3 VALUE 0.
            07 RUNW-UNEARNED          PIC S9(13)V9(2) COMP-3 VALUE 0.
        01 WS-PRIOR-MONTH                  PIC X(6)   VALUE SPACES.
        01 WS-PRIOR-UNEARNED               PIC S9(13)V9(2) COMP-3
                                                      VALUE 0.
        01 WS-MOVEMENT                     PIC S9(13)V9(2) COMP-3
                                                      VALUE 0.
      **************************************************************
        01 WS-LABEL                        PIC X(24)  VALUE SPACES.
        01 WS-COUNT-ED                     PIC ZZZ,ZZ9.
        01 WS-WRITTEN-ED                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
        01 WS-EARNED-ED                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
        01 WS-UNEARNED-ED                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
        01 WS-AMOUNT-ED                    PIC -9(12)9.999.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-JOURNAL-TYPE                 PIC X(1)   VALUE 'U'.
        01 WS-JOURNAL-CURRENCY             PIC X(3)   VALUE 'USD'.
        01 WS-RUN-MONTH                    PIC X(6)   VALUE SPACES.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-POLICIES-READ                PIC 9(7)   VALUE 0.
        01 WS-POLICIES-VALUED              PIC 9(7)   VALUE 0.
        01 WS-LINES-WRITTEN                PIC 9(7)   VALUE 0.
        01 WS-UPR-REPORT-FILE-STATUS       PIC X(2)   VALUE '00'.
        01 WS-GL-JOURNAL-FILE-STATUS       PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 INNER-EOF                       PIC X(1)   VALUE 'N'.
        01 FIRST-GROUP-SW                  PIC X(1)   VALUE 'Y'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * SHARED BATCH RUN-CONTROL AND FEED ENVELOPE WORK AREAS.
      * THE HASH TOTAL SUMS THE JOURNAL AMOUNT FIELD (FIELD 3) -
      * DEBIT AND CREDIT LINES BOTH CARRY THE MOVEMENT, SO A
      * BALANCED FILE HASHES TO TWICE THE MOVEMENT.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'UPRVCS2 '.
        01 RUNC-BUSINESS-DT                PIC 9(08)  VALUE 0.
        01 RUNC-SUPPRESS-SW                PIC X(1)   VALUE 'N'.
        01 RUNC-DONE-COUNT                 PIC S9(4)  COMP VALUE 0.
        01 RUNC-RECORDS                    PIC S9(9)  COMP-3 VALUE 0.
      **************************************************************
      * JOB-DEPENDENCY GATE WORK AREA - DEPGCS9 IS CALLED BEFORE
      * THE RUN REGISTERS, AND REFUSES THE START UNTIL EVERY
      * PREDECESSOR ON OLS0002.BATCH_JOB_DEPENDENCY HAS COMPLETED
      * FOR THE BUSINESS DATE.
      **************************************************************
        01 DEPG-PARM.
           05 DEPG-JOB-NAME                PIC X(8).
           05 DEPG-BUSINESS-DT             PIC 9(8).
           05 DEPG-RTCD                    PIC S9.
           05 DEPG-MSG                     PIC X(60).
        01 FEED-RUN-ID                     PIC X(14)  VALUE SPACES.
        01 FEED-AMT-FIELD-NO               PIC 9(2)   VALUE 3.
        01 FEED-HASH-TOTAL                 PIC S9(13)V9(3) COMP-3
                                                      VALUE 0.
        01 FEED-TRL-COUNT-ED               PIC 9(9).
        01 FEED-TRL-HASH-ED                PIC -9(12)9.999.
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM REGISTER-RUN THRU REGISTER-RUN-END
           IF RUNC-SUPPRESS-SW = 'Y'
              GOBACK
           END-IF
           PERFORM INIT-RTN THRU INIT-RTN-END
           PERFORM DO-DECLARE THRU DO-DECLARE-END
           PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
           PERFORM DO-FETCH THRU DO-FETCH-END
           PERFORM POLICY-LOOP THRU POLICY-LOOP-END
              UNTIL EODATA = 'Y'
           PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           IF FIRST-GROUP-SW = 'N'
              PERFORM END-STATE-GROUP THRU END-STATE-GROUP-END
              PERFORM END-TYPE-GROUP THRU END-TYPE-GROUP-END
           END-IF
           PERFORM WRITE-RUN-TOTAL THRU WRITE-RUN-TOTAL-END
           PERFORM WRITE-MOVEMENT THRU WRITE-MOVEMENT-END
           PERFORM WRITE-FEED-TRAILER THRU WRITE-FEED-TRAILER-END
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'UPRVCS2 POLICIES READ:       ' WS-POLICIES-READ
           DISPLAY 'UPRVCS2 POLICIES VALUED:     ' WS-POLICIES-VALUED
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
      * THE VALUATION DATE IS THE RUN DATE; THE HISTORY IS KEPT
      * BY CALENDAR MONTH, THE WAY LOSSCS2 KEEPS ITS OWN.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:6) TO WS-RUN-MONTH
           COMPUTE UPRW-VAL-INT =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           OPEN OUTPUT UPR-REPORT-FILE
           IF WS-UPR-REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'UPR-REPORT-FILE OPEN FAILED, STATUS: '
                 WS-UPR-REPORT-FILE-STATUS
              MOVE 'Y' TO EODATA
           END-IF
           OPEN OUTPUT GL-JOURNAL-FILE
           IF WS-GL-JOURNAL-FILE-STATUS NOT = '00'
              DISPLAY 'GL-JOURNAL-FILE OPEN FAILED, STATUS: '
                 WS-GL-JOURNAL-FILE-STATUS
              MOVE 'Y' TO EODATA
           ELSE
              PERFORM WRITE-FEED-HEADER
                 THRU WRITE-FEED-HEADER-END
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'UNEARNED PREMIUM RESERVE VALUATION AS OF '
                                              DELIMITED BY SIZE
              WS-CURRENT-DATE                 DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'TYPE              ST   POLICIES'
                                              DELIMITED BY SIZE
              '                WRITTEN'       DELIMITED BY SIZE
              '                 EARNED'       DELIMITED BY SIZE
              '               UNEARNED'       DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
       INIT-RTN-END.
           EXIT.
      **************************************************************
      * IN FORCE: ACTIVE, OR CANCELLED WITH AN EFFECTIVE DATE STILL
      * AHEAD. ORDERED FOR THE TYPE / STATE CONTROL BREAKS.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE U1 CURSOR FOR
                SELECT
                  POL_POLICY_NUM,
                  POL_POLICY_TYPE,
                  POL_CUST_STATE,
                  POL_CREATE_DATE,
                  POL_END_DATE,
                  POL_YEARLY_PYMT,
                  POL_CANCEL_EFF_DATE
                FROM OLS0002.POLICY2
                WHERE POL_ISACTIVE = 'Y'
                   OR (POL_CANCEL_EFF_DATE <> ' '
                       AND POL_CANCEL_EFF_DATE > :WS-CURRENT-DATE)
                ORDER BY POL_POLICY_TYPE, POL_CUST_STATE,
                         POL_POLICY_NUM
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN U1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH U1 INTO
                  :ACTW-POLICY-NUM,
                  :ACTW-POLICY-TYPE,
                  :ACTW-STATE,
                  :ACTW-CREATE-DATE,
                  :ACTW-END-DATE,
                  :ACTW-YEARLY-PYMT,
                  :ACTW-CANCEL-EFF-DATE
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       POLICY-LOOP.
           ADD 1 TO WS-POLICIES-READ
           PERFORM VALUE-POLICY THRU VALUE-POLICY-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       POLICY-LOOP-END.
           EXIT.
      **************************************************************
      * VALUE-POLICY - THE PERIOD RUNS FROM THE CREATE DATE TO THE
      * END DATE (CREATE + 365 WHEN NONE IS HELD), CUT SHORT AT A
      * CANCELLATION'S EFFECTIVE DATE. A PERIOD ALREADY OVER AT THE
      * VALUATION DATE IS NOT IN FORCE AND IS NOT VALUED.
      **************************************************************
       VALUE-POLICY.
           IF ACTW-CREATE-DATE = SPACES
              GO TO VALUE-POLICY-END
           END-IF
           MOVE ACTW-CREATE-DATE TO UPRW-DT-X
           COMPUTE UPRW-START-INT =
              FUNCTION INTEGER-OF-DATE(UPRW-DT-NUM)
           IF ACTW-END-DATE = SPACES
              COMPUTE UPRW-END-INT = UPRW-START-INT + 365
           ELSE
              MOVE ACTW-END-DATE TO UPRW-DT-X
              COMPUTE UPRW-END-INT =
                 FUNCTION INTEGER-OF-DATE(UPRW-DT-NUM)
           END-IF
           IF ACTW-CANCEL-EFF-DATE NOT = SPACES
              MOVE ACTW-CANCEL-EFF-DATE TO UPRW-DT-X
              COMPUTE UPRW-END-DT-INT =
                 FUNCTION INTEGER-OF-DATE(UPRW-DT-NUM)
              IF UPRW-END-DT-INT < UPRW-END-INT
                 MOVE UPRW-END-DT-INT TO UPRW-END-INT
              END-IF
           END-IF
           IF UPRW-END-INT NOT > UPRW-VAL-INT
              OR UPRW-END-INT NOT > UPRW-START-INT
              GO TO VALUE-POLICY-END
           END-IF
           IF ACTW-POLICY-TYPE NOT = GRPW-POLICY-TYPE
              OR ACTW-STATE NOT = GRPW-STATE
              OR FIRST-GROUP-SW = 'Y'
              PERFORM BREAK-GROUP THRU BREAK-GROUP-END
           END-IF
           ADD 1 TO WS-POLICIES-VALUED
      * BASE PREMIUM OVER THE WHOLE PERIOD AT TODAY'S ANNUAL RATE.
           MOVE ACTW-YEARLY-PYMT TO UPRW-ANNUAL
           MOVE UPRW-START-INT TO UPRW-SEG-START-INT
           MOVE UPRW-END-INT TO UPRW-SEG-END-INT
           PERFORM VALUE-SEGMENT THRU VALUE-SEGMENT-END
           MOVE UPRW-SEG-WRITTEN TO UPRW-WRITTEN
           MOVE UPRW-SEG-EARNED TO UPRW-EARNED
           PERFORM ENDORSEMENT-PASS THRU ENDORSEMENT-PASS-END
           PERFORM RIDER-PASS THRU RIDER-PASS-END
           COMPUTE UPRW-UNEARNED = UPRW-WRITTEN - UPRW-EARNED
           ADD 1 TO GRPW-COUNT
           ADD UPRW-WRITTEN TO GRPW-WRITTEN
           ADD UPRW-EARNED TO GRPW-EARNED
           ADD UPRW-UNEARNED TO GRPW-UNEARNED.
       VALUE-POLICY-END.
           EXIT.
      **************************************************************
      * VALUE-SEGMENT - WRITTEN AND EARNED PREMIUM FOR ONE ANNUAL
      * RATE OVER UPRW-SEG-START-INT TO UPRW-SEG-END-INT, EARNED UP
      * TO THE VALUATION DATE.
      **************************************************************
       VALUE-SEGMENT.
           MOVE 0 TO UPRW-SEG-WRITTEN
           MOVE 0 TO UPRW-SEG-EARNED
           IF UPRW-SEG-END-INT NOT > UPRW-SEG-START-INT
              GO TO VALUE-SEGMENT-END
           END-IF
           COMPUTE UPRW-SEG-WRITTEN ROUNDED =
              UPRW-ANNUAL * (UPRW-SEG-END-INT - UPRW-SEG-START-INT)
                 / 365
           MOVE UPRW-SEG-END-INT TO UPRW-RUN-TO-INT
           IF UPRW-VAL-INT < UPRW-RUN-TO-INT
              MOVE UPRW-VAL-INT TO UPRW-RUN-TO-INT
           END-IF
           IF UPRW-RUN-TO-INT > UPRW-SEG-START-INT
              COMPUTE UPRW-SEG-EARNED ROUNDED =
                 UPRW-ANNUAL * (UPRW-RUN-TO-INT - UPRW-SEG-START-INT)
                    / 365
           END-IF.
       VALUE-SEGMENT-END.
           EXIT.
      **************************************************************
      * ENDORSEMENT-PASS - EACH PREMIUM CHANGE INSIDE THE PERIOD
      * RE-PRICES THE DAYS BEFORE IT AT THE PREMIUM IT REPLACED:
      * THE DIFFERENCE (OLD LESS NEW, ANNUALISED) OVER THE PERIOD
      * START TO THE ENDORSEMENT DATE IS ADDED TO WRITTEN AND
      * EARNED ALIKE - THOSE DAYS HAVE RUN.
      **************************************************************
       ENDORSEMENT-PASS.
           MOVE 'N' TO INNER-EOF
           EXEC SQL
              DECLARE U2 CURSOR FOR
               SELECT
                 END_TS,
                 END_OLD_MONTHLY_PYMT,
                 END_NEW_MONTHLY_PYMT
               FROM OLS0002.POLICY2_ENDORSEMENT
               WHERE END_POLICY_NUM = :ACTW-POLICY-NUM
                 AND END_OLD_MONTHLY_PYMT <> END_NEW_MONTHLY_PYMT
           END-EXEC
           EXEC SQL
              OPEN U2
           END-EXEC
           PERFORM FETCH-ENDORSEMENT THRU FETCH-ENDORSEMENT-END
           PERFORM APPLY-ENDORSEMENT THRU APPLY-ENDORSEMENT-END
              UNTIL INNER-EOF = 'Y'
           EXEC SQL
              CLOSE U2
           END-EXEC.
       ENDORSEMENT-PASS-END.
           EXIT.
      **************************************************************
       FETCH-ENDORSEMENT.
           EXEC SQL
                FETCH U2 INTO
                  :ACTW-END-TS,
                  :ACTW-END-OLD-MONTHLY,
                  :ACTW-END-NEW-MONTHLY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO INNER-EOF
           END-IF.
       FETCH-ENDORSEMENT-END.
           EXIT.
      **************************************************************
       APPLY-ENDORSEMENT.
           MOVE SPACES TO UPRW-DT-X
           STRING ACTW-END-TS(1:4) DELIMITED BY SIZE
              ACTW-END-TS(6:2)     DELIMITED BY SIZE
              ACTW-END-TS(9:2)     DELIMITED BY SIZE
              INTO UPRW-DT-X
           END-STRING
           COMPUTE UPRW-SEG-END-INT =
              FUNCTION INTEGER-OF-DATE(UPRW-DT-NUM)
           IF UPRW-SEG-END-INT > UPRW-START-INT
              AND UPRW-SEG-END-INT < UPRW-END-INT
              COMPUTE UPRW-ANNUAL =
                 (ACTW-END-OLD-MONTHLY - ACTW-END-NEW-MONTHLY) * 12
              MOVE UPRW-START-INT TO UPRW-SEG-START-INT
              PERFORM VALUE-SEGMENT THRU VALUE-SEGMENT-END
              ADD UPRW-SEG-WRITTEN TO UPRW-WRITTEN
              ADD UPRW-SEG-EARNED TO UPRW-EARNED
           END-IF
           PERFORM FETCH-ENDORSEMENT THRU FETCH-ENDORSEMENT-END.
       APPLY-ENDORSEMENT-END.
           EXIT.
      **************************************************************
      * RIDER-PASS - EACH ACTIVE RIDER'S MONTHLY PREMIUM, ANNUALISED,
      * OVER THE PART OF ITS OWN EFFECTIVE-TO-EXPIRY RANGE THAT
      * FALLS INSIDE THE POLICY PERIOD.
      **************************************************************
       RIDER-PASS.
           MOVE 'N' TO INNER-EOF
           EXEC SQL
              DECLARE U3 CURSOR FOR
               SELECT
                 RID_PREMIUM,
                 RID_EFF_DATE,
                 RID_EXPIRY_DATE
               FROM OLS0002.POLICY2_RIDER
               WHERE RID_POLICY_NUM = :ACTW-POLICY-NUM
                 AND RID_STATUS = 'A'
           END-EXEC
           EXEC SQL
              OPEN U3
           END-EXEC
           PERFORM FETCH-RIDER THRU FETCH-RIDER-END
           PERFORM APPLY-RIDER THRU APPLY-RIDER-END
              UNTIL INNER-EOF = 'Y'
           EXEC SQL
              CLOSE U3
           END-EXEC.
       RIDER-PASS-END.
           EXIT.
      **************************************************************
       FETCH-RIDER.
           EXEC SQL
                FETCH U3 INTO
                  :ACTW-RID-PREMIUM,
                  :ACTW-RID-EFF-DATE,
                  :ACTW-RID-EXPIRY-DATE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO INNER-EOF
           END-IF.
       FETCH-RIDER-END.
           EXIT.
      **************************************************************
       APPLY-RIDER.
           MOVE UPRW-START-INT TO UPRW-SEG-START-INT
           IF ACTW-RID-EFF-DATE NOT = SPACES
              MOVE ACTW-RID-EFF-DATE TO UPRW-DT-X
              COMPUTE UPRW-END-DT-INT =
                 FUNCTION INTEGER-OF-DATE(UPRW-DT-NUM)
              IF UPRW-END-DT-INT > UPRW-SEG-START-INT
                 MOVE UPRW-END-DT-INT TO UPRW-SEG-START-INT
              END-IF
           END-IF
           MOVE UPRW-END-INT TO UPRW-SEG-END-INT
           IF ACTW-RID-EXPIRY-DATE NOT = SPACES
              MOVE ACTW-RID-EXPIRY-DATE TO UPRW-DT-X
              COMPUTE UPRW-END-DT-INT =
                 FUNCTION INTEGER-OF-DATE(UPRW-DT-NUM)
              IF UPRW-END-DT-INT < UPRW-SEG-END-INT
                 MOVE UPRW-END-DT-INT TO UPRW-SEG-END-INT
              END-IF
           END-IF
           COMPUTE UPRW-ANNUAL = ACTW-RID-PREMIUM * 12
           PERFORM VALUE-SEGMENT THRU VALUE-SEGMENT-END
           ADD UPRW-SEG-WRITTEN TO UPRW-WRITTEN
           ADD UPRW-SEG-EARNED TO UPRW-EARNED
           PERFORM FETCH-RIDER THRU FETCH-RIDER-END.
       APPLY-RIDER-END.
           EXIT.
      **************************************************************
      * BREAK-GROUP CLOSES THE STATE GROUP (AND THE TYPE, WHEN THE
      * TYPE CHANGED) AND STARTS THE NEXT.
      **************************************************************
       BREAK-GROUP.
           IF FIRST-GROUP-SW = 'N'
              PERFORM END-STATE-GROUP THRU END-STATE-GROUP-END
              IF ACTW-POLICY-TYPE NOT = GRPW-POLICY-TYPE
                 PERFORM END-TYPE-GROUP THRU END-TYPE-GROUP-END
              END-IF
           END-IF
           MOVE 'N' TO FIRST-GROUP-SW
           MOVE ACTW-POLICY-TYPE TO GRPW-POLICY-TYPE
           MOVE ACTW-STATE TO GRPW-STATE
           MOVE 0 TO GRPW-COUNT
           MOVE 0 TO GRPW-WRITTEN
           MOVE 0 TO GRPW-EARNED
           MOVE 0 TO GRPW-UNEARNED.
       BREAK-GROUP-END.
           EXIT.
      **************************************************************
       END-STATE-GROUP.
           MOVE SPACES TO WS-LABEL
           STRING GRPW-POLICY-TYPE DELIMITED BY SIZE
              '  '                 DELIMITED BY SIZE
              GRPW-STATE           DELIMITED BY SIZE
              INTO WS-LABEL
           END-STRING
           MOVE GRPW-COUNT TO WS-COUNT-ED
           MOVE GRPW-WRITTEN TO WS-WRITTEN-ED
           MOVE GRPW-EARNED TO WS-EARNED-ED
           MOVE GRPW-UNEARNED TO WS-UNEARNED-ED
           PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-END
           ADD GRPW-COUNT TO TYPW-COUNT
           ADD GRPW-WRITTEN TO TYPW-WRITTEN
           ADD GRPW-EARNED TO TYPW-EARNED
           ADD GRPW-UNEARNED TO TYPW-UNEARNED
           PERFORM STORE-HISTORY THRU STORE-HISTORY-END.
       END-STATE-GROUP-END.
           EXIT.
      **************************************************************
       END-TYPE-GROUP.
           MOVE SPACES TO WS-LABEL
           STRING GRPW-POLICY-TYPE DELIMITED BY SIZE
              'ALL'                DELIMITED BY SIZE
              INTO WS-LABEL
           END-STRING
           MOVE TYPW-COUNT TO WS-COUNT-ED
           MOVE TYPW-WRITTEN TO WS-WRITTEN-ED
           MOVE TYPW-EARNED TO WS-EARNED-ED
           MOVE TYPW-UNEARNED TO WS-UNEARNED-ED
           PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-END
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD TYPW-COUNT TO RUNW-COUNT
           ADD TYPW-WRITTEN TO RUNW-WRITTEN
           ADD TYPW-EARNED TO RUNW-EARNED
           ADD TYPW-UNEARNED TO RUNW-UNEARNED
           MOVE 0 TO TYPW-COUNT
           MOVE 0 TO TYPW-WRITTEN
           MOVE 0 TO TYPW-EARNED
           MOVE 0 TO TYPW-UNEARNED.
       END-TYPE-GROUP-END.
           EXIT.
      **************************************************************
       WRITE-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING WS-LABEL         DELIMITED BY SIZE
              WS-COUNT-ED          DELIMITED BY SIZE
              WS-WRITTEN-ED        DELIMITED BY SIZE
              WS-EARNED-ED         DELIMITED BY SIZE
              WS-UNEARNED-ED       DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
       WRITE-TOTAL-LINE-END.
           EXIT.
      **************************************************************
      * STORE-HISTORY KEEPS THIS MONTH'S FIGURES PER TYPE AND
      * STATE - A RERUN IN THE SAME MONTH REPLACES THEM.
      **************************************************************
       STORE-HISTORY.
           EXEC SQL
                UPDATE OLS0002.UPR_VALUATION_HIST
                   SET UPV_POLICY_COUNT = :GRPW-COUNT,
                       UPV_WRITTEN = :GRPW-WRITTEN,
                       UPV_EARNED = :GRPW-EARNED,
                       UPV_UNEARNED = :GRPW-UNEARNED
                 WHERE UPV_MONTH = :WS-RUN-MONTH
                   AND UPV_POLICY_TYPE = :GRPW-POLICY-TYPE
                   AND UPV_STATE = :GRPW-STATE
           END-EXEC
           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO OLS0002.UPR_VALUATION_HIST (
                      UPV_MONTH, UPV_POLICY_TYPE, UPV_STATE,
                      UPV_POLICY_COUNT, UPV_WRITTEN, UPV_EARNED,
                      UPV_UNEARNED)
                   VALUES (
                      :WS-RUN-MONTH, :GRPW-POLICY-TYPE, :GRPW-STATE,
                      :GRPW-COUNT, :GRPW-WRITTEN, :GRPW-EARNED,
                      :GRPW-UNEARNED)
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'UPRVCS2 HISTORY NOT STORED: ' GRPW-POLICY-TYPE
                 ' ' GRPW-STATE ' SQLCODE: ' TXT-SQLCODE
           END-IF.
       STORE-HISTORY-END.
           EXIT.
      **************************************************************
       WRITE-RUN-TOTAL.
           MOVE 'ALL TYPES, ALL STATES' TO WS-LABEL
           MOVE RUNW-COUNT TO WS-COUNT-ED
           MOVE RUNW-WRITTEN TO WS-WRITTEN-ED
           MOVE RUNW-EARNED TO WS-EARNED-ED
           MOVE RUNW-UNEARNED TO WS-UNEARNED-ED
           PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-END.
       WRITE-RUN-TOTAL-END.
           EXIT.
      **************************************************************
      * WRITE-MOVEMENT - THE RESERVE MOVEMENT IS THIS MONTH'S
      * UNEARNED TOTAL LESS THE LATEST EARLIER MONTH ON THE
      * HISTORY (NOTHING ON FILE MEANS THE WHOLE RESERVE IS THE
      * MOVEMENT), JOURNALED AS ONE BALANCED DEBIT/CREDIT PAIR.
      **************************************************************
       WRITE-MOVEMENT.
           MOVE SPACES TO WS-PRIOR-MONTH
           MOVE 0 TO WS-PRIOR-UNEARNED
           EXEC SQL
                SELECT COALESCE(MAX(UPV_MONTH), ' ')
                  INTO :WS-PRIOR-MONTH
                  FROM OLS0002.UPR_VALUATION_HIST
                 WHERE UPV_MONTH < :WS-RUN-MONTH
           END-EXEC
           IF WS-PRIOR-MONTH NOT = SPACES
              EXEC SQL
                   SELECT COALESCE(SUM(UPV_UNEARNED), 0)
                     INTO :WS-PRIOR-UNEARNED
                     FROM OLS0002.UPR_VALUATION_HIST
                    WHERE UPV_MONTH = :WS-PRIOR-MONTH
              END-EXEC
           END-IF
           COMPUTE WS-MOVEMENT = RUNW-UNEARNED - WS-PRIOR-UNEARNED
           MOVE WS-PRIOR-UNEARNED TO WS-UNEARNED-ED
           MOVE SPACES TO REPORT-LINE
           STRING 'PRIOR RESERVE (MONTH ' DELIMITED BY SIZE
              WS-PRIOR-MONTH              DELIMITED BY SIZE
              '):'                        DELIMITED BY SIZE
              WS-UNEARNED-ED              DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-MOVEMENT TO WS-UNEARNED-ED
           MOVE SPACES TO REPORT-LINE
           STRING 'RESERVE MOVEMENT:          ' DELIMITED BY SIZE
              WS-UNEARNED-ED              DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO ACTW-DEBIT-GL ACTW-CREDIT-GL
           EXEC SQL
                SELECT GPR_DEBIT_GL, GPR_CREDIT_GL
                  INTO :ACTW-DEBIT-GL, :ACTW-CREDIT-GL
                  FROM OLS0002.GL_POSTING_RULE
                 WHERE GPR_TXN_TYPE = :WS-JOURNAL-TYPE
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '*** NO GL POSTING RULE FOR TYPE: '
                 WS-JOURNAL-TYPE
              MOVE 4 TO RETURN-CODE
              GO TO WRITE-MOVEMENT-END
           END-IF
           PERFORM WRITE-JOURNAL-PAIR THRU WRITE-JOURNAL-PAIR-END.
       WRITE-MOVEMENT-END.
           EXIT.
      **************************************************************
       WRITE-JOURNAL-PAIR.
           MOVE WS-MOVEMENT TO WS-AMOUNT-ED
           ADD WS-MOVEMENT TO FEED-HASH-TOTAL
           ADD WS-MOVEMENT TO FEED-HASH-TOTAL
           MOVE SPACES TO GL-JOURNAL-RECORD
           STRING
              ACTW-DEBIT-GL         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              'DR'                  DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMOUNT-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-JOURNAL-TYPE       DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-JOURNAL-CURRENCY   DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              RUNC-BUSINESS-DT      DELIMITED BY SIZE
              INTO GL-JOURNAL-RECORD
           END-STRING
           WRITE GL-JOURNAL-RECORD
           MOVE SPACES TO GL-JOURNAL-RECORD
           STRING
              ACTW-CREDIT-GL        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              'CR'                  DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMOUNT-ED          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-JOURNAL-TYPE       DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-JOURNAL-CURRENCY   DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              RUNC-BUSINESS-DT      DELIMITED BY SIZE
              INTO GL-JOURNAL-RECORD
           END-STRING
           WRITE GL-JOURNAL-RECORD
           ADD 2 TO WS-LINES-WRITTEN.
       WRITE-JOURNAL-PAIR-END.
           EXIT.
      **************************************************************
       WRITE-FEED-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO FEED-RUN-ID
           MOVE SPACES TO GL-JOURNAL-RECORD
           STRING
              'HDR|'                DELIMITED BY SIZE
              'UPRVCS2 |'           DELIMITED BY SIZE
              RUNC-BUSINESS-DT      DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              FEED-RUN-ID           DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              FEED-AMT-FIELD-NO     DELIMITED BY SIZE
              INTO GL-JOURNAL-RECORD
           END-STRING
           WRITE GL-JOURNAL-RECORD.
       WRITE-FEED-HEADER-END.
           EXIT.
      **************************************************************
       WRITE-FEED-TRAILER.
           MOVE WS-LINES-WRITTEN TO FEED-TRL-COUNT-ED
           MOVE FEED-HASH-TOTAL TO FEED-TRL-HASH-ED
           MOVE SPACES TO GL-JOURNAL-RECORD
           STRING
              'TRL|'                DELIMITED BY SIZE
              FEED-TRL-COUNT-ED     DELIMITED BY SIZE
              '|'                   DELIMITED BY SIZE
              FEED-TRL-HASH-ED      DELIMITED BY SIZE
              INTO GL-JOURNAL-RECORD
           END-STRING
           WRITE GL-JOURNAL-RECORD.
       WRITE-FEED-TRAILER-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE U1
           END-EXEC.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE UPR-REPORT-FILE
           CLOSE GL-JOURNAL-FILE.
       CLOSE-FILES-END.
           EXIT.
      **************************************************************
       DO-POSTSQL.
            MOVE SQLCODE TO TXT-SQLCODE
            MOVE SQLSTATE TO TXT-SQLSTATE
            MOVE SQLERRMC TO TXT-SQLERRMC
            IF SQLCODE = 100
               MOVE 'Y' TO EODATA
            ELSE
               IF SQLCODE NOT = 0
                  DISPLAY 'UPRVCS2 SQL ERROR. SQLCODE: ' TXT-SQLCODE
                  DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
                  DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
                  MOVE 'Y' TO EODATA
               END-IF
            END-IF.
       DO-POSTSQL-END.
           EXIT.
      **************************************************************
       REGISTER-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUNC-BUSINESS-DT
           PERFORM CHECK-PREDECESSORS THRU CHECK-PREDECESSORS-END
           IF RUNC-SUPPRESS-SW = 'Y'
              GO TO REGISTER-RUN-END
           END-IF
           MOVE 0 TO RUNC-DONE-COUNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :RUNC-DONE-COUNT
                  FROM OLS0002.BATCH_RUN_CONTROL
                 WHERE RUN_JOB_NAME = :RUNC-JOB-NAME
                   AND RUN_BUSINESS_DT = :RUNC-BUSINESS-DT
                   AND RUN_STATUS = 'C'
           END-EXEC
           IF RUNC-DONE-COUNT > 0
              MOVE 'Y' TO RUNC-SUPPRESS-SW
              DISPLAY RUNC-JOB-NAME
                 ' ALREADY COMPLETED FOR BUSINESS DATE '
                 RUNC-BUSINESS-DT ' - RUN SUPPRESSED'
              GO TO REGISTER-RUN-END
           END-IF
           EXEC SQL
                DELETE FROM OLS0002.BATCH_RUN_CONTROL
                 WHERE RUN_JOB_NAME = :RUNC-JOB-NAME
                   AND RUN_BUSINESS_DT = :RUNC-BUSINESS-DT
           END-EXEC
           EXEC SQL
                INSERT INTO OLS0002.BATCH_RUN_CONTROL (
                   RUN_JOB_NAME, RUN_BUSINESS_DT, RUN_START_TS,
                   RUN_STATUS, RUN_RECORDS)
                VALUES (
                   :RUNC-JOB-NAME, :RUNC-BUSINESS-DT,
                   CURRENT TIMESTAMP, 'R', 0)
           END-EXEC.
       REGISTER-RUN-END.
           EXIT.
      **************************************************************
      * CHECK-PREDECESSORS - THE SHARED DEPENDENCY GATE. A HELD
      * JOB ENDS WITH RETURN-CODE 12 AND AN OPERATOR MESSAGE SO
      * THE SCHEDULER SEES A DISTINCT CONDITION CODE, NOT A
      * NORMAL END.
      **************************************************************
       CHECK-PREDECESSORS.
           MOVE RUNC-JOB-NAME TO DEPG-JOB-NAME
           MOVE RUNC-BUSINESS-DT TO DEPG-BUSINESS-DT
           CALL 'DEPGCS9' USING DEPG-PARM
           IF DEPG-RTCD NOT = 0
              DISPLAY RUNC-JOB-NAME ' HELD AT DEPENDENCY GATE: '
                 DEPG-MSG
              MOVE 'Y' TO RUNC-SUPPRESS-SW
              MOVE 12 TO RETURN-CODE
           END-IF.
       CHECK-PREDECESSORS-END.
           EXIT.
      **************************************************************
       COMPLETE-RUN.
           MOVE WS-POLICIES-VALUED TO RUNC-RECORDS
           EXEC SQL
                UPDATE OLS0002.BATCH_RUN_CONTROL
                   SET RUN_STATUS = 'C',
                       RUN_END_TS = CURRENT TIMESTAMP,
                       RUN_RECORDS = :RUNC-RECORDS
                 WHERE RUN_JOB_NAME = :RUNC-JOB-NAME
                   AND RUN_BUSINESS_DT = :RUNC-BUSINESS-DT
           END-EXEC.
       COMPLETE-RUN-END.
           EXIT.
      **************************************************************
