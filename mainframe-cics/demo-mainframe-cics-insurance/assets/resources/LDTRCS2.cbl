CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * LDTRCS2 - QUARTERLY LOSS-DEVELOPMENT TRIANGLE REPORT.
      * THE RESERVING TEAM'S YEAR-END RESERVE OPINION NEEDS TO SEE
      * HOW EACH ACCIDENT YEAR'S LOSSES DEVELOPED, NOT JUST WHERE
      * THEY STAND TODAY. FOR EVERY POL_POLICY_TYPE WITH CLAIMS IN
      * THE LAST TEN ACCIDENT YEARS (THE YEAR OF CLM_CLAIM_DATE)
      * THIS JOB BUILDS TWO CUMULATIVE TRIANGLES AT TWELVE-MONTH
      * DEVELOPMENT AGES FROM OLS0002.CLAIM_RESERVE_HIST - THE
      * RESERVE CHANGES UCLMCS2 RECORDS AND THE PAYMENTS PCLMCS2
      * RECORDS:
      *    PAID     - PAYMENTS MADE BY THE END OF EACH AGE;
      *    INCURRED - PAID PLUS THE CASE RESERVES STANDING AT THE
      *               END OF EACH AGE (THE NEW RESERVE ON EACH
      *               CLAIM'S LATEST HISTORY ROW BY THAT DATE).
      * EACH AGE ENDS AT THE ACCIDENT YEAR'S ANNIVERSARY YEAR-END;
      * THE LATEST DIAGONAL IS VALUED AT THE RUN DATE. UNDER EACH
      * TRIANGLE THE VOLUME-WEIGHTED AGE-TO-AGE DEVELOPMENT
      * FACTORS ARE PRINTED - THE SUM OF THE LATER AGE OVER THE
      * SUM OF THE EARLIER AGE ACROSS THE ACCIDENT YEARS THAT HAVE
      * REACHED BOTH. ONE PRINT-IMAGE REPORT (LDTRRPT). CLAIMS
      * RESERVED BEFORE THE HISTORY WAS KEPT SHOW ONLY FROM THEIR
      * FIRST RECORDED CHANGE OR PAYMENT.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. LDTRCS2.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TRIANGLE-REPORT-FILE ASSIGN TO LDTRRPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRIANGLE-REPORT-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  TRIANGLE-REPORT-FILE
            RECORDING MODE IS F.
        01  RPT-LINE                           PIC X(132).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLRESERVEHIST.
           10 RSH_CLAIM_NUM        PIC S9(9) USAGE COMP.
           10 RSH_SEQ              PIC S9(4) USAGE COMP.
           10 RSH_EVENT            PIC X(1).
           10 RSH_OLD_RESERVE      PIC S9(9)V9(2) USAGE COMP-3.
           10 RSH_NEW_RESERVE      PIC S9(9)V9(2) USAGE COMP-3.
           10 RSH_PAID_AMOUNT      PIC S9(9)V9(2) USAGE COMP-3.
           10 RSH_CHANGE_DT        PIC X(8).
           10 RSH_USERID           PIC X(8).
           10 RSH_TS               PIC X(26).
      **************************************************************
        01 TYPE-WS.
            07 ACTW-POLICY-TYPE       PIC X(16).
      **************************************************************
      * THE TRIANGLES - TEN ACCIDENT YEARS BY TEN DEVELOPMENT AGES.
      * A CELL NOT YET REACHED (AGE ENDS AFTER THE RUN YEAR) IS
      * LEFT UNFILLED AND PRINTS BLANK.
      **************************************************************
        01 TRI-TABLE.
            05 TRI-AY OCCURS 10 TIMES.
               07 TRI-CELL OCCURS 10 TIMES.
                  09 TRI-FILLED         PIC X(1).
                  09 TRI-PAID           PIC S9(13)V9(2) COMP-3.
                  09 TRI-INCURRED       PIC S9(13)V9(2) COMP-3.
        01 FACTOR-TABLE.
            05 FAC-AGE OCCURS 9 TIMES.
               07 FAC-PAID              PIC S9(5)V9(4) COMP-3.
               07 FAC-INCURRED          PIC S9(5)V9(4) COMP-3.
      **************************************************************
        01 TRI-LINE.
            05 TRL-LABEL                PIC X(10).
            05 TRL-CELL OCCURS 10 TIMES PIC X(12).
            05 FILLER                   PIC X(2).
      **************************************************************
        01 WS-AY-IX                        PIC S9(4)  COMP VALUE 0.
        01 WS-DEV-IX                       PIC S9(4)  COMP VALUE 0.
        01 WS-NEXT-IX                      PIC S9(4)  COMP VALUE 0.
        01 WS-FIRST-AY                     PIC 9(4)   VALUE 0.
        01 WS-AY-YEAR                      PIC 9(4)   VALUE 0.
        01 WS-EVAL-YEAR                    PIC 9(4)   VALUE 0.
        01 WS-AY-START                     PIC 9(8)   VALUE 0.
        01 WS-AY-END                       PIC 9(8)   VALUE 0.
        01 WS-EVAL-DT                      PIC 9(8)   VALUE 0.
        01 WS-CELL-PAID                    PIC S9(13)V9(2) COMP-3
                                                      VALUE 0.
        01 WS-CELL-RESERVE                 PIC S9(13)V9(2) COMP-3
                                                      VALUE 0.
        01 WS-SUM-PAID-FROM                PIC S9(15)V9(2) COMP-3
                                                      VALUE 0.
        01 WS-SUM-PAID-TO                  PIC S9(15)V9(2) COMP-3
                                                      VALUE 0.
        01 WS-SUM-INC-FROM                 PIC S9(15)V9(2) COMP-3
                                                      VALUE 0.
        01 WS-SUM-INC-TO                   PIC S9(15)V9(2) COMP-3
                                                      VALUE 0.
        01 WS-AGE-MONTHS                   PIC 9(3)   VALUE 0.
        01 WS-AGE-ED                       PIC ZZ9.
        01 WS-AGE-TO-ED                    PIC ZZ9.
        01 WS-AMOUNT-ED                    PIC Z(9)9-.
        01 WS-FACTOR-ED                    PIC ZZZZ9.9999.
        01 WS-TRIANGLE-SW                  PIC X(1)   VALUE 'P'.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
          03 WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
             05 WS-CURRENT-CCYY            PIC 9(04).
             05 WS-CURRENT-MMDD            PIC 9(04).
        01 WS-TYPES-REPORTED               PIC 9(5)   VALUE 0.
        01 WS-TRIANGLE-REPORT-FILE-STATUS  PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * SHARED BATCH RUN-CONTROL WORK AREA (OLS0002.
      * BATCH_RUN_CONTROL), THE SAME DOUBLE-RUN GUARD EVERY
      * MONTH-END JOB CARRIES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'LDTRCS2 '.
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
           PERFORM TYPE-LOOP THRU TYPE-LOOP-END
              UNTIL EODATA = 'Y'
           PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'LDTRCS2 POLICY TYPES:        ' WS-TYPES-REPORTED
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
      * THE TEN ACCIDENT YEARS END WITH THE RUN YEAR.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           COMPUTE WS-FIRST-AY = WS-CURRENT-CCYY - 9
           COMPUTE WS-AY-START = WS-FIRST-AY * 10000 + 101
           OPEN OUTPUT TRIANGLE-REPORT-FILE
           IF WS-TRIANGLE-REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'TRIANGLE-REPORT-FILE OPEN FAILED, STATUS: '
                 WS-TRIANGLE-REPORT-FILE-STATUS
              MOVE 'Y' TO EODATA
              GO TO INIT-RTN-END
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING 'LOSS-DEVELOPMENT TRIANGLES VALUED AS OF '
                                              DELIMITED BY SIZE
              WS-CURRENT-DATE                 DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
       INIT-RTN-END.
           EXIT.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE T1 CURSOR FOR
                SELECT DISTINCT P.POL_POLICY_TYPE
                  FROM OLS0002.CLAIM2 C,
                       OLS0002.POLICY2 P
                 WHERE P.POL_POLICY_NUM = C.CLM_POLICY_NUM
                   AND C.CLM_CLAIM_DATE >= :WS-AY-START
                 ORDER BY P.POL_POLICY_TYPE
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN T1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH T1 INTO
                  :ACTW-POLICY-TYPE
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       TYPE-LOOP.
           ADD 1 TO WS-TYPES-REPORTED
           PERFORM BUILD-CELL THRU BUILD-CELL-END
              VARYING WS-AY-IX FROM 1 BY 1 UNTIL WS-AY-IX > 10
                AFTER WS-DEV-IX FROM 1 BY 1 UNTIL WS-DEV-IX > 10
           PERFORM BUILD-FACTOR THRU BUILD-FACTOR-END
              VARYING WS-DEV-IX FROM 1 BY 1 UNTIL WS-DEV-IX > 9
           MOVE 'P' TO WS-TRIANGLE-SW
           PERFORM PRINT-TRIANGLE THRU PRINT-TRIANGLE-END
           MOVE 'I' TO WS-TRIANGLE-SW
           PERFORM PRINT-TRIANGLE THRU PRINT-TRIANGLE-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       TYPE-LOOP-END.
           EXIT.
      **************************************************************
      * BUILD-CELL VALUES ONE ACCIDENT YEAR AT ONE AGE: THE AGE
      * ENDS 31 DECEMBER OF ACCIDENT YEAR + AGE - 1, OR AT THE RUN
      * DATE FOR THE CURRENT YEAR'S DIAGONAL.
      **************************************************************
       BUILD-CELL.
           MOVE 'N' TO TRI-FILLED (WS-AY-IX, WS-DEV-IX)
           MOVE 0 TO TRI-PAID (WS-AY-IX, WS-DEV-IX)
           MOVE 0 TO TRI-INCURRED (WS-AY-IX, WS-DEV-IX)
           COMPUTE WS-AY-YEAR = WS-FIRST-AY + WS-AY-IX - 1
           COMPUTE WS-EVAL-YEAR = WS-AY-YEAR + WS-DEV-IX - 1
           IF WS-EVAL-YEAR > WS-CURRENT-CCYY
              GO TO BUILD-CELL-END
           END-IF
           IF WS-EVAL-YEAR = WS-CURRENT-CCYY
              MOVE WS-CURRENT-DATE TO WS-EVAL-DT
           ELSE
              COMPUTE WS-EVAL-DT = WS-EVAL-YEAR * 10000 + 1231
           END-IF
           COMPUTE WS-AY-START = WS-AY-YEAR * 10000 + 101
           COMPUTE WS-AY-END = WS-AY-YEAR * 10000 + 1231
           MOVE 0 TO WS-CELL-PAID
           EXEC SQL
                SELECT COALESCE(SUM(H.RSH_PAID_AMOUNT), 0)
                  INTO :WS-CELL-PAID
                  FROM OLS0002.CLAIM_RESERVE_HIST H,
                       OLS0002.CLAIM2 C,
                       OLS0002.POLICY2 P
                 WHERE H.RSH_CLAIM_NUM = C.CLM_CLAIM_NUM
                   AND P.POL_POLICY_NUM = C.CLM_POLICY_NUM
                   AND P.POL_POLICY_TYPE = :ACTW-POLICY-TYPE
                   AND C.CLM_CLAIM_DATE >= :WS-AY-START
                   AND C.CLM_CLAIM_DATE <= :WS-AY-END
                   AND H.RSH_EVENT = 'P'
                   AND H.RSH_CHANGE_DT <= :WS-EVAL-DT
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
              MOVE 0 TO WS-CELL-PAID
           END-IF
           MOVE 0 TO WS-CELL-RESERVE
           EXEC SQL
                SELECT COALESCE(SUM(H.RSH_NEW_RESERVE), 0)
                  INTO :WS-CELL-RESERVE
                  FROM OLS0002.CLAIM_RESERVE_HIST H,
                       OLS0002.CLAIM2 C,
                       OLS0002.POLICY2 P
                 WHERE H.RSH_CLAIM_NUM = C.CLM_CLAIM_NUM
                   AND P.POL_POLICY_NUM = C.CLM_POLICY_NUM
                   AND P.POL_POLICY_TYPE = :ACTW-POLICY-TYPE
                   AND C.CLM_CLAIM_DATE >= :WS-AY-START
                   AND C.CLM_CLAIM_DATE <= :WS-AY-END
                   AND H.RSH_SEQ =
                       (SELECT MAX(H2.RSH_SEQ)
                          FROM OLS0002.CLAIM_RESERVE_HIST H2
                         WHERE H2.RSH_CLAIM_NUM = H.RSH_CLAIM_NUM
                           AND H2.RSH_CHANGE_DT <= :WS-EVAL-DT)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
              MOVE 0 TO WS-CELL-RESERVE
           END-IF
           MOVE 'Y' TO TRI-FILLED (WS-AY-IX, WS-DEV-IX)
           MOVE WS-CELL-PAID TO TRI-PAID (WS-AY-IX, WS-DEV-IX)
           COMPUTE TRI-INCURRED (WS-AY-IX, WS-DEV-IX) =
              WS-CELL-PAID + WS-CELL-RESERVE.
       BUILD-CELL-END.
           EXIT.
      **************************************************************
      * BUILD-FACTOR - AGE-TO-AGE FACTOR FROM AGE WS-DEV-IX TO THE
      * NEXT, VOLUME-WEIGHTED OVER THE ACCIDENT YEARS THAT HAVE
      * REACHED THE LATER AGE. NO EARLIER-AGE VOLUME GIVES ZERO.
      **************************************************************
       BUILD-FACTOR.
           COMPUTE WS-NEXT-IX = WS-DEV-IX + 1
           MOVE 0 TO WS-SUM-PAID-FROM
           MOVE 0 TO WS-SUM-PAID-TO
           MOVE 0 TO WS-SUM-INC-FROM
           MOVE 0 TO WS-SUM-INC-TO
           PERFORM SUM-FACTOR-YEAR THRU SUM-FACTOR-YEAR-END
              VARYING WS-AY-IX FROM 1 BY 1 UNTIL WS-AY-IX > 10
           MOVE 0 TO FAC-PAID (WS-DEV-IX)
           MOVE 0 TO FAC-INCURRED (WS-DEV-IX)
           IF WS-SUM-PAID-FROM > 0
              COMPUTE FAC-PAID (WS-DEV-IX) ROUNDED =
                 WS-SUM-PAID-TO / WS-SUM-PAID-FROM
                 ON SIZE ERROR
                    MOVE 99999.9999 TO FAC-PAID (WS-DEV-IX)
              END-COMPUTE
           END-IF
           IF WS-SUM-INC-FROM > 0
              COMPUTE FAC-INCURRED (WS-DEV-IX) ROUNDED =
                 WS-SUM-INC-TO / WS-SUM-INC-FROM
                 ON SIZE ERROR
                    MOVE 99999.9999 TO FAC-INCURRED (WS-DEV-IX)
              END-COMPUTE
           END-IF.
       BUILD-FACTOR-END.
           EXIT.
      **************************************************************
       SUM-FACTOR-YEAR.
           IF TRI-FILLED (WS-AY-IX, WS-NEXT-IX) = 'Y'
              ADD TRI-PAID (WS-AY-IX, WS-DEV-IX) TO WS-SUM-PAID-FROM
              ADD TRI-PAID (WS-AY-IX, WS-NEXT-IX) TO WS-SUM-PAID-TO
              ADD TRI-INCURRED (WS-AY-IX, WS-DEV-IX)
                 TO WS-SUM-INC-FROM
              ADD TRI-INCURRED (WS-AY-IX, WS-NEXT-IX)
                 TO WS-SUM-INC-TO
           END-IF.
       SUM-FACTOR-YEAR-END.
           EXIT.
      **************************************************************
      * PRINT-TRIANGLE PRINTS THE PAID ('P') OR INCURRED ('I')
      * TRIANGLE FOR THE TYPE, ITS AGE HEADINGS, ONE LINE PER
      * ACCIDENT YEAR AND THE AGE-TO-AGE FACTOR LINE.
      **************************************************************
       PRINT-TRIANGLE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-TRIANGLE-SW = 'P'
              STRING 'POLICY TYPE ' DELIMITED BY SIZE
                 ACTW-POLICY-TYPE   DELIMITED BY SIZE
                 ' - CUMULATIVE PAID LOSSES' DELIMITED BY SIZE
                 INTO RPT-LINE
              END-STRING
           ELSE
              STRING 'POLICY TYPE ' DELIMITED BY SIZE
                 ACTW-POLICY-TYPE   DELIMITED BY SIZE
                 ' - INCURRED LOSSES (PAID + CASE RESERVE)'
                                    DELIMITED BY SIZE
                 INTO RPT-LINE
              END-STRING
           END-IF
           WRITE RPT-LINE
           MOVE SPACES TO TRI-LINE
           MOVE 'ACC YEAR' TO TRL-LABEL
           PERFORM HEAD-CELL THRU HEAD-CELL-END
              VARYING WS-DEV-IX FROM 1 BY 1 UNTIL WS-DEV-IX > 10
           MOVE TRI-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM PRINT-YEAR-LINE THRU PRINT-YEAR-LINE-END
              VARYING WS-AY-IX FROM 1 BY 1 UNTIL WS-AY-IX > 10
           MOVE SPACES TO TRI-LINE
           MOVE 'AGE-TO-AGE' TO TRL-LABEL
           PERFORM FACTOR-CELL THRU FACTOR-CELL-END
              VARYING WS-DEV-IX FROM 1 BY 1 UNTIL WS-DEV-IX > 9
           MOVE TRI-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO TRI-LINE
           PERFORM FACTOR-HEAD-CELL THRU FACTOR-HEAD-CELL-END
              VARYING WS-DEV-IX FROM 1 BY 1 UNTIL WS-DEV-IX > 9
           MOVE TRI-LINE TO RPT-LINE
           WRITE RPT-LINE.
       PRINT-TRIANGLE-END.
           EXIT.
      **************************************************************
       HEAD-CELL.
           COMPUTE WS-AGE-MONTHS = WS-DEV-IX * 12
           MOVE WS-AGE-MONTHS TO WS-AGE-ED
           STRING '     ' DELIMITED BY SIZE
              WS-AGE-ED    DELIMITED BY SIZE
              ' MOS'       DELIMITED BY SIZE
              INTO TRL-CELL (WS-DEV-IX)
           END-STRING.
       HEAD-CELL-END.
           EXIT.
      **************************************************************
       PRINT-YEAR-LINE.
           MOVE SPACES TO TRI-LINE
           COMPUTE WS-AY-YEAR = WS-FIRST-AY + WS-AY-IX - 1
           MOVE WS-AY-YEAR TO TRL-LABEL
           PERFORM YEAR-CELL THRU YEAR-CELL-END
              VARYING WS-DEV-IX FROM 1 BY 1 UNTIL WS-DEV-IX > 10
           MOVE TRI-LINE TO RPT-LINE
           WRITE RPT-LINE.
       PRINT-YEAR-LINE-END.
           EXIT.
      **************************************************************
       YEAR-CELL.
           IF TRI-FILLED (WS-AY-IX, WS-DEV-IX) NOT = 'Y'
              GO TO YEAR-CELL-END
           END-IF
           IF WS-TRIANGLE-SW = 'P'
              MOVE TRI-PAID (WS-AY-IX, WS-DEV-IX) TO WS-AMOUNT-ED
           ELSE
              MOVE TRI-INCURRED (WS-AY-IX, WS-DEV-IX)
                 TO WS-AMOUNT-ED
           END-IF
           MOVE WS-AMOUNT-ED TO TRL-CELL (WS-DEV-IX).
       YEAR-CELL-END.
           EXIT.
      **************************************************************
      * FACTOR N SITS UNDER AGE N+1, THE AGE IT DEVELOPS TO; THE
      * LINE BELOW NAMES EACH STEP (12-24, 24-36 ...).
      **************************************************************
       FACTOR-CELL.
           COMPUTE WS-NEXT-IX = WS-DEV-IX + 1
           IF WS-TRIANGLE-SW = 'P'
              MOVE FAC-PAID (WS-DEV-IX) TO WS-FACTOR-ED
           ELSE
              MOVE FAC-INCURRED (WS-DEV-IX) TO WS-FACTOR-ED
           END-IF
           MOVE WS-FACTOR-ED TO TRL-CELL (WS-NEXT-IX).
       FACTOR-CELL-END.
           EXIT.
      **************************************************************
       FACTOR-HEAD-CELL.
           COMPUTE WS-NEXT-IX = WS-DEV-IX + 1
           COMPUTE WS-AGE-MONTHS = WS-DEV-IX * 12
           MOVE WS-AGE-MONTHS TO WS-AGE-ED
           COMPUTE WS-AGE-MONTHS = WS-NEXT-IX * 12
           MOVE WS-AGE-MONTHS TO WS-AGE-TO-ED
           STRING '    ' DELIMITED BY SIZE
              WS-AGE-ED   DELIMITED BY SIZE
              '-'         DELIMITED BY SIZE
              WS-AGE-TO-ED DELIMITED BY SIZE
              INTO TRL-CELL (WS-NEXT-IX)
           END-STRING.
       FACTOR-HEAD-CELL-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE T1
           END-EXEC.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE TRIANGLE-REPORT-FILE.
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
                  DISPLAY 'LDTRCS2 SQL ERROR. SQLCODE: ' TXT-SQLCODE
                  DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
                  DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
                  MOVE 'Y' TO EODATA
               END-IF
            END-IF.
       DO-POSTSQL-END.
           EXIT.
      **************************************************************
       REPORT-SQL-FAILURE.
            MOVE SQLCODE TO TXT-SQLCODE
            DISPLAY 'LDTRCS2 CELL SQL ERROR. SQLCODE: ' TXT-SQLCODE
               ' TYPE ' ACTW-POLICY-TYPE ' YEAR ' WS-AY-YEAR.
       REPORT-SQL-FAILURE-END.
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
           MOVE WS-TYPES-REPORTED TO RUNC-RECORDS
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
