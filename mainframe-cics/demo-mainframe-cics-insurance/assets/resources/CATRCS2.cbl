CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * CATRCS2 - CATASTROPHE EVENT AGGREGATION AND XOL RECOVERY.
      * FOR EVERY CATASTROPHE EVENT ON OLS0002.CAT_EVENT, TOTALS
      * THE CLAIM2 CLAIMS TAGGED TO IT (CLAIMCS2 AT CAPTURE, OR
      * CATTCS2 IN BULK): CLAIM COUNT, PAID LOSS (THE 'P' EVENTS
      * ON OLS0002.CLAIM_RESERVE_HIST) AND OUTSTANDING CASE
      * RESERVE ON CLAIMS STILL OPEN, UNDER-REV OR APPROVED. THE
      * PER-CLAIM QUOTA-SHARE RECOVERABLES PCLMCS2 ALREADY RAISED
      * ON THOSE CLAIMS COME OFF FIRST, AND THE NET LOSS IS RUN UP
      * THROUGH THE CATASTROPHE EXCESS-OF-LOSS LAYERS ON
      * OLS0002.REINS_TREATY (TRT_TREATY_KIND 'X': ATTACHMENT
      * POINT, LAYER LIMIT, AND THE REINSURER'S SHARE OF THE LAYER
      * IN TRT_CEDED_PCT) IN ATTACHMENT ORDER. EACH LAYER SHOWS
      * WHETHER THE EVENT HAS REACHED ITS ATTACHMENT, THE
      * RECOVERY INDICATED ON INCURRED LOSS AND THE RECOVERY DUE
      * ON PAID LOSS. WHEN THE RECOVERY DUE EXCEEDS WHAT HAS
      * ALREADY BEEN RAISED FOR THE EVENT AND TREATY, THE
      * DIFFERENCE IS RAISED AS AN EVENT-LEVEL OPEN RECOVERABLE ON
      * OLS0002.REINS_RECOVERABLE (RRC_CAT_EVENT_CODE SET, NO
      * CLAIM NUMBER) - RIBDCS2 CARRIES IT ON THE BORDEREAU AND
      * RIRCCS2 RECEIPTS ITS CASH LIKE ANY OTHER RECOVERABLE. A
      * RERUN RAISES ONLY NEW DEVELOPMENT. REPORT ON CATRRPT.
      * RUNS UNDER THE SHARED BATCH_RUN_CONTROL DOUBLE-RUN GUARD.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CATRCS2.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CAT-REPORT-FILE ASSIGN TO CATRRPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAT-REPORT-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  CAT-REPORT-FILE
            RECORDING MODE IS F.
        01  RPT-LINE                           PIC X(132).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLTREATY.
           10 TRT_TREATY_ID        PIC X(8).
           10 TRT_POLICY_TYPE      PIC X(16).
           10 TRT_CEDED_PCT        PIC S9(3)V9(2) USAGE COMP-3.
           10 TRT_RETENTION_LIMIT  PIC S9(9)V9(2) USAGE COMP-3.
           10 TRT_TREATY_KIND      PIC X(1).
           10 TRT_ATTACHMENT       PIC S9(11)V9(2) USAGE COMP-3.
           10 TRT_LAYER_LIMIT      PIC S9(11)V9(2) USAGE COMP-3.
      **************************************************************
        01 CAT-WS.
            07 CATW-EVENT-CODE        PIC X(8).
            07 CATW-PERIL             PIC X(2).
            07 CATW-DESCRIPTION       PIC X(40).
            07 CATW-START-DT          PIC X(8).
            07 CATW-END-DT            PIC X(8).
        01 EVENT-TOTALS-WS.
            07 EVTW-CLAIM-COUNT       PIC S9(9) COMP.
            07 EVTW-PAID              PIC S9(13)V9(2) COMP-3.
            07 EVTW-RESERVE           PIC S9(13)V9(2) COMP-3.
            07 EVTW-INCURRED          PIC S9(13)V9(2) COMP-3.
            07 EVTW-QS-RECOVERED      PIC S9(13)V9(2) COMP-3.
            07 EVTW-NET-PAID          PIC S9(13)V9(2) COMP-3.
            07 EVTW-NET-INCURRED      PIC S9(13)V9(2) COMP-3.
      **************************************************************
        01 LAYER-WS.
            07 TRTW-TREATY-ID         PIC X(8).
            07 TRTW-CEDED-PCT         PIC S9(3)V9(2) COMP-3.
            07 TRTW-ATTACHMENT        PIC S9(11)V9(2) COMP-3.
            07 TRTW-LAYER-LIMIT       PIC S9(11)V9(2) COMP-3.
            07 LAYW-INCURRED          PIC S9(13)V9(2) COMP-3.
            07 LAYW-PAID              PIC S9(13)V9(2) COMP-3.
            07 LAYW-INDICATED         PIC S9(13)V9(2) COMP-3.
            07 LAYW-DUE               PIC S9(13)V9(2) COMP-3.
            07 LAYW-RAISED            PIC S9(13)V9(2) COMP-3.
            07 LAYW-RAISE-NOW         PIC S9(9)V9(2) COMP-3.
            07 LAYW-ATTACHED          PIC X(3).
        01 INNER-EOF                  PIC X(1)   VALUE 'N'.
        01 WS-NEXT-RRC-ID             PIC S9(9)  COMP VALUE 0.
        01 RUNW-RAISED-TOTAL          PIC S9(13)V9(2) COMP-3 VALUE 0.
        01 RUNW-INCURRED-TOTAL        PIC S9(13)V9(2) COMP-3 VALUE 0.
      **************************************************************
        01 WS-COUNT-ED                     PIC Z,ZZZ,ZZ9.
        01 WS-AMOUNT-ED                    PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01 WS-AMOUNT-ED-2                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01 WS-AMOUNT-ED-3                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01 WS-AMOUNT-ED-4                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01 WS-PCT-ED                       PIC ZZ9.99.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-EVENTS-REPORTED              PIC 9(7)   VALUE 0.
        01 WS-RECOVERABLES-RAISED          PIC 9(7)   VALUE 0.
        01 WS-CAT-REPORT-FILE-STATUS       PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * SHARED BATCH RUN-CONTROL WORK AREA (OLS0002.
      * BATCH_RUN_CONTROL), THE SAME DOUBLE-RUN GUARD EVERY
      * PERIOD-END JOB CARRIES.
      **************************************************************
        01 RUNC-JOB-NAME                   PIC X(8)   VALUE 'CATRCS2 '.
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
           IF EODATA NOT = 'Y'
              PERFORM DO-DECLARE THRU DO-DECLARE-END
              PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
              PERFORM DO-FETCH THRU DO-FETCH-END
              PERFORM EVENT-LOOP THRU EVENT-LOOP-END
                 UNTIL EODATA = 'Y'
              PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
              PERFORM WRITE-RUN-TOTAL THRU WRITE-RUN-TOTAL-END
           END-IF
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'CATRCS2 EVENTS REPORTED:     ' WS-EVENTS-REPORTED
           DISPLAY 'CATRCS2 RECOVERABLES RAISED: '
              WS-RECOVERABLES-RAISED
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
       INIT-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN OUTPUT CAT-REPORT-FILE
           IF WS-CAT-REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'CAT-REPORT-FILE OPEN FAILED, STATUS: '
                 WS-CAT-REPORT-FILE-STATUS
              MOVE 'Y' TO EODATA
              GO TO INIT-RTN-END
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING 'CATASTROPHE EVENT AGGREGATION AND XOL RECOVERY'
                                              DELIMITED BY SIZE
              ' AS AT '                       DELIMITED BY SIZE
              WS-CURRENT-DATE                 DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
       INIT-RTN-END.
           EXIT.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE E1 CURSOR FOR
                SELECT
                  CAT_EVENT_CODE,
                  CAT_PERIL,
                  CAT_DESCRIPTION,
                  CAT_START_DT,
                  CAT_END_DT
                FROM OLS0002.CAT_EVENT
                ORDER BY CAT_START_DT, CAT_EVENT_CODE
            END-EXEC
            EXEC SQL
               DECLARE L1 CURSOR FOR
                SELECT
                  TRT_TREATY_ID,
                  TRT_CEDED_PCT,
                  TRT_ATTACHMENT,
                  TRT_LAYER_LIMIT
                FROM OLS0002.REINS_TREATY
                WHERE TRT_TREATY_KIND = 'X'
                ORDER BY TRT_ATTACHMENT, TRT_TREATY_ID
            END-EXEC.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN E1
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           EXEC SQL
                FETCH E1 INTO
                  :CATW-EVENT-CODE,
                  :CATW-PERIL,
                  :CATW-DESCRIPTION,
                  :CATW-START-DT,
                  :CATW-END-DT
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       EVENT-LOOP.
           ADD 1 TO WS-EVENTS-REPORTED
           PERFORM SUM-EVENT THRU SUM-EVENT-END
           PERFORM WRITE-EVENT THRU WRITE-EVENT-END
           MOVE 'N' TO INNER-EOF
           EXEC SQL
              OPEN L1
           END-EXEC
           PERFORM FETCH-LAYER THRU FETCH-LAYER-END
           PERFORM LAYER-LOOP THRU LAYER-LOOP-END
              UNTIL INNER-EOF = 'Y'
           EXEC SQL
              CLOSE L1
           END-EXEC
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM DO-FETCH THRU DO-FETCH-END.
       EVENT-LOOP-END.
           EXIT.
      **************************************************************
      * NET LOSS = GROSS LESS THE QUOTA-SHARE RECOVERABLES ALREADY
      * RAISED CLAIM BY CLAIM - THE XOL PROTECTS THE NET RETAINED
      * LOSS, NEVER WHAT ANOTHER TREATY HAS ALREADY PAID FOR.
      **************************************************************
       SUM-EVENT.
           MOVE 0 TO EVTW-CLAIM-COUNT
           MOVE 0 TO EVTW-RESERVE
           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN CLM_STATUS IN
                                ('OPEN', 'UNDER-REV', 'APPROVED')
                                THEN CLM_RESERVE_AMOUNT
                                ELSE 0 END), 0)
                  INTO :EVTW-CLAIM-COUNT, :EVTW-RESERVE
                  FROM OLS0002.CLAIM2
                 WHERE CLM_CAT_EVENT_CODE = :CATW-EVENT-CODE
           END-EXEC
           MOVE 0 TO EVTW-PAID
           EXEC SQL
                SELECT COALESCE(SUM(H.RSH_PAID_AMOUNT), 0)
                  INTO :EVTW-PAID
                  FROM OLS0002.CLAIM_RESERVE_HIST H
                  INNER JOIN OLS0002.CLAIM2 C
                    ON C.CLM_CLAIM_NUM = H.RSH_CLAIM_NUM
                 WHERE C.CLM_CAT_EVENT_CODE = :CATW-EVENT-CODE
                   AND H.RSH_EVENT = 'P'
           END-EXEC
           MOVE 0 TO EVTW-QS-RECOVERED
           EXEC SQL
                SELECT COALESCE(SUM(R.RRC_AMOUNT), 0)
                  INTO :EVTW-QS-RECOVERED
                  FROM OLS0002.REINS_RECOVERABLE R
                  INNER JOIN OLS0002.CLAIM2 C
                    ON C.CLM_CLAIM_NUM = R.RRC_CLAIM_NUM
                 WHERE C.CLM_CAT_EVENT_CODE = :CATW-EVENT-CODE
                   AND R.RRC_CAT_EVENT_CODE = ' '
           END-EXEC
           COMPUTE EVTW-INCURRED = EVTW-PAID + EVTW-RESERVE
           COMPUTE EVTW-NET-PAID = EVTW-PAID - EVTW-QS-RECOVERED
           COMPUTE EVTW-NET-INCURRED =
              EVTW-INCURRED - EVTW-QS-RECOVERED
           IF EVTW-NET-PAID < 0
              MOVE 0 TO EVTW-NET-PAID
           END-IF
           IF EVTW-NET-INCURRED < 0
              MOVE 0 TO EVTW-NET-INCURRED
           END-IF
           ADD EVTW-INCURRED TO RUNW-INCURRED-TOTAL.
       SUM-EVENT-END.
           EXIT.
      **************************************************************
       WRITE-EVENT.
           MOVE SPACES TO RPT-LINE
           STRING 'EVENT '           DELIMITED BY SIZE
              CATW-EVENT-CODE        DELIMITED BY SIZE
              ' '                    DELIMITED BY SIZE
              CATW-PERIL             DELIMITED BY SIZE
              ' '                    DELIMITED BY SIZE
              CATW-DESCRIPTION       DELIMITED BY SIZE
              ' '                    DELIMITED BY SIZE
              CATW-START-DT          DELIMITED BY SIZE
              ' TO '                 DELIMITED BY SIZE
              CATW-END-DT            DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE EVTW-CLAIM-COUNT TO WS-COUNT-ED
           MOVE EVTW-PAID TO WS-AMOUNT-ED
           MOVE EVTW-RESERVE TO WS-AMOUNT-ED-2
           MOVE EVTW-INCURRED TO WS-AMOUNT-ED-3
           MOVE SPACES TO RPT-LINE
           STRING '  CLAIMS '        DELIMITED BY SIZE
              WS-COUNT-ED            DELIMITED BY SIZE
              '  PAID '              DELIMITED BY SIZE
              WS-AMOUNT-ED           DELIMITED BY SIZE
              '  RESERVE '           DELIMITED BY SIZE
              WS-AMOUNT-ED-2         DELIMITED BY SIZE
              '  INCURRED '          DELIMITED BY SIZE
              WS-AMOUNT-ED-3         DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE EVTW-QS-RECOVERED TO WS-AMOUNT-ED
           MOVE EVTW-NET-PAID TO WS-AMOUNT-ED-2
           MOVE EVTW-NET-INCURRED TO WS-AMOUNT-ED-3
           MOVE SPACES TO RPT-LINE
           STRING '  QUOTA SHARE '   DELIMITED BY SIZE
              WS-AMOUNT-ED           DELIMITED BY SIZE
              '  NET PAID '          DELIMITED BY SIZE
              WS-AMOUNT-ED-2         DELIMITED BY SIZE
              '  NET INCURRED '      DELIMITED BY SIZE
              WS-AMOUNT-ED-3         DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
       WRITE-EVENT-END.
           EXIT.
      **************************************************************
       FETCH-LAYER.
           EXEC SQL
                FETCH L1 INTO
                  :TRTW-TREATY-ID,
                  :TRTW-CEDED-PCT,
                  :TRTW-ATTACHMENT,
                  :TRTW-LAYER-LIMIT
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO INNER-EOF
           END-IF.
       FETCH-LAYER-END.
           EXIT.
      **************************************************************
      * THE LAYER TAKES THE LOSS ABOVE ITS ATTACHMENT, UP TO ITS
      * LIMIT; THE REINSURER PAYS ITS SHARE OF THAT SLICE.
      **************************************************************
       LAYER-LOOP.
           COMPUTE LAYW-INCURRED = EVTW-NET-INCURRED - TRTW-ATTACHMENT
           IF LAYW-INCURRED < 0
              MOVE 0 TO LAYW-INCURRED
           END-IF
           IF LAYW-INCURRED > TRTW-LAYER-LIMIT
              MOVE TRTW-LAYER-LIMIT TO LAYW-INCURRED
           END-IF
           COMPUTE LAYW-PAID = EVTW-NET-PAID - TRTW-ATTACHMENT
           IF LAYW-PAID < 0
              MOVE 0 TO LAYW-PAID
           END-IF
           IF LAYW-PAID > TRTW-LAYER-LIMIT
              MOVE TRTW-LAYER-LIMIT TO LAYW-PAID
           END-IF
           IF EVTW-NET-INCURRED > TRTW-ATTACHMENT
              MOVE 'YES' TO LAYW-ATTACHED
           ELSE
              MOVE 'NO ' TO LAYW-ATTACHED
           END-IF
           COMPUTE LAYW-INDICATED ROUNDED =
              LAYW-INCURRED * TRTW-CEDED-PCT / 100
           COMPUTE LAYW-DUE ROUNDED =
              LAYW-PAID * TRTW-CEDED-PCT / 100
           MOVE 0 TO LAYW-RAISED
           EXEC SQL
                SELECT COALESCE(SUM(RRC_AMOUNT), 0)
                  INTO :LAYW-RAISED
                  FROM OLS0002.REINS_RECOVERABLE
                 WHERE RRC_TREATY_ID = :TRTW-TREATY-ID
                   AND RRC_CAT_EVENT_CODE = :CATW-EVENT-CODE
           END-EXEC
           MOVE 0 TO LAYW-RAISE-NOW
           IF LAYW-DUE > LAYW-RAISED
              COMPUTE LAYW-RAISE-NOW = LAYW-DUE - LAYW-RAISED
              PERFORM RAISE-EVENT-RECOVERABLE
                 THRU RAISE-EVENT-RECOVERABLE-END
           END-IF
           PERFORM WRITE-LAYER THRU WRITE-LAYER-END
           PERFORM FETCH-LAYER THRU FETCH-LAYER-END.
       LAYER-LOOP-END.
           EXIT.
      **************************************************************
       RAISE-EVENT-RECOVERABLE.
           MOVE 0 TO WS-NEXT-RRC-ID
           EXEC SQL
                SELECT COALESCE(MAX(RRC_ID), 0) + 1
                  INTO :WS-NEXT-RRC-ID
                  FROM OLS0002.REINS_RECOVERABLE
           END-EXEC
           EXEC SQL
                INSERT INTO OLS0002.REINS_RECOVERABLE (
                   RRC_ID, RRC_TREATY_ID, RRC_CLAIM_NUM,
                   RRC_POLICY_NUM, RRC_AMOUNT, RRC_STATUS,
                   RRC_RAISED_DT, RRC_RECEIVED_DT,
                   RRC_CAT_EVENT_CODE)
                VALUES (
                   :WS-NEXT-RRC-ID, :TRTW-TREATY-ID, 0, ' ',
                   :LAYW-RAISE-NOW, 'O', :WS-CURRENT-DATE, 0,
                   :CATW-EVENT-CODE)
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-RECOVERABLES-RAISED
              ADD LAYW-RAISE-NOW TO RUNW-RAISED-TOTAL
              DISPLAY 'EVENT RECOVERABLE RAISED: ' WS-NEXT-RRC-ID
                 ' EVENT ' CATW-EVENT-CODE ' TREATY ' TRTW-TREATY-ID
           ELSE
              MOVE 0 TO LAYW-RAISE-NOW
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'CATRCS2 RECOVERABLE NOT RAISED. SQLCODE: '
                 TXT-SQLCODE
           END-IF.
       RAISE-EVENT-RECOVERABLE-END.
           EXIT.
      **************************************************************
       WRITE-LAYER.
           MOVE TRTW-ATTACHMENT TO WS-AMOUNT-ED
           MOVE TRTW-LAYER-LIMIT TO WS-AMOUNT-ED-2
           MOVE TRTW-CEDED-PCT TO WS-PCT-ED
           MOVE SPACES TO RPT-LINE
           STRING '    LAYER '       DELIMITED BY SIZE
              TRTW-TREATY-ID         DELIMITED BY SIZE
              '  ATTACH '            DELIMITED BY SIZE
              WS-AMOUNT-ED           DELIMITED BY SIZE
              '  LIMIT '             DELIMITED BY SIZE
              WS-AMOUNT-ED-2         DELIMITED BY SIZE
              '  SHARE '             DELIMITED BY SIZE
              WS-PCT-ED              DELIMITED BY SIZE
              '%  ATTACHED '         DELIMITED BY SIZE
              LAYW-ATTACHED          DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE LAYW-INDICATED TO WS-AMOUNT-ED
           MOVE LAYW-DUE TO WS-AMOUNT-ED-2
           MOVE LAYW-RAISED TO WS-AMOUNT-ED-3
           MOVE LAYW-RAISE-NOW TO WS-AMOUNT-ED-4
           MOVE SPACES TO RPT-LINE
           STRING '      INDICATED '   DELIMITED BY SIZE
              WS-AMOUNT-ED           DELIMITED BY SIZE
              ' DUE '                DELIMITED BY SIZE
              WS-AMOUNT-ED-2         DELIMITED BY SIZE
              ' RAISED BEFORE '      DELIMITED BY SIZE
              WS-AMOUNT-ED-3         DELIMITED BY SIZE
              ' RAISED NOW '         DELIMITED BY SIZE
              WS-AMOUNT-ED-4         DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
       WRITE-LAYER-END.
           EXIT.
      **************************************************************
       WRITE-RUN-TOTAL.
           MOVE WS-EVENTS-REPORTED TO WS-COUNT-ED
           MOVE RUNW-INCURRED-TOTAL TO WS-AMOUNT-ED
           MOVE RUNW-RAISED-TOTAL TO WS-AMOUNT-ED-2
           MOVE SPACES TO RPT-LINE
           STRING 'ALL EVENTS '      DELIMITED BY SIZE
              WS-COUNT-ED            DELIMITED BY SIZE
              '  INCURRED '          DELIMITED BY SIZE
              WS-AMOUNT-ED           DELIMITED BY SIZE
              '  RECOVERABLE RAISED THIS RUN '
                                     DELIMITED BY SIZE
              WS-AMOUNT-ED-2         DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
       WRITE-RUN-TOTAL-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE E1
           END-EXEC.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE CAT-REPORT-FILE.
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
                  DISPLAY 'CATRCS2 SQL ERROR. SQLCODE: ' TXT-SQLCODE
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
           MOVE WS-EVENTS-REPORTED TO RUNC-RECORDS
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
