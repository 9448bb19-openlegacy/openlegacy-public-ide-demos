      * RATE, A CALENDAR GAP, OR A FEEDER REPORT THAT NEVER
      * ARRIVED - IS REPEATED IN THE ATTENTION SECTION AT THE
      * BOTTOM. RUNS UNDER THE SHARED BATCH_RUN_CONTROL GUARD.
      * THE NOSRCS9 NOSTRO RECONCILIATION SUMMARY (NOSSUMM) IS
      * ECHOED AS ITS OWN SECTION; ITS '***' LINES - UNMATCHED
      * ITEMS ON EITHER SIDE OR REJECTED STATEMENT ENTRIES - ARE
      * ATTENTION ITEMS.
      * THE BSLACS9 ELAPSED-TIME AND SLA SUMMARY (SLASUMM) IS
      * ECHOED THE SAME WAY; ITS '***' LINES - SLA BREACHES AND
      * JOBS RUNNING SLOWER THAN USUAL - ARE ATTENTION ITEMS.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. OPSDCS9.
            SELECT CAL-GUARD-IN-FILE ASSIGN TO CALGRPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAL-GUARD-IN-FILE-STATUS.
            SELECT NOSTRO-SUMM-IN-FILE ASSIGN TO NOSSUMM
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NOSTRO-SUMM-IN-FILE-STATUS.
            SELECT SLA-SUMM-IN-FILE ASSIGN TO SLASUMM
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SLA-SUMM-IN-FILE-STATUS.
            SELECT DASHBOARD-FILE ASSIGN TO OPSDASH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DASHBOARD-FILE-STATUS.
        FD  CAL-GUARD-IN-FILE
            RECORDING MODE IS F.
        01  CAL-GUARD-IN-RECORD            PIC X(100).
        FD  NOSTRO-SUMM-IN-FILE
            RECORDING MODE IS F.
        01  NOSTRO-SUMM-IN-RECORD          PIC X(100).
        FD  SLA-SUMM-IN-FILE
            RECORDING MODE IS F.
        01  SLA-SUMM-IN-RECORD             PIC X(100).
        FD  DASHBOARD-FILE
            RECORDING MODE IS F.
        01  DASHBOARD-RECORD               PIC X(132).
        01 WS-DRIFT-COUNT                  PIC 9(7)   VALUE 0.
        01 WS-FX-STALE-COUNT               PIC 9(5)   VALUE 0.
        01 WS-CAL-WARN-COUNT               PIC 9(5)   VALUE 0.
        01 WS-NOSTRO-WARN-COUNT            PIC 9(5)   VALUE 0.
        01 WS-SLA-WARN-COUNT               PIC 9(5)   VALUE 0.
      **************************************************************
      * ATTENTION ITEMS COLLECTED WHILE THE SECTIONS PRINT AND
      * REPEATED TOGETHER AT THE BOTTOM OF THE PAGE - THE PART OF
        01 WS-DRIFT-IN-FILE-STATUS         PIC X(2)   VALUE '00'.
        01 WS-FX-STALE-IN-FILE-STATUS      PIC X(2)   VALUE '00'.
        01 WS-CAL-GUARD-IN-FILE-STATUS     PIC X(2)   VALUE '00'.
        01 WS-NOSTRO-SUMM-IN-FILE-STATUS   PIC X(2)   VALUE '00'.
        01 WS-SLA-SUMM-IN-FILE-STATUS      PIC X(2)   VALUE '00'.
        01 WS-DASHBOARD-FILE-STATUS        PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
           PERFORM REPORT-FX-STALENESS
              THRU REPORT-FX-STALENESS-END
           PERFORM REPORT-CALENDAR THRU REPORT-CALENDAR-END
           PERFORM REPORT-NOSTRO THRU REPORT-NOSTRO-END
           PERFORM REPORT-BATCH-SLA THRU REPORT-BATCH-SLA-END
           PERFORM WRITE-ATTENTION THRU WRITE-ATTENTION-END
           CLOSE DASHBOARD-FILE
           DISPLAY 'OPSDCS9 ATTENTION ITEMS: ' ATTN-COUNT
           PERFORM READ-CAL-GUARD THRU READ-CAL-GUARD-END.
       ECHO-CAL-GUARD-LINE-END.
           EXIT.
      **************************************************************
      * SECTION 7 - NOSTRO RECONCILIATION. NOSRCS9 WRITES ITS
      * MATCHED/UNMATCHED SUMMARY TO NOSSUMM AND MARKS EVERY LINE
      * THAT NEEDS A HUMAN WITH A LEADING '***'. A SUMMARY THAT
      * NEVER ARRIVED MEANS THE RECONCILIATION NEVER RAN.
      **************************************************************
       REPORT-NOSTRO.
           MOVE 'NOSTRO RECONCILIATION' TO DASHBOARD-RECORD
           WRITE DASHBOARD-RECORD
           OPEN INPUT NOSTRO-SUMM-IN-FILE
           IF WS-NOSTRO-SUMM-IN-FILE-STATUS NOT = '00'
              MOVE '  NOSTRO RECONCILIATION SUMMARY NOT AVAILABLE'
                 TO DASHBOARD-RECORD
              WRITE DASHBOARD-RECORD
              MOVE 'NOSRCS9 RECONCILIATION SUMMARY NOT AVAILABLE'
                 TO WS-ATTENTION-TEXT
              PERFORM ADD-ATTENTION THRU ADD-ATTENTION-END
              GO TO REPORT-NOSTRO-END
           END-IF
           MOVE 'N' TO EODATA
           PERFORM READ-NOSTRO-SUMM THRU READ-NOSTRO-SUMM-END
           PERFORM ECHO-NOSTRO-SUMM-LINE
              THRU ECHO-NOSTRO-SUMM-LINE-END
              UNTIL EODATA = 'Y'
           CLOSE NOSTRO-SUMM-IN-FILE
           IF WS-NOSTRO-WARN-COUNT > 0
              MOVE WS-NOSTRO-WARN-COUNT TO WS-CNT-ED
              MOVE SPACES TO WS-ATTENTION-TEXT
              STRING
                 WS-CNT-ED          DELIMITED BY SIZE
                 ' NOSTRO RECONCILIATION BREAKS - SEE NOSRECN'
                                    DELIMITED BY SIZE
                 INTO WS-ATTENTION-TEXT
              END-STRING
              PERFORM ADD-ATTENTION THRU ADD-ATTENTION-END
           END-IF.
       REPORT-NOSTRO-END.
           EXIT.
      **************************************************************
       READ-NOSTRO-SUMM.
           READ NOSTRO-SUMM-IN-FILE
              AT END
                 MOVE 'Y' TO EODATA
           END-READ.
       READ-NOSTRO-SUMM-END.
           EXIT.
      **************************************************************
       ECHO-NOSTRO-SUMM-LINE.
           IF NOSTRO-SUMM-IN-RECORD(1:3) = '***'
              ADD 1 TO WS-NOSTRO-WARN-COUNT
           END-IF
           MOVE SPACES TO DASHBOARD-RECORD
           STRING
              '  '                  DELIMITED BY SIZE
              NOSTRO-SUMM-IN-RECORD DELIMITED BY SIZE
              INTO DASHBOARD-RECORD
           END-STRING
           WRITE DASHBOARD-RECORD
           PERFORM READ-NOSTRO-SUMM THRU READ-NOSTRO-SUMM-END.
       ECHO-NOSTRO-SUMM-LINE-END.
           EXIT.
      **************************************************************
      * SECTION 8 - BATCH ELAPSED TIME AND SLA. BSLACS9 WRITES ITS
      * TIMING SUMMARY AND CRITICAL PATH TO SLASUMM AND MARKS EACH
      * SLA BREACH AND SLOW JOB WITH A LEADING '***'. A SUMMARY
      * THAT NEVER ARRIVED MEANS THE TIMING RUN NEVER RAN.
      **************************************************************
       REPORT-BATCH-SLA.
           MOVE 'BATCH ELAPSED TIME AND SLA' TO DASHBOARD-RECORD
           WRITE DASHBOARD-RECORD
           OPEN INPUT SLA-SUMM-IN-FILE
           IF WS-SLA-SUMM-IN-FILE-STATUS NOT = '00'
              MOVE '  BATCH SLA SUMMARY NOT AVAILABLE'
                 TO DASHBOARD-RECORD
              WRITE DASHBOARD-RECORD
              MOVE 'BSLACS9 BATCH SLA SUMMARY NOT AVAILABLE'
                 TO WS-ATTENTION-TEXT
              PERFORM ADD-ATTENTION THRU ADD-ATTENTION-END
              GO TO REPORT-BATCH-SLA-END
           END-IF
           MOVE 'N' TO EODATA
           PERFORM READ-SLA-SUMM THRU READ-SLA-SUMM-END
           PERFORM ECHO-SLA-SUMM-LINE
              THRU ECHO-SLA-SUMM-LINE-END
              UNTIL EODATA = 'Y'
           CLOSE SLA-SUMM-IN-FILE
           IF WS-SLA-WARN-COUNT > 0
              MOVE WS-SLA-WARN-COUNT TO WS-CNT-ED
              MOVE SPACES TO WS-ATTENTION-TEXT
              STRING
                 WS-CNT-ED          DELIMITED BY SIZE
                 ' SLA BREACHES OR SLOW JOBS - SEE SLARPT'
                                    DELIMITED BY SIZE
                 INTO WS-ATTENTION-TEXT
              END-STRING
              PERFORM ADD-ATTENTION THRU ADD-ATTENTION-END
           END-IF.
       REPORT-BATCH-SLA-END.
           EXIT.
      **************************************************************
       READ-SLA-SUMM.
           READ SLA-SUMM-IN-FILE
              AT END
                 MOVE 'Y' TO EODATA
           END-READ.
       READ-SLA-SUMM-END.
           EXIT.
      **************************************************************
       ECHO-SLA-SUMM-LINE.
           IF SLA-SUMM-IN-RECORD(1:3) = '***'
              ADD 1 TO WS-SLA-WARN-COUNT
           END-IF
           MOVE SPACES TO DASHBOARD-RECORD
           STRING
              '  '                  DELIMITED BY SIZE
              SLA-SUMM-IN-RECORD    DELIMITED BY SIZE
              INTO DASHBOARD-RECORD
           END-STRING
           WRITE DASHBOARD-RECORD
           PERFORM READ-SLA-SUMM THRU READ-SLA-SUMM-END.
       ECHO-SLA-SUMM-LINE-END.
           EXIT.
      **************************************************************
       ADD-ATTENTION.
           IF ATTN-COUNT < 20
