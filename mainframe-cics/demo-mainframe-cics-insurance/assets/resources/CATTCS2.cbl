CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * CATTCS2 - CATASTROPHE EVENT BULK CLAIM TAGGING.
      * CLAIMS PHONED IN DURING A STORM ARE USUALLY CAPTURED
      * BEFORE ANYONE HAS OPENED THE EVENT, SO THEY ARRIVE
      * UNTAGGED. CATTCS2 TAGS THEM AFTERWARDS: FOR THE EVENT
      * NAMED ON THE CATTPARM PARAMETER FILE (EVENT CODE, ONE
      * RECORD) EVERY OLS0002.CLAIM2 CLAIM STILL CARRYING NO EVENT
      * CODE, DATED INSIDE THE EVENT'S LOSS WINDOW, ON A POLICY
      * WHOSE STATE IS ONE OF THE EVENT'S AFFECTED STATES
      * (OLS0002.CAT_EVENT_STATE), IS STAMPED WITH THE EVENT CODE
      * UNDER AN UPDATE GUARDED ON THE BLANK CODE - A CLAIM
      * ALREADY TAGGED, AT CAPTURE OR TO ANOTHER EVENT, IS NEVER
      * MOVED. EACH TAGGED CLAIM IS LISTED ON CATTRPT. RUN ON
      * REQUEST, LIKE PCLMCS2; A RERUN TAGS ONLY WHAT IS NEW.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CATTCS2.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CAT-PARM-FILE ASSIGN TO CATTPARM
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAT-PARM-FILE-STATUS.
            SELECT TAG-REPORT-FILE ASSIGN TO CATTRPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TAG-REPORT-FILE-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  CAT-PARM-FILE
            RECORDING MODE IS F.
        01  CAT-PARM-RECORD                PIC X(20).
        FD  TAG-REPORT-FILE
            RECORDING MODE IS F.
        01  RPT-LINE                       PIC X(132).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
        01 CAT-WS.
            07 CATW-EVENT-CODE        PIC X(8).
            07 CATW-PERIL             PIC X(2).
            07 CATW-DESCRIPTION       PIC X(40).
            07 CATW-START-DT          PIC X(8).
            07 CATW-END-DT            PIC X(8).
        01 CLAIM-WS.
            07 ACTW-CLAIM-NUM         PIC S9(9) USAGE COMP.
            07 ACTW-POLICY-NUM        PIC X(11).
            07 ACTW-CLAIM-DATE        PIC X(8).
            07 ACTW-POL-STATE         PIC X(2).
            07 ACTW-CLM-STATUS        PIC X(10).
            07 ACTW-CLM-AMOUNT        PIC S9(9)V9(2) USAGE COMP-3.
      **************************************************************
        01 WS-CLAIM-ED                     PIC Z(8)9.
        01 WS-COUNT-ED                     PIC Z,ZZZ,ZZ9.
        01 WS-AMOUNT-ED                    PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01 WS-CLAIMS-TAGGED                PIC 9(7)   VALUE 0.
        01 WS-CLAIMS-SKIPPED               PIC 9(7)   VALUE 0.
        01 WS-CAT-PARM-FILE-STATUS         PIC X(2)   VALUE '00'.
        01 WS-TAG-REPORT-FILE-STATUS       PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM INIT-RTN THRU INIT-RTN-END
           IF EODATA NOT = 'Y'
              PERFORM FETCH-EVENT THRU FETCH-EVENT-END
           END-IF
           IF EODATA NOT = 'Y'
              PERFORM DO-DECLARE THRU DO-DECLARE-END
              PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
              PERFORM DO-FETCH THRU DO-FETCH-END
              PERFORM TAG-LOOP THRU TAG-LOOP-END
                 UNTIL EODATA = 'Y'
              PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
              PERFORM WRITE-TOTAL THRU WRITE-TOTAL-END
           END-IF
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'CATTCS2 CLAIMS TAGGED:       ' WS-CLAIMS-TAGGED
           DISPLAY 'CATTCS2 CLAIMS SKIPPED:      ' WS-CLAIMS-SKIPPED
           GOBACK.
      **************************************************************
       INIT-RTN.
           OPEN INPUT CAT-PARM-FILE
           IF WS-CAT-PARM-FILE-STATUS NOT = '00'
              DISPLAY 'CAT-PARM-FILE OPEN FAILED, STATUS: '
                 WS-CAT-PARM-FILE-STATUS
              MOVE 'Y' TO EODATA
           ELSE
              READ CAT-PARM-FILE
                 AT END
                    DISPLAY 'CATTCS2 EMPTY PARAMETER FILE'
                    MOVE 'Y' TO EODATA
              END-READ
           END-IF
           IF EODATA NOT = 'Y'
              MOVE CAT-PARM-RECORD(1:8) TO CATW-EVENT-CODE
              DISPLAY 'TAGGING CLAIMS FOR EVENT: ' CATW-EVENT-CODE
              OPEN OUTPUT TAG-REPORT-FILE
              IF WS-TAG-REPORT-FILE-STATUS NOT = '00'
                 DISPLAY 'TAG-REPORT-FILE OPEN FAILED, STATUS: '
                    WS-TAG-REPORT-FILE-STATUS
                 MOVE 'Y' TO EODATA
              END-IF
           END-IF
           CLOSE CAT-PARM-FILE.
       INIT-RTN-END.
           EXIT.
      **************************************************************
       FETCH-EVENT.
           EXEC SQL
                SELECT CAT_PERIL, CAT_DESCRIPTION, CAT_START_DT,
                       CAT_END_DT
                  INTO :CATW-PERIL, :CATW-DESCRIPTION,
                       :CATW-START-DT, :CATW-END-DT
                  FROM OLS0002.CAT_EVENT
                 WHERE CAT_EVENT_CODE = :CATW-EVENT-CODE
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'CATTCS2 EVENT NOT FOUND: ' CATW-EVENT-CODE
              MOVE 'Y' TO EODATA
              GO TO FETCH-EVENT-END
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING 'CATASTROPHE CLAIM TAGGING - EVENT '
                                              DELIMITED BY SIZE
              CATW-EVENT-CODE                 DELIMITED BY SIZE
              ' '                             DELIMITED BY SIZE
              CATW-PERIL                      DELIMITED BY SIZE
              ' '                             DELIMITED BY SIZE
              CATW-DESCRIPTION                DELIMITED BY SIZE
              ' '                             DELIMITED BY SIZE
              CATW-START-DT                   DELIMITED BY SIZE
              ' TO '                          DELIMITED BY SIZE
              CATW-END-DT                     DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '    CLAIM  POLICY       CLAIM DT  ST  STATUS    '
                                              DELIMITED BY SIZE
              '           AMOUNT'             DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
       FETCH-EVENT-END.
           EXIT.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE T1 CURSOR FOR
                SELECT
                  C.CLM_CLAIM_NUM,
                  C.CLM_POLICY_NUM,
                  C.CLM_CLAIM_DATE,
                  P.POL_CUST_STATE,
                  C.CLM_STATUS,
                  C.CLM_AMOUNT
                FROM OLS0002.CLAIM2 C
                INNER JOIN OLS0002.POLICY2 P
                  ON P.POL_POLICY_NUM = C.CLM_POLICY_NUM
                WHERE C.CLM_CAT_EVENT_CODE = ' '
                  AND C.CLM_CLAIM_DATE >= :CATW-START-DT
                  AND C.CLM_CLAIM_DATE <= :CATW-END-DT
                  AND P.POL_CUST_STATE IN
                      (SELECT S.CES_STATE
                         FROM OLS0002.CAT_EVENT_STATE S
                        WHERE S.CES_EVENT_CODE = :CATW-EVENT-CODE)
                ORDER BY C.CLM_CLAIM_NUM
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
                  :ACTW-CLAIM-NUM,
                  :ACTW-POLICY-NUM,
                  :ACTW-CLAIM-DATE,
                  :ACTW-POL-STATE,
                  :ACTW-CLM-STATUS,
                  :ACTW-CLM-AMOUNT
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
      * A CLAIM TAGGED BY SOMEONE ELSE SINCE THE CURSOR OPENED
      * MATCHES ZERO ROWS AND IS COUNTED AS SKIPPED.
      **************************************************************
       TAG-LOOP.
           EXEC SQL
                UPDATE OLS0002.CLAIM2
                   SET CLM_CAT_EVENT_CODE = :CATW-EVENT-CODE
                 WHERE CLM_CLAIM_NUM = :ACTW-CLAIM-NUM
                   AND CLM_CAT_EVENT_CODE = ' '
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-CLAIMS-TAGGED
              PERFORM WRITE-DETAIL THRU WRITE-DETAIL-END
           ELSE
              ADD 1 TO WS-CLAIMS-SKIPPED
              IF SQLCODE NOT = 100
                 MOVE SQLCODE TO TXT-SQLCODE
                 DISPLAY 'CATTCS2 TAG FAILED FOR CLAIM '
                    ACTW-CLAIM-NUM ' SQLCODE: ' TXT-SQLCODE
              END-IF
           END-IF
           PERFORM DO-FETCH THRU DO-FETCH-END.
       TAG-LOOP-END.
           EXIT.
      **************************************************************
       WRITE-DETAIL.
           MOVE ACTW-CLAIM-NUM TO WS-CLAIM-ED
           MOVE ACTW-CLM-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING WS-CLAIM-ED      DELIMITED BY SIZE
              '  '                 DELIMITED BY SIZE
              ACTW-POLICY-NUM      DELIMITED BY SIZE
              '  '                 DELIMITED BY SIZE
              ACTW-CLAIM-DATE      DELIMITED BY SIZE
              '  '                 DELIMITED BY SIZE
              ACTW-POL-STATE       DELIMITED BY SIZE
              '  '                 DELIMITED BY SIZE
              ACTW-CLM-STATUS      DELIMITED BY SIZE
              WS-AMOUNT-ED         DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
       WRITE-DETAIL-END.
           EXIT.
      **************************************************************
       WRITE-TOTAL.
           MOVE WS-CLAIMS-TAGGED TO WS-COUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'CLAIMS TAGGED TO EVENT ' DELIMITED BY SIZE
              CATW-EVENT-CODE      DELIMITED BY SIZE
              ': '                 DELIMITED BY SIZE
              WS-COUNT-ED          DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
       WRITE-TOTAL-END.
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
           CLOSE TAG-REPORT-FILE.
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
                  DISPLAY 'CATTCS2 SQL ERROR. SQLCODE: ' TXT-SQLCODE
                  DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
                  DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
                  MOVE 'Y' TO EODATA
               END-IF
            END-IF.
       DO-POSTSQL-END.
           EXIT.
      **************************************************************
