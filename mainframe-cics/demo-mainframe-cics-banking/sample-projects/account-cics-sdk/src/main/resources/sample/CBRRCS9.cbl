CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * CBRRCS9 - CREDIT-BUREAU RESPONSE FILE INTAKE BATCH JOB.
      * LOADS THE BUREAU'S RESPONSE (CBURRSP) TO A CBRXCS9 MONTHLY
      * SUBMISSION. THE FILE IS IN THE BUREAU'S FIXED 250-BYTE
      * LAYOUT, NOT THE HOUSE HDR/TRL ENVELOPE: A HEADER QUOTING
      * THE BUREAU'S RESPONSE REFERENCE AND OUR SUBMISSION FILE
      * REFERENCE, ONE ERROR RECORD PER REJECTED OR QUERIED BASE
      * RECORD, AND A TRAILER WITH THE BUREAU'S RECEIVED/
      * ACCEPTED/REJECTED COUNTS. EACH ERROR IS BOOKED ON
      * OLS0002.CREDIT_BUREAU_REJECT AS AN OPEN ('O') ITEM FOR
      * THE LOAN TEAM TO CORRECT BEFORE NEXT MONTH'S SUBMISSION,
      * AND LISTED ON THE WORKLIST REPORT (CBURJRPT). THE
      * BUREAU'S COUNTS ARE STAMPED ON THE SUBMISSION ROW.
      * THE RESPONSE REFERENCE IS REGISTERED ON OLS0002.
      * FEED_RUN_CONTROL SO THE SAME RESPONSE IS NEVER LOADED
      * TWICE. A RESPONSE TO A SUBMISSION WE HAVE NO RECORD OF,
      * OR WHOSE TRAILER DOES NOT AGREE WITH ITS ERROR RECORDS,
      * ENDS WITH RETURN-CODE 8 FOR THE OPERATOR.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CBRRCS9.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BUREAU-RESPONSE-FILE ASSIGN TO CBURRSP
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BUREAU-RESPONSE-STATUS.
            SELECT BUREAU-WORKLIST-FILE ASSIGN TO CBURJRPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BUREAU-WORKLIST-STATUS.
        DATA DIVISION.
      **************************************************************
        FILE SECTION.
      **************************************************************
        FD  BUREAU-RESPONSE-FILE
            RECORDING MODE IS F.
        01  CBR-RESPONSE-HEADER.
            05 CBRH-REC-ID              PIC X(6).
            05 CBRH-SUBSCRIBER-ID       PIC X(10).
            05 CBRH-RESPONSE-REF        PIC X(14).
            05 CBRH-SUBMISSION-REF      PIC X(14).
            05 CBRH-RESPONSE-DT         PIC 9(8).
            05 FILLER                   PIC X(198).
        01  CBR-RESPONSE-ERROR.
            05 CBRE-REC-ID              PIC X(6).
            05 CBRE-ACCOUNT-NO          PIC X(20).
            05 CBRE-ERROR-CD            PIC X(4).
            05 CBRE-SEVERITY            PIC X(1).
            05 CBRE-ERROR-TEXT          PIC X(60).
            05 FILLER                   PIC X(159).
        01  CBR-RESPONSE-TRAILER.
            05 CBRT-REC-ID              PIC X(6).
            05 CBRT-RECEIVED-COUNT      PIC 9(9).
            05 CBRT-ACCEPTED-COUNT      PIC 9(9).
            05 CBRT-ERROR-COUNT         PIC 9(9).
            05 FILLER                   PIC X(217).
        FD  BUREAU-WORKLIST-FILE
            RECORDING MODE IS F.
        01  BUREAU-WORKLIST-LINE               PIC X(132).
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLBUREAUREJECT.
           10 CBJ_RESPONSE_REF     PIC X(14).
           10 CBJ_SEQ              PIC S9(9) COMP.
           10 CBJ_SUBMISSION_REF   PIC X(14).
           10 CBJ_LOAN_ID          PIC X(11).
           10 CBJ_CUSTOMER_ID      PIC X(16).
           10 CBJ_ERROR_CD         PIC X(4).
           10 CBJ_SEVERITY         PIC X(1).
           10 CBJ_ERROR_TEXT       PIC X(60).
           10 CBJ_STATUS           PIC X(1).
           10 CBJ_RECEIVED_DT      PIC X(8).
           10 CBJ_WORKED_DT        PIC X(8).
      **************************************************************
        01 RESPONSE-WS.
            07 CBRW-RESPONSE-REF    PIC X(14)  VALUE SPACES.
            07 CBRW-SUBMISSION-REF  PIC X(14)  VALUE SPACES.
            07 CBRW-LOAN-ID         PIC X(11)  VALUE SPACES.
            07 CBRW-CUSTOMER-ID     PIC X(16)  VALUE SPACES.
            07 CBRW-NOTE            PIC X(20)  VALUE SPACES.
            07 CBRW-SEQ             PIC S9(9)  COMP VALUE 0.
            07 CBRW-RECEIVED-DT     PIC X(8)   VALUE SPACES.
        01 WS-SUBMISSION-COUNT             PIC S9(4)  COMP VALUE 0.
        01 WS-RECEIVED-COUNT               PIC S9(9)  COMP VALUE 0.
        01 WS-ACCEPTED-COUNT               PIC S9(9)  COMP VALUE 0.
        01 WS-TRAILER-ERRORS               PIC 9(9)   VALUE 0.
        01 WS-TRAILER-SEEN                 PIC X(1)   VALUE 'N'.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-RECORDS-READ                 PIC 9(7)   VALUE 0.
        01 WS-ERRORS-BOOKED                PIC 9(7)   VALUE 0.
        01 WS-UNKNOWN-LOANS                PIC 9(7)   VALUE 0.
        01 WS-BUREAU-RESPONSE-STATUS       PIC X(2)   VALUE '00'.
        01 WS-BUREAU-WORKLIST-STATUS       PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
        01 TXT-SQLCODE                     PIC X(12)  VALUE SPACES.
        01 TXT-SQLSTATE                    PIC X(12)  VALUE SPACES.
        01 TXT-SQLERRMC                    PIC X(70)  VALUE SPACES.
      **************************************************************
      * FEED DUPLICATE-SUBMISSION GUARD (OLS0002.FEED_RUN_CONTROL).
      * THE BUREAU'S FILE HAS NO HOUSE ENVELOPE, SO THE FEED NAME
      * IS FIXED AND THE RUN-ID IS THE BUREAU'S RESPONSE REFERENCE.
      **************************************************************
        01 FEEDC-HDR-JOB                   PIC X(8)   VALUE 'CBURRSP '.
        01 FEEDC-RUN-ID                    PIC X(14).
        01 FEEDC-DUP-COUNT                 PIC S9(4)  COMP VALUE 0.
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM OPEN-FILES THRU OPEN-FILES-END
           PERFORM READ-RESPONSE THRU READ-RESPONSE-END
           IF EODATA NOT = 'Y'
              PERFORM CHECK-HEADER THRU CHECK-HEADER-END
           END-IF
           PERFORM LOAD-LOOP THRU LOAD-LOOP-END
              UNTIL EODATA = 'Y'
           IF CBRW-RESPONSE-REF NOT = SPACES
              PERFORM CHECK-TRAILER THRU CHECK-TRAILER-END
           END-IF
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'CBRRCS9 RECORDS READ:    ' WS-RECORDS-READ
           DISPLAY 'CBRRCS9 ERRORS BOOKED:   ' WS-ERRORS-BOOKED
           DISPLAY 'CBRRCS9 UNKNOWN LOANS:   ' WS-UNKNOWN-LOANS
           GOBACK.
      **************************************************************
       OPEN-FILES.
           OPEN INPUT BUREAU-RESPONSE-FILE
           IF WS-BUREAU-RESPONSE-STATUS NOT = '00'
              DISPLAY 'BUREAU-RESPONSE-FILE OPEN FAILED, STATUS: '
                 WS-BUREAU-RESPONSE-STATUS
              MOVE 'Y' TO EODATA
           END-IF
           OPEN OUTPUT BUREAU-WORKLIST-FILE
           IF WS-BUREAU-WORKLIST-STATUS NOT = '00'
              DISPLAY 'BUREAU-WORKLIST-FILE OPEN FAILED, STATUS: '
                 WS-BUREAU-WORKLIST-STATUS
              MOVE 'Y' TO EODATA
           END-IF.
       OPEN-FILES-END.
           EXIT.
      **************************************************************
       READ-RESPONSE.
           READ BUREAU-RESPONSE-FILE
              AT END
                 MOVE 'Y' TO EODATA
           END-READ.
       READ-RESPONSE-END.
           EXIT.
      **************************************************************
      * CHECK-HEADER - THE FIRST RECORD MUST BE THE BUREAU'S
      * HEADER, ITS RESPONSE REFERENCE MUST BE NEW TO US, AND IT
      * MUST ANSWER A SUBMISSION CBRXCS9 ACTUALLY SENT.
      **************************************************************
       CHECK-HEADER.
           IF CBRH-REC-ID NOT = 'HEADER'
              DISPLAY 'CBRRCS9 FIRST RECORD IS NOT A BUREAU HEADER'
                 ' - FILE REFUSED'
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO EODATA
              GO TO CHECK-HEADER-END
           END-IF
           MOVE CBRH-RESPONSE-REF TO FEEDC-RUN-ID
           MOVE CBRH-SUBMISSION-REF TO CBRW-SUBMISSION-REF
           PERFORM REGISTER-FEED-RUN THRU REGISTER-FEED-RUN-END
           IF EODATA = 'Y'
              GO TO CHECK-HEADER-END
           END-IF
           MOVE 0 TO WS-SUBMISSION-COUNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-SUBMISSION-COUNT
                  FROM OLS0002.CREDIT_BUREAU_SUBMISSION
                 WHERE CBS_FILE_REF = :CBRW-SUBMISSION-REF
           END-EXEC
           IF WS-SUBMISSION-COUNT = 0
              DISPLAY 'CBRRCS9 RESPONSE ' FEEDC-RUN-ID
                 ' QUOTES UNKNOWN SUBMISSION ' CBRW-SUBMISSION-REF
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO EODATA
              GO TO CHECK-HEADER-END
           END-IF
           MOVE FEEDC-RUN-ID TO CBRW-RESPONSE-REF
           PERFORM WRITE-WORKLIST-HEADING
              THRU WRITE-WORKLIST-HEADING-END
           PERFORM READ-RESPONSE THRU READ-RESPONSE-END.
       CHECK-HEADER-END.
           EXIT.
      **************************************************************
       LOAD-LOOP.
           IF CBRT-REC-ID = 'TRAILR'
              MOVE 'Y' TO WS-TRAILER-SEEN
              MOVE CBRT-RECEIVED-COUNT TO WS-RECEIVED-COUNT
              MOVE CBRT-ACCEPTED-COUNT TO WS-ACCEPTED-COUNT
              MOVE CBRT-ERROR-COUNT TO WS-TRAILER-ERRORS
              MOVE 'Y' TO EODATA
              GO TO LOAD-LOOP-END
           END-IF
           ADD 1 TO WS-RECORDS-READ
           IF CBRE-REC-ID = 'ERROR '
              PERFORM BOOK-ERROR THRU BOOK-ERROR-END
           ELSE
              DISPLAY 'CBRRCS9 UNRECOGNISED RECORD TYPE '
                 CBRE-REC-ID ' SKIPPED'
           END-IF
           PERFORM READ-RESPONSE THRU READ-RESPONSE-END.
       LOAD-LOOP-END.
           EXIT.
      **************************************************************
      * BOOK-ERROR - THE BUREAU'S ACCOUNT NUMBER IS OUR LOAN ID.
      * AN ACCOUNT NUMBER WE CANNOT FIND IS STILL BOOKED, FLAGGED
      * ON THE WORKLIST, SO NOTHING THE BUREAU SAYS IS DROPPED.
      **************************************************************
       BOOK-ERROR.
           MOVE CBRE-ACCOUNT-NO(1:11) TO CBRW-LOAN-ID
           MOVE SPACES TO CBRW-CUSTOMER-ID CBRW-NOTE
           EXEC SQL
                SELECT LN_CUSTOMER_ID
                  INTO :CBRW-CUSTOMER-ID
                  FROM OLS0002.LOAN_ACCOUNT
                 WHERE LN_LOAN_ID = :CBRW-LOAN-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO CBRW-CUSTOMER-ID
              MOVE 'LOAN NOT ON FILE' TO CBRW-NOTE
              ADD 1 TO WS-UNKNOWN-LOANS
           END-IF
           ADD 1 TO WS-ERRORS-BOOKED
           MOVE WS-ERRORS-BOOKED TO CBRW-SEQ
           MOVE WS-CURRENT-DATE TO CBRW-RECEIVED-DT
           EXEC SQL
                INSERT INTO OLS0002.CREDIT_BUREAU_REJECT (
                   CBJ_RESPONSE_REF, CBJ_SEQ, CBJ_SUBMISSION_REF,
                   CBJ_LOAN_ID, CBJ_CUSTOMER_ID, CBJ_ERROR_CD,
                   CBJ_SEVERITY, CBJ_ERROR_TEXT, CBJ_STATUS,
                   CBJ_RECEIVED_DT, CBJ_WORKED_DT)
                VALUES (
                   :CBRW-RESPONSE-REF, :CBRW-SEQ,
                   :CBRW-SUBMISSION-REF, :CBRW-LOAN-ID,
                   :CBRW-CUSTOMER-ID, :CBRE-ERROR-CD,
                   :CBRE-SEVERITY, :CBRE-ERROR-TEXT, 'O',
                   :CBRW-RECEIVED-DT, ' ')
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
              MOVE 'NOT BOOKED - SQL' TO CBRW-NOTE
           END-IF
           MOVE SPACES TO BUREAU-WORKLIST-LINE
           STRING
              CBRW-LOAN-ID          DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              CBRW-CUSTOMER-ID      DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              CBRE-ERROR-CD         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              CBRE-SEVERITY         DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              CBRE-ERROR-TEXT       DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              CBRW-NOTE             DELIMITED BY SIZE
              INTO BUREAU-WORKLIST-LINE
           END-STRING
           WRITE BUREAU-WORKLIST-LINE.
       BOOK-ERROR-END.
           EXIT.
      **************************************************************
      * CHECK-TRAILER - THE BUREAU'S ERROR COUNT MUST AGREE WITH
      * THE ERROR RECORDS ACTUALLY RECEIVED; A SHORT OR MISSING
      * TRAILER MEANS A TRUNCATED FILE. THE BUREAU'S COUNTS ARE
      * STAMPED ON THE SUBMISSION EITHER WAY.
      **************************************************************
       CHECK-TRAILER.
           IF WS-TRAILER-SEEN NOT = 'Y'
              DISPLAY 'CBRRCS9 RESPONSE ' CBRW-RESPONSE-REF
                 ' HAS NO TRAILER - FILE MAY BE TRUNCATED'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-TRAILER-ERRORS NOT = WS-RECORDS-READ
                 DISPLAY 'CBRRCS9 TRAILER ERROR COUNT '
                    WS-TRAILER-ERRORS ' NOT EQUAL RECORDS READ '
                    WS-RECORDS-READ
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           EXEC SQL
                UPDATE OLS0002.CREDIT_BUREAU_SUBMISSION
                   SET CBS_RESPONSE_REF = :CBRW-RESPONSE-REF,
                       CBS_ACCEPTED = :WS-ACCEPTED-COUNT,
                       CBS_REJECTED = :WS-ERRORS-BOOKED
                 WHERE CBS_FILE_REF = :CBRW-SUBMISSION-REF
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
           END-IF.
       CHECK-TRAILER-END.
           EXIT.
      **************************************************************
       WRITE-WORKLIST-HEADING.
           MOVE SPACES TO BUREAU-WORKLIST-LINE
           STRING
              'CREDIT-BUREAU RESPONSE ' DELIMITED BY SIZE
              FEEDC-RUN-ID          DELIMITED BY SIZE
              ' TO SUBMISSION '     DELIMITED BY SIZE
              CBRW-SUBMISSION-REF   DELIMITED BY SIZE
              INTO BUREAU-WORKLIST-LINE
           END-STRING
           WRITE BUREAU-WORKLIST-LINE
           MOVE 'LOAN|CUSTOMER|CODE|SEV|BUREAU TEXT|NOTE'
              TO BUREAU-WORKLIST-LINE
           WRITE BUREAU-WORKLIST-LINE.
       WRITE-WORKLIST-HEADING-END.
           EXIT.
      **************************************************************
       REPORT-SQL-FAILURE.
           MOVE SQLCODE TO TXT-SQLCODE
           MOVE SQLSTATE TO TXT-SQLSTATE
           MOVE SQLERRMC TO TXT-SQLERRMC
           DISPLAY 'CBRRCS9 SQL ERROR. SQLCODE: ' TXT-SQLCODE
           DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
           DISPLAY 'SQLERRMC: ' TXT-SQLERRMC.
       REPORT-SQL-FAILURE-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE BUREAU-RESPONSE-FILE
           CLOSE BUREAU-WORKLIST-FILE.
       CLOSE-FILES-END.
           EXIT.
      **************************************************************
      * REGISTER-FEED-RUN - REFUSE A RESPONSE REFERENCE ALREADY
      * LOADED, SO A RERUN STOPS AT THE GATE WITH AN OPERATOR
      * MESSAGE INSTEAD OF BOOKING EVERY ERROR TWICE.
      **************************************************************
       REGISTER-FEED-RUN.
           MOVE 0 TO FEEDC-DUP-COUNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :FEEDC-DUP-COUNT
                  FROM OLS0002.FEED_RUN_CONTROL
                 WHERE FRC_JOB_NAME = :FEEDC-HDR-JOB
                   AND FRC_RUN_ID = :FEEDC-RUN-ID
           END-EXEC
           IF FEEDC-DUP-COUNT > 0
              DISPLAY 'CBRRCS9 RUN-ID ' FEEDC-RUN-ID ' OF FEED '
                 FEEDC-HDR-JOB
                 ' ALREADY PROCESSED - FILE REFUSED AT THE GATE'
              MOVE 'Y' TO EODATA
           ELSE
              EXEC SQL
                   INSERT INTO OLS0002.FEED_RUN_CONTROL (
                      FRC_JOB_NAME, FRC_RUN_ID, FRC_INTAKE_JOB,
                      FRC_PROCESSED_TS)
                   VALUES (
                      :FEEDC-HDR-JOB, :FEEDC-RUN-ID, 'CBRRCS9 ',
                      CURRENT TIMESTAMP)
              END-EXEC
           END-IF.
       REGISTER-FEED-RUN-END.
           EXIT.
      **************************************************************
