CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * AMCNCS9 - CAPTURE AN AML CASE NOTE FOR CICS AND DB2.
      * AMCUCS9 MOVES AN INVESTIGATION CASE THROUGH ITS STATUSES;
      * AMCNCS9 APPENDS A FREE-STANDING NOTE TO THE CASE'S DIARY
      * ON OLS0002.AML_CASE_NOTE - CASE ID, NEXT SEQUENCE, NOTE
      * TEXT, THE CICS USERID AND A TIMESTAMP - FOR EVERYTHING
      * THE INVESTIGATOR FINDS BETWEEN STATUS MOVES: A STATEMENT
      * REVIEWED, A RELATIONSHIP MANAGER CONSULTED, A SOURCE OF
      * FUNDS EXPLAINED. AMCICS9 PAGES THE DIARY BACK; THE
      * DECISION-TIME NOTES AMCUCS9 REQUIRES LAND ON THE SAME
      * TABLE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AMCNCS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLAMLCASENOTE.
           10 ACN_CASE_ID          PIC S9(9) USAGE COMP.
           10 ACN_SEQ              PIC S9(4) COMP.
           10 ACN_TEXT             PIC X(60).
           10 ACN_USERID           PIC X(8).
           10 ACN_TS               PIC X(26).
      **************************************************************
        01 NOTE-WS.
            07 NOTW-CASE-ID         PIC S9(9) USAGE COMP.
            07 NOTW-TEXT            PIC X(60).
        01 CASE-COUNT                PIC S9(4) COMP VALUE 0.
        01 WS-NEXT-NOTE-SEQ          PIC S9(4) COMP VALUE 0.
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 NOTI-CASE-ID                     PIC S9(9) COMP.
            05 NOTI-NOTE-TEXT                   PIC X(60).
        01 NOTE-OUT.
            05 NOTO-CASE-ID                     PIC S9(9) COMP.
            05 NOTO-NOTE-SEQ                    PIC S9(4) COMP.
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-NOTE-EMPTY                VALUE 1.
              88 RTCD-CASE-NOT-FOUND            VALUE 2.
              88 RTCD-SQL-ERROR                 VALUE 3.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK
              PERFORM CHECK-CASE THRU CHECK-CASE-END
           END-IF
           IF RTCD-OK
              PERFORM DO-CAPTURE THRU DO-CAPTURE-END
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO NOTE-OUT
            SET RTCD-OK TO TRUE
            MOVE NOTI-CASE-ID TO NOTW-CASE-ID
            MOVE NOTI-CASE-ID TO NOTO-CASE-ID
            MOVE NOTI-NOTE-TEXT TO NOTW-TEXT
            IF NOTW-TEXT = SPACES OR NOTW-TEXT = LOW-VALUES
               SET RTCD-NOTE-EMPTY TO TRUE
               MOVE 'NOT CAPTURED - NOTE TEXT REQUIRED' TO RT-MSG
            END-IF
            DISPLAY 'CASE-ID: ' NOTW-CASE-ID.
       GET-INPUT-END.
           EXIT.
      **************************************************************
       CHECK-CASE.
            MOVE 0 TO CASE-COUNT
            EXEC SQL
                 SELECT COUNT(*) INTO :CASE-COUNT
                   FROM OLS0002.AML_CASE
                  WHERE AMC_CASE_ID = :NOTW-CASE-ID
            END-EXEC
            IF CASE-COUNT = 0
               SET RTCD-CASE-NOT-FOUND TO TRUE
               MOVE 'NOT CAPTURED - CASE NOT FOUND' TO RT-MSG
            END-IF.
       CHECK-CASE-END.
           EXIT.
      **************************************************************
       DO-CAPTURE.
            MOVE 0 TO WS-NEXT-NOTE-SEQ
            EXEC SQL
                 SELECT COALESCE(MAX(ACN_SEQ), 0) + 1
                   INTO :WS-NEXT-NOTE-SEQ
                   FROM OLS0002.AML_CASE_NOTE
                  WHERE ACN_CASE_ID = :NOTW-CASE-ID
            END-EXEC
            EXEC SQL
                 INSERT INTO OLS0002.AML_CASE_NOTE (
                    ACN_CASE_ID, ACN_SEQ, ACN_TEXT,
                    ACN_USERID, ACN_TS)
                 VALUES (
                    :NOTW-CASE-ID, :WS-NEXT-NOTE-SEQ,
                    :NOTW-TEXT, :EIBUSERID, CURRENT TIMESTAMP)
            END-EXEC
            IF SQLCODE = 0
               MOVE WS-NEXT-NOTE-SEQ TO NOTO-NOTE-SEQ
               MOVE 'SUCCESSFUL NOTE CAPTURE' TO RT-MSG
            ELSE
               SET RTCD-SQL-ERROR TO TRUE
               MOVE SQLCODE TO TXT-SQLCODE
               MOVE SQLSTATE TO TXT-SQLSTATE
               MOVE SQLERRMC TO TXT-SQLERRMC
               MOVE 'NOT CAPTURED - SQL FAILURE' TO RT-MSG
               DISPLAY 'SQLCODE:  ' TXT-SQLCODE
               DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
               DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
            END-IF.
       DO-CAPTURE-END.
           EXIT.
      **************************************************************
