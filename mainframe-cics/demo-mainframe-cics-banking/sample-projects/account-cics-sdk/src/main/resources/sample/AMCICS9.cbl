CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * AMCICS9 - AML CASE NOTES INQUIRY FOR CICS AND DB2.
      * PAGES ONE INVESTIGATION CASE'S DIARY FROM
      * OLS0002.AML_CASE_NOTE IN SEQUENCE ORDER, FIVE NOTES PER
      * CALL WITH THE AMCICS9 CONTINUATION-SEQUENCE PROTOCOL - A
      * ZERO CONTINUATION STARTS FROM THE TOP, AND THE CALLER
      * FEEDS BACK THE LAST SEQUENCE RECEIVED TO PAGE ON. WHO
      * LOOKED AT AN ALERT AND WHY IT WAS CLOSED IS ONE TERMINAL
      * INQUIRY AWAY WHEN THE EXAMINERS ASK.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AMCICS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
        01 NOTE-ENTRY-WS.
          05 NOTE-ENTRY-DETAILS.
            07 NOTW-SEQ             PIC S9(4) COMP.
            07 NOTW-TEXT            PIC X(60).
            07 NOTW-USERID          PIC X(8).
            07 NOTW-NOTE-TS         PIC X(26).
      ****************************************************
        01 NOTW-CASE-ID             PIC S9(9) USAGE COMP.
        01 NOTW-START-SEQ           PIC S9(4) COMP VALUE 0.
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        01 EODATA            PIC X(1)   VALUE 'N'.
        01 NUMREC            PIC 9(2)   VALUE 5.
        01 COUNTER           PIC 9(2)   VALUE 0.
        01 SQLMODE           PIC X(8)   VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 DFHCOMMAREA.
          03 IN-PUT.
            05 NOTI-CASE-ID               PIC S9(9) COMP.
            05 NOTI-LAST-NOTE-SEQ         PIC S9(4) COMP.
          03 OUT-PUT.
           04 RTCD                         PIC S9.
             88 RTCD-OK                    VALUE 0.
             88 RTCD-SQL-ERROR             VALUE 1.
           04 RT-MSG                       PIC X(60).
           04 NOTO-ENTRY-COUNT             PIC 9(2).
           04 NOTE-ARRAY                   OCCURS 5 TIMES.
            05 NOTO-DETAILS.
              07 NOTO-SEQ                       PIC S9(4) COMP.
              07 NOTO-TEXT                      PIC X(60).
              07 NOTO-USERID                    PIC X(8).
              07 NOTO-NOTE-TS                   PIC X(26).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           SET RTCD-OK TO TRUE
           PERFORM SET-FILTERS THRU SET-FILTERS-END
           PERFORM DO-DECLARE THRU DO-DECLARE-END
           PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
           PERFORM DO-GETALL THRU DO-GETALL-END
           PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           GOBACK.
      **************************************************************
       SET-FILTERS.
           MOVE NOTI-CASE-ID TO NOTW-CASE-ID
           MOVE NOTI-LAST-NOTE-SEQ TO NOTW-START-SEQ
           IF NOTW-START-SEQ < 0
              MOVE 0 TO NOTW-START-SEQ
           END-IF
           DISPLAY 'CASE-ID: ' NOTW-CASE-ID.
       SET-FILTERS-END.
           EXIT.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE N1 CURSOR FOR
                SELECT
                  ACN_SEQ,
                  ACN_TEXT,
                  ACN_USERID,
                  CHAR(ACN_TS)
                FROM OLS0002.AML_CASE_NOTE
                WHERE ACN_CASE_ID = :NOTW-CASE-ID
                  AND ACN_SEQ > :NOTW-START-SEQ
                ORDER BY ACN_SEQ
            END-EXEC
            MOVE 'DECLARE' TO SQLMODE
            PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN N1
           END-EXEC.
           MOVE 'OPENCUR' TO SQLMODE
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-OPENCURSOR-END.
           EXIT.
      **************************************************************
       DO-GETALL.
           MOVE 'N' TO EODATA
           MOVE 0 TO COUNTER
           PERFORM DO-FETCH THRU DO-FETCH-END
              UNTIL COUNTER >= NUMREC OR EODATA = 'Y'
           IF EODATA = 'Y'
              SUBTRACT 1 FROM COUNTER
           END-IF
           MOVE COUNTER TO NOTO-ENTRY-COUNT
           DISPLAY 'NUMBER OF FETCHES: ' COUNTER.
       DO-GETALL-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           MOVE LOW-VALUES TO NOTE-ENTRY-DETAILS
           ADD 1 TO COUNTER
           EXEC SQL
                FETCH N1 INTO
                  :NOTW-SEQ,
                  :NOTW-TEXT,
                  :NOTW-USERID,
                  :NOTW-NOTE-TS
           END-EXEC.
           MOVE NOTE-ENTRY-DETAILS TO NOTE-ARRAY(COUNTER)
           MOVE 'DO-FETCH' TO SQLMODE
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE N1
           END-EXEC.
           MOVE 'CLOSECUR' TO SQLMODE
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-CLOSECURSOR-END.
           EXIT.
      **************************************************************
       DO-POSTSQL.
            IF SQLCODE = 0
               MOVE 'SUCCESSFUL LIST' TO RT-MSG
               MOVE 'N' TO EODATA
            ELSE IF SQLCODE = 100
               MOVE 'Y' TO EODATA
            ELSE
               DISPLAY 'SQLMODE: ' SQLMODE
               MOVE 'NOT SUCCESSFUL LIST' TO RT-MSG
               MOVE 'Y' TO EODATA
               SET RTCD-SQL-ERROR TO TRUE
               MOVE SQLCODE TO TXT-SQLCODE
               MOVE SQLSTATE TO TXT-SQLSTATE
               MOVE SQLERRMC TO TXT-SQLERRMC
               DISPLAY 'SQLCODE:  ' TXT-SQLCODE
               DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
               DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
            END-IF.
       DO-POSTSQL-END.
           EXIT.
      **************************************************************
