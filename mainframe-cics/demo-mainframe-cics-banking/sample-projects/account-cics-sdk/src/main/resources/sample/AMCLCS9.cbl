CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * AMCLCS9 - AML INVESTIGATION CASE LIST FOR CICS AND DB2.
      * PAGES OLS0002.AML_CASE IN CASE-ID ORDER, FIVE CASES PER
      * CALL WITH THE CLNICS2 CONTINUATION PROTOCOL - A ZERO
      * CONTINUATION STARTS FROM THE TOP, AND THE CALLER FEEDS
      * BACK THE LAST CASE ID RECEIVED TO PAGE ON. A BLANK STATUS
      * FILTER LISTS THE CASES STILL BEING WORKED (OPEN, UNDER
      * REVIEW, ESCALATED); A STATUS LISTS ONLY THAT STATUS, SO
      * CLOSED CASES ARE ONE FILTER AWAY. EACH ENTRY CARRIES THE
      * FILING DEADLINE AND THE USERID OF THE LAST STEP.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AMCLCS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
        01 CASE-ENTRY-WS.
          05 CASE-ENTRY-DETAILS.
            07 AMCW-CASE-ID         PIC S9(9) COMP.
            07 AMCW-STATUS          PIC X(1).
            07 AMCW-SCOPE           PIC X(4).
            07 AMCW-KEY             PIC X(16).
            07 AMCW-CUSTOMER-ID     PIC X(16).
            07 AMCW-ALERT-DT        PIC X(8).
            07 AMCW-DUE-DT          PIC X(8).
            07 AMCW-HIT-TOTAL       PIC S9(11)V9(3) COMP-3.
            07 AMCW-FILING-REF      PIC X(20).
            07 AMCW-USERID          PIC X(8).
      ****************************************************
        01 AMCW-STATUS-FILTER       PIC X(1) VALUE SPACES.
        01 AMCW-START-CASE-ID       PIC S9(9) COMP VALUE 0.
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
      *    BLANK FOR THE OPEN WORKLIST, OR ONE OF O/U/E/N/S.
            05 AMCI-STATUS                PIC X(1).
            05 AMCI-LAST-CASE-ID          PIC S9(9) COMP.
          03 OUT-PUT.
           04 RTCD                         PIC S9.
             88 RTCD-OK                    VALUE 0.
             88 RTCD-SQL-ERROR             VALUE 1.
           04 RT-MSG                       PIC X(60).
           04 AMCO-ENTRY-COUNT             PIC 9(2).
           04 CASE-ARRAY                   OCCURS 5 TIMES.
            05 AMCO-DETAILS.
              07 AMCO-CASE-ID                   PIC S9(9) COMP.
              07 AMCO-STATUS                    PIC X(1).
              07 AMCO-SCOPE                     PIC X(4).
              07 AMCO-KEY                       PIC X(16).
              07 AMCO-CUSTOMER-ID               PIC X(16).
              07 AMCO-ALERT-DT                  PIC X(8).
              07 AMCO-DUE-DT                    PIC X(8).
              07 AMCO-HIT-TOTAL                 PIC S9(11)V9(3) COMP-3.
              07 AMCO-FILING-REF                PIC X(20).
              07 AMCO-USERID                    PIC X(8).
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
           MOVE AMCI-STATUS TO AMCW-STATUS-FILTER
           IF AMCW-STATUS-FILTER = LOW-VALUES
              MOVE SPACES TO AMCW-STATUS-FILTER
           END-IF
           MOVE AMCI-LAST-CASE-ID TO AMCW-START-CASE-ID
           IF AMCW-START-CASE-ID < 0
              MOVE 0 TO AMCW-START-CASE-ID
           END-IF
           DISPLAY 'STATUS FILTER: ' AMCW-STATUS-FILTER.
       SET-FILTERS-END.
           EXIT.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE C1 CURSOR FOR
                SELECT
                  AMC_CASE_ID,
                  AMC_STATUS,
                  AMC_SCOPE,
                  AMC_KEY,
                  AMC_CUSTOMER_ID,
                  AMC_ALERT_DT,
                  AMC_DUE_DT,
                  AMC_HIT_TOTAL,
                  AMC_FILING_REF,
                  AMC_USERID
                FROM OLS0002.AML_CASE
                WHERE AMC_CASE_ID > :AMCW-START-CASE-ID
                  AND ((:AMCW-STATUS-FILTER = ' '
                        AND AMC_STATUS IN ('O', 'U', 'E'))
                    OR AMC_STATUS = :AMCW-STATUS-FILTER)
                ORDER BY AMC_CASE_ID
            END-EXEC
            MOVE 'DECLARE' TO SQLMODE
            PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN C1
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
           MOVE COUNTER TO AMCO-ENTRY-COUNT
           DISPLAY 'NUMBER OF FETCHES: ' COUNTER.
       DO-GETALL-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           MOVE LOW-VALUES TO CASE-ENTRY-DETAILS
           ADD 1 TO COUNTER
           EXEC SQL
                FETCH C1 INTO
                  :AMCW-CASE-ID,
                  :AMCW-STATUS,
                  :AMCW-SCOPE,
                  :AMCW-KEY,
                  :AMCW-CUSTOMER-ID,
                  :AMCW-ALERT-DT,
                  :AMCW-DUE-DT,
                  :AMCW-HIT-TOTAL,
                  :AMCW-FILING-REF,
                  :AMCW-USERID
           END-EXEC.
           MOVE CASE-ENTRY-DETAILS TO CASE-ARRAY(COUNTER)
           MOVE 'DO-FETCH' TO SQLMODE
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE C1
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
