CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * IRTHCS9 - INTEREST-RATE TIER HISTORY INQUIRY FOR CICS AND
      * DB2. LISTS A SUB-TYPE'S FULL OLS0002.INTEREST_RATE_TIER
      * HISTORY - EVERY EFFECTIVE-DATED TIER VERSION EVER IN FORCE
      * OR SCHEDULED THROUGH IRTSCS9, NEWEST EFFECTIVE DATE FIRST
      * AND HIGHEST TIER FIRST WITHIN A DATE - WITH A CONTINUATION
      * KEY LIKE THE ONE LPRCCS9 USES (THE CALLER PASSES BACK THE
      * LAST EFFECTIVE DATE AND TIER MINIMUM IT SAW). EACH ROW
      * CARRIES ITS NOTICE STATUS ('P' NOTICE PENDING, 'S' NOTICE
      * SENT, BLANK FOR VERSIONS THAT PREDATE SCHEDULING) AND WHO
      * SCHEDULED IT, SO A RATE QUERY OR COMPLAINT ABOUT ANY PAST
      * DATE IS ANSWERED FROM THE TABLE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. IRTHCS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLRATETIER.
           10 SUB_TYPCD            PIC X(3).
           10 TIER_MIN_BALANCE     PIC S9(11)V9(3) USAGE COMP-3.
           10 TIER_EFF_FROM_DT     PIC X(8).
           10 ANNUAL_RATE          PIC S9V9(4) USAGE COMP-3.
           10 TIER_NOTICE_STATUS   PIC X(1).
           10 TIER_SCHED_USERID    PIC X(8).
           10 TIER_SCHED_TS        PIC X(26).
      **************************************************************
        01 RATE-WS.
          05 RATE-DETAILS.
            07 IRTW-EFF-FROM-DT     PIC X(8).
            07 IRTW-MIN-BALANCE     PIC S9(11)V9(3) USAGE COMP-3.
            07 IRTW-ANNUAL-RATE     PIC S9V9(4) USAGE COMP-3.
            07 IRTW-NOTICE-STATUS   PIC X(1).
            07 IRTW-SCHED-USERID    PIC X(8).
      ****************************************************
        01 IRTW-SUB-TYPCD           PIC X(3).
        01 IRTW-START-DT            PIC X(8) VALUE '99999999'.
        01 IRTW-START-BAL           PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        01 EODATA            PIC X(1)   VALUE 'N'.
        01 NUMREC            PIC 9(2)   VALUE 10.
        01 COUNTER           PIC 9(2)   VALUE 0.
        01 SQLMODE           PIC X(8)   VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 DFHCOMMAREA.
          03 IN-PUT.
            05 IRTI-SUB-TYPCD             PIC X(3).
      *    SPACES STARTS FROM THE NEWEST VERSION; PASS BACK THE
      *    LAST EFFECTIVE DATE AND TIER MINIMUM SEEN TO GET THE
      *    NEXT (OLDER) PAGE.
            05 IRTI-LAST-EFF-DT           PIC X(8).
            05 IRTI-LAST-MIN-BALANCE      PIC S9(11)V9(3) COMP-3.
          03 OUT-PUT.
           04 RTCD                         PIC S9.
             88 RTCD-OK                    VALUE 0.
             88 RTCD-SQL-ERROR             VALUE 1.
           04 RT-MSG                       PIC X(60).
           04 IRTO-TIER-COUNT              PIC 9(2).
           04 TIER-ARRAY                   OCCURS 10 TIMES.
            05 IRTO-DETAILS.
              07 IRTO-EFF-FROM-DT               PIC X(8).
              07 IRTO-MIN-BALANCE               PIC S9(11)V9(3) COMP-3.
              07 IRTO-ANNUAL-RATE               PIC S9V9(4) COMP-3.
              07 IRTO-NOTICE-STATUS             PIC X(1).
              07 IRTO-SCHED-USERID              PIC X(8).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           SET RTCD-OK TO TRUE
           PERFORM SET-START-KEY THRU SET-START-KEY-END
           PERFORM DO-DECLARE THRU DO-DECLARE-END
           PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
           PERFORM DO-GETALL THRU DO-GETALL-END
           PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           GOBACK.
      **************************************************************
       SET-START-KEY.
           MOVE LOW-VALUES TO OUT-PUT
           SET RTCD-OK TO TRUE
           MOVE IRTI-SUB-TYPCD TO IRTW-SUB-TYPCD
           MOVE '99999999' TO IRTW-START-DT
           MOVE 0 TO IRTW-START-BAL
           IF IRTI-LAST-EFF-DT NOT = SPACES
              AND IRTI-LAST-EFF-DT NOT = LOW-VALUES
              MOVE IRTI-LAST-EFF-DT TO IRTW-START-DT
              MOVE IRTI-LAST-MIN-BALANCE TO IRTW-START-BAL
           END-IF
           DISPLAY 'SUB-TYPCD = ' IRTW-SUB-TYPCD.
       SET-START-KEY-END.
           EXIT.
      **************************************************************
      * FIRST PAGE: EVERY VERSION BEFORE THE HIGH-VALUE DATE.
      * LATER PAGES: OLDER DATES, OR THE SAME DATE WITH A LOWER
      * TIER THAN THE LAST ONE RETURNED.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE R1 CURSOR FOR
                SELECT
                  TIER_EFF_FROM_DT,
                  TIER_MIN_BALANCE,
                  ANNUAL_RATE,
                  TIER_NOTICE_STATUS,
                  TIER_SCHED_USERID
                FROM OLS0002.INTEREST_RATE_TIER
                WHERE SUB_TYPCD = :IRTW-SUB-TYPCD
                  AND (TIER_EFF_FROM_DT < :IRTW-START-DT
                       OR (TIER_EFF_FROM_DT = :IRTW-START-DT
                           AND TIER_MIN_BALANCE < :IRTW-START-BAL))
                ORDER BY TIER_EFF_FROM_DT DESC, TIER_MIN_BALANCE DESC
            END-EXEC
            MOVE 'DECLARE' TO SQLMODE
            PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN R1
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
           MOVE COUNTER TO IRTO-TIER-COUNT
           DISPLAY 'NUMBER OF FETCHES: ' COUNTER.
       DO-GETALL-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           MOVE LOW-VALUES TO RATE-DETAILS
           ADD 1 TO COUNTER
           EXEC SQL
                FETCH R1 INTO
                  :IRTW-EFF-FROM-DT,
                  :IRTW-MIN-BALANCE,
                  :IRTW-ANNUAL-RATE,
                  :IRTW-NOTICE-STATUS,
                  :IRTW-SCHED-USERID
           END-EXEC.
           MOVE RATE-DETAILS TO TIER-ARRAY(COUNTER)
           MOVE 'DO-FETCH' TO SQLMODE
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE R1
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
