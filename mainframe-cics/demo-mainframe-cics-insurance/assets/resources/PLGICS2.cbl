CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * PLGICS2 - POLICY PREMIUM LEDGER INQUIRY FOR CICS AND DB2.
      * PAGES ONE POLICY'S OLS0002.POLICY_LEDGER (WRITTEN BY THE
      * SHARED PLDGCS2 POSTER FOR EVERY BILL, PAYMENT, MISSED
      * COLLECTION, CANCELLATION REFUND AND REINSTATEMENT CHARGE)
      * IN SEQUENCE ORDER, FIVE ENTRIES PER CALL WITH THE SAME
      * CONTINUATION-SEQUENCE PROTOCOL CLNICS2 USES FOR CLAIM
      * NOTES - A ZERO CONTINUATION STARTS FROM THE TOP, AND THE
      * CALLER FEEDS BACK THE LAST SEQUENCE RECEIVED TO PAGE ON.
      * EVERY PAGE ALSO CARRIES THE POLICY'S CURRENT AMOUNT DUE
      * (THE RUNNING FIGURE ON ITS LATEST ENTRY), SO CUSTOMER
      * SERVICE ANSWERS "WHAT DO I OWE" ON THE FIRST SCREEN AND
      * "WHY" BY PAGING.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PLGICS2.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
        01 LEDGER-ENTRY-WS.
          05 LEDGER-ENTRY-DETAILS.
            07 PLGW-SEQ             PIC S9(9) COMP.
            07 PLGW-ENTRY-DT        PIC X(8).
            07 PLGW-ENTRY-TYPE      PIC X(4).
            07 PLGW-AMOUNT          PIC S9(11)V9(3) COMP-3.
            07 PLGW-AMOUNT-DUE      PIC S9(11)V9(3) COMP-3.
            07 PLGW-SOURCE          PIC X(8).
            07 PLGW-REF             PIC X(16).
            07 PLGW-DESCRIPTION     PIC X(40).
      ****************************************************
        01 PLGW-POLICY-NUM          PIC X(11).
        01 PLGW-START-SEQ           PIC S9(9) COMP VALUE 0.
        01 PLGW-CURRENT-DUE         PIC S9(11)V9(3) COMP-3 VALUE 0.
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
            05 PLGI-POLICY-NUM            PIC X(11).
            05 PLGI-LAST-SEQ              PIC S9(9) COMP.
          03 OUT-PUT.
           04 RTCD                         PIC S9.
             88 RTCD-OK                    VALUE 0.
             88 RTCD-SQL-ERROR             VALUE 1.
           04 RT-MSG                       PIC X(60).
           04 PLGO-AMOUNT-DUE              PIC S9(11)V9(3) COMP-3.
           04 PLGO-ENTRY-COUNT             PIC 9(2).
           04 LEDGER-ARRAY                 OCCURS 5 TIMES.
            05 PLGO-DETAILS.
              07 PLGO-SEQ                       PIC S9(9) COMP.
              07 PLGO-ENTRY-DT                  PIC X(8).
              07 PLGO-ENTRY-TYPE                PIC X(4).
              07 PLGO-AMOUNT                    PIC S9(11)V9(3) COMP-3.
              07 PLGO-RUNNING-DUE               PIC S9(11)V9(3) COMP-3.
              07 PLGO-SOURCE                    PIC X(8).
              07 PLGO-REF                       PIC X(16).
              07 PLGO-DESCRIPTION               PIC X(40).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           SET RTCD-OK TO TRUE
           PERFORM SET-FILTERS THRU SET-FILTERS-END
           PERFORM FETCH-AMOUNT-DUE THRU FETCH-AMOUNT-DUE-END
           PERFORM DO-DECLARE THRU DO-DECLARE-END
           PERFORM DO-OPENCURSOR THRU DO-OPENCURSOR-END
           PERFORM DO-GETALL THRU DO-GETALL-END
           PERFORM DO-CLOSECURSOR THRU DO-CLOSECURSOR-END
           GOBACK.
      **************************************************************
       SET-FILTERS.
           MOVE PLGI-POLICY-NUM TO PLGW-POLICY-NUM
           MOVE PLGI-LAST-SEQ TO PLGW-START-SEQ
           IF PLGW-START-SEQ < 0
              MOVE 0 TO PLGW-START-SEQ
           END-IF
           DISPLAY 'POLICY-NUM: ' PLGW-POLICY-NUM.
       SET-FILTERS-END.
           EXIT.
      **************************************************************
      * THE CURRENT AMOUNT DUE IS THE RUNNING FIGURE ON THE
      * LATEST ENTRY - A POLICY WITH NO LEDGER YET OWES NOTHING.
      **************************************************************
       FETCH-AMOUNT-DUE.
           MOVE 0 TO PLGW-CURRENT-DUE
           EXEC SQL
                SELECT PLG_AMOUNT_DUE
                  INTO :PLGW-CURRENT-DUE
                  FROM OLS0002.POLICY_LEDGER
                 WHERE PLG_POLICY_NUM = :PLGW-POLICY-NUM
                 ORDER BY PLG_SEQ DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO PLGW-CURRENT-DUE
           END-IF
           MOVE PLGW-CURRENT-DUE TO PLGO-AMOUNT-DUE.
       FETCH-AMOUNT-DUE-END.
           EXIT.
      **************************************************************
       DO-DECLARE.
            EXEC SQL
               DECLARE L1 CURSOR FOR
                SELECT
                  PLG_SEQ,
                  PLG_ENTRY_DT,
                  PLG_ENTRY_TYPE,
                  PLG_AMOUNT,
                  PLG_AMOUNT_DUE,
                  PLG_SOURCE,
                  PLG_REF,
                  PLG_DESCRIPTION
                FROM OLS0002.POLICY_LEDGER
                WHERE PLG_POLICY_NUM = :PLGW-POLICY-NUM
                  AND PLG_SEQ > :PLGW-START-SEQ
                ORDER BY PLG_SEQ
            END-EXEC
            MOVE 'DECLARE' TO SQLMODE
            PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-DECLARE-END.
           EXIT.
      **************************************************************
       DO-OPENCURSOR.
           EXEC SQL
              OPEN L1
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
           MOVE COUNTER TO PLGO-ENTRY-COUNT
           DISPLAY 'NUMBER OF FETCHES: ' COUNTER.
       DO-GETALL-END.
           EXIT.
      **************************************************************
       DO-FETCH.
           MOVE LOW-VALUES TO LEDGER-ENTRY-DETAILS
           ADD 1 TO COUNTER
           EXEC SQL
                FETCH L1 INTO
                  :PLGW-SEQ,
                  :PLGW-ENTRY-DT,
                  :PLGW-ENTRY-TYPE,
                  :PLGW-AMOUNT,
                  :PLGW-AMOUNT-DUE,
                  :PLGW-SOURCE,
                  :PLGW-REF,
                  :PLGW-DESCRIPTION
           END-EXEC.
           MOVE LEDGER-ENTRY-DETAILS TO LEDGER-ARRAY(COUNTER)
           MOVE 'DO-FETCH' TO SQLMODE
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
           EXIT.
      **************************************************************
       DO-CLOSECURSOR.
           EXEC SQL
              CLOSE L1
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
