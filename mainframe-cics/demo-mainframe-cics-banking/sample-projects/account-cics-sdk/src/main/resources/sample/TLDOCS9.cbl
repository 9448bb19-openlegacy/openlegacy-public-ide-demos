CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * TLDOCS9 - OPEN A TELLER CASH DRAWER FOR CICS AND DB2.
      * THE TELLER SIGNED ON TO CICS OPENS A DRAWER AT AN OPEN
      * OLS0002.BRANCH_MASTER BRANCH FOR ONE CURRENCY WITH THE
      * STARTING FLOAT COUNTED OUT OF THE VAULT. THE DRAWER ROW ON
      * OLS0002.TELLER_DRAWER IS STAMPED WITH THE BUSINESS DATE
      * FROM OLS0002.BUSINESS_DATE_CONTROL (TODAY WHEN THERE IS NO
      * CONTROL ROW) AND STAYS OPEN ('O') UNTIL TLDCCS9 BALANCES
      * IT. A TELLER HOLDS ONE OPEN DRAWER AT A TIME - THE INSERT
      * IS GUARDED SO A SECOND OPEN IS REFUSED RATHER THAN LEAVING
      * CASH POSTINGS SPLIT ACROSS TWO DRAWERS. THE DRAWER ID
      * RETURNED IS WHAT PACTCS9 AND WACTCS9 ARE GIVEN WITH EVERY
      * CASH DEPOSIT AND WITHDRAWAL AT THE COUNTER.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TLDOCS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLTELLERDRAWER.
           10 DRW_DRAWER_ID        PIC S9(9) USAGE COMP.
           10 DRW_BRNCH_ID         PIC S9(9) USAGE COMP.
           10 DRW_USERID           PIC X(8).
           10 DRW_CURRENCY         PIC X(3).
           10 DRW_BUSINESS_DT      PIC X(8).
           10 DRW_STATUS           PIC X(1).
           10 DRW_OPEN_FLOAT       PIC S9(11)V9(3) USAGE COMP-3.
           10 DRW_EXPECTED_CASH    PIC S9(11)V9(3) USAGE COMP-3.
           10 DRW_COUNTED_CASH     PIC S9(11)V9(3) USAGE COMP-3.
           10 DRW_OVER_SHORT       PIC S9(11)V9(3) USAGE COMP-3.
           10 DRW_OPEN_TS          PIC X(26).
           10 DRW_CLOSE_TS         PIC X(26).
           10 DRW_CLOSE_USERID     PIC X(8).
      **************************************************************
        01 DRAWER-WS.
            07 DRWW-DRAWER-ID       PIC S9(9) COMP.
            07 DRWW-BRNCH-ID        PIC S9(9) COMP.
            07 DRWW-CURRENCY        PIC X(3).
            07 DRWW-OPEN-FLOAT      PIC S9(11)V9(3) COMP-3.
            07 DRWW-BUSINESS-DT     PIC X(8).
        01 BRN-COUNT                 PIC S9(4) COMP VALUE 0.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 TLDI-BRNCH-ID                    PIC S9(9) COMP.
            05 TLDI-CURRENCY                    PIC X(3).
            05 TLDI-OPEN-FLOAT                  PIC S9(11)V9(3) COMP-3.
        01 DRAWER-OUT.
            05 TLDO-DRAWER-ID                   PIC S9(9) COMP.
            05 TLDO-BUSINESS-DT                 PIC X(8).
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-INVALID-REQUEST           VALUE 1.
              88 RTCD-BRANCH-NOT-OPEN           VALUE 2.
              88 RTCD-DRAWER-ALREADY-OPEN       VALUE 3.
              88 RTCD-SQL-ERROR                 VALUE 4.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK
              PERFORM CHECK-BRANCH THRU CHECK-BRANCH-END
           END-IF
           IF RTCD-OK
              PERFORM DO-OPEN THRU DO-OPEN-END
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO DRAWER-OUT
            SET RTCD-OK TO TRUE
            MOVE TLDI-BRNCH-ID TO DRWW-BRNCH-ID
            MOVE TLDI-CURRENCY TO DRWW-CURRENCY
            MOVE TLDI-OPEN-FLOAT TO DRWW-OPEN-FLOAT
            IF DRWW-OPEN-FLOAT < 0
               SET RTCD-INVALID-REQUEST TO TRUE
               MOVE 'NOT OPENED - FLOAT CANNOT BE NEGATIVE' TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF DRWW-CURRENCY = SPACES OR DRWW-CURRENCY = LOW-VALUES
               SET RTCD-INVALID-REQUEST TO TRUE
               MOVE 'NOT OPENED - CURRENCY REQUIRED' TO RT-MSG
            END-IF
            DISPLAY 'TELLER = ' EIBUSERID.
       GET-INPUT-END.
           EXIT.
      **************************************************************
      * THE SAME OPEN-BRANCH RULE OACTCS9 APPLIES TO A NEW ACCOUNT.
      **************************************************************
       CHECK-BRANCH.
            MOVE 0 TO BRN-COUNT
            EXEC SQL
                 SELECT COUNT(*) INTO :BRN-COUNT
                   FROM OLS0002.BRANCH_MASTER
                  WHERE BRN_BRNCH_ID = :DRWW-BRNCH-ID
                    AND BRN_STATUS = 'O'
            END-EXEC
            IF BRN-COUNT = 0
               SET RTCD-BRANCH-NOT-OPEN TO TRUE
               MOVE 'NOT OPENED - BRANCH NOT OPEN' TO RT-MSG
            END-IF.
       CHECK-BRANCH-END.
           EXIT.
      **************************************************************
      * DO-OPEN TAKES THE NEXT DRAWER ID AND INSERTS THE DRAWER
      * ONLY WHEN THE TELLER HAS NO OTHER DRAWER STILL OPEN; AN
      * EMPTY INSERT (SQLCODE 100) IS THAT REFUSAL.
      **************************************************************
       DO-OPEN.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE TO DRWW-BUSINESS-DT
            EXEC SQL
                 SELECT BDC_BUSINESS_DT
                   INTO :DRWW-BUSINESS-DT
                   FROM OLS0002.BUSINESS_DATE_CONTROL
            END-EXEC
            IF SQLCODE NOT = 0
               MOVE WS-CURRENT-DATE TO DRWW-BUSINESS-DT
            END-IF
            MOVE 0 TO DRWW-DRAWER-ID
            EXEC SQL
                 SELECT COALESCE(MAX(DRW_DRAWER_ID), 0) + 1
                   INTO :DRWW-DRAWER-ID
                   FROM OLS0002.TELLER_DRAWER
            END-EXEC
            EXEC SQL
                 INSERT INTO OLS0002.TELLER_DRAWER (
                    DRW_DRAWER_ID, DRW_BRNCH_ID, DRW_USERID,
                    DRW_CURRENCY, DRW_BUSINESS_DT, DRW_STATUS,
                    DRW_OPEN_FLOAT, DRW_EXPECTED_CASH,
                    DRW_COUNTED_CASH, DRW_OVER_SHORT, DRW_OPEN_TS)
                 SELECT :DRWW-DRAWER-ID, :DRWW-BRNCH-ID, :EIBUSERID,
                        :DRWW-CURRENCY, :DRWW-BUSINESS-DT, 'O',
                        :DRWW-OPEN-FLOAT, :DRWW-OPEN-FLOAT, 0, 0,
                        CURRENT TIMESTAMP
                   FROM SYSIBM.SYSDUMMY1
                  WHERE NOT EXISTS (
                        SELECT 1
                          FROM OLS0002.TELLER_DRAWER D
                         WHERE D.DRW_USERID = :EIBUSERID
                           AND D.DRW_STATUS = 'O')
            END-EXEC
            IF SQLCODE = 0
               MOVE DRWW-DRAWER-ID TO TLDO-DRAWER-ID
               MOVE DRWW-BUSINESS-DT TO TLDO-BUSINESS-DT
               MOVE 'SUCCESSFUL DRAWER OPEN' TO RT-MSG
            ELSE
               IF SQLCODE = 100
                  SET RTCD-DRAWER-ALREADY-OPEN TO TRUE
                  MOVE 'NOT OPENED - TELLER ALREADY HAS AN OPEN DRAWER'
                     TO RT-MSG
               ELSE
                  SET RTCD-SQL-ERROR TO TRUE
                  MOVE SQLCODE TO TXT-SQLCODE
                  MOVE SQLSTATE TO TXT-SQLSTATE
                  MOVE SQLERRMC TO TXT-SQLERRMC
                  MOVE 'NOT OPENED - SQL FAILURE' TO RT-MSG
                  DISPLAY 'SQLCODE:  ' TXT-SQLCODE
                  DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
                  DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
               END-IF
            END-IF.
       DO-OPEN-END.
           EXIT.
      **************************************************************
