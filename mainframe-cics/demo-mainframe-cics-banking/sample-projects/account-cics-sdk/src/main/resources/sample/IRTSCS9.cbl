CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * IRTSCS9 - SCHEDULE AN INTEREST-RATE TIER CHANGE FOR CICS
      * AND DB2. OLS0002.INTEREST_RATE_TIER DRIVES IACRCS9, OACTCS9
      * AND ACLSCS9, BUT A RATE CHANGE WAS A RAW SQL EDIT THAT TOOK
      * EFFECT THE INSTANT IT WAS MADE, WITH NO ADVANCE NOTICE TO
      * THE ACCOUNT HOLDERS AND NO TRACE OF THE OLD RATE. TIERS ARE
      * NOW EFFECTIVE-DATED THE WAY ITMPCS9 SCHEDULES ITEM PRICES:
      * EACH ROW IS ONE VERSION OF A SUB-TYPE/MINIMUM-BALANCE TIER
      * KEYED BY TIER_EFF_FROM_DT (ROWS THAT PREDATE SCHEDULING
      * CARRY '00010101'), THE RATE IN FORCE ON ANY DAY IS THE
      * NEWEST VERSION AT OR BEFORE IT, AND NOTHING IS EVER
      * OVERWRITTEN ONCE IN FORCE - IRTHCS9 LISTS THE FULL HISTORY.
      * THIS PROGRAM SCHEDULES A NEW VERSION. THE EFFECTIVE DATE
      * MUST LEAVE AT LEAST THE NOTICE PERIOD ON THE ONE-ROW
      * CONTROL TABLE OLS0002.RATE_NOTICE_CONTROL (RNC_NOTICE_DAYS,
      * 30 DAYS WHEN NO ROW) SO THE IRTNCS9 NOTICE BATCH CAN REACH
      * EVERY AFFECTED HOLDER IN TIME. SCHEDULING THE SAME TIER AND
      * DATE AGAIN REPLACES THE PENDING RATE AND RE-ARMS THE
      * NOTICE. A RATE OF ZERO IS ALLOWED - IT TAKES A TIER OUT OF
      * PAYMENT WITHOUT LOSING ITS HISTORY.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. IRTSCS9.
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
       01  DCLRATENOTICECTL.
           10 RNC_NOTICE_DAYS      PIC S9(4) USAGE COMP.
      **************************************************************
        01 RATE-WS.
            07 IRTW-SUB-TYPCD         PIC X(3).
            07 IRTW-MIN-BALANCE       PIC S9(11)V9(3) USAGE COMP-3.
            07 IRTW-EFF-FROM-DT       PIC X(8).
            07 IRTW-ANNUAL-RATE       PIC S9V9(4) USAGE COMP-3.
      **************************************************************
        01 IRTW-NOTICE-DAYS         PIC S9(4) COMP VALUE 30.
        01 IRTW-CTL-DAYS            PIC S9(4) COMP VALUE 0.
        01 IRTW-EARLIEST-DT         PIC 9(8).
        01 IRTW-EARLIEST-X REDEFINES IRTW-EARLIEST-DT
                                    PIC X(8).
        01 IRTW-EFF-DT-NUM          PIC 9(8).
        01 IRTW-DATE-INT            PIC S9(9) COMP.
        01 PRODUCT-COUNT            PIC S9(4) COMP VALUE 0.
        01 CAL-COUNT                PIC S9(4) COMP VALUE 0.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 IRTI-SUB-TYPCD                   PIC X(3).
            05 IRTI-MIN-BALANCE                 PIC S9(11)V9(3) COMP-3.
            05 IRTI-EFF-FROM-DT                 PIC X(8).
            05 IRTI-ANNUAL-RATE                 PIC S9V9(4) COMP-3.
        01 RATE-OUT.
            05 IRTO-SUB-TYPCD                   PIC X(3).
            05 IRTO-EFF-FROM-DT                 PIC X(8).
      *    FIRST DATE THE CHANGE COULD TAKE EFFECT GIVEN THE NOTICE
      *    PERIOD - RETURNED ON EVERY CALL SO A REFUSED DATE CAN BE
      *    CORRECTED WITHOUT A SECOND LOOKUP.
            05 IRTO-EARLIEST-DT                 PIC X(8).
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-PRODUCT-NOT-FOUND         VALUE 1.
              88 RTCD-INVALID-DATE              VALUE 2.
              88 RTCD-INVALID-RATE              VALUE 3.
              88 RTCD-SQL-ERROR                 VALUE 4.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK
              PERFORM CHECK-PRODUCT THRU CHECK-PRODUCT-END
           END-IF
           IF RTCD-OK
              PERFORM CHECK-DATE THRU CHECK-DATE-END
           END-IF
           IF RTCD-OK
              PERFORM DO-SCHEDULE THRU DO-SCHEDULE-END
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO RATE-OUT
            SET RTCD-OK TO TRUE
            MOVE IRTI-SUB-TYPCD    TO IRTW-SUB-TYPCD
            MOVE IRTI-MIN-BALANCE  TO IRTW-MIN-BALANCE
            MOVE IRTI-EFF-FROM-DT  TO IRTW-EFF-FROM-DT
            MOVE IRTI-ANNUAL-RATE  TO IRTW-ANNUAL-RATE
            MOVE IRTI-SUB-TYPCD    TO IRTO-SUB-TYPCD
            MOVE IRTI-EFF-FROM-DT  TO IRTO-EFF-FROM-DT
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            PERFORM GET-NOTICE-DAYS THRU GET-NOTICE-DAYS-END
            COMPUTE IRTW-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               + IRTW-NOTICE-DAYS
            MOVE FUNCTION DATE-OF-INTEGER(IRTW-DATE-INT)
               TO IRTW-EARLIEST-DT
            MOVE IRTW-EARLIEST-X TO IRTO-EARLIEST-DT
            IF IRTW-ANNUAL-RATE < 0
               SET RTCD-INVALID-RATE TO TRUE
               MOVE 'NOT SCHEDULED - RATE MAY NOT BE NEGATIVE'
                  TO RT-MSG
            END-IF
            IF IRTW-MIN-BALANCE < 0
               SET RTCD-INVALID-RATE TO TRUE
               MOVE 'NOT SCHEDULED - TIER MINIMUM MAY NOT BE NEGATIVE'
                  TO RT-MSG
            END-IF
            DISPLAY 'SUB-TYPCD = ' IRTW-SUB-TYPCD.
       GET-INPUT-END.
           EXIT.
      **************************************************************
      * THE NOTICE PERIOD COMES OFF THE CONTROL TABLE; NO ROW (OR
      * A NONSENSE VALUE) LEAVES THE 30-DAY DEFAULT IN PLACE.
      **************************************************************
       GET-NOTICE-DAYS.
            MOVE 30 TO IRTW-NOTICE-DAYS
            EXEC SQL
                 SELECT RNC_NOTICE_DAYS
                   INTO :IRTW-CTL-DAYS
                   FROM OLS0002.RATE_NOTICE_CONTROL
            END-EXEC
            IF SQLCODE = 0 AND IRTW-CTL-DAYS NOT < 0
               MOVE IRTW-CTL-DAYS TO IRTW-NOTICE-DAYS
            END-IF.
       GET-NOTICE-DAYS-END.
           EXIT.
      **************************************************************
       CHECK-PRODUCT.
            MOVE 0 TO PRODUCT-COUNT
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :PRODUCT-COUNT
                   FROM OLS0002.PRODUCT_MASTER
                  WHERE PRD_SUB_TYPCD = :IRTW-SUB-TYPCD
            END-EXEC
            IF PRODUCT-COUNT = 0
               SET RTCD-PRODUCT-NOT-FOUND TO TRUE
               MOVE 'NOT SCHEDULED - SUB-TYPE NOT ON PRODUCT MASTER'
                  TO RT-MSG
            END-IF.
       CHECK-PRODUCT-END.
           EXIT.
      **************************************************************
      * THE EFFECTIVE DATE MUST BE A REAL CALENDAR DATE (ONE
      * OLS0002.BUSINESS_CALENDAR CARRIES) AND NO EARLIER THAN
      * TODAY PLUS THE NOTICE PERIOD - A CHANGE INSIDE THE NOTICE
      * WINDOW COULD NOT BE ANNOUNCED IN TIME, AND A BACKDATED ONE
      * WOULD REWRITE ACCRUALS ALREADY POSTED.
      **************************************************************
       CHECK-DATE.
            IF IRTW-EFF-FROM-DT IS NOT NUMERIC
               SET RTCD-INVALID-DATE TO TRUE
               MOVE 'NOT SCHEDULED - DATE MUST BE YYYYMMDD'
                  TO RT-MSG
               GO TO CHECK-DATE-END
            END-IF
            MOVE IRTW-EFF-FROM-DT TO IRTW-EFF-DT-NUM
            MOVE 0 TO CAL-COUNT
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :CAL-COUNT
                   FROM OLS0002.BUSINESS_CALENDAR
                  WHERE CAL_DATE = :IRTW-EFF-DT-NUM
            END-EXEC
            IF CAL-COUNT = 0
               SET RTCD-INVALID-DATE TO TRUE
               MOVE 'NOT SCHEDULED - DATE NOT ON BUSINESS CALENDAR'
                  TO RT-MSG
               GO TO CHECK-DATE-END
            END-IF
            IF IRTW-EFF-DT-NUM < IRTW-EARLIEST-DT
               SET RTCD-INVALID-DATE TO TRUE
               MOVE 'NOT SCHEDULED - DATE INSIDE THE NOTICE PERIOD'
                  TO RT-MSG
            END-IF.
       CHECK-DATE-END.
           EXIT.
      **************************************************************
      * A PENDING VERSION FOR THE SAME TIER AND DATE IS REPLACED
      * AND ITS NOTICE RE-ARMED ('P'), SO HOLDERS HEAR ABOUT THE
      * RATE THAT WILL ACTUALLY APPLY; OTHERWISE A NEW VERSION IS
      * ADDED. THE SCHEDULING USER AND TIME STAY ON THE ROW.
      **************************************************************
       DO-SCHEDULE.
            EXEC SQL
                 UPDATE OLS0002.INTEREST_RATE_TIER
                    SET ANNUAL_RATE        = :IRTW-ANNUAL-RATE,
                        TIER_NOTICE_STATUS = 'P',
                        TIER_SCHED_USERID  = :EIBUSERID,
                        TIER_SCHED_TS      = CURRENT TIMESTAMP
                  WHERE SUB_TYPCD = :IRTW-SUB-TYPCD
                    AND TIER_MIN_BALANCE = :IRTW-MIN-BALANCE
                    AND TIER_EFF_FROM_DT = :IRTW-EFF-FROM-DT
            END-EXEC
            IF SQLCODE = 100
               EXEC SQL
                    INSERT INTO OLS0002.INTEREST_RATE_TIER (
                       SUB_TYPCD, TIER_MIN_BALANCE, TIER_EFF_FROM_DT,
                       ANNUAL_RATE, TIER_NOTICE_STATUS,
                       TIER_SCHED_USERID, TIER_SCHED_TS)
                    VALUES (
                       :IRTW-SUB-TYPCD, :IRTW-MIN-BALANCE,
                       :IRTW-EFF-FROM-DT, :IRTW-ANNUAL-RATE, 'P',
                       :EIBUSERID, CURRENT TIMESTAMP)
               END-EXEC
            END-IF
            IF SQLCODE = 0
               MOVE 'SUCCESSFUL RATE SCHEDULE' TO RT-MSG
               DISPLAY 'RATE SCHEDULED FOR ' IRTW-EFF-FROM-DT
            ELSE
               SET RTCD-SQL-ERROR TO TRUE
               MOVE SQLCODE TO TXT-SQLCODE
               MOVE SQLSTATE TO TXT-SQLSTATE
               MOVE SQLERRMC TO TXT-SQLERRMC
               MOVE 'NOT SCHEDULED - SQL FAILURE' TO RT-MSG
               DISPLAY 'SQLCODE:  ' TXT-SQLCODE
               DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
               DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
            END-IF.
       DO-SCHEDULE-END.
           EXIT.
      **************************************************************
