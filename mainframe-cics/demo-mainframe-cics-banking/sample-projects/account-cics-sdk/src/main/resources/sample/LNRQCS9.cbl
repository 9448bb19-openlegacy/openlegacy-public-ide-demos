CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * LNRQCS9 - REQUEST A LOAN RESTRUCTURE FOR CICS AND DB2.
      * A BORROWER IN DIFFICULTY IS OFFERED ONE OF THREE THINGS: A
      * PAYMENT HOLIDAY OF UP TO SIX INSTALLMENTS, AN EXTENSION OF
      * THE TERM, OR A CHANGE OF RATE. NONE OF THEM IS APPLIED BY
      * THE OFFICER WHO AGREES IT WITH THE CUSTOMER - LNRQCS9 ONLY
      * QUEUES THE REQUEST ONTO OLS0002.LOAN_RESTRUCTURE WITH
      * STATUS 'P' AND THE OFFICER AS MAKER, THE SAME WAY COLUCS9
      * QUEUES A CHARGE-OFF ONTO OLS0002.ACCOUNT2_PENDING. A
      * SUPERVISOR APPROVES OR REJECTS IT THROUGH LNRACS9, WHICH
      * REBUILDS THE SCHEDULE. THE LOAN MUST BE ACTIVE AND ONLY
      * ONE REQUEST PER LOAN MAY BE PENDING AT A TIME.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. LNRQCS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
        01 LOAN-WS.
            07 LNW-LOAN-ID           PIC X(11).
            07 LNW-ANNUAL-RATE       PIC S9V9(4) USAGE COMP-3.
            07 LNW-TERM-MONTHS       PIC S9(4) COMP.
            07 LNW-STATUS            PIC X(1).
      **************************************************************
      * A TERM EXTENSION MAY NOT TAKE THE LOAN PAST THE SAME 480
      * MONTH CEILING LNOPCS9 APPLIES AT OPEN TIME.
      **************************************************************
        01 LRQW-MAX-HOLIDAY          PIC S9(4) COMP VALUE 6.
        01 LRQW-MAX-TERM             PIC S9(4) COMP VALUE 480.
        01 LRQW-NEW-TERM             PIC S9(4) COMP VALUE 0.
        01 LRQW-PENDING-COUNT        PIC S9(4) COMP VALUE 0.
        01 LRQW-REQUEST-ID           PIC S9(9) COMP VALUE 0.
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 LRQI-LOAN-ID                     PIC X(11).
            05 LRQI-ACTION                      PIC X(1).
              88 LRQI-HOLIDAY                   VALUE 'H'.
              88 LRQI-TERM-EXTENSION            VALUE 'T'.
              88 LRQI-RATE-CHANGE               VALUE 'R'.
            05 LRQI-HOLIDAY-COUNT               PIC S9(4) COMP.
            05 LRQI-EXTRA-MONTHS                PIC S9(4) COMP.
            05 LRQI-NEW-RATE                    PIC S9V9(4) COMP-3.
            05 LRQI-REASON                      PIC X(40).
        01 RESTRUCTURE-OUT.
            05 LRQO-REQUEST-ID                  PIC S9(9) COMP.
            05 LRQO-LOAN-ID                     PIC X(11).
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-LOAN-NOT-FOUND            VALUE 1.
              88 RTCD-LOAN-NOT-ACTIVE           VALUE 2.
              88 RTCD-INVALID-ACTION            VALUE 3.
              88 RTCD-INVALID-HOLIDAY           VALUE 4.
              88 RTCD-INVALID-TERM              VALUE 5.
              88 RTCD-INVALID-RATE              VALUE 6.
              88 RTCD-REQUEST-PENDING           VALUE 7.
              88 RTCD-SQL-ERROR                 VALUE 8.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK
              PERFORM FETCH-LOAN THRU FETCH-LOAN-END
           END-IF
           IF RTCD-OK
              PERFORM CHECK-TERMS THRU CHECK-TERMS-END
           END-IF
           IF RTCD-OK
              PERFORM CHECK-PENDING THRU CHECK-PENDING-END
           END-IF
           IF RTCD-OK
              PERFORM QUEUE-REQUEST THRU QUEUE-REQUEST-END
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO RESTRUCTURE-OUT
            SET RTCD-OK TO TRUE
            MOVE LRQI-LOAN-ID TO LNW-LOAN-ID
            MOVE LRQI-LOAN-ID TO LRQO-LOAN-ID
            IF NOT LRQI-HOLIDAY
               AND NOT LRQI-TERM-EXTENSION
               AND NOT LRQI-RATE-CHANGE
               SET RTCD-INVALID-ACTION TO TRUE
               MOVE 'NOT SUCCESSFUL REQUEST - ACTION NOT H, T OR R'
                  TO RT-MSG
            END-IF
            DISPLAY 'LOAN-ID = ' LNW-LOAN-ID.
       GET-INPUT-END.
           EXIT.
      **************************************************************
       FETCH-LOAN.
            EXEC SQL
                 SELECT LN_ANNUAL_RATE, LN_TERM_MONTHS, LN_STATUS
                   INTO :LNW-ANNUAL-RATE, :LNW-TERM-MONTHS,
                        :LNW-STATUS
                   FROM OLS0002.LOAN_ACCOUNT
                  WHERE LN_LOAN_ID = :LNW-LOAN-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-LOAN-NOT-FOUND TO TRUE
               MOVE 'NOT SUCCESSFUL REQUEST - LOAN NOT FOUND'
                  TO RT-MSG
               GO TO FETCH-LOAN-END
            END-IF
            IF LNW-STATUS NOT = 'A'
               SET RTCD-LOAN-NOT-ACTIVE TO TRUE
               MOVE 'NOT SUCCESSFUL REQUEST - LOAN NOT ACTIVE'
                  TO RT-MSG
            END-IF.
       FETCH-LOAN-END.
           EXIT.
      **************************************************************
      * CHECK-TERMS VALIDATES ONLY THE FIELD THE CHOSEN ACTION
      * USES; THE OTHERS ARE CLEARED SO THE QUEUED ROW CARRIES
      * NOTHING THE SUPERVISOR MIGHT MISREAD.
      **************************************************************
       CHECK-TERMS.
            EVALUATE TRUE
               WHEN LRQI-HOLIDAY
                  MOVE 0 TO LRQI-EXTRA-MONTHS
                  MOVE 0 TO LRQI-NEW-RATE
                  IF LRQI-HOLIDAY-COUNT < 1 OR
                     LRQI-HOLIDAY-COUNT > LRQW-MAX-HOLIDAY
                     SET RTCD-INVALID-HOLIDAY TO TRUE
                     MOVE 'NOT SUCCESSFUL REQUEST - HOLIDAY 1 TO 6'
                        TO RT-MSG
                  END-IF
               WHEN LRQI-TERM-EXTENSION
                  MOVE 0 TO LRQI-HOLIDAY-COUNT
                  MOVE 0 TO LRQI-NEW-RATE
                  COMPUTE LRQW-NEW-TERM =
                     LNW-TERM-MONTHS + LRQI-EXTRA-MONTHS
                  IF LRQI-EXTRA-MONTHS < 1
                     OR LRQW-NEW-TERM > LRQW-MAX-TERM
                     SET RTCD-INVALID-TERM TO TRUE
                     MOVE 'NOT SUCCESSFUL REQUEST - BAD EXTENSION'
                        TO RT-MSG
                  END-IF
               WHEN LRQI-RATE-CHANGE
                  MOVE 0 TO LRQI-HOLIDAY-COUNT
                  MOVE 0 TO LRQI-EXTRA-MONTHS
                  IF LRQI-NEW-RATE NOT > 0
                     OR LRQI-NEW-RATE = LNW-ANNUAL-RATE
                     SET RTCD-INVALID-RATE TO TRUE
                     MOVE 'NOT SUCCESSFUL REQUEST - NEW RATE NOT VALID'
                        TO RT-MSG
                  END-IF
            END-EVALUATE.
       CHECK-TERMS-END.
           EXIT.
      **************************************************************
       CHECK-PENDING.
            MOVE 0 TO LRQW-PENDING-COUNT
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :LRQW-PENDING-COUNT
                   FROM OLS0002.LOAN_RESTRUCTURE
                  WHERE LRS_LOAN_ID = :LNW-LOAN-ID
                    AND LRS_STATUS = 'P'
            END-EXEC
            IF LRQW-PENDING-COUNT > 0
               SET RTCD-REQUEST-PENDING TO TRUE
               MOVE 'NOT SUCCESSFUL REQUEST - ONE ALREADY PENDING'
                  TO RT-MSG
            END-IF.
       CHECK-PENDING-END.
           EXIT.
      **************************************************************
       QUEUE-REQUEST.
            MOVE 0 TO LRQW-REQUEST-ID
            EXEC SQL
                 SELECT COALESCE(MAX(LRS_REQUEST_ID), 0) + 1
                   INTO :LRQW-REQUEST-ID
                   FROM OLS0002.LOAN_RESTRUCTURE
            END-EXEC
            EXEC SQL
                 INSERT INTO OLS0002.LOAN_RESTRUCTURE (
                    LRS_REQUEST_ID, LRS_LOAN_ID, LRS_ACTION,
                    LRS_HOLIDAY_COUNT, LRS_EXTRA_MONTHS,
                    LRS_NEW_RATE, LRS_REASON, LRS_STATUS,
                    LRS_MAKER_ID, LRS_MAKER_TS)
                 VALUES (
                    :LRQW-REQUEST-ID, :LNW-LOAN-ID, :LRQI-ACTION,
                    :LRQI-HOLIDAY-COUNT, :LRQI-EXTRA-MONTHS,
                    :LRQI-NEW-RATE, :LRQI-REASON, 'P',
                    :EIBUSERID, CURRENT TIMESTAMP)
            END-EXEC
            IF SQLCODE = 0
               MOVE LRQW-REQUEST-ID TO LRQO-REQUEST-ID
               MOVE 'SUCCESSFUL REQUEST - QUEUED FOR APPROVAL'
                  TO RT-MSG
            ELSE
               MOVE SQLCODE TO TXT-SQLCODE
               MOVE SQLSTATE TO TXT-SQLSTATE
               MOVE SQLERRMC TO TXT-SQLERRMC
               SET RTCD-SQL-ERROR TO TRUE
               MOVE 'NOT SUCCESSFUL REQUEST' TO RT-MSG
               DISPLAY 'SQLCODE:  ' TXT-SQLCODE
               DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
               DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
            END-IF.
       QUEUE-REQUEST-END.
           EXIT.
      **************************************************************
