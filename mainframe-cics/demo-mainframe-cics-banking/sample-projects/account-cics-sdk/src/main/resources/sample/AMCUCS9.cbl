CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * AMCUCS9 - MOVE AN AML INVESTIGATION CASE THROUGH ITS
      * STATUSES FOR CICS AND DB2. AMLMCS9 OPENS A CASE ON
      * OLS0002.AML_CASE FOR EVERY SUSPICIOUS-ACTIVITY ALERT;
      * THE INVESTIGATOR THEN WORKS IT ALONG FIXED EDGES ONLY:
      *   'O' OPEN         -> 'U' UNDER REVIEW
      *   'U' UNDER REVIEW -> 'E' ESCALATED, 'N' CLOSED NO-ACTION
      *                       OR 'S' SAR FILED
      *   'E' ESCALATED    -> 'N' CLOSED NO-ACTION OR 'S' SAR FILED
      * A CLOSING DECISION ('N' OR 'S') NEEDS A NOTE, AND A SAR
      * FILED NEEDS THE REGULATOR'S FILING REFERENCE. THE UPDATE
      * IS GUARDED ON THE STATUS JUST READ SO TWO INVESTIGATORS
      * RACING ONE CASE LEAVE EXACTLY ONE STEP APPLIED. EVERY
      * STEP APPLIED IS WRITTEN TO OLS0002.AML_CASE_STEP WITH THE
      * CICS USERID, AND THE NOTE (IF ANY) TO THE CASE DIARY
      * OLS0002.AML_CASE_NOTE THAT AMCNCS9/AMCICS9 ALSO KEEP.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AMCUCS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLAMLCASE.
           10 AMC_CASE_ID          PIC S9(9) USAGE COMP.
           10 AMC_SCOPE            PIC X(4).
           10 AMC_KEY              PIC X(16).
           10 AMC_CUSTOMER_ID      PIC X(16).
           10 AMC_ALERT_DT         PIC X(8).
           10 AMC_DUE_DT           PIC X(8).
           10 AMC_HIT_COUNT        PIC S9(9) USAGE COMP.
           10 AMC_HIT_TOTAL        PIC S9(11)V9(3) USAGE COMP-3.
           10 AMC_STATUS           PIC X(1).
           10 AMC_FILING_REF       PIC X(20).
           10 AMC_USERID           PIC X(8).
      **************************************************************
        01 CASE-WS.
            07 AMCW-CASE-ID         PIC S9(9) COMP.
            07 AMCW-OLD-STATUS      PIC X(1).
            07 AMCW-NEW-STATUS      PIC X(1).
            07 AMCW-FILING-REF      PIC X(20).
        01 TRANSITION-OK-SW          PIC X(1) VALUE 'N'.
        01 WS-NEXT-STEP-SEQ          PIC S9(4) COMP VALUE 0.
        01 WS-NEXT-NOTE-SEQ          PIC S9(4) COMP VALUE 0.
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 AMCI-CASE-ID                     PIC S9(9) COMP.
            05 AMCI-NEW-STATUS                  PIC X(1).
              88 AMCI-STATUS-UNDER-REVIEW       VALUE 'U'.
              88 AMCI-STATUS-ESCALATED          VALUE 'E'.
              88 AMCI-STATUS-NO-ACTION          VALUE 'N'.
              88 AMCI-STATUS-SAR-FILED          VALUE 'S'.
      *    REQUIRED ON 'S' - THE REGULATOR'S FILING REFERENCE.
            05 AMCI-FILING-REF                  PIC X(20).
      *    REQUIRED ON A CLOSING DECISION ('N' OR 'S').
            05 AMCI-NOTE-TEXT                   PIC X(60).
        01 CASE-OUT.
            05 AMCO-CASE-ID                     PIC S9(9) COMP.
            05 AMCO-STATUS                      PIC X(1).
            05 AMCO-FILING-REF                  PIC X(20).
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-INVALID-STATUS            VALUE 1.
              88 RTCD-CASE-NOT-FOUND            VALUE 2.
              88 RTCD-INVALID-TRANSITION        VALUE 3.
              88 RTCD-NOTE-REQUIRED             VALUE 4.
              88 RTCD-FILING-REF-REQUIRED       VALUE 5.
              88 RTCD-SQL-ERROR                 VALUE 6.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK
              PERFORM FETCH-CASE THRU FETCH-CASE-END
           END-IF
           IF RTCD-OK
              PERFORM CHECK-TRANSITION THRU CHECK-TRANSITION-END
           END-IF
           IF RTCD-OK
              PERFORM DO-UPDATE THRU DO-UPDATE-END
           END-IF
           GOBACK.
      **************************************************************
      * GET-INPUT - THE STATUS MUST BE ONE OF THE FOUR A USER CAN
      * MOVE TO ('O' IS ONLY EVER SET BY AMLMCS9). A CLOSING
      * DECISION WITHOUT ITS NOTE, OR A SAR FILED WITHOUT ITS
      * FILING REFERENCE, IS REJECTED RATHER THAN DEFAULTED.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO CASE-OUT
            SET RTCD-OK TO TRUE
            MOVE AMCI-CASE-ID TO AMCW-CASE-ID
            MOVE AMCI-CASE-ID TO AMCO-CASE-ID
            MOVE AMCI-NEW-STATUS TO AMCW-NEW-STATUS
            MOVE SPACES TO AMCW-FILING-REF
            IF NOT AMCI-STATUS-UNDER-REVIEW
               AND NOT AMCI-STATUS-ESCALATED
               AND NOT AMCI-STATUS-NO-ACTION
               AND NOT AMCI-STATUS-SAR-FILED
               SET RTCD-INVALID-STATUS TO TRUE
               MOVE 'NOT UPDATED - STATUS MUST BE U, E, N OR S'
                  TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF (AMCI-STATUS-NO-ACTION OR AMCI-STATUS-SAR-FILED)
               AND (AMCI-NOTE-TEXT = SPACES
                    OR AMCI-NOTE-TEXT = LOW-VALUES)
               SET RTCD-NOTE-REQUIRED TO TRUE
               MOVE 'NOT UPDATED - CLOSING DECISION NEEDS A NOTE'
                  TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF AMCI-STATUS-SAR-FILED
               IF AMCI-FILING-REF = SPACES
                  OR AMCI-FILING-REF = LOW-VALUES
                  SET RTCD-FILING-REF-REQUIRED TO TRUE
                  MOVE 'NOT UPDATED - SAR FILED NEEDS FILING REFERENCE'
                     TO RT-MSG
                  GO TO GET-INPUT-END
               END-IF
               MOVE AMCI-FILING-REF TO AMCW-FILING-REF
            END-IF
            DISPLAY 'CASE-ID = ' AMCW-CASE-ID.
       GET-INPUT-END.
           EXIT.
      **************************************************************
       FETCH-CASE.
            EXEC SQL
                 SELECT AMC_STATUS
                   INTO :AMCW-OLD-STATUS
                   FROM OLS0002.AML_CASE
                  WHERE AMC_CASE_ID = :AMCW-CASE-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-CASE-NOT-FOUND TO TRUE
               MOVE 'NOT UPDATED - CASE NOT FOUND' TO RT-MSG
            END-IF.
       FETCH-CASE-END.
           EXIT.
      **************************************************************
      * CHECK-TRANSITION - ONLY THE EDGES IN THE BANNER ARE LEGAL.
      * A CLOSED CASE ('N' OR 'S') NEVER MOVES AGAIN.
      **************************************************************
       CHECK-TRANSITION.
           MOVE 'N' TO TRANSITION-OK-SW
           EVALUATE AMCW-OLD-STATUS ALSO AMCW-NEW-STATUS
              WHEN 'O' ALSO 'U'
                 MOVE 'Y' TO TRANSITION-OK-SW
              WHEN 'U' ALSO 'E'
                 MOVE 'Y' TO TRANSITION-OK-SW
              WHEN 'U' ALSO 'N'
                 MOVE 'Y' TO TRANSITION-OK-SW
              WHEN 'U' ALSO 'S'
                 MOVE 'Y' TO TRANSITION-OK-SW
              WHEN 'E' ALSO 'N'
                 MOVE 'Y' TO TRANSITION-OK-SW
              WHEN 'E' ALSO 'S'
                 MOVE 'Y' TO TRANSITION-OK-SW
              WHEN OTHER
                 MOVE 'N' TO TRANSITION-OK-SW
           END-EVALUATE
           IF TRANSITION-OK-SW NOT = 'Y'
              SET RTCD-INVALID-TRANSITION TO TRUE
              MOVE 'NOT UPDATED - INVALID STATUS TRANSITION'
                 TO RT-MSG
           END-IF.
       CHECK-TRANSITION-END.
           EXIT.
      **************************************************************
      * THE UPDATE IS GUARDED ON THE STATUS JUST READ; A LOST RACE
      * COMES BACK AS AN INVALID TRANSITION TO RE-READ. THE FILING
      * REFERENCE IS ONLY EVER WRITTEN ON THE 'S' STEP.
      **************************************************************
       DO-UPDATE.
            IF AMCI-STATUS-SAR-FILED
               EXEC SQL
                    UPDATE OLS0002.AML_CASE
                       SET AMC_STATUS = :AMCW-NEW-STATUS,
                           AMC_FILING_REF = :AMCW-FILING-REF,
                           AMC_USERID = :EIBUSERID,
                           AMC_UPDT_TS = CURRENT TIMESTAMP
                     WHERE AMC_CASE_ID = :AMCW-CASE-ID
                       AND AMC_STATUS = :AMCW-OLD-STATUS
               END-EXEC
            ELSE
               EXEC SQL
                    UPDATE OLS0002.AML_CASE
                       SET AMC_STATUS = :AMCW-NEW-STATUS,
                           AMC_USERID = :EIBUSERID,
                           AMC_UPDT_TS = CURRENT TIMESTAMP
                     WHERE AMC_CASE_ID = :AMCW-CASE-ID
                       AND AMC_STATUS = :AMCW-OLD-STATUS
               END-EXEC
            END-IF
            IF SQLCODE = 0
               MOVE AMCW-NEW-STATUS TO AMCO-STATUS
               MOVE AMCW-FILING-REF TO AMCO-FILING-REF
               PERFORM WRITE-CASE-STEP THRU WRITE-CASE-STEP-END
               IF AMCI-NOTE-TEXT NOT = SPACES
                  AND AMCI-NOTE-TEXT NOT = LOW-VALUES
                  PERFORM WRITE-CASE-NOTE
                     THRU WRITE-CASE-NOTE-END
               END-IF
               MOVE 'SUCCESSFUL STATUS CHANGE' TO RT-MSG
               DISPLAY 'CASE ' AMCW-CASE-ID ' NOW ' AMCW-NEW-STATUS
            ELSE
               IF SQLCODE = 100
                  SET RTCD-INVALID-TRANSITION TO TRUE
                  MOVE 'NOT UPDATED - CASE CHANGED, RE-READ'
                     TO RT-MSG
               ELSE
                  SET RTCD-SQL-ERROR TO TRUE
                  MOVE SQLCODE TO TXT-SQLCODE
                  MOVE SQLSTATE TO TXT-SQLSTATE
                  MOVE SQLERRMC TO TXT-SQLERRMC
                  MOVE 'NOT UPDATED - SQL FAILURE' TO RT-MSG
                  DISPLAY 'SQLCODE:  ' TXT-SQLCODE
                  DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
                  DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
               END-IF
            END-IF.
       DO-UPDATE-END.
           EXIT.
      **************************************************************
      * WRITE-CASE-STEP APPENDS THE STEP JUST APPLIED TO THE
      * CASE'S TRAIL WITH THE NEXT SEQUENCE AND THE CICS USERID.
      **************************************************************
       WRITE-CASE-STEP.
           MOVE 0 TO WS-NEXT-STEP-SEQ
           EXEC SQL
                SELECT COALESCE(MAX(ACS_SEQ), 0) + 1
                  INTO :WS-NEXT-STEP-SEQ
                  FROM OLS0002.AML_CASE_STEP
                 WHERE ACS_CASE_ID = :AMCW-CASE-ID
           END-EXEC
           EXEC SQL
                INSERT INTO OLS0002.AML_CASE_STEP (
                   ACS_CASE_ID, ACS_SEQ, ACS_FROM_STATUS,
                   ACS_TO_STATUS, ACS_USERID, ACS_TS)
                VALUES (
                   :AMCW-CASE-ID, :WS-NEXT-STEP-SEQ,
                   :AMCW-OLD-STATUS, :AMCW-NEW-STATUS, :EIBUSERID,
                   CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'AMCUCS9 STEP INSERT FAILED: ' TXT-SQLCODE
           END-IF.
       WRITE-CASE-STEP-END.
           EXIT.
      **************************************************************
      * WRITE-CASE-NOTE APPENDS THE NOTE TO THE CASE'S DIARY WITH
      * THE NEXT SEQUENCE, THE CICS USERID AND A TIMESTAMP.
      **************************************************************
       WRITE-CASE-NOTE.
           MOVE 0 TO WS-NEXT-NOTE-SEQ
           EXEC SQL
                SELECT COALESCE(MAX(ACN_SEQ), 0) + 1
                  INTO :WS-NEXT-NOTE-SEQ
                  FROM OLS0002.AML_CASE_NOTE
                 WHERE ACN_CASE_ID = :AMCW-CASE-ID
           END-EXEC
           EXEC SQL
                INSERT INTO OLS0002.AML_CASE_NOTE (
                   ACN_CASE_ID, ACN_SEQ, ACN_TEXT,
                   ACN_USERID, ACN_TS)
                VALUES (
                   :AMCW-CASE-ID, :WS-NEXT-NOTE-SEQ,
                   :AMCI-NOTE-TEXT, :EIBUSERID, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'AMCUCS9 NOTE INSERT FAILED: ' TXT-SQLCODE
           END-IF.
       WRITE-CASE-NOTE-END.
           EXIT.
      **************************************************************
