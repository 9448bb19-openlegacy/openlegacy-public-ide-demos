      * CLAIMCS2 - CAPTURE AN INSURANCE CLAIM FOR CICS AND DB2.
      * INSERTS ONE OLS0002.CLAIM2 ROW KEYED BY ACTO-POLICY-NUM SO
      * ADJUSTERS HAVE SOMEWHERE TO LOG ACTIVITY AGAINST A POLICY.
      * A CLAIM CAUSED BY A CATASTROPHE IS TAGGED WITH THE EVENT
      * CODE (OLS0002.CAT_EVENT, SEE CATACS2) AT CAPTURE: THE
      * EVENT MUST EXIST, THE CLAIM DATE MUST FALL IN THE EVENT'S
      * LOSS WINDOW AND THE POLICY STATE MUST BE ONE OF ITS
      * AFFECTED STATES. UNTAGGED CLAIMS CAN BE TAGGED LATER IN
      * BULK BY CATTCS2.
      * AN AUTO OR HOME CLAIM MUST NAME THE INSURED OBJECT - THE
      * VEHICLE OR PROPERTY - FROM THE POLICY'S SCHEDULE
      * (OLS0002.POLICY2_OBJECT, SEE OBJACS2/OBJDCS2). THE OBJECT
      * MUST HAVE BEEN ON THE SCHEDULE ON THE CLAIM DATE, AND THE
      * AMOUNT MUST SIT WITHIN THE OBJECT'S OWN COVERAGE. THE
      * OBJECT ID IS KEPT ON THE CLAIM.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CLAIMCS2.
           10 CLM_AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
           10 CLM_STATUS           PIC X(10).
           10 CLM_DESCRIPTION      PIC X(60).
           10 CLM_CAT_EVENT_CODE   PIC X(8).
           10 CLM_OBJECT_ID        PIC X(8).
      **************************************************************
        01 IN-PUT-WS.
            07 ACTW-POLICY-NUM        PIC X(11).
            07 ACTW-AMOUNT            PIC S9(9)V9(2) USAGE COMP-3.
            07 ACTW-STATUS            PIC X(10).
            07 ACTW-DESCRIPTION       PIC X(60).
            07 ACTW-CAT-EVENT-CODE    PIC X(8).
            07 ACTW-OBJECT-ID         PIC X(8).
      **************************************************************
        01 WS-NEXT-CLAIM-NUM                  PIC S9(9) USAGE COMP.
      **************************************************************
            07 ACTW-POL-CANCEL-EFF    PIC X(8).
            07 ACTW-POL-COVERAGE      PIC S9(11)V9(3) USAGE COMP-3.
            07 ACTW-RIDER-COVERAGE    PIC S9(9)V9(2) USAGE COMP-3.
            07 ACTW-POL-STATE         PIC X(2).
            07 ACTW-POL-TYPE          PIC X(16).
            07 ACTW-OBJECT-COVERAGE   PIC S9(9)V9(2) USAGE COMP-3.
        01 CAT-CHECK-COUNT            PIC S9(4) COMP VALUE 0.
        01 TXT-SQLCODE                        PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE                       PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC                       PIC X(70) VALUE SPACES.
      *    SPACES MEANS A CLAIM AGAINST THE BASE POLICY; A RIDER
      *    CODE CHECKS THAT RIDER'S OWN COVERAGE INSTEAD.
            05 ACTI-RIDER-CODE                   PIC X(8).
      *    SPACES MEANS NO CATASTROPHE; OTHERWISE THE EVENT CODE.
            05 ACTI-CAT-EVENT-CODE               PIC X(8).
      *    THE INSURED OBJECT ID FROM THE POLICY'S SCHEDULE -
      *    REQUIRED ON AUTO AND HOME POLICIES.
            05 ACTI-OBJECT-ID                    PIC X(8).
        01 OUT-PUT.
            05 ACTO-CLAIM-NUM                   PIC S9(9) COMP.
            05 ACTO-POLICY-NUM                  PIC X(11).
              88 RTCD-OVER-COVERAGE-LIMIT        VALUE 4.
              88 RTCD-SQL-ERROR                  VALUE 5.
              88 RTCD-RIDER-NOT-FOUND            VALUE 6.
              88 RTCD-CAT-EVENT-MISMATCH         VALUE 7.
              88 RTCD-OBJECT-NOT-SCHEDULED       VALUE 8.
            05 RT-MSG                            PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
           PERFORM GET-INPUT THRU GET-INPUT-END
           PERFORM HANDLE-INPUT THRU HANDLE-INPUT-END
           PERFORM VALIDATE-COVERAGE THRU VALIDATE-COVERAGE-END
           IF RTCD-OK
              PERFORM VALIDATE-INSURED-OBJECT
                 THRU VALIDATE-INSURED-OBJECT-END
           END-IF
           IF RTCD-OK
              AND ACTW-CAT-EVENT-CODE NOT = SPACES
              PERFORM VALIDATE-CAT-EVENT THRU VALIDATE-CAT-EVENT-END
           END-IF
           IF RTCD-OK
              PERFORM DO-SQL THRU DO-SQL-END
           END-IF
           MOVE ACTI-AMOUNT       TO ACTW-AMOUNT
           MOVE ACTI-STATUS       TO ACTW-STATUS
           MOVE ACTI-DESCRIPTION  TO ACTW-DESCRIPTION
           MOVE ACTI-CAT-EVENT-CODE TO ACTW-CAT-EVENT-CODE
           IF ACTW-CAT-EVENT-CODE = LOW-VALUES
              MOVE SPACES TO ACTW-CAT-EVENT-CODE
           END-IF
           MOVE ACTI-OBJECT-ID TO ACTW-OBJECT-ID
           IF ACTW-OBJECT-ID = LOW-VALUES
              MOVE SPACES TO ACTW-OBJECT-ID
           END-IF
           DISPLAY 'POLICY-NUM FOR CLAIM: ' ACTW-POLICY-NUM.
       GET-INPUT-END.
           EXIT.
       VALIDATE-COVERAGE.
           EXEC SQL
                SELECT POL_CREATE_DATE, POL_END_DATE, POL_ISACTIVE,
                       POL_CANCEL_EFF_DATE, POL_COVERAGE_LIMIT,
                       POL_CUST_STATE, POL_POLICY_TYPE
                  INTO :ACTW-POL-CREATE-DATE, :ACTW-POL-END-DATE,
                       :ACTW-POL-ISACTIVE, :ACTW-POL-CANCEL-EFF,
                       :ACTW-POL-COVERAGE, :ACTW-POL-STATE,
                       :ACTW-POL-TYPE
                  FROM OLS0002.POLICY2
                 WHERE POL_POLICY_NUM = :ACTW-POLICY-NUM
           END-EXEC
       VALIDATE-RIDER-COVERAGE-END.
           EXIT.
      **************************************************************
      * VALIDATE-INSURED-OBJECT - AN AUTO OR HOME CLAIM NAMES ITS
      * OBJECT, AND THE OBJECT MUST HAVE BEEN ON THE SCHEDULE ON
      * THE CLAIM DATE: IN ITS EFFECTIVE/EXPIRY DATES AND EITHER
      * STILL ACTIVE OR REMOVED ONLY AFTER THE CLAIM DATE. OTHER
      * LINES SCHEDULE NOTHING BUT MAY STILL NAME NO OBJECT.
      **************************************************************
       VALIDATE-INSURED-OBJECT.
           IF ACTW-OBJECT-ID = SPACES
              IF ACTW-POL-TYPE = 'AUTO'
                 OR ACTW-POL-TYPE = 'HOME'
                 SET RTCD-OBJECT-NOT-SCHEDULED TO TRUE
                 MOVE 'CLAIM REJECTED - INSURED OBJECT REQUIRED'
                    TO RT-MSG
              END-IF
              GO TO VALIDATE-INSURED-OBJECT-END
           END-IF
           MOVE 0 TO ACTW-OBJECT-COVERAGE
           EXEC SQL
                SELECT OBJ_COVERAGE_AMT
                  INTO :ACTW-OBJECT-COVERAGE
                  FROM OLS0002.POLICY2_OBJECT
                 WHERE OBJ_POLICY_NUM = :ACTW-POLICY-NUM
                   AND OBJ_OBJECT_ID = :ACTW-OBJECT-ID
                   AND OBJ_EFF_DATE <= :ACTW-CLAIM-DATE
                   AND OBJ_EXPIRY_DATE >= :ACTW-CLAIM-DATE
                   AND (OBJ_STATUS = 'A'
                        OR OBJ_REMOVED_DT > :ACTW-CLAIM-DATE)
           END-EXEC
           IF SQLCODE NOT = 0
              SET RTCD-OBJECT-NOT-SCHEDULED TO TRUE
              MOVE 'CLAIM REJECTED - OBJECT NOT ON SCHEDULE ON DATE'
                 TO RT-MSG
              GO TO VALIDATE-INSURED-OBJECT-END
           END-IF
           IF ACTW-OBJECT-COVERAGE > 0
              AND ACTW-AMOUNT > ACTW-OBJECT-COVERAGE
              SET RTCD-OVER-COVERAGE-LIMIT TO TRUE
              MOVE 'CLAIM REJECTED - AMOUNT OVER OBJECT COVERAGE'
                 TO RT-MSG
           END-IF.
       VALIDATE-INSURED-OBJECT-END.
           EXIT.
      **************************************************************
      * VALIDATE-CAT-EVENT - THE EVENT MUST EXIST, COVER THE CLAIM
      * DATE AND LIST THE POLICY'S STATE AMONG ITS AFFECTED
      * STATES; ANY MISS IS ONE REJECTION SO A CLAIM IS NEVER
      * PINNED ON THE WRONG STORM.
      **************************************************************
       VALIDATE-CAT-EVENT.
           MOVE 0 TO CAT-CHECK-COUNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :CAT-CHECK-COUNT
                  FROM OLS0002.CAT_EVENT E
                  INNER JOIN OLS0002.CAT_EVENT_STATE S
                    ON S.CES_EVENT_CODE = E.CAT_EVENT_CODE
                 WHERE E.CAT_EVENT_CODE = :ACTW-CAT-EVENT-CODE
                   AND E.CAT_START_DT <= :ACTW-CLAIM-DATE
                   AND E.CAT_END_DT >= :ACTW-CLAIM-DATE
                   AND S.CES_STATE = :ACTW-POL-STATE
           END-EXEC
           IF SQLCODE NOT = 0
              OR CAT-CHECK-COUNT = 0
              SET RTCD-CAT-EVENT-MISMATCH TO TRUE
              MOVE 'CLAIM REJECTED - NOT IN CAT EVENT DATES OR STATES'
                 TO RT-MSG
           END-IF.
       VALIDATE-CAT-EVENT-END.
           EXIT.
      **************************************************************
      * DO-SQL ASSIGNS THE NEXT CLAIM NUMBER FROM THE HIGH-WATER MARK
      * IN OLS0002.CLAIM2 AND INSERTS THE NEW ROW. THE HIGH-WATER ROW
      * IS FETCHED WITH FOR UPDATE OF AND THE LOCK HELD UNTIL THE
                     CLM_CLAIM_DATE,
                     CLM_AMOUNT,
                     CLM_STATUS,
                     CLM_DESCRIPTION,
                     CLM_CAT_EVENT_CODE,
                     CLM_OBJECT_ID)
                  VALUES (
                     :ACTO-CLAIM-NUM,
                     :ACTO-POLICY-NUM,
                     :ACTO-CLAIM-DATE,
                     :ACTO-AMOUNT,
                     :ACTO-STATUS,
                     :ACTO-DESCRIPTION,
                     :ACTW-CAT-EVENT-CODE,
                     :ACTW-OBJECT-ID)
            END-EXEC.
            PERFORM DO-POSTSQL THRU DO-POSTSQL-END
            EXEC SQL
