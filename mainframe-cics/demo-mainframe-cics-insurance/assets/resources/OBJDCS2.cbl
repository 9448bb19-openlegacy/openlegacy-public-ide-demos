CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * OBJDCS2 - REMOVE AN INSURED OBJECT FOR CICS AND DB2.
      * MARKS AN ACTIVE OLS0002.POLICY2_OBJECT ROW REMOVED ('X')
      * AS OF A REMOVAL DATE (ZERO MEANS TODAY) UNDER A
      * STATUS-GUARDED UPDATE - HISTORY SURVIVES, NO HARD DELETE -
      * AND WRITES THE BEFORE/AFTER IMAGE TO
      * OLS0002.POLICY2_OBJECT_HIST THE SAME WAY OBJACS2 DOES.
      * THE CAR SOLD LAST MONTH STAYS ON THE SCHEDULE FOR ITS
      * DATES: CLAIMCS2 STILL ACCEPTS A CLAIM DATED BEFORE THE
      * REMOVAL DATE AND REFUSES ONE ON OR AFTER IT.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. OBJDCS2.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLOBJECT.
           10 OBJ_POLICY_NUM       PIC X(11).
           10 OBJ_OBJECT_ID        PIC X(8).
           10 OBJ_OBJECT_TYPE      PIC X(1).
           10 OBJ_VIN              PIC X(17).
           10 OBJ_ADDRESS          PIC X(40).
           10 OBJ_COVERAGE_AMT     PIC S9(9)V9(2) USAGE COMP-3.
           10 OBJ_EFF_DATE         PIC X(8).
           10 OBJ_STATUS           PIC X(1).
           10 OBJ_REMOVED_DT       PIC X(8).
      **************************************************************
        01 OBJECT-WS.
            07 OBJW-POLICY-NUM      PIC X(11).
            07 OBJW-OBJECT-ID       PIC X(8).
            07 OBJW-OBJECT-TYPE     PIC X(1).
            07 OBJW-VIN             PIC X(17).
            07 OBJW-ADDRESS         PIC X(40).
            07 OBJW-COVERAGE-AMT    PIC S9(9)V9(2) USAGE COMP-3.
            07 OBJW-EFF-DATE        PIC X(8).
            07 OBJW-STATUS          PIC X(1).
            07 OBJW-REMOVED-DT      PIC 9(8).
            07 OBJW-DESCRIPTION     PIC X(40).
        01 WS-NEXT-HIST-SEQ          PIC S9(4) COMP VALUE 0.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 OBJI-POLICY-NUM                  PIC X(11).
            05 OBJI-OBJECT-ID                   PIC X(8).
            05 OBJI-REMOVE-DATE                 PIC 9(8).
        01 OBJECT-OUT.
            05 OBJO-POLICY-NUM                  PIC X(11).
            05 OBJO-OBJECT-ID                   PIC X(8).
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-OBJECT-NOT-FOUND          VALUE 1.
              88 RTCD-OBJECT-NOT-ACTIVE         VALUE 2.
              88 RTCD-INVALID-DATE              VALUE 3.
              88 RTCD-SQL-ERROR                 VALUE 4.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           PERFORM FETCH-OBJECT THRU FETCH-OBJECT-END
           IF RTCD-OK
              PERFORM DO-REMOVE THRU DO-REMOVE-END
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO OBJECT-OUT
            SET RTCD-OK TO TRUE
            MOVE OBJI-POLICY-NUM TO OBJW-POLICY-NUM
            MOVE OBJI-OBJECT-ID TO OBJW-OBJECT-ID
            MOVE OBJI-POLICY-NUM TO OBJO-POLICY-NUM
            MOVE OBJI-OBJECT-ID TO OBJO-OBJECT-ID
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            MOVE OBJI-REMOVE-DATE TO OBJW-REMOVED-DT
            IF OBJW-REMOVED-DT = 0
               MOVE WS-CURRENT-DATE TO OBJW-REMOVED-DT
            END-IF
            DISPLAY 'POLICY = ' OBJW-POLICY-NUM
               ' OBJECT = ' OBJW-OBJECT-ID.
       GET-INPUT-END.
           EXIT.
      **************************************************************
       FETCH-OBJECT.
            EXEC SQL
                 SELECT OBJ_OBJECT_TYPE, OBJ_VIN, OBJ_ADDRESS,
                        OBJ_COVERAGE_AMT, OBJ_EFF_DATE, OBJ_STATUS
                   INTO :OBJW-OBJECT-TYPE, :OBJW-VIN, :OBJW-ADDRESS,
                        :OBJW-COVERAGE-AMT, :OBJW-EFF-DATE,
                        :OBJW-STATUS
                   FROM OLS0002.POLICY2_OBJECT
                  WHERE OBJ_POLICY_NUM = :OBJW-POLICY-NUM
                    AND OBJ_OBJECT_ID = :OBJW-OBJECT-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-OBJECT-NOT-FOUND TO TRUE
               MOVE 'NOT REMOVED - OBJECT NOT ON POLICY' TO RT-MSG
               GO TO FETCH-OBJECT-END
            END-IF
            IF OBJW-STATUS NOT = 'A'
               SET RTCD-OBJECT-NOT-ACTIVE TO TRUE
               MOVE 'NOT REMOVED - OBJECT ALREADY REMOVED'
                  TO RT-MSG
               GO TO FETCH-OBJECT-END
            END-IF
            IF OBJW-REMOVED-DT < OBJW-EFF-DATE
               SET RTCD-INVALID-DATE TO TRUE
               MOVE 'NOT REMOVED - REMOVAL DATE BEFORE EFFECTIVE DATE'
                  TO RT-MSG
               GO TO FETCH-OBJECT-END
            END-IF
            IF OBJW-OBJECT-TYPE = 'V'
               MOVE OBJW-VIN TO OBJW-DESCRIPTION
            ELSE
               MOVE OBJW-ADDRESS TO OBJW-DESCRIPTION
            END-IF.
       FETCH-OBJECT-END.
           EXIT.
      **************************************************************
       DO-REMOVE.
            EXEC SQL
                 UPDATE OLS0002.POLICY2_OBJECT
                    SET OBJ_STATUS = 'X',
                        OBJ_REMOVED_DT = :OBJW-REMOVED-DT
                  WHERE OBJ_POLICY_NUM = :OBJW-POLICY-NUM
                    AND OBJ_OBJECT_ID = :OBJW-OBJECT-ID
                    AND OBJ_STATUS = 'A'
            END-EXEC
            IF SQLCODE = 0
               MOVE 'SUCCESSFUL INSURED OBJECT REMOVAL' TO RT-MSG
               PERFORM OBJECT-HIST THRU OBJECT-HIST-END
            ELSE
               IF SQLCODE = 100
                  SET RTCD-OBJECT-NOT-ACTIVE TO TRUE
                  MOVE 'NOT REMOVED - OBJECT ALREADY REMOVED'
                     TO RT-MSG
               ELSE
                  SET RTCD-SQL-ERROR TO TRUE
                  MOVE SQLCODE TO TXT-SQLCODE
                  MOVE SQLSTATE TO TXT-SQLSTATE
                  MOVE SQLERRMC TO TXT-SQLERRMC
                  MOVE 'NOT REMOVED - SQL FAILURE' TO RT-MSG
                  DISPLAY 'SQLCODE:  ' TXT-SQLCODE
                  DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
                  DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
               END-IF
            END-IF.
       DO-REMOVE-END.
           EXIT.
      **************************************************************
       OBJECT-HIST.
            MOVE 0 TO WS-NEXT-HIST-SEQ
            EXEC SQL
                 SELECT COALESCE(MAX(OBJH_SEQ), 0) + 1
                   INTO :WS-NEXT-HIST-SEQ
                   FROM OLS0002.POLICY2_OBJECT_HIST
                  WHERE OBJH_POLICY_NUM = :OBJW-POLICY-NUM
            END-EXEC
            EXEC SQL
                 INSERT INTO OLS0002.POLICY2_OBJECT_HIST (
                    OBJH_POLICY_NUM, OBJH_SEQ, OBJH_OBJECT_ID,
                    OBJH_ACTION, OBJH_USERID, OBJH_TS,
                    OBJH_DESCRIPTION, OBJH_CHANGE_DT,
                    OBJH_OLD_COVERAGE, OBJH_OLD_STATUS,
                    OBJH_NEW_COVERAGE, OBJH_NEW_STATUS)
                 VALUES (
                    :OBJW-POLICY-NUM, :WS-NEXT-HIST-SEQ,
                    :OBJW-OBJECT-ID, 'REMOVE', :EIBUSERID,
                    CURRENT TIMESTAMP,
                    :OBJW-DESCRIPTION, :OBJW-REMOVED-DT,
                    :OBJW-COVERAGE-AMT, 'A',
                    :OBJW-COVERAGE-AMT, 'X')
            END-EXEC.
       OBJECT-HIST-END.
           EXIT.
      **************************************************************
