CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * OBJACS2 - ADD AN INSURED OBJECT FOR CICS AND DB2.
      * A POLICY2 ROW SAYS "AUTO" OR "HOME" BUT NOT WHICH CAR OR
      * WHICH HOUSE, SO NOBODY COULD CHECK THAT THE CAR IN A CLAIM
      * WAS EVER ON THE POLICY. OBJACS2 PUTS AN INSURED OBJECT ON
      * THE POLICY'S SCHEDULE, OLS0002.POLICY2_OBJECT - A VEHICLE
      * ('V': VIN, MAKE, MODEL YEAR) ON AN AUTO POLICY, OR A
      * PROPERTY ('P': ADDRESS, CONSTRUCTION, SUM INSURED) ON A
      * HOME POLICY - WITH ITS OWN COVERAGE AMOUNT AND EFFECTIVE
      * AND EXPIRY DATES, AND WRITES THE BEFORE/AFTER IMAGE TO
      * OLS0002.POLICY2_OBJECT_HIST, THE SAME NUMBERED-HISTORY
      * STYLE RIDACS2 KEEPS FOR RIDERS. OBJECTS COME OFF THROUGH
      * OBJDCS2. CLAIMCS2 REQUIRES AN AUTO OR HOME CLAIM TO NAME
      * AN OBJECT THAT WAS ON THE SCHEDULE ON THE CLAIM DATE.
      * CONSTRUCTION: FR FRAME, MV MASONRY VENEER, MA MASONRY,
      * FX FIRE-RESISTIVE, MH MOBILE HOME.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. OBJACS2.
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
           10 OBJ_MAKE             PIC X(16).
           10 OBJ_MODEL_YEAR       PIC S9(4) USAGE COMP.
           10 OBJ_ADDRESS          PIC X(40).
           10 OBJ_CITY             PIC X(20).
           10 OBJ_STATE            PIC X(2).
           10 OBJ_ZIP              PIC X(9).
           10 OBJ_CONSTRUCTION     PIC X(2).
           10 OBJ_SUM_INSURED      PIC S9(9)V9(2) USAGE COMP-3.
           10 OBJ_COVERAGE_AMT     PIC S9(9)V9(2) USAGE COMP-3.
           10 OBJ_EFF_DATE         PIC X(8).
           10 OBJ_EXPIRY_DATE      PIC X(8).
           10 OBJ_STATUS           PIC X(1).
           10 OBJ_REMOVED_DT       PIC X(8).
      **************************************************************
        01 OBJECT-WS.
            07 OBJW-POLICY-NUM      PIC X(11).
            07 OBJW-OBJECT-ID       PIC X(8).
            07 OBJW-OBJECT-TYPE     PIC X(1).
              88 OBJW-VEHICLE       VALUE 'V'.
              88 OBJW-PROPERTY      VALUE 'P'.
            07 OBJW-VIN             PIC X(17).
            07 OBJW-MAKE            PIC X(16).
            07 OBJW-MODEL-YEAR      PIC S9(4) USAGE COMP.
            07 OBJW-ADDRESS         PIC X(40).
            07 OBJW-CITY            PIC X(20).
            07 OBJW-STATE           PIC X(2).
            07 OBJW-ZIP             PIC X(9).
            07 OBJW-CONSTRUCTION    PIC X(2).
              88 OBJW-CONSTRUCTION-OK VALUE 'FR' 'MV' 'MA' 'FX' 'MH'.
            07 OBJW-SUM-INSURED     PIC S9(9)V9(2) USAGE COMP-3.
            07 OBJW-COVERAGE-AMT    PIC S9(9)V9(2) USAGE COMP-3.
            07 OBJW-EFF-DATE        PIC 9(8).
            07 OBJW-EXPIRY-DATE     PIC 9(8).
            07 OBJW-DESCRIPTION     PIC X(40).
        01 POL-ISACTIVE              PIC X(1).
        01 POL-POLICY-TYPE           PIC X(16).
        01 DUP-COUNT                 PIC S9(4) COMP VALUE 0.
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
            05 OBJI-OBJECT-TYPE                 PIC X(1).
      *    VEHICLE FIELDS - SPACES/ZERO FOR A PROPERTY.
            05 OBJI-VIN                         PIC X(17).
            05 OBJI-MAKE                        PIC X(16).
            05 OBJI-MODEL-YEAR                  PIC 9(4).
      *    PROPERTY FIELDS - SPACES/ZERO FOR A VEHICLE.
            05 OBJI-ADDRESS                     PIC X(40).
            05 OBJI-CITY                        PIC X(20).
            05 OBJI-STATE                       PIC X(2).
            05 OBJI-ZIP                         PIC X(9).
            05 OBJI-CONSTRUCTION                PIC X(2).
            05 OBJI-SUM-INSURED                 PIC S9(9)V9(2) COMP-3.
            05 OBJI-COVERAGE-AMT                PIC S9(9)V9(2) COMP-3.
            05 OBJI-EFF-DATE                    PIC 9(8).
            05 OBJI-EXPIRY-DATE                 PIC 9(8).
        01 OBJECT-OUT.
            05 OBJO-POLICY-NUM                  PIC X(11).
            05 OBJO-OBJECT-ID                   PIC X(8).
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-INVALID-OBJECT            VALUE 1.
              88 RTCD-POLICY-NOT-FOUND          VALUE 2.
              88 RTCD-POLICY-NOT-ACTIVE         VALUE 3.
              88 RTCD-WRONG-POLICY-TYPE         VALUE 4.
              88 RTCD-OBJECT-EXISTS             VALUE 5.
              88 RTCD-SQL-ERROR                 VALUE 6.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK
              PERFORM CHECK-POLICY THRU CHECK-POLICY-END
           END-IF
           IF RTCD-OK
              PERFORM CHECK-DUPLICATE THRU CHECK-DUPLICATE-END
           END-IF
           IF RTCD-OK
              PERFORM DO-SQL THRU DO-SQL-END
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO OBJECT-OUT
            SET RTCD-OK TO TRUE
            MOVE OBJI-POLICY-NUM TO OBJW-POLICY-NUM
            MOVE OBJI-OBJECT-ID TO OBJW-OBJECT-ID
            MOVE OBJI-OBJECT-TYPE TO OBJW-OBJECT-TYPE
            MOVE OBJI-VIN TO OBJW-VIN
            MOVE OBJI-MAKE TO OBJW-MAKE
            MOVE OBJI-MODEL-YEAR TO OBJW-MODEL-YEAR
            MOVE OBJI-ADDRESS TO OBJW-ADDRESS
            MOVE OBJI-CITY TO OBJW-CITY
            MOVE OBJI-STATE TO OBJW-STATE
            MOVE OBJI-ZIP TO OBJW-ZIP
            MOVE OBJI-CONSTRUCTION TO OBJW-CONSTRUCTION
            MOVE OBJI-SUM-INSURED TO OBJW-SUM-INSURED
            MOVE OBJI-COVERAGE-AMT TO OBJW-COVERAGE-AMT
            MOVE OBJI-EFF-DATE TO OBJW-EFF-DATE
            MOVE OBJI-EXPIRY-DATE TO OBJW-EXPIRY-DATE
            MOVE OBJI-POLICY-NUM TO OBJO-POLICY-NUM
            MOVE OBJI-OBJECT-ID TO OBJO-OBJECT-ID
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            DISPLAY 'POLICY = ' OBJW-POLICY-NUM
               ' OBJECT = ' OBJW-OBJECT-ID
            IF OBJW-OBJECT-ID = SPACES
               OR OBJW-COVERAGE-AMT NOT > 0
               OR OBJW-EXPIRY-DATE NOT > OBJW-EFF-DATE
               SET RTCD-INVALID-OBJECT TO TRUE
               MOVE 'NOT ADDED - ID/COVERAGE/DATES BAD' TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
      * THE SCHEDULE LINE CARRIES ONLY THE FIELDS OF ITS OWN KIND
      * OF OBJECT; THE DESCRIPTION IS WHAT THE HISTORY SHOWS.
            IF OBJW-VEHICLE
               IF OBJW-VIN = SPACES
                  OR OBJW-MAKE = SPACES
                  OR OBJW-MODEL-YEAR < 1900
                  SET RTCD-INVALID-OBJECT TO TRUE
                  MOVE 'NOT ADDED - VIN, MAKE AND MODEL YEAR REQUIRED'
                     TO RT-MSG
                  GO TO GET-INPUT-END
               END-IF
               MOVE SPACES TO OBJW-ADDRESS OBJW-CITY OBJW-STATE
                  OBJW-ZIP OBJW-CONSTRUCTION
               MOVE 0 TO OBJW-SUM-INSURED
               MOVE OBJW-VIN TO OBJW-DESCRIPTION
               GO TO GET-INPUT-END
            END-IF
            IF OBJW-PROPERTY
               IF OBJW-ADDRESS = SPACES
                  OR OBJW-CITY = SPACES
                  OR OBJW-STATE = SPACES
                  OR OBJW-ZIP = SPACES
                  OR NOT OBJW-CONSTRUCTION-OK
                  OR OBJW-SUM-INSURED NOT > 0
                  SET RTCD-INVALID-OBJECT TO TRUE
                  MOVE 'NOT ADDED - ADDRESS/CONSTRUCTION/SUM INSURED'
                     TO RT-MSG
                  GO TO GET-INPUT-END
               END-IF
               MOVE SPACES TO OBJW-VIN OBJW-MAKE
               MOVE 0 TO OBJW-MODEL-YEAR
               MOVE OBJW-ADDRESS TO OBJW-DESCRIPTION
               GO TO GET-INPUT-END
            END-IF
            SET RTCD-INVALID-OBJECT TO TRUE
            MOVE 'NOT ADDED - OBJECT TYPE MUST BE V OR P' TO RT-MSG.
       GET-INPUT-END.
           EXIT.
      **************************************************************
      * A VEHICLE GOES ON AN AUTO POLICY, A PROPERTY ON A HOME
      * POLICY - NOTHING IS SCHEDULED ON ANY OTHER LINE.
      **************************************************************
       CHECK-POLICY.
            MOVE SPACE TO POL-ISACTIVE
            MOVE SPACES TO POL-POLICY-TYPE
            EXEC SQL
                 SELECT POL_ISACTIVE, POL_POLICY_TYPE
                   INTO :POL-ISACTIVE, :POL-POLICY-TYPE
                   FROM OLS0002.POLICY2
                  WHERE POL_POLICY_NUM = :OBJW-POLICY-NUM
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-POLICY-NOT-FOUND TO TRUE
               MOVE 'NOT ADDED - POLICY NOT FOUND' TO RT-MSG
               GO TO CHECK-POLICY-END
            END-IF
            IF POL-ISACTIVE NOT = 'Y'
               SET RTCD-POLICY-NOT-ACTIVE TO TRUE
               MOVE 'NOT ADDED - POLICY NOT ACTIVE' TO RT-MSG
               GO TO CHECK-POLICY-END
            END-IF
            IF (OBJW-VEHICLE AND POL-POLICY-TYPE NOT = 'AUTO')
               OR (OBJW-PROPERTY AND POL-POLICY-TYPE NOT = 'HOME')
               SET RTCD-WRONG-POLICY-TYPE TO TRUE
               MOVE 'NOT ADDED - OBJECT TYPE DOES NOT FIT POLICY TYPE'
                  TO RT-MSG
            END-IF.
       CHECK-POLICY-END.
           EXIT.
      **************************************************************
      * AN OBJECT ID IS NEVER REUSED ON A POLICY, EVEN AFTER
      * REMOVAL, SO OLD CLAIMS STILL POINT AT THE RIGHT OBJECT;
      * AND THE SAME VIN CANNOT BE ON THE SCHEDULE TWICE.
      **************************************************************
       CHECK-DUPLICATE.
            MOVE 0 TO DUP-COUNT
            EXEC SQL
                 SELECT COUNT(*) INTO :DUP-COUNT
                   FROM OLS0002.POLICY2_OBJECT
                  WHERE OBJ_POLICY_NUM = :OBJW-POLICY-NUM
                    AND (OBJ_OBJECT_ID = :OBJW-OBJECT-ID
                         OR (OBJ_OBJECT_TYPE = 'V'
                             AND OBJ_VIN = :OBJW-VIN
                             AND OBJ_STATUS = 'A'))
            END-EXEC
            IF DUP-COUNT > 0
               SET RTCD-OBJECT-EXISTS TO TRUE
               MOVE 'NOT ADDED - OBJECT ID OR VIN ALREADY ON POLICY'
                  TO RT-MSG
            END-IF.
       CHECK-DUPLICATE-END.
           EXIT.
      **************************************************************
       DO-SQL.
            EXEC SQL
                  INSERT INTO OLS0002.POLICY2_OBJECT (
                     OBJ_POLICY_NUM, OBJ_OBJECT_ID, OBJ_OBJECT_TYPE,
                     OBJ_VIN, OBJ_MAKE, OBJ_MODEL_YEAR,
                     OBJ_ADDRESS, OBJ_CITY, OBJ_STATE, OBJ_ZIP,
                     OBJ_CONSTRUCTION, OBJ_SUM_INSURED,
                     OBJ_COVERAGE_AMT, OBJ_EFF_DATE, OBJ_EXPIRY_DATE,
                     OBJ_STATUS, OBJ_REMOVED_DT)
                  VALUES (
                     :OBJW-POLICY-NUM, :OBJW-OBJECT-ID,
                     :OBJW-OBJECT-TYPE,
                     :OBJW-VIN, :OBJW-MAKE, :OBJW-MODEL-YEAR,
                     :OBJW-ADDRESS, :OBJW-CITY, :OBJW-STATE,
                     :OBJW-ZIP, :OBJW-CONSTRUCTION, :OBJW-SUM-INSURED,
                     :OBJW-COVERAGE-AMT, :OBJW-EFF-DATE,
                     :OBJW-EXPIRY-DATE, 'A', ' ')
            END-EXEC
            IF SQLCODE = 0
               MOVE 'SUCCESSFUL INSURED OBJECT ADD' TO RT-MSG
               PERFORM OBJECT-HIST THRU OBJECT-HIST-END
            ELSE
               SET RTCD-SQL-ERROR TO TRUE
               MOVE SQLCODE TO TXT-SQLCODE
               MOVE SQLSTATE TO TXT-SQLSTATE
               MOVE SQLERRMC TO TXT-SQLERRMC
               MOVE 'NOT ADDED - SQL FAILURE' TO RT-MSG
               DISPLAY 'SQLCODE:  ' TXT-SQLCODE
               DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
               DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
            END-IF.
       DO-SQL-END.
           EXIT.
      **************************************************************
      * ONE NUMBERED HISTORY ROW PER CHANGE, THE SAME SHAPE
      * RIDACS2 KEEPS ON POLICY2_RIDER_HIST - AN ADD HAS NO
      * BEFORE IMAGE. OBJH_CHANGE_DT IS THE DATE THE OBJECT CAME
      * ON COVER.
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
                    :OBJW-OBJECT-ID, 'ADD', :EIBUSERID,
                    CURRENT TIMESTAMP,
                    :OBJW-DESCRIPTION, :OBJW-EFF-DATE,
                    0, ' ',
                    :OBJW-COVERAGE-AMT, 'A')
            END-EXEC.
       OBJECT-HIST-END.
           EXIT.
      **************************************************************
