CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * CATACS2 - ADD A CATASTROPHE EVENT FOR CICS AND DB2.
      * AFTER A STORM NOBODY COULD SAY WHICH CLAIM2 CLAIMS IT
      * CAUSED. CATACS2 OPENS A CATASTROPHE EVENT ON
      * OLS0002.CAT_EVENT - EVENT CODE, PERIL, DESCRIPTION AND THE
      * DATE WINDOW OF LOSS - WITH ITS AFFECTED STATES, UP TO TEN,
      * ONE OLS0002.CAT_EVENT_STATE ROW EACH. CLAIMS ARE TAGGED TO
      * THE EVENT AT CAPTURE (CLAIMCS2) OR IN BULK BY DATE AND
      * STATE (CATTCS2), AND CATRCS2 AGGREGATES THE EVENT'S LOSSES
      * AGAINST THE CATASTROPHE EXCESS-OF-LOSS LAYERS.
      * PERILS: HU HURRICANE, TO TORNADO, HA HAIL, WF WILDFIRE,
      * FL FLOOD, EQ EARTHQUAKE, WS WINTER STORM, OT OTHER.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CATACS2.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLCATEVENT.
           10 CAT_EVENT_CODE       PIC X(8).
           10 CAT_PERIL            PIC X(2).
           10 CAT_DESCRIPTION      PIC X(40).
           10 CAT_START_DT         PIC X(8).
           10 CAT_END_DT           PIC X(8).
           10 CAT_USERID           PIC X(8).
           10 CAT_TS               PIC X(26).
      **************************************************************
       01  DCLCATEVENTSTATE.
           10 CES_EVENT_CODE       PIC X(8).
           10 CES_STATE            PIC X(2).
      **************************************************************
        01 CAT-WS.
            07 CATW-EVENT-CODE        PIC X(8).
            07 CATW-PERIL             PIC X(2).
              88 CATW-PERIL-OK        VALUE 'HU' 'TO' 'HA' 'WF'
                                            'FL' 'EQ' 'WS' 'OT'.
            07 CATW-DESCRIPTION       PIC X(40).
            07 CATW-START-DT          PIC X(8).
            07 CATW-END-DT            PIC X(8).
            07 CATW-STATE             PIC X(2).
        01 CATW-STATE-IX              PIC S9(4) COMP VALUE 0.
        01 CATW-STATE-COUNT           PIC S9(4) COMP VALUE 0.
        01 DUP-COUNT                  PIC S9(4) COMP VALUE 0.
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 CATI-EVENT-CODE                  PIC X(8).
            05 CATI-PERIL                       PIC X(2).
            05 CATI-DESCRIPTION                 PIC X(40).
            05 CATI-START-DT                    PIC X(8).
            05 CATI-END-DT                      PIC X(8).
      *    AFFECTED STATES - UNUSED ENTRIES ARE SPACES.
            05 CATI-STATE                       PIC X(2) OCCURS 10.
        01 CAT-OUT.
            05 CATO-EVENT-CODE                  PIC X(8).
            05 CATO-STATE-COUNT                 PIC S9(4) COMP.
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-INVALID-KEY               VALUE 1.
              88 RTCD-INVALID-PERIL             VALUE 2.
              88 RTCD-INVALID-WINDOW            VALUE 3.
              88 RTCD-NO-STATES                 VALUE 4.
              88 RTCD-ALREADY-EXISTS            VALUE 5.
              88 RTCD-SQL-ERROR                 VALUE 6.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK
              PERFORM CHECK-DUPLICATE THRU CHECK-DUPLICATE-END
           END-IF
           IF RTCD-OK
              PERFORM DO-SQL THRU DO-SQL-END
           END-IF
           IF RTCD-OK
              PERFORM INSERT-STATE THRU INSERT-STATE-END
                 VARYING CATW-STATE-IX FROM 1 BY 1
                 UNTIL CATW-STATE-IX > 10
                    OR NOT RTCD-OK
           END-IF
           IF RTCD-OK
              MOVE CATW-STATE-COUNT TO CATO-STATE-COUNT
              MOVE 'SUCCESSFUL CATASTROPHE EVENT ADD' TO RT-MSG
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO CAT-OUT
            SET RTCD-OK TO TRUE
            MOVE CATI-EVENT-CODE TO CATW-EVENT-CODE
            MOVE CATI-PERIL TO CATW-PERIL
            MOVE CATI-DESCRIPTION TO CATW-DESCRIPTION
            MOVE CATI-START-DT TO CATW-START-DT
            MOVE CATI-END-DT TO CATW-END-DT
            MOVE CATI-EVENT-CODE TO CATO-EVENT-CODE
            MOVE 0 TO CATW-STATE-COUNT
            DISPLAY 'CAT EVENT = ' CATW-EVENT-CODE
            IF CATW-EVENT-CODE = SPACES
               SET RTCD-INVALID-KEY TO TRUE
               MOVE 'NOT ADDED - EVENT CODE REQUIRED' TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF NOT CATW-PERIL-OK
               SET RTCD-INVALID-PERIL TO TRUE
               MOVE 'NOT ADDED - UNKNOWN PERIL' TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF CATW-START-DT NOT NUMERIC
               OR CATW-END-DT NOT NUMERIC
               OR CATW-END-DT < CATW-START-DT
               SET RTCD-INVALID-WINDOW TO TRUE
               MOVE 'NOT ADDED - INVALID LOSS DATE WINDOW' TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            PERFORM COUNT-STATE THRU COUNT-STATE-END
               VARYING CATW-STATE-IX FROM 1 BY 1
               UNTIL CATW-STATE-IX > 10
            IF CATW-STATE-COUNT = 0
               SET RTCD-NO-STATES TO TRUE
               MOVE 'NOT ADDED - AT LEAST ONE AFFECTED STATE REQUIRED'
                  TO RT-MSG
            END-IF.
       GET-INPUT-END.
           EXIT.
      **************************************************************
       COUNT-STATE.
            IF CATI-STATE(CATW-STATE-IX) NOT = SPACES
               AND CATI-STATE(CATW-STATE-IX) NOT = LOW-VALUES
               ADD 1 TO CATW-STATE-COUNT
            END-IF.
       COUNT-STATE-END.
           EXIT.
      **************************************************************
       CHECK-DUPLICATE.
            MOVE 0 TO DUP-COUNT
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :DUP-COUNT
                   FROM OLS0002.CAT_EVENT
                  WHERE CAT_EVENT_CODE = :CATW-EVENT-CODE
            END-EXEC
            IF DUP-COUNT > 0
               SET RTCD-ALREADY-EXISTS TO TRUE
               MOVE 'NOT ADDED - EVENT CODE ALREADY EXISTS' TO RT-MSG
            END-IF.
       CHECK-DUPLICATE-END.
           EXIT.
      **************************************************************
       DO-SQL.
            EXEC SQL
                  INSERT INTO OLS0002.CAT_EVENT (
                     CAT_EVENT_CODE, CAT_PERIL, CAT_DESCRIPTION,
                     CAT_START_DT, CAT_END_DT, CAT_USERID, CAT_TS)
                  VALUES (
                     :CATW-EVENT-CODE, :CATW-PERIL, :CATW-DESCRIPTION,
                     :CATW-START-DT, :CATW-END-DT, :EIBUSERID,
                     CURRENT TIMESTAMP)
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
            END-IF.
       DO-SQL-END.
           EXIT.
      **************************************************************
      * A STATE KEYED TWICE IS STORED ONCE - THE DUPLICATE INSERT
      * (-803) IS IGNORED.
      **************************************************************
       INSERT-STATE.
            MOVE CATI-STATE(CATW-STATE-IX) TO CATW-STATE
            IF CATW-STATE = SPACES
               OR CATW-STATE = LOW-VALUES
               GO TO INSERT-STATE-END
            END-IF
            EXEC SQL
                 INSERT INTO OLS0002.CAT_EVENT_STATE (
                    CES_EVENT_CODE, CES_STATE)
                 VALUES (
                    :CATW-EVENT-CODE, :CATW-STATE)
            END-EXEC
            IF SQLCODE NOT = 0
               AND SQLCODE NOT = -803
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
            END-IF.
       INSERT-STATE-END.
           EXIT.
      **************************************************************
       REPORT-SQL-FAILURE.
            MOVE SQLCODE TO TXT-SQLCODE
            MOVE SQLSTATE TO TXT-SQLSTATE
            MOVE SQLERRMC TO TXT-SQLERRMC
            SET RTCD-SQL-ERROR TO TRUE
            DISPLAY 'SQLCODE:  ' TXT-SQLCODE
            DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
            DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
            MOVE 'NOT ADDED - SQL FAILURE' TO RT-MSG.
       REPORT-SQL-FAILURE-END.
           EXIT.
      **************************************************************
