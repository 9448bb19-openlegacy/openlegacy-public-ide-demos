      * UPDATE IS GUARDED ON THE CASE STILL BEING OPEN - A CASE
      * THE NIGHTLY RUN CURED IN THE MEANTIME COMES BACK AS ITS
      * OWN RETURN CODE - AND EVERY CHANGE STAMPS THE CICS USERID
      * AND TIMESTAMP ON THE CASE ROW. A WRITE-OFF RECOMMENDATION
      * ALSO QUEUES A 'CHGOFF' REQUEST ON THE OLS0002.
      * ACCOUNT2_PENDING MAKER-CHECKER QUEUE WITH THE DESK
      * OPERATOR AS MAKER - THE DEBT IS ONLY CHARGED OFF WHEN A
      * SUPERVISOR APPROVES IT THROUGH PNDACS9.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. COLUCS9.
            07 COLW-BUCKET          PIC X(2).
            07 COLW-OVERDRAWN-AMT   PIC S9(11)V9(3) USAGE COMP-3.
        01 COLW-NEW-STATUS           PIC X(1).
        01 COLW-PENDING-COUNT        PIC S9(4) COMP VALUE 0.
        01 COLW-REQUEST-ID           PIC S9(9) COMP VALUE 0.
        01 COLW-REQ-DATA             PIC X(100).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
            05 COLO-STATUS                      PIC X(1).
            05 COLO-BUCKET                      PIC X(2).
            05 COLO-OVERDRAWN-AMT               PIC S9(11)V9(3) COMP-3.
      *    CHARGE-OFF REQUEST QUEUED FOR APPROVAL ON A 'W' UPDATE.
            05 COLO-REQUEST-ID                  PIC S9(9) COMP.
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-INVALID-STATUS            VALUE 1.
               MOVE COLW-BUCKET TO COLO-BUCKET
               MOVE COLW-OVERDRAWN-AMT TO COLO-OVERDRAWN-AMT
               MOVE 'SUCCESSFUL CASE UPDATE' TO RT-MSG
               IF COLI-STATUS-WRITE-OFF
                  PERFORM QUEUE-CHARGE-OFF THRU QUEUE-CHARGE-OFF-END
               END-IF
            ELSE
               IF SQLCODE = 100
                  SET RTCD-CASE-NOT-OPEN TO TRUE
       DO-UPDATE-END.
           EXIT.
      **************************************************************
      * QUEUE-CHARGE-OFF CAPTURES THE CHARGE-OFF IN THE PNDCCS9
      * SHAPE. A CHARGE-OFF ALREADY PENDING FOR THE ACCOUNT IS
      * NOT DUPLICATED WHEN THE DESK RE-RECORDS THE 'W'.
      **************************************************************
       QUEUE-CHARGE-OFF.
            MOVE 0 TO COLW-PENDING-COUNT
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :COLW-PENDING-COUNT
                   FROM OLS0002.ACCOUNT2_PENDING
                  WHERE PND_ACCOUNT_ID = :COLW-ACCOUNT-ID
                    AND PND_ACTION = 'CHGOFF'
                    AND PND_STATUS = 'P'
            END-EXEC
            IF COLW-PENDING-COUNT > 0
               GO TO QUEUE-CHARGE-OFF-END
            END-IF
            MOVE 0 TO COLW-REQUEST-ID
            EXEC SQL
                 SELECT COALESCE(MAX(PND_REQUEST_ID), 0) + 1
                   INTO :COLW-REQUEST-ID
                   FROM OLS0002.ACCOUNT2_PENDING
            END-EXEC
            MOVE SPACES TO COLW-REQ-DATA
            STRING 'WRITE-OFF RECOMMENDED BUCKET ' DELIMITED BY SIZE
               COLW-BUCKET DELIMITED BY SIZE
               INTO COLW-REQ-DATA
            END-STRING
            EXEC SQL
                 INSERT INTO OLS0002.ACCOUNT2_PENDING (
                    PND_REQUEST_ID, PND_ACTION, PND_ACCOUNT_ID,
                    PND_REQ_DATA, PND_STATUS, PND_MAKER_ID,
                    PND_MAKER_TS)
                 VALUES (
                    :COLW-REQUEST-ID, 'CHGOFF', :COLW-ACCOUNT-ID,
                    :COLW-REQ-DATA, 'P', :EIBUSERID,
                    CURRENT TIMESTAMP)
            END-EXEC
            IF SQLCODE = 0
               MOVE COLW-REQUEST-ID TO COLO-REQUEST-ID
               MOVE 'SUCCESSFUL CASE UPDATE - CHARGE-OFF QUEUED'
                  TO RT-MSG
            ELSE
               MOVE SQLCODE TO TXT-SQLCODE
               MOVE SQLSTATE TO TXT-SQLSTATE
               MOVE SQLERRMC TO TXT-SQLERRMC
               SET RTCD-SQL-ERROR TO TRUE
               MOVE 'CASE UPDATED - CHARGE-OFF NOT QUEUED' TO RT-MSG
               DISPLAY 'SQLCODE:  ' TXT-SQLCODE
               DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
               DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
            END-IF.
       QUEUE-CHARGE-OFF-END.
           EXIT.
      **************************************************************
