      * SUCCEEDING. ONCE BLOCKED HERE, THE CARD IS DEAD AT OUR
      * INTAKE EVEN IF THE SWITCH'S HOT LIST MISSES IT - ATMPCS9
      * REJECTS ITS FEED RECORDS WITH THE CD REASON CODE.
      * ACTION V ACTIVATES A RENEWAL CARD BOOKED BY CRDRCS9: THE
      * PENDING ('P') CARD GOES ACTIVE AND THE CARD IT REPLACES
      * (CRD_REPLACES_CARD), IF STILL ACTIVE OR BLOCKED, IS
      * RETIRED AS REPLACED ('R') SO ONLY ONE PLASTIC PER RENEWAL
      * IS EVER LIVE AT THE ATM GATE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CRDBCS9.
           10 CRD_CARD_NUMBER      PIC X(16).
           10 CRD_ACCOUNT_ID       PIC X(11).
           10 CRD_STATUS           PIC X(1).
           10 CRD_REPLACES_CARD    PIC X(16).
      **************************************************************
        01 CARD-WS.
            07 CRDW-CARD-NUMBER     PIC X(16).
            07 CRDW-ACCOUNT-ID      PIC X(11).
            07 CRDW-STATUS          PIC X(1).
            07 CRDW-REPLACES-CARD   PIC X(16).
        01 CRDW-OLD-STATUS           PIC X(1).
        01 CRDW-NEW-STATUS           PIC X(1).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
            05 CRDI-ACTION                      PIC X(1).
              88 CRDI-ACTION-BLOCK              VALUE 'B'.
              88 CRDI-ACTION-UNBLOCK            VALUE 'U'.
              88 CRDI-ACTION-ACTIVATE           VALUE 'V'.
        01 CARD-OUT.
            05 CRDO-CARD-NUMBER                 PIC X(16).
            05 CRDO-ACCOUNT-ID                  PIC X(11).
              88 RTCD-CARD-EXPIRED              VALUE 3.
              88 RTCD-ALREADY-IN-STATE          VALUE 4.
              88 RTCD-SQL-ERROR                 VALUE 5.
              88 RTCD-NOT-PENDING               VALUE 6.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
              WHEN CRDI-ACTION-UNBLOCK
                 MOVE 'B' TO CRDW-OLD-STATUS
                 MOVE 'A' TO CRDW-NEW-STATUS
              WHEN CRDI-ACTION-ACTIVATE
                 MOVE 'P' TO CRDW-OLD-STATUS
                 MOVE 'A' TO CRDW-NEW-STATUS
              WHEN OTHER
                 SET RTCD-INVALID-ACTION TO TRUE
                 MOVE 'NOT SUCCESSFUL - ACTION MUST BE B, U OR V'
                    TO RT-MSG
            END-EVALUATE
            DISPLAY 'CARD-NUMBER = ' CRDW-CARD-NUMBER.
      **************************************************************
       FETCH-CARD.
            EXEC SQL
                 SELECT CRD_ACCOUNT_ID, CRD_STATUS,
                        CRD_REPLACES_CARD
                   INTO :CRDW-ACCOUNT-ID, :CRDW-STATUS,
                        :CRDW-REPLACES-CARD
                   FROM OLS0002.CARD_MASTER
                  WHERE CRD_CARD_NUMBER = :CRDW-CARD-NUMBER
            END-EXEC
               MOVE CRDW-STATUS TO CRDO-STATUS
               MOVE 'NOT SUCCESSFUL - CARD ALREADY IN THAT STATE'
                  TO RT-MSG
               GO TO FETCH-CARD-END
            END-IF
            IF CRDI-ACTION-ACTIVATE AND CRDW-STATUS NOT = 'P'
               SET RTCD-NOT-PENDING TO TRUE
               MOVE CRDW-STATUS TO CRDO-STATUS
               MOVE 'NOT SUCCESSFUL - CARD NOT PENDING ACTIVATION'
                  TO RT-MSG
            END-IF.
       FETCH-CARD-END.
           EXIT.
            END-EXEC
            IF SQLCODE = 0
               MOVE CRDW-NEW-STATUS TO CRDO-STATUS
               EVALUATE TRUE
                 WHEN CRDI-ACTION-BLOCK
                    MOVE 'SUCCESSFUL BLOCK' TO RT-MSG
                 WHEN CRDI-ACTION-UNBLOCK
                    MOVE 'SUCCESSFUL UNBLOCK' TO RT-MSG
                 WHEN OTHER
                    MOVE 'SUCCESSFUL ACTIVATION' TO RT-MSG
                    PERFORM RETIRE-OLD-CARD THRU RETIRE-OLD-CARD-END
               END-EVALUATE
            ELSE
               IF SQLCODE = 100
                  SET RTCD-ALREADY-IN-STATE TO TRUE
       DO-FLIP-END.
           EXIT.
      **************************************************************
      * RETIRE-OLD-CARD - THE CARD THE RENEWAL REPLACES STOPS
      * WORKING THE MOMENT ITS SUCCESSOR IS ACTIVATED. AN OLD CARD
      * ALREADY EXPIRED OR RETIRED IS LEFT AS IT IS (ZERO ROWS).
      **************************************************************
       RETIRE-OLD-CARD.
            IF CRDW-REPLACES-CARD = SPACES
               GO TO RETIRE-OLD-CARD-END
            END-IF
            EXEC SQL
                 UPDATE OLS0002.CARD_MASTER
                    SET CRD_STATUS = 'R'
                  WHERE CRD_CARD_NUMBER = :CRDW-REPLACES-CARD
                    AND CRD_STATUS IN ('A', 'B')
            END-EXEC
            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO TXT-SQLCODE
               DISPLAY 'RETIRE OF CARD ' CRDW-REPLACES-CARD
                  ' FAILED, SQLCODE: ' TXT-SQLCODE
            END-IF.
       RETIRE-OLD-CARD-END.
           EXIT.
      **************************************************************
