CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * SIVDCS9 - BUYER DECISION ON A SUPPLIER INVOICE FOR CICS AND
      * DB2. SINVCS9 HOLDS AN INVOICE THAT FAILED THE THREE-WAY
      * MATCH ON THE EXCEPTION WORKLIST (OLS0002.SUPPLIER_INVOICE,
      * STATUS 'E'). THE BUYER WORKS IT HERE:
      *   A - APPROVE  PAY IT AS INVOICED - SIVRCS9 RELEASES THE
      *                PAYMENT ON THE DUE DATE LIKE A MATCHED ONE.
      *                A DISPUTED INVOICE MAY BE APPROVED ONCE THE
      *                SUPPLIER HAS SETTLED THE DISPUTE.
      *   D - DISPUTE  DO NOT PAY; THE REASON IS REQUIRED AND IS
      *                KEPT ON THE INVOICE. A MATCHED OR APPROVED
      *                INVOICE NOT YET RELEASED MAY ALSO BE
      *                DISPUTED. A DISPUTED INVOICE'S QUANTITIES
      *                NO LONGER COUNT AS INVOICED IN THE SINVCS9
      *                MATCH, SO THE CORRECTED INVOICE CAN FOLLOW.
      * THE UPDATE IS GUARDED ON THE STATUS THE BUYER SAW, SO A
      * CONCURRENT DECISION OR A PAYMENT RELEASE IN BETWEEN IS
      * NOT OVERWRITTEN, AND STAMPS THE BUYER'S CICS USERID AND
      * THE DECISION TIME. AN INVOICE WHOSE PAYMENT WAS RELEASED
      * ('P') CAN NO LONGER BE DECIDED.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SIVDCS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLSUPPINVOICE.
           10 SINV_INVOICE_ID      PIC S9(9) USAGE COMP.
           10 SINV_SUPPLIER_ID     PIC X(8).
           10 SINV_INVOICE_NUM     PIC X(16).
           10 SINV_STATUS          PIC X(1).
           10 SINV_DECIDED_BY      PIC X(8).
           10 SINV_DECISION_TS     PIC X(26).
           10 SINV_DISPUTE_REASON  PIC X(40).
      **************************************************************
        01 INVOICE-WS.
            07 SIVW-INVOICE-ID        PIC S9(9) USAGE COMP.
            07 SIVW-ACTION            PIC X(1).
              88 SIVW-APPROVE         VALUE 'A'.
              88 SIVW-DISPUTE         VALUE 'D'.
            07 SIVW-DISPUTE-REASON    PIC X(40).
            07 SIVW-STATUS            PIC X(1).
              88 SIVW-APPROVABLE      VALUE 'E' 'D'.
              88 SIVW-DISPUTABLE      VALUE 'E' 'M' 'A'.
            07 SIVW-SUPPLIER-ID       PIC X(8).
            07 SIVW-INVOICE-NUM       PIC X(16).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 SIVI-INVOICE-ID                  PIC S9(9) COMP.
            05 SIVI-ACTION                      PIC X(1).
            05 SIVI-DISPUTE-REASON              PIC X(40).
        01 INVOICE-OUT.
            05 SIVO-INVOICE-ID                  PIC S9(9) COMP.
            05 SIVO-SUPPLIER-ID                 PIC X(8).
            05 SIVO-INVOICE-NUM                 PIC X(16).
            05 SIVO-STATUS                      PIC X(1).
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-INVALID-DATA              VALUE 1.
              88 RTCD-NOT-FOUND                 VALUE 2.
              88 RTCD-WRONG-STATUS              VALUE 3.
              88 RTCD-SQL-ERROR                 VALUE 4.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK
              PERFORM FETCH-INVOICE THRU FETCH-INVOICE-END
           END-IF
           IF RTCD-OK
              PERFORM DO-UPDATE THRU DO-UPDATE-END
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO INVOICE-OUT
            SET RTCD-OK TO TRUE
            MOVE SIVI-INVOICE-ID TO SIVW-INVOICE-ID
            MOVE SIVI-ACTION TO SIVW-ACTION
            MOVE SIVI-DISPUTE-REASON TO SIVW-DISPUTE-REASON
            MOVE SIVI-INVOICE-ID TO SIVO-INVOICE-ID
            DISPLAY 'INVOICE-ID = ' SIVW-INVOICE-ID
            IF NOT SIVW-APPROVE AND NOT SIVW-DISPUTE
               SET RTCD-INVALID-DATA TO TRUE
               MOVE 'NOT UPDATED - ACTION MUST BE A OR D' TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF SIVW-APPROVE
               MOVE SPACES TO SIVW-DISPUTE-REASON
               GO TO GET-INPUT-END
            END-IF
            IF SIVW-DISPUTE-REASON = SPACES
               SET RTCD-INVALID-DATA TO TRUE
               MOVE 'NOT DISPUTED - DISPUTE REASON REQUIRED' TO RT-MSG
            END-IF.
       GET-INPUT-END.
           EXIT.
      **************************************************************
       FETCH-INVOICE.
            EXEC SQL
                 SELECT SINV_STATUS, SINV_SUPPLIER_ID,
                        SINV_INVOICE_NUM
                   INTO :SIVW-STATUS, :SIVW-SUPPLIER-ID,
                        :SIVW-INVOICE-NUM
                   FROM OLS0002.SUPPLIER_INVOICE
                  WHERE SINV_INVOICE_ID = :SIVW-INVOICE-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-NOT-FOUND TO TRUE
               MOVE 'NOT UPDATED - INVOICE NOT FOUND' TO RT-MSG
               GO TO FETCH-INVOICE-END
            END-IF
            MOVE SIVW-SUPPLIER-ID TO SIVO-SUPPLIER-ID
            MOVE SIVW-INVOICE-NUM TO SIVO-INVOICE-NUM
            MOVE SIVW-STATUS TO SIVO-STATUS
            IF SIVW-APPROVE AND NOT SIVW-APPROVABLE
               SET RTCD-WRONG-STATUS TO TRUE
               MOVE 'NOT APPROVED - INVOICE NOT ON EXCEPTION WORKLIST'
                  TO RT-MSG
               GO TO FETCH-INVOICE-END
            END-IF
            IF SIVW-DISPUTE AND NOT SIVW-DISPUTABLE
               SET RTCD-WRONG-STATUS TO TRUE
               MOVE 'NOT DISPUTED - INVOICE ALREADY PAID OR DISPUTED'
                  TO RT-MSG
            END-IF.
       FETCH-INVOICE-END.
           EXIT.
      **************************************************************
       DO-UPDATE.
            EXEC SQL
                 UPDATE OLS0002.SUPPLIER_INVOICE
                    SET SINV_STATUS = :SIVW-ACTION,
                        SINV_DECIDED_BY = :EIBUSERID,
                        SINV_DECISION_TS = CURRENT TIMESTAMP,
                        SINV_DISPUTE_REASON = :SIVW-DISPUTE-REASON
                  WHERE SINV_INVOICE_ID = :SIVW-INVOICE-ID
                    AND SINV_STATUS = :SIVW-STATUS
            END-EXEC
            IF SQLCODE = 0
               MOVE SIVW-ACTION TO SIVO-STATUS
               IF SIVW-APPROVE
                  MOVE 'SUCCESSFUL INVOICE APPROVAL' TO RT-MSG
               ELSE
                  MOVE 'SUCCESSFUL INVOICE DISPUTE' TO RT-MSG
               END-IF
            ELSE
               IF SQLCODE = 100
                  SET RTCD-WRONG-STATUS TO TRUE
                  MOVE 'NOT UPDATED - INVOICE CHANGED, RETRY'
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
