      * AGAIN ON ITS NEXT NATURAL DUE DATE. ORDERS SUSPENDED BY
      * DECEASED-CUSTOMER PROCESSING (SO_SUSPENDED = 'Y', SET BY
      * DCSDCS2) ARE NEVER COLLECTED.
      * EVERY COLLECTION RAISED IS POSTED AS A 'BILL' ENTRY ON THE
      * POLICY PREMIUM LEDGER THROUGH THE SHARED PLDGCS2 POSTER.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SODUCS2.
           05 DEPG-RTCD                    PIC S9.
           05 DEPG-MSG                     PIC X(60).
      **************************************************************
      * PREMIUM LEDGER PARAMETER AREA - PASSED TO PLDGCS2.
      **************************************************************
        01 PLDG-PARM.
           05 PLDG-POLICY-NUM            PIC X(11).
           05 PLDG-ENTRY-TYPE            PIC X(4).
           05 PLDG-ENTRY-DT              PIC 9(8).
           05 PLDG-AMOUNT                PIC S9(11)V9(3) COMP-3.
           05 PLDG-SOURCE                PIC X(8).
           05 PLDG-REF                   PIC X(16).
           05 PLDG-DESCRIPTION           PIC X(40).
           05 PLDG-SEQ                   PIC S9(9) COMP.
           05 PLDG-AMOUNT-DUE            PIC S9(11)V9(3) COMP-3.
           05 PLDG-RTCD                  PIC S9.
           05 PLDG-MSG                   PIC X(60).
      **************************************************************
      * FEED ENVELOPE WORK AREA. EVERY OUTBOUND FEED IS WRAPPED IN
      * A HEADER (HDR|JOB|BUSINESS-DATE|RUN-ID|AMOUNT-FIELD-NO)
      * AND A TRAILER (TRL|RECORD-COUNT|AMOUNT-HASH-TOTAL) SO THE
           ADD 1 TO WS-ORDERS-READ
           PERFORM WRITE-COLLECTION-RECORD
              THRU WRITE-COLLECTION-RECORD-END
           PERFORM POST-PREMIUM-LEDGER THRU POST-PREMIUM-LEDGER-END
           PERFORM ADVANCE-NEXT-DUE-DATE
              THRU ADVANCE-NEXT-DUE-DATE-END
           PERFORM DO-FETCH THRU DO-FETCH-END.
       WRITE-COLLECTION-RECORD-END.
           EXIT.
      **************************************************************
      * POST-PREMIUM-LEDGER - FOR AN AUTO-DEBITED POLICY THE
      * COLLECTION RAISED IS THE BILL, SO IT GOES ON THE PREMIUM
      * LEDGER (PLDGCS2) AS A 'BILL' ENTRY AGAINST ITS DUE DATE;
      * SODBCS9 POSTS THE MATCHING 'PAY' ONCE THE BANK TAKES IT.
      **************************************************************
       POST-PREMIUM-LEDGER.
           MOVE ACTW-POLICY-NUM TO PLDG-POLICY-NUM
           MOVE 'BILL' TO PLDG-ENTRY-TYPE
           MOVE WS-CURRENT-DATE TO PLDG-ENTRY-DT
           MOVE ACTW-AMOUNT TO PLDG-AMOUNT
           MOVE 'SODUCS2 ' TO PLDG-SOURCE
           MOVE ACTW-NEXT-DUE-DATE TO PLDG-REF
           MOVE SPACES TO PLDG-DESCRIPTION
           STRING 'AUTO-DEBIT PREMIUM DUE ' DELIMITED BY SIZE
              ACTW-NEXT-DUE-DATE DELIMITED BY SIZE
              INTO PLDG-DESCRIPTION
           END-STRING
           CALL 'PLDGCS2' USING PLDG-PARM
           IF PLDG-RTCD NOT = 0
              DISPLAY 'SODUCS2 LEDGER NOT POSTED: ' ACTW-POLICY-NUM
                 ' ' PLDG-MSG
           END-IF.
       POST-PREMIUM-LEDGER-END.
           EXIT.
      **************************************************************
      * NEXT-DUE-DATE ROLLS FORWARD BY A FIXED 30/90/365-DAY PERIOD
      * PER SO_FREQUENCY, THE SAME APPROXIMATE-CALENDAR APPROACH
      * THE REST OF THIS BATCH FAMILY USES (RENWCS2'S FIXED-DAY
