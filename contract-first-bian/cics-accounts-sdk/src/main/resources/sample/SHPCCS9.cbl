      * THE SHIP DATE AND TRACKING REFERENCE ON THE ORDER ROW.
      * CONFIRMATIONS THAT CANNOT APPLY GO TO SHPEXCP WITH A
      * REASON - NF ORDER NOT FOUND, NS ORDER NOT IN PICKED
      * STATUS. A CONFIRMATION FOR AN ORDER THAT NEVER WENT OUT
      * ON SHPMCS9'S CARRIER MANIFEST IS STILL APPLIED BUT ALSO
      * REPORTED AS NM. ONCE THE FILE IS IN, THE MANIFEST IS
      * RECONCILED AGAINST IT - EVERY ORDER MANIFESTED BEFORE
      * TODAY THAT IS STILL PICKED IS A PARCEL THE CARRIER NEVER
      * SCANNED, AND GOES TO SHPEXCP AS UN WITH THE MANIFEST
      * DATE AND MANIFEST RUN-ID IN PLACE OF THE SHIP DATE AND
      * TRACKING REFERENCE. THE RECONCILIATION IS SKIPPED WHEN
      * THE FILE COULD NOT BE READ OR WAS REFUSED AT THE GATE.
      * RUNS UNDER THE SHARED BATCH_RUN_CONTROL GUARD.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SHPCCS9.
        01 CONF-WS.
            07 SHPW-ORDER-NUM         PIC S9(9) USAGE COMP.
            07 SHPW-SHIP-DT           PIC 9(8).
            07 SHPW-MANIFEST-DT       PIC 9(8).
            07 SHPW-MANIFEST-RUN-ID   PIC X(14).
            07 SHPW-ORDER-NUM-ED      PIC 9(9).
            07 SHPW-RECONCILE-SW      PIC X(1)  VALUE 'Y'.
            07 SHPW-RECON-EOF         PIC X(1)  VALUE 'N'.
      **************************************************************
        01 WS-EXCEPTION-REASON             PIC X(2)   VALUE SPACES.
        01 WS-DELIMITER                    PIC X(1)   VALUE '|'.
        01 WS-RECORDS-READ                 PIC 9(7)   VALUE 0.
        01 WS-ORDERS-SHIPPED               PIC 9(7)   VALUE 0.
        01 WS-EXCEPTIONS                   PIC 9(7)   VALUE 0.
        01 WS-UNSCANNED                    PIC 9(7)   VALUE 0.
        01 WS-SHIP-CONF-FILE-STATUS        PIC X(2)   VALUE '00'.
        01 WS-SHIP-EXCEPT-FILE-STATUS      PIC X(2)   VALUE '00'.
        01 EODATA                          PIC X(1)   VALUE 'N'.
           PERFORM READ-FEED THRU READ-FEED-END
           PERFORM INTAKE-LOOP THRU INTAKE-LOOP-END
              UNTIL EODATA = 'Y'
           IF SHPW-RECONCILE-SW = 'Y'
              PERFORM RECONCILE-MANIFEST
                 THRU RECONCILE-MANIFEST-END
           END-IF
           PERFORM CLOSE-FILES THRU CLOSE-FILES-END
           DISPLAY 'SHPCCS9 RECORDS READ:   ' WS-RECORDS-READ
           DISPLAY 'SHPCCS9 ORDERS SHIPPED: ' WS-ORDERS-SHIPPED
           DISPLAY 'SHPCCS9 EXCEPTIONS:     ' WS-EXCEPTIONS
           DISPLAY 'SHPCCS9 NEVER SCANNED:  ' WS-UNSCANNED
           PERFORM COMPLETE-RUN THRU COMPLETE-RUN-END
           GOBACK.
      **************************************************************
              DISPLAY 'SHIP-CONF-FILE OPEN FAILED, STATUS: '
                 WS-SHIP-CONF-FILE-STATUS
              MOVE 'Y' TO EODATA
              MOVE 'N' TO SHPW-RECONCILE-SW
           END-IF
           OPEN OUTPUT SHIP-EXCEPT-FILE
           IF WS-SHIP-EXCEPT-FILE-STATUS NOT = '00'
              DISPLAY 'SHIP-EXCEPT-FILE OPEN FAILED, STATUS: '
                 WS-SHIP-EXCEPT-FILE-STATUS
              MOVE 'Y' TO EODATA
              MOVE 'N' TO SHPW-RECONCILE-SW
           END-IF.
       OPEN-FILES-END.
           EXIT.
           EVALUATE SQLCODE
             WHEN 0
                ADD 1 TO WS-ORDERS-SHIPPED
                PERFORM CHECK-MANIFESTED THRU CHECK-MANIFESTED-END
             WHEN 100
                PERFORM CLASSIFY-MISS THRU CLASSIFY-MISS-END
             WHEN OTHER
           END-IF.
       CLASSIFY-MISS-END.
           EXIT.
      **************************************************************
      * CHECK-MANIFESTED - THE SHIPMENT STANDS, BUT A PARCEL THE
      * CARRIER SCANNED WITHOUT IT BEING ON ANY MANIFEST IS
      * REPORTED SO THE DOCK CAN FIND OUT HOW IT LEFT.
      **************************************************************
       CHECK-MANIFESTED.
           MOVE 0 TO SHPW-MANIFEST-DT
           EXEC SQL
                SELECT COALESCE(ORD_MANIFEST_DT, 0)
                  INTO :SHPW-MANIFEST-DT
                  FROM OLS0002.ITEM_ORDER
                 WHERE ORD_ORDER_NUM = :SHPW-ORDER-NUM
           END-EXEC
           IF SQLCODE = 0 AND SHPW-MANIFEST-DT = 0
              MOVE 'NM' TO WS-EXCEPTION-REASON
           END-IF.
       CHECK-MANIFESTED-END.
           EXIT.
      **************************************************************
       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS
           WRITE SHIP-EXCEPT-RECORD.
       WRITE-EXCEPTION-END.
           EXIT.
      **************************************************************
      * RECONCILE-MANIFEST - AN ORDER ON AN EARLIER DAY'S MANIFEST
      * THAT NO CONFIRMATION HAS MOVED OUT OF PICKED WAS NEVER
      * SCANNED BY THE CARRIER. TODAY'S MANIFEST IS LEFT ALONE -
      * ITS PARCELS ARE STILL ON THE VAN.
      **************************************************************
       RECONCILE-MANIFEST.
           EXEC SQL
               DECLARE R1 CURSOR FOR
                SELECT
                  ORD_ORDER_NUM,
                  ORD_MANIFEST_DT,
                  COALESCE(ORD_MANIFEST_RUN_ID, ' ')
                FROM OLS0002.ITEM_ORDER
                WHERE ORD_STATUS = 'P'
                  AND ORD_MANIFEST_DT > 0
                  AND ORD_MANIFEST_DT < :WS-CURRENT-DATE
                ORDER BY ORD_MANIFEST_DT, ORD_ORDER_NUM
           END-EXEC
           EXEC SQL
              OPEN R1
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TXT-SQLCODE
              DISPLAY 'SHPCCS9 MANIFEST RECONCILIATION FAILED: '
                 TXT-SQLCODE
              GO TO RECONCILE-MANIFEST-END
           END-IF
           MOVE 'N' TO SHPW-RECON-EOF
           PERFORM FETCH-UNSCANNED THRU FETCH-UNSCANNED-END
           PERFORM REPORT-UNSCANNED THRU REPORT-UNSCANNED-END
              UNTIL SHPW-RECON-EOF = 'Y'
           EXEC SQL
              CLOSE R1
           END-EXEC.
       RECONCILE-MANIFEST-END.
           EXIT.
      **************************************************************
       FETCH-UNSCANNED.
           EXEC SQL
                FETCH R1 INTO
                  :SHPW-ORDER-NUM,
                  :SHPW-MANIFEST-DT,
                  :SHPW-MANIFEST-RUN-ID
           END-EXEC
           IF SQLCODE NOT = 0
              IF SQLCODE NOT = 100
                 MOVE SQLCODE TO TXT-SQLCODE
                 DISPLAY 'SHPCCS9 MANIFEST FETCH FAILED: '
                    TXT-SQLCODE
              END-IF
              MOVE 'Y' TO SHPW-RECON-EOF
           END-IF.
       FETCH-UNSCANNED-END.
           EXIT.
      **************************************************************
       REPORT-UNSCANNED.
           ADD 1 TO WS-UNSCANNED
           MOVE SHPW-ORDER-NUM TO SHPW-ORDER-NUM-ED
           MOVE SHPW-ORDER-NUM-ED TO SHPW-ORDER-NUM-TEXT
           MOVE SHPW-MANIFEST-DT TO SHPW-SHIP-DT-TEXT
           MOVE SHPW-MANIFEST-RUN-ID TO SHPW-TRACKING-REF
           MOVE 'UN' TO WS-EXCEPTION-REASON
           PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-END
           PERFORM FETCH-UNSCANNED THRU FETCH-UNSCANNED-END.
       REPORT-UNSCANNED-END.
           EXIT.
      **************************************************************
       CLOSE-FILES.
           CLOSE SHIP-CONF-FILE
                 FEEDC-HDR-JOB
                 ' ALREADY PROCESSED - FILE REFUSED AT THE GATE'
              MOVE 'Y' TO EODATA
              MOVE 'N' TO SHPW-RECONCILE-SW
           ELSE
              EXEC SQL
                   INSERT INTO OLS0002.FEED_RUN_CONTROL (
