CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * TAXCCS9 - SHARED SALES-TAX CALCULATION FOR ITEM ORDERS.
      * ORDERS WERE PRICED WITH NO SALES TAX, BUT GOODS NOW SHIP
      * INTO JURISDICTIONS THAT REQUIRE IT TO BE COLLECTED. EVERY
      * PROGRAM THAT WRITES AN OLS0002.ITEM_ORDER ROW (ORDECS9 AT
      * ENTRY, ORDRCS9 WHEN A BACKORDER IS RELEASED) CALLS
      * TAXCCS9 WITH THE DESTINATION, THE ITEM'S TAX CATEGORY
      * (ITEM_TAX_CATEGORY ON OLS0002.ITEM_CATALOG, BLANK FOR
      * GENERAL MERCHANDISE), THE TAX DATE AND THE GOODS VALUE,
      * AND GETS BACK THE JURISDICTION, RATE AND TAX TO STORE ON
      * THE ORDER.
      * THE JURISDICTION IS THE DESTINATION STATE WHEN THE CALLER
      * HAS ONE, OTHERWISE THE SHIPPING ZONE AS 'Z' AND THE ZONE
      * NUMBER. THE RATE COMES FROM OLS0002.SALES_TAX_RATE THE
      * WAY PTAXCS2 READS PREMIUM_TAX_RATE - A ROW FOR THE ITEM'S
      * CATEGORY WINS OVER THE JURISDICTION'S ALL-CATEGORIES ROW
      * (BLANK STX_TAX_CATEGORY), AND THE LATEST ROW EFFECTIVE ON
      * THE TAX DATE IS USED. A ZERO RATE IS AN EXEMPT CATEGORY;
      * A JURISDICTION WITH NO ROW AT ALL IS ONE WE DO NOT COLLECT
      * FOR, AND ALSO TAXES NOTHING. THE TAX IS ROUNDED TO THE
      * CENT.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TAXCCS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLSALESTAXRATE.
           10 STX_JURISDICTION     PIC X(4).
           10 STX_TAX_CATEGORY     PIC X(4).
           10 STX_EFF_FROM_DT      PIC X(8).
           10 STX_RATE_PCT         PIC S9(3)V9(4) USAGE COMP-3.
      **************************************************************
        01 TAXW-RATE-PCT             PIC S9(3)V9(4) COMP-3 VALUE 0.
        01 TAXW-TAX-CENTS            PIC S9(11)V9(2) COMP-3 VALUE 0.
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 TAXC-PARM.
           05 TAXC-DEST-STATE                  PIC X(2).
           05 TAXC-DEST-ZONE                   PIC X(1).
           05 TAXC-TAX-CATEGORY                PIC X(4).
           05 TAXC-TAX-DATE                    PIC 9(8).
           05 TAXC-TAXABLE-AMT                 PIC S9(11)V9(3) COMP-3.
           05 TAXC-JURISDICTION                PIC X(4).
           05 TAXC-RATE-PCT                    PIC S9(3)V9(4) COMP-3.
           05 TAXC-TAX-AMT                     PIC S9(11)V9(3) COMP-3.
           05 TAXC-RTCD                        PIC S9.
             88 TAXC-RTCD-TAXED                VALUE 0.
             88 TAXC-RTCD-EXEMPT               VALUE 1.
             88 TAXC-RTCD-NO-RATE              VALUE 2.
             88 TAXC-RTCD-SQL-ERROR            VALUE 3.
           05 TAXC-MSG                         PIC X(60).
      **************************************************************
       PROCEDURE DIVISION USING TAXC-PARM.
       MAIN-RTN.
           SET TAXC-RTCD-TAXED TO TRUE
           MOVE SPACES TO TAXC-MSG
           MOVE 0 TO TAXC-RATE-PCT TAXC-TAX-AMT
           PERFORM SET-JURISDICTION THRU SET-JURISDICTION-END
           PERFORM FIND-RATE THRU FIND-RATE-END
           IF TAXC-RTCD-TAXED
              PERFORM COMPUTE-TAX THRU COMPUTE-TAX-END
           END-IF
           GOBACK.
      **************************************************************
       SET-JURISDICTION.
           IF TAXC-DEST-STATE NOT = SPACES
              AND TAXC-DEST-STATE NOT = LOW-VALUES
              MOVE TAXC-DEST-STATE TO TAXC-JURISDICTION
           ELSE
              MOVE SPACES TO TAXC-JURISDICTION
              STRING 'Z'            DELIMITED BY SIZE
                 TAXC-DEST-ZONE     DELIMITED BY SIZE
                 INTO TAXC-JURISDICTION
              END-STRING
           END-IF
           IF TAXC-TAX-CATEGORY = LOW-VALUES
              MOVE SPACES TO TAXC-TAX-CATEGORY
           END-IF.
       SET-JURISDICTION-END.
           EXIT.
      **************************************************************
      * FIND-RATE - THE CATEGORY'S OWN ROW SORTS AHEAD OF THE
      * JURISDICTION'S ALL-CATEGORIES (BLANK) ROW.
      **************************************************************
       FIND-RATE.
           MOVE 0 TO TAXW-RATE-PCT
           EXEC SQL
                SELECT STX_RATE_PCT
                  INTO :TAXW-RATE-PCT
                  FROM OLS0002.SALES_TAX_RATE
                 WHERE STX_JURISDICTION = :TAXC-JURISDICTION
                   AND (STX_TAX_CATEGORY = :TAXC-TAX-CATEGORY
                        OR STX_TAX_CATEGORY = ' ')
                   AND STX_EFF_FROM_DT <= :TAXC-TAX-DATE
                 ORDER BY STX_TAX_CATEGORY DESC, STX_EFF_FROM_DT DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                MOVE TAXW-RATE-PCT TO TAXC-RATE-PCT
                IF TAXW-RATE-PCT = 0
                   SET TAXC-RTCD-EXEMPT TO TRUE
                   MOVE 'NO TAX - CATEGORY EXEMPT IN JURISDICTION'
                      TO TAXC-MSG
                END-IF
             WHEN 100
                SET TAXC-RTCD-NO-RATE TO TRUE
                MOVE 'NO TAX - JURISDICTION NOT COLLECTED FOR'
                   TO TAXC-MSG
             WHEN OTHER
                MOVE SQLCODE TO TXT-SQLCODE
                DISPLAY 'TAXCCS9 RATE LOOKUP FAILED: ' TXT-SQLCODE
                SET TAXC-RTCD-SQL-ERROR TO TRUE
                MOVE 'NO TAX - SQL FAILURE READING TAX RATE'
                   TO TAXC-MSG
           END-EVALUATE.
       FIND-RATE-END.
           EXIT.
      **************************************************************
       COMPUTE-TAX.
           MOVE 0 TO TAXW-TAX-CENTS
           IF TAXC-TAXABLE-AMT > 0
              COMPUTE TAXW-TAX-CENTS ROUNDED =
                 TAXC-TAXABLE-AMT * TAXW-RATE-PCT / 100
           END-IF
           MOVE TAXW-TAX-CENTS TO TAXC-TAX-AMT
           MOVE 'SALES TAX CALCULATED' TO TAXC-MSG.
       COMPUTE-TAX-END.
           EXIT.
      **************************************************************
