      * GCUSCS2 - CUSTOMER MASTER INQUIRY FOR CICS AND DB2.
      * RETURNS THE OLS0002.CUSTOMER_MASTER ROW FOR ONE CUSTOMER
      * ID - THE SINGLE PLACE A CUSTOMER'S NAME, ADDRESS AND PHONE
      * NOW LIVE (SEE OCUSCS2/UCUSCS2). AN ID RETIRED BY A
      * DUPLICATE MERGE (CMRGCS2) STILL RESOLVES - THE ACTIVE
      * OLS0002.CUSTOMER_MERGE HISTORY IS FOLLOWED, THROUGH ANY
      * LATER MERGES, TO THE SURVIVING CUSTOMER, WHOSE DETAILS ARE
      * RETURNED WITH ITS ID IN ACTO-MERGED-INTO (SPACES WHEN THE
      * ID QUOTED IS NOT RETIRED).
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. GCUSCS2.
      **************************************************************
        01 CUSTOMER-WS.
            07 ACTW-CUSTOMER-ID       PIC X(16).
            07 ACTW-SURVIVOR-ID       PIC X(16).
            07 ACTW-HOPS              PIC S9(4) COMP VALUE 0.
            07 ACTW-RESOLVED-SW       PIC X(1).
      **************************************************************
        01 TXT-SQLCODE                        PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE                       PIC X(12) VALUE SPACES.
            05 ACTO-PHONE                       PIC X(16).
            05 ACTO-CRT-DT                      PIC X(8).
            05 ACTO-UPDT-DT                     PIC X(8).
            05 ACTO-MERGED-INTO                 PIC X(16).
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-NOT-FOUND                 VALUE 1.
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           PERFORM FOLLOW-MERGE THRU FOLLOW-MERGE-END
              UNTIL ACTW-RESOLVED-SW = 'Y'
           PERFORM DO-SQL THRU DO-SQL-END
           GOBACK.
      **************************************************************
            SET RTCD-OK TO TRUE
            MOVE ACTI-CUSTOMER-ID TO ACTW-CUSTOMER-ID
            MOVE ACTI-CUSTOMER-ID TO ACTO-CUSTOMER-ID
            MOVE SPACES TO ACTO-MERGED-INTO
            MOVE 'N' TO ACTW-RESOLVED-SW
            MOVE 0 TO ACTW-HOPS
            DISPLAY 'CUSTOMER-ID: ' ACTW-CUSTOMER-ID.
       GET-INPUT-END.
           EXIT.
      **************************************************************
       FOLLOW-MERGE.
            ADD 1 TO ACTW-HOPS
            EXEC SQL
                 SELECT MRG_SURVIVOR_ID
                   INTO :ACTW-SURVIVOR-ID
                   FROM OLS0002.CUSTOMER_MERGE
                  WHERE MRG_RETIRED_ID = :ACTW-CUSTOMER-ID
                    AND MRG_STATUS = 'A'
            END-EXEC
            IF SQLCODE NOT = 0 OR ACTW-HOPS > 10
               MOVE 'Y' TO ACTW-RESOLVED-SW
               GO TO FOLLOW-MERGE-END
            END-IF
            MOVE ACTW-SURVIVOR-ID TO ACTW-CUSTOMER-ID
            MOVE ACTW-SURVIVOR-ID TO ACTO-MERGED-INTO
            DISPLAY 'MERGED INTO: ' ACTW-SURVIVOR-ID.
       FOLLOW-MERGE-END.
           EXIT.
      **************************************************************
       DO-SQL.
            EXEC SQL
