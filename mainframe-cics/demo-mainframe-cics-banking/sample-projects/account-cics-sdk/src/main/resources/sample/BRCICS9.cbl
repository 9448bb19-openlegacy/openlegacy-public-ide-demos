      * AT A GLANCE WHICH OF THE NIGHT'S JOBS RAN TO COMPLETION
      * ('C'), WHICH ARE STILL MARKED RUNNING ('R' - A JOB THAT
      * ABENDED NEVER CLOSES ITS ROW), AND - BY THEIR ABSENCE FROM
      * THE LIST - WHICH NEVER STARTED AT ALL. EACH COMPLETED ROW
      * ALSO CARRIES ITS ELAPSED TIME IN SECONDS, START TO END;
      * BSLACS9 HOLDS IT AGAINST THE JOB'S USUAL TIME AND ITS SLA.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. BRCICS9.
            07 ACTW-END-TS          PIC X(26).
            07 ACTW-STATUS          PIC X(1).
            07 ACTW-RECORDS         PIC S9(9) USAGE COMP-3.
            07 ACTW-ELAPSED-SECS    PIC S9(9) USAGE COMP-3.
      ****************************************************
        01 ACTW-BUSINESS-DT         PIC 9(08).
        01 WS-CURRENT-DATE-DATA.
              07 ACTO-END-TS                    PIC X(26).
              07 ACTO-STATUS                    PIC X(1).
              07 ACTO-RECORDS                   PIC S9(9) COMP-3.
              07 ACTO-ELAPSED-SECS              PIC S9(9) COMP-3.
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
      *           RATHER THAN FAILING THE FETCH.
                  COALESCE(CHAR(RUN_END_TS), ' '),
                  RUN_STATUS,
                  RUN_RECORDS,
      *           NO END TIMESTAMP, NO ELAPSED TIME - ZERO.
                  COALESCE((DAYS(RUN_END_TS) - DAYS(RUN_START_TS))
                     * 86400 + MIDNIGHT_SECONDS(RUN_END_TS)
                     - MIDNIGHT_SECONDS(RUN_START_TS), 0)
                FROM OLS0002.BATCH_RUN_CONTROL
                WHERE RUN_BUSINESS_DT = :ACTW-BUSINESS-DT
                ORDER BY RUN_JOB_NAME
                  :ACTW-START-TS,
                  :ACTW-END-TS,
                  :ACTW-STATUS,
                  :ACTW-RECORDS,
                  :ACTW-ELAPSED-SECS
           END-EXEC.
           MOVE RUN-DETAILS TO RUN-ARRAY(COUNTER)
           MOVE 'DO-FETCH' TO SQLMODE
