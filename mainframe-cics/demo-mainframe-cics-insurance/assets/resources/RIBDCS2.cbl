      * RAISED, SO THE REINSURER AND THE LOSS-RATIO PICTURE BOTH
      * SEE OUR NET POSITION. RUNS UNDER THE SHARED
      * BATCH_RUN_CONTROL DOUBLE-RUN GUARD.
      * A CATASTROPHE EXCESS-OF-LOSS LAYER (TRT_TREATY_KIND 'X')
      * PROTECTS THE WHOLE BOOK WHEN ITS POLICY TYPE IS BLANK, AND
      * CEDES NO PRO-RATA PREMIUM - ITS PREMIUM IS SET IN THE
      * CONTRACT - SO ITS CEDED PREMIUM SHOWS ZERO. ITS OPEN
      * RECOVERABLES ARE THE EVENT-LEVEL AMOUNTS CATRCS2 RAISES.
      * THE TREATY KIND IS THE LAST FIELD ON THE LINE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. RIBDCS2.
           10 TRT_POLICY_TYPE      PIC X(16).
           10 TRT_CEDED_PCT        PIC S9(3)V9(2) USAGE COMP-3.
           10 TRT_RETENTION_LIMIT  PIC S9(9)V9(2) USAGE COMP-3.
           10 TRT_TREATY_KIND      PIC X(1).
           10 TRT_ATTACHMENT       PIC S9(11)V9(2) USAGE COMP-3.
           10 TRT_LAYER_LIMIT      PIC S9(11)V9(2) USAGE COMP-3.
      **************************************************************
        01 TREATY-WS.
            07 TRTW-TREATY-ID       PIC X(8).
            07 TRTW-POLICY-TYPE     PIC X(16).
            07 TRTW-CEDED-PCT       PIC S9(3)V9(2) USAGE COMP-3.
            07 TRTW-TREATY-KIND     PIC X(1).
        01 BRDW-POLICY-COUNT         PIC S9(9) COMP.
        01 BRDW-GROSS-PREMIUM        PIC S9(13)V9(3) COMP-3.
        01 BRDW-CEDED-PREMIUM        PIC S9(13)V9(3) COMP-3.
                SELECT
                  TRT_TREATY_ID,
                  TRT_POLICY_TYPE,
                  TRT_CEDED_PCT,
                  TRT_TREATY_KIND
                FROM OLS0002.REINS_TREATY
                ORDER BY TRT_TREATY_ID
            END-EXEC.
                FETCH T1 INTO
                  :TRTW-TREATY-ID,
                  :TRTW-POLICY-TYPE,
                  :TRTW-CEDED-PCT,
                  :TRTW-TREATY-KIND
           END-EXEC.
           PERFORM DO-POSTSQL THRU DO-POSTSQL-END.
       DO-FETCH-END.
                       COALESCE(SUM(POL_YEARLY_PYMT), 0)
                  INTO :BRDW-POLICY-COUNT, :BRDW-GROSS-PREMIUM
                  FROM OLS0002.POLICY2
                 WHERE (POL_POLICY_TYPE = :TRTW-POLICY-TYPE
                        OR (:TRTW-TREATY-KIND = 'X'
                            AND :TRTW-POLICY-TYPE = ' '))
                   AND POL_ISACTIVE = 'Y'
           END-EXEC
           IF TRTW-TREATY-KIND = 'X'
              MOVE 0 TO BRDW-CEDED-PREMIUM
           ELSE
              COMPUTE BRDW-CEDED-PREMIUM ROUNDED =
                 BRDW-GROSS-PREMIUM * TRTW-CEDED-PCT / 100
           END-IF
           MOVE 0 TO BRDW-OPEN-RECOVERABLE
           EXEC SQL
                SELECT COALESCE(SUM(RRC_AMOUNT), 0)
              WS-AMOUNT-ED-2        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              WS-AMOUNT-ED-3        DELIMITED BY SIZE
              WS-DELIMITER          DELIMITED BY SIZE
              TRTW-TREATY-KIND      DELIMITED BY SIZE
              INTO BORDEREAU-RECORD
           END-STRING
           WRITE BORDEREAU-RECORD.
