CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * CMRGCS2 - MERGE, UNMERGE AND DISMISS DUPLICATE CUSTOMERS
      * FOR CICS AND DB2. SETTLES THE OLS0002.CUSTOMER_DUP_CAND
      * WORKLIST THAT DUPSCS2 BUILDS EACH NIGHT.
      *   M - MERGE THE RETIRED CUSTOMER ID INTO THE SURVIVING ONE.
      *       EVERY ROW CARRYING THE RETIRED ID ON OLS0002.ACCOUNT2,
      *       POLICY2, ACCOUNT_OWNER, LOAN_ACCOUNT AND
      *       KYC_VERIFICATION IS RE-POINTED TO THE SURVIVOR, AS
      *       ARE THE COMM_PREFERENCE CLASSES THE SURVIVOR HAS NOT
      *       SET FOR ITSELF (ITS OWN CHOICES WIN). THE KEY OF EACH
      *       ROW MOVED IS FIRST RECORDED ON
      *       OLS0002.CUSTOMER_MERGE_ROW UNDER AN ACTIVE ('A')
      *       OLS0002.CUSTOMER_MERGE HISTORY ROW, SO THE MERGE CAN
      *       BE UNDONE EXACTLY. THE RETIRED CUSTOMER_MASTER ROW IS
      *       KEPT - GCUSCS2 FOLLOWS THE HISTORY AND ANSWERS FOR A
      *       RETIRED ID WITH THE SURVIVOR'S DETAILS. A CANDIDATE
      *       ID MAY BE QUOTED (THE PAIR MUST MATCH IT, IN EITHER
      *       ORDER) AND IS THEN MARKED MERGED ('M'); ZERO MERGES A
      *       PAIR FOUND OUTSIDE THE WORKLIST. SHOULD ANY TABLE
      *       FAIL PART WAY, THE ROWS ALREADY MOVED ARE PUT BACK AND
      *       THE HISTORY ROW IS CLOSED AS REVERSED.
      *   U - REVERSE AN ACTIVE MERGE, QUOTING ITS MERGE ID. ONLY
      *       THE RECORDED ROWS GO BACK TO THE RETIRED ID - ANYTHING
      *       OPENED FOR THE SURVIVOR SINCE STAYS WHERE IT IS. THE
      *       HISTORY ROW IS MARKED REVERSED ('R') WITH THE USERID
      *       AND TIME, AND ITS CANDIDATE, IF ANY, IS RE-OPENED FOR
      *       REVIEW. REFUSED ONCE THE SURVIVOR HAS ITSELF BEEN
      *       MERGED AWAY - THAT LATER MERGE MUST BE REVERSED FIRST.
      *   D - DISMISS AN OPEN CANDIDATE AS NOT A DUPLICATE. THE
      *       ROW STAYS ON THE WORKLIST SO DUPSCS2 NEVER RAISES THE
      *       PAIR AGAIN.
      * A CUSTOMER ID ALREADY RETIRED CANNOT BE MERGED OR MERGED
      * INTO UNTIL THAT MERGE IS REVERSED.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CMRGCS2.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLCUSTMERGE.
           10 MRG_MERGE_ID         PIC S9(9) USAGE COMP.
           10 MRG_RETIRED_ID       PIC X(16).
           10 MRG_SURVIVOR_ID      PIC X(16).
           10 MRG_CAND_ID          PIC S9(9) USAGE COMP.
           10 MRG_STATUS           PIC X(1).
           10 MRG_MERGE_TS         PIC X(26).
           10 MRG_USERID           PIC X(8).
           10 MRG_REVERSE_TS       PIC X(26).
           10 MRG_REVERSE_USERID   PIC X(8).
      **************************************************************
       01  DCLCUSTMERGEROW.
           10 MRGR_MERGE_ID        PIC S9(9) USAGE COMP.
           10 MRGR_TABLE           PIC X(16).
           10 MRGR_KEY             PIC X(32).
           10 MRGR_SEQ             PIC S9(4) USAGE COMP.
      **************************************************************
        01 MERGE-WS.
            07 MRGW-FUNCTION        PIC X(1).
            07 MRGW-CAND-ID         PIC S9(9) USAGE COMP.
            07 MRGW-SURVIVOR-ID     PIC X(16).
            07 MRGW-RETIRED-ID      PIC X(16).
            07 MRGW-MERGE-ID        PIC S9(9) USAGE COMP.
            07 MRGW-CAND-ID-A       PIC X(16).
            07 MRGW-CAND-ID-B       PIC X(16).
            07 MRGW-CAND-STATUS     PIC X(1).
            07 MRGW-MERGE-STATUS    PIC X(1).
            07 MRGW-COUNT           PIC S9(4) USAGE COMP.
            07 MRGW-ROWS            PIC S9(9) USAGE COMP.
            07 MRGW-FAILED-SW       PIC X(1).
              88 MRGW-FAILED                   VALUE 'Y'.
      ****************************************************
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 MRGI-FUNCTION                    PIC X(1).
            05 MRGI-CAND-ID                     PIC S9(9) COMP.
            05 MRGI-SURVIVOR-ID                 PIC X(16).
            05 MRGI-RETIRED-ID                  PIC X(16).
            05 MRGI-MERGE-ID                    PIC S9(9) COMP.
        01 MERGE-OUT.
            05 MRGO-MERGE-ID                    PIC S9(9) COMP.
            05 MRGO-SURVIVOR-ID                 PIC X(16).
            05 MRGO-RETIRED-ID                  PIC X(16).
            05 MRGO-ROWS-MOVED                  PIC S9(9) COMP.
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-INVALID-FUNCTION          VALUE 1.
              88 RTCD-INVALID-REQUEST           VALUE 2.
              88 RTCD-CUSTOMER-NOT-FOUND        VALUE 3.
              88 RTCD-ALREADY-MERGED            VALUE 4.
              88 RTCD-CAND-NOT-OPEN             VALUE 5.
              88 RTCD-MERGE-NOT-FOUND           VALUE 6.
              88 RTCD-REVERSE-BLOCKED           VALUE 7.
              88 RTCD-SQL-ERROR                 VALUE 8.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           EVALUATE MRGW-FUNCTION
              WHEN 'M'
                 PERFORM DO-MERGE THRU DO-MERGE-END
              WHEN 'U'
                 PERFORM DO-REVERSE THRU DO-REVERSE-END
              WHEN 'D'
                 PERFORM DO-DISMISS THRU DO-DISMISS-END
              WHEN OTHER
                 SET RTCD-INVALID-FUNCTION TO TRUE
                 MOVE 'NOT SUCCESSFUL - FUNCTION MUST BE M, U OR D'
                    TO RT-MSG
           END-EVALUATE
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO MERGE-OUT
            SET RTCD-OK TO TRUE
            MOVE 0 TO MRGO-ROWS-MOVED
            MOVE 'N' TO MRGW-FAILED-SW
            MOVE MRGI-FUNCTION     TO MRGW-FUNCTION
            MOVE MRGI-CAND-ID      TO MRGW-CAND-ID
            MOVE MRGI-SURVIVOR-ID  TO MRGW-SURVIVOR-ID
            MOVE MRGI-RETIRED-ID   TO MRGW-RETIRED-ID
            MOVE MRGI-MERGE-ID     TO MRGW-MERGE-ID
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            DISPLAY 'MERGE FUNCTION: ' MRGW-FUNCTION
               ' RETIRED: ' MRGW-RETIRED-ID
               ' SURVIVOR: ' MRGW-SURVIVOR-ID.
       GET-INPUT-END.
           EXIT.
      **************************************************************
      * DO-MERGE - VALIDATE, OPEN THE HISTORY ROW, MOVE THE ROWS.
      **************************************************************
       DO-MERGE.
            PERFORM CHECK-MERGE THRU CHECK-MERGE-END
            IF NOT RTCD-OK
               GO TO DO-MERGE-END
            END-IF
            PERFORM OPEN-MERGE THRU OPEN-MERGE-END
            IF NOT RTCD-OK
               GO TO DO-MERGE-END
            END-IF
            PERFORM MOVE-ROWS THRU MOVE-ROWS-END
            IF MRGW-FAILED
               PERFORM RESTORE-ROWS THRU RESTORE-ROWS-END
               PERFORM CLOSE-MERGE THRU CLOSE-MERGE-END
               MOVE 0 TO MRGO-ROWS-MOVED
               MOVE 'NOT SUCCESSFUL MERGE - ROWS RESTORED' TO RT-MSG
               GO TO DO-MERGE-END
            END-IF
            IF MRGW-CAND-ID NOT = 0
               EXEC SQL
                    UPDATE OLS0002.CUSTOMER_DUP_CAND
                       SET DUPC_STATUS = 'M',
                           DUPC_SETTLE_DT = :WS-CURRENT-DATE,
                           DUPC_USERID = :EIBUSERID
                     WHERE DUPC_CAND_ID = :MRGW-CAND-ID
                       AND DUPC_STATUS = 'O'
               END-EXEC
            END-IF
            MOVE 'SUCCESSFUL MERGE' TO RT-MSG
            DISPLAY 'MERGE ID ' MRGO-MERGE-ID ' ROWS MOVED '
               MRGO-ROWS-MOVED.
       DO-MERGE-END.
           EXIT.
      **************************************************************
       CHECK-MERGE.
            MOVE MRGW-SURVIVOR-ID TO MRGO-SURVIVOR-ID
            MOVE MRGW-RETIRED-ID  TO MRGO-RETIRED-ID
            IF MRGW-SURVIVOR-ID = SPACES OR MRGW-RETIRED-ID = SPACES
               OR MRGW-SURVIVOR-ID = MRGW-RETIRED-ID
               SET RTCD-INVALID-REQUEST TO TRUE
               MOVE 'NOT SUCCESSFUL MERGE - TWO DIFFERENT IDS REQUIRED'
                  TO RT-MSG
               GO TO CHECK-MERGE-END
            END-IF
            IF MRGW-CAND-ID NOT = 0
               PERFORM FETCH-CANDIDATE THRU FETCH-CANDIDATE-END
               IF NOT RTCD-OK
                  GO TO CHECK-MERGE-END
               END-IF
               IF NOT ((MRGW-CAND-ID-A = MRGW-SURVIVOR-ID
                        AND MRGW-CAND-ID-B = MRGW-RETIRED-ID)
                    OR (MRGW-CAND-ID-A = MRGW-RETIRED-ID
                        AND MRGW-CAND-ID-B = MRGW-SURVIVOR-ID))
                  SET RTCD-INVALID-REQUEST TO TRUE
                  MOVE 'NOT SUCCESSFUL MERGE - NOT THE CANDIDATE PAIR'
                     TO RT-MSG
                  GO TO CHECK-MERGE-END
               END-IF
            END-IF
            MOVE 0 TO MRGW-COUNT
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :MRGW-COUNT
                   FROM OLS0002.CUSTOMER_MASTER
                  WHERE CUS_CUSTOMER_ID IN
                        (:MRGW-SURVIVOR-ID, :MRGW-RETIRED-ID)
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO CHECK-MERGE-END
            END-IF
            IF MRGW-COUNT < 2
               SET RTCD-CUSTOMER-NOT-FOUND TO TRUE
               MOVE 'NOT SUCCESSFUL MERGE - CUSTOMER NOT ON MASTER'
                  TO RT-MSG
            END-IF.
       CHECK-MERGE-END.
           EXIT.
      **************************************************************
       FETCH-CANDIDATE.
            EXEC SQL
                 SELECT DUPC_CUSTOMER_ID_A, DUPC_CUSTOMER_ID_B,
                        DUPC_STATUS
                   INTO :MRGW-CAND-ID-A, :MRGW-CAND-ID-B,
                        :MRGW-CAND-STATUS
                   FROM OLS0002.CUSTOMER_DUP_CAND
                  WHERE DUPC_CAND_ID = :MRGW-CAND-ID
            END-EXEC
            IF SQLCODE = 100 OR
               (SQLCODE = 0 AND MRGW-CAND-STATUS NOT = 'O')
               SET RTCD-CAND-NOT-OPEN TO TRUE
               MOVE 'NOT SUCCESSFUL - NO OPEN CANDIDATE WITH THAT ID'
                  TO RT-MSG
               GO TO FETCH-CANDIDATE-END
            END-IF
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
            END-IF.
       FETCH-CANDIDATE-END.
           EXIT.
      **************************************************************
      * OPEN-MERGE - THE HISTORY ROW IS INSERTED ONLY WHILE NEITHER
      * ID IS RETIRED BY AN ACTIVE MERGE, SO TWO CLERKS CANNOT
      * MERGE THE SAME CUSTOMER AWAY TWICE, NOR INTO A CUSTOMER
      * THAT HAS ITSELF JUST BEEN RETIRED.
      **************************************************************
       OPEN-MERGE.
            MOVE 0 TO MRGW-MERGE-ID
            EXEC SQL
                 SELECT COALESCE(MAX(MRG_MERGE_ID), 0) + 1
                   INTO :MRGW-MERGE-ID
                   FROM OLS0002.CUSTOMER_MERGE
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO OPEN-MERGE-END
            END-IF
            EXEC SQL
                 INSERT INTO OLS0002.CUSTOMER_MERGE (
                    MRG_MERGE_ID, MRG_RETIRED_ID, MRG_SURVIVOR_ID,
                    MRG_CAND_ID, MRG_STATUS, MRG_MERGE_TS, MRG_USERID)
                 SELECT :MRGW-MERGE-ID, :MRGW-RETIRED-ID,
                        :MRGW-SURVIVOR-ID, :MRGW-CAND-ID, 'A',
                        CURRENT TIMESTAMP, :EIBUSERID
                   FROM SYSIBM.SYSDUMMY1
                  WHERE NOT EXISTS (
                        SELECT 1 FROM OLS0002.CUSTOMER_MERGE
                         WHERE MRG_STATUS = 'A'
                           AND MRG_RETIRED_ID IN
                               (:MRGW-RETIRED-ID, :MRGW-SURVIVOR-ID))
            END-EXEC
            IF SQLCODE = 100 OR (SQLCODE = 0 AND SQLERRD(3) = 0)
               SET RTCD-ALREADY-MERGED TO TRUE
               MOVE 'NOT SUCCESSFUL MERGE - AN ID IS ALREADY RETIRED'
                  TO RT-MSG
               GO TO OPEN-MERGE-END
            END-IF
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO OPEN-MERGE-END
            END-IF
            MOVE MRGW-MERGE-ID TO MRGO-MERGE-ID.
       OPEN-MERGE-END.
           EXIT.
      **************************************************************
      * MOVE-ROWS - ONE TABLE AT A TIME: RECORD THE KEYS ABOUT TO
      * MOVE, THEN RE-POINT THEM. THE FIRST FAILURE STOPS THE RUN.
      **************************************************************
       MOVE-ROWS.
            PERFORM MOVE-ACCOUNTS THRU MOVE-ACCOUNTS-END
            IF MRGW-FAILED
               GO TO MOVE-ROWS-END
            END-IF
            PERFORM MOVE-POLICIES THRU MOVE-POLICIES-END
            IF MRGW-FAILED
               GO TO MOVE-ROWS-END
            END-IF
            PERFORM MOVE-OWNERS THRU MOVE-OWNERS-END
            IF MRGW-FAILED
               GO TO MOVE-ROWS-END
            END-IF
            PERFORM MOVE-LOANS THRU MOVE-LOANS-END
            IF MRGW-FAILED
               GO TO MOVE-ROWS-END
            END-IF
            PERFORM MOVE-KYC THRU MOVE-KYC-END
            IF MRGW-FAILED
               GO TO MOVE-ROWS-END
            END-IF
            PERFORM MOVE-PREFERENCES THRU MOVE-PREFERENCES-END.
       MOVE-ROWS-END.
           EXIT.
      **************************************************************
       MOVE-ACCOUNTS.
            EXEC SQL
                 INSERT INTO OLS0002.CUSTOMER_MERGE_ROW (
                    MRGR_MERGE_ID, MRGR_TABLE, MRGR_KEY, MRGR_SEQ)
                 SELECT :MRGW-MERGE-ID, 'ACCOUNT2', ACCT_ACCOUNT_ID, 0
                   FROM OLS0002.ACCOUNT2
                  WHERE ACCT_CUSTOMER_ID = :MRGW-RETIRED-ID
            END-EXEC
            PERFORM CHECK-MOVE-SQL THRU CHECK-MOVE-SQL-END
            IF MRGW-FAILED
               GO TO MOVE-ACCOUNTS-END
            END-IF
            EXEC SQL
                 UPDATE OLS0002.ACCOUNT2
                    SET ACCT_CUSTOMER_ID = :MRGW-SURVIVOR-ID
                  WHERE ACCT_CUSTOMER_ID = :MRGW-RETIRED-ID
            END-EXEC
            PERFORM COUNT-MOVED THRU COUNT-MOVED-END.
       MOVE-ACCOUNTS-END.
           EXIT.
      **************************************************************
       MOVE-POLICIES.
            EXEC SQL
                 INSERT INTO OLS0002.CUSTOMER_MERGE_ROW (
                    MRGR_MERGE_ID, MRGR_TABLE, MRGR_KEY, MRGR_SEQ)
                 SELECT :MRGW-MERGE-ID, 'POLICY2', POL_POLICY_NUM, 0
                   FROM OLS0002.POLICY2
                  WHERE POL_CUSTOMER_ID = :MRGW-RETIRED-ID
            END-EXEC
            PERFORM CHECK-MOVE-SQL THRU CHECK-MOVE-SQL-END
            IF MRGW-FAILED
               GO TO MOVE-POLICIES-END
            END-IF
            EXEC SQL
                 UPDATE OLS0002.POLICY2
                    SET POL_CUSTOMER_ID = :MRGW-SURVIVOR-ID
                  WHERE POL_CUSTOMER_ID = :MRGW-RETIRED-ID
            END-EXEC
            PERFORM COUNT-MOVED THRU COUNT-MOVED-END.
       MOVE-POLICIES-END.
           EXIT.
      **************************************************************
       MOVE-OWNERS.
            EXEC SQL
                 INSERT INTO OLS0002.CUSTOMER_MERGE_ROW (
                    MRGR_MERGE_ID, MRGR_TABLE, MRGR_KEY, MRGR_SEQ)
                 SELECT :MRGW-MERGE-ID, 'ACCOUNT_OWNER',
                        ACCT_ACCOUNT_ID, OWNER_SEQ
                   FROM OLS0002.ACCOUNT_OWNER
                  WHERE OWNER_CUSTOMER_ID = :MRGW-RETIRED-ID
            END-EXEC
            PERFORM CHECK-MOVE-SQL THRU CHECK-MOVE-SQL-END
            IF MRGW-FAILED
               GO TO MOVE-OWNERS-END
            END-IF
            EXEC SQL
                 UPDATE OLS0002.ACCOUNT_OWNER
                    SET OWNER_CUSTOMER_ID = :MRGW-SURVIVOR-ID
                  WHERE OWNER_CUSTOMER_ID = :MRGW-RETIRED-ID
            END-EXEC
            PERFORM COUNT-MOVED THRU COUNT-MOVED-END.
       MOVE-OWNERS-END.
           EXIT.
      **************************************************************
       MOVE-LOANS.
            EXEC SQL
                 INSERT INTO OLS0002.CUSTOMER_MERGE_ROW (
                    MRGR_MERGE_ID, MRGR_TABLE, MRGR_KEY, MRGR_SEQ)
                 SELECT :MRGW-MERGE-ID, 'LOAN_ACCOUNT', LN_LOAN_ID, 0
                   FROM OLS0002.LOAN_ACCOUNT
                  WHERE LN_CUSTOMER_ID = :MRGW-RETIRED-ID
            END-EXEC
            PERFORM CHECK-MOVE-SQL THRU CHECK-MOVE-SQL-END
            IF MRGW-FAILED
               GO TO MOVE-LOANS-END
            END-IF
            EXEC SQL
                 UPDATE OLS0002.LOAN_ACCOUNT
                    SET LN_CUSTOMER_ID = :MRGW-SURVIVOR-ID
                  WHERE LN_CUSTOMER_ID = :MRGW-RETIRED-ID
            END-EXEC
            PERFORM COUNT-MOVED THRU COUNT-MOVED-END.
       MOVE-LOANS-END.
           EXIT.
      **************************************************************
      * KYC_VERIFICATION IS A HISTORY WITH NO KEY OF ITS OWN - A
      * VERIFICATION IS KNOWN BY ITS DOCUMENT TYPE, EXPIRY, DATE
      * AND VERIFYING USERID TOGETHER.
      **************************************************************
       MOVE-KYC.
            EXEC SQL
                 INSERT INTO OLS0002.CUSTOMER_MERGE_ROW (
                    MRGR_MERGE_ID, MRGR_TABLE, MRGR_KEY, MRGR_SEQ)
                 SELECT :MRGW-MERGE-ID, 'KYC_VERIFICATION',
                        KYC_DOC_TYPE || KYC_DOC_EXPIRY_DT ||
                        KYC_VERIFIED_DT || KYC_USERID, 0
                   FROM OLS0002.KYC_VERIFICATION
                  WHERE KYC_CUSTOMER_ID = :MRGW-RETIRED-ID
            END-EXEC
            PERFORM CHECK-MOVE-SQL THRU CHECK-MOVE-SQL-END
            IF MRGW-FAILED
               GO TO MOVE-KYC-END
            END-IF
            EXEC SQL
                 UPDATE OLS0002.KYC_VERIFICATION
                    SET KYC_CUSTOMER_ID = :MRGW-SURVIVOR-ID
                  WHERE KYC_CUSTOMER_ID = :MRGW-RETIRED-ID
            END-EXEC
            PERFORM COUNT-MOVED THRU COUNT-MOVED-END.
       MOVE-KYC-END.
           EXIT.
      **************************************************************
      * ONE PREFERENCE ROW PER CUSTOMER AND DOCUMENT CLASS - ONLY
      * THE CLASSES THE SURVIVOR HAS NOT SET MOVE ACROSS; THE REST
      * STAY BEHIND ON THE RETIRED ID.
      **************************************************************
       MOVE-PREFERENCES.
            EXEC SQL
                 INSERT INTO OLS0002.CUSTOMER_MERGE_ROW (
                    MRGR_MERGE_ID, MRGR_TABLE, MRGR_KEY, MRGR_SEQ)
                 SELECT :MRGW-MERGE-ID, 'COMM_PREFERENCE',
                        P.CPR_DOC_CLASS, 0
                   FROM OLS0002.COMM_PREFERENCE P
                  WHERE P.CPR_CUSTOMER_ID = :MRGW-RETIRED-ID
                    AND NOT EXISTS (
                        SELECT 1 FROM OLS0002.COMM_PREFERENCE S
                         WHERE S.CPR_CUSTOMER_ID = :MRGW-SURVIVOR-ID
                           AND S.CPR_DOC_CLASS = P.CPR_DOC_CLASS)
            END-EXEC
            PERFORM CHECK-MOVE-SQL THRU CHECK-MOVE-SQL-END
            IF MRGW-FAILED
               GO TO MOVE-PREFERENCES-END
            END-IF
            EXEC SQL
                 UPDATE OLS0002.COMM_PREFERENCE
                    SET CPR_CUSTOMER_ID = :MRGW-SURVIVOR-ID
                  WHERE CPR_CUSTOMER_ID = :MRGW-RETIRED-ID
                    AND CPR_DOC_CLASS IN (
                        SELECT MRGR_KEY FROM OLS0002.CUSTOMER_MERGE_ROW
                         WHERE MRGR_MERGE_ID = :MRGW-MERGE-ID
                           AND MRGR_TABLE = 'COMM_PREFERENCE')
            END-EXEC
            PERFORM COUNT-MOVED THRU COUNT-MOVED-END.
       MOVE-PREFERENCES-END.
           EXIT.
      **************************************************************
      * A TABLE WITH NOTHING TO MOVE ANSWERS 100 - NOT A FAILURE.
      **************************************************************
       CHECK-MOVE-SQL.
            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'Y' TO MRGW-FAILED-SW
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
            END-IF.
       CHECK-MOVE-SQL-END.
           EXIT.
      **************************************************************
       COUNT-MOVED.
            PERFORM CHECK-MOVE-SQL THRU CHECK-MOVE-SQL-END
            IF SQLCODE = 0
               ADD SQLERRD(3) TO MRGO-ROWS-MOVED
            END-IF.
       COUNT-MOVED-END.
           EXIT.
      **************************************************************
      * RESTORE-ROWS - PUT EVERY RECORDED ROW OF MRGW-MERGE-ID BACK
      * ON THE RETIRED ID. USED BY THE UNMERGE AND TO UNWIND A
      * MERGE THAT FAILED PART WAY. ONLY ROWS STILL ON THE
      * SURVIVOR ARE TOUCHED.
      **************************************************************
       RESTORE-ROWS.
            MOVE 0 TO MRGW-ROWS
            EXEC SQL
                 UPDATE OLS0002.ACCOUNT2
                    SET ACCT_CUSTOMER_ID = :MRGW-RETIRED-ID
                  WHERE ACCT_CUSTOMER_ID = :MRGW-SURVIVOR-ID
                    AND ACCT_ACCOUNT_ID IN (
                        SELECT MRGR_KEY FROM OLS0002.CUSTOMER_MERGE_ROW
                         WHERE MRGR_MERGE_ID = :MRGW-MERGE-ID
                           AND MRGR_TABLE = 'ACCOUNT2')
            END-EXEC
            PERFORM COUNT-RESTORED THRU COUNT-RESTORED-END
            EXEC SQL
                 UPDATE OLS0002.POLICY2
                    SET POL_CUSTOMER_ID = :MRGW-RETIRED-ID
                  WHERE POL_CUSTOMER_ID = :MRGW-SURVIVOR-ID
                    AND POL_POLICY_NUM IN (
                        SELECT MRGR_KEY FROM OLS0002.CUSTOMER_MERGE_ROW
                         WHERE MRGR_MERGE_ID = :MRGW-MERGE-ID
                           AND MRGR_TABLE = 'POLICY2')
            END-EXEC
            PERFORM COUNT-RESTORED THRU COUNT-RESTORED-END
            EXEC SQL
                 UPDATE OLS0002.ACCOUNT_OWNER O
                    SET OWNER_CUSTOMER_ID = :MRGW-RETIRED-ID
                  WHERE O.OWNER_CUSTOMER_ID = :MRGW-SURVIVOR-ID
                    AND EXISTS (
                        SELECT 1 FROM OLS0002.CUSTOMER_MERGE_ROW R
                         WHERE R.MRGR_MERGE_ID = :MRGW-MERGE-ID
                           AND R.MRGR_TABLE = 'ACCOUNT_OWNER'
                           AND R.MRGR_KEY = O.ACCT_ACCOUNT_ID
                           AND R.MRGR_SEQ = O.OWNER_SEQ)
            END-EXEC
            PERFORM COUNT-RESTORED THRU COUNT-RESTORED-END
            EXEC SQL
                 UPDATE OLS0002.LOAN_ACCOUNT
                    SET LN_CUSTOMER_ID = :MRGW-RETIRED-ID
                  WHERE LN_CUSTOMER_ID = :MRGW-SURVIVOR-ID
                    AND LN_LOAN_ID IN (
                        SELECT MRGR_KEY FROM OLS0002.CUSTOMER_MERGE_ROW
                         WHERE MRGR_MERGE_ID = :MRGW-MERGE-ID
                           AND MRGR_TABLE = 'LOAN_ACCOUNT')
            END-EXEC
            PERFORM COUNT-RESTORED THRU COUNT-RESTORED-END
            EXEC SQL
                 UPDATE OLS0002.KYC_VERIFICATION
                    SET KYC_CUSTOMER_ID = :MRGW-RETIRED-ID
                  WHERE KYC_CUSTOMER_ID = :MRGW-SURVIVOR-ID
                    AND KYC_DOC_TYPE || KYC_DOC_EXPIRY_DT ||
                        KYC_VERIFIED_DT || KYC_USERID IN (
                        SELECT MRGR_KEY FROM OLS0002.CUSTOMER_MERGE_ROW
                         WHERE MRGR_MERGE_ID = :MRGW-MERGE-ID
                           AND MRGR_TABLE = 'KYC_VERIFICATION')
            END-EXEC
            PERFORM COUNT-RESTORED THRU COUNT-RESTORED-END
            EXEC SQL
                 UPDATE OLS0002.COMM_PREFERENCE
                    SET CPR_CUSTOMER_ID = :MRGW-RETIRED-ID
                  WHERE CPR_CUSTOMER_ID = :MRGW-SURVIVOR-ID
                    AND CPR_DOC_CLASS IN (
                        SELECT MRGR_KEY FROM OLS0002.CUSTOMER_MERGE_ROW
                         WHERE MRGR_MERGE_ID = :MRGW-MERGE-ID
                           AND MRGR_TABLE = 'COMM_PREFERENCE')
            END-EXEC
            PERFORM COUNT-RESTORED THRU COUNT-RESTORED-END.
       RESTORE-ROWS-END.
           EXIT.
      **************************************************************
       COUNT-RESTORED.
            IF SQLCODE = 0
               ADD SQLERRD(3) TO MRGW-ROWS
            ELSE
               IF SQLCODE NOT = 100
                  MOVE SQLCODE TO TXT-SQLCODE
                  DISPLAY 'RESTORE FAILED FOR MERGE ' MRGW-MERGE-ID
                     ' SQLCODE: ' TXT-SQLCODE
               END-IF
            END-IF.
       COUNT-RESTORED-END.
           EXIT.
      **************************************************************
       CLOSE-MERGE.
            EXEC SQL
                 UPDATE OLS0002.CUSTOMER_MERGE
                    SET MRG_STATUS = 'R',
                        MRG_REVERSE_TS = CURRENT TIMESTAMP,
                        MRG_REVERSE_USERID = :EIBUSERID
                  WHERE MRG_MERGE_ID = :MRGW-MERGE-ID
                    AND MRG_STATUS = 'A'
            END-EXEC.
       CLOSE-MERGE-END.
           EXIT.
      **************************************************************
      * DO-REVERSE - UNMERGE AN ACTIVE MERGE QUOTED BY ITS ID.
      **************************************************************
       DO-REVERSE.
            MOVE MRGW-MERGE-ID TO MRGO-MERGE-ID
            EXEC SQL
                 SELECT MRG_RETIRED_ID, MRG_SURVIVOR_ID, MRG_CAND_ID,
                        MRG_STATUS
                   INTO :MRGW-RETIRED-ID, :MRGW-SURVIVOR-ID,
                        :MRGW-CAND-ID, :MRGW-MERGE-STATUS
                   FROM OLS0002.CUSTOMER_MERGE
                  WHERE MRG_MERGE_ID = :MRGW-MERGE-ID
            END-EXEC
            IF SQLCODE = 100 OR
               (SQLCODE = 0 AND MRGW-MERGE-STATUS NOT = 'A')
               SET RTCD-MERGE-NOT-FOUND TO TRUE
               MOVE 'NOT SUCCESSFUL UNMERGE - NO SUCH ACTIVE MERGE'
                  TO RT-MSG
               GO TO DO-REVERSE-END
            END-IF
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO DO-REVERSE-END
            END-IF
            MOVE MRGW-SURVIVOR-ID TO MRGO-SURVIVOR-ID
            MOVE MRGW-RETIRED-ID  TO MRGO-RETIRED-ID
            MOVE 0 TO MRGW-COUNT
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :MRGW-COUNT
                   FROM OLS0002.CUSTOMER_MERGE
                  WHERE MRG_RETIRED_ID = :MRGW-SURVIVOR-ID
                    AND MRG_STATUS = 'A'
            END-EXEC
            IF MRGW-COUNT > 0
               SET RTCD-REVERSE-BLOCKED TO TRUE
               MOVE 'NOT SUCCESSFUL UNMERGE - SURVIVOR MERGED SINCE'
                  TO RT-MSG
               GO TO DO-REVERSE-END
            END-IF
            PERFORM CLOSE-MERGE THRU CLOSE-MERGE-END
            IF SQLCODE = 100
               SET RTCD-MERGE-NOT-FOUND TO TRUE
               MOVE 'NOT SUCCESSFUL UNMERGE - NO SUCH ACTIVE MERGE'
                  TO RT-MSG
               GO TO DO-REVERSE-END
            END-IF
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO DO-REVERSE-END
            END-IF
            PERFORM RESTORE-ROWS THRU RESTORE-ROWS-END
            MOVE MRGW-ROWS TO MRGO-ROWS-MOVED
            IF MRGW-CAND-ID NOT = 0
               EXEC SQL
                    UPDATE OLS0002.CUSTOMER_DUP_CAND
                       SET DUPC_STATUS = 'O',
                           DUPC_SETTLE_DT = ' ',
                           DUPC_USERID = ' '
                     WHERE DUPC_CAND_ID = :MRGW-CAND-ID
                       AND DUPC_STATUS = 'M'
               END-EXEC
            END-IF
            MOVE 'SUCCESSFUL UNMERGE' TO RT-MSG
            DISPLAY 'MERGE ID ' MRGO-MERGE-ID ' ROWS RESTORED '
               MRGO-ROWS-MOVED.
       DO-REVERSE-END.
           EXIT.
      **************************************************************
      * THE STATUS PREDICATE KEEPS A DISMISSAL FROM OVERRIDING A
      * MERGE SETTLED A MOMENT EARLIER.
      **************************************************************
       DO-DISMISS.
            EXEC SQL
                 UPDATE OLS0002.CUSTOMER_DUP_CAND
                    SET DUPC_STATUS = 'D',
                        DUPC_SETTLE_DT = :WS-CURRENT-DATE,
                        DUPC_USERID = :EIBUSERID
                  WHERE DUPC_CAND_ID = :MRGW-CAND-ID
                    AND DUPC_STATUS = 'O'
            END-EXEC
            IF SQLCODE = 0
               MOVE 'SUCCESSFUL DISMISSAL' TO RT-MSG
            ELSE
               IF SQLCODE = 100
                  SET RTCD-CAND-NOT-OPEN TO TRUE
                  MOVE 'NOT SUCCESSFUL - NO OPEN CANDIDATE WITH THAT ID'
                     TO RT-MSG
               ELSE
                  PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               END-IF
            END-IF.
       DO-DISMISS-END.
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
            MOVE 'NOT SUCCESSFUL - SQL FAILURE' TO RT-MSG.
       REPORT-SQL-FAILURE-END.
           EXIT.
      **************************************************************
