CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * CPOLCS2 - CREATE INSURANCE POLICY FOR CICS AND DB2.
      * AN AGENT OF RECORD MUST HOLD A CURRENT LICENSE ON
      * OLS0002.AGENT_LICENSE FOR THE CUSTOMER'S STATE AND THE
      * POLICY TYPE - BUSINESS WRITTEN WHERE THE PRODUCER IS NOT
      * LICENSED IS REFUSED.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CPOLCS2.
        01 WS-BIRTH-DT-NUM                    PIC 9(8) VALUE 0.
        01 WS-CURRENT-DT-NUM                  PIC 9(8) VALUE 0.
        01 AGT-COUNT                          PIC S9(4) COMP VALUE 0.
        01 LIC-COUNT                          PIC S9(4) COMP VALUE 0.
        01 TXT-SQLCODE                        PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE                       PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC                       PIC X(70) VALUE SPACES.
              88 RTCD-INELIGIBLE-AGE             VALUE 4.
              88 RTCD-AGENT-UNKNOWN              VALUE 5.
              88 RTCD-KYC-NOT-VERIFIED           VALUE 6.
              88 RTCD-AGENT-UNLICENSED           VALUE 7.
            04 RT-MSG                            PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
                    MOVE 'Agent not on agent master.' TO RT-MSG
              END-IF
           END-IF.
      * THE AGENT MUST ALSO BE LICENSED FOR THE STATE THE POLICY
      * IS WRITTEN IN AND THE LINE OF BUSINESS, WITH THE LICENSE
      * NOT YET EXPIRED - WRITING OUTSIDE THE LICENSE IS A
      * REGULATORY BREACH.
           IF ACTI-AGENT-ID NOT = SPACES AND AGT-COUNT > 0
              MOVE 0 TO LIC-COUNT
              EXEC SQL
                 SELECT COUNT(*) INTO :LIC-COUNT
                   FROM OLS0002.AGENT_LICENSE
                  WHERE LIC_AGENT_ID = :ACTI-AGENT-ID
                    AND LIC_STATE = :ACTI-CUST-STATE
                    AND LIC_POLICY_TYPE = :ACTI-POLICY-TYPE
                    AND LIC_EXPIRY_DT >= :WS-CURRENT-DATE
              END-EXEC
              IF LIC-COUNT = 0
                    SET RTCD-AGENT-UNLICENSED TO TRUE
                    MOVE 'Agent not licensed for state and type.'
                       TO RT-MSG
              END-IF
           END-IF.
       HANDLE-INPUT-END.
           EXIT.
      **************************************************************
