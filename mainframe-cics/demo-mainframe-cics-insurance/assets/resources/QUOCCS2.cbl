      * CUSTOMER WHO COMES BACK INSIDE THE WINDOW BINDS AT THE
      * QUOTED PREMIUM THROUGH QUOBCS2; QUOICS2 READS A QUOTE
      * BACK AND QUORCS2 REPORTS QUOTE-TO-BIND CONVERSION PER
      * AGENT. THE QUOTING AGENT MUST HOLD A CURRENT LICENSE ON
      * OLS0002.AGENT_LICENSE FOR THE CUSTOMER'S STATE AND THE
      * POLICY TYPE; A PROSPECT NOT YET ON THE CUSTOMER MASTER HAS
      * NO STATE TO CHECK AND IS CHECKED AT BIND BY QUOBCS2.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUOCCS2.
        01 WS-EXPIRY-DT              PIC 9(8).
        01 WS-EXPIRY-INT             PIC S9(9) COMP.
        01 AGT-COUNT                 PIC S9(4) COMP VALUE 0.
        01 LIC-COUNT                 PIC S9(4) COMP VALUE 0.
        01 CUSW-STATE                PIC X(2)  VALUE SPACES.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
              88 RTCD-INELIGIBLE-AGE            VALUE 3.
              88 RTCD-AGENT-UNKNOWN             VALUE 4.
              88 RTCD-SQL-ERROR                 VALUE 5.
              88 RTCD-AGENT-UNLICENSED          VALUE 6.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
           IF RTCD-OK
              PERFORM CHECK-AGENT THRU CHECK-AGENT-END
           END-IF
           IF RTCD-OK
              PERFORM CHECK-LICENSE THRU CHECK-LICENSE-END
           END-IF
           IF RTCD-OK
              PERFORM DERIVE-PREMIUM THRU DERIVE-PREMIUM-END
           END-IF
       CHECK-AGENT-END.
           EXIT.
      **************************************************************
      * CHECK-LICENSE - THE AGENT MUST BE LICENSED, UNEXPIRED, IN
      * THE STATE THE CUSTOMER LIVES IN FOR THE LINE QUOTED. THE
      * STATE IS THE ONE QUOBCS2 WILL BOOK FROM THE CUSTOMER
      * MASTER, SO QUOTE AND BIND APPLY THE SAME TEST.
      **************************************************************
       CHECK-LICENSE.
            MOVE SPACES TO CUSW-STATE
            EXEC SQL
                 SELECT CUS_STATE INTO :CUSW-STATE
                   FROM OLS0002.CUSTOMER_MASTER
                  WHERE CUS_CUSTOMER_ID = :QUOW-CUSTOMER-ID
            END-EXEC
            IF SQLCODE NOT = 0
               GO TO CHECK-LICENSE-END
            END-IF
            MOVE 0 TO LIC-COUNT
            EXEC SQL
                 SELECT COUNT(*) INTO :LIC-COUNT
                   FROM OLS0002.AGENT_LICENSE
                  WHERE LIC_AGENT_ID = :QUOW-AGENT-ID
                    AND LIC_STATE = :CUSW-STATE
                    AND LIC_POLICY_TYPE = :QUOW-POLICY-TYPE
                    AND LIC_EXPIRY_DT >= :WS-CURRENT-DATE
            END-EXEC
            IF LIC-COUNT = 0
               SET RTCD-AGENT-UNLICENSED TO TRUE
               MOVE 'Agent not licensed for state and type.'
                  TO RT-MSG
            END-IF.
       CHECK-LICENSE-END.
           EXIT.
      **************************************************************
      * DERIVE-PREMIUM - THE APPLICANT'S AGE AT QUOTE TIME PICKS
      * THE UW_RATE BAND FOR THE POLICY TYPE, EXACTLY THE WAY
      * CPOLCS2 RATES A BOOKING, SO THE QUOTE AND THE EVENTUAL
