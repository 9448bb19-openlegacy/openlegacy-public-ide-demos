      * UPDATE, SO THE SAME QUOTE CANNOT BIND TWICE AND AN
      * EXPIRED QUOTE CANNOT BIND AT LAST MONTH'S RATE. THE SAME
      * KYC GATE CPOLCS2 ENFORCES APPLIES HERE - A QUOTE IS NOT
      * A WAY AROUND ONBOARDING. NOR IS IT A WAY AROUND PRODUCER
      * LICENSING: THE QUOTING AGENT MUST STILL HOLD A CURRENT
      * OLS0002.AGENT_LICENSE FOR THE CUSTOMER'S STATE AND THE
      * POLICY TYPE ON THE DAY THE QUOTE BINDS.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUOBCS2.
        01 WS-END-DATE               PIC 9(8).
        01 WS-END-INT                PIC S9(9) COMP.
        01 POL-COUNT                 PIC S9(4) COMP VALUE 0.
        01 LIC-COUNT                 PIC S9(4) COMP VALUE 0.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
              88 RTCD-CUSTOMER-UNKNOWN          VALUE 5.
              88 RTCD-KYC-NOT-VERIFIED          VALUE 6.
              88 RTCD-SQL-ERROR                 VALUE 7.
              88 RTCD-AGENT-UNLICENSED          VALUE 8.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
           IF RTCD-OK
              PERFORM FETCH-CUSTOMER THRU FETCH-CUSTOMER-END
           END-IF
           IF RTCD-OK
              PERFORM CHECK-LICENSE THRU CHECK-LICENSE-END
           END-IF
           IF RTCD-OK
              PERFORM CHECK-POLICY-NUM THRU CHECK-POLICY-NUM-END
           END-IF
            END-IF.
       FETCH-CUSTOMER-END.
           EXIT.
      **************************************************************
      * CHECK-LICENSE - A LICENSE THAT LAPSED SINCE THE QUOTE WAS
      * GIVEN STOPS THE BIND. DIRECT BUSINESS (NO AGENT) HAS NO
      * PRODUCER TO LICENSE.
      **************************************************************
       CHECK-LICENSE.
            IF QUOW-AGENT-ID = SPACES
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
               MOVE 'NOT BOUND - AGENT NOT LICENSED FOR STATE/TYPE'
                  TO RT-MSG
            END-IF.
       CHECK-LICENSE-END.
           EXIT.
      **************************************************************
       CHECK-POLICY-NUM.
            MOVE 0 TO POL-COUNT
