       01  CLAIM-RESULT.
           05  CLAIM-NUM-OUT                PIC 9(9).
           05  POLICY-NUM-OUT               PIC X(11).
           05  CLAIM-DATE-OUT               PIC X(8).
           05  STATUS-OUT                   PIC X(10).
           05  AMOUNT-OUT                   PIC 9(9)V9(2).
           05  RESERVE-AMOUNT-OUT           PIC 9(9)V9(2).
           05  DECISION-DATE-OUT            PIC X(8).
           05  ADJUSTER-ID-OUT              PIC X(8).
           05  DESCRIPTION-OUT              PIC X(60).
           05  LATEST-NOTE-SEQ-OUT          PIC 9(4).
           05  LATEST-NOTE-OUT              PIC X(60).
           05  LATEST-NOTE-USERID-OUT       PIC X(8).
           05  SUCCESS                      PIC X.
           05  RESULT-SQLCODE-SIGN          PIC X(1).
           05  RESULT-SQLCODE               PIC X(5).
           05  RESULT-SQLSTATE              PIC X(5).
           05  RESULT-SQLERRMC              PIC X(70).
