      88 SUS-CARD-NOT-FOUND             VALUE "NOCD".
      88 SUS-ACCT-NOT-FOUND             VALUE "NOAC".
      88 SUS-ACCT-CLOSED                VALUE "CLSD".
      88 SUS-OVER-CASH-LIMIT            VALUE "CSHL".
      88 SUS-NO-CASH-RATES              VALUE "RATE".
   05 SUS-TRAN-ID                       PIC X(16).
   05 SUS-CARD-NUM                      PIC 9(16).
   05 SUS-AMOUNT                        PIC S9(09)V99.
