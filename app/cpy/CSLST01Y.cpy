01 LOST-CARD-RECORD.
   05 LST-CARD-NUM                      PIC 9(16).
   05 LST-ACCT-ID                       PIC 9(11).
   05 LST-REASON                        PIC X(01).
      88 LST-REASON-LOST                VALUE "L".
      88 LST-REASON-STOLEN              VALUE "S".
      88 LST-REASON-NOT-RECEIVED        VALUE "N".
      88 LST-REASON-VALID               VALUE "L" "S" "N".
   05 LST-REPORT-TIMESTAMP              PIC X(26).
   05 LST-REPORTED-BY                   PIC X(08).
   05 LST-NEW-CARD-NUM                  PIC 9(16).
   05 LST-NEW-EXPIRY-DATE               PIC X(10).
   05 LST-HOLDS-MOVED                   PIC 9(03).
   05 LST-HOLDS-LEFT                    PIC 9(03).
   05 LST-EMBOSS-STATUS                 PIC X(01).
      88 LST-EMBOSS-PENDING             VALUE "P".
      88 LST-EMBOSS-SENT                VALUE "S".
   05 LST-EMBOSS-DATE                   PIC X(08).
