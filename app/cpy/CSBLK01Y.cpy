01 CARD-BLOCK-RECORD.
   05 BLK-CARD-NUM                      PIC 9(16).
   05 BLK-ACCT-ID                       PIC 9(11).
   05 BLK-STATUS                        PIC X(01).
      88 BLK-STATUS-BLOCKED             VALUE "B".
      88 BLK-STATUS-LIFTED              VALUE "L".
      88 BLK-STATUS-REPLACED            VALUE "R".
   05 BLK-REASON                        PIC X(20).
   05 BLK-DAYS-PAST-DUE                 PIC 9(04).
   05 BLK-BLOCKED-DATE                  PIC X(08).
   05 BLK-LIFTED-DATE                   PIC X(08).
