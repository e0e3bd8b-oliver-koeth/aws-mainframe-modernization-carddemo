01 RETURNED-ITEM-RECORD.
   05 RTN-CONFIRMATION-NUM              PIC X(16).
   05 RTN-AMOUNT                        PIC S9(09)V99.
   05 RTN-RETURN-DATE                   PIC X(08).
   05 RTN-REASON-CODE                   PIC X(03).
      88 RTN-REASON-NSF                 VALUE "R01".
      88 RTN-REASON-CLOSED              VALUE "R02".
      88 RTN-REASON-NO-ACCOUNT          VALUE "R03".
      88 RTN-REASON-STOPPED             VALUE "R08".
   05 FILLER                            PIC X(10).
