01 REWARDS-LEDGER-RECORD.
   05 RWL-KEY.
      10 RWL-ACCT-ID                    PIC 9(11).
      10 RWL-ENTRY-DATE                 PIC X(08).
      10 RWL-ENTRY-TYPE                 PIC X(01).
         88 RWL-TYPE-EARN               VALUE "E".
         88 RWL-TYPE-ADJUST             VALUE "A".
         88 RWL-TYPE-EXPIRE             VALUE "X".
         88 RWL-TYPE-REDEEM             VALUE "R".
      10 RWL-REF-ID                     PIC X(16).
   05 RWL-POINTS                        PIC S9(09) COMP-3.
   05 RWL-TRAN-AMOUNT                   PIC S9(09)V99 COMP-3.
   05 RWL-CATEGORY                      PIC X(10).
   05 RWL-TIMESTAMP                     PIC X(26).
   05 RWL-USER-ID                       PIC X(08).
   05 RWL-NOTE                          PIC X(30).
