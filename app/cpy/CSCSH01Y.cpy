01 ACCOUNT-CASH-RECORD.
   05 CSH-ACCT-ID                       PIC 9(11).
   05 CSH-CASH-BAL                      PIC S9(09)V99 COMP-3.
   05 CSH-UNPOSTED-ADV                  PIC S9(09)V99 COMP-3.
   05 CSH-CYCLE-OPEN-BAL                PIC S9(09)V99 COMP-3.
   05 CSH-CYCLE-DATE                    PIC X(08).
