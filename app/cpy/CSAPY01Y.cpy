01 AUTOPAY-RECORD.
   05 APY-ACCT-ID                       PIC 9(11).
   05 APY-STATUS                        PIC X(01).
      88 APY-STATUS-ACTIVE              VALUE "A".
      88 APY-STATUS-CANCELLED           VALUE "C".
   05 APY-PAY-OPTION                    PIC X(01).
      88 APY-PAY-MINIMUM                VALUE "M".
      88 APY-PAY-FULL                   VALUE "F".
      88 APY-PAY-FIXED                  VALUE "X".
      88 APY-PAY-OPTION-VALID           VALUE "M" "F" "X".
   05 APY-FIXED-AMOUNT                  PIC S9(09)V99 COMP-3.
   05 APY-DRAFT-DAY                     PIC 9(02).
   05 APY-BANK-ROUTING                  PIC X(09).
   05 APY-BANK-ACCOUNT                  PIC X(17).
   05 APY-BANK-ACCT-TYPE                PIC X(01).
      88 APY-BANK-CHECKING              VALUE "C".
      88 APY-BANK-SAVINGS               VALUE "S".
      88 APY-BANK-ACCT-TYPE-VALID       VALUE "C" "S".
   05 APY-ENROLLED-DATE                 PIC X(10).
   05 APY-ENROLLED-BY                   PIC X(08).
   05 APY-LAST-DRAFT-DATE               PIC X(08).
   05 APY-LAST-DRAFT-AMOUNT             PIC S9(09)V99 COMP-3.
   05 APY-LAST-CONFIRMATION-NUM         PIC X(16).
