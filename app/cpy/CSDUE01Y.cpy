01 ACCOUNT-DUE-RECORD.
   05 DUE-ACCT-ID                       PIC 9(11).
   05 DUE-CYCLE-DATE                    PIC X(08).
   05 DUE-STMT-BALANCE                  PIC S9(09)V99 COMP-3.
   05 DUE-MIN-DUE                       PIC S9(09)V99 COMP-3.
   05 DUE-PAST-DUE-AMOUNT               PIC S9(09)V99 COMP-3.
   05 DUE-DUE-DATE                      PIC X(08).
   05 DUE-DELINQ-SINCE                  PIC X(08).
   05 DUE-PAID-SINCE-CYCLE              PIC S9(09)V99 COMP-3.
   05 DUE-DAYS-PAST-DUE                 PIC 9(04).
   05 DUE-BUCKET                        PIC 9(03).
      88 DUE-BUCKET-CURRENT             VALUE 000.
      88 DUE-BUCKET-1-29                VALUE 001.
      88 DUE-BUCKET-30                  VALUE 030.
      88 DUE-BUCKET-60                  VALUE 060.
      88 DUE-BUCKET-90                  VALUE 090.
      88 DUE-BUCKET-120                 VALUE 120.
      88 DUE-BUCKET-VALID               VALUE 000 001 030 060 090 120.
   05 DUE-AGED-DATE                     PIC X(08).
   05 DUE-AGED-PAST-DUE                 PIC S9(09)V99 COMP-3.
