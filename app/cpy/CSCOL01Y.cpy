01 COLLECTIONS-WORK-RECORD.
   05 COL-ACCT-ID                       PIC 9(11).
   05 COL-STATUS                        PIC X(01).
      88 COL-STATUS-OPEN                VALUE "O".
      88 COL-STATUS-CURED               VALUE "C".
   05 COL-CUST-ID                       PIC 9(09).
   05 COL-CUST-NAME                     PIC X(30).
   05 COL-DAYS-PAST-DUE                 PIC 9(04).
   05 COL-BUCKET                        PIC 9(03).
   05 COL-AMOUNT-PAST-DUE               PIC S9(09)V99 COMP-3.
   05 COL-CURR-BAL                      PIC S9(09)V99 COMP-3.
   05 COL-OLDEST-DUE-DATE               PIC X(08).
   05 COL-CARDS-BLOCKED                 PIC X(01).
      88 COL-CARDS-ARE-BLOCKED          VALUE "Y".
   05 COL-ADDED-DATE                    PIC X(08).
   05 COL-UPDATED-DATE                  PIC X(08).
   05 COL-NOTE-TEXT                     PIC X(60).
   05 COL-NOTE-USER                     PIC X(08).
   05 COL-NOTE-TIMESTAMP                PIC X(26).
   05 COL-FOLLOW-UP-DATE                PIC X(08).
