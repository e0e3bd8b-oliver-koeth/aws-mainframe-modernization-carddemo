01 DISPUTE-CASE-RECORD.
   05 DSP-CASE-ID                       PIC X(16).
   05 DSP-TRAN-ID                       PIC X(16).
   05 DSP-CARD-NUM                      PIC 9(16).
   05 DSP-ACCT-ID                       PIC 9(11).
   05 DSP-REASON-CODE                   PIC X(04).
      88 DSP-REASON-WRONG-AMOUNT        VALUE "AMNT".
      88 DSP-REASON-DUPLICATE           VALUE "DUPL".
      88 DSP-REASON-NOT-RECEIVED        VALUE "NREC".
      88 DSP-REASON-UNAUTHORIZED        VALUE "UNAU".
      88 DSP-REASON-VALID               VALUES "AMNT" "DUPL"
                                               "NREC" "UNAU".
   05 DSP-AMOUNT                        PIC S9(09)V99 COMP-3.
   05 DSP-STATUS                        PIC X(01).
      88 DSP-STATUS-OPEN                VALUE "O".
      88 DSP-STATUS-WON                 VALUE "W".
      88 DSP-STATUS-LOST                VALUE "L".
      88 DSP-STATUS-FINALIZED           VALUE "F".
      88 DSP-STATUS-REVERSED            VALUE "R".
      88 DSP-STATUS-CLOSED              VALUES "F" "R".
   05 DSP-OPEN-DATE                     PIC X(10).
   05 DSP-DEADLINE-DATE                 PIC X(10).
   05 DSP-RESOLVED-DATE                 PIC X(10).
   05 DSP-OPENED-BY                     PIC X(08).
   05 DSP-RESOLVED-BY                   PIC X(08).
   05 DSP-PROV-TRAN-ID                  PIC X(16).
   05 DSP-REVERSAL-TRAN-ID              PIC X(16).
   05 DSP-NOTE                          PIC X(40).
