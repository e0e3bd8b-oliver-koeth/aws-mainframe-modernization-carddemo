01 RETURNED-PAYMENT-RECORD.
   05 NSF-ACCT-ID                       PIC 9(11).
   05 NSF-CONFIRMATION-NUM              PIC X(16).
   05 NSF-PAYMENT-DATE                  PIC X(08).
   05 NSF-AMOUNT                        PIC S9(09)V99.
   05 NSF-RETURN-DATE                   PIC X(08).
   05 NSF-REASON-CODE                   PIC X(03).
   05 NSF-REVERSAL-CONF-NUM             PIC X(16).
   05 NSF-FEE-TRAN-ID                   PIC X(16).
   05 NSF-REPEAT-FLAG                   PIC X(01).
      88 NSF-REPEAT-RETURN              VALUE "Y".
   05 NSF-PROCESSED-TIMESTAMP           PIC X(26).
