01 RATE-PARM-RECORD.
   05 RTP-MONTHLY-INT-RATE              PIC 9(02)V9(04).
   05 RTP-LATE-FEE-AMOUNT               PIC 9(05)V99.
   05 RTP-RETURN-FEE-AMOUNT             PIC 9(05)V99.
   05 RTP-CASH-INT-RATE                 PIC 9(02)V9(04).
   05 RTP-CASH-ADV-FEE-AMOUNT           PIC 9(05)V99.
   05 RTP-CASH-ADV-FEE-PCT              PIC 9(02)V99.
