      88 FRW-RULE-DUPLICATE             VALUE "DUPTRAN".
      88 FRW-RULE-VELOCITY              VALUE "VELOCITY".
      88 FRW-RULE-BIG-HOLD              VALUE "BIGHOLD".
      88 FRW-RULE-LOST-STOLEN           VALUE "LOSTSTLN".
   05 FRW-SCORE                         PIC 9(03).
   05 FRW-AMOUNT                        PIC S9(09)V99.
   05 FRW-DETAIL                        PIC X(40).
