01 REWARDS-PARM-RECORD.
   05 RWP-REC-TYPE                      PIC X(01).
      88 RWP-CONTROL-REC                VALUE "C".
      88 RWP-RATE-REC                   VALUE "R".
   05 RWP-RATE-DATA.
      10 RWP-CATEGORY                   PIC X(10).
         88 RWP-DEFAULT-CATEGORY        VALUE "*".
      10 RWP-POINTS-PER-DOLLAR          PIC 9(02)V99.
   05 RWP-CONTROL-DATA REDEFINES RWP-RATE-DATA.
      10 RWP-EXPIRY-MONTHS              PIC 9(03).
      10 RWP-POINT-VALUE                PIC 9(01)V9(04).
      10 RWP-MIN-REDEEM                 PIC 9(06).
