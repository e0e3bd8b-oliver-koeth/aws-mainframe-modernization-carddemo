01 CHANGE-LOG-RECORD.
   05 CHG-TIMESTAMP                     PIC X(26).
   05 CHG-USER-ID                       PIC X(08).
   05 CHG-PROGRAM                       PIC X(08).
   05 CHG-FILE                          PIC X(08).
      88 CHG-FILE-ACCTDAT               VALUE "ACCTDAT".
      88 CHG-FILE-CARDDAT               VALUE "CARDDAT".
      88 CHG-FILE-CUSTDAT               VALUE "CUSTDAT".
      88 CHG-FILE-USRSEC                VALUE "USRSEC".
      88 CHG-FILE-AUTOPAY               VALUE "AUTOPAY".
      88 CHG-FILE-CATMAST               VALUE "CATMAST".
   05 CHG-ACTION                        PIC X(06).
      88 CHG-ACTION-ADD                 VALUE "ADD".
      88 CHG-ACTION-CHANGE              VALUE "CHANGE".
      88 CHG-ACTION-DELETE              VALUE "DELETE".
   05 CHG-KEY                           PIC X(16).
   05 CHG-FIELD                         PIC X(30).
   05 CHG-BEFORE                        PIC X(50).
   05 CHG-AFTER                         PIC X(50).
