01 BUREAU-RECORD.
   05 CBR-RECORD-TYPE                   PIC X(01).
      88 CBR-TYPE-HEADER                VALUE "H".
      88 CBR-TYPE-DETAIL                VALUE "D".
      88 CBR-TYPE-TRAILER               VALUE "T".
   05 CBR-RECORD-DATA                   PIC X(249).
   05 CBR-HEADER-DATA REDEFINES CBR-RECORD-DATA.
      10 CBR-REPORTER-ID                PIC X(10).
      10 CBR-REPORTER-NAME              PIC X(30).
      10 CBR-ACTIVITY-DATE              PIC X(08).
      10 CBR-CREATED-TIMESTAMP          PIC X(26).
      10 FILLER                         PIC X(175).
   05 CBR-DETAIL-DATA REDEFINES CBR-RECORD-DATA.
      10 CBR-ACCT-ID                    PIC 9(11).
      10 CBR-OPEN-DATE                  PIC X(08).
      10 CBR-CREDIT-LIMIT               PIC 9(09).
      10 CBR-CURRENT-BALANCE            PIC 9(09).
      10 CBR-AMOUNT-PAST-DUE            PIC 9(09).
      10 CBR-CYCLE-PAYMENT              PIC 9(09).
      10 CBR-PAYMENT-STATUS             PIC X(02).
         88 CBR-STATUS-CURRENT          VALUE "11".
         88 CBR-STATUS-PAID-CLOSED      VALUE "13".
         88 CBR-STATUS-30-DAYS          VALUE "71".
         88 CBR-STATUS-60-DAYS          VALUE "78".
         88 CBR-STATUS-90-DAYS          VALUE "80".
         88 CBR-STATUS-120-DAYS         VALUE "82".
      10 CBR-DAYS-PAST-DUE              PIC 9(04).
      10 CBR-CLOSED-INDICATOR           PIC X(01).
         88 CBR-ACCOUNT-CLOSED          VALUE "Y".
         88 CBR-ACCOUNT-OPEN            VALUE "N".
      10 CBR-SSN                        PIC 9(09).
      10 CBR-LAST-NAME                  PIC X(25).
      10 CBR-FIRST-NAME                 PIC X(25).
      10 CBR-MIDDLE-NAME                PIC X(25).
      10 CBR-ADDR-LINE1                 PIC X(30).
      10 CBR-ADDR-LINE2                 PIC X(30).
      10 CBR-CITY                       PIC X(20).
      10 CBR-STATE                      PIC X(02).
      10 CBR-ZIP                        PIC X(10).
      10 FILLER                         PIC X(11).
   05 CBR-TRAILER-DATA REDEFINES CBR-RECORD-DATA.
      10 CBR-RECORD-COUNT               PIC 9(09).
      10 CBR-BALANCE-TOTAL              PIC 9(13).
      10 CBR-PAST-DUE-COUNT             PIC 9(09).
      10 CBR-CLOSED-COUNT               PIC 9(09).
      10 FILLER                         PIC X(209).
