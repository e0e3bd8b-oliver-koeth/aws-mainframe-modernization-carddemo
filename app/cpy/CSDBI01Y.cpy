01 DEBIT-INSTRUCTION-RECORD.
   05 DBI-RECORD-TYPE                   PIC X(01).
      88 DBI-TYPE-HEADER                VALUE "H".
      88 DBI-TYPE-DETAIL                VALUE "D".
      88 DBI-TYPE-TRAILER               VALUE "T".
   05 DBI-RECORD-DATA                   PIC X(99).
   05 DBI-HEADER-DATA REDEFINES DBI-RECORD-DATA.
      10 DBI-EFFECTIVE-DATE             PIC X(08).
      10 DBI-CREATED-TIMESTAMP          PIC X(26).
      10 FILLER                         PIC X(65).
   05 DBI-DETAIL-DATA REDEFINES DBI-RECORD-DATA.
      10 DBI-BANK-ROUTING               PIC X(09).
      10 DBI-BANK-ACCOUNT               PIC X(17).
      10 DBI-BANK-ACCT-TYPE             PIC X(01).
      10 DBI-AMOUNT                     PIC 9(09)V99.
      10 DBI-CONFIRMATION-NUM           PIC X(16).
      10 DBI-ACCT-ID                    PIC 9(11).
      10 DBI-NAME                       PIC X(30).
      10 FILLER                         PIC X(04).
   05 DBI-TRAILER-DATA REDEFINES DBI-RECORD-DATA.
      10 DBI-RECORD-COUNT               PIC 9(09).
      10 DBI-HASH-TOTAL                 PIC 9(13)V99.
      10 FILLER                         PIC X(75).
