      10 CDEMO-LAST-MAPSET             PIC X(07).
      10 CDEMO-LAST-OPTION             PIC 9(02).
      10 CDEMO-CONFIRMATION-NUM        PIC X(16).
      10 CDEMO-TRAN-ID                 PIC X(16).
