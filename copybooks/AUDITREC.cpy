      *            MSGRELAY WRITES ONE RECORD PER LOGICAL INPUT  *
      *            MESSAGE SHOWING ITS FINAL DISPOSITION; MSGINQ *
      *            ANSWERS ACCOUNT/DATE-RANGE INQUIRIES FROM IT. *
      *            A MESSAGE SENT UNDER A RETIRED (MERGED)       *
      *            ACCOUNT ID IS AUDITED UNDER ITS SUCCESSOR,    *
      *            WITH THE ID IT ARRIVED UNDER IN               *
      *            AUD-ORIG-ACCOUNT-ID (SPACES OTHERWISE).       *
      *----------------------------------------------------------*
           05  AUD-KEY.
               10  AUD-ACCOUNT-ID     PIC X(10).
           05  AUD-DISPOSITION        PIC X(10).
           05  AUD-REASON             PIC X(20).
           05  AUD-PRIORITY           PIC X(1).
           05  AUD-ORIG-ACCOUNT-ID    PIC X(10).
           05  FILLER                 PIC X(8).
