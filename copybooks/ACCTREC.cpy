      *           USED TO VALIDATE MSG-ACCOUNT-ID AT RELAY TIME  *
      *           SO UNKNOWN/CLOSED/FROZEN ACCOUNTS ARE CAUGHT   *
      *           BEFORE THE DOWNSTREAM SYSTEM BOUNCES THEM.     *
      *           A CLOSED ACCOUNT MERGED INTO ANOTHER (ACCTUPD  *
      *           ACTION M) CARRIES ITS SUCCESSOR AND THE MERGE  *
      *           EFFECTIVE DATE; MSGRELAY RELAYS TRAFFIC STILL  *
      *           SENT UNDER THE RETIRED ID AS THE SUCCESSOR.    *
      *           ACCT-DAILY-QUOTA (ACCTUPD ACTION Q) CAPS THE   *
      *           MESSAGES MSGRELAY RELAYS FOR THE ACCOUNT IN    *
      *           ONE NIGHT; THE OVERFLOW GOES TO MSGHOLD FOR    *
      *           THE NEXT NIGHT. ZERO OR SPACES MEANS NO QUOTA. *
      *----------------------------------------------------------*
           05  ACCT-ID                PIC X(10).
           05  ACCT-STATUS            PIC X(1).
               88  ACCT-CLOSED               VALUE 'C'.
               88  ACCT-FROZEN               VALUE 'F'.
           05  ACCT-NAME              PIC X(30).
           05  ACCT-SUCCESSOR-ID      PIC X(10).
           05  ACCT-MERGE-DATE        PIC X(8).
           05  ACCT-DAILY-QUOTA       PIC 9(7).
           05  FILLER                 PIC X(14).
