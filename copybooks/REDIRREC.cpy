      *----------------------------------------------------------*
      * REDIRREC - STRUCTURED LAYOUT OF THE 80-BYTE REDIRECT LOG *
      *            RECORD. MSGRELAY WRITES ONE PER LOGICAL       *
      *            MESSAGE THAT ARRIVED UNDER A RETIRED (MERGED) *
      *            ACCOUNT ID AND WAS RE-ADDRESSED TO THE        *
      *            SUCCESSOR, WHATEVER ITS LATER DISPOSITION.    *
      *            RDR-SENDER-ID IS THE SENDER BATCH THE MESSAGE *
      *            RODE IN ON, SPACES FOR TRAFFIC OUTSIDE A      *
      *            SENDER BATCH. MSGREDIR READS THE ROLLING      *
      *            GENERATIONS TO SHOW WHO STILL USES OLD IDS.   *
      *----------------------------------------------------------*
           05  RDR-RUN-ID.
               10  RDR-RUN-DATE       PIC 9(8).
               10  RDR-RUN-TIME       PIC 9(6).
           05  RDR-SENDER-ID          PIC X(8).
           05  RDR-RETIRED-ID         PIC X(10).
           05  RDR-SUCCESSOR-ID       PIC X(10).
           05  RDR-MSG-TYPE           PIC X(4).
           05  FILLER                 PIC X(34).
