      *----------------------------------------------------------*
      * ORIGREC - STRUCTURED LAYOUT OF THE 50-BYTE MESSAGE       *
      *           ORIGIN RECORD. IT CARRIES THE SENDER IDENTITY  *
      *           OF A RECORD ON A STREAM WHOSE OWN LAYOUT HAS   *
      *           NO ROOM FOR IT, KEYED LIKE CAS-KEY: THE SOURCE *
      *           STREAM, THE HDRREC RUN ID OF THE GENERATION    *
      *           AND THE RECORD NUMBER AFTER THAT HEADER.       *
      *                                                          *
      *           MSGRELAY WRITES AN R RECORD FOR EVERY ERROUT   *
      *           DETAIL RECORD AND AN M RECORD FOR EVERY MSGOUT *
      *           DETAIL RECORD; MSGACK CARRIES THE M ORIGIN ON  *
      *           ITS PENDING ITEMS AND WRITES AN N RECORD FOR   *
      *           EVERY NAKOUT DETAIL RECORD. RECORDS ARE IN     *
      *           RECORD-NUMBER ORDER WITHIN EACH SOURCE.        *
      *                                                          *
      *           ORG-SENDER-ID AND ORG-BATCH-DATE COME FROM THE *
      *           BHDREC HEADER OF THE SENDER BATCH THE RECORD   *
      *           RODE IN ON, AND ORG-BATCH-SEQ IS THE RECORD'S  *
      *           POSITION AMONG THE DETAIL RECORDS OF THAT      *
      *           BATCH. TRAFFIC OUTSIDE ANY SENDER BATCH HAS A  *
      *           BLANK SENDER AND A ZERO BATCH DATE, AND ITS    *
      *           POSITION COUNTS FROM THE LAST BATCH BOUNDARY   *
      *           (OR THE START OF MSGIN).                       *
      *----------------------------------------------------------*
           05  ORG-KEY.
               10  ORG-SOURCE         PIC X(1).
                   88  ORG-FROM-RELAY        VALUE 'R'.
                   88  ORG-FROM-NAK          VALUE 'N'.
                   88  ORG-RELAYED           VALUE 'M'.
               10  ORG-GEN-ID         PIC X(14).
               10  ORG-RECNO          PIC 9(9).
           05  ORG-SENDER-ID          PIC X(8).
               88  ORG-NO-SENDER             VALUE SPACES.
           05  ORG-BATCH-DATE         PIC 9(8).
           05  ORG-BATCH-SEQ          PIC 9(9).
           05  FILLER                 PIC X(1).
