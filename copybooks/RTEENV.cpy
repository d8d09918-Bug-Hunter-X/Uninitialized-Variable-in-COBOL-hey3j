      *----------------------------------------------------------*
      * RTEENV - STRUCTURED LAYOUT OF THE 100-BYTE TRANSMISSION  *
      *          ENVELOPE RECORD. MSGRELAY OPENS EVERY ROUTEnn   *
      *          AND ROUTECA DESTINATION FILE WITH AN RTEHDR     *
      *          HEADER AND CLOSES IT WITH AN RTETRL TRAILER     *
      *          CARRYING THE RECORD COUNT AND HASH TOTAL OF THE *
      *          DETAIL RECORDS BETWEEN THEM, AND WRITES ONE     *
      *          RTEMAN RECORD PER DESTINATION TO THE NIGHTLY    *
      *          TRANSMISSION MANIFEST WITH THE SAME TOTALS.     *
      *                                                          *
      *          THE HASH TOTAL IS THE SUM OF THE ACCOUNT IDS    *
      *          (COLS 5-14 OF EACH DETAIL RECORD) READ AS       *
      *          10-DIGIT NUMBERS; AN ID THAT IS NOT ALL DIGITS  *
      *          ADDS NOTHING. CONTINUATION SEGMENTS ARE DETAIL  *
      *          RECORDS LIKE ANY OTHER.                         *
      *                                                          *
      *          THE DOWNSTREAM SHOP RETURNS ONE ACKTOT RECORD   *
      *          PER DESTINATION FILE IN THE ACK FILE, IN THIS   *
      *          SAME LAYOUT, CARRYING THE RUN ID FROM THE       *
      *          HEADER IT RECEIVED AND THE COUNT AND HASH TOTAL *
      *          IT ACKNOWLEDGES; MSGACK CHECKS THEM AGAINST THE *
      *          MANIFEST.                                       *
      *----------------------------------------------------------*
           05  ENV-RECORD-TYPE        PIC X(6).
               88  ENV-HEADER                VALUE 'RTEHDR'.
               88  ENV-TRAILER               VALUE 'RTETRL'.
               88  ENV-MANIFEST              VALUE 'RTEMAN'.
               88  ENV-ACK-TOTAL             VALUE 'ACKTOT'.
           05  ENV-DEST-ID            PIC X(2).
           05  ENV-DD-NAME            PIC X(8).
           05  ENV-RUN-ID.
               10  ENV-RUN-DATE       PIC 9(8).
               10  ENV-RUN-TIME       PIC 9(6).
           05  ENV-RECORD-COUNT       PIC 9(9).
           05  ENV-HASH-TOTAL         PIC 9(15).
           05  FILLER                 PIC X(46).
