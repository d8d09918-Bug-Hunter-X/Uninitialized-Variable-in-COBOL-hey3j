      *----------------------------------------------------------*
      * RTNREC - STRUCTURED LAYOUT OF THE 220-BYTE SENDER RETURN *
      *          RECORD. MSGRTN SPLITS THE NIGHT'S ERROUT AND    *
      *          NAKOUT INTO ONE RETURN FILE PER REGISTERED      *
      *          SENDER (RETURN01-08) AND A CATCH-ALL FILE       *
      *          (RETURNCA) FOR TRAFFIC FROM NO SENDER BATCH OR  *
      *          AN UNREGISTERED SENDER. EACH FILE OPENS WITH AN *
      *          RTNHDR HEADER, HOLDS ONE RTNDTL RECORD PER      *
      *          REJECT OR NAK AND CLOSES WITH AN RTNTRL TRAILER *
      *          CARRYING THE COUNT OF DETAIL RECORDS.           *
      *                                                          *
      *          RTN-SOURCE, RTN-GEN-ID AND RTN-RECNO ARE THE    *
      *          REJECT CASE KEY (SEE CASEREC), SO A SENDER CAN  *
      *          QUOTE THEM WHEN A CORRECTION IS SENT BACK.      *
      *          RTN-BATCH-DATE AND RTN-BATCH-SEQ GIVE THE DATE  *
      *          OF THE SENDER'S BHDREC BATCH AND THE RECORD'S   *
      *          POSITION AMONG ITS DETAIL RECORDS; BOTH ARE     *
      *          ZERO WHEN THE SENDER IS NOT KNOWN.              *
      *----------------------------------------------------------*
           05  RTN-RECORD-TYPE        PIC X(6).
               88  RTN-HEADER                VALUE 'RTNHDR'.
               88  RTN-DETAIL                VALUE 'RTNDTL'.
               88  RTN-TRAILER               VALUE 'RTNTRL'.
           05  RTN-SENDER-ID          PIC X(8).
           05  RTN-BODY               PIC X(206).
           05  RTN-HEADER-BODY REDEFINES RTN-BODY.
               10  RTN-FILE-ID        PIC X(2).
               10  RTN-RETURN-DATE    PIC 9(8).
               10  RTN-RETURN-TIME    PIC 9(6).
               10  FILLER             PIC X(190).
           05  RTN-DETAIL-BODY REDEFINES RTN-BODY.
               10  RTN-SOURCE         PIC X(1).
                   88  RTN-FROM-RELAY        VALUE 'R'.
                   88  RTN-FROM-NAK          VALUE 'N'.
               10  RTN-GEN-ID         PIC X(14).
               10  RTN-RECNO          PIC 9(9).
               10  RTN-BATCH-DATE     PIC 9(8).
               10  RTN-BATCH-SEQ      PIC 9(9).
               10  RTN-REASON-CODE    PIC X(20).
               10  RTN-REASON-TEXT    PIC X(45).
               10  RTN-IMAGE          PIC X(100).
           05  RTN-TRAILER-BODY REDEFINES RTN-BODY.
               10  RTN-DETAIL-COUNT   PIC 9(9).
               10  RTN-REJECT-COUNT   PIC 9(9).
               10  RTN-NAK-COUNT      PIC 9(9).
               10  FILLER             PIC X(179).
