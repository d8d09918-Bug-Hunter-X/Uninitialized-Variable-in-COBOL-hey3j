      *----------------------------------------------------------*
      * CASEREC - STRUCTURED LAYOUT OF THE 400-BYTE REJECT CASE  *
      *           RECORD (VSAM KSDS KEYED ON CAS-KEY). ONE CASE  *
      *           IS OPENED FOR EVERY MSGRELAY REJECT AND EVERY  *
      *           MSGACK NAK, KEYED BY THE SOURCE, THE RUN ID ON *
      *           THE HDRREC HEADER OF THE ERROUT OR NAKOUT      *
      *           GENERATION AND THE RECORD NUMBER AFTER THAT    *
      *           HEADER - THE SAME NUMBER MSGFIX CORRECTIONS    *
      *           USE. CONTINUATION RECORDS RIDE WITH THEIR      *
      *           FIRST SEGMENT'S CASE, AND DUPLICATES OPEN NO   *
      *           CASE UNLESS THEY ARE A RESUBMITTED REJECT.     *
      *                                                          *
      *           LIFE CYCLE: OPEN -> REPAIRED (MSGFIX CHANGED   *
      *           THE IMAGE) OR RESUBMITTED (UNCHANGED) OR       *
      *           WRITTEN OFF (MSGFIX ACTION W). THE NEXT        *
      *           MSGRELAY RUN THAT SEES CAS-FIX-IMAGE ARRIVE    *
      *           MARKS THE CASE RELAYED, OR REJECTED AGAIN WITH *
      *           CAS-NEXT-KEY POINTING AT THE NEW CASE, WHICH   *
      *           INHERITS CAS-FIRST-DATE SO AGING COUNTS FROM   *
      *           THE FIRST REJECT. MSGCASE AGES THE OPEN CASES  *
      *           AND PURGES CLOSED ONES.                        *
      *----------------------------------------------------------*
           05  CAS-KEY.
               10  CAS-SOURCE         PIC X(1).
                   88  CAS-FROM-RELAY        VALUE 'R'.
                   88  CAS-FROM-NAK          VALUE 'N'.
               10  CAS-GEN-ID         PIC X(14).
               10  CAS-RECNO          PIC 9(9).
           05  CAS-STATUS             PIC X(1).
               88  CAS-OPEN                  VALUE 'O'.
               88  CAS-REPAIRED              VALUE 'P'.
               88  CAS-RESUBMITTED           VALUE 'S'.
               88  CAS-RELAYED               VALUE 'L'.
               88  CAS-WRITTEN-OFF           VALUE 'W'.
               88  CAS-REJECTED-AGAIN        VALUE 'A'.
               88  CAS-AWAITING-RELAY        VALUE 'P' 'S'.
               88  CAS-CLOSED                VALUE 'L' 'W' 'A'.
           05  CAS-REASON             PIC X(20).
           05  CAS-IMAGE              PIC X(100).
           05  CAS-FIX-IMAGE          PIC X(100).
           05  CAS-OPEN-DATE          PIC 9(8).
           05  CAS-FIRST-DATE         PIC 9(8).
           05  CAS-STATUS-DATE        PIC 9(8).
           05  CAS-PRIOR-KEY          PIC X(24).
           05  CAS-NEXT-KEY           PIC X(24).
           05  CAS-NOTE               PIC X(40).
           05  FILLER                 PIC X(43).
