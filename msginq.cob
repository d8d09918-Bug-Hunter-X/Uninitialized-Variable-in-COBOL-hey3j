      * WHOSE RUN DATE FALLS IN THE RANGE, SHOWING THE MESSAGE   *
      * TYPE, THE RUN IT WAS PROCESSED IN, AND ITS FINAL         *
      * DISPOSITION (RELAYED, REJECTED WITH REASON, DUPLICATE).  *
      *                                                          *
      * RECORDS OLDER THAN THE RETENTION PERIOD ARE OFFLOADED BY *
      * AUDPURGE TO THE AUDIT HISTORY GDG. WHEN THE RANGE STARTS *
      * BEFORE THE CUTOFF RECORDED ON AUDCUT, THE HISTORY        *
      * GENERATIONS (CONCATENATED ON AUDHIST) ARE SEARCHED FIRST *
      * AND THEIR MATCHES PRINTED AHEAD OF THE KSDS MATCHES,     *
      * MARKED "HISTORY".                                        *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT INQOUT-FILE ASSIGN TO "INQOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INQOUT-STATUS.
           SELECT OPTIONAL AUDCUT-FILE ASSIGN TO "AUDCUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDCUT-STATUS.
           SELECT OPTIONAL AUDHIST-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  INQOUT-RECORD              PIC X(132).

       FD  AUDCUT-FILE
           RECORDING MODE IS F.
       01  AUDCUT-RECORD.
           COPY AUDCUT.

       FD  AUDHIST-FILE
           RECORDING MODE IS F.
       01  AUDHIST-RECORD             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-AUDIT-EOF-SWITCH    PIC X VALUE 'N'.
               88  WS-AUDIT-EOF              VALUE 'Y'.
           05  WS-AUDHIST-EOF-SWITCH  PIC X VALUE 'N'.
               88  WS-AUDHIST-EOF            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MATCH-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-HISTORY-MATCH-COUNT PIC 9(9) VALUE ZERO.

       01  WS-INQUIRY-FIELDS.
           05  WS-INQ-ACCOUNT         PIC X(10) VALUE SPACES.
           05  WS-INQ-FROM-DATE       PIC X(8) VALUE SPACES.
           05  WS-INQ-TO-DATE         PIC X(8) VALUE SPACES.
           05  WS-CUTOFF-DATE         PIC X(8) VALUE SPACES.

       01  WS-FILE-STATUSES.
           05  WS-AUDIT-STATUS        PIC XX VALUE SPACES.
           05  WS-INQOUT-STATUS       PIC XX VALUE SPACES.
           05  WS-AUDCUT-STATUS       PIC XX VALUE SPACES.
           05  WS-AUDHIST-STATUS      PIC XX VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                 PIC X(20)
           05  DTL-DISPOSITION        PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DTL-REASON             PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DTL-SOURCE             PIC X(7) VALUE SPACES.
           05  FILLER                 PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(18)
           MOVE WS-HEADING-LINE TO INQOUT-RECORD
           WRITE INQOUT-RECORD

           PERFORM 0500-READ-CUTOFF
           IF WS-CUTOFF-DATE NOT = SPACES
              AND WS-INQ-FROM-DATE < WS-CUTOFF-DATE
               PERFORM 3000-SEARCH-HISTORY
           END-IF

           PERFORM 1000-POSITION-TO-ACCOUNT
           PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-FILE NEXT RECORD
           CLOSE INQOUT-FILE
           GOBACK.

       0500-READ-CUTOFF.
           OPEN INPUT AUDCUT-FILE
           IF WS-AUDCUT-STATUS = "00"
               READ AUDCUT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AUC-CUTOFF-DATE IS NUMERIC
                           MOVE AUC-CUTOFF-DATE TO WS-CUTOFF-DATE
                       END-IF
               END-READ
           END-IF
           IF WS-AUDCUT-STATUS = "00"
              OR WS-AUDCUT-STATUS = "05"
              OR WS-AUDCUT-STATUS = "10"
               CLOSE AUDCUT-FILE
           END-IF.

       1000-POSITION-TO-ACCOUNT.
           MOVE LOW-VALUES TO AUD-KEY
           MOVE WS-INQ-ACCOUNT TO AUD-ACCOUNT-ID
                   WRITE INQOUT-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * THE HISTORY GENERATIONS ARE NOT KEYED, SO EVERY          *
      * OFFLOADED RECORD IS READ AND MATCHED ON ACCOUNT AND DATE *
      * RANGE.                                                   *
      * EACH RECORD IS MOVED INTO THE AUDIT RECORD AREA SO THE   *
      * SAME DETAIL LINE IS BUILT FOR BOTH SOURCES; THE KSDS IS  *
      * NOT POSITIONED UNTIL THIS PASS IS COMPLETE.              *
      *----------------------------------------------------------*
       3000-SEARCH-HISTORY.
           DISPLAY "MSGINQ - RANGE STARTS BEFORE AUDIT CUTOFF "
               WS-CUTOFF-DATE ", SEARCHING OFFLOADED HISTORY"
           OPEN INPUT AUDHIST-FILE
           IF WS-AUDHIST-STATUS NOT = "00"
               DISPLAY "MSGINQ WARNING - UNABLE TO OPEN AUDHIST, "
                   "STATUS=" WS-AUDHIST-STATUS ", RECORDS BEFORE "
                   WS-CUTOFF-DATE " NOT SEARCHED"
               MOVE 4 TO RETURN-CODE
               IF WS-AUDHIST-STATUS = "05"
                   CLOSE AUDHIST-FILE
               END-IF
           ELSE
               MOVE "HISTORY" TO DTL-SOURCE
               PERFORM UNTIL WS-AUDHIST-EOF
                   READ AUDHIST-FILE
                       AT END
                           SET WS-AUDHIST-EOF TO TRUE
                       NOT AT END
                           MOVE AUDHIST-RECORD TO AUDIT-RECORD
                           IF AUD-ACCOUNT-ID = WS-INQ-ACCOUNT
                               PERFORM 2000-REPORT-MATCH
                           END-IF
                   END-READ
               END-PERFORM
               MOVE SPACES TO DTL-SOURCE
               CLOSE AUDHIST-FILE
               MOVE WS-MATCH-COUNT TO WS-HISTORY-MATCH-COUNT
               DISPLAY "MSGINQ - " WS-HISTORY-MATCH-COUNT
                   " MATCHES FOUND IN OFFLOADED HISTORY"
           END-IF.
