      * UNMATCHED ITEMS FORWARD IN A PENDING-ACK DATASET ACROSS  *
      * NIGHTS, AND PRODUCES AN AGING REPORT (1 DAY / 2 DAYS /   *
      * 3+ DAYS UNACKNOWLEDGED) SO OPS CAN CHASE THE DOWNSTREAM  *
      * BEFORE THE BUSINESS DOES. AGES ARE IN BUSINESS DAYS -    *
      * WEEKENDS AND HOLCAL HOLIDAYS DO NOT COUNT, SO A QUIET    *
      * DOWNSTREAM OVER A LONG WEEKEND IS NOT REPORTED AS 3+.    *
      *                                                          *
      * FOR SEGMENTED MESSAGES THE FIRST SEGMENT RECORD IS THE   *
      * MATCH IMAGE; CONTINUATION RECORDS RIDE ALONG AND ARE     *
      * NAKOUT IN ERROUT FORMAT (ERR-REASON "NAK " PLUS THE      *
      * REASON CODE, THEN THE 100-BYTE IMAGE) SO THE MSGFIX      *
      * REPAIR AND MSGERRPT REPORTING STREAMS PICK UP DOWNSTREAM *
      * BOUNCES LIKE ANY MSGRELAY REJECT. LIKE ERROUT, NAKOUT    *
      * STARTS WITH AN HDRREC HEADER CARRYING THE RUN DATE.      *
      * EACH NAK ALSO OPENS A CASE ON THE REJCASE INVENTORY      *
      * (CASEREC COPYBOOK), KEYED BY THE NAKOUT HEADER DATE AND  *
      * TIME AND THE NAK'S RECORD NUMBER AFTER THE HEADER, SO    *
      * MSGFIX AND MSGCASE FOLLOW IT LIKE A MSGRELAY REJECT.     *
      *                                                          *
      * THE ACK FILE ALSO CARRIES ONE ACKTOT RECORD PER ROUTEnn  *
      * OR ROUTECA FILE RECEIVED (RTEENV LAYOUT: RUN ID FROM THE *
      * FILE'S HEADER, ACKNOWLEDGED RECORD COUNT AND ACCOUNT ID  *
      * HASH TOTAL). THESE ARE NOT ACKS; THEY ARE CHECKED        *
      * AGAINST THE TRANSMISSION MANIFEST MSGRELAY WROTE, AND    *
      * EVERY DESTINATION WHOSE ACKNOWLEDGED TOTALS DO NOT AGREE *
      * WITH WHAT WAS SENT - OR THAT RETURNED NO TOTALS AT ALL - *
      * IS LISTED ON THE REPORT AND FLAGS THE RUN FOR ATTENTION. *
      *                                                          *
      * EVERY PENDING ITEM CARRIES THE SENDER BATCH ORIGIN OF    *
      * THE MESSAGE (ORIGREC COPYBOOK), TAKEN FROM THE M RECORDS *
      * MSGRELAY WROTE ALONGSIDE MSGOUT, AND EACH NAK WRITES AN  *
      * N ORIGIN RECORD TO NAKORIG UNDER ITS NAKOUT RECORD       *
      * NUMBER SO THE BOUNCE CAN BE RETURNED TO ITS SENDER. A    *
      * NAK THAT MATCHES NOTHING PENDING HAS NO SENDER.          *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT OPTIONAL HOLCAL-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLCAL-STATUS.
           SELECT OPTIONAL MANIFEST-FILE ASSIGN TO "MANIFEST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT OPTIONAL ORIGIN-FILE ASSIGN TO "ORIGIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORIGIN-STATUS.
           SELECT NAKORIG-FILE ASSIGN TO "NAKORIG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NAKORIG-STATUS.
           SELECT REJCASE-FILE ASSIGN TO "REJCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAS-KEY
               FILE STATUS IS WS-REJCASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  PIN-FIRST-DATE         PIC 9(8).
           05  PIN-IMAGE              PIC X(100).
           05  FILLER                 PIC X(2).
           05  PIN-ORIGIN.
               10  PIN-SENDER-ID      PIC X(8).
               10  PIN-BATCH-DATE     PIC 9(8).
               10  PIN-BATCH-SEQ      PIC 9(9).
           05  FILLER                 PIC X(5).

       FD  PENDOUT-FILE
           RECORDING MODE IS F.
           05  POUT-FIRST-DATE        PIC 9(8).
           05  POUT-IMAGE             PIC X(100).
           05  FILLER                 PIC X(2).
           05  POUT-ORIGIN.
               10  POUT-SENDER-ID     PIC X(8).
               10  POUT-BATCH-DATE    PIC 9(8).
               10  POUT-BATCH-SEQ     PIC 9(9).
           05  FILLER                 PIC X(5).

       FD  ACKRPT-FILE
           RECORDING MODE IS F.
       01  RUNCTL-RECORD.
           COPY RUNCTL.

       FD  HOLCAL-FILE
           RECORDING MODE IS F.
       01  HOLCAL-RECORD.
           COPY HOLREC.

       FD  MANIFEST-FILE
           RECORDING MODE IS F.
       01  MANIFEST-RECORD            PIC X(100).

       FD  ORIGIN-FILE
           RECORDING MODE IS F.
       01  ORIGIN-RECORD              PIC X(50).

       FD  NAKORIG-FILE
           RECORDING MODE IS F.
       01  NAKORIG-RECORD             PIC X(50).

       FD  REJCASE-FILE.
       01  REJCASE-RECORD.
           COPY CASEREC.

       WORKING-STORAGE SECTION.
       01  WS-RAW-RECORD              PIC X(100).
       01  WS-RECORD-FIELDS REDEFINES WS-RAW-RECORD.
       01  WS-SEGMENT-VIEW REDEFINES WS-RAW-RECORD.
           COPY MSGSEG.

       01  WS-ENVELOPE-RECORD.
           COPY RTEENV.

       01  WS-ORIGIN-RECORD.
           COPY ORIGREC.

       01  WS-HEADER-FIELDS.
           05  WS-HDR-RUN-DATE        PIC 9(8) VALUE ZERO.
           05  WS-NAK-HDR-TIME        PIC 9(6) VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-MSGOUT-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-PENDIN-EOF             VALUE 'Y'.
           05  WS-SEGCTL-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-SEGCTL-EOF             VALUE 'Y'.
           05  WS-HOLCAL-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-HOLCAL-EOF             VALUE 'Y'.
           05  WS-HOL-FULL-SWITCH     PIC X VALUE 'N'.
               88  WS-HOL-FULL-WARNED        VALUE 'Y'.
           05  WS-ACK-FOUND-SWITCH    PIC X VALUE 'N'.
               88  WS-ACK-FOUND              VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-MANIFEST-EOF-SWITCH PIC X VALUE 'N'.
               88  WS-MANIFEST-EOF           VALUE 'Y'.
           05  WS-MANIFEST-MISSING-SWITCH PIC X VALUE 'N'.
               88  WS-MANIFEST-MISSING       VALUE 'Y'.
           05  WS-MAN-FULL-SWITCH     PIC X VALUE 'N'.
               88  WS-MAN-FULL-WARNED        VALUE 'Y'.
           05  WS-ORIGIN-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-ORIGIN-EOF             VALUE 'Y'.
           05  WS-ORIGIN-GEN-SWITCH   PIC X VALUE 'N'.
               88  WS-ORIGIN-GEN-WARNED      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RELAYED-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-NAK-READ-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-NAK-MATCHED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-NAK-UNKNOWN-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-CASE-OPENED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-ACKTOT-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-ACKTOT-UNKNOWN-COUNT PIC 9(9) VALUE ZERO.
           05  WS-DEST-AGREED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-DEST-MISMATCH-COUNT PIC 9(9) VALUE ZERO.
           05  WS-NO-ORIGIN-COUNT     PIC 9(9) VALUE ZERO.

      *    SENDER BATCH ORIGIN OF THE ITEM BEING LOADED INTO THE
      *    PENDING TABLE, AND OF THE NAK BEING WRITTEN.
       01  WS-ORIGIN-WORK-FIELDS.
           05  WS-MSGOUT-RECNO        PIC 9(9) VALUE ZERO.
           05  WS-MSGOUT-GEN-ID       PIC X(14) VALUE SPACES.
           05  WS-LOAD-ORIGIN.
               10  WS-LOAD-SENDER-ID  PIC X(8) VALUE SPACES.
               10  WS-LOAD-BATCH-DATE PIC 9(8) VALUE ZERO.
               10  WS-LOAD-BATCH-SEQ  PIC 9(9) VALUE ZERO.
           05  WS-NAK-ORIGIN.
               10  WS-NAK-SENDER-ID   PIC X(8) VALUE SPACES.
               10  WS-NAK-BATCH-DATE  PIC 9(8) VALUE ZERO.
               10  WS-NAK-BATCH-SEQ   PIC 9(9) VALUE ZERO.

      *    TRANSMISSION MANIFEST - ONE ENTRY PER DESTINATION FILE
      *    MSGRELAY SENT, WITH THE ACKTOT TOTALS THE DOWNSTREAM
      *    SHOP RETURNED FOR IT.
       01  WS-MANIFEST-TABLE.
           05  WS-MAN-COUNT-USED      PIC 9(2) VALUE ZERO.
           05  WS-MAN-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-MAN-IDX.
               10  WS-MAN-DEST-ID     PIC X(2).
               10  WS-MAN-DD-NAME     PIC X(8).
               10  WS-MAN-RUN-ID      PIC X(14).
               10  WS-MAN-SENT-COUNT  PIC 9(9).
               10  WS-MAN-SENT-HASH   PIC 9(15).
               10  WS-MAN-ACK-SEEN    PIC X(1).
               10  WS-MAN-ACK-RUN-ID  PIC X(14).
               10  WS-MAN-ACK-COUNT   PIC 9(9).
               10  WS-MAN-ACK-HASH    PIC 9(15).

       01  WS-PEND-TABLE.
           05  WS-PEND-COUNT-USED     PIC 9(5) VALUE ZERO.
               10  WS-PEND-FIRST-DATE PIC 9(8).
               10  WS-PEND-IMAGE      PIC X(100).
               10  WS-PEND-MATCHED    PIC X(1).
               10  WS-PEND-ORIGIN.
                   15  WS-PEND-SENDER-ID PIC X(8).
                   15  WS-PEND-BATCH-DATE PIC 9(8).
                   15  WS-PEND-BATCH-SEQ PIC 9(9).

       01  WS-PEND-TABLE-FULL-SWITCH  PIC X VALUE 'N'.
           88  WS-PEND-TABLE-FULL-WARNED     VALUE 'Y'.
           05  WS-CURRENT-DAY-NO      PIC 9(9) COMP VALUE ZERO.
           05  WS-ENTRY-DAY-NO        PIC 9(9) COMP VALUE ZERO.
           05  WS-AGE-DAYS            PIC S9(4) COMP VALUE ZERO.
           05  WS-ANCHOR-DAY-NO       PIC 9(9) COMP VALUE ZERO.
           05  WS-CHECK-DAY-NO        PIC 9(9) COMP VALUE ZERO.
           05  WS-WEEKDAY-NO          PIC 9(9) COMP VALUE ZERO.
           05  WS-WEEKDAY-QUOT        PIC 9(9) COMP VALUE ZERO.
           05  WS-BUS-DAY-COUNT       PIC 9(9) COMP VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-MSGOUT-STATUS       PIC XX VALUE SPACES.
           05  WS-SEGCTL-STATUS       PIC XX VALUE SPACES.
           05  WS-NAKOUT-STATUS       PIC XX VALUE SPACES.
           05  WS-RUNCTL-STATUS       PIC XX VALUE SPACES.
           05  WS-HOLCAL-STATUS       PIC XX VALUE SPACES.
           05  WS-REJCASE-STATUS      PIC XX VALUE SPACES.
           05  WS-MANIFEST-STATUS     PIC XX VALUE SPACES.
           05  WS-ORIGIN-STATUS       PIC XX VALUE SPACES.
           05  WS-NAKORIG-STATUS      PIC XX VALUE SPACES.

       01  WS-RUN-CONTROL-FIELDS.
           05  WS-RC-METRIC           PIC X(12) VALUE SPACES.
           88  WS-SEG-REGISTERED             VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.

      *    HOLIDAYS FROM THE SHARED HOLCAL CALENDAR, KEPT AS SERIAL
      *    DAY NUMBERS SO 8100 CAN TEST ANY DAY WITHOUT CONVERTING.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-COUNT-USED      PIC 9(3) VALUE ZERO.
           05  WS-HOL-DAY-NO OCCURS 500 TIMES
                   INDEXED BY WS-HOL-IDX  PIC 9(9) COMP.

       01  WS-BUSINESS-DAY-SWITCH     PIC X VALUE 'N'.
           88  WS-BUSINESS-DAY               VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.

       01  WS-HEADING-LINE.
           05  FILLER                 PIC X(44) VALUE
                   "MSGACK - UNACKNOWLEDGED MESSAGE AGING AS OF".
           05  DTL-FIRST-DATE         PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DTL-AGE-DAYS           PIC ZZZ9.
           05  FILLER                 PIC X(18) VALUE
                   " BUSINESS DAYS OLD".
           05  FILLER                 PIC X(82) VALUE SPACES.

       01  WS-MANIFEST-HEADING.
           05  FILLER                 PIC X(36) VALUE
                   "MSGACK - DESTINATION CONTROL TOTALS ".
           05  FILLER                 PIC X(33) VALUE
                   "AGAINST THE TRANSMISSION MANIFEST".
           05  FILLER                 PIC X(63) VALUE SPACES.

       01  WS-MANIFEST-COLUMNS.
           05  FILLER                 PIC X(31) VALUE
                   "DEST  DD NAME   RUN ID         ".
           05  FILLER                 PIC X(26) VALUE
                   "  SENT COUNT  ACKED COUNT ".
           05  FILLER                 PIC X(42) VALUE
                   " SENT HASH TOTAL  ACKED HASH TOTAL  RESULT".
           05  FILLER                 PIC X(33) VALUE SPACES.

       01  WS-MANIFEST-LINE.
           05  MNL-DEST-ID            PIC X(2).
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  MNL-DD-NAME            PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MNL-RUN-ID             PIC X(14).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MNL-SENT-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MNL-ACK-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MNL-SENT-HASH          PIC Z(14)9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MNL-ACK-HASH           PIC Z(14)9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MNL-RESULT             PIC X(16).
           05  FILLER                 PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE WS-DATE-DAY-NO TO WS-CURRENT-DAY-NO

           PERFORM 0100-OPEN-FILES
           PERFORM 0150-WRITE-NAKOUT-HEADER
           PERFORM 0300-LOAD-SEGTYPE-TABLE
           PERFORM 0500-LOAD-HOLIDAY-TABLE
           PERFORM 0600-LOAD-MANIFEST
           PERFORM 1000-LOAD-PENDING
           PERFORM 2000-LOAD-RELAYED
           PERFORM 3000-MATCH-ACKS
           PERFORM 4000-AGE-AND-CARRY-FORWARD
           PERFORM 5000-RECONCILE-MANIFEST
           PERFORM 0200-CLOSE-FILES

           DISPLAY "MSGACK SUMMARY - RELAYED THIS RUN: "
               " UNKNOWN: " WS-NAK-UNKNOWN-COUNT
           DISPLAY "MSGACK SUMMARY - STILL UNACKNOWLEDGED: "
               WS-UNACKED-COUNT
           DISPLAY "MSGACK SUMMARY - REJECT CASES OPENED: "
               WS-CASE-OPENED-COUNT
           DISPLAY "MSGACK SUMMARY - RELAYED WITH NO ORIGIN RECORD: "
               WS-NO-ORIGIN-COUNT
           DISPLAY "MSGACK SUMMARY - DESTINATION FILES ON MANIFEST: "
               WS-MAN-COUNT-USED " AGREED: " WS-DEST-AGREED-COUNT
               " NOT AGREED: " WS-DEST-MISMATCH-COUNT
               " ACK TOTALS NOT ON MANIFEST: " WS-ACKTOT-UNKNOWN-COUNT
           PERFORM 9000-WRITE-RUN-CONTROL
           STOP RUN.

               CLOSE PENDOUT-FILE
               CLOSE ACKRPT-FILE
               STOP RUN
           END-IF
           OPEN I-O REJCASE-FILE
           IF WS-REJCASE-STATUS NOT = "00"
              AND WS-REJCASE-STATUS NOT = "05"
               DISPLAY "MSGACK ERROR - UNABLE TO OPEN REJCASE, "
                   "STATUS=" WS-REJCASE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MSGOUT-FILE
               CLOSE ACKIN-FILE
               CLOSE PENDIN-FILE
               CLOSE PENDOUT-FILE
               CLOSE ACKRPT-FILE
               CLOSE NAKOUT-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT NAKORIG-FILE
           IF WS-NAKORIG-STATUS NOT = "00"
               DISPLAY "MSGACK ERROR - UNABLE TO OPEN NAKORIG, "
                   "STATUS=" WS-NAKORIG-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MSGOUT-FILE
               CLOSE ACKIN-FILE
               CLOSE PENDIN-FILE
               CLOSE PENDOUT-FILE
               CLOSE ACKRPT-FILE
               CLOSE NAKOUT-FILE
               CLOSE REJCASE-FILE
               STOP RUN
           END-IF
           OPEN INPUT ORIGIN-FILE
           IF WS-ORIGIN-STATUS NOT = "00"
              AND WS-ORIGIN-STATUS NOT = "05"
               DISPLAY "MSGACK ERROR - UNABLE TO OPEN ORIGIN, "
                   "STATUS=" WS-ORIGIN-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MSGOUT-FILE
               CLOSE ACKIN-FILE
               CLOSE PENDIN-FILE
               CLOSE PENDOUT-FILE
               CLOSE ACKRPT-FILE
               CLOSE NAKOUT-FILE
               CLOSE REJCASE-FILE
               CLOSE NAKORIG-FILE
               STOP RUN
           END-IF
           IF WS-ORIGIN-STATUS = "05"
               DISPLAY "MSGACK WARNING - NO ORIGIN FILE, MESSAGES "
                   "RELAYED THIS RUN CARRY NO SENDER"
           END-IF.

      *----------------------------------------------------------*
      * NAKOUT OPENS WITH THE SAME HDRREC HEADER MSGRELAY PUTS   *
      * AT THE TOP OF ERROUT (RUN DATE IN ERR-ORIGINAL-DATA 1-8, *
      * TIME IN 9-14), SO EVERY READER OF THE REJECT STREAM CAN  *
      * DATE A NAK AND SKIPS THE HEADER THE SAME WAY.            *
      *----------------------------------------------------------*
       0150-WRITE-NAKOUT-HEADER.
           ACCEPT WS-NAK-HDR-TIME FROM TIME
           MOVE "HDRREC" TO ERR-REASON
           MOVE SPACES TO ERR-ORIGINAL-DATA
           MOVE WS-CURRENT-DATE TO ERR-ORIGINAL-DATA(1:8)
           MOVE WS-NAK-HDR-TIME TO ERR-ORIGINAL-DATA(9:6)
           MOVE "MSGACK" TO ERR-ORIGINAL-DATA(15:8)
           MOVE WS-ERROR-RECORD TO NAKOUT-RECORD
           WRITE NAKOUT-RECORD.

       0200-CLOSE-FILES.
           CLOSE MSGOUT-FILE
           CLOSE ACKIN-FILE
           CLOSE PENDIN-FILE
           CLOSE PENDOUT-FILE
           CLOSE ACKRPT-FILE
           CLOSE NAKOUT-FILE
           CLOSE REJCASE-FILE
           CLOSE NAKORIG-FILE
           CLOSE ORIGIN-FILE.

       0300-LOAD-SEGTYPE-TABLE.
           OPEN INPUT SEGCTL-FILE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * LOAD THE SHARED HOLIDAY CALENDAR. THE DATASET IS         *
      * OPTIONAL - WITHOUT IT ONLY SATURDAYS AND SUNDAYS ARE     *
      * NON-BUSINESS DAYS. BAD DATES ARE WARNED AND SKIPPED.     *
      *----------------------------------------------------------*
       0500-LOAD-HOLIDAY-TABLE.
           MOVE 19000101 TO WS-DATE-INPUT
           PERFORM 8000-DATE-TO-DAY-NO
           MOVE WS-DATE-DAY-NO TO WS-ANCHOR-DAY-NO
           OPEN INPUT HOLCAL-FILE
           IF WS-HOLCAL-STATUS NOT = "00"
              AND WS-HOLCAL-STATUS NOT = "05"
               DISPLAY "MSGACK ERROR - UNABLE TO OPEN HOLCAL, "
                   "STATUS=" WS-HOLCAL-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 0200-CLOSE-FILES
               STOP RUN
           END-IF
           IF WS-HOLCAL-STATUS = "05"
               DISPLAY "MSGACK WARNING - NO HOLCAL CALENDAR, ONLY "
                   "WEEKENDS TREATED AS NON-BUSINESS DAYS"
           END-IF
           PERFORM UNTIL WS-HOLCAL-EOF
               READ HOLCAL-FILE
                   AT END
                       SET WS-HOLCAL-EOF TO TRUE
                   NOT AT END
                       PERFORM 0510-LOAD-HOLIDAY-ENTRY
               END-READ
           END-PERFORM
           CLOSE HOLCAL-FILE.

       0510-LOAD-HOLIDAY-ENTRY.
           EVALUATE TRUE
               WHEN HOL-DATE = SPACES
                   CONTINUE
               WHEN HOL-DATE NOT NUMERIC
                   DISPLAY "MSGACK WARNING - HOLCAL DATE " HOL-DATE
                       " NOT NUMERIC, ENTRY IGNORED"
               WHEN WS-HOL-COUNT-USED NOT < 500
                   IF NOT WS-HOL-FULL-WARNED
                       DISPLAY "MSGACK WARNING - HOLIDAY TABLE FULL "
                           "AT 500 ENTRIES, LATER HOLCAL DATES IGNORED"
                       SET WS-HOL-FULL-WARNED TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE HOL-DATE TO WS-DATE-INPUT
                   IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
                      OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
                       DISPLAY "MSGACK WARNING - HOLCAL DATE "
                           HOL-DATE " INVALID, ENTRY IGNORED"
                   ELSE
                       PERFORM 8000-DATE-TO-DAY-NO
                       ADD 1 TO WS-HOL-COUNT-USED
                       SET WS-HOL-IDX TO WS-HOL-COUNT-USED
                       MOVE WS-DATE-DAY-NO TO
                           WS-HOL-DAY-NO(WS-HOL-IDX)
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------*
      * LOAD THE TRANSMISSION MANIFEST MSGRELAY WROTE FOR THE    *
      * ROUTE GENERATIONS THE ACK FILE ANSWERS. WITHOUT IT THE   *
      * DESTINATION TOTALS CANNOT BE RECONCILED, WHICH FLAGS THE *
      * RUN FOR ATTENTION BUT DOES NOT STOP THE ACK MATCHING.    *
      *----------------------------------------------------------*
       0600-LOAD-MANIFEST.
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
              AND WS-MANIFEST-STATUS NOT = "05"
               DISPLAY "MSGACK ERROR - UNABLE TO OPEN MANIFEST, "
                   "STATUS=" WS-MANIFEST-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 0200-CLOSE-FILES
               STOP RUN
           END-IF
           IF WS-MANIFEST-STATUS = "05"
               SET WS-MANIFEST-MISSING TO TRUE
               DISPLAY "MSGACK WARNING - NO TRANSMISSION MANIFEST, "
                   "DESTINATION TOTALS NOT RECONCILED"
           END-IF
           PERFORM UNTIL WS-MANIFEST-EOF
               READ MANIFEST-FILE
                   AT END
                       SET WS-MANIFEST-EOF TO TRUE
                   NOT AT END
                       MOVE MANIFEST-RECORD TO WS-ENVELOPE-RECORD
                       IF ENV-MANIFEST
                           PERFORM 0610-ADD-MANIFEST-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE.

       0610-ADD-MANIFEST-ENTRY.
           IF WS-MAN-COUNT-USED < 20
               ADD 1 TO WS-MAN-COUNT-USED
               SET WS-MAN-IDX TO WS-MAN-COUNT-USED
               MOVE ENV-DEST-ID TO WS-MAN-DEST-ID(WS-MAN-IDX)
               MOVE ENV-DD-NAME TO WS-MAN-DD-NAME(WS-MAN-IDX)
               MOVE ENV-RUN-ID TO WS-MAN-RUN-ID(WS-MAN-IDX)
               MOVE ENV-RECORD-COUNT
                   TO WS-MAN-SENT-COUNT(WS-MAN-IDX)
               MOVE ENV-HASH-TOTAL TO WS-MAN-SENT-HASH(WS-MAN-IDX)
               MOVE 'N' TO WS-MAN-ACK-SEEN(WS-MAN-IDX)
               MOVE SPACES TO WS-MAN-ACK-RUN-ID(WS-MAN-IDX)
               MOVE ZERO TO WS-MAN-ACK-COUNT(WS-MAN-IDX)
               MOVE ZERO TO WS-MAN-ACK-HASH(WS-MAN-IDX)
           ELSE
               IF NOT WS-MAN-FULL-WARNED
                   DISPLAY "MSGACK WARNING - MANIFEST TABLE FULL AT "
                       "20 ENTRIES, LATER DESTINATIONS NOT RECONCILED"
                   SET WS-MAN-FULL-WARNED TO TRUE
               END-IF
           END-IF.

       1000-LOAD-PENDING.
           PERFORM UNTIL WS-PENDIN-EOF
               READ PENDIN-FILE
                       ADD 1 TO WS-CARRIED-IN-COUNT
                       MOVE PIN-FIRST-DATE TO WS-DATE-INPUT
                       MOVE PIN-IMAGE TO WS-RAW-RECORD
                       MOVE PIN-ORIGIN TO WS-LOAD-ORIGIN
                       PERFORM 1100-ADD-PEND-ENTRY
               END-READ
           END-PERFORM.
                   TO WS-PEND-FIRST-DATE(WS-PEND-IDX)
               MOVE WS-RAW-RECORD TO WS-PEND-IMAGE(WS-PEND-IDX)
               MOVE 'N' TO WS-PEND-MATCHED(WS-PEND-IDX)
               MOVE WS-LOAD-ORIGIN TO WS-PEND-ORIGIN(WS-PEND-IDX)
           ELSE
               IF NOT WS-PEND-TABLE-FULL-WARNED
                   DISPLAY "MSGACK WARNING - PENDING TABLE FULL AT "
           END-IF.

       2000-LOAD-RELAYED.
           MOVE SPACES TO WS-ORIGIN-RECORD
           PERFORM UNTIL WS-MSGOUT-EOF
               READ MSGOUT-FILE
                   AT END

       2100-LOAD-ONE-RELAYED.
           PERFORM 0400-CHECK-SEG-REGISTERED
           IF WS-RECORD-TYPE-PREFIX NOT = "HDRREC"
              AND WS-RECORD-TYPE-PREFIX NOT = "TRLREC"
               ADD 1 TO WS-MSGOUT-RECNO
           END-IF
           EVALUATE TRUE
               WHEN WS-RECORD-TYPE-PREFIX = "HDRREC"
                   MOVE WS-RAW-RECORD(7:8) TO WS-HDR-RUN-DATE
                   MOVE WS-RAW-RECORD(7:14) TO WS-MSGOUT-GEN-ID
               WHEN WS-RECORD-TYPE-PREFIX = "TRLREC"
                   CONTINUE
               WHEN WS-SEG-REGISTERED
                   ELSE
                       MOVE WS-HDR-RUN-DATE TO WS-DATE-INPUT
                   END-IF
                   PERFORM 2200-FIND-RELAYED-ORIGIN
                   PERFORM 1100-ADD-PEND-ENTRY
           END-EVALUATE.

      *----------------------------------------------------------*
      * THE M ORIGIN RECORDS ARE IN MSGOUT RECORD-NUMBER ORDER,  *
      * SO THE ORIGIN FILE IS READ FORWARD IN STEP WITH MSGOUT.  *
      * A RECORD WITH NO ORIGIN (OR AN ORIGIN FILE FROM ANOTHER  *
      * RUN) IS PENDED WITH NO SENDER.                           *
      *----------------------------------------------------------*
       2200-FIND-RELAYED-ORIGIN.
           MOVE SPACES TO WS-LOAD-SENDER-ID
           MOVE ZERO TO WS-LOAD-BATCH-DATE
           MOVE ZERO TO WS-LOAD-BATCH-SEQ
           PERFORM UNTIL WS-ORIGIN-EOF
                      OR (ORG-RELAYED
                          AND ORG-RECNO NOT < WS-MSGOUT-RECNO)
               READ ORIGIN-FILE INTO WS-ORIGIN-RECORD
                   AT END
                       SET WS-ORIGIN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ORIGIN-EOF
              AND ORG-RECNO = WS-MSGOUT-RECNO
               IF ORG-GEN-ID = WS-MSGOUT-GEN-ID
                   MOVE ORG-SENDER-ID TO WS-LOAD-SENDER-ID
                   MOVE ORG-BATCH-DATE TO WS-LOAD-BATCH-DATE
                   MOVE ORG-BATCH-SEQ TO WS-LOAD-BATCH-SEQ
               ELSE
                   IF NOT WS-ORIGIN-GEN-WARNED
                       DISPLAY "MSGACK WARNING - ORIGIN FILE IS FOR "
                           "RUN " ORG-GEN-ID " NOT MSGOUT RUN "
                           WS-MSGOUT-GEN-ID ", SENDERS NOT CARRIED"
                       SET WS-ORIGIN-GEN-WARNED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-LOAD-SENDER-ID = SPACES
              AND WS-LOAD-BATCH-DATE = ZERO
              AND WS-LOAD-BATCH-SEQ = ZERO
               ADD 1 TO WS-NO-ORIGIN-COUNT
           END-IF.

       3000-MATCH-ACKS.
           PERFORM UNTIL WS-ACKIN-EOF
               READ ACKIN-FILE
                   AT END
                       SET WS-ACKIN-EOF TO TRUE
                   NOT AT END
                       MOVE ACK-IMAGE TO WS-ENVELOPE-RECORD
                       EVALUATE TRUE
                           WHEN ENV-ACK-TOTAL
                               ADD 1 TO WS-ACKTOT-READ-COUNT
                               PERFORM 3400-RECORD-ACK-TOTAL
                           WHEN ACK-STATUS-FLAG = 'N'
                               ADD 1 TO WS-NAK-READ-COUNT
                               PERFORM 3200-PROCESS-ONE-NAK
                           WHEN OTHER
                               ADD 1 TO WS-ACK-READ-COUNT
                               PERFORM 3100-MATCH-ONE-ACK
                       END-EVALUATE
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
       3200-PROCESS-ONE-NAK.
           SET WS-ACK-FOUND TO FALSE
           MOVE SPACES TO WS-NAK-SENDER-ID
           MOVE ZERO TO WS-NAK-BATCH-DATE
           MOVE ZERO TO WS-NAK-BATCH-SEQ
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT-USED
               IF WS-PEND-MATCHED(WS-PEND-IDX) = 'N'
                  AND WS-PEND-IMAGE(WS-PEND-IDX) = ACK-IMAGE
                   MOVE 'Y' TO WS-PEND-MATCHED(WS-PEND-IDX)
                   MOVE WS-PEND-ORIGIN(WS-PEND-IDX) TO WS-NAK-ORIGIN
                   SET WS-ACK-FOUND TO TRUE
                   ADD 1 TO WS-NAK-MATCHED-COUNT
                   SET WS-PEND-IDX TO WS-PEND-COUNT-USED
               DELIMITED BY SIZE INTO ERR-REASON
           MOVE ACK-IMAGE TO ERR-ORIGINAL-DATA
           MOVE WS-ERROR-RECORD TO NAKOUT-RECORD
           WRITE NAKOUT-RECORD
           PERFORM 3250-WRITE-NAK-ORIGIN
           PERFORM 3300-OPEN-NAK-CASE.

      *    THE NAK'S ORIGIN IS KEYED LIKE ITS REJECT CASE - THE
      *    NAKOUT HEADER DATE AND TIME AND THE RECORD NUMBER.
       3250-WRITE-NAK-ORIGIN.
           MOVE SPACES TO WS-ORIGIN-RECORD
           SET ORG-FROM-NAK TO TRUE
           MOVE WS-CURRENT-DATE TO ORG-GEN-ID(1:8)
           MOVE WS-NAK-HDR-TIME TO ORG-GEN-ID(9:6)
           MOVE WS-NAK-READ-COUNT TO ORG-RECNO
           MOVE WS-NAK-SENDER-ID TO ORG-SENDER-ID
           MOVE WS-NAK-BATCH-DATE TO ORG-BATCH-DATE
           MOVE WS-NAK-BATCH-SEQ TO ORG-BATCH-SEQ
           MOVE WS-ORIGIN-RECORD TO NAKORIG-RECORD
           WRITE NAKORIG-RECORD.

      *----------------------------------------------------------*
      * OPEN THE REJECT CASE FOR THE NAK JUST WRITTEN. ITS KEY   *
      * IS THE NAKOUT HEADER DATE AND TIME PLUS THE NAK'S        *
      * POSITION AFTER THE HEADER, WHICH IS THE RECORD NUMBER    *
      * MSGFIX COUNTS WITHIN THIS GENERATION.                    *
      *----------------------------------------------------------*
       3300-OPEN-NAK-CASE.
           MOVE SPACES TO REJCASE-RECORD
           SET CAS-FROM-NAK TO TRUE
           MOVE WS-CURRENT-DATE TO CAS-GEN-ID(1:8)
           MOVE WS-NAK-HDR-TIME TO CAS-GEN-ID(9:6)
           MOVE WS-NAK-READ-COUNT TO CAS-RECNO
           SET CAS-OPEN TO TRUE
           MOVE ERR-REASON TO CAS-REASON
           MOVE ERR-ORIGINAL-DATA TO CAS-IMAGE
           MOVE WS-CURRENT-DATE TO CAS-OPEN-DATE
           MOVE WS-CURRENT-DATE TO CAS-FIRST-DATE
           MOVE WS-CURRENT-DATE TO CAS-STATUS-DATE
           WRITE REJCASE-RECORD
               INVALID KEY
                   DISPLAY "MSGACK WARNING - REJECT CASE WRITE "
                       "FAILED FOR " CAS-KEY ", STATUS="
                       WS-REJCASE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CASE-OPENED-COUNT
           END-WRITE.

      *----------------------------------------------------------*
      * FILE THE DOWNSTREAM'S ACKNOWLEDGED TOTALS FOR ONE        *
      * DESTINATION AGAINST ITS MANIFEST ENTRY. A SECOND ACKTOT  *
      * FOR THE SAME DESTINATION REPLACES THE FIRST.             *
      *----------------------------------------------------------*
       3400-RECORD-ACK-TOTAL.
           SET WS-ACK-FOUND TO FALSE
           PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
                   UNTIL WS-MAN-IDX > WS-MAN-COUNT-USED
               IF WS-MAN-DEST-ID(WS-MAN-IDX) = ENV-DEST-ID
                   SET WS-ACK-FOUND TO TRUE
                   IF WS-MAN-ACK-SEEN(WS-MAN-IDX) = 'Y'
                       DISPLAY "MSGACK WARNING - SECOND ACK TOTAL FOR "
                           "DESTINATION " ENV-DEST-ID
                           ", LATER TOTALS USED"
                   END-IF
                   MOVE 'Y' TO WS-MAN-ACK-SEEN(WS-MAN-IDX)
                   MOVE ENV-RUN-ID TO WS-MAN-ACK-RUN-ID(WS-MAN-IDX)
                   IF ENV-RECORD-COUNT NUMERIC
                       MOVE ENV-RECORD-COUNT
                           TO WS-MAN-ACK-COUNT(WS-MAN-IDX)
                   ELSE
                       MOVE ZERO TO WS-MAN-ACK-COUNT(WS-MAN-IDX)
                   END-IF
                   IF ENV-HASH-TOTAL NUMERIC
                       MOVE ENV-HASH-TOTAL
                           TO WS-MAN-ACK-HASH(WS-MAN-IDX)
                   ELSE
                       MOVE ZERO TO WS-MAN-ACK-HASH(WS-MAN-IDX)
                   END-IF
                   SET WS-MAN-IDX TO WS-MAN-COUNT-USED
               END-IF
           END-PERFORM
           IF NOT WS-ACK-FOUND
               ADD 1 TO WS-ACKTOT-UNKNOWN-COUNT
               DISPLAY "MSGACK WARNING - ACK TOTAL FOR DESTINATION "
                   ENV-DEST-ID " RUN " ENV-RUN-ID
                   " IS NOT ON THE TRANSMISSION MANIFEST"
           END-IF.

       4000-AGE-AND-CARRY-FORWARD.
           MOVE WS-CURRENT-DATE TO HDG-RUN-DATE
           MOVE WS-PEND-FIRST-DATE(WS-PEND-IDX) TO WS-DATE-INPUT
           PERFORM 8000-DATE-TO-DAY-NO
           MOVE WS-DATE-DAY-NO TO WS-ENTRY-DAY-NO
           PERFORM 8200-COUNT-BUSINESS-DAYS
           MOVE WS-BUS-DAY-COUNT TO WS-AGE-DAYS
           IF WS-AGE-DAYS < 1
               MOVE 1 TO WS-AGE-DAYS
           END-IF
           MOVE WS-AGE-DAYS TO DTL-AGE-DAYS
           MOVE WS-DETAIL-LINE TO ACKRPT-RECORD
           WRITE ACKRPT-RECORD
           MOVE SPACES TO PENDOUT-RECORD
           MOVE WS-PEND-FIRST-DATE(WS-PEND-IDX) TO POUT-FIRST-DATE
           MOVE WS-PEND-IMAGE(WS-PEND-IDX) TO POUT-IMAGE
           MOVE WS-PEND-ORIGIN(WS-PEND-IDX) TO POUT-ORIGIN
           WRITE PENDOUT-RECORD.

      *----------------------------------------------------------*
      * RECONCILE EACH MANIFEST DESTINATION AGAINST THE TOTALS   *
      * THE DOWNSTREAM ACKNOWLEDGED. A FILE THAT CARRIED NO      *
      * RECORDS NEEDS NO ACK TOTAL; ANY OTHER DESTINATION AGREES *
      * ONLY WHEN THE RUN ID, COUNT AND HASH TOTAL ALL MATCH.    *
      *----------------------------------------------------------*
       5000-RECONCILE-MANIFEST.
           MOVE SPACES TO ACKRPT-RECORD
           WRITE ACKRPT-RECORD
           MOVE WS-MANIFEST-HEADING TO ACKRPT-RECORD
           WRITE ACKRPT-RECORD
           IF WS-MANIFEST-MISSING
               MOVE "NO TRANSMISSION MANIFEST - TOTALS NOT RECONCILED"
                   TO ACKRPT-RECORD
               WRITE ACKRPT-RECORD
           ELSE
               MOVE WS-MANIFEST-COLUMNS TO ACKRPT-RECORD
               WRITE ACKRPT-RECORD
               PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
                       UNTIL WS-MAN-IDX > WS-MAN-COUNT-USED
                   PERFORM 5100-RECONCILE-ONE-DEST
               END-PERFORM
           END-IF
           MOVE "DESTINATIONS NOT AGREEING:" TO BKT-LABEL
           MOVE WS-DEST-MISMATCH-COUNT TO BKT-COUNT
           MOVE WS-BUCKET-LINE TO ACKRPT-RECORD
           WRITE ACKRPT-RECORD
           MOVE "ACK TOTALS NOT ON MANIFEST:" TO BKT-LABEL
           MOVE WS-ACKTOT-UNKNOWN-COUNT TO BKT-COUNT
           MOVE WS-BUCKET-LINE TO ACKRPT-RECORD
           WRITE ACKRPT-RECORD.

       5100-RECONCILE-ONE-DEST.
           MOVE WS-MAN-DEST-ID(WS-MAN-IDX) TO MNL-DEST-ID
           MOVE WS-MAN-DD-NAME(WS-MAN-IDX) TO MNL-DD-NAME
           MOVE WS-MAN-RUN-ID(WS-MAN-IDX) TO MNL-RUN-ID
           MOVE WS-MAN-SENT-COUNT(WS-MAN-IDX) TO MNL-SENT-COUNT
           MOVE WS-MAN-ACK-COUNT(WS-MAN-IDX) TO MNL-ACK-COUNT
           MOVE WS-MAN-SENT-HASH(WS-MAN-IDX) TO MNL-SENT-HASH
           MOVE WS-MAN-ACK-HASH(WS-MAN-IDX) TO MNL-ACK-HASH
           EVALUATE TRUE
               WHEN WS-MAN-ACK-SEEN(WS-MAN-IDX) NOT = 'Y'
                AND WS-MAN-SENT-COUNT(WS-MAN-IDX) = ZERO
                   MOVE "NOTHING SENT" TO MNL-RESULT
               WHEN WS-MAN-ACK-SEEN(WS-MAN-IDX) NOT = 'Y'
                   MOVE "NO ACK TOTALS" TO MNL-RESULT
               WHEN WS-MAN-ACK-RUN-ID(WS-MAN-IDX) NOT =
                       WS-MAN-RUN-ID(WS-MAN-IDX)
                   MOVE "WRONG RUN ACKED" TO MNL-RESULT
               WHEN WS-MAN-ACK-COUNT(WS-MAN-IDX) NOT =
                       WS-MAN-SENT-COUNT(WS-MAN-IDX)
                   MOVE "COUNT MISMATCH" TO MNL-RESULT
               WHEN WS-MAN-ACK-HASH(WS-MAN-IDX) NOT =
                       WS-MAN-SENT-HASH(WS-MAN-IDX)
                   MOVE "HASH MISMATCH" TO MNL-RESULT
               WHEN OTHER
                   MOVE "AGREES" TO MNL-RESULT
           END-EVALUATE
           IF MNL-RESULT = "AGREES" OR MNL-RESULT = "NOTHING SENT"
               ADD 1 TO WS-DEST-AGREED-COUNT
           ELSE
               ADD 1 TO WS-DEST-MISMATCH-COUNT
               DISPLAY "MSGACK WARNING - DESTINATION "
                   WS-MAN-DD-NAME(WS-MAN-IDX) " " MNL-RESULT
                   " SENT " WS-MAN-SENT-COUNT(WS-MAN-IDX)
                   " ACKED " WS-MAN-ACK-COUNT(WS-MAN-IDX)
           END-IF
           MOVE WS-MANIFEST-LINE TO ACKRPT-RECORD
           WRITE ACKRPT-RECORD.

      *----------------------------------------------------------*
      * CONVERT A CCYYMMDD DATE TO A SERIAL DAY NUMBER SO AGES   *
      * CAN BE COMPUTED ACROSS MONTH AND YEAR BOUNDARIES.        *
                   ADD 337 TO WS-DATE-DAY-NO
           END-EVALUATE.

      *----------------------------------------------------------*
      * IS THE DAY NUMBER IN WS-CHECK-DAY-NO A BUSINESS DAY?     *
      * 19000101 WAS A MONDAY, SO A REMAINDER OF 5 OR 6 FROM THE *
      * ANCHOR IS A WEEKEND; OTHERWISE THE HOLIDAY TABLE DECIDES.*
      *----------------------------------------------------------*
       8100-CHECK-BUSINESS-DAY.
           SET WS-BUSINESS-DAY TO TRUE
           COMPUTE WS-WEEKDAY-NO = WS-CHECK-DAY-NO - WS-ANCHOR-DAY-NO
           DIVIDE WS-WEEKDAY-NO BY 7 GIVING WS-WEEKDAY-QUOT
               REMAINDER WS-WEEKDAY-NO
           IF WS-WEEKDAY-NO > 4
               SET WS-BUSINESS-DAY TO FALSE
           ELSE
               PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                       UNTIL WS-HOL-IDX > WS-HOL-COUNT-USED
                   IF WS-HOL-DAY-NO(WS-HOL-IDX) = WS-CHECK-DAY-NO
                       SET WS-BUSINESS-DAY TO FALSE
                       SET WS-HOL-IDX TO WS-HOL-COUNT-USED
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------*
      * COUNT THE BUSINESS DAYS AFTER WS-ENTRY-DAY-NO UP TO AND  *
      * INCLUDING WS-CURRENT-DAY-NO INTO WS-BUS-DAY-COUNT.       *
      *----------------------------------------------------------*
       8200-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-BUS-DAY-COUNT
           MOVE WS-ENTRY-DAY-NO TO WS-CHECK-DAY-NO
           PERFORM UNTIL WS-CHECK-DAY-NO NOT < WS-CURRENT-DAY-NO
               ADD 1 TO WS-CHECK-DAY-NO
               PERFORM 8100-CHECK-BUSINESS-DAY
               IF WS-BUSINESS-DAY
                   ADD 1 TO WS-BUS-DAY-COUNT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * APPEND THE KEY COUNTS AND OUTCOME TO THE COMMON RUN-     *
      * CONTROL DATASET (RUNCTL COPYBOOK) FOR THE END-OF-JOB     *
      * MSGOPS MORNING SUMMARY. UNKNOWN ACKS/NAKS, ITEMS AGED    *
      * 3+ DAYS OR DESTINATION TOTALS NOT AGREEING WITH THE      *
      * MANIFEST FLAG THE OUTCOME FOR ATTENTION. A FAILURE HERE  *
      * ONLY WARNS.                                              *
      *----------------------------------------------------------*
       9000-WRITE-RUN-CONTROL.
               MOVE "AGE-3-PLUS" TO WS-RC-METRIC
               MOVE WS-AGE-3-PLUS-COUNT TO WS-RC-COUNT
               PERFORM 9100-PUT-RUN-CONTROL
               MOVE "CASE-OPENED" TO WS-RC-METRIC
               MOVE WS-CASE-OPENED-COUNT TO WS-RC-COUNT
               PERFORM 9100-PUT-RUN-CONTROL
               MOVE "DEST-FILES" TO WS-RC-METRIC
               MOVE WS-MAN-COUNT-USED TO WS-RC-COUNT
               PERFORM 9100-PUT-RUN-CONTROL
               MOVE "DEST-UNMATCH" TO WS-RC-METRIC
               MOVE WS-DEST-MISMATCH-COUNT TO WS-RC-COUNT
               IF WS-DEST-MISMATCH-COUNT > ZERO
                  OR WS-MANIFEST-MISSING
                   MOVE 'A' TO WS-RC-FLAG
               END-IF
               PERFORM 9100-PUT-RUN-CONTROL
               MOVE SPACES TO WS-RC-FLAG
               MOVE "OUTCOME" TO WS-RC-METRIC
               MOVE RETURN-CODE TO WS-RC-COUNT
               IF RETURN-CODE NOT = ZERO
                  OR WS-AGE-3-PLUS-COUNT > ZERO
                  OR WS-ACK-UNKNOWN-COUNT > ZERO
                  OR WS-NAK-UNKNOWN-COUNT > ZERO
                  OR WS-DEST-MISMATCH-COUNT > ZERO
                  OR WS-ACKTOT-UNKNOWN-COUNT > ZERO
                  OR WS-MANIFEST-MISSING
                   MOVE 'A' TO WS-RC-FLAG
               END-IF
               PERFORM 9100-PUT-RUN-CONTROL
