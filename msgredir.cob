       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGREDIR.

      *----------------------------------------------------------*
      * MSGREDIR - RETIRED ACCOUNT ID USAGE REPORT. READS THE    *
      * REDIRECT LOG (REDIRREC LAYOUT) THAT MSGRELAY WRITES FOR  *
      * EVERY MESSAGE SENT UNDER A MERGED ACCOUNT'S RETIRED ID   *
      * AND RE-ADDRESSED TO ITS SUCCESSOR. THE JOB CONCATENATES  *
      * ALL GENERATIONS OF THE LOG, SO THE REPORT COVERS THE     *
      * ROLLING WINDOW THE GDG LIMIT KEEPS. IT LISTS EACH SENDER *
      * STILL USING A RETIRED ID - WITH THE SUCCESSOR, THE       *
      * MESSAGE COUNT OVER THE WINDOW AND ON THE LATEST NIGHT,   *
      * AND THE FIRST AND LAST NIGHTS SEEN - SO THE SENDERS CAN  *
      * BE CHASED TO MOVE TO THE NEW ID. TRAFFIC OUTSIDE A       *
      * SENDER BATCH SHOWS AS SENDER "UNBATCHD".                 *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REDIRIN-FILE ASSIGN TO "REDIRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REDIRIN-STATUS.
           SELECT REDIRRPT-FILE ASSIGN TO "REDIRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REDIRRPT-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REDIRIN-FILE
           RECORDING MODE IS F.
       01  REDIRIN-RECORD.
           COPY REDIRREC.

       FD  REDIRRPT-FILE
           RECORDING MODE IS F.
       01  REDIRRPT-RECORD            PIC X(132).

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       01  RUNCTL-RECORD.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-REDIRIN-EOF-SWITCH  PIC X VALUE 'N'.
               88  WS-REDIRIN-EOF            VALUE 'Y'.
           05  WS-FOUND-SWITCH        PIC X VALUE 'N'.
               88  WS-FOUND                  VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-PAIR-FULL-SWITCH    PIC X VALUE 'N'.
               88  WS-PAIR-FULL-WARNED       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-REDIRECT-READ-COUNT PIC 9(9) VALUE ZERO.
           05  WS-LATEST-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-PAIR-COUNT-USED     PIC 9(4) VALUE ZERO.
           05  WS-LATEST-PAIR-COUNT   PIC 9(4) VALUE ZERO.

       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-PAIR-IDX.
               10  WS-PAIR-SENDER     PIC X(8).
               10  WS-PAIR-RETIRED-ID PIC X(10).
               10  WS-PAIR-SUCCESSOR-ID PIC X(10).
               10  WS-PAIR-TOTAL      PIC 9(9).
               10  WS-PAIR-LATEST     PIC 9(9).
               10  WS-PAIR-FIRST-DATE PIC 9(8).
               10  WS-PAIR-LAST-DATE  PIC 9(8).

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE            PIC 9(8) VALUE ZERO.
           05  WS-LATEST-DATE         PIC 9(8) VALUE ZERO.
           05  WS-EARLIEST-DATE       PIC 9(8) VALUE 99999999.
           05  WS-SENDER-WORK         PIC X(8) VALUE SPACES.

       01  WS-FILE-STATUSES.
           05  WS-REDIRIN-STATUS      PIC XX VALUE SPACES.
           05  WS-REDIRRPT-STATUS     PIC XX VALUE SPACES.
           05  WS-RUNCTL-STATUS       PIC XX VALUE SPACES.

       01  WS-RUN-CONTROL-FIELDS.
           05  WS-RC-METRIC           PIC X(12) VALUE SPACES.
           05  WS-RC-COUNT            PIC 9(9) VALUE ZERO.
           05  WS-RC-FLAG             PIC X(1) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                 PIC X(46) VALUE
                   "MSGREDIR - SENDERS STILL USING RETIRED ACCOUNT".
           05  FILLER                 PIC X(14) VALUE
                   " IDS - RUN OF ".
           05  HDG-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(64) VALUE SPACES.

       01  WS-WINDOW-LINE.
           05  FILLER                 PIC X(25) VALUE
                   "REDIRECT LOG WINDOW FROM ".
           05  WIN-FROM-DATE          PIC 9(8).
           05  FILLER                 PIC X(4) VALUE " TO ".
           05  WIN-TO-DATE            PIC 9(8).
           05  FILLER                 PIC X(87) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                 PIC X(42) VALUE
                   "SENDER    RETIRED ID  SUCCESSOR       WIND".
           05  FILLER                 PIC X(42) VALUE
                   "OW LATEST NIGHT   FIRST SEEN  LAST SEEN   ".
           05  FILLER                 PIC X(48) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DTL-SENDER             PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DTL-RETIRED-ID         PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DTL-SUCCESSOR-ID       PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  DTL-TOTAL              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DTL-LATEST             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  DTL-FIRST-DATE         PIC 9(8).
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  DTL-LAST-DATE          PIC 9(8).
           05  FILLER                 PIC X(52) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  TOT-LABEL              PIC X(40).
           05  TOT-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(81) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT REDIRIN-FILE
           IF WS-REDIRIN-STATUS NOT = "00"
               DISPLAY "MSGREDIR ERROR - UNABLE TO OPEN REDIRIN, "
                   "STATUS=" WS-REDIRIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REDIRRPT-FILE
           IF WS-REDIRRPT-STATUS NOT = "00"
               DISPLAY "MSGREDIR ERROR - UNABLE TO OPEN REDIRRPT, "
                   "STATUS=" WS-REDIRRPT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE REDIRIN-FILE
               STOP RUN
           END-IF

           PERFORM 1000-TALLY-REDIRECTS
           PERFORM 2000-COUNT-LATEST-PAIRS
           PERFORM 3000-WRITE-REPORT

           CLOSE REDIRIN-FILE
           CLOSE REDIRRPT-FILE

           DISPLAY "MSGREDIR SUMMARY - REDIRECTS READ: "
               WS-REDIRECT-READ-COUNT
               " SENDER/RETIRED ID PAIRS: " WS-PAIR-COUNT-USED
               " ON LATEST NIGHT: " WS-LATEST-PAIR-COUNT
           IF WS-PAIR-FULL-WARNED
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9000-WRITE-RUN-CONTROL
           STOP RUN.

       1000-TALLY-REDIRECTS.
           PERFORM UNTIL WS-REDIRIN-EOF
               READ REDIRIN-FILE
                   AT END
                       SET WS-REDIRIN-EOF TO TRUE
                   NOT AT END
                       IF RDR-RUN-DATE NUMERIC
                          AND RDR-RETIRED-ID NOT = SPACES
                           ADD 1 TO WS-REDIRECT-READ-COUNT
                           PERFORM 1100-TALLY-ONE-REDIRECT
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      * ONE TABLE ENTRY PER SENDER AND RETIRED ID. THE SUCCESSOR *
      * KEPT IS THE ONE ON THE LATEST RECORD, IN CASE THE        *
      * SUCCESSOR WAS ITSELF MERGED DURING THE WINDOW.           *
      *----------------------------------------------------------*
       1100-TALLY-ONE-REDIRECT.
           IF RDR-SENDER-ID = SPACES
              OR RDR-SENDER-ID = LOW-VALUES
               MOVE "UNBATCHD" TO WS-SENDER-WORK
           ELSE
               MOVE RDR-SENDER-ID TO WS-SENDER-WORK
           END-IF
           IF RDR-RUN-DATE > WS-LATEST-DATE
               MOVE RDR-RUN-DATE TO WS-LATEST-DATE
           END-IF
           IF RDR-RUN-DATE < WS-EARLIEST-DATE
               MOVE RDR-RUN-DATE TO WS-EARLIEST-DATE
           END-IF
           SET WS-FOUND TO FALSE
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT-USED
               IF WS-PAIR-SENDER(WS-PAIR-IDX) = WS-SENDER-WORK
                  AND WS-PAIR-RETIRED-ID(WS-PAIR-IDX) = RDR-RETIRED-ID
                   ADD 1 TO WS-PAIR-TOTAL(WS-PAIR-IDX)
                   IF RDR-RUN-DATE < WS-PAIR-FIRST-DATE(WS-PAIR-IDX)
                       MOVE RDR-RUN-DATE
                           TO WS-PAIR-FIRST-DATE(WS-PAIR-IDX)
                   END-IF
                   IF RDR-RUN-DATE NOT < WS-PAIR-LAST-DATE(WS-PAIR-IDX)
                       MOVE RDR-RUN-DATE
                           TO WS-PAIR-LAST-DATE(WS-PAIR-IDX)
                       MOVE RDR-SUCCESSOR-ID
                           TO WS-PAIR-SUCCESSOR-ID(WS-PAIR-IDX)
                   END-IF
                   SET WS-FOUND TO TRUE
                   SET WS-PAIR-IDX TO WS-PAIR-COUNT-USED
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-PAIR-COUNT-USED < 2000
                   ADD 1 TO WS-PAIR-COUNT-USED
                   SET WS-PAIR-IDX TO WS-PAIR-COUNT-USED
                   MOVE WS-SENDER-WORK TO WS-PAIR-SENDER(WS-PAIR-IDX)
                   MOVE RDR-RETIRED-ID
                       TO WS-PAIR-RETIRED-ID(WS-PAIR-IDX)
                   MOVE RDR-SUCCESSOR-ID
                       TO WS-PAIR-SUCCESSOR-ID(WS-PAIR-IDX)
                   MOVE 1 TO WS-PAIR-TOTAL(WS-PAIR-IDX)
                   MOVE ZERO TO WS-PAIR-LATEST(WS-PAIR-IDX)
                   MOVE RDR-RUN-DATE TO WS-PAIR-FIRST-DATE(WS-PAIR-IDX)
                   MOVE RDR-RUN-DATE TO WS-PAIR-LAST-DATE(WS-PAIR-IDX)
               ELSE
                   IF NOT WS-PAIR-FULL-WARNED
                       DISPLAY "MSGREDIR WARNING - SENDER/RETIRED ID "
                           "TABLE FULL AT 2000 ENTRIES, REPORT "
                           "OMITS REMAINING PAIRS"
                       SET WS-PAIR-FULL-WARNED TO TRUE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * THE LATEST-NIGHT COUNT NEEDS THE LATEST DATE IN THE      *
      * WHOLE WINDOW, SO THE LOG IS READ A SECOND TIME FOR IT.   *
      *----------------------------------------------------------*
       2000-COUNT-LATEST-PAIRS.
           CLOSE REDIRIN-FILE
           OPEN INPUT REDIRIN-FILE
           IF WS-REDIRIN-STATUS NOT = "00"
               DISPLAY "MSGREDIR ERROR - UNABLE TO REOPEN REDIRIN, "
                   "STATUS=" WS-REDIRIN-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE REDIRRPT-FILE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-REDIRIN-EOF-SWITCH
           PERFORM UNTIL WS-REDIRIN-EOF
               READ REDIRIN-FILE
                   AT END
                       SET WS-REDIRIN-EOF TO TRUE
                   NOT AT END
                       IF RDR-RUN-DATE NUMERIC
                          AND RDR-RUN-DATE = WS-LATEST-DATE
                          AND RDR-RETIRED-ID NOT = SPACES
                           PERFORM 2100-COUNT-ONE-LATEST
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT-USED
               IF WS-PAIR-LATEST(WS-PAIR-IDX) > ZERO
                   ADD 1 TO WS-LATEST-PAIR-COUNT
               END-IF
           END-PERFORM.

       2100-COUNT-ONE-LATEST.
           ADD 1 TO WS-LATEST-COUNT
           IF RDR-SENDER-ID = SPACES
              OR RDR-SENDER-ID = LOW-VALUES
               MOVE "UNBATCHD" TO WS-SENDER-WORK
           ELSE
               MOVE RDR-SENDER-ID TO WS-SENDER-WORK
           END-IF
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT-USED
               IF WS-PAIR-SENDER(WS-PAIR-IDX) = WS-SENDER-WORK
                  AND WS-PAIR-RETIRED-ID(WS-PAIR-IDX) = RDR-RETIRED-ID
                   ADD 1 TO WS-PAIR-LATEST(WS-PAIR-IDX)
                   SET WS-PAIR-IDX TO WS-PAIR-COUNT-USED
               END-IF
           END-PERFORM.

       3000-WRITE-REPORT.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE WS-HEADING-LINE TO REDIRRPT-RECORD
           WRITE REDIRRPT-RECORD
           IF WS-PAIR-COUNT-USED = ZERO
               MOVE "NO TRAFFIC UNDER RETIRED IDS IN THE LOG WINDOW"
                   TO REDIRRPT-RECORD
               WRITE REDIRRPT-RECORD
           ELSE
               MOVE WS-EARLIEST-DATE TO WIN-FROM-DATE
               MOVE WS-LATEST-DATE TO WIN-TO-DATE
               MOVE WS-WINDOW-LINE TO REDIRRPT-RECORD
               WRITE REDIRRPT-RECORD
               MOVE WS-COLUMN-LINE TO REDIRRPT-RECORD
               WRITE REDIRRPT-RECORD
               PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                       UNTIL WS-PAIR-IDX > WS-PAIR-COUNT-USED
                   MOVE WS-PAIR-SENDER(WS-PAIR-IDX) TO DTL-SENDER
                   MOVE WS-PAIR-RETIRED-ID(WS-PAIR-IDX)
                       TO DTL-RETIRED-ID
                   MOVE WS-PAIR-SUCCESSOR-ID(WS-PAIR-IDX)
                       TO DTL-SUCCESSOR-ID
                   MOVE WS-PAIR-TOTAL(WS-PAIR-IDX) TO DTL-TOTAL
                   MOVE WS-PAIR-LATEST(WS-PAIR-IDX) TO DTL-LATEST
                   MOVE WS-PAIR-FIRST-DATE(WS-PAIR-IDX)
                       TO DTL-FIRST-DATE
                   MOVE WS-PAIR-LAST-DATE(WS-PAIR-IDX)
                       TO DTL-LAST-DATE
                   MOVE WS-DETAIL-LINE TO REDIRRPT-RECORD
                   WRITE REDIRRPT-RECORD
               END-PERFORM
           END-IF
           MOVE "MESSAGES SENT UNDER RETIRED IDS:" TO TOT-LABEL
           MOVE WS-REDIRECT-READ-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO REDIRRPT-RECORD
           WRITE REDIRRPT-RECORD
           MOVE "OF WHICH ON THE LATEST NIGHT:" TO TOT-LABEL
           MOVE WS-LATEST-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO REDIRRPT-RECORD
           WRITE REDIRRPT-RECORD
           MOVE "SENDER/RETIRED ID PAIRS:" TO TOT-LABEL
           MOVE WS-PAIR-COUNT-USED TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO REDIRRPT-RECORD
           WRITE REDIRRPT-RECORD.

      *----------------------------------------------------------*
      * APPEND THE KEY COUNTS AND OUTCOME TO THE COMMON RUN-     *
      * CONTROL DATASET (RUNCTL COPYBOOK) FOR THE END-OF-JOB     *
      * MSGOPS MORNING SUMMARY. A FAILURE HERE ONLY WARNS.       *
      *----------------------------------------------------------*
       9000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
              AND WS-RUNCTL-STATUS NOT = "05"
               DISPLAY "MSGREDIR WARNING - UNABLE TO OPEN RUNCTL, "
                   "STATUS=" WS-RUNCTL-STATUS
                   ", RUN-CONTROL TOTALS NOT WRITTEN"
           ELSE
               MOVE SPACES TO WS-RC-FLAG
               MOVE "RETIRED-USE" TO WS-RC-METRIC
               MOVE WS-LATEST-COUNT TO WS-RC-COUNT
               PERFORM 9100-PUT-RUN-CONTROL
               MOVE "RETIRED-SNDR" TO WS-RC-METRIC
               MOVE WS-LATEST-PAIR-COUNT TO WS-RC-COUNT
               PERFORM 9100-PUT-RUN-CONTROL
               MOVE "OUTCOME" TO WS-RC-METRIC
               MOVE RETURN-CODE TO WS-RC-COUNT
               IF RETURN-CODE NOT = ZERO
                   MOVE 'A' TO WS-RC-FLAG
               END-IF
               PERFORM 9100-PUT-RUN-CONTROL
               CLOSE RUNCTL-FILE
           END-IF.

       9100-PUT-RUN-CONTROL.
           MOVE "MSGREDIR" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RC-METRIC TO RC-METRIC
           MOVE WS-RC-COUNT TO RC-COUNT
           MOVE WS-RC-FLAG TO RC-FLAG
           WRITE RUNCTL-RECORD.
