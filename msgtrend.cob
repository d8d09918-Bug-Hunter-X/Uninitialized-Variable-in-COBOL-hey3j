      * PREVIOUSLY ACTIVE SENDER WITH NO TRAFFIC ON THE LATEST   *
      * RUN IS REPORTED AS GONE SILENT. VOLUME ANOMALIES ARE     *
      * USUALLY THE FIRST HINT THAT AN UPSTREAM FEED BROKE.      *
      *                                                          *
      * ONLY BUSINESS-DAY RUNS MAKE UP THE 7-RUN AVERAGE -       *
      * WEEKEND AND HOLCAL HOLIDAY RUNS ARE STEPPED OVER - AND   *
      * WHEN THE LATEST RUN ITSELF FALLS ON A NON-BUSINESS DAY   *
      * ITS LOW VOLUME AND QUIET SENDERS ARE EXPECTED, SO THE    *
      * ANOMALY AND SILENT-SENDER CHECKS ARE NOT APPLIED TO IT.  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT OPTIONAL HOLCAL-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  RUNCTL-RECORD.
           COPY RUNCTL.

       FD  HOLCAL-FILE
           RECORDING MODE IS F.
       01  HOLCAL-RECORD.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-HISTIN-EOF-SWITCH   PIC X VALUE 'N'.
           05  WS-RECENT-DONE-SWITCH  PIC X VALUE 'N'.
               88  WS-RECENT-DONE            VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-HOLCAL-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-HOLCAL-EOF             VALUE 'Y'.
           05  WS-HOL-FULL-SWITCH     PIC X VALUE 'N'.
               88  WS-HOL-FULL-WARNED        VALUE 'Y'.
           05  WS-LATEST-NONBUS-SWITCH PIC X VALUE 'N'.
               88  WS-LATEST-NONBUS          VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-HIST-COUNT-USED     PIC 9(5) VALUE ZERO.
           05  WS-RECENT-COUNT-USED   PIC 9(1) VALUE ZERO.
           05  WS-SILENT-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-ANOMALY-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-NONBUS-SKIP-COUNT   PIC 9(4) VALUE ZERO.

       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 30000 TIMES
           05  WS-CURR-MONTH-TOTAL    PIC 9(9) VALUE ZERO.
           05  WS-PRIOR-MONTH-TOTAL   PIC 9(9) VALUE ZERO.

       01  WS-DATE-WORK-FIELDS.
           05  WS-DATE-INPUT          PIC 9(8) VALUE ZERO.
           05  WS-DATE-FIELDS REDEFINES WS-DATE-INPUT.
               10  WS-DATE-YEAR       PIC 9(4).
               10  WS-DATE-MONTH      PIC 9(2).
               10  WS-DATE-DAY        PIC 9(2).
           05  WS-DATE-DAY-NO         PIC 9(9) COMP VALUE ZERO.
           05  WS-DATE-WORK-YEAR      PIC 9(9) COMP VALUE ZERO.
           05  WS-DATE-QUOT-4         PIC 9(9) COMP VALUE ZERO.
           05  WS-DATE-QUOT-100       PIC 9(9) COMP VALUE ZERO.
           05  WS-DATE-QUOT-400       PIC 9(9) COMP VALUE ZERO.
           05  WS-ANCHOR-DAY-NO       PIC 9(9) COMP VALUE ZERO.
           05  WS-CHECK-DAY-NO        PIC 9(9) COMP VALUE ZERO.
           05  WS-WEEKDAY-NO          PIC 9(9) COMP VALUE ZERO.
           05  WS-WEEKDAY-QUOT        PIC 9(9) COMP VALUE ZERO.

      *    HOLIDAYS FROM THE SHARED HOLCAL CALENDAR, KEPT AS SERIAL
      *    DAY NUMBERS SO 8100 CAN TEST ANY DAY WITHOUT CONVERTING.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-COUNT-USED      PIC 9(3) VALUE ZERO.
           05  WS-HOL-DAY-NO OCCURS 500 TIMES
                   INDEXED BY WS-HOL-IDX  PIC 9(9) COMP.

       01  WS-BUSINESS-DAY-SWITCH     PIC X VALUE 'N'.
           88  WS-BUSINESS-DAY               VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.

       01  WS-FILE-STATUSES.
           05  WS-HISTIN-STATUS       PIC XX VALUE SPACES.
           05  WS-TRENDRPT-STATUS     PIC XX VALUE SPACES.
           05  WS-RUNCTL-STATUS       PIC XX VALUE SPACES.
           05  WS-HOLCAL-STATUS       PIC XX VALUE SPACES.

       01  WS-RUN-CONTROL-FIELDS.
           05  WS-RC-METRIC           PIC X(12) VALUE SPACES.
                   " PREVIOUSLY ACTIVE, SILENT ON LATEST RUN".
           05  FILLER                 PIC X(75) VALUE SPACES.

       01  WS-NONBUS-LINE.
           05  FILLER                 PIC X(47) VALUE
                   "LATEST RUN IS NOT A BUSINESS DAY - ANOMALY AND".
           05  FILLER                 PIC X(85) VALUE
                   "SILENT-SENDER CHECKS NOT APPLIED".

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT HISTIN-FILE
               STOP RUN
           END-IF

           PERFORM 0500-LOAD-HOLIDAY-TABLE
           PERFORM 1000-LOAD-HISTORY
           IF WS-HIST-COUNT-USED = ZERO
               DISPLAY "MSGTREND - HISTORY DATASET IS EMPTY, "
           MOVE WS-LATEST-DATE TO HDG-LATEST-DATE
           MOVE WS-HEADING-LINE TO TRENDRPT-RECORD
           WRITE TRENDRPT-RECORD
           IF WS-LATEST-NONBUS
               MOVE WS-NONBUS-LINE TO TRENDRPT-RECORD
               WRITE TRENDRPT-RECORD
           END-IF

           PERFORM 3000-REPORT-TYPE-TRENDS
           PERFORM 4000-REPORT-SILENT-SENDERS
           CLOSE TRENDRPT-FILE
           STOP RUN.

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
               DISPLAY "MSGTREND ERROR - UNABLE TO OPEN HOLCAL, "
                   "STATUS=" WS-HOLCAL-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE HISTIN-FILE
               CLOSE TRENDRPT-FILE
               STOP RUN
           END-IF
           IF WS-HOLCAL-STATUS = "05"
               DISPLAY "MSGTREND WARNING - NO HOLCAL CALENDAR, ONLY "
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
                   DISPLAY "MSGTREND WARNING - HOLCAL DATE " HOL-DATE
                       " NOT NUMERIC, ENTRY IGNORED"
               WHEN WS-HOL-COUNT-USED NOT < 500
                   IF NOT WS-HOL-FULL-WARNED
                       DISPLAY "MSGTREND WARNING - HOLIDAY TABLE FULL "
                           "AT 500 ENTRIES, LATER HOLCAL DATES IGNORED"
                       SET WS-HOL-FULL-WARNED TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE HOL-DATE TO WS-DATE-INPUT
                   IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
                      OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
                       DISPLAY "MSGTREND WARNING - HOLCAL DATE "
                           HOL-DATE " INVALID, ENTRY IGNORED"
                   ELSE
                       PERFORM 8000-DATE-TO-DAY-NO
                       ADD 1 TO WS-HOL-COUNT-USED
                       SET WS-HOL-IDX TO WS-HOL-COUNT-USED
                       MOVE WS-DATE-DAY-NO TO
                           WS-HOL-DAY-NO(WS-HOL-IDX)
                   END-IF
           END-EVALUATE.

       1000-LOAD-HISTORY.
           PERFORM UNTIL WS-HISTIN-EOF
               READ HISTIN-FILE
      *----------------------------------------------------------*
      * PICK THE SEVEN MOST RECENT DISTINCT RUN DATES BY        *
      * REPEATED HIGH-WATER SCANS OVER THE DISTINCT-DATE TABLE. *
      * WEEKEND AND HOLIDAY RUN DATES ARE PASSED OVER SO THE    *
      * AVERAGE REFLECTS ORDINARY BUSINESS-DAY VOLUME.          *
      *----------------------------------------------------------*
       2000-SELECT-RECENT-DATES.
           MOVE WS-LATEST-DATE TO WS-DATE-INPUT
           PERFORM 8000-DATE-TO-DAY-NO
           MOVE WS-DATE-DAY-NO TO WS-CHECK-DAY-NO
           PERFORM 8100-CHECK-BUSINESS-DAY
           IF NOT WS-BUSINESS-DAY
               SET WS-LATEST-NONBUS TO TRUE
           END-IF
           MOVE ZERO TO WS-RECENT-COUNT-USED
           MOVE 99999999 TO WS-PREV-HIGH
           SET WS-RECENT-DONE TO FALSE
               IF WS-HIGH-WATER = ZERO
                   SET WS-RECENT-DONE TO TRUE
               ELSE
                   MOVE WS-HIGH-WATER TO WS-PREV-HIGH
                   MOVE WS-HIGH-WATER TO WS-DATE-INPUT
                   PERFORM 8000-DATE-TO-DAY-NO
                   MOVE WS-DATE-DAY-NO TO WS-CHECK-DAY-NO
                   PERFORM 8100-CHECK-BUSINESS-DAY
                   IF WS-BUSINESS-DAY
                       ADD 1 TO WS-RECENT-COUNT-USED
                       MOVE WS-HIGH-WATER
                           TO WS-RECENT-DATE(WS-RECENT-COUNT-USED)
                   ELSE
                       ADD 1 TO WS-NONBUS-SKIP-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NONBUS-SKIP-COUNT > ZERO
               DISPLAY "MSGTREND - " WS-NONBUS-SKIP-COUNT
                   " WEEKEND/HOLIDAY RUNS LEFT OUT OF THE 7-RUN "
                   "AVERAGE"
           END-IF.

       2100-SET-MONTH-RANGES.
           MOVE WS-LATEST-DATE(1:6) TO WS-CURR-MONTH
               MOVE ZERO TO WS-AVG-7
           END-IF
           MOVE SPACES TO TLN-FLAG
           IF WS-LATEST-NONBUS
               MOVE "NON-BUSINESS DAY" TO TLN-FLAG
           END-IF
           IF WS-AVG-7 > ZERO
              AND NOT WS-LATEST-NONBUS
               COMPUTE WS-SWING-HIGH = WS-AVG-7 * 1.5
               COMPUTE WS-SWING-LOW = WS-AVG-7 * 0.5
               IF WS-LATEST-VOLUME > WS-SWING-HIGH
           END-PERFORM
           PERFORM VARYING WS-SENDER-IDX FROM 1 BY 1
                   UNTIL WS-SENDER-IDX > WS-SENDER-COUNT-USED
                      OR WS-LATEST-NONBUS
               IF WS-SENDER-PRIOR(WS-SENDER-IDX) > ZERO
                  AND WS-SENDER-LATEST(WS-SENDER-IDX) = ZERO
                   ADD 1 TO WS-SILENT-COUNT
               END-IF
           END-PERFORM
           IF WS-SILENT-COUNT = ZERO
              AND NOT WS-LATEST-NONBUS
               MOVE "NO PREVIOUSLY ACTIVE SENDERS HAVE GONE SILENT"
                   TO TRENDRPT-RECORD
               WRITE TRENDRPT-RECORD
           MOVE WS-RC-COUNT TO RC-COUNT
           MOVE WS-RC-FLAG TO RC-FLAG
           WRITE RUNCTL-RECORD.

      *----------------------------------------------------------*
      * CONVERT A CCYYMMDD DATE TO A SERIAL DAY NUMBER SO AGES   *
      * CAN BE COMPUTED ACROSS MONTH AND YEAR BOUNDARIES.        *
      *----------------------------------------------------------*
       8000-DATE-TO-DAY-NO.
           MOVE WS-DATE-YEAR TO WS-DATE-WORK-YEAR
           IF WS-DATE-MONTH < 3
               SUBTRACT 1 FROM WS-DATE-WORK-YEAR
           END-IF
           DIVIDE WS-DATE-WORK-YEAR BY 4
               GIVING WS-DATE-QUOT-4
           DIVIDE WS-DATE-WORK-YEAR BY 100
               GIVING WS-DATE-QUOT-100
           DIVIDE WS-DATE-WORK-YEAR BY 400
               GIVING WS-DATE-QUOT-400
           COMPUTE WS-DATE-DAY-NO =
               (365 * WS-DATE-WORK-YEAR)
               + WS-DATE-QUOT-4
               - WS-DATE-QUOT-100
               + WS-DATE-QUOT-400
               + WS-DATE-DAY
           EVALUATE WS-DATE-MONTH
               WHEN 03
                   CONTINUE
               WHEN 04
                   ADD 31 TO WS-DATE-DAY-NO
               WHEN 05
                   ADD 61 TO WS-DATE-DAY-NO
               WHEN 06
                   ADD 92 TO WS-DATE-DAY-NO
               WHEN 07
                   ADD 122 TO WS-DATE-DAY-NO
               WHEN 08
                   ADD 153 TO WS-DATE-DAY-NO
               WHEN 09
                   ADD 184 TO WS-DATE-DAY-NO
               WHEN 10
                   ADD 214 TO WS-DATE-DAY-NO
               WHEN 11
                   ADD 245 TO WS-DATE-DAY-NO
               WHEN 12
                   ADD 275 TO WS-DATE-DAY-NO
               WHEN 01
                   ADD 306 TO WS-DATE-DAY-NO
               WHEN 02
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
