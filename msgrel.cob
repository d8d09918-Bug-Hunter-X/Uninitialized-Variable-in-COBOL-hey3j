      * ON RELIN), RELEASES EVERY MESSAGE WHOSE RELEASE DATE HAS *
      * ARRIVED BACK INTO THE MSGIN STREAM IN MSGIN FORMAT, AND  *
      * CARRIES THE REST FORWARD ON A NEW HOLDOVER GENERATION.   *
      * RELEASES ONLY HAPPEN ON BUSINESS DAYS - WEEKENDS AND THE *
      * HOLIDAYS IN THE SHARED HOLCAL CALENDAR CARRY EVERYTHING  *
      * FORWARD, SO A MESSAGE DUE ON A HOLIDAY GOES OUT ON THE   *
      * NEXT BUSINESS NIGHT.                                     *
      * THE REPORT SHOWS WHAT IS STILL HELD AND FOR HOW MANY     *
      * BUSINESS DAYS, AND EACH RELEASED MESSAGE IS STAMPED      *
      * RELEASED IN THE AUDIT KSDS SO MSGINQ SHOWS THE FULL      *
      * HELD/RELEASED HISTORY.                                   *
      *                                                          *
      * A MESSAGE MSGRELAY HELD BECAUSE ITS ACCOUNT WAS OVER ITS *
      * DAILY QUOTA CARRIES A Q HOLD REASON AND THE NIGHT IT WAS *
      * HELD AS ITS RELEASE DATE, SO IT GOES OUT ON THE NEXT     *
      * BUSINESS NIGHT; IT IS MARKED OVER QUOTA ON THE REPORT    *
      * AND IN THE RELEASE AUDIT.                                *
      *                                                          *
      * SEGMENTED MESSAGES WERE HELD RECORD BY RECORD WITH THE   *
      * SAME RELEASE DATE, SO A GROUP ALWAYS RELEASES (OR        *
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT OPTIONAL HOLCAL-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  RIN-HELD-DATE          PIC 9(8).
           05  RIN-RELEASE-DATE       PIC 9(8).
           05  RIN-IMAGE              PIC X(100).
           05  RIN-HOLD-REASON        PIC X(1).
               88  RIN-QUOTA-HOLD            VALUE 'Q'.
           05  FILLER                 PIC X(3).

       FD  RELOUT-FILE
           RECORDING MODE IS F.
           05  HOT-HELD-DATE          PIC 9(8).
           05  HOT-RELEASE-DATE       PIC 9(8).
           05  HOT-IMAGE              PIC X(100).
           05  HOT-HOLD-REASON        PIC X(1).
           05  FILLER                 PIC X(3).

       FD  HOLDRPT-FILE
           RECORDING MODE IS F.
       01  RUNCTL-RECORD.
           COPY RUNCTL.

       FD  HOLCAL-FILE
           RECORDING MODE IS F.
       01  HOLCAL-RECORD.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
       01  WS-RAW-RECORD              PIC X(100).
       01  WS-DETAIL-FIELDS REDEFINES WS-RAW-RECORD.
               88  WS-RELIN-EOF              VALUE 'Y'.
           05  WS-SEGCTL-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-SEGCTL-EOF             VALUE 'Y'.
           05  WS-HOLCAL-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-HOLCAL-EOF             VALUE 'Y'.
           05  WS-HOL-FULL-SWITCH     PIC X VALUE 'N'.
               88  WS-HOL-FULL-WARNED        VALUE 'Y'.
           05  WS-RELEASE-NIGHT-SWITCH PIC X VALUE 'N'.
               88  WS-RELEASE-NIGHT          VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-CURRENT-DAY-NO      PIC 9(9) COMP VALUE ZERO.
           05  WS-ENTRY-DAY-NO        PIC 9(9) COMP VALUE ZERO.
           05  WS-HELD-DAYS           PIC S9(4) COMP VALUE ZERO.
           05  WS-ANCHOR-DAY-NO       PIC 9(9) COMP VALUE ZERO.
           05  WS-CHECK-DAY-NO        PIC 9(9) COMP VALUE ZERO.
           05  WS-WEEKDAY-NO          PIC 9(9) COMP VALUE ZERO.
           05  WS-WEEKDAY-QUOT        PIC 9(9) COMP VALUE ZERO.
           05  WS-BUS-DAY-COUNT       PIC 9(9) COMP VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-RELIN-STATUS        PIC XX VALUE SPACES.
           05  WS-SEGCTL-STATUS       PIC XX VALUE SPACES.
           05  WS-AUDIT-STATUS        PIC XX VALUE SPACES.
           05  WS-RUNCTL-STATUS       PIC XX VALUE SPACES.
           05  WS-HOLCAL-STATUS       PIC XX VALUE SPACES.

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
           05  FILLER                 PIC X(42) VALUE
                   "MSGREL - HELD MESSAGE RELEASE RUN AS OF".
           05  DTL-RELEASE-DATE       PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DTL-HELD-DAYS          PIC ZZZ9.
           05  FILLER                 PIC X(19) VALUE
                   " BUSINESS DAYS HELD".
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DTL-HOLD-KIND          PIC X(10).
           05  FILLER                 PIC X(45) VALUE SPACES.

       01  WS-NO-RELEASE-LINE.
           05  FILLER                 PIC X(47) VALUE
                   "NOT A BUSINESS DAY - ALL HELD MESSAGES CARRIED".
           05  FILLER                 PIC X(85) VALUE
                   "FORWARD TO THE NEXT BUSINESS NIGHT".

       01  WS-TOTAL-LINE.
           05  TOT-LABEL              PIC X(24).

           PERFORM 0100-OPEN-FILES
           PERFORM 0300-LOAD-SEGTYPE-TABLE
           PERFORM 0500-LOAD-HOLIDAY-TABLE

           MOVE WS-CURRENT-DATE TO HDG-RUN-DATE
           MOVE WS-HEADING-LINE TO HOLDRPT-RECORD
           WRITE HOLDRPT-RECORD

           MOVE WS-CURRENT-DAY-NO TO WS-CHECK-DAY-NO
           PERFORM 8100-CHECK-BUSINESS-DAY
           IF WS-BUSINESS-DAY
               SET WS-RELEASE-NIGHT TO TRUE
           ELSE
               DISPLAY "MSGREL - " WS-CURRENT-DATE
                   " IS NOT A BUSINESS DAY, NOTHING RELEASED"
               MOVE WS-NO-RELEASE-LINE TO HOLDRPT-RECORD
               WRITE HOLDRPT-RECORD
           END-IF

           PERFORM UNTIL WS-RELIN-EOF
               READ RELIN-FILE
                   AT END
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
               DISPLAY "MSGREL ERROR - UNABLE TO OPEN HOLCAL, "
                   "STATUS=" WS-HOLCAL-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 0200-CLOSE-FILES
               STOP RUN
           END-IF
           IF WS-HOLCAL-STATUS = "05"
               DISPLAY "MSGREL WARNING - NO HOLCAL CALENDAR, ONLY "
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
                   DISPLAY "MSGREL WARNING - HOLCAL DATE " HOL-DATE
                       " NOT NUMERIC, ENTRY IGNORED"
               WHEN WS-HOL-COUNT-USED NOT < 500
                   IF NOT WS-HOL-FULL-WARNED
                       DISPLAY "MSGREL WARNING - HOLIDAY TABLE FULL "
                           "AT 500 ENTRIES, LATER HOLCAL DATES IGNORED"
                       SET WS-HOL-FULL-WARNED TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE HOL-DATE TO WS-DATE-INPUT
                   IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
                      OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
                       DISPLAY "MSGREL WARNING - HOLCAL DATE "
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
      * A GROUP WAS HELD WITH ONE RELEASE DATE ON EVERY RECORD,  *
      * SO DISPOSING RECORD BY RECORD KEEPS GROUPS INTACT. ONLY  *
           MOVE RIN-IMAGE TO WS-RAW-RECORD
           PERFORM 0400-CHECK-SEG-REGISTERED
           IF RIN-RELEASE-DATE NOT > WS-CURRENT-DATE
              AND WS-RELEASE-NIGHT
               MOVE RIN-IMAGE TO RELOUT-RECORD
               WRITE RELOUT-RECORD
               IF NOT (WS-SEG-REGISTERED
               MOVE RIN-HELD-DATE TO HOT-HELD-DATE
               MOVE RIN-RELEASE-DATE TO HOT-RELEASE-DATE
               MOVE RIN-IMAGE TO HOT-IMAGE
               MOVE RIN-HOLD-REASON TO HOT-HOLD-REASON
               WRITE HOLDOUT-RECORD
               IF NOT (WS-SEG-REGISTERED
                       AND (SEG-CONTINUATION OR SEG-LAST))

       2000-AUDIT-RELEASE.
           ADD 1 TO WS-AUDIT-SEQ
           MOVE SPACES TO AUDIT-RECORD
           MOVE MSG-ACCOUNT-ID TO AUD-ACCOUNT-ID
           MOVE WS-RUN-ID TO AUD-RUN-ID
           MOVE WS-AUDIT-SEQ TO AUD-SEQ
           MOVE WS-CURRENT-TIME TO AUD-RUN-TIME
           MOVE "RELEASED" TO AUD-DISPOSITION
           MOVE SPACES TO AUD-REASON
           IF RIN-QUOTA-HOLD
               STRING "QUOTA HELD " RIN-HELD-DATE
                   DELIMITED BY SIZE INTO AUD-REASON
           ELSE
               STRING "HELD SINCE " RIN-HELD-DATE
                   DELIMITED BY SIZE INTO AUD-REASON
           END-IF
           MOVE SPACES TO AUD-PRIORITY
           WRITE AUDIT-RECORD
               INVALID KEY
           MOVE RIN-HELD-DATE TO WS-DATE-INPUT
           PERFORM 8000-DATE-TO-DAY-NO
           MOVE WS-DATE-DAY-NO TO WS-ENTRY-DAY-NO
           PERFORM 8200-COUNT-BUSINESS-DAYS
           MOVE WS-BUS-DAY-COUNT TO WS-HELD-DAYS
           MOVE MSG-ACCOUNT-ID TO DTL-ACCOUNT-ID
           MOVE MSG-TYPE-CODE TO DTL-MSG-TYPE
           MOVE RIN-HELD-DATE TO DTL-HELD-DATE
           MOVE RIN-RELEASE-DATE TO DTL-RELEASE-DATE
           MOVE WS-HELD-DAYS TO DTL-HELD-DAYS
           IF RIN-QUOTA-HOLD
               MOVE "OVER QUOTA" TO DTL-HOLD-KIND
           ELSE
               MOVE SPACES TO DTL-HOLD-KIND
           END-IF
           MOVE WS-DETAIL-LINE TO HOLDRPT-RECORD
           WRITE HOLDRPT-RECORD.

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
