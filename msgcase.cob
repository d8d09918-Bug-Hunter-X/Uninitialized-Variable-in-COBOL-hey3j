       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGCASE.

      *----------------------------------------------------------*
      * MSGCASE - OPEN REJECT CASE AGING REPORT. READS THE       *
      * REJCASE INVENTORY (CASEREC COPYBOOK) THAT MSGRELAY AND   *
      * MSGACK OPEN A CASE ON FOR EVERY REJECT AND NAK, AND      *
      * MSGFIX AND THE NEXT MSGRELAY RUN MOVE ON. EVERY CASE     *
      * STILL OPEN, REPAIRED OR RESUBMITTED IS AGED IN BUSINESS  *
      * DAYS FROM ITS FIRST REJECT - A CASE REJECTED AGAIN AFTER *
      * A REPAIR KEEPS THE ORIGINAL DATE - AND THOSE OLDER THAN  *
      * THE AGING THRESHOLD ARE LISTED SO NOBODY'S REJECTS SIT   *
      * UNWORKED. THE COUNTS GO TO RUNCTL, AND ANY AGED CASE     *
      * FLAGS THE MSGOPS MORNING SUMMARY FOR ATTENTION.          *
      *                                                          *
      * CLOSED CASES (RELAYED, WRITTEN OFF, REJECTED AGAIN) ARE  *
      * DELETED ONCE THEIR LAST STATUS CHANGE IS OLDER THAN THE  *
      * RETENTION PERIOD, SO THE INVENTORY DOES NOT GROW         *
      * WITHOUT LIMIT.                                           *
      *                                                          *
      * CASECTL CONTROL CARD (OPTIONAL, 80 BYTES):               *
      *   COLS 1-3  AGING THRESHOLD IN BUSINESS DAYS (DEFAULT 5) *
      *   COLS 5-7  CLOSED-CASE RETENTION IN BUSINESS DAYS       *
      *             (DEFAULT 30)                                 *
      * AGES ARE IN BUSINESS DAYS - WEEKENDS AND HOLCAL HOLIDAYS *
      * DO NOT COUNT.                                            *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJCASE-FILE ASSIGN TO "REJCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAS-KEY
               FILE STATUS IS WS-REJCASE-STATUS.
           SELECT OPTIONAL CASECTL-FILE ASSIGN TO "CASECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASECTL-STATUS.
           SELECT CASERPT-FILE ASSIGN TO "CASERPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASERPT-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT OPTIONAL HOLCAL-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJCASE-FILE.
       01  REJCASE-RECORD.
           COPY CASEREC.

       FD  CASECTL-FILE
           RECORDING MODE IS F.
       01  CASECTL-RECORD.
           05  CCT-AGE-DAYS           PIC X(3).
           05  FILLER                 PIC X(1).
           05  CCT-KEEP-DAYS          PIC X(3).
           05  FILLER                 PIC X(73).

       FD  CASERPT-FILE
           RECORDING MODE IS F.
       01  CASERPT-RECORD             PIC X(132).

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       01  RUNCTL-RECORD.
           COPY RUNCTL.

       FD  HOLCAL-FILE
           RECORDING MODE IS F.
       01  HOLCAL-RECORD.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
       01  WS-CASE-IMAGE              PIC X(100).
       01  WS-CASE-IMAGE-FIELDS REDEFINES WS-CASE-IMAGE.
           COPY MSGREC.

       01  WS-SWITCHES.
           05  WS-REJCASE-EOF-SWITCH  PIC X VALUE 'N'.
               88  WS-REJCASE-EOF            VALUE 'Y'.
           05  WS-HOLCAL-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-HOLCAL-EOF             VALUE 'Y'.
           05  WS-HOL-FULL-SWITCH     PIC X VALUE 'N'.
               88  WS-HOL-FULL-WARNED        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CASE-READ-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-OPEN-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-REPAIRED-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-RESUBMITTED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-AWAIT-RELAY-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-AGED-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-OPENED-TODAY-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-CLOSED-TODAY-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-PURGED-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-OLDEST-AGE          PIC 9(9) VALUE ZERO.

       01  WS-CONTROL-FIELDS.
           05  WS-AGE-THRESHOLD       PIC 9(3) VALUE 5.
           05  WS-KEEP-DAYS           PIC 9(3) VALUE 30.

       01  WS-DATE-WORK-FIELDS.
           05  WS-CURRENT-DATE        PIC 9(8) VALUE ZERO.
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
           05  WS-CURRENT-DAY-NO      PIC 9(9) COMP VALUE ZERO.
           05  WS-ENTRY-DAY-NO        PIC 9(9) COMP VALUE ZERO.
           05  WS-ANCHOR-DAY-NO       PIC 9(9) COMP VALUE ZERO.
           05  WS-CHECK-DAY-NO        PIC 9(9) COMP VALUE ZERO.
           05  WS-WEEKDAY-NO          PIC 9(9) COMP VALUE ZERO.
           05  WS-WEEKDAY-QUOT        PIC 9(9) COMP VALUE ZERO.
           05  WS-BUS-DAY-COUNT       PIC 9(9) COMP VALUE ZERO.

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
           05  WS-REJCASE-STATUS      PIC XX VALUE SPACES.
           05  WS-CASECTL-STATUS      PIC XX VALUE SPACES.
           05  WS-CASERPT-STATUS      PIC XX VALUE SPACES.
           05  WS-RUNCTL-STATUS       PIC XX VALUE SPACES.
           05  WS-HOLCAL-STATUS       PIC XX VALUE SPACES.

       01  WS-RUN-CONTROL-FIELDS.
           05  WS-RC-METRIC           PIC X(12) VALUE SPACES.
           05  WS-RC-COUNT            PIC 9(9) VALUE ZERO.
           05  WS-RC-FLAG             PIC X(1) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                 PIC X(38) VALUE
                   "MSGCASE - REJECT CASES OPEN MORE THAN ".
           05  HDG-THRESHOLD          PIC ZZ9.
           05  FILLER                 PIC X(24) VALUE
                   " BUSINESS DAYS - RUN OF ".
           05  HDG-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(59) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                 PIC X(46) VALUE
                   "SOURCE  RUN ID          RECORD NO  ACCOUNT    ".
           05  FILLER                 PIC X(42) VALUE
                   " TYPE  REASON                STATUS       ".
           05  FILLER                 PIC X(14) VALUE
                   "FIRST REJ  AGE".
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DTL-SOURCE             PIC X(6).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DTL-GEN-ID             PIC X(14).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DTL-RECNO              PIC Z(8)9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DTL-ACCOUNT            PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DTL-TYPE               PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DTL-REASON             PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DTL-STATUS             PIC X(11).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DTL-FIRST-DATE         PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DTL-AGE                PIC ZZZ9.
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  TOT-LABEL              PIC X(40).
           05  TOT-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(81) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-DATE-INPUT
           PERFORM 8000-DATE-TO-DAY-NO
           MOVE WS-DATE-DAY-NO TO WS-CURRENT-DAY-NO

           PERFORM 0100-LOAD-CASE-CONTROL
           PERFORM 0500-LOAD-HOLIDAY-TABLE

           OPEN I-O REJCASE-FILE
           IF WS-REJCASE-STATUS NOT = "00"
              AND WS-REJCASE-STATUS NOT = "05"
               DISPLAY "MSGCASE ERROR - UNABLE TO OPEN REJCASE, "
                   "STATUS=" WS-REJCASE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CASERPT-FILE
           IF WS-CASERPT-STATUS NOT = "00"
               DISPLAY "MSGCASE ERROR - UNABLE TO OPEN CASERPT, "
                   "STATUS=" WS-CASERPT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE REJCASE-FILE
               STOP RUN
           END-IF

           MOVE WS-AGE-THRESHOLD TO HDG-THRESHOLD
           MOVE WS-CURRENT-DATE TO HDG-RUN-DATE
           MOVE WS-HEADING-LINE TO CASERPT-RECORD
           WRITE CASERPT-RECORD
           MOVE WS-COLUMN-LINE TO CASERPT-RECORD
           WRITE CASERPT-RECORD

           PERFORM 1000-AGE-CASES
           PERFORM 3000-WRITE-TOTALS

           CLOSE REJCASE-FILE
           CLOSE CASERPT-FILE

           DISPLAY "MSGCASE SUMMARY - CASES READ: " WS-CASE-READ-COUNT
               " STILL OPEN: " WS-OPEN-COUNT
               " AWAITING RELAY: " WS-AWAIT-RELAY-COUNT
           DISPLAY "MSGCASE SUMMARY - OPEN MORE THAN "
               WS-AGE-THRESHOLD " BUSINESS DAYS: " WS-AGED-COUNT
               " OLDEST: " WS-OLDEST-AGE
           DISPLAY "MSGCASE SUMMARY - OPENED TODAY: "
               WS-OPENED-TODAY-COUNT
               " CLOSED TODAY: " WS-CLOSED-TODAY-COUNT
               " PURGED: " WS-PURGED-COUNT
           PERFORM 9000-WRITE-RUN-CONTROL
           STOP RUN.

       0100-LOAD-CASE-CONTROL.
           OPEN INPUT CASECTL-FILE
           IF WS-CASECTL-STATUS = "05"
               CLOSE CASECTL-FILE
               DISPLAY "MSGCASE - NO CASECTL DATASET, AGING "
                   "THRESHOLD DEFAULTS TO 5 AND RETENTION TO 30 "
                   "BUSINESS DAYS"
           ELSE
               IF WS-CASECTL-STATUS = "00"
                   READ CASECTL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 0110-EDIT-CASE-CONTROL
                   END-READ
                   CLOSE CASECTL-FILE
               ELSE
                   DISPLAY "MSGCASE ERROR - UNABLE TO OPEN CASECTL, "
                       "STATUS=" WS-CASECTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0110-EDIT-CASE-CONTROL.
           IF CCT-AGE-DAYS NUMERIC
              AND CCT-AGE-DAYS > "000"
               MOVE CCT-AGE-DAYS TO WS-AGE-THRESHOLD
           ELSE
               DISPLAY "MSGCASE WARNING - CASECTL AGING THRESHOLD '"
                   CCT-AGE-DAYS "' NOT 001-999, DEFAULT OF 5 "
                   "BUSINESS DAYS USED"
           END-IF
           IF CCT-KEEP-DAYS NUMERIC
              AND CCT-KEEP-DAYS > "000"
               MOVE CCT-KEEP-DAYS TO WS-KEEP-DAYS
           ELSE
               DISPLAY "MSGCASE WARNING - CASECTL RETENTION '"
                   CCT-KEEP-DAYS "' NOT 001-999, DEFAULT OF 30 "
                   "BUSINESS DAYS USED"
           END-IF.

       0500-LOAD-HOLIDAY-TABLE.
           MOVE 19000101 TO WS-DATE-INPUT
           PERFORM 8000-DATE-TO-DAY-NO
           MOVE WS-DATE-DAY-NO TO WS-ANCHOR-DAY-NO
           OPEN INPUT HOLCAL-FILE
           IF WS-HOLCAL-STATUS NOT = "00"
              AND WS-HOLCAL-STATUS NOT = "05"
               DISPLAY "MSGCASE ERROR - UNABLE TO OPEN HOLCAL, "
                   "STATUS=" WS-HOLCAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-HOLCAL-STATUS = "05"
               DISPLAY "MSGCASE WARNING - NO HOLCAL CALENDAR, ONLY "
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
                   DISPLAY "MSGCASE WARNING - HOLCAL DATE " HOL-DATE
                       " NOT NUMERIC, ENTRY IGNORED"
               WHEN WS-HOL-COUNT-USED NOT < 500
                   IF NOT WS-HOL-FULL-WARNED
                       DISPLAY "MSGCASE WARNING - HOLIDAY TABLE FULL "
                           "AT 500 ENTRIES, LATER HOLCAL DATES IGNORED"
                       SET WS-HOL-FULL-WARNED TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE HOL-DATE TO WS-DATE-INPUT
                   IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
                      OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
                       DISPLAY "MSGCASE WARNING - HOLCAL DATE "
                           HOL-DATE " INVALID, ENTRY IGNORED"
                   ELSE
                       PERFORM 8000-DATE-TO-DAY-NO
                       ADD 1 TO WS-HOL-COUNT-USED
                       SET WS-HOL-IDX TO WS-HOL-COUNT-USED
                       MOVE WS-DATE-DAY-NO TO
                           WS-HOL-DAY-NO(WS-HOL-IDX)
                   END-IF
           END-EVALUATE.

       1000-AGE-CASES.
           PERFORM UNTIL WS-REJCASE-EOF
               READ REJCASE-FILE NEXT RECORD
                   AT END
                       SET WS-REJCASE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CASE-READ-COUNT
                       IF CAS-OPEN-DATE = WS-CURRENT-DATE
                           ADD 1 TO WS-OPENED-TODAY-COUNT
                       END-IF
                       IF CAS-CLOSED
                           PERFORM 2000-CHECK-CLOSED-CASE
                       ELSE
                           PERFORM 1100-AGE-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      * AGE AN OPEN, REPAIRED OR RESUBMITTED CASE FROM ITS FIRST *
      * REJECT. A REPAIRED OR RESUBMITTED CASE IS STILL ON THE   *
      * BOOKS UNTIL ITS RESUBMISSION IS SEEN TO RELAY.           *
      *----------------------------------------------------------*
       1100-AGE-ONE-CASE.
           EVALUATE TRUE
               WHEN CAS-REPAIRED
                   ADD 1 TO WS-REPAIRED-COUNT
                   ADD 1 TO WS-AWAIT-RELAY-COUNT
               WHEN CAS-RESUBMITTED
                   ADD 1 TO WS-RESUBMITTED-COUNT
                   ADD 1 TO WS-AWAIT-RELAY-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OPEN-COUNT
           END-EVALUATE
           MOVE CAS-FIRST-DATE TO WS-DATE-INPUT
           PERFORM 8000-DATE-TO-DAY-NO
           MOVE WS-DATE-DAY-NO TO WS-ENTRY-DAY-NO
           PERFORM 8200-COUNT-BUSINESS-DAYS
           IF WS-BUS-DAY-COUNT > WS-OLDEST-AGE
               MOVE WS-BUS-DAY-COUNT TO WS-OLDEST-AGE
           END-IF
           IF WS-BUS-DAY-COUNT > WS-AGE-THRESHOLD
               ADD 1 TO WS-AGED-COUNT
               PERFORM 1200-WRITE-AGED-CASE
           END-IF.

       1200-WRITE-AGED-CASE.
           IF CAS-FROM-NAK
               MOVE "NAK" TO DTL-SOURCE
           ELSE
               MOVE "RELAY" TO DTL-SOURCE
           END-IF
           MOVE CAS-GEN-ID TO DTL-GEN-ID
           MOVE CAS-RECNO TO DTL-RECNO
           MOVE CAS-IMAGE TO WS-CASE-IMAGE
           MOVE MSG-ACCOUNT-ID TO DTL-ACCOUNT
           MOVE MSG-TYPE-CODE TO DTL-TYPE
           MOVE CAS-REASON TO DTL-REASON
           EVALUATE TRUE
               WHEN CAS-REPAIRED
                   MOVE "REPAIRED" TO DTL-STATUS
               WHEN CAS-RESUBMITTED
                   MOVE "RESUBMITTED" TO DTL-STATUS
               WHEN OTHER
                   MOVE "OPEN" TO DTL-STATUS
           END-EVALUATE
           MOVE CAS-FIRST-DATE TO DTL-FIRST-DATE
           MOVE WS-BUS-DAY-COUNT TO DTL-AGE
           MOVE WS-DETAIL-LINE TO CASERPT-RECORD
           WRITE CASERPT-RECORD.

      *----------------------------------------------------------*
      * A CLOSED CASE IS KEPT FOR THE RETENTION PERIOD AFTER ITS *
      * LAST STATUS CHANGE, SO A RELAYED OR WRITTEN-OFF REJECT   *
      * CAN STILL BE LOOKED UP, AND THEN DELETED.                *
      *----------------------------------------------------------*
       2000-CHECK-CLOSED-CASE.
           IF CAS-STATUS-DATE = WS-CURRENT-DATE
               ADD 1 TO WS-CLOSED-TODAY-COUNT
           END-IF
           IF CAS-STATUS-DATE NUMERIC
               MOVE CAS-STATUS-DATE TO WS-DATE-INPUT
               PERFORM 8000-DATE-TO-DAY-NO
               MOVE WS-DATE-DAY-NO TO WS-ENTRY-DAY-NO
               PERFORM 8200-COUNT-BUSINESS-DAYS
               IF WS-BUS-DAY-COUNT > WS-KEEP-DAYS
                   DELETE REJCASE-FILE RECORD
                       INVALID KEY
                           DISPLAY "MSGCASE WARNING - REJECT CASE "
                               "DELETE FAILED FOR " CAS-KEY
                               ", STATUS=" WS-REJCASE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-PURGED-COUNT
                   END-DELETE
               END-IF
           END-IF.

       3000-WRITE-TOTALS.
           IF WS-AGED-COUNT = ZERO
               MOVE "NO REJECT CASE IS OPEN BEYOND THE THRESHOLD"
                   TO CASERPT-RECORD
               WRITE CASERPT-RECORD
           END-IF
           MOVE "CASES STILL OPEN (NOT WORKED):" TO TOT-LABEL
           MOVE WS-OPEN-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO CASERPT-RECORD
           WRITE CASERPT-RECORD
           MOVE "REPAIRED, AWAITING RELAY:" TO TOT-LABEL
           MOVE WS-REPAIRED-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO CASERPT-RECORD
           WRITE CASERPT-RECORD
           MOVE "RESUBMITTED, AWAITING RELAY:" TO TOT-LABEL
           MOVE WS-RESUBMITTED-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO CASERPT-RECORD
           WRITE CASERPT-RECORD
           MOVE "OPEN BEYOND THE AGING THRESHOLD:" TO TOT-LABEL
           MOVE WS-AGED-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO CASERPT-RECORD
           WRITE CASERPT-RECORD
           MOVE "CASES OPENED TODAY:" TO TOT-LABEL
           MOVE WS-OPENED-TODAY-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO CASERPT-RECORD
           WRITE CASERPT-RECORD
           MOVE "CASES CLOSED TODAY:" TO TOT-LABEL
           MOVE WS-CLOSED-TODAY-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO CASERPT-RECORD
           WRITE CASERPT-RECORD
           MOVE "CLOSED CASES PURGED:" TO TOT-LABEL
           MOVE WS-PURGED-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO CASERPT-RECORD
           WRITE CASERPT-RECORD.

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
      * MSGOPS MORNING SUMMARY. ANY CASE OPEN BEYOND THE AGING   *
      * THRESHOLD FLAGS THE BACKLOG FOR ATTENTION. A FAILURE     *
      * HERE ONLY WARNS.                                         *
      *----------------------------------------------------------*
       9000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
              AND WS-RUNCTL-STATUS NOT = "05"
               DISPLAY "MSGCASE WARNING - UNABLE TO OPEN RUNCTL, "
                   "STATUS=" WS-RUNCTL-STATUS
                   ", RUN-CONTROL TOTALS NOT WRITTEN"
           ELSE
               MOVE SPACES TO WS-RC-FLAG
               MOVE "OPEN-CASES" TO WS-RC-METRIC
               MOVE WS-OPEN-COUNT TO WS-RC-COUNT
               PERFORM 9100-PUT-RUN-CONTROL
               MOVE "AWAIT-RELAY" TO WS-RC-METRIC
               MOVE WS-AWAIT-RELAY-COUNT TO WS-RC-COUNT
               PERFORM 9100-PUT-RUN-CONTROL
               MOVE "CASES-OPENED" TO WS-RC-METRIC
               MOVE WS-OPENED-TODAY-COUNT TO WS-RC-COUNT
               PERFORM 9100-PUT-RUN-CONTROL
               MOVE "CASES-CLOSED" TO WS-RC-METRIC
               MOVE WS-CLOSED-TODAY-COUNT TO WS-RC-COUNT
               PERFORM 9100-PUT-RUN-CONTROL
               MOVE "CASES-PURGED" TO WS-RC-METRIC
               MOVE WS-PURGED-COUNT TO WS-RC-COUNT
               PERFORM 9100-PUT-RUN-CONTROL
               MOVE "AGED-OPEN" TO WS-RC-METRIC
               MOVE WS-AGED-COUNT TO WS-RC-COUNT
               IF WS-AGED-COUNT > ZERO
                   MOVE 'A' TO WS-RC-FLAG
               END-IF
               PERFORM 9100-PUT-RUN-CONTROL
               MOVE SPACES TO WS-RC-FLAG
               MOVE "OUTCOME" TO WS-RC-METRIC
               MOVE RETURN-CODE TO WS-RC-COUNT
               IF RETURN-CODE NOT = ZERO
                   MOVE 'A' TO WS-RC-FLAG
               END-IF
               PERFORM 9100-PUT-RUN-CONTROL
               CLOSE RUNCTL-FILE
           END-IF.

       9100-PUT-RUN-CONTROL.
           MOVE "MSGCASE" TO RC-PROGRAM
           MOVE WS-CURRENT-DATE TO RC-RUN-DATE
           MOVE WS-RC-METRIC TO RC-METRIC
           MOVE WS-RC-COUNT TO RC-COUNT
           MOVE WS-RC-FLAG TO RC-FLAG
           WRITE RUNCTL-RECORD.
