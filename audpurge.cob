       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDPURGE.

      *----------------------------------------------------------*
      * AUDPURGE - RETENTION PURGE OF THE AUDIT KSDS. MSGRELAY   *
      * AND MSGREL ADD ONE AUDITREC RECORD PER LOGICAL MESSAGE   *
      * EVERY NIGHT; THIS PERIODIC JOB KEEPS THE CLUSTER TO THE  *
      * RETENTION PERIOD. EVERY AUDIT RECORD WHOSE RUN DATE      *
      * FALLS BEFORE THE CUTOFF IS UNLOADED, UNCHANGED, TO A NEW *
      * SEQUENTIAL HISTORY GENERATION (AUDHIST) AND THEN DELETED *
      * FROM THE KSDS. ACCOUNTS LISTED ON THE LEGAL-HOLD CONTROL *
      * DATASET ARE SKIPPED ENTIRELY AND KEEP ALL THEIR RECORDS  *
      * ON THE KSDS UNTIL THE HOLD IS LIFTED.                    *
      *                                                          *
      * THE CUTOFF IS THE FIRST OF THE MONTH THE RETENTION       *
      * PERIOD REACHES BACK TO, SO A BILLING MONTH IS NEVER      *
      * SPLIT BETWEEN THE KSDS AND THE HISTORY. IT IS RECORDED   *
      * ON THE AUDCUT CONTROL DATASET (AUDCUT COPYBOOK) BEFORE   *
      * ANYTHING IS DELETED, SO MSGINQ AND MSGBILL KNOW WHEN A   *
      * DATE RANGE OR BILLING MONTH NEEDS THE HISTORY TOO. THE   *
      * RECORDED CUTOFF NEVER MOVES BACKWARDS: LENGTHENING THE   *
      * RETENTION DOES NOT BRING OFFLOADED RECORDS BACK.         *
      *                                                          *
      * RETENTION CONTROL LAYOUT (AUDRET): COLS 1-3 RETENTION    *
      * PERIOD IN WHOLE MONTHS BEFORE THE CURRENT MONTH, 003 TO  *
      * 999. A MISSING OR EMPTY DATASET USES THE DEFAULT OF 13.  *
      *                                                          *
      * LEGAL-HOLD LAYOUT (LEGALHLD): COLS 1-10 ACCOUNT ID, COLS *
      * 12-41 HOLD REFERENCE (MATTER OR CASE NUMBER) FOR THE     *
      * REPORT. A MISSING DATASET MEANS NO ACCOUNT IS ON HOLD.   *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL AUDRET-FILE ASSIGN TO "AUDRET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDRET-STATUS.
           SELECT OPTIONAL LEGALHLD-FILE ASSIGN TO "LEGALHLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEGALHLD-STATUS.
           SELECT OPTIONAL AUDCUT-FILE ASSIGN TO "AUDCUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDCUT-STATUS.
           SELECT AUDHIST-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDHIST-STATUS.
           SELECT PURGRPT-FILE ASSIGN TO "PURGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PURGRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY AUDITREC.

       FD  AUDRET-FILE
           RECORDING MODE IS F.
       01  AUDRET-RECORD.
           05  RET-MONTHS             PIC X(3).
           05  RET-MONTHS-NUM REDEFINES RET-MONTHS
                                      PIC 9(3).
           05  FILLER                 PIC X(77).

       FD  LEGALHLD-FILE
           RECORDING MODE IS F.
       01  LEGALHLD-RECORD.
           05  LGH-ACCOUNT-ID         PIC X(10).
           05  FILLER                 PIC X(1).
           05  LGH-REFERENCE          PIC X(30).
           05  FILLER                 PIC X(39).

       FD  AUDCUT-FILE
           RECORDING MODE IS F.
       01  AUDCUT-RECORD.
           COPY AUDCUT.

       FD  AUDHIST-FILE
           RECORDING MODE IS F.
       01  AUDHIST-RECORD             PIC X(100).

       FD  PURGRPT-FILE
           RECORDING MODE IS F.
       01  PURGRPT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-AUDIT-EOF-SWITCH    PIC X VALUE 'N'.
               88  WS-AUDIT-EOF              VALUE 'Y'.
           05  WS-AUDRET-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-AUDRET-EOF             VALUE 'Y'.
           05  WS-LEGALHLD-EOF-SWITCH PIC X VALUE 'N'.
               88  WS-LEGALHLD-EOF           VALUE 'Y'.
           05  WS-AUDCUT-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-AUDCUT-EOF             VALUE 'Y'.
           05  WS-ON-HOLD-SWITCH      PIC X VALUE 'N'.
               88  WS-ON-HOLD                VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-ABORT-SWITCH        PIC X VALUE 'N'.
               88  WS-PURGE-ABORTED          VALUE 'Y'.
           05  WS-HOLD-FULL-SWITCH    PIC X VALUE 'N'.
               88  WS-HOLD-FULL-WARNED       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-AUDIT-READ-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-OFFLOAD-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-HELD-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-KEPT-COUNT          PIC 9(9) VALUE ZERO.

       01  WS-RETENTION-FIELDS.
           05  WS-CURRENT-DATE        PIC 9(8) VALUE ZERO.
           05  WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
               10  WS-CURRENT-CCYY    PIC 9(4).
               10  WS-CURRENT-MM      PIC 9(2).
               10  WS-CURRENT-DD      PIC 9(2).
           05  WS-RETAIN-MONTHS       PIC 9(3) VALUE 13.
           05  WS-MONTH-INDEX         PIC 9(7) COMP VALUE ZERO.
           05  WS-CUTOFF-DATE         PIC 9(8) VALUE ZERO.
           05  WS-CUTOFF-DATE-PARTS REDEFINES WS-CUTOFF-DATE.
               10  WS-CUTOFF-CCYY     PIC 9(4).
               10  WS-CUTOFF-MM       PIC 9(2).
               10  WS-CUTOFF-DD       PIC 9(2).
           05  WS-PRIOR-CUTOFF-DATE   PIC X(8) VALUE SPACES.
           05  WS-RECORDED-CUTOFF     PIC X(8) VALUE SPACES.
           05  WS-LAST-ACCOUNT        PIC X(10) VALUE SPACES.

       01  WS-HOLD-TABLE.
           05  WS-HOLD-COUNT-USED     PIC 9(3) VALUE ZERO.
           05  WS-HOLD-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-HOLD-IDX.
               10  WS-HOLD-ACCOUNT    PIC X(10).
               10  WS-HOLD-REFERENCE  PIC X(30).
               10  WS-HOLD-RETAINED   PIC 9(9).

       01  WS-FILE-STATUSES.
           05  WS-AUDIT-STATUS        PIC XX VALUE SPACES.
           05  WS-AUDRET-STATUS       PIC XX VALUE SPACES.
           05  WS-LEGALHLD-STATUS     PIC XX VALUE SPACES.
           05  WS-AUDCUT-STATUS       PIC XX VALUE SPACES.
           05  WS-AUDHIST-STATUS      PIC XX VALUE SPACES.
           05  WS-PURGRPT-STATUS      PIC XX VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                 PIC X(40) VALUE
                   "AUDPURGE - AUDIT RETENTION PURGE RUN OF".
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  HDG-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(83) VALUE SPACES.

       01  WS-CUTOFF-LINE.
           05  FILLER                 PIC X(17) VALUE
                   "RETENTION MONTHS ".
           05  CUT-RETAIN-MONTHS      PIC ZZ9.
           05  FILLER                 PIC X(14) VALUE
                   "  CUTOFF DATE ".
           05  CUT-CUTOFF-DATE        PIC 9(8).
           05  FILLER                 PIC X(18) VALUE
                   "  RECORDED CUTOFF ".
           05  CUT-RECORDED-CUTOFF    PIC X(8).
           05  FILLER                 PIC X(64) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SEC-TITLE              PIC X(40).
           05  FILLER                 PIC X(92) VALUE SPACES.

       01  WS-HOLD-LINE.
           05  FILLER                 PIC X(8) VALUE "ACCOUNT ".
           05  HLD-ACCOUNT            PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  HLD-REFERENCE          PIC X(30).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  HLD-RETAINED           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(31) VALUE
                   " AGED RECORDS KEPT ON THE KSDS".
           05  FILLER                 PIC X(38) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  TOT-LABEL              PIC X(30).
           05  TOT-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN I-O AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "AUDPURGE ERROR - UNABLE TO OPEN AUDIT, "
                   "STATUS=" WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PURGRPT-FILE
           IF WS-PURGRPT-STATUS NOT = "00"
               DISPLAY "AUDPURGE ERROR - UNABLE TO OPEN PURGRPT, "
                   "STATUS=" WS-PURGRPT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE AUDIT-FILE
               STOP RUN
           END-IF

           PERFORM 0100-READ-RETENTION
           IF NOT WS-PURGE-ABORTED
               PERFORM 0200-LOAD-LEGAL-HOLDS
           END-IF
           IF NOT WS-PURGE-ABORTED
               PERFORM 0300-COMPUTE-CUTOFF
               PERFORM 0400-RECORD-CUTOFF
           END-IF
           IF WS-PURGE-ABORTED
               CLOSE AUDIT-FILE
               CLOSE PURGRPT-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT AUDHIST-FILE
           IF WS-AUDHIST-STATUS NOT = "00"
               DISPLAY "AUDPURGE ERROR - UNABLE TO OPEN AUDHIST, "
                   "STATUS=" WS-AUDHIST-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE AUDIT-FILE
               CLOSE PURGRPT-FILE
               STOP RUN
           END-IF

           PERFORM 1000-PURGE-AUDIT-FILE
           PERFORM 3000-WRITE-REPORT

           CLOSE AUDIT-FILE
           CLOSE AUDHIST-FILE
           CLOSE PURGRPT-FILE

           DISPLAY "AUDPURGE SUMMARY - AUDIT RECORDS READ: "
               WS-AUDIT-READ-COUNT
               " OFFLOADED: " WS-OFFLOAD-COUNT
               " LEGAL HOLD: " WS-HELD-COUNT
               " WITHIN RETENTION: " WS-KEPT-COUNT
           DISPLAY "AUDPURGE SUMMARY - CUTOFF DATE: " WS-CUTOFF-DATE
               " RETENTION MONTHS: " WS-RETAIN-MONTHS
           STOP RUN.

      *----------------------------------------------------------*
      * THE RETENTION PERIOD COMES FROM THE FIRST AUDRET RECORD. *
      * A BAD VALUE STOPS THE RUN BEFORE ANYTHING IS DELETED     *
      * RATHER THAN FALLING BACK TO THE DEFAULT, BECAUSE A TYPO  *
      * HERE DECIDES HOW MUCH OF THE AUDIT TRAIL LEAVES THE      *
      * KSDS.                                                    *
      *----------------------------------------------------------*
       0100-READ-RETENTION.
           OPEN INPUT AUDRET-FILE
           IF WS-AUDRET-STATUS NOT = "00"
              AND WS-AUDRET-STATUS NOT = "05"
               DISPLAY "AUDPURGE ERROR - UNABLE TO OPEN AUDRET, "
                   "STATUS=" WS-AUDRET-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-PURGE-ABORTED TO TRUE
           ELSE
               READ AUDRET-FILE
                   AT END
                       SET WS-AUDRET-EOF TO TRUE
                       DISPLAY "AUDPURGE WARNING - NO AUDRET "
                           "RETENTION RECORD, DEFAULT OF "
                           WS-RETAIN-MONTHS " MONTHS USED"
                   NOT AT END
                       IF RET-MONTHS NOT NUMERIC
                          OR RET-MONTHS-NUM < 3
                           DISPLAY "AUDPURGE ERROR - AUDRET "
                               "RETENTION '" RET-MONTHS "' IS NOT "
                               "A MONTH COUNT OF 003-999, NOTHING "
                               "PURGED"
                           MOVE 16 TO RETURN-CODE
                           SET WS-PURGE-ABORTED TO TRUE
                       ELSE
                           MOVE RET-MONTHS-NUM TO WS-RETAIN-MONTHS
                       END-IF
               END-READ
               CLOSE AUDRET-FILE
           END-IF.

       0200-LOAD-LEGAL-HOLDS.
           OPEN INPUT LEGALHLD-FILE
           IF WS-LEGALHLD-STATUS NOT = "00"
              AND WS-LEGALHLD-STATUS NOT = "05"
               DISPLAY "AUDPURGE ERROR - UNABLE TO OPEN LEGALHLD, "
                   "STATUS=" WS-LEGALHLD-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-PURGE-ABORTED TO TRUE
           ELSE
               PERFORM UNTIL WS-LEGALHLD-EOF
                   READ LEGALHLD-FILE
                       AT END
                           SET WS-LEGALHLD-EOF TO TRUE
                       NOT AT END
                           PERFORM 0210-LOAD-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE LEGALHLD-FILE
               DISPLAY "AUDPURGE - " WS-HOLD-COUNT-USED
                   " ACCOUNTS ON LEGAL HOLD"
           END-IF.

      *----------------------------------------------------------*
      * A FULL HOLD TABLE CANNOT SIMPLY DROP THE EXCESS ACCOUNTS *
      * - THEY WOULD BE PURGED - SO THE RUN IS ABANDONED BEFORE  *
      * ANY RECORD IS TOUCHED.                                   *
      *----------------------------------------------------------*
       0210-LOAD-ONE-HOLD.
           IF LGH-ACCOUNT-ID = SPACES
              OR LGH-ACCOUNT-ID = LOW-VALUES
               CONTINUE
           ELSE
               IF WS-HOLD-COUNT-USED < 500
                   ADD 1 TO WS-HOLD-COUNT-USED
                   SET WS-HOLD-IDX TO WS-HOLD-COUNT-USED
                   MOVE LGH-ACCOUNT-ID
                       TO WS-HOLD-ACCOUNT(WS-HOLD-IDX)
                   MOVE LGH-REFERENCE
                       TO WS-HOLD-REFERENCE(WS-HOLD-IDX)
                   MOVE ZERO TO WS-HOLD-RETAINED(WS-HOLD-IDX)
               ELSE
                   IF NOT WS-HOLD-FULL-WARNED
                       DISPLAY "AUDPURGE ERROR - LEGAL HOLD TABLE "
                           "FULL AT 500 ACCOUNTS, NOTHING PURGED"
                       SET WS-HOLD-FULL-WARNED TO TRUE
                       MOVE 16 TO RETURN-CODE
                       SET WS-PURGE-ABORTED TO TRUE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * CUTOFF = THE FIRST OF THE MONTH WS-RETAIN-MONTHS BEFORE  *
      * THE CURRENT MONTH. MONTHS ARE COUNTED AS CCYY * 12 +     *
      * (MM - 1) SO THE SUBTRACTION CROSSES YEAR ENDS CLEANLY.   *
      *----------------------------------------------------------*
       0300-COMPUTE-CUTOFF.
           COMPUTE WS-MONTH-INDEX = WS-CURRENT-CCYY * 12
               + WS-CURRENT-MM - 1 - WS-RETAIN-MONTHS
           DIVIDE WS-MONTH-INDEX BY 12
               GIVING WS-CUTOFF-CCYY
               REMAINDER WS-CUTOFF-MM
           ADD 1 TO WS-CUTOFF-MM
           MOVE 1 TO WS-CUTOFF-DD.

      *----------------------------------------------------------*
      * REWRITE THE AUDCUT CONTROL RECORD BEFORE ANY RECORD IS   *
      * DELETED, SO AN INTERRUPTED RUN NEVER LEAVES OFFLOADED    *
      * RECORDS THAT MSGINQ AND MSGBILL DO NOT KNOW TO LOOK FOR. *
      * THE LATER OF THE PRIOR AND NEW CUTOFFS IS RECORDED.      *
      *----------------------------------------------------------*
       0400-RECORD-CUTOFF.
           OPEN INPUT AUDCUT-FILE
           IF WS-AUDCUT-STATUS = "00"
               READ AUDCUT-FILE
                   AT END
                       SET WS-AUDCUT-EOF TO TRUE
                   NOT AT END
                       IF AUC-CUTOFF-DATE IS NUMERIC
                           MOVE AUC-CUTOFF-DATE
                               TO WS-PRIOR-CUTOFF-DATE
                       END-IF
               END-READ
               CLOSE AUDCUT-FILE
           ELSE
               IF WS-AUDCUT-STATUS = "05"
                   CLOSE AUDCUT-FILE
               END-IF
           END-IF

           MOVE WS-CUTOFF-DATE TO WS-RECORDED-CUTOFF
           IF WS-PRIOR-CUTOFF-DATE NOT = SPACES
              AND WS-PRIOR-CUTOFF-DATE > WS-RECORDED-CUTOFF
               MOVE WS-PRIOR-CUTOFF-DATE TO WS-RECORDED-CUTOFF
               DISPLAY "AUDPURGE WARNING - PRIOR CUTOFF "
                   WS-PRIOR-CUTOFF-DATE " IS LATER THAN THIS RUN'S "
                   WS-CUTOFF-DATE ", PRIOR CUTOFF KEPT ON AUDCUT"
           END-IF

           OPEN OUTPUT AUDCUT-FILE
           IF WS-AUDCUT-STATUS NOT = "00"
               DISPLAY "AUDPURGE ERROR - UNABLE TO OPEN AUDCUT, "
                   "STATUS=" WS-AUDCUT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-PURGE-ABORTED TO TRUE
           ELSE
               MOVE SPACES TO AUDCUT-RECORD
               MOVE WS-RECORDED-CUTOFF TO AUC-CUTOFF-DATE
               MOVE WS-CURRENT-DATE TO AUC-PURGE-DATE
               MOVE WS-RETAIN-MONTHS TO AUC-RETAIN-MONTHS
               WRITE AUDCUT-RECORD
               IF WS-AUDCUT-STATUS NOT = "00"
                   DISPLAY "AUDPURGE ERROR - UNABLE TO WRITE "
                       "AUDCUT, STATUS=" WS-AUDCUT-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-PURGE-ABORTED TO TRUE
               END-IF
               CLOSE AUDCUT-FILE
           END-IF.

       1000-PURGE-AUDIT-FILE.
           MOVE LOW-VALUES TO AUD-KEY
           START AUDIT-FILE KEY NOT < AUD-KEY
               INVALID KEY
                   SET WS-AUDIT-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-READ-COUNT
                       PERFORM 2000-PURGE-ONE-AUDIT
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      * THE HISTORY RECORD IS WRITTEN BEFORE THE KSDS RECORD IS  *
      * DELETED; IF EITHER FAILS THE PASS STOPS THERE SO NO      *
      * RECORD IS EVER LOST OR LEFT IN BOTH PLACES UNREPORTED.   *
      * THE KEY LEADS WITH THE ACCOUNT ID, SO THE HOLD LOOK-UP   *
      * IS ONLY REPEATED WHEN THE ACCOUNT CHANGES.               *
      *----------------------------------------------------------*
       2000-PURGE-ONE-AUDIT.
           IF AUD-ACCOUNT-ID NOT = WS-LAST-ACCOUNT
               MOVE AUD-ACCOUNT-ID TO WS-LAST-ACCOUNT
               PERFORM 2100-CHECK-LEGAL-HOLD
           END-IF
           IF AUD-RUN-DATE NOT < WS-CUTOFF-DATE
               ADD 1 TO WS-KEPT-COUNT
           ELSE
               IF WS-ON-HOLD
                   ADD 1 TO WS-HELD-COUNT
                   ADD 1 TO WS-HOLD-RETAINED(WS-HOLD-IDX)
               ELSE
                   WRITE AUDHIST-RECORD FROM AUDIT-RECORD
                   IF WS-AUDHIST-STATUS NOT = "00"
                       DISPLAY "AUDPURGE ERROR - UNABLE TO WRITE "
                           "AUDHIST, STATUS=" WS-AUDHIST-STATUS
                           " AT KEY " AUD-KEY
                       MOVE 16 TO RETURN-CODE
                       SET WS-PURGE-ABORTED TO TRUE
                       SET WS-AUDIT-EOF TO TRUE
                   ELSE
                       DELETE AUDIT-FILE
                           INVALID KEY
                               DISPLAY "AUDPURGE ERROR - AUDIT "
                                   "DELETE FAILED, STATUS="
                                   WS-AUDIT-STATUS " AT KEY "
                                   AUD-KEY " (RECORD IS ALSO ON "
                                   "AUDHIST)"
                               MOVE 16 TO RETURN-CODE
                               SET WS-PURGE-ABORTED TO TRUE
                               SET WS-AUDIT-EOF TO TRUE
                           NOT INVALID KEY
                               ADD 1 TO WS-OFFLOAD-COUNT
                       END-DELETE
                   END-IF
               END-IF
           END-IF.

       2100-CHECK-LEGAL-HOLD.
           SET WS-ON-HOLD TO FALSE
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT-USED
                      OR WS-ON-HOLD
               IF WS-HOLD-ACCOUNT(WS-HOLD-IDX) = AUD-ACCOUNT-ID
                   SET WS-ON-HOLD TO TRUE
               END-IF
           END-PERFORM
           IF WS-ON-HOLD
               SET WS-HOLD-IDX DOWN BY 1
           END-IF.

       3000-WRITE-REPORT.
           MOVE WS-CURRENT-DATE TO HDG-RUN-DATE
           MOVE WS-HEADING-LINE TO PURGRPT-RECORD
           WRITE PURGRPT-RECORD
           MOVE WS-RETAIN-MONTHS TO CUT-RETAIN-MONTHS
           MOVE WS-CUTOFF-DATE TO CUT-CUTOFF-DATE
           MOVE WS-RECORDED-CUTOFF TO CUT-RECORDED-CUTOFF
           MOVE WS-CUTOFF-LINE TO PURGRPT-RECORD
           WRITE PURGRPT-RECORD

           MOVE "LEGAL HOLD ACCOUNTS" TO SEC-TITLE
           MOVE WS-SECTION-LINE TO PURGRPT-RECORD
           WRITE PURGRPT-RECORD
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT-USED
               MOVE WS-HOLD-ACCOUNT(WS-HOLD-IDX) TO HLD-ACCOUNT
               MOVE WS-HOLD-REFERENCE(WS-HOLD-IDX) TO HLD-REFERENCE
               MOVE WS-HOLD-RETAINED(WS-HOLD-IDX) TO HLD-RETAINED
               MOVE WS-HOLD-LINE TO PURGRPT-RECORD
               WRITE PURGRPT-RECORD
           END-PERFORM

           MOVE "RUN TOTALS" TO SEC-TITLE
           MOVE WS-SECTION-LINE TO PURGRPT-RECORD
           WRITE PURGRPT-RECORD
           MOVE "AUDIT RECORDS READ" TO TOT-LABEL
           MOVE WS-AUDIT-READ-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO PURGRPT-RECORD
           WRITE PURGRPT-RECORD
           MOVE "OFFLOADED TO HISTORY" TO TOT-LABEL
           MOVE WS-OFFLOAD-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO PURGRPT-RECORD
           WRITE PURGRPT-RECORD
           MOVE "KEPT UNDER LEGAL HOLD" TO TOT-LABEL
           MOVE WS-HELD-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO PURGRPT-RECORD
           WRITE PURGRPT-RECORD
           MOVE "WITHIN RETENTION" TO TOT-LABEL
           MOVE WS-KEPT-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO PURGRPT-RECORD
           WRITE PURGRPT-RECORD
           IF WS-PURGE-ABORTED
               MOVE "** PURGE STOPPED EARLY ON AN I/O ERROR **"
                   TO SEC-TITLE
               MOVE WS-SECTION-LINE TO PURGRPT-RECORD
               WRITE PURGRPT-RECORD
           END-IF.
