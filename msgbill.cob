      * EXTRACT LAYOUT (50 BYTES): BILLING MONTH CCYYMM,         *
      * ACCOUNT ID, TYPE, MESSAGE COUNT 9(9), RATE 9(5)V99,      *
      * AMOUNT 9(11)V99, FILLER.                                 *
      *                                                          *
      * A MONTH BEFORE THE AUDIT CUTOFF RECORDED ON AUDCUT HAS   *
      * BEEN OFFLOADED BY AUDPURGE TO THE AUDIT HISTORY GDG      *
      * (ONLY LEGAL-HOLD ACCOUNTS KEEP THEIR RECORDS ON THE      *
      * KSDS). FOR SUCH A MONTH AUDHIST MUST SUPPLY THE HISTORY  *
      * IN AUDIT KEY ORDER (SEE MSGBILLH.JCL, WHICH SORTS IT)    *
      * AND IS MERGED WITH THE KSDS ON THE KEY, SO THE CONTROL   *
      * BREAK STILL CUTS ONE STATEMENT PER ACCOUNT.              *
      *                                                          *
      * TRAFFIC SENT UNDER A RETIRED (MERGED) ACCOUNT ID IS      *
      * AUDITED BY MSGRELAY UNDER THE SUCCESSOR, SO IT IS BILLED *
      * TO THE SUCCESSOR; THE STATEMENT SHOWS HOW MANY OF THE    *
      * SUCCESSOR'S MESSAGES ARRIVED UNDER EACH RETIRED ID. A    *
      * STATEMENT FOR AN ACCOUNT THAT HAS ITSELF BEEN MERGED     *
      * (TRAFFIC BEFORE THE MERGE DATE) NOTES ITS SUCCESSOR.     *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BILLEXT-FILE ASSIGN TO "BILLEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILLEXT-STATUS.
           SELECT OPTIONAL AUDCUT-FILE ASSIGN TO "AUDCUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDCUT-STATUS.
           SELECT OPTIONAL AUDHIST-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  EXT-AMOUNT             PIC 9(11)V99.
           05  FILLER                 PIC X(1).

       FD  AUDCUT-FILE
           RECORDING MODE IS F.
       01  AUDCUT-RECORD.
           COPY AUDCUT.

       FD  AUDHIST-FILE
           RECORDING MODE IS F.
       01  AUDHIST-RECORD.
           05  HST-KEY                PIC X(33).
           05  FILLER                 PIC X(67).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-AUDIT-EOF-SWITCH    PIC X VALUE 'N'.
               88  WS-DEFAULT-SEEN           VALUE 'Y'.
           05  WS-NO-DFLT-WARN-SWITCH PIC X VALUE 'N'.
               88  WS-NO-DFLT-WARNED         VALUE 'Y'.
           05  WS-AUDHIST-EOF-SWITCH  PIC X VALUE 'Y'.
               88  WS-AUDHIST-EOF            VALUE 'Y'.
           05  WS-HISTORY-SWITCH      PIC X VALUE 'N'.
               88  WS-HISTORY-NEEDED         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-AUDIT-READ-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-BILLABLE-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-ACCOUNT-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-EXCLUDED-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-HISTORY-READ-COUNT  PIC 9(9) VALUE ZERO.

       01  WS-BILLING-FIELDS.
           05  WS-BILL-MONTH          PIC X(6) VALUE SPACES.
           05  WS-GRAND-TOTAL-AMOUNT  PIC 9(13)V99 VALUE ZERO.
           05  WS-ACCT-NAME-WORK      PIC X(30) VALUE SPACES.

       01  WS-HISTORY-FIELDS.
           05  WS-CUTOFF-DATE         PIC X(8) VALUE SPACES.
           05  WS-BILL-MONTH-START    PIC X(8) VALUE SPACES.
           05  WS-PREV-HIST-KEY       PIC X(33) VALUE LOW-VALUES.
           05  WS-AUDIT-HOLD-RECORD   PIC X(100) VALUE SPACES.
           05  WS-AUDIT-HOLD-FIELDS REDEFINES WS-AUDIT-HOLD-RECORD.
               10  WS-AUDIT-HOLD-KEY  PIC X(33).
               10  FILLER             PIC X(67).

       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT-USED     PIC 9(3) VALUE ZERO.
           05  WS-RATE-ENTRY OCCURS 200 TIMES
       01  WS-TYPE-TABLE-FULL-SWITCH  PIC X VALUE 'N'.
           88  WS-TYPE-TABLE-FULL-WARNED     VALUE 'Y'.

       01  WS-RETIRED-TABLE.
           05  WS-RETIRED-COUNT-USED  PIC 9(3) VALUE ZERO.
           05  WS-RETIRED-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-RETIRED-IDX.
               10  WS-RETIRED-ID      PIC X(10).
               10  WS-RETIRED-TOTAL   PIC 9(9).

       01  WS-RETIRED-FULL-SWITCH     PIC X VALUE 'N'.
           88  WS-RETIRED-FULL-WARNED        VALUE 'Y'.

       01  WS-MERGE-FIELDS.
           05  WS-MERGED-INTO-ID      PIC X(10) VALUE SPACES.
           05  WS-MERGED-DATE         PIC X(8) VALUE SPACES.

       01  WS-FILE-STATUSES.
           05  WS-AUDIT-STATUS        PIC XX VALUE SPACES.
           05  WS-ACCTMST-STATUS      PIC XX VALUE SPACES.
           05  WS-RATECTL-STATUS      PIC XX VALUE SPACES.
           05  WS-BILLRPT-STATUS      PIC XX VALUE SPACES.
           05  WS-BILLEXT-STATUS      PIC XX VALUE SPACES.
           05  WS-AUDCUT-STATUS       PIC XX VALUE SPACES.
           05  WS-AUDHIST-STATUS      PIC XX VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                 PIC X(46) VALUE
           05  ATL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(82) VALUE SPACES.

       01  WS-RETIRED-LINE.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(9) VALUE "INCLUDES ".
           05  RTL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(37) VALUE
                   " MESSAGES SENT UNDER RETIRED ACCOUNT ".
           05  RTL-RETIRED-ID         PIC X(10).
           05  FILLER                 PIC X(61) VALUE SPACES.

       01  WS-MERGED-LINE.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(20) VALUE
                   "ACCOUNT MERGED INTO ".
           05  MRG-SUCCESSOR-ID       PIC X(10).
           05  FILLER                 PIC X(11) VALUE " EFFECTIVE ".
           05  MRG-MERGE-DATE         PIC X(8).
           05  FILLER                 PIC X(79) VALUE SPACES.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                 PIC X(19) VALUE
                   "RUN TOTAL ACCOUNTS ".
           END-IF

           PERFORM 0100-LOAD-RATE-TABLE
           PERFORM 0200-CHECK-AUDIT-CUTOFF

           MOVE WS-BILL-MONTH TO HDG-BILL-MONTH
           MOVE WS-HEADING-LINE TO BILLRPT-RECORD
           CLOSE ACCTMST-FILE
           CLOSE BILLRPT-FILE
           CLOSE BILLEXT-FILE
           IF WS-HISTORY-NEEDED
               CLOSE AUDHIST-FILE
               IF WS-HISTORY-READ-COUNT = ZERO
                   DISPLAY "MSGBILL WARNING - BILLING MONTH PRECEDES "
                       "AUDIT CUTOFF " WS-CUTOFF-DATE " BUT AUDHIST "
                       "SUPPLIED NO HISTORY, MONTH MAY BE UNDERBILLED"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY "MSGBILL SUMMARY - AUDIT RECORDS READ: "
               WS-AUDIT-READ-COUNT
               " HISTORY READ: " WS-HISTORY-READ-COUNT
               " BILLABLE: " WS-BILLABLE-COUNT
               " EXCLUDED: " WS-EXCLUDED-COUNT
           DISPLAY "MSGBILL SUMMARY - ACCOUNTS BILLED: "
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * RECORDS BEFORE THE AUDCUT CUTOFF MAY ONLY BE ON THE      *
      * OFFLOADED HISTORY. WHEN THE BILLING MONTH STARTS BEFORE  *
      * THE CUTOFF, AUDHIST IS OPENED FOR THE KEYED MERGE IN     *
      * 1000; OTHERWISE IT IS NEVER TOUCHED.                     *
      *----------------------------------------------------------*
       0200-CHECK-AUDIT-CUTOFF.
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
           END-IF
           STRING WS-BILL-MONTH "01" DELIMITED BY SIZE
               INTO WS-BILL-MONTH-START
           IF WS-CUTOFF-DATE NOT = SPACES
              AND WS-BILL-MONTH-START < WS-CUTOFF-DATE
               OPEN INPUT AUDHIST-FILE
               IF WS-AUDHIST-STATUS NOT = "00"
                   DISPLAY "MSGBILL ERROR - BILLING MONTH PRECEDES "
                       "AUDIT CUTOFF " WS-CUTOFF-DATE " AND AUDHIST "
                       "CANNOT BE OPENED, STATUS=" WS-AUDHIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE AUDIT-FILE
                   CLOSE ACCTMST-FILE
                   CLOSE BILLRPT-FILE
                   CLOSE BILLEXT-FILE
                   GOBACK
               END-IF
               SET WS-HISTORY-NEEDED TO TRUE
               MOVE 'N' TO WS-AUDHIST-EOF-SWITCH
               DISPLAY "MSGBILL - BILLING MONTH PRECEDES AUDIT "
                   "CUTOFF " WS-CUTOFF-DATE ", MERGING OFFLOADED "
                   "HISTORY"
           END-IF.

      *----------------------------------------------------------*
      * TWO-WAY MERGE ON THE AUDIT KEY: THE KSDS AND (WHEN THE   *
      * MONTH NEEDS IT) THE KEY-ORDERED HISTORY. THE LOWER KEY   *
      * IS MOVED INTO THE AUDIT RECORD AREA AND TALLIED, SO      *
      * 2000 SEES ONE STREAM IN ACCOUNT ORDER EITHER WAY.        *
      *----------------------------------------------------------*
       1000-PASS-AUDIT-FILE.
           MOVE LOW-VALUES TO AUD-KEY
           START AUDIT-FILE KEY NOT < AUD-KEY
               INVALID KEY
                   SET WS-AUDIT-EOF TO TRUE
           END-START
           PERFORM 1100-READ-NEXT-AUDIT
           IF WS-HISTORY-NEEDED
               PERFORM 1200-READ-NEXT-HISTORY
           END-IF
           PERFORM UNTIL WS-AUDIT-EOF AND WS-AUDHIST-EOF
               IF WS-AUDHIST-EOF
                  OR (NOT WS-AUDIT-EOF
                      AND WS-AUDIT-HOLD-KEY < HST-KEY)
                   MOVE WS-AUDIT-HOLD-RECORD TO AUDIT-RECORD
                   PERFORM 2000-TALLY-ONE-AUDIT
                   PERFORM 1100-READ-NEXT-AUDIT
               ELSE
                   MOVE AUDHIST-RECORD TO AUDIT-RECORD
                   PERFORM 2000-TALLY-ONE-AUDIT
                   PERFORM 1200-READ-NEXT-HISTORY
               END-IF
           END-PERFORM.

       1100-READ-NEXT-AUDIT.
           IF NOT WS-AUDIT-EOF
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-READ-COUNT
                       MOVE AUDIT-RECORD TO WS-AUDIT-HOLD-RECORD
               END-READ
           END-IF.

      *----------------------------------------------------------*
      * AN OUT-OF-ORDER HISTORY RECORD WOULD SPLIT AN ACCOUNT'S  *
      * STATEMENT, SO THE RUN STOPS RATHER THAN BILL WRONGLY.    *
      *----------------------------------------------------------*
       1200-READ-NEXT-HISTORY.
           READ AUDHIST-FILE
               AT END
                   SET WS-AUDHIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ-COUNT
                   IF HST-KEY < WS-PREV-HIST-KEY
                       DISPLAY "MSGBILL ERROR - AUDHIST IS NOT IN "
                           "AUDIT KEY ORDER AT RECORD "
                           WS-HISTORY-READ-COUNT ", SORT IT ON "
                           "COLS 1-33 AND RERUN"
                       MOVE 16 TO RETURN-CODE
                       CLOSE AUDIT-FILE
                       CLOSE ACCTMST-FILE
                       CLOSE BILLRPT-FILE
                       CLOSE BILLEXT-FILE
                       CLOSE AUDHIST-FILE
                       GOBACK
                   END-IF
                   MOVE HST-KEY TO WS-PREV-HIST-KEY
           END-READ.

      *----------------------------------------------------------*
      * THE AUDIT KSDS KEY LEADS WITH THE ACCOUNT ID, SO A       *
              AND AUD-DISPOSITION = "RELAYED"
               ADD 1 TO WS-BILLABLE-COUNT
               PERFORM 2100-TALLY-TYPE
               IF AUD-ORIG-ACCOUNT-ID NOT = SPACES
                  AND AUD-ORIG-ACCOUNT-ID NOT = LOW-VALUES
                   PERFORM 2200-TALLY-RETIRED-ID
               END-IF
           ELSE
               ADD 1 TO WS-EXCLUDED-COUNT
           END-IF.
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * COUNTS THE ACCOUNT'S BILLED MESSAGES THAT MSGRELAY       *
      * REDIRECTED FROM A RETIRED ACCOUNT ID, BY THAT ID.        *
      *----------------------------------------------------------*
       2200-TALLY-RETIRED-ID.
           SET WS-FOUND TO FALSE
           PERFORM VARYING WS-RETIRED-IDX FROM 1 BY 1
                   UNTIL WS-RETIRED-IDX > WS-RETIRED-COUNT-USED
               IF WS-RETIRED-ID(WS-RETIRED-IDX) = AUD-ORIG-ACCOUNT-ID
                   ADD 1 TO WS-RETIRED-TOTAL(WS-RETIRED-IDX)
                   SET WS-FOUND TO TRUE
                   SET WS-RETIRED-IDX TO WS-RETIRED-COUNT-USED
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-RETIRED-COUNT-USED < 20
                   ADD 1 TO WS-RETIRED-COUNT-USED
                   SET WS-RETIRED-IDX TO WS-RETIRED-COUNT-USED
                   MOVE AUD-ORIG-ACCOUNT-ID
                       TO WS-RETIRED-ID(WS-RETIRED-IDX)
                   MOVE 1 TO WS-RETIRED-TOTAL(WS-RETIRED-IDX)
               ELSE
                   IF NOT WS-RETIRED-FULL-WARNED
                       DISPLAY "MSGBILL WARNING - RETIRED ID TABLE "
                           "FULL AT 20 IDS FOR ACCOUNT "
                           WS-PREV-ACCOUNT ", FURTHER IDS NOT "
                           "LISTED (MESSAGES ARE STILL BILLED)"
                       SET WS-RETIRED-FULL-WARNED TO TRUE
                   END-IF
               END-IF
           END-IF.

       3000-BREAK-ACCOUNT.
           IF WS-TYPE-COUNT-USED > ZERO
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE WS-ACCT-NAME-WORK TO ACC-ACCOUNT-NAME
               MOVE WS-ACCOUNT-LINE TO BILLRPT-RECORD
               WRITE BILLRPT-RECORD
               IF WS-MERGED-INTO-ID NOT = SPACES
                   MOVE WS-MERGED-INTO-ID TO MRG-SUCCESSOR-ID
                   MOVE WS-MERGED-DATE TO MRG-MERGE-DATE
                   MOVE WS-MERGED-LINE TO BILLRPT-RECORD
                   WRITE BILLRPT-RECORD
               END-IF
               MOVE ZERO TO WS-ACCT-TOTAL-MSGS
               MOVE ZERO TO WS-ACCT-TOTAL-AMOUNT
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
               MOVE WS-ACCT-TOTAL-AMOUNT TO ATL-AMOUNT
               MOVE WS-ACCT-TOTAL-LINE TO BILLRPT-RECORD
               WRITE BILLRPT-RECORD
               PERFORM VARYING WS-RETIRED-IDX FROM 1 BY 1
                       UNTIL WS-RETIRED-IDX > WS-RETIRED-COUNT-USED
                   MOVE WS-RETIRED-TOTAL(WS-RETIRED-IDX) TO RTL-COUNT
                   MOVE WS-RETIRED-ID(WS-RETIRED-IDX)
                       TO RTL-RETIRED-ID
                   MOVE WS-RETIRED-LINE TO BILLRPT-RECORD
                   WRITE BILLRPT-RECORD
               END-PERFORM
               ADD WS-ACCT-TOTAL-MSGS TO WS-GRAND-TOTAL-MSGS
               ADD WS-ACCT-TOTAL-AMOUNT TO WS-GRAND-TOTAL-AMOUNT
           END-IF
           MOVE ZERO TO WS-TYPE-COUNT-USED
           MOVE ZERO TO WS-RETIRED-COUNT-USED.

       3100-READ-ACCOUNT-NAME.
           MOVE SPACES TO WS-MERGED-INTO-ID
           MOVE SPACES TO WS-MERGED-DATE
           MOVE WS-PREV-ACCOUNT TO ACCT-ID
           READ ACCTMST-FILE
               INVALID KEY
                       TO WS-ACCT-NAME-WORK
               NOT INVALID KEY
                   MOVE ACCT-NAME TO WS-ACCT-NAME-WORK
                   IF ACCT-SUCCESSOR-ID NOT = SPACES
                      AND ACCT-SUCCESSOR-ID NOT = LOW-VALUES
                       MOVE ACCT-SUCCESSOR-ID TO WS-MERGED-INTO-ID
                       MOVE ACCT-MERGE-DATE TO WS-MERGED-DATE
                   END-IF
           END-READ.

       3200-BILL-ONE-TYPE.
