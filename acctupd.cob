      *----------------------------------------------------------*
      * ACCTUPD - BATCH MAINTENANCE FOR THE ACCOUNT MASTER KSDS  *
      * (ACCTREC LAYOUT, KEYED ON ACCT-ID). APPLIES A TRANSACTION*
      * FILE OF ADDS, CLOSES, FREEZES, REACTIVATIONS, NAME       *
      * CHANGES, MERGES AND DAILY QUOTAS SO STATUS CHANGES NO    *
      * LONGER GO IN BY HAND-EDITING THE VSAM FILE. EVERY        *
      * TRANSACTION IS VALIDATED (UNKNOWN ACCOUNT ON CHANGE,     *
      * DUPLICATE ON ADD, STATUS CONFLICTS), BEFORE/AFTER IMAGES *
      * GO TO AN AUDIT FILE, AND AN APPLY/REJECT SUMMARY IS      *
      * PRINTED.                                                 *
      *                                                          *
      * TRANSACTION LAYOUT (80 BYTES):                           *
      *   COL   1     ACTION: A=ADD                              *
      *                       F=FREEZE                           *
      *                       R=REACTIVATE (UNFREEZE)            *
      *                       N=NAME CHANGE                      *
      *                       M=MERGE INTO A SUCCESSOR           *
      *                       Q=SET DAILY MESSAGE QUOTA          *
      *   COLS  2-11  ACCOUNT ID         (RETIRING ID FOR M)     *
      *   COLS 12-41  ACCOUNT NAME       (ACTIONS A, N)          *
      *   COLS 12-21  SUCCESSOR ID       (ACTION M)              *
      *   COLS 12-18  DAILY QUOTA        (ACTION Q - 7 DIGITS,   *
      *               0000000 REMOVES THE QUOTA)                 *
      *   COLS 42-49  EFFECTIVE DATE     (ACTIONS F, R, M, Q -   *
      *               CCYYMMDD; BLANK OR ZERO MEANS TONIGHT)     *
      *                                                          *
      * A FREEZE, REACTIVATE, MERGE OR QUOTA DATED IN THE FUTURE *
      * IS NOT APPLIED AND NOT REJECTED: IT IS CARRIED FORWARD   *
      * ON THE TRNFWD DATASET, WHICH THE SCHEDULER FEEDS BACK IN *
      * AS PART OF THE NEXT RUN'S TRNIN, SO ACTIONS CAN BE KEYED *
      * IN AHEAD OF TIME AND TAKE EFFECT ON THEIR DATE.          *
      *                                                          *
      * A MERGE CLOSES THE RETIRING ACCOUNT AND RECORDS THE      *
      * SUCCESSOR AND EFFECTIVE DATE ON IT. THE SUCCESSOR MUST   *
      * EXIST, MUST NOT BE CLOSED (SO A MERGE NEVER POINTS AT A  *
      * RETIRED ID) AND MUST NOT BE THE ACCOUNT ITSELF; AN       *
      * ACCOUNT ALREADY MERGED CANNOT BE MERGED AGAIN. MSGRELAY  *
      * THEN RELAYS TRAFFIC SENT UNDER THE RETIRED ID AS THE     *
      * SUCCESSOR.                                               *
      *                                                          *
      * A DAILY QUOTA CAPS THE MESSAGES MSGRELAY RELAYS FOR THE  *
      * ACCOUNT IN ONE NIGHT; ANYTHING OVER IT IS HELD ON        *
      * MSGHOLD FOR MSGREL TO RELEASE THE NEXT NIGHT. A NEW      *
      * ACCOUNT STARTS WITH NO QUOTA. A CLOSED ACCOUNT CANNOT BE *
      * GIVEN ONE.                                               *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  TRN-ACTION             PIC X(1).
           05  TRN-ACCOUNT-ID         PIC X(10).
           05  TRN-NAME               PIC X(30).
           05  TRN-MERGE-FIELDS REDEFINES TRN-NAME.
               10  TRN-SUCCESSOR-ID   PIC X(10).
               10  FILLER             PIC X(20).
           05  TRN-QUOTA-FIELDS REDEFINES TRN-NAME.
               10  TRN-DAILY-QUOTA    PIC X(7).
               10  FILLER             PIC X(23).
           05  TRN-EFF-DATE           PIC X(8).
           05  FILLER                 PIC X(31).

           05  WS-ACCT-FOUND-SWITCH   PIC X VALUE 'N'.
               88  WS-ACCT-FOUND             VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-SUCC-FOUND-SWITCH   PIC X VALUE 'N'.
               88  WS-SUCC-FOUND             VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.

       01  WS-COUNTERS.
           05  WS-TRN-READ-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-EFF-DATE-WORK       PIC 9(8) VALUE ZERO.
           05  WS-REJECT-REASON       PIC X(20) VALUE SPACES.
           05  WS-BEFORE-IMAGE        PIC X(80) VALUE SPACES.
           05  WS-SUCC-STATUS         PIC X(1) VALUE SPACES.
               88  WS-SUCC-CLOSED            VALUE 'C'.

       01  WS-FILE-STATUSES.
           05  WS-TRNIN-STATUS        PIC XX VALUE SPACES.
                       PERFORM 2300-APPLY-REACTIVATE
                   WHEN 'N'
                       PERFORM 2400-APPLY-NAME-CHANGE
                   WHEN 'M'
                       PERFORM 2500-APPLY-MERGE
                   WHEN 'Q'
                       PERFORM 2600-APPLY-QUOTA
                   WHEN OTHER
                       MOVE "INVALID ACTION" TO WS-REJECT-REASON
                       PERFORM 3000-REJECT-TRN
           END-READ.

      *----------------------------------------------------------*
      * LOOKS UP THE SUCCESSOR NAMED ON A MERGE. DONE BEFORE     *
      * 1100-READ-ACCOUNT SO THE RECORD AREA IS LEFT HOLDING THE *
      * RETIRING ACCOUNT FOR THE REWRITE.                        *
      *----------------------------------------------------------*
       1150-READ-SUCCESSOR.
           SET WS-SUCC-FOUND TO FALSE
           MOVE SPACES TO WS-SUCC-STATUS
           MOVE TRN-SUCCESSOR-ID TO ACCT-ID
           READ ACCTMST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SUCC-FOUND TO TRUE
                   MOVE ACCT-STATUS TO WS-SUCC-STATUS
           END-READ.

      *----------------------------------------------------------*
      * FREEZE, REACTIVATE, MERGE AND QUOTA CARRY AN OPTIONAL    *
      * EFFECTIVE DATE. BLANK OR ZERO MEANS TONIGHT; A FUTURE    *
      * DATE DEFERS THE TRANSACTION TO TRNFWD; A MALFORMED DATE  *
      * REJECTS IT.                                              *
      * SETS WS-EFF-DATE-WORK WHEN THE DATE IS USABLE.           *
      *----------------------------------------------------------*
       1200-EDIT-EFF-DATE.
               MOVE TRN-ACCOUNT-ID TO ACCT-ID
               MOVE 'A' TO ACCT-STATUS
               MOVE TRN-NAME TO ACCT-NAME
               MOVE ZERO TO ACCT-DAILY-QUOTA
               MOVE SPACES TO WS-BEFORE-IMAGE
               WRITE ACCTMST-RECORD
                   INVALID KEY
               PERFORM 2900-REWRITE-ACCOUNT
           END-IF.

      *----------------------------------------------------------*
      * MERGE: CLOSE THE RETIRING ACCOUNT AND POINT IT AT ITS    *
      * SUCCESSOR FROM THE EFFECTIVE DATE. AN ACCOUNT ALREADY    *
      * CLOSED WITHOUT A SUCCESSOR MAY STILL BE MERGED, SO       *
      * TRAFFIC FROM SENDERS WHO NEVER MOVED OFF IT IS RECOVERED.*
      *----------------------------------------------------------*
       2500-APPLY-MERGE.
           PERFORM 1200-EDIT-EFF-DATE
           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   PERFORM 3000-REJECT-TRN
               WHEN TRN-SUCCESSOR-ID = SPACES
                 OR TRN-SUCCESSOR-ID = LOW-VALUES
                   MOVE "BLANK SUCCESSOR ID" TO WS-REJECT-REASON
                   PERFORM 3000-REJECT-TRN
               WHEN TRN-SUCCESSOR-ID = TRN-ACCOUNT-ID
                   MOVE "SUCCESSOR IS SELF" TO WS-REJECT-REASON
                   PERFORM 3000-REJECT-TRN
               WHEN WS-EFF-DATE-WORK > WS-CURRENT-DATE
                   PERFORM 3100-DEFER-TRN
               WHEN OTHER
                   PERFORM 1150-READ-SUCCESSOR
                   PERFORM 1100-READ-ACCOUNT
                   EVALUATE TRUE
                       WHEN NOT WS-ACCT-FOUND
                           MOVE "UNKNOWN ACCOUNT"
                               TO WS-REJECT-REASON
                           PERFORM 3000-REJECT-TRN
                       WHEN ACCT-SUCCESSOR-ID NOT = SPACES
                        AND ACCT-SUCCESSOR-ID NOT = LOW-VALUES
                           MOVE "ALREADY MERGED" TO WS-REJECT-REASON
                           PERFORM 3000-REJECT-TRN
                       WHEN NOT WS-SUCC-FOUND
                           MOVE "UNKNOWN SUCCESSOR"
                               TO WS-REJECT-REASON
                           PERFORM 3000-REJECT-TRN
                       WHEN WS-SUCC-CLOSED
                           MOVE "SUCCESSOR CLOSED"
                               TO WS-REJECT-REASON
                           PERFORM 3000-REJECT-TRN
                       WHEN OTHER
                           MOVE 'C' TO ACCT-STATUS
                           MOVE TRN-SUCCESSOR-ID TO ACCT-SUCCESSOR-ID
                           MOVE WS-EFF-DATE-WORK TO ACCT-MERGE-DATE
                           PERFORM 2900-REWRITE-ACCOUNT
                   END-EVALUATE
           END-EVALUATE.

      *----------------------------------------------------------*
      * DAILY QUOTA: THE MOST MESSAGES MSGRELAY WILL RELAY FOR   *
      * THE ACCOUNT IN ONE NIGHT. ZERO REMOVES THE QUOTA. A      *
      * FROZEN ACCOUNT MAY BE GIVEN ONE SO IT IS IN PLACE WHEN   *
      * THE ACCOUNT IS REACTIVATED.                              *
      *----------------------------------------------------------*
       2600-APPLY-QUOTA.
           PERFORM 1200-EDIT-EFF-DATE
           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   PERFORM 3000-REJECT-TRN
               WHEN TRN-DAILY-QUOTA NOT NUMERIC
                   MOVE "INVALID QUOTA" TO WS-REJECT-REASON
                   PERFORM 3000-REJECT-TRN
               WHEN WS-EFF-DATE-WORK > WS-CURRENT-DATE
                   PERFORM 3100-DEFER-TRN
               WHEN OTHER
                   PERFORM 1100-READ-ACCOUNT
                   EVALUATE TRUE
                       WHEN NOT WS-ACCT-FOUND
                           MOVE "UNKNOWN ACCOUNT"
                               TO WS-REJECT-REASON
                           PERFORM 3000-REJECT-TRN
                       WHEN ACCT-CLOSED
                           MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
                           PERFORM 3000-REJECT-TRN
                       WHEN OTHER
                           MOVE TRN-DAILY-QUOTA TO ACCT-DAILY-QUOTA
                           PERFORM 2900-REWRITE-ACCOUNT
                   END-EVALUATE
           END-EVALUATE.

       2900-REWRITE-ACCOUNT.
           REWRITE ACCTMST-RECORD
               INVALID KEY
