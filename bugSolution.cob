           SELECT OPTIONAL ROUTECA-FILE ASSIGN TO "ROUTECA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROUTECA-STATUS.
           SELECT OPTIONAL MANIFEST-FILE ASSIGN TO "MANIFEST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT OPTIONAL ORIGIN-FILE ASSIGN TO "ORIGIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORIGIN-STATUS.
           SELECT EDTRULE-FILE ASSIGN TO "EDTRULE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDTRULE-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT OPTIONAL HOLCAL-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLCAL-STATUS.
           SELECT OPTIONAL REDIRLOG-FILE ASSIGN TO "REDIRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REDIRLOG-STATUS.
           SELECT OPTIONAL QUOTARPT-FILE ASSIGN TO "QUOTARPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUOTARPT-STATUS.
           SELECT OPTIONAL CANDRTE-FILE ASSIGN TO "CANDRTE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CANDRTE-STATUS.
           SELECT OPTIONAL CANDPRI-FILE ASSIGN TO "CANDPRI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CANDPRI-STATUS.
           SELECT OPTIONAL CANDEDT-FILE ASSIGN TO "CANDEDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CANDEDT-STATUS.
           SELECT OPTIONAL CANDREL-FILE ASSIGN TO "CANDREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CANDREL-STATUS.
           SELECT OPTIONAL DRYRPT-FILE ASSIGN TO "DRYRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRYRPT-STATUS.
           SELECT REJCASE-FILE ASSIGN TO "REJCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAS-KEY
               FILE STATUS IS WS-REJCASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  ROUTECA-RECORD             PIC X(100).

      *    NIGHTLY TRANSMISSION MANIFEST - ONE RTEMAN RECORD
      *    (RTEENV LAYOUT) PER DESTINATION FILE WITH THE COUNT AND
      *    HASH TOTAL ON ITS TRAILER, FOR MSGACK TO RECONCILE THE
      *    DOWNSTREAM ACKNOWLEDGED TOTALS AGAINST.
       FD  MANIFEST-FILE
           RECORDING MODE IS F.
       01  MANIFEST-RECORD            PIC X(100).

       FD  EDTRULE-FILE
           RECORDING MODE IS F.
       01  EDTRULE-RECORD.
           05  HLD-HELD-DATE          PIC 9(8).
           05  HLD-RELEASE-DATE       PIC 9(8).
           05  HLD-IMAGE              PIC X(100).
           05  HLD-HOLD-REASON        PIC X(1).
               88  HLD-DATE-HOLD             VALUE SPACE.
               88  HLD-QUOTA-HOLD            VALUE 'Q'.
           05  FILLER                 PIC X(3).

       FD  ACCTMST-FILE.
       01  ACCTMST-RECORD.
       01  RUNCTL-RECORD.
           COPY RUNCTL.

       FD  QUOTARPT-FILE
           RECORDING MODE IS F.
       01  QUOTARPT-RECORD            PIC X(132).

      *    CANDIDATE CONTROL DATASETS FOR A DRY RUN - SAME LAYOUTS
      *    AS RTECTL, PRICTL, EDTRULE AND RELCTL ABOVE.
       FD  CANDRTE-FILE
           RECORDING MODE IS F.
       01  CANDRTE-RECORD.
           05  CRT-TYPE-CODE          PIC X(4).
           05  CRT-DEST-NO            PIC X(2).
           05  CRT-ENRICH-FLAG        PIC X(1).
           05  FILLER                 PIC X(73).

       FD  CANDPRI-FILE
           RECORDING MODE IS F.
       01  CANDPRI-RECORD.
           05  CPR-TYPE-CODE          PIC X(4).
           05  CPR-CLASS              PIC X(1).
           05  FILLER                 PIC X(75).

       FD  CANDEDT-FILE
           RECORDING MODE IS F.
       01  CANDEDT-RECORD.
           05  CED-TYPE-CODE          PIC X(4).
           05  CED-RULE-KIND          PIC X(1).
           05  CED-START              PIC X(2).
           05  CED-LENGTH             PIC X(2).
           05  CED-VALUE-ITEM         PIC X(10) OCCURS 5 TIMES.
           05  FILLER                 PIC X(21).

       FD  CANDREL-FILE
           RECORDING MODE IS F.
       01  CANDREL-RECORD.
           05  CRL-TYPE-CODE          PIC X(4).
           05  CRL-DATE-POS           PIC X(2).
           05  FILLER                 PIC X(74).

       FD  DRYRPT-FILE
           RECORDING MODE IS F.
       01  DRYRPT-RECORD              PIC X(132).

       FD  HOLCAL-FILE
           RECORDING MODE IS F.
       01  HOLCAL-RECORD.
           COPY HOLREC.

       FD  REDIRLOG-FILE
           RECORDING MODE IS F.
       01  REDIRLOG-RECORD.
           COPY REDIRREC.

      *    SENDER BATCH ORIGIN OF EVERY ERROUT AND MSGOUT DETAIL
      *    RECORD, SO REJECTS CAN BE RETURNED TO THEIR SENDERS AND
      *    MSGACK CAN TRACE A DOWNSTREAM NAK BACK TO ITS SENDER.
       FD  ORIGIN-FILE
           RECORDING MODE IS F.
       01  ORIGIN-RECORD.
           COPY ORIGREC.

      *    PERSISTENT REJECT CASE INVENTORY - EVERY REJECT WRITTEN
      *    TO ERROUT OPENS A CASE HERE, AND A CASE MSGFIX HAS
      *    REPAIRED OR RESUBMITTED IS CLOSED (OR SUPERSEDED) WHEN
      *    ITS RESUBMITTED IMAGE COMES BACK THROUGH MSGIN.
       FD  REJCASE-FILE.
       01  REJCASE-RECORD.
           COPY CASEREC.

       WORKING-STORAGE SECTION.
       01  WS-AREA-1                  PIC X(100).
       01  WS-AREA-1-FIELDS REDEFINES WS-AREA-1.
               88  WS-HOLD-REBUILD-EOF       VALUE 'Y'.
           05  WS-REBUILD-CORRUPT-SWITCH PIC X VALUE 'N'.
               88  WS-REBUILD-CORRUPT        VALUE 'Y'.
           05  WS-HOLCAL-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-HOLCAL-EOF             VALUE 'Y'.
           05  WS-HOL-FULL-SWITCH     PIC X VALUE 'N'.
               88  WS-HOL-FULL-WARNED        VALUE 'Y'.
           05  WS-REDIR-REBUILD-EOF-SWITCH PIC X VALUE 'N'.
               88  WS-REDIR-REBUILD-EOF      VALUE 'Y'.
           05  WS-CASE-LOAD-EOF-SWITCH PIC X VALUE 'N'.
               88  WS-CASE-LOAD-EOF          VALUE 'Y'.
           05  WS-RESUB-FULL-SWITCH   PIC X VALUE 'N'.
               88  WS-RESUB-FULL-WARNED      VALUE 'Y'.
           05  WS-ENV-REBUILD-EOF-SWITCH PIC X VALUE 'N'.
               88  WS-ENV-REBUILD-EOF        VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.

       01  WS-REBUILD-RAW-RECORD      PIC X(100).

           05  WS-ACCT-REJECT-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-SEGMENT-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-HELD-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-REDIRECT-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-CASE-OPENED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-CASE-RELAYED-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-CASE-REJAGN-COUNT   PIC 9(9) VALUE ZERO.

       01  WS-DUPLICATE-SWITCH        PIC X VALUE 'N'.
           88  WS-DUPLICATE-FOUND            VALUE 'Y'
           05  WS-CURRENT-DAY-NO      PIC 9(9) COMP VALUE ZERO.
           05  WS-WEEKDAY-NO          PIC 9(9) COMP VALUE ZERO.
           05  WS-WEEKDAY-QUOT        PIC 9(9) COMP VALUE ZERO.
           05  WS-CHECK-DAY-NO        PIC 9(9) COMP VALUE ZERO.
           05  WS-PURGED-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-DUP-COLLIDE-SWITCH  PIC X VALUE 'N'.
               88  WS-DUP-COLLIDE-WARNED     VALUE 'Y'.
       01  WS-SEG-GROUP-TABLE.
           05  WS-SEG-RECORD          PIC X(100) OCCURS 5 TIMES.

      *    SENDER BATCH ORIGIN OF EACH RECORD HELD IN THE GROUP
      *    TABLE ABOVE. A GROUP CAN BE REJECTED ONLY WHEN A LATER
      *    RECORD (POSSIBLY IN THE NEXT SENDER BATCH) ARRIVES, SO
      *    EACH SEGMENT KEEPS THE ORIGIN IT WAS READ WITH.
       01  WS-SEG-ORIGIN-TABLE.
           05  WS-SEG-ORIGIN OCCURS 5 TIMES.
               10  WS-SEG-SENDER-ID   PIC X(8).
               10  WS-SEG-BATCH-DATE  PIC 9(8).
               10  WS-SEG-BATCH-SEQ   PIC 9(9).

       01  WS-ORIGIN-FIELDS.
           05  WS-BATCH-POSITION      PIC 9(9) VALUE ZERO.
           05  WS-MSGOUT-RECNO        PIC 9(9) VALUE ZERO.
           05  WS-INPUT-ORIGIN.
               10  WS-INPUT-SENDER-ID PIC X(8) VALUE SPACES.
               10  WS-INPUT-BATCH-DATE PIC 9(8) VALUE ZERO.
               10  WS-INPUT-BATCH-SEQ PIC 9(9) VALUE ZERO.
           05  WS-WRITE-ORIGIN.
               10  WS-WRITE-SENDER-ID PIC X(8) VALUE SPACES.
               10  WS-WRITE-BATCH-DATE PIC 9(8) VALUE ZERO.
               10  WS-WRITE-BATCH-SEQ PIC 9(9) VALUE ZERO.

      *    ONLY MESSAGE TYPES REGISTERED IN THE SEGCTL CONTROL
      *    DATASET ARE PARSED FOR THE SEGMENT FLAG BYTE. LEGACY
      *    TYPES KEEP THE FULL 86-BYTE MSG-TEXT, SO A WHOLE
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

      *    HOLD-AND-RELEASE REGISTRY - TYPES REGISTERED IN THE
      *    RELCTL CONTROL DATASET CARRY AN EFFECTIVE DATE AT THE
      *    NAMED POSITION OF THEIR (ASSEMBLED) MSG-TEXT. A
           05  WS-REL-POS-WORK        PIC 9(2) VALUE ZERO.
           05  WS-REL-DATE-WORK       PIC 9(8) VALUE ZERO.

      *    DAILY QUOTA TRACKING - ONE ENTRY PER ACCOUNT WITH A
      *    DAILY QUOTA ON THE ACCOUNT MASTER THAT HAS SENT TRAFFIC
      *    TONIGHT, COUNTING THE MESSAGES RELAYED AGAINST THE
      *    QUOTA AND THE MESSAGES HELD ON MSGHOLD OVER IT. ONCE
      *    THE RELAYED COUNT REACHES THE QUOTA, THE ACCOUNT'S
      *    REMAINING MESSAGES ARE HELD FOR MSGREL TO RELEASE ON
      *    THE NEXT BUSINESS NIGHT.
       01  WS-QUOTA-TABLE.
           05  WS-QUOTA-COUNT-USED    PIC 9(4) VALUE ZERO.
           05  WS-QUOTA-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-QUOTA-IDX.
               10  WS-QUOTA-ACCOUNT-ID PIC X(10).
               10  WS-QUOTA-LIMIT     PIC 9(7).
               10  WS-QUOTA-RELAYED   PIC 9(9).
               10  WS-QUOTA-HELD      PIC 9(9).

       01  WS-QUOTA-WORK-FIELDS.
           05  WS-ACCT-QUOTA-WORK     PIC 9(7) VALUE ZERO.
           05  WS-QUOTA-ACCOUNT-WORK  PIC X(10) VALUE SPACES.
           05  WS-QUOTA-HELD-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-QUOTA-BREACH-COUNT  PIC 9(4) VALUE ZERO.
           05  WS-QUOTA-RC-COUNT      PIC 9(4) VALUE ZERO.
           05  WS-QUOTA-TRACKED-SWITCH PIC X VALUE 'N'.
               88  WS-QUOTA-TRACKED          VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-OVER-QUOTA-SWITCH   PIC X VALUE 'N'.
               88  WS-OVER-QUOTA             VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-QUOTA-FULL-SWITCH   PIC X VALUE 'N'.
               88  WS-QUOTA-FULL-WARNED      VALUE 'Y'.

       01  WS-QUOTA-HEADING-LINE.
           05  FILLER                 PIC X(44) VALUE
                   "MSGRELAY - DAILY QUOTA BREACH REPORT - RUN ".
           05  QHD-RUN-ID             PIC X(14).
           05  FILLER                 PIC X(74) VALUE SPACES.

       01  WS-QUOTA-COLUMN-LINE.
           05  FILLER                 PIC X(42) VALUE
                   "ACCOUNT       DAILY QUOTA        RELAYED  ".
           05  FILLER                 PIC X(16) VALUE
                   "HELD OVER QUOTA".
           05  FILLER                 PIC X(74) VALUE SPACES.

       01  WS-QUOTA-DETAIL-LINE.
           05  QDT-ACCOUNT            PIC X(10).
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  QDT-QUOTA              PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  QDT-RELAYED            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(6) VALUE SPACES.
           05  QDT-HELD               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(77) VALUE SPACES.

       01  WS-QUOTA-TOTAL-LINE.
           05  QTT-LABEL              PIC X(36).
           05  QTT-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(85) VALUE SPACES.

      *    CASES MSGFIX HAS REPAIRED OR RESUBMITTED SINCE THE LAST
      *    RUN, LOADED AT START-UP. AN INPUT RECORD WHOSE IMAGE
      *    MATCHES AN UNUSED ENTRY IS THAT CASE COMING BACK: IF IT
      *    RELAYS (OR IS HELD) THE CASE IS CLOSED AS RELAYED, AND
      *    IF IT IS REJECTED AGAIN THE NEW CASE IS CHAINED TO IT.
       01  WS-RESUB-TABLE.
           05  WS-RESUB-COUNT-USED    PIC 9(4) VALUE ZERO.
           05  WS-RESUB-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-RESUB-IDX.
               10  WS-RESUB-KEY       PIC X(24).
               10  WS-RESUB-IMAGE     PIC X(100).
               10  WS-RESUB-FIRST-DATE PIC 9(8).
               10  WS-RESUB-USED      PIC X(1).

       01  WS-CASE-FIELDS.
           05  WS-CASE-GEN-ID         PIC X(14) VALUE SPACES.
           05  WS-ERROUT-RECNO        PIC 9(9) VALUE ZERO.
           05  WS-CASE-MATCH-IMAGE    PIC X(100) VALUE SPACES.
           05  WS-RESUB-HIT           PIC 9(4) VALUE ZERO.
           05  WS-CASE-NEW-KEY        PIC X(24) VALUE SPACES.

       01  WS-ASSEMBLED-MSG.
           05  WS-ASM-TYPE-CODE       PIC X(4).
           05  WS-ASM-ACCOUNT-ID      PIC X(10).
           05  WS-DUPKSDS-STATUS      PIC XX VALUE SPACES.
           05  WS-DUPCTL-STATUS       PIC XX VALUE SPACES.
           05  WS-RUNCTL-STATUS       PIC XX VALUE SPACES.
           05  WS-HOLCAL-STATUS       PIC XX VALUE SPACES.
           05  WS-REDIRLOG-STATUS     PIC XX VALUE SPACES.
           05  WS-REJCASE-STATUS      PIC XX VALUE SPACES.
           05  WS-MANIFEST-STATUS     PIC XX VALUE SPACES.
           05  WS-ORIGIN-STATUS       PIC XX VALUE SPACES.
           05  WS-QUOTARPT-STATUS     PIC XX VALUE SPACES.
           05  WS-CANDRTE-STATUS      PIC XX VALUE SPACES.
           05  WS-CANDPRI-STATUS      PIC XX VALUE SPACES.
           05  WS-CANDEDT-STATUS      PIC XX VALUE SPACES.
           05  WS-CANDREL-STATUS      PIC XX VALUE SPACES.
           05  WS-DRYRPT-STATUS       PIC XX VALUE SPACES.

       01  WS-RUN-CONTROL-FIELDS.
           05  WS-RC-METRIC           PIC X(12) VALUE SPACES.
                                          VALUE ZERO.
           05  WS-ROUTECA-WRITE-COUNT PIC 9(9) VALUE ZERO.

      *    TRANSMISSION ENVELOPE TOTALS - ENTRIES 1-8 FOR ROUTE01-
      *    ROUTE08, ENTRY 9 FOR THE ROUTECA CATCH-ALL. UNLIKE THE
      *    RUN-CONTROL SPLIT COUNTS ABOVE, A RESTART REBUILDS THESE
      *    FROM THE DESTINATION FILES, SO EACH TRAILER AND THE
      *    MANIFEST COVER EVERYTHING THE GENERATION HOLDS.
       01  WS-ENVELOPE-DESTINATIONS.
           05  FILLER                 PIC X(10) VALUE "01ROUTE01".
           05  FILLER                 PIC X(10) VALUE "02ROUTE02".
           05  FILLER                 PIC X(10) VALUE "03ROUTE03".
           05  FILLER                 PIC X(10) VALUE "04ROUTE04".
           05  FILLER                 PIC X(10) VALUE "05ROUTE05".
           05  FILLER                 PIC X(10) VALUE "06ROUTE06".
           05  FILLER                 PIC X(10) VALUE "07ROUTE07".
           05  FILLER                 PIC X(10) VALUE "08ROUTE08".
           05  FILLER                 PIC X(10) VALUE "CAROUTECA".
       01  WS-ENVELOPE-DEST-TABLE REDEFINES WS-ENVELOPE-DESTINATIONS.
           05  WS-ENV-DEST-ENTRY OCCURS 9 TIMES.
               10  WS-ENV-DEST-ID     PIC X(2).
               10  WS-ENV-DD-NAME     PIC X(8).

       01  WS-ENVELOPE-TOTALS.
           05  WS-ENV-RECORD-COUNT    PIC 9(9) OCCURS 9 TIMES
                                          VALUE ZERO.
           05  WS-ENV-HASH-TOTAL      PIC 9(15) OCCURS 9 TIMES
                                          VALUE ZERO.
           05  WS-ENV-TRAILER-SEEN    PIC X(1) OCCURS 9 TIMES
                                          VALUE 'N'.

       01  WS-ENVELOPE-WORK-FIELDS.
           05  WS-ENV-SUB             PIC 9(2) VALUE ZERO.
           05  WS-ENV-IO-STATUS       PIC XX VALUE SPACES.
           05  WS-MANIFEST-DONE-COUNT PIC 9(2) VALUE ZERO.
           05  WS-HASH-ACCOUNT-ID     PIC X(10) VALUE SPACES.
           05  WS-HASH-ACCOUNT-NO REDEFINES WS-HASH-ACCOUNT-ID
                                      PIC 9(10).

       01  WS-ENVELOPE-RECORD.
           COPY RTEENV.

       01  WS-CHECKPOINT-FIELDS.
           05  WS-CHKPT-STATUS        PIC XX VALUE SPACES.
           05  WS-CHECKPOINT-COUNT    PIC 9(9) VALUE ZERO.
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-ACCT-REJECT-REASON  PIC X(20) VALUE SPACES.
           05  WS-ACCT-NAME-WORK      PIC X(30) VALUE SPACES.
           05  WS-SUCCESSOR-HOPS      PIC 9(1) VALUE ZERO.
           05  WS-REDIRECT-FROM-ID    PIC X(10) VALUE SPACES.
           05  WS-REDIRECT-TO-ID      PIC X(10) VALUE SPACES.

       01  WS-ERROR-RECORD.
           05  ERR-REASON             PIC X(20) VALUE SPACES.
           05  TRL-MSG-COUNT          PIC 9(9).
           05  FILLER                 PIC X(85) VALUE SPACES.

      *    DRY-RUN MODE (PARM 'DRYRUN') - EVERY MESSAGE ON A SAMPLE
      *    MSGIN IS JUDGED TWICE, ONCE UNDER THE PRODUCTION ROUTING,
      *    PRIORITY, EDIT-RULE AND RELEASE-DATE TABLES AND ONCE
      *    UNDER THE CANDIDATE ONES, AND THE DIFFERENCES ARE
      *    REPORTED ON DRYRPT. NOTHING ELSE IS WRITTEN.
       01  WS-DRY-RUN-FIELDS.
           05  WS-DRY-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-DRY-EOF                VALUE 'Y'.
           05  WS-DRY-CAND-EOF-SWITCH PIC X VALUE 'N'.
               88  WS-DRY-CAND-EOF           VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-DRY-DUP-SWITCH      PIC X VALUE 'N'.
               88  WS-DRY-DUP-FOUND          VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-DRY-TYPE-FULL-SWITCH PIC X VALUE 'N'.
               88  WS-DRY-TYPE-FULL-WARNED   VALUE 'Y'.
           05  WS-DRY-AS-OF-DATE      PIC 9(8) VALUE ZERO.
           05  WS-DRY-CAND-RECNO      PIC 9(9) VALUE ZERO.
           05  WS-DRY-INPUT-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-DRY-CONTROL-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-DRY-EVAL-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-DRY-MALFORMED-COUNT PIC 9(9) VALUE ZERO.
           05  WS-DRY-CHANGED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-DRY-DEST-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-DRY-CLASS-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-DRY-HOLD-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-DRY-NOW-REJ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-DRY-NOW-ACC-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-DRY-PROBLEM-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-DRY-DETAIL-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-DRY-UNLISTED-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-DRY-GROUP-RECNO     PIC 9(9) VALUE ZERO.
           05  WS-DRY-SET             PIC 9(1) VALUE ZERO.
           05  WS-DRY-SUB             PIC 9(2) VALUE ZERO.
           05  WS-DRY-VALUE-COUNT     PIC 9(1) VALUE ZERO.
           05  WS-DRY-PTR             PIC 9(3) VALUE ZERO.
           05  WS-DRY-SUMMARY         PIC X(40) VALUE SPACES.
           05  WS-DRY-CHANGE-TEXT     PIC X(17) VALUE SPACES.

      *    SAVED COPIES OF THE FOUR SWAPPABLE CONTROL TABLES. EACH
      *    IS EXACTLY THE LENGTH OF THE LIVE TABLE IT IS MOVED
      *    BACK INTO - WS-ROUTE-TABLE, WS-PRIORITY-TABLE,
      *    WS-EDIT-TABLE AND WS-RELTYPE-TABLE - SO THE LIVE
      *    LOOKUP AND EDIT PARAGRAPHS SERVE BOTH CONTROL SETS.
       01  WS-DRY-TABLE-SAVES.
           05  WS-DRY-PRD-ROUTES      PIC X(1403).
           05  WS-DRY-PRD-PRIORITIES  PIC X(1003).
           05  WS-DRY-PRD-EDITS       PIC X(11803).
           05  WS-DRY-PRD-RELTYPES    PIC X(303).
           05  WS-DRY-CND-ROUTES      PIC X(1403).
           05  WS-DRY-CND-PRIORITIES  PIC X(1003).
           05  WS-DRY-CND-EDITS       PIC X(11803).
           05  WS-DRY-CND-RELTYPES    PIC X(303).

      *    ONE ENTRY PER CANDIDATE DD - ITS NAME, THE PRODUCTION
      *    DD IT STANDS IN FOR, WHETHER IT WAS SUPPLIED, THE
      *    ENTRIES EACH SIDE LOADED AND WHETHER THE TWO TABLES
      *    CAME OUT THE SAME.
       01  WS-DRY-CAND-NAMES.
           05  FILLER                 PIC X(16) VALUE
                   "CANDRTE RTECTL  ".
           05  FILLER                 PIC X(16) VALUE
                   "CANDPRI PRICTL  ".
           05  FILLER                 PIC X(16) VALUE
                   "CANDEDT EDTRULE ".
           05  FILLER                 PIC X(16) VALUE
                   "CANDREL RELCTL  ".
       01  WS-DRY-CAND-NAME-TABLE REDEFINES WS-DRY-CAND-NAMES.
           05  WS-DRY-CAND-NAME-ENTRY OCCURS 4 TIMES.
               10  WS-DRY-CAND-DD     PIC X(8).
               10  WS-DRY-PROD-DD     PIC X(8).

       01  WS-DRY-CAND-SOURCES.
           05  WS-DRY-SOURCE OCCURS 4 TIMES.
               10  WS-DRY-SRC-SUPPLIED PIC X(1).
               10  WS-DRY-SRC-PRD-COUNT PIC 9(3).
               10  WS-DRY-SRC-CND-COUNT PIC 9(3).
               10  WS-DRY-SRC-SAME     PIC X(1).

      *    OUTCOME OF ONE MESSAGE UNDER EACH CONTROL SET - ENTRY 1
      *    PRODUCTION, ENTRY 2 CANDIDATE. THE DESTINATION MAP HAS
      *    ONE BYTE PER ROUTE01-ROUTE08 (S STANDARD, E ENRICHED,
      *    SPACE NOT SENT) AND A NINTH FOR THE ROUTECA CATCH-ALL.
       01  WS-DRY-RESULTS.
           05  WS-DRY-RESULT OCCURS 2 TIMES.
               10  WS-DRY-OUTCOME     PIC X(1).
                   88  WS-DRY-RELAYS         VALUE 'A'.
                   88  WS-DRY-HELD           VALUE 'H'.
                   88  WS-DRY-REJECTED       VALUE 'R'.
               10  WS-DRY-CLASS       PIC X(1).
               10  WS-DRY-DEST-MAP    PIC X(9).
               10  WS-DRY-REL-DATE    PIC 9(8).
               10  WS-DRY-REASON      PIC X(20).

       01  WS-DRY-CHANGE-FIELDS.
           05  WS-DRY-DEST-CHG-SWITCH PIC X VALUE 'N'.
               88  WS-DRY-DEST-CHANGED       VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-DRY-CLASS-CHG-SWITCH PIC X VALUE 'N'.
               88  WS-DRY-CLASS-CHANGED      VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-DRY-HOLD-CHG-SWITCH PIC X VALUE 'N'.
               88  WS-DRY-HOLD-CHANGED       VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-DRY-NOW-REJ-SWITCH  PIC X VALUE 'N'.
               88  WS-DRY-NOW-REJECTED       VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-DRY-NOW-ACC-SWITCH  PIC X VALUE 'N'.
               88  WS-DRY-NOW-ACCEPTED       VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-DRY-TYPE-TRACK-SWITCH PIC X VALUE 'N'.
               88  WS-DRY-TYPE-TRACKED       VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.

      *    PER-TYPE TALLY FOR THE DRY-RUN SUMMARY, IN ORDER OF
      *    FIRST APPEARANCE ON MSGIN.
       01  WS-DRY-TYPE-TABLE.
           05  WS-DRY-TYPE-COUNT-USED PIC 9(3) VALUE ZERO.
           05  WS-DRY-TYPE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-DRY-TYPE-IDX.
               10  WS-DRY-TYPE-CODE   PIC X(4).
               10  WS-DRY-TYPE-MSGS   PIC 9(9).
               10  WS-DRY-TYPE-CHANGED PIC 9(9).
               10  WS-DRY-TYPE-DEST   PIC 9(9).
               10  WS-DRY-TYPE-CLASS  PIC 9(9).
               10  WS-DRY-TYPE-HOLD   PIC 9(9).
               10  WS-DRY-TYPE-NOW-REJ PIC 9(9).
               10  WS-DRY-TYPE-NOW-ACC PIC 9(9).

       01  WS-DRY-PROBLEM-WORK.
           05  WS-DRY-PRB-DD          PIC X(8) VALUE SPACES.
           05  WS-DRY-PRB-TYPE        PIC X(4) VALUE SPACES.
           05  WS-DRY-PRB-TEXT        PIC X(50) VALUE SPACES.
           05  WS-DRY-PRB-IMAGE       PIC X(40) VALUE SPACES.

       01  WS-DRY-HEADING-LINE.
           05  FILLER                 PIC X(41) VALUE
                   "MSGRELAY - CONTROL DATASET DRY RUN - RUN ".
           05  DHD-RUN-ID             PIC X(14).
           05  FILLER                 PIC X(10) VALUE "  AS OF ".
           05  DHD-AS-OF              PIC 9(8).
           05  FILLER                 PIC X(59) VALUE SPACES.

       01  WS-DRY-TITLE-LINE.
           05  DTL-TEXT               PIC X(80).
           05  FILLER                 PIC X(52) VALUE SPACES.

       01  WS-DRY-PROBLEM-COLUMN-LINE.
           05  FILLER                 PIC X(12) VALUE "DD NAME".
           05  FILLER                 PIC X(11) VALUE "RECORD NO".
           05  FILLER                 PIC X(6) VALUE "TYPE".
           05  FILLER                 PIC X(52) VALUE "PROBLEM".
           05  FILLER                 PIC X(51) VALUE
                   "RECORD IMAGE (COLS 1-40)".

       01  WS-DRY-PROBLEM-LINE.
           05  DPB-DD                 PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DPB-RECNO              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DPB-TYPE               PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DPB-TEXT               PIC X(50).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DPB-IMAGE              PIC X(40).
           05  FILLER                 PIC X(11) VALUE SPACES.

       01  WS-DRY-SOURCE-COLUMN-LINE.
           05  FILLER                 PIC X(10) VALUE "DD NAME".
           05  FILLER                 PIC X(14) VALUE "CANDIDATE".
           05  FILLER                 PIC X(11) VALUE "ENTRIES".
           05  FILLER                 PIC X(10) VALUE "PRODUCTION".
           05  FILLER                 PIC X(9) VALUE "ENTRIES".
           05  FILLER                 PIC X(78) VALUE "NOTE".

       01  WS-DRY-SOURCE-LINE.
           05  DSR-DD                 PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DSR-STATUS             PIC X(12).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DSR-CND-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  DSR-PRD-DD             PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DSR-PRD-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DSR-NOTE               PIC X(40).
           05  FILLER                 PIC X(38) VALUE SPACES.

       01  WS-DRY-CHANGE-COLUMN-LINE.
           05  FILLER                 PIC X(13) VALUE "  MSGIN REC".
           05  FILLER                 PIC X(6) VALUE "TYPE".
           05  FILLER                 PIC X(12) VALUE "ACCOUNT".
           05  FILLER                 PIC X(42) VALUE
                   "PRODUCTION CONTROLS".
           05  FILLER                 PIC X(42) VALUE
                   "CANDIDATE CONTROLS".
           05  FILLER                 PIC X(17) VALUE "CHANGE".

       01  WS-DRY-CHANGE-LINE.
           05  DCH-RECNO              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DCH-TYPE               PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DCH-ACCOUNT            PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DCH-PRODUCTION         PIC X(40).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DCH-CANDIDATE          PIC X(40).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DCH-CHANGE             PIC X(17).

       01  WS-DRY-TYPE-COLUMN-LINE.
           05  FILLER                 PIC X(4) VALUE "TYPE".
           05  FILLER                 PIC X(13) VALUE
                   "     MESSAGES".
           05  FILLER                 PIC X(13) VALUE
                   "      CHANGED".
           05  FILLER                 PIC X(13) VALUE
                   "  DESTINATION".
           05  FILLER                 PIC X(13) VALUE
                   "     PRIORITY".
           05  FILLER                 PIC X(13) VALUE
                   "         HOLD".
           05  FILLER                 PIC X(13) VALUE
                   " NOW REJECTED".
           05  FILLER                 PIC X(13) VALUE
                   " NOW ACCEPTED".
           05  FILLER                 PIC X(37) VALUE SPACES.

       01  WS-DRY-TYPE-LINE.
           05  DTY-TYPE               PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DTY-MSGS               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DTY-CHANGED            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DTY-DEST               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DTY-CLASS              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DTY-HOLD               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DTY-NOW-REJ            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DTY-NOW-ACC            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(37) VALUE SPACES.

       01  WS-DRY-TOTAL-LINE.
           05  DTT-LABEL              PIC X(40).
           05  DTT-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(81) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH         PIC S9(4) COMP.

       PROCEDURE DIVISION USING LS-PARM-AREA.
       0000-MAIN.
      *    A DRY RUN PREVIEWS CANDIDATE CONTROL DATASETS AGAINST A
      *    SAMPLE MSGIN AND WRITES ONLY ITS OWN REPORT, SO IT NEVER
      *    READS OR DISTURBS THE CHECKPOINT OF A PRODUCTION RUN.
           IF LS-PARM-LENGTH > 5
              AND LS-PARM-TEXT(1:6) = "DRYRUN"
               PERFORM 5000-DRY-RUN
               GOBACK
           END-IF

           PERFORM 0050-READ-CHECKPOINT

           IF WS-CHECKPOINT-RUN-ID NOT = SPACES
           PERFORM 0080-LOAD-EDIT-TABLE
           PERFORM 0090-LOAD-SEGTYPE-TABLE
           PERFORM 0092-LOAD-RELTYPE-TABLE
           PERFORM 0096-LOAD-HOLIDAY-TABLE

           OPEN INPUT ACCTMST-FILE
           IF WS-ACCTMST-STATUS NOT = "00"
               PERFORM 0055-REBUILD-RUN-COUNTS
               PERFORM 0057-REBUILD-FROM-ERROUT
               PERFORM 0054-REBUILD-FROM-HOLD
               PERFORM 0058-REBUILD-REDIRECT-COUNT
               PERFORM 0072-REBUILD-ROUTE-TOTALS
               PERFORM 0076-REBUILD-MANIFEST-COUNT
               COMPUTE WS-CHECKPOINT-COUNT =
                   WS-MSG-COUNT + WS-REJECT-COUNT + WS-DUP-COUNT
                   + WS-ACCT-REJECT-COUNT + WS-SEGMENT-COUNT
               OPEN EXTEND MSGOUT-FILE
               OPEN EXTEND ERROUT-FILE
               OPEN EXTEND MSGHOLD-FILE
               OPEN EXTEND REDIRLOG-FILE
               OPEN EXTEND ORIGIN-FILE
               OPEN EXTEND ROUTE01-FILE ROUTE02-FILE ROUTE03-FILE
                   ROUTE04-FILE ROUTE05-FILE ROUTE06-FILE
                   ROUTE07-FILE ROUTE08-FILE ROUTECA-FILE
               OPEN OUTPUT MSGOUT-FILE
               OPEN OUTPUT ERROUT-FILE
               OPEN OUTPUT MSGHOLD-FILE
               OPEN OUTPUT REDIRLOG-FILE
               OPEN OUTPUT ORIGIN-FILE
               OPEN OUTPUT ROUTE01-FILE ROUTE02-FILE ROUTE03-FILE
                   ROUTE04-FILE ROUTE05-FILE ROUTE06-FILE
                   ROUTE07-FILE ROUTE08-FILE ROUTECA-FILE
               GOBACK
           END-IF

      *    THE REJECT CASE INVENTORY IS CUMULATIVE LIKE THE AUDIT
      *    KSDS - CASES STAY ON IT UNTIL MSGCASE PURGES THEM.
           OPEN I-O REJCASE-FILE
           IF WS-REJCASE-STATUS NOT = "00"
              AND WS-REJCASE-STATUS NOT = "05"
               DISPLAY "MSGRELAY ERROR - UNABLE TO OPEN REJCASE, "
                   "STATUS=" WS-REJCASE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MSGIN-FILE
               CLOSE MSGOUT-FILE
               CLOSE ERROUT-FILE
               GOBACK
           END-IF

           PERFORM 0051-LOAD-DUP-CONTROL
           PERFORM 0052-PURGE-DUP-HISTORY
           PERFORM 0053-LOAD-RESUBMITTED-CASES

           PERFORM 0070-CHECK-ROUTE-OPENS

               GOBACK
           END-IF

           IF WS-REDIRLOG-STATUS NOT = "00"
              AND WS-REDIRLOG-STATUS NOT = "05"
               DISPLAY "MSGRELAY ERROR - UNABLE TO OPEN REDIRLOG, "
                   "STATUS=" WS-REDIRLOG-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MSGIN-FILE
               CLOSE MSGOUT-FILE
               CLOSE ERROUT-FILE
               CLOSE MSGHOLD-FILE
               GOBACK
           END-IF

           IF WS-ORIGIN-STATUS NOT = "00"
              AND WS-ORIGIN-STATUS NOT = "05"
               DISPLAY "MSGRELAY ERROR - UNABLE TO OPEN ORIGIN, "
                   "STATUS=" WS-ORIGIN-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MSGIN-FILE
               CLOSE MSGOUT-FILE
               CLOSE ERROUT-FILE
               CLOSE MSGHOLD-FILE
               CLOSE REDIRLOG-FILE
               GOBACK
           END-IF

           IF NOT WS-IS-RESTART
               PERFORM 0100-WRITE-HEADER
               PERFORM 0040-START-RUN-MARKER
              OR NOT WS-TRAILER-SEEN
               PERFORM 0200-WRITE-TRAILER
           END-IF
           PERFORM 0210-WRITE-ROUTE-TRAILERS
           PERFORM 0220-WRITE-MANIFEST

           CLOSE MSGIN-FILE
           CLOSE MSGOUT-FILE
           CLOSE ERROUT-FILE
           CLOSE MSGHOLD-FILE
           CLOSE REDIRLOG-FILE
           CLOSE ORIGIN-FILE
           CLOSE ROUTE01-FILE ROUTE02-FILE ROUTE03-FILE
               ROUTE04-FILE ROUTE05-FILE ROUTE06-FILE
               ROUTE07-FILE ROUTE08-FILE ROUTECA-FILE
           CLOSE ACCTMST-FILE
           CLOSE AUDIT-FILE
           CLOSE DUPKSDS-FILE
           CLOSE REJCASE-FILE

           PERFORM 0300-RECONCILE
           PERFORM 0350-WRITE-QUOTA-REPORT
           PERFORM 0400-WRITE-RUN-CONTROL

           GOBACK.

      *----------------------------------------------------------*
      * AGE OFF DUPLICATE HISTORY OLDER THAN THE LOOK-BACK       *
      * WINDOW. THE WINDOW COUNTS BUSINESS DAYS, SO SATURDAYS,   *
      * SUNDAYS AND HOLCAL HOLIDAYS ARE STEPPED OVER WHEN        *
      * WALKING BACK FROM TONIGHT'S RUN DATE (SEE 8100 FOR THE   *
      * BUSINESS-DAY TEST). THE NIGHTLY PURGE KEEPS THE DATASET  *
      * SELF-MAINTAINING WITH NO PRACTICAL VOLUME CEILING.       *
      *----------------------------------------------------------*
       0052-PURGE-DUP-HISTORY.
           MOVE WS-RUN-ID(1:8) TO WS-DATE-INPUT
           PERFORM 8000-DATE-TO-DAY-NO
           MOVE WS-DATE-DAY-NO TO WS-CURRENT-DAY-NO
           MOVE WS-DUP-LOOKBACK-DAYS TO WS-BUS-DAYS-LEFT
           PERFORM UNTIL WS-BUS-DAYS-LEFT = ZERO
               SUBTRACT 1 FROM WS-CUTOFF-DAY-NO
               MOVE WS-CUTOFF-DAY-NO TO WS-CHECK-DAY-NO
               PERFORM 8100-CHECK-BUSINESS-DAY
               IF WS-BUSINESS-DAY
                   SUBTRACT 1 FROM WS-BUS-DAYS-LEFT
               END-IF
           END-PERFORM
               WS-PURGED-COUNT " ENTRIES OLDER THAN "
               WS-DUP-LOOKBACK-DAYS " BUSINESS DAYS".

      *----------------------------------------------------------*
      * LOAD EVERY CASE MSGFIX HAS MARKED REPAIRED OR            *
      * RESUBMITTED, WITH THE IMAGE IT SENT BACK THROUGH THE     *
      * RESUBMIT GENERATION, SO TONIGHT'S INPUT CAN BE MATCHED   *
      * AGAINST THEM AND THE CASES CLOSED OR CHAINED.            *
      *----------------------------------------------------------*
       0053-LOAD-RESUBMITTED-CASES.
           MOVE LOW-VALUES TO CAS-KEY
           START REJCASE-FILE KEY NOT < CAS-KEY
               INVALID KEY
                   SET WS-CASE-LOAD-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CASE-LOAD-EOF
               READ REJCASE-FILE NEXT RECORD
                   AT END
                       SET WS-CASE-LOAD-EOF TO TRUE
                   NOT AT END
                       IF WS-IS-RESTART
                           PERFORM 0071-REBUILD-CASE-COUNTS
                       END-IF
                       IF CAS-AWAITING-RELAY
                           IF WS-RESUB-COUNT-USED < 2000
                               ADD 1 TO WS-RESUB-COUNT-USED
                               SET WS-RESUB-IDX TO WS-RESUB-COUNT-USED
                               MOVE CAS-KEY
                                   TO WS-RESUB-KEY(WS-RESUB-IDX)
                               MOVE CAS-FIX-IMAGE
                                   TO WS-RESUB-IMAGE(WS-RESUB-IDX)
                               MOVE CAS-FIRST-DATE
                                   TO WS-RESUB-FIRST-DATE(WS-RESUB-IDX)
                               MOVE 'N' TO WS-RESUB-USED(WS-RESUB-IDX)
                           ELSE
                               IF NOT WS-RESUB-FULL-WARNED
                                   DISPLAY "MSGRELAY WARNING - MORE "
                                       "THAN 2000 CASES AWAITING "
                                       "RELAY, THE REST STAY OPEN "
                                       "UNTIL A LATER RUN"
                                   SET WS-RESUB-FULL-WARNED TO TRUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "MSGRELAY - " WS-RESUB-COUNT-USED
               " REJECT CASES AWAITING RELAY OF THEIR RESUBMISSION".

      *----------------------------------------------------------*
      * ON A RESTART THE CASE COUNTS ARE RECOVERED FROM THE CASE *
      * INVENTORY AS IT IS LOADED. A CASE KEYED UNDER THIS RUN'S *
      * ERROUT GENERATION WAS OPENED BY THE ABENDED RUN - THE    *
      * ERROUT REREAD CANNOT TELL A RESUBMITTED DUPLICATE, WHICH *
      * OPENS A CASE, FROM ANY OTHER DUPLICATE. ONLY MSGRELAY    *
      * CLOSES A CASE RELAYED OR REJECTED AGAIN, SO ONE CLOSED   *
      * THAT WAY ON THE RUN DATE WAS CLOSED BY THE ABENDED RUN.  *
      *----------------------------------------------------------*
       0071-REBUILD-CASE-COUNTS.
           IF CAS-FROM-RELAY
              AND CAS-GEN-ID = WS-CASE-GEN-ID
              AND WS-CASE-GEN-ID NOT = SPACES
               ADD 1 TO WS-CASE-OPENED-COUNT
           END-IF
           IF CAS-STATUS-DATE = WS-RUN-ID(1:8)
               IF CAS-RELAYED
                   ADD 1 TO WS-CASE-RELAYED-COUNT
               END-IF
               IF CAS-REJECTED-AGAIN
                   ADD 1 TO WS-CASE-REJAGN-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * RESTART REBUILD FROM THE MSGHOLD GENERATION THE ABENDED  *
      * RUN WAS WRITING: HELD MESSAGES APPEAR IN NEITHER MSGOUT  *
                               ADD 1 TO WS-SEGMENT-COUNT
                           ELSE
                               ADD 1 TO WS-HELD-COUNT
                               IF HLD-QUOTA-HOLD
                                   PERFORM 0079-REBUILD-QUOTA-HELD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MSGHOLD-FILE
           END-IF.

      *----------------------------------------------------------*
      * ON A RESTART THE REDIRECT LOG GENERATION ALREADY HOLDS   *
      * THE REDIRECTS WRITTEN BEFORE THE ABEND; RECOUNT THEM SO  *
      * THE RUN-CONTROL TOTAL COVERS THE WHOLE NIGHT.            *
      *----------------------------------------------------------*
       0058-REBUILD-REDIRECT-COUNT.
           OPEN INPUT REDIRLOG-FILE
           IF WS-REDIRLOG-STATUS = "05"
               CLOSE REDIRLOG-FILE
           ELSE
               IF WS-REDIRLOG-STATUS NOT = "00"
                   DISPLAY "MSGRELAY ERROR - UNABLE TO OPEN REDIRLOG "
                       "FOR RESTART REBUILD, STATUS="
                       WS-REDIRLOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE MSGIN-FILE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-REDIR-REBUILD-EOF
                   READ REDIRLOG-FILE
                       AT END
                           SET WS-REDIR-REBUILD-EOF TO TRUE
                       NOT AT END
                           IF RDR-RUN-ID = WS-RUN-ID
                               ADD 1 TO WS-REDIRECT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REDIRLOG-FILE
           END-IF.

       0055-REBUILD-RUN-COUNTS.
           OPEN INPUT MSGOUT-FILE
           IF WS-MSGOUT-STATUS = "05"
                           ELSE
                               IF WS-REBUILD-RAW-RECORD(1:6)
                                       NOT = "HDRREC"
                                   ADD 1 TO WS-MSGOUT-RECNO
                                   PERFORM 0056-REBUILD-ONE-DETAIL
                               END-IF
                           END-IF
                           ADD 1 TO WS-SEGMENT-COUNT
                           IF SEG-LAST
                               ADD 1 TO WS-MSG-COUNT
                               MOVE WS-SEG-RECORD(1)(5:10)
                                   TO WS-QUOTA-ACCOUNT-WORK
                               PERFORM 0078-REBUILD-QUOTA-RELAYED
                               SET WS-SEG-PENDING TO FALSE
                               MOVE ZERO TO WS-SEG-COUNT
                           END-IF
           END-IF.

       0059-REBUILD-WHOLE-DETAIL.
           ADD 1 TO WS-MSG-COUNT
           MOVE MSG-ACCOUNT-ID OF WS-AREA-1-FIELDS
               TO WS-QUOTA-ACCOUNT-WORK
           PERFORM 0078-REBUILD-QUOTA-RELAYED.

      *----------------------------------------------------------*
      * ON A RESTART THE DAILY QUOTA COUNTS ARE RECOVERED FROM   *
      * THE MSGOUT AND MSGHOLD GENERATIONS THE ABENDED RUN WAS   *
      * WRITING, SO AN ACCOUNT'S QUOTA COVERS THE WHOLE NIGHT    *
      * AND NOT JUST THE PART AFTER THE RESTART.                 *
      *----------------------------------------------------------*
       0078-REBUILD-QUOTA-RELAYED.
           PERFORM 1277-LOAD-ACCOUNT-QUOTA
           IF WS-QUOTA-TRACKED
               ADD 1 TO WS-QUOTA-RELAYED(WS-QUOTA-IDX)
           END-IF.

       0079-REBUILD-QUOTA-HELD.
           ADD 1 TO WS-QUOTA-HELD-COUNT
           MOVE MSG-ACCOUNT-ID OF WS-AREA-1-FIELDS
               TO WS-QUOTA-ACCOUNT-WORK
           PERFORM 1277-LOAD-ACCOUNT-QUOTA
           IF WS-QUOTA-TRACKED
               ADD 1 TO WS-QUOTA-HELD(WS-QUOTA-IDX)
           END-IF.

       0057-REBUILD-FROM-ERROUT.
           OPEN INPUT ERROUT-FILE
                           SET WS-ERR-REBUILD-EOF TO TRUE
                       NOT AT END
                           MOVE ERROUT-RECORD TO WS-ERROR-RECORD
                           IF ERR-REASON = "HDRREC"
                               MOVE ERR-ORIGINAL-DATA(1:14)
                                   TO WS-CASE-GEN-ID
                           ELSE
                               ADD 1 TO WS-ERROUT-RECNO
                           END-IF
                           EVALUATE ERR-REASON
                               WHEN "HDRREC"
                                   CONTINUE
                               WHEN "UNKNOWN ACCOUNT"
                               WHEN "ACCOUNT CLOSED"
                               WHEN "ACCOUNT FROZEN"
                               WHEN "SUCCESSOR CLOSED"
                               WHEN "SUCCESSOR FROZEN"
                               WHEN "UNKNOWN SUCCESSOR"
                                   ADD 1 TO WS-ACCT-REJECT-COUNT
                               WHEN "CONT OF REJECTED MSG"
                                   ADD 1 TO WS-SEGMENT-COUNT
               GOBACK
           END-IF.

      *----------------------------------------------------------*
      * ON A RESTART EACH DESTINATION FILE ALREADY HOLDS ITS     *
      * HEADER AND THE RECORDS WRITTEN BEFORE THE ABEND. RECOUNT *
      * AND RE-HASH THEM SO THE TRAILERS COVER THE WHOLE         *
      * GENERATION, AND NOTE ANY TRAILER ALREADY WRITTEN.        *
      *----------------------------------------------------------*
       0072-REBUILD-ROUTE-TOTALS.
           PERFORM VARYING WS-ENV-SUB FROM 1 BY 1
                   UNTIL WS-ENV-SUB > 9
               PERFORM 0073-REBUILD-ONE-ROUTE
           END-PERFORM.

       0073-REBUILD-ONE-ROUTE.
           SET WS-ENV-REBUILD-EOF TO FALSE
           PERFORM 0074-OPEN-ROUTE-INPUT
           IF WS-ENV-IO-STATUS = "05"
               PERFORM 0075-CLOSE-ROUTE
           ELSE
               IF WS-ENV-IO-STATUS NOT = "00"
                   DISPLAY "MSGRELAY ERROR - UNABLE TO OPEN "
                       WS-ENV-DD-NAME(WS-ENV-SUB)
                       " FOR RESTART REBUILD, STATUS="
                       WS-ENV-IO-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE MSGIN-FILE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-ENV-REBUILD-EOF
                   PERFORM 0077-READ-ROUTE-RECORD
                   IF NOT WS-ENV-REBUILD-EOF
                       EVALUATE WS-ROUTE-REC-WORK(1:6)
                           WHEN "RTEHDR"
                               CONTINUE
                           WHEN "RTETRL"
                               MOVE 'Y'
                                   TO WS-ENV-TRAILER-SEEN(WS-ENV-SUB)
                           WHEN OTHER
                               MOVE WS-ROUTE-REC-WORK(5:10)
                                   TO WS-HASH-ACCOUNT-ID
                               PERFORM 1196-ADD-TO-ENVELOPE
                       END-EVALUATE
                   END-IF
               END-PERFORM
               PERFORM 0075-CLOSE-ROUTE
           END-IF.

       0074-OPEN-ROUTE-INPUT.
           EVALUATE WS-ENV-SUB
               WHEN 1
                   OPEN INPUT ROUTE01-FILE
                   MOVE WS-ROUTE01-STATUS TO WS-ENV-IO-STATUS
               WHEN 2
                   OPEN INPUT ROUTE02-FILE
                   MOVE WS-ROUTE02-STATUS TO WS-ENV-IO-STATUS
               WHEN 3
                   OPEN INPUT ROUTE03-FILE
                   MOVE WS-ROUTE03-STATUS TO WS-ENV-IO-STATUS
               WHEN 4
                   OPEN INPUT ROUTE04-FILE
                   MOVE WS-ROUTE04-STATUS TO WS-ENV-IO-STATUS
               WHEN 5
                   OPEN INPUT ROUTE05-FILE
                   MOVE WS-ROUTE05-STATUS TO WS-ENV-IO-STATUS
               WHEN 6
                   OPEN INPUT ROUTE06-FILE
                   MOVE WS-ROUTE06-STATUS TO WS-ENV-IO-STATUS
               WHEN 7
                   OPEN INPUT ROUTE07-FILE
                   MOVE WS-ROUTE07-STATUS TO WS-ENV-IO-STATUS
               WHEN 8
                   OPEN INPUT ROUTE08-FILE
                   MOVE WS-ROUTE08-STATUS TO WS-ENV-IO-STATUS
               WHEN 9
                   OPEN INPUT ROUTECA-FILE
                   MOVE WS-ROUTECA-STATUS TO WS-ENV-IO-STATUS
           END-EVALUATE.

       0075-CLOSE-ROUTE.
           EVALUATE WS-ENV-SUB
               WHEN 1
                   CLOSE ROUTE01-FILE
               WHEN 2
                   CLOSE ROUTE02-FILE
               WHEN 3
                   CLOSE ROUTE03-FILE
               WHEN 4
                   CLOSE ROUTE04-FILE
               WHEN 5
                   CLOSE ROUTE05-FILE
               WHEN 6
                   CLOSE ROUTE06-FILE
               WHEN 7
                   CLOSE ROUTE07-FILE
               WHEN 8
                   CLOSE ROUTE08-FILE
               WHEN 9
                   CLOSE ROUTECA-FILE
           END-EVALUATE.

      *    AN ENRICHED RECORD STARTS WITH THE UNCHANGED 100-BYTE
      *    IMAGE, SO THE SHORT RECORD VIEW SERVES BOTH LAYOUTS.
       0077-READ-ROUTE-RECORD.
           EVALUATE WS-ENV-SUB
               WHEN 1
                   READ ROUTE01-FILE
                       AT END
                           SET WS-ENV-REBUILD-EOF TO TRUE
                       NOT AT END
                           MOVE ROUTE01-RECORD TO WS-ROUTE-REC-WORK
                   END-READ
               WHEN 2
                   READ ROUTE02-FILE
                       AT END
                           SET WS-ENV-REBUILD-EOF TO TRUE
                       NOT AT END
                           MOVE ROUTE02-RECORD TO WS-ROUTE-REC-WORK
                   END-READ
               WHEN 3
                   READ ROUTE03-FILE
                       AT END
                           SET WS-ENV-REBUILD-EOF TO TRUE
                       NOT AT END
                           MOVE ROUTE03-RECORD TO WS-ROUTE-REC-WORK
                   END-READ
               WHEN 4
                   READ ROUTE04-FILE
                       AT END
                           SET WS-ENV-REBUILD-EOF TO TRUE
                       NOT AT END
                           MOVE ROUTE04-RECORD TO WS-ROUTE-REC-WORK
                   END-READ
               WHEN 5
                   READ ROUTE05-FILE
                       AT END
                           SET WS-ENV-REBUILD-EOF TO TRUE
                       NOT AT END
                           MOVE ROUTE05-RECORD TO WS-ROUTE-REC-WORK
                   END-READ
               WHEN 6
                   READ ROUTE06-FILE
                       AT END
                           SET WS-ENV-REBUILD-EOF TO TRUE
                       NOT AT END
                           MOVE ROUTE06-RECORD TO WS-ROUTE-REC-WORK
                   END-READ
               WHEN 7
                   READ ROUTE07-FILE
                       AT END
                           SET WS-ENV-REBUILD-EOF TO TRUE
                       NOT AT END
                           MOVE ROUTE07-RECORD TO WS-ROUTE-REC-WORK
                   END-READ
               WHEN 8
                   READ ROUTE08-FILE
                       AT END
                           SET WS-ENV-REBUILD-EOF TO TRUE
                       NOT AT END
                           MOVE ROUTE08-RECORD TO WS-ROUTE-REC-WORK
                   END-READ
               WHEN 9
                   READ ROUTECA-FILE
                       AT END
                           SET WS-ENV-REBUILD-EOF TO TRUE
                       NOT AT END
                           MOVE ROUTECA-RECORD TO WS-ROUTE-REC-WORK
                   END-READ
           END-EVALUATE.

      *    THE MANIFEST IS WRITTEN IN DESTINATION ORDER, SO THE
      *    ENTRIES ALREADY ON THE GENERATION FOR THIS RUN ARE THE
      *    FIRST N DESTINATIONS.
       0076-REBUILD-MANIFEST-COUNT.
           MOVE ZERO TO WS-MANIFEST-DONE-COUNT
           SET WS-ENV-REBUILD-EOF TO FALSE
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "05"
               CLOSE MANIFEST-FILE
           ELSE
               IF WS-MANIFEST-STATUS NOT = "00"
                   DISPLAY "MSGRELAY ERROR - UNABLE TO OPEN MANIFEST "
                       "FOR RESTART REBUILD, STATUS="
                       WS-MANIFEST-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE MSGIN-FILE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-ENV-REBUILD-EOF
                   READ MANIFEST-FILE
                       AT END
                           SET WS-ENV-REBUILD-EOF TO TRUE
                       NOT AT END
                           MOVE MANIFEST-RECORD TO WS-ENVELOPE-RECORD
                           IF ENV-MANIFEST
                              AND ENV-RUN-ID = WS-RUN-ID
                               ADD 1 TO WS-MANIFEST-DONE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF.

       0080-LOAD-EDIT-TABLE.
           OPEN INPUT EDTRULE-FILE
           IF WS-EDTRULE-STATUS NOT = "00"
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * LOAD THE SHARED HOLIDAY CALENDAR. THE DATASET IS         *
      * OPTIONAL - WITHOUT IT ONLY SATURDAYS AND SUNDAYS ARE     *
      * NON-BUSINESS DAYS. BAD DATES ARE WARNED AND SKIPPED.     *
      *----------------------------------------------------------*
       0096-LOAD-HOLIDAY-TABLE.
           MOVE 19000101 TO WS-DATE-INPUT
           PERFORM 8000-DATE-TO-DAY-NO
           MOVE WS-DATE-DAY-NO TO WS-ANCHOR-DAY-NO
           OPEN INPUT HOLCAL-FILE
           IF WS-HOLCAL-STATUS NOT = "00"
              AND WS-HOLCAL-STATUS NOT = "05"
               DISPLAY "MSGRELAY ERROR - UNABLE TO OPEN HOLCAL, "
                   "STATUS=" WS-HOLCAL-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MSGIN-FILE
               GOBACK
           END-IF
           IF WS-HOLCAL-STATUS = "05"
               DISPLAY "MSGRELAY WARNING - NO HOLCAL CALENDAR, ONLY "
                   "WEEKENDS TREATED AS NON-BUSINESS DAYS"
           END-IF
           PERFORM UNTIL WS-HOLCAL-EOF
               READ HOLCAL-FILE
                   AT END
                       SET WS-HOLCAL-EOF TO TRUE
                   NOT AT END
                       PERFORM 0097-LOAD-HOLIDAY-ENTRY
               END-READ
           END-PERFORM
           CLOSE HOLCAL-FILE.

       0097-LOAD-HOLIDAY-ENTRY.
           EVALUATE TRUE
               WHEN HOL-DATE = SPACES
                   CONTINUE
               WHEN HOL-DATE NOT NUMERIC
                   DISPLAY "MSGRELAY WARNING - HOLCAL DATE " HOL-DATE
                       " NOT NUMERIC, ENTRY IGNORED"
               WHEN WS-HOL-COUNT-USED NOT < 500
                   IF NOT WS-HOL-FULL-WARNED
                       DISPLAY "MSGRELAY WARNING - HOLIDAY TABLE FULL "
                           "AT 500 ENTRIES, LATER HOLCAL DATES IGNORED"
                       SET WS-HOL-FULL-WARNED TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE HOL-DATE TO WS-DATE-INPUT
                   IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
                      OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
                       DISPLAY "MSGRELAY WARNING - HOLCAL DATE "
                           HOL-DATE " INVALID, ENTRY IGNORED"
                   ELSE
                       PERFORM 8000-DATE-TO-DAY-NO
                       ADD 1 TO WS-HOL-COUNT-USED
                       SET WS-HOL-IDX TO WS-HOL-COUNT-USED
                       MOVE WS-DATE-DAY-NO TO
                           WS-HOL-DAY-NO(WS-HOL-IDX)
                   END-IF
           END-EVALUATE.

       0100-WRITE-HEADER.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO ERR-ORIGINAL-DATA
           MOVE WS-CURRENT-DATE TO ERR-ORIGINAL-DATA(1:8)
           MOVE WS-CURRENT-TIME TO ERR-ORIGINAL-DATA(9:6)
           MOVE "MSGRELAY" TO ERR-ORIGINAL-DATA(15:8)
           MOVE ERR-ORIGINAL-DATA(1:14) TO WS-CASE-GEN-ID
           MOVE WS-ERROR-RECORD TO ERROUT-RECORD
           WRITE ERROUT-RECORD
           PERFORM 0105-WRITE-ROUTE-HEADERS.

      *----------------------------------------------------------*
      * OPEN EVERY DESTINATION FILE WITH ITS RTEHDR ENVELOPE     *
      * HEADER (RTEENV COPYBOOK) CARRYING THE RUN ID, SO THE     *
      * DOWNSTREAM SHOP CAN TELL ONE NIGHT'S FILE FROM ANOTHER.  *
      *----------------------------------------------------------*
       0105-WRITE-ROUTE-HEADERS.
           PERFORM VARYING WS-ENV-SUB FROM 1 BY 1
                   UNTIL WS-ENV-SUB > 9
               MOVE SPACES TO WS-ENVELOPE-RECORD
               SET ENV-HEADER TO TRUE
               MOVE WS-ENV-DEST-ID(WS-ENV-SUB) TO ENV-DEST-ID
               MOVE WS-ENV-DD-NAME(WS-ENV-SUB) TO ENV-DD-NAME
               MOVE WS-RUN-ID TO ENV-RUN-ID
               MOVE ZERO TO ENV-RECORD-COUNT
               MOVE ZERO TO ENV-HASH-TOTAL
               PERFORM 0106-PUT-ENVELOPE-RECORD
           END-PERFORM.

       0106-PUT-ENVELOPE-RECORD.
           EVALUATE WS-ENV-SUB
               WHEN 1
                   MOVE WS-ENVELOPE-RECORD TO ROUTE01-RECORD
                   WRITE ROUTE01-RECORD
               WHEN 2
                   MOVE WS-ENVELOPE-RECORD TO ROUTE02-RECORD
                   WRITE ROUTE02-RECORD
               WHEN 3
                   MOVE WS-ENVELOPE-RECORD TO ROUTE03-RECORD
                   WRITE ROUTE03-RECORD
               WHEN 4
                   MOVE WS-ENVELOPE-RECORD TO ROUTE04-RECORD
                   WRITE ROUTE04-RECORD
               WHEN 5
                   MOVE WS-ENVELOPE-RECORD TO ROUTE05-RECORD
                   WRITE ROUTE05-RECORD
               WHEN 6
                   MOVE WS-ENVELOPE-RECORD TO ROUTE06-RECORD
                   WRITE ROUTE06-RECORD
               WHEN 7
                   MOVE WS-ENVELOPE-RECORD TO ROUTE07-RECORD
                   WRITE ROUTE07-RECORD
               WHEN 8
                   MOVE WS-ENVELOPE-RECORD TO ROUTE08-RECORD
                   WRITE ROUTE08-RECORD
               WHEN 9
                   MOVE WS-ENVELOPE-RECORD TO ROUTECA-RECORD
                   WRITE ROUTECA-RECORD
           END-EVALUATE.

       0150-RELAY-ONE-PASS.
           IF WS-PASS-CLASS = 'B'
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-RELAY-BATCH-NO
           MOVE ZERO TO WS-CURRENT-BATCH
           MOVE ZERO TO WS-BATCH-POSITION
           PERFORM UNTIL WS-EOF
               READ MSGIN-FILE
                   AT END
                          OR BCH-RECORD-TYPE = "BTRREC"
                           PERFORM 1002-TRACK-BATCH-BOUNDARY
                       ELSE
                           ADD 1 TO WS-BATCH-POSITION
                           PERFORM 1001-SELECT-BY-PRIORITY
                           IF WS-RECORD-SELECTED
                               ADD 1 TO WS-INPUT-RECORD-COUNT
           MOVE WS-TRAILER-RECORD TO MSGOUT-RECORD
           WRITE MSGOUT-RECORD.

      *----------------------------------------------------------*
      * CLOSE EVERY DESTINATION FILE WITH ITS RTETRL TRAILER:    *
      * THE COUNT OF DETAIL RECORDS AND THE HASH TOTAL OF THEIR  *
      * ACCOUNT IDS. A RESTART SKIPS ANY TRAILER THE ABENDED RUN *
      * HAD ALREADY WRITTEN.                                     *
      *----------------------------------------------------------*
       0210-WRITE-ROUTE-TRAILERS.
           PERFORM VARYING WS-ENV-SUB FROM 1 BY 1
                   UNTIL WS-ENV-SUB > 9
               IF WS-ENV-TRAILER-SEEN(WS-ENV-SUB) NOT = 'Y'
                   PERFORM 0215-BUILD-ENVELOPE-TOTALS
                   SET ENV-TRAILER TO TRUE
                   PERFORM 0106-PUT-ENVELOPE-RECORD
               END-IF
               DISPLAY "MSGRELAY - " WS-ENV-DD-NAME(WS-ENV-SUB)
                   " TRAILER RECORDS: "
                   WS-ENV-RECORD-COUNT(WS-ENV-SUB)
                   " HASH TOTAL: " WS-ENV-HASH-TOTAL(WS-ENV-SUB)
           END-PERFORM.

       0215-BUILD-ENVELOPE-TOTALS.
           MOVE SPACES TO WS-ENVELOPE-RECORD
           MOVE WS-ENV-DEST-ID(WS-ENV-SUB) TO ENV-DEST-ID
           MOVE WS-ENV-DD-NAME(WS-ENV-SUB) TO ENV-DD-NAME
           MOVE WS-RUN-ID TO ENV-RUN-ID
           MOVE WS-ENV-RECORD-COUNT(WS-ENV-SUB) TO ENV-RECORD-COUNT
           MOVE WS-ENV-HASH-TOTAL(WS-ENV-SUB) TO ENV-HASH-TOTAL.

      *----------------------------------------------------------*
      * LIST EVERY DESTINATION GENERATION AND ITS TOTALS ON THE  *
      * NIGHT'S TRANSMISSION MANIFEST. A RESTART EXTENDS THE     *
      * GENERATION, SKIPPING THE ENTRIES ALREADY WRITTEN. A      *
      * FAILURE HERE ONLY WARNS - THE RELAY ITSELF IS DONE, AND  *
      * MSGACK REPORTS THE MISSING MANIFEST.                     *
      *----------------------------------------------------------*
       0220-WRITE-MANIFEST.
           IF WS-IS-RESTART
               OPEN EXTEND MANIFEST-FILE
           ELSE
               OPEN OUTPUT MANIFEST-FILE
           END-IF
           IF WS-MANIFEST-STATUS NOT = "00"
              AND WS-MANIFEST-STATUS NOT = "05"
               DISPLAY "MSGRELAY WARNING - UNABLE TO OPEN MANIFEST, "
                   "STATUS=" WS-MANIFEST-STATUS
                   ", TRANSMISSION MANIFEST NOT WRITTEN"
           ELSE
               PERFORM VARYING WS-ENV-SUB FROM 1 BY 1
                       UNTIL WS-ENV-SUB > 9
                   IF WS-ENV-SUB > WS-MANIFEST-DONE-COUNT
                       PERFORM 0215-BUILD-ENVELOPE-TOTALS
                       SET ENV-MANIFEST TO TRUE
                       MOVE WS-ENVELOPE-RECORD TO MANIFEST-RECORD
                       WRITE MANIFEST-RECORD
                   END-IF
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF.

       0300-RECONCILE.
           COMPUTE WS-PROCESSED-COUNT =
               WS-MSG-COUNT + WS-REJECT-COUNT + WS-DUP-COUNT
               WS-ACCT-REJECT-COUNT
           DISPLAY "MSGRELAY RECONCILIATION - HELD FOR FUTURE "
               "RELEASE: " WS-HELD-COUNT
           DISPLAY "MSGRELAY RECONCILIATION - OF WHICH HELD OVER "
               "DAILY QUOTA: " WS-QUOTA-HELD-COUNT
           DISPLAY "MSGRELAY RECONCILIATION - CONTINUATION "
               "SEGMENTS: " WS-SEGMENT-COUNT
           DISPLAY "MSGRELAY RECONCILIATION - UNMAPPED TYPES TO "
               "CATCH-ALL: " WS-UNMAPPED-COUNT
           DISPLAY "MSGRELAY RECONCILIATION - REDIRECTED FROM "
               "RETIRED ACCOUNTS: " WS-REDIRECT-COUNT
           DISPLAY "MSGRELAY RECONCILIATION - REJECT CASES OPENED: "
               WS-CASE-OPENED-COUNT " RESUBMISSIONS RELAYED: "
               WS-CASE-RELAYED-COUNT " REJECTED AGAIN: "
               WS-CASE-REJAGN-COUNT
           DISPLAY "MSGRELAY RECONCILIATION - BATCH CONTROL "
               "RECORDS: " WS-CONTROL-RECORD-COUNT
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
           CLOSE CHKPT-FILE.

      *----------------------------------------------------------*
      * LIST EVERY ACCOUNT THAT WENT OVER ITS DAILY QUOTA        *
      * TONIGHT WITH ITS QUOTA, THE MESSAGES RELAYED AGAINST IT  *
      * AND THE OVERFLOW HELD ON MSGHOLD FOR THE NEXT NIGHT. THE *
      * REPORT IS WRITTEN EVEN WHEN NO ACCOUNT BREACHED, SO OPS  *
      * CAN SEE THE CHECK RAN. A FAILURE HERE ONLY WARNS.        *
      *----------------------------------------------------------*
       0350-WRITE-QUOTA-REPORT.
           MOVE ZERO TO WS-QUOTA-BREACH-COUNT
           PERFORM VARYING WS-QUOTA-IDX FROM 1 BY 1
                   UNTIL WS-QUOTA-IDX > WS-QUOTA-COUNT-USED
               IF WS-QUOTA-HELD(WS-QUOTA-IDX) > ZERO
                   ADD 1 TO WS-QUOTA-BREACH-COUNT
               END-IF
           END-PERFORM
           OPEN OUTPUT QUOTARPT-FILE
           IF WS-QUOTARPT-STATUS NOT = "00"
              AND WS-QUOTARPT-STATUS NOT = "05"
               DISPLAY "MSGRELAY WARNING - UNABLE TO OPEN QUOTARPT, "
                   "STATUS=" WS-QUOTARPT-STATUS
                   ", QUOTA BREACH REPORT NOT WRITTEN"
           ELSE
               MOVE WS-RUN-ID TO QHD-RUN-ID
               MOVE WS-QUOTA-HEADING-LINE TO QUOTARPT-RECORD
               WRITE QUOTARPT-RECORD
               MOVE SPACES TO QUOTARPT-RECORD
               WRITE QUOTARPT-RECORD
               IF WS-QUOTA-BREACH-COUNT = ZERO
                   MOVE "NO ACCOUNT EXCEEDED ITS DAILY QUOTA"
                       TO QUOTARPT-RECORD
                   WRITE QUOTARPT-RECORD
               ELSE
                   MOVE WS-QUOTA-COLUMN-LINE TO QUOTARPT-RECORD
                   WRITE QUOTARPT-RECORD
                   PERFORM VARYING WS-QUOTA-IDX FROM 1 BY 1
                           UNTIL WS-QUOTA-IDX > WS-QUOTA-COUNT-USED
                       IF WS-QUOTA-HELD(WS-QUOTA-IDX) > ZERO
                           PERFORM 0355-WRITE-QUOTA-LINE
                       END-IF
                   END-PERFORM
               END-IF
               MOVE SPACES TO QUOTARPT-RECORD
               WRITE QUOTARPT-RECORD
               MOVE "ACCOUNTS OVER THEIR DAILY QUOTA:"
                   TO QTT-LABEL
               MOVE WS-QUOTA-BREACH-COUNT TO QTT-COUNT
               MOVE WS-QUOTA-TOTAL-LINE TO QUOTARPT-RECORD
               WRITE QUOTARPT-RECORD
               MOVE "MESSAGES HELD OVER QUOTA:" TO QTT-LABEL
               MOVE WS-QUOTA-HELD-COUNT TO QTT-COUNT
               MOVE WS-QUOTA-TOTAL-LINE TO QUOTARPT-RECORD
               WRITE QUOTARPT-RECORD
               CLOSE QUOTARPT-FILE
           END-IF.

       0355-WRITE-QUOTA-LINE.
           MOVE WS-QUOTA-ACCOUNT-ID(WS-QUOTA-IDX) TO QDT-ACCOUNT
           MOVE WS-QUOTA-LIMIT(WS-QUOTA-IDX) TO QDT-QUOTA
           MOVE WS-QUOTA-RELAYED(WS-QUOTA-IDX) TO QDT-RELAYED
           MOVE WS-QUOTA-HELD(WS-QUOTA-IDX) TO QDT-HELD
           MOVE WS-QUOTA-DETAIL-LINE TO QUOTARPT-RECORD
           WRITE QUOTARPT-RECORD.

      *----------------------------------------------------------*
      * APPEND TONIGHT'S KEY COUNTS AND OUTCOME TO THE COMMON    *
      * RUN-CONTROL DATASET IN MACHINE-READABLE FORM (RUNCTL     *
      * COPYBOOK) SO THE END-OF-JOB MSGOPS STEP CAN PRINT THE    *
      * ONE-PAGE MORNING SUMMARY AND ALERT THE SCHEDULER. A      *
      * FAILURE HERE ONLY WARNS - THE RELAY ITSELF IS DONE.      *
      *----------------------------------------------------------*
       0400-WRITE-RUN-CONTROL.
           OPEN EXTEND RUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
              AND WS-RUNCTL-STATUS NOT = "05"
               DISPLAY "MSGRELAY WARNING - UNABLE TO OPEN RUNCTL, "
               MOVE "UNMAPPED" TO WS-RC-METRIC
               MOVE WS-UNMAPPED-COUNT TO WS-RC-COUNT
               PERFORM 0410-PUT-RUN-CONTROL
               MOVE "REDIRECTED" TO WS-RC-METRIC
               MOVE WS-REDIRECT-COUNT TO WS-RC-COUNT
               PERFORM 0410-PUT-RUN-CONTROL
               MOVE "CASE-OPENED" TO WS-RC-METRIC
               MOVE WS-CASE-OPENED-COUNT TO WS-RC-COUNT
               PERFORM 0410-PUT-RUN-CONTROL
               MOVE "CASE-RELAYED" TO WS-RC-METRIC
               MOVE WS-CASE-RELAYED-COUNT TO WS-RC-COUNT
               PERFORM 0410-PUT-RUN-CONTROL
               MOVE "CASE-REJ-AGN" TO WS-RC-METRIC
               MOVE WS-CASE-REJAGN-COUNT TO WS-RC-COUNT
               PERFORM 0410-PUT-RUN-CONTROL
               MOVE "QUOTA-HELD" TO WS-RC-METRIC
               MOVE WS-QUOTA-HELD-COUNT TO WS-RC-COUNT
               PERFORM 0410-PUT-RUN-CONTROL
      *        EACH ACCOUNT OVER ITS QUOTA GETS ITS OWN RECORD -
      *        THE METRIC IS THE ACCOUNT ID AND THE COUNT ITS HELD
      *        OVERFLOW - SO THE MORNING SUMMARY NAMES IT. THE
      *        FIRST 20 ARE LISTED; THE QUOTARPT REPORT HAS THEM
      *        ALL WITH THEIR QUOTAS.
               MOVE "QUOTA-BREACH" TO WS-RC-METRIC
               MOVE WS-QUOTA-BREACH-COUNT TO WS-RC-COUNT
               IF WS-QUOTA-BREACH-COUNT > ZERO
                   MOVE 'A' TO WS-RC-FLAG
               END-IF
               PERFORM 0410-PUT-RUN-CONTROL
               MOVE ZERO TO WS-QUOTA-RC-COUNT
               PERFORM VARYING WS-QUOTA-IDX FROM 1 BY 1
                       UNTIL WS-QUOTA-IDX > WS-QUOTA-COUNT-USED
                          OR WS-QUOTA-RC-COUNT = 20
                   IF WS-QUOTA-HELD(WS-QUOTA-IDX) > ZERO
                       ADD 1 TO WS-QUOTA-RC-COUNT
                       MOVE WS-QUOTA-ACCOUNT-ID(WS-QUOTA-IDX)
                           TO WS-RC-METRIC
                       MOVE WS-QUOTA-HELD(WS-QUOTA-IDX)
                           TO WS-RC-COUNT
                       PERFORM 0410-PUT-RUN-CONTROL
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-RC-FLAG
               PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                       UNTIL WS-RC-SUB > 8
                   MOVE SPACES TO WS-RC-METRIC
           WRITE RUNCTL-RECORD.

       1000-RELAY-MESSAGE.
           PERFORM 1004-NOTE-INPUT-ORIGIN
           IF WS-CURRENT-BATCH > ZERO
              AND WS-BATCH-SHORT(WS-CURRENT-BATCH)
               PERFORM 1050-DIVERT-SHORT-BATCH-RECORD
           IF WS-PASS-CLASS = 'H'
               ADD 1 TO WS-CONTROL-RECORD-COUNT
           END-IF
           MOVE ZERO TO WS-BATCH-POSITION
           IF BCH-RECORD-TYPE = "BHDREC"
               IF WS-RELAY-BATCH-NO < WS-BATCH-COUNT-USED
                   ADD 1 TO WS-RELAY-BATCH-NO
               END-EVALUATE
           END-IF.

      *    THE SENDER BATCH THE RECORD RODE IN ON AND ITS PLACE
      *    AMONG THAT BATCH'S DETAIL RECORDS, COUNTED ON EVERY PASS
      *    SO THE POSITION IS THE SAME IN EITHER PRIORITY PASS.
      *    TRAFFIC OUTSIDE A SENDER BATCH HAS NO SENDER.
       1004-NOTE-INPUT-ORIGIN.
           IF WS-CURRENT-BATCH > ZERO
               MOVE WS-BATCH-SENDER(WS-CURRENT-BATCH)
                   TO WS-INPUT-SENDER-ID
               MOVE WS-BATCH-CREATE-DATE(WS-CURRENT-BATCH)
                   TO WS-INPUT-BATCH-DATE
           ELSE
               MOVE SPACES TO WS-INPUT-SENDER-ID
               MOVE ZERO TO WS-INPUT-BATCH-DATE
           END-IF
           MOVE WS-BATCH-POSITION TO WS-INPUT-BATCH-SEQ.

       1005-CHECK-SEG-REGISTERED.
           SET WS-SEG-REGISTERED TO FALSE
           PERFORM VARYING WS-SEGTYPE-IDX FROM 1 BY 1
           END-IF
           SET WS-SEG-PENDING TO TRUE
           MOVE 1 TO WS-SEG-COUNT
           MOVE WS-AREA-1 TO WS-SEG-RECORD(1)
           MOVE WS-INPUT-ORIGIN TO WS-SEG-ORIGIN(1)
           MOVE WS-AREA-1 TO WS-CASE-MATCH-IMAGE
           PERFORM 1080-FIND-RESUBMISSION.

       1020-ADD-CONTINUATION.
           IF NOT WS-SEG-PENDING
                       ADD 1 TO WS-SEG-COUNT
                       MOVE WS-AREA-1
                           TO WS-SEG-RECORD(WS-SEG-COUNT)
                       MOVE WS-INPUT-ORIGIN
                           TO WS-SEG-ORIGIN(WS-SEG-COUNT)
                       IF SEG-LAST
                           PERFORM 1060-ASSEMBLE-GROUP
                           PERFORM 1070-PROCESS-LOGICAL-MSG
           END-IF
           MOVE 1 TO WS-SEG-COUNT
           MOVE WS-AREA-1 TO WS-SEG-RECORD(1)
           MOVE WS-INPUT-ORIGIN TO WS-SEG-ORIGIN(1)
           MOVE WS-AREA-1 TO WS-CASE-MATCH-IMAGE
           PERFORM 1080-FIND-RESUBMISSION
           PERFORM 1060-ASSEMBLE-GROUP
           PERFORM 1070-PROCESS-LOGICAL-MSG
           MOVE ZERO TO WS-SEG-COUNT.

      *----------------------------------------------------------*
      * EVERY ERROUT DETAIL RECORD IS WRITTEN HERE SO ITS        *
      * POSITION AFTER THE HDRREC HEADER - THE RECORD NUMBER     *
      * MSGFIX CORRECTIONS QUOTE - IS KNOWN, AND A REJECT CASE   *
      * IS OPENED UNDER IT. CONTINUATION RECORDS RIDE WITH THEIR *
      * FIRST SEGMENT'S CASE; A DUPLICATE NEEDS NO REPAIR AND    *
      * OPENS NO CASE UNLESS IT IS A RESUBMITTED REJECT. THE     *
      * CALLER SETS WS-WRITE-ORIGIN TO THE RECORD'S SENDER BATCH *
      * ORIGIN, WHICH GOES TO THE ORIGIN FILE UNDER THE SAME     *
      * RECORD NUMBER.                                           *
      *----------------------------------------------------------*
       1035-WRITE-REJECT.
           MOVE WS-ERROR-RECORD TO ERROUT-RECORD
           WRITE ERROUT-RECORD
           ADD 1 TO WS-ERROUT-RECNO
           MOVE SPACES TO ORIGIN-RECORD
           SET ORG-FROM-RELAY TO TRUE
           MOVE WS-ERROUT-RECNO TO ORG-RECNO
           PERFORM 1036-WRITE-ORIGIN
           IF ERR-REASON NOT = "CONT OF REJECTED MSG"
              AND (ERR-REASON NOT = "DUPLICATE MESSAGE"
                   OR WS-RESUB-HIT > ZERO)
               PERFORM 1400-OPEN-REJECT-CASE
           END-IF.

      *    ERROUT AND MSGOUT SHARE ONE HDRREC RUN ID, SO IT SERVES
      *    AS THE GENERATION ID FOR BOTH KINDS OF ORIGIN RECORD.
       1036-WRITE-ORIGIN.
           MOVE WS-CASE-GEN-ID TO ORG-GEN-ID
           MOVE WS-WRITE-SENDER-ID TO ORG-SENDER-ID
           MOVE WS-WRITE-BATCH-DATE TO ORG-BATCH-DATE
           MOVE WS-WRITE-BATCH-SEQ TO ORG-BATCH-SEQ
           WRITE ORIGIN-RECORD.

       1040-REJECT-PENDING-GROUP.
           MOVE WS-GROUP-REJ-REASON TO ERR-REASON
           MOVE WS-SEG-RECORD(1) TO ERR-ORIGINAL-DATA
           MOVE WS-SEG-ORIGIN(1) TO WS-WRITE-ORIGIN
           PERFORM 1035-WRITE-REJECT
           EVALUATE WS-GROUP-REJ-BUCKET
               WHEN 'A'
                   ADD 1 TO WS-ACCT-REJECT-COUNT
                   UNTIL WS-SEG-SUB > WS-SEG-COUNT
               MOVE "CONT OF REJECTED MSG" TO ERR-REASON
               MOVE WS-SEG-RECORD(WS-SEG-SUB) TO ERR-ORIGINAL-DATA
               MOVE WS-SEG-ORIGIN(WS-SEG-SUB) TO WS-WRITE-ORIGIN
               PERFORM 1035-WRITE-REJECT
               ADD 1 TO WS-SEGMENT-COUNT
           END-PERFORM
           SET WS-SEG-PENDING TO FALSE
           MOVE ZERO TO WS-SEG-COUNT.

       1045-REJECT-ORPHAN-SEGMENT.
           MOVE WS-AREA-1 TO WS-CASE-MATCH-IMAGE
           PERFORM 1080-FIND-RESUBMISSION
           MOVE "ORPHAN CONTINUATION" TO ERR-REASON
           MOVE WS-AREA-1 TO ERR-ORIGINAL-DATA
           MOVE WS-INPUT-ORIGIN TO WS-WRITE-ORIGIN
           PERFORM 1035-WRITE-REJECT
           ADD 1 TO WS-REJECT-COUNT
           MOVE MSG-ACCOUNT-ID OF WS-AREA-1-FIELDS TO WS-AUD-ACCOUNT
           MOVE MSG-TYPE-CODE OF WS-AREA-1-FIELDS TO WS-AUD-TYPE
      * DOWNSTREAM.                                              *
      *----------------------------------------------------------*
       1050-DIVERT-SHORT-BATCH-RECORD.
           MOVE MSGIN-RECORD TO WS-CASE-MATCH-IMAGE
           PERFORM 1080-FIND-RESUBMISSION
           MOVE "SHORT SENDER BATCH" TO ERR-REASON
           MOVE MSGIN-RECORD TO ERR-ORIGINAL-DATA
           MOVE WS-INPUT-ORIGIN TO WS-WRITE-ORIGIN
           PERFORM 1035-WRITE-REJECT
           ADD 1 TO WS-REJECT-COUNT
           MOVE MSGIN-RECORD TO WS-AREA-1
           MOVE MSG-ACCOUNT-ID OF WS-AREA-1-FIELDS TO WS-AUD-ACCOUNT
           MOVE "SHORT SENDER BATCH" TO WS-AUD-REASON
           PERFORM 1500-WRITE-AUDIT.

      *----------------------------------------------------------*
      * LOOK THE INPUT IMAGE UP AMONG THE CASES AWAITING RELAY.  *
      * THE FIRST UNUSED MATCH IS TAKEN, SO THE SAME IMAGE       *
      * RESUBMITTED FOR TWO CASES CLOSES THEM ONE AT A TIME.     *
      *----------------------------------------------------------*
       1080-FIND-RESUBMISSION.
           MOVE ZERO TO WS-RESUB-HIT
           PERFORM VARYING WS-RESUB-IDX FROM 1 BY 1
                   UNTIL WS-RESUB-IDX > WS-RESUB-COUNT-USED
               IF WS-RESUB-USED(WS-RESUB-IDX) = 'N'
                  AND WS-RESUB-IMAGE(WS-RESUB-IDX) =
                       WS-CASE-MATCH-IMAGE
                   SET WS-RESUB-HIT TO WS-RESUB-IDX
                   SET WS-RESUB-IDX TO WS-RESUB-COUNT-USED
               END-IF
           END-PERFORM.

       1060-ASSEMBLE-GROUP.
           MOVE SPACES TO WS-ASSEMBLED-MSG
           MOVE WS-SEG-RECORD(1) TO WS-AREA-2
                   MOVE 'A' TO WS-GROUP-REJ-BUCKET
                   PERFORM 1040-REJECT-PENDING-GROUP
               ELSE
                   IF WS-REDIRECT-FROM-ID NOT = SPACES
                       PERFORM 1210-REDIRECT-TO-SUCCESSOR
                   END-IF
                   PERFORM 1250-RELAY-VALID-MESSAGE
               END-IF
           END-IF
           MOVE SPACES TO WS-REDIRECT-FROM-ID.

      *----------------------------------------------------------*
      * DUPLICATE CHECK AGAINST THE PERSISTENT DUPKSDS HISTORY,  *
                   MOVE WS-SEG-RECORD(WS-SEG-SUB) TO ROUTECA-RECORD
                   WRITE ROUTECA-RECORD
                   ADD 1 TO WS-ROUTECA-WRITE-COUNT
                   MOVE 9 TO WS-ENV-SUB
                   MOVE ROUTECA-RECORD(5:10) TO WS-HASH-ACCOUNT-ID
                   PERFORM 1196-ADD-TO-ENVELOPE
               END-PERFORM
               ADD 1 TO WS-UNMAPPED-COUNT
           END-IF.

       1195-WRITE-ROUTE-RECORD.
           ADD 1 TO WS-ROUTE-WRITE-COUNT(WS-ROUTE-DEST-WORK)
           MOVE WS-ROUTE-DEST-WORK TO WS-ENV-SUB
           MOVE WS-ROUTE-REC-WORK(5:10) TO WS-HASH-ACCOUNT-ID
           PERFORM 1196-ADD-TO-ENVELOPE
           EVALUATE WS-ROUTE-DEST-WORK
               WHEN 01
                   MOVE WS-ROUTE-REC-WORK TO ROUTE01-RECORD
                   WRITE ROUTE08-RECORD
           END-EVALUATE.

      *    COUNT A DETAIL RECORD INTO ITS DESTINATION'S ENVELOPE
      *    TOTALS; ONLY AN ALL-DIGIT ACCOUNT ID ADDS TO THE HASH.
       1196-ADD-TO-ENVELOPE.
           ADD 1 TO WS-ENV-RECORD-COUNT(WS-ENV-SUB)
           IF WS-HASH-ACCOUNT-ID NUMERIC
               ADD WS-HASH-ACCOUNT-NO TO WS-ENV-HASH-TOTAL(WS-ENV-SUB)
           END-IF.

       1197-WRITE-ENRICHED-RECORD.
           ADD 1 TO WS-ROUTE-WRITE-COUNT(WS-ROUTE-DEST-WORK)
           MOVE WS-ROUTE-DEST-WORK TO WS-ENV-SUB
           MOVE WS-ROUTE-REC-WORK(5:10) TO WS-HASH-ACCOUNT-ID
           PERFORM 1196-ADD-TO-ENVELOPE
           MOVE WS-ROUTE-REC-WORK TO ENR-MSG-IMAGE
           MOVE WS-ACCT-NAME-WORK TO ENR-ACCT-NAME
           MOVE WS-RUN-ID(1:8) TO ENR-RUN-DATE
                   WRITE ROUTE08-RECORD-E
           END-EVALUATE.

      *----------------------------------------------------------*
      * A CLOSED ACCOUNT MERGED INTO A SUCCESSOR (ACCTUPD ACTION *
      * M) WHOSE MERGE IS EFFECTIVE BY TONIGHT IS FOLLOWED TO    *
      * ITS SUCCESSOR - AND ON, IF THE SUCCESSOR HAS SINCE BEEN  *
      * MERGED IN TURN - AND THE MESSAGE IS JUDGED ON THE LAST   *
      * ACCOUNT IN THE CHAIN. WHEN THAT ACCOUNT IS ACTIVE THE    *
      * RETIRED AND SUCCESSOR IDS ARE LEFT FOR THE REDIRECT.     *
      *----------------------------------------------------------*
       1200-VALIDATE-ACCOUNT.
           SET WS-ACCT-VALID TO FALSE
           MOVE SPACES TO WS-ACCT-REJECT-REASON
           MOVE SPACES TO WS-ACCT-NAME-WORK
           MOVE SPACES TO WS-REDIRECT-FROM-ID
           MOVE SPACES TO WS-REDIRECT-TO-ID
           MOVE ZERO TO WS-SUCCESSOR-HOPS
           MOVE ZERO TO WS-ACCT-QUOTA-WORK
           MOVE WS-ASM-ACCOUNT-ID TO ACCT-ID
           PERFORM 1205-READ-ACCOUNT
           PERFORM UNTIL WS-ACCT-REJECT-REASON NOT = SPACES
                      OR NOT ACCT-CLOSED
                      OR ACCT-SUCCESSOR-ID = SPACES
                      OR ACCT-SUCCESSOR-ID = LOW-VALUES
                      OR ACCT-MERGE-DATE > WS-RUN-ID(1:8)
                      OR WS-SUCCESSOR-HOPS = 5
               ADD 1 TO WS-SUCCESSOR-HOPS
               MOVE ACCT-SUCCESSOR-ID TO ACCT-ID
               PERFORM 1205-READ-ACCOUNT
           END-PERFORM
           IF WS-ACCT-REJECT-REASON = SPACES
               MOVE ACCT-NAME TO WS-ACCT-NAME-WORK
               EVALUATE TRUE
                   WHEN ACCT-CLOSED
                    AND WS-SUCCESSOR-HOPS = ZERO
                       MOVE "ACCOUNT CLOSED" TO WS-ACCT-REJECT-REASON
                   WHEN ACCT-CLOSED
                       MOVE "SUCCESSOR CLOSED" TO WS-ACCT-REJECT-REASON
                   WHEN ACCT-FROZEN
                    AND WS-SUCCESSOR-HOPS = ZERO
                       MOVE "ACCOUNT FROZEN" TO WS-ACCT-REJECT-REASON
                   WHEN ACCT-FROZEN
                       MOVE "SUCCESSOR FROZEN" TO WS-ACCT-REJECT-REASON
                   WHEN OTHER
                       SET WS-ACCT-VALID TO TRUE
                       IF ACCT-DAILY-QUOTA NUMERIC
                           MOVE ACCT-DAILY-QUOTA TO WS-ACCT-QUOTA-WORK
                       END-IF
                       IF WS-SUCCESSOR-HOPS > ZERO
                           MOVE WS-ASM-ACCOUNT-ID
                               TO WS-REDIRECT-FROM-ID
                           MOVE ACCT-ID TO WS-REDIRECT-TO-ID
                       END-IF
               END-EVALUATE
           END-IF.

       1205-READ-ACCOUNT.
           READ ACCTMST-FILE
               INVALID KEY
                   IF WS-SUCCESSOR-HOPS = ZERO
                       MOVE "UNKNOWN ACCOUNT" TO WS-ACCT-REJECT-REASON
                   ELSE
                       MOVE "UNKNOWN SUCCESSOR"
                           TO WS-ACCT-REJECT-REASON
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      * RE-ADDRESS A MESSAGE SENT UNDER A RETIRED ACCOUNT ID TO  *
      * ITS SUCCESSOR BEFORE EDITS, DUPLICATE CHECK AND ROUTING, *
      * SO MSGOUT, THE ROUTE FILES, MSGHOLD AND THE AUDIT (AND   *
      * THROUGH IT MSGBILL) ALL SEE THE SUCCESSOR. THE AUDIT     *
      * KEEPS THE RETIRED ID IN AUD-ORIG-ACCOUNT-ID AND EVERY    *
      * REDIRECT IS LOGGED WITH ITS SENDER FOR MSGREDIR.         *
      *----------------------------------------------------------*
       1210-REDIRECT-TO-SUCCESSOR.
           MOVE WS-REDIRECT-TO-ID TO WS-ASM-ACCOUNT-ID
           PERFORM VARYING WS-SEG-SUB FROM 1 BY 1
                   UNTIL WS-SEG-SUB > WS-SEG-COUNT
               MOVE WS-REDIRECT-TO-ID
                   TO WS-SEG-RECORD(WS-SEG-SUB)(5:10)
           END-PERFORM
           ADD 1 TO WS-REDIRECT-COUNT
           MOVE SPACES TO REDIRLOG-RECORD
           MOVE WS-RUN-ID TO RDR-RUN-ID
           IF WS-CURRENT-BATCH > ZERO
               MOVE WS-BATCH-SENDER(WS-CURRENT-BATCH) TO RDR-SENDER-ID
           END-IF
           MOVE WS-REDIRECT-FROM-ID TO RDR-RETIRED-ID
           MOVE WS-REDIRECT-TO-ID TO RDR-SUCCESSOR-ID
           MOVE WS-ASM-TYPE-CODE TO RDR-MSG-TYPE
           WRITE REDIRLOG-RECORD.

       1250-RELAY-VALID-MESSAGE.
           PERFORM 1300-APPLY-EDIT-RULES
           IF NOT WS-EDIT-PASSED
               IF WS-MSG-FUTURE-DATED
                   PERFORM 1257-HOLD-MESSAGE
               ELSE
                   PERFORM 1270-CHECK-DAILY-QUOTA
                   IF WS-OVER-QUOTA
                       PERFORM 1275-HOLD-OVER-QUOTA
                   ELSE
                       PERFORM 1260-RELAY-EDITED-MESSAGE
                   END-IF
               END-IF
           END-IF.

                   UNTIL WS-SEG-SUB > WS-SEG-COUNT
               MOVE WS-RUN-ID(1:8) TO HLD-HELD-DATE
               MOVE WS-REL-DATE-WORK TO HLD-RELEASE-DATE
               SET HLD-DATE-HOLD TO TRUE
               MOVE WS-SEG-RECORD(WS-SEG-SUB) TO HLD-IMAGE
               WRITE MSGHOLD-RECORD
           END-PERFORM
           STRING "HOLD UNTIL " WS-REL-DATE-WORK
               DELIMITED BY SIZE INTO WS-AUD-REASON
           PERFORM 1500-WRITE-AUDIT
           IF WS-RESUB-HIT > ZERO
               PERFORM 1420-CLOSE-RESUBMITTED-CASE
           END-IF
           SET WS-SEG-PENDING TO FALSE
           MOVE ZERO TO WS-SEG-COUNT.

                       UNTIL WS-SEG-SUB > WS-SEG-COUNT
                   MOVE WS-SEG-RECORD(WS-SEG-SUB) TO MSGOUT-RECORD
                   WRITE MSGOUT-RECORD
                   ADD 1 TO WS-MSGOUT-RECNO
                   MOVE SPACES TO ORIGIN-RECORD
                   SET ORG-RELAYED TO TRUE
                   MOVE WS-MSGOUT-RECNO TO ORG-RECNO
                   MOVE WS-SEG-ORIGIN(WS-SEG-SUB) TO WS-WRITE-ORIGIN
                   PERFORM 1036-WRITE-ORIGIN
               END-PERFORM
               ADD 1 TO WS-MSG-COUNT
               IF WS-QUOTA-TRACKED
                   ADD 1 TO WS-QUOTA-RELAYED(WS-QUOTA-IDX)
               END-IF
               IF WS-SEG-COUNT > 1
                   COMPUTE WS-SEGMENT-COUNT =
                       WS-SEGMENT-COUNT + WS-SEG-COUNT - 1
               MOVE WS-ASM-TYPE-CODE TO WS-AUD-TYPE
               MOVE "RELAYED" TO WS-AUD-DISPOSITION
               MOVE SPACES TO WS-AUD-REASON
               IF WS-REDIRECT-FROM-ID NOT = SPACES
                   STRING "SENT AS " WS-REDIRECT-FROM-ID
                       DELIMITED BY SIZE INTO WS-AUD-REASON
               END-IF
               PERFORM 1500-WRITE-AUDIT
               IF WS-RESUB-HIT > ZERO
                   PERFORM 1420-CLOSE-RESUBMITTED-CASE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * AN ACCOUNT WITH A DAILY QUOTA (ACCT-DAILY-QUOTA, SET BY  *
      * ACCTUPD ACTION Q) WHOSE RELAYED COUNT HAS REACHED IT     *
      * TONIGHT IS OVER QUOTA. THE QUOTA BELONGS TO THE ACCOUNT  *
      * THE MESSAGE IS RELAYED UNDER, SO TRAFFIC REDIRECTED FROM *
      * A RETIRED ID COUNTS AGAINST ITS SUCCESSOR.               *
      *----------------------------------------------------------*
       1270-CHECK-DAILY-QUOTA.
           SET WS-OVER-QUOTA TO FALSE
           SET WS-QUOTA-TRACKED TO FALSE
           IF WS-ACCT-QUOTA-WORK > ZERO
               MOVE WS-ASM-ACCOUNT-ID TO WS-QUOTA-ACCOUNT-WORK
               PERFORM 1272-FIND-QUOTA-ENTRY
               IF WS-QUOTA-TRACKED
                  AND WS-QUOTA-RELAYED(WS-QUOTA-IDX) NOT <
                       WS-QUOTA-LIMIT(WS-QUOTA-IDX)
                   SET WS-OVER-QUOTA TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * LEAVES WS-QUOTA-IDX ON THE ENTRY FOR THE ACCOUNT IN      *
      * WS-QUOTA-ACCOUNT-WORK, ADDING ONE ON ITS FIRST MESSAGE.  *
      * WHEN THE TABLE IS FULL A NEW ACCOUNT IS NOT TRACKED AND  *
      * ITS TRAFFIC RELAYS WITHOUT A QUOTA CHECK.                *
      *----------------------------------------------------------*
       1272-FIND-QUOTA-ENTRY.
           SET WS-QUOTA-TRACKED TO FALSE
           PERFORM VARYING WS-QUOTA-IDX FROM 1 BY 1
                   UNTIL WS-QUOTA-IDX > WS-QUOTA-COUNT-USED
                      OR WS-QUOTA-TRACKED
               IF WS-QUOTA-ACCOUNT-ID(WS-QUOTA-IDX) =
                       WS-QUOTA-ACCOUNT-WORK
                   SET WS-QUOTA-TRACKED TO TRUE
               END-IF
           END-PERFORM
           IF WS-QUOTA-TRACKED
               SET WS-QUOTA-IDX DOWN BY 1
           ELSE
               IF WS-QUOTA-COUNT-USED < 2000
                   ADD 1 TO WS-QUOTA-COUNT-USED
                   SET WS-QUOTA-IDX TO WS-QUOTA-COUNT-USED
                   MOVE WS-QUOTA-ACCOUNT-WORK
                       TO WS-QUOTA-ACCOUNT-ID(WS-QUOTA-IDX)
                   MOVE ZERO TO WS-QUOTA-RELAYED(WS-QUOTA-IDX)
                   MOVE ZERO TO WS-QUOTA-HELD(WS-QUOTA-IDX)
                   SET WS-QUOTA-TRACKED TO TRUE
               ELSE
                   IF NOT WS-QUOTA-FULL-WARNED
                       DISPLAY "MSGRELAY WARNING - MORE THAN 2000 "
                           "ACCOUNTS WITH A DAILY QUOTA SENT "
                           "TRAFFIC, THE REST RELAY UNCHECKED"
                       SET WS-QUOTA-FULL-WARNED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-QUOTA-TRACKED
               MOVE WS-ACCT-QUOTA-WORK TO WS-QUOTA-LIMIT(WS-QUOTA-IDX)
           END-IF.

      *----------------------------------------------------------*
      * A MESSAGE OVER ITS ACCOUNT'S QUOTA GOES TO MSGHOLD WITH  *
      * TONIGHT'S DATE AS ITS RELEASE DATE, SO MSGREL RELEASES   *
      * IT ON THE NEXT BUSINESS NIGHT. IT IS COUNTED AS HELD     *
      * (THE RECONCILIATION AND CHECKPOINT SEE NO DIFFERENCE     *
      * FROM A FUTURE-DATED HOLD) AND IS NOT REMEMBERED FOR THE  *
      * DUPLICATE CHECK, SINCE IT HAS NOT YET GONE OUT.          *
      *----------------------------------------------------------*
       1275-HOLD-OVER-QUOTA.
           PERFORM VARYING WS-SEG-SUB FROM 1 BY 1
                   UNTIL WS-SEG-SUB > WS-SEG-COUNT
               MOVE WS-RUN-ID(1:8) TO HLD-HELD-DATE
               MOVE WS-RUN-ID(1:8) TO HLD-RELEASE-DATE
               SET HLD-QUOTA-HOLD TO TRUE
               MOVE WS-SEG-RECORD(WS-SEG-SUB) TO HLD-IMAGE
               WRITE MSGHOLD-RECORD
           END-PERFORM
           ADD 1 TO WS-HELD-COUNT
           ADD 1 TO WS-QUOTA-HELD-COUNT
           IF WS-QUOTA-HELD(WS-QUOTA-IDX) = ZERO
               DISPLAY "MSGRELAY WARNING - ACCOUNT "
                   WS-ASM-ACCOUNT-ID " REACHED ITS DAILY QUOTA OF "
                   WS-QUOTA-LIMIT(WS-QUOTA-IDX)
                   ", FURTHER MESSAGES HELD FOR THE NEXT NIGHT"
           END-IF
           ADD 1 TO WS-QUOTA-HELD(WS-QUOTA-IDX)
           IF WS-SEG-COUNT > 1
               COMPUTE WS-SEGMENT-COUNT =
                   WS-SEGMENT-COUNT + WS-SEG-COUNT - 1
           END-IF
           MOVE WS-ASM-ACCOUNT-ID TO WS-AUD-ACCOUNT
           MOVE WS-ASM-TYPE-CODE TO WS-AUD-TYPE
           MOVE "HELD" TO WS-AUD-DISPOSITION
           MOVE "OVER DAILY QUOTA" TO WS-AUD-REASON
           PERFORM 1500-WRITE-AUDIT
           IF WS-RESUB-HIT > ZERO
               PERFORM 1420-CLOSE-RESUBMITTED-CASE
           END-IF
           SET WS-SEG-PENDING TO FALSE
           MOVE ZERO TO WS-SEG-COUNT.

      *----------------------------------------------------------*
      * QUOTA LOOK-UP FOR THE RESTART REBUILD, WHICH HAS ONLY    *
      * THE ACCOUNT ID FROM THE OUTPUT IMAGE.                    *
      *----------------------------------------------------------*
       1277-LOAD-ACCOUNT-QUOTA.
           SET WS-QUOTA-TRACKED TO FALSE
           MOVE ZERO TO WS-ACCT-QUOTA-WORK
           MOVE WS-QUOTA-ACCOUNT-WORK TO ACCT-ID
           READ ACCTMST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-DAILY-QUOTA NUMERIC
                       MOVE ACCT-DAILY-QUOTA TO WS-ACCT-QUOTA-WORK
                   END-IF
           END-READ
           IF WS-ACCT-QUOTA-WORK > ZERO
               PERFORM 1272-FIND-QUOTA-ENTRY
           END-IF.

       1300-APPLY-EDIT-RULES.
           SET WS-EDIT-PASSED TO FALSE
           MOVE WS-EDIT-RULE-NO TO WS-EDIT-FAILED-RULE.

      *----------------------------------------------------------*
      * OPEN A CASE FOR THE ERROUT RECORD JUST WRITTEN. A        *
      * RESUBMITTED REJECT THAT FAILED AGAIN SUPERSEDES ITS      *
      * EARLIER CASE: THE OLD CASE IS CLOSED AS REJECTED AGAIN   *
      * AND POINTS FORWARD TO THE NEW ONE, WHICH POINTS BACK AND *
      * KEEPS THE FIRST REJECT DATE SO ITS AGE RUNS ON.          *
      *----------------------------------------------------------*
       1400-OPEN-REJECT-CASE.
           MOVE SPACES TO WS-CASE-NEW-KEY
           MOVE 'R' TO WS-CASE-NEW-KEY(1:1)
           MOVE WS-CASE-GEN-ID TO WS-CASE-NEW-KEY(2:14)
           MOVE WS-ERROUT-RECNO TO WS-CASE-NEW-KEY(16:9)
           IF WS-RESUB-HIT > ZERO
               PERFORM 1410-SUPERSEDE-PRIOR-CASE
           END-IF
           MOVE SPACES TO REJCASE-RECORD
           MOVE WS-CASE-NEW-KEY TO CAS-KEY
           SET CAS-OPEN TO TRUE
           MOVE ERR-REASON TO CAS-REASON
           MOVE ERR-ORIGINAL-DATA TO CAS-IMAGE
           MOVE WS-RUN-ID(1:8) TO CAS-OPEN-DATE
           MOVE WS-RUN-ID(1:8) TO CAS-STATUS-DATE
           IF WS-RESUB-HIT > ZERO
               MOVE WS-RESUB-FIRST-DATE(WS-RESUB-HIT)
                   TO CAS-FIRST-DATE
               MOVE WS-RESUB-KEY(WS-RESUB-HIT) TO CAS-PRIOR-KEY
               MOVE 'Y' TO WS-RESUB-USED(WS-RESUB-HIT)
               MOVE ZERO TO WS-RESUB-HIT
           ELSE
               MOVE WS-RUN-ID(1:8) TO CAS-FIRST-DATE
           END-IF
           WRITE REJCASE-RECORD
               INVALID KEY
                   DISPLAY "MSGRELAY WARNING - REJECT CASE WRITE "
                       "FAILED FOR " WS-CASE-NEW-KEY ", STATUS="
                       WS-REJCASE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CASE-OPENED-COUNT
           END-WRITE.

       1410-SUPERSEDE-PRIOR-CASE.
           MOVE WS-RESUB-KEY(WS-RESUB-HIT) TO CAS-KEY
           READ REJCASE-FILE
               INVALID KEY
                   DISPLAY "MSGRELAY WARNING - RESUBMITTED CASE "
                       WS-RESUB-KEY(WS-RESUB-HIT) " NOT FOUND, "
                       "STATUS=" WS-REJCASE-STATUS
               NOT INVALID KEY
                   SET CAS-REJECTED-AGAIN TO TRUE
                   MOVE WS-CASE-NEW-KEY TO CAS-NEXT-KEY
                   MOVE WS-RUN-ID(1:8) TO CAS-STATUS-DATE
                   MOVE ERR-REASON TO CAS-NOTE
                   REWRITE REJCASE-RECORD
                       INVALID KEY
                           DISPLAY "MSGRELAY WARNING - REJECT CASE "
                               "REWRITE FAILED FOR " CAS-KEY
                               ", STATUS=" WS-REJCASE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-CASE-REJAGN-COUNT
                   END-REWRITE
           END-READ.

      *----------------------------------------------------------*
      * THE RESUBMITTED IMAGE GOT THROUGH - TO MSGOUT, OR TO     *
      * MSGHOLD FOR A LATER RELEASE, WHICH NEEDS NO FURTHER      *
      * REPAIR - SO ITS CASE IS CLOSED AS RELAYED.               *
      *----------------------------------------------------------*
       1420-CLOSE-RESUBMITTED-CASE.
           MOVE WS-RESUB-KEY(WS-RESUB-HIT) TO CAS-KEY
           MOVE 'Y' TO WS-RESUB-USED(WS-RESUB-HIT)
           MOVE ZERO TO WS-RESUB-HIT
           READ REJCASE-FILE
               INVALID KEY
                   DISPLAY "MSGRELAY WARNING - RESUBMITTED CASE "
                       CAS-KEY " NOT FOUND, STATUS="
                       WS-REJCASE-STATUS
               NOT INVALID KEY
                   SET CAS-RELAYED TO TRUE
                   MOVE WS-RUN-ID(1:8) TO CAS-STATUS-DATE
                   MOVE WS-AUD-DISPOSITION TO CAS-NOTE
                   IF WS-AUD-REASON NOT = SPACES
                       MOVE WS-AUD-REASON TO CAS-NOTE(12:20)
                   END-IF
                   REWRITE REJCASE-RECORD
                       INVALID KEY
                           DISPLAY "MSGRELAY WARNING - REJECT CASE "
                               "REWRITE FAILED FOR " CAS-KEY
                               ", STATUS=" WS-REJCASE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-CASE-RELAYED-COUNT
                   END-REWRITE
           END-READ.

       1500-WRITE-AUDIT.
           ADD 1 TO WS-AUDIT-SEQ
           MOVE WS-AUD-ACCOUNT TO AUD-ACCOUNT-ID
           MOVE WS-AUD-DISPOSITION TO AUD-DISPOSITION
           MOVE WS-AUD-REASON TO AUD-REASON
           MOVE WS-MSG-PRIORITY TO AUD-PRIORITY
           MOVE WS-REDIRECT-FROM-ID TO AUD-ORIG-ACCOUNT-ID
           WRITE AUDIT-RECORD
               INVALID KEY
                   DISPLAY "MSGRELAY WARNING - AUDIT WRITE FAILED "
                       WS-AUDIT-SEQ ", STATUS=" WS-AUDIT-STATUS
           END-WRITE.

      *----------------------------------------------------------*
      * DRY RUN (PARM 'DRYRUN' OR 'DRYRUNCCYYMMDD'). PREVIEWS A  *
      * CHANGE TO THE RTECTL, PRICTL, EDTRULE OR RELCTL CONTROL  *
      * DATASETS BEFORE IT IS PROMOTED: THE CANDIDATE VERSIONS   *
      * (CANDRTE, CANDPRI, CANDEDT, CANDREL - AN ABSENT DD MEANS *
      * THAT DATASET IS UNCHANGED) ARE CHECKED RECORD BY RECORD  *
      * AND EVERY MESSAGE ON A SAMPLE MSGIN IS JUDGED UNDER BOTH *
      * CONTROL SETS. DRYRPT LISTS THE CANDIDATE RECORD PROBLEMS *
      * AND EVERY MESSAGE WHOSE DESTINATION, PRIORITY CLASS,     *
      * HOLD DECISION OR ACCEPT/REJECT OUTCOME WOULD CHANGE,     *
      * WITH COUNTS BY TYPE. THE OPTIONAL DATE JUDGES THE HOLDS  *
      * AND ACCOUNT MERGES AS OF THAT RUN DATE, E.G. THE NIGHT   *
      * THE SAMPLE WAS RELAYED. NO OTHER FILE IS WRITTEN - NOT   *
      * MSGOUT, THE ROUTE FILES, ERROUT, MSGHOLD, THE AUDIT,     *
      * DUPKSDS, REJCASE, CHKPT OR RUNCTL. RETURN CODE 4 MEANS   *
      * THE CANDIDATES HAVE PROBLEMS TO FIX BEFORE PROMOTION.    *
      *----------------------------------------------------------*
       5000-DRY-RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-CURRENT-DATE WS-CURRENT-TIME
               DELIMITED BY SIZE INTO WS-RUN-ID
           MOVE WS-CURRENT-DATE TO WS-DRY-AS-OF-DATE
           IF LS-PARM-LENGTH > 6
               PERFORM 5005-EDIT-AS-OF-DATE
           END-IF
           MOVE WS-RUN-ID TO DHD-RUN-ID
           MOVE WS-DRY-AS-OF-DATE TO DHD-AS-OF
      *    THE HOLD AND MERGE-DATE TESTS TAKE THE RUN DATE FROM
      *    THE RUN ID, SO IT CARRIES THE AS-OF DATE FROM HERE ON.
           MOVE WS-DRY-AS-OF-DATE TO WS-RUN-ID(1:8)

           OPEN INPUT MSGIN-FILE
           IF WS-MSGIN-STATUS NOT = "00"
               DISPLAY "MSGRELAY ERROR - UNABLE TO OPEN MSGIN, STATUS="
                   WS-MSGIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT DRYRPT-FILE
           IF WS-DRYRPT-STATUS NOT = "00"
              AND WS-DRYRPT-STATUS NOT = "05"
               DISPLAY "MSGRELAY ERROR - UNABLE TO OPEN DRYRPT, "
                   "STATUS=" WS-DRYRPT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MSGIN-FILE
               GOBACK
           END-IF
           MOVE WS-DRY-HEADING-LINE TO DRYRPT-RECORD
           WRITE DRYRPT-RECORD

           PERFORM 0060-LOAD-ROUTE-TABLE
           PERFORM 0062-LOAD-PRIORITY-TABLE
           PERFORM 0080-LOAD-EDIT-TABLE
           PERFORM 0090-LOAD-SEGTYPE-TABLE
           PERFORM 0092-LOAD-RELTYPE-TABLE
           PERFORM 0096-LOAD-HOLIDAY-TABLE
           PERFORM 5100-LOAD-CANDIDATES

           OPEN INPUT ACCTMST-FILE
           IF WS-ACCTMST-STATUS NOT = "00"
               DISPLAY "MSGRELAY ERROR - UNABLE TO OPEN ACCTMST, "
                   "STATUS=" WS-ACCTMST-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MSGIN-FILE
               CLOSE DRYRPT-FILE
               GOBACK
           END-IF

           MOVE
               "MESSAGES THAT WOULD BE HANDLED DIFFERENTLY (FIRST 500)"
               TO DTL-TEXT
           PERFORM 5090-WRITE-DRY-TITLE
           MOVE
               "RELAY C NN: CLASS C, ROUTENN, E ENRICHED, CA CATCH-ALL"
               TO DTL-TEXT
           MOVE WS-DRY-TITLE-LINE TO DRYRPT-RECORD
           WRITE DRYRPT-RECORD
           MOVE WS-DRY-CHANGE-COLUMN-LINE TO DRYRPT-RECORD
           WRITE DRYRPT-RECORD

           PERFORM UNTIL WS-DRY-EOF
               READ MSGIN-FILE
                   AT END
                       SET WS-DRY-EOF TO TRUE
                   NOT AT END
                       PERFORM 5200-DRY-RUN-RECORD
               END-READ
           END-PERFORM
           IF WS-SEG-PENDING
               ADD 1 TO WS-DRY-MALFORMED-COUNT
               SET WS-SEG-PENDING TO FALSE
           END-IF
           CLOSE MSGIN-FILE
           CLOSE ACCTMST-FILE

           IF WS-DRY-CHANGED-COUNT = ZERO
               MOVE "NO MESSAGE WOULD BE HANDLED DIFFERENTLY"
                   TO DRYRPT-RECORD
               WRITE DRYRPT-RECORD
           END-IF
           PERFORM 5700-WRITE-TYPE-SUMMARY
           PERFORM 5750-WRITE-DRY-TOTALS
           CLOSE DRYRPT-FILE

           DISPLAY "MSGRELAY DRY RUN - AS OF " WS-DRY-AS-OF-DATE
               " MESSAGES EVALUATED: " WS-DRY-EVAL-COUNT
               " WOULD CHANGE: " WS-DRY-CHANGED-COUNT
           DISPLAY "MSGRELAY DRY RUN - DESTINATION: " WS-DRY-DEST-COUNT
               " PRIORITY: " WS-DRY-CLASS-COUNT
               " HOLD: " WS-DRY-HOLD-COUNT
               " NOW REJECTED: " WS-DRY-NOW-REJ-COUNT
               " NOW ACCEPTED: " WS-DRY-NOW-ACC-COUNT
           IF WS-DRY-PROBLEM-COUNT > ZERO
               DISPLAY "MSGRELAY DRY RUN - **PROBLEMS** "
                   WS-DRY-PROBLEM-COUNT " CANDIDATE CONTROL RECORD "
                   "PROBLEM(S) LISTED ON DRYRPT - CORRECT THEM "
                   "BEFORE PROMOTION"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "MSGRELAY DRY RUN - NO PROBLEMS FOUND IN THE "
                   "CANDIDATE CONTROL RECORDS"
           END-IF.

       5005-EDIT-AS-OF-DATE.
           MOVE ZERO TO WS-DATE-INPUT
           IF LS-PARM-LENGTH = 14
              AND LS-PARM-TEXT(7:8) NUMERIC
               MOVE LS-PARM-TEXT(7:8) TO WS-DATE-INPUT
           END-IF
           IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
              OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
               DISPLAY "MSGRELAY ERROR - DRY RUN PARM MUST BE "
                   "'DRYRUN' OR 'DRYRUN' FOLLOWED BY A CCYYMMDD "
                   "AS-OF DATE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-DATE-INPUT TO WS-DRY-AS-OF-DATE.

       5090-WRITE-DRY-TITLE.
           MOVE SPACES TO DRYRPT-RECORD
           WRITE DRYRPT-RECORD
           MOVE WS-DRY-TITLE-LINE TO DRYRPT-RECORD
           WRITE DRYRPT-RECORD.

      *----------------------------------------------------------*
      * SAVE THE PRODUCTION TABLES THE STANDARD LOADERS JUST     *
      * BUILT, THEN LOAD EACH SUPPLIED CANDIDATE INTO THE LIVE   *
      * TABLE UNDER THE SAME ACCEPTANCE RULES AND SAVE THAT TOO. *
      * EVERY CANDIDATE RECORD THE NIGHTLY RUN WOULD IGNORE OR   *
      * MISREAD IS LISTED ON DRYRPT INSTEAD OF ONLY WARNED.      *
      *----------------------------------------------------------*
       5100-LOAD-CANDIDATES.
           MOVE WS-ROUTE-TABLE TO WS-DRY-PRD-ROUTES
           MOVE WS-PRIORITY-TABLE TO WS-DRY-PRD-PRIORITIES
           MOVE WS-EDIT-TABLE TO WS-DRY-PRD-EDITS
           MOVE WS-RELTYPE-TABLE TO WS-DRY-PRD-RELTYPES
           MOVE WS-ROUTE-COUNT-USED TO WS-DRY-SRC-PRD-COUNT(1)
           MOVE WS-PRI-COUNT-USED TO WS-DRY-SRC-PRD-COUNT(2)
           MOVE WS-EDIT-COUNT-USED TO WS-DRY-SRC-PRD-COUNT(3)
           MOVE WS-RELTYPE-COUNT-USED TO WS-DRY-SRC-PRD-COUNT(4)

           MOVE "CANDIDATE CONTROL RECORD PROBLEMS" TO DTL-TEXT
           PERFORM 5090-WRITE-DRY-TITLE
           MOVE WS-DRY-PROBLEM-COLUMN-LINE TO DRYRPT-RECORD
           WRITE DRYRPT-RECORD

           PERFORM 5110-LOAD-CAND-ROUTES
           PERFORM 5120-LOAD-CAND-PRIORITIES
           PERFORM 5130-LOAD-CAND-EDITS
           PERFORM 5140-LOAD-CAND-RELTYPES
           IF WS-DRY-PROBLEM-COUNT = ZERO
               MOVE "NO PROBLEMS FOUND IN THE CANDIDATE CONTROL RECORDS"
                   TO DRYRPT-RECORD
               WRITE DRYRPT-RECORD
           END-IF

           MOVE WS-ROUTE-TABLE TO WS-DRY-CND-ROUTES
           MOVE WS-PRIORITY-TABLE TO WS-DRY-CND-PRIORITIES
           MOVE WS-EDIT-TABLE TO WS-DRY-CND-EDITS
           MOVE WS-RELTYPE-TABLE TO WS-DRY-CND-RELTYPES
           MOVE WS-ROUTE-COUNT-USED TO WS-DRY-SRC-CND-COUNT(1)
           MOVE WS-PRI-COUNT-USED TO WS-DRY-SRC-CND-COUNT(2)
           MOVE WS-EDIT-COUNT-USED TO WS-DRY-SRC-CND-COUNT(3)
           MOVE WS-RELTYPE-COUNT-USED TO WS-DRY-SRC-CND-COUNT(4)
           MOVE 'N' TO WS-DRY-SRC-SAME(1) WS-DRY-SRC-SAME(2)
               WS-DRY-SRC-SAME(3) WS-DRY-SRC-SAME(4)
           IF WS-DRY-CND-ROUTES = WS-DRY-PRD-ROUTES
               MOVE 'Y' TO WS-DRY-SRC-SAME(1)
           END-IF
           IF WS-DRY-CND-PRIORITIES = WS-DRY-PRD-PRIORITIES
               MOVE 'Y' TO WS-DRY-SRC-SAME(2)
           END-IF
           IF WS-DRY-CND-EDITS = WS-DRY-PRD-EDITS
               MOVE 'Y' TO WS-DRY-SRC-SAME(3)
           END-IF
           IF WS-DRY-CND-RELTYPES = WS-DRY-PRD-RELTYPES
               MOVE 'Y' TO WS-DRY-SRC-SAME(4)
           END-IF
           PERFORM 5180-WRITE-CAND-SOURCES.

       5110-LOAD-CAND-ROUTES.
           MOVE "CANDRTE" TO WS-DRY-PRB-DD
           MOVE ZERO TO WS-DRY-CAND-RECNO
           SET WS-DRY-CAND-EOF TO FALSE
           OPEN INPUT CANDRTE-FILE
           EVALUATE WS-CANDRTE-STATUS
               WHEN "05"
                   MOVE 'N' TO WS-DRY-SRC-SUPPLIED(1)
               WHEN "00"
                   MOVE 'Y' TO WS-DRY-SRC-SUPPLIED(1)
                   MOVE ZERO TO WS-ROUTE-COUNT-USED
                   PERFORM UNTIL WS-DRY-CAND-EOF
                       READ CANDRTE-FILE
                           AT END
                               SET WS-DRY-CAND-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-DRY-CAND-RECNO
                               PERFORM 5115-CHECK-CAND-ROUTE
                       END-READ
                   END-PERFORM
                   IF WS-ROUTE-COUNT-USED = ZERO
                       MOVE ZERO TO WS-DRY-CAND-RECNO
                       MOVE SPACES TO WS-DRY-PRB-TYPE
                       MOVE SPACES TO WS-DRY-PRB-IMAGE
                       MOVE
                           "NO VALID ROUTING ENTRIES - ALL TO CATCH-ALL"
                           TO WS-DRY-PRB-TEXT
                       PERFORM 5190-WRITE-PROBLEM
                   END-IF
               WHEN OTHER
                   DISPLAY "MSGRELAY ERROR - UNABLE TO OPEN CANDRTE, "
                       "STATUS=" WS-CANDRTE-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE MSGIN-FILE
                   CLOSE DRYRPT-FILE
                   GOBACK
           END-EVALUATE
           CLOSE CANDRTE-FILE.

       5115-CHECK-CAND-ROUTE.
           MOVE CRT-TYPE-CODE TO WS-DRY-PRB-TYPE
           MOVE CANDRTE-RECORD(1:40) TO WS-DRY-PRB-IMAGE
           EVALUATE TRUE
               WHEN CRT-TYPE-CODE = SPACES
               WHEN CRT-TYPE-CODE = LOW-VALUES
                   IF CANDRTE-RECORD(5:76) NOT = SPACES
                      AND CANDRTE-RECORD(5:76) NOT = LOW-VALUES
                       MOVE "BLANK TYPE CODE - RECORD IGNORED"
                           TO WS-DRY-PRB-TEXT
                       PERFORM 5190-WRITE-PROBLEM
                   END-IF
               WHEN CRT-DEST-NO NOT NUMERIC
               WHEN CRT-DEST-NO < "01"
               WHEN CRT-DEST-NO > "08"
                   MOVE "INVALID DESTINATION - ENTRY IGNORED"
                       TO WS-DRY-PRB-TEXT
                   PERFORM 5190-WRITE-PROBLEM
               WHEN WS-ROUTE-COUNT-USED NOT < 200
                   MOVE "ROUTE TABLE FULL (200) - ENTRY IGNORED"
                       TO WS-DRY-PRB-TEXT
                   PERFORM 5190-WRITE-PROBLEM
               WHEN OTHER
                   PERFORM 5116-ADD-CAND-ROUTE
           END-EVALUATE.

      *    A TYPE LISTED FOR SEVERAL DESTINATIONS IS SENT TO EACH,
      *    SO THE SAME TYPE AND DESTINATION LISTED TWICE WOULD
      *    SEND EVERY MESSAGE OF THE TYPE THERE TWICE.
       5116-ADD-CAND-ROUTE.
           MOVE CRT-DEST-NO TO WS-ROUTE-DEST-WORK
           SET WS-DRY-DUP-FOUND TO FALSE
           PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                   UNTIL WS-ROUTE-IDX > WS-ROUTE-COUNT-USED
               IF WS-ROUTE-TYPE-CODE(WS-ROUTE-IDX) = CRT-TYPE-CODE
                  AND WS-ROUTE-DEST-NO(WS-ROUTE-IDX) =
                       WS-ROUTE-DEST-WORK
                   SET WS-DRY-DUP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-DRY-DUP-FOUND
               MOVE "DUPLICATE TYPE AND DESTINATION - SENT TWICE"
                   TO WS-DRY-PRB-TEXT
               PERFORM 5190-WRITE-PROBLEM
           END-IF
           ADD 1 TO WS-ROUTE-COUNT-USED
           SET WS-ROUTE-IDX TO WS-ROUTE-COUNT-USED
           MOVE CRT-TYPE-CODE TO WS-ROUTE-TYPE-CODE(WS-ROUTE-IDX)
           MOVE WS-ROUTE-DEST-WORK TO WS-ROUTE-DEST-NO(WS-ROUTE-IDX)
           IF CRT-ENRICH-FLAG = 'E'
              OR CRT-ENRICH-FLAG = SPACES
              OR CRT-ENRICH-FLAG = LOW-VALUES
               MOVE CRT-ENRICH-FLAG TO WS-ROUTE-ENRICH(WS-ROUTE-IDX)
           ELSE
               MOVE "INVALID ENRICH FLAG - STANDARD FORMAT USED"
                   TO WS-DRY-PRB-TEXT
               PERFORM 5190-WRITE-PROBLEM
               MOVE SPACES TO WS-ROUTE-ENRICH(WS-ROUTE-IDX)
           END-IF.

       5120-LOAD-CAND-PRIORITIES.
           MOVE "CANDPRI" TO WS-DRY-PRB-DD
           MOVE ZERO TO WS-DRY-CAND-RECNO
           SET WS-DRY-CAND-EOF TO FALSE
           OPEN INPUT CANDPRI-FILE
           EVALUATE WS-CANDPRI-STATUS
               WHEN "05"
                   MOVE 'N' TO WS-DRY-SRC-SUPPLIED(2)
               WHEN "00"
                   MOVE 'Y' TO WS-DRY-SRC-SUPPLIED(2)
                   MOVE ZERO TO WS-PRI-COUNT-USED
                   PERFORM UNTIL WS-DRY-CAND-EOF
                       READ CANDPRI-FILE
                           AT END
                               SET WS-DRY-CAND-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-DRY-CAND-RECNO
                               PERFORM 5125-CHECK-CAND-PRIORITY
                       END-READ
                   END-PERFORM
               WHEN OTHER
                   DISPLAY "MSGRELAY ERROR - UNABLE TO OPEN CANDPRI, "
                       "STATUS=" WS-CANDPRI-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE MSGIN-FILE
                   CLOSE DRYRPT-FILE
                   GOBACK
           END-EVALUATE
           CLOSE CANDPRI-FILE.

       5125-CHECK-CAND-PRIORITY.
           MOVE CPR-TYPE-CODE TO WS-DRY-PRB-TYPE
           MOVE CANDPRI-RECORD(1:40) TO WS-DRY-PRB-IMAGE
           EVALUATE TRUE
               WHEN CPR-TYPE-CODE = SPACES
               WHEN CPR-TYPE-CODE = LOW-VALUES
                   IF CANDPRI-RECORD(5:76) NOT = SPACES
                      AND CANDPRI-RECORD(5:76) NOT = LOW-VALUES
                       MOVE "BLANK TYPE CODE - RECORD IGNORED"
                           TO WS-DRY-PRB-TEXT
                       PERFORM 5190-WRITE-PROBLEM
                   END-IF
               WHEN CPR-CLASS NOT = 'H' AND NOT = 'B'
                   MOVE "INVALID PRIORITY CLASS - ENTRY IGNORED"
                       TO WS-DRY-PRB-TEXT
                   PERFORM 5190-WRITE-PROBLEM
               WHEN WS-PRI-COUNT-USED NOT < 200
                   MOVE "PRIORITY TABLE FULL (200) - ENTRY IGNORED"
                       TO WS-DRY-PRB-TEXT
                   PERFORM 5190-WRITE-PROBLEM
               WHEN OTHER
                   PERFORM 5126-ADD-CAND-PRIORITY
           END-EVALUATE.

      *    THE PRIORITY LOOKUP STOPS AT THE FIRST ENTRY FOR A TYPE,
      *    SO A LATER ENTRY FOR THE SAME TYPE NEVER TAKES EFFECT.
       5126-ADD-CAND-PRIORITY.
           SET WS-DRY-DUP-FOUND TO FALSE
           PERFORM VARYING WS-PRI-IDX FROM 1 BY 1
                   UNTIL WS-PRI-IDX > WS-PRI-COUNT-USED
               IF WS-PRI-TYPE-CODE(WS-PRI-IDX) = CPR-TYPE-CODE
                   SET WS-DRY-DUP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-DRY-DUP-FOUND
               MOVE "TYPE ALREADY LISTED - FIRST ENTRY TAKES EFFECT"
                   TO WS-DRY-PRB-TEXT
               PERFORM 5190-WRITE-PROBLEM
           END-IF
           ADD 1 TO WS-PRI-COUNT-USED
           SET WS-PRI-IDX TO WS-PRI-COUNT-USED
           MOVE CPR-TYPE-CODE TO WS-PRI-TYPE-CODE(WS-PRI-IDX)
           MOVE CPR-CLASS TO WS-PRI-CLASS(WS-PRI-IDX).

       5130-LOAD-CAND-EDITS.
           MOVE "CANDEDT" TO WS-DRY-PRB-DD
           MOVE ZERO TO WS-DRY-CAND-RECNO
           SET WS-DRY-CAND-EOF TO FALSE
           OPEN INPUT CANDEDT-FILE
           EVALUATE WS-CANDEDT-STATUS
               WHEN "05"
                   MOVE 'N' TO WS-DRY-SRC-SUPPLIED(3)
               WHEN "00"
                   MOVE 'Y' TO WS-DRY-SRC-SUPPLIED(3)
                   MOVE ZERO TO WS-EDIT-COUNT-USED
                   PERFORM UNTIL WS-DRY-CAND-EOF
                       READ CANDEDT-FILE
                           AT END
                               SET WS-DRY-CAND-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-DRY-CAND-RECNO
                               PERFORM 5135-CHECK-CAND-EDIT
                       END-READ
                   END-PERFORM
                   IF WS-EDIT-COUNT-USED = ZERO
                       MOVE ZERO TO WS-DRY-CAND-RECNO
                       MOVE SPACES TO WS-DRY-PRB-TYPE
                       MOVE SPACES TO WS-DRY-PRB-IMAGE
                       MOVE
                           "NO VALID EDIT RULES - NO CONTENT EDITS"
                           TO WS-DRY-PRB-TEXT
                       PERFORM 5190-WRITE-PROBLEM
                   END-IF
               WHEN OTHER
                   DISPLAY "MSGRELAY ERROR - UNABLE TO OPEN CANDEDT, "
                       "STATUS=" WS-CANDEDT-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE MSGIN-FILE
                   CLOSE DRYRPT-FILE
                   GOBACK
           END-EVALUATE
           CLOSE CANDEDT-FILE.

       5135-CHECK-CAND-EDIT.
           MOVE CED-TYPE-CODE TO WS-DRY-PRB-TYPE
           MOVE CANDEDT-RECORD(1:40) TO WS-DRY-PRB-IMAGE
           EVALUATE TRUE
               WHEN CED-TYPE-CODE = SPACES
               WHEN CED-TYPE-CODE = LOW-VALUES
                   IF CANDEDT-RECORD(5:76) NOT = SPACES
                      AND CANDEDT-RECORD(5:76) NOT = LOW-VALUES
                       MOVE "BLANK TYPE CODE - RECORD IGNORED"
                           TO WS-DRY-PRB-TEXT
                       PERFORM 5190-WRITE-PROBLEM
                   END-IF
               WHEN CED-RULE-KIND NOT = 'N' AND NOT = 'D'
                                 AND NOT = 'B' AND NOT = 'V'
                   MOVE "INVALID RULE KIND - ENTRY IGNORED"
                       TO WS-DRY-PRB-TEXT
                   PERFORM 5190-WRITE-PROBLEM
               WHEN CED-START NOT NUMERIC
               WHEN CED-LENGTH NOT NUMERIC
                   MOVE "NON-NUMERIC START OR LENGTH - ENTRY IGNORED"
                       TO WS-DRY-PRB-TEXT
                   PERFORM 5190-WRITE-PROBLEM
               WHEN OTHER
                   PERFORM 5136-CHECK-CAND-EDIT-POSITIONS
           END-EVALUATE.

       5136-CHECK-CAND-EDIT-POSITIONS.
           MOVE CED-START TO WS-EDIT-START-WORK
           MOVE CED-LENGTH TO WS-EDIT-LENGTH-WORK
           COMPUTE WS-EDIT-END-POS =
               WS-EDIT-START-WORK + WS-EDIT-LENGTH-WORK - 1
           EVALUATE TRUE
               WHEN WS-EDIT-START-WORK < 1
               WHEN WS-EDIT-LENGTH-WORK < 1
               WHEN WS-EDIT-END-POS > 86
                   MOVE
                       "FIELD OUTSIDE MSG-TEXT 1-86 - ENTRY IGNORED"
                       TO WS-DRY-PRB-TEXT
                   PERFORM 5190-WRITE-PROBLEM
               WHEN CED-RULE-KIND = 'D'
                AND WS-EDIT-LENGTH-WORK NOT = 8
                   MOVE "DATE RULE LENGTH NOT 8 - ENTRY IGNORED"
                       TO WS-DRY-PRB-TEXT
                   PERFORM 5190-WRITE-PROBLEM
               WHEN CED-RULE-KIND = 'V'
                AND WS-EDIT-LENGTH-WORK > 10
                   MOVE "VALUE RULE LENGTH OVER 10 - ENTRY IGNORED"
                       TO WS-DRY-PRB-TEXT
                   PERFORM 5190-WRITE-PROBLEM
               WHEN WS-EDIT-COUNT-USED NOT < 200
                   MOVE "EDIT RULE TABLE FULL (200) - ENTRY IGNORED"
                       TO WS-DRY-PRB-TEXT
                   PERFORM 5190-WRITE-PROBLEM
               WHEN OTHER
                   PERFORM 5137-ADD-CAND-EDIT
           END-EVALUATE.

       5137-ADD-CAND-EDIT.
           ADD 1 TO WS-EDIT-COUNT-USED
           MOVE CED-TYPE-CODE TO WS-EDIT-TYPE-CODE(WS-EDIT-COUNT-USED)
           MOVE CED-RULE-KIND TO WS-EDIT-RULE-KIND(WS-EDIT-COUNT-USED)
           MOVE WS-EDIT-START-WORK TO
               WS-EDIT-START(WS-EDIT-COUNT-USED)
           MOVE WS-EDIT-LENGTH-WORK TO
               WS-EDIT-LENGTH(WS-EDIT-COUNT-USED)
           PERFORM VARYING WS-EDIT-VAL-NO FROM 1 BY 1
                   UNTIL WS-EDIT-VAL-NO > 5
               MOVE CED-VALUE-ITEM(WS-EDIT-VAL-NO) TO
                   WS-EDIT-VALUE-ITEM
                       (WS-EDIT-COUNT-USED WS-EDIT-VAL-NO)
           END-PERFORM
           IF CED-RULE-KIND = 'V'
               PERFORM 5138-CHECK-CAND-VALUES
           END-IF.

      *    A VALUE-LIST RULE WITH NO VALUES FAILS EVERY MESSAGE OF
      *    ITS TYPE, AND ONLY THE FIRST LENGTH BYTES OF EACH VALUE
      *    ARE EVER COMPARED, SO A LONGER VALUE CAN NEVER MATCH AS
      *    WRITTEN.
       5138-CHECK-CAND-VALUES.
           MOVE ZERO TO WS-DRY-VALUE-COUNT
           PERFORM VARYING WS-EDIT-VAL-NO FROM 1 BY 1
                   UNTIL WS-EDIT-VAL-NO > 5
               IF CED-VALUE-ITEM(WS-EDIT-VAL-NO) NOT = SPACES
                   ADD 1 TO WS-DRY-VALUE-COUNT
                   IF WS-EDIT-LENGTH-WORK < 10
                      AND CED-VALUE-ITEM(WS-EDIT-VAL-NO)
                          (WS-EDIT-LENGTH-WORK + 1:) NOT = SPACES
                       MOVE
                           "VALUE LONGER THAN FIELD - TAIL IGNORED"
                           TO WS-DRY-PRB-TEXT
                       PERFORM 5190-WRITE-PROBLEM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DRY-VALUE-COUNT = ZERO
               MOVE "VALUE RULE HAS NO VALUES - EVERY MESSAGE FAILS"
                   TO WS-DRY-PRB-TEXT
               PERFORM 5190-WRITE-PROBLEM
           END-IF.

       5140-LOAD-CAND-RELTYPES.
           MOVE "CANDREL" TO WS-DRY-PRB-DD
           MOVE ZERO TO WS-DRY-CAND-RECNO
           SET WS-DRY-CAND-EOF TO FALSE
           OPEN INPUT CANDREL-FILE
           EVALUATE WS-CANDREL-STATUS
               WHEN "05"
                   MOVE 'N' TO WS-DRY-SRC-SUPPLIED(4)
               WHEN "00"
                   MOVE 'Y' TO WS-DRY-SRC-SUPPLIED(4)
                   MOVE ZERO TO WS-RELTYPE-COUNT-USED
                   PERFORM UNTIL WS-DRY-CAND-EOF
                       READ CANDREL-FILE
                           AT END
                               SET WS-DRY-CAND-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-DRY-CAND-RECNO
                               PERFORM 5145-CHECK-CAND-RELTYPE
                       END-READ
                   END-PERFORM
               WHEN OTHER
                   DISPLAY "MSGRELAY ERROR - UNABLE TO OPEN CANDREL, "
                       "STATUS=" WS-CANDREL-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE MSGIN-FILE
                   CLOSE DRYRPT-FILE
                   GOBACK
           END-EVALUATE
           CLOSE CANDREL-FILE.

       5145-CHECK-CAND-RELTYPE.
           MOVE CRL-TYPE-CODE TO WS-DRY-PRB-TYPE
           MOVE CANDREL-RECORD(1:40) TO WS-DRY-PRB-IMAGE
           EVALUATE TRUE
               WHEN CRL-TYPE-CODE = SPACES
               WHEN CRL-TYPE-CODE = LOW-VALUES
                   IF CANDREL-RECORD(5:76) NOT = SPACES
                      AND CANDREL-RECORD(5:76) NOT = LOW-VALUES
                       MOVE "BLANK TYPE CODE - RECORD IGNORED"
                           TO WS-DRY-PRB-TEXT
                       PERFORM 5190-WRITE-PROBLEM
                   END-IF
               WHEN CRL-DATE-POS NOT NUMERIC
               WHEN CRL-DATE-POS < "01"
               WHEN CRL-DATE-POS > "79"
                   MOVE "INVALID DATE POSITION - ENTRY IGNORED"
                       TO WS-DRY-PRB-TEXT
                   PERFORM 5190-WRITE-PROBLEM
               WHEN WS-RELTYPE-COUNT-USED NOT < 50
                   MOVE "RELEASE TYPE TABLE FULL (50) - ENTRY IGNORED"
                       TO WS-DRY-PRB-TEXT
                   PERFORM 5190-WRITE-PROBLEM
               WHEN OTHER
                   PERFORM 5146-ADD-CAND-RELTYPE
           END-EVALUATE.

      *    THE RELEASE-DATE LOOKUP ALSO STOPS AT THE FIRST ENTRY
      *    FOR A TYPE.
       5146-ADD-CAND-RELTYPE.
           SET WS-DRY-DUP-FOUND TO FALSE
           PERFORM VARYING WS-RELTYPE-IDX FROM 1 BY 1
                   UNTIL WS-RELTYPE-IDX > WS-RELTYPE-COUNT-USED
               IF WS-RELTYPE-CODE(WS-RELTYPE-IDX) = CRL-TYPE-CODE
                   SET WS-DRY-DUP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-DRY-DUP-FOUND
               MOVE "TYPE ALREADY LISTED - FIRST ENTRY TAKES EFFECT"
                   TO WS-DRY-PRB-TEXT
               PERFORM 5190-WRITE-PROBLEM
           END-IF
           ADD 1 TO WS-RELTYPE-COUNT-USED
           SET WS-RELTYPE-IDX TO WS-RELTYPE-COUNT-USED
           MOVE CRL-TYPE-CODE TO WS-RELTYPE-CODE(WS-RELTYPE-IDX)
           MOVE CRL-DATE-POS TO WS-RELTYPE-POS(WS-RELTYPE-IDX).

       5180-WRITE-CAND-SOURCES.
           MOVE "CANDIDATE CONTROL DATASETS" TO DTL-TEXT
           PERFORM 5090-WRITE-DRY-TITLE
           MOVE WS-DRY-SOURCE-COLUMN-LINE TO DRYRPT-RECORD
           WRITE DRYRPT-RECORD
           PERFORM VARYING WS-DRY-SUB FROM 1 BY 1
                   UNTIL WS-DRY-SUB > 4
               MOVE WS-DRY-CAND-DD(WS-DRY-SUB) TO DSR-DD
               MOVE WS-DRY-PROD-DD(WS-DRY-SUB) TO DSR-PRD-DD
               MOVE WS-DRY-SRC-CND-COUNT(WS-DRY-SUB) TO DSR-CND-COUNT
               MOVE WS-DRY-SRC-PRD-COUNT(WS-DRY-SUB) TO DSR-PRD-COUNT
               EVALUATE TRUE
                   WHEN WS-DRY-SRC-SUPPLIED(WS-DRY-SUB) = 'N'
                       MOVE "NOT SUPPLIED" TO DSR-STATUS
                       MOVE "PRODUCTION ENTRIES USED UNCHANGED"
                           TO DSR-NOTE
                   WHEN WS-DRY-SRC-SAME(WS-DRY-SUB) = 'Y'
                       MOVE "SUPPLIED" TO DSR-STATUS
                       MOVE "LOADS THE SAME ENTRIES AS PRODUCTION"
                           TO DSR-NOTE
                   WHEN OTHER
                       MOVE "SUPPLIED" TO DSR-STATUS
                       MOVE "DIFFERS FROM PRODUCTION" TO DSR-NOTE
               END-EVALUATE
               MOVE WS-DRY-SOURCE-LINE TO DRYRPT-RECORD
               WRITE DRYRPT-RECORD
           END-PERFORM.

       5190-WRITE-PROBLEM.
           MOVE WS-DRY-PRB-DD TO DPB-DD
           MOVE WS-DRY-CAND-RECNO TO DPB-RECNO
           MOVE WS-DRY-PRB-TYPE TO DPB-TYPE
           MOVE WS-DRY-PRB-TEXT TO DPB-TEXT
           MOVE WS-DRY-PRB-IMAGE TO DPB-IMAGE
           MOVE WS-DRY-PROBLEM-LINE TO DRYRPT-RECORD
           WRITE DRYRPT-RECORD
           ADD 1 TO WS-DRY-PROBLEM-COUNT.

      *----------------------------------------------------------*
      * GROUP THE SAMPLE INTO LOGICAL MESSAGES THE WAY THE RELAY *
      * PASS DOES. SEGCTL IS NOT A CANDIDATE, SO A BROKEN GROUP  *
      * OR A BLANK TYPE IS REJECTED UNDER EITHER CONTROL SET AND *
      * IS ONLY COUNTED. SENDER BATCH CONTROL RECORDS ARE        *
      * SKIPPED.                                                 *
      *----------------------------------------------------------*
       5200-DRY-RUN-RECORD.
           ADD 1 TO WS-DRY-INPUT-COUNT
           MOVE MSGIN-RECORD TO WS-BATCH-RAW-RECORD
           IF BCH-RECORD-TYPE = "BHDREC"
              OR BCH-RECORD-TYPE = "BTRREC"
               ADD 1 TO WS-DRY-CONTROL-COUNT
           ELSE
               MOVE MSGIN-RECORD TO WS-AREA-1
               PERFORM 1005-CHECK-SEG-REGISTERED
               IF NOT WS-SEG-REGISTERED
                   PERFORM 5210-DRY-WHOLE-MESSAGE
               ELSE
                   EVALUATE TRUE
                       WHEN SEG-FIRST
                           PERFORM 5220-DRY-START-GROUP
                       WHEN SEG-CONTINUATION
                       WHEN SEG-LAST
                           PERFORM 5230-DRY-ADD-CONTINUATION
                       WHEN OTHER
                           PERFORM 5210-DRY-WHOLE-MESSAGE
                   END-EVALUATE
               END-IF
           END-IF.

       5210-DRY-WHOLE-MESSAGE.
           IF WS-SEG-PENDING
               ADD 1 TO WS-DRY-MALFORMED-COUNT
               SET WS-SEG-PENDING TO FALSE
           END-IF
           MOVE 1 TO WS-SEG-COUNT
           MOVE WS-AREA-1 TO WS-SEG-RECORD(1)
           MOVE WS-DRY-INPUT-COUNT TO WS-DRY-GROUP-RECNO
           PERFORM 1060-ASSEMBLE-GROUP
           PERFORM 5300-EVALUATE-MESSAGE
           MOVE ZERO TO WS-SEG-COUNT.

       5220-DRY-START-GROUP.
           IF WS-SEG-PENDING
               ADD 1 TO WS-DRY-MALFORMED-COUNT
           END-IF
           SET WS-SEG-PENDING TO TRUE
           MOVE 1 TO WS-SEG-COUNT
           MOVE WS-AREA-1 TO WS-SEG-RECORD(1)
           MOVE WS-DRY-INPUT-COUNT TO WS-DRY-GROUP-RECNO.

      *    A BROKEN GROUP AND THE SEGMENT THAT BROKE IT ARE TWO
      *    REJECTS IN THE RELAY PASS, SO THEY COUNT TWICE HERE.
       5230-DRY-ADD-CONTINUATION.
           EVALUATE TRUE
               WHEN NOT WS-SEG-PENDING
                   ADD 1 TO WS-DRY-MALFORMED-COUNT
               WHEN WS-SEG-RECORD(1)(1:14) NOT = WS-AREA-1(1:14)
               WHEN WS-SEG-COUNT >= 5
                   ADD 2 TO WS-DRY-MALFORMED-COUNT
                   SET WS-SEG-PENDING TO FALSE
                   MOVE ZERO TO WS-SEG-COUNT
               WHEN OTHER
                   ADD 1 TO WS-SEG-COUNT
                   MOVE WS-AREA-1 TO WS-SEG-RECORD(WS-SEG-COUNT)
                   IF SEG-LAST
                       PERFORM 1060-ASSEMBLE-GROUP
                       PERFORM 5300-EVALUATE-MESSAGE
                       SET WS-SEG-PENDING TO FALSE
                       MOVE ZERO TO WS-SEG-COUNT
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------*
      * JUDGE ONE LOGICAL MESSAGE UNDER THE PRODUCTION CONTROLS  *
      * AND THEN THE CANDIDATE ONES. THE ACCOUNT CHECK DOES NOT  *
      * DEPEND ON THE CONTROLS, SO IT IS MADE ONCE FOR BOTH.     *
      *----------------------------------------------------------*
       5300-EVALUATE-MESSAGE.
           IF WS-ASM-TYPE-CODE = SPACES
              OR WS-ASM-TYPE-CODE = LOW-VALUES
               ADD 1 TO WS-DRY-MALFORMED-COUNT
           ELSE
               ADD 1 TO WS-DRY-EVAL-COUNT
               PERFORM 1200-VALIDATE-ACCOUNT
               MOVE WS-DRY-PRD-ROUTES TO WS-ROUTE-TABLE
               MOVE WS-DRY-PRD-PRIORITIES TO WS-PRIORITY-TABLE
               MOVE WS-DRY-PRD-EDITS TO WS-EDIT-TABLE
               MOVE WS-DRY-PRD-RELTYPES TO WS-RELTYPE-TABLE
               MOVE 1 TO WS-DRY-SET
               PERFORM 5320-EVALUATE-CONTROL-SET
               MOVE WS-DRY-CND-ROUTES TO WS-ROUTE-TABLE
               MOVE WS-DRY-CND-PRIORITIES TO WS-PRIORITY-TABLE
               MOVE WS-DRY-CND-EDITS TO WS-EDIT-TABLE
               MOVE WS-DRY-CND-RELTYPES TO WS-RELTYPE-TABLE
               MOVE 2 TO WS-DRY-SET
               PERFORM 5320-EVALUATE-CONTROL-SET
               PERFORM 5400-COMPARE-RESULTS
           END-IF.

      *    THE SAME DECISIONS IN THE SAME ORDER AS 1070 AND 1250:
      *    ACCOUNT, EDIT RULES, RELEASE DATE, THEN ROUTING.
       5320-EVALUATE-CONTROL-SET.
           MOVE SPACES TO WS-DRY-RESULT(WS-DRY-SET)
           MOVE ZERO TO WS-DRY-REL-DATE(WS-DRY-SET)
           MOVE 'B' TO WS-DRY-CLASS(WS-DRY-SET)
           PERFORM VARYING WS-PRI-IDX FROM 1 BY 1
                   UNTIL WS-PRI-IDX > WS-PRI-COUNT-USED
               IF WS-PRI-TYPE-CODE(WS-PRI-IDX) = WS-ASM-TYPE-CODE
                   MOVE WS-PRI-CLASS(WS-PRI-IDX)
                       TO WS-DRY-CLASS(WS-DRY-SET)
                   SET WS-PRI-IDX TO WS-PRI-COUNT-USED
               END-IF
           END-PERFORM
           IF NOT WS-ACCT-VALID
               SET WS-DRY-REJECTED(WS-DRY-SET) TO TRUE
               MOVE WS-ACCT-REJECT-REASON TO WS-DRY-REASON(WS-DRY-SET)
           ELSE
               PERFORM 1300-APPLY-EDIT-RULES
               IF NOT WS-EDIT-PASSED
                   SET WS-DRY-REJECTED(WS-DRY-SET) TO TRUE
                   STRING "EDIT RULE " WS-EDIT-FAILED-RULE " FAILED"
                       DELIMITED BY SIZE
                       INTO WS-DRY-REASON(WS-DRY-SET)
               ELSE
                   PERFORM 1255-CHECK-RELEASE-DATE
                   IF WS-MSG-FUTURE-DATED
                       SET WS-DRY-HELD(WS-DRY-SET) TO TRUE
                       MOVE WS-REL-DATE-WORK
                           TO WS-DRY-REL-DATE(WS-DRY-SET)
                   ELSE
                       SET WS-DRY-RELAYS(WS-DRY-SET) TO TRUE
                       PERFORM 5330-FIND-DESTINATIONS
                   END-IF
               END-IF
           END-IF.

       5330-FIND-DESTINATIONS.
           PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                   UNTIL WS-ROUTE-IDX > WS-ROUTE-COUNT-USED
               IF WS-ROUTE-TYPE-CODE(WS-ROUTE-IDX) = WS-ASM-TYPE-CODE
                   MOVE WS-ROUTE-DEST-NO(WS-ROUTE-IDX) TO WS-DRY-SUB
                   IF WS-ROUTE-ENRICH(WS-ROUTE-IDX) = 'E'
                       MOVE 'E' TO WS-DRY-DEST-MAP(WS-DRY-SET)
                           (WS-DRY-SUB:1)
                   ELSE
                       MOVE 'S' TO WS-DRY-DEST-MAP(WS-DRY-SET)
                           (WS-DRY-SUB:1)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DRY-DEST-MAP(WS-DRY-SET) = SPACES
               MOVE 'C' TO WS-DRY-DEST-MAP(WS-DRY-SET)(9:1)
           END-IF.

      *----------------------------------------------------------*
      * A HOLD CHANGE IS A MESSAGE HELD UNDER ONE SET AND NOT    *
      * THE OTHER, OR HELD UNDER BOTH TO DIFFERENT DATES. A      *
      * REJECTED MESSAGE GOES NOWHERE, SO ITS DESTINATION AND    *
      * CLASS ARE ONLY COMPARED WHEN NEITHER SIDE REJECTS IT.    *
      *----------------------------------------------------------*
       5400-COMPARE-RESULTS.
           SET WS-DRY-DEST-CHANGED TO FALSE
           SET WS-DRY-CLASS-CHANGED TO FALSE
           SET WS-DRY-HOLD-CHANGED TO FALSE
           SET WS-DRY-NOW-REJECTED TO FALSE
           SET WS-DRY-NOW-ACCEPTED TO FALSE
           EVALUATE TRUE
               WHEN WS-DRY-REJECTED(1)
                AND NOT WS-DRY-REJECTED(2)
                   SET WS-DRY-NOW-ACCEPTED TO TRUE
               WHEN WS-DRY-REJECTED(2)
                AND NOT WS-DRY-REJECTED(1)
                   SET WS-DRY-NOW-REJECTED TO TRUE
               WHEN NOT WS-DRY-REJECTED(1)
                   IF WS-DRY-OUTCOME(1) NOT = WS-DRY-OUTCOME(2)
                      OR WS-DRY-REL-DATE(1) NOT = WS-DRY-REL-DATE(2)
                       SET WS-DRY-HOLD-CHANGED TO TRUE
                   END-IF
                   IF WS-DRY-RELAYS(1) AND WS-DRY-RELAYS(2)
                      AND WS-DRY-DEST-MAP(1) NOT = WS-DRY-DEST-MAP(2)
                       SET WS-DRY-DEST-CHANGED TO TRUE
                   END-IF
                   IF WS-DRY-CLASS(1) NOT = WS-DRY-CLASS(2)
                       SET WS-DRY-CLASS-CHANGED TO TRUE
                   END-IF
           END-EVALUATE
           PERFORM 5410-TALLY-BY-TYPE
           IF WS-DRY-DEST-CHANGED OR WS-DRY-CLASS-CHANGED
              OR WS-DRY-HOLD-CHANGED OR WS-DRY-NOW-REJECTED
              OR WS-DRY-NOW-ACCEPTED
               ADD 1 TO WS-DRY-CHANGED-COUNT
               IF WS-DRY-DETAIL-COUNT < 500
                   PERFORM 5420-WRITE-CHANGE-DETAIL
               ELSE
                   ADD 1 TO WS-DRY-UNLISTED-COUNT
               END-IF
           END-IF.

       5410-TALLY-BY-TYPE.
           SET WS-DRY-TYPE-TRACKED TO FALSE
           PERFORM VARYING WS-DRY-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-DRY-TYPE-IDX > WS-DRY-TYPE-COUNT-USED
                      OR WS-DRY-TYPE-TRACKED
               IF WS-DRY-TYPE-CODE(WS-DRY-TYPE-IDX) = WS-ASM-TYPE-CODE
                   SET WS-DRY-TYPE-TRACKED TO TRUE
               END-IF
           END-PERFORM
           IF WS-DRY-TYPE-TRACKED
               SET WS-DRY-TYPE-IDX DOWN BY 1
           ELSE
               IF WS-DRY-TYPE-COUNT-USED < 500
                   ADD 1 TO WS-DRY-TYPE-COUNT-USED
                   SET WS-DRY-TYPE-IDX TO WS-DRY-TYPE-COUNT-USED
                   MOVE WS-ASM-TYPE-CODE
                       TO WS-DRY-TYPE-CODE(WS-DRY-TYPE-IDX)
                   MOVE ZERO TO WS-DRY-TYPE-MSGS(WS-DRY-TYPE-IDX)
                       WS-DRY-TYPE-CHANGED(WS-DRY-TYPE-IDX)
                       WS-DRY-TYPE-DEST(WS-DRY-TYPE-IDX)
                       WS-DRY-TYPE-CLASS(WS-DRY-TYPE-IDX)
                       WS-DRY-TYPE-HOLD(WS-DRY-TYPE-IDX)
                       WS-DRY-TYPE-NOW-REJ(WS-DRY-TYPE-IDX)
                       WS-DRY-TYPE-NOW-ACC(WS-DRY-TYPE-IDX)
                   SET WS-DRY-TYPE-TRACKED TO TRUE
               ELSE
                   IF NOT WS-DRY-TYPE-FULL-WARNED
                       DISPLAY "MSGRELAY WARNING - DRY RUN TYPE TABLE "
                           "FULL AT 500 TYPES, LATER TYPES COUNTED IN "
                           "THE TOTALS ONLY"
                       SET WS-DRY-TYPE-FULL-WARNED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-DRY-TYPE-TRACKED
               ADD 1 TO WS-DRY-TYPE-MSGS(WS-DRY-TYPE-IDX)
               IF WS-DRY-DEST-CHANGED OR WS-DRY-CLASS-CHANGED
                  OR WS-DRY-HOLD-CHANGED OR WS-DRY-NOW-REJECTED
                  OR WS-DRY-NOW-ACCEPTED
                   ADD 1 TO WS-DRY-TYPE-CHANGED(WS-DRY-TYPE-IDX)
               END-IF
           END-IF
           IF WS-DRY-DEST-CHANGED
               ADD 1 TO WS-DRY-DEST-COUNT
               IF WS-DRY-TYPE-TRACKED
                   ADD 1 TO WS-DRY-TYPE-DEST(WS-DRY-TYPE-IDX)
               END-IF
           END-IF
           IF WS-DRY-CLASS-CHANGED
               ADD 1 TO WS-DRY-CLASS-COUNT
               IF WS-DRY-TYPE-TRACKED
                   ADD 1 TO WS-DRY-TYPE-CLASS(WS-DRY-TYPE-IDX)
               END-IF
           END-IF
           IF WS-DRY-HOLD-CHANGED
               ADD 1 TO WS-DRY-HOLD-COUNT
               IF WS-DRY-TYPE-TRACKED
                   ADD 1 TO WS-DRY-TYPE-HOLD(WS-DRY-TYPE-IDX)
               END-IF
           END-IF
           IF WS-DRY-NOW-REJECTED
               ADD 1 TO WS-DRY-NOW-REJ-COUNT
               IF WS-DRY-TYPE-TRACKED
                   ADD 1 TO WS-DRY-TYPE-NOW-REJ(WS-DRY-TYPE-IDX)
               END-IF
           END-IF
           IF WS-DRY-NOW-ACCEPTED
               ADD 1 TO WS-DRY-NOW-ACC-COUNT
               IF WS-DRY-TYPE-TRACKED
                   ADD 1 TO WS-DRY-TYPE-NOW-ACC(WS-DRY-TYPE-IDX)
               END-IF
           END-IF.

       5420-WRITE-CHANGE-DETAIL.
           ADD 1 TO WS-DRY-DETAIL-COUNT
           MOVE WS-DRY-GROUP-RECNO TO DCH-RECNO
           MOVE WS-ASM-TYPE-CODE TO DCH-TYPE
           MOVE WS-ASM-ACCOUNT-ID TO DCH-ACCOUNT
           MOVE 1 TO WS-DRY-SET
           PERFORM 5430-DESCRIBE-RESULT
           MOVE WS-DRY-SUMMARY TO DCH-PRODUCTION
           MOVE 2 TO WS-DRY-SET
           PERFORM 5430-DESCRIBE-RESULT
           MOVE WS-DRY-SUMMARY TO DCH-CANDIDATE
           MOVE SPACES TO WS-DRY-CHANGE-TEXT
           MOVE 1 TO WS-DRY-PTR
           EVALUATE TRUE
               WHEN WS-DRY-NOW-REJECTED
                   MOVE "NOW REJECTED" TO WS-DRY-CHANGE-TEXT
               WHEN WS-DRY-NOW-ACCEPTED
                   MOVE "NOW ACCEPTED" TO WS-DRY-CHANGE-TEXT
               WHEN OTHER
                   IF WS-DRY-DEST-CHANGED
                       STRING "DEST " DELIMITED BY SIZE
                           INTO WS-DRY-CHANGE-TEXT
                           WITH POINTER WS-DRY-PTR
                   END-IF
                   IF WS-DRY-CLASS-CHANGED
                       STRING "PRTY " DELIMITED BY SIZE
                           INTO WS-DRY-CHANGE-TEXT
                           WITH POINTER WS-DRY-PTR
                   END-IF
                   IF WS-DRY-HOLD-CHANGED
                       STRING "HOLD" DELIMITED BY SIZE
                           INTO WS-DRY-CHANGE-TEXT
                           WITH POINTER WS-DRY-PTR
                   END-IF
           END-EVALUATE
           MOVE WS-DRY-CHANGE-TEXT TO DCH-CHANGE
           MOVE WS-DRY-CHANGE-LINE TO DRYRPT-RECORD
           WRITE DRYRPT-RECORD.

      *    E.G. "RELAY H 01 03E", "RELAY B CA", "HELD B UNTIL
      *    20261031" OR "REJECT EDIT RULE 004 FAILED".
       5430-DESCRIBE-RESULT.
           MOVE SPACES TO WS-DRY-SUMMARY
           MOVE 1 TO WS-DRY-PTR
           EVALUATE TRUE
               WHEN WS-DRY-REJECTED(WS-DRY-SET)
                   STRING "REJECT " WS-DRY-REASON(WS-DRY-SET)
                       DELIMITED BY SIZE INTO WS-DRY-SUMMARY
               WHEN WS-DRY-HELD(WS-DRY-SET)
                   STRING "HELD " WS-DRY-CLASS(WS-DRY-SET)
                       " UNTIL " WS-DRY-REL-DATE(WS-DRY-SET)
                       DELIMITED BY SIZE INTO WS-DRY-SUMMARY
               WHEN OTHER
                   STRING "RELAY " WS-DRY-CLASS(WS-DRY-SET)
                       DELIMITED BY SIZE INTO WS-DRY-SUMMARY
                       WITH POINTER WS-DRY-PTR
                   PERFORM VARYING WS-DRY-SUB FROM 1 BY 1
                           UNTIL WS-DRY-SUB > 8
                       IF WS-DRY-DEST-MAP(WS-DRY-SET)(WS-DRY-SUB:1)
                               NOT = SPACE
                           STRING " " WS-DRY-SUB DELIMITED BY SIZE
                               INTO WS-DRY-SUMMARY
                               WITH POINTER WS-DRY-PTR
                       END-IF
                       IF WS-DRY-DEST-MAP(WS-DRY-SET)(WS-DRY-SUB:1)
                               = 'E'
                           STRING "E" DELIMITED BY SIZE
                               INTO WS-DRY-SUMMARY
                               WITH POINTER WS-DRY-PTR
                       END-IF
                   END-PERFORM
                   IF WS-DRY-DEST-MAP(WS-DRY-SET)(9:1) = 'C'
                       STRING " CA" DELIMITED BY SIZE
                           INTO WS-DRY-SUMMARY
                           WITH POINTER WS-DRY-PTR
                   END-IF
           END-EVALUATE.

       5700-WRITE-TYPE-SUMMARY.
           MOVE "SUMMARY BY MESSAGE TYPE" TO DTL-TEXT
           PERFORM 5090-WRITE-DRY-TITLE
           MOVE WS-DRY-TYPE-COLUMN-LINE TO DRYRPT-RECORD
           WRITE DRYRPT-RECORD
           IF WS-DRY-TYPE-COUNT-USED = ZERO
               MOVE "NO MESSAGES ON THE SAMPLE MSGIN" TO DRYRPT-RECORD
               WRITE DRYRPT-RECORD
           END-IF
           PERFORM VARYING WS-DRY-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-DRY-TYPE-IDX > WS-DRY-TYPE-COUNT-USED
               MOVE WS-DRY-TYPE-CODE(WS-DRY-TYPE-IDX) TO DTY-TYPE
               MOVE WS-DRY-TYPE-MSGS(WS-DRY-TYPE-IDX) TO DTY-MSGS
               MOVE WS-DRY-TYPE-CHANGED(WS-DRY-TYPE-IDX)
                   TO DTY-CHANGED
               MOVE WS-DRY-TYPE-DEST(WS-DRY-TYPE-IDX) TO DTY-DEST
               MOVE WS-DRY-TYPE-CLASS(WS-DRY-TYPE-IDX) TO DTY-CLASS
               MOVE WS-DRY-TYPE-HOLD(WS-DRY-TYPE-IDX) TO DTY-HOLD
               MOVE WS-DRY-TYPE-NOW-REJ(WS-DRY-TYPE-IDX)
                   TO DTY-NOW-REJ
               MOVE WS-DRY-TYPE-NOW-ACC(WS-DRY-TYPE-IDX)
                   TO DTY-NOW-ACC
               MOVE WS-DRY-TYPE-LINE TO DRYRPT-RECORD
               WRITE DRYRPT-RECORD
           END-PERFORM.

       5750-WRITE-DRY-TOTALS.
           MOVE "TOTALS" TO DTL-TEXT
           PERFORM 5090-WRITE-DRY-TITLE
           MOVE "MSGIN RECORDS READ:" TO DTT-LABEL
           MOVE WS-DRY-INPUT-COUNT TO DTT-COUNT
           PERFORM 5760-WRITE-DRY-TOTAL-LINE
           MOVE "SENDER BATCH CONTROL RECORDS SKIPPED:" TO DTT-LABEL
           MOVE WS-DRY-CONTROL-COUNT TO DTT-COUNT
           PERFORM 5760-WRITE-DRY-TOTAL-LINE
           MOVE "REJECTED UNDER EITHER SET (SEGMENTS):" TO DTT-LABEL
           MOVE WS-DRY-MALFORMED-COUNT TO DTT-COUNT
           PERFORM 5760-WRITE-DRY-TOTAL-LINE
           MOVE "LOGICAL MESSAGES EVALUATED:" TO DTT-LABEL
           MOVE WS-DRY-EVAL-COUNT TO DTT-COUNT
           PERFORM 5760-WRITE-DRY-TOTAL-LINE
           MOVE "MESSAGES HANDLED DIFFERENTLY:" TO DTT-LABEL
           MOVE WS-DRY-CHANGED-COUNT TO DTT-COUNT
           PERFORM 5760-WRITE-DRY-TOTAL-LINE
           MOVE "  DESTINATION CHANGED:" TO DTT-LABEL
           MOVE WS-DRY-DEST-COUNT TO DTT-COUNT
           PERFORM 5760-WRITE-DRY-TOTAL-LINE
           MOVE "  PRIORITY CLASS CHANGED:" TO DTT-LABEL
           MOVE WS-DRY-CLASS-COUNT TO DTT-COUNT
           PERFORM 5760-WRITE-DRY-TOTAL-LINE
           MOVE "  HOLD DECISION CHANGED:" TO DTT-LABEL
           MOVE WS-DRY-HOLD-COUNT TO DTT-COUNT
           PERFORM 5760-WRITE-DRY-TOTAL-LINE
           MOVE "  NOW REJECTED:" TO DTT-LABEL
           MOVE WS-DRY-NOW-REJ-COUNT TO DTT-COUNT
           PERFORM 5760-WRITE-DRY-TOTAL-LINE
           MOVE "  NOW ACCEPTED:" TO DTT-LABEL
           MOVE WS-DRY-NOW-ACC-COUNT TO DTT-COUNT
           PERFORM 5760-WRITE-DRY-TOTAL-LINE
           MOVE "CHANGED MESSAGES NOT LISTED:" TO DTT-LABEL
           MOVE WS-DRY-UNLISTED-COUNT TO DTT-COUNT
           PERFORM 5760-WRITE-DRY-TOTAL-LINE
           MOVE "CANDIDATE CONTROL RECORD PROBLEMS:" TO DTT-LABEL
           MOVE WS-DRY-PROBLEM-COUNT TO DTT-COUNT
           PERFORM 5760-WRITE-DRY-TOTAL-LINE
           MOVE SPACES TO DRYRPT-RECORD
           WRITE DRYRPT-RECORD
           MOVE
               "NOT SIMULATED: DUPLICATES, DAILY QUOTAS, BATCH COUNTS"
               TO DRYRPT-RECORD
           WRITE DRYRPT-RECORD.

       5760-WRITE-DRY-TOTAL-LINE.
           MOVE WS-DRY-TOTAL-LINE TO DRYRPT-RECORD
           WRITE DRYRPT-RECORD.

      *----------------------------------------------------------*
      * CONVERT A CCYYMMDD DATE TO A SERIAL DAY NUMBER SO AGES   *
      * CAN BE COMPUTED ACROSS MONTH AND YEAR BOUNDARIES.        *
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
