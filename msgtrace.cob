       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGTRACE.

      *----------------------------------------------------------*
      * MSGTRACE - END-TO-END MESSAGE LIFECYCLE TRACE. ANSWERS   *
      * "WHAT HAPPENED TO MY MESSAGE" WITH ONE CHRONOLOGICAL     *
      * TIMELINE PER MESSAGE INSTEAD OF SIX SEPARATE LOOKUPS.    *
      *                                                          *
      * INVOKED WITH PARM='AAAAAAAAAA TTTT FROMDATE TODATE'      *
      * WHERE AAAAAAAAAA IS THE 10-BYTE ACCOUNT ID, TTTT THE     *
      * MESSAGE TYPE (BLANK = ALL TYPES) AND THE DATES ARE       *
      * CCYYMMDD. EVERY MESSAGE FOR THAT ACCOUNT AND TYPE WITH   *
      * ANY ACTIVITY IN THE RANGE IS TRACED, AND ITS WHOLE       *
      * LIFECYCLE IS PRINTED - INCLUDING EVENTS OUTSIDE THE      *
      * RANGE - FROM THESE SOURCES:                              *
      *   FIXAUD   MSGFIX CORRECTION AUDIT (ALL GENERATIONS) -   *
      *            REPAIRED / LEFT UNREPAIRED / WRITTEN OFF. A   *
      *            REPAIRED MESSAGE KEEPS ONE TIMELINE: THE      *
      *            CORRECTED IMAGE IS TRACED AS THE SAME         *
      *            MESSAGE, EVEN WHEN THE REPAIR CHANGED ITS     *
      *            TYPE OR ACCOUNT.                              *
      *   HOLDIN   MSGRELAY MSGHOLD GENERATIONS - HELD UNTIL.    *
      *   STILLIN  CURRENT MSGREL HOLDOVER - STILL HELD.         *
      *   ERRIN    DAILY ERROUT GENERATIONS - REJECTED, REASON.  *
      *   OUTIN    DAILY MSGOUT GENERATIONS - RELAYED.           *
      *   ROUTEnn  ROUTE01-ROUTE08 AND ROUTECA GENERATIONS - THE *
      *            DESTINATION FILES A RELAY ACTUALLY WENT TO,   *
      *            MATCHED ON THE RTEHDR RUN DATE AND THE IMAGE. *
      *            A RELAY OLDER THAN THE ROUTE GENERATIONS KEPT *
      *            SHOWS NO DESTINATION.                         *
      *   ARCHIN   MONTHLY ARCHIVE GENERATIONS - RELAYED OR      *
      *            REJECTED, AND ARCHIVED.                       *
      *   NAKIN    MSGACK NAKOUT GENERATIONS - NAKED, REASON.    *
      *   PENDIN   CURRENT MSGACK PENDING - AWAITING ACK. A      *
      *            RELAYED MESSAGE NO LONGER PENDING AND NOT     *
      *            NAKED SINCE ITS LAST RELAY WAS ACKNOWLEDGED.  *
      *   REDIRIN  REDIRECT LOG GENERATIONS - REDIRECTED TO      *
      *            THE SUCCESSOR. TRAFFIC SENT UNDER THE         *
      *            TRACED ID AFTER ACCTUPD MERGED IT WAS         *
      *            RELAYED, HELD AND AUDITED UNDER THE           *
      *            SUCCESSOR. ON A DAY THE LOG SHOWS SUCH A      *
      *            REDIRECT, IMAGES FOR THE SUCCESSOR AND TYPE   *
      *            ARE TRACED AS THE TRACED ID'S MESSAGE (THE    *
      *            SUCCESSOR'S OWN TRAFFIC OF THAT TYPE THAT     *
      *            DAY CANNOT BE TOLD APART AND SHOWS TOO), AND  *
      *            THE SUCCESSOR'S AUDIT RECORDS CARRYING THE    *
      *            TRACED ID AS ORIGINAL ACCOUNT ARE READ TOO.   *
      *   AUDIT    AUDIT KSDS (PLUS THE AUDHIST GENERATIONS WHEN *
      *            THE TRACE REACHES BEFORE THE AUDCUT CUTOFF) - *
      *            RELEASED FROM HOLD. AUDIT RECORDS NOT         *
      *            ACCOUNTED FOR BY ANY RETAINED MESSAGE IMAGE   *
      *            (E.G. IMAGES ALREADY AGED OFF) ARE LISTED     *
      *            SEPARATELY AFTER THE TIMELINES.               *
      * A MESSAGE IS IDENTIFIED BY ITS FULL 100-BYTE IMAGE, SO   *
      * IDENTICAL RESENDS SHARE ONE TIMELINE. FOR SEGMENTED      *
      * TYPES THE FIRST SEGMENT STANDS FOR THE MESSAGE.          *
      * EVENTS ON THE SAME DAY PRINT IN LIFECYCLE ORDER.         *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT TRACOUT-FILE ASSIGN TO "TRACOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRACOUT-STATUS.
           SELECT SEGCTL-FILE ASSIGN TO "SEGCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEGCTL-STATUS.
           SELECT OPTIONAL FIXAUD-FILE ASSIGN TO "FIXAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIXAUD-STATUS.
           SELECT OPTIONAL HOLDIN-FILE ASSIGN TO "HOLDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDIN-STATUS.
           SELECT OPTIONAL STILLIN-FILE ASSIGN TO "STILLIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STILLIN-STATUS.
           SELECT OPTIONAL ERRIN-FILE ASSIGN TO "ERRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERRIN-STATUS.
           SELECT OPTIONAL OUTIN-FILE ASSIGN TO "OUTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTIN-STATUS.
           SELECT OPTIONAL ROUTE01-FILE ASSIGN TO "ROUTE01"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROUTE01-STATUS.
           SELECT OPTIONAL ROUTE02-FILE ASSIGN TO "ROUTE02"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROUTE02-STATUS.
           SELECT OPTIONAL ROUTE03-FILE ASSIGN TO "ROUTE03"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROUTE03-STATUS.
           SELECT OPTIONAL ROUTE04-FILE ASSIGN TO "ROUTE04"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROUTE04-STATUS.
           SELECT OPTIONAL ROUTE05-FILE ASSIGN TO "ROUTE05"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROUTE05-STATUS.
           SELECT OPTIONAL ROUTE06-FILE ASSIGN TO "ROUTE06"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROUTE06-STATUS.
           SELECT OPTIONAL ROUTE07-FILE ASSIGN TO "ROUTE07"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROUTE07-STATUS.
           SELECT OPTIONAL ROUTE08-FILE ASSIGN TO "ROUTE08"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROUTE08-STATUS.
           SELECT OPTIONAL ROUTECA-FILE ASSIGN TO "ROUTECA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROUTECA-STATUS.
           SELECT OPTIONAL REDIRIN-FILE ASSIGN TO "REDIRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REDIRIN-STATUS.
           SELECT OPTIONAL ARCHIN-FILE ASSIGN TO "ARCHIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIN-STATUS.
           SELECT OPTIONAL NAKIN-FILE ASSIGN TO "NAKIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NAKIN-STATUS.
           SELECT OPTIONAL PENDIN-FILE ASSIGN TO "PENDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDIN-STATUS.
           SELECT OPTIONAL AUDCUT-FILE ASSIGN TO "AUDCUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDCUT-STATUS.
           SELECT OPTIONAL AUDHIST-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY AUDITREC.

       FD  TRACOUT-FILE
           RECORDING MODE IS F.
       01  TRACOUT-RECORD             PIC X(132).

       FD  SEGCTL-FILE
           RECORDING MODE IS F.
       01  SEGCTL-RECORD.
           05  SEGCTL-TYPE-CODE       PIC X(4).
           05  FILLER                 PIC X(76).

       FD  FIXAUD-FILE
           RECORDING MODE IS F.
       01  FIXAUD-RECORD.
           05  FXA-TAG                PIC X(12).
           05  FXA-RECNO              PIC 9(9).
           05  FXA-REASON             PIC X(20).
           05  FXA-IMAGE              PIC X(100).
           05  FXA-FIX-DATE           PIC X(8).
           05  FILLER                 PIC X(1).

       FD  HOLDIN-FILE
           RECORDING MODE IS F.
       01  HOLDIN-RECORD.
           05  HIN-HELD-DATE          PIC 9(8).
           05  HIN-RELEASE-DATE       PIC 9(8).
           05  HIN-IMAGE              PIC X(100).
           05  HIN-HOLD-REASON        PIC X(1).
               88  HIN-QUOTA-HOLD            VALUE 'Q'.
           05  FILLER                 PIC X(3).

       FD  STILLIN-FILE
           RECORDING MODE IS F.
       01  STILLIN-RECORD.
           05  SIN-HELD-DATE          PIC 9(8).
           05  SIN-RELEASE-DATE       PIC 9(8).
           05  SIN-IMAGE              PIC X(100).
           05  SIN-HOLD-REASON        PIC X(1).
               88  SIN-QUOTA-HOLD            VALUE 'Q'.
           05  FILLER                 PIC X(3).

       FD  ERRIN-FILE
           RECORDING MODE IS F.
       01  ERRIN-RECORD               PIC X(120).

       FD  OUTIN-FILE
           RECORDING MODE IS F.
       01  OUTIN-RECORD               PIC X(100).

      *    AN ENRICHED DESTINATION RECORD STARTS WITH THE
      *    UNCHANGED 100-BYTE IMAGE, SO THE SHORT VIEW SERVES BOTH.
       FD  ROUTE01-FILE
           RECORD CONTAINS 100 TO 138 CHARACTERS.
       01  ROUTE01-RECORD             PIC X(100).
       01  ROUTE01-RECORD-E           PIC X(138).

       FD  ROUTE02-FILE
           RECORD CONTAINS 100 TO 138 CHARACTERS.
       01  ROUTE02-RECORD             PIC X(100).
       01  ROUTE02-RECORD-E           PIC X(138).

       FD  ROUTE03-FILE
           RECORD CONTAINS 100 TO 138 CHARACTERS.
       01  ROUTE03-RECORD             PIC X(100).
       01  ROUTE03-RECORD-E           PIC X(138).

       FD  ROUTE04-FILE
           RECORD CONTAINS 100 TO 138 CHARACTERS.
       01  ROUTE04-RECORD             PIC X(100).
       01  ROUTE04-RECORD-E           PIC X(138).

       FD  ROUTE05-FILE
           RECORD CONTAINS 100 TO 138 CHARACTERS.
       01  ROUTE05-RECORD             PIC X(100).
       01  ROUTE05-RECORD-E           PIC X(138).

       FD  ROUTE06-FILE
           RECORD CONTAINS 100 TO 138 CHARACTERS.
       01  ROUTE06-RECORD             PIC X(100).
       01  ROUTE06-RECORD-E           PIC X(138).

       FD  ROUTE07-FILE
           RECORD CONTAINS 100 TO 138 CHARACTERS.
       01  ROUTE07-RECORD             PIC X(100).
       01  ROUTE07-RECORD-E           PIC X(138).

       FD  ROUTE08-FILE
           RECORD CONTAINS 100 TO 138 CHARACTERS.
       01  ROUTE08-RECORD             PIC X(100).
       01  ROUTE08-RECORD-E           PIC X(138).

       FD  ROUTECA-FILE
           RECORDING MODE IS F.
       01  ROUTECA-RECORD             PIC X(100).

       FD  REDIRIN-FILE
           RECORDING MODE IS F.
       01  REDIRIN-RECORD.
           COPY REDIRREC.

       FD  ARCHIN-FILE
           RECORDING MODE IS F.
       01  ARCHIN-RECORD.
           05  ARC-RUN-DATE           PIC 9(8).
           05  ARC-SOURCE             PIC X(1).
           05  ARC-DATA               PIC X(120).
           05  FILLER                 PIC X(3).

       FD  NAKIN-FILE
           RECORDING MODE IS F.
       01  NAKIN-RECORD               PIC X(120).

       FD  PENDIN-FILE
           RECORDING MODE IS F.
       01  PENDIN-RECORD.
           05  PIN-FIRST-DATE         PIC 9(8).
           05  PIN-IMAGE              PIC X(100).
           05  FILLER                 PIC X(32).

       FD  AUDCUT-FILE
           RECORDING MODE IS F.
       01  AUDCUT-RECORD.
           COPY AUDCUT.

       FD  AUDHIST-FILE
           RECORDING MODE IS F.
       01  AUDHIST-RECORD             PIC X(100).

       WORKING-STORAGE SECTION.
      *    THE IMAGE BEING POSTED TO THE TRACE, WITH ITS EVENT.
       01  WS-CAND-RECORD             PIC X(100).
       01  WS-CAND-FIELDS REDEFINES WS-CAND-RECORD.
           COPY MSGREC.
       01  WS-CAND-SEGMENT-VIEW REDEFINES WS-CAND-RECORD.
           COPY MSGSEG.

       01  WS-CAND-EVENT-FIELDS.
           05  WS-CAND-DATE           PIC 9(8) VALUE ZERO.
           05  WS-CAND-RANK           PIC 9(1) VALUE ZERO.
           05  WS-CAND-SOURCE         PIC X(8) VALUE SPACES.
           05  WS-CAND-DETAIL         PIC X(60) VALUE SPACES.

      *    LIFECYCLE ORDER OF EVENTS FALLING ON THE SAME DAY.
       01  WS-EVENT-RANKS.
           05  WS-RANK-RECEIVED       PIC 9(1) VALUE 1.
           05  WS-RANK-REDIRECTED     PIC 9(1) VALUE 2.
           05  WS-RANK-HELD           PIC 9(1) VALUE 3.
           05  WS-RANK-RELEASED       PIC 9(1) VALUE 4.
           05  WS-RANK-REJECTED       PIC 9(1) VALUE 5.
           05  WS-RANK-REPAIRED       PIC 9(1) VALUE 6.
           05  WS-RANK-RELAYED        PIC 9(1) VALUE 7.
           05  WS-RANK-ACK            PIC 9(1) VALUE 8.
           05  WS-RANK-ARCHIVED       PIC 9(1) VALUE 9.

       01  WS-ERROR-RECORD.
           05  ERR-REASON             PIC X(20) VALUE SPACES.
           05  ERR-ORIGINAL-DATA      PIC X(100) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-AUDIT-EOF-SWITCH    PIC X VALUE 'N'.
               88  WS-AUDIT-EOF              VALUE 'Y'.
           05  WS-AUDHIST-EOF-SWITCH  PIC X VALUE 'N'.
               88  WS-AUDHIST-EOF            VALUE 'Y'.
           05  WS-SEGCTL-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-SEGCTL-EOF             VALUE 'Y'.
           05  WS-ROUTE-EOF-SWITCH    PIC X VALUE 'N'.
               88  WS-ROUTE-EOF              VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-REDIRIN-EOF-SWITCH  PIC X VALUE 'N'.
               88  WS-REDIRIN-EOF            VALUE 'Y'.
           05  WS-FIXAUD-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-FIXAUD-EOF             VALUE 'Y'.
           05  WS-HOLDIN-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-HOLDIN-EOF             VALUE 'Y'.
           05  WS-STILLIN-EOF-SWITCH  PIC X VALUE 'N'.
               88  WS-STILLIN-EOF            VALUE 'Y'.
           05  WS-ERRIN-EOF-SWITCH    PIC X VALUE 'N'.
               88  WS-ERRIN-EOF              VALUE 'Y'.
           05  WS-OUTIN-EOF-SWITCH    PIC X VALUE 'N'.
               88  WS-OUTIN-EOF              VALUE 'Y'.
           05  WS-ARCHIN-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-ARCHIN-EOF             VALUE 'Y'.
           05  WS-NAKIN-EOF-SWITCH    PIC X VALUE 'N'.
               88  WS-NAKIN-EOF              VALUE 'Y'.
           05  WS-PENDIN-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-PENDIN-EOF             VALUE 'Y'.
           05  WS-FILTER-MATCH-SWITCH PIC X VALUE 'N'.
               88  WS-FILTER-MATCH           VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-BEFORE-MATCH-SWITCH PIC X VALUE 'N'.
               88  WS-BEFORE-MATCH           VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-ALIAS-FOUND-SWITCH  PIC X VALUE 'N'.
               88  WS-ALIAS-FOUND            VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-EVENT-DUP-SWITCH    PIC X VALUE 'N'.
               88  WS-EVENT-DUP              VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-AUDIT-MATCH-SWITCH  PIC X VALUE 'N'.
               88  WS-AUDIT-MATCHED          VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-FIX-PENDING-SWITCH  PIC X VALUE 'N'.
               88  WS-FIX-PENDING            VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-REDIRECT-MATCH-SWITCH PIC X VALUE 'N'.
               88  WS-REDIRECT-MATCH         VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-RDR-FOUND-SWITCH    PIC X VALUE 'N'.
               88  WS-RDR-FOUND              VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-PENDING-SEEN-SWITCH PIC X VALUE 'N'.
               88  WS-PENDING-SEEN           VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-MSG-FULL-SWITCH     PIC X VALUE 'N'.
               88  WS-MSG-FULL-WARNED        VALUE 'Y'.
           05  WS-ALIAS-FULL-SWITCH   PIC X VALUE 'N'.
               88  WS-ALIAS-FULL-WARNED      VALUE 'Y'.
           05  WS-EVT-FULL-SWITCH     PIC X VALUE 'N'.
               88  WS-EVT-FULL-WARNED        VALUE 'Y'.
           05  WS-AONLY-FULL-SWITCH   PIC X VALUE 'N'.
               88  WS-AONLY-FULL-WARNED      VALUE 'Y'.
           05  WS-RDR-FULL-SWITCH     PIC X VALUE 'N'.
               88  WS-RDR-FULL-WARNED        VALUE 'Y'.
           05  WS-SUCC-FULL-SWITCH    PIC X VALUE 'N'.
               88  WS-SUCC-FULL-WARNED       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-SOURCE-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-AUDIT-READ-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-TRACED-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-TRACE-EVENT-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-AUDIT-ONLY-COUNT    PIC 9(9) VALUE ZERO.

       01  WS-TRACE-FIELDS.
           05  WS-TRC-ACCOUNT         PIC X(10) VALUE SPACES.
           05  WS-TRC-TYPE            PIC X(4) VALUE SPACES.
           05  WS-TRC-FROM-DATE       PIC X(8) VALUE SPACES.
           05  WS-TRC-TO-DATE         PIC X(8) VALUE SPACES.
           05  WS-CUTOFF-DATE         PIC X(8) VALUE SPACES.
           05  WS-CURRENT-DATE        PIC 9(8) VALUE ZERO.
           05  WS-SOURCE-DATE         PIC 9(8) VALUE ZERO.
           05  WS-EARLIEST-EVT-DATE   PIC 9(8) VALUE 99999999.

      *    THE BEFORE IMAGE OF THE REJECT MSGFIX IS WORKING ON -
      *    ITS AFTER, UNREPAIRED OR WRITTEN OFF RECORD FOLLOWS IT.
       01  WS-FIX-FIELDS.
           05  WS-FIX-RECNO           PIC 9(9) VALUE ZERO.
           05  WS-FIX-REASON          PIC X(20) VALUE SPACES.
           05  WS-FIX-DATE            PIC 9(8) VALUE ZERO.
           05  WS-FIX-BEFORE-IMAGE    PIC X(100) VALUE SPACES.

       01  WS-FILE-STATUSES.
           05  WS-AUDIT-STATUS        PIC XX VALUE SPACES.
           05  WS-TRACOUT-STATUS      PIC XX VALUE SPACES.
           05  WS-SEGCTL-STATUS       PIC XX VALUE SPACES.
           05  WS-FIXAUD-STATUS       PIC XX VALUE SPACES.
           05  WS-HOLDIN-STATUS       PIC XX VALUE SPACES.
           05  WS-STILLIN-STATUS      PIC XX VALUE SPACES.
           05  WS-ERRIN-STATUS        PIC XX VALUE SPACES.
           05  WS-OUTIN-STATUS        PIC XX VALUE SPACES.
           05  WS-ROUTE01-STATUS      PIC XX VALUE SPACES.
           05  WS-ROUTE02-STATUS      PIC XX VALUE SPACES.
           05  WS-ROUTE03-STATUS      PIC XX VALUE SPACES.
           05  WS-ROUTE04-STATUS      PIC XX VALUE SPACES.
           05  WS-ROUTE05-STATUS      PIC XX VALUE SPACES.
           05  WS-ROUTE06-STATUS      PIC XX VALUE SPACES.
           05  WS-ROUTE07-STATUS      PIC XX VALUE SPACES.
           05  WS-ROUTE08-STATUS      PIC XX VALUE SPACES.
           05  WS-ROUTECA-STATUS      PIC XX VALUE SPACES.
           05  WS-REDIRIN-STATUS      PIC XX VALUE SPACES.
           05  WS-ARCHIN-STATUS       PIC XX VALUE SPACES.
           05  WS-NAKIN-STATUS        PIC XX VALUE SPACES.
           05  WS-PENDIN-STATUS       PIC XX VALUE SPACES.
           05  WS-AUDCUT-STATUS       PIC XX VALUE SPACES.
           05  WS-AUDHIST-STATUS      PIC XX VALUE SPACES.

      *    THE SEGMENT FLAG BYTE IS IN-BAND (LAST BYTE OF THE
      *    LEGACY MSG-TEXT), SO CONTINUATION RECORDS ARE ONLY
      *    RECOGNIZED FOR TYPES REGISTERED IN SEGCTL - SEE THE
      *    MSGSEG COPYBOOK PROLOGUE.
       01  WS-SEGTYPE-TABLE.
           05  WS-SEGTYPE-COUNT-USED  PIC 9(3) VALUE ZERO.
           05  WS-SEGTYPE-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-SEGTYPE-IDX  PIC X(4).

       01  WS-SEGTYPE-CHECK-SWITCH    PIC X VALUE 'N'.
           88  WS-SEG-REGISTERED             VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.

      *    DESTINATION FILES IN THE ORDER MSGRELAY WRAPS THEM.
       01  WS-ROUTE-NAMES.
           05  FILLER                 PIC X(7) VALUE "ROUTE01".
           05  FILLER                 PIC X(7) VALUE "ROUTE02".
           05  FILLER                 PIC X(7) VALUE "ROUTE03".
           05  FILLER                 PIC X(7) VALUE "ROUTE04".
           05  FILLER                 PIC X(7) VALUE "ROUTE05".
           05  FILLER                 PIC X(7) VALUE "ROUTE06".
           05  FILLER                 PIC X(7) VALUE "ROUTE07".
           05  FILLER                 PIC X(7) VALUE "ROUTE08".
           05  FILLER                 PIC X(7) VALUE "ROUTECA".
       01  WS-ROUTE-NAME-TABLE REDEFINES WS-ROUTE-NAMES.
           05  WS-ROUTE-NAME          PIC X(7) OCCURS 9 TIMES.

       01  WS-ROUTE-FIELDS.
           05  WS-ROUTE-SUB           PIC 9(2) VALUE ZERO.
           05  WS-ROUTE-IO-STATUS     PIC XX VALUE SPACES.
           05  WS-ROUTE-RUN-DATE      PIC 9(8) VALUE ZERO.
           05  WS-ROUTE-TALLY         PIC 9(3) COMP VALUE ZERO.
           05  WS-ROUTE-DETAIL-WORK   PIC X(60) VALUE SPACES.

       01  WS-ROUTE-REC-WORK          PIC X(100).
       01  WS-ROUTE-ENV-VIEW REDEFINES WS-ROUTE-REC-WORK.
           COPY RTEENV.

      *    EACH DAY THE TRACED ID WAS REDIRECTED TO A SUCCESSOR,
      *    BY TYPE, AND THE DISTINCT SUCCESSORS FOR THE AUDIT.
       01  WS-RDR-TABLE.
           05  WS-RDR-COUNT-USED      PIC 9(4) VALUE ZERO.
           05  WS-RDR-ENTRY OCCURS 1000 TIMES.
               10  WS-RDR-DATE        PIC 9(8).
               10  WS-RDR-SUCCESSOR   PIC X(10).
               10  WS-RDR-TYPE        PIC X(4).

       01  WS-SUCC-TABLE.
           05  WS-SUCC-COUNT-USED     PIC 9(2) VALUE ZERO.
           05  WS-SUCC-ID             PIC X(10) OCCURS 20 TIMES.

       01  WS-RDR-WORK-FIELDS.
           05  WS-RDR-SUB             PIC 9(4) COMP VALUE ZERO.
           05  WS-SUCC-SUB            PIC 9(2) COMP VALUE ZERO.
           05  WS-RDR-SUCC-IMAGE      PIC X(100) VALUE SPACES.
           05  WS-RDR-ORIG-IMAGE      PIC X(100) VALUE SPACES.
           05  WS-RDR-SAVE-EVENT      PIC X(77) VALUE SPACES.

      *    ONE ENTRY PER TRACED MESSAGE, KEYED BY ITS FIRST IMAGE.
      *    EACH MESSAGE'S EVENTS ARE CHAINED THROUGH WS-EVT-NEXT.
       01  WS-MSG-TABLE.
           05  WS-MSG-COUNT-USED      PIC 9(4) VALUE ZERO.
           05  WS-MSG-ENTRY OCCURS 2000 TIMES.
               10  WS-MSG-IMAGE       PIC X(100).
               10  WS-MSG-FIRST-EVT   PIC 9(5).
               10  WS-MSG-FIRST-DATE  PIC 9(8).
               10  WS-MSG-SELECTED    PIC X(1).
               10  WS-MSG-PRINTED     PIC X(1).

      *    EVERY IMAGE A MESSAGE HAS CARRIED. STAGE 0 IS THE IMAGE
      *    AS RECEIVED; EACH MSGFIX REPAIR ADDS THE NEXT STAGE.
      *    FOREIGN IMAGES ARE THOSE OUTSIDE THE ACCOUNT/TYPE
      *    REQUESTED (A REPAIR CAN CHANGE EITHER).
       01  WS-ALIAS-TABLE.
           05  WS-ALIAS-COUNT-USED    PIC 9(4) VALUE ZERO.
           05  WS-FOREIGN-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-ALIAS-ENTRY OCCURS 4000 TIMES.
               10  WS-ALIAS-IMAGE     PIC X(100).
               10  WS-ALIAS-MSG-NO    PIC 9(4).
               10  WS-ALIAS-STAGE     PIC 9(2).

       01  WS-EVT-TABLE.
           05  WS-EVT-COUNT-USED      PIC 9(5) VALUE ZERO.
           05  WS-EVT-ENTRY OCCURS 10000 TIMES.
               10  WS-EVT-SORT-KEY.
                   15  WS-EVT-DATE    PIC 9(8).
                   15  WS-EVT-STAGE   PIC 9(2).
                   15  WS-EVT-RANK    PIC 9(1).
                   15  WS-EVT-SEQ     PIC 9(5).
               10  WS-EVT-MSG-NO      PIC 9(4).
               10  WS-EVT-ALIAS-NO    PIC 9(4).
               10  WS-EVT-SOURCE      PIC X(8).
               10  WS-EVT-DETAIL      PIC X(60).
               10  WS-EVT-NEXT        PIC 9(5).
               10  WS-EVT-AUDITED     PIC X(1).
               10  WS-EVT-RELEASED    PIC X(1).
               10  WS-EVT-PRINTED     PIC X(1).

       01  WS-AONLY-TABLE.
           05  WS-AONLY-COUNT-USED    PIC 9(4) VALUE ZERO.
           05  WS-AONLY-ENTRY OCCURS 1000 TIMES.
               10  WS-AONLY-RUN-DATE  PIC 9(8).
               10  WS-AONLY-RUN-TIME  PIC 9(6).
               10  WS-AONLY-MSG-TYPE  PIC X(4).
               10  WS-AONLY-RUN-ID    PIC X(14).
               10  WS-AONLY-DISP      PIC X(10).
               10  WS-AONLY-REASON    PIC X(20).
               10  WS-AONLY-SUCCESSOR PIC X(10).

       01  WS-TABLE-WORK-FIELDS.
           05  WS-MSG-SUB             PIC 9(4) COMP VALUE ZERO.
           05  WS-ALIAS-SUB           PIC 9(4) COMP VALUE ZERO.
           05  WS-EVT-SUB             PIC 9(5) COMP VALUE ZERO.
           05  WS-EVT-WALK            PIC 9(5) COMP VALUE ZERO.
           05  WS-EVT-BEST            PIC 9(5) COMP VALUE ZERO.
           05  WS-AONLY-SUB           PIC 9(4) COMP VALUE ZERO.
           05  WS-CUR-MSG-NO          PIC 9(4) VALUE ZERO.
           05  WS-CUR-ALIAS-NO        PIC 9(4) VALUE ZERO.
           05  WS-CUR-STAGE           PIC 9(2) VALUE ZERO.
           05  WS-SAVE-MSG-NO         PIC 9(4) VALUE ZERO.
           05  WS-SAVE-STAGE          PIC 9(2) VALUE ZERO.
           05  WS-MATCH-RANK          PIC 9(1) VALUE ZERO.
           05  WS-HELD-SINCE-DATE     PIC X(8) VALUE SPACES.
           05  WS-LAST-RELAY-DATE     PIC 9(8) VALUE ZERO.
           05  WS-LAST-RELAY-ALIAS    PIC 9(4) VALUE ZERO.
           05  WS-LAST-RELAY-STAGE    PIC 9(2) VALUE ZERO.
           05  WS-LAST-NAK-DATE       PIC 9(8) VALUE ZERO.
           05  WS-FIRST-EVT-SOURCE    PIC X(8) VALUE SPACES.
           05  WS-BEST-FIRST-DATE     PIC 9(8) VALUE ZERO.
           05  WS-BEST-MSG            PIC 9(4) COMP VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                 PIC X(28)
                   VALUE "MSGTRACE - LIFECYCLE TRACE ".
           05  FILLER                 PIC X(8) VALUE "ACCOUNT ".
           05  HDG-ACCOUNT            PIC X(10).
           05  FILLER                 PIC X(6) VALUE " TYPE ".
           05  HDG-TYPE               PIC X(4).
           05  FILLER                 PIC X(6) VALUE " FROM ".
           05  HDG-FROM-DATE          PIC X(8).
           05  FILLER                 PIC X(4) VALUE " TO ".
           05  HDG-TO-DATE            PIC X(8).
           05  FILLER                 PIC X(50) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  FILLER                 PIC X(8) VALUE "MESSAGE ".
           05  MSL-MSG-NO             PIC ZZZ9.
           05  FILLER                 PIC X(7) VALUE "  TYPE ".
           05  MSL-TYPE               PIC X(4).
           05  FILLER                 PIC X(10) VALUE "  ACCOUNT ".
           05  MSL-ACCOUNT            PIC X(10).
           05  FILLER                 PIC X(7) VALUE "  TEXT ".
           05  MSL-TEXT               PIC X(60).
           05  FILLER                 PIC X(22) VALUE SPACES.

       01  WS-EVENT-LINE.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  EVL-DATE               PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  EVL-SOURCE             PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  EVL-DETAIL             PIC X(60).
           05  FILLER                 PIC X(48) VALUE SPACES.

       01  WS-AUDIT-ONLY-HEADING.
           05  FILLER                 PIC X(50) VALUE
                   "AUDIT RECORDS IN RANGE WITH NO RETAINED MESSAGE IM".
           05  FILLER                 PIC X(3) VALUE "AGE".
           05  FILLER                 PIC X(79) VALUE SPACES.

       01  WS-AUDIT-ONLY-LINE.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  AOL-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  AOL-RUN-TIME           PIC 9(6).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  AOL-MSG-TYPE           PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  AOL-RUN-ID             PIC X(14).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  AOL-DISPOSITION        PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  AOL-REASON             PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  AOL-REDIRECT           PIC X(24).
           05  FILLER                 PIC X(31) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  TOT-LABEL              PIC X(30).
           05  TOT-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(91) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH         PIC S9(4) COMP.
           05  LS-PARM-TEXT           PIC X(33).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       0000-MAIN.
           IF LS-PARM-LENGTH < 33
               DISPLAY "MSGTRACE ERROR - PARM MUST BE "
                   "'AAAAAAAAAA TTTT FROMDATE TODATE' (ACCOUNT ID, "
                   "MESSAGE TYPE OR BLANK, CCYYMMDD DATE RANGE)"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE LS-PARM-TEXT(1:10) TO WS-TRC-ACCOUNT
           MOVE LS-PARM-TEXT(12:4) TO WS-TRC-TYPE
           MOVE LS-PARM-TEXT(17:8) TO WS-TRC-FROM-DATE
           MOVE LS-PARM-TEXT(26:8) TO WS-TRC-TO-DATE

           IF WS-TRC-FROM-DATE NOT NUMERIC
              OR WS-TRC-TO-DATE NOT NUMERIC
              OR WS-TRC-FROM-DATE > WS-TRC-TO-DATE
               DISPLAY "MSGTRACE ERROR - DATE RANGE MUST BE TWO "
                   "CCYYMMDD DATES IN ORDER, GOT '" WS-TRC-FROM-DATE
                   "' AND '" WS-TRC-TO-DATE "'"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-TRC-ACCOUNT = SPACES
               DISPLAY "MSGTRACE ERROR - ACCOUNT ID IS REQUIRED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "MSGTRACE ERROR - UNABLE TO OPEN AUDIT, "
                   "STATUS=" WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT TRACOUT-FILE
           IF WS-TRACOUT-STATUS NOT = "00"
               DISPLAY "MSGTRACE ERROR - UNABLE TO OPEN TRACOUT, "
                   "STATUS=" WS-TRACOUT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE AUDIT-FILE
               GOBACK
           END-IF

           PERFORM 0300-LOAD-SEGTYPE-TABLE
           IF RETURN-CODE = 16
               CLOSE AUDIT-FILE
               CLOSE TRACOUT-FILE
               GOBACK
           END-IF

           PERFORM 0600-LOAD-REDIRECTS
           PERFORM 1000-LOAD-FIX-AUDIT
           PERFORM 1300-LOAD-HELD
           PERFORM 1400-LOAD-STILL-HELD
           PERFORM 1500-LOAD-ERRORS
           PERFORM 1600-LOAD-OUTPUT
           PERFORM 1700-LOAD-ARCHIVE
           PERFORM 1750-LOAD-DESTINATIONS
           PERFORM 1800-LOAD-NAKS
           PERFORM 1900-LOAD-PENDING

           PERFORM 0500-READ-CUTOFF
           PERFORM 3000-LOAD-AUDIT
           IF WS-CUTOFF-DATE NOT = SPACES
              AND (WS-TRC-FROM-DATE < WS-CUTOFF-DATE
                   OR WS-EARLIEST-EVT-DATE < WS-CUTOFF-DATE)
               PERFORM 3300-SEARCH-HISTORY
           END-IF

           PERFORM 4000-FINISH-TIMELINES
           PERFORM 5000-WRITE-REPORT

           CLOSE AUDIT-FILE
           CLOSE TRACOUT-FILE

           DISPLAY "MSGTRACE SUMMARY - SOURCE RECORDS READ: "
               WS-SOURCE-READ-COUNT
               " AUDIT RECORDS READ: " WS-AUDIT-READ-COUNT
           DISPLAY "MSGTRACE SUMMARY - MESSAGES TRACED: "
               WS-TRACED-COUNT
               " EVENTS: " WS-TRACE-EVENT-COUNT
               " AUDIT-ONLY: " WS-AUDIT-ONLY-COUNT
           IF WS-TRACED-COUNT = ZERO
              AND WS-AUDIT-ONLY-COUNT = ZERO
               DISPLAY "MSGTRACE - NO ACTIVITY FOR ACCOUNT "
                   WS-TRC-ACCOUNT " TYPE " WS-TRC-TYPE " BETWEEN "
                   WS-TRC-FROM-DATE " AND " WS-TRC-TO-DATE
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0300-LOAD-SEGTYPE-TABLE.
           OPEN INPUT SEGCTL-FILE
           IF WS-SEGCTL-STATUS NOT = "00"
               DISPLAY "MSGTRACE ERROR - UNABLE TO OPEN SEGCTL, "
                   "STATUS=" WS-SEGCTL-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-SEGCTL-EOF
                   READ SEGCTL-FILE
                       AT END
                           SET WS-SEGCTL-EOF TO TRUE
                       NOT AT END
                           IF SEGCTL-TYPE-CODE NOT = SPACES
                              AND SEGCTL-TYPE-CODE NOT = LOW-VALUES
                              AND WS-SEGTYPE-COUNT-USED < 50
                               ADD 1 TO WS-SEGTYPE-COUNT-USED
                               SET WS-SEGTYPE-IDX
                                   TO WS-SEGTYPE-COUNT-USED
                               MOVE SEGCTL-TYPE-CODE TO
                                   WS-SEGTYPE-ENTRY(WS-SEGTYPE-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGCTL-FILE
           END-IF.

       0400-CHECK-SEG-REGISTERED.
           SET WS-SEG-REGISTERED TO FALSE
           PERFORM VARYING WS-SEGTYPE-IDX FROM 1 BY 1
                   UNTIL WS-SEGTYPE-IDX > WS-SEGTYPE-COUNT-USED
               IF WS-SEGTYPE-ENTRY(WS-SEGTYPE-IDX) = MSG-TYPE-CODE
                   SET WS-SEG-REGISTERED TO TRUE
                   SET WS-SEGTYPE-IDX TO WS-SEGTYPE-COUNT-USED
               END-IF
           END-PERFORM.

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

      *----------------------------------------------------------*
      * THE REDIRECT LOG IS READ BEFORE ANY MESSAGE SOURCE SO    *
      * THAT, FOR EACH DAY AND TYPE THE TRACED ID WAS REDIRECTED *
      * TO A SUCCESSOR, THE SUCCESSOR'S IMAGES CAN BE TIED BACK  *
      * TO THE TRACED ID AS THEY ARE READ.                       *
      *----------------------------------------------------------*
       0600-LOAD-REDIRECTS.
           OPEN INPUT REDIRIN-FILE
           EVALUATE WS-REDIRIN-STATUS
               WHEN "00"
                   PERFORM UNTIL WS-REDIRIN-EOF
                       READ REDIRIN-FILE
                           AT END
                               SET WS-REDIRIN-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-SOURCE-READ-COUNT
                               IF RDR-RETIRED-ID = WS-TRC-ACCOUNT
                                  AND (WS-TRC-TYPE = SPACES
                                       OR RDR-MSG-TYPE = WS-TRC-TYPE)
                                  AND RDR-RUN-DATE IS NUMERIC
                                   PERFORM 0610-KEEP-REDIRECT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REDIRIN-FILE
               WHEN "05"
                   DISPLAY "MSGTRACE - REDIRIN NOT SUPPLIED, "
                       "REDIRECTS NOT TRACED"
                   CLOSE REDIRIN-FILE
               WHEN OTHER
                   DISPLAY "MSGTRACE WARNING - UNABLE TO OPEN "
                       "REDIRIN, STATUS=" WS-REDIRIN-STATUS
                       ", REDIRECTS NOT TRACED"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       0610-KEEP-REDIRECT.
           SET WS-RDR-FOUND TO FALSE
           PERFORM VARYING WS-RDR-SUB FROM 1 BY 1
                   UNTIL WS-RDR-SUB > WS-RDR-COUNT-USED
               IF WS-RDR-DATE(WS-RDR-SUB) = RDR-RUN-DATE
                  AND WS-RDR-SUCCESSOR(WS-RDR-SUB) = RDR-SUCCESSOR-ID
                  AND WS-RDR-TYPE(WS-RDR-SUB) = RDR-MSG-TYPE
                   SET WS-RDR-FOUND TO TRUE
                   MOVE WS-RDR-COUNT-USED TO WS-RDR-SUB
               END-IF
           END-PERFORM
           IF NOT WS-RDR-FOUND
               IF WS-RDR-COUNT-USED < 1000
                   ADD 1 TO WS-RDR-COUNT-USED
                   MOVE WS-RDR-COUNT-USED TO WS-RDR-SUB
                   MOVE RDR-RUN-DATE TO WS-RDR-DATE(WS-RDR-SUB)
                   MOVE RDR-SUCCESSOR-ID TO WS-RDR-SUCCESSOR(WS-RDR-SUB)
                   MOVE RDR-MSG-TYPE TO WS-RDR-TYPE(WS-RDR-SUB)
               ELSE
                   IF NOT WS-RDR-FULL-WARNED
                       DISPLAY "MSGTRACE WARNING - REDIRECT TABLE FULL "
                           "AT 1000 ENTRIES, LATER REDIRECTS NOT "
                           "TRACED"
                       SET WS-RDR-FULL-WARNED TO TRUE
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           SET WS-RDR-FOUND TO FALSE
           PERFORM VARYING WS-SUCC-SUB FROM 1 BY 1
                   UNTIL WS-SUCC-SUB > WS-SUCC-COUNT-USED
               IF WS-SUCC-ID(WS-SUCC-SUB) = RDR-SUCCESSOR-ID
                   SET WS-RDR-FOUND TO TRUE
                   MOVE WS-SUCC-COUNT-USED TO WS-SUCC-SUB
               END-IF
           END-PERFORM
           IF NOT WS-RDR-FOUND
               IF WS-SUCC-COUNT-USED < 20
                   ADD 1 TO WS-SUCC-COUNT-USED
                   MOVE RDR-SUCCESSOR-ID
                       TO WS-SUCC-ID(WS-SUCC-COUNT-USED)
               ELSE
                   IF NOT WS-SUCC-FULL-WARNED
                       DISPLAY "MSGTRACE WARNING - MORE THAN 20 "
                           "SUCCESSOR IDS, AUDIT RECORDS UNDER THE "
                           "REST NOT SEARCHED"
                       SET WS-SUCC-FULL-WARNED TO TRUE
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * THE MSGFIX AUDIT IS READ FIRST SO EVERY REPAIRED IMAGE   *
      * IS ALREADY TIED TO ITS ORIGINAL MESSAGE WHEN THE REJECT, *
      * RELAY AND ACK SOURCES ARE READ. EACH BEFORE RECORD IS    *
      * FOLLOWED BY THE AFTER, UNREPAIRED OR WRITTEN OFF RECORD  *
      * FOR THE SAME REJECT NUMBER. A REPAIR IS TRACED WHEN      *
      * EITHER IMAGE IS FOR THE ACCOUNT AND TYPE REQUESTED.      *
      *----------------------------------------------------------*
       1000-LOAD-FIX-AUDIT.
           OPEN INPUT FIXAUD-FILE
           EVALUATE WS-FIXAUD-STATUS
               WHEN "00"
                   PERFORM UNTIL WS-FIXAUD-EOF
                       READ FIXAUD-FILE
                           AT END
                               SET WS-FIXAUD-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-SOURCE-READ-COUNT
                               PERFORM 1100-FIX-ONE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE FIXAUD-FILE
               WHEN "05"
                   DISPLAY "MSGTRACE - FIXAUD NOT SUPPLIED, REPAIRS "
                       "NOT TRACED"
                   CLOSE FIXAUD-FILE
               WHEN OTHER
                   DISPLAY "MSGTRACE WARNING - UNABLE TO OPEN "
                       "FIXAUD, STATUS=" WS-FIXAUD-STATUS
                       ", REPAIRS NOT TRACED"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       1100-FIX-ONE-RECORD.
           EVALUATE FXA-TAG
               WHEN "BEFORE"
                   SET WS-FIX-PENDING TO TRUE
                   MOVE FXA-RECNO TO WS-FIX-RECNO
                   MOVE FXA-REASON TO WS-FIX-REASON
                   MOVE FXA-IMAGE TO WS-FIX-BEFORE-IMAGE
                   IF FXA-FIX-DATE IS NUMERIC
                       MOVE FXA-FIX-DATE TO WS-FIX-DATE
                   ELSE
                       MOVE ZERO TO WS-FIX-DATE
                   END-IF
               WHEN "AFTER"
                   IF WS-FIX-PENDING
                      AND FXA-RECNO = WS-FIX-RECNO
                      AND WS-FIX-REASON NOT = "CONT OF REJECTED MSG"
                       PERFORM 1150-FIX-REPAIRED
                   END-IF
                   SET WS-FIX-PENDING TO FALSE
               WHEN "UNREPAIRED"
                   IF WS-FIX-PENDING
                      AND FXA-RECNO = WS-FIX-RECNO
                      AND WS-FIX-REASON NOT = "CONT OF REJECTED MSG"
                       MOVE WS-FIX-BEFORE-IMAGE TO WS-CAND-RECORD
                       MOVE WS-FIX-DATE TO WS-CAND-DATE
                       MOVE WS-RANK-REPAIRED TO WS-CAND-RANK
                       MOVE "MSGFIX" TO WS-CAND-SOURCE
                       MOVE "LEFT UNREPAIRED BY MSGFIX"
                           TO WS-CAND-DETAIL
                       PERFORM 2000-POST-EVENT
                   END-IF
                   SET WS-FIX-PENDING TO FALSE
               WHEN "WRITTEN OFF"
                   IF WS-FIX-PENDING
                      AND FXA-RECNO = WS-FIX-RECNO
                      AND WS-FIX-REASON NOT = "CONT OF REJECTED MSG"
                       MOVE WS-FIX-BEFORE-IMAGE TO WS-CAND-RECORD
                       MOVE WS-FIX-DATE TO WS-CAND-DATE
                       MOVE WS-RANK-REPAIRED TO WS-CAND-RANK
                       MOVE "MSGFIX" TO WS-CAND-SOURCE
                       MOVE "WRITTEN OFF BY MSGFIX"
                           TO WS-CAND-DETAIL
                       PERFORM 2000-POST-EVENT
                   END-IF
                   SET WS-FIX-PENDING TO FALSE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1150-FIX-REPAIRED.
           MOVE WS-FIX-DATE TO WS-CAND-DATE
           MOVE FXA-IMAGE TO WS-CAND-RECORD
           PERFORM 2050-CHECK-FILTER
           MOVE WS-FILTER-MATCH-SWITCH TO WS-BEFORE-MATCH-SWITCH
           MOVE WS-FIX-BEFORE-IMAGE TO WS-CAND-RECORD
           PERFORM 2050-CHECK-FILTER
           PERFORM 2100-FIND-ALIAS
           IF NOT WS-ALIAS-FOUND
              AND (WS-FILTER-MATCH OR WS-BEFORE-MATCH)
               PERFORM 2200-NEW-MESSAGE
           END-IF
           IF WS-ALIAS-FOUND
               MOVE WS-FIX-DATE TO WS-CAND-DATE
               MOVE WS-RANK-REPAIRED TO WS-CAND-RANK
               MOVE "MSGFIX" TO WS-CAND-SOURCE
               MOVE SPACES TO WS-CAND-DETAIL
               STRING "REPAIRED - RESUBMITTED AS " DELIMITED BY SIZE
                   FXA-IMAGE(1:4) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FXA-IMAGE(5:10) DELIMITED BY SIZE
                   INTO WS-CAND-DETAIL
               PERFORM 2300-ADD-EVENT
               MOVE WS-CUR-MSG-NO TO WS-SAVE-MSG-NO
               MOVE WS-CUR-STAGE TO WS-SAVE-STAGE
               MOVE FXA-IMAGE TO WS-CAND-RECORD
               PERFORM 2050-CHECK-FILTER
               PERFORM 2100-FIND-ALIAS
               IF NOT WS-ALIAS-FOUND
                   MOVE WS-SAVE-MSG-NO TO WS-CUR-MSG-NO
                   IF WS-SAVE-STAGE < 99
                       ADD 1 TO WS-SAVE-STAGE GIVING WS-CUR-STAGE
                   ELSE
                       MOVE WS-SAVE-STAGE TO WS-CUR-STAGE
                   END-IF
                   PERFORM 2250-ADD-ALIAS
               END-IF
           END-IF.

       1300-LOAD-HELD.
           OPEN INPUT HOLDIN-FILE
           EVALUATE WS-HOLDIN-STATUS
               WHEN "00"
                   PERFORM UNTIL WS-HOLDIN-EOF
                       READ HOLDIN-FILE
                           AT END
                               SET WS-HOLDIN-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-SOURCE-READ-COUNT
                               MOVE HIN-IMAGE TO WS-CAND-RECORD
                               MOVE HIN-HELD-DATE TO WS-CAND-DATE
                               MOVE WS-RANK-HELD TO WS-CAND-RANK
                               MOVE "MSGHOLD" TO WS-CAND-SOURCE
                               MOVE SPACES TO WS-CAND-DETAIL
                               IF HIN-QUOTA-HOLD
                                   MOVE "HELD OVER DAILY QUOTA"
                                       TO WS-CAND-DETAIL
                               ELSE
                                   STRING "HELD UNTIL "
                                       HIN-RELEASE-DATE
                                       DELIMITED BY SIZE
                                       INTO WS-CAND-DETAIL
                               END-IF
                               PERFORM 2000-POST-EVENT
                       END-READ
                   END-PERFORM
                   CLOSE HOLDIN-FILE
               WHEN "05"
                   DISPLAY "MSGTRACE - HOLDIN NOT SUPPLIED, HOLDS "
                       "NOT TRACED"
                   CLOSE HOLDIN-FILE
               WHEN OTHER
                   DISPLAY "MSGTRACE WARNING - UNABLE TO OPEN "
                       "HOLDIN, STATUS=" WS-HOLDIN-STATUS
                       ", HOLDS NOT TRACED"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

      *----------------------------------------------------------*
      * THE CURRENT HOLDOVER IS WHAT MSGREL CARRIED FORWARD LAST *
      * NIGHT - ITS MESSAGES ARE STILL HELD AS OF TODAY. IT ALSO *
      * SUPPLIES THE HELD EVENT FOR HOLDS WHOSE MSGHOLD          *
      * GENERATION HAS ROLLED OFF.                               *
      *----------------------------------------------------------*
       1400-LOAD-STILL-HELD.
           OPEN INPUT STILLIN-FILE
           EVALUATE WS-STILLIN-STATUS
               WHEN "00"
                   PERFORM UNTIL WS-STILLIN-EOF
                       READ STILLIN-FILE
                           AT END
                               SET WS-STILLIN-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-SOURCE-READ-COUNT
                               PERFORM 1410-STILL-HELD-ONE
                       END-READ
                   END-PERFORM
                   CLOSE STILLIN-FILE
               WHEN "05"
                   DISPLAY "MSGTRACE - STILLIN NOT SUPPLIED, CURRENT "
                       "HOLDS NOT SHOWN"
                   CLOSE STILLIN-FILE
               WHEN OTHER
                   DISPLAY "MSGTRACE WARNING - UNABLE TO OPEN "
                       "STILLIN, STATUS=" WS-STILLIN-STATUS
                       ", CURRENT HOLDS NOT SHOWN"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       1410-STILL-HELD-ONE.
           MOVE SIN-IMAGE TO WS-CAND-RECORD
           MOVE SIN-HELD-DATE TO WS-CAND-DATE
           MOVE WS-RANK-HELD TO WS-CAND-RANK
           MOVE "HOLDOVER" TO WS-CAND-SOURCE
           MOVE SPACES TO WS-CAND-DETAIL
           IF SIN-QUOTA-HOLD
               MOVE "HELD OVER DAILY QUOTA" TO WS-CAND-DETAIL
           ELSE
               STRING "HELD UNTIL " SIN-RELEASE-DATE
                   DELIMITED BY SIZE INTO WS-CAND-DETAIL
           END-IF
           PERFORM 2000-POST-EVENT
           MOVE SIN-IMAGE TO WS-CAND-RECORD
           MOVE WS-CURRENT-DATE TO WS-CAND-DATE
           MOVE WS-RANK-RELEASED TO WS-CAND-RANK
           MOVE "HOLDOVER" TO WS-CAND-SOURCE
           MOVE SPACES TO WS-CAND-DETAIL
           STRING "STILL HELD - RELEASE DUE " SIN-RELEASE-DATE
               DELIMITED BY SIZE INTO WS-CAND-DETAIL
           PERFORM 2000-POST-EVENT.

      *----------------------------------------------------------*
      * ERROUT AND NAKOUT GENERATIONS EACH START WITH AN HDRREC  *
      * HEADER CARRYING THE RUN DATE; RECORDS IN A GENERATION    *
      * WRITTEN BEFORE THE HEADER CONVENTION PRINT AS UNDATED.   *
      *----------------------------------------------------------*
       1500-LOAD-ERRORS.
           MOVE ZERO TO WS-SOURCE-DATE
           OPEN INPUT ERRIN-FILE
           EVALUATE WS-ERRIN-STATUS
               WHEN "00"
                   PERFORM UNTIL WS-ERRIN-EOF
                       READ ERRIN-FILE
                           AT END
                               SET WS-ERRIN-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-SOURCE-READ-COUNT
                               MOVE ERRIN-RECORD TO WS-ERROR-RECORD
                               PERFORM 1510-ERROR-ONE
                       END-READ
                   END-PERFORM
                   CLOSE ERRIN-FILE
               WHEN "05"
                   DISPLAY "MSGTRACE - ERRIN NOT SUPPLIED, REJECTS "
                       "NOT TRACED"
                   CLOSE ERRIN-FILE
               WHEN OTHER
                   DISPLAY "MSGTRACE WARNING - UNABLE TO OPEN "
                       "ERRIN, STATUS=" WS-ERRIN-STATUS
                       ", REJECTS NOT TRACED"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       1510-ERROR-ONE.
           EVALUATE TRUE
               WHEN ERR-REASON = "HDRREC"
                   IF ERR-ORIGINAL-DATA(1:8) IS NUMERIC
                       MOVE ERR-ORIGINAL-DATA(1:8) TO WS-SOURCE-DATE
                   ELSE
                       MOVE ZERO TO WS-SOURCE-DATE
                   END-IF
               WHEN ERR-REASON = "CONT OF REJECTED MSG"
                   CONTINUE
               WHEN OTHER
                   MOVE ERR-ORIGINAL-DATA TO WS-CAND-RECORD
                   MOVE WS-SOURCE-DATE TO WS-CAND-DATE
                   MOVE WS-RANK-REJECTED TO WS-CAND-RANK
                   MOVE "ERROUT" TO WS-CAND-SOURCE
                   MOVE SPACES TO WS-CAND-DETAIL
                   STRING "REJECTED - " ERR-REASON
                       DELIMITED BY SIZE INTO WS-CAND-DETAIL
                   PERFORM 2000-POST-EVENT
           END-EVALUATE.

       1600-LOAD-OUTPUT.
           MOVE ZERO TO WS-SOURCE-DATE
           OPEN INPUT OUTIN-FILE
           EVALUATE WS-OUTIN-STATUS
               WHEN "00"
                   PERFORM UNTIL WS-OUTIN-EOF
                       READ OUTIN-FILE
                           AT END
                               SET WS-OUTIN-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-SOURCE-READ-COUNT
                               PERFORM 1610-OUTPUT-ONE
                       END-READ
                   END-PERFORM
                   CLOSE OUTIN-FILE
               WHEN "05"
                   DISPLAY "MSGTRACE - OUTIN NOT SUPPLIED, DAILY "
                       "RELAYS NOT TRACED"
                   CLOSE OUTIN-FILE
               WHEN OTHER
                   DISPLAY "MSGTRACE WARNING - UNABLE TO OPEN "
                       "OUTIN, STATUS=" WS-OUTIN-STATUS
                       ", DAILY RELAYS NOT TRACED"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       1610-OUTPUT-ONE.
           EVALUATE TRUE
               WHEN OUTIN-RECORD(1:6) = "HDRREC"
                   IF OUTIN-RECORD(7:8) IS NUMERIC
                       MOVE OUTIN-RECORD(7:8) TO WS-SOURCE-DATE
                   ELSE
                       MOVE ZERO TO WS-SOURCE-DATE
                   END-IF
               WHEN OUTIN-RECORD(1:6) = "TRLREC"
                   CONTINUE
               WHEN OTHER
                   MOVE OUTIN-RECORD TO WS-CAND-RECORD
                   MOVE WS-SOURCE-DATE TO WS-CAND-DATE
                   MOVE WS-RANK-RELAYED TO WS-CAND-RANK
                   MOVE "MSGOUT" TO WS-CAND-SOURCE
                   MOVE "RELAYED" TO WS-CAND-DETAIL
                   PERFORM 2000-POST-EVENT
           END-EVALUATE.

      *----------------------------------------------------------*
      * MONTHLY ARCHIVE RECORDS ARE ALREADY STAMPED WITH THEIR   *
      * SOURCE RUN DATE. AN 'O' RECORD IS A RELAYED MESSAGE, AN  *
      * 'E' RECORD A REJECT IN ERROUT FORMAT. A DAY STILL ON THE *
      * DAILY GENERATIONS AS WELL IS NOT SHOWN TWICE.            *
      *----------------------------------------------------------*
       1700-LOAD-ARCHIVE.
           OPEN INPUT ARCHIN-FILE
           EVALUATE WS-ARCHIN-STATUS
               WHEN "00"
                   PERFORM UNTIL WS-ARCHIN-EOF
                       READ ARCHIN-FILE
                           AT END
                               SET WS-ARCHIN-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-SOURCE-READ-COUNT
                               PERFORM 1710-ARCHIVE-ONE
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIN-FILE
               WHEN "05"
                   DISPLAY "MSGTRACE - ARCHIN NOT SUPPLIED, ARCHIVED "
                       "MONTHS NOT TRACED"
                   CLOSE ARCHIN-FILE
               WHEN OTHER
                   DISPLAY "MSGTRACE WARNING - UNABLE TO OPEN "
                       "ARCHIN, STATUS=" WS-ARCHIN-STATUS
                       ", ARCHIVED MONTHS NOT TRACED"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       1710-ARCHIVE-ONE.
           EVALUATE ARC-SOURCE
               WHEN 'O'
                   MOVE ARC-DATA(1:100) TO WS-CAND-RECORD
                   MOVE ARC-RUN-DATE TO WS-CAND-DATE
                   MOVE WS-RANK-RELAYED TO WS-CAND-RANK
                   MOVE "ARCHIVE" TO WS-CAND-SOURCE
                   MOVE "RELAYED" TO WS-CAND-DETAIL
                   PERFORM 2000-POST-EVENT
                   PERFORM 1720-ARCHIVED-EVENT
               WHEN 'E'
                   MOVE ARC-DATA TO WS-ERROR-RECORD
                   IF ERR-REASON NOT = "CONT OF REJECTED MSG"
                       MOVE ERR-ORIGINAL-DATA TO WS-CAND-RECORD
                       MOVE ARC-RUN-DATE TO WS-CAND-DATE
                       MOVE WS-RANK-REJECTED TO WS-CAND-RANK
                       MOVE "ARCHIVE" TO WS-CAND-SOURCE
                       MOVE SPACES TO WS-CAND-DETAIL
                       STRING "REJECTED - " ERR-REASON
                           DELIMITED BY SIZE INTO WS-CAND-DETAIL
                       PERFORM 2000-POST-EVENT
                       PERFORM 1720-ARCHIVED-EVENT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1720-ARCHIVED-EVENT.
           MOVE WS-RANK-ARCHIVED TO WS-CAND-RANK
           MOVE "ARCHIVE" TO WS-CAND-SOURCE
           MOVE "ARCHIVED TO THE MONTHLY ARCHIVE" TO WS-CAND-DETAIL
           PERFORM 2000-POST-EVENT.

      *----------------------------------------------------------*
      * THE DESTINATION FILES ARE READ AFTER MSGOUT AND THE      *
      * ARCHIVE, SO EACH DETAIL RECORD NAMES ITS FILE ON THE     *
      * RELAYED EVENT OF THE SAME IMAGE AND RUN DATE. A RELAY    *
      * WHOSE MSGOUT AND ARCHIVE COPIES ARE BOTH GONE IS POSTED  *
      * FROM THE DESTINATION FILE ITSELF. RECORDS AHEAD OF ANY   *
      * RTEHDR HEADER HAVE NO RUN DATE AND ARE SKIPPED.          *
      *----------------------------------------------------------*
       1750-LOAD-DESTINATIONS.
           PERFORM VARYING WS-ROUTE-SUB FROM 1 BY 1
                   UNTIL WS-ROUTE-SUB > 9
               PERFORM 1760-DESTINATION-FILE
           END-PERFORM.

       1760-DESTINATION-FILE.
           SET WS-ROUTE-EOF TO FALSE
           MOVE ZERO TO WS-ROUTE-RUN-DATE
           PERFORM 1770-OPEN-DESTINATION
           EVALUATE WS-ROUTE-IO-STATUS
               WHEN "00"
                   PERFORM UNTIL WS-ROUTE-EOF
                       PERFORM 1780-READ-DESTINATION
                       IF NOT WS-ROUTE-EOF
                           ADD 1 TO WS-SOURCE-READ-COUNT
                           PERFORM 1790-DESTINATION-ONE
                       END-IF
                   END-PERFORM
                   PERFORM 1775-CLOSE-DESTINATION
               WHEN "05"
                   DISPLAY "MSGTRACE - " WS-ROUTE-NAME(WS-ROUTE-SUB)
                       " NOT SUPPLIED, ITS DELIVERIES NOT SHOWN"
                   PERFORM 1775-CLOSE-DESTINATION
               WHEN OTHER
                   DISPLAY "MSGTRACE WARNING - UNABLE TO OPEN "
                       WS-ROUTE-NAME(WS-ROUTE-SUB) ", STATUS="
                       WS-ROUTE-IO-STATUS ", ITS DELIVERIES NOT SHOWN"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       1770-OPEN-DESTINATION.
           EVALUATE WS-ROUTE-SUB
               WHEN 1
                   OPEN INPUT ROUTE01-FILE
                   MOVE WS-ROUTE01-STATUS TO WS-ROUTE-IO-STATUS
               WHEN 2
                   OPEN INPUT ROUTE02-FILE
                   MOVE WS-ROUTE02-STATUS TO WS-ROUTE-IO-STATUS
               WHEN 3
                   OPEN INPUT ROUTE03-FILE
                   MOVE WS-ROUTE03-STATUS TO WS-ROUTE-IO-STATUS
               WHEN 4
                   OPEN INPUT ROUTE04-FILE
                   MOVE WS-ROUTE04-STATUS TO WS-ROUTE-IO-STATUS
               WHEN 5
                   OPEN INPUT ROUTE05-FILE
                   MOVE WS-ROUTE05-STATUS TO WS-ROUTE-IO-STATUS
               WHEN 6
                   OPEN INPUT ROUTE06-FILE
                   MOVE WS-ROUTE06-STATUS TO WS-ROUTE-IO-STATUS
               WHEN 7
                   OPEN INPUT ROUTE07-FILE
                   MOVE WS-ROUTE07-STATUS TO WS-ROUTE-IO-STATUS
               WHEN 8
                   OPEN INPUT ROUTE08-FILE
                   MOVE WS-ROUTE08-STATUS TO WS-ROUTE-IO-STATUS
               WHEN 9
                   OPEN INPUT ROUTECA-FILE
                   MOVE WS-ROUTECA-STATUS TO WS-ROUTE-IO-STATUS
           END-EVALUATE.

       1775-CLOSE-DESTINATION.
           EVALUATE WS-ROUTE-SUB
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

       1780-READ-DESTINATION.
           EVALUATE WS-ROUTE-SUB
               WHEN 1
                   READ ROUTE01-FILE
                       AT END
                           SET WS-ROUTE-EOF TO TRUE
                       NOT AT END
                           MOVE ROUTE01-RECORD TO WS-ROUTE-REC-WORK
                   END-READ
               WHEN 2
                   READ ROUTE02-FILE
                       AT END
                           SET WS-ROUTE-EOF TO TRUE
                       NOT AT END
                           MOVE ROUTE02-RECORD TO WS-ROUTE-REC-WORK
                   END-READ
               WHEN 3
                   READ ROUTE03-FILE
                       AT END
                           SET WS-ROUTE-EOF TO TRUE
                       NOT AT END
                           MOVE ROUTE03-RECORD TO WS-ROUTE-REC-WORK
                   END-READ
               WHEN 4
                   READ ROUTE04-FILE
                       AT END
                           SET WS-ROUTE-EOF TO TRUE
                       NOT AT END
                           MOVE ROUTE04-RECORD TO WS-ROUTE-REC-WORK
                   END-READ
               WHEN 5
                   READ ROUTE05-FILE
                       AT END
                           SET WS-ROUTE-EOF TO TRUE
                       NOT AT END
                           MOVE ROUTE05-RECORD TO WS-ROUTE-REC-WORK
                   END-READ
               WHEN 6
                   READ ROUTE06-FILE
                       AT END
                           SET WS-ROUTE-EOF TO TRUE
                       NOT AT END
                           MOVE ROUTE06-RECORD TO WS-ROUTE-REC-WORK
                   END-READ
               WHEN 7
                   READ ROUTE07-FILE
                       AT END
                           SET WS-ROUTE-EOF TO TRUE
                       NOT AT END
                           MOVE ROUTE07-RECORD TO WS-ROUTE-REC-WORK
                   END-READ
               WHEN 8
                   READ ROUTE08-FILE
                       AT END
                           SET WS-ROUTE-EOF TO TRUE
                       NOT AT END
                           MOVE ROUTE08-RECORD TO WS-ROUTE-REC-WORK
                   END-READ
               WHEN 9
                   READ ROUTECA-FILE
                       AT END
                           SET WS-ROUTE-EOF TO TRUE
                       NOT AT END
                           MOVE ROUTECA-RECORD TO WS-ROUTE-REC-WORK
                   END-READ
           END-EVALUATE.

       1790-DESTINATION-ONE.
           EVALUATE TRUE
               WHEN ENV-HEADER
                   IF ENV-RUN-DATE IS NUMERIC
                       MOVE ENV-RUN-DATE TO WS-ROUTE-RUN-DATE
                   ELSE
                       MOVE ZERO TO WS-ROUTE-RUN-DATE
                   END-IF
               WHEN ENV-TRAILER
                   CONTINUE
               WHEN WS-ROUTE-RUN-DATE = ZERO
                   CONTINUE
               WHEN OTHER
                   MOVE WS-ROUTE-REC-WORK TO WS-CAND-RECORD
                   MOVE WS-ROUTE-RUN-DATE TO WS-CAND-DATE
                   MOVE WS-RANK-RELAYED TO WS-CAND-RANK
                   MOVE WS-ROUTE-NAME(WS-ROUTE-SUB) TO WS-CAND-SOURCE
                   PERFORM 0400-CHECK-SEG-REGISTERED
                   IF WS-SEG-REGISTERED
                      AND (SEG-CONTINUATION OR SEG-LAST)
                       CONTINUE
                   ELSE
                       PERFORM 2050-CHECK-FILTER
                       PERFORM 2100-FIND-ALIAS
                       IF NOT WS-ALIAS-FOUND
                          AND WS-FILTER-MATCH
                           PERFORM 2200-NEW-MESSAGE
                       END-IF
                       IF WS-ALIAS-FOUND
                           PERFORM 1795-NAME-DESTINATION
                       END-IF
                   END-IF
           END-EVALUATE.

      *    THE FILE NAME IS ADDED ONCE TO THE RELAYED EVENT OF THE
      *    SAME IMAGE AND DAY; AN IDENTICAL RESEND THAT DAY IS NOT
      *    NAMED TWICE.
       1795-NAME-DESTINATION.
           MOVE ZERO TO WS-EVT-BEST
           MOVE WS-MSG-FIRST-EVT(WS-CUR-MSG-NO) TO WS-EVT-WALK
           PERFORM UNTIL WS-EVT-WALK = ZERO
               IF WS-EVT-RANK(WS-EVT-WALK) = WS-RANK-RELAYED
                  AND WS-EVT-DATE(WS-EVT-WALK) = WS-CAND-DATE
                  AND WS-EVT-ALIAS-NO(WS-EVT-WALK) = WS-CUR-ALIAS-NO
                   MOVE WS-EVT-WALK TO WS-EVT-BEST
                   MOVE ZERO TO WS-EVT-WALK
               ELSE
                   MOVE WS-EVT-NEXT(WS-EVT-WALK) TO WS-EVT-WALK
               END-IF
           END-PERFORM
           IF WS-EVT-BEST = ZERO
               MOVE SPACES TO WS-CAND-DETAIL
               STRING "RELAYED TO " WS-ROUTE-NAME(WS-ROUTE-SUB)
                   DELIMITED BY SIZE INTO WS-CAND-DETAIL
               PERFORM 2300-ADD-EVENT
           ELSE
               IF WS-EVT-DETAIL(WS-EVT-BEST) = "RELAYED"
                   MOVE SPACES TO WS-EVT-DETAIL(WS-EVT-BEST)
                   STRING "RELAYED TO " WS-ROUTE-NAME(WS-ROUTE-SUB)
                       DELIMITED BY SIZE
                       INTO WS-EVT-DETAIL(WS-EVT-BEST)
               ELSE
                   MOVE ZERO TO WS-ROUTE-TALLY
                   INSPECT WS-EVT-DETAIL(WS-EVT-BEST)
                       TALLYING WS-ROUTE-TALLY
                       FOR ALL WS-ROUTE-NAME(WS-ROUTE-SUB)
                   IF WS-ROUTE-TALLY = ZERO
                       MOVE SPACES TO WS-ROUTE-DETAIL-WORK
                       STRING WS-EVT-DETAIL(WS-EVT-BEST)
                           DELIMITED BY "  "
                           " " WS-ROUTE-NAME(WS-ROUTE-SUB)
                           DELIMITED BY SIZE
                           INTO WS-ROUTE-DETAIL-WORK
                       MOVE WS-ROUTE-DETAIL-WORK
                           TO WS-EVT-DETAIL(WS-EVT-BEST)
                   END-IF
               END-IF
           END-IF.

       1800-LOAD-NAKS.
           MOVE ZERO TO WS-SOURCE-DATE
           OPEN INPUT NAKIN-FILE
           EVALUATE WS-NAKIN-STATUS
               WHEN "00"
                   PERFORM UNTIL WS-NAKIN-EOF
                       READ NAKIN-FILE
                           AT END
                               SET WS-NAKIN-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-SOURCE-READ-COUNT
                               MOVE NAKIN-RECORD TO WS-ERROR-RECORD
                               PERFORM 1810-NAK-ONE
                       END-READ
                   END-PERFORM
                   CLOSE NAKIN-FILE
               WHEN "05"
                   DISPLAY "MSGTRACE - NAKIN NOT SUPPLIED, NAKS "
                       "NOT TRACED"
                   CLOSE NAKIN-FILE
               WHEN OTHER
                   DISPLAY "MSGTRACE WARNING - UNABLE TO OPEN "
                       "NAKIN, STATUS=" WS-NAKIN-STATUS
                       ", NAKS NOT TRACED"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       1810-NAK-ONE.
           IF ERR-REASON = "HDRREC"
               IF ERR-ORIGINAL-DATA(1:8) IS NUMERIC
                   MOVE ERR-ORIGINAL-DATA(1:8) TO WS-SOURCE-DATE
               ELSE
                   MOVE ZERO TO WS-SOURCE-DATE
               END-IF
           ELSE
               MOVE ERR-ORIGINAL-DATA TO WS-CAND-RECORD
               MOVE WS-SOURCE-DATE TO WS-CAND-DATE
               MOVE WS-RANK-ACK TO WS-CAND-RANK
               MOVE "NAKOUT" TO WS-CAND-SOURCE
               MOVE SPACES TO WS-CAND-DETAIL
               STRING "NAKED BY DOWNSTREAM - " ERR-REASON
                   DELIMITED BY SIZE INTO WS-CAND-DETAIL
               PERFORM 2000-POST-EVENT
           END-IF.

       1900-LOAD-PENDING.
           OPEN INPUT PENDIN-FILE
           EVALUATE WS-PENDIN-STATUS
               WHEN "00"
                   PERFORM UNTIL WS-PENDIN-EOF
                       READ PENDIN-FILE
                           AT END
                               SET WS-PENDIN-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-SOURCE-READ-COUNT
                               MOVE PIN-IMAGE TO WS-CAND-RECORD
                               MOVE PIN-FIRST-DATE TO WS-CAND-DATE
                               MOVE WS-RANK-ACK TO WS-CAND-RANK
                               MOVE "PENDING" TO WS-CAND-SOURCE
                               MOVE "AWAITING DOWNSTREAM ACK"
                                   TO WS-CAND-DETAIL
                               PERFORM 2000-POST-EVENT
                       END-READ
                   END-PERFORM
                   CLOSE PENDIN-FILE
               WHEN "05"
                   DISPLAY "MSGTRACE - PENDIN NOT SUPPLIED, ACK "
                       "STATUS NOT SHOWN"
                   CLOSE PENDIN-FILE
               WHEN OTHER
                   DISPLAY "MSGTRACE WARNING - UNABLE TO OPEN "
                       "PENDIN, STATUS=" WS-PENDIN-STATUS
                       ", ACK STATUS NOT SHOWN"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

      *----------------------------------------------------------*
      * POST ONE SOURCE EVENT FOR THE IMAGE IN WS-CAND-RECORD.   *
      * AN IMAGE ALREADY TIED TO A TRACED MESSAGE IS ALWAYS      *
      * POSTED; OTHERWISE A NEW MESSAGE IS STARTED WHEN THE      *
      * IMAGE IS FOR THE ACCOUNT AND TYPE REQUESTED.             *
      * CONTINUATION SEGMENTS ARE NOT TRACED SEPARATELY.         *
      *----------------------------------------------------------*
       2000-POST-EVENT.
           PERFORM 0400-CHECK-SEG-REGISTERED
           IF WS-SEG-REGISTERED
              AND (SEG-CONTINUATION OR SEG-LAST)
               CONTINUE
           ELSE
               PERFORM 2050-CHECK-FILTER
               PERFORM 2100-FIND-ALIAS
               IF NOT WS-ALIAS-FOUND
                  AND WS-FILTER-MATCH
                   PERFORM 2200-NEW-MESSAGE
               END-IF
               IF WS-ALIAS-FOUND
                   PERFORM 2300-ADD-EVENT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * AN IMAGE FOR ANOTHER ACCOUNT IS STILL A REDIRECT MATCH   *
      * WHEN IT IS FOR A SUCCESSOR AND TYPE THE TRACED ID WAS    *
      * REDIRECTED TO ON THE EVENT'S DATE.                       *
      *----------------------------------------------------------*
       2050-CHECK-FILTER.
           IF MSG-ACCOUNT-ID = WS-TRC-ACCOUNT
              AND (WS-TRC-TYPE = SPACES
                   OR MSG-TYPE-CODE = WS-TRC-TYPE)
               SET WS-FILTER-MATCH TO TRUE
           ELSE
               SET WS-FILTER-MATCH TO FALSE
           END-IF
           SET WS-REDIRECT-MATCH TO FALSE
           IF NOT WS-FILTER-MATCH
              AND WS-RDR-COUNT-USED > ZERO
               PERFORM VARYING WS-RDR-SUB FROM 1 BY 1
                       UNTIL WS-RDR-SUB > WS-RDR-COUNT-USED
                   IF WS-RDR-SUCCESSOR(WS-RDR-SUB) = MSG-ACCOUNT-ID
                      AND WS-RDR-TYPE(WS-RDR-SUB) = MSG-TYPE-CODE
                      AND WS-RDR-DATE(WS-RDR-SUB) = WS-CAND-DATE
                       SET WS-REDIRECT-MATCH TO TRUE
                       MOVE WS-RDR-COUNT-USED TO WS-RDR-SUB
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------*
      * AN IMAGE OUTSIDE THE ACCOUNT/TYPE REQUESTED CAN ONLY     *
      * BELONG TO A TRACED MESSAGE AS A FOREIGN ALIAS, SO THE    *
      * TABLE IS NOT SEARCHED FOR IT WHEN THERE ARE NONE.        *
      *----------------------------------------------------------*
       2100-FIND-ALIAS.
           SET WS-ALIAS-FOUND TO FALSE
           IF WS-FILTER-MATCH
              OR WS-FOREIGN-COUNT > ZERO
               PERFORM VARYING WS-ALIAS-SUB FROM 1 BY 1
                       UNTIL WS-ALIAS-SUB > WS-ALIAS-COUNT-USED
                   IF WS-ALIAS-IMAGE(WS-ALIAS-SUB) = WS-CAND-RECORD
                       SET WS-ALIAS-FOUND TO TRUE
                       MOVE WS-ALIAS-SUB TO WS-CUR-ALIAS-NO
                       MOVE WS-ALIAS-MSG-NO(WS-ALIAS-SUB)
                           TO WS-CUR-MSG-NO
                       MOVE WS-ALIAS-STAGE(WS-ALIAS-SUB)
                           TO WS-CUR-STAGE
                       MOVE WS-ALIAS-COUNT-USED TO WS-ALIAS-SUB
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-ALIAS-FOUND
              AND WS-REDIRECT-MATCH
               PERFORM 2150-ADOPT-REDIRECTED
           END-IF.

      *----------------------------------------------------------*
      * A NEW REDIRECT-MATCHED IMAGE JOINS THE MESSAGE OF THE    *
      * SAME IMAGE UNDER THE TRACED ID - STARTING ONE WHEN THAT  *
      * IMAGE HAS NOT BEEN SEEN, SINCE MSGRELAY RE-ADDRESSED IT  *
      * ON RECEIPT - AND THE REDIRECT IS POSTED TO ITS TIMELINE. *
      * THE CALLER'S PENDING EVENT IS KEPT ASIDE MEANWHILE.      *
      *----------------------------------------------------------*
       2150-ADOPT-REDIRECTED.
           MOVE WS-CAND-RECORD TO WS-RDR-SUCC-IMAGE
           MOVE WS-CAND-RECORD TO WS-RDR-ORIG-IMAGE
           MOVE WS-TRC-ACCOUNT TO WS-RDR-ORIG-IMAGE(5:10)
           PERFORM VARYING WS-ALIAS-SUB FROM 1 BY 1
                   UNTIL WS-ALIAS-SUB > WS-ALIAS-COUNT-USED
               IF WS-ALIAS-IMAGE(WS-ALIAS-SUB) = WS-RDR-ORIG-IMAGE
                   SET WS-ALIAS-FOUND TO TRUE
                   MOVE WS-ALIAS-MSG-NO(WS-ALIAS-SUB) TO WS-CUR-MSG-NO
                   MOVE WS-ALIAS-STAGE(WS-ALIAS-SUB) TO WS-CUR-STAGE
                   MOVE WS-ALIAS-COUNT-USED TO WS-ALIAS-SUB
               END-IF
           END-PERFORM
           IF NOT WS-ALIAS-FOUND
               MOVE WS-RDR-ORIG-IMAGE TO WS-CAND-RECORD
               SET WS-FILTER-MATCH TO TRUE
               PERFORM 2200-NEW-MESSAGE
               SET WS-FILTER-MATCH TO FALSE
               MOVE WS-RDR-SUCC-IMAGE TO WS-CAND-RECORD
           END-IF
           IF WS-ALIAS-FOUND
               PERFORM 2250-ADD-ALIAS
           END-IF
           IF WS-ALIAS-FOUND
               MOVE WS-CAND-EVENT-FIELDS TO WS-RDR-SAVE-EVENT
               MOVE WS-RANK-REDIRECTED TO WS-CAND-RANK
               MOVE "REDIRLOG" TO WS-CAND-SOURCE
               MOVE SPACES TO WS-CAND-DETAIL
               STRING "REDIRECTED TO " MSG-ACCOUNT-ID
                   DELIMITED BY SIZE INTO WS-CAND-DETAIL
               PERFORM 2300-ADD-EVENT
               MOVE WS-RDR-SAVE-EVENT TO WS-CAND-EVENT-FIELDS
           END-IF.

       2200-NEW-MESSAGE.
           IF WS-MSG-COUNT-USED < 2000
               ADD 1 TO WS-MSG-COUNT-USED
               MOVE WS-MSG-COUNT-USED TO WS-MSG-SUB
               MOVE WS-CAND-RECORD TO WS-MSG-IMAGE(WS-MSG-SUB)
               MOVE ZERO TO WS-MSG-FIRST-EVT(WS-MSG-SUB)
               MOVE ZERO TO WS-MSG-FIRST-DATE(WS-MSG-SUB)
               MOVE 'N' TO WS-MSG-SELECTED(WS-MSG-SUB)
               MOVE 'N' TO WS-MSG-PRINTED(WS-MSG-SUB)
               MOVE WS-MSG-COUNT-USED TO WS-CUR-MSG-NO
               MOVE ZERO TO WS-CUR-STAGE
               PERFORM 2250-ADD-ALIAS
           ELSE
               IF NOT WS-MSG-FULL-WARNED
                   DISPLAY "MSGTRACE WARNING - MESSAGE TABLE FULL AT "
                       "2000 ENTRIES, NARROW THE DATE RANGE OR NAME "
                       "A TYPE - LATER MESSAGES NOT TRACED"
                   SET WS-MSG-FULL-WARNED TO TRUE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       2250-ADD-ALIAS.
           IF WS-ALIAS-COUNT-USED < 4000
               ADD 1 TO WS-ALIAS-COUNT-USED
               MOVE WS-ALIAS-COUNT-USED TO WS-ALIAS-SUB
               MOVE WS-CAND-RECORD TO WS-ALIAS-IMAGE(WS-ALIAS-SUB)
               MOVE WS-CUR-MSG-NO TO WS-ALIAS-MSG-NO(WS-ALIAS-SUB)
               MOVE WS-CUR-STAGE TO WS-ALIAS-STAGE(WS-ALIAS-SUB)
               MOVE WS-ALIAS-COUNT-USED TO WS-CUR-ALIAS-NO
               IF NOT WS-FILTER-MATCH
                   ADD 1 TO WS-FOREIGN-COUNT
               END-IF
               SET WS-ALIAS-FOUND TO TRUE
           ELSE
               SET WS-ALIAS-FOUND TO FALSE
               IF NOT WS-ALIAS-FULL-WARNED
                   DISPLAY "MSGTRACE WARNING - IMAGE TABLE FULL AT "
                       "4000 ENTRIES, LATER IMAGES NOT TRACED"
                   SET WS-ALIAS-FULL-WARNED TO TRUE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * ADD THE CANDIDATE EVENT TO THE CURRENT MESSAGE'S CHAIN   *
      * UNLESS THE SAME EVENT IS ALREADY THERE (THE SAME DAY     *
      * SEEN IN TWO SOURCES, E.G. DAILY AND ARCHIVE).            *
      *----------------------------------------------------------*
       2300-ADD-EVENT.
           SET WS-EVENT-DUP TO FALSE
           MOVE WS-MSG-FIRST-EVT(WS-CUR-MSG-NO) TO WS-EVT-WALK
           PERFORM UNTIL WS-EVT-WALK = ZERO
                   OR WS-EVENT-DUP
               IF WS-EVT-DATE(WS-EVT-WALK) = WS-CAND-DATE
                  AND WS-EVT-RANK(WS-EVT-WALK) = WS-CAND-RANK
                  AND WS-EVT-DETAIL(WS-EVT-WALK) = WS-CAND-DETAIL
                   SET WS-EVENT-DUP TO TRUE
               ELSE
                   MOVE WS-EVT-NEXT(WS-EVT-WALK) TO WS-EVT-WALK
               END-IF
           END-PERFORM
           IF NOT WS-EVENT-DUP
               IF WS-EVT-COUNT-USED < 10000
                   ADD 1 TO WS-EVT-COUNT-USED
                   MOVE WS-EVT-COUNT-USED TO WS-EVT-SUB
                   MOVE WS-CAND-DATE TO WS-EVT-DATE(WS-EVT-SUB)
                   MOVE WS-CUR-STAGE TO WS-EVT-STAGE(WS-EVT-SUB)
                   MOVE WS-CAND-RANK TO WS-EVT-RANK(WS-EVT-SUB)
                   MOVE WS-EVT-COUNT-USED TO WS-EVT-SEQ(WS-EVT-SUB)
                   MOVE WS-CUR-MSG-NO TO WS-EVT-MSG-NO(WS-EVT-SUB)
                   MOVE WS-CUR-ALIAS-NO TO WS-EVT-ALIAS-NO(WS-EVT-SUB)
                   MOVE WS-CAND-SOURCE TO WS-EVT-SOURCE(WS-EVT-SUB)
                   MOVE WS-CAND-DETAIL TO WS-EVT-DETAIL(WS-EVT-SUB)
                   MOVE WS-MSG-FIRST-EVT(WS-CUR-MSG-NO)
                       TO WS-EVT-NEXT(WS-EVT-SUB)
                   MOVE WS-EVT-COUNT-USED
                       TO WS-MSG-FIRST-EVT(WS-CUR-MSG-NO)
                   MOVE 'N' TO WS-EVT-AUDITED(WS-EVT-SUB)
                   MOVE 'N' TO WS-EVT-RELEASED(WS-EVT-SUB)
                   MOVE 'N' TO WS-EVT-PRINTED(WS-EVT-SUB)
                   IF WS-CAND-DATE > ZERO
                      AND WS-CAND-DATE < WS-EARLIEST-EVT-DATE
                       MOVE WS-CAND-DATE TO WS-EARLIEST-EVT-DATE
                   END-IF
               ELSE
                   IF NOT WS-EVT-FULL-WARNED
                       DISPLAY "MSGTRACE WARNING - EVENT TABLE FULL "
                           "AT 10000 ENTRIES, LATER EVENTS NOT "
                           "TRACED"
                       SET WS-EVT-FULL-WARNED TO TRUE
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * THE AUDIT TRAIL HAS NO MESSAGE IMAGE, SO EACH RECORD IS  *
      * MATCHED TO A TRACED EVENT OF THE SAME KIND, DAY, ACCOUNT *
      * AND TYPE. RELEASED RECORDS ADD THE RELEASE TO THE        *
      * MESSAGE HELD ON THE DAY THEIR REASON NAMES. RECORDS IN   *
      * RANGE THAT MATCH NOTHING ARE KEPT FOR THE AUDIT-ONLY     *
      * SECTION. A REDIRECTED MESSAGE WAS AUDITED UNDER ITS      *
      * SUCCESSOR, SO EACH SUCCESSOR IS READ AS WELL FOR THE     *
      * RECORDS CARRYING THE TRACED ID AS ORIGINAL ACCOUNT.      *
      *----------------------------------------------------------*
       3000-LOAD-AUDIT.
           MOVE LOW-VALUES TO AUD-KEY
           MOVE WS-TRC-ACCOUNT TO AUD-ACCOUNT-ID
           START AUDIT-FILE KEY NOT < AUD-KEY
               INVALID KEY
                   SET WS-AUDIT-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       IF AUD-ACCOUNT-ID NOT = WS-TRC-ACCOUNT
                           SET WS-AUDIT-EOF TO TRUE
                       ELSE
                           PERFORM 3100-AUDIT-ONE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-SUCC-SUB FROM 1 BY 1
                   UNTIL WS-SUCC-SUB > WS-SUCC-COUNT-USED
               PERFORM 3050-SUCCESSOR-AUDIT
           END-PERFORM.

       3050-SUCCESSOR-AUDIT.
           MOVE 'N' TO WS-AUDIT-EOF-SWITCH
           MOVE LOW-VALUES TO AUD-KEY
           MOVE WS-SUCC-ID(WS-SUCC-SUB) TO AUD-ACCOUNT-ID
           START AUDIT-FILE KEY NOT < AUD-KEY
               INVALID KEY
                   SET WS-AUDIT-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       IF AUD-ACCOUNT-ID NOT = WS-SUCC-ID(WS-SUCC-SUB)
                           SET WS-AUDIT-EOF TO TRUE
                       ELSE
                           IF AUD-ORIG-ACCOUNT-ID = WS-TRC-ACCOUNT
                               PERFORM 3100-AUDIT-ONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3100-AUDIT-ONE.
           IF (WS-TRC-TYPE = SPACES
               OR AUD-MSG-TYPE = WS-TRC-TYPE)
              AND (AUD-RUN-DATE NOT < WS-EARLIEST-EVT-DATE
                   OR AUD-RUN-DATE NOT < WS-TRC-FROM-DATE)
               ADD 1 TO WS-AUDIT-READ-COUNT
               SET WS-AUDIT-MATCHED TO FALSE
               EVALUATE AUD-DISPOSITION
                   WHEN "RELAYED"
                       MOVE WS-RANK-RELAYED TO WS-MATCH-RANK
                       PERFORM 3150-MATCH-EVENT
                   WHEN "REJECTED"
                   WHEN "DUPLICATE"
                       MOVE WS-RANK-REJECTED TO WS-MATCH-RANK
                       PERFORM 3150-MATCH-EVENT
                   WHEN "HELD"
                       MOVE WS-RANK-HELD TO WS-MATCH-RANK
                       PERFORM 3150-MATCH-EVENT
                   WHEN "RELEASED"
                       PERFORM 3200-MATCH-RELEASE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF NOT WS-AUDIT-MATCHED
                  AND AUD-RUN-DATE NOT < WS-TRC-FROM-DATE
                  AND AUD-RUN-DATE NOT > WS-TRC-TO-DATE
                   PERFORM 3400-KEEP-AUDIT-ONLY
               END-IF
           END-IF.

       3150-MATCH-EVENT.
           PERFORM VARYING WS-EVT-SUB FROM 1 BY 1
                   UNTIL WS-EVT-SUB > WS-EVT-COUNT-USED
               IF WS-EVT-RANK(WS-EVT-SUB) = WS-MATCH-RANK
                  AND WS-EVT-DATE(WS-EVT-SUB) = AUD-RUN-DATE
                  AND WS-EVT-AUDITED(WS-EVT-SUB) = 'N'
                   MOVE WS-EVT-ALIAS-NO(WS-EVT-SUB) TO WS-ALIAS-SUB
                   IF WS-ALIAS-IMAGE(WS-ALIAS-SUB)(1:4)
                          = AUD-MSG-TYPE
                      AND WS-ALIAS-IMAGE(WS-ALIAS-SUB)(5:10)
                          = AUD-ACCOUNT-ID
                       MOVE 'Y' TO WS-EVT-AUDITED(WS-EVT-SUB)
                       SET WS-AUDIT-MATCHED TO TRUE
                       MOVE WS-EVT-COUNT-USED TO WS-EVT-SUB
                   END-IF
               END-IF
           END-PERFORM.

       3200-MATCH-RELEASE.
           MOVE AUD-REASON(12:8) TO WS-HELD-SINCE-DATE
           MOVE ZERO TO WS-EVT-BEST
           IF WS-HELD-SINCE-DATE IS NUMERIC
               PERFORM VARYING WS-EVT-SUB FROM 1 BY 1
                       UNTIL WS-EVT-SUB > WS-EVT-COUNT-USED
                   IF WS-EVT-RANK(WS-EVT-SUB) = WS-RANK-HELD
                      AND WS-EVT-DATE(WS-EVT-SUB) = WS-HELD-SINCE-DATE
                      AND WS-EVT-RELEASED(WS-EVT-SUB) = 'N'
                       MOVE WS-EVT-ALIAS-NO(WS-EVT-SUB)
                           TO WS-ALIAS-SUB
                       IF WS-ALIAS-IMAGE(WS-ALIAS-SUB)(1:4)
                              = AUD-MSG-TYPE
                          AND WS-ALIAS-IMAGE(WS-ALIAS-SUB)(5:10)
                              = AUD-ACCOUNT-ID
                           MOVE WS-EVT-SUB TO WS-EVT-BEST
                           MOVE WS-EVT-COUNT-USED TO WS-EVT-SUB
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-EVT-BEST > ZERO
               SET WS-AUDIT-MATCHED TO TRUE
               MOVE 'Y' TO WS-EVT-RELEASED(WS-EVT-BEST)
               MOVE WS-EVT-MSG-NO(WS-EVT-BEST) TO WS-CUR-MSG-NO
               MOVE WS-EVT-ALIAS-NO(WS-EVT-BEST) TO WS-CUR-ALIAS-NO
               MOVE WS-EVT-STAGE(WS-EVT-BEST) TO WS-CUR-STAGE
               MOVE AUD-RUN-DATE TO WS-CAND-DATE
               MOVE WS-RANK-RELEASED TO WS-CAND-RANK
               MOVE "AUDIT" TO WS-CAND-SOURCE
               MOVE "RELEASED FROM HOLD BY MSGREL" TO WS-CAND-DETAIL
               PERFORM 2300-ADD-EVENT
           END-IF.

      *----------------------------------------------------------*
      * RECORDS OLDER THAN THE AUDCUT CUTOFF ARE ON THE AUDIT    *
      * HISTORY GDG RATHER THAN THE KSDS - SEE AUDPURGE.         *
      *----------------------------------------------------------*
       3300-SEARCH-HISTORY.
           OPEN INPUT AUDHIST-FILE
           IF WS-AUDHIST-STATUS NOT = "00"
               DISPLAY "MSGTRACE WARNING - UNABLE TO OPEN AUDHIST, "
                   "STATUS=" WS-AUDHIST-STATUS ", AUDIT RECORDS "
                   "BEFORE " WS-CUTOFF-DATE " NOT SEARCHED"
               MOVE 4 TO RETURN-CODE
               IF WS-AUDHIST-STATUS = "05"
                   CLOSE AUDHIST-FILE
               END-IF
           ELSE
               PERFORM UNTIL WS-AUDHIST-EOF
                   READ AUDHIST-FILE
                       AT END
                           SET WS-AUDHIST-EOF TO TRUE
                       NOT AT END
                           MOVE AUDHIST-RECORD TO AUDIT-RECORD
                           IF AUD-ACCOUNT-ID = WS-TRC-ACCOUNT
                              OR AUD-ORIG-ACCOUNT-ID = WS-TRC-ACCOUNT
                               PERFORM 3100-AUDIT-ONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDHIST-FILE
           END-IF.

       3400-KEEP-AUDIT-ONLY.
           IF WS-AONLY-COUNT-USED < 1000
               ADD 1 TO WS-AONLY-COUNT-USED
               MOVE WS-AONLY-COUNT-USED TO WS-AONLY-SUB
               MOVE AUD-RUN-DATE TO WS-AONLY-RUN-DATE(WS-AONLY-SUB)
               MOVE AUD-RUN-TIME TO WS-AONLY-RUN-TIME(WS-AONLY-SUB)
               MOVE AUD-MSG-TYPE TO WS-AONLY-MSG-TYPE(WS-AONLY-SUB)
               MOVE AUD-RUN-ID TO WS-AONLY-RUN-ID(WS-AONLY-SUB)
               MOVE AUD-DISPOSITION TO WS-AONLY-DISP(WS-AONLY-SUB)
               MOVE AUD-REASON TO WS-AONLY-REASON(WS-AONLY-SUB)
               IF AUD-ACCOUNT-ID NOT = WS-TRC-ACCOUNT
                   MOVE AUD-ACCOUNT-ID
                       TO WS-AONLY-SUCCESSOR(WS-AONLY-SUB)
               ELSE
                   MOVE SPACES TO WS-AONLY-SUCCESSOR(WS-AONLY-SUB)
               END-IF
           ELSE
               IF NOT WS-AONLY-FULL-WARNED
                   DISPLAY "MSGTRACE WARNING - AUDIT-ONLY TABLE FULL "
                       "AT 1000 ENTRIES, LATER RECORDS NOT LISTED"
                   SET WS-AONLY-FULL-WARNED TO TRUE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * COMPLETE EACH TIMELINE: A RECEIVED EVENT ON THE FIRST    *
      * DAY THE MESSAGE WAS SEEN, AND THE ACK OUTCOME OF ITS     *
      * LAST RELAY - A RELAYED MESSAGE NOT ON PENDING AND NOT    *
      * NAKED SINCE HAS BEEN ACKNOWLEDGED. A RELAY THAT NO       *
      * DESTINATION FILE ACCOUNTED FOR IS SHOWN AS SUCH. A       *
      * MESSAGE IS PRINTED WHEN ANY OF ITS EVENTS FALLS IN THE   *
      * RANGE REQUESTED.                                         *
      *----------------------------------------------------------*
       4000-FINISH-TIMELINES.
           PERFORM VARYING WS-MSG-SUB FROM 1 BY 1
                   UNTIL WS-MSG-SUB > WS-MSG-COUNT-USED
               PERFORM 4100-FINISH-ONE-MESSAGE
           END-PERFORM.

       4100-FINISH-ONE-MESSAGE.
           MOVE 99999999 TO WS-BEST-FIRST-DATE
           MOVE SPACES TO WS-FIRST-EVT-SOURCE
           MOVE ZERO TO WS-LAST-RELAY-DATE
           MOVE ZERO TO WS-LAST-RELAY-ALIAS
           MOVE ZERO TO WS-LAST-RELAY-STAGE
           MOVE ZERO TO WS-LAST-NAK-DATE
           SET WS-PENDING-SEEN TO FALSE
           MOVE WS-MSG-FIRST-EVT(WS-MSG-SUB) TO WS-EVT-WALK
           PERFORM UNTIL WS-EVT-WALK = ZERO
               IF WS-EVT-DATE(WS-EVT-WALK) > ZERO
                  AND WS-EVT-DATE(WS-EVT-WALK) < WS-BEST-FIRST-DATE
                   MOVE WS-EVT-DATE(WS-EVT-WALK)
                       TO WS-BEST-FIRST-DATE
                   MOVE WS-EVT-SOURCE(WS-EVT-WALK)
                       TO WS-FIRST-EVT-SOURCE
               END-IF
               IF WS-EVT-DATE(WS-EVT-WALK)
                      NOT < WS-TRC-FROM-DATE
                  AND WS-EVT-DATE(WS-EVT-WALK)
                      NOT > WS-TRC-TO-DATE
                   MOVE 'Y' TO WS-MSG-SELECTED(WS-MSG-SUB)
               END-IF
               IF WS-EVT-RANK(WS-EVT-WALK) = WS-RANK-RELAYED
                  AND WS-EVT-DATE(WS-EVT-WALK)
                      NOT < WS-LAST-RELAY-DATE
                   MOVE WS-EVT-DATE(WS-EVT-WALK)
                       TO WS-LAST-RELAY-DATE
                   MOVE WS-EVT-ALIAS-NO(WS-EVT-WALK)
                       TO WS-LAST-RELAY-ALIAS
                   MOVE WS-EVT-STAGE(WS-EVT-WALK)
                       TO WS-LAST-RELAY-STAGE
               END-IF
               IF WS-EVT-RANK(WS-EVT-WALK) = WS-RANK-RELAYED
                  AND WS-EVT-DETAIL(WS-EVT-WALK) = "RELAYED"
                   MOVE "RELAYED - DESTINATION FILE NOT ON HAND"
                       TO WS-EVT-DETAIL(WS-EVT-WALK)
               END-IF
               IF WS-EVT-SOURCE(WS-EVT-WALK) = "PENDING"
                   SET WS-PENDING-SEEN TO TRUE
               END-IF
               IF WS-EVT-SOURCE(WS-EVT-WALK) = "NAKOUT"
                  AND WS-EVT-DATE(WS-EVT-WALK) > WS-LAST-NAK-DATE
                   MOVE WS-EVT-DATE(WS-EVT-WALK) TO WS-LAST-NAK-DATE
               END-IF
               MOVE WS-EVT-NEXT(WS-EVT-WALK) TO WS-EVT-WALK
           END-PERFORM

           MOVE WS-MSG-SUB TO WS-CUR-MSG-NO
           IF WS-BEST-FIRST-DATE NOT = 99999999
               MOVE WS-BEST-FIRST-DATE
                   TO WS-MSG-FIRST-DATE(WS-MSG-SUB)
               MOVE ZERO TO WS-CUR-STAGE
               MOVE ZERO TO WS-CUR-ALIAS-NO
               MOVE WS-BEST-FIRST-DATE TO WS-CAND-DATE
               MOVE WS-RANK-RECEIVED TO WS-CAND-RANK
               MOVE WS-FIRST-EVT-SOURCE TO WS-CAND-SOURCE
               MOVE "RECEIVED" TO WS-CAND-DETAIL
               PERFORM 2300-ADD-EVENT
           END-IF
           IF WS-LAST-RELAY-DATE > ZERO
              AND NOT WS-PENDING-SEEN
              AND WS-LAST-NAK-DATE < WS-LAST-RELAY-DATE
               MOVE WS-LAST-RELAY-STAGE TO WS-CUR-STAGE
               MOVE WS-LAST-RELAY-ALIAS TO WS-CUR-ALIAS-NO
               MOVE WS-LAST-RELAY-DATE TO WS-CAND-DATE
               MOVE WS-RANK-ACK TO WS-CAND-RANK
               MOVE "MSGACK" TO WS-CAND-SOURCE
               MOVE "ACKNOWLEDGED BY DOWNSTREAM (NO LONGER PENDING)"
                   TO WS-CAND-DETAIL
               PERFORM 2300-ADD-EVENT
           END-IF.

      *----------------------------------------------------------*
      * MESSAGES PRINT IN ORDER OF THE DAY THEY WERE FIRST SEEN, *
      * EACH FOLLOWED BY ITS EVENTS IN DATE, REPAIR-STAGE AND    *
      * LIFECYCLE ORDER.                                         *
      *----------------------------------------------------------*
       5000-WRITE-REPORT.
           MOVE WS-TRC-ACCOUNT TO HDG-ACCOUNT
           IF WS-TRC-TYPE = SPACES
               MOVE "ALL" TO HDG-TYPE
           ELSE
               MOVE WS-TRC-TYPE TO HDG-TYPE
           END-IF
           MOVE WS-TRC-FROM-DATE TO HDG-FROM-DATE
           MOVE WS-TRC-TO-DATE TO HDG-TO-DATE
           MOVE WS-HEADING-LINE TO TRACOUT-RECORD
           WRITE TRACOUT-RECORD

           MOVE 1 TO WS-BEST-MSG
           PERFORM UNTIL WS-BEST-MSG = ZERO
               MOVE ZERO TO WS-BEST-MSG
               MOVE 99999999 TO WS-BEST-FIRST-DATE
               PERFORM VARYING WS-MSG-SUB FROM 1 BY 1
                       UNTIL WS-MSG-SUB > WS-MSG-COUNT-USED
                   IF WS-MSG-SELECTED(WS-MSG-SUB) = 'Y'
                      AND WS-MSG-PRINTED(WS-MSG-SUB) = 'N'
                      AND (WS-BEST-MSG = ZERO
                           OR WS-MSG-FIRST-DATE(WS-MSG-SUB)
                              < WS-BEST-FIRST-DATE)
                       MOVE WS-MSG-SUB TO WS-BEST-MSG
                       MOVE WS-MSG-FIRST-DATE(WS-MSG-SUB)
                           TO WS-BEST-FIRST-DATE
                   END-IF
               END-PERFORM
               IF WS-BEST-MSG > ZERO
                   PERFORM 5100-PRINT-MESSAGE
               END-IF
           END-PERFORM

           IF WS-AONLY-COUNT-USED > ZERO
               MOVE SPACES TO TRACOUT-RECORD
               WRITE TRACOUT-RECORD
               MOVE WS-AUDIT-ONLY-HEADING TO TRACOUT-RECORD
               WRITE TRACOUT-RECORD
               PERFORM VARYING WS-AONLY-SUB FROM 1 BY 1
                       UNTIL WS-AONLY-SUB > WS-AONLY-COUNT-USED
                   PERFORM 5300-PRINT-AUDIT-ONLY
               END-PERFORM
           END-IF

           MOVE SPACES TO TRACOUT-RECORD
           WRITE TRACOUT-RECORD
           MOVE "MESSAGES TRACED:" TO TOT-LABEL
           MOVE WS-TRACED-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO TRACOUT-RECORD
           WRITE TRACOUT-RECORD
           MOVE "LIFECYCLE EVENTS:" TO TOT-LABEL
           MOVE WS-TRACE-EVENT-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO TRACOUT-RECORD
           WRITE TRACOUT-RECORD
           MOVE "AUDIT-ONLY RECORDS:" TO TOT-LABEL
           MOVE WS-AUDIT-ONLY-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO TRACOUT-RECORD
           WRITE TRACOUT-RECORD.

       5100-PRINT-MESSAGE.
           MOVE 'Y' TO WS-MSG-PRINTED(WS-BEST-MSG)
           ADD 1 TO WS-TRACED-COUNT
           MOVE WS-MSG-IMAGE(WS-BEST-MSG) TO WS-CAND-RECORD
           MOVE SPACES TO TRACOUT-RECORD
           WRITE TRACOUT-RECORD
           MOVE WS-TRACED-COUNT TO MSL-MSG-NO
           MOVE MSG-TYPE-CODE TO MSL-TYPE
           MOVE MSG-ACCOUNT-ID TO MSL-ACCOUNT
           MOVE MSG-TEXT TO MSL-TEXT
           MOVE WS-MESSAGE-LINE TO TRACOUT-RECORD
           WRITE TRACOUT-RECORD

           MOVE 1 TO WS-EVT-BEST
           PERFORM UNTIL WS-EVT-BEST = ZERO
               MOVE ZERO TO WS-EVT-BEST
               MOVE WS-MSG-FIRST-EVT(WS-BEST-MSG) TO WS-EVT-WALK
               PERFORM UNTIL WS-EVT-WALK = ZERO
                   IF WS-EVT-PRINTED(WS-EVT-WALK) = 'N'
                       IF WS-EVT-BEST = ZERO
                           MOVE WS-EVT-WALK TO WS-EVT-BEST
                       ELSE
                           IF WS-EVT-SORT-KEY(WS-EVT-WALK)
                                  < WS-EVT-SORT-KEY(WS-EVT-BEST)
                               MOVE WS-EVT-WALK TO WS-EVT-BEST
                           END-IF
                       END-IF
                   END-IF
                   MOVE WS-EVT-NEXT(WS-EVT-WALK) TO WS-EVT-WALK
               END-PERFORM
               IF WS-EVT-BEST > ZERO
                   PERFORM 5200-PRINT-EVENT
               END-IF
           END-PERFORM.

       5200-PRINT-EVENT.
           MOVE 'Y' TO WS-EVT-PRINTED(WS-EVT-BEST)
           ADD 1 TO WS-TRACE-EVENT-COUNT
           IF WS-EVT-DATE(WS-EVT-BEST) = ZERO
               MOVE "UNDATED" TO EVL-DATE
           ELSE
               MOVE WS-EVT-DATE(WS-EVT-BEST) TO EVL-DATE
           END-IF
           MOVE WS-EVT-SOURCE(WS-EVT-BEST) TO EVL-SOURCE
           MOVE WS-EVT-DETAIL(WS-EVT-BEST) TO EVL-DETAIL
           MOVE WS-EVENT-LINE TO TRACOUT-RECORD
           WRITE TRACOUT-RECORD.

       5300-PRINT-AUDIT-ONLY.
           ADD 1 TO WS-AUDIT-ONLY-COUNT
           MOVE WS-AONLY-RUN-DATE(WS-AONLY-SUB) TO AOL-RUN-DATE
           MOVE WS-AONLY-RUN-TIME(WS-AONLY-SUB) TO AOL-RUN-TIME
           MOVE WS-AONLY-MSG-TYPE(WS-AONLY-SUB) TO AOL-MSG-TYPE
           MOVE WS-AONLY-RUN-ID(WS-AONLY-SUB) TO AOL-RUN-ID
           MOVE WS-AONLY-DISP(WS-AONLY-SUB) TO AOL-DISPOSITION
           MOVE WS-AONLY-REASON(WS-AONLY-SUB) TO AOL-REASON
           MOVE SPACES TO AOL-REDIRECT
           IF WS-AONLY-SUCCESSOR(WS-AONLY-SUB) NOT = SPACES
               STRING "REDIRECTED TO " WS-AONLY-SUCCESSOR(WS-AONLY-SUB)
                   DELIMITED BY SIZE INTO AOL-REDIRECT
           END-IF
           MOVE WS-AUDIT-ONLY-LINE TO TRACOUT-RECORD
           WRITE TRACOUT-RECORD.
