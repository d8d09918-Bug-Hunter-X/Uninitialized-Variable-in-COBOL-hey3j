       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGRECON.

      *----------------------------------------------------------*
      * MSGRECON - MONTH-END VOLUME RECONCILIATION. FOR THE      *
      * MONTH SUPPLIED IN THE PARM (CCYYMM) IT COMPARES THE FOUR *
      * PLACES THE MONTH'S RELAYED TRAFFIC IS COUNTED, BY        *
      * ACCOUNT, MESSAGE TYPE AND RUN DATE:                      *
      *   AUDIT    RELAYED DISPOSITIONS ON THE AUDIT KSDS - THE  *
      *            BASIS MSGBILL BILLS FROM.                     *
      *   ARCHIVE  MSGOUT RECORDS ON THE MONTHLY ARCHIVE, SORTED *
      *            INTO ACCOUNT ORDER (ARCHIN, SEE MSGRECON.JCL).*
      *   HISTORY  THE DAILY MSGRPT TOTALS ON THE VOLUME HISTORY *
      *            DATASET, SORTED ON KIND/KEY/DATE (HISTIN) -   *
      *            SENDER TOTALS BY ACCOUNT AND RUN DATE, TYPE   *
      *            TOTALS BY TYPE AND RUN DATE.                  *
      *   BILLING  THE MSGBILL EXTRACT FOR THE MONTH, SORTED ON  *
      *            ACCOUNT AND TYPE (BILLIN) - THE COUNTS AND    *
      *            AMOUNTS FINANCE SEES ON THE INVOICES.         *
      * ALL FOUR STREAMS ARRIVE IN ACCOUNT ORDER, SO ONE CONTROL *
      * BREAK GATHERS EACH ACCOUNT FROM EVERY SOURCE AT ONCE.    *
      *                                                          *
      * KNOWN DIFFERENCES ARE EXPLAINED, NOT REPORTED AS         *
      * EXCEPTIONS:                                              *
      *   - CONTINUATION SEGMENTS (SEGCTL-REGISTERED TYPES) ARE  *
      *     EXTRA ARCHIVE RECORDS FOR ONE AUDITED MESSAGE, SO    *
      *     THE ARCHIVE IS COMPARED AS RECORDS LESS SEGMENTS.    *
      *   - HELD MESSAGES ARE BILLED IN THE MONTH THEY ARE       *
      *     RELEASED AND RELAYED. HELD DISPOSITIONS THIS MONTH   *
      *     NOT RELEASED THIS MONTH, AND RELEASES THIS MONTH OF  *
      *     HOLDS FROM AN EARLIER MONTH, ARE COUNTED FROM THE    *
      *     AUDIT (THE HELD DATE IS IN THE RELEASED REASON).     *
      *   - RESUBMISSIONS (MSGFIX REPAIRS AND RESUBMITTED NAKS)  *
      *     ARE RELAYED AND BILLED AGAIN. THE REJECT CASES THAT  *
      *     MSGRELAY CLOSED AS RELAYED THIS MONTH ARE COUNTED    *
      *     FROM REJCASE.                                        *
      * THESE GIVE FINANCE A BRIDGE FROM THE MESSAGES BILLED TO  *
      * THE FIRST-TIME MESSAGES ACCEPTED IN THE MONTH. ANY OTHER *
      * DIFFERENCE BETWEEN THE SOURCES IS UNEXPLAINED AND IS     *
      * LISTED FOR INVESTIGATION.                                *
      *                                                          *
      * RECONRPT LISTS EVERY ACCOUNT AND TYPE WITH ITS COUNTS    *
      * FROM EACH SOURCE. EXCPRPT IS THE EXCEPTION REPORT FOR    *
      * FINANCE: THE UNEXPLAINED DIFFERENCES, THE SOURCE TOTALS, *
      * THE KNOWN DIFFERENCES, THE RESULT AND A SIGN-OFF BLOCK.  *
      * RC 0 = RECONCILED, RC 4 = UNEXPLAINED DIFFERENCES (THE   *
      * EXTRACT IS HELD FROM ACCOUNTS RECEIVABLE UNTIL FINANCE   *
      * SIGNS THEM OFF), RC 16 = THE RUN COULD NOT BE COMPLETED. *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REJCASE-FILE ASSIGN TO "REJCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAS-KEY
               FILE STATUS IS WS-REJCASE-STATUS.
           SELECT ARCHIN-FILE ASSIGN TO "ARCHIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIN-STATUS.
           SELECT HISTIN-FILE ASSIGN TO "HISTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTIN-STATUS.
           SELECT BILLIN-FILE ASSIGN TO "BILLIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILLIN-STATUS.
           SELECT SEGCTL-FILE ASSIGN TO "SEGCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEGCTL-STATUS.
           SELECT OPTIONAL AUDCUT-FILE ASSIGN TO "AUDCUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDCUT-STATUS.
           SELECT RECONRPT-FILE ASSIGN TO "RECONRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECONRPT-STATUS.
           SELECT EXCPRPT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY AUDITREC.

       FD  REJCASE-FILE.
       01  REJCASE-RECORD.
           COPY CASEREC.

       FD  ARCHIN-FILE
           RECORDING MODE IS F.
       01  ARCHIN-RECORD.
           05  ARC-RUN-DATE           PIC 9(8).
           05  ARC-SOURCE             PIC X(1).
               88  ARC-FROM-MSGOUT           VALUE 'O'.
           05  ARC-MESSAGE            PIC X(100).
           05  FILLER                 PIC X(23).

       FD  HISTIN-FILE
           RECORDING MODE IS F.
       01  HISTIN-RECORD.
           05  HIST-RUN-DATE          PIC 9(8).
           05  HIST-KIND              PIC X(1).
               88  HIST-BY-TYPE              VALUE 'T'.
               88  HIST-BY-SENDER            VALUE 'S'.
           05  HIST-KEY               PIC X(10).
           05  HIST-COUNT             PIC 9(9).
           05  FILLER                 PIC X(2).

       FD  BILLIN-FILE
           RECORDING MODE IS F.
       01  BILLIN-RECORD.
           05  EXT-BILL-MONTH         PIC 9(6).
           05  EXT-ACCOUNT-ID         PIC X(10).
           05  EXT-MSG-TYPE           PIC X(4).
           05  EXT-MSG-COUNT          PIC 9(9).
           05  EXT-RATE               PIC 9(5)V99.
           05  EXT-AMOUNT             PIC 9(11)V99.
           05  FILLER                 PIC X(1).

       FD  SEGCTL-FILE
           RECORDING MODE IS F.
       01  SEGCTL-RECORD.
           05  SEGCTL-TYPE-CODE       PIC X(4).
           05  FILLER                 PIC X(76).

       FD  AUDCUT-FILE
           RECORDING MODE IS F.
       01  AUDCUT-RECORD.
           COPY AUDCUT.

       FD  RECONRPT-FILE
           RECORDING MODE IS F.
       01  RECONRPT-RECORD            PIC X(132).

       FD  EXCPRPT-FILE
           RECORDING MODE IS F.
       01  EXCPRPT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RAW-RECORD              PIC X(100).
       01  WS-DETAIL-FIELDS REDEFINES WS-RAW-RECORD.
           COPY MSGREC.

       01  WS-SEGMENT-VIEW REDEFINES WS-RAW-RECORD.
           COPY MSGSEG.

       01  WS-SWITCHES.
           05  WS-ARCHIN-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-ARCHIN-EOF             VALUE 'Y'.
           05  WS-HISTIN-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-HISTIN-EOF             VALUE 'Y'.
           05  WS-SEGCTL-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-SEGCTL-EOF             VALUE 'Y'.
           05  WS-REJCASE-EOF-SWITCH  PIC X VALUE 'N'.
               88  WS-REJCASE-EOF            VALUE 'Y'.
           05  WS-TAKEN-SWITCH        PIC X VALUE 'N'.
               88  WS-TAKEN                  VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-FOUND-SWITCH        PIC X VALUE 'N'.
               88  WS-FOUND                  VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-TDT-FOUND-SWITCH    PIC X VALUE 'N'.
               88  WS-TDT-FOUND              VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-DAY-SWITCH          PIC X VALUE 'N'.
               88  WS-DAY-IN-MONTH           VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-ACCT-INCOMPLETE-SW  PIC X VALUE 'N'.
               88  WS-ACCT-INCOMPLETE        VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-ATY-FULL-SWITCH     PIC X VALUE 'N'.
               88  WS-ATY-FULL-WARNED        VALUE 'Y'.
           05  WS-TDT-FULL-SWITCH     PIC X VALUE 'N'.
               88  WS-TDT-FULL-WARNED        VALUE 'Y'.
           05  WS-RSB-FULL-SWITCH     PIC X VALUE 'N'.
               88  WS-RSB-FULL-WARNED        VALUE 'Y'.

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
                                              WHEN SET TO FALSE IS
                                              'N'.

       01  WS-COUNTERS.
           05  WS-AUDIT-READ-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-ARCHIVE-READ-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-HISTORY-READ-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-BILLING-READ-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-CASE-READ-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-ACCOUNT-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-EXCEPTION-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-EXCEPTION-MARK      PIC 9(9) VALUE ZERO.

       01  WS-MONTH-TOTALS.
           05  WS-TOT-AUDIT           PIC 9(9) VALUE ZERO.
           05  WS-TOT-ARCH-RECS       PIC 9(9) VALUE ZERO.
           05  WS-TOT-ARCH-CONT       PIC 9(9) VALUE ZERO.
           05  WS-TOT-ARCH-MSGS       PIC 9(9) VALUE ZERO.
           05  WS-TOT-ARCH-UNDATED    PIC 9(9) VALUE ZERO.
           05  WS-TOT-HIST-SENDER     PIC 9(9) VALUE ZERO.
           05  WS-TOT-HIST-TYPE       PIC 9(9) VALUE ZERO.
           05  WS-TOT-BILLED          PIC 9(9) VALUE ZERO.
           05  WS-TOT-BILLED-AMOUNT   PIC 9(13)V99 VALUE ZERO.
           05  WS-TOT-HELD-LATER      PIC 9(9) VALUE ZERO.
           05  WS-TOT-REL-EARLIER     PIC 9(9) VALUE ZERO.
           05  WS-TOT-RESUB-REJECT    PIC 9(9) VALUE ZERO.
           05  WS-TOT-RESUB-NAK       PIC 9(9) VALUE ZERO.
           05  WS-TOT-RESUB-UNMATCHED PIC 9(9) VALUE ZERO.
           05  WS-TOT-ACCEPTED        PIC 9(9) VALUE ZERO.

       01  WS-RECON-FIELDS.
           05  WS-RECON-MONTH         PIC X(6) VALUE SPACES.
           05  WS-MONTH-START         PIC X(8) VALUE SPACES.
           05  WS-CUTOFF-DATE         PIC X(8) VALUE SPACES.
           05  WS-CURRENT-DATE        PIC 9(8) VALUE ZERO.
           05  WS-LOOKUP-TYPE         PIC X(4) VALUE SPACES.
           05  WS-HELD-LATER-WORK     PIC S9(9) VALUE ZERO.
           05  WS-ARCH-MSGS-WORK      PIC S9(9) VALUE ZERO.
           05  WS-ACCEPTED-WORK       PIC S9(11) VALUE ZERO.

       01  WS-STREAM-KEYS.
           05  WS-CURR-ACCOUNT        PIC X(10) VALUE SPACES.
           05  WS-AUDIT-ACCOUNT       PIC X(10) VALUE SPACES.
           05  WS-ARCH-ACCOUNT        PIC X(10) VALUE SPACES.
           05  WS-HIST-ACCOUNT        PIC X(10) VALUE SPACES.
           05  WS-BILL-ACCOUNT        PIC X(10) VALUE SPACES.
           05  WS-PREV-ARCH-ACCOUNT   PIC X(10) VALUE LOW-VALUES.
           05  WS-PREV-HIST-ACCOUNT   PIC X(10) VALUE LOW-VALUES.
           05  WS-PREV-BILL-ACCOUNT   PIC X(10) VALUE LOW-VALUES.

       01  WS-DATE-CHECK.
           05  WS-CHK-DATE            PIC X(8) VALUE SPACES.
           05  WS-CHK-DATE-PARTS REDEFINES WS-CHK-DATE.
               10  WS-CHK-MONTH       PIC X(6).
               10  WS-CHK-DAY         PIC 9(2).
           05  WS-DAY-NO              PIC 9(2) VALUE ZERO.
           05  WS-DAY-SUB             PIC 9(2) VALUE ZERO.
           05  WS-ATY-HIT             PIC 9(3) VALUE ZERO.
           05  WS-TDT-HIT             PIC 9(3) VALUE ZERO.

      *    ONE ENTRY PER MESSAGE TYPE FOR THE ACCOUNT IN HAND, WITH
      *    THE AUDIT AND ARCHIVE COUNTS SPREAD BY DAY OF THE MONTH.
       01  WS-ACCT-TYPE-TABLE.
           05  WS-ATY-COUNT-USED      PIC 9(3) VALUE ZERO.
           05  WS-ATY-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-ATY-IDX.
               10  WS-ATY-TYPE        PIC X(4).
               10  WS-ATY-AUDIT       PIC 9(9).
               10  WS-ATY-ARCH-RECS   PIC 9(9).
               10  WS-ATY-ARCH-CONT   PIC 9(9).
               10  WS-ATY-ARCH-MSGS   PIC 9(9).
               10  WS-ATY-ARCH-UNDATED PIC 9(9).
               10  WS-ATY-BILLED      PIC 9(9).
               10  WS-ATY-HELD        PIC 9(9).
               10  WS-ATY-HELD-RELEASED PIC 9(9).
               10  WS-ATY-HELD-LATER  PIC 9(9).
               10  WS-ATY-REL-EARLIER PIC 9(9).
               10  WS-ATY-RESUB-REJECT PIC 9(9).
               10  WS-ATY-RESUB-NAK   PIC 9(9).
               10  WS-ATY-DAY OCCURS 31 TIMES.
                   15  WS-ATY-DAY-AUDIT     PIC 9(7).
                   15  WS-ATY-DAY-ARCH-RECS PIC 9(7).
                   15  WS-ATY-DAY-ARCH-CONT PIC 9(7).

      *    THE ACCOUNT'S AUDIT AND SENDER HISTORY TOTALS BY DAY.
       01  WS-ACCT-DAY-TABLE.
           05  WS-ADT-DAY OCCURS 31 TIMES.
               10  WS-ADT-AUDIT       PIC 9(9).
               10  WS-ADT-HISTORY     PIC 9(9).

      *    MONTH-WIDE AUDIT AND TYPE HISTORY TOTALS BY TYPE AND DAY.
       01  WS-TYPE-DATE-TABLE.
           05  WS-TDT-COUNT-USED      PIC 9(3) VALUE ZERO.
           05  WS-TDT-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-TDT-IDX.
               10  WS-TDT-TYPE        PIC X(4).
               10  WS-TDT-DAY OCCURS 31 TIMES.
                   15  WS-TDT-AUDIT   PIC 9(9).
                   15  WS-TDT-HISTORY PIC 9(9).

      *    REJECT CASES MSGRELAY CLOSED AS RELAYED IN THE MONTH.
       01  WS-RESUB-TABLE.
           05  WS-RSB-COUNT-USED      PIC 9(5) VALUE ZERO.
           05  WS-RSB-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-RSB-IDX.
               10  WS-RSB-ACCOUNT     PIC X(10).
               10  WS-RSB-TYPE        PIC X(4).
               10  WS-RSB-SOURCE      PIC X(1).
                   88  WS-RSB-FROM-NAK       VALUE 'N'.
               10  WS-RSB-MATCHED     PIC X(1).
                   88  WS-RSB-IS-MATCHED     VALUE 'Y'.

       01  WS-EXCEPTION-FIELDS.
           05  WS-EXC-ACCOUNT         PIC X(10) VALUE SPACES.
           05  WS-EXC-TYPE            PIC X(4) VALUE SPACES.
           05  WS-EXC-DATE            PIC X(8) VALUE SPACES.
           05  WS-EXC-SOURCE          PIC X(16) VALUE SPACES.
           05  WS-EXC-AUDIT           PIC 9(9) VALUE ZERO.
           05  WS-EXC-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-EXC-DIFFERENCE      PIC S9(9) VALUE ZERO.
           05  WS-EXC-NOTE            PIC X(40) VALUE SPACES.

       01  WS-FILE-STATUSES.
           05  WS-AUDIT-STATUS        PIC XX VALUE SPACES.
           05  WS-REJCASE-STATUS      PIC XX VALUE SPACES.
           05  WS-ARCHIN-STATUS       PIC XX VALUE SPACES.
           05  WS-HISTIN-STATUS       PIC XX VALUE SPACES.
           05  WS-BILLIN-STATUS       PIC XX VALUE SPACES.
           05  WS-SEGCTL-STATUS       PIC XX VALUE SPACES.
           05  WS-AUDCUT-STATUS       PIC XX VALUE SPACES.
           05  WS-RECONRPT-STATUS     PIC XX VALUE SPACES.
           05  WS-EXCPRPT-STATUS      PIC XX VALUE SPACES.

       01  WS-RECON-HEADING.
           05  FILLER                 PIC X(46) VALUE
                   "MSGRECON - MONTH-END VOLUME RECONCILIATION FOR".
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  RHD-MONTH              PIC X(6).
           05  FILLER                 PIC X(10) VALUE "   RUN ON ".
           05  RHD-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(61) VALUE SPACES.

       01  WS-RECON-COLUMNS-1.
           05  FILLER                 PIC X(18) VALUE SPACES.
           05  FILLER                 PIC X(12) VALUE
                   "      AUDIT ".
           05  FILLER                 PIC X(12) VALUE
                   "    BILLING ".
           05  FILLER                 PIC X(12) VALUE
                   "    ARCHIVE ".
           05  FILLER                 PIC X(12) VALUE
                   "  CONTINUA- ".
           05  FILLER                 PIC X(12) VALUE
                   "   HELD FOR ".
           05  FILLER                 PIC X(12) VALUE
                   "   RELEASED ".
           05  FILLER                 PIC X(12) VALUE
                   "   RESUBMIT ".
           05  FILLER                 PIC X(12) VALUE
                   "   RESUBMIT ".
           05  FILLER                 PIC X(18) VALUE SPACES.

       01  WS-RECON-COLUMNS-2.
           05  FILLER                 PIC X(18) VALUE
                   "ACCOUNT     TYPE  ".
           05  FILLER                 PIC X(12) VALUE
                   "    RELAYED ".
           05  FILLER                 PIC X(12) VALUE
                   "    EXTRACT ".
           05  FILLER                 PIC X(12) VALUE
                   "    RECORDS ".
           05  FILLER                 PIC X(12) VALUE
                   "  TION SEGS ".
           05  FILLER                 PIC X(12) VALUE
                   " LATER MNTH ".
           05  FILLER                 PIC X(12) VALUE
                   " EARLY HOLD ".
           05  FILLER                 PIC X(12) VALUE
                   "    REJECTS ".
           05  FILLER                 PIC X(12) VALUE
                   "       NAKS ".
           05  FILLER                 PIC X(18) VALUE
                   "  STATUS".

       01  WS-RECON-DETAIL-LINE.
           05  RDL-ACCOUNT            PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RDL-TYPE               PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RDL-AUDIT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  RDL-BILLED             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  RDL-ARCH-RECS          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  RDL-ARCH-CONT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  RDL-HELD-LATER         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  RDL-REL-EARLIER        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  RDL-RESUB-REJECT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  RDL-RESUB-NAK          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  RDL-STATUS             PIC X(9).
           05  FILLER                 PIC X(7) VALUE SPACES.

       01  WS-EXCP-HEADING.
           05  FILLER                 PIC X(47) VALUE
                   "MSGRECON - VOLUME RECONCILIATION EXCEPTIONS FOR".
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  EHD-MONTH              PIC X(6).
           05  FILLER                 PIC X(10) VALUE "   RUN ON ".
           05  EHD-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(60) VALUE SPACES.

       01  WS-EXCP-TITLE.
           05  FILLER                 PIC X(49) VALUE
                   "UNEXPLAINED DIFFERENCES - INVESTIGATE BEFORE THE ".
           05  FILLER                 PIC X(83) VALUE
                   "BILLING EXTRACT IS RELEASED TO ACCOUNTS RECEIVABLE".

       01  WS-EXCP-COLUMNS.
           05  FILLER                 PIC X(46) VALUE
                   "ACCOUNT     TYPE  RUN DATE  SOURCE".
           05  FILLER                 PIC X(14) VALUE
                   "    AUDITED   ".
           05  FILLER                 PIC X(12) VALUE
                   "     SOURCE ".
           05  FILLER                 PIC X(14) VALUE
                   "  DIFFERENCE  ".
           05  FILLER                 PIC X(46) VALUE "NOTE".

       01  WS-EXCP-DETAIL-LINE.
           05  EDL-ACCOUNT            PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  EDL-TYPE               PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  EDL-DATE               PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  EDL-SOURCE             PIC X(16).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  EDL-AUDIT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  EDL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  EDL-DIFFERENCE         PIC ----,---,--9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  EDL-NOTE               PIC X(40).
           05  FILLER                 PIC X(6) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  TOT-LABEL              PIC X(50).
           05  TOT-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(67) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  AMT-LABEL              PIC X(50).
           05  AMT-AMOUNT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(58) VALUE SPACES.

       01  WS-RESULT-LINE.
           05  FILLER                 PIC X(25) VALUE
                   "RESULT: NOT RECONCILED - ".
           05  RES-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(46) VALUE
                   " UNEXPLAINED DIFFERENCES - THE EXTRACT IS HELD".
           05  FILLER                 PIC X(54) VALUE
                   " UNTIL EACH IS RESOLVED OR ACCEPTED BELOW".

       01  WS-SIGN-OFF-PREPARED.
           05  FILLER                 PIC X(26) VALUE
                   "PREPARED BY (OPERATIONS)  ".
           05  FILLER                 PIC X(30) VALUE ALL "_".
           05  FILLER                 PIC X(8) VALUE "  DATE  ".
           05  FILLER                 PIC X(10) VALUE ALL "_".
           05  FILLER                 PIC X(58) VALUE SPACES.

       01  WS-SIGN-OFF-REVIEWED.
           05  FILLER                 PIC X(26) VALUE
                   "REVIEWED BY (FINANCE)     ".
           05  FILLER                 PIC X(30) VALUE ALL "_".
           05  FILLER                 PIC X(8) VALUE "  DATE  ".
           05  FILLER                 PIC X(10) VALUE ALL "_".
           05  FILLER                 PIC X(58) VALUE SPACES.

       01  WS-SIGN-OFF-RELEASE.
           05  FILLER                 PIC X(44) VALUE
                   "EXTRACT RELEASED TO ACCOUNTS RECEIVABLE".
           05  FILLER                 PIC X(10) VALUE "[ ] YES   ".
           05  FILLER                 PIC X(78) VALUE
                   "[ ] NO - HELD PENDING INVESTIGATION".

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH         PIC S9(4) COMP.
           05  LS-PARM-TEXT           PIC X(6).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       0000-MAIN.
           IF LS-PARM-LENGTH < 6
              OR LS-PARM-TEXT NOT NUMERIC
               DISPLAY "MSGRECON ERROR - PARM MUST BE THE MONTH TO "
                   "RECONCILE AS CCYYMM"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE LS-PARM-TEXT TO WS-RECON-MONTH
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           PERFORM 0300-CHECK-AUDIT-CUTOFF
           PERFORM 0100-LOAD-SEGTYPE-TABLE
           PERFORM 0400-LOAD-RESUBMISSIONS

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "MSGRECON ERROR - UNABLE TO OPEN AUDIT, STATUS="
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ARCHIN-FILE
           IF WS-ARCHIN-STATUS NOT = "00"
               DISPLAY "MSGRECON ERROR - UNABLE TO OPEN ARCHIN, "
                   "STATUS=" WS-ARCHIN-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE AUDIT-FILE
               GOBACK
           END-IF
           OPEN INPUT HISTIN-FILE
           IF WS-HISTIN-STATUS NOT = "00"
               DISPLAY "MSGRECON ERROR - UNABLE TO OPEN HISTIN, "
                   "STATUS=" WS-HISTIN-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE AUDIT-FILE
               CLOSE ARCHIN-FILE
               GOBACK
           END-IF
           OPEN INPUT BILLIN-FILE
           IF WS-BILLIN-STATUS NOT = "00"
               DISPLAY "MSGRECON ERROR - UNABLE TO OPEN BILLIN, "
                   "STATUS=" WS-BILLIN-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE AUDIT-FILE
               CLOSE ARCHIN-FILE
               CLOSE HISTIN-FILE
               GOBACK
           END-IF
           OPEN OUTPUT RECONRPT-FILE
           IF WS-RECONRPT-STATUS NOT = "00"
               DISPLAY "MSGRECON ERROR - UNABLE TO OPEN RECONRPT, "
                   "STATUS=" WS-RECONRPT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE AUDIT-FILE
               CLOSE ARCHIN-FILE
               CLOSE HISTIN-FILE
               CLOSE BILLIN-FILE
               GOBACK
           END-IF
           OPEN OUTPUT EXCPRPT-FILE
           IF WS-EXCPRPT-STATUS NOT = "00"
               DISPLAY "MSGRECON ERROR - UNABLE TO OPEN EXCPRPT, "
                   "STATUS=" WS-EXCPRPT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE AUDIT-FILE
               CLOSE ARCHIN-FILE
               CLOSE HISTIN-FILE
               CLOSE BILLIN-FILE
               CLOSE RECONRPT-FILE
               GOBACK
           END-IF

           PERFORM 0500-WRITE-HEADINGS

           PERFORM 1100-READ-NEXT-AUDIT
           PERFORM 1200-READ-NEXT-ARCHIVE
           PERFORM 1300-READ-NEXT-HISTORY
           PERFORM 1400-READ-NEXT-BILLING
           PERFORM 2000-RECONCILE-ACCOUNT
               UNTIL WS-AUDIT-ACCOUNT = HIGH-VALUES
                 AND WS-ARCH-ACCOUNT = HIGH-VALUES
                 AND WS-HIST-ACCOUNT = HIGH-VALUES
                 AND WS-BILL-ACCOUNT = HIGH-VALUES

           PERFORM 3000-COMPARE-TYPE-HISTORY
           PERFORM 4000-WRITE-RECON-TOTALS
           PERFORM 5000-WRITE-SIGN-OFF

           CLOSE AUDIT-FILE
           CLOSE ARCHIN-FILE
           CLOSE HISTIN-FILE
           CLOSE BILLIN-FILE
           CLOSE RECONRPT-FILE
           CLOSE EXCPRPT-FILE

           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "MSGRECON SUMMARY - AUDIT READ: "
               WS-AUDIT-READ-COUNT
               " ARCHIVE READ: " WS-ARCHIVE-READ-COUNT
               " HISTORY READ: " WS-HISTORY-READ-COUNT
               " EXTRACT READ: " WS-BILLING-READ-COUNT
           DISPLAY "MSGRECON SUMMARY - ACCOUNTS: " WS-ACCOUNT-COUNT
               " RELAYED: " WS-TOT-AUDIT
               " BILLED: " WS-TOT-BILLED
               " UNEXPLAINED DIFFERENCES: " WS-EXCEPTION-COUNT
           GOBACK.

       0100-LOAD-SEGTYPE-TABLE.
           OPEN INPUT SEGCTL-FILE
           IF WS-SEGCTL-STATUS NOT = "00"
               DISPLAY "MSGRECON ERROR - UNABLE TO OPEN SEGCTL, "
                   "STATUS=" WS-SEGCTL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
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
           CLOSE SEGCTL-FILE.

       0200-CHECK-SEG-REGISTERED.
           SET WS-SEG-REGISTERED TO FALSE
           PERFORM VARYING WS-SEGTYPE-IDX FROM 1 BY 1
                   UNTIL WS-SEGTYPE-IDX > WS-SEGTYPE-COUNT-USED
               IF WS-SEGTYPE-ENTRY(WS-SEGTYPE-IDX) = MSG-TYPE-CODE
                   SET WS-SEG-REGISTERED TO TRUE
                   SET WS-SEGTYPE-IDX TO WS-SEGTYPE-COUNT-USED
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * THE AUDIT IS THE BASIS OF THE WHOLE RECONCILIATION, SO A *
      * MONTH THAT AUDPURGE HAS ALREADY OFFLOADED FROM THE KSDS  *
      * CANNOT BE RECONCILED HERE - RUN BEFORE THE PURGE.        *
      *----------------------------------------------------------*
       0300-CHECK-AUDIT-CUTOFF.
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
           STRING WS-RECON-MONTH "01" DELIMITED BY SIZE
               INTO WS-MONTH-START
           IF WS-CUTOFF-DATE NOT = SPACES
              AND WS-MONTH-START < WS-CUTOFF-DATE
               DISPLAY "MSGRECON ERROR - MONTH " WS-RECON-MONTH
                   " PRECEDES AUDIT CUTOFF " WS-CUTOFF-DATE
                   ", ITS AUDIT RECORDS HAVE BEEN OFFLOADED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *----------------------------------------------------------*
      * A REJECT CASE CLOSED RELAYED IN THE MONTH IS A           *
      * RESUBMISSION THAT WAS RELAYED (AND BILLED) AGAIN. CASES  *
      * CLOSED BECAUSE THE RESUBMISSION WAS HELD ARE LEFT OUT -  *
      * THEY ARE BILLED WHEN RELEASED. THE ACCOUNT AND TYPE ARE  *
      * TAKEN FROM THE IMAGE THAT WAS RESUBMITTED.               *
      *----------------------------------------------------------*
       0400-LOAD-RESUBMISSIONS.
           OPEN INPUT REJCASE-FILE
           IF WS-REJCASE-STATUS NOT = "00"
               DISPLAY "MSGRECON ERROR - UNABLE TO OPEN REJCASE, "
                   "STATUS=" WS-REJCASE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-REJCASE-EOF
               READ REJCASE-FILE NEXT RECORD
                   AT END
                       SET WS-REJCASE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CASE-READ-COUNT
                       IF CAS-RELAYED
                          AND CAS-STATUS-DATE(1:6) = WS-RECON-MONTH
                          AND CAS-NOTE(1:7) = "RELAYED"
                           PERFORM 0450-ADD-RESUBMISSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJCASE-FILE.

       0450-ADD-RESUBMISSION.
           IF CAS-FIX-IMAGE = SPACES
               MOVE CAS-IMAGE TO WS-RAW-RECORD
           ELSE
               MOVE CAS-FIX-IMAGE TO WS-RAW-RECORD
           END-IF
           IF WS-RSB-COUNT-USED < 5000
               ADD 1 TO WS-RSB-COUNT-USED
               SET WS-RSB-IDX TO WS-RSB-COUNT-USED
               MOVE MSG-ACCOUNT-ID TO WS-RSB-ACCOUNT(WS-RSB-IDX)
               MOVE MSG-TYPE-CODE TO WS-RSB-TYPE(WS-RSB-IDX)
               MOVE CAS-SOURCE TO WS-RSB-SOURCE(WS-RSB-IDX)
               MOVE 'N' TO WS-RSB-MATCHED(WS-RSB-IDX)
           ELSE
               IF NOT WS-RSB-FULL-WARNED
                   DISPLAY "MSGRECON WARNING - RESUBMISSION TABLE "
                       "FULL AT 5000 CASES, REMAINING RESUBMISSIONS "
                       "NOT EXPLAINED"
                   SET WS-RSB-FULL-WARNED TO TRUE
               END-IF
           END-IF.

       0500-WRITE-HEADINGS.
           MOVE WS-RECON-MONTH TO RHD-MONTH
           MOVE WS-CURRENT-DATE TO RHD-RUN-DATE
           MOVE WS-RECON-HEADING TO RECONRPT-RECORD
           WRITE RECONRPT-RECORD
           MOVE SPACES TO RECONRPT-RECORD
           WRITE RECONRPT-RECORD
           MOVE WS-RECON-COLUMNS-1 TO RECONRPT-RECORD
           WRITE RECONRPT-RECORD
           MOVE WS-RECON-COLUMNS-2 TO RECONRPT-RECORD
           WRITE RECONRPT-RECORD

           MOVE WS-RECON-MONTH TO EHD-MONTH
           MOVE WS-CURRENT-DATE TO EHD-RUN-DATE
           MOVE WS-EXCP-HEADING TO EXCPRPT-RECORD
           WRITE EXCPRPT-RECORD
           MOVE SPACES TO EXCPRPT-RECORD
           WRITE EXCPRPT-RECORD
           MOVE WS-EXCP-TITLE TO EXCPRPT-RECORD
           WRITE EXCPRPT-RECORD
           MOVE WS-EXCP-COLUMNS TO EXCPRPT-RECORD
           WRITE EXCPRPT-RECORD.

      *----------------------------------------------------------*
      * EACH STREAM KEEPS THE ACCOUNT OF ITS NEXT RECORD, OR     *
      * HIGH-VALUES ONCE IT IS EXHAUSTED. A SORTED STREAM THAT   *
      * GOES BACKWARDS WOULD SPLIT AN ACCOUNT AND REPORT FALSE   *
      * DIFFERENCES, SO THE RUN STOPS INSTEAD.                   *
      *----------------------------------------------------------*
       1100-READ-NEXT-AUDIT.
           READ AUDIT-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-AUDIT-ACCOUNT
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ-COUNT
                   MOVE AUD-ACCOUNT-ID TO WS-AUDIT-ACCOUNT
           END-READ.

       1200-READ-NEXT-ARCHIVE.
           SET WS-TAKEN TO FALSE
           PERFORM UNTIL WS-TAKEN OR WS-ARCHIN-EOF
               READ ARCHIN-FILE
                   AT END
                       SET WS-ARCHIN-EOF TO TRUE
                       MOVE HIGH-VALUES TO WS-ARCH-ACCOUNT
                   NOT AT END
                       IF ARC-FROM-MSGOUT
                           ADD 1 TO WS-ARCHIVE-READ-COUNT
                           MOVE ARC-MESSAGE(5:10) TO WS-ARCH-ACCOUNT
                           SET WS-TAKEN TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TAKEN
               IF WS-ARCH-ACCOUNT < WS-PREV-ARCH-ACCOUNT
                   DISPLAY "MSGRECON ERROR - ARCHIN IS NOT IN "
                       "ACCOUNT ORDER AT ACCOUNT " WS-ARCH-ACCOUNT
                       ", SORT IT ON COLS 14-23 AND RERUN"
                   PERFORM 9900-ABANDON-RUN
               END-IF
               MOVE WS-ARCH-ACCOUNT TO WS-PREV-ARCH-ACCOUNT
           END-IF.

      *----------------------------------------------------------*
      * SORTED ON KIND/KEY/DATE, THE SENDER ('S') RECORDS COME   *
      * FIRST IN ACCOUNT ORDER AND FEED THE CONTROL BREAK. THE   *
      * FIRST TYPE ('T') RECORD ENDS THIS STREAM; IT AND THE     *
      * REST ARE READ BY 3000 AFTER THE LAST ACCOUNT.            *
      *----------------------------------------------------------*
       1300-READ-NEXT-HISTORY.
           SET WS-TAKEN TO FALSE
           PERFORM UNTIL WS-TAKEN OR WS-HISTIN-EOF
               READ HISTIN-FILE
                   AT END
                       SET WS-HISTIN-EOF TO TRUE
                       MOVE HIGH-VALUES TO WS-HIST-ACCOUNT
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ-COUNT
                       IF HIST-BY-SENDER OR HIST-BY-TYPE
                           SET WS-TAKEN TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TAKEN
               IF HIST-BY-TYPE
                   MOVE HIGH-VALUES TO WS-HIST-ACCOUNT
               ELSE
                   MOVE HIST-KEY TO WS-HIST-ACCOUNT
                   IF WS-HIST-ACCOUNT < WS-PREV-HIST-ACCOUNT
                       DISPLAY "MSGRECON ERROR - HISTIN IS NOT IN "
                           "KIND/KEY ORDER AT SENDER "
                           WS-HIST-ACCOUNT ", SORT IT ON COLS 9-19 "
                           "AND RERUN"
                       PERFORM 9900-ABANDON-RUN
                   END-IF
                   MOVE WS-HIST-ACCOUNT TO WS-PREV-HIST-ACCOUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * BILLIN MUST BE THE MSGBILL EXTRACT FOR THIS MONTH - ANY  *
      * OTHER MONTH MEANS THE WRONG GENERATION WAS SUPPLIED.     *
      *----------------------------------------------------------*
       1400-READ-NEXT-BILLING.
           READ BILLIN-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-BILL-ACCOUNT
               NOT AT END
                   ADD 1 TO WS-BILLING-READ-COUNT
                   IF EXT-BILL-MONTH NOT = WS-RECON-MONTH
                       DISPLAY "MSGRECON ERROR - BILLIN HOLDS THE "
                           "EXTRACT FOR " EXT-BILL-MONTH ", NOT "
                           WS-RECON-MONTH
                       PERFORM 9900-ABANDON-RUN
                   END-IF
                   MOVE EXT-ACCOUNT-ID TO WS-BILL-ACCOUNT
                   IF WS-BILL-ACCOUNT < WS-PREV-BILL-ACCOUNT
                       DISPLAY "MSGRECON ERROR - BILLIN IS NOT IN "
                           "ACCOUNT ORDER AT ACCOUNT "
                           WS-BILL-ACCOUNT ", SORT IT ON COLS 7-20 "
                           "AND RERUN"
                       PERFORM 9900-ABANDON-RUN
                   END-IF
                   MOVE WS-BILL-ACCOUNT TO WS-PREV-BILL-ACCOUNT
           END-READ.

      *----------------------------------------------------------*
      * THE LOWEST ACCOUNT ACROSS THE FOUR STREAMS IS THE NEXT   *
      * ACCOUNT. EVERY STREAM'S RECORDS FOR IT ARE TALLIED, THE  *
      * RESUBMISSIONS ARE APPLIED, AND THE SOURCES COMPARED.     *
      *----------------------------------------------------------*
       2000-RECONCILE-ACCOUNT.
           MOVE WS-AUDIT-ACCOUNT TO WS-CURR-ACCOUNT
           IF WS-ARCH-ACCOUNT < WS-CURR-ACCOUNT
               MOVE WS-ARCH-ACCOUNT TO WS-CURR-ACCOUNT
           END-IF
           IF WS-HIST-ACCOUNT < WS-CURR-ACCOUNT
               MOVE WS-HIST-ACCOUNT TO WS-CURR-ACCOUNT
           END-IF
           IF WS-BILL-ACCOUNT < WS-CURR-ACCOUNT
               MOVE WS-BILL-ACCOUNT TO WS-CURR-ACCOUNT
           END-IF
           MOVE ZERO TO WS-ATY-COUNT-USED
           INITIALIZE WS-ACCT-DAY-TABLE
           SET WS-ACCT-INCOMPLETE TO FALSE

           PERFORM 2100-TALLY-AUDIT
               UNTIL WS-AUDIT-ACCOUNT NOT = WS-CURR-ACCOUNT
           PERFORM 2200-TALLY-ARCHIVE
               UNTIL WS-ARCH-ACCOUNT NOT = WS-CURR-ACCOUNT
           PERFORM 2300-TALLY-HISTORY
               UNTIL WS-HIST-ACCOUNT NOT = WS-CURR-ACCOUNT
           PERFORM 2400-TALLY-BILLING
               UNTIL WS-BILL-ACCOUNT NOT = WS-CURR-ACCOUNT
           PERFORM 2500-TALLY-RESUBMISSIONS

           PERFORM 2600-COMPARE-ACCOUNT.

       2050-FIND-ACCT-TYPE.
           SET WS-FOUND TO FALSE
           PERFORM VARYING WS-ATY-IDX FROM 1 BY 1
                   UNTIL WS-ATY-IDX > WS-ATY-COUNT-USED
               IF WS-ATY-TYPE(WS-ATY-IDX) = WS-LOOKUP-TYPE
                   SET WS-FOUND TO TRUE
                   SET WS-ATY-HIT TO WS-ATY-IDX
                   SET WS-ATY-IDX TO WS-ATY-COUNT-USED
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET WS-ATY-IDX TO WS-ATY-HIT
           ELSE
               IF WS-ATY-COUNT-USED < 100
                   ADD 1 TO WS-ATY-COUNT-USED
                   SET WS-ATY-IDX TO WS-ATY-COUNT-USED
                   INITIALIZE WS-ATY-ENTRY(WS-ATY-IDX)
                   MOVE WS-LOOKUP-TYPE TO WS-ATY-TYPE(WS-ATY-IDX)
                   SET WS-FOUND TO TRUE
               ELSE
                   SET WS-ACCT-INCOMPLETE TO TRUE
                   IF NOT WS-ATY-FULL-WARNED
                       DISPLAY "MSGRECON WARNING - TYPE TABLE FULL "
                           "AT 100 TYPES FOR ACCOUNT "
                           WS-CURR-ACCOUNT ", ACCOUNT NOT FULLY "
                           "COMPARED"
                       SET WS-ATY-FULL-WARNED TO TRUE
                   END-IF
               END-IF
           END-IF.

       2070-CHECK-RUN-DATE.
           SET WS-DAY-IN-MONTH TO FALSE
           IF WS-CHK-MONTH = WS-RECON-MONTH
              AND WS-CHK-DAY IS NUMERIC
              AND WS-CHK-DAY > ZERO
              AND WS-CHK-DAY < 32
               MOVE WS-CHK-DAY TO WS-DAY-NO
               SET WS-DAY-IN-MONTH TO TRUE
           END-IF.

      *----------------------------------------------------------*
      * RELAYED IS THE MSGBILL BASIS. HELD AND RELEASED FEED THE *
      * HELD-MESSAGE EXPLANATIONS: A RELEASE WHOSE HELD DATE IS  *
      * IN THIS MONTH OFFSETS A HOLD OF THIS MONTH, ONE WHOSE    *
      * HELD DATE IS EARLIER WAS HELD OVER FROM A PRIOR MONTH.   *
      *----------------------------------------------------------*
       2100-TALLY-AUDIT.
           MOVE AUD-RUN-DATE TO WS-CHK-DATE
           PERFORM 2070-CHECK-RUN-DATE
           IF WS-DAY-IN-MONTH
               MOVE AUD-MSG-TYPE TO WS-LOOKUP-TYPE
               EVALUATE AUD-DISPOSITION
                   WHEN "RELAYED"
                       PERFORM 2050-FIND-ACCT-TYPE
                       IF WS-FOUND
                           ADD 1 TO WS-ATY-AUDIT(WS-ATY-IDX)
                           ADD 1 TO
                               WS-ATY-DAY-AUDIT(WS-ATY-IDX, WS-DAY-NO)
                       END-IF
                       ADD 1 TO WS-ADT-AUDIT(WS-DAY-NO)
                       ADD 1 TO WS-TOT-AUDIT
                   WHEN "HELD"
                       PERFORM 2050-FIND-ACCT-TYPE
                       IF WS-FOUND
                           ADD 1 TO WS-ATY-HELD(WS-ATY-IDX)
                       END-IF
                   WHEN "RELEASED"
                       IF AUD-REASON(12:8) IS NUMERIC
                           PERFORM 2050-FIND-ACCT-TYPE
                           IF WS-FOUND
                               PERFORM 2150-TALLY-RELEASE
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 1100-READ-NEXT-AUDIT.

       2150-TALLY-RELEASE.
           IF AUD-REASON(12:6) = WS-RECON-MONTH
               ADD 1 TO WS-ATY-HELD-RELEASED(WS-ATY-IDX)
           ELSE
               IF AUD-REASON(12:8) < WS-MONTH-START
                   ADD 1 TO WS-ATY-REL-EARLIER(WS-ATY-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * ARCHIVE RECORDS ARE COUNTED BY THE RUN DATE MSGARCH      *
      * STAMPED FROM THE MSGOUT HEADER. CONTINUATION SEGMENTS OF *
      * REGISTERED TYPES ARE COUNTED SEPARATELY SO THE ARCHIVE   *
      * CAN BE COMPARED IN MESSAGES. A RECORD WITH NO RUN DATE   *
      * CANNOT BE PLACED IN A MONTH AND IS REPORTED.             *
      *----------------------------------------------------------*
       2200-TALLY-ARCHIVE.
           MOVE ARC-MESSAGE TO WS-RAW-RECORD
           IF ARC-RUN-DATE = ZERO
               MOVE MSG-TYPE-CODE TO WS-LOOKUP-TYPE
               PERFORM 2050-FIND-ACCT-TYPE
               IF WS-FOUND
                   ADD 1 TO WS-ATY-ARCH-UNDATED(WS-ATY-IDX)
               END-IF
               ADD 1 TO WS-TOT-ARCH-UNDATED
           ELSE
               MOVE ARC-RUN-DATE TO WS-CHK-DATE
               PERFORM 2070-CHECK-RUN-DATE
               IF WS-DAY-IN-MONTH
                   MOVE MSG-TYPE-CODE TO WS-LOOKUP-TYPE
                   PERFORM 2050-FIND-ACCT-TYPE
                   PERFORM 0200-CHECK-SEG-REGISTERED
                   ADD 1 TO WS-TOT-ARCH-RECS
                   IF WS-FOUND
                       ADD 1 TO WS-ATY-ARCH-RECS(WS-ATY-IDX)
                       ADD 1 TO WS-ATY-DAY-ARCH-RECS(WS-ATY-IDX,
                           WS-DAY-NO)
                   END-IF
                   IF WS-SEG-REGISTERED
                      AND (SEG-CONTINUATION OR SEG-LAST)
                       ADD 1 TO WS-TOT-ARCH-CONT
                       IF WS-FOUND
                           ADD 1 TO WS-ATY-ARCH-CONT(WS-ATY-IDX)
                           ADD 1 TO WS-ATY-DAY-ARCH-CONT(WS-ATY-IDX,
                               WS-DAY-NO)
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 1200-READ-NEXT-ARCHIVE.

       2300-TALLY-HISTORY.
           MOVE HIST-RUN-DATE TO WS-CHK-DATE
           PERFORM 2070-CHECK-RUN-DATE
           IF WS-DAY-IN-MONTH
               ADD HIST-COUNT TO WS-ADT-HISTORY(WS-DAY-NO)
               ADD HIST-COUNT TO WS-TOT-HIST-SENDER
           END-IF
           PERFORM 1300-READ-NEXT-HISTORY.

       2400-TALLY-BILLING.
           MOVE EXT-MSG-TYPE TO WS-LOOKUP-TYPE
           PERFORM 2050-FIND-ACCT-TYPE
           IF WS-FOUND
               ADD EXT-MSG-COUNT TO WS-ATY-BILLED(WS-ATY-IDX)
           END-IF
           ADD EXT-MSG-COUNT TO WS-TOT-BILLED
           ADD EXT-AMOUNT TO WS-TOT-BILLED-AMOUNT
           PERFORM 1400-READ-NEXT-BILLING.

       2500-TALLY-RESUBMISSIONS.
           PERFORM VARYING WS-RSB-IDX FROM 1 BY 1
                   UNTIL WS-RSB-IDX > WS-RSB-COUNT-USED
               IF WS-RSB-ACCOUNT(WS-RSB-IDX) = WS-CURR-ACCOUNT
                   MOVE WS-RSB-TYPE(WS-RSB-IDX) TO WS-LOOKUP-TYPE
                   PERFORM 2050-FIND-ACCT-TYPE
                   IF WS-FOUND
                       MOVE 'Y' TO WS-RSB-MATCHED(WS-RSB-IDX)
                       IF WS-RSB-FROM-NAK(WS-RSB-IDX)
                           ADD 1 TO WS-ATY-RESUB-NAK(WS-ATY-IDX)
                       ELSE
                           ADD 1 TO WS-ATY-RESUB-REJECT(WS-ATY-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * ARCHIVE AGAINST AUDIT BY TYPE AND DAY, BILLING AGAINST   *
      * AUDIT BY TYPE, SENDER HISTORY AGAINST AUDIT BY DAY. THE  *
      * AUDIT COUNTS ARE ALSO POSTED TO THE TYPE/DAY TABLE FOR   *
      * THE TYPE HISTORY COMPARISON IN 3000.                     *
      *----------------------------------------------------------*
       2600-COMPARE-ACCOUNT.
           IF WS-ATY-COUNT-USED > ZERO
               ADD 1 TO WS-ACCOUNT-COUNT
           END-IF
           IF WS-ACCT-INCOMPLETE
               MOVE WS-CURR-ACCOUNT TO WS-EXC-ACCOUNT
               MOVE SPACES TO WS-EXC-TYPE
               MOVE SPACES TO WS-EXC-DATE
               MOVE "ALL SOURCES" TO WS-EXC-SOURCE
               MOVE ZERO TO WS-EXC-AUDIT
               MOVE ZERO TO WS-EXC-COUNT
               MOVE "OVER 100 TYPES - NOT FULLY COMPARED"
                   TO WS-EXC-NOTE
               PERFORM 2700-WRITE-EXCEPTION
           END-IF
           PERFORM VARYING WS-ATY-IDX FROM 1 BY 1
                   UNTIL WS-ATY-IDX > WS-ATY-COUNT-USED
               PERFORM 2610-COMPARE-ONE-TYPE
           END-PERFORM
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 31
               IF WS-ADT-HISTORY(WS-DAY-SUB)
                       NOT = WS-ADT-AUDIT(WS-DAY-SUB)
                   MOVE WS-CURR-ACCOUNT TO WS-EXC-ACCOUNT
                   MOVE SPACES TO WS-EXC-TYPE
                   STRING WS-RECON-MONTH WS-DAY-SUB
                       DELIMITED BY SIZE INTO WS-EXC-DATE
                   MOVE "SENDER HISTORY" TO WS-EXC-SOURCE
                   MOVE WS-ADT-AUDIT(WS-DAY-SUB) TO WS-EXC-AUDIT
                   MOVE WS-ADT-HISTORY(WS-DAY-SUB) TO WS-EXC-COUNT
                   MOVE SPACES TO WS-EXC-NOTE
                   PERFORM 2700-WRITE-EXCEPTION
               END-IF
           END-PERFORM.

       2610-COMPARE-ONE-TYPE.
           MOVE WS-EXCEPTION-COUNT TO WS-EXCEPTION-MARK
           MOVE WS-ATY-TYPE(WS-ATY-IDX) TO WS-LOOKUP-TYPE
           PERFORM 2650-FIND-TYPE-DATE
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 31
               COMPUTE WS-ARCH-MSGS-WORK =
                   WS-ATY-DAY-ARCH-RECS(WS-ATY-IDX, WS-DAY-SUB)
                   - WS-ATY-DAY-ARCH-CONT(WS-ATY-IDX, WS-DAY-SUB)
               IF WS-ARCH-MSGS-WORK NOT =
                       WS-ATY-DAY-AUDIT(WS-ATY-IDX, WS-DAY-SUB)
                   MOVE WS-CURR-ACCOUNT TO WS-EXC-ACCOUNT
                   MOVE WS-ATY-TYPE(WS-ATY-IDX) TO WS-EXC-TYPE
                   STRING WS-RECON-MONTH WS-DAY-SUB
                       DELIMITED BY SIZE INTO WS-EXC-DATE
                   MOVE "ARCHIVE" TO WS-EXC-SOURCE
                   MOVE WS-ATY-DAY-AUDIT(WS-ATY-IDX, WS-DAY-SUB)
                       TO WS-EXC-AUDIT
                   MOVE WS-ARCH-MSGS-WORK TO WS-EXC-COUNT
                   MOVE "MESSAGES - CONTINUATION SEGMENTS OMITTED"
                       TO WS-EXC-NOTE
                   PERFORM 2700-WRITE-EXCEPTION
               END-IF
               IF WS-TDT-FOUND
                   ADD WS-ATY-DAY-AUDIT(WS-ATY-IDX, WS-DAY-SUB)
                       TO WS-TDT-AUDIT(WS-TDT-IDX, WS-DAY-SUB)
               END-IF
           END-PERFORM
           COMPUTE WS-ATY-ARCH-MSGS(WS-ATY-IDX) =
               WS-ATY-ARCH-RECS(WS-ATY-IDX)
               - WS-ATY-ARCH-CONT(WS-ATY-IDX)
           ADD WS-ATY-ARCH-MSGS(WS-ATY-IDX) TO WS-TOT-ARCH-MSGS
           IF WS-ATY-ARCH-UNDATED(WS-ATY-IDX) > ZERO
               MOVE WS-CURR-ACCOUNT TO WS-EXC-ACCOUNT
               MOVE WS-ATY-TYPE(WS-ATY-IDX) TO WS-EXC-TYPE
               MOVE SPACES TO WS-EXC-DATE
               MOVE "ARCHIVE" TO WS-EXC-SOURCE
               MOVE ZERO TO WS-EXC-AUDIT
               MOVE WS-ATY-ARCH-UNDATED(WS-ATY-IDX) TO WS-EXC-COUNT
               MOVE "RECORDS WITH NO RUN DATE - MONTH UNKNOWN"
                   TO WS-EXC-NOTE
               PERFORM 2700-WRITE-EXCEPTION
           END-IF
           IF WS-ATY-BILLED(WS-ATY-IDX) NOT = WS-ATY-AUDIT(WS-ATY-IDX)
               MOVE WS-CURR-ACCOUNT TO WS-EXC-ACCOUNT
               MOVE WS-ATY-TYPE(WS-ATY-IDX) TO WS-EXC-TYPE
               MOVE SPACES TO WS-EXC-DATE
               MOVE "BILLING EXTRACT" TO WS-EXC-SOURCE
               MOVE WS-ATY-AUDIT(WS-ATY-IDX) TO WS-EXC-AUDIT
               MOVE WS-ATY-BILLED(WS-ATY-IDX) TO WS-EXC-COUNT
               MOVE "MONTH TOTAL - EXTRACT DIFFERS FROM AUDIT"
                   TO WS-EXC-NOTE
               PERFORM 2700-WRITE-EXCEPTION
           END-IF

           COMPUTE WS-HELD-LATER-WORK =
               WS-ATY-HELD(WS-ATY-IDX)
               - WS-ATY-HELD-RELEASED(WS-ATY-IDX)
           IF WS-HELD-LATER-WORK > ZERO
               MOVE WS-HELD-LATER-WORK TO WS-ATY-HELD-LATER(WS-ATY-IDX)
           END-IF
           ADD WS-ATY-HELD-LATER(WS-ATY-IDX) TO WS-TOT-HELD-LATER
           ADD WS-ATY-REL-EARLIER(WS-ATY-IDX) TO WS-TOT-REL-EARLIER
           ADD WS-ATY-RESUB-REJECT(WS-ATY-IDX) TO WS-TOT-RESUB-REJECT
           ADD WS-ATY-RESUB-NAK(WS-ATY-IDX) TO WS-TOT-RESUB-NAK

           MOVE WS-CURR-ACCOUNT TO RDL-ACCOUNT
           MOVE WS-ATY-TYPE(WS-ATY-IDX) TO RDL-TYPE
           MOVE WS-ATY-AUDIT(WS-ATY-IDX) TO RDL-AUDIT
           MOVE WS-ATY-BILLED(WS-ATY-IDX) TO RDL-BILLED
           MOVE WS-ATY-ARCH-RECS(WS-ATY-IDX) TO RDL-ARCH-RECS
           MOVE WS-ATY-ARCH-CONT(WS-ATY-IDX) TO RDL-ARCH-CONT
           MOVE WS-ATY-HELD-LATER(WS-ATY-IDX) TO RDL-HELD-LATER
           MOVE WS-ATY-REL-EARLIER(WS-ATY-IDX) TO RDL-REL-EARLIER
           MOVE WS-ATY-RESUB-REJECT(WS-ATY-IDX) TO RDL-RESUB-REJECT
           MOVE WS-ATY-RESUB-NAK(WS-ATY-IDX) TO RDL-RESUB-NAK
           IF WS-EXCEPTION-COUNT > WS-EXCEPTION-MARK
               MOVE "EXCEPTION" TO RDL-STATUS
           ELSE
               MOVE "AGREES" TO RDL-STATUS
           END-IF
           MOVE WS-RECON-DETAIL-LINE TO RECONRPT-RECORD
           WRITE RECONRPT-RECORD.

       2650-FIND-TYPE-DATE.
           SET WS-TDT-FOUND TO FALSE
           PERFORM VARYING WS-TDT-IDX FROM 1 BY 1
                   UNTIL WS-TDT-IDX > WS-TDT-COUNT-USED
               IF WS-TDT-TYPE(WS-TDT-IDX) = WS-LOOKUP-TYPE
                   SET WS-TDT-FOUND TO TRUE
                   SET WS-TDT-HIT TO WS-TDT-IDX
                   SET WS-TDT-IDX TO WS-TDT-COUNT-USED
               END-IF
           END-PERFORM
           IF WS-TDT-FOUND
               SET WS-TDT-IDX TO WS-TDT-HIT
           ELSE
               IF WS-TDT-COUNT-USED < 100
                   ADD 1 TO WS-TDT-COUNT-USED
                   SET WS-TDT-IDX TO WS-TDT-COUNT-USED
                   INITIALIZE WS-TDT-ENTRY(WS-TDT-IDX)
                   MOVE WS-LOOKUP-TYPE TO WS-TDT-TYPE(WS-TDT-IDX)
                   SET WS-TDT-FOUND TO TRUE
               ELSE
                   IF NOT WS-TDT-FULL-WARNED
                       DISPLAY "MSGRECON WARNING - TYPE/DATE TABLE "
                           "FULL AT 100 TYPES, TYPE " WS-LOOKUP-TYPE
                           " AND LATER TYPES NOT COMPARED WITH THE "
                           "TYPE HISTORY"
                       SET WS-TDT-FULL-WARNED TO TRUE
                       MOVE "*ALL*" TO WS-EXC-ACCOUNT
                       MOVE WS-LOOKUP-TYPE TO WS-EXC-TYPE
                       MOVE SPACES TO WS-EXC-DATE
                       MOVE "TYPE HISTORY" TO WS-EXC-SOURCE
                       MOVE ZERO TO WS-EXC-AUDIT
                       MOVE ZERO TO WS-EXC-COUNT
                       MOVE "OVER 100 TYPES - NOT FULLY COMPARED"
                           TO WS-EXC-NOTE
                       PERFORM 2700-WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       2700-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           COMPUTE WS-EXC-DIFFERENCE = WS-EXC-COUNT - WS-EXC-AUDIT
           MOVE WS-EXC-ACCOUNT TO EDL-ACCOUNT
           MOVE WS-EXC-TYPE TO EDL-TYPE
           MOVE WS-EXC-DATE TO EDL-DATE
           MOVE WS-EXC-SOURCE TO EDL-SOURCE
           MOVE WS-EXC-AUDIT TO EDL-AUDIT
           MOVE WS-EXC-COUNT TO EDL-COUNT
           MOVE WS-EXC-DIFFERENCE TO EDL-DIFFERENCE
           MOVE WS-EXC-NOTE TO EDL-NOTE
           MOVE WS-EXCP-DETAIL-LINE TO EXCPRPT-RECORD
           WRITE EXCPRPT-RECORD.

      *----------------------------------------------------------*
      * THE TYPE ('T') HISTORY RECORDS FOLLOW THE LAST SENDER.   *
      * THEIR DAILY TOTALS ARE COMPARED WITH THE AUDIT SUMMED    *
      * OVER EVERY ACCOUNT FOR THE SAME TYPE AND RUN DATE.       *
      *----------------------------------------------------------*
       3000-COMPARE-TYPE-HISTORY.
           PERFORM 3100-TALLY-TYPE-HISTORY
               UNTIL WS-HISTIN-EOF
           PERFORM VARYING WS-TDT-IDX FROM 1 BY 1
                   UNTIL WS-TDT-IDX > WS-TDT-COUNT-USED
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 31
                   IF WS-TDT-HISTORY(WS-TDT-IDX, WS-DAY-SUB)
                           NOT = WS-TDT-AUDIT(WS-TDT-IDX, WS-DAY-SUB)
                       MOVE "*ALL*" TO WS-EXC-ACCOUNT
                       MOVE WS-TDT-TYPE(WS-TDT-IDX) TO WS-EXC-TYPE
                       STRING WS-RECON-MONTH WS-DAY-SUB
                           DELIMITED BY SIZE INTO WS-EXC-DATE
                       MOVE "TYPE HISTORY" TO WS-EXC-SOURCE
                       MOVE WS-TDT-AUDIT(WS-TDT-IDX, WS-DAY-SUB)
                           TO WS-EXC-AUDIT
                       MOVE WS-TDT-HISTORY(WS-TDT-IDX, WS-DAY-SUB)
                           TO WS-EXC-COUNT
                       MOVE SPACES TO WS-EXC-NOTE
                       PERFORM 2700-WRITE-EXCEPTION
                   END-IF
               END-PERFORM
           END-PERFORM.

       3100-TALLY-TYPE-HISTORY.
           IF HIST-BY-SENDER
               DISPLAY "MSGRECON ERROR - HISTIN IS NOT IN KIND/KEY "
                   "ORDER AT SENDER " HIST-KEY ", SORT IT ON COLS "
                   "9-19 AND RERUN"
               PERFORM 9900-ABANDON-RUN
           END-IF
           IF HIST-BY-TYPE
               MOVE HIST-RUN-DATE TO WS-CHK-DATE
               PERFORM 2070-CHECK-RUN-DATE
               IF WS-DAY-IN-MONTH
                   MOVE HIST-KEY(1:4) TO WS-LOOKUP-TYPE
                   PERFORM 2650-FIND-TYPE-DATE
                   IF WS-TDT-FOUND
                       ADD HIST-COUNT
                           TO WS-TDT-HISTORY(WS-TDT-IDX, WS-DAY-NO)
                   END-IF
                   ADD HIST-COUNT TO WS-TOT-HIST-TYPE
               END-IF
           END-IF
           READ HISTIN-FILE
               AT END
                   SET WS-HISTIN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ-COUNT
           END-READ.

       4000-WRITE-RECON-TOTALS.
           MOVE SPACES TO RECONRPT-RECORD
           WRITE RECONRPT-RECORD
           MOVE "TOTAL" TO RDL-ACCOUNT
           MOVE SPACES TO RDL-TYPE
           MOVE WS-TOT-AUDIT TO RDL-AUDIT
           MOVE WS-TOT-BILLED TO RDL-BILLED
           MOVE WS-TOT-ARCH-RECS TO RDL-ARCH-RECS
           MOVE WS-TOT-ARCH-CONT TO RDL-ARCH-CONT
           MOVE WS-TOT-HELD-LATER TO RDL-HELD-LATER
           MOVE WS-TOT-REL-EARLIER TO RDL-REL-EARLIER
           MOVE WS-TOT-RESUB-REJECT TO RDL-RESUB-REJECT
           MOVE WS-TOT-RESUB-NAK TO RDL-RESUB-NAK
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE "EXCEPTION" TO RDL-STATUS
           ELSE
               MOVE "AGREES" TO RDL-STATUS
           END-IF
           MOVE WS-RECON-DETAIL-LINE TO RECONRPT-RECORD
           WRITE RECONRPT-RECORD
           MOVE "ACCOUNTS WITH TRAFFIC IN THE MONTH" TO TOT-LABEL
           MOVE WS-ACCOUNT-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO RECONRPT-RECORD
           WRITE RECONRPT-RECORD.

      *----------------------------------------------------------*
      * THE CLOSING PAGE OF THE EXCEPTION REPORT: SOURCE TOTALS, *
      * THE KNOWN DIFFERENCES AND THE BRIDGE FROM MESSAGES       *
      * BILLED TO FIRST-TIME MESSAGES ACCEPTED, THE RESULT, AND  *
      * THE SIGN-OFF BLOCK FINANCE COMPLETES BEFORE THE EXTRACT  *
      * IS RELEASED TO ACCOUNTS RECEIVABLE.                      *
      *----------------------------------------------------------*
       5000-WRITE-SIGN-OFF.
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "    NONE" TO EXCPRPT-RECORD
               WRITE EXCPRPT-RECORD
           END-IF
           PERFORM VARYING WS-RSB-IDX FROM 1 BY 1
                   UNTIL WS-RSB-IDX > WS-RSB-COUNT-USED
               IF NOT WS-RSB-IS-MATCHED(WS-RSB-IDX)
                   ADD 1 TO WS-TOT-RESUB-UNMATCHED
               END-IF
           END-PERFORM

           MOVE SPACES TO EXCPRPT-RECORD
           WRITE EXCPRPT-RECORD
           MOVE "SOURCE TOTALS FOR THE MONTH" TO EXCPRPT-RECORD
           WRITE EXCPRPT-RECORD
           MOVE "AUDIT - RELAYED DISPOSITIONS" TO TOT-LABEL
           MOVE WS-TOT-AUDIT TO TOT-COUNT
           PERFORM 5100-WRITE-TOTAL
           MOVE "ARCHIVE - MSGOUT RECORDS" TO TOT-LABEL
           MOVE WS-TOT-ARCH-RECS TO TOT-COUNT
           PERFORM 5100-WRITE-TOTAL
           MOVE "ARCHIVE - MESSAGES (LESS CONTINUATION SEGMENTS)"
               TO TOT-LABEL
           MOVE WS-TOT-ARCH-MSGS TO TOT-COUNT
           PERFORM 5100-WRITE-TOTAL
           MOVE "ARCHIVE - RECORDS WITH NO RUN DATE" TO TOT-LABEL
           MOVE WS-TOT-ARCH-UNDATED TO TOT-COUNT
           PERFORM 5100-WRITE-TOTAL
           MOVE "VOLUME HISTORY - BY SENDER" TO TOT-LABEL
           MOVE WS-TOT-HIST-SENDER TO TOT-COUNT
           PERFORM 5100-WRITE-TOTAL
           MOVE "VOLUME HISTORY - BY TYPE" TO TOT-LABEL
           MOVE WS-TOT-HIST-TYPE TO TOT-COUNT
           PERFORM 5100-WRITE-TOTAL
           MOVE "BILLING EXTRACT - MESSAGES" TO TOT-LABEL
           MOVE WS-TOT-BILLED TO TOT-COUNT
           PERFORM 5100-WRITE-TOTAL
           MOVE "BILLING EXTRACT - AMOUNT" TO AMT-LABEL
           MOVE WS-TOT-BILLED-AMOUNT TO AMT-AMOUNT
           MOVE WS-AMOUNT-LINE TO EXCPRPT-RECORD
           WRITE EXCPRPT-RECORD

           MOVE SPACES TO EXCPRPT-RECORD
           WRITE EXCPRPT-RECORD
           MOVE "KNOWN DIFFERENCES (EXPLAINED)" TO EXCPRPT-RECORD
           WRITE EXCPRPT-RECORD
           MOVE "CONTINUATION SEGMENTS - ARCHIVED, NOT BILLED"
               TO TOT-LABEL
           MOVE WS-TOT-ARCH-CONT TO TOT-COUNT
           PERFORM 5100-WRITE-TOTAL
           MOVE "HELD THIS MONTH - BILLED WHEN RELEASED LATER"
               TO TOT-LABEL
           MOVE WS-TOT-HELD-LATER TO TOT-COUNT
           PERFORM 5100-WRITE-TOTAL
           MOVE "RELEASED FROM AN EARLIER MONTH'S HOLD - BILLED"
               TO TOT-LABEL
           MOVE WS-TOT-REL-EARLIER TO TOT-COUNT
           PERFORM 5100-WRITE-TOTAL
           MOVE "RESUBMITTED REJECTS RELAYED - BILLED" TO TOT-LABEL
           MOVE WS-TOT-RESUB-REJECT TO TOT-COUNT
           PERFORM 5100-WRITE-TOTAL
           MOVE "RESUBMITTED NAKS RELAYED - BILLED AGAIN"
               TO TOT-LABEL
           MOVE WS-TOT-RESUB-NAK TO TOT-COUNT
           PERFORM 5100-WRITE-TOTAL
           IF WS-TOT-RESUB-UNMATCHED > ZERO
               MOVE "RESUBMISSIONS NOT FOUND UNDER THEIR ACCOUNT"
                   TO TOT-LABEL
               MOVE WS-TOT-RESUB-UNMATCHED TO TOT-COUNT
               PERFORM 5100-WRITE-TOTAL
           END-IF

           COMPUTE WS-ACCEPTED-WORK =
               WS-TOT-AUDIT - WS-TOT-REL-EARLIER
               - WS-TOT-RESUB-REJECT - WS-TOT-RESUB-NAK
               + WS-TOT-HELD-LATER
           IF WS-ACCEPTED-WORK > ZERO
               MOVE WS-ACCEPTED-WORK TO WS-TOT-ACCEPTED
           END-IF
           MOVE SPACES TO EXCPRPT-RECORD
           WRITE EXCPRPT-RECORD
           MOVE "BRIDGE - MESSAGES BILLED TO MESSAGES ACCEPTED"
               TO EXCPRPT-RECORD
           WRITE EXCPRPT-RECORD
           MOVE "MESSAGES RELAYED AND BILLED (AUDIT)" TO TOT-LABEL
           MOVE WS-TOT-AUDIT TO TOT-COUNT
           PERFORM 5100-WRITE-TOTAL
           MOVE "LESS RELEASED FROM AN EARLIER MONTH'S HOLD"
               TO TOT-LABEL
           MOVE WS-TOT-REL-EARLIER TO TOT-COUNT
           PERFORM 5100-WRITE-TOTAL
           MOVE "LESS RESUBMISSIONS RELAYED AGAIN" TO TOT-LABEL
           COMPUTE TOT-COUNT =
               WS-TOT-RESUB-REJECT + WS-TOT-RESUB-NAK
           PERFORM 5100-WRITE-TOTAL
           MOVE "PLUS HELD THIS MONTH FOR RELEASE IN A LATER MONTH"
               TO TOT-LABEL
           MOVE WS-TOT-HELD-LATER TO TOT-COUNT
           PERFORM 5100-WRITE-TOTAL
           MOVE "FIRST-TIME MESSAGES ACCEPTED IN THE MONTH"
               TO TOT-LABEL
           MOVE WS-TOT-ACCEPTED TO TOT-COUNT
           PERFORM 5100-WRITE-TOTAL

           MOVE SPACES TO EXCPRPT-RECORD
           WRITE EXCPRPT-RECORD
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE
                   "RESULT: RECONCILED - NO UNEXPLAINED DIFFERENCES"
                   TO EXCPRPT-RECORD
           ELSE
               MOVE WS-EXCEPTION-COUNT TO RES-COUNT
               MOVE WS-RESULT-LINE TO EXCPRPT-RECORD
           END-IF
           WRITE EXCPRPT-RECORD
           MOVE SPACES TO EXCPRPT-RECORD
           WRITE EXCPRPT-RECORD
           MOVE WS-SIGN-OFF-PREPARED TO EXCPRPT-RECORD
           WRITE EXCPRPT-RECORD
           MOVE SPACES TO EXCPRPT-RECORD
           WRITE EXCPRPT-RECORD
           MOVE WS-SIGN-OFF-REVIEWED TO EXCPRPT-RECORD
           WRITE EXCPRPT-RECORD
           MOVE SPACES TO EXCPRPT-RECORD
           WRITE EXCPRPT-RECORD
           MOVE WS-SIGN-OFF-RELEASE TO EXCPRPT-RECORD
           WRITE EXCPRPT-RECORD.

       5100-WRITE-TOTAL.
           MOVE WS-TOTAL-LINE TO EXCPRPT-RECORD
           WRITE EXCPRPT-RECORD.

      *----------------------------------------------------------*
      * A SORTED INPUT OUT OF ORDER OR THE WRONG EXTRACT MONTH   *
      * MAKES EVERY LATER COMPARISON MEANINGLESS - CLOSE UP AND  *
      * END RC 16 SO THE EXTRACT IS NOT RELEASED ON A BAD RUN.   *
      *----------------------------------------------------------*
       9900-ABANDON-RUN.
           MOVE 16 TO RETURN-CODE
           CLOSE AUDIT-FILE
           CLOSE ARCHIN-FILE
           CLOSE HISTIN-FILE
           CLOSE BILLIN-FILE
           CLOSE RECONRPT-FILE
           CLOSE EXCPRPT-FILE
           GOBACK.
