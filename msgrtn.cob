       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGRTN.

      *----------------------------------------------------------*
      * MSGRTN - SENDER RETURN FILES. SPLITS THE NIGHT'S ERROUT  *
      * AND NAKOUT (CONCATENATED ON ERRIN, AS FOR MSGERRPT) INTO *
      * ONE RETURN FILE PER SENDER SO EACH UPSTREAM SHOP CAN     *
      * PICK UP ITS OWN REJECTS AND CORRECT THEM. EVERY FILE     *
      * (RTNREC LAYOUT) HAS AN RTNHDR HEADER, ONE RTNDTL RECORD  *
      * PER REJECT OR NAK WITH A READABLE REASON, AND AN RTNTRL  *
      * TRAILER WITH THE COUNTS.                                 *
      *                                                          *
      * THE SENDER OF EACH REJECT COMES FROM THE ORIGIN RECORDS  *
      * (ORIGREC LAYOUT) MSGRELAY AND MSGACK WRITE ALONGSIDE     *
      * ERROUT AND NAKOUT, READ ON ORIGIN IN THE SAME ORDER AND  *
      * MATCHED ON THE SOURCE, HDRREC RUN ID AND RECORD NUMBER.  *
      * RTNCTL ASSIGNS EACH SENDER ITS RETURN FILE:              *
      *     COLS 1-8   SENDER ID (BCH-SENDER-ID)                 *
      *     COLS 9-10  RETURN FILE 01-08 (DD RETURN01-RETURN08)  *
      * REJECTS FROM OUTSIDE ANY SENDER BATCH (LEGACY TRAFFIC    *
      * WITH NO BHDREC WRAPPER), FROM A SENDER NOT IN RTNCTL, OR *
      * WITH NO ORIGIN RECORD GO TO THE CATCH-ALL FILE RETURNCA. *
      * THE RTNRPT REPORT GIVES THE COUNTS PER FILE AND LISTS    *
      * THE UNREGISTERED SENDERS SO THEY CAN BE ADDED TO RTNCTL. *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERRIN-FILE ASSIGN TO "ERRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERRIN-STATUS.
           SELECT OPTIONAL ORIGIN-FILE ASSIGN TO "ORIGIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORIGIN-STATUS.
           SELECT OPTIONAL RTNCTL-FILE ASSIGN TO "RTNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTNCTL-STATUS.
           SELECT OPTIONAL RETURN01-FILE ASSIGN TO "RETURN01"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN01-STATUS.
           SELECT OPTIONAL RETURN02-FILE ASSIGN TO "RETURN02"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN02-STATUS.
           SELECT OPTIONAL RETURN03-FILE ASSIGN TO "RETURN03"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN03-STATUS.
           SELECT OPTIONAL RETURN04-FILE ASSIGN TO "RETURN04"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN04-STATUS.
           SELECT OPTIONAL RETURN05-FILE ASSIGN TO "RETURN05"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN05-STATUS.
           SELECT OPTIONAL RETURN06-FILE ASSIGN TO "RETURN06"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN06-STATUS.
           SELECT OPTIONAL RETURN07-FILE ASSIGN TO "RETURN07"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN07-STATUS.
           SELECT OPTIONAL RETURN08-FILE ASSIGN TO "RETURN08"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN08-STATUS.
           SELECT OPTIONAL RETURNCA-FILE ASSIGN TO "RETURNCA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURNCA-STATUS.
           SELECT RTNRPT-FILE ASSIGN TO "RTNRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTNRPT-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERRIN-FILE
           RECORDING MODE IS F.
       01  ERRIN-RECORD               PIC X(120).

       FD  ORIGIN-FILE
           RECORDING MODE IS F.
       01  ORIGIN-RECORD              PIC X(50).

       FD  RTNCTL-FILE
           RECORDING MODE IS F.
       01  RTNCTL-RECORD.
           05  RTNCTL-SENDER-ID       PIC X(8).
           05  RTNCTL-FILE-NO         PIC X(2).
           05  FILLER                 PIC X(70).

       FD  RETURN01-FILE
           RECORDING MODE IS F.
       01  RETURN01-RECORD            PIC X(220).

       FD  RETURN02-FILE
           RECORDING MODE IS F.
       01  RETURN02-RECORD            PIC X(220).

       FD  RETURN03-FILE
           RECORDING MODE IS F.
       01  RETURN03-RECORD            PIC X(220).

       FD  RETURN04-FILE
           RECORDING MODE IS F.
       01  RETURN04-RECORD            PIC X(220).

       FD  RETURN05-FILE
           RECORDING MODE IS F.
       01  RETURN05-RECORD            PIC X(220).

       FD  RETURN06-FILE
           RECORDING MODE IS F.
       01  RETURN06-RECORD            PIC X(220).

       FD  RETURN07-FILE
           RECORDING MODE IS F.
       01  RETURN07-RECORD            PIC X(220).

       FD  RETURN08-FILE
           RECORDING MODE IS F.
       01  RETURN08-RECORD            PIC X(220).

       FD  RETURNCA-FILE
           RECORDING MODE IS F.
       01  RETURNCA-RECORD            PIC X(220).

       FD  RTNRPT-FILE
           RECORDING MODE IS F.
       01  RTNRPT-RECORD              PIC X(132).

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       01  RUNCTL-RECORD.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-ERRIN-EOF-SWITCH    PIC X VALUE 'N'.
               88  WS-ERRIN-EOF              VALUE 'Y'.
           05  WS-ORIGIN-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-ORIGIN-EOF             VALUE 'Y'.
           05  WS-RTNCTL-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-RTNCTL-EOF             VALUE 'Y'.
           05  WS-ORIGIN-OPEN-SWITCH  PIC X VALUE 'N'.
               88  WS-ORIGIN-OPEN            VALUE 'Y'.
           05  WS-ORIGIN-FOUND-SWITCH PIC X VALUE 'N'.
               88  WS-ORIGIN-FOUND           VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-FOUND-SWITCH        PIC X VALUE 'N'.
               88  WS-FOUND                  VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-GEN-WARN-SWITCH     PIC X VALUE 'N'.
               88  WS-GEN-WARNED             VALUE 'Y'.
           05  WS-UNREG-FULL-SWITCH   PIC X VALUE 'N'.
               88  WS-UNREG-FULL-WARNED      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ERRIN-READ-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-RETURNED-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-CATCHALL-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-NO-SENDER-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-UNREG-REJECT-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-NO-ORIGIN-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-SENDER-COUNT-USED   PIC 9(2) VALUE ZERO.
           05  WS-UNREG-COUNT-USED    PIC 9(4) VALUE ZERO.

      *----------------------------------------------------------*
      * ONE ENTRY PER RETURN FILE: 1-8 ARE RETURN01-RETURN08 AS  *
      * ASSIGNED IN RTNCTL, 9 IS THE CATCH-ALL RETURNCA.         *
      *----------------------------------------------------------*
       01  WS-RTN-FILE-ID-VALUES.
           05  FILLER                 PIC X(18) VALUE
                   "0102030405060708CA".
       01  WS-RTN-FILE-ID-TABLE REDEFINES WS-RTN-FILE-ID-VALUES.
           05  WS-RTN-FILE-ID         PIC X(2) OCCURS 9 TIMES.

       01  WS-RTN-FILE-TABLE.
           05  WS-RTN-FILE OCCURS 9 TIMES.
               10  WS-RTN-FILE-SENDER PIC X(8).
               10  WS-RTN-FILE-REJECTS PIC 9(9).
               10  WS-RTN-FILE-NAKS   PIC 9(9).

       01  WS-UNREG-TABLE.
           05  WS-UNREG-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-UNREG-IDX.
               10  WS-UNREG-SENDER    PIC X(8).
               10  WS-UNREG-REJECTS   PIC 9(9).

      *----------------------------------------------------------*
      * READABLE REASONS FOR THE FIXED ERR-REASON CODES. "EDIT   *
      * RULE nnn FAILED" AND "NAK code" ARE WORDED IN 2200-      *
      * TRANSLATE-REASON; ANY OTHER CODE IS RETURNED AS IT IS.   *
      *----------------------------------------------------------*
       01  WS-REASON-VALUES.
           05  FILLER                 PIC X(20) VALUE
                   "MISSING CONTINUATION".
           05  FILLER                 PIC X(45) VALUE
                   "MESSAGE INCOMPLETE - CONTINUATION IS MISSING".
           05  FILLER                 PIC X(20) VALUE
                   "TOO MANY SEGMENTS".
           05  FILLER                 PIC X(45) VALUE
                   "MESSAGE HAS MORE THAN 5 SEGMENTS".
           05  FILLER                 PIC X(20) VALUE
                   "ORPHAN CONTINUATION".
           05  FILLER                 PIC X(45) VALUE
                   "CONTINUATION SENT WITHOUT ITS FIRST SEGMENT".
           05  FILLER                 PIC X(20) VALUE
                   "CONT OF REJECTED MSG".
           05  FILLER                 PIC X(45) VALUE
                   "SEGMENT OF A MESSAGE REJECTED ON ANOTHER LINE".
           05  FILLER                 PIC X(20) VALUE
                   "BLANK OR LOW-VALUES".
           05  FILLER                 PIC X(45) VALUE
                   "RECORD IS BLANK OR UNREADABLE".
           05  FILLER                 PIC X(20) VALUE
                   "UNKNOWN ACCOUNT".
           05  FILLER                 PIC X(45) VALUE
                   "ACCOUNT ID IS NOT ON FILE".
           05  FILLER                 PIC X(20) VALUE
                   "ACCOUNT CLOSED".
           05  FILLER                 PIC X(45) VALUE
                   "ACCOUNT IS CLOSED".
           05  FILLER                 PIC X(20) VALUE
                   "ACCOUNT FROZEN".
           05  FILLER                 PIC X(45) VALUE
                   "ACCOUNT IS FROZEN".
           05  FILLER                 PIC X(20) VALUE
                   "SUCCESSOR CLOSED".
           05  FILLER                 PIC X(45) VALUE
                   "ACCOUNT WAS MERGED INTO A CLOSED ACCOUNT".
           05  FILLER                 PIC X(20) VALUE
                   "SUCCESSOR FROZEN".
           05  FILLER                 PIC X(45) VALUE
                   "ACCOUNT WAS MERGED INTO A FROZEN ACCOUNT".
           05  FILLER                 PIC X(20) VALUE
                   "UNKNOWN SUCCESSOR".
           05  FILLER                 PIC X(45) VALUE
                   "ACCOUNT MERGED INTO AN ACCOUNT NOT ON FILE".
           05  FILLER                 PIC X(20) VALUE
                   "DUPLICATE MESSAGE".
           05  FILLER                 PIC X(45) VALUE
                   "SAME MESSAGE ALREADY RECEIVED - DO NOT RESEND".
           05  FILLER                 PIC X(20) VALUE
                   "SHORT SENDER BATCH".
           05  FILLER                 PIC X(45) VALUE
                   "BATCH COUNT WRONG - RESEND THE WHOLE BATCH".
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05  WS-REASON-ENTRY OCCURS 13 TIMES
                   INDEXED BY WS-REASON-IDX.
               10  WS-REASON-CODE     PIC X(20).
               10  WS-REASON-TEXT     PIC X(45).

       01  WS-ERROR-RECORD.
           05  ERR-REASON             PIC X(20).
           05  ERR-ORIGINAL-DATA      PIC X(100).

       01  WS-ORIGIN-RECORD.
           COPY ORIGREC.

       01  WS-RETURN-RECORD.
           COPY RTNREC.

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE            PIC 9(8) VALUE ZERO.
           05  WS-RUN-TIME-FULL       PIC 9(8) VALUE ZERO.
           05  WS-RUN-TIME            PIC 9(6) VALUE ZERO.
           05  WS-STREAM-SOURCE       PIC X(1) VALUE 'R'.
           05  WS-STREAM-GEN-ID       PIC X(14) VALUE SPACES.
           05  WS-STREAM-RECNO        PIC 9(9) VALUE ZERO.
           05  WS-RTN-SUB             PIC 9(2) VALUE ZERO.
           05  WS-FILE-NO             PIC 9(2) VALUE ZERO.
           05  WS-DTL-SENDER          PIC X(8) VALUE SPACES.
           05  WS-DTL-BATCH-DATE      PIC 9(8) VALUE ZERO.
           05  WS-DTL-BATCH-SEQ       PIC 9(9) VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-ERRIN-STATUS        PIC XX VALUE SPACES.
           05  WS-ORIGIN-STATUS       PIC XX VALUE SPACES.
           05  WS-RTNCTL-STATUS       PIC XX VALUE SPACES.
           05  WS-RETURN01-STATUS     PIC XX VALUE SPACES.
           05  WS-RETURN02-STATUS     PIC XX VALUE SPACES.
           05  WS-RETURN03-STATUS     PIC XX VALUE SPACES.
           05  WS-RETURN04-STATUS     PIC XX VALUE SPACES.
           05  WS-RETURN05-STATUS     PIC XX VALUE SPACES.
           05  WS-RETURN06-STATUS     PIC XX VALUE SPACES.
           05  WS-RETURN07-STATUS     PIC XX VALUE SPACES.
           05  WS-RETURN08-STATUS     PIC XX VALUE SPACES.
           05  WS-RETURNCA-STATUS     PIC XX VALUE SPACES.
           05  WS-RTNRPT-STATUS       PIC XX VALUE SPACES.
           05  WS-RUNCTL-STATUS       PIC XX VALUE SPACES.

       01  WS-RUN-CONTROL-FIELDS.
           05  WS-RC-METRIC           PIC X(12) VALUE SPACES.
           05  WS-RC-COUNT            PIC 9(9) VALUE ZERO.
           05  WS-RC-FLAG             PIC X(1) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                 PIC X(38) VALUE
                   "MSGRTN - SENDER RETURN FILES - RUN OF ".
           05  HDG-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(86) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                 PIC X(42) VALUE
                   "FILE      SENDER          REJECTS         ".
           05  FILLER                 PIC X(26) VALUE
                   "NAKS        TOTAL".
           05  FILLER                 PIC X(64) VALUE SPACES.

       01  WS-FILE-LINE.
           05  FIL-DD-NAME            PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FIL-SENDER             PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FIL-REJECTS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FIL-NAKS               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FIL-TOTAL              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(75) VALUE SPACES.

       01  WS-UNREG-HEADING-LINE.
           05  FILLER                 PIC X(44) VALUE
                   "SENDERS NOT IN RTNCTL - REJECTS RETURNED IN ".
           05  FILLER                 PIC X(8) VALUE "RETURNCA".
           05  FILLER                 PIC X(80) VALUE SPACES.

       01  WS-UNREG-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  UNR-SENDER             PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  UNR-REJECTS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(101) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  TOT-LABEL              PIC X(40).
           05  TOT-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(81) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-FULL FROM TIME
           MOVE WS-RUN-TIME-FULL(1:6) TO WS-RUN-TIME
           INITIALIZE WS-RTN-FILE-TABLE

           PERFORM 0100-OPEN-FILES
           PERFORM 0200-LOAD-SENDER-TABLE
           PERFORM 0300-WRITE-HEADERS
           PERFORM 1000-RETURN-REJECTS
           PERFORM 3000-WRITE-TRAILERS
           PERFORM 4000-WRITE-REPORT
           PERFORM 0900-CLOSE-FILES

           DISPLAY "MSGRTN SUMMARY - REJECTS AND NAKS READ: "
               WS-ERRIN-READ-COUNT
               " RETURNED TO SENDERS: " WS-RETURNED-COUNT
               " CATCH-ALL: " WS-CATCHALL-COUNT
           DISPLAY "MSGRTN SUMMARY - UNREGISTERED SENDERS: "
               WS-UNREG-COUNT-USED
               " REJECTS WITH NO ORIGIN RECORD: " WS-NO-ORIGIN-COUNT
           IF WS-UNREG-FULL-WARNED
              OR NOT WS-ORIGIN-OPEN
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9000-WRITE-RUN-CONTROL
           STOP RUN.

       0100-OPEN-FILES.
           OPEN INPUT ERRIN-FILE
           IF WS-ERRIN-STATUS NOT = "00"
               DISPLAY "MSGRTN ERROR - UNABLE TO OPEN ERRIN, "
                   "STATUS=" WS-ERRIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RTNRPT-FILE
           IF WS-RTNRPT-STATUS NOT = "00"
               DISPLAY "MSGRTN ERROR - UNABLE TO OPEN RTNRPT, "
                   "STATUS=" WS-RTNRPT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE ERRIN-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT RETURN01-FILE RETURN02-FILE RETURN03-FILE
                       RETURN04-FILE RETURN05-FILE RETURN06-FILE
                       RETURN07-FILE RETURN08-FILE RETURNCA-FILE
           IF (WS-RETURN01-STATUS NOT = "00"
                  AND WS-RETURN01-STATUS NOT = "05")
              OR (WS-RETURN02-STATUS NOT = "00"
                  AND WS-RETURN02-STATUS NOT = "05")
              OR (WS-RETURN03-STATUS NOT = "00"
                  AND WS-RETURN03-STATUS NOT = "05")
              OR (WS-RETURN04-STATUS NOT = "00"
                  AND WS-RETURN04-STATUS NOT = "05")
              OR (WS-RETURN05-STATUS NOT = "00"
                  AND WS-RETURN05-STATUS NOT = "05")
              OR (WS-RETURN06-STATUS NOT = "00"
                  AND WS-RETURN06-STATUS NOT = "05")
              OR (WS-RETURN07-STATUS NOT = "00"
                  AND WS-RETURN07-STATUS NOT = "05")
              OR (WS-RETURN08-STATUS NOT = "00"
                  AND WS-RETURN08-STATUS NOT = "05")
              OR (WS-RETURNCA-STATUS NOT = "00"
                  AND WS-RETURNCA-STATUS NOT = "05")
               DISPLAY "MSGRTN ERROR - UNABLE TO OPEN A RETURN "
                   "FILE, STATUSES="
                   WS-RETURN01-STATUS " " WS-RETURN02-STATUS " "
                   WS-RETURN03-STATUS " " WS-RETURN04-STATUS " "
                   WS-RETURN05-STATUS " " WS-RETURN06-STATUS " "
                   WS-RETURN07-STATUS " " WS-RETURN08-STATUS " "
                   WS-RETURNCA-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE ERRIN-FILE
               CLOSE RTNRPT-FILE
               STOP RUN
           END-IF
           OPEN INPUT ORIGIN-FILE
           EVALUATE WS-ORIGIN-STATUS
               WHEN "00"
                   SET WS-ORIGIN-OPEN TO TRUE
                   PERFORM 1310-READ-ORIGIN
               WHEN "05"
                   DISPLAY "MSGRTN WARNING - NO ORIGIN FILE, ALL "
                       "REJECTS GO TO THE CATCH-ALL RETURN FILE"
                   CLOSE ORIGIN-FILE
                   SET WS-ORIGIN-EOF TO TRUE
               WHEN OTHER
                   DISPLAY "MSGRTN ERROR - UNABLE TO OPEN ORIGIN, "
                       "STATUS=" WS-ORIGIN-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE ERRIN-FILE
                   CLOSE RTNRPT-FILE
                   CLOSE RETURN01-FILE RETURN02-FILE RETURN03-FILE
                         RETURN04-FILE RETURN05-FILE RETURN06-FILE
                         RETURN07-FILE RETURN08-FILE RETURNCA-FILE
                   STOP RUN
           END-EVALUATE.

       0900-CLOSE-FILES.
           CLOSE ERRIN-FILE
           IF WS-ORIGIN-OPEN
               CLOSE ORIGIN-FILE
           END-IF
           CLOSE RETURN01-FILE RETURN02-FILE RETURN03-FILE
                 RETURN04-FILE RETURN05-FILE RETURN06-FILE
                 RETURN07-FILE RETURN08-FILE RETURNCA-FILE
           CLOSE RTNRPT-FILE.

      *----------------------------------------------------------*
      * RTNCTL GIVES EACH REGISTERED SENDER ONE OF THE EIGHT     *
      * RETURN FILES. A SENDER MAY HOLD ONLY ONE FILE AND A FILE *
      * ONLY ONE SENDER; A LATER CONFLICTING ENTRY IS IGNORED.   *
      * WITH NO RTNCTL EVERY REJECT GOES TO THE CATCH-ALL FILE.  *
      *----------------------------------------------------------*
       0200-LOAD-SENDER-TABLE.
           OPEN INPUT RTNCTL-FILE
           EVALUATE WS-RTNCTL-STATUS
               WHEN "00"
                   PERFORM UNTIL WS-RTNCTL-EOF
                       READ RTNCTL-FILE
                           AT END
                               SET WS-RTNCTL-EOF TO TRUE
                           NOT AT END
                               PERFORM 0210-LOAD-SENDER-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE RTNCTL-FILE
               WHEN "05"
                   CLOSE RTNCTL-FILE
               WHEN OTHER
                   DISPLAY "MSGRTN WARNING - UNABLE TO OPEN RTNCTL, "
                       "STATUS=" WS-RTNCTL-STATUS
           END-EVALUATE
           IF WS-SENDER-COUNT-USED = ZERO
               DISPLAY "MSGRTN WARNING - RTNCTL CONTAINS NO VALID "
                   "SENDER ENTRIES, ALL REJECTS GO TO THE "
                   "CATCH-ALL RETURN FILE"
           END-IF.

       0210-LOAD-SENDER-ENTRY.
           IF RTNCTL-SENDER-ID = SPACES
              OR RTNCTL-SENDER-ID = LOW-VALUES
               CONTINUE
           ELSE
               IF RTNCTL-FILE-NO NOT NUMERIC
                  OR RTNCTL-FILE-NO < "01"
                  OR RTNCTL-FILE-NO > "08"
                   DISPLAY "MSGRTN WARNING - RTNCTL ENTRY FOR SENDER "
                       RTNCTL-SENDER-ID " HAS INVALID RETURN FILE '"
                       RTNCTL-FILE-NO "', ENTRY IGNORED"
               ELSE
                   MOVE RTNCTL-SENDER-ID TO WS-DTL-SENDER
                   PERFORM 2100-FIND-SENDER-FILE
                   MOVE RTNCTL-FILE-NO TO WS-FILE-NO
                   EVALUATE TRUE
                       WHEN WS-FOUND
                           DISPLAY "MSGRTN WARNING - RTNCTL REGISTERS "
                               "SENDER " RTNCTL-SENDER-ID " MORE "
                               "THAN ONCE, ENTRY FOR FILE "
                               RTNCTL-FILE-NO " IGNORED"
                       WHEN WS-RTN-FILE-SENDER(WS-FILE-NO)
                               NOT = SPACES
                           DISPLAY "MSGRTN WARNING - RETURN FILE "
                               RTNCTL-FILE-NO " ALREADY BELONGS TO "
                               "SENDER "
                               WS-RTN-FILE-SENDER(WS-FILE-NO)
                               ", ENTRY FOR SENDER "
                               RTNCTL-SENDER-ID " IGNORED"
                       WHEN OTHER
                           MOVE RTNCTL-SENDER-ID
                               TO WS-RTN-FILE-SENDER(WS-FILE-NO)
                           ADD 1 TO WS-SENDER-COUNT-USED
                   END-EVALUATE
               END-IF
           END-IF.

       0300-WRITE-HEADERS.
           PERFORM VARYING WS-RTN-SUB FROM 1 BY 1
                   UNTIL WS-RTN-SUB > 9
               MOVE SPACES TO WS-RETURN-RECORD
               SET RTN-HEADER TO TRUE
               MOVE WS-RTN-FILE-SENDER(WS-RTN-SUB) TO RTN-SENDER-ID
               MOVE WS-RTN-FILE-ID(WS-RTN-SUB) TO RTN-FILE-ID
               MOVE WS-RUN-DATE TO RTN-RETURN-DATE
               MOVE WS-RUN-TIME TO RTN-RETURN-TIME
               PERFORM 2300-PUT-RETURN-RECORD
           END-PERFORM.

       1000-RETURN-REJECTS.
           PERFORM UNTIL WS-ERRIN-EOF
               READ ERRIN-FILE INTO WS-ERROR-RECORD
                   AT END
                       SET WS-ERRIN-EOF TO TRUE
                   NOT AT END
                       IF ERR-REASON = "HDRREC"
                           PERFORM 1200-START-GENERATION
                       ELSE
                           ADD 1 TO WS-ERRIN-READ-COUNT
                           ADD 1 TO WS-STREAM-RECNO
                           PERFORM 1300-FIND-ORIGIN
                           PERFORM 2000-RETURN-DETAIL
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      * AN HDRREC HEADER STARTS A NEW ERROUT OR NAKOUT           *
      * GENERATION WITHIN THE ERRIN CONCATENATION; ITS RUN ID    *
      * AND THE RECORD NUMBERS AFTER IT KEY THE ORIGIN RECORDS.  *
      *----------------------------------------------------------*
       1200-START-GENERATION.
           MOVE ERR-ORIGINAL-DATA(1:14) TO WS-STREAM-GEN-ID
           IF ERR-ORIGINAL-DATA(15:8) = "MSGACK"
               MOVE 'N' TO WS-STREAM-SOURCE
           ELSE
               MOVE 'R' TO WS-STREAM-SOURCE
           END-IF
           MOVE ZERO TO WS-STREAM-RECNO.

      *----------------------------------------------------------*
      * THE ORIGIN CONCATENATION HOLDS MSGRELAY'S R AND M        *
      * RECORDS AND THEN MSGACK'S N RECORDS, EACH IN RECORD-     *
      * NUMBER ORDER, SO IT IS READ FORWARD IN STEP WITH ERRIN.  *
      * AN ERROUT RECORD NEVER READS PAST THE FIRST N RECORD. A  *
      * RECORD NUMBER WITH NO ORIGIN RECORD (A RESTARTED RUN, OR *
      * A GENERATION WRITTEN BEFORE ORIGINS WERE KEPT) LEAVES    *
      * THE SENDER UNKNOWN.                                      *
      *----------------------------------------------------------*
       1300-FIND-ORIGIN.
           SET WS-ORIGIN-FOUND TO FALSE
           PERFORM 1310-READ-ORIGIN
               UNTIL WS-ORIGIN-EOF
                  OR (ORG-SOURCE = WS-STREAM-SOURCE
                      AND ORG-RECNO NOT < WS-STREAM-RECNO)
                  OR (WS-STREAM-SOURCE = 'R'
                      AND ORG-FROM-NAK)
           IF NOT WS-ORIGIN-EOF
              AND ORG-SOURCE = WS-STREAM-SOURCE
              AND ORG-RECNO = WS-STREAM-RECNO
               IF ORG-GEN-ID = WS-STREAM-GEN-ID
                   SET WS-ORIGIN-FOUND TO TRUE
               ELSE
                   IF NOT WS-GEN-WARNED
                       DISPLAY "MSGRTN WARNING - ORIGIN RECORDS ARE "
                           "FOR RUN " ORG-GEN-ID " BUT ERRIN IS "
                           "FOR RUN " WS-STREAM-GEN-ID
                           ", UNMATCHED REJECTS GO TO THE "
                           "CATCH-ALL RETURN FILE"
                       SET WS-GEN-WARNED TO TRUE
                   END-IF
               END-IF
           END-IF.

       1310-READ-ORIGIN.
           READ ORIGIN-FILE INTO WS-ORIGIN-RECORD
               AT END
                   SET WS-ORIGIN-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * ROUTE ONE REJECT OR NAK TO ITS SENDER'S RETURN FILE, OR  *
      * TO THE CATCH-ALL WHEN THE SENDER IS UNKNOWN OR NOT IN    *
      * RTNCTL.                                                  *
      *----------------------------------------------------------*
       2000-RETURN-DETAIL.
           IF WS-ORIGIN-FOUND
               MOVE ORG-SENDER-ID TO WS-DTL-SENDER
               MOVE ORG-BATCH-DATE TO WS-DTL-BATCH-DATE
               MOVE ORG-BATCH-SEQ TO WS-DTL-BATCH-SEQ
           ELSE
               MOVE SPACES TO WS-DTL-SENDER
               MOVE ZERO TO WS-DTL-BATCH-DATE
               MOVE ZERO TO WS-DTL-BATCH-SEQ
               ADD 1 TO WS-NO-ORIGIN-COUNT
           END-IF
           MOVE 9 TO WS-RTN-SUB
           IF WS-DTL-SENDER = SPACES
              OR WS-DTL-SENDER = LOW-VALUES
               ADD 1 TO WS-NO-SENDER-COUNT
           ELSE
               PERFORM 2100-FIND-SENDER-FILE
               IF NOT WS-FOUND
                   PERFORM 2150-NOTE-UNREGISTERED
               END-IF
           END-IF

           MOVE SPACES TO WS-RETURN-RECORD
           SET RTN-DETAIL TO TRUE
           MOVE WS-DTL-SENDER TO RTN-SENDER-ID
           MOVE WS-STREAM-SOURCE TO RTN-SOURCE
           MOVE WS-STREAM-GEN-ID TO RTN-GEN-ID
           MOVE WS-STREAM-RECNO TO RTN-RECNO
           MOVE WS-DTL-BATCH-DATE TO RTN-BATCH-DATE
           MOVE WS-DTL-BATCH-SEQ TO RTN-BATCH-SEQ
           MOVE ERR-REASON TO RTN-REASON-CODE
           PERFORM 2200-TRANSLATE-REASON
           MOVE ERR-ORIGINAL-DATA TO RTN-IMAGE
           PERFORM 2300-PUT-RETURN-RECORD

           IF RTN-FROM-NAK
               ADD 1 TO WS-RTN-FILE-NAKS(WS-RTN-SUB)
           ELSE
               ADD 1 TO WS-RTN-FILE-REJECTS(WS-RTN-SUB)
           END-IF
           IF WS-RTN-SUB = 9
               ADD 1 TO WS-CATCHALL-COUNT
           ELSE
               ADD 1 TO WS-RETURNED-COUNT
           END-IF.

       2100-FIND-SENDER-FILE.
           SET WS-FOUND TO FALSE
           PERFORM VARYING WS-RTN-SUB FROM 1 BY 1
                   UNTIL WS-RTN-SUB > 8 OR WS-FOUND
               IF WS-RTN-FILE-SENDER(WS-RTN-SUB) = WS-DTL-SENDER
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-RTN-SUB
           ELSE
               MOVE 9 TO WS-RTN-SUB
           END-IF.

       2150-NOTE-UNREGISTERED.
           ADD 1 TO WS-UNREG-REJECT-COUNT
           SET WS-FOUND TO FALSE
           PERFORM VARYING WS-UNREG-IDX FROM 1 BY 1
                   UNTIL WS-UNREG-IDX > WS-UNREG-COUNT-USED
               IF WS-UNREG-SENDER(WS-UNREG-IDX) = WS-DTL-SENDER
                   ADD 1 TO WS-UNREG-REJECTS(WS-UNREG-IDX)
                   SET WS-FOUND TO TRUE
                   SET WS-UNREG-IDX TO WS-UNREG-COUNT-USED
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-UNREG-COUNT-USED < 200
                   ADD 1 TO WS-UNREG-COUNT-USED
                   SET WS-UNREG-IDX TO WS-UNREG-COUNT-USED
                   MOVE WS-DTL-SENDER TO WS-UNREG-SENDER(WS-UNREG-IDX)
                   MOVE 1 TO WS-UNREG-REJECTS(WS-UNREG-IDX)
               ELSE
                   IF NOT WS-UNREG-FULL-WARNED
                       DISPLAY "MSGRTN WARNING - UNREGISTERED SENDER "
                           "TABLE FULL AT 200 ENTRIES, REPORT "
                           "OMITS REMAINING SENDERS"
                       SET WS-UNREG-FULL-WARNED TO TRUE
                   END-IF
               END-IF
           END-IF.

       2200-TRANSLATE-REASON.
           MOVE SPACES TO RTN-REASON-TEXT
           EVALUATE TRUE
               WHEN ERR-REASON(1:4) = "NAK "
                   STRING "REFUSED DOWNSTREAM, NAK CODE "
                       ERR-REASON(5:9)
                       DELIMITED BY SIZE INTO RTN-REASON-TEXT
               WHEN ERR-REASON(1:10) = "EDIT RULE "
                   STRING "FIELD CONTENT FAILED EDIT RULE "
                       ERR-REASON(11:3)
                       DELIMITED BY SIZE INTO RTN-REASON-TEXT
               WHEN OTHER
                   SET WS-REASON-IDX TO 1
                   SEARCH WS-REASON-ENTRY
                       AT END
                           MOVE ERR-REASON TO RTN-REASON-TEXT
                       WHEN WS-REASON-CODE(WS-REASON-IDX) = ERR-REASON
                           MOVE WS-REASON-TEXT(WS-REASON-IDX)
                               TO RTN-REASON-TEXT
                   END-SEARCH
           END-EVALUATE.

       2300-PUT-RETURN-RECORD.
           EVALUATE WS-RTN-SUB
               WHEN 01
                   MOVE WS-RETURN-RECORD TO RETURN01-RECORD
                   WRITE RETURN01-RECORD
               WHEN 02
                   MOVE WS-RETURN-RECORD TO RETURN02-RECORD
                   WRITE RETURN02-RECORD
               WHEN 03
                   MOVE WS-RETURN-RECORD TO RETURN03-RECORD
                   WRITE RETURN03-RECORD
               WHEN 04
                   MOVE WS-RETURN-RECORD TO RETURN04-RECORD
                   WRITE RETURN04-RECORD
               WHEN 05
                   MOVE WS-RETURN-RECORD TO RETURN05-RECORD
                   WRITE RETURN05-RECORD
               WHEN 06
                   MOVE WS-RETURN-RECORD TO RETURN06-RECORD
                   WRITE RETURN06-RECORD
               WHEN 07
                   MOVE WS-RETURN-RECORD TO RETURN07-RECORD
                   WRITE RETURN07-RECORD
               WHEN 08
                   MOVE WS-RETURN-RECORD TO RETURN08-RECORD
                   WRITE RETURN08-RECORD
               WHEN OTHER
                   MOVE WS-RETURN-RECORD TO RETURNCA-RECORD
                   WRITE RETURNCA-RECORD
           END-EVALUATE.

       3000-WRITE-TRAILERS.
           PERFORM VARYING WS-RTN-SUB FROM 1 BY 1
                   UNTIL WS-RTN-SUB > 9
               MOVE SPACES TO WS-RETURN-RECORD
               SET RTN-TRAILER TO TRUE
               MOVE WS-RTN-FILE-SENDER(WS-RTN-SUB) TO RTN-SENDER-ID
               MOVE WS-RTN-FILE-REJECTS(WS-RTN-SUB) TO RTN-REJECT-COUNT
               MOVE WS-RTN-FILE-NAKS(WS-RTN-SUB) TO RTN-NAK-COUNT
               ADD WS-RTN-FILE-REJECTS(WS-RTN-SUB)
                   WS-RTN-FILE-NAKS(WS-RTN-SUB)
                   GIVING RTN-DETAIL-COUNT
               PERFORM 2300-PUT-RETURN-RECORD
           END-PERFORM.

       4000-WRITE-REPORT.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE WS-HEADING-LINE TO RTNRPT-RECORD
           WRITE RTNRPT-RECORD
           MOVE WS-COLUMN-LINE TO RTNRPT-RECORD
           WRITE RTNRPT-RECORD
           PERFORM VARYING WS-RTN-SUB FROM 1 BY 1
                   UNTIL WS-RTN-SUB > 9
               PERFORM 4100-WRITE-FILE-LINE
           END-PERFORM
           IF WS-UNREG-COUNT-USED > ZERO
               MOVE SPACES TO RTNRPT-RECORD
               WRITE RTNRPT-RECORD
               MOVE WS-UNREG-HEADING-LINE TO RTNRPT-RECORD
               WRITE RTNRPT-RECORD
               PERFORM VARYING WS-UNREG-IDX FROM 1 BY 1
                       UNTIL WS-UNREG-IDX > WS-UNREG-COUNT-USED
                   MOVE WS-UNREG-SENDER(WS-UNREG-IDX) TO UNR-SENDER
                   MOVE WS-UNREG-REJECTS(WS-UNREG-IDX) TO UNR-REJECTS
                   MOVE WS-UNREG-LINE TO RTNRPT-RECORD
                   WRITE RTNRPT-RECORD
               END-PERFORM
           END-IF
           MOVE SPACES TO RTNRPT-RECORD
           WRITE RTNRPT-RECORD
           MOVE "REJECTS AND NAKS READ:" TO TOT-LABEL
           MOVE WS-ERRIN-READ-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO RTNRPT-RECORD
           WRITE RTNRPT-RECORD
           MOVE "RETURNED TO REGISTERED SENDERS:" TO TOT-LABEL
           MOVE WS-RETURNED-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO RTNRPT-RECORD
           WRITE RTNRPT-RECORD
           MOVE "RETURNED IN THE CATCH-ALL FILE:" TO TOT-LABEL
           MOVE WS-CATCHALL-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO RTNRPT-RECORD
           WRITE RTNRPT-RECORD
           MOVE "  FROM NO SENDER BATCH:" TO TOT-LABEL
           MOVE WS-NO-SENDER-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO RTNRPT-RECORD
           WRITE RTNRPT-RECORD
           MOVE "  FROM UNREGISTERED SENDERS:" TO TOT-LABEL
           MOVE WS-UNREG-REJECT-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO RTNRPT-RECORD
           WRITE RTNRPT-RECORD
           MOVE "REJECTS WITH NO ORIGIN RECORD:" TO TOT-LABEL
           MOVE WS-NO-ORIGIN-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO RTNRPT-RECORD
           WRITE RTNRPT-RECORD.

       4100-WRITE-FILE-LINE.
           MOVE "RETURN" TO FIL-DD-NAME
           MOVE WS-RTN-FILE-ID(WS-RTN-SUB) TO FIL-DD-NAME(7:2)
           EVALUATE TRUE
               WHEN WS-RTN-SUB = 9
                   MOVE "CATCHALL" TO FIL-SENDER
               WHEN WS-RTN-FILE-SENDER(WS-RTN-SUB) = SPACES
                   MOVE "(UNUSED)" TO FIL-SENDER
               WHEN OTHER
                   MOVE WS-RTN-FILE-SENDER(WS-RTN-SUB) TO FIL-SENDER
           END-EVALUATE
           MOVE WS-RTN-FILE-REJECTS(WS-RTN-SUB) TO FIL-REJECTS
           MOVE WS-RTN-FILE-NAKS(WS-RTN-SUB) TO FIL-NAKS
           ADD WS-RTN-FILE-REJECTS(WS-RTN-SUB)
               WS-RTN-FILE-NAKS(WS-RTN-SUB)
               GIVING FIL-TOTAL
           MOVE WS-FILE-LINE TO RTNRPT-RECORD
           WRITE RTNRPT-RECORD.

      *----------------------------------------------------------*
      * APPEND THE KEY COUNTS AND OUTCOME TO THE COMMON RUN-     *
      * CONTROL DATASET (RUNCTL COPYBOOK) FOR THE END-OF-JOB     *
      * MSGOPS MORNING SUMMARY. A SENDER NOT IN RTNCTL IS        *
      * FLAGGED FOR ATTENTION SO IT GETS A RETURN FILE OF ITS    *
      * OWN. A FAILURE HERE ONLY WARNS.                          *
      *----------------------------------------------------------*
       9000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
              AND WS-RUNCTL-STATUS NOT = "05"
               DISPLAY "MSGRTN WARNING - UNABLE TO OPEN RUNCTL, "
                   "STATUS=" WS-RUNCTL-STATUS
                   ", RUN-CONTROL TOTALS NOT WRITTEN"
           ELSE
               MOVE SPACES TO WS-RC-FLAG
               MOVE "RTN-RETURNED" TO WS-RC-METRIC
               MOVE WS-RETURNED-COUNT TO WS-RC-COUNT
               PERFORM 9100-PUT-RUN-CONTROL
               MOVE "RTN-CATCHALL" TO WS-RC-METRIC
               MOVE WS-CATCHALL-COUNT TO WS-RC-COUNT
               PERFORM 9100-PUT-RUN-CONTROL
               MOVE "RTN-NOORIGIN" TO WS-RC-METRIC
               MOVE WS-NO-ORIGIN-COUNT TO WS-RC-COUNT
               PERFORM 9100-PUT-RUN-CONTROL
               MOVE "RTN-UNREGSTD" TO WS-RC-METRIC
               MOVE WS-UNREG-COUNT-USED TO WS-RC-COUNT
               IF WS-UNREG-COUNT-USED > ZERO
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
           MOVE "MSGRTN" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RC-METRIC TO RC-METRIC
           MOVE WS-RC-COUNT TO RC-COUNT
           MOVE WS-RC-FLAG TO RC-FLAG
           WRITE RUNCTL-RECORD.
