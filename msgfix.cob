      *                       T=REPLACE TYPE CODE                *
      *                       P=PATCH TEXT POSITIONS             *
      *                       R=RESUBMIT UNCHANGED               *
      *                       W=WRITE OFF (NOT RESUBMITTED)      *
      *   COLS 11-14  NEW TYPE CODE        (ACTION T)            *
      *   COLS 15-24  NEW ACCOUNT ID       (ACTION A)            *
      *   COLS 25-26  PATCH START IN TEXT  (ACTION P)            *
      *   COLS 27-28  PATCH LENGTH         (ACTION P)            *
      *   COLS 29-68  PATCH TEXT (ACTION P) OR WRITE-OFF NOTE    *
      *               (ACTION W)                                 *
      * SEVERAL TRANSACTIONS MAY NAME THE SAME REJECT; THEY ARE  *
      * APPLIED IN THE ORDER SUPPLIED. A WRITE-OFF OVERRIDES ANY *
      * OTHER CORRECTION FOR THE SAME REJECT.                    *
      *                                                          *
      * RECORD NUMBERING: THE HDRREC HEADER RECORD MSGRELAY      *
      * WRITES AT THE TOP OF EACH ERROUT GENERATION IS EXCLUDED  *
      * RECORDS SO THE WHOLE GROUP RIDES INTO FIXOUT TOGETHER;   *
      * A FIRST SEGMENT RESUBMITTED ALONE WOULD ONLY BOUNCE      *
      * BACK AS MISSING CONTINUATION.                            *
      *                                                          *
      * REJECT CASES: EACH REJECT REPAIRED, RESUBMITTED OR       *
      * WRITTEN OFF MOVES ITS CASE ON THE REJCASE INVENTORY      *
      * (CASEREC COPYBOOK) TO REPAIRED, RESUBMITTED OR WRITTEN   *
      * OFF. THE CASE KEY IS TAKEN FROM THE HDRREC HEADER OF THE *
      * GENERATION THE REJECT CAME FROM (DATE, TIME, AND MSGACK  *
      * IN COLS 15-22 FOR A NAKOUT GENERATION) AND THE REJECT'S  *
      * POSITION AFTER THAT HEADER. CONTINUATION RECORDS HAVE NO *
      * CASE OF THEIR OWN.                                       *
      *                                                          *
      * CORRECTION AUDIT LAYOUT (150 BYTES):                     *
      *   COLS   1-12  TAG: BEFORE / AFTER / UNREPAIRED /        *
      *                     WRITTEN OFF                          *
      *   COLS  13-21  REJECT RECORD NUMBER WITHIN ERRIN         *
      *   COLS  22-41  ORIGINAL REJECT REASON                    *
      *   COLS  42-141 MESSAGE IMAGE BEFORE OR AFTER REPAIR      *
      *   COLS 142-149 DATE OF THE MSGFIX RUN (CCYYMMDD)         *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDOUT-FILE ASSIGN TO "AUDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDOUT-STATUS.
           SELECT REJCASE-FILE ASSIGN TO "REJCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAS-KEY
               FILE STATUS IS WS-REJCASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  AUDOUT-RECORD              PIC X(150).

       FD  REJCASE-FILE.
       01  REJCASE-RECORD.
           COPY CASEREC.

       WORKING-STORAGE SECTION.
       01  WS-ERROR-RECORD.
           05  ERR-REASON             PIC X(20).
           05  WS-REPAIRED-SWITCH     PIC X VALUE 'N'.
               88  WS-REPAIRED               VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-CHANGED-SWITCH      PIC X VALUE 'N'.
               88  WS-IMAGE-CHANGED          VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.
           05  WS-WRITTEN-OFF-SWITCH  PIC X VALUE 'N'.
               88  WS-WRITTEN-OFF            VALUE 'Y'
                                              WHEN SET TO FALSE IS 'N'.

       01  WS-COUNTERS.
           05  WS-REJECT-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-CORR-LOADED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-CORR-APPLIED-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-CORR-UNUSED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-WRITTEN-OFF-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-CASE-UPDATED-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-CASE-MISSING-COUNT  PIC 9(9) VALUE ZERO.

       01  WS-CASE-FIELDS.
           05  WS-CASE-SOURCE         PIC X(1) VALUE 'R'.
           05  WS-CASE-GEN-ID         PIC X(14) VALUE SPACES.
           05  WS-GEN-RECNO           PIC 9(9) VALUE ZERO.
           05  WS-WRITE-OFF-NOTE      PIC X(40) VALUE SPACES.

       01  WS-CORR-TABLE.
           05  WS-CORR-COUNT-USED     PIC 9(4) VALUE ZERO.
           05  WS-CORRIN-STATUS       PIC XX VALUE SPACES.
           05  WS-FIXOUT-STATUS       PIC XX VALUE SPACES.
           05  WS-AUDOUT-STATUS       PIC XX VALUE SPACES.
           05  WS-REJCASE-STATUS      PIC XX VALUE SPACES.

       01  WS-AUDIT-RECORD.
           05  AUD-TAG                PIC X(12).
           05  AUD-RECNO              PIC 9(9).
           05  AUD-REASON             PIC X(20).
           05  AUD-IMAGE              PIC X(100).
           05  AUD-FIX-DATE           PIC 9(8) VALUE ZERO.
           05  FILLER                 PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT AUD-FIX-DATE FROM DATE YYYYMMDD

           OPEN INPUT ERRIN-FILE
           IF WS-ERRIN-STATUS NOT = "00"
               DISPLAY "MSGFIX ERROR - UNABLE TO OPEN ERRIN, STATUS="
               STOP RUN
           END-IF

           OPEN I-O REJCASE-FILE
           IF WS-REJCASE-STATUS NOT = "00"
              AND WS-REJCASE-STATUS NOT = "05"
               DISPLAY "MSGFIX ERROR - UNABLE TO OPEN REJCASE, "
                   "STATUS=" WS-REJCASE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE ERRIN-FILE
               CLOSE CORRIN-FILE
               CLOSE FIXOUT-FILE
               CLOSE AUDOUT-FILE
               STOP RUN
           END-IF

           PERFORM 1000-LOAD-CORRECTIONS

           PERFORM UNTIL WS-ERRIN-EOF
                       SET WS-ERRIN-EOF TO TRUE
                   NOT AT END
                       MOVE ERRIN-RECORD TO WS-ERROR-RECORD
                       IF ERR-REASON = "HDRREC"
                           PERFORM 1900-START-GENERATION
                       ELSE
                           PERFORM 2000-REPAIR-REJECT
                       END-IF
               END-READ
           CLOSE CORRIN-FILE
           CLOSE FIXOUT-FILE
           CLOSE AUDOUT-FILE
           CLOSE REJCASE-FILE

           DISPLAY "MSGFIX SUMMARY - REJECTS READ: "
               WS-REJECT-READ-COUNT
               " REPAIRED: " WS-REPAIRED-COUNT
               " UNREPAIRED: " WS-UNREPAIRED-COUNT
               " WRITTEN OFF: " WS-WRITTEN-OFF-COUNT
           DISPLAY "MSGFIX SUMMARY - CORRECTIONS LOADED: "
               WS-CORR-LOADED-COUNT
               " APPLIED: " WS-CORR-APPLIED-COUNT
               " UNMATCHED: " WS-CORR-UNUSED-COUNT
           DISPLAY "MSGFIX SUMMARY - REJECT CASES UPDATED: "
               WS-CASE-UPDATED-COUNT
               " NOT FOUND: " WS-CASE-MISSING-COUNT

           STOP RUN.

               WHEN 'A'
               WHEN 'T'
               WHEN 'R'
               WHEN 'W'
                   PERFORM 1200-STORE-CORRECTION
               WHEN 'P'
                   IF CORR-PATCH-START NOT NUMERIC
                   CORR-RECNO " IGNORED"
           END-IF.

      *----------------------------------------------------------*
      * AN HDRREC HEADER STARTS A NEW ERROUT OR NAKOUT           *
      * GENERATION WITHIN THE ERRIN CONCATENATION. ITS DATE AND  *
      * TIME (AND THE MSGACK TAG ON A NAKOUT HEADER) KEY THE     *
      * REJECT CASES OF THE RECORDS THAT FOLLOW IT.              *
      *----------------------------------------------------------*
       1900-START-GENERATION.
           MOVE ERR-ORIGINAL-DATA(1:14) TO WS-CASE-GEN-ID
           IF ERR-ORIGINAL-DATA(15:8) = "MSGACK"
               MOVE 'N' TO WS-CASE-SOURCE
           ELSE
               MOVE 'R' TO WS-CASE-SOURCE
           END-IF
           MOVE ZERO TO WS-GEN-RECNO.

       2000-REPAIR-REJECT.
           ADD 1 TO WS-REJECT-READ-COUNT
           ADD 1 TO WS-GEN-RECNO
           MOVE ERRIN-RECORD TO WS-ERROR-RECORD
           MOVE ERR-ORIGINAL-DATA TO WS-WORK-MESSAGE

           WRITE AUDOUT-RECORD

           SET WS-REPAIRED TO FALSE
           SET WS-IMAGE-CHANGED TO FALSE
           SET WS-WRITTEN-OFF TO FALSE
           PERFORM VARYING WS-CORR-SUB FROM 1 BY 1
                   UNTIL WS-CORR-SUB > WS-CORR-COUNT-USED
               IF WS-CORR-RECNO(WS-CORR-SUB) = WS-REJECT-READ-COUNT
               END-IF
           END-PERFORM

           IF WS-WRITTEN-OFF
              AND WS-REPAIRED
               DISPLAY "MSGFIX WARNING - RECORD "
                   WS-REJECT-READ-COUNT " IS WRITTEN OFF, ITS "
                   "OTHER CORRECTIONS ARE NOT RESUBMITTED"
               SET WS-REPAIRED TO FALSE
           END-IF

           EVALUATE TRUE
               WHEN WS-WRITTEN-OFF
                   ADD 1 TO WS-WRITTEN-OFF-COUNT
                   MOVE "WRITTEN OFF" TO AUD-TAG
               WHEN WS-REPAIRED
                   MOVE WS-WORK-MESSAGE TO FIXOUT-RECORD
                   WRITE FIXOUT-RECORD
                   ADD 1 TO WS-REPAIRED-COUNT
                   MOVE "AFTER" TO AUD-TAG
               WHEN OTHER
                   ADD 1 TO WS-UNREPAIRED-COUNT
                   MOVE "UNREPAIRED" TO AUD-TAG
           END-EVALUATE
           MOVE WS-REJECT-READ-COUNT TO AUD-RECNO
           MOVE ERR-REASON TO AUD-REASON
           MOVE WS-WORK-MESSAGE TO AUD-IMAGE
           MOVE WS-AUDIT-RECORD TO AUDOUT-RECORD
           WRITE AUDOUT-RECORD

           PERFORM 2200-UPDATE-CASE.

       2100-APPLY-CORRECTION.
           ADD 1 TO WS-CORR-APPLIED-COUNT
           MOVE 'Y' TO WS-CORR-USED-FLAG(WS-CORR-SUB)
           IF WS-CORR-ACTION(WS-CORR-SUB) = 'W'
               SET WS-WRITTEN-OFF TO TRUE
               MOVE WS-CORR-PATCH-TEXT(WS-CORR-SUB)
                   TO WS-WRITE-OFF-NOTE
           ELSE
               SET WS-REPAIRED TO TRUE
           END-IF
           EVALUATE WS-CORR-ACTION(WS-CORR-SUB)
               WHEN 'A'
                   MOVE WS-CORR-NEW-ACCT(WS-CORR-SUB)
                       TO MSG-ACCOUNT-ID OF WS-WORK-MESSAGE-FIELDS
                   SET WS-IMAGE-CHANGED TO TRUE
               WHEN 'T'
                   MOVE WS-CORR-NEW-TYPE(WS-CORR-SUB)
                       TO MSG-TYPE-CODE OF WS-WORK-MESSAGE-FIELDS
                   SET WS-IMAGE-CHANGED TO TRUE
               WHEN 'P'
                   MOVE WS-CORR-PATCH-TEXT(WS-CORR-SUB)
                       (1:WS-CORR-PATCH-LEN(WS-CORR-SUB))
                       TO MSG-TEXT OF WS-WORK-MESSAGE-FIELDS
                       (WS-CORR-PATCH-START(WS-CORR-SUB)
                        :WS-CORR-PATCH-LEN(WS-CORR-SUB))
                   SET WS-IMAGE-CHANGED TO TRUE
               WHEN 'R'
               WHEN 'W'
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------*
      * MOVE THE REJECT'S CASE ON: WRITTEN OFF, REPAIRED (THE    *
      * IMAGE WAS CHANGED) OR RESUBMITTED (SENT BACK AS IT WAS). *
      * THE RESUBMITTED IMAGE IS KEPT ON THE CASE SO THE NEXT    *
      * MSGRELAY RUN CAN RECOGNIZE IT AND CLOSE THE CASE. A      *
      * DUPLICATE HAS NO CASE, SO FINDING NONE FOR IT IS QUIET.  *
      *----------------------------------------------------------*
       2200-UPDATE-CASE.
           IF ERR-REASON = "CONT OF REJECTED MSG"
              OR (NOT WS-REPAIRED AND NOT WS-WRITTEN-OFF)
               CONTINUE
           ELSE
               MOVE WS-CASE-SOURCE TO CAS-SOURCE
               MOVE WS-CASE-GEN-ID TO CAS-GEN-ID
               MOVE WS-GEN-RECNO TO CAS-RECNO
               READ REJCASE-FILE
                   INVALID KEY
                       IF ERR-REASON NOT = "DUPLICATE MESSAGE"
                           ADD 1 TO WS-CASE-MISSING-COUNT
                           DISPLAY "MSGFIX WARNING - NO REJECT CASE "
                               "FOR RECORD " WS-REJECT-READ-COUNT
                               ", KEY " CAS-KEY
                       END-IF
                   NOT INVALID KEY
                       PERFORM 2210-ADVANCE-CASE
               END-READ
           END-IF.

       2210-ADVANCE-CASE.
           IF CAS-CLOSED
               DISPLAY "MSGFIX WARNING - REJECT CASE " CAS-KEY
                   " FOR RECORD " WS-REJECT-READ-COUNT
                   " IS ALREADY CLOSED (STATUS " CAS-STATUS
                   "), LEFT AS IT STANDS"
           ELSE
               EVALUATE TRUE
                   WHEN WS-WRITTEN-OFF
                       SET CAS-WRITTEN-OFF TO TRUE
                       MOVE WS-WRITE-OFF-NOTE TO CAS-NOTE
                   WHEN WS-IMAGE-CHANGED
                       SET CAS-REPAIRED TO TRUE
                       MOVE WS-WORK-MESSAGE TO CAS-FIX-IMAGE
                   WHEN OTHER
                       SET CAS-RESUBMITTED TO TRUE
                       MOVE WS-WORK-MESSAGE TO CAS-FIX-IMAGE
               END-EVALUATE
               MOVE AUD-FIX-DATE TO CAS-STATUS-DATE
               REWRITE REJCASE-RECORD
                   INVALID KEY
                       DISPLAY "MSGFIX WARNING - REJECT CASE REWRITE "
                           "FAILED FOR " CAS-KEY ", STATUS="
                           WS-REJCASE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-CASE-UPDATED-COUNT
               END-REWRITE
           END-IF.

       3000-REPORT-UNUSED-CORRECTIONS.
           PERFORM VARYING WS-CORR-SUB FROM 1 BY 1
                   UNTIL WS-CORR-SUB > WS-CORR-COUNT-USED
