           05  FILLER                 PIC X(8) VALUE "MSGACK".
           05  FILLER                 PIC X(8) VALUE "MSGTREND".
           05  FILLER                 PIC X(8) VALUE "MSGERRPT".
           05  FILLER                 PIC X(8) VALUE "MSGCASE".
           05  FILLER                 PIC X(8) VALUE "MSGREDIR".
           05  FILLER                 PIC X(8) VALUE "MSGRTN".
       01  WS-EXPECTED-TABLE REDEFINES WS-EXPECTED-PROGRAMS.
           05  WS-EXPECTED-ENTRY OCCURS 9 TIMES
                   INDEXED BY WS-EXP-IDX  PIC X(8).

       01  WS-WORK-FIELDS.
           WRITE OPSRPT-RECORD

           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > 9
               PERFORM 2000-REPORT-ONE-PROGRAM
           END-PERFORM

