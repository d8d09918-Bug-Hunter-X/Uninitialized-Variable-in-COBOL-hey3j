      *----------------------------------------------------------*
      * AUDCUT - STRUCTURED LAYOUT OF THE 80-BYTE AUDIT CUTOFF   *
      *          CONTROL RECORD. AUDPURGE REWRITES IT EACH TIME  *
      *          IT OFFLOADS AGED AUDIT RECORDS TO THE HISTORY   *
      *          GDG. RECORDS WITH A RUN DATE BEFORE AUC-CUTOFF- *
      *          DATE MAY NO LONGER BE ON THE AUDIT KSDS (ONLY   *
      *          LEGAL-HOLD ACCOUNTS KEEP THEM THERE), SO MSGINQ *
      *          AND MSGBILL ALSO READ THE HISTORY FOR ANY RANGE *
      *          THAT STARTS BEFORE IT. AN EMPTY OR MISSING      *
      *          DATASET MEANS NOTHING HAS BEEN OFFLOADED YET.   *
      *----------------------------------------------------------*
           05  AUC-CUTOFF-DATE        PIC X(8).
           05  FILLER                 PIC X(1).
           05  AUC-PURGE-DATE         PIC X(8).
           05  FILLER                 PIC X(1).
           05  AUC-RETAIN-MONTHS      PIC X(3).
           05  FILLER                 PIC X(59).
