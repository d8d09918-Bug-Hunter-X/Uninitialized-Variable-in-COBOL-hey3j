      *----------------------------------------------------------*
      * HOLREC - STRUCTURED LAYOUT OF THE 80-BYTE BUSINESS-DAY   *
      *          CALENDAR RECORD. ONE RECORD PER HOLIDAY (COLS   *
      *          1-8 CCYYMMDD, COLS 10-39 DESCRIPTION FOR THE    *
      *          OPERATORS). SATURDAYS AND SUNDAYS ARE NEVER     *
      *          BUSINESS DAYS AND NEED NO ENTRY. MSGREL,        *
      *          MSGRELAY, MSGACK AND MSGTREND ALL READ THE SAME *
      *          DATASET SO "DUE", "AGED" AND "NORMAL VOLUME"    *
      *          COUNT DAYS THE SAME WAY EVERYWHERE.             *
      *----------------------------------------------------------*
           05  HOL-DATE               PIC X(8).
           05  FILLER                 PIC X(1).
           05  HOL-DESCRIPTION        PIC X(30).
           05  FILLER                 PIC X(41).
