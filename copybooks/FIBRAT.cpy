      *****************************************************************
      * FIBRAT - chargeback rate table record layout.
      * COPY this member to read a FIBRATE rate record without
      * redefining the layout by hand.  FIBRATE is a flat file; lines
      * beginning with an asterisk are comments.  The rate in force
      * for a billing month is the record with the latest
      * RATE-EFF-DATE on or before the last day of that month.
      * Amounts carry implied decimals: RATE-PER-RUN 0000150 is 1.50.
      *****************************************************************
       01  FIBRAT-RECORD.
           05  RATE-EFF-DATE        PIC 9(8).
           05  RATE-PER-RUN         PIC 9(5)V99.
           05  RATE-PER-TERM        PIC 9(3)V9(4).
           05  RATE-WIDE-PREMIUM    PIC 9(5)V99.
           05  RATE-GL-ACCOUNT      PIC X(12).
           05  FILLER               PIC X(39).
