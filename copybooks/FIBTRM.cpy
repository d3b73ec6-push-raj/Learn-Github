      * FIBTRM - term master record layout.
      * COPY this member to read or write a FIBTERMS term-master
      * record without redefining the layout by hand.  The file is
      * indexed with FIBTRM-KEY (family code from FIBFAMLY plus the
      * sequence number) as the record key, so Fibonacci, Lucas and
      * other families keep their own terms; FIBTRM-VALUE carries the
      * term as 72 zero-padded decimal digits.
      *****************************************************************
       01  FIBTRM-RECORD.
           05  FIBTRM-KEY.
               10  FIBTRM-FAMILY    PIC X(6).
               10  FIBTRM-SEQ       PIC 9(4).
           05  FIBTRM-VALUE         PIC X(72).
           05  FIBTRM-LOAD-DATE     PIC 9(8).
           05  FIBTRM-SRC-DSNAME    PIC X(40).
