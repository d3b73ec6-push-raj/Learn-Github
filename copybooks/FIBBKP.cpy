      *****************************************************************
      * FIBBKP - indexed master backup record layouts.
      * COPY this member to read or write a FIBBKUP backup without
      * redefining the layouts by hand.  Each backup holds one H
      * header naming the master, one D detail per master record
      * carrying the record image as read, and one T trailer with
      * the detail count and hash total.  The hash total is the sum
      * over every record of two numeric fields of the master:
      *   FIBRUNH   FIBRUN-NBR  + FIBRUN-TERMS-WRITTEN
      *   FIBGCAT   GCAT-RUN-DATE + GCAT-REC-COUNT
      *   FIBTERMS  FIBTRM-SEQ  + FIBTRM-LOAD-DATE
      * A master converted from its earlier layout is written in the
      * same form to master.Cyyyymmdd before it is reloaded.
      *****************************************************************
       01  FIBBKP-HEADER.
           05  BKP-H-REC-TYPE       PIC X(1).
           05  BKP-H-MASTER         PIC X(8).
           05  BKP-H-CREATED-DATE   PIC 9(8).
           05  BKP-H-CREATED-TIME   PIC 9(6).
           05  BKP-H-SOURCE         PIC X(8).
           05  FILLER               PIC X(100).
       01  FIBBKP-DETAIL.
           05  BKP-D-REC-TYPE       PIC X(1).
           05  BKP-D-IMAGE          PIC X(130).
       01  FIBBKP-TRAILER.
           05  BKP-T-REC-TYPE       PIC X(1).
           05  BKP-T-MASTER         PIC X(8).
           05  BKP-T-RECORD-COUNT   PIC 9(9).
           05  BKP-T-HASH-TOTAL     PIC 9(18).
           05  FILLER               PIC X(95).
