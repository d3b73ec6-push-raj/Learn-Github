      * FIBRUN - run-history master record layout.
      * COPY this member to read or write a FIBRUNH run-history
      * record without redefining the layout by hand.  The file is
      * indexed with FIBRUN-NBR as the record key.  FIBRUN-WIDE-MODE
      * is "Y" when the run executed in large-number mode (N flagged
      * with a trailing W) and "N" otherwise.  FIBRUN-REQ-REF is the
      * requesting department's external reference when the run came
      * from a FIBIN record built by FIBINTAK, and spaces for runs
      * keyed by hand.
      *****************************************************************
       01  FIBRUN-RECORD.
           05  FIBRUN-NBR           PIC 9(8).
           05  FIBRUN-TERMS-WRITTEN PIC 9(4).
           05  FIBRUN-OUT-DSNAME    PIC X(40).
           05  FIBRUN-RETURN-CODE   PIC 9(2).
           05  FIBRUN-WIDE-MODE     PIC X(1).
           05  FIBRUN-REQ-REF       PIC X(20).
