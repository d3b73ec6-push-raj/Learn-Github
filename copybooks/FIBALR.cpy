      *****************************************************************
      * FIBALR - operations alert record layout.
      * COPY this member to read or write a FIBALERT alert record
      * without redefining the layout by hand.  The file is indexed
      * with ALR-NBR as the record key; numbers are assigned in
      * ascending order by FIBALRTW, the only program that adds
      * alerts.  ALR-SEVERITY is 1 (critical), 2 (error) or
      * 3 (warning).  ALR-RUN-NBR and ALR-DSNAME identify the run or
      * generation concerned and are zero / spaces when they do not
      * apply.  ALR-STATUS moves from OPEN to ACKED to CLOSED under
      * FIBALCON, which stamps who made each change and when.
      *****************************************************************
       01  FIBALR-RECORD.
           05  ALR-NBR              PIC 9(8).
           05  ALR-PROGRAM          PIC X(8).
           05  ALR-SEVERITY         PIC 9(1).
               88  ALR-SEV-CRITICAL           VALUE 1.
               88  ALR-SEV-ERROR              VALUE 2.
               88  ALR-SEV-WARNING            VALUE 3.
           05  ALR-CODE             PIC X(8).
           05  ALR-RUN-NBR          PIC 9(8).
           05  ALR-DSNAME           PIC X(40).
           05  ALR-TEXT             PIC X(60).
           05  ALR-RAISED-DATE      PIC 9(8).
           05  ALR-RAISED-TIME      PIC 9(6).
           05  ALR-STATUS           PIC X(6).
               88  ALR-OPEN                   VALUE "OPEN".
               88  ALR-ACKED                  VALUE "ACKED".
               88  ALR-CLOSED                 VALUE "CLOSED".
           05  ALR-ACK-BY           PIC X(20).
           05  ALR-ACK-DATE         PIC 9(8).
           05  ALR-ACK-TIME         PIC 9(6).
           05  ALR-CLOSE-BY         PIC X(20).
           05  ALR-CLOSE-DATE       PIC 9(8).
           05  ALR-CLOSE-TIME       PIC 9(6).
