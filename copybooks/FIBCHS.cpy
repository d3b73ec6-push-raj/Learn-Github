      *****************************************************************
      * FIBCHS - nightly chain status record layout.
      * COPY this member to read or write a FIBCHNST record without
      * redefining the layout by hand.  FIBSCHED keeps one record per
      * chain step for the business date in CHS-BUS-DATE and rewrites
      * the file after every step.  CHS-STATUS is COMPLETED (RC within
      * the step's MAX-RC), FAILED (RC over MAX-RC) or SKIPPED (not
      * run because an earlier step failed); CHS-DATE and CHS-TIME are
      * when that outcome was recorded.
      *****************************************************************
       01  FIBCHS-RECORD.
           05  CHS-BUS-DATE         PIC 9(8).
           05  CHS-STEP-NAME        PIC X(8).
           05  CHS-STATUS           PIC X(9).
           05  CHS-RC               PIC 9(4).
           05  CHS-DATE             PIC 9(8).
           05  CHS-TIME             PIC 9(6).
