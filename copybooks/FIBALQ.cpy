      *****************************************************************
      * FIBALQ - alert request area.
      * COPY this member to pass an alert to FIBALRTW.  Fill in the
      * program, severity (1 critical, 2 error, 3 warning), alert
      * code, run number or generation DSNAME and text; FIBALRTW
      * hands back ALQ-RESULT and the alert number.  An alert that
      * matches one already on FIBALERT and not yet CLOSED (same
      * code, run, DSNAME and text) is not added again.
      *****************************************************************
       01  ALQ-REQUEST.
           05  ALQ-PROGRAM          PIC X(8).
           05  ALQ-SEVERITY         PIC 9(1).
           05  ALQ-CODE             PIC X(8).
           05  ALQ-RUN-NBR          PIC 9(8).
           05  ALQ-DSNAME           PIC X(40).
           05  ALQ-TEXT             PIC X(60).
           05  ALQ-RESULT           PIC X(1).
               88  ALQ-RAISED                 VALUE "R".
               88  ALQ-DUPLICATE              VALUE "D".
               88  ALQ-NOT-WRITTEN            VALUE "N".
           05  ALQ-ALERT-NBR        PIC 9(8).
