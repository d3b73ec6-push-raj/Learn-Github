       77  WS-GENS-RESTORED          PIC 9(5) VALUE 0.
       77  WS-GENS-OTHER             PIC 9(5) VALUE 0.

       COPY FIBALQ.

       01  WS-RPT-TITLE.
           05  FILLER               PIC X(40) VALUE
               "FIBGCAT GENERATION INVENTORY  -  AS OF  ".
                   ADD 1 TO WS-GENS-VERIFIED
               WHEN "FAILED"
                   ADD 1 TO WS-GENS-FAILED
                   PERFORM 2300-RAISE-FAILED-ALERT
               WHEN "ARCHIVED"
                   ADD 1 TO WS-GENS-ARCHIVED
               WHEN "RESTORED"
               SET WS-FIBGCAT-EOF TO TRUE
           END-IF.

       2300-RAISE-FAILED-ALERT.
           MOVE "FIBCATRP" TO ALQ-PROGRAM
           MOVE 2 TO ALQ-SEVERITY
           MOVE "GCATFAIL" TO ALQ-CODE
           MOVE 0 TO ALQ-RUN-NBR
           MOVE GCAT-DSNAME TO ALQ-DSNAME
           MOVE SPACES TO ALQ-TEXT
           STRING "GENERATION STILL FAILED ON FIBGCAT SINCE "
               GCAT-STATUS-DATE DELIMITED BY SIZE
               INTO ALQ-TEXT
           CALL "FIBALRTW" USING ALQ-REQUEST.

       8000-WRITE-SUMMARY.
           WRITE FIBRPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-GENS-LISTED TO RPT-SUM-TOTAL
