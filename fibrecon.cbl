       77  WS-SCAN-INT               PIC 9(8) VALUE 0.
       77  WS-SCAN-DATE              PIC 9(8) VALUE 0.

       01  WS-ALERT-CLAIMED         PIC 9(7) VALUE 0.
       01  WS-ALERT-FOUND           PIC 9(7) VALUE 0.

       COPY FIBALQ.

       01  WS-RPT-TITLE.
           05  FILLER               PIC X(38) VALUE
               "FIBRECON RECONCILIATION REPORT - AS OF".
               MOVE "HAS NO MATCHING FIBAUDIT LINE."
                   TO RPT-EXC-RUN-TEXT
               WRITE FIBRPT-RECORD FROM WS-RPT-RUN-EXC
               MOVE 2 TO ALQ-SEVERITY
               MOVE WS-RUN-T-NBR(WS-RUN-IX) TO ALQ-RUN-NBR
               MOVE SPACES TO ALQ-DSNAME
               MOVE "RUN HAS NO MATCHING FIBAUDIT LINE" TO ALQ-TEXT
               PERFORM 7500-RAISE-RECON-ALERT
           END-IF.

       4300-REPORT-ORPHAN-AUDIT.
               MOVE WS-AUD-T-USERID(WS-AUD-IX)
                   TO RPT-EXC-AUD-USERID
               WRITE FIBRPT-RECORD FROM WS-RPT-AUD-EXC
               MOVE 2 TO ALQ-SEVERITY
               MOVE 0 TO ALQ-RUN-NBR
               MOVE SPACES TO ALQ-DSNAME
               MOVE SPACES TO ALQ-TEXT
               STRING "FIBAUDIT LINE " WS-AUD-T-DATE(WS-AUD-IX) " "
                   WS-AUD-T-TIME(WS-AUD-IX) " " DELIMITED BY SIZE
                   WS-AUD-T-USERID(WS-AUD-IX) DELIMITED BY SPACE
                   " HAS NO RUN" DELIMITED BY SIZE
                   INTO ALQ-TEXT
               END-STRING
               PERFORM 7500-RAISE-RECON-ALERT
           END-IF.

       5000-CHECK-GENERATION-COUNTS.
                       TO RPT-EXC-DSN-TERMS
                   MOVE WS-GEN-DETAIL-COUNT TO RPT-EXC-DSN-FOUND
                   WRITE FIBRPT-RECORD FROM WS-RPT-DSN-EXC
                   MOVE 2 TO ALQ-SEVERITY
                   MOVE 0 TO ALQ-RUN-NBR
                   MOVE WS-FIBGEN-DSNAME TO ALQ-DSNAME
                   MOVE WS-DSN-T-TERMS(WS-DSN-IX) TO WS-ALERT-CLAIMED
                   MOVE WS-GEN-DETAIL-COUNT TO WS-ALERT-FOUND
                   MOVE SPACES TO ALQ-TEXT
                   STRING "DETAIL COUNT MISMATCH - CLAIMED "
                       WS-ALERT-CLAIMED " ON FILE " WS-ALERT-FOUND
                       DELIMITED BY SIZE INTO ALQ-TEXT
                   PERFORM 7500-RAISE-RECON-ALERT
               END-IF
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-DSN-T-TERMS(WS-DSN-IX) TO RPT-EXC-DSN-TERMS
               MOVE 0 TO RPT-EXC-DSN-FOUND
               WRITE FIBRPT-RECORD FROM WS-RPT-DSN-EXC
               MOVE 3 TO ALQ-SEVERITY
               MOVE 0 TO ALQ-RUN-NBR
               MOVE WS-FIBGEN-DSNAME TO ALQ-DSNAME
               MOVE "GENERATION NOT ON DISK - ARCHIVED OR MISSING"
                   TO ALQ-TEXT
               PERFORM 7500-RAISE-RECON-ALERT
           END-IF.

       5200-COUNT-ONE-RECORD.
               MOVE 0 TO RPT-EXC-DSN-TERMS
               MOVE 0 TO RPT-EXC-DSN-FOUND
               WRITE FIBRPT-RECORD FROM WS-RPT-DSN-EXC
               MOVE 3 TO ALQ-SEVERITY
               MOVE 0 TO ALQ-RUN-NBR
               MOVE WS-FIBGEN-DSNAME TO ALQ-DSNAME
               MOVE "GENERATION ON DISK BUT NO RUN CLAIMS IT"
                   TO ALQ-TEXT
               PERFORM 7500-RAISE-RECON-ALERT
           END-IF.

       7500-RAISE-RECON-ALERT.
           MOVE "FIBRECON" TO ALQ-PROGRAM
           MOVE "RECONMIS" TO ALQ-CODE
           CALL "FIBALRTW" USING ALQ-REQUEST.

       8000-WRITE-SUMMARY.
           WRITE FIBRPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-RUN-COUNT TO RPT-SUM-RUNS
