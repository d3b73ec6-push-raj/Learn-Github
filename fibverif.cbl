
       COPY FIBREC.

       COPY FIBALQ.

       01  WS-RPT-HEADER.
           05  FILLER               PIC X(23) VALUE
               "FIBVERIF - GENERATION: ".
           IF WS-FIBGEN-OPENED AND WS-VERIFY-RAN
               PERFORM 8500-UPDATE-CATALOG-STATUS
           END-IF
           IF WS-EXCEPTION-COUNT > 0
               PERFORM 8800-RAISE-EXCEPTION-ALERT
           END-IF
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

                       WS-FIBGCAT-STATUS
           END-REWRITE.

       8800-RAISE-EXCEPTION-ALERT.
           MOVE "FIBVERIF" TO ALQ-PROGRAM
           MOVE 2 TO ALQ-SEVERITY
           MOVE "VERIFEXC" TO ALQ-CODE
           MOVE 0 TO ALQ-RUN-NBR
           MOVE WS-FIBGEN-DSNAME TO ALQ-DSNAME
           MOVE SPACES TO ALQ-TEXT
           STRING WS-EXCEPTION-COUNT " VERIFY EXCEPTIONS - "
               "GENERATION FAILED" DELIMITED BY SIZE
               INTO ALQ-TEXT
           CALL "FIBALRTW" USING ALQ-REQUEST.

       9000-SET-RETURN-CODE.
           IF WS-RUN-ABENDED
               MOVE 16 TO RETURN-CODE
