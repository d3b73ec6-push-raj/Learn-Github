       01  WS-BUSINESS-DAY-SW       PIC X(1) VALUE "Y".
           88  WS-BUSINESS-DAY                VALUE "Y".

       COPY FIBALQ.

       01  WS-RPT-TITLE.
           05  FILLER               PIC X(42) VALUE
               "FIBONIC END-OF-DAY OPERATIONS STATUS  -   ".
                   INTO RPT-ALERT-TEXT
               WRITE FIBRPT-RECORD FROM WS-RPT-ALERT-LINE
               WRITE FIBRPT-RECORD FROM WS-RPT-CKPT-LINE-2
               PERFORM 3100-RAISE-CHECKPOINT-ALERT
           END-IF.

       3100-RAISE-CHECKPOINT-ALERT.
           MOVE "FIBEODRP" TO ALQ-PROGRAM
           MOVE 2 TO ALQ-SEVERITY
           MOVE "CKPTLEFT" TO ALQ-CODE
           MOVE 0 TO ALQ-RUN-NBR
           MOVE CKPT-DSNAME TO ALQ-DSNAME
           MOVE "FIBCKPT LEFT BY AN INTERRUPTED RUN - RESTART OR CLEAR"
               TO ALQ-TEXT
           CALL "FIBALRTW" USING ALQ-REQUEST.

       4000-CHECK-GENERATION-TODAY.
           OPEN INPUT FIBGCAT-FILE
           IF WS-FIBGCAT-OK
