       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBALRTW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIBALR-FILE ASSIGN TO "FIBALERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-NBR
               FILE STATUS IS WS-FIBALR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIBALR-FILE.
       COPY FIBALR.

       WORKING-STORAGE SECTION.
       01  WS-FIBALR-STATUS         PIC X(2)  VALUE SPACES.
           88  WS-FIBALR-OK                   VALUES "00" "05".
           88  WS-FIBALR-NOT-FOUND            VALUE "35".

       01  WS-FIBALR-EOF-SW         PIC X(1) VALUE "N".
           88  WS-FIBALR-EOF                  VALUE "Y".

       01  WS-RUN-DATE              PIC 9(8) VALUE 0.
       01  WS-RUN-TIME              PIC 9(8) VALUE 0.
       77  WS-HIGH-NBR               PIC 9(8) VALUE 0.

       LINKAGE SECTION.
       COPY FIBALQ.

       PROCEDURE DIVISION USING ALQ-REQUEST.

       0000-RAISE-ALERT.
           SET ALQ-NOT-WRITTEN TO TRUE
           MOVE 0 TO ALQ-ALERT-NBR
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1000-OPEN-ALERT-FILE
           IF WS-FIBALR-OK
               PERFORM 2000-CHECK-EXISTING-ALERTS
               IF NOT ALQ-DUPLICATE
                   PERFORM 3000-WRITE-ALERT
               END-IF
               CLOSE FIBALR-FILE
           END-IF
           GOBACK.

       1000-OPEN-ALERT-FILE.
           OPEN I-O FIBALR-FILE
           IF WS-FIBALR-NOT-FOUND
               OPEN OUTPUT FIBALR-FILE
               IF WS-FIBALR-OK
                   CLOSE FIBALR-FILE
                   OPEN I-O FIBALR-FILE
               END-IF
           END-IF
           IF NOT WS-FIBALR-OK
               DISPLAY "Unable to open FIBALERT, file status "
                   WS-FIBALR-STATUS " - alert " ALQ-CODE " from "
                   FUNCTION TRIM(ALQ-PROGRAM) " not recorded."
           END-IF.

       2000-CHECK-EXISTING-ALERTS.
           MOVE 0 TO WS-HIGH-NBR
           MOVE "N" TO WS-FIBALR-EOF-SW
           MOVE 0 TO ALR-NBR
           START FIBALR-FILE KEY IS >= ALR-NBR
               INVALID KEY
                   SET WS-FIBALR-EOF TO TRUE
           END-START
           PERFORM 2100-CHECK-ONE-ALERT
               UNTIL WS-FIBALR-EOF OR ALQ-DUPLICATE.

       2100-CHECK-ONE-ALERT.
           READ FIBALR-FILE NEXT RECORD
               AT END
                   SET WS-FIBALR-EOF TO TRUE
               NOT AT END
                   MOVE ALR-NBR TO WS-HIGH-NBR
                   IF NOT ALR-CLOSED
                           AND ALR-CODE = ALQ-CODE
                           AND ALR-RUN-NBR = ALQ-RUN-NBR
                           AND ALR-DSNAME = ALQ-DSNAME
                           AND ALR-TEXT = ALQ-TEXT
                       SET ALQ-DUPLICATE TO TRUE
                       MOVE ALR-NBR TO ALQ-ALERT-NBR
                   END-IF
           END-READ.

       3000-WRITE-ALERT.
           MOVE SPACES TO FIBALR-RECORD
           COMPUTE ALR-NBR = WS-HIGH-NBR + 1
           MOVE ALQ-PROGRAM TO ALR-PROGRAM
           MOVE ALQ-SEVERITY TO ALR-SEVERITY
           MOVE ALQ-CODE TO ALR-CODE
           MOVE ALQ-RUN-NBR TO ALR-RUN-NBR
           MOVE ALQ-DSNAME TO ALR-DSNAME
           MOVE ALQ-TEXT TO ALR-TEXT
           MOVE WS-RUN-DATE TO ALR-RAISED-DATE
           MOVE WS-RUN-TIME(1:6) TO ALR-RAISED-TIME
           SET ALR-OPEN TO TRUE
           MOVE 0 TO ALR-ACK-DATE ALR-ACK-TIME
           MOVE 0 TO ALR-CLOSE-DATE ALR-CLOSE-TIME
           WRITE FIBALR-RECORD
               INVALID KEY
                   DISPLAY "Unable to write FIBALERT, file status "
                       WS-FIBALR-STATUS " - alert " ALQ-CODE
                       " from " FUNCTION TRIM(ALQ-PROGRAM)
                       " not recorded."
               NOT INVALID KEY
                   SET ALQ-RAISED TO TRUE
                   MOVE ALR-NBR TO ALQ-ALERT-NBR
           END-WRITE.
