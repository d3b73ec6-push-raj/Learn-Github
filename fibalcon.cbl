       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBALCON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIBALR-FILE ASSIGN TO "FIBALERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-NBR
               FILE STATUS IS WS-FIBALR-STATUS.

           SELECT FIBRPT-FILE ASSIGN TO "FIBALCRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIBALR-FILE.
       COPY FIBALR.

       FD  FIBRPT-FILE.
       01  FIBRPT-RECORD            PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FIBALR-STATUS         PIC X(2)  VALUE SPACES.
           88  WS-FIBALR-OK                   VALUES "00" "05".
           88  WS-FIBALR-NOT-FOUND            VALUE "35".

       01  WS-FIBRPT-STATUS         PIC X(2)  VALUE SPACES.
           88  WS-FIBRPT-OK                   VALUE "00".

       01  WS-FIBALR-EOF-SW         PIC X(1) VALUE "N".
           88  WS-FIBALR-EOF                  VALUE "Y".

       01  WS-ABEND-SW              PIC X(1) VALUE "N".
           88  WS-RUN-ABENDED                 VALUE "Y".

       01  WS-NO-ALERTS-SW          PIC X(1) VALUE "N".
           88  WS-NO-ALERT-FILE               VALUE "Y".

       01  WS-ALR-OPEN-SW           PIC X(1) VALUE "N".
           88  WS-ALR-FILE-OPEN               VALUE "Y".

       01  WS-ARGCOUNT              PIC 9(4) VALUE 0.
       01  WS-COMMAND-LINE          PIC X(100) VALUE SPACES.
       01  WS-RUN-DATE              PIC 9(8) VALUE 0.
       01  WS-RUN-TIME              PIC 9(8) VALUE 0.

       01  WS-TOKEN                 PIC X(40) VALUE SPACES.
       77  WS-SCAN-PTR               PIC 9(4) VALUE 1.

       01  WS-NBR-EDIT              PIC X(9) VALUE SPACES.
       77  WS-NBR-LEN                PIC 9(4) VALUE 0.
       77  WS-NBR-VALUE              PIC 9(8) VALUE 0.
       01  WS-NBR-VALID-SW          PIC X(1) VALUE "N".
           88  WS-NBR-VALID                   VALUE "Y".

       77  WS-ESCALATE-HOURS         PIC 9(3) VALUE 8.

       01  WS-AUD-ENV-NAME          PIC X(20) VALUE "USER".
       01  WS-AUD-USERID            PIC X(20) VALUE SPACES.

       77  WS-ACT-COUNT              PIC 9(2) VALUE 0.
       77  WS-ACT-IX                 PIC 9(2) VALUE 0.
       77  WS-ACT-MAX                PIC 9(2) VALUE 10.

       01  WS-ACT-TABLE.
           05  WS-ACT-ENTRY OCCURS 10 TIMES.
               10  WS-ACT-VERB      PIC X(5).
               10  WS-ACT-NBR       PIC 9(8).

       01  WS-ACT-RESULT            PIC X(40) VALUE SPACES.

       77  WS-SEV-PASS               PIC 9(1) VALUE 0.
       77  WS-SEV-LISTED             PIC 9(5) VALUE 0.

       77  WS-TODAY-INT              PIC 9(7) VALUE 0.
       77  WS-RAISED-DAY-INT         PIC 9(7) VALUE 0.
       77  WS-NOW-HH                 PIC 9(2) VALUE 0.
       77  WS-NOW-MM                 PIC 9(2) VALUE 0.
       77  WS-RAISED-HH              PIC 9(2) VALUE 0.
       77  WS-RAISED-MM              PIC 9(2) VALUE 0.
       77  WS-AGE-MINS               PIC S9(9) VALUE 0.
       77  WS-AGE-HOURS              PIC 9(5) VALUE 0.

       01  WS-STAMP-DATE-EDIT       PIC 9999/99/99.

       77  WS-OPEN-CRITICAL          PIC 9(5) VALUE 0.
       77  WS-OPEN-ERROR             PIC 9(5) VALUE 0.
       77  WS-OPEN-WARNING           PIC 9(5) VALUE 0.
       77  WS-ALERTS-ACKED           PIC 9(5) VALUE 0.
       77  WS-ALERTS-ESCALATED       PIC 9(5) VALUE 0.
       77  WS-ACTS-APPLIED           PIC 9(2) VALUE 0.
       77  WS-ACTS-REJECTED          PIC 9(2) VALUE 0.

       01  WS-RPT-TITLE.
           05  FILLER               PIC X(36) VALUE
               "FIBALERT OPERATIONS ALERTS  -  AS OF".
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-TITLE-DATE       PIC 9999/99/99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-TITLE-TIME       PIC 99/99/99.
           05  FILLER               PIC X(18) VALUE
               "   ESCALATE AFTER".
           05  RPT-TITLE-HOURS      PIC ZZZ9.
           05  FILLER               PIC X(6)  VALUE " HOURS".

       01  WS-RPT-ACTION-LINE.
           05  FILLER               PIC X(7)  VALUE "ACTION ".
           05  RPT-ACT-VERB         PIC X(5).
           05  FILLER               PIC X(7)  VALUE " ALERT ".
           05  RPT-ACT-NBR          PIC 9(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-ACT-RESULT       PIC X(40).

       01  WS-RPT-SEV-HDR.
           05  FILLER               PIC X(9)  VALUE "SEVERITY ".
           05  RPT-SEV-NBR          PIC 9(1).
           05  FILLER               PIC X(3)  VALUE " - ".
           05  RPT-SEV-NAME         PIC X(8).

       01  WS-RPT-COL-HDR.
           05  FILLER               PIC X(9)  VALUE "ALERT    ".
           05  FILLER               PIC X(20) VALUE
               "RAISED              ".
           05  FILLER               PIC X(6)  VALUE "HOURS ".
           05  FILLER               PIC X(9)  VALUE "PROGRAM  ".
           05  FILLER               PIC X(9)  VALUE "CODE     ".
           05  FILLER               PIC X(7)  VALUE "STATUS ".
           05  FILLER               PIC X(9)  VALUE "REFERENCE".

       01  WS-RPT-DETAIL.
           05  RPT-DTL-NBR          PIC 9(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-DTL-DATE         PIC 9999/99/99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-DTL-TIME         PIC 99/99/99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-DTL-AGE          PIC ZZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-DTL-PROGRAM      PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-DTL-CODE         PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-DTL-STATUS       PIC X(6).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-DTL-REFERENCE    PIC X(40).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-DTL-ESCALATED    PIC X(11).

       01  WS-RPT-TEXT-LINE.
           05  FILLER               PIC X(9)  VALUE SPACES.
           05  RPT-TXT-TEXT         PIC X(60).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-TXT-ACK-LABEL    PIC X(10).
           05  RPT-TXT-ACK-BY       PIC X(20).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-TXT-ACK-DATE     PIC X(10).

       01  WS-RPT-NONE-LINE.
           05  FILLER               PIC X(26) VALUE
               "  NO ALERTS OUTSTANDING".

       01  WS-RPT-SUMMARY.
           05  FILLER               PIC X(20) VALUE
               "OUTSTANDING CRITICAL".
           05  FILLER               PIC X(2)  VALUE ": ".
           05  RPT-SUM-CRITICAL     PIC ZZZZ9.
           05  FILLER               PIC X(8)  VALUE " ERROR: ".
           05  RPT-SUM-ERROR        PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE " WARNING: ".
           05  RPT-SUM-WARNING      PIC ZZZZ9.
           05  FILLER               PIC X(8)  VALUE " ACKED: ".
           05  RPT-SUM-ACKED        PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE " ESCALATED: ".
           05  RPT-SUM-ESCALATED    PIC ZZZZ9.

       01  WS-RPT-BLANK             PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-ABENDED
               PERFORM 1500-OPEN-REPORT
           END-IF
           IF NOT WS-RUN-ABENDED
               PERFORM 3000-APPLY-ONE-ACTION
                   VARYING WS-ACT-IX FROM 1 BY 1
                   UNTIL WS-ACT-IX > WS-ACT-COUNT
               PERFORM 4000-LIST-ONE-SEVERITY
                   VARYING WS-SEV-PASS FROM 1 BY 1
                   UNTIL WS-SEV-PASS > 3
               PERFORM 8000-WRITE-SUMMARY
               CLOSE FIBRPT-FILE
           END-IF
           IF WS-ALR-FILE-OPEN
               CLOSE FIBALR-FILE
           END-IF
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE WS-RUN-TIME(1:2) TO WS-NOW-HH
           MOVE WS-RUN-TIME(3:2) TO WS-NOW-MM
           DISPLAY WS-AUD-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-AUD-USERID FROM ENVIRONMENT-VALUE
           IF WS-AUD-USERID = SPACES
               MOVE "UNKNOWN" TO WS-AUD-USERID
           END-IF
           ACCEPT WS-ARGCOUNT FROM ARGUMENT-NUMBER
           IF WS-ARGCOUNT > 0
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
               PERFORM 1100-PARSE-ARGUMENTS
           END-IF
           IF NOT WS-RUN-ABENDED
               PERFORM 1400-OPEN-ALERT-FILE
           END-IF.

       1100-PARSE-ARGUMENTS.
           MOVE 1 TO WS-SCAN-PTR
           PERFORM 1200-PARSE-ONE-TOKEN
               UNTIL WS-SCAN-PTR > 100.

       1200-PARSE-ONE-TOKEN.
           MOVE SPACES TO WS-TOKEN
           UNSTRING WS-COMMAND-LINE
               DELIMITED BY ALL SPACES
               INTO WS-TOKEN
               WITH POINTER WS-SCAN-PTR
           END-UNSTRING
           IF WS-TOKEN = SPACES
               MOVE 101 TO WS-SCAN-PTR
           ELSE
               EVALUATE TRUE
                   WHEN WS-TOKEN(1:4) = "ACK="
                       MOVE WS-TOKEN(5:9) TO WS-NBR-EDIT
                       PERFORM 1300-PARSE-NUMBER
                       PERFORM 1250-ADD-ACTION
                   WHEN WS-TOKEN(1:6) = "CLOSE="
                       MOVE WS-TOKEN(7:9) TO WS-NBR-EDIT
                       PERFORM 1300-PARSE-NUMBER
                       PERFORM 1250-ADD-ACTION
                   WHEN WS-TOKEN(1:6) = "HOURS="
                       MOVE WS-TOKEN(7:9) TO WS-NBR-EDIT
                       PERFORM 1300-PARSE-NUMBER
                       IF WS-NBR-VALID AND WS-NBR-LEN <= 3
                           MOVE WS-NBR-VALUE TO WS-ESCALATE-HOURS
                       ELSE
                           DISPLAY "FIBALCON - invalid HOURS= value, "
                               "1 to 3 digits expected - "
                               WS-ESCALATE-HOURS " hours used."
                       END-IF
                   WHEN OTHER
                       DISPLAY "FIBALCON - unrecognized option "
                           FUNCTION TRIM(WS-TOKEN) " ignored. Use "
                           "ACK= CLOSE= or HOURS=."
               END-EVALUATE
           END-IF.

       1250-ADD-ACTION.
           IF NOT WS-NBR-VALID
               DISPLAY "FIBALCON - invalid alert number in "
                   FUNCTION TRIM(WS-TOKEN) ", up to eight digits "
                   "expected."
               SET WS-RUN-ABENDED TO TRUE
           ELSE
               IF WS-ACT-COUNT < WS-ACT-MAX
                   ADD 1 TO WS-ACT-COUNT
                   MOVE WS-NBR-VALUE TO WS-ACT-NBR(WS-ACT-COUNT)
                   IF WS-TOKEN(1:4) = "ACK="
                       MOVE "ACK" TO WS-ACT-VERB(WS-ACT-COUNT)
                   ELSE
                       MOVE "CLOSE" TO WS-ACT-VERB(WS-ACT-COUNT)
                   END-IF
               ELSE
                   DISPLAY "FIBALCON - more than " WS-ACT-MAX
                       " ACK/CLOSE actions, "
                       FUNCTION TRIM(WS-TOKEN) " not applied."
                   ADD 1 TO WS-ACTS-REJECTED
               END-IF
           END-IF.

       1300-PARSE-NUMBER.
           MOVE "N" TO WS-NBR-VALID-SW
           MOVE 0 TO WS-NBR-LEN WS-NBR-VALUE
           INSPECT WS-NBR-EDIT TALLYING WS-NBR-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-NBR-LEN > 0 AND WS-NBR-LEN <= 8
               IF WS-NBR-EDIT(1:WS-NBR-LEN) IS NUMERIC
                   COMPUTE WS-NBR-VALUE =
                       FUNCTION NUMVAL(WS-NBR-EDIT(1:WS-NBR-LEN))
                   SET WS-NBR-VALID TO TRUE
               END-IF
           END-IF.

       1400-OPEN-ALERT-FILE.
           IF WS-ACT-COUNT > 0
               OPEN I-O FIBALR-FILE
           ELSE
               OPEN INPUT FIBALR-FILE
           END-IF
           IF WS-FIBALR-NOT-FOUND
               SET WS-NO-ALERT-FILE TO TRUE
               DISPLAY "FIBALCON - FIBALERT not found, no alerts "
                   "have been raised yet."
           ELSE
               IF NOT WS-FIBALR-OK
                   DISPLAY "Unable to open FIBALERT, file status "
                       WS-FIBALR-STATUS
                   SET WS-RUN-ABENDED TO TRUE
               ELSE
                   SET WS-ALR-FILE-OPEN TO TRUE
               END-IF
           END-IF.

       1500-OPEN-REPORT.
           OPEN OUTPUT FIBRPT-FILE
           IF NOT WS-FIBRPT-OK
               DISPLAY "Unable to open FIBALCRP, file status "
                   WS-FIBRPT-STATUS
               SET WS-RUN-ABENDED TO TRUE
           ELSE
               MOVE WS-RUN-DATE TO RPT-TITLE-DATE
               MOVE WS-RUN-TIME(1:6) TO RPT-TITLE-TIME
               MOVE WS-ESCALATE-HOURS TO RPT-TITLE-HOURS
               WRITE FIBRPT-RECORD FROM WS-RPT-TITLE
               WRITE FIBRPT-RECORD FROM WS-RPT-BLANK
           END-IF.

       3000-APPLY-ONE-ACTION.
           MOVE SPACES TO WS-ACT-RESULT
           IF WS-NO-ALERT-FILE
               MOVE "REJECTED - NO ALERTS ON FILE" TO WS-ACT-RESULT
           ELSE
               MOVE WS-ACT-NBR(WS-ACT-IX) TO ALR-NBR
               READ FIBALR-FILE
                   INVALID KEY
                       MOVE "REJECTED - ALERT NOT ON FIBALERT"
                           TO WS-ACT-RESULT
               END-READ
           END-IF
           IF WS-ACT-RESULT = SPACES
               IF WS-ACT-VERB(WS-ACT-IX) = "ACK"
                   PERFORM 3100-ACKNOWLEDGE-ALERT
               ELSE
                   PERFORM 3200-CLOSE-ALERT
               END-IF
           END-IF
           IF WS-ACT-RESULT(1:8) = "REJECTED"
               ADD 1 TO WS-ACTS-REJECTED
           ELSE
               ADD 1 TO WS-ACTS-APPLIED
           END-IF
           MOVE WS-ACT-VERB(WS-ACT-IX) TO RPT-ACT-VERB
           MOVE WS-ACT-NBR(WS-ACT-IX) TO RPT-ACT-NBR
           MOVE WS-ACT-RESULT TO RPT-ACT-RESULT
           WRITE FIBRPT-RECORD FROM WS-RPT-ACTION-LINE
           DISPLAY "FIBALCON - " FUNCTION TRIM(WS-ACT-VERB(WS-ACT-IX))
               " alert " WS-ACT-NBR(WS-ACT-IX) " "
               FUNCTION TRIM(WS-ACT-RESULT)
           IF WS-ACT-IX = WS-ACT-COUNT
               WRITE FIBRPT-RECORD FROM WS-RPT-BLANK
           END-IF.

       3100-ACKNOWLEDGE-ALERT.
           EVALUATE TRUE
               WHEN ALR-CLOSED
                   MOVE "REJECTED - ALREADY CLOSED" TO WS-ACT-RESULT
               WHEN ALR-ACKED
                   MOVE "REJECTED - ALREADY ACKNOWLEDGED"
                       TO WS-ACT-RESULT
               WHEN OTHER
                   SET ALR-ACKED TO TRUE
                   MOVE WS-AUD-USERID TO ALR-ACK-BY
                   MOVE WS-RUN-DATE TO ALR-ACK-DATE
                   MOVE WS-RUN-TIME(1:6) TO ALR-ACK-TIME
                   PERFORM 3300-REWRITE-ALERT
                   IF WS-ACT-RESULT = SPACES
                       MOVE "ACKNOWLEDGED" TO WS-ACT-RESULT
                   END-IF
           END-EVALUATE.

       3200-CLOSE-ALERT.
           IF ALR-CLOSED
               MOVE "REJECTED - ALREADY CLOSED" TO WS-ACT-RESULT
           ELSE
               SET ALR-CLOSED TO TRUE
               MOVE WS-AUD-USERID TO ALR-CLOSE-BY
               MOVE WS-RUN-DATE TO ALR-CLOSE-DATE
               MOVE WS-RUN-TIME(1:6) TO ALR-CLOSE-TIME
               PERFORM 3300-REWRITE-ALERT
               IF WS-ACT-RESULT = SPACES
                   MOVE "CLOSED" TO WS-ACT-RESULT
               END-IF
           END-IF.

       3300-REWRITE-ALERT.
           REWRITE FIBALR-RECORD
               INVALID KEY
                   MOVE "REJECTED - REWRITE FAILED" TO WS-ACT-RESULT
           END-REWRITE
           IF NOT WS-FIBALR-OK AND WS-ACT-RESULT = SPACES
               DISPLAY "Unable to rewrite FIBALERT, file status "
                   WS-FIBALR-STATUS
               MOVE "REJECTED - REWRITE FAILED" TO WS-ACT-RESULT
           END-IF.

       4000-LIST-ONE-SEVERITY.
           MOVE WS-SEV-PASS TO RPT-SEV-NBR
           EVALUATE WS-SEV-PASS
               WHEN 1
                   MOVE "CRITICAL" TO RPT-SEV-NAME
               WHEN 2
                   MOVE "ERROR" TO RPT-SEV-NAME
               WHEN OTHER
                   MOVE "WARNING" TO RPT-SEV-NAME
           END-EVALUATE
           WRITE FIBRPT-RECORD FROM WS-RPT-SEV-HDR
           WRITE FIBRPT-RECORD FROM WS-RPT-COL-HDR
           MOVE "N" TO WS-FIBALR-EOF-SW
           IF WS-NO-ALERT-FILE
               SET WS-FIBALR-EOF TO TRUE
           ELSE
               MOVE 0 TO ALR-NBR
               START FIBALR-FILE KEY IS >= ALR-NBR
                   INVALID KEY
                       SET WS-FIBALR-EOF TO TRUE
               END-START
           END-IF
           MOVE 0 TO WS-SEV-LISTED
           PERFORM 4100-READ-NEXT-ALERT UNTIL WS-FIBALR-EOF
           IF WS-SEV-LISTED = 0
               WRITE FIBRPT-RECORD FROM WS-RPT-NONE-LINE
           END-IF
           WRITE FIBRPT-RECORD FROM WS-RPT-BLANK.

       4100-READ-NEXT-ALERT.
           READ FIBALR-FILE NEXT RECORD
               AT END
                   SET WS-FIBALR-EOF TO TRUE
               NOT AT END
                   IF ALR-SEVERITY = WS-SEV-PASS
                           AND NOT ALR-CLOSED
                       ADD 1 TO WS-SEV-LISTED
                       PERFORM 4200-REPORT-ONE-ALERT
                   END-IF
           END-READ.

       4200-REPORT-ONE-ALERT.
           EVALUATE WS-SEV-PASS
               WHEN 1
                   ADD 1 TO WS-OPEN-CRITICAL
               WHEN 2
                   ADD 1 TO WS-OPEN-ERROR
               WHEN OTHER
                   ADD 1 TO WS-OPEN-WARNING
           END-EVALUATE
           PERFORM 4300-COMPUTE-ALERT-AGE
           MOVE ALR-NBR TO RPT-DTL-NBR
           MOVE ALR-RAISED-DATE TO RPT-DTL-DATE
           MOVE ALR-RAISED-TIME TO RPT-DTL-TIME
           MOVE WS-AGE-HOURS TO RPT-DTL-AGE
           MOVE ALR-PROGRAM TO RPT-DTL-PROGRAM
           MOVE ALR-CODE TO RPT-DTL-CODE
           MOVE ALR-STATUS TO RPT-DTL-STATUS
           MOVE SPACES TO RPT-DTL-REFERENCE
           IF ALR-DSNAME NOT = SPACES
               MOVE ALR-DSNAME TO RPT-DTL-REFERENCE
           ELSE
               IF ALR-RUN-NBR > 0
                   STRING "RUN " ALR-RUN-NBR DELIMITED BY SIZE
                       INTO RPT-DTL-REFERENCE
               END-IF
           END-IF
           MOVE SPACES TO RPT-DTL-ESCALATED
           IF ALR-OPEN AND WS-AGE-HOURS >= WS-ESCALATE-HOURS
               MOVE "*ESCALATED*" TO RPT-DTL-ESCALATED
               ADD 1 TO WS-ALERTS-ESCALATED
           END-IF
           WRITE FIBRPT-RECORD FROM WS-RPT-DETAIL
           MOVE ALR-TEXT TO RPT-TXT-TEXT
           IF ALR-ACKED
               ADD 1 TO WS-ALERTS-ACKED
               MOVE " ACKED BY " TO RPT-TXT-ACK-LABEL
               MOVE ALR-ACK-BY TO RPT-TXT-ACK-BY
               MOVE ALR-ACK-DATE TO WS-STAMP-DATE-EDIT
               MOVE WS-STAMP-DATE-EDIT TO RPT-TXT-ACK-DATE
           ELSE
               MOVE SPACES TO RPT-TXT-ACK-LABEL RPT-TXT-ACK-BY
                   RPT-TXT-ACK-DATE
           END-IF
           WRITE FIBRPT-RECORD FROM WS-RPT-TEXT-LINE
           IF NOT WS-FIBRPT-OK
               DISPLAY "Unable to write FIBALCRP, file status "
                   WS-FIBRPT-STATUS
               SET WS-RUN-ABENDED TO TRUE
               SET WS-FIBALR-EOF TO TRUE
           END-IF.

       4300-COMPUTE-ALERT-AGE.
           COMPUTE WS-RAISED-DAY-INT =
               FUNCTION INTEGER-OF-DATE(ALR-RAISED-DATE)
           MOVE ALR-RAISED-TIME(1:2) TO WS-RAISED-HH
           MOVE ALR-RAISED-TIME(3:2) TO WS-RAISED-MM
           COMPUTE WS-AGE-MINS =
               ((WS-TODAY-INT - WS-RAISED-DAY-INT) * 1440)
               + (WS-NOW-HH * 60) + WS-NOW-MM
               - (WS-RAISED-HH * 60) - WS-RAISED-MM
           IF WS-AGE-MINS < 0
               MOVE 0 TO WS-AGE-MINS
           END-IF
           DIVIDE WS-AGE-MINS BY 60 GIVING WS-AGE-HOURS.

       8000-WRITE-SUMMARY.
           MOVE WS-OPEN-CRITICAL TO RPT-SUM-CRITICAL
           MOVE WS-OPEN-ERROR TO RPT-SUM-ERROR
           MOVE WS-OPEN-WARNING TO RPT-SUM-WARNING
           MOVE WS-ALERTS-ACKED TO RPT-SUM-ACKED
           MOVE WS-ALERTS-ESCALATED TO RPT-SUM-ESCALATED
           WRITE FIBRPT-RECORD FROM WS-RPT-SUMMARY
           DISPLAY "FIBALCON - outstanding alerts: " WS-OPEN-CRITICAL
               " critical, " WS-OPEN-ERROR " error, " WS-OPEN-WARNING
               " warning, " WS-ALERTS-ESCALATED " escalated; "
               WS-ACTS-APPLIED " actions applied, " WS-ACTS-REJECTED
               " rejected.".

       9000-SET-RETURN-CODE.
           IF WS-RUN-ABENDED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-ALERTS-ESCALATED > 0 OR WS-ACTS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
