       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBINTAK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIBREQIN-FILE ASSIGN TO "FIBREQIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBREQIN-STATUS.

           SELECT FIBIN-FILE ASSIGN TO "FIBIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBIN-STATUS.

           SELECT FIBRQLOG-FILE ASSIGN TO "FIBRQLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBRQLOG-STATUS.

           SELECT FIBRPT-FILE ASSIGN TO "FIBINTRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIBREQIN-FILE.
       COPY FIBRQI.

       FD  FIBIN-FILE.
       01  FIBIN-RECORD.
           05  FIBIN-REQ-N          PIC X(5).
           05  FIBIN-SEED-1         PIC X(10).
           05  FIBIN-SEED-2         PIC X(10).
           05  FIBIN-REQ-REF        PIC X(20).

       FD  FIBRQLOG-FILE.
       COPY FIBRQL.

       FD  FIBRPT-FILE.
       01  FIBRPT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FIBREQIN-STATUS       PIC X(2)  VALUE SPACES.
           88  WS-FIBREQIN-OK                 VALUE "00".

       01  WS-FIBIN-STATUS          PIC X(2)  VALUE SPACES.
           88  WS-FIBIN-OK                    VALUE "00".

       01  WS-FIBRQLOG-STATUS       PIC X(2)  VALUE SPACES.
           88  WS-FIBRQLOG-OK                 VALUE "00".
           88  WS-FIBRQLOG-NOT-FOUND          VALUE "35".

       01  WS-FIBRPT-STATUS         PIC X(2)  VALUE SPACES.
           88  WS-FIBRPT-OK                   VALUE "00".

       01  WS-FIBREQIN-EOF-SW       PIC X(1) VALUE "N".
           88  WS-FIBREQIN-EOF                VALUE "Y".

       01  WS-FIBRQLOG-EOF-SW       PIC X(1) VALUE "N".
           88  WS-FIBRQLOG-EOF                VALUE "Y".

       01  WS-ABEND-SW              PIC X(1) VALUE "N".
           88  WS-RUN-ABENDED                 VALUE "Y".

       01  WS-APPEND-MODE-SW        PIC X(1) VALUE "N".
           88  WS-APPEND-MODE                 VALUE "Y".

       01  WS-ARGCOUNT              PIC 9(4) VALUE 0.
       01  WS-COMMAND-LINE          PIC X(40) VALUE SPACES.
       01  WS-TOKEN                 PIC X(20) VALUE SPACES.
       77  WS-SCAN-PTR               PIC 9(4) VALUE 1.

       01  WS-RUN-DATE              PIC 9(8) VALUE 0.
       01  WS-RUN-TIME              PIC 9(8) VALUE 0.

       77  N                         PIC 9(4) VALUE 0.
       77  WS-MAX-SAFE-N             PIC 9(4) VALUE 45.
       77  WS-MAX-WIDE-N             PIC 9(4) VALUE 340.
       77  WS-CURR-MAX-N             PIC 9(4) VALUE 45.
       01  WS-N-INPUT               PIC X(5) VALUE SPACES.
       77  WS-W-FLAG-COUNT           PIC 9(1) VALUE 0.
       01  WS-N-EDIT                PIC X(4) VALUE SPACES.
       01  WS-WIDE-MODE-SW          PIC X(1) VALUE "N".
           88  WS-WIDE-MODE                   VALUE "Y".
       01  WS-SEED1                 PIC 9(9) VALUE 0.
       01  WS-SEED2                 PIC 9(9) VALUE 1.
       01  WS-SEED-NUMVAL           PIC 9(10) VALUE 0.
       01  WS-SEED-INVALID-SW       PIC X(1) VALUE "N".
           88  WS-SEED-INVALID                VALUE "Y".
       01  WS-NEEDED-BY             PIC 9(8) VALUE 0.

       01  WS-REQ-REJECT-TEXT       PIC X(40) VALUE SPACES.
       01  WS-REQ-DISPOSITION       PIC X(9) VALUE SPACES.
       01  WS-REQ-LATE-SW           PIC X(1) VALUE "N".
           88  WS-REQ-LATE                    VALUE "Y".

       77  WS-REF-COUNT              PIC 9(5) VALUE 0.
       77  WS-REF-MAX                PIC 9(5) VALUE 5000.
       77  WS-REF-IX                 PIC 9(5) VALUE 0.
       77  WS-SCAN-WINDOW-DAYS       PIC 9(4) VALUE 400.
       77  WS-WINDOW-START-DATE      PIC 9(8) VALUE 0.
       01  WS-REF-FOUND-SW          PIC X(1) VALUE "N".
           88  WS-REF-FOUND                   VALUE "Y".

       01  WS-REF-TABLE.
           05  WS-REF-ENTRY OCCURS 5000 TIMES.
               10  WS-REF-T-REF     PIC X(20).
               10  WS-REF-T-DATE    PIC 9(8).

       77  WS-REQS-READ              PIC 9(5) VALUE 0.
       77  WS-REQS-ACCEPTED          PIC 9(5) VALUE 0.
       77  WS-REQS-REJECTED          PIC 9(5) VALUE 0.
       77  WS-REQS-DUPLICATE         PIC 9(5) VALUE 0.
       77  WS-REQS-LATE              PIC 9(5) VALUE 0.

       01  WS-RPT-TITLE.
           05  FILLER               PIC X(35) VALUE
               "FIBINTAK REQUEST INTAKE  -  AS OF  ".
           05  RPT-TITLE-DATE       PIC 9999/99/99.

       01  WS-RPT-COL-HDR.
           05  FILLER               PIC X(22) VALUE "REQUESTER".
           05  FILLER               PIC X(22) VALUE "REFERENCE".
           05  FILLER               PIC X(7)  VALUE "N".
           05  FILLER               PIC X(20) VALUE "SEEDS".
           05  FILLER               PIC X(12) VALUE "NEEDED BY".
           05  FILLER               PIC X(11) VALUE "STATUS".
           05  FILLER               PIC X(6)  VALUE "LATE".
           05  FILLER               PIC X(6)  VALUE "REASON".

       01  WS-RPT-DETAIL.
           05  RPT-DTL-REQUESTER    PIC X(20).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DTL-REF          PIC X(20).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DTL-REQ-N        PIC X(5).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DTL-SEED-1       PIC Z(8)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-DTL-SEED-2       PIC Z(8)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-DTL-NEEDED-BY    PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DTL-DISPOSITION  PIC X(9).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DTL-LATE         PIC X(4).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DTL-REASON       PIC X(32).

       01  WS-RPT-DATE-EDIT         PIC 9999/99/99.

       01  WS-RPT-SUMMARY.
           05  FILLER               PIC X(15) VALUE "REQUESTS READ: ".
           05  RPT-SUM-READ         PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE " ACCEPTED: ".
           05  RPT-SUM-ACCEPTED     PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE " REJECTED: ".
           05  RPT-SUM-REJECTED     PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE " DUPLICATE: ".
           05  RPT-SUM-DUPLICATE    PIC ZZZZ9.
           05  FILLER               PIC X(7)  VALUE " LATE: ".
           05  RPT-SUM-LATE         PIC ZZZZ9.

       01  WS-RPT-BLANK             PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-ABENDED
               PERFORM 2000-PROCESS-ONE-REQUEST
                   UNTIL WS-FIBREQIN-EOF
               PERFORM 8000-WRITE-SUMMARY
               CLOSE FIBREQIN-FILE
               CLOSE FIBIN-FILE
               CLOSE FIBRQLOG-FILE
               CLOSE FIBRPT-FILE
           END-IF
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-ARGCOUNT FROM ARGUMENT-NUMBER
           IF WS-ARGCOUNT > 0
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
               PERFORM 1100-PARSE-ONE-TOKEN
                   UNTIL WS-SCAN-PTR > 40
           END-IF
           OPEN INPUT FIBREQIN-FILE
           IF NOT WS-FIBREQIN-OK
               DISPLAY "Unable to open FIBREQIN, file status "
                   WS-FIBREQIN-STATUS " - no requests taken in."
               SET WS-RUN-ABENDED TO TRUE
           END-IF
           IF NOT WS-RUN-ABENDED
               PERFORM 1200-LOAD-ACCEPTED-REFS
           END-IF
           IF NOT WS-RUN-ABENDED
               PERFORM 1300-OPEN-OUTPUTS
           END-IF.

       1100-PARSE-ONE-TOKEN.
           MOVE SPACES TO WS-TOKEN
           UNSTRING WS-COMMAND-LINE
               DELIMITED BY ALL SPACES
               INTO WS-TOKEN
               WITH POINTER WS-SCAN-PTR
           END-UNSTRING
           IF WS-TOKEN = SPACES
               MOVE 41 TO WS-SCAN-PTR
           ELSE
               EVALUATE TRUE
                   WHEN WS-TOKEN = "APPEND"
                       SET WS-APPEND-MODE TO TRUE
                   WHEN OTHER
                       DISPLAY "FIBINTAK - unrecognized option "
                           FUNCTION TRIM(WS-TOKEN) " ignored. Use "
                           "APPEND."
               END-EVALUATE
           END-IF.

       1200-LOAD-ACCEPTED-REFS.
           MOVE 0 TO WS-REF-COUNT
           COMPUTE WS-WINDOW-START-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - WS-SCAN-WINDOW-DAYS)
           OPEN INPUT FIBRQLOG-FILE
           IF WS-FIBRQLOG-OK
               PERFORM 1210-READ-LOG-RECORD UNTIL WS-FIBRQLOG-EOF
               CLOSE FIBRQLOG-FILE
           ELSE
               IF NOT WS-FIBRQLOG-NOT-FOUND
                   DISPLAY "Unable to open FIBRQLOG, file status "
                       WS-FIBRQLOG-STATUS
                   SET WS-RUN-ABENDED TO TRUE
               END-IF
           END-IF.

       1210-READ-LOG-RECORD.
           READ FIBRQLOG-FILE
               AT END
                   SET WS-FIBRQLOG-EOF TO TRUE
               NOT AT END
                   IF RQL-DISPOSITION = "ACCEPTED"
                           AND RQL-INTAKE-DATE
                               NOT < WS-WINDOW-START-DATE
                       PERFORM 1220-NOTE-ACCEPTED-REF
                   END-IF
           END-READ.

       1220-NOTE-ACCEPTED-REF.
           IF WS-REF-COUNT < WS-REF-MAX
               ADD 1 TO WS-REF-COUNT
               MOVE RQL-REF TO WS-REF-T-REF(WS-REF-COUNT)
               MOVE RQL-INTAKE-DATE TO WS-REF-T-DATE(WS-REF-COUNT)
           ELSE
               DISPLAY "FIBINTAK - more than " WS-REF-MAX
                   " references accepted in the last "
                   WS-SCAN-WINDOW-DAYS " days on FIBRQLOG - "
                   "duplicates cannot be checked, no requests taken in."
               SET WS-RUN-ABENDED TO TRUE
               SET WS-FIBRQLOG-EOF TO TRUE
           END-IF.

       1300-OPEN-OUTPUTS.
           IF WS-APPEND-MODE
               OPEN EXTEND FIBIN-FILE
               IF NOT WS-FIBIN-OK
                   OPEN OUTPUT FIBIN-FILE
               END-IF
           ELSE
               OPEN OUTPUT FIBIN-FILE
           END-IF
           IF NOT WS-FIBIN-OK
               DISPLAY "Unable to open FIBIN, file status "
                   WS-FIBIN-STATUS
               SET WS-RUN-ABENDED TO TRUE
           END-IF
           IF NOT WS-RUN-ABENDED
               OPEN EXTEND FIBRQLOG-FILE
               IF NOT WS-FIBRQLOG-OK
                   OPEN OUTPUT FIBRQLOG-FILE
               END-IF
               IF NOT WS-FIBRQLOG-OK
                   DISPLAY "Unable to open FIBRQLOG, file status "
                       WS-FIBRQLOG-STATUS
                   SET WS-RUN-ABENDED TO TRUE
               END-IF
           END-IF
           IF NOT WS-RUN-ABENDED
               OPEN OUTPUT FIBRPT-FILE
               IF NOT WS-FIBRPT-OK
                   DISPLAY "Unable to open FIBINTRP, file status "
                       WS-FIBRPT-STATUS
                   SET WS-RUN-ABENDED TO TRUE
               ELSE
                   MOVE WS-RUN-DATE TO RPT-TITLE-DATE
                   WRITE FIBRPT-RECORD FROM WS-RPT-TITLE
                   WRITE FIBRPT-RECORD FROM WS-RPT-BLANK
                   WRITE FIBRPT-RECORD FROM WS-RPT-COL-HDR
                   WRITE FIBRPT-RECORD FROM WS-RPT-BLANK
               END-IF
           END-IF.

       2000-PROCESS-ONE-REQUEST.
           READ FIBREQIN-FILE
               AT END
                   SET WS-FIBREQIN-EOF TO TRUE
               NOT AT END
                   IF FIBRQI-RECORD(1:1) NOT = "*"
                           AND FIBRQI-RECORD NOT = SPACES
                       ADD 1 TO WS-REQS-READ
                       PERFORM 2100-TAKE-IN-REQUEST
                   END-IF
           END-READ.

       2100-TAKE-IN-REQUEST.
           MOVE SPACES TO WS-REQ-REJECT-TEXT
           MOVE "N" TO WS-REQ-LATE-SW
           MOVE 0 TO WS-SEED1
           MOVE 1 TO WS-SEED2
           MOVE 0 TO WS-NEEDED-BY
           PERFORM 3000-EDIT-REQUEST
           IF WS-REQ-REJECT-TEXT NOT = SPACES
               MOVE "REJECTED" TO WS-REQ-DISPOSITION
               ADD 1 TO WS-REQS-REJECTED
           ELSE
               PERFORM 3500-CHECK-DUPLICATE-REF
               IF WS-REF-FOUND
                   MOVE "DUPLICATE" TO WS-REQ-DISPOSITION
                   ADD 1 TO WS-REQS-DUPLICATE
               ELSE
                   IF WS-REF-COUNT < WS-REF-MAX
                       MOVE "ACCEPTED" TO WS-REQ-DISPOSITION
                       PERFORM 4000-WRITE-FIBIN-REQUEST
                   ELSE
                       DISPLAY "FIBINTAK - more than " WS-REF-MAX
                           " accepted references - request "
                           FUNCTION TRIM(RQI-REF) " and any after it "
                           "not taken in."
                       SET WS-RUN-ABENDED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-NEEDED-BY > 0 AND WS-NEEDED-BY < WS-RUN-DATE
               SET WS-REQ-LATE TO TRUE
               ADD 1 TO WS-REQS-LATE
               DISPLAY "FIBINTAK - request "
                   FUNCTION TRIM(RQI-REF) " from "
                   FUNCTION TRIM(RQI-REQUESTER)
                   " is past its needed-by date " WS-NEEDED-BY "."
           END-IF
           IF NOT WS-RUN-ABENDED
               PERFORM 5000-WRITE-INTAKE-LOG
           END-IF
           IF NOT WS-RUN-ABENDED
               PERFORM 6000-REPORT-REQUEST
           END-IF
           IF WS-RUN-ABENDED
               SET WS-FIBREQIN-EOF TO TRUE
           END-IF.

       3000-EDIT-REQUEST.
           IF RQI-REQUESTER = SPACES
               MOVE "requester ID is blank" TO WS-REQ-REJECT-TEXT
           END-IF
           IF WS-REQ-REJECT-TEXT = SPACES AND RQI-REF = SPACES
               MOVE "external reference is blank"
                   TO WS-REQ-REJECT-TEXT
           END-IF
           IF WS-REQ-REJECT-TEXT = SPACES
               PERFORM 3100-EDIT-N-FIELD
           END-IF
           IF WS-REQ-REJECT-TEXT = SPACES
               PERFORM 3200-EDIT-SEED-FIELDS
           END-IF
           IF WS-REQ-REJECT-TEXT = SPACES
               PERFORM 3300-EDIT-NEEDED-BY
           END-IF.

       3100-EDIT-N-FIELD.
           MOVE RQI-REQ-N TO WS-N-INPUT
           MOVE "N" TO WS-WIDE-MODE-SW
           MOVE 0 TO WS-W-FLAG-COUNT
           INSPECT WS-N-INPUT TALLYING WS-W-FLAG-COUNT
               FOR ALL "W"
           IF WS-W-FLAG-COUNT > 0
               SET WS-WIDE-MODE TO TRUE
               INSPECT WS-N-INPUT REPLACING ALL "W" BY SPACE
           END-IF
           IF WS-WIDE-MODE
               MOVE WS-MAX-WIDE-N TO WS-CURR-MAX-N
           ELSE
               MOVE WS-MAX-SAFE-N TO WS-CURR-MAX-N
           END-IF
           MOVE FUNCTION TRIM(WS-N-INPUT) TO WS-N-INPUT
           IF WS-N-INPUT(5:1) = SPACE
               MOVE WS-N-INPUT(1:4) TO WS-N-EDIT
           ELSE
               MOVE SPACES TO WS-N-EDIT
           END-IF
           IF WS-N-EDIT NOT = SPACES
                   AND FUNCTION TRIM(WS-N-EDIT) IS NUMERIC
               MOVE WS-N-EDIT TO N
           ELSE
               MOVE 0 TO N
           END-IF
           IF N < 1
               MOVE "N must be a positive integer"
                   TO WS-REQ-REJECT-TEXT
           ELSE
               IF N > WS-CURR-MAX-N
                   IF WS-WIDE-MODE
                       MOVE "N over wide-mode maximum 340"
                           TO WS-REQ-REJECT-TEXT
                   ELSE
                       MOVE "N over 45 - use W for wide mode"
                           TO WS-REQ-REJECT-TEXT
                   END-IF
               END-IF
           END-IF.

       3200-EDIT-SEED-FIELDS.
           MOVE "N" TO WS-SEED-INVALID-SW
           IF RQI-SEED-1 NOT = SPACES OR RQI-SEED-2 NOT = SPACES
               IF RQI-SEED-1 = SPACES OR RQI-SEED-2 = SPACES
                   MOVE "give both seeds or neither"
                       TO WS-REQ-REJECT-TEXT
               ELSE
                   PERFORM 3250-EDIT-ONE-SEED
                   IF WS-SEED-INVALID
                       MOVE "seeds must be up to 9 digits"
                           TO WS-REQ-REJECT-TEXT
                   END-IF
               END-IF
           END-IF.

       3250-EDIT-ONE-SEED.
           IF FUNCTION TRIM(RQI-SEED-1) IS NUMERIC
               COMPUTE WS-SEED-NUMVAL =
                   FUNCTION NUMVAL(RQI-SEED-1)
               IF WS-SEED-NUMVAL > 999999999
                   SET WS-SEED-INVALID TO TRUE
               ELSE
                   MOVE WS-SEED-NUMVAL TO WS-SEED1
               END-IF
           ELSE
               SET WS-SEED-INVALID TO TRUE
           END-IF
           IF FUNCTION TRIM(RQI-SEED-2) IS NUMERIC
               COMPUTE WS-SEED-NUMVAL =
                   FUNCTION NUMVAL(RQI-SEED-2)
               IF WS-SEED-NUMVAL > 999999999
                   SET WS-SEED-INVALID TO TRUE
               ELSE
                   MOVE WS-SEED-NUMVAL TO WS-SEED2
               END-IF
           ELSE
               SET WS-SEED-INVALID TO TRUE
           END-IF.

       3300-EDIT-NEEDED-BY.
           IF RQI-NEEDED-BY NOT = SPACES
               IF RQI-NEEDED-BY IS NUMERIC
                   MOVE RQI-NEEDED-BY TO WS-NEEDED-BY
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEEDED-BY)
                           NOT = 0
                       MOVE 0 TO WS-NEEDED-BY
                       MOVE "needed-by is not a valid date"
                           TO WS-REQ-REJECT-TEXT
                   END-IF
               ELSE
                   MOVE "needed-by date must be yyyymmdd"
                       TO WS-REQ-REJECT-TEXT
               END-IF
           END-IF.

       3500-CHECK-DUPLICATE-REF.
           MOVE "N" TO WS-REF-FOUND-SW
           PERFORM VARYING WS-REF-IX FROM 1 BY 1
                   UNTIL WS-REF-IX > WS-REF-COUNT OR WS-REF-FOUND
               IF WS-REF-T-REF(WS-REF-IX) = RQI-REF
                   SET WS-REF-FOUND TO TRUE
                   MOVE WS-REF-T-DATE(WS-REF-IX) TO WS-RPT-DATE-EDIT
                   MOVE SPACES TO WS-REQ-REJECT-TEXT
                   STRING "ref already accepted "
                       WS-RPT-DATE-EDIT DELIMITED BY SIZE
                       INTO WS-REQ-REJECT-TEXT
                   END-STRING
               END-IF
           END-PERFORM.

       4000-WRITE-FIBIN-REQUEST.
           MOVE RQI-REQ-N TO FIBIN-REQ-N
           MOVE RQI-SEED-1 TO FIBIN-SEED-1
           MOVE RQI-SEED-2 TO FIBIN-SEED-2
           MOVE RQI-REF TO FIBIN-REQ-REF
           WRITE FIBIN-RECORD
           IF NOT WS-FIBIN-OK
               DISPLAY "Unable to write FIBIN, file status "
                   WS-FIBIN-STATUS
               SET WS-RUN-ABENDED TO TRUE
           ELSE
               ADD 1 TO WS-REQS-ACCEPTED
               ADD 1 TO WS-REF-COUNT
               MOVE RQI-REF TO WS-REF-T-REF(WS-REF-COUNT)
               MOVE WS-RUN-DATE TO WS-REF-T-DATE(WS-REF-COUNT)
           END-IF.

       5000-WRITE-INTAKE-LOG.
           MOVE WS-RUN-DATE TO RQL-INTAKE-DATE
           MOVE WS-RUN-TIME(1:6) TO RQL-INTAKE-TIME
           MOVE RQI-REQUESTER TO RQL-REQUESTER
           MOVE RQI-REF TO RQL-REF
           MOVE RQI-REQ-N TO RQL-REQ-N
           MOVE WS-SEED1 TO RQL-SEED-1
           MOVE WS-SEED2 TO RQL-SEED-2
           MOVE WS-NEEDED-BY TO RQL-NEEDED-BY
           MOVE WS-REQ-DISPOSITION TO RQL-DISPOSITION
           IF WS-REQ-LATE
               MOVE "Y" TO RQL-LATE-FLAG
           ELSE
               MOVE "N" TO RQL-LATE-FLAG
           END-IF
           MOVE WS-REQ-REJECT-TEXT TO RQL-REASON
           WRITE FIBRQL-RECORD
           IF NOT WS-FIBRQLOG-OK
               DISPLAY "Unable to write FIBRQLOG, file status "
                   WS-FIBRQLOG-STATUS
               SET WS-RUN-ABENDED TO TRUE
           END-IF.

       6000-REPORT-REQUEST.
           MOVE RQI-REQUESTER TO RPT-DTL-REQUESTER
           MOVE RQI-REF TO RPT-DTL-REF
           MOVE RQI-REQ-N TO RPT-DTL-REQ-N
           MOVE WS-SEED1 TO RPT-DTL-SEED-1
           MOVE WS-SEED2 TO RPT-DTL-SEED-2
           IF WS-NEEDED-BY = 0
               MOVE SPACES TO RPT-DTL-NEEDED-BY
           ELSE
               MOVE WS-NEEDED-BY TO WS-RPT-DATE-EDIT
               MOVE WS-RPT-DATE-EDIT TO RPT-DTL-NEEDED-BY
           END-IF
           MOVE WS-REQ-DISPOSITION TO RPT-DTL-DISPOSITION
           IF WS-REQ-LATE
               MOVE "LATE" TO RPT-DTL-LATE
           ELSE
               MOVE SPACES TO RPT-DTL-LATE
           END-IF
           MOVE WS-REQ-REJECT-TEXT TO RPT-DTL-REASON
           WRITE FIBRPT-RECORD FROM WS-RPT-DETAIL
           IF NOT WS-FIBRPT-OK
               DISPLAY "Unable to write FIBINTRP, file status "
                   WS-FIBRPT-STATUS
               SET WS-RUN-ABENDED TO TRUE
           END-IF.

       8000-WRITE-SUMMARY.
           WRITE FIBRPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-REQS-READ TO RPT-SUM-READ
           MOVE WS-REQS-ACCEPTED TO RPT-SUM-ACCEPTED
           MOVE WS-REQS-REJECTED TO RPT-SUM-REJECTED
           MOVE WS-REQS-DUPLICATE TO RPT-SUM-DUPLICATE
           MOVE WS-REQS-LATE TO RPT-SUM-LATE
           WRITE FIBRPT-RECORD FROM WS-RPT-SUMMARY
           DISPLAY "FIBINTAK - " WS-REQS-READ " requests, "
               WS-REQS-ACCEPTED " accepted to FIBIN, "
               WS-REQS-REJECTED " rejected, " WS-REQS-DUPLICATE
               " duplicate, " WS-REQS-LATE " past needed-by.".

       9000-SET-RETURN-CODE.
           IF WS-RUN-ABENDED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-REQS-REJECTED > 0 OR WS-REQS-DUPLICATE > 0
                       OR WS-REQS-LATE > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
