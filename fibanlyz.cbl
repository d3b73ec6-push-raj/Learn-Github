       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBANLYZ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIBGEN-FILE ASSIGN TO DYNAMIC WS-FIBGEN-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBGEN-STATUS.

           SELECT FIBRPT-FILE ASSIGN TO "FIBANLRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIBGEN-FILE.
       01  FIBGEN-RECORD            PIC X(90).

       FD  FIBRPT-FILE.
       01  FIBRPT-RECORD            PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-FIBGEN-STATUS         PIC X(2)  VALUE SPACES.
           88  WS-FIBGEN-OK                   VALUE "00".

       01  WS-FIBRPT-STATUS         PIC X(2)  VALUE SPACES.
           88  WS-FIBRPT-OK                   VALUE "00".

       01  WS-FIBGEN-EOF-SW         PIC X(1) VALUE "N".
           88  WS-FIBGEN-EOF                  VALUE "Y".

       01  WS-SERIES-OPEN-SW        PIC X(1) VALUE "N".
           88  WS-SERIES-OPEN                 VALUE "Y".

       01  WS-ABEND-SW              PIC X(1) VALUE "N".
           88  WS-RUN-ABENDED                 VALUE "Y".

       01  WS-ARGCOUNT              PIC 9(4) VALUE 0.
       01  WS-COMMAND-LINE          PIC X(80) VALUE SPACES.
       01  WS-RUN-DATE              PIC 9(8) VALUE 0.
       01  WS-FIBGEN-DSNAME         PIC X(40) VALUE SPACES.

       01  WS-TOKEN                 PIC X(40) VALUE SPACES.
       77  WS-SCAN-PTR               PIC 9(4) VALUE 1.
       01  WS-MOD-EDIT              PIC X(5) VALUE SPACES.

       77  WS-MODULUS                PIC 9(4) VALUE 10.

       77  WS-SERIES-COUNT           PIC 9(4) VALUE 0.
       77  WS-TERMS-ANALYZED         PIC 9(8) VALUE 0.
       77  WS-SKIPPED-COUNT          PIC 9(8) VALUE 0.

       77  WS-SERIES-TERM-COUNT      PIC 9(4) VALUE 0.
       77  WS-SERIES-EVEN            PIC 9(4) VALUE 0.
       77  WS-SERIES-ODD             PIC 9(4) VALUE 0.
       77  WS-SERIES-DIVISIBLE       PIC 9(4) VALUE 0.
       77  WS-SERIES-MAX-DIGITS      PIC 9(2) VALUE 0.
       77  WS-SERIES-CONVERGED-SEQ   PIC 9(4) VALUE 0.
       01  WS-SERIES-SEED1          PIC 9(9) VALUE 0.
       01  WS-SERIES-SEED2          PIC 9(9) VALUE 1.
       01  WS-SERIES-MODE           PIC X(1) VALUE SPACE.
       01  WS-REC-FORMAT            PIC X(1) VALUE SPACE.

       01  WS-WZERO                 PIC X(72) VALUE ALL "0".
       01  WS-TERM-SEQ              PIC 9(4) VALUE 0.
       01  WS-TERM-VALUE            PIC X(72) VALUE ALL "0".
       01  WS-TERM-VALUE-R REDEFINES WS-TERM-VALUE.
           05  WS-TERM-DIGIT        PIC 9(1) OCCURS 72 TIMES.
       01  WS-PREV-VALUE            PIC X(72) VALUE ALL "0".
       01  WS-PREV-PRESENT-SW       PIC X(1) VALUE "N".
           88  WS-PREV-PRESENT                VALUE "Y".

       77  WS-LEAD-ZEROS             PIC 9(2) VALUE 0.
       77  WS-DIGIT-COUNT            PIC 9(2) VALUE 0.
       77  WS-DIGIT-START            PIC 9(2) VALUE 0.
       77  WS-DIGIT-IX               PIC 9(2) VALUE 0.
       77  WS-PARITY-REM             PIC 9(1) VALUE 0.
       77  WS-PARITY-QUOT            PIC 9(1) VALUE 0.

       01  WS-CUR-WINDOW            PIC 9(18) VALUE 0.
       01  WS-PREV-WINDOW           PIC 9(18) VALUE 0.
       01  WS-RATIO                 PIC 9(9)V9(12) VALUE 0.
       01  WS-RATIO-DEV             PIC S9(9)V9(12) VALUE 0.
       01  WS-RATIO-ABS-DEV         PIC 9(9)V9(12) VALUE 0.
       01  WS-RATIO-OK-SW           PIC X(1) VALUE "N".
           88  WS-RATIO-OK                    VALUE "Y".
       01  WS-PHI                   PIC 9V9(15)
                                    VALUE 1.618033988749895.
       01  WS-CONVERGE-LIMIT        PIC 9V9(12) VALUE 0.000000001.

       77  WS-REMAINDER              PIC 9(4) VALUE 0.
       77  WS-REM-WORK               PIC 9(5) VALUE 0.
       77  WS-REM-QUOT               PIC 9(5) VALUE 0.

       77  WS-PER-A0                 PIC 9(4) VALUE 0.
       77  WS-PER-B0                 PIC 9(4) VALUE 0.
       77  WS-PER-A                  PIC 9(4) VALUE 0.
       77  WS-PER-B                  PIC 9(4) VALUE 0.
       77  WS-PER-C                  PIC 9(5) VALUE 0.
       77  WS-PER-QUOT               PIC 9(9) VALUE 0.
       77  WS-PER-COUNT              PIC 9(6) VALUE 0.
       77  WS-PER-LIMIT              PIC 9(6) VALUE 0.
       77  WS-PISANO-PERIOD          PIC 9(6) VALUE 0.
       77  WS-SERIES-PERIOD          PIC 9(6) VALUE 0.

       COPY FIBREC.

       01  WS-RPT-TITLE.
           05  FILLER               PIC X(34) VALUE
               "FIBONACCI SEQUENCE ANALYSIS  -  AS".
           05  FILLER               PIC X(4)  VALUE " OF ".
           05  RPT-TITLE-DATE       PIC 9999/99/99.

       01  WS-RPT-GEN-LINE.
           05  FILLER               PIC X(12) VALUE "GENERATION: ".
           05  RPT-GEN-DSNAME       PIC X(40).
           05  FILLER               PIC X(10) VALUE " MODULUS: ".
           05  RPT-GEN-MODULUS      PIC ZZZ9.

       01  WS-RPT-SERIES-LINE.
           05  FILLER               PIC X(7)  VALUE "SERIES ".
           05  RPT-SER-NBR          PIC ZZZ9.
           05  FILLER               PIC X(9)  VALUE "  SEEDS: ".
           05  RPT-SER-SEED1        PIC Z(8)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-SER-SEED2        PIC Z(8)9.

       01  WS-RPT-COLUMN-HEAD.
           05  FILLER               PIC X(4)  VALUE " SEQ".
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(6)  VALUE "DIGITS".
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(6)  VALUE "PARITY".
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(22) VALUE
               "  RATIO TO PRIOR TERM".
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(23) VALUE
               "    DEVIATION FROM PHI".
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(4)  VALUE " REM".
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(3)  VALUE "DIV".
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(5)  VALUE "VALUE".

       01  WS-RPT-TERM-LINE.
           05  RPT-TRM-SEQ          PIC ZZZ9.
           05  FILLER               PIC X(6)  VALUE SPACES.
           05  RPT-TRM-DIGITS       PIC Z9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-TRM-PARITY       PIC X(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-TRM-RATIO        PIC X(22).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-TRM-DEV          PIC X(23).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-TRM-REM          PIC ZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-TRM-DIV          PIC X(3).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-TRM-VALUE        PIC X(72).

       01  WS-ED-RATIO              PIC Z(8)9.9(12).
       01  WS-ED-DEV                PIC +(9)9.9(12).

       01  WS-RPT-SERIES-SUM-1.
           05  FILLER               PIC X(10) VALUE "   TERMS: ".
           05  RPT-SS-TERMS         PIC ZZZ9.
           05  FILLER               PIC X(7)  VALUE " EVEN: ".
           05  RPT-SS-EVEN          PIC ZZZ9.
           05  FILLER               PIC X(6)  VALUE " ODD: ".
           05  RPT-SS-ODD           PIC ZZZ9.
           05  FILLER               PIC X(17) VALUE " DIVISIBLE BY M: ".
           05  RPT-SS-DIVISIBLE     PIC ZZZ9.
           05  FILLER               PIC X(13) VALUE " MAX DIGITS: ".
           05  RPT-SS-MAX-DIGITS    PIC Z9.

       01  WS-RPT-SERIES-SUM-2.
           05  FILLER               PIC X(18) VALUE
               "   PISANO PERIOD: ".
           05  RPT-SS-PISANO        PIC ZZZZZ9.
           05  FILLER               PIC X(24) VALUE
               " SERIES RESIDUE PERIOD: ".
           05  RPT-SS-SERIES-PERIOD PIC ZZZZZ9.
           05  FILLER               PIC X(29) VALUE
               " RATIO WITHIN 1E-9 OF PHI AT ".
           05  RPT-SS-CONVERGED     PIC X(12).

       01  WS-RPT-SUMMARY.
           05  FILLER               PIC X(17) VALUE "SERIES ANALYZED: ".
           05  RPT-SUM-SERIES       PIC ZZZ9.
           05  FILLER               PIC X(17) VALUE " TERMS ANALYZED: ".
           05  RPT-SUM-TERMS        PIC ZZZZZZZ9.
           05  FILLER               PIC X(18) VALUE
               " RECORDS SKIPPED: ".
           05  RPT-SUM-SKIPPED      PIC ZZZZZZZ9.

       01  WS-RPT-BLANK             PIC X(160) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-ABENDED
               PERFORM 2000-ANALYZE-GENERATION
               PERFORM 8000-WRITE-SUMMARY
               CLOSE FIBRPT-FILE
           END-IF
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ARGCOUNT FROM ARGUMENT-NUMBER
           IF WS-ARGCOUNT > 0
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
               PERFORM 1100-PARSE-ARGUMENTS
           END-IF
           IF WS-FIBGEN-DSNAME = SPACES
               STRING "FIBOUT.D" WS-RUN-DATE DELIMITED BY SIZE
                   INTO WS-FIBGEN-DSNAME
           END-IF
           IF NOT WS-RUN-ABENDED
               PERFORM 1300-FIND-PISANO-PERIOD
               OPEN INPUT FIBGEN-FILE
               IF NOT WS-FIBGEN-OK
                   DISPLAY "Unable to open generation "
                       WS-FIBGEN-DSNAME " file status "
                       WS-FIBGEN-STATUS
                   SET WS-RUN-ABENDED TO TRUE
               END-IF
           END-IF
           IF NOT WS-RUN-ABENDED
               OPEN OUTPUT FIBRPT-FILE
               IF NOT WS-FIBRPT-OK
                   DISPLAY "Unable to open FIBANLRP, file status "
                       WS-FIBRPT-STATUS
                   SET WS-RUN-ABENDED TO TRUE
                   CLOSE FIBGEN-FILE
               ELSE
                   MOVE WS-RUN-DATE TO RPT-TITLE-DATE
                   WRITE FIBRPT-RECORD FROM WS-RPT-TITLE
                   MOVE WS-FIBGEN-DSNAME TO RPT-GEN-DSNAME
                   MOVE WS-MODULUS TO RPT-GEN-MODULUS
                   WRITE FIBRPT-RECORD FROM WS-RPT-GEN-LINE
               END-IF
           END-IF.

       1100-PARSE-ARGUMENTS.
           MOVE 1 TO WS-SCAN-PTR
           PERFORM 1200-PARSE-ONE-TOKEN
               UNTIL WS-SCAN-PTR > 80 OR WS-RUN-ABENDED.

       1200-PARSE-ONE-TOKEN.
           MOVE SPACES TO WS-TOKEN
           UNSTRING WS-COMMAND-LINE
               DELIMITED BY ALL SPACES
               INTO WS-TOKEN
               WITH POINTER WS-SCAN-PTR
           END-UNSTRING
           IF WS-TOKEN = SPACES
               MOVE 81 TO WS-SCAN-PTR
           ELSE
               IF WS-TOKEN(1:4) = "MOD="
                   PERFORM 1250-PARSE-MODULUS
               ELSE
                   IF WS-FIBGEN-DSNAME = SPACES
                       MOVE WS-TOKEN TO WS-FIBGEN-DSNAME
                   ELSE
                       DISPLAY "FIBANLYZ - unrecognized argument "
                           FUNCTION TRIM(WS-TOKEN) " ignored. Use "
                           "[dsname] [MOD=nnnn]."
                   END-IF
               END-IF
           END-IF.

       1250-PARSE-MODULUS.
           MOVE WS-TOKEN(5:5) TO WS-MOD-EDIT
           IF WS-MOD-EDIT NOT = SPACES
                   AND WS-MOD-EDIT(5:1) = SPACE
                   AND FUNCTION TRIM(WS-MOD-EDIT) IS NUMERIC
                   AND FUNCTION NUMVAL(WS-MOD-EDIT) >= 1
               MOVE FUNCTION NUMVAL(WS-MOD-EDIT) TO WS-MODULUS
           ELSE
               DISPLAY "FIBANLYZ - invalid MOD= value, expected "
                   "1 through 9999."
               SET WS-RUN-ABENDED TO TRUE
           END-IF.

       1300-FIND-PISANO-PERIOD.
           MOVE 0 TO WS-PER-A0
           DIVIDE 1 BY WS-MODULUS GIVING WS-PER-QUOT
               REMAINDER WS-PER-B0
           PERFORM 2850-FIND-RESIDUE-PERIOD
           MOVE WS-PER-COUNT TO WS-PISANO-PERIOD.

       2000-ANALYZE-GENERATION.
           PERFORM 2100-READ-NEXT-RECORD UNTIL WS-FIBGEN-EOF
           IF WS-SERIES-OPEN
               PERFORM 2800-CLOSE-OUT-SERIES
           END-IF
           IF WS-SERIES-COUNT = 0
               DISPLAY "No series found in generation "
                   WS-FIBGEN-DSNAME
               SET WS-RUN-ABENDED TO TRUE
           END-IF
           CLOSE FIBGEN-FILE.

       2100-READ-NEXT-RECORD.
           READ FIBGEN-FILE
               AT END
                   SET WS-FIBGEN-EOF TO TRUE
               NOT AT END
                   PERFORM 2200-CLASSIFY-RECORD
           END-READ.

       2200-CLASSIFY-RECORD.
           IF FIBGEN-RECORD(1:4) IS NUMERIC
               PERFORM 2400-ANALYZE-DETAIL
           ELSE
               IF FIBGEN-RECORD(1:9) = "FIBONACCI"
                   PERFORM 2300-START-NEW-SERIES
               ELSE
                   IF FIBGEN-RECORD(1:6) = "SEEDS:"
                       PERFORM 2370-CAPTURE-SERIES-SEEDS
                   ELSE
                       IF FIBGEN-RECORD(1:9) NOT = "REQUESTED"
                           ADD 1 TO WS-SKIPPED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2300-START-NEW-SERIES.
           IF WS-SERIES-OPEN
               PERFORM 2800-CLOSE-OUT-SERIES
           END-IF
           SET WS-SERIES-OPEN TO TRUE
           ADD 1 TO WS-SERIES-COUNT
           PERFORM 2350-RESET-SERIES-STATE.

       2350-RESET-SERIES-STATE.
           MOVE 0 TO WS-SERIES-TERM-COUNT
           MOVE 0 TO WS-SERIES-EVEN
           MOVE 0 TO WS-SERIES-ODD
           MOVE 0 TO WS-SERIES-DIVISIBLE
           MOVE 0 TO WS-SERIES-MAX-DIGITS
           MOVE 0 TO WS-SERIES-CONVERGED-SEQ
           MOVE 0 TO WS-SERIES-SEED1
           MOVE 1 TO WS-SERIES-SEED2
           MOVE WS-WZERO TO WS-PREV-VALUE
           MOVE "N" TO WS-PREV-PRESENT-SW
           MOVE SPACE TO WS-SERIES-MODE.

       2370-CAPTURE-SERIES-SEEDS.
           IF FIBGEN-RECORD(8:9) IS NUMERIC
                   AND FIBGEN-RECORD(18:9) IS NUMERIC
               MOVE FIBGEN-RECORD(8:9) TO WS-SERIES-SEED1
               MOVE FIBGEN-RECORD(18:9) TO WS-SERIES-SEED2
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       2380-WRITE-SERIES-HEADING.
           WRITE FIBRPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-SERIES-COUNT TO RPT-SER-NBR
           MOVE WS-SERIES-SEED1 TO RPT-SER-SEED1
           MOVE WS-SERIES-SEED2 TO RPT-SER-SEED2
           WRITE FIBRPT-RECORD FROM WS-RPT-SERIES-LINE
           WRITE FIBRPT-RECORD FROM WS-RPT-COLUMN-HEAD.

       2400-ANALYZE-DETAIL.
           IF NOT WS-SERIES-OPEN
               SET WS-SERIES-OPEN TO TRUE
               ADD 1 TO WS-SERIES-COUNT
               PERFORM 2350-RESET-SERIES-STATE
           END-IF
           IF FIBGEN-RECORD(81:8) IS NUMERIC
               MOVE "W" TO WS-REC-FORMAT
               MOVE FIBGEN-RECORD TO FIB-TERM-RECORD-W
               MOVE FIB-W-SEQ-NO TO WS-TERM-SEQ
               MOVE FIB-W-VALUE TO WS-TERM-VALUE
           ELSE
               MOVE "S" TO WS-REC-FORMAT
               MOVE FIBGEN-RECORD TO FIB-TERM-RECORD
               MOVE FIB-SEQ-NO TO WS-TERM-SEQ
               MOVE WS-WZERO TO WS-TERM-VALUE
               MOVE FIB-VALUE TO WS-TERM-VALUE(64:9)
           END-IF
           IF WS-TERM-VALUE IS NOT NUMERIC
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               IF WS-SERIES-TERM-COUNT = 0
                   MOVE WS-REC-FORMAT TO WS-SERIES-MODE
                   PERFORM 2380-WRITE-SERIES-HEADING
               END-IF
               ADD 1 TO WS-SERIES-TERM-COUNT
               ADD 1 TO WS-TERMS-ANALYZED
               PERFORM 2500-COUNT-DIGITS
               PERFORM 2550-CHECK-PARITY
               PERFORM 2600-COMPUTE-RATIO
               PERFORM 2700-COMPUTE-REMAINDER
               PERFORM 2900-WRITE-TERM-LINE
               MOVE WS-TERM-VALUE TO WS-PREV-VALUE
               SET WS-PREV-PRESENT TO TRUE
           END-IF.

       2500-COUNT-DIGITS.
           MOVE 0 TO WS-LEAD-ZEROS
           INSPECT WS-TERM-VALUE TALLYING WS-LEAD-ZEROS
               FOR LEADING "0"
           IF WS-LEAD-ZEROS > 71
               MOVE 1 TO WS-DIGIT-COUNT
           ELSE
               COMPUTE WS-DIGIT-COUNT = 72 - WS-LEAD-ZEROS
           END-IF
           COMPUTE WS-DIGIT-START = 73 - WS-DIGIT-COUNT
           IF WS-DIGIT-COUNT > WS-SERIES-MAX-DIGITS
               MOVE WS-DIGIT-COUNT TO WS-SERIES-MAX-DIGITS
           END-IF
           MOVE WS-DIGIT-COUNT TO RPT-TRM-DIGITS
           MOVE SPACES TO RPT-TRM-VALUE
           MOVE WS-TERM-VALUE(WS-DIGIT-START:WS-DIGIT-COUNT)
               TO RPT-TRM-VALUE.

       2550-CHECK-PARITY.
           DIVIDE WS-TERM-DIGIT(72) BY 2 GIVING WS-PARITY-QUOT
               REMAINDER WS-PARITY-REM
           IF WS-PARITY-REM = 0
               MOVE "EVEN" TO RPT-TRM-PARITY
               ADD 1 TO WS-SERIES-EVEN
           ELSE
               MOVE "ODD" TO RPT-TRM-PARITY
               ADD 1 TO WS-SERIES-ODD
           END-IF.

       2600-COMPUTE-RATIO.
           MOVE "N" TO WS-RATIO-OK-SW
           IF WS-PREV-PRESENT
               IF WS-DIGIT-COUNT > 18
                   MOVE WS-TERM-VALUE(WS-DIGIT-START:18)
                       TO WS-CUR-WINDOW
                   MOVE WS-PREV-VALUE(WS-DIGIT-START:18)
                       TO WS-PREV-WINDOW
               ELSE
                   MOVE WS-TERM-VALUE(55:18) TO WS-CUR-WINDOW
                   MOVE WS-PREV-VALUE(55:18) TO WS-PREV-WINDOW
               END-IF
               IF WS-PREV-WINDOW > 0
                   SET WS-RATIO-OK TO TRUE
                   COMPUTE WS-RATIO ROUNDED =
                       WS-CUR-WINDOW / WS-PREV-WINDOW
                       ON SIZE ERROR
                           MOVE "N" TO WS-RATIO-OK-SW
                   END-COMPUTE
               END-IF
           END-IF
           IF WS-RATIO-OK
               COMPUTE WS-RATIO-DEV = WS-RATIO - WS-PHI
               MOVE WS-RATIO TO WS-ED-RATIO
               MOVE WS-ED-RATIO TO RPT-TRM-RATIO
               MOVE WS-RATIO-DEV TO WS-ED-DEV
               MOVE WS-ED-DEV TO RPT-TRM-DEV
               IF WS-RATIO-DEV < 0
                   COMPUTE WS-RATIO-ABS-DEV = 0 - WS-RATIO-DEV
               ELSE
                   MOVE WS-RATIO-DEV TO WS-RATIO-ABS-DEV
               END-IF
               IF WS-RATIO-ABS-DEV < WS-CONVERGE-LIMIT
                   IF WS-SERIES-CONVERGED-SEQ = 0
                       MOVE WS-TERM-SEQ TO WS-SERIES-CONVERGED-SEQ
                   END-IF
               ELSE
                   MOVE 0 TO WS-SERIES-CONVERGED-SEQ
               END-IF
           ELSE
               MOVE "                   N/A" TO RPT-TRM-RATIO
               MOVE "                    N/A" TO RPT-TRM-DEV
               IF WS-PREV-PRESENT
                   MOVE 0 TO WS-SERIES-CONVERGED-SEQ
               END-IF
           END-IF.

       2700-COMPUTE-REMAINDER.
           MOVE 0 TO WS-REMAINDER
           PERFORM 2710-REMAINDER-ONE-DIGIT
               VARYING WS-DIGIT-IX FROM WS-DIGIT-START BY 1
               UNTIL WS-DIGIT-IX > 72
           MOVE WS-REMAINDER TO RPT-TRM-REM
           IF WS-REMAINDER = 0
               MOVE "YES" TO RPT-TRM-DIV
               ADD 1 TO WS-SERIES-DIVISIBLE
           ELSE
               MOVE "NO" TO RPT-TRM-DIV
           END-IF.

       2710-REMAINDER-ONE-DIGIT.
           COMPUTE WS-REM-WORK = WS-REMAINDER * 10
               + WS-TERM-DIGIT(WS-DIGIT-IX)
           DIVIDE WS-REM-WORK BY WS-MODULUS GIVING WS-REM-QUOT
               REMAINDER WS-REMAINDER.

       2800-CLOSE-OUT-SERIES.
           IF WS-SERIES-TERM-COUNT = 0
               PERFORM 2380-WRITE-SERIES-HEADING
           END-IF
           DIVIDE WS-SERIES-SEED1 BY WS-MODULUS GIVING WS-PER-QUOT
               REMAINDER WS-PER-A0
           DIVIDE WS-SERIES-SEED2 BY WS-MODULUS GIVING WS-PER-QUOT
               REMAINDER WS-PER-B0
           PERFORM 2850-FIND-RESIDUE-PERIOD
           MOVE WS-PER-COUNT TO WS-SERIES-PERIOD
           MOVE WS-SERIES-TERM-COUNT TO RPT-SS-TERMS
           MOVE WS-SERIES-EVEN TO RPT-SS-EVEN
           MOVE WS-SERIES-ODD TO RPT-SS-ODD
           MOVE WS-SERIES-DIVISIBLE TO RPT-SS-DIVISIBLE
           MOVE WS-SERIES-MAX-DIGITS TO RPT-SS-MAX-DIGITS
           MOVE WS-PISANO-PERIOD TO RPT-SS-PISANO
           MOVE WS-SERIES-PERIOD TO RPT-SS-SERIES-PERIOD
           IF WS-SERIES-CONVERGED-SEQ > 0
               MOVE SPACES TO RPT-SS-CONVERGED
               STRING "SEQ " WS-SERIES-CONVERGED-SEQ
                   DELIMITED BY SIZE INTO RPT-SS-CONVERGED
           ELSE
               MOVE "NOT REACHED" TO RPT-SS-CONVERGED
           END-IF
           WRITE FIBRPT-RECORD FROM WS-RPT-SERIES-SUM-1
           WRITE FIBRPT-RECORD FROM WS-RPT-SERIES-SUM-2
           IF NOT WS-FIBRPT-OK
               DISPLAY "Unable to write FIBANLRP, file status "
                   WS-FIBRPT-STATUS
               SET WS-RUN-ABENDED TO TRUE
               SET WS-FIBGEN-EOF TO TRUE
           END-IF
           MOVE "N" TO WS-SERIES-OPEN-SW.

       2850-FIND-RESIDUE-PERIOD.
           MOVE WS-PER-A0 TO WS-PER-A
           MOVE WS-PER-B0 TO WS-PER-B
           MOVE 0 TO WS-PER-COUNT
           COMPUTE WS-PER-LIMIT = WS-MODULUS * 6
           PERFORM 2860-STEP-RESIDUE-PAIR
           PERFORM 2860-STEP-RESIDUE-PAIR
               UNTIL (WS-PER-A = WS-PER-A0 AND WS-PER-B = WS-PER-B0)
                   OR WS-PER-COUNT > WS-PER-LIMIT.

       2860-STEP-RESIDUE-PAIR.
           COMPUTE WS-PER-C = WS-PER-A + WS-PER-B
           MOVE WS-PER-B TO WS-PER-A
           DIVIDE WS-PER-C BY WS-MODULUS GIVING WS-PER-QUOT
               REMAINDER WS-PER-B
           ADD 1 TO WS-PER-COUNT.

       2900-WRITE-TERM-LINE.
           MOVE WS-TERM-SEQ TO RPT-TRM-SEQ
           WRITE FIBRPT-RECORD FROM WS-RPT-TERM-LINE
           IF NOT WS-FIBRPT-OK
               DISPLAY "Unable to write FIBANLRP, file status "
                   WS-FIBRPT-STATUS
               SET WS-RUN-ABENDED TO TRUE
               SET WS-FIBGEN-EOF TO TRUE
           END-IF.

       8000-WRITE-SUMMARY.
           WRITE FIBRPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-SERIES-COUNT TO RPT-SUM-SERIES
           MOVE WS-TERMS-ANALYZED TO RPT-SUM-TERMS
           MOVE WS-SKIPPED-COUNT TO RPT-SUM-SKIPPED
           WRITE FIBRPT-RECORD FROM WS-RPT-SUMMARY
           DISPLAY "FIBANLYZ - " WS-SERIES-COUNT " series, "
               WS-TERMS-ANALYZED " terms analyzed from "
               FUNCTION TRIM(WS-FIBGEN-DSNAME) " modulus "
               WS-MODULUS ".".

       9000-SET-RETURN-CODE.
           IF WS-RUN-ABENDED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-SKIPPED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
