           SELECT FIBTRM-FILE ASSIGN TO "FIBTERMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIBTRM-KEY
               FILE STATUS IS WS-FIBTRM-STATUS.

           SELECT FIBFAMLY-FILE ASSIGN TO "FIBFAMLY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-SEED-KEY
               FILE STATUS IS WS-FIBFAMLY-STATUS.

           SELECT FIBRPT-FILE ASSIGN TO "FIBTLKRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBRPT-STATUS.
       FD  FIBTRM-FILE.
       COPY FIBTRM.

       FD  FIBFAMLY-FILE.
       COPY FIBFAM.

       FD  FIBRPT-FILE.
       01  FIBRPT-RECORD            PIC X(132).

       01  WS-FIBRPT-STATUS         PIC X(2)  VALUE SPACES.
           88  WS-FIBRPT-OK                   VALUE "00".

       01  WS-FIBFAMLY-STATUS       PIC X(2)  VALUE SPACES.
           88  WS-FIBFAMLY-OK                 VALUES "00" "05".

       01  WS-FIBFAMLY-EOF-SW       PIC X(1) VALUE "N".
           88  WS-FIBFAMLY-EOF                VALUE "Y".

       01  WS-FAMILY-KNOWN-SW       PIC X(1) VALUE "N".
           88  WS-FAMILY-KNOWN                VALUE "Y".

       01  WS-FIBTRM-EOF-SW         PIC X(1) VALUE "N".
           88  WS-FIBTRM-EOF                  VALUE "Y".


       01  WS-ARGCOUNT              PIC 9(4) VALUE 0.
       01  WS-COMMAND-LINE          PIC X(20) VALUE SPACES.
       01  WS-PARM-WORD-1           PIC X(10) VALUE SPACES.
       01  WS-PARM-WORD-2           PIC X(10) VALUE SPACES.
       01  WS-RANGE-TEXT            PIC X(10) VALUE SPACES.
       01  WS-LKUP-FAMILY           PIC X(6)  VALUE "FIB".
       01  WS-RUN-DATE              PIC 9(8) VALUE 0.

       01  WS-RANGE-PART-1          PIC X(4) VALUE SPACES.

       77  WS-TERMS-LISTED           PIC 9(4) VALUE 0.
       77  WS-TERMS-MISSING          PIC 9(4) VALUE 0.
       77  WS-TERMS-COMPUTED         PIC 9(4) VALUE 0.

       01  WS-FAMILY-SEED-1         PIC 9(9) VALUE 0.
       01  WS-FAMILY-SEED-2         PIC 9(9) VALUE 0.
       01  WS-DTRM-SEQ              PIC 9(4) VALUE 0.
       01  WS-DTRM-VALUE            PIC X(72) VALUE SPACES.
       01  WS-DTRM-OVERFLOW         PIC X(1) VALUE "N".
           88  WS-DTRM-OVERFLOWED             VALUE "Y".

       01  WS-VALUE-SUPP            PIC X(72) VALUE SPACES.

           05  FILLER               PIC X(29) VALUE
               "FIBTLKUP TERM LOOKUP - AS OF ".
           05  RPT-TITLE-DATE       PIC 9999/99/99.
           05  FILLER               PIC X(10) VALUE "  FAMILY: ".
           05  RPT-TITLE-FAMILY     PIC X(6).

       01  WS-RPT-TERM-LINE.
           05  FILLER               PIC X(5)  VALUE "TERM ".
           05  RPT-TERM-FAMILY      PIC X(6).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-TERM-SEQ         PIC ZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-TERM-VALUE       PIC X(72).
           05  RPT-TERM-SOURCE      PIC X(11).
           05  RPT-TERM-LOAD-DATE   PIC 9999/99/99.

       01  WS-RPT-COMP-LINE.
           05  FILLER               PIC X(5)  VALUE "TERM ".
           05  RPT-COMP-FAMILY      PIC X(6).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-COMP-SEQ         PIC ZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-COMP-VALUE       PIC X(72).
           05  FILLER               PIC X(23) VALUE
               " COMPUTED - NOT ON FILE".

       01  WS-RPT-MISS-LINE.
           05  FILLER               PIC X(5)  VALUE "TERM ".
           05  RPT-MISS-FAMILY      PIC X(6).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-MISS-SEQ         PIC ZZZ9.
           05  FILLER               PIC X(24) VALUE
               " NOT ON THE TERM MASTER.".
           05  RPT-SUM-LISTED       PIC ZZZ9.
           05  FILLER               PIC X(10) VALUE " MISSING: ".
           05  RPT-SUM-MISSING      PIC ZZZ9.
           05  FILLER               PIC X(11) VALUE " COMPUTED: ".
           05  RPT-SUM-COMPUTED     PIC ZZZ9.

       PROCEDURE DIVISION.

           ACCEPT WS-ARGCOUNT FROM ARGUMENT-NUMBER
           IF WS-ARGCOUNT > 0
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
               PERFORM 1050-PARSE-FAMILY
               PERFORM 1100-PARSE-TERM-RANGE
           END-IF
           IF NOT WS-PARM-VALID
               DISPLAY "FIBTLKUP requires a term number or range, "
                   "optionally after a family code, e.g. 87, 80-90 "
                   "or LUCAS 80-90."
               SET WS-RUN-ABENDED TO TRUE
           END-IF
           IF NOT WS-RUN-ABENDED
                   SET WS-RUN-ABENDED TO TRUE
               END-IF
           END-IF
           IF NOT WS-RUN-ABENDED
               PERFORM 1200-FIND-FAMILY-SEEDS
           END-IF
           IF NOT WS-RUN-ABENDED
               OPEN OUTPUT FIBRPT-FILE
               IF NOT WS-FIBRPT-OK
                   SET WS-RUN-ABENDED TO TRUE
               ELSE
                   MOVE WS-RUN-DATE TO RPT-TITLE-DATE
                   MOVE WS-LKUP-FAMILY TO RPT-TITLE-FAMILY
                   WRITE FIBRPT-RECORD FROM WS-RPT-TITLE
               END-IF
           END-IF.

       1050-PARSE-FAMILY.
           MOVE SPACES TO WS-PARM-WORD-1 WS-PARM-WORD-2
           UNSTRING FUNCTION TRIM(WS-COMMAND-LINE)
               DELIMITED BY ALL SPACES
               INTO WS-PARM-WORD-1 WS-PARM-WORD-2
           IF WS-PARM-WORD-2 = SPACES
               MOVE WS-PARM-WORD-1 TO WS-RANGE-TEXT
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-PARM-WORD-1)
                   TO WS-LKUP-FAMILY
               MOVE WS-PARM-WORD-2 TO WS-RANGE-TEXT
           END-IF.

       1100-PARSE-TERM-RANGE.
           MOVE SPACES TO WS-RANGE-PART-1 WS-RANGE-PART-2
           UNSTRING WS-RANGE-TEXT DELIMITED BY "-"
               INTO WS-RANGE-PART-1 WS-RANGE-PART-2
           MOVE FUNCTION TRIM(WS-RANGE-PART-1) TO WS-RANGE-PART-1
           MOVE FUNCTION TRIM(WS-RANGE-PART-2) TO WS-RANGE-PART-2
               END-IF
           END-IF.

       1200-FIND-FAMILY-SEEDS.
           OPEN INPUT FIBFAMLY-FILE
           IF WS-FIBFAMLY-OK
               MOVE "N" TO WS-FIBFAMLY-EOF-SW
               MOVE 0 TO FAM-SEED-1 FAM-SEED-2
               START FIBFAMLY-FILE KEY IS >= FAM-SEED-KEY
                   INVALID KEY
                       SET WS-FIBFAMLY-EOF TO TRUE
               END-START
               PERFORM 1210-CHECK-NEXT-FAMILY
                   UNTIL WS-FIBFAMLY-EOF OR WS-FAMILY-KNOWN
               CLOSE FIBFAMLY-FILE
               IF NOT WS-FAMILY-KNOWN
                   DISPLAY "Family " WS-LKUP-FAMILY " is not in "
                       "FIBFAMLY - terms not on file cannot be "
                       "computed."
               END-IF
           ELSE
               DISPLAY "Unable to open FIBFAMLY, file status "
                   WS-FIBFAMLY-STATUS " - terms not on file cannot "
                   "be computed."
           END-IF.

       1210-CHECK-NEXT-FAMILY.
           READ FIBFAMLY-FILE NEXT RECORD
               AT END
                   SET WS-FIBFAMLY-EOF TO TRUE
               NOT AT END
                   IF FAM-CODE = WS-LKUP-FAMILY
                       MOVE FAM-SEED-1 TO WS-FAMILY-SEED-1
                       MOVE FAM-SEED-2 TO WS-FAMILY-SEED-2
                       SET WS-FAMILY-KNOWN TO TRUE
                   END-IF
           END-READ.

       2000-LOOKUP-ONE-TERM.
           MOVE WS-LKUP-FAMILY TO FIBTRM-FAMILY
           MOVE WS-LKUP-SEQ TO FIBTRM-SEQ
           READ FIBTRM-FILE
               INVALID KEY
                   PERFORM 2150-COMPUTE-MISSING-TERM
               NOT INVALID KEY
                   PERFORM 2100-REPORT-ONE-TERM
           END-READ.

       2100-REPORT-ONE-TERM.
           ADD 1 TO WS-TERMS-LISTED
           MOVE FIBTRM-FAMILY TO RPT-TERM-FAMILY
           MOVE FIBTRM-SEQ TO RPT-TERM-SEQ
           MOVE FIBTRM-VALUE TO WS-VALUE-SUPP
           INSPECT WS-VALUE-SUPP REPLACING LEADING "0" BY SPACE
               MOVE "0" TO WS-VALUE-SUPP(72:1)
           END-IF
           MOVE WS-VALUE-SUPP TO RPT-TERM-VALUE
           IF FIBTRM-SRC-DSNAME = "*COMPUTED*"
               MOVE " COMPUTED: " TO RPT-TERM-SOURCE
           ELSE
               MOVE " LOADED:   " TO RPT-TERM-SOURCE
           END-IF
           MOVE FIBTRM-LOAD-DATE TO RPT-TERM-LOAD-DATE
           WRITE FIBRPT-RECORD FROM WS-RPT-TERM-LINE
           IF NOT WS-FIBRPT-OK
                   WS-FIBRPT-STATUS
               SET WS-RUN-ABENDED TO TRUE
           END-IF
           DISPLAY "TERM " RPT-TERM-FAMILY " " RPT-TERM-SEQ " = "
               FUNCTION TRIM(WS-VALUE-SUPP).

       2150-COMPUTE-MISSING-TERM.
           MOVE "Y" TO WS-DTRM-OVERFLOW
           IF WS-FAMILY-KNOWN
               MOVE WS-LKUP-SEQ TO WS-DTRM-SEQ
               CALL "FIBDTERM" USING WS-DTRM-SEQ WS-FAMILY-SEED-1
                   WS-FAMILY-SEED-2 WS-DTRM-VALUE WS-DTRM-OVERFLOW
           END-IF
           IF WS-DTRM-OVERFLOWED
               PERFORM 2200-REPORT-MISSING-TERM
           ELSE
               PERFORM 2160-REPORT-COMPUTED-TERM
           END-IF.

       2160-REPORT-COMPUTED-TERM.
           ADD 1 TO WS-TERMS-COMPUTED
           MOVE WS-LKUP-FAMILY TO RPT-COMP-FAMILY
           MOVE WS-LKUP-SEQ TO RPT-COMP-SEQ
           MOVE WS-DTRM-VALUE TO WS-VALUE-SUPP
           INSPECT WS-VALUE-SUPP REPLACING LEADING "0" BY SPACE
           IF WS-VALUE-SUPP = SPACES
               MOVE "0" TO WS-VALUE-SUPP(72:1)
           END-IF
           MOVE WS-VALUE-SUPP TO RPT-COMP-VALUE
           WRITE FIBRPT-RECORD FROM WS-RPT-COMP-LINE
           IF NOT WS-FIBRPT-OK
               DISPLAY "Unable to write FIBTLKRP, file status "
                   WS-FIBRPT-STATUS
               SET WS-RUN-ABENDED TO TRUE
           END-IF
           DISPLAY "TERM " RPT-COMP-FAMILY " " RPT-COMP-SEQ " = "
               FUNCTION TRIM(WS-VALUE-SUPP) " (computed)".

       2200-REPORT-MISSING-TERM.
           ADD 1 TO WS-TERMS-MISSING
           MOVE FIBTRM-FAMILY TO RPT-MISS-FAMILY
           MOVE FIBTRM-SEQ TO RPT-MISS-SEQ
           WRITE FIBRPT-RECORD FROM WS-RPT-MISS-LINE
           IF NOT WS-FIBRPT-OK
                   WS-FIBRPT-STATUS
               SET WS-RUN-ABENDED TO TRUE
           END-IF
           DISPLAY "TERM " RPT-MISS-FAMILY " " RPT-MISS-SEQ
               " not on the term master - "
               "load a generation that reaches it with FIBTLOAD.".

       8000-WRITE-SUMMARY.
           MOVE WS-TERMS-LISTED TO RPT-SUM-LISTED
           MOVE WS-TERMS-MISSING TO RPT-SUM-MISSING
           MOVE WS-TERMS-COMPUTED TO RPT-SUM-COMPUTED
           WRITE FIBRPT-RECORD FROM WS-RPT-SUMMARY.

       9000-SET-RETURN-CODE.
