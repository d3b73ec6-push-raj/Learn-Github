               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBLOG-STATUS.

           SELECT FIBCHS-FILE ASSIGN TO "FIBCHNST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBCHS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIBSCH-FILE.
       FD  FIBLOG-FILE.
       01  FIBLOG-RECORD            PIC X(100).

       FD  FIBCHS-FILE.
       COPY FIBCHS.

       WORKING-STORAGE SECTION.
       01  WS-FIBSCH-STATUS         PIC X(2)  VALUE SPACES.
           88  WS-FIBSCH-OK                   VALUE "00".
       01  WS-FIBLOG-STATUS         PIC X(2)  VALUE SPACES.
           88  WS-FIBLOG-OK                   VALUE "00".

       01  WS-FIBCHS-STATUS         PIC X(2)  VALUE SPACES.
           88  WS-FIBCHS-OK                   VALUE "00".
           88  WS-FIBCHS-NOT-FOUND            VALUE "35".

       01  WS-FIBCHS-EOF-SW         PIC X(1) VALUE "N".
           88  WS-FIBCHS-EOF                  VALUE "Y".

       01  WS-FIBSCH-EOF-SW         PIC X(1) VALUE "N".
           88  WS-FIBSCH-EOF                  VALUE "Y".


       01  WS-RUN-DATE              PIC 9(8) VALUE 0.
       01  WS-RUN-TIME              PIC 9(8) VALUE 0.
       01  WS-BUS-DATE              PIC 9(8) VALUE 0.

       01  WS-ARGCOUNT              PIC 9(4) VALUE 0.
       01  WS-COMMAND-LINE          PIC X(40) VALUE SPACES.
       01  WS-TOKEN                 PIC X(20) VALUE SPACES.
       77  WS-SCAN-PTR               PIC 9(4) VALUE 1.

       01  WS-START-MODE-SW         PIC X(1) VALUE "R".
           88  WS-START-RESUME                VALUE "R".
           88  WS-START-FRESH                 VALUE "F".
           88  WS-START-FORCED                VALUE "S".
       01  WS-RESTART-STEP          PIC X(8) VALUE SPACES.
       01  WS-STATUS-LOADED-SW      PIC X(1) VALUE "N".
           88  WS-STATUS-LOADED               VALUE "Y".
       01  WS-STEP-FOUND-SW         PIC X(1) VALUE "N".
           88  WS-STEP-FOUND                  VALUE "Y".
       01  WS-STATUS-LOST-SW        PIC X(1) VALUE "N".
           88  WS-STATUS-LOST                 VALUE "Y".
       01  WS-DATE-GIVEN-SW         PIC X(1) VALUE "N".
           88  WS-DATE-GIVEN                  VALUE "Y".
       01  WS-BACK-DATED-SW         PIC X(1) VALUE "N".
           88  WS-BACK-DATED                  VALUE "Y".
       77  WS-PRIOR-BUS-DATE         PIC 9(8) VALUE 0.
       77  WS-PRIOR-COMPLETED        PIC 9(2) VALUE 0.
       77  WS-START-IX               PIC 9(2) VALUE 1.
       77  WS-FIND-IX                PIC 9(2) VALUE 0.
       77  WS-STEPS-BYPASSED         PIC 9(2) VALUE 0.
       77  WS-STATUS-RECS-READ       PIC 9(4) VALUE 0.

       77  WS-STEP-COUNT             PIC 9(2) VALUE 0.
       77  WS-STEP-IX                PIC 9(2) VALUE 0.
               10  WS-STEP-MAX-RC   PIC 9(2).
               10  WS-STEP-GATE     PIC X(1).
               10  WS-STEP-COMMAND  PIC X(60).
               10  WS-STEP-STATUS   PIC X(9).
               10  WS-STEP-LAST-RC  PIC 9(4).
               10  WS-STEP-LAST-DATE PIC 9(8).
               10  WS-STEP-LAST-TIME PIC 9(6).

       01  WS-CMD-WORK              PIC X(60) VALUE SPACES.
       01  WS-CMD-VERB              PIC X(60) VALUE SPACES.
       01  WS-CMD-ARGS              PIC X(60) VALUE SPACES.
       01  WS-CMD-SUFFIX            PIC X(40) VALUE SPACES.
       01  WS-RC-EDIT               PIC X(2) VALUE SPACES.
       01  WS-ALERT-RC              PIC 9(4) VALUE 0.

       COPY FIBALQ.

       01  WS-LOG-HEADER.
           05  FILLER               PIC X(29) VALUE
           05  LOG-HDR-DATE         PIC 9999/99/99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  LOG-HDR-TIME         PIC 99/99/99.
           05  FILLER               PIC X(15) VALUE
               " BUSINESS DATE ".
           05  LOG-HDR-BUS-DATE     PIC 9999/99/99.

       01  WS-LOG-START-LINE.
           05  FILLER               PIC X(18) VALUE
               "CHAIN START MODE: ".
           05  LOG-START-TEXT       PIC X(80).

       01  WS-BYPASS-TEXT.
           05  FILLER               PIC X(31) VALUE
               "BYPASSED - COMPLETED EARLIER RC".
           05  BYP-RC               PIC ZZZ9.

       01  WS-LOG-STEP-LINE.
           05  FILLER               PIC X(5)  VALUE "STEP ".
           05  LOG-TRL-FAILED       PIC ZZ9.
           05  FILLER               PIC X(12) VALUE " HIGHEST RC ".
           05  LOG-TRL-MAX-RC       PIC ZZZ9.
           05  FILLER               PIC X(10) VALUE " BYPASSED ".
           05  LOG-TRL-BYPASSED     PIC ZZ9.

       PROCEDURE DIVISION.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-BUS-DATE
           ACCEPT WS-ARGCOUNT FROM ARGUMENT-NUMBER
           IF WS-ARGCOUNT > 0
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
               PERFORM 1050-PARSE-ONE-TOKEN
                   UNTIL WS-SCAN-PTR > 40
           END-IF
           IF WS-BUS-DATE > WS-RUN-DATE
               DISPLAY "FIBSCHED - DATE=" WS-BUS-DATE
                   " is later than today - nothing run."
               SET WS-RUN-ABENDED TO TRUE
           END-IF
           IF WS-BUS-DATE < WS-RUN-DATE
               SET WS-BACK-DATED TO TRUE
           END-IF
           IF NOT WS-RUN-ABENDED
               OPEN OUTPUT FIBLOG-FILE
               IF NOT WS-FIBLOG-OK
                   DISPLAY "Unable to open FIBSCHLG, file status "
                       WS-FIBLOG-STATUS
                   SET WS-RUN-ABENDED TO TRUE
               END-IF
           END-IF
           IF NOT WS-RUN-ABENDED
               MOVE WS-RUN-DATE TO LOG-HDR-DATE
               MOVE WS-RUN-TIME(1:6) TO LOG-HDR-TIME
               MOVE WS-BUS-DATE TO LOG-HDR-BUS-DATE
               MOVE WS-LOG-HEADER TO FIBLOG-RECORD
               PERFORM 7000-WRITE-LOG-LINE
               PERFORM 1100-LOAD-STEP-TABLE
           END-IF
           IF NOT WS-RUN-ABENDED
               PERFORM 1400-DETERMINE-START-STEP
           END-IF.

       1050-PARSE-ONE-TOKEN.
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
                   WHEN WS-TOKEN = "FRESH"
                       SET WS-START-FRESH TO TRUE
                   WHEN WS-TOKEN(1:8) = "RESTART="
                       SET WS-START-FORCED TO TRUE
                       MOVE FUNCTION UPPER-CASE(WS-TOKEN(9:8))
                           TO WS-RESTART-STEP
                   WHEN WS-TOKEN(1:5) = "DATE="
                       IF WS-TOKEN(6:8) IS NUMERIC
                               AND WS-TOKEN(14:1) = SPACE
                           MOVE WS-TOKEN(6:8) TO WS-BUS-DATE
                           SET WS-DATE-GIVEN TO TRUE
                       ELSE
                           DISPLAY "FIBSCHED - invalid DATE= value, "
                               "yyyymmdd expected; using "
                               WS-BUS-DATE "."
                       END-IF
                   WHEN OTHER
                       DISPLAY "FIBSCHED - unrecognized option "
                           FUNCTION TRIM(WS-TOKEN) " ignored. Use "
                           "FRESH, RESTART=step or DATE=yyyymmdd."
               END-EVALUATE
           END-IF.

       1100-LOAD-STEP-TABLE.
           END-IF.

       1300-LOAD-DEFAULT-STEPS.
           MOVE 6 TO WS-STEP-COUNT
           MOVE "FIBONIC"  TO WS-STEP-NAME(1)
           MOVE 4          TO WS-STEP-MAX-RC(1)
           MOVE "N"        TO WS-STEP-GATE(1)
           MOVE "FIBRETN"  TO WS-STEP-NAME(5)
           MOVE 4          TO WS-STEP-MAX-RC(5)
           MOVE "N"        TO WS-STEP-GATE(5)
           MOVE "fibretn"  TO WS-STEP-COMMAND(5)
           MOVE "FIBBKUP"  TO WS-STEP-NAME(6)
           MOVE 4          TO WS-STEP-MAX-RC(6)
           MOVE "N"        TO WS-STEP-GATE(6)
           MOVE "fibbkup"  TO WS-STEP-COMMAND(6).

       1400-DETERMINE-START-STEP.
           PERFORM VARYING WS-FIND-IX FROM 1 BY 1
                   UNTIL WS-FIND-IX > WS-STEP-COUNT
               MOVE SPACES TO WS-STEP-STATUS(WS-FIND-IX)
               MOVE 0 TO WS-STEP-LAST-RC(WS-FIND-IX)
               MOVE 0 TO WS-STEP-LAST-DATE(WS-FIND-IX)
               MOVE 0 TO WS-STEP-LAST-TIME(WS-FIND-IX)
           END-PERFORM
           IF NOT WS-START-FRESH
               PERFORM 1500-LOAD-CHAIN-STATUS
           END-IF
           MOVE SPACES TO LOG-START-TEXT
           MOVE 1 TO WS-START-IX
           EVALUATE TRUE
               WHEN WS-RUN-ABENDED
                   CONTINUE
               WHEN WS-START-FRESH
                   MOVE "FRESH - ALL STEPS RUN AT OPERATOR REQUEST"
                       TO LOG-START-TEXT
               WHEN WS-START-FORCED
                   PERFORM 1450-FIND-RESTART-STEP
               WHEN NOT WS-STATUS-LOADED AND NOT WS-DATE-GIVEN
                       AND WS-PRIOR-BUS-DATE > 0
                       AND WS-PRIOR-COMPLETED < WS-STEP-COUNT
                   DISPLAY "FIBSCHED - chain for business date "
                       WS-PRIOR-BUS-DATE " did not complete. Resume "
                       "it with DATE=" WS-PRIOR-BUS-DATE " or run "
                       "today's chain with FRESH - nothing run."
                   SET WS-RUN-ABENDED TO TRUE
               WHEN NOT WS-STATUS-LOADED
                   MOVE "FRESH - NO CHAIN STATUS FOR BUSINESS DATE"
                       TO LOG-START-TEXT
               WHEN OTHER
                   PERFORM 1460-FIND-FIRST-INCOMPLETE
           END-EVALUATE
           IF NOT WS-RUN-ABENDED AND WS-BACK-DATED
               PERFORM 1470-CHECK-BACK-DATED-STEPS
           END-IF
           IF NOT WS-RUN-ABENDED
               PERFORM VARYING WS-FIND-IX FROM WS-START-IX BY 1
                       UNTIL WS-FIND-IX > WS-STEP-COUNT
                   MOVE SPACES TO WS-STEP-STATUS(WS-FIND-IX)
               END-PERFORM
               MOVE WS-LOG-START-LINE TO FIBLOG-RECORD
               PERFORM 7000-WRITE-LOG-LINE
               DISPLAY "FIBSCHED - " FUNCTION TRIM(LOG-START-TEXT)
           END-IF.

       1450-FIND-RESTART-STEP.
           MOVE "N" TO WS-STEP-FOUND-SW
           PERFORM VARYING WS-FIND-IX FROM 1 BY 1
                   UNTIL WS-FIND-IX > WS-STEP-COUNT OR WS-STEP-FOUND
               IF WS-STEP-NAME(WS-FIND-IX) = WS-RESTART-STEP
                   SET WS-STEP-FOUND TO TRUE
                   MOVE WS-FIND-IX TO WS-START-IX
               END-IF
           END-PERFORM
           IF WS-STEP-FOUND
               STRING "RESTART AT STEP " DELIMITED BY SIZE
                   WS-RESTART-STEP DELIMITED BY SPACE
                   " AT OPERATOR REQUEST" DELIMITED BY SIZE
                   INTO LOG-START-TEXT
               END-STRING
           ELSE
               DISPLAY "FIBSCHED - RESTART= step "
                   FUNCTION TRIM(WS-RESTART-STEP)
                   " is not in the step table - nothing run."
               SET WS-RUN-ABENDED TO TRUE
           END-IF.

       1460-FIND-FIRST-INCOMPLETE.
           MOVE "N" TO WS-STEP-FOUND-SW
           PERFORM VARYING WS-FIND-IX FROM 1 BY 1
                   UNTIL WS-FIND-IX > WS-STEP-COUNT OR WS-STEP-FOUND
               IF WS-STEP-STATUS(WS-FIND-IX) NOT = "COMPLETED"
                   SET WS-STEP-FOUND TO TRUE
                   MOVE WS-FIND-IX TO WS-START-IX
               END-IF
           END-PERFORM
           IF WS-STEP-FOUND
               STRING "RESUMING AT STEP " DELIMITED BY SIZE
                   WS-STEP-NAME(WS-START-IX) DELIMITED BY SPACE
                   " - FIRST STEP NOT COMPLETED" DELIMITED BY SIZE
                   INTO LOG-START-TEXT
               END-STRING
           ELSE
               COMPUTE WS-START-IX = WS-STEP-COUNT + 1
               MOVE "CHAIN ALREADY COMPLETE - NOTHING RUN"
                   TO LOG-START-TEXT
           END-IF.

       1470-CHECK-BACK-DATED-STEPS.
           MOVE "N" TO WS-STEP-FOUND-SW
           PERFORM VARYING WS-FIND-IX FROM WS-START-IX BY 1
                   UNTIL WS-FIND-IX > WS-STEP-COUNT OR WS-STEP-FOUND
               IF WS-STEP-NAME(WS-FIND-IX) = "FIBONIC"
                   SET WS-STEP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-STEP-FOUND
               DISPLAY "FIBSCHED - FIBONIC cannot be rerun for "
                   "business date " WS-BUS-DATE " since it writes "
                   "today's generation - nothing run."
               SET WS-RUN-ABENDED TO TRUE
           END-IF.

       1500-LOAD-CHAIN-STATUS.
           MOVE "N" TO WS-STATUS-LOADED-SW
           OPEN INPUT FIBCHS-FILE
           IF WS-FIBCHS-OK
               PERFORM 1510-READ-CHAIN-STATUS UNTIL WS-FIBCHS-EOF
               CLOSE FIBCHS-FILE
           ELSE
               IF NOT WS-FIBCHS-NOT-FOUND
                   DISPLAY "Unable to open FIBCHNST, file status "
                       WS-FIBCHS-STATUS " - use FRESH or RESTART= "
                       "to run the chain."
                   SET WS-RUN-ABENDED TO TRUE
               END-IF
           END-IF.

       1510-READ-CHAIN-STATUS.
           READ FIBCHS-FILE
               AT END
                   SET WS-FIBCHS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-STATUS-RECS-READ
                   IF CHS-BUS-DATE = WS-BUS-DATE
                       PERFORM 1520-APPLY-CHAIN-STATUS
                   END-IF
                   IF CHS-BUS-DATE < WS-BUS-DATE
                       PERFORM 1530-NOTE-PRIOR-STATUS
                   END-IF
           END-READ.

       1520-APPLY-CHAIN-STATUS.
           SET WS-STATUS-LOADED TO TRUE
           PERFORM VARYING WS-FIND-IX FROM 1 BY 1
                   UNTIL WS-FIND-IX > WS-STEP-COUNT
               IF WS-STEP-NAME(WS-FIND-IX) = CHS-STEP-NAME
                   MOVE CHS-STATUS TO WS-STEP-STATUS(WS-FIND-IX)
                   MOVE CHS-RC TO WS-STEP-LAST-RC(WS-FIND-IX)
                   MOVE CHS-DATE TO WS-STEP-LAST-DATE(WS-FIND-IX)
                   MOVE CHS-TIME TO WS-STEP-LAST-TIME(WS-FIND-IX)
               END-IF
           END-PERFORM.

       1530-NOTE-PRIOR-STATUS.
           IF CHS-BUS-DATE > WS-PRIOR-BUS-DATE
               MOVE CHS-BUS-DATE TO WS-PRIOR-BUS-DATE
               MOVE 0 TO WS-PRIOR-COMPLETED
           END-IF
           IF CHS-BUS-DATE = WS-PRIOR-BUS-DATE
                   AND CHS-STATUS = "COMPLETED"
               ADD 1 TO WS-PRIOR-COMPLETED
           END-IF.

       3000-RUN-ONE-STEP.
           ACCEPT WS-RUN-TIME FROM TIME
           IF WS-STEP-IX < WS-START-IX
               PERFORM 3400-BYPASS-STEP
           ELSE
               IF WS-CHAIN-STOPPED
                   PERFORM 3300-SKIP-STEP
               ELSE
                   IF WS-GATE-FAILED
                           AND WS-STEP-GATE(WS-STEP-IX) = "Y"
                       PERFORM 3300-SKIP-STEP
                   ELSE
                       PERFORM 3100-EXECUTE-STEP
                   END-IF
               END-IF
           END-IF.

           MOVE WS-LOG-STEP-LINE TO FIBLOG-RECORD
           PERFORM 7000-WRITE-LOG-LINE
           IF NOT WS-RUN-ABENDED
               PERFORM 3150-BUILD-STEP-COMMAND
               CALL "SYSTEM" USING WS-CMD-WORK
               MOVE RETURN-CODE TO WS-STEP-RC
               MOVE 0 TO RETURN-CODE
               PERFORM 3200-JUDGE-STEP-RESULT
           END-IF.

       3150-BUILD-STEP-COMMAND.
           MOVE WS-STEP-COMMAND(WS-STEP-IX) TO WS-CMD-WORK
           MOVE SPACES TO WS-CMD-VERB WS-CMD-ARGS WS-CMD-SUFFIX
           UNSTRING WS-STEP-COMMAND(WS-STEP-IX)
               DELIMITED BY ALL SPACES
               INTO WS-CMD-VERB WS-CMD-ARGS
           END-UNSTRING
           IF WS-BACK-DATED AND WS-CMD-ARGS = SPACES
               EVALUATE WS-STEP-NAME(WS-STEP-IX)
                   WHEN "FIBVERIF"
                   WHEN "FIBPRINT"
                       STRING " FIBOUT.D" WS-BUS-DATE
                           DELIMITED BY SIZE INTO WS-CMD-SUFFIX
                       END-STRING
                   WHEN "FIBEXTR"
                       STRING " FIBOUT.D" WS-BUS-DATE
                           " FIBCSV.D" WS-BUS-DATE
                           DELIMITED BY SIZE INTO WS-CMD-SUFFIX
                       END-STRING
                   WHEN "FIBBKUP"
                       STRING " DATE=" WS-BUS-DATE
                           DELIMITED BY SIZE INTO WS-CMD-SUFFIX
                       END-STRING
               END-EVALUATE
           END-IF
           IF WS-CMD-SUFFIX NOT = SPACES
               MOVE SPACES TO WS-CMD-WORK
               STRING WS-CMD-VERB DELIMITED BY SPACE
                   WS-CMD-SUFFIX DELIMITED BY SIZE
                   INTO WS-CMD-WORK
               END-STRING
               DISPLAY "FIBSCHED - STEP " WS-STEP-NAME(WS-STEP-IX)
                   " run as: " FUNCTION TRIM(WS-CMD-WORK)
           END-IF.

       3200-JUDGE-STEP-RESULT.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-STEP-NAME(WS-STEP-IX) TO LOG-RC-NAME
           ELSE
               MOVE "OK" TO LOG-RC-VERDICT
           END-IF
           IF WS-STEP-RC > WS-STEP-MAX-RC(WS-STEP-IX)
               MOVE "FAILED" TO WS-STEP-STATUS(WS-STEP-IX)
           ELSE
               MOVE "COMPLETED" TO WS-STEP-STATUS(WS-STEP-IX)
           END-IF
           MOVE WS-STEP-RC TO WS-STEP-LAST-RC(WS-STEP-IX)
           PERFORM 6000-SAVE-CHAIN-STATUS
           IF WS-STEP-RC > WS-STEP-MAX-RC(WS-STEP-IX)
               PERFORM 3250-RAISE-STEP-ALERT
           END-IF
           WRITE FIBLOG-RECORD FROM WS-LOG-RC-LINE
           IF NOT WS-FIBLOG-OK
               DISPLAY "Unable to write FIBSCHLG, file status "
           DISPLAY "FIBSCHED - STEP " LOG-RC-NAME " RC "
               WS-STEP-RC " " LOG-RC-VERDICT.

       3250-RAISE-STEP-ALERT.
           MOVE "FIBSCHED" TO ALQ-PROGRAM
           MOVE 0 TO ALQ-RUN-NBR
           MOVE SPACES TO ALQ-DSNAME
           MOVE WS-STEP-RC TO WS-ALERT-RC
           MOVE SPACES TO ALQ-TEXT
           IF WS-CHAIN-STOPPED
               MOVE 1 TO ALQ-SEVERITY
               MOVE "CHAINSTP" TO ALQ-CODE
               STRING "CHAIN STOPPED AT STEP " DELIMITED BY SIZE
                   WS-STEP-NAME(WS-STEP-IX) DELIMITED BY SPACE
                   " RC " WS-ALERT-RC " BUS DATE " WS-BUS-DATE
                   DELIMITED BY SIZE INTO ALQ-TEXT
               END-STRING
           ELSE
               MOVE 2 TO ALQ-SEVERITY
               MOVE "CHAINGAT" TO ALQ-CODE
               STRING "STEP " DELIMITED BY SIZE
                   WS-STEP-NAME(WS-STEP-IX) DELIMITED BY SPACE
                   " RC " WS-ALERT-RC " - GATED STEPS SKIPPED, DATE "
                   WS-BUS-DATE DELIMITED BY SIZE INTO ALQ-TEXT
               END-STRING
           END-IF
           CALL "FIBALRTW" USING ALQ-REQUEST.

       3300-SKIP-STEP.
           ADD 1 TO WS-STEPS-SKIPPED
           MOVE WS-STEP-NAME(WS-STEP-IX) TO LOG-STEP-NAME
           END-IF
           MOVE WS-LOG-STEP-LINE TO FIBLOG-RECORD
           PERFORM 7000-WRITE-LOG-LINE
           DISPLAY "FIBSCHED - STEP " LOG-STEP-NAME " "
               LOG-STEP-TEXT
           MOVE "SKIPPED" TO WS-STEP-STATUS(WS-STEP-IX)
           MOVE 0 TO WS-STEP-LAST-RC(WS-STEP-IX)
           PERFORM 6000-SAVE-CHAIN-STATUS.

       3400-BYPASS-STEP.
           ADD 1 TO WS-STEPS-BYPASSED
           MOVE WS-STEP-NAME(WS-STEP-IX) TO LOG-STEP-NAME
           MOVE WS-RUN-TIME(1:6) TO LOG-STEP-TIME
           IF WS-STEP-STATUS(WS-STEP-IX) = "COMPLETED"
               MOVE WS-STEP-LAST-RC(WS-STEP-IX) TO BYP-RC
               MOVE WS-BYPASS-TEXT TO LOG-STEP-TEXT
           ELSE
               MOVE "BYPASSED - OPERATOR RESTART" TO LOG-STEP-TEXT
           END-IF
           MOVE WS-LOG-STEP-LINE TO FIBLOG-RECORD
           PERFORM 7000-WRITE-LOG-LINE
           DISPLAY "FIBSCHED - STEP " LOG-STEP-NAME " "
               LOG-STEP-TEXT.

       6000-SAVE-CHAIN-STATUS.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-STEP-LAST-DATE(WS-STEP-IX)
           MOVE WS-RUN-TIME(1:6) TO WS-STEP-LAST-TIME(WS-STEP-IX)
           OPEN OUTPUT FIBCHS-FILE
           IF NOT WS-FIBCHS-OK
               DISPLAY "Unable to open FIBCHNST, file status "
                   WS-FIBCHS-STATUS " - chain status not saved; "
                   "a rerun may need RESTART=step."
               PERFORM 6200-RAISE-STATUS-ALERT
           ELSE
               PERFORM 6100-WRITE-STEP-STATUS
                   VARYING WS-FIND-IX FROM 1 BY 1
                   UNTIL WS-FIND-IX > WS-STEP-COUNT
               CLOSE FIBCHS-FILE
           END-IF.

       6100-WRITE-STEP-STATUS.
           IF WS-STEP-STATUS(WS-FIND-IX) NOT = SPACES
               MOVE WS-BUS-DATE TO CHS-BUS-DATE
               MOVE WS-STEP-NAME(WS-FIND-IX) TO CHS-STEP-NAME
               MOVE WS-STEP-STATUS(WS-FIND-IX) TO CHS-STATUS
               MOVE WS-STEP-LAST-RC(WS-FIND-IX) TO CHS-RC
               MOVE WS-STEP-LAST-DATE(WS-FIND-IX) TO CHS-DATE
               MOVE WS-STEP-LAST-TIME(WS-FIND-IX) TO CHS-TIME
               WRITE FIBCHS-RECORD
               IF NOT WS-FIBCHS-OK
                   DISPLAY "Unable to write FIBCHNST, file status "
                       WS-FIBCHS-STATUS " - chain status not saved; "
                       "a rerun may need RESTART=step."
                   PERFORM 6200-RAISE-STATUS-ALERT
               END-IF
           END-IF.

       6200-RAISE-STATUS-ALERT.
           IF NOT WS-STATUS-LOST
               SET WS-STATUS-LOST TO TRUE
               MOVE "FIBSCHED" TO ALQ-PROGRAM
               MOVE 1 TO ALQ-SEVERITY
               MOVE "CHAINSTS" TO ALQ-CODE
               MOVE 0 TO ALQ-RUN-NBR
               MOVE "FIBCHNST" TO ALQ-DSNAME
               MOVE SPACES TO ALQ-TEXT
               STRING "FIBCHNST NOT SAVED AT STEP " DELIMITED BY SIZE
                   WS-STEP-NAME(WS-STEP-IX) DELIMITED BY SPACE
                   " - RERUN WITH RESTART=" DELIMITED BY SIZE
                   INTO ALQ-TEXT
               END-STRING
               CALL "FIBALRTW" USING ALQ-REQUEST
           END-IF.

       7000-WRITE-LOG-LINE.
           WRITE FIBLOG-RECORD
           IF NOT WS-FIBLOG-OK
           MOVE WS-STEPS-SKIPPED TO LOG-TRL-SKIPPED
           MOVE WS-STEPS-FAILED TO LOG-TRL-FAILED
           MOVE WS-MAX-STEP-RC TO LOG-TRL-MAX-RC
           MOVE WS-STEPS-BYPASSED TO LOG-TRL-BYPASSED
           MOVE WS-LOG-TRAILER TO FIBLOG-RECORD
           PERFORM 7000-WRITE-LOG-LINE
           DISPLAY "FIBSCHED - chain ended, steps run "
               WS-STEPS-RUN " skipped " WS-STEPS-SKIPPED
               " failed " WS-STEPS-FAILED
               " highest RC " WS-MAX-STEP-RC
               " bypassed " WS-STEPS-BYPASSED.

       9000-SET-RETURN-CODE.
           IF WS-RUN-ABENDED
               ELSE
                   MOVE WS-MAX-STEP-RC TO RETURN-CODE
               END-IF
               IF WS-STATUS-LOST AND RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
