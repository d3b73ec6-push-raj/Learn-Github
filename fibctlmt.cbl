       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBCTLMT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIBCTL-FILE ASSIGN TO "FIBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBCTL-STATUS.

           SELECT FIBCTLB-FILE ASSIGN TO DYNAMIC WS-FIBCTLB-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBCTLB-STATUS.

           SELECT FIBCTLTX-FILE ASSIGN TO "FIBCTLTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBCTLTX-STATUS.

           SELECT FIBCJN-FILE ASSIGN TO "FIBCTLJN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBCJN-STATUS.

           SELECT FIBRPT-FILE ASSIGN TO "FIBCTLMR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIBCTL-FILE.
       01  FIBCTL-LINE              PIC X(80).

       FD  FIBCTLB-FILE.
       01  FIBCTLB-LINE             PIC X(80).

       FD  FIBCTLTX-FILE.
       01  FIBCTLTX-RECORD.
           05  TX-ACTION            PIC X(1).
           05  TX-PROFILE-IMAGE     PIC X(49).

       FD  FIBCJN-FILE.
       COPY FIBCJN.

       FD  FIBRPT-FILE.
       01  FIBRPT-RECORD            PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FIBCTL-STATUS         PIC X(2)  VALUE SPACES.
           88  WS-FIBCTL-OK                   VALUE "00".
           88  WS-FIBCTL-NOT-FOUND            VALUE "35".

       01  WS-FIBCTLB-STATUS        PIC X(2)  VALUE SPACES.
           88  WS-FIBCTLB-OK                  VALUE "00".

       01  WS-FIBCTLTX-STATUS       PIC X(2)  VALUE SPACES.
           88  WS-FIBCTLTX-OK                 VALUE "00".

       01  WS-FIBCJN-STATUS         PIC X(2)  VALUE SPACES.
           88  WS-FIBCJN-OK                   VALUE "00".

       01  WS-FIBRPT-STATUS         PIC X(2)  VALUE SPACES.
           88  WS-FIBRPT-OK                   VALUE "00".

       01  WS-FIBCTL-EOF-SW         PIC X(1) VALUE "N".
           88  WS-FIBCTL-EOF                  VALUE "Y".

       01  WS-FIBCTLTX-EOF-SW       PIC X(1) VALUE "N".
           88  WS-FIBCTLTX-EOF                VALUE "Y".

       01  WS-CTL-EXISTED-SW        PIC X(1) VALUE "N".
           88  WS-CTL-EXISTED                 VALUE "Y".

       01  WS-FIBCTLB-DSNAME        PIC X(40) VALUE SPACES.
       77  WS-LINES-COPIED           PIC 9(3) VALUE 0.
       77  WS-LINES-LOADED           PIC 9(3) VALUE 0.

       01  WS-ABEND-SW              PIC X(1) VALUE "N".
           88  WS-RUN-ABENDED                 VALUE "Y".

       01  WS-RUN-DATE              PIC 9(8) VALUE 0.
       01  WS-RUN-TIME              PIC 9(8) VALUE 0.

       01  WS-AUD-ENV-NAME          PIC X(20) VALUE "USER".
       01  WS-AUD-USERID            PIC X(20) VALUE SPACES.

       77  WS-TRANS-READ             PIC 9(4) VALUE 0.
       77  WS-TRANS-APPLIED          PIC 9(4) VALUE 0.
       77  WS-TRANS-REJECTED         PIC 9(4) VALUE 0.

       77  WS-CTL-COUNT              PIC 9(3) VALUE 0.
       77  WS-CTL-MAX                PIC 9(3) VALUE 200.
       77  WS-CTL-IX                 PIC 9(3) VALUE 0.
       77  WS-FOUND-IX               PIC 9(3) VALUE 0.

       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY OCCURS 200 TIMES.
               10  WS-CTL-T-LINE    PIC X(80).
               10  WS-CTL-T-DELETED PIC X(1).

       77  WS-JNL-COUNT              PIC 9(3) VALUE 0.
       77  WS-JNL-MAX                PIC 9(3) VALUE 200.
       77  WS-JNL-IX                 PIC 9(3) VALUE 0.

       01  WS-JNL-TABLE.
           05  WS-JNL-ENTRY OCCURS 200 TIMES.
               10  WS-JNL-T-ACTION  PIC X(1).
               10  WS-JNL-T-NAME    PIC X(8).
               10  WS-JNL-T-BEFORE  PIC X(49).
               10  WS-JNL-T-AFTER   PIC X(49).

       01  WS-BEFORE-IMAGE          PIC X(49) VALUE SPACES.
       01  WS-AFTER-IMAGE           PIC X(49) VALUE SPACES.
       01  WS-TX-PROFILE-NAME       PIC X(8) VALUE SPACES.

       01  WS-TX-REJECTED-SW        PIC X(1) VALUE "N".
           88  WS-TX-REJECTED                 VALUE "Y".

       77  WS-ERR-IX                 PIC 9(1) VALUE 0.

       COPY FIBCTP.
       COPY FIBCTE.

       01  WS-RPT-TITLE.
           05  FILLER               PIC X(38) VALUE
               "FIBCTL PROFILE MAINTENANCE  -  AS OF  ".
           05  RPT-TITLE-DATE       PIC 9999/99/99.
           05  FILLER               PIC X(6)  VALUE "  BY  ".
           05  RPT-TITLE-USERID     PIC X(20).

       01  WS-RPT-TRAN-LINE.
           05  FILLER               PIC X(12) VALUE "TRANSACTION ".
           05  RPT-TRN-ACTION       PIC X(1).
           05  FILLER               PIC X(9)  VALUE " PROFILE ".
           05  RPT-TRN-NAME         PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-TRN-VERDICT      PIC X(8).

       01  WS-RPT-IMAGE-LINE.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  RPT-IMG-LABEL        PIC X(7).
           05  FILLER               PIC X(3)  VALUE "N: ".
           05  RPT-IMG-N            PIC X(5).
           05  FILLER               PIC X(7)  VALUE " CKPT: ".
           05  RPT-IMG-CKPT         PIC X(4).
           05  FILLER               PIC X(8)  VALUE " TRIES: ".
           05  RPT-IMG-TRIES        PIC X(2).
           05  FILLER               PIC X(9)  VALUE " PREFIX: ".
           05  RPT-IMG-PREFIX       PIC X(30).

       01  WS-RPT-ERROR-LINE.
           05  FILLER               PIC X(10) VALUE "   ERROR: ".
           05  RPT-ERR-TEXT         PIC X(60).

       01  WS-RPT-SUMMARY.
           05  FILLER               PIC X(20) VALUE
               "TRANSACTIONS READ:  ".
           05  RPT-SUM-READ         PIC ZZZ9.
           05  FILLER               PIC X(10) VALUE " APPLIED: ".
           05  RPT-SUM-APPLIED      PIC ZZZ9.
           05  FILLER               PIC X(11) VALUE " REJECTED: ".
           05  RPT-SUM-REJECTED     PIC ZZZ9.

       01  WS-RPT-BLANK             PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-ABENDED
               PERFORM 2000-APPLY-NEXT-TRANSACTION
                   UNTIL WS-FIBCTLTX-EOF
               CLOSE FIBCTLTX-FILE
               IF WS-TRANS-APPLIED > 0 AND NOT WS-RUN-ABENDED
                       AND WS-CTL-EXISTED
                   PERFORM 3500-COPY-FIBCTL
               END-IF
               IF WS-TRANS-APPLIED > 0 AND NOT WS-RUN-ABENDED
                   PERFORM 4000-WRITE-JOURNAL
               END-IF
               IF WS-TRANS-APPLIED > 0 AND NOT WS-RUN-ABENDED
                   PERFORM 3000-REWRITE-FIBCTL
               END-IF
               PERFORM 8000-WRITE-SUMMARY
               CLOSE FIBRPT-FILE
           END-IF
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           DISPLAY WS-AUD-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-AUD-USERID FROM ENVIRONMENT-VALUE
           IF WS-AUD-USERID = SPACES
               MOVE "UNKNOWN" TO WS-AUD-USERID
           END-IF
           PERFORM 1100-LOAD-PROFILE-TABLE
           IF NOT WS-RUN-ABENDED
               OPEN INPUT FIBCTLTX-FILE
               IF NOT WS-FIBCTLTX-OK
                   DISPLAY "Unable to open FIBCTLTX, file status "
                       WS-FIBCTLTX-STATUS " - no profile changes "
                       "to apply."
                   SET WS-RUN-ABENDED TO TRUE
               END-IF
           END-IF
           IF NOT WS-RUN-ABENDED
               OPEN OUTPUT FIBRPT-FILE
               IF NOT WS-FIBRPT-OK
                   DISPLAY "Unable to open FIBCTLMR, file status "
                       WS-FIBRPT-STATUS
                   SET WS-RUN-ABENDED TO TRUE
               ELSE
                   MOVE WS-RUN-DATE TO RPT-TITLE-DATE
                   MOVE WS-AUD-USERID TO RPT-TITLE-USERID
                   WRITE FIBRPT-RECORD FROM WS-RPT-TITLE
                   WRITE FIBRPT-RECORD FROM WS-RPT-BLANK
               END-IF
           END-IF.

       1100-LOAD-PROFILE-TABLE.
           MOVE 0 TO WS-CTL-COUNT
           OPEN INPUT FIBCTL-FILE
           IF WS-FIBCTL-OK
               SET WS-CTL-EXISTED TO TRUE
               PERFORM 1150-LOAD-ONE-LINE UNTIL WS-FIBCTL-EOF
               CLOSE FIBCTL-FILE
               MOVE WS-CTL-COUNT TO WS-LINES-LOADED
           ELSE
               IF WS-FIBCTL-NOT-FOUND
                   DISPLAY "FIBCTLMT - FIBCTL not found, it will be "
                       "created from the add transactions."
               ELSE
                   DISPLAY "Unable to open FIBCTL, file status "
                       WS-FIBCTL-STATUS
                   SET WS-RUN-ABENDED TO TRUE
               END-IF
           END-IF.

       1150-LOAD-ONE-LINE.
           READ FIBCTL-FILE
               AT END
                   SET WS-FIBCTL-EOF TO TRUE
               NOT AT END
                   IF WS-CTL-COUNT < WS-CTL-MAX
                       ADD 1 TO WS-CTL-COUNT
                       MOVE FIBCTL-LINE TO WS-CTL-T-LINE(WS-CTL-COUNT)
                       MOVE "N" TO WS-CTL-T-DELETED(WS-CTL-COUNT)
                   ELSE
                       DISPLAY "FIBCTLMT - FIBCTL has more than "
                           WS-CTL-MAX " lines - nothing applied."
                       SET WS-RUN-ABENDED TO TRUE
                       SET WS-FIBCTL-EOF TO TRUE
                   END-IF
           END-READ.

       2000-APPLY-NEXT-TRANSACTION.
           READ FIBCTLTX-FILE
               AT END
                   SET WS-FIBCTLTX-EOF TO TRUE
               NOT AT END
                   IF FIBCTLTX-RECORD(1:1) NOT = "*"
                       PERFORM 2100-APPLY-ONE-TRANSACTION
                   END-IF
           END-READ.

       2100-APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-TRANS-READ
           MOVE "N" TO WS-TX-REJECTED-SW
           MOVE "Y" TO CTE-PROFILE-VALID-SW
           MOVE 0 TO CTE-ERR-COUNT
           MOVE SPACES TO WS-BEFORE-IMAGE WS-AFTER-IMAGE
           MOVE TX-PROFILE-IMAGE(1:8) TO WS-TX-PROFILE-NAME
           PERFORM 2200-FIND-PROFILE
           EVALUATE TX-ACTION
               WHEN "A"
                   PERFORM 2300-ADD-PROFILE
               WHEN "C"
                   PERFORM 2400-CHANGE-PROFILE
               WHEN "D"
                   PERFORM 2500-DELETE-PROFILE
               WHEN OTHER
                   MOVE "ACTION MUST BE A (ADD), C (CHANGE) OR D."
                       TO RPT-ERR-TEXT
                   PERFORM 7000-FLAG-TRANSACTION-ERROR
           END-EVALUATE
           IF NOT WS-TX-REJECTED
               PERFORM 2600-QUEUE-JOURNAL-ENTRY
           END-IF
           PERFORM 2900-REPORT-TRANSACTION.

       2200-FIND-PROFILE.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-CTL-IX FROM 1 BY 1
                   UNTIL WS-CTL-IX > WS-CTL-COUNT OR WS-FOUND-IX > 0
               IF WS-CTL-T-LINE(WS-CTL-IX)(1:1) NOT = "*"
                       AND WS-CTL-T-DELETED(WS-CTL-IX) = "N"
                       AND WS-CTL-T-LINE(WS-CTL-IX)(1:8)
                           = WS-TX-PROFILE-NAME
                   MOVE WS-CTL-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.

       2300-ADD-PROFILE.
           IF WS-FOUND-IX > 0
               MOVE "PROFILE ALREADY ON FIBCTL - USE A CHANGE."
                   TO RPT-ERR-TEXT
               PERFORM 7000-FLAG-TRANSACTION-ERROR
           ELSE
               PERFORM 2700-EDIT-NEW-IMAGE
           END-IF
           IF NOT WS-TX-REJECTED
               IF WS-CTL-COUNT < WS-CTL-MAX
                   ADD 1 TO WS-CTL-COUNT
                   MOVE WS-AFTER-IMAGE TO WS-CTL-T-LINE(WS-CTL-COUNT)
                   MOVE "N" TO WS-CTL-T-DELETED(WS-CTL-COUNT)
               ELSE
                   MOVE "FIBCTL IS FULL - PROFILE NOT ADDED."
                       TO RPT-ERR-TEXT
                   PERFORM 7000-FLAG-TRANSACTION-ERROR
               END-IF
           END-IF.

       2400-CHANGE-PROFILE.
           IF WS-FOUND-IX = 0
               MOVE "PROFILE NOT ON FIBCTL - USE AN ADD."
                   TO RPT-ERR-TEXT
               PERFORM 7000-FLAG-TRANSACTION-ERROR
           ELSE
               MOVE WS-CTL-T-LINE(WS-FOUND-IX)(1:49)
                   TO WS-BEFORE-IMAGE
               PERFORM 2700-EDIT-NEW-IMAGE
           END-IF
           IF NOT WS-TX-REJECTED
               IF WS-AFTER-IMAGE = WS-BEFORE-IMAGE
                   MOVE "CHANGE IS IDENTICAL TO THE CURRENT PROFILE."
                       TO RPT-ERR-TEXT
                   PERFORM 7000-FLAG-TRANSACTION-ERROR
               ELSE
                   MOVE WS-AFTER-IMAGE TO WS-CTL-T-LINE(WS-FOUND-IX)
               END-IF
           END-IF.

       2500-DELETE-PROFILE.
           IF WS-TX-PROFILE-NAME = SPACES
               MOVE "PROFILE NAME IS BLANK." TO RPT-ERR-TEXT
               PERFORM 7000-FLAG-TRANSACTION-ERROR
           ELSE
               IF WS-FOUND-IX = 0
                   MOVE "PROFILE NOT ON FIBCTL." TO RPT-ERR-TEXT
                   PERFORM 7000-FLAG-TRANSACTION-ERROR
               ELSE
                   MOVE WS-CTL-T-LINE(WS-FOUND-IX)(1:49)
                       TO WS-BEFORE-IMAGE
                   MOVE "Y" TO WS-CTL-T-DELETED(WS-FOUND-IX)
               END-IF
           END-IF.

       2600-QUEUE-JOURNAL-ENTRY.
           IF WS-JNL-COUNT < WS-JNL-MAX
               ADD 1 TO WS-JNL-COUNT
               ADD 1 TO WS-TRANS-APPLIED
               MOVE TX-ACTION TO WS-JNL-T-ACTION(WS-JNL-COUNT)
               MOVE WS-TX-PROFILE-NAME TO WS-JNL-T-NAME(WS-JNL-COUNT)
               MOVE WS-BEFORE-IMAGE TO WS-JNL-T-BEFORE(WS-JNL-COUNT)
               MOVE WS-AFTER-IMAGE TO WS-JNL-T-AFTER(WS-JNL-COUNT)
           ELSE
               DISPLAY "FIBCTLMT - more than " WS-JNL-MAX " changes "
                   "in one run - nothing applied, split the "
                   "transactions and resubmit."
               SET WS-RUN-ABENDED TO TRUE
               SET WS-FIBCTLTX-EOF TO TRUE
           END-IF.

       2700-EDIT-NEW-IMAGE.
           MOVE TX-PROFILE-IMAGE TO FIBCTL-RECORD
           CALL "FIBCTLED" USING FIBCTL-RECORD CTE-RESULT
           IF CTE-PROFILE-VALID
               MOVE FIBCTL-RECORD TO WS-AFTER-IMAGE
           ELSE
               SET WS-TX-REJECTED TO TRUE
           END-IF.

       2900-REPORT-TRANSACTION.
           MOVE TX-ACTION TO RPT-TRN-ACTION
           MOVE WS-TX-PROFILE-NAME TO RPT-TRN-NAME
           IF WS-TX-REJECTED
               ADD 1 TO WS-TRANS-REJECTED
               MOVE "REJECTED" TO RPT-TRN-VERDICT
           ELSE
               MOVE "APPLIED" TO RPT-TRN-VERDICT
           END-IF
           WRITE FIBRPT-RECORD FROM WS-RPT-TRAN-LINE
           IF WS-TX-REJECTED
               PERFORM 2950-WRITE-ONE-ERROR
                   VARYING WS-ERR-IX FROM 1 BY 1
                   UNTIL WS-ERR-IX > CTE-ERR-COUNT
               DISPLAY "FIBCTLMT - transaction " TX-ACTION
                   " for profile " WS-TX-PROFILE-NAME " rejected."
           ELSE
               IF WS-BEFORE-IMAGE NOT = SPACES
                   MOVE "BEFORE" TO RPT-IMG-LABEL
                   MOVE WS-BEFORE-IMAGE TO FIBCTL-RECORD
                   PERFORM 2960-WRITE-IMAGE-LINE
               END-IF
               IF WS-AFTER-IMAGE NOT = SPACES
                   MOVE "AFTER" TO RPT-IMG-LABEL
                   MOVE WS-AFTER-IMAGE TO FIBCTL-RECORD
                   PERFORM 2960-WRITE-IMAGE-LINE
               END-IF
           END-IF
           IF NOT WS-FIBRPT-OK
               DISPLAY "Unable to write FIBCTLMR, file status "
                   WS-FIBRPT-STATUS
               SET WS-RUN-ABENDED TO TRUE
               SET WS-FIBCTLTX-EOF TO TRUE
           END-IF.

       2950-WRITE-ONE-ERROR.
           MOVE CTE-ERR-TEXT(WS-ERR-IX) TO RPT-ERR-TEXT
           WRITE FIBRPT-RECORD FROM WS-RPT-ERROR-LINE.

       2960-WRITE-IMAGE-LINE.
           MOVE CTL-REQ-N TO RPT-IMG-N
           MOVE CTL-CKPT-INTERVAL TO RPT-IMG-CKPT
           MOVE CTL-MAX-TRIES TO RPT-IMG-TRIES
           MOVE CTL-DSN-PREFIX TO RPT-IMG-PREFIX
           WRITE FIBRPT-RECORD FROM WS-RPT-IMAGE-LINE.

       3000-REWRITE-FIBCTL.
           OPEN OUTPUT FIBCTL-FILE
           IF NOT WS-FIBCTL-OK
               DISPLAY "Unable to open FIBCTL for update, file status "
                   WS-FIBCTL-STATUS " - journal written but no "
                   "changes applied."
               PERFORM 3900-DISPLAY-RESTORE-ADVICE
               SET WS-RUN-ABENDED TO TRUE
           ELSE
               PERFORM 3100-WRITE-ONE-LINE
                   VARYING WS-CTL-IX FROM 1 BY 1
                   UNTIL WS-CTL-IX > WS-CTL-COUNT
                       OR WS-RUN-ABENDED
               CLOSE FIBCTL-FILE
           END-IF.

       3100-WRITE-ONE-LINE.
           IF WS-CTL-T-DELETED(WS-CTL-IX) = "N"
               MOVE WS-CTL-T-LINE(WS-CTL-IX) TO FIBCTL-LINE
               WRITE FIBCTL-LINE
               IF NOT WS-FIBCTL-OK
                   DISPLAY "Unable to write FIBCTL, file status "
                       WS-FIBCTL-STATUS
                   PERFORM 3900-DISPLAY-RESTORE-ADVICE
                   SET WS-RUN-ABENDED TO TRUE
               END-IF
           END-IF.

       3500-COPY-FIBCTL.
           MOVE SPACES TO WS-FIBCTLB-DSNAME
           STRING "FIBCTL.B" WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-FIBCTLB-DSNAME
           MOVE 0 TO WS-LINES-COPIED
           MOVE "N" TO WS-FIBCTL-EOF-SW
           OPEN INPUT FIBCTL-FILE
           IF NOT WS-FIBCTL-OK
               DISPLAY "Unable to reopen FIBCTL, file status "
                   WS-FIBCTL-STATUS " - no changes applied."
               SET WS-RUN-ABENDED TO TRUE
           ELSE
               OPEN OUTPUT FIBCTLB-FILE
               IF NOT WS-FIBCTLB-OK
                   DISPLAY "Unable to open "
                       FUNCTION TRIM(WS-FIBCTLB-DSNAME)
                       ", file status " WS-FIBCTLB-STATUS
                       " - no changes applied."
                   SET WS-RUN-ABENDED TO TRUE
               ELSE
                   PERFORM 3550-COPY-ONE-LINE
                       UNTIL WS-FIBCTL-EOF OR WS-RUN-ABENDED
                   CLOSE FIBCTLB-FILE
               END-IF
               CLOSE FIBCTL-FILE
           END-IF
           IF NOT WS-RUN-ABENDED
                   AND WS-LINES-COPIED NOT = WS-LINES-LOADED
               DISPLAY "FIBCTLMT - FIBCTL changed during the run, "
                   WS-LINES-COPIED " lines now against "
                   WS-LINES-LOADED
                   " loaded - no changes applied."
               SET WS-RUN-ABENDED TO TRUE
           END-IF.

       3550-COPY-ONE-LINE.
           READ FIBCTL-FILE
               AT END
                   SET WS-FIBCTL-EOF TO TRUE
               NOT AT END
                   MOVE FIBCTL-LINE TO FIBCTLB-LINE
                   WRITE FIBCTLB-LINE
                   IF WS-FIBCTLB-OK
                       ADD 1 TO WS-LINES-COPIED
                   ELSE
                       DISPLAY "Unable to write "
                           FUNCTION TRIM(WS-FIBCTLB-DSNAME)
                           ", file status " WS-FIBCTLB-STATUS
                           " - no changes applied."
                       SET WS-RUN-ABENDED TO TRUE
                   END-IF
           END-READ.

       3900-DISPLAY-RESTORE-ADVICE.
           IF WS-CTL-EXISTED
               DISPLAY "FIBCTLMT - FIBCTL may be empty or incomplete;"
                   " restore it from " FUNCTION TRIM(WS-FIBCTLB-DSNAME)
                   " before the next run."
           ELSE
               DISPLAY "FIBCTLMT - FIBCTL did not exist before this "
                   "run; the FIBCTLJN after images hold every profile "
                   "added."
           END-IF.

       4000-WRITE-JOURNAL.
           OPEN EXTEND FIBCJN-FILE
           IF NOT WS-FIBCJN-OK
               OPEN OUTPUT FIBCJN-FILE
           END-IF
           IF NOT WS-FIBCJN-OK
               DISPLAY "Unable to open FIBCTLJN, file status "
                   WS-FIBCJN-STATUS " - no changes applied."
               SET WS-RUN-ABENDED TO TRUE
           ELSE
               PERFORM 4100-WRITE-ONE-JOURNAL
                   VARYING WS-JNL-IX FROM 1 BY 1
                   UNTIL WS-JNL-IX > WS-JNL-COUNT
                       OR WS-RUN-ABENDED
               CLOSE FIBCJN-FILE
           END-IF.

       4100-WRITE-ONE-JOURNAL.
           MOVE WS-RUN-DATE TO CJN-DATE
           MOVE WS-RUN-TIME(1:6) TO CJN-TIME
           MOVE WS-JNL-IX TO CJN-SEQ
           MOVE WS-AUD-USERID TO CJN-USERID
           MOVE WS-JNL-T-ACTION(WS-JNL-IX) TO CJN-ACTION
           MOVE WS-JNL-T-NAME(WS-JNL-IX) TO CJN-PROFILE-NAME
           MOVE WS-JNL-T-BEFORE(WS-JNL-IX) TO CJN-BEFORE-IMAGE
           MOVE WS-JNL-T-AFTER(WS-JNL-IX) TO CJN-AFTER-IMAGE
           WRITE FIBCJN-RECORD
           IF NOT WS-FIBCJN-OK
               DISPLAY "Unable to write FIBCTLJN, file status "
                   WS-FIBCJN-STATUS " - no changes applied."
               SET WS-RUN-ABENDED TO TRUE
           END-IF.

       7000-FLAG-TRANSACTION-ERROR.
           SET WS-TX-REJECTED TO TRUE
           MOVE "N" TO CTE-PROFILE-VALID-SW
           IF CTE-ERR-COUNT < 6
               ADD 1 TO CTE-ERR-COUNT
               MOVE RPT-ERR-TEXT TO CTE-ERR-TEXT(CTE-ERR-COUNT)
           END-IF.

       8000-WRITE-SUMMARY.
           WRITE FIBRPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-TRANS-READ TO RPT-SUM-READ
           MOVE WS-TRANS-APPLIED TO RPT-SUM-APPLIED
           MOVE WS-TRANS-REJECTED TO RPT-SUM-REJECTED
           WRITE FIBRPT-RECORD FROM WS-RPT-SUMMARY
           DISPLAY "FIBCTLMT - " WS-TRANS-READ " transactions, "
               WS-TRANS-APPLIED " applied, " WS-TRANS-REJECTED
               " rejected.".

       9000-SET-RETURN-CODE.
           IF WS-RUN-ABENDED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-TRANS-REJECTED > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
