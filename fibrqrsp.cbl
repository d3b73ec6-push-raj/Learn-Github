       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBRQRSP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIBRQLOG-FILE ASSIGN TO "FIBRQLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBRQLOG-STATUS.

           SELECT FIBRUNH-FILE ASSIGN TO "FIBRUNH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIBRUN-NBR
               FILE STATUS IS WS-FIBRUNH-STATUS.

           SELECT FIBRQACK-FILE ASSIGN TO "FIBRQACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBRQACK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIBRQLOG-FILE.
       COPY FIBRQL.

       FD  FIBRUNH-FILE.
       COPY FIBRUN.

       FD  FIBRQACK-FILE.
       COPY FIBRQA.

       WORKING-STORAGE SECTION.
       01  WS-FIBRQLOG-STATUS       PIC X(2)  VALUE SPACES.
           88  WS-FIBRQLOG-OK                 VALUE "00".

       01  WS-FIBRUNH-STATUS        PIC X(2)  VALUE SPACES.
           88  WS-FIBRUNH-OK                  VALUES "00" "05".

       01  WS-FIBRQACK-STATUS       PIC X(2)  VALUE SPACES.
           88  WS-FIBRQACK-OK                 VALUE "00".

       01  WS-FIBRQLOG-EOF-SW       PIC X(1) VALUE "N".
           88  WS-FIBRQLOG-EOF                VALUE "Y".

       01  WS-FIBRUNH-EOF-SW        PIC X(1) VALUE "N".
           88  WS-FIBRUNH-EOF                 VALUE "Y".

       01  WS-ABEND-SW              PIC X(1) VALUE "N".
           88  WS-RUN-ABENDED                 VALUE "Y".

       01  WS-ARGCOUNT              PIC 9(4) VALUE 0.
       01  WS-COMMAND-LINE          PIC X(20) VALUE SPACES.
       01  WS-RUN-DATE              PIC 9(8) VALUE 0.
       01  WS-INTAKE-DATE           PIC 9(8) VALUE 0.

       77  WS-RUN-COUNT              PIC 9(5) VALUE 0.
       77  WS-RUN-MAX                PIC 9(5) VALUE 5000.
       77  WS-RUN-IX                 PIC 9(5) VALUE 0.
       01  WS-RUN-FOUND-SW          PIC X(1) VALUE "N".
           88  WS-RUN-FOUND                   VALUE "Y".
       01  WS-MATCH-REF             PIC X(20) VALUE SPACES.

       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 5000 TIMES.
               10  WS-RUN-T-REF     PIC X(20).
               10  WS-RUN-T-NBR     PIC 9(8).
               10  WS-RUN-T-DATE    PIC 9(8).
               10  WS-RUN-T-DSNAME  PIC X(40).
               10  WS-RUN-T-RC      PIC 9(2).

       77  WS-ACKS-WRITTEN           PIC 9(7) VALUE 0.
       77  WS-ACKS-COMPLETED         PIC 9(7) VALUE 0.
       77  WS-ACKS-FAILED            PIC 9(7) VALUE 0.
       77  WS-ACKS-NOT-RUN           PIC 9(7) VALUE 0.
       77  WS-ACKS-LATE              PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-ABENDED
               PERFORM 2000-LOAD-REQUEST-RUNS
           END-IF
           IF NOT WS-RUN-ABENDED
               PERFORM 3000-OPEN-ACK-FILE
           END-IF
           IF NOT WS-RUN-ABENDED
               PERFORM 4000-ACK-ONE-REQUEST UNTIL WS-FIBRQLOG-EOF
               PERFORM 8000-WRITE-TRAILER
               CLOSE FIBRQACK-FILE
           END-IF
           CLOSE FIBRQLOG-FILE
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-INTAKE-DATE
           ACCEPT WS-ARGCOUNT FROM ARGUMENT-NUMBER
           IF WS-ARGCOUNT > 0
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
               IF WS-COMMAND-LINE(1:8) IS NUMERIC
                       AND WS-COMMAND-LINE(9:1) = SPACE
                   MOVE WS-COMMAND-LINE(1:8) TO WS-INTAKE-DATE
               ELSE
                   DISPLAY "FIBRQRSP - PARM must be an intake date "
                       "yyyymmdd; using " WS-INTAKE-DATE "."
               END-IF
           END-IF
           OPEN INPUT FIBRQLOG-FILE
           IF NOT WS-FIBRQLOG-OK
               DISPLAY "Unable to open FIBRQLOG, file status "
                   WS-FIBRQLOG-STATUS " - run FIBINTAK first."
               SET WS-RUN-ABENDED TO TRUE
           END-IF.

       2000-LOAD-REQUEST-RUNS.
           MOVE 0 TO WS-RUN-COUNT
           OPEN INPUT FIBRUNH-FILE
           IF WS-FIBRUNH-OK
               MOVE 0 TO FIBRUN-NBR
               START FIBRUNH-FILE KEY IS >= FIBRUN-NBR
                   INVALID KEY
                       SET WS-FIBRUNH-EOF TO TRUE
               END-START
               PERFORM 2100-READ-NEXT-RUN UNTIL WS-FIBRUNH-EOF
               CLOSE FIBRUNH-FILE
           ELSE
               DISPLAY "Unable to open FIBRUNH, file status "
                   WS-FIBRUNH-STATUS
               SET WS-RUN-ABENDED TO TRUE
           END-IF.

       2100-READ-NEXT-RUN.
           READ FIBRUNH-FILE NEXT RECORD
               AT END
                   SET WS-FIBRUNH-EOF TO TRUE
               NOT AT END
                   IF FIBRUN-REQ-REF NOT = SPACES
                           AND FIBRUN-DATE >= WS-INTAKE-DATE
                       PERFORM 2200-NOTE-REQUEST-RUN
                   END-IF
           END-READ.

       2200-NOTE-REQUEST-RUN.
           MOVE FIBRUN-REQ-REF TO WS-MATCH-REF
           PERFORM 2300-FIND-RUN-FOR-REF
           IF NOT WS-RUN-FOUND
               IF WS-RUN-COUNT < WS-RUN-MAX
                   ADD 1 TO WS-RUN-COUNT
                   MOVE WS-RUN-COUNT TO WS-RUN-IX
                   MOVE WS-MATCH-REF TO WS-RUN-T-REF(WS-RUN-IX)
               ELSE
                   DISPLAY "FIBRQRSP - more than " WS-RUN-MAX
                       " request runs since " WS-INTAKE-DATE
                       " - no acknowledgments written."
                   SET WS-RUN-ABENDED TO TRUE
                   SET WS-FIBRUNH-EOF TO TRUE
               END-IF
           END-IF
           IF WS-RUN-FOUND OR NOT WS-FIBRUNH-EOF
               MOVE FIBRUN-NBR TO WS-RUN-T-NBR(WS-RUN-IX)
               MOVE FIBRUN-DATE TO WS-RUN-T-DATE(WS-RUN-IX)
               MOVE FIBRUN-OUT-DSNAME TO WS-RUN-T-DSNAME(WS-RUN-IX)
               MOVE FIBRUN-RETURN-CODE TO WS-RUN-T-RC(WS-RUN-IX)
           END-IF.

       2300-FIND-RUN-FOR-REF.
           MOVE "N" TO WS-RUN-FOUND-SW
           MOVE 1 TO WS-RUN-IX
           PERFORM UNTIL WS-RUN-IX > WS-RUN-COUNT OR WS-RUN-FOUND
               IF WS-RUN-T-REF(WS-RUN-IX) = WS-MATCH-REF
                   SET WS-RUN-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-RUN-IX
               END-IF
           END-PERFORM.

       3000-OPEN-ACK-FILE.
           OPEN OUTPUT FIBRQACK-FILE
           IF NOT WS-FIBRQACK-OK
               DISPLAY "Unable to open FIBRQACK, file status "
                   WS-FIBRQACK-STATUS
               SET WS-RUN-ABENDED TO TRUE
           ELSE
               MOVE SPACES TO FIBRQA-HEADER
               MOVE "H" TO RQA-H-REC-TYPE
               MOVE WS-INTAKE-DATE TO RQA-H-INTAKE-DATE
               MOVE WS-RUN-DATE TO RQA-H-CREATED-DATE
               MOVE "FIBRQRSP" TO RQA-H-SOURCE
               WRITE FIBRQA-HEADER
           END-IF.

       4000-ACK-ONE-REQUEST.
           READ FIBRQLOG-FILE
               AT END
                   SET WS-FIBRQLOG-EOF TO TRUE
               NOT AT END
                   IF RQL-INTAKE-DATE = WS-INTAKE-DATE
                       PERFORM 4100-BUILD-ACK-DETAIL
                       PERFORM 4500-WRITE-ACK-DETAIL
                   END-IF
           END-READ.

       4100-BUILD-ACK-DETAIL.
           MOVE SPACES TO FIBRQA-DETAIL
           MOVE "D" TO RQA-D-REC-TYPE
           MOVE RQL-REQUESTER TO RQA-D-REQUESTER
           MOVE RQL-REF TO RQA-D-REF
           MOVE RQL-DISPOSITION TO RQA-D-DISPOSITION
           MOVE 0 TO RQA-D-RUN-NBR RQA-D-RUN-DATE RQA-D-RETURN-CODE
           MOVE RQL-NEEDED-BY TO RQA-D-NEEDED-BY
           MOVE RQL-LATE-FLAG TO RQA-D-LATE-FLAG
           MOVE RQL-REASON TO RQA-D-REASON
           IF RQL-DISPOSITION = "ACCEPTED"
               PERFORM 4200-MATCH-REQUEST-RUN
           ELSE
               MOVE "NOT-RUN" TO RQA-D-OUTCOME
           END-IF.

       4200-MATCH-REQUEST-RUN.
           MOVE RQL-REF TO WS-MATCH-REF
           PERFORM 2300-FIND-RUN-FOR-REF
           IF WS-RUN-FOUND
               MOVE WS-RUN-T-NBR(WS-RUN-IX) TO RQA-D-RUN-NBR
               MOVE WS-RUN-T-DATE(WS-RUN-IX) TO RQA-D-RUN-DATE
               MOVE WS-RUN-T-DSNAME(WS-RUN-IX) TO RQA-D-OUT-DSNAME
               MOVE WS-RUN-T-RC(WS-RUN-IX) TO RQA-D-RETURN-CODE
               PERFORM 4300-SET-OUTCOME-TEXT
               IF RQL-NEEDED-BY > 0
                       AND WS-RUN-T-DATE(WS-RUN-IX) > RQL-NEEDED-BY
                   MOVE "Y" TO RQA-D-LATE-FLAG
               END-IF
           ELSE
               MOVE "NOT-RUN" TO RQA-D-OUTCOME
               ADD 1 TO WS-ACKS-NOT-RUN
               IF RQL-NEEDED-BY > 0 AND WS-RUN-DATE > RQL-NEEDED-BY
                   MOVE "Y" TO RQA-D-LATE-FLAG
               END-IF
               DISPLAY "FIBRQRSP - request " FUNCTION TRIM(RQL-REF)
                   " was accepted but has no run on FIBRUNH."
           END-IF.

       4300-SET-OUTCOME-TEXT.
           EVALUATE RQA-D-RETURN-CODE
               WHEN 0
                   MOVE "COMPLETED" TO RQA-D-OUTCOME
                   ADD 1 TO WS-ACKS-COMPLETED
               WHEN 8
                   MOVE "REJECTED-INVALID-INPUT" TO RQA-D-OUTCOME
               WHEN 10
                   MOVE "REJECTED-NOT-AUTHORIZED" TO RQA-D-OUTCOME
               WHEN 12
                   MOVE "REJECTED-OVERFLOW-N" TO RQA-D-OUTCOME
               WHEN 16
                   MOVE "ABENDED" TO RQA-D-OUTCOME
               WHEN 20
                   MOVE "SEED-RECON-MISMATCH" TO RQA-D-OUTCOME
               WHEN OTHER
                   MOVE "FAILED" TO RQA-D-OUTCOME
           END-EVALUATE
           IF RQA-D-RETURN-CODE NOT = 0
               ADD 1 TO WS-ACKS-FAILED
               DISPLAY "FIBRQRSP - request " FUNCTION TRIM(RQL-REF)
                   " run " RQA-D-RUN-NBR " ended "
                   FUNCTION TRIM(RQA-D-OUTCOME) "."
           END-IF.

       4500-WRITE-ACK-DETAIL.
           IF RQA-D-LATE-FLAG = "Y"
               ADD 1 TO WS-ACKS-LATE
           END-IF
           WRITE FIBRQA-DETAIL
           IF NOT WS-FIBRQACK-OK
               DISPLAY "Unable to write FIBRQACK, file status "
                   WS-FIBRQACK-STATUS
               SET WS-RUN-ABENDED TO TRUE
               SET WS-FIBRQLOG-EOF TO TRUE
           ELSE
               ADD 1 TO WS-ACKS-WRITTEN
           END-IF.

       8000-WRITE-TRAILER.
           MOVE SPACES TO FIBRQA-TRAILER
           MOVE "T" TO RQA-T-REC-TYPE
           MOVE WS-INTAKE-DATE TO RQA-T-INTAKE-DATE
           MOVE WS-ACKS-WRITTEN TO RQA-T-DETAIL-COUNT
           MOVE WS-ACKS-COMPLETED TO RQA-T-COMPLETED
           MOVE WS-ACKS-LATE TO RQA-T-LATE
           WRITE FIBRQA-TRAILER
           DISPLAY "FIBRQRSP - " WS-ACKS-WRITTEN
               " acknowledgments for intake date " WS-INTAKE-DATE
               ", " WS-ACKS-COMPLETED " completed, " WS-ACKS-FAILED
               " failed, " WS-ACKS-NOT-RUN " not run, " WS-ACKS-LATE
               " late.".

       9000-SET-RETURN-CODE.
           IF WS-RUN-ABENDED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-ACKS-WRITTEN = 0 OR WS-ACKS-FAILED > 0
                       OR WS-ACKS-NOT-RUN > 0 OR WS-ACKS-LATE > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
