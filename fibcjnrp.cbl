       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBCJNRP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIBCJN-FILE ASSIGN TO "FIBCTLJN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBCJN-STATUS.

           SELECT FIBRPT-FILE ASSIGN TO "FIBCJNRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIBCJN-FILE.
       COPY FIBCJN.

       FD  FIBRPT-FILE.
       01  FIBRPT-RECORD            PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FIBCJN-STATUS         PIC X(2)  VALUE SPACES.
           88  WS-FIBCJN-OK                   VALUE "00".
           88  WS-FIBCJN-NOT-FOUND            VALUE "35".

       01  WS-FIBRPT-STATUS         PIC X(2)  VALUE SPACES.
           88  WS-FIBRPT-OK                   VALUE "00".

       01  WS-FIBCJN-EOF-SW         PIC X(1) VALUE "N".
           88  WS-FIBCJN-EOF                  VALUE "Y".

       01  WS-ABEND-SW              PIC X(1) VALUE "N".
           88  WS-RUN-ABENDED                 VALUE "Y".

       01  WS-ARGCOUNT              PIC 9(4) VALUE 0.
       01  WS-COMMAND-LINE          PIC X(20) VALUE SPACES.
       01  WS-RUN-DATE              PIC 9(8) VALUE 0.

       01  WS-DATE-PART-1           PIC X(8) VALUE SPACES.
       01  WS-DATE-PART-2           PIC X(8) VALUE SPACES.
       01  WS-SEL-DATE-FROM         PIC 9(8) VALUE 0.
       01  WS-SEL-DATE-TO           PIC 9(8) VALUE 0.

       77  WS-ENTRIES-READ           PIC 9(6) VALUE 0.
       77  WS-ENTRIES-LISTED         PIC 9(6) VALUE 0.
       77  WS-ADDS-LISTED            PIC 9(6) VALUE 0.
       77  WS-CHANGES-LISTED         PIC 9(6) VALUE 0.
       77  WS-DELETES-LISTED         PIC 9(6) VALUE 0.

       COPY FIBCTP.

       01  WS-RPT-TITLE.
           05  FILLER               PIC X(36) VALUE
               "FIBCTL CHANGE JOURNAL  -  AS OF     ".
           05  RPT-TITLE-DATE       PIC 9999/99/99.

       01  WS-RPT-RANGE.
           05  FILLER               PIC X(14) VALUE "CHANGES FROM  ".
           05  RPT-RANGE-FROM       PIC 9999/99/99.
           05  FILLER               PIC X(6)  VALUE "  TO  ".
           05  RPT-RANGE-TO         PIC 9999/99/99.

       01  WS-RPT-ENTRY-LINE.
           05  RPT-ENT-DATE         PIC 9999/99/99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-ENT-TIME         PIC 99B99B99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-ENT-USERID       PIC X(20).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-ENT-ACTION       PIC X(6).
           05  FILLER               PIC X(9)  VALUE " PROFILE ".
           05  RPT-ENT-NAME         PIC X(8).

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

       01  WS-RPT-SUMMARY.
           05  FILLER               PIC X(17) VALUE "CHANGES LISTED:  ".
           05  RPT-SUM-LISTED       PIC ZZZZZ9.
           05  FILLER               PIC X(7)  VALUE " ADDS: ".
           05  RPT-SUM-ADDS         PIC ZZZZZ9.
           05  FILLER               PIC X(10) VALUE " CHANGES: ".
           05  RPT-SUM-CHANGES      PIC ZZZZZ9.
           05  FILLER               PIC X(10) VALUE " DELETES: ".
           05  RPT-SUM-DELETES      PIC ZZZZZ9.

       01  WS-RPT-BLANK             PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-ABENDED
               PERFORM 2000-READ-NEXT-ENTRY UNTIL WS-FIBCJN-EOF
               PERFORM 8000-WRITE-SUMMARY
               CLOSE FIBCJN-FILE
               CLOSE FIBRPT-FILE
           END-IF
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-SEL-DATE-FROM WS-SEL-DATE-TO
           MOVE "01" TO WS-SEL-DATE-FROM(7:2)
           ACCEPT WS-ARGCOUNT FROM ARGUMENT-NUMBER
           IF WS-ARGCOUNT > 0
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
               PERFORM 1100-PARSE-DATE-RANGE
           END-IF
           IF NOT WS-RUN-ABENDED
               OPEN INPUT FIBCJN-FILE
               IF NOT WS-FIBCJN-OK
                   DISPLAY "Unable to open FIBCTLJN, file status "
                       WS-FIBCJN-STATUS " - no profile changes "
                       "journaled yet?"
                   SET WS-RUN-ABENDED TO TRUE
               END-IF
           END-IF
           IF NOT WS-RUN-ABENDED
               OPEN OUTPUT FIBRPT-FILE
               IF NOT WS-FIBRPT-OK
                   DISPLAY "Unable to open FIBCJNRP, file status "
                       WS-FIBRPT-STATUS
                   SET WS-RUN-ABENDED TO TRUE
               ELSE
                   MOVE WS-RUN-DATE TO RPT-TITLE-DATE
                   WRITE FIBRPT-RECORD FROM WS-RPT-TITLE
                   MOVE WS-SEL-DATE-FROM TO RPT-RANGE-FROM
                   MOVE WS-SEL-DATE-TO TO RPT-RANGE-TO
                   WRITE FIBRPT-RECORD FROM WS-RPT-RANGE
                   WRITE FIBRPT-RECORD FROM WS-RPT-BLANK
               END-IF
           END-IF.

       1100-PARSE-DATE-RANGE.
           MOVE SPACES TO WS-DATE-PART-1 WS-DATE-PART-2
           UNSTRING WS-COMMAND-LINE DELIMITED BY "-"
               INTO WS-DATE-PART-1 WS-DATE-PART-2
           IF WS-DATE-PART-1 IS NUMERIC
               MOVE WS-DATE-PART-1 TO WS-SEL-DATE-FROM
               MOVE WS-DATE-PART-1 TO WS-SEL-DATE-TO
           ELSE
               DISPLAY "FIBCJNRP - invalid PARM, expected yyyymmdd "
                   "or yyyymmdd-yyyymmdd."
               SET WS-RUN-ABENDED TO TRUE
           END-IF
           IF NOT WS-RUN-ABENDED AND WS-DATE-PART-2 NOT = SPACES
               IF WS-DATE-PART-2 IS NUMERIC
                   MOVE WS-DATE-PART-2 TO WS-SEL-DATE-TO
               ELSE
                   DISPLAY "FIBCJNRP - invalid range end, expected "
                       "yyyymmdd."
                   SET WS-RUN-ABENDED TO TRUE
               END-IF
           END-IF
           IF NOT WS-RUN-ABENDED
                   AND WS-SEL-DATE-TO < WS-SEL-DATE-FROM
               DISPLAY "FIBCJNRP - range end is before range start."
               SET WS-RUN-ABENDED TO TRUE
           END-IF.

       2000-READ-NEXT-ENTRY.
           READ FIBCJN-FILE
               AT END
                   SET WS-FIBCJN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
                   IF CJN-DATE >= WS-SEL-DATE-FROM
                           AND CJN-DATE <= WS-SEL-DATE-TO
                       PERFORM 2100-REPORT-ONE-ENTRY
                   END-IF
           END-READ.

       2100-REPORT-ONE-ENTRY.
           ADD 1 TO WS-ENTRIES-LISTED
           MOVE CJN-DATE TO RPT-ENT-DATE
           MOVE CJN-TIME TO RPT-ENT-TIME
           MOVE CJN-USERID TO RPT-ENT-USERID
           MOVE CJN-PROFILE-NAME TO RPT-ENT-NAME
           EVALUATE CJN-ACTION
               WHEN "A"
                   MOVE "ADD" TO RPT-ENT-ACTION
                   ADD 1 TO WS-ADDS-LISTED
               WHEN "C"
                   MOVE "CHANGE" TO RPT-ENT-ACTION
                   ADD 1 TO WS-CHANGES-LISTED
               WHEN "D"
                   MOVE "DELETE" TO RPT-ENT-ACTION
                   ADD 1 TO WS-DELETES-LISTED
               WHEN OTHER
                   MOVE CJN-ACTION TO RPT-ENT-ACTION
           END-EVALUATE
           WRITE FIBRPT-RECORD FROM WS-RPT-ENTRY-LINE
           IF CJN-BEFORE-IMAGE NOT = SPACES
               MOVE "BEFORE" TO RPT-IMG-LABEL
               MOVE CJN-BEFORE-IMAGE TO FIBCTL-RECORD
               PERFORM 2200-WRITE-IMAGE-LINE
           END-IF
           IF CJN-AFTER-IMAGE NOT = SPACES
               MOVE "AFTER" TO RPT-IMG-LABEL
               MOVE CJN-AFTER-IMAGE TO FIBCTL-RECORD
               PERFORM 2200-WRITE-IMAGE-LINE
           END-IF
           IF NOT WS-FIBRPT-OK
               DISPLAY "Unable to write FIBCJNRP, file status "
                   WS-FIBRPT-STATUS
               SET WS-RUN-ABENDED TO TRUE
               SET WS-FIBCJN-EOF TO TRUE
           END-IF.

       2200-WRITE-IMAGE-LINE.
           MOVE CTL-REQ-N TO RPT-IMG-N
           MOVE CTL-CKPT-INTERVAL TO RPT-IMG-CKPT
           MOVE CTL-MAX-TRIES TO RPT-IMG-TRIES
           MOVE CTL-DSN-PREFIX TO RPT-IMG-PREFIX
           WRITE FIBRPT-RECORD FROM WS-RPT-IMAGE-LINE.

       8000-WRITE-SUMMARY.
           WRITE FIBRPT-RECORD FROM WS-RPT-BLANK
           IF WS-ENTRIES-LISTED = 0
               MOVE "NO PROFILE CHANGES IN THE SELECTED RANGE"
                   TO FIBRPT-RECORD
               WRITE FIBRPT-RECORD
           END-IF
           MOVE WS-ENTRIES-LISTED TO RPT-SUM-LISTED
           MOVE WS-ADDS-LISTED TO RPT-SUM-ADDS
           MOVE WS-CHANGES-LISTED TO RPT-SUM-CHANGES
           MOVE WS-DELETES-LISTED TO RPT-SUM-DELETES
           WRITE FIBRPT-RECORD FROM WS-RPT-SUMMARY
           DISPLAY "FIBCJNRP - " WS-ENTRIES-LISTED " of "
               WS-ENTRIES-READ " journal entries listed for "
               WS-SEL-DATE-FROM "-" WS-SEL-DATE-TO ".".

       9000-SET-RETURN-CODE.
           IF WS-RUN-ABENDED
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
