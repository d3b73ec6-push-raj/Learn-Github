       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBBKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIBRUNH-FILE ASSIGN TO "FIBRUNH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIBRUN-NBR
               FILE STATUS IS WS-FIBRUNH-STATUS.

           SELECT FIBGCAT-FILE ASSIGN TO "FIBGCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GCAT-DSNAME
               FILE STATUS IS WS-FIBGCAT-STATUS.

           SELECT FIBTRM-FILE ASSIGN TO "FIBTERMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIBTRM-KEY
               FILE STATUS IS WS-FIBTRM-STATUS.

           SELECT FIBRUNO-FILE ASSIGN TO "FIBRUNH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RUNO-NBR
               FILE STATUS IS WS-FIBRUNO-STATUS.

           SELECT FIBTRMO-FILE ASSIGN TO "FIBTERMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRMO-SEQ
               FILE STATUS IS WS-FIBTRMO-STATUS.

           SELECT FIBBKP-FILE ASSIGN TO DYNAMIC WS-FIBBKP-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBBKP-STATUS.

           SELECT FIBGEN-FILE ASSIGN TO DYNAMIC WS-FIBGEN-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBGEN-STATUS.

           SELECT FIBHIST-FILE ASSIGN TO "FIBHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBHIST-STATUS.

           SELECT FIBRPT-FILE ASSIGN TO "FIBBKPRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIBRUNH-FILE.
       COPY FIBRUN.

       FD  FIBGCAT-FILE.
       COPY FIBGCT.

       FD  FIBTRM-FILE.
       COPY FIBTRM.

       FD  FIBRUNO-FILE.
       01  FIBRUNO-RECORD.
           05  RUNO-NBR             PIC 9(8).
           05  FILLER               PIC X(85).

       FD  FIBTRMO-FILE.
       01  FIBTRMO-RECORD.
           05  TRMO-SEQ             PIC 9(4).
           05  TRMO-VALUE           PIC X(72).
           05  TRMO-LOAD-DATE       PIC 9(8).
           05  TRMO-SRC-DSNAME      PIC X(40).

       FD  FIBBKP-FILE.
       COPY FIBBKP.

       FD  FIBGEN-FILE.
       01  FIBGEN-RECORD            PIC X(90).

       FD  FIBHIST-FILE.
       01  FIBHIST-RECORD.
           05  HIST-RUN-DATE        PIC 9(8).
           05  HIST-DETAIL          PIC X(90).

       FD  FIBRPT-FILE.
       01  FIBRPT-RECORD            PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FIBRUNH-STATUS        PIC X(2)  VALUE SPACES.
           88  WS-FIBRUNH-OK                  VALUES "00" "05".
           88  WS-FIBRUNH-NOT-FOUND           VALUE "35".

       01  WS-FIBGCAT-STATUS        PIC X(2)  VALUE SPACES.
           88  WS-FIBGCAT-OK                  VALUES "00" "05".
           88  WS-FIBGCAT-NOT-FOUND           VALUE "35".

       01  WS-FIBTRM-STATUS         PIC X(2)  VALUE SPACES.
           88  WS-FIBTRM-OK                   VALUES "00" "05".
           88  WS-FIBTRM-NOT-FOUND            VALUE "35".

       01  WS-FIBRUNO-STATUS        PIC X(2)  VALUE SPACES.

       01  WS-FIBTRMO-STATUS        PIC X(2)  VALUE SPACES.

       01  WS-FIBBKP-STATUS         PIC X(2)  VALUE SPACES.
           88  WS-FIBBKP-OK                   VALUE "00".

       01  WS-FIBGEN-STATUS         PIC X(2)  VALUE SPACES.
           88  WS-FIBGEN-OK                   VALUE "00".

       01  WS-FIBHIST-STATUS        PIC X(2)  VALUE SPACES.
           88  WS-FIBHIST-OK                  VALUE "00".

       01  WS-FIBRPT-STATUS         PIC X(2)  VALUE SPACES.
           88  WS-FIBRPT-OK                   VALUE "00".

       01  WS-MST-STATUS            PIC X(2)  VALUE SPACES.
           88  WS-MST-OK                      VALUES "00" "05".
           88  WS-MST-NOT-FOUND               VALUE "35".

       01  WS-MST-EOF-SW            PIC X(1) VALUE "N".
           88  WS-MST-EOF                     VALUE "Y".

       01  WS-FIBBKP-EOF-SW         PIC X(1) VALUE "N".
           88  WS-FIBBKP-EOF                  VALUE "Y".

       01  WS-FIBGEN-EOF-SW         PIC X(1) VALUE "N".
           88  WS-FIBGEN-EOF                  VALUE "Y".

       01  WS-FIBHIST-EOF-SW        PIC X(1) VALUE "N".
           88  WS-FIBHIST-EOF                 VALUE "Y".

       01  WS-ABEND-SW              PIC X(1) VALUE "N".
           88  WS-RUN-ABENDED                 VALUE "Y".

       01  WS-MODE-SW               PIC X(1) VALUE "U".
           88  WS-MODE-UNLOAD                 VALUE "U".
           88  WS-MODE-REBUILD                VALUE "B".
           88  WS-MODE-RECOVER                VALUE "R".
           88  WS-MODE-CONVERT                VALUE "C".

       01  WS-OLD-LAYOUT-SW         PIC X(1) VALUE "N".
           88  WS-READING-OLD-LAYOUT          VALUE "Y".

       01  WS-BACKUP-VALID-SW       PIC X(1) VALUE "N".
           88  WS-BACKUP-VALID                VALUE "Y".

       01  WS-ARGCOUNT              PIC 9(4) VALUE 0.
       01  WS-COMMAND-LINE          PIC X(100) VALUE SPACES.
       01  WS-RUN-DATE              PIC 9(8) VALUE 0.
       01  WS-RUN-TIME              PIC 9(8) VALUE 0.
       01  WS-BACKUP-DATE           PIC 9(8) VALUE 0.

       01  WS-TOKEN                 PIC X(50) VALUE SPACES.
       77  WS-SCAN-PTR               PIC 9(4) VALUE 1.

       01  WS-FIBBKP-DSNAME         PIC X(40) VALUE SPACES.
       01  WS-CHOSEN-DSNAME         PIC X(40) VALUE SPACES.
       01  WS-FIBGEN-DSNAME         PIC X(40) VALUE SPACES.

       01  WS-MASTER-NAME-VALUES.
           05  FILLER               PIC X(8) VALUE "FIBRUNH".
           05  FILLER               PIC X(8) VALUE "FIBGCAT".
           05  FILLER               PIC X(8) VALUE "FIBTERMS".
       01  WS-MASTER-NAME-TABLE REDEFINES WS-MASTER-NAME-VALUES.
           05  WS-MASTER-NAME       PIC X(8) OCCURS 3 TIMES.

       77  WS-MASTER-IX              PIC 9(1) VALUE 0.
       01  WS-REBUILD-NAME          PIC X(8) VALUE SPACES.

       01  WS-MASTER-IMAGE          PIC X(130) VALUE SPACES.
       01  WS-RUNH-VIEW REDEFINES WS-MASTER-IMAGE.
           05  WS-RUNH-NBR          PIC 9(8).
           05  FILLER               PIC X(39).
           05  WS-RUNH-TERMS        PIC 9(4).
           05  FILLER               PIC X(42).
           05  WS-RUNH-WIDE-MODE    PIC X(1).
           05  WS-RUNH-REQ-REF      PIC X(20).
           05  FILLER               PIC X(16).
       01  WS-GCAT-VIEW REDEFINES WS-MASTER-IMAGE.
           05  FILLER               PIC X(40).
           05  WS-GCAT-RUN-DATE     PIC 9(8).
           05  FILLER               PIC X(4).
           05  WS-GCAT-RECS         PIC 9(7).
           05  FILLER               PIC X(71).
       01  WS-TERM-VIEW REDEFINES WS-MASTER-IMAGE.
           05  WS-TERM-FAMILY       PIC X(6).
           05  WS-TERM-SEQ          PIC 9(4).
           05  WS-TERM-VALUE        PIC X(72).
           05  WS-TERM-LOAD-DATE    PIC 9(8).
           05  WS-TERM-SRC-DSNAME   PIC X(40).

       77  WS-REC-COUNT              PIC 9(9) VALUE 0.
       77  WS-HASH-TOTAL             PIC 9(18) VALUE 0.
       77  WS-TRL-COUNT              PIC 9(9) VALUE 0.
       77  WS-TRL-HASH               PIC 9(18) VALUE 0.
       77  WS-LOAD-REJECTS           PIC 9(9) VALUE 0.
       77  WS-HEADER-COUNT           PIC 9(5) VALUE 0.
       77  WS-TRAILER-COUNT          PIC 9(5) VALUE 0.
       77  WS-OTHER-COUNT            PIC 9(5) VALUE 0.
       01  WS-CHECK-TEXT            PIC X(36) VALUE SPACES.

       77  WS-MASTERS-UNLOADED       PIC 9(1) VALUE 0.
       77  WS-WARNING-COUNT          PIC 9(5) VALUE 0.

       77  WS-TODAY-INT              PIC 9(8) VALUE 0.
       77  WS-SCAN-WINDOW-DAYS       PIC 9(4) VALUE 400.
       77  WS-AGE-DAYS               PIC 9(4) VALUE 0.
       77  WS-SCAN-INT               PIC 9(8) VALUE 0.
       77  WS-SCAN-DATE              PIC 9(8) VALUE 0.

       77  WS-GEN-DETAILS            PIC 9(7) VALUE 0.
       77  WS-GEN-SERIES             PIC 9(4) VALUE 0.

       77  WS-GEN-COUNT              PIC 9(4) VALUE 0.
       77  WS-GEN-IX                 PIC 9(4) VALUE 0.
       77  WS-GEN-MAX                PIC 9(4) VALUE 500.
       01  WS-GEN-FOUND-SW          PIC X(1) VALUE "N".
           88  WS-GEN-FOUND                   VALUE "Y".

       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 500 TIMES.
               10  WS-GEN-T-DSNAME  PIC X(40).
               10  WS-GEN-T-RUN-DATE PIC 9(8).
               10  WS-GEN-T-SERIES  PIC 9(4).
               10  WS-GEN-T-RECS    PIC 9(7).
               10  WS-GEN-T-WHERE   PIC X(1).

       77  WS-HIST-COUNT             PIC 9(4) VALUE 0.
       77  WS-HIST-IX                PIC 9(4) VALUE 0.
       77  WS-HIST-MAX               PIC 9(4) VALUE 500.
       01  WS-HIST-FOUND-SW         PIC X(1) VALUE "N".
           88  WS-HIST-FOUND                  VALUE "Y".

       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 500 TIMES.
               10  WS-HIST-T-DATE   PIC 9(8).
               10  WS-HIST-T-SERIES PIC 9(4).
               10  WS-HIST-T-RECS   PIC 9(7).

       01  WS-DSN-DATE-EDIT         PIC X(8) VALUE SPACES.

       77  WS-GENS-ON-DISK           PIC 9(4) VALUE 0.
       77  WS-GENS-ARCHIVED          PIC 9(4) VALUE 0.
       77  WS-GENS-LOST              PIC 9(4) VALUE 0.

       01  WS-RPT-TITLE.
           05  FILLER               PIC X(43) VALUE
               "FIBBKUP MASTER BACKUP AND REBUILD  -  AS OF".
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-TITLE-DATE       PIC 9999/99/99.
           05  FILLER               PIC X(7)  VALUE "  MODE ".
           05  RPT-TITLE-MODE       PIC X(8).

       01  WS-RPT-COL-HDR.
           05  FILLER               PIC X(10) VALUE "MASTER    ".
           05  FILLER               PIC X(42) VALUE
               "DSNAME                                    ".
           05  FILLER               PIC X(38) VALUE "RESULT".
           05  FILLER               PIC X(11) VALUE "  RECORDS  ".
           05  FILLER               PIC X(10) VALUE "HASH TOTAL".

       01  WS-RPT-DETAIL.
           05  RPT-DTL-MASTER       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DTL-DSNAME       PIC X(40).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DTL-RESULT       PIC X(36).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DTL-RECS         PIC ZZZZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DTL-HASH         PIC Z(17)9.

       01  WS-RPT-BLANK             PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-ABENDED
               PERFORM 1500-OPEN-REPORT
           END-IF
           IF NOT WS-RUN-ABENDED
               EVALUATE TRUE
                   WHEN WS-MODE-REBUILD
                       PERFORM 3000-REBUILD-MASTER
                   WHEN WS-MODE-RECOVER
                       PERFORM 4000-RECOVER-CATALOG
                   WHEN WS-MODE-CONVERT
                       PERFORM 5000-CONVERT-MASTER
                   WHEN OTHER
                       PERFORM 2000-UNLOAD-MASTERS
               END-EVALUATE
               PERFORM 8000-WRITE-SUMMARY
               CLOSE FIBRPT-FILE
           END-IF
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-BACKUP-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           ACCEPT WS-ARGCOUNT FROM ARGUMENT-NUMBER
           IF WS-ARGCOUNT > 0
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
               PERFORM 1100-PARSE-ARGUMENTS
           END-IF
           IF WS-MODE-REBUILD AND NOT WS-RUN-ABENDED
               IF WS-CHOSEN-DSNAME = SPACES
                   PERFORM 6400-BUILD-BACKUP-DSNAME
               ELSE
                   MOVE WS-CHOSEN-DSNAME TO WS-FIBBKP-DSNAME
               END-IF
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
                   WHEN WS-TOKEN = "UNLOAD"
                       SET WS-MODE-UNLOAD TO TRUE
                   WHEN WS-TOKEN = "RECOVER"
                       SET WS-MODE-RECOVER TO TRUE
                   WHEN WS-TOKEN(1:8) = "REBUILD="
                       SET WS-MODE-REBUILD TO TRUE
                       PERFORM 1300-SET-REBUILD-MASTER
                   WHEN WS-TOKEN(1:8) = "CONVERT="
                       SET WS-MODE-CONVERT TO TRUE
                       PERFORM 1300-SET-REBUILD-MASTER
                       IF WS-MASTER-IX = 2
                           DISPLAY "FIBBKUP - CONVERT= must name "
                               "FIBRUNH or FIBTERMS."
                           SET WS-RUN-ABENDED TO TRUE
                       END-IF
                   WHEN WS-TOKEN(1:5) = "DATE="
                       IF WS-TOKEN(6:8) IS NUMERIC
                               AND WS-TOKEN(14:1) = SPACE
                           MOVE WS-TOKEN(6:8) TO WS-BACKUP-DATE
                       ELSE
                           DISPLAY "FIBBKUP - invalid DATE= value, "
                               "expected yyyymmdd."
                           SET WS-RUN-ABENDED TO TRUE
                       END-IF
                   WHEN WS-TOKEN(1:7) = "BACKUP="
                       MOVE WS-TOKEN(8:40) TO WS-CHOSEN-DSNAME
                   WHEN OTHER
                       DISPLAY "FIBBKUP - unrecognized option "
                           FUNCTION TRIM(WS-TOKEN) ". Use UNLOAD, "
                           "REBUILD=master DATE= BACKUP=, RECOVER "
                           "or CONVERT=master."
                       SET WS-RUN-ABENDED TO TRUE
               END-EVALUATE
           END-IF.

       1300-SET-REBUILD-MASTER.
           MOVE WS-TOKEN(9:8) TO WS-REBUILD-NAME
           MOVE 0 TO WS-MASTER-IX
           EVALUATE WS-REBUILD-NAME
               WHEN "FIBRUNH"
                   MOVE 1 TO WS-MASTER-IX
               WHEN "FIBGCAT"
                   MOVE 2 TO WS-MASTER-IX
               WHEN "FIBTERMS"
                   MOVE 3 TO WS-MASTER-IX
               WHEN OTHER
                   DISPLAY "FIBBKUP - " WS-TOKEN(1:8)
                       " must name FIBRUNH, FIBGCAT or FIBTERMS."
                   SET WS-RUN-ABENDED TO TRUE
           END-EVALUATE.

       1500-OPEN-REPORT.
           OPEN OUTPUT FIBRPT-FILE
           IF NOT WS-FIBRPT-OK
               DISPLAY "Unable to open FIBBKPRP, file status "
                   WS-FIBRPT-STATUS
               SET WS-RUN-ABENDED TO TRUE
           ELSE
               MOVE WS-RUN-DATE TO RPT-TITLE-DATE
               EVALUATE TRUE
                   WHEN WS-MODE-REBUILD
                       MOVE "REBUILD" TO RPT-TITLE-MODE
                   WHEN WS-MODE-RECOVER
                       MOVE "RECOVER" TO RPT-TITLE-MODE
                   WHEN WS-MODE-CONVERT
                       MOVE "CONVERT" TO RPT-TITLE-MODE
                   WHEN OTHER
                       MOVE "UNLOAD" TO RPT-TITLE-MODE
               END-EVALUATE
               WRITE FIBRPT-RECORD FROM WS-RPT-TITLE
               WRITE FIBRPT-RECORD FROM WS-RPT-BLANK
               WRITE FIBRPT-RECORD FROM WS-RPT-COL-HDR
           END-IF.

       2000-UNLOAD-MASTERS.
           PERFORM 2100-UNLOAD-ONE-MASTER
               VARYING WS-MASTER-IX FROM 1 BY 1
               UNTIL WS-MASTER-IX > 3 OR WS-RUN-ABENDED.

       2100-UNLOAD-ONE-MASTER.
           PERFORM 6400-BUILD-BACKUP-DSNAME
           MOVE 0 TO WS-REC-COUNT WS-HASH-TOTAL
           PERFORM 6000-OPEN-MASTER-INPUT
           EVALUATE TRUE
               WHEN WS-MST-NOT-FOUND
                   ADD 1 TO WS-WARNING-COUNT
                   MOVE "NOT FOUND - NOTHING UNLOADED"
                       TO WS-CHECK-TEXT
               WHEN NOT WS-MST-OK
                   DISPLAY "Unable to open "
                       FUNCTION TRIM(WS-MASTER-NAME(WS-MASTER-IX))
                       ", file status " WS-MST-STATUS
                   SET WS-RUN-ABENDED TO TRUE
                   MOVE "UNABLE TO OPEN MASTER" TO WS-CHECK-TEXT
               WHEN OTHER
                   PERFORM 2200-WRITE-BACKUP
                   PERFORM 6200-CLOSE-MASTER
           END-EVALUATE
           PERFORM 7000-WRITE-REPORT-LINE.

       2200-WRITE-BACKUP.
           OPEN OUTPUT FIBBKP-FILE
           IF NOT WS-FIBBKP-OK
               DISPLAY "Unable to open " FUNCTION TRIM(WS-FIBBKP-DSNAME)
                   ", file status " WS-FIBBKP-STATUS
               SET WS-RUN-ABENDED TO TRUE
               MOVE "UNABLE TO OPEN BACKUP" TO WS-CHECK-TEXT
           ELSE
               MOVE SPACES TO FIBBKP-HEADER
               MOVE "H" TO BKP-H-REC-TYPE
               MOVE WS-MASTER-NAME(WS-MASTER-IX) TO BKP-H-MASTER
               MOVE WS-RUN-DATE TO BKP-H-CREATED-DATE
               MOVE WS-RUN-TIME(1:6) TO BKP-H-CREATED-TIME
               MOVE "FIBBKUP" TO BKP-H-SOURCE
               WRITE FIBBKP-HEADER
               PERFORM 6100-READ-NEXT-MASTER
               PERFORM 2300-UNLOAD-ONE-RECORD
                   UNTIL WS-MST-EOF OR WS-RUN-ABENDED
               IF NOT WS-RUN-ABENDED
                   MOVE SPACES TO FIBBKP-TRAILER
                   MOVE "T" TO BKP-T-REC-TYPE
                   MOVE WS-MASTER-NAME(WS-MASTER-IX) TO BKP-T-MASTER
                   MOVE WS-REC-COUNT TO BKP-T-RECORD-COUNT
                   MOVE WS-HASH-TOTAL TO BKP-T-HASH-TOTAL
                   WRITE FIBBKP-TRAILER
               END-IF
               IF WS-FIBBKP-OK AND NOT WS-RUN-ABENDED
                   ADD 1 TO WS-MASTERS-UNLOADED
                   MOVE "UNLOADED" TO WS-CHECK-TEXT
               ELSE
                   DISPLAY "Unable to write "
                       FUNCTION TRIM(WS-FIBBKP-DSNAME)
                       ", file status " WS-FIBBKP-STATUS
                   SET WS-RUN-ABENDED TO TRUE
                   MOVE "BACKUP INCOMPLETE - WRITE FAILED"
                       TO WS-CHECK-TEXT
               END-IF
               CLOSE FIBBKP-FILE
           END-IF.

       2300-UNLOAD-ONE-RECORD.
           MOVE SPACES TO FIBBKP-DETAIL
           MOVE "D" TO BKP-D-REC-TYPE
           MOVE WS-MASTER-IMAGE TO BKP-D-IMAGE
           WRITE FIBBKP-DETAIL
           IF NOT WS-FIBBKP-OK
               SET WS-RUN-ABENDED TO TRUE
           ELSE
               PERFORM 6100-READ-NEXT-MASTER
           END-IF.

       3000-REBUILD-MASTER.
           PERFORM 3100-CHECK-BACKUP
           PERFORM 7000-WRITE-REPORT-LINE
           IF WS-BACKUP-VALID
               PERFORM 3200-LOAD-MASTER
               PERFORM 7000-WRITE-REPORT-LINE
           END-IF
           IF WS-BACKUP-VALID AND NOT WS-RUN-ABENDED
               PERFORM 3300-VERIFY-LOADED-MASTER
               PERFORM 7000-WRITE-REPORT-LINE
           END-IF.

       3100-CHECK-BACKUP.
           MOVE "N" TO WS-BACKUP-VALID-SW
           MOVE 0 TO WS-REC-COUNT WS-HASH-TOTAL
           MOVE 0 TO WS-TRL-COUNT WS-TRL-HASH
           MOVE 0 TO WS-HEADER-COUNT WS-TRAILER-COUNT WS-OTHER-COUNT
           MOVE "N" TO WS-FIBBKP-EOF-SW
           OPEN INPUT FIBBKP-FILE
           IF NOT WS-FIBBKP-OK
               DISPLAY "Unable to open " FUNCTION TRIM(WS-FIBBKP-DSNAME)
                   ", file status " WS-FIBBKP-STATUS
               MOVE "BACKUP NOT FOUND - MASTER NOT TOUCHED"
                   TO WS-CHECK-TEXT
               SET WS-RUN-ABENDED TO TRUE
           ELSE
               PERFORM 3150-CHECK-ONE-BACKUP-RECORD
                   UNTIL WS-FIBBKP-EOF
               CLOSE FIBBKP-FILE
               EVALUATE TRUE
                   WHEN WS-HEADER-COUNT NOT = 1
                       MOVE "BACKUP HEADER MISSING OR WRONG MASTER"
                           TO WS-CHECK-TEXT
                   WHEN WS-TRAILER-COUNT NOT = 1
                       MOVE "BACKUP TRAILER MISSING - TRUNCATED?"
                           TO WS-CHECK-TEXT
                   WHEN WS-OTHER-COUNT > 0
                       MOVE "BACKUP HAS RECORDS OUT OF PLACE"
                           TO WS-CHECK-TEXT
                   WHEN WS-REC-COUNT NOT = WS-TRL-COUNT
                       MOVE "BACKUP COUNT DISAGREES WITH TRAILER"
                           TO WS-CHECK-TEXT
                   WHEN WS-HASH-TOTAL NOT = WS-TRL-HASH
                       MOVE "BACKUP HASH DISAGREES WITH TRAILER"
                           TO WS-CHECK-TEXT
                   WHEN OTHER
                       SET WS-BACKUP-VALID TO TRUE
                       MOVE "BACKUP AGREES WITH TRAILER"
                           TO WS-CHECK-TEXT
               END-EVALUATE
               IF NOT WS-BACKUP-VALID
                   DISPLAY "FIBBKUP - " FUNCTION TRIM(WS-FIBBKP-DSNAME)
                       " rejected: " FUNCTION TRIM(WS-CHECK-TEXT)
                       " - " FUNCTION TRIM(WS-REBUILD-NAME)
                       " not touched."
                   SET WS-RUN-ABENDED TO TRUE
               END-IF
           END-IF.

       3150-CHECK-ONE-BACKUP-RECORD.
           READ FIBBKP-FILE
               AT END
                   SET WS-FIBBKP-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN BKP-H-REC-TYPE = "H"
                           IF WS-HEADER-COUNT = 0
                                   AND WS-REC-COUNT = 0
                                   AND BKP-H-MASTER = WS-REBUILD-NAME
                               ADD 1 TO WS-HEADER-COUNT
                           ELSE
                               ADD 1 TO WS-OTHER-COUNT
                           END-IF
                       WHEN BKP-D-REC-TYPE = "D"
                               AND WS-HEADER-COUNT = 1
                               AND WS-TRAILER-COUNT = 0
                           MOVE BKP-D-IMAGE TO WS-MASTER-IMAGE
                           ADD 1 TO WS-REC-COUNT
                           PERFORM 6300-ADD-TO-HASH
                       WHEN BKP-T-REC-TYPE = "T"
                               AND BKP-T-MASTER = WS-REBUILD-NAME
                               AND WS-TRAILER-COUNT = 0
                           ADD 1 TO WS-TRAILER-COUNT
                           MOVE BKP-T-RECORD-COUNT TO WS-TRL-COUNT
                           MOVE BKP-T-HASH-TOTAL TO WS-TRL-HASH
                       WHEN OTHER
                           ADD 1 TO WS-OTHER-COUNT
                   END-EVALUATE
           END-READ.

       3200-LOAD-MASTER.
           MOVE 0 TO WS-REC-COUNT WS-HASH-TOTAL WS-LOAD-REJECTS
           EVALUATE WS-MASTER-IX
               WHEN 1
                   OPEN OUTPUT FIBRUNH-FILE
                   MOVE WS-FIBRUNH-STATUS TO WS-MST-STATUS
               WHEN 2
                   OPEN OUTPUT FIBGCAT-FILE
                   MOVE WS-FIBGCAT-STATUS TO WS-MST-STATUS
               WHEN OTHER
                   OPEN OUTPUT FIBTRM-FILE
                   MOVE WS-FIBTRM-STATUS TO WS-MST-STATUS
           END-EVALUATE
           IF NOT WS-MST-OK
               DISPLAY "Unable to open " FUNCTION TRIM(WS-REBUILD-NAME)
                   " for output, file status " WS-MST-STATUS
               MOVE "UNABLE TO OPEN MASTER FOR LOAD" TO WS-CHECK-TEXT
               SET WS-RUN-ABENDED TO TRUE
           ELSE
               MOVE "N" TO WS-FIBBKP-EOF-SW
               OPEN INPUT FIBBKP-FILE
               IF NOT WS-FIBBKP-OK
                   DISPLAY "Unable to reopen "
                       FUNCTION TRIM(WS-FIBBKP-DSNAME)
                       ", file status " WS-FIBBKP-STATUS " - "
                       FUNCTION TRIM(WS-REBUILD-NAME) " is empty."
                   PERFORM 6200-CLOSE-MASTER
                   MOVE "BACKUP UNREADABLE - MASTER EMPTY"
                       TO WS-CHECK-TEXT
                   SET WS-RUN-ABENDED TO TRUE
               ELSE
                   PERFORM 3250-LOAD-ONE-RECORD UNTIL WS-FIBBKP-EOF
                   CLOSE FIBBKP-FILE
                   PERFORM 6200-CLOSE-MASTER
                   IF WS-LOAD-REJECTS > 0
                       MOVE "LOADED - DUPLICATE KEYS REJECTED"
                           TO WS-CHECK-TEXT
                   ELSE
                       MOVE "LOADED" TO WS-CHECK-TEXT
                   END-IF
               END-IF
           END-IF.

       3250-LOAD-ONE-RECORD.
           READ FIBBKP-FILE
               AT END
                   SET WS-FIBBKP-EOF TO TRUE
               NOT AT END
                   IF BKP-D-REC-TYPE = "D"
                       MOVE BKP-D-IMAGE TO WS-MASTER-IMAGE
                       PERFORM 3260-WRITE-MASTER-RECORD
                   END-IF
           END-READ.

       3260-WRITE-MASTER-RECORD.
           EVALUATE WS-MASTER-IX
               WHEN 1
                   MOVE WS-MASTER-IMAGE TO FIBRUN-RECORD
                   WRITE FIBRUN-RECORD
                       INVALID KEY
                           ADD 1 TO WS-LOAD-REJECTS
                       NOT INVALID KEY
                           ADD 1 TO WS-REC-COUNT
                           PERFORM 6300-ADD-TO-HASH
                   END-WRITE
               WHEN 2
                   MOVE WS-MASTER-IMAGE TO FIBGCT-RECORD
                   WRITE FIBGCT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-LOAD-REJECTS
                       NOT INVALID KEY
                           ADD 1 TO WS-REC-COUNT
                           PERFORM 6300-ADD-TO-HASH
                   END-WRITE
               WHEN OTHER
                   MOVE WS-MASTER-IMAGE TO FIBTRM-RECORD
                   WRITE FIBTRM-RECORD
                       INVALID KEY
                           ADD 1 TO WS-LOAD-REJECTS
                       NOT INVALID KEY
                           ADD 1 TO WS-REC-COUNT
                           PERFORM 6300-ADD-TO-HASH
                   END-WRITE
           END-EVALUATE.

       3300-VERIFY-LOADED-MASTER.
           MOVE 0 TO WS-REC-COUNT WS-HASH-TOTAL
           PERFORM 6000-OPEN-MASTER-INPUT
           IF NOT WS-MST-OK
               DISPLAY "Unable to reopen "
                   FUNCTION TRIM(WS-REBUILD-NAME)
                   ", file status " WS-MST-STATUS
               MOVE "UNABLE TO READ BACK REBUILT MASTER"
                   TO WS-CHECK-TEXT
               SET WS-RUN-ABENDED TO TRUE
           ELSE
               PERFORM 6100-READ-NEXT-MASTER
               PERFORM 3350-COUNT-LOADED-RECORD UNTIL WS-MST-EOF
               PERFORM 6200-CLOSE-MASTER
               IF WS-REC-COUNT = WS-TRL-COUNT
                       AND WS-HASH-TOTAL = WS-TRL-HASH
                   MOVE "REBUILT MASTER AGREES WITH TRAILER"
                       TO WS-CHECK-TEXT
               ELSE
                   MOVE "REBUILT MASTER DISAGREES WITH TRAILER"
                       TO WS-CHECK-TEXT
                   DISPLAY "FIBBKUP - "
                       FUNCTION TRIM(WS-REBUILD-NAME) " holds "
                       WS-REC-COUNT " records hash " WS-HASH-TOTAL
                       " but the backup trailer says " WS-TRL-COUNT
                       " hash " WS-TRL-HASH "."
                   SET WS-RUN-ABENDED TO TRUE
               END-IF
           END-IF.

       3350-COUNT-LOADED-RECORD.
           PERFORM 6100-READ-NEXT-MASTER.

       4000-RECOVER-CATALOG.
           MOVE 2 TO WS-MASTER-IX
           MOVE "FIBGCAT" TO WS-REBUILD-NAME
           PERFORM 4100-LOAD-RUN-GENERATIONS
           PERFORM 4300-SCAN-DISK-GENERATIONS
               VARYING WS-AGE-DAYS FROM 0 BY 1
               UNTIL WS-AGE-DAYS > WS-SCAN-WINDOW-DAYS
           PERFORM 4400-LOAD-HISTORY-DATES
           IF NOT WS-RUN-ABENDED
               PERFORM 4500-WRITE-CATALOG
           END-IF.

       4100-LOAD-RUN-GENERATIONS.
           MOVE 0 TO WS-GEN-COUNT
           MOVE 1 TO WS-MASTER-IX
           PERFORM 6000-OPEN-MASTER-INPUT
           MOVE 2 TO WS-MASTER-IX
           IF WS-MST-OK
               PERFORM 4150-TALLY-ONE-RUN UNTIL WS-MST-EOF
               CLOSE FIBRUNH-FILE
           ELSE
               DISPLAY "FIBBKUP - FIBRUNH not available, file status "
                   WS-MST-STATUS " - recovering from the "
                   "generations on disk only."
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

       4150-TALLY-ONE-RUN.
           READ FIBRUNH-FILE NEXT RECORD
               AT END
                   SET WS-MST-EOF TO TRUE
               NOT AT END
                   IF FIBRUN-OUT-DSNAME NOT = SPACES
                       MOVE FIBRUN-OUT-DSNAME TO WS-FIBGEN-DSNAME
                       PERFORM 6600-FIND-GENERATION
                       IF WS-GEN-FOUND
                           MOVE FIBRUN-DATE
                               TO WS-GEN-T-RUN-DATE(WS-GEN-IX)
                       ELSE
                           PERFORM 6700-ADD-GENERATION
                           IF WS-GEN-FOUND
                               MOVE FIBRUN-DATE
                                   TO WS-GEN-T-RUN-DATE(WS-GEN-IX)
                               PERFORM 4200-PROBE-GENERATION
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       4200-PROBE-GENERATION.
           PERFORM 6500-COUNT-GENERATION
           IF WS-FIBGEN-OK
               MOVE "D" TO WS-GEN-T-WHERE(WS-GEN-IX)
               MOVE WS-GEN-SERIES TO WS-GEN-T-SERIES(WS-GEN-IX)
               MOVE WS-GEN-DETAILS TO WS-GEN-T-RECS(WS-GEN-IX)
           END-IF.

       4300-SCAN-DISK-GENERATIONS.
           COMPUTE WS-SCAN-INT = WS-TODAY-INT - WS-AGE-DAYS
           COMPUTE WS-SCAN-DATE =
               FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
           MOVE SPACES TO WS-FIBGEN-DSNAME
           STRING "FIBOUT.D" WS-SCAN-DATE DELIMITED BY SIZE
               INTO WS-FIBGEN-DSNAME
           PERFORM 6600-FIND-GENERATION
           IF NOT WS-GEN-FOUND
               OPEN INPUT FIBGEN-FILE
               IF WS-FIBGEN-OK
                   CLOSE FIBGEN-FILE
                   PERFORM 6700-ADD-GENERATION
                   IF WS-GEN-FOUND
                       MOVE WS-SCAN-DATE
                           TO WS-GEN-T-RUN-DATE(WS-GEN-IX)
                       PERFORM 4200-PROBE-GENERATION
                   END-IF
               END-IF
           END-IF.

       4400-LOAD-HISTORY-DATES.
           MOVE 0 TO WS-HIST-COUNT
           MOVE "N" TO WS-FIBHIST-EOF-SW
           OPEN INPUT FIBHIST-FILE
           IF WS-FIBHIST-OK
               PERFORM 4450-TALLY-ONE-HISTORY-RECORD
                   UNTIL WS-FIBHIST-EOF
               CLOSE FIBHIST-FILE
           END-IF.

       4450-TALLY-ONE-HISTORY-RECORD.
           READ FIBHIST-FILE
               AT END
                   SET WS-FIBHIST-EOF TO TRUE
               NOT AT END
                   PERFORM 4460-FIND-HISTORY-DATE
                   IF NOT WS-HIST-FOUND
                       IF WS-HIST-COUNT < WS-HIST-MAX
                           ADD 1 TO WS-HIST-COUNT
                           MOVE WS-HIST-COUNT TO WS-HIST-IX
                           MOVE HIST-RUN-DATE
                               TO WS-HIST-T-DATE(WS-HIST-IX)
                           MOVE 0 TO WS-HIST-T-SERIES(WS-HIST-IX)
                           MOVE 0 TO WS-HIST-T-RECS(WS-HIST-IX)
                       ELSE
                           DISPLAY "FIBBKUP - more than " WS-HIST-MAX
                               " archived dates on FIBHIST, later "
                               "dates not used."
                           MOVE 0 TO WS-HIST-IX
                           SET WS-FIBHIST-EOF TO TRUE
                       END-IF
                   END-IF
                   IF WS-HIST-IX > 0
                       IF HIST-DETAIL(1:20) = "FIBONACCI SERIES RUN"
                           ADD 1 TO WS-HIST-T-SERIES(WS-HIST-IX)
                       END-IF
                       IF HIST-DETAIL(1:4) IS NUMERIC
                           ADD 1 TO WS-HIST-T-RECS(WS-HIST-IX)
                       END-IF
                   END-IF
           END-READ.

       4460-FIND-HISTORY-DATE.
           MOVE "N" TO WS-HIST-FOUND-SW
           PERFORM VARYING WS-HIST-IX FROM 1 BY 1
                   UNTIL WS-HIST-IX > WS-HIST-COUNT OR WS-HIST-FOUND
               IF WS-HIST-T-DATE(WS-HIST-IX) = HIST-RUN-DATE
                   SET WS-HIST-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-HIST-FOUND
               SUBTRACT 1 FROM WS-HIST-IX
           END-IF.

       4500-WRITE-CATALOG.
           OPEN OUTPUT FIBGCAT-FILE
           IF NOT WS-FIBGCAT-OK
               DISPLAY "Unable to open FIBGCAT for output, file status "
                   WS-FIBGCAT-STATUS
               SET WS-RUN-ABENDED TO TRUE
           ELSE
               PERFORM 4550-CATALOG-ONE-GENERATION
                   VARYING WS-GEN-IX FROM 1 BY 1
                   UNTIL WS-GEN-IX > WS-GEN-COUNT
               CLOSE FIBGCAT-FILE
               COMPUTE WS-REC-COUNT =
                   WS-GENS-ON-DISK + WS-GENS-ARCHIVED
               MOVE 0 TO WS-HASH-TOTAL
               MOVE SPACES TO WS-FIBBKP-DSNAME
               MOVE "FIBGCAT RE-CREATED" TO WS-CHECK-TEXT
               PERFORM 7000-WRITE-REPORT-LINE
           END-IF.

       4550-CATALOG-ONE-GENERATION.
           IF WS-GEN-T-WHERE(WS-GEN-IX) NOT = "D"
               PERFORM 4600-FIND-ARCHIVED-COPY
           END-IF
           MOVE SPACES TO FIBGCT-RECORD
           MOVE WS-GEN-T-DSNAME(WS-GEN-IX) TO GCAT-DSNAME
           MOVE WS-GEN-T-RUN-DATE(WS-GEN-IX) TO GCAT-RUN-DATE
           MOVE WS-GEN-T-SERIES(WS-GEN-IX) TO GCAT-SERIES-COUNT
           MOVE WS-GEN-T-RECS(WS-GEN-IX) TO GCAT-REC-COUNT
           MOVE WS-RUN-DATE TO GCAT-STATUS-DATE
           EVALUATE WS-GEN-T-WHERE(WS-GEN-IX)
               WHEN "D"
                   MOVE "CREATED" TO GCAT-STATUS
                   MOVE "RECOVERED CREATED - ON DISK"
                       TO WS-CHECK-TEXT
               WHEN "A"
                   MOVE "ARCHIVED" TO GCAT-STATUS
                   MOVE "RECOVERED ARCHIVED - ON FIBHIST"
                       TO WS-CHECK-TEXT
               WHEN OTHER
                   MOVE "NOT RECOVERED - NOT ON DISK/FIBHIST"
                       TO WS-CHECK-TEXT
           END-EVALUATE
           IF WS-GEN-T-WHERE(WS-GEN-IX) = "D" OR "A"
               WRITE FIBGCT-RECORD
                   INVALID KEY
                       DISPLAY "Unable to write FIBGCAT for "
                           WS-GEN-T-DSNAME(WS-GEN-IX) " file status "
                           WS-FIBGCAT-STATUS
                       MOVE "NOT RECOVERED - CATALOG WRITE FAILED"
                           TO WS-CHECK-TEXT
                       MOVE "X" TO WS-GEN-T-WHERE(WS-GEN-IX)
               END-WRITE
           END-IF
           EVALUATE WS-GEN-T-WHERE(WS-GEN-IX)
               WHEN "D"
                   ADD 1 TO WS-GENS-ON-DISK
               WHEN "A"
                   ADD 1 TO WS-GENS-ARCHIVED
               WHEN OTHER
                   ADD 1 TO WS-GENS-LOST
                   ADD 1 TO WS-WARNING-COUNT
           END-EVALUATE
           MOVE WS-GEN-T-DSNAME(WS-GEN-IX) TO WS-FIBBKP-DSNAME
           MOVE WS-GEN-T-RECS(WS-GEN-IX) TO WS-REC-COUNT
           MOVE 0 TO WS-HASH-TOTAL
           PERFORM 7000-WRITE-REPORT-LINE.

       4600-FIND-ARCHIVED-COPY.
           MOVE SPACES TO WS-DSN-DATE-EDIT
           IF WS-GEN-T-DSNAME(WS-GEN-IX)(1:8) = "FIBOUT.D"
               MOVE WS-GEN-T-DSNAME(WS-GEN-IX)(9:8) TO WS-DSN-DATE-EDIT
           END-IF
           IF WS-DSN-DATE-EDIT IS NUMERIC
               PERFORM VARYING WS-HIST-IX FROM 1 BY 1
                       UNTIL WS-HIST-IX > WS-HIST-COUNT
                   IF WS-HIST-T-DATE(WS-HIST-IX) = WS-DSN-DATE-EDIT
                       MOVE "A" TO WS-GEN-T-WHERE(WS-GEN-IX)
                       MOVE WS-HIST-T-SERIES(WS-HIST-IX)
                           TO WS-GEN-T-SERIES(WS-GEN-IX)
                       MOVE WS-HIST-T-RECS(WS-HIST-IX)
                           TO WS-GEN-T-RECS(WS-GEN-IX)
                   END-IF
               END-PERFORM
           END-IF.

       5000-CONVERT-MASTER.
           MOVE SPACES TO WS-FIBBKP-DSNAME
           STRING WS-REBUILD-NAME DELIMITED BY SPACE
               ".C" WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-FIBBKP-DSNAME
           PERFORM 5100-UNLOAD-OLD-LAYOUT
           PERFORM 7000-WRITE-REPORT-LINE
           IF WS-MASTERS-UNLOADED = 1 AND NOT WS-RUN-ABENDED
               PERFORM 3000-REBUILD-MASTER
           END-IF.

       5100-UNLOAD-OLD-LAYOUT.
           MOVE 0 TO WS-REC-COUNT WS-HASH-TOTAL
           MOVE "N" TO WS-MST-EOF-SW
           IF WS-MASTER-IX = 1
               OPEN INPUT FIBRUNO-FILE
               MOVE WS-FIBRUNO-STATUS TO WS-MST-STATUS
           ELSE
               OPEN INPUT FIBTRMO-FILE
               MOVE WS-FIBTRMO-STATUS TO WS-MST-STATUS
           END-IF
           EVALUATE TRUE
               WHEN WS-MST-NOT-FOUND
                   ADD 1 TO WS-WARNING-COUNT
                   MOVE "NOT FOUND - NOTHING CONVERTED"
                       TO WS-CHECK-TEXT
               WHEN NOT WS-MST-OK
                   DISPLAY "Unable to open "
                       FUNCTION TRIM(WS-REBUILD-NAME)
                       " in the old layout, file status "
                       WS-MST-STATUS " - not converted."
                   SET WS-RUN-ABENDED TO TRUE
                   MOVE "NOT IN OLD LAYOUT - NOT CONVERTED"
                       TO WS-CHECK-TEXT
               WHEN OTHER
                   SET WS-READING-OLD-LAYOUT TO TRUE
                   PERFORM 2200-WRITE-BACKUP
                   MOVE "N" TO WS-OLD-LAYOUT-SW
                   IF WS-MASTER-IX = 1
                       CLOSE FIBRUNO-FILE
                   ELSE
                       CLOSE FIBTRMO-FILE
                   END-IF
                   IF WS-MASTERS-UNLOADED = 1
                       MOVE "OLD LAYOUT UNLOADED AND CONVERTED"
                           TO WS-CHECK-TEXT
                   END-IF
           END-EVALUATE.

       5200-READ-OLD-LAYOUT.
           MOVE SPACES TO WS-MASTER-IMAGE
           IF WS-MASTER-IX = 1
               READ FIBRUNO-FILE
                   AT END
                       SET WS-MST-EOF TO TRUE
                   NOT AT END
                       MOVE FIBRUNO-RECORD TO WS-MASTER-IMAGE
                       MOVE "N" TO WS-RUNH-WIDE-MODE
                       MOVE SPACES TO WS-RUNH-REQ-REF
               END-READ
           ELSE
               READ FIBTRMO-FILE
                   AT END
                       SET WS-MST-EOF TO TRUE
                   NOT AT END
                       MOVE "FIB" TO WS-TERM-FAMILY
                       MOVE TRMO-SEQ TO WS-TERM-SEQ
                       MOVE TRMO-VALUE TO WS-TERM-VALUE
                       MOVE TRMO-LOAD-DATE TO WS-TERM-LOAD-DATE
                       MOVE TRMO-SRC-DSNAME TO WS-TERM-SRC-DSNAME
               END-READ
           END-IF.

       6000-OPEN-MASTER-INPUT.
           MOVE "N" TO WS-MST-EOF-SW
           EVALUATE WS-MASTER-IX
               WHEN 1
                   OPEN INPUT FIBRUNH-FILE
                   MOVE WS-FIBRUNH-STATUS TO WS-MST-STATUS
                   IF WS-MST-OK
                       MOVE 0 TO FIBRUN-NBR
                       START FIBRUNH-FILE KEY IS >= FIBRUN-NBR
                           INVALID KEY
                               SET WS-MST-EOF TO TRUE
                       END-START
                   END-IF
               WHEN 2
                   OPEN INPUT FIBGCAT-FILE
                   MOVE WS-FIBGCAT-STATUS TO WS-MST-STATUS
                   IF WS-MST-OK
                       MOVE LOW-VALUES TO GCAT-DSNAME
                       START FIBGCAT-FILE KEY IS >= GCAT-DSNAME
                           INVALID KEY
                               SET WS-MST-EOF TO TRUE
                       END-START
                   END-IF
               WHEN OTHER
                   OPEN INPUT FIBTRM-FILE
                   MOVE WS-FIBTRM-STATUS TO WS-MST-STATUS
                   IF WS-MST-OK
                       MOVE LOW-VALUES TO FIBTRM-KEY
                       START FIBTRM-FILE KEY IS >= FIBTRM-KEY
                           INVALID KEY
                               SET WS-MST-EOF TO TRUE
                       END-START
                   END-IF
           END-EVALUATE.

       6100-READ-NEXT-MASTER.
           EVALUATE TRUE
               WHEN WS-MST-EOF
                   CONTINUE
               WHEN WS-READING-OLD-LAYOUT
                   PERFORM 5200-READ-OLD-LAYOUT
               WHEN WS-MASTER-IX = 1
                   READ FIBRUNH-FILE NEXT RECORD
                       AT END
                           SET WS-MST-EOF TO TRUE
                       NOT AT END
                           MOVE FIBRUN-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN WS-MASTER-IX = 2
                   READ FIBGCAT-FILE NEXT RECORD
                       AT END
                           SET WS-MST-EOF TO TRUE
                       NOT AT END
                           MOVE FIBGCT-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN OTHER
                   READ FIBTRM-FILE NEXT RECORD
                       AT END
                           SET WS-MST-EOF TO TRUE
                       NOT AT END
                           MOVE FIBTRM-RECORD TO WS-MASTER-IMAGE
                   END-READ
           END-EVALUATE
           IF NOT WS-MST-EOF
               ADD 1 TO WS-REC-COUNT
               PERFORM 6300-ADD-TO-HASH
           END-IF.

       6200-CLOSE-MASTER.
           EVALUATE WS-MASTER-IX
               WHEN 1
                   CLOSE FIBRUNH-FILE
               WHEN 2
                   CLOSE FIBGCAT-FILE
               WHEN OTHER
                   CLOSE FIBTRM-FILE
           END-EVALUATE.

       6300-ADD-TO-HASH.
           EVALUATE WS-MASTER-IX
               WHEN 1
                   ADD WS-RUNH-NBR WS-RUNH-TERMS TO WS-HASH-TOTAL
               WHEN 2
                   ADD WS-GCAT-RUN-DATE WS-GCAT-RECS TO WS-HASH-TOTAL
               WHEN OTHER
                   ADD WS-TERM-SEQ WS-TERM-LOAD-DATE TO WS-HASH-TOTAL
           END-EVALUATE.

       6400-BUILD-BACKUP-DSNAME.
           MOVE SPACES TO WS-FIBBKP-DSNAME
           STRING WS-MASTER-NAME(WS-MASTER-IX) DELIMITED BY SPACE
               ".B" WS-BACKUP-DATE DELIMITED BY SIZE
               INTO WS-FIBBKP-DSNAME.

       6500-COUNT-GENERATION.
           MOVE 0 TO WS-GEN-DETAILS WS-GEN-SERIES
           MOVE "N" TO WS-FIBGEN-EOF-SW
           OPEN INPUT FIBGEN-FILE
           IF WS-FIBGEN-OK
               PERFORM 6550-COUNT-ONE-RECORD UNTIL WS-FIBGEN-EOF
               CLOSE FIBGEN-FILE
               MOVE "00" TO WS-FIBGEN-STATUS
           END-IF.

       6550-COUNT-ONE-RECORD.
           READ FIBGEN-FILE
               AT END
                   SET WS-FIBGEN-EOF TO TRUE
               NOT AT END
                   IF FIBGEN-RECORD(1:20) = "FIBONACCI SERIES RUN"
                       ADD 1 TO WS-GEN-SERIES
                   END-IF
                   IF FIBGEN-RECORD(1:4) IS NUMERIC
                       ADD 1 TO WS-GEN-DETAILS
                   END-IF
           END-READ.

       6600-FIND-GENERATION.
           MOVE "N" TO WS-GEN-FOUND-SW
           PERFORM VARYING WS-GEN-IX FROM 1 BY 1
                   UNTIL WS-GEN-IX > WS-GEN-COUNT OR WS-GEN-FOUND
               IF WS-GEN-T-DSNAME(WS-GEN-IX) = WS-FIBGEN-DSNAME
                   SET WS-GEN-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-GEN-FOUND
               SUBTRACT 1 FROM WS-GEN-IX
           END-IF.

       6700-ADD-GENERATION.
           MOVE "N" TO WS-GEN-FOUND-SW
           IF WS-GEN-COUNT < WS-GEN-MAX
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-GEN-COUNT TO WS-GEN-IX
               MOVE WS-FIBGEN-DSNAME TO WS-GEN-T-DSNAME(WS-GEN-IX)
               MOVE 0 TO WS-GEN-T-RUN-DATE(WS-GEN-IX)
               MOVE 0 TO WS-GEN-T-SERIES(WS-GEN-IX)
               MOVE 0 TO WS-GEN-T-RECS(WS-GEN-IX)
               MOVE SPACE TO WS-GEN-T-WHERE(WS-GEN-IX)
               SET WS-GEN-FOUND TO TRUE
           ELSE
               DISPLAY "FIBBKUP - more than " WS-GEN-MAX
                   " generations, " FUNCTION TRIM(WS-FIBGEN-DSNAME)
                   " not recovered."
               ADD 1 TO WS-GENS-LOST
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

       7000-WRITE-REPORT-LINE.
           IF WS-MODE-RECOVER
               MOVE "FIBGCAT" TO RPT-DTL-MASTER
           ELSE
               MOVE WS-MASTER-NAME(WS-MASTER-IX) TO RPT-DTL-MASTER
           END-IF
           MOVE WS-FIBBKP-DSNAME TO RPT-DTL-DSNAME
           MOVE WS-CHECK-TEXT TO RPT-DTL-RESULT
           MOVE WS-REC-COUNT TO RPT-DTL-RECS
           MOVE WS-HASH-TOTAL TO RPT-DTL-HASH
           WRITE FIBRPT-RECORD FROM WS-RPT-DETAIL
           IF NOT WS-FIBRPT-OK
               DISPLAY "Unable to write FIBBKPRP, file status "
                   WS-FIBRPT-STATUS
               SET WS-RUN-ABENDED TO TRUE
           END-IF
           MOVE SPACES TO WS-CHECK-TEXT.

       8000-WRITE-SUMMARY.
           WRITE FIBRPT-RECORD FROM WS-RPT-BLANK
           EVALUATE TRUE
               WHEN WS-MODE-REBUILD
                   IF WS-RUN-ABENDED
                       DISPLAY "FIBBKUP - rebuild of "
                           FUNCTION TRIM(WS-REBUILD-NAME) " from "
                           FUNCTION TRIM(WS-FIBBKP-DSNAME) " FAILED."
                   ELSE
                       DISPLAY "FIBBKUP - "
                           FUNCTION TRIM(WS-REBUILD-NAME)
                           " rebuilt from "
                           FUNCTION TRIM(WS-FIBBKP-DSNAME) ", "
                           WS-REC-COUNT " records, trailer agrees."
                   END-IF
               WHEN WS-MODE-CONVERT
                   IF WS-RUN-ABENDED AND WS-MASTERS-UNLOADED = 1
                       DISPLAY "FIBBKUP - conversion of "
                           FUNCTION TRIM(WS-REBUILD-NAME) " FAILED; "
                           "converted records are on "
                           FUNCTION TRIM(WS-FIBBKP-DSNAME)
                           " - rerun with REBUILD="
                           FUNCTION TRIM(WS-REBUILD-NAME) " BACKUP="
                           FUNCTION TRIM(WS-FIBBKP-DSNAME) "."
                   END-IF
                   IF WS-RUN-ABENDED AND WS-MASTERS-UNLOADED = 0
                       DISPLAY "FIBBKUP - conversion of "
                           FUNCTION TRIM(WS-REBUILD-NAME)
                           " FAILED; master not touched."
                   END-IF
                   IF NOT WS-RUN-ABENDED AND WS-MASTERS-UNLOADED = 0
                       DISPLAY "FIBBKUP - "
                           FUNCTION TRIM(WS-REBUILD-NAME)
                           " not found, nothing converted."
                   END-IF
                   IF NOT WS-RUN-ABENDED AND WS-MASTERS-UNLOADED = 1
                       DISPLAY "FIBBKUP - "
                           FUNCTION TRIM(WS-REBUILD-NAME)
                           " converted to the current layout, "
                           WS-REC-COUNT " records, trailer agrees."
                   END-IF
               WHEN WS-MODE-RECOVER
                   DISPLAY "FIBBKUP - FIBGCAT recovered: "
                       WS-GENS-ON-DISK " on disk, " WS-GENS-ARCHIVED
                       " archived, " WS-GENS-LOST " not recovered."
               WHEN OTHER
                   DISPLAY "FIBBKUP - " WS-MASTERS-UNLOADED
                       " of 3 masters unloaded to backups dated "
                       WS-BACKUP-DATE "."
           END-EVALUATE.

       9000-SET-RETURN-CODE.
           IF WS-RUN-ABENDED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
