       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBFAMRP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIBFAMLY-FILE ASSIGN TO "FIBFAMLY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-SEED-KEY
               FILE STATUS IS WS-FIBFAMLY-STATUS.

           SELECT FIBTRM-FILE ASSIGN TO "FIBTERMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIBTRM-KEY
               FILE STATUS IS WS-FIBTRM-STATUS.

           SELECT FIBFAMIN-FILE ASSIGN TO "FIBFAMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBFAMIN-STATUS.

           SELECT FIBRPT-FILE ASSIGN TO "FIBFAMRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIBFAMLY-FILE.
       COPY FIBFAM.

       FD  FIBTRM-FILE.
       COPY FIBTRM.

       FD  FIBFAMIN-FILE.
       01  FIBFAMIN-RECORD.
           05  FAMI-ACTION          PIC X(1).
           05  FAMI-SEED-1          PIC X(9).
           05  FAMI-SEED-2          PIC X(9).
           05  FAMI-CODE            PIC X(6).
           05  FAMI-NAME            PIC X(30).
           05  FILLER               PIC X(25).

       FD  FIBRPT-FILE.
       01  FIBRPT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FIBFAMLY-STATUS       PIC X(2)  VALUE SPACES.
           88  WS-FIBFAMLY-OK                 VALUES "00" "05".
           88  WS-FIBFAMLY-NOT-FOUND          VALUE "35".

       01  WS-FIBTRM-STATUS         PIC X(2)  VALUE SPACES.
           88  WS-FIBTRM-OK                   VALUES "00" "05".
           88  WS-FIBTRM-NOT-FOUND            VALUE "35".

       01  WS-FIBFAMIN-STATUS       PIC X(2)  VALUE SPACES.
           88  WS-FIBFAMIN-OK                 VALUE "00".

       01  WS-FIBRPT-STATUS         PIC X(2)  VALUE SPACES.
           88  WS-FIBRPT-OK                   VALUE "00".

       01  WS-FIBFAMLY-EOF-SW       PIC X(1) VALUE "N".
           88  WS-FIBFAMLY-EOF                VALUE "Y".

       01  WS-FIBFAMIN-EOF-SW       PIC X(1) VALUE "N".
           88  WS-FIBFAMIN-EOF                VALUE "Y".

       01  WS-ABEND-SW              PIC X(1) VALUE "N".
           88  WS-RUN-ABENDED                 VALUE "Y".

       01  WS-LOAD-MODE-SW          PIC X(1) VALUE "N".
           88  WS-LOAD-MODE                   VALUE "Y".

       01  WS-ARGCOUNT              PIC 9(4) VALUE 0.
       01  WS-COMMAND-LINE          PIC X(40) VALUE SPACES.
       01  WS-TOKEN                 PIC X(20) VALUE SPACES.
       77  WS-SCAN-PTR               PIC 9(4) VALUE 1.

       01  WS-RUN-DATE              PIC 9(8) VALUE 0.

       01  WS-AUD-ENV-NAME          PIC X(20) VALUE "USER".
       01  WS-AUD-USERID            PIC X(20) VALUE SPACES.

       01  WS-TRAN-REJECT-TEXT      PIC X(40) VALUE SPACES.
       01  WS-TRAN-EXISTS-SW        PIC X(1) VALUE "N".
           88  WS-TRAN-EXISTS                 VALUE "Y".
       01  WS-FAMILY-TERMS-SW       PIC X(1) VALUE "N".
           88  WS-FAMILY-HAS-TERMS            VALUE "Y".
       01  WS-CODE-IN-USE-SW        PIC X(1) VALUE "N".
           88  WS-CODE-IN-USE                 VALUE "Y".

       01  WS-TRAN-SEED-1           PIC 9(9) VALUE 0.
       01  WS-TRAN-SEED-2           PIC 9(9) VALUE 0.
       01  WS-TRAN-CODE             PIC X(6) VALUE SPACES.

       77  WS-TRANS-READ             PIC 9(5) VALUE 0.
       77  WS-TRANS-ADDED            PIC 9(5) VALUE 0.
       77  WS-TRANS-CHANGED          PIC 9(5) VALUE 0.
       77  WS-TRANS-DELETED          PIC 9(5) VALUE 0.
       77  WS-TRANS-REJECTED         PIC 9(5) VALUE 0.

       77  WS-FAMILIES-LISTED        PIC 9(5) VALUE 0.

       01  WS-RPT-TITLE.
           05  FILLER               PIC X(37) VALUE
               "FIBFAMLY SEQUENCE FAMILIES  -  AS OF ".
           05  RPT-TITLE-DATE       PIC 9999/99/99.

       01  WS-RPT-COL-HDR.
           05  FILLER               PIC X(10) VALUE "SEED 1".
           05  FILLER               PIC X(11) VALUE "SEED 2".
           05  FILLER               PIC X(8)  VALUE "FAMILY".
           05  FILLER               PIC X(32) VALUE "NAME".
           05  FILLER               PIC X(12) VALUE "REGISTERED".
           05  FILLER               PIC X(20) VALUE "BY".

       01  WS-RPT-DETAIL.
           05  RPT-DTL-SEED-1       PIC Z(8)9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DTL-SEED-2       PIC Z(8)9.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  RPT-DTL-CODE         PIC X(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DTL-NAME         PIC X(30).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DTL-REG-DATE     PIC 9999/99/99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DTL-REG-BY       PIC X(20).

       01  WS-RPT-TRAN-LINE.
           05  FILLER               PIC X(12) VALUE "TRANSACTION ".
           05  RPT-TRN-ACTION       PIC X(1).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-TRN-SEED-1       PIC X(9).
           05  FILLER               PIC X(1)  VALUE "/".
           05  RPT-TRN-SEED-2       PIC X(9).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-TRN-CODE         PIC X(6).
           05  FILLER               PIC X(12) VALUE " REJECTED - ".
           05  RPT-TRN-REASON       PIC X(40).

       01  WS-RPT-TRAN-SUMMARY.
           05  FILLER               PIC X(20) VALUE
               "TRANSACTIONS READ: ".
           05  RPT-TSUM-READ        PIC ZZZZ9.
           05  FILLER               PIC X(8)  VALUE " ADDED: ".
           05  RPT-TSUM-ADDED       PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE " CHANGED: ".
           05  RPT-TSUM-CHANGED     PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE " DELETED: ".
           05  RPT-TSUM-DELETED     PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE " REJECTED: ".
           05  RPT-TSUM-REJECTED    PIC ZZZZ9.

       01  WS-RPT-SUMMARY.
           05  FILLER               PIC X(10) VALUE "FAMILIES: ".
           05  RPT-SUM-FAMILIES     PIC ZZZZ9.

       01  WS-RPT-BLANK             PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-ABENDED AND WS-LOAD-MODE
               PERFORM 3000-APPLY-TRANSACTIONS
           END-IF
           IF NOT WS-RUN-ABENDED
               PERFORM 5000-LIST-FAMILIES
           END-IF
           IF NOT WS-RUN-ABENDED
               PERFORM 8000-WRITE-SUMMARY
           END-IF
           CLOSE FIBFAMLY-FILE
           CLOSE FIBRPT-FILE
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY WS-AUD-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-AUD-USERID FROM ENVIRONMENT-VALUE
           IF WS-AUD-USERID = SPACES
               MOVE "UNKNOWN" TO WS-AUD-USERID
           END-IF
           ACCEPT WS-ARGCOUNT FROM ARGUMENT-NUMBER
           IF WS-ARGCOUNT > 0
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
               PERFORM 1100-PARSE-ONE-TOKEN
                   UNTIL WS-SCAN-PTR > 40
           END-IF
           IF WS-LOAD-MODE
               PERFORM 1200-OPEN-FOR-UPDATE
           ELSE
               OPEN INPUT FIBFAMLY-FILE
               IF NOT WS-FIBFAMLY-OK
                   DISPLAY "Unable to open FIBFAMLY, file status "
                       WS-FIBFAMLY-STATUS " - run FIBFAMRP LOAD to "
                       "create the family registry."
                   SET WS-RUN-ABENDED TO TRUE
               END-IF
           END-IF
           IF NOT WS-RUN-ABENDED
               OPEN OUTPUT FIBRPT-FILE
               IF NOT WS-FIBRPT-OK
                   DISPLAY "Unable to open FIBFAMRP, file status "
                       WS-FIBRPT-STATUS
                   SET WS-RUN-ABENDED TO TRUE
               ELSE
                   MOVE WS-RUN-DATE TO RPT-TITLE-DATE
                   WRITE FIBRPT-RECORD FROM WS-RPT-TITLE
                   WRITE FIBRPT-RECORD FROM WS-RPT-BLANK
               END-IF
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
                   WHEN WS-TOKEN = "LOAD"
                       SET WS-LOAD-MODE TO TRUE
                   WHEN OTHER
                       DISPLAY "FIBFAMRP - unrecognized option "
                           FUNCTION TRIM(WS-TOKEN) " ignored. Use "
                           "LOAD."
               END-EVALUATE
           END-IF.

       1200-OPEN-FOR-UPDATE.
           OPEN I-O FIBFAMLY-FILE
           IF WS-FIBFAMLY-NOT-FOUND
               OPEN OUTPUT FIBFAMLY-FILE
               IF WS-FIBFAMLY-OK
                   CLOSE FIBFAMLY-FILE
                   OPEN I-O FIBFAMLY-FILE
               END-IF
           END-IF
           IF NOT WS-FIBFAMLY-OK
               DISPLAY "Unable to open FIBFAMLY, file status "
                   WS-FIBFAMLY-STATUS
               SET WS-RUN-ABENDED TO TRUE
           END-IF.

       3000-APPLY-TRANSACTIONS.
           OPEN INPUT FIBFAMIN-FILE
           IF NOT WS-FIBFAMIN-OK
               DISPLAY "Unable to open FIBFAMIN, file status "
                   WS-FIBFAMIN-STATUS
               SET WS-RUN-ABENDED TO TRUE
           ELSE
               PERFORM 3100-APPLY-ONE-TRANSACTION
                   UNTIL WS-FIBFAMIN-EOF
               CLOSE FIBFAMIN-FILE
               MOVE WS-TRANS-READ TO RPT-TSUM-READ
               MOVE WS-TRANS-ADDED TO RPT-TSUM-ADDED
               MOVE WS-TRANS-CHANGED TO RPT-TSUM-CHANGED
               MOVE WS-TRANS-DELETED TO RPT-TSUM-DELETED
               MOVE WS-TRANS-REJECTED TO RPT-TSUM-REJECTED
               WRITE FIBRPT-RECORD FROM WS-RPT-TRAN-SUMMARY
               WRITE FIBRPT-RECORD FROM WS-RPT-BLANK
               DISPLAY "FIBFAMRP - " WS-TRANS-READ " transactions, "
                   WS-TRANS-ADDED " added, " WS-TRANS-CHANGED
                   " changed, " WS-TRANS-DELETED " deleted, "
                   WS-TRANS-REJECTED " rejected."
           END-IF.

       3100-APPLY-ONE-TRANSACTION.
           READ FIBFAMIN-FILE
               AT END
                   SET WS-FIBFAMIN-EOF TO TRUE
               NOT AT END
                   IF FIBFAMIN-RECORD(1:1) NOT = "*"
                       ADD 1 TO WS-TRANS-READ
                       PERFORM 3200-EDIT-TRANSACTION
                       IF WS-TRAN-REJECT-TEXT = SPACES
                           PERFORM 3300-POST-TRANSACTION
                       END-IF
                       IF WS-TRAN-REJECT-TEXT NOT = SPACES
                           PERFORM 3900-REPORT-REJECTED
                       END-IF
                   END-IF
           END-READ.

       3200-EDIT-TRANSACTION.
           MOVE SPACES TO WS-TRAN-REJECT-TEXT
           MOVE FUNCTION UPPER-CASE(FAMI-CODE) TO WS-TRAN-CODE
           IF FAMI-ACTION NOT = "A" AND FAMI-ACTION NOT = "C"
                   AND FAMI-ACTION NOT = "D"
               MOVE "action must be A, C or D" TO WS-TRAN-REJECT-TEXT
           END-IF
           IF WS-TRAN-REJECT-TEXT = SPACES
               IF FAMI-SEED-1 = SPACES OR FAMI-SEED-2 = SPACES
                       OR FUNCTION TRIM(FAMI-SEED-1) IS NOT NUMERIC
                       OR FUNCTION TRIM(FAMI-SEED-2) IS NOT NUMERIC
                   MOVE "seeds must be digits"
                       TO WS-TRAN-REJECT-TEXT
               ELSE
                   COMPUTE WS-TRAN-SEED-1 =
                       FUNCTION NUMVAL(FAMI-SEED-1)
                   COMPUTE WS-TRAN-SEED-2 =
                       FUNCTION NUMVAL(FAMI-SEED-2)
               END-IF
           END-IF
           IF WS-TRAN-REJECT-TEXT = SPACES AND FAMI-ACTION = "A"
               IF WS-TRAN-CODE = SPACES OR WS-TRAN-CODE = "*NONE*"
                   MOVE "family code is blank or reserved"
                       TO WS-TRAN-REJECT-TEXT
               END-IF
           END-IF
           IF WS-TRAN-REJECT-TEXT = SPACES AND FAMI-ACTION NOT = "D"
                   AND FAMI-NAME = SPACES
               MOVE "family name is blank" TO WS-TRAN-REJECT-TEXT
           END-IF.

       3300-POST-TRANSACTION.
           MOVE "N" TO WS-TRAN-EXISTS-SW
           MOVE WS-TRAN-SEED-1 TO FAM-SEED-1
           MOVE WS-TRAN-SEED-2 TO FAM-SEED-2
           READ FIBFAMLY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-TRAN-EXISTS TO TRUE
           END-READ
           EVALUATE FAMI-ACTION
               WHEN "A"
                   IF WS-TRAN-EXISTS
                       MOVE "seed pair already on FIBFAMLY"
                           TO WS-TRAN-REJECT-TEXT
                   ELSE
                       PERFORM 3350-CHECK-CODE-IN-USE
                       IF WS-CODE-IN-USE
                           MOVE "family code already in use"
                               TO WS-TRAN-REJECT-TEXT
                       ELSE
                           PERFORM 3400-BUILD-FAMILY
                           WRITE FIBFAM-RECORD
                               INVALID KEY
                                   MOVE "write failed"
                                       TO WS-TRAN-REJECT-TEXT
                               NOT INVALID KEY
                                   ADD 1 TO WS-TRANS-ADDED
                           END-WRITE
                       END-IF
                   END-IF
               WHEN "C"
                   IF WS-TRAN-EXISTS
                       IF WS-TRAN-CODE NOT = SPACES
                               AND WS-TRAN-CODE NOT = FAM-CODE
                           MOVE "family code cannot be changed"
                               TO WS-TRAN-REJECT-TEXT
                       ELSE
                           MOVE FAMI-NAME TO FAM-NAME
                           REWRITE FIBFAM-RECORD
                               INVALID KEY
                                   MOVE "rewrite failed"
                                       TO WS-TRAN-REJECT-TEXT
                               NOT INVALID KEY
                                   ADD 1 TO WS-TRANS-CHANGED
                           END-REWRITE
                       END-IF
                   ELSE
                       MOVE "seed pair not on FIBFAMLY"
                           TO WS-TRAN-REJECT-TEXT
                   END-IF
               WHEN "D"
                   IF WS-TRAN-EXISTS
                       PERFORM 3370-CHECK-FAMILY-TERMS
                   END-IF
                   IF WS-TRAN-EXISTS AND WS-TRAN-REJECT-TEXT = SPACES
                       DELETE FIBFAMLY-FILE
                           INVALID KEY
                               MOVE "delete failed"
                                   TO WS-TRAN-REJECT-TEXT
                           NOT INVALID KEY
                               ADD 1 TO WS-TRANS-DELETED
                       END-DELETE
                   END-IF
                   IF NOT WS-TRAN-EXISTS
                       MOVE "seed pair not on FIBFAMLY"
                           TO WS-TRAN-REJECT-TEXT
                   END-IF
           END-EVALUATE.

       3350-CHECK-CODE-IN-USE.
           MOVE "N" TO WS-CODE-IN-USE-SW
           MOVE "N" TO WS-FIBFAMLY-EOF-SW
           MOVE 0 TO FAM-SEED-1 FAM-SEED-2
           START FIBFAMLY-FILE KEY IS >= FAM-SEED-KEY
               INVALID KEY
                   SET WS-FIBFAMLY-EOF TO TRUE
           END-START
           PERFORM 3360-CHECK-NEXT-CODE
               UNTIL WS-FIBFAMLY-EOF OR WS-CODE-IN-USE
           MOVE "N" TO WS-FIBFAMLY-EOF-SW.

       3360-CHECK-NEXT-CODE.
           READ FIBFAMLY-FILE NEXT RECORD
               AT END
                   SET WS-FIBFAMLY-EOF TO TRUE
               NOT AT END
                   IF FAM-CODE = WS-TRAN-CODE
                       SET WS-CODE-IN-USE TO TRUE
                   END-IF
           END-READ.

       3370-CHECK-FAMILY-TERMS.
           MOVE "N" TO WS-FAMILY-TERMS-SW
           OPEN INPUT FIBTRM-FILE
           EVALUATE TRUE
               WHEN WS-FIBTRM-NOT-FOUND
                   CONTINUE
               WHEN NOT WS-FIBTRM-OK
                   DISPLAY "Unable to open FIBTERMS, file status "
                       WS-FIBTRM-STATUS
                   MOVE "FIBTERMS not readable" TO WS-TRAN-REJECT-TEXT
               WHEN OTHER
                   MOVE FAM-CODE TO FIBTRM-FAMILY
                   MOVE 0 TO FIBTRM-SEQ
                   START FIBTRM-FILE KEY IS >= FIBTRM-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ FIBTRM-FILE NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF FIBTRM-FAMILY = FAM-CODE
                                       SET WS-FAMILY-HAS-TERMS TO TRUE
                                   END-IF
                           END-READ
                   END-START
                   CLOSE FIBTRM-FILE
           END-EVALUATE
           IF WS-FAMILY-HAS-TERMS
               MOVE "family has terms on FIBTERMS"
                   TO WS-TRAN-REJECT-TEXT
           END-IF.

       3400-BUILD-FAMILY.
           MOVE WS-TRAN-SEED-1 TO FAM-SEED-1
           MOVE WS-TRAN-SEED-2 TO FAM-SEED-2
           MOVE WS-TRAN-CODE TO FAM-CODE
           MOVE FAMI-NAME TO FAM-NAME
           MOVE WS-RUN-DATE TO FAM-REG-DATE
           MOVE WS-AUD-USERID TO FAM-REG-BY.

       3900-REPORT-REJECTED.
           ADD 1 TO WS-TRANS-REJECTED
           MOVE FAMI-ACTION TO RPT-TRN-ACTION
           MOVE FAMI-SEED-1 TO RPT-TRN-SEED-1
           MOVE FAMI-SEED-2 TO RPT-TRN-SEED-2
           MOVE FAMI-CODE TO RPT-TRN-CODE
           MOVE WS-TRAN-REJECT-TEXT TO RPT-TRN-REASON
           WRITE FIBRPT-RECORD FROM WS-RPT-TRAN-LINE
           DISPLAY "FIBFAMRP - transaction " FAMI-ACTION " for seeds "
               FUNCTION TRIM(FAMI-SEED-1) "/"
               FUNCTION TRIM(FAMI-SEED-2) " rejected - "
               FUNCTION TRIM(WS-TRAN-REJECT-TEXT) ".".

       5000-LIST-FAMILIES.
           WRITE FIBRPT-RECORD FROM WS-RPT-COL-HDR
           WRITE FIBRPT-RECORD FROM WS-RPT-BLANK
           MOVE "N" TO WS-FIBFAMLY-EOF-SW
           MOVE 0 TO FAM-SEED-1 FAM-SEED-2
           START FIBFAMLY-FILE KEY IS >= FAM-SEED-KEY
               INVALID KEY
                   SET WS-FIBFAMLY-EOF TO TRUE
           END-START
           PERFORM 5100-LIST-NEXT-FAMILY UNTIL WS-FIBFAMLY-EOF.

       5100-LIST-NEXT-FAMILY.
           READ FIBFAMLY-FILE NEXT RECORD
               AT END
                   SET WS-FIBFAMLY-EOF TO TRUE
               NOT AT END
                   PERFORM 5200-REPORT-ONE-FAMILY
           END-READ.

       5200-REPORT-ONE-FAMILY.
           ADD 1 TO WS-FAMILIES-LISTED
           MOVE FAM-SEED-1 TO RPT-DTL-SEED-1
           MOVE FAM-SEED-2 TO RPT-DTL-SEED-2
           MOVE FAM-CODE TO RPT-DTL-CODE
           MOVE FAM-NAME TO RPT-DTL-NAME
           MOVE FAM-REG-DATE TO RPT-DTL-REG-DATE
           MOVE FAM-REG-BY TO RPT-DTL-REG-BY
           WRITE FIBRPT-RECORD FROM WS-RPT-DETAIL
           IF NOT WS-FIBRPT-OK
               DISPLAY "Unable to write FIBFAMRP, file status "
                   WS-FIBRPT-STATUS
               SET WS-RUN-ABENDED TO TRUE
               SET WS-FIBFAMLY-EOF TO TRUE
           END-IF.

       8000-WRITE-SUMMARY.
           WRITE FIBRPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-FAMILIES-LISTED TO RPT-SUM-FAMILIES
           WRITE FIBRPT-RECORD FROM WS-RPT-SUMMARY
           DISPLAY "FIBFAMRP - " WS-FAMILIES-LISTED
               " families registered.".

       9000-SET-RETURN-CODE.
           IF WS-RUN-ABENDED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-TRANS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
