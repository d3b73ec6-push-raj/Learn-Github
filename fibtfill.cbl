       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBTFILL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       DATA DIVISION.
       FILE SECTION.
       FD  FIBTRM-FILE.
       COPY FIBTRM.

       FD  FIBFAMLY-FILE.
       COPY FIBFAM.

       WORKING-STORAGE SECTION.
       01  WS-FIBTRM-STATUS         PIC X(2)  VALUE SPACES.
           88  WS-FIBTRM-OK                   VALUES "00" "05".
           88  WS-FIBTRM-NOT-FOUND            VALUE "35".

       01  WS-FIBFAMLY-STATUS       PIC X(2)  VALUE SPACES.
           88  WS-FIBFAMLY-OK                 VALUES "00" "05".

       01  WS-FIBFAMLY-EOF-SW       PIC X(1) VALUE "N".
           88  WS-FIBFAMLY-EOF                VALUE "Y".

       01  WS-FIBTRM-EOF-SW         PIC X(1) VALUE "N".
           88  WS-FIBTRM-EOF                  VALUE "Y".

       01  WS-ABEND-SW              PIC X(1) VALUE "N".
           88  WS-RUN-ABENDED                 VALUE "Y".

       01  WS-FAMILY-STOPPED-SW     PIC X(1) VALUE "N".
           88  WS-FAMILY-STOPPED              VALUE "Y".

       01  WS-ARGCOUNT              PIC 9(4) VALUE 0.
       01  WS-COMMAND-LINE          PIC X(40) VALUE SPACES.
       01  WS-TOKEN                 PIC X(20) VALUE SPACES.
       77  WS-SCAN-PTR               PIC 9(4) VALUE 1.
       01  WS-RUN-DATE              PIC 9(8) VALUE 0.

       01  WS-FILL-FAMILY           PIC X(6)  VALUE SPACES.
       01  WS-FILL-LIMIT            PIC 9(4)  VALUE 0.
       77  WS-FILL-TO                PIC 9(4) VALUE 0.
       77  WS-FILL-SEQ               PIC 9(5) VALUE 0.
       77  WS-HIGHEST-SEQ            PIC 9(4) VALUE 0.

       77  WS-FAMILIES-FILLED        PIC 9(4) VALUE 0.
       77  WS-FAMILIES-STOPPED       PIC 9(4) VALUE 0.
       77  WS-FAMILY-ADDED           PIC 9(6) VALUE 0.
       77  WS-TERMS-ADDED            PIC 9(6) VALUE 0.

       01  WS-FAMILY-SEED-1         PIC 9(9) VALUE 0.
       01  WS-FAMILY-SEED-2         PIC 9(9) VALUE 0.
       01  WS-FAMILY-CODE           PIC X(6)  VALUE SPACES.
       01  WS-DTRM-SEQ              PIC 9(4) VALUE 0.
       01  WS-DTRM-VALUE            PIC X(72) VALUE SPACES.
       01  WS-DTRM-OVERFLOW         PIC X(1) VALUE "N".
           88  WS-DTRM-OVERFLOWED             VALUE "Y".

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-ABENDED
               PERFORM 2000-FILL-NEXT-FAMILY
                   UNTIL WS-FIBFAMLY-EOF OR WS-RUN-ABENDED
               CLOSE FIBTRM-FILE
               CLOSE FIBFAMLY-FILE
               DISPLAY "FIBTFILL - " WS-TERMS-ADDED " terms computed "
                   "and added for " WS-FAMILIES-FILLED " families."
               IF WS-FAMILIES-STOPPED > 0
                   DISPLAY "FIBTFILL - " WS-FAMILIES-STOPPED
                       " families stopped short - terms beyond 72 "
                       "digits cannot be computed."
               END-IF
               IF WS-FILL-FAMILY NOT = SPACES
                       AND WS-FAMILIES-FILLED = 0
                   DISPLAY "FIBTFILL - family " WS-FILL-FAMILY
                       " is not registered on FIBFAMLY; nothing "
                       "filled."
               END-IF
           END-IF
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ARGCOUNT FROM ARGUMENT-NUMBER
           IF WS-ARGCOUNT > 0
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
               PERFORM 1050-PARSE-ONE-TOKEN
                   UNTIL WS-SCAN-PTR > 40
           END-IF
           IF NOT WS-RUN-ABENDED
               OPEN INPUT FIBFAMLY-FILE
               IF NOT WS-FIBFAMLY-OK
                   DISPLAY "Unable to open FIBFAMLY, file status "
                       WS-FIBFAMLY-STATUS " - run FIBFAMRP LOAD to "
                       "create the family registry."
                   SET WS-RUN-ABENDED TO TRUE
               END-IF
           END-IF
           IF NOT WS-RUN-ABENDED
               PERFORM 1100-OPEN-TERM-MASTER
               IF WS-RUN-ABENDED
                   CLOSE FIBFAMLY-FILE
               END-IF
           END-IF
           IF NOT WS-RUN-ABENDED
               MOVE 0 TO FAM-SEED-1 FAM-SEED-2
               START FIBFAMLY-FILE KEY IS >= FAM-SEED-KEY
                   INVALID KEY
                       SET WS-FIBFAMLY-EOF TO TRUE
               END-START
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
               IF FUNCTION UPPER-CASE(WS-TOKEN(1:3)) = "TO="
                   IF FUNCTION TRIM(WS-TOKEN(4:4)) IS NUMERIC
                           AND WS-TOKEN(8:1) = SPACE
                       COMPUTE WS-FILL-LIMIT =
                           FUNCTION NUMVAL(WS-TOKEN(4:4))
                   ELSE
                       DISPLAY "FIBTFILL - invalid TO= value, term "
                           "number expected; nothing filled."
                       SET WS-RUN-ABENDED TO TRUE
                   END-IF
               ELSE
                   MOVE FUNCTION UPPER-CASE(WS-TOKEN(1:6))
                       TO WS-FILL-FAMILY
               END-IF
           END-IF.

       1100-OPEN-TERM-MASTER.
           OPEN I-O FIBTRM-FILE
           IF WS-FIBTRM-NOT-FOUND
               OPEN OUTPUT FIBTRM-FILE
               IF WS-FIBTRM-OK
                   CLOSE FIBTRM-FILE
                   OPEN I-O FIBTRM-FILE
               END-IF
           END-IF
           IF NOT WS-FIBTRM-OK
               DISPLAY "Unable to open FIBTERMS, file status "
                   WS-FIBTRM-STATUS
               SET WS-RUN-ABENDED TO TRUE
           END-IF.

       2000-FILL-NEXT-FAMILY.
           READ FIBFAMLY-FILE NEXT RECORD
               AT END
                   SET WS-FIBFAMLY-EOF TO TRUE
               NOT AT END
                   IF WS-FILL-FAMILY = SPACES
                           OR FAM-CODE = WS-FILL-FAMILY
                       PERFORM 2100-FILL-FAMILY
                   END-IF
           END-READ.

       2100-FILL-FAMILY.
           ADD 1 TO WS-FAMILIES-FILLED
           MOVE FAM-CODE TO WS-FAMILY-CODE
           MOVE FAM-SEED-1 TO WS-FAMILY-SEED-1
           MOVE FAM-SEED-2 TO WS-FAMILY-SEED-2
           MOVE "N" TO WS-FAMILY-STOPPED-SW
           MOVE 0 TO WS-FAMILY-ADDED
           IF WS-FILL-LIMIT > 0
               MOVE WS-FILL-LIMIT TO WS-FILL-TO
           ELSE
               PERFORM 2200-FIND-HIGHEST-TERM
               MOVE WS-HIGHEST-SEQ TO WS-FILL-TO
           END-IF
           PERFORM 2300-FILL-ONE-TERM
               VARYING WS-FILL-SEQ FROM 1 BY 1
               UNTIL WS-FILL-SEQ > WS-FILL-TO
                   OR WS-FAMILY-STOPPED OR WS-RUN-ABENDED
           DISPLAY "FIBTFILL - family " WS-FAMILY-CODE " filled to "
               "term " WS-FILL-TO ", " WS-FAMILY-ADDED " terms added."
           IF WS-FAMILY-STOPPED
               ADD 1 TO WS-FAMILIES-STOPPED
           END-IF.

       2200-FIND-HIGHEST-TERM.
           MOVE 0 TO WS-HIGHEST-SEQ
           MOVE "N" TO WS-FIBTRM-EOF-SW
           MOVE WS-FAMILY-CODE TO FIBTRM-FAMILY
           MOVE 0 TO FIBTRM-SEQ
           START FIBTRM-FILE KEY IS >= FIBTRM-KEY
               INVALID KEY
                   SET WS-FIBTRM-EOF TO TRUE
           END-START
           PERFORM 2210-CHECK-NEXT-TERM UNTIL WS-FIBTRM-EOF.

       2210-CHECK-NEXT-TERM.
           READ FIBTRM-FILE NEXT RECORD
               AT END
                   SET WS-FIBTRM-EOF TO TRUE
               NOT AT END
                   IF FIBTRM-FAMILY = WS-FAMILY-CODE
                       MOVE FIBTRM-SEQ TO WS-HIGHEST-SEQ
                   ELSE
                       SET WS-FIBTRM-EOF TO TRUE
                   END-IF
           END-READ.

       2300-FILL-ONE-TERM.
           MOVE WS-FAMILY-CODE TO FIBTRM-FAMILY
           MOVE WS-FILL-SEQ TO FIBTRM-SEQ
           READ FIBTRM-FILE
               INVALID KEY
                   PERFORM 2400-COMPUTE-AND-STORE
           END-READ.

       2400-COMPUTE-AND-STORE.
           MOVE WS-FILL-SEQ TO WS-DTRM-SEQ
           CALL "FIBDTERM" USING WS-DTRM-SEQ WS-FAMILY-SEED-1
               WS-FAMILY-SEED-2 WS-DTRM-VALUE WS-DTRM-OVERFLOW
           IF WS-DTRM-OVERFLOWED
               SET WS-FAMILY-STOPPED TO TRUE
               DISPLAY "FIBTFILL - family " WS-FAMILY-CODE " term "
                   WS-DTRM-SEQ " exceeds 72 digits - family stopped."
           ELSE
               MOVE WS-FAMILY-CODE TO FIBTRM-FAMILY
               MOVE WS-DTRM-SEQ TO FIBTRM-SEQ
               MOVE WS-DTRM-VALUE TO FIBTRM-VALUE
               MOVE WS-RUN-DATE TO FIBTRM-LOAD-DATE
               MOVE "*COMPUTED*" TO FIBTRM-SRC-DSNAME
               WRITE FIBTRM-RECORD
                   INVALID KEY
                       DISPLAY "Unable to write FIBTERMS term "
                           FIBTRM-FAMILY " " FIBTRM-SEQ
                           " file status " WS-FIBTRM-STATUS
                       SET WS-RUN-ABENDED TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-FAMILY-ADDED
                       ADD 1 TO WS-TERMS-ADDED
               END-WRITE
           END-IF.

       9000-SET-RETURN-CODE.
           IF WS-RUN-ABENDED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-FAMILIES-STOPPED > 0
                       OR (WS-FILL-FAMILY NOT = SPACES
                           AND WS-FAMILIES-FILLED = 0)
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
