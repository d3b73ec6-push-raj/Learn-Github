           SELECT FIBTRM-FILE ASSIGN TO "FIBTERMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIBTRM-KEY
               FILE STATUS IS WS-FIBTRM-STATUS.

           SELECT FIBGCAT-FILE ASSIGN TO "FIBGCAT"
               RECORD KEY IS GCAT-DSNAME
               FILE STATUS IS WS-FIBGCAT-STATUS.

           SELECT FIBFAMLY-FILE ASSIGN TO "FIBFAMLY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-SEED-KEY
               FILE STATUS IS WS-FIBFAMLY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIBGEN-FILE.
       FD  FIBGCAT-FILE.
       COPY FIBGCT.

       FD  FIBFAMLY-FILE.
       COPY FIBFAM.

       WORKING-STORAGE SECTION.
       01  WS-FIBGCAT-STATUS        PIC X(2)  VALUE SPACES.
           88  WS-FIBGCAT-OK                  VALUES "00" "05".
           88  WS-FIBTRM-NOT-FOUND            VALUE "35".
           88  WS-FIBTRM-DUP-KEY              VALUE "22".

       01  WS-FIBFAMLY-STATUS       PIC X(2)  VALUE SPACES.
           88  WS-FIBFAMLY-OK                 VALUES "00" "05".

       01  WS-FIBGEN-EOF-SW         PIC X(1) VALUE "N".
           88  WS-FIBGEN-EOF                  VALUE "Y".

       01  WS-SERIES-SKIP-SW        PIC X(1) VALUE "N".
           88  WS-SERIES-SKIP                 VALUE "Y".

       01  WS-SERIES-SEED1          PIC 9(9) VALUE 0.
       01  WS-SERIES-SEED2          PIC 9(9) VALUE 1.
       01  WS-SERIES-FAMILY         PIC X(6) VALUE SPACES.
       01  WS-SERIES-STAMP          PIC X(6) VALUE SPACES.

       01  WS-WVALUE                PIC X(72) VALUE ALL "0".

       COPY FIBREC.
               PERFORM 2100-LOAD-NEXT-RECORD UNTIL WS-FIBGEN-EOF
               CLOSE FIBGEN-FILE
               CLOSE FIBTRM-FILE
               CLOSE FIBFAMLY-FILE
               DISPLAY "FIBTLOAD - " WS-TERMS-ADDED " terms added, "
                   WS-TERMS-REPLACED " replaced from "
                   WS-FIBGEN-DSNAME
               IF WS-SERIES-SKIPPED > 0
                   DISPLAY "FIBTLOAD - " WS-SERIES-SKIPPED
                       " series skipped - seeds not registered on "
                       "FIBFAMLY or unreadable."
               END-IF
           END-IF
           PERFORM 9000-SET-RETURN-CODE
                   WS-FIBGEN-DSNAME " file status " WS-FIBGEN-STATUS
               SET WS-RUN-ABENDED TO TRUE
           END-IF
           IF NOT WS-RUN-ABENDED
               PERFORM 1090-OPEN-FAMILY-REGISTRY
           END-IF
           IF NOT WS-RUN-ABENDED
               PERFORM 1100-OPEN-TERM-MASTER
           END-IF.

       1090-OPEN-FAMILY-REGISTRY.
           OPEN INPUT FIBFAMLY-FILE
           IF NOT WS-FIBFAMLY-OK
               DISPLAY "Unable to open FIBFAMLY, file status "
                   WS-FIBFAMLY-STATUS " - run FIBFAMRP LOAD to "
                   "create the family registry."
               SET WS-RUN-ABENDED TO TRUE
           END-IF.

       1100-OPEN-TERM-MASTER.
           OPEN I-O FIBTRM-FILE
           IF WS-FIBTRM-NOT-FOUND

       2150-CLASSIFY-RECORD.
           IF FIBGEN-RECORD(1:4) IS NUMERIC
               IF NOT WS-SERIES-SKIP AND WS-SERIES-FAMILY = SPACES
                   PERFORM 2250-RESOLVE-SERIES-FAMILY
               END-IF
               IF WS-SERIES-SKIP
                   CONTINUE
               ELSE
           ELSE
               IF FIBGEN-RECORD(1:9) = "FIBONACCI"
                   MOVE "N" TO WS-SERIES-SKIP-SW
                   MOVE 0 TO WS-SERIES-SEED1
                   MOVE 1 TO WS-SERIES-SEED2
                   MOVE SPACES TO WS-SERIES-FAMILY
                   MOVE SPACES TO WS-SERIES-STAMP
               ELSE
                   IF FIBGEN-RECORD(1:6) = "SEEDS:"
                       PERFORM 2200-CHECK-SERIES-SEEDS
       2200-CHECK-SERIES-SEEDS.
           IF FIBGEN-RECORD(8:9) IS NUMERIC
                   AND FIBGEN-RECORD(18:9) IS NUMERIC
               MOVE FIBGEN-RECORD(8:9) TO WS-SERIES-SEED1
               MOVE FIBGEN-RECORD(18:9) TO WS-SERIES-SEED2
               IF FIBGEN-RECORD(27:9) = " FAMILY: "
                   MOVE FIBGEN-RECORD(36:6) TO WS-SERIES-STAMP
               END-IF
           ELSE
               SET WS-SERIES-SKIP TO TRUE
                   "skipped, term master not touched."
           END-IF.

       2250-RESOLVE-SERIES-FAMILY.
           MOVE WS-SERIES-SEED1 TO FAM-SEED-1
           MOVE WS-SERIES-SEED2 TO FAM-SEED-2
           READ FIBFAMLY-FILE
               INVALID KEY
                   SET WS-SERIES-SKIP TO TRUE
                   ADD 1 TO WS-SERIES-SKIPPED
                   DISPLAY "FIBTLOAD - series with seeds "
                       WS-SERIES-SEED1 "/" WS-SERIES-SEED2
                       " is not registered on FIBFAMLY - series "
                       "skipped, term master not touched."
               NOT INVALID KEY
                   MOVE FAM-CODE TO WS-SERIES-FAMILY
                   IF WS-SERIES-STAMP NOT = SPACES
                           AND WS-SERIES-STAMP NOT = FAM-CODE
                       DISPLAY "FIBTLOAD - series with seeds "
                           WS-SERIES-SEED1 "/" WS-SERIES-SEED2
                           " stamped family " WS-SERIES-STAMP
                           " - loaded as registered family "
                           FAM-CODE "."
                   END-IF
           END-READ.

       2300-LOAD-STD-DETAIL.
           MOVE FIBGEN-RECORD TO FIB-TERM-RECORD
           MOVE ALL "0" TO WS-WVALUE
           MOVE FIB-VALUE TO WS-WVALUE(64:9)
           MOVE WS-SERIES-FAMILY TO FIBTRM-FAMILY
           MOVE FIB-SEQ-NO TO FIBTRM-SEQ
           PERFORM 3000-STORE-TERM.

       2400-LOAD-WIDE-DETAIL.
           MOVE FIBGEN-RECORD TO FIB-TERM-RECORD-W
           MOVE FIB-W-VALUE TO WS-WVALUE
           MOVE WS-SERIES-FAMILY TO FIBTRM-FAMILY
           MOVE FIB-W-SEQ-NO TO FIBTRM-SEQ
           PERFORM 3000-STORE-TERM.

               REWRITE FIBTRM-RECORD
                   INVALID KEY
                       DISPLAY "Unable to rewrite FIBTERMS term "
                           FIBTRM-FAMILY " " FIBTRM-SEQ " file status "
                           WS-FIBTRM-STATUS
                       SET WS-RUN-ABENDED TO TRUE
                       SET WS-FIBGEN-EOF TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-TERMS-REPLACED
               END-REWRITE
           ELSE
               DISPLAY "Unable to write FIBTERMS term " FIBTRM-FAMILY
                   " " FIBTRM-SEQ " file status " WS-FIBTRM-STATUS
               SET WS-RUN-ABENDED TO TRUE
               SET WS-FIBGEN-EOF TO TRUE
           END-IF.
