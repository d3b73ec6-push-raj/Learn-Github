       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBCHGBK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIBRUNH-FILE ASSIGN TO "FIBRUNH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIBRUN-NBR
               FILE STATUS IS WS-FIBRUNH-STATUS.

           SELECT FIBRATE-FILE ASSIGN TO "FIBRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBRATE-STATUS.

           SELECT FIBCHGIF-FILE ASSIGN TO "FIBCHGIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBCHGIF-STATUS.

           SELECT FIBRPT-FILE ASSIGN TO "FIBCHGRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIBRUNH-FILE.
       COPY FIBRUN.

       FD  FIBRATE-FILE.
       COPY FIBRAT.

       FD  FIBCHGIF-FILE.
       COPY FIBCHG.

       FD  FIBRPT-FILE.
       01  FIBRPT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FIBRUNH-STATUS        PIC X(2)  VALUE SPACES.
           88  WS-FIBRUNH-OK                  VALUES "00" "05".
           88  WS-FIBRUNH-NOT-FOUND           VALUE "35".

       01  WS-FIBRATE-STATUS        PIC X(2)  VALUE SPACES.
           88  WS-FIBRATE-OK                  VALUE "00".

       01  WS-FIBCHGIF-STATUS       PIC X(2)  VALUE SPACES.
           88  WS-FIBCHGIF-OK                 VALUE "00".

       01  WS-FIBRPT-STATUS         PIC X(2)  VALUE SPACES.
           88  WS-FIBRPT-OK                   VALUE "00".

       01  WS-FIBRUNH-EOF-SW        PIC X(1) VALUE "N".
           88  WS-FIBRUNH-EOF                 VALUE "Y".

       01  WS-FIBRATE-EOF-SW        PIC X(1) VALUE "N".
           88  WS-FIBRATE-EOF                 VALUE "Y".

       01  WS-ABEND-SW              PIC X(1) VALUE "N".
           88  WS-RUN-ABENDED                 VALUE "Y".

       01  WS-RATE-FOUND-SW         PIC X(1) VALUE "N".
           88  WS-RATE-FOUND                  VALUE "Y".

       01  WS-ARGCOUNT              PIC 9(4) VALUE 0.
       01  WS-COMMAND-LINE          PIC X(20) VALUE SPACES.
       01  WS-RUN-DATE              PIC 9(8) VALUE 0.

       01  WS-BILL-MONTH            PIC 9(6) VALUE 0.
       01  WS-BILL-MONTH-R REDEFINES WS-BILL-MONTH.
           05  WS-BILL-YEAR         PIC 9(4).
           05  WS-BILL-MM           PIC 9(2).
       01  WS-BILL-MONTH-END        PIC 9(8) VALUE 0.
       01  WS-MONTH-EDIT            PIC X(6) VALUE SPACES.

       01  WS-RATE-IN-FORCE.
           05  WS-RATE-EFF-DATE     PIC 9(8) VALUE 0.
           05  WS-RATE-PER-RUN      PIC 9(5)V99 VALUE 0.
           05  WS-RATE-PER-TERM     PIC 9(3)V9(4) VALUE 0.
           05  WS-RATE-WIDE-PREMIUM PIC 9(5)V99 VALUE 0.
           05  WS-RATE-GL-ACCOUNT   PIC X(12) VALUE SPACES.

       77  WS-RATE-LINES-READ        PIC 9(4) VALUE 0.
       77  WS-RATE-LINES-BAD         PIC 9(4) VALUE 0.

       77  WS-RUNS-READ              PIC 9(8) VALUE 0.
       77  WS-RUNS-IN-MONTH          PIC 9(6) VALUE 0.
       77  WS-RUNS-CHARGED           PIC 9(6) VALUE 0.
       77  WS-RUNS-NOT-CHARGED       PIC 9(6) VALUE 0.
       77  WS-GL-DETAIL-COUNT        PIC 9(7) VALUE 0.
       01  WS-GL-AMOUNT-TOTAL       PIC 9(11)V99 VALUE 0.
       01  WS-RUN-CHARGE            PIC 9(7)V99 VALUE 0.

       77  WS-USER-COUNT             PIC 9(4) VALUE 0.
       77  WS-USER-IX                PIC 9(4) VALUE 0.
       77  WS-USER-SHIFT-IX          PIC 9(4) VALUE 0.
       77  WS-USER-MAX               PIC 9(4) VALUE 500.
       01  WS-USER-FOUND-SW         PIC X(1) VALUE "N".
           88  WS-USER-FOUND                  VALUE "Y".

       01  WS-USER-TABLE.
           05  WS-USER-ENTRY OCCURS 500 TIMES.
               10  WS-USR-T-USERID      PIC X(20).
               10  WS-USR-T-RUNS        PIC 9(5).
               10  WS-USR-T-CHARGED     PIC 9(5).
               10  WS-USR-T-REJECTED    PIC 9(5).
               10  WS-USR-T-ABENDED     PIC 9(5).
               10  WS-USR-T-TERMS       PIC 9(7).
               10  WS-USR-T-WIDE-RUNS   PIC 9(5).
               10  WS-USR-T-AMOUNT      PIC 9(9)V99.

       77  WS-MRUN-COUNT             PIC 9(5) VALUE 0.
       77  WS-MRUN-IX                PIC 9(5) VALUE 0.
       77  WS-MRUN-MAX               PIC 9(5) VALUE 5000.

       01  WS-MRUN-TABLE.
           05  WS-MRUN-ENTRY OCCURS 5000 TIMES.
               10  WS-MRUN-T-NBR        PIC 9(8).
               10  WS-MRUN-T-DATE       PIC 9(8).
               10  WS-MRUN-T-USERID     PIC X(20).
               10  WS-MRUN-T-REQ-N      PIC 9(4).
               10  WS-MRUN-T-TERMS      PIC 9(4).
               10  WS-MRUN-T-WIDE       PIC X(1).
               10  WS-MRUN-T-RC         PIC 9(2).
               10  WS-MRUN-T-CHARGE     PIC 9(7)V99.

       01  WS-RPT-TITLE.
           05  FILLER               PIC X(40) VALUE
               "FIBONIC USAGE CHARGEBACK  -  BILLING MON".
           05  FILLER               PIC X(3)  VALUE "TH ".
           05  RPT-TITLE-YEAR       PIC 9(4).
           05  FILLER               PIC X(1)  VALUE "/".
           05  RPT-TITLE-MM         PIC 9(2).
           05  FILLER               PIC X(8)  VALUE "  AS OF ".
           05  RPT-TITLE-DATE       PIC 9999/99/99.

       01  WS-RPT-RATE-LINE.
           05  FILLER               PIC X(16) VALUE "RATES EFFECTIVE ".
           05  RPT-RATE-EFF-DATE    PIC 9999/99/99.
           05  FILLER               PIC X(10) VALUE "  PER RUN ".
           05  RPT-RATE-PER-RUN     PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(11) VALUE "  PER TERM ".
           05  RPT-RATE-PER-TERM    PIC ZZ9.9999.
           05  FILLER               PIC X(15) VALUE "  WIDE PREMIUM ".
           05  RPT-RATE-WIDE        PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(13) VALUE "  GL ACCOUNT ".
           05  RPT-RATE-GL-ACCOUNT  PIC X(12).

       01  WS-RPT-USER-HEAD.
           05  FILLER               PIC X(19) VALUE
               "STATEMENT FOR USER ".
           05  RPT-UHD-USERID       PIC X(20).

       01  WS-RPT-RUN-LINE.
           05  FILLER               PIC X(6)  VALUE "  RUN ".
           05  RPT-RUN-NBR          PIC 9(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-RUN-DATE         PIC 9999/99/99.
           05  FILLER               PIC X(3)  VALUE " N ".
           05  RPT-RUN-N            PIC ZZZ9.
           05  FILLER               PIC X(7)  VALUE " TERMS ".
           05  RPT-RUN-TERMS        PIC ZZZ9.
           05  FILLER               PIC X(6)  VALUE " WIDE ".
           05  RPT-RUN-WIDE         PIC X(1).
           05  FILLER               PIC X(4)  VALUE " RC ".
           05  RPT-RUN-RC           PIC 9(2).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-RUN-CHARGE-TEXT  PIC X(26).

       01  WS-ED-CHARGE             PIC Z,ZZZ,ZZ9.99.

       01  WS-RPT-USER-TOTAL-1.
           05  FILLER               PIC X(9)  VALUE "   RUNS: ".
           05  RPT-UTL-RUNS         PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE " CHARGED: ".
           05  RPT-UTL-CHARGED      PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE " REJECTED: ".
           05  RPT-UTL-REJECTED     PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE " ABENDED: ".
           05  RPT-UTL-ABENDED      PIC ZZZZ9.

       01  WS-RPT-USER-TOTAL-2.
           05  FILLER               PIC X(18) VALUE
               "   TERMS CHARGED: ".
           05  RPT-UTL-TERMS        PIC ZZZZZZ9.
           05  FILLER               PIC X(12) VALUE " WIDE RUNS: ".
           05  RPT-UTL-WIDE         PIC ZZZZ9.
           05  FILLER               PIC X(14) VALUE "  AMOUNT DUE: ".
           05  RPT-UTL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-RPT-SUMMARY-1.
           05  FILLER               PIC X(7)  VALUE "USERS: ".
           05  RPT-SUM-USERS        PIC ZZZ9.
           05  FILLER               PIC X(16) VALUE " RUNS IN MONTH: ".
           05  RPT-SUM-RUNS         PIC ZZZZZ9.
           05  FILLER               PIC X(10) VALUE " CHARGED: ".
           05  RPT-SUM-CHARGED      PIC ZZZZZ9.
           05  FILLER               PIC X(14) VALUE " NOT CHARGED: ".
           05  RPT-SUM-NOT-CHARGED  PIC ZZZZZ9.

       01  WS-RPT-SUMMARY-2.
           05  FILLER               PIC X(23) VALUE
               "GL INTERFACE DETAILS:  ".
           05  RPT-SUM-GL-COUNT     PIC ZZZZZZ9.
           05  FILLER               PIC X(16) VALUE "  AMOUNT TOTAL: ".
           05  RPT-SUM-GL-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-RPT-BLANK             PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-ABENDED
               PERFORM 2000-LOAD-RATE-IN-FORCE
           END-IF
           IF NOT WS-RUN-ABENDED
               PERFORM 3000-COLLECT-MONTH-RUNS
           END-IF
           IF NOT WS-RUN-ABENDED
               PERFORM 4000-OPEN-OUTPUTS
           END-IF
           IF NOT WS-RUN-ABENDED
               PERFORM 5000-WRITE-STATEMENTS
               PERFORM 6000-WRITE-GL-TRAILER
               PERFORM 8000-WRITE-SUMMARY
               CLOSE FIBCHGIF-FILE
               CLOSE FIBRPT-FILE
           END-IF
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:6) TO WS-BILL-MONTH
           IF WS-BILL-MM = 1
               MOVE 12 TO WS-BILL-MM
               SUBTRACT 1 FROM WS-BILL-YEAR
           ELSE
               SUBTRACT 1 FROM WS-BILL-MM
           END-IF
           ACCEPT WS-ARGCOUNT FROM ARGUMENT-NUMBER
           IF WS-ARGCOUNT > 0
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
               MOVE WS-COMMAND-LINE(1:6) TO WS-MONTH-EDIT
               IF WS-MONTH-EDIT IS NUMERIC
                       AND WS-COMMAND-LINE(7:1) = SPACE
                       AND WS-MONTH-EDIT(5:2) >= "01"
                       AND WS-MONTH-EDIT(5:2) <= "12"
                   MOVE WS-MONTH-EDIT TO WS-BILL-MONTH
               ELSE
                   DISPLAY "FIBCHGBK - invalid PARM, expected "
                       "billing month yyyymm."
                   SET WS-RUN-ABENDED TO TRUE
               END-IF
           END-IF
           MOVE WS-BILL-MONTH TO WS-BILL-MONTH-END(1:6)
           MOVE "31" TO WS-BILL-MONTH-END(7:2).

       2000-LOAD-RATE-IN-FORCE.
           OPEN INPUT FIBRATE-FILE
           IF NOT WS-FIBRATE-OK
               DISPLAY "Unable to open FIBRATE, file status "
                   WS-FIBRATE-STATUS " - no rates to charge with."
               SET WS-RUN-ABENDED TO TRUE
           ELSE
               PERFORM 2100-READ-NEXT-RATE UNTIL WS-FIBRATE-EOF
               CLOSE FIBRATE-FILE
               IF NOT WS-RATE-FOUND
                   DISPLAY "FIBCHGBK - no FIBRATE entry effective on "
                       "or before " WS-BILL-MONTH-END
                       " - nothing charged."
                   SET WS-RUN-ABENDED TO TRUE
               END-IF
           END-IF.

       2100-READ-NEXT-RATE.
           READ FIBRATE-FILE
               AT END
                   SET WS-FIBRATE-EOF TO TRUE
               NOT AT END
                   IF FIBRAT-RECORD(1:1) NOT = "*"
                       ADD 1 TO WS-RATE-LINES-READ
                       PERFORM 2200-CHECK-ONE-RATE
                   END-IF
           END-READ.

       2200-CHECK-ONE-RATE.
           IF RATE-EFF-DATE IS NUMERIC
                   AND RATE-PER-RUN IS NUMERIC
                   AND RATE-PER-TERM IS NUMERIC
                   AND RATE-WIDE-PREMIUM IS NUMERIC
               IF RATE-EFF-DATE <= WS-BILL-MONTH-END
                       AND RATE-EFF-DATE >= WS-RATE-EFF-DATE
                   SET WS-RATE-FOUND TO TRUE
                   MOVE RATE-EFF-DATE TO WS-RATE-EFF-DATE
                   MOVE RATE-PER-RUN TO WS-RATE-PER-RUN
                   MOVE RATE-PER-TERM TO WS-RATE-PER-TERM
                   MOVE RATE-WIDE-PREMIUM TO WS-RATE-WIDE-PREMIUM
                   MOVE RATE-GL-ACCOUNT TO WS-RATE-GL-ACCOUNT
               END-IF
           ELSE
               ADD 1 TO WS-RATE-LINES-BAD
               DISPLAY "FIBCHGBK - FIBRATE entry "
                   FIBRAT-RECORD(1:8) " is not numeric - ignored."
           END-IF.

       3000-COLLECT-MONTH-RUNS.
           OPEN INPUT FIBRUNH-FILE
           IF NOT WS-FIBRUNH-OK
               DISPLAY "Unable to open FIBRUNH, file status "
                   WS-FIBRUNH-STATUS
               SET WS-RUN-ABENDED TO TRUE
           ELSE
               MOVE 0 TO FIBRUN-NBR
               START FIBRUNH-FILE KEY IS >= FIBRUN-NBR
                   INVALID KEY
                       SET WS-FIBRUNH-EOF TO TRUE
               END-START
               PERFORM 3100-READ-NEXT-RUN UNTIL WS-FIBRUNH-EOF
               CLOSE FIBRUNH-FILE
           END-IF.

       3100-READ-NEXT-RUN.
           READ FIBRUNH-FILE NEXT RECORD
               AT END
                   SET WS-FIBRUNH-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RUNS-READ
                   IF FIBRUN-DATE(1:6) = WS-BILL-MONTH
                       PERFORM 3200-PRICE-ONE-RUN
                   END-IF
           END-READ.

       3200-PRICE-ONE-RUN.
           PERFORM 3300-FIND-USER
           IF WS-RUN-ABENDED
               SET WS-FIBRUNH-EOF TO TRUE
           ELSE
               IF WS-MRUN-COUNT >= WS-MRUN-MAX
                   DISPLAY "FIBCHGBK - more than " WS-MRUN-MAX
                       " runs in the billing month - statement "
                       "not produced."
                   SET WS-RUN-ABENDED TO TRUE
                   SET WS-FIBRUNH-EOF TO TRUE
               ELSE
                   PERFORM 3250-TABLE-ONE-RUN
               END-IF
           END-IF.

       3250-TABLE-ONE-RUN.
           ADD 1 TO WS-RUNS-IN-MONTH
           ADD 1 TO WS-MRUN-COUNT
           MOVE FIBRUN-NBR TO WS-MRUN-T-NBR(WS-MRUN-COUNT)
           MOVE FIBRUN-DATE TO WS-MRUN-T-DATE(WS-MRUN-COUNT)
           MOVE FIBRUN-USERID TO WS-MRUN-T-USERID(WS-MRUN-COUNT)
           MOVE FIBRUN-REQ-N TO WS-MRUN-T-REQ-N(WS-MRUN-COUNT)
           MOVE FIBRUN-TERMS-WRITTEN TO WS-MRUN-T-TERMS(WS-MRUN-COUNT)
           MOVE FIBRUN-RETURN-CODE TO WS-MRUN-T-RC(WS-MRUN-COUNT)
           IF FIBRUN-WIDE-MODE = "Y"
               MOVE "Y" TO WS-MRUN-T-WIDE(WS-MRUN-COUNT)
           ELSE
               MOVE "N" TO WS-MRUN-T-WIDE(WS-MRUN-COUNT)
           END-IF
           MOVE 0 TO WS-RUN-CHARGE
           ADD 1 TO WS-USR-T-RUNS(WS-USER-IX)
           IF FIBRUN-RETURN-CODE = 16
               ADD 1 TO WS-USR-T-ABENDED(WS-USER-IX)
               ADD 1 TO WS-RUNS-NOT-CHARGED
           ELSE
               IF FIBRUN-RETURN-CODE >= 8
                   ADD 1 TO WS-USR-T-REJECTED(WS-USER-IX)
                   ADD 1 TO WS-RUNS-NOT-CHARGED
               ELSE
                   PERFORM 3270-CHARGE-ONE-RUN
               END-IF
           END-IF
           MOVE WS-RUN-CHARGE TO WS-MRUN-T-CHARGE(WS-MRUN-COUNT).

       3270-CHARGE-ONE-RUN.
           ADD 1 TO WS-RUNS-CHARGED
           ADD 1 TO WS-USR-T-CHARGED(WS-USER-IX)
           ADD FIBRUN-TERMS-WRITTEN TO WS-USR-T-TERMS(WS-USER-IX)
           COMPUTE WS-RUN-CHARGE ROUNDED = WS-RATE-PER-RUN
               + FIBRUN-TERMS-WRITTEN * WS-RATE-PER-TERM
           IF FIBRUN-WIDE-MODE = "Y"
               ADD 1 TO WS-USR-T-WIDE-RUNS(WS-USER-IX)
               ADD WS-RATE-WIDE-PREMIUM TO WS-RUN-CHARGE
           END-IF
           ADD WS-RUN-CHARGE TO WS-USR-T-AMOUNT(WS-USER-IX).

       3300-FIND-USER.
           MOVE "N" TO WS-USER-FOUND-SW
           PERFORM VARYING WS-USER-IX FROM 1 BY 1
                   UNTIL WS-USER-IX > WS-USER-COUNT
                       OR WS-USR-T-USERID(WS-USER-IX) >= FIBRUN-USERID
               CONTINUE
           END-PERFORM
           IF WS-USER-IX <= WS-USER-COUNT
               IF WS-USR-T-USERID(WS-USER-IX) = FIBRUN-USERID
                   SET WS-USER-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT WS-USER-FOUND
               IF WS-USER-COUNT >= WS-USER-MAX
                   DISPLAY "FIBCHGBK - more than " WS-USER-MAX
                       " users in the billing month - statement "
                       "not produced."
                   SET WS-RUN-ABENDED TO TRUE
               ELSE
                   PERFORM 3350-INSERT-USER
               END-IF
           END-IF.

       3350-INSERT-USER.
           PERFORM VARYING WS-USER-SHIFT-IX FROM WS-USER-COUNT BY -1
                   UNTIL WS-USER-SHIFT-IX < WS-USER-IX
               MOVE WS-USER-ENTRY(WS-USER-SHIFT-IX)
                   TO WS-USER-ENTRY(WS-USER-SHIFT-IX + 1)
           END-PERFORM
           ADD 1 TO WS-USER-COUNT
           MOVE FIBRUN-USERID TO WS-USR-T-USERID(WS-USER-IX)
           MOVE 0 TO WS-USR-T-RUNS(WS-USER-IX)
               WS-USR-T-CHARGED(WS-USER-IX)
               WS-USR-T-REJECTED(WS-USER-IX)
               WS-USR-T-ABENDED(WS-USER-IX)
               WS-USR-T-TERMS(WS-USER-IX)
               WS-USR-T-WIDE-RUNS(WS-USER-IX)
               WS-USR-T-AMOUNT(WS-USER-IX).

       4000-OPEN-OUTPUTS.
           OPEN OUTPUT FIBRPT-FILE
           IF NOT WS-FIBRPT-OK
               DISPLAY "Unable to open FIBCHGRP, file status "
                   WS-FIBRPT-STATUS
               SET WS-RUN-ABENDED TO TRUE
           ELSE
               MOVE WS-BILL-YEAR TO RPT-TITLE-YEAR
               MOVE WS-BILL-MM TO RPT-TITLE-MM
               MOVE WS-RUN-DATE TO RPT-TITLE-DATE
               WRITE FIBRPT-RECORD FROM WS-RPT-TITLE
               MOVE WS-RATE-EFF-DATE TO RPT-RATE-EFF-DATE
               MOVE WS-RATE-PER-RUN TO RPT-RATE-PER-RUN
               MOVE WS-RATE-PER-TERM TO RPT-RATE-PER-TERM
               MOVE WS-RATE-WIDE-PREMIUM TO RPT-RATE-WIDE
               MOVE WS-RATE-GL-ACCOUNT TO RPT-RATE-GL-ACCOUNT
               WRITE FIBRPT-RECORD FROM WS-RPT-RATE-LINE
           END-IF
           IF NOT WS-RUN-ABENDED
               OPEN OUTPUT FIBCHGIF-FILE
               IF NOT WS-FIBCHGIF-OK
                   DISPLAY "Unable to open FIBCHGIF, file status "
                       WS-FIBCHGIF-STATUS
                   SET WS-RUN-ABENDED TO TRUE
                   CLOSE FIBRPT-FILE
               ELSE
                   MOVE SPACES TO FIBCHG-HEADER
                   MOVE "H" TO CHG-H-REC-TYPE
                   MOVE WS-BILL-MONTH TO CHG-H-BILL-MONTH
                   MOVE WS-RUN-DATE TO CHG-H-CREATED-DATE
                   MOVE "FIBCHGBK" TO CHG-H-SOURCE
                   WRITE FIBCHG-HEADER
               END-IF
           END-IF.

       5000-WRITE-STATEMENTS.
           PERFORM 5100-WRITE-ONE-STATEMENT
               VARYING WS-USER-IX FROM 1 BY 1
               UNTIL WS-USER-IX > WS-USER-COUNT.

       5100-WRITE-ONE-STATEMENT.
           WRITE FIBRPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-USR-T-USERID(WS-USER-IX) TO RPT-UHD-USERID
           WRITE FIBRPT-RECORD FROM WS-RPT-USER-HEAD
           PERFORM 5200-WRITE-USER-RUN
               VARYING WS-MRUN-IX FROM 1 BY 1
               UNTIL WS-MRUN-IX > WS-MRUN-COUNT
           MOVE WS-USR-T-RUNS(WS-USER-IX) TO RPT-UTL-RUNS
           MOVE WS-USR-T-CHARGED(WS-USER-IX) TO RPT-UTL-CHARGED
           MOVE WS-USR-T-REJECTED(WS-USER-IX) TO RPT-UTL-REJECTED
           MOVE WS-USR-T-ABENDED(WS-USER-IX) TO RPT-UTL-ABENDED
           WRITE FIBRPT-RECORD FROM WS-RPT-USER-TOTAL-1
           MOVE WS-USR-T-TERMS(WS-USER-IX) TO RPT-UTL-TERMS
           MOVE WS-USR-T-WIDE-RUNS(WS-USER-IX) TO RPT-UTL-WIDE
           MOVE WS-USR-T-AMOUNT(WS-USER-IX) TO RPT-UTL-AMOUNT
           WRITE FIBRPT-RECORD FROM WS-RPT-USER-TOTAL-2
           IF NOT WS-FIBRPT-OK
               DISPLAY "Unable to write FIBCHGRP, file status "
                   WS-FIBRPT-STATUS
               SET WS-RUN-ABENDED TO TRUE
           END-IF
           IF WS-USR-T-AMOUNT(WS-USER-IX) > 0
               PERFORM 5300-WRITE-GL-DETAIL
           END-IF.

       5200-WRITE-USER-RUN.
           IF WS-MRUN-T-USERID(WS-MRUN-IX)
                   = WS-USR-T-USERID(WS-USER-IX)
               MOVE WS-MRUN-T-NBR(WS-MRUN-IX) TO RPT-RUN-NBR
               MOVE WS-MRUN-T-DATE(WS-MRUN-IX) TO RPT-RUN-DATE
               MOVE WS-MRUN-T-REQ-N(WS-MRUN-IX) TO RPT-RUN-N
               MOVE WS-MRUN-T-TERMS(WS-MRUN-IX) TO RPT-RUN-TERMS
               MOVE WS-MRUN-T-WIDE(WS-MRUN-IX) TO RPT-RUN-WIDE
               MOVE WS-MRUN-T-RC(WS-MRUN-IX) TO RPT-RUN-RC
               MOVE SPACES TO RPT-RUN-CHARGE-TEXT
               IF WS-MRUN-T-RC(WS-MRUN-IX) = 16
                   MOVE "NOT CHARGED - ABENDED"
                       TO RPT-RUN-CHARGE-TEXT
               ELSE
                   IF WS-MRUN-T-RC(WS-MRUN-IX) >= 8
                       MOVE "NOT CHARGED - REJECTED"
                           TO RPT-RUN-CHARGE-TEXT
                   ELSE
                       MOVE WS-MRUN-T-CHARGE(WS-MRUN-IX)
                           TO WS-ED-CHARGE
                       STRING "CHARGE " WS-ED-CHARGE
                           DELIMITED BY SIZE INTO RPT-RUN-CHARGE-TEXT
                   END-IF
               END-IF
               WRITE FIBRPT-RECORD FROM WS-RPT-RUN-LINE
           END-IF.

       5300-WRITE-GL-DETAIL.
           MOVE SPACES TO FIBCHG-DETAIL
           MOVE "D" TO CHG-D-REC-TYPE
           MOVE WS-BILL-MONTH TO CHG-D-BILL-MONTH
           MOVE WS-USR-T-USERID(WS-USER-IX) TO CHG-D-USERID
           MOVE WS-RATE-GL-ACCOUNT TO CHG-D-GL-ACCOUNT
           MOVE WS-USR-T-CHARGED(WS-USER-IX) TO CHG-D-RUNS
           MOVE WS-USR-T-TERMS(WS-USER-IX) TO CHG-D-TERMS
           MOVE WS-USR-T-WIDE-RUNS(WS-USER-IX) TO CHG-D-WIDE-RUNS
           MOVE WS-USR-T-AMOUNT(WS-USER-IX) TO CHG-D-AMOUNT
           WRITE FIBCHG-DETAIL
           IF WS-FIBCHGIF-OK
               ADD 1 TO WS-GL-DETAIL-COUNT
               ADD WS-USR-T-AMOUNT(WS-USER-IX) TO WS-GL-AMOUNT-TOTAL
           ELSE
               DISPLAY "Unable to write FIBCHGIF, file status "
                   WS-FIBCHGIF-STATUS
               SET WS-RUN-ABENDED TO TRUE
           END-IF.

       6000-WRITE-GL-TRAILER.
           MOVE SPACES TO FIBCHG-TRAILER
           MOVE "T" TO CHG-T-REC-TYPE
           MOVE WS-BILL-MONTH TO CHG-T-BILL-MONTH
           MOVE WS-GL-DETAIL-COUNT TO CHG-T-DETAIL-COUNT
           MOVE WS-GL-AMOUNT-TOTAL TO CHG-T-AMOUNT-TOTAL
           WRITE FIBCHG-TRAILER
           IF NOT WS-FIBCHGIF-OK
               DISPLAY "Unable to write FIBCHGIF, file status "
                   WS-FIBCHGIF-STATUS
               SET WS-RUN-ABENDED TO TRUE
           END-IF.

       8000-WRITE-SUMMARY.
           WRITE FIBRPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-USER-COUNT TO RPT-SUM-USERS
           MOVE WS-RUNS-IN-MONTH TO RPT-SUM-RUNS
           MOVE WS-RUNS-CHARGED TO RPT-SUM-CHARGED
           MOVE WS-RUNS-NOT-CHARGED TO RPT-SUM-NOT-CHARGED
           WRITE FIBRPT-RECORD FROM WS-RPT-SUMMARY-1
           MOVE WS-GL-DETAIL-COUNT TO RPT-SUM-GL-COUNT
           MOVE WS-GL-AMOUNT-TOTAL TO RPT-SUM-GL-AMOUNT
           WRITE FIBRPT-RECORD FROM WS-RPT-SUMMARY-2
           DISPLAY "FIBCHGBK - billing month " WS-BILL-MONTH ", "
               WS-USER-COUNT " users, " WS-RUNS-CHARGED
               " runs charged, " WS-GL-DETAIL-COUNT
               " ledger details.".

       9000-SET-RETURN-CODE.
           IF WS-RUN-ABENDED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-RATE-LINES-BAD > 0 OR WS-RUNS-IN-MONTH = 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
