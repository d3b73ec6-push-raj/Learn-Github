       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBAUTRP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIBAUTH-FILE ASSIGN TO "FIBAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTH-USERID
               FILE STATUS IS WS-FIBAUTH-STATUS.

           SELECT FIBAUTIN-FILE ASSIGN TO "FIBAUTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBAUTIN-STATUS.

           SELECT FIBRUNH-FILE ASSIGN TO "FIBRUNH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIBRUN-NBR
               FILE STATUS IS WS-FIBRUNH-STATUS.

           SELECT FIBRPT-FILE ASSIGN TO "FIBAUTRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIBAUTH-FILE.
       COPY FIBAUT.

       FD  FIBAUTIN-FILE.
       01  FIBAUTIN-RECORD.
           05  AUTI-ACTION          PIC X(1).
           05  AUTI-USERID          PIC X(20).
           05  AUTI-PROFILE-LIST    PIC X(40).
           05  AUTI-MAX-N           PIC X(4).
           05  AUTI-WIDE-ALLOWED    PIC X(1).
           05  AUTI-SEEDS-ALLOWED   PIC X(1).
           05  AUTI-EXPIRY-DATE     PIC X(8).

       FD  FIBRUNH-FILE.
       COPY FIBRUN.

       FD  FIBRPT-FILE.
       01  FIBRPT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FIBAUTH-STATUS        PIC X(2)  VALUE SPACES.
           88  WS-FIBAUTH-OK                  VALUES "00" "05".
           88  WS-FIBAUTH-NOT-FOUND           VALUE "35".

       01  WS-FIBAUTIN-STATUS       PIC X(2)  VALUE SPACES.
           88  WS-FIBAUTIN-OK                 VALUE "00".

       01  WS-FIBRUNH-STATUS        PIC X(2)  VALUE SPACES.
           88  WS-FIBRUNH-OK                  VALUES "00" "05".

       01  WS-FIBRPT-STATUS         PIC X(2)  VALUE SPACES.
           88  WS-FIBRPT-OK                   VALUE "00".

       01  WS-FIBAUTH-EOF-SW        PIC X(1) VALUE "N".
           88  WS-FIBAUTH-EOF                 VALUE "Y".

       01  WS-FIBAUTIN-EOF-SW       PIC X(1) VALUE "N".
           88  WS-FIBAUTIN-EOF                VALUE "Y".

       01  WS-FIBRUNH-EOF-SW        PIC X(1) VALUE "N".
           88  WS-FIBRUNH-EOF                 VALUE "Y".

       01  WS-ABEND-SW              PIC X(1) VALUE "N".
           88  WS-RUN-ABENDED                 VALUE "Y".

       01  WS-LOAD-MODE-SW          PIC X(1) VALUE "N".
           88  WS-LOAD-MODE                   VALUE "Y".

       01  WS-ARGCOUNT              PIC 9(4) VALUE 0.
       01  WS-COMMAND-LINE          PIC X(40) VALUE SPACES.
       01  WS-TOKEN                 PIC X(20) VALUE SPACES.
       77  WS-SCAN-PTR               PIC 9(4) VALUE 1.

       01  WS-RUN-DATE              PIC 9(8) VALUE 0.
       77  WS-TODAY-INT              PIC 9(8) VALUE 0.
       77  WS-UNUSED-DAYS            PIC 9(4) VALUE 90.
       77  WS-CUTOFF-DATE            PIC 9(8) VALUE 0.

       01  WS-AUD-ENV-NAME          PIC X(20) VALUE "USER".
       01  WS-AUD-USERID            PIC X(20) VALUE SPACES.

       01  WS-TRAN-REJECT-TEXT      PIC X(40) VALUE SPACES.
       01  WS-EXPIRY-DATE           PIC 9(8) VALUE 0.
       01  WS-TRAN-EXISTS-SW        PIC X(1) VALUE "N".
           88  WS-TRAN-EXISTS                 VALUE "Y".

       77  WS-TRANS-READ             PIC 9(5) VALUE 0.
       77  WS-TRANS-ADDED            PIC 9(5) VALUE 0.
       77  WS-TRANS-CHANGED          PIC 9(5) VALUE 0.
       77  WS-TRANS-DELETED          PIC 9(5) VALUE 0.
       77  WS-TRANS-REJECTED         PIC 9(5) VALUE 0.

       77  WS-USERS-LISTED           PIC 9(5) VALUE 0.
       77  WS-USERS-EXPIRED          PIC 9(5) VALUE 0.
       77  WS-USERS-UNUSED           PIC 9(5) VALUE 0.

       77  WS-LAST-COUNT             PIC 9(4) VALUE 0.
       77  WS-LAST-MAX               PIC 9(4) VALUE 500.
       77  WS-LAST-IX                PIC 9(4) VALUE 0.
       01  WS-LAST-FOUND-SW         PIC X(1) VALUE "N".
           88  WS-LAST-FOUND                  VALUE "Y".
       77  WS-USER-LAST-RUN          PIC 9(8) VALUE 0.

       01  WS-LAST-RUN-TABLE.
           05  WS-LAST-ENTRY OCCURS 500 TIMES.
               10  WS-LAST-T-USERID PIC X(20).
               10  WS-LAST-T-DATE   PIC 9(8).

       77  WS-PRF-IX                 PIC 9(1) VALUE 0.
       77  WS-PRF-PTR                PIC 9(2) VALUE 1.
       01  WS-PRF-TEXT              PIC X(45) VALUE SPACES.

       01  WS-RPT-TITLE.
           05  FILLER               PIC X(37) VALUE
               "FIBAUTH USER ENTITLEMENTS  -  AS OF  ".
           05  RPT-TITLE-DATE       PIC 9999/99/99.
           05  FILLER               PIC X(22) VALUE
               "  UNUSED AFTER (DAYS) ".
           05  RPT-TITLE-DAYS       PIC ZZZ9.

       01  WS-RPT-COL-HDR.
           05  FILLER               PIC X(22) VALUE "USER ID".
           05  FILLER               PIC X(46) VALUE "PROFILES".
           05  FILLER               PIC X(7)  VALUE "MAX N".
           05  FILLER               PIC X(5)  VALUE "WIDE".
           05  FILLER               PIC X(6)  VALUE "SEEDS".
           05  FILLER               PIC X(12) VALUE "EXPIRES".
           05  FILLER               PIC X(12) VALUE "LAST RUN".
           05  FILLER               PIC X(6)  VALUE "FLAGS".

       01  WS-RPT-DETAIL.
           05  RPT-DTL-USERID       PIC X(20).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DTL-PROFILES     PIC X(44).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DTL-MAX-N        PIC ZZZ9.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  RPT-DTL-WIDE         PIC X(1).
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  RPT-DTL-SEEDS        PIC X(1).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  RPT-DTL-EXPIRES      PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DTL-LAST-RUN     PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DTL-FLAG-1       PIC X(7).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-DTL-FLAG-2       PIC X(6).

       01  WS-RPT-DATE-EDIT         PIC 9999/99/99.

       01  WS-RPT-TRAN-LINE.
           05  FILLER               PIC X(12) VALUE "TRANSACTION ".
           05  RPT-TRN-ACTION       PIC X(1).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  RPT-TRN-USERID       PIC X(20).
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
           05  FILLER               PIC X(7)  VALUE "USERS: ".
           05  RPT-SUM-USERS        PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE " EXPIRED: ".
           05  RPT-SUM-EXPIRED      PIC ZZZZ9.
           05  FILLER               PIC X(9)  VALUE " UNUSED: ".
           05  RPT-SUM-UNUSED       PIC ZZZZ9.

       01  WS-RPT-BLANK             PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-ABENDED AND WS-LOAD-MODE
               PERFORM 3000-APPLY-TRANSACTIONS
           END-IF
           IF NOT WS-RUN-ABENDED
               PERFORM 4000-LOAD-LAST-RUN-DATES
           END-IF
           IF NOT WS-RUN-ABENDED
               PERFORM 5000-LIST-ENTITLEMENTS
           END-IF
           IF NOT WS-RUN-ABENDED
               PERFORM 8000-WRITE-SUMMARY
           END-IF
           CLOSE FIBAUTH-FILE
           CLOSE FIBRPT-FILE
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
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
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT - WS-UNUSED-DAYS)
           IF WS-LOAD-MODE
               PERFORM 1200-OPEN-FOR-UPDATE
           ELSE
               OPEN INPUT FIBAUTH-FILE
               IF NOT WS-FIBAUTH-OK
                   DISPLAY "Unable to open FIBAUTH, file status "
                       WS-FIBAUTH-STATUS " - run FIBAUTRP LOAD to "
                       "create the entitlement master."
                   SET WS-RUN-ABENDED TO TRUE
               END-IF
           END-IF
           IF NOT WS-RUN-ABENDED
               OPEN OUTPUT FIBRPT-FILE
               IF NOT WS-FIBRPT-OK
                   DISPLAY "Unable to open FIBAUTRP, file status "
                       WS-FIBRPT-STATUS
                   SET WS-RUN-ABENDED TO TRUE
               ELSE
                   MOVE WS-RUN-DATE TO RPT-TITLE-DATE
                   MOVE WS-UNUSED-DAYS TO RPT-TITLE-DAYS
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
                   WHEN WS-TOKEN(1:5) = "DAYS="
                       IF FUNCTION TRIM(WS-TOKEN(6:4)) IS NUMERIC
                           COMPUTE WS-UNUSED-DAYS =
                               FUNCTION NUMVAL(WS-TOKEN(6:4))
                       ELSE
                           DISPLAY "FIBAUTRP - invalid DAYS= value, "
                               "digits expected; using "
                               WS-UNUSED-DAYS "."
                       END-IF
                   WHEN OTHER
                       DISPLAY "FIBAUTRP - unrecognized option "
                           FUNCTION TRIM(WS-TOKEN) " ignored. Use "
                           "LOAD or DAYS=nnnn."
               END-EVALUATE
           END-IF.

       1200-OPEN-FOR-UPDATE.
           OPEN I-O FIBAUTH-FILE
           IF WS-FIBAUTH-NOT-FOUND
               OPEN OUTPUT FIBAUTH-FILE
               IF WS-FIBAUTH-OK
                   CLOSE FIBAUTH-FILE
                   OPEN I-O FIBAUTH-FILE
               END-IF
           END-IF
           IF NOT WS-FIBAUTH-OK
               DISPLAY "Unable to open FIBAUTH, file status "
                   WS-FIBAUTH-STATUS
               SET WS-RUN-ABENDED TO TRUE
           END-IF.

       3000-APPLY-TRANSACTIONS.
           OPEN INPUT FIBAUTIN-FILE
           IF NOT WS-FIBAUTIN-OK
               DISPLAY "Unable to open FIBAUTIN, file status "
                   WS-FIBAUTIN-STATUS
               SET WS-RUN-ABENDED TO TRUE
           ELSE
               PERFORM 3100-APPLY-ONE-TRANSACTION
                   UNTIL WS-FIBAUTIN-EOF
               CLOSE FIBAUTIN-FILE
               MOVE WS-TRANS-READ TO RPT-TSUM-READ
               MOVE WS-TRANS-ADDED TO RPT-TSUM-ADDED
               MOVE WS-TRANS-CHANGED TO RPT-TSUM-CHANGED
               MOVE WS-TRANS-DELETED TO RPT-TSUM-DELETED
               MOVE WS-TRANS-REJECTED TO RPT-TSUM-REJECTED
               WRITE FIBRPT-RECORD FROM WS-RPT-TRAN-SUMMARY
               WRITE FIBRPT-RECORD FROM WS-RPT-BLANK
               DISPLAY "FIBAUTRP - " WS-TRANS-READ " transactions, "
                   WS-TRANS-ADDED " added, " WS-TRANS-CHANGED
                   " changed, " WS-TRANS-DELETED " deleted, "
                   WS-TRANS-REJECTED " rejected."
           END-IF.

       3100-APPLY-ONE-TRANSACTION.
           READ FIBAUTIN-FILE
               AT END
                   SET WS-FIBAUTIN-EOF TO TRUE
               NOT AT END
                   IF FIBAUTIN-RECORD(1:1) NOT = "*"
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
           IF AUTI-ACTION NOT = "A" AND AUTI-ACTION NOT = "C"
                   AND AUTI-ACTION NOT = "D"
               MOVE "action must be A, C or D" TO WS-TRAN-REJECT-TEXT
           END-IF
           IF WS-TRAN-REJECT-TEXT = SPACES AND AUTI-USERID = SPACES
               MOVE "user ID is blank" TO WS-TRAN-REJECT-TEXT
           END-IF
           IF WS-TRAN-REJECT-TEXT = SPACES AND AUTI-ACTION NOT = "D"
               PERFORM 3250-EDIT-ENTITLEMENT-FIELDS
           END-IF.

       3250-EDIT-ENTITLEMENT-FIELDS.
           IF AUTI-MAX-N = SPACES
                   OR FUNCTION TRIM(AUTI-MAX-N) IS NOT NUMERIC
               MOVE "maximum N must be digits" TO WS-TRAN-REJECT-TEXT
           ELSE
               IF FUNCTION NUMVAL(AUTI-MAX-N) < 1
                       OR FUNCTION NUMVAL(AUTI-MAX-N) > 340
                   MOVE "maximum N must be 1 to 340"
                       TO WS-TRAN-REJECT-TEXT
               END-IF
           END-IF
           IF WS-TRAN-REJECT-TEXT = SPACES
                   AND AUTI-WIDE-ALLOWED NOT = "Y"
                   AND AUTI-WIDE-ALLOWED NOT = "N"
               MOVE "wide mode flag must be Y or N"
                   TO WS-TRAN-REJECT-TEXT
           END-IF
           IF WS-TRAN-REJECT-TEXT = SPACES
                   AND AUTI-SEEDS-ALLOWED NOT = "Y"
                   AND AUTI-SEEDS-ALLOWED NOT = "N"
               MOVE "custom seeds flag must be Y or N"
                   TO WS-TRAN-REJECT-TEXT
           END-IF
           IF WS-TRAN-REJECT-TEXT = SPACES
                   AND AUTI-EXPIRY-DATE NOT = SPACES
               IF AUTI-EXPIRY-DATE IS NUMERIC
                   MOVE AUTI-EXPIRY-DATE TO WS-EXPIRY-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-EXPIRY-DATE)
                           NOT = 0
                       MOVE "expiry is not a valid date"
                           TO WS-TRAN-REJECT-TEXT
                   END-IF
               ELSE
                   MOVE "expiry date must be yyyymmdd"
                       TO WS-TRAN-REJECT-TEXT
               END-IF
           END-IF.

       3300-POST-TRANSACTION.
           MOVE "N" TO WS-TRAN-EXISTS-SW
           MOVE AUTI-USERID TO AUTH-USERID
           READ FIBAUTH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-TRAN-EXISTS TO TRUE
           END-READ
           EVALUATE AUTI-ACTION
               WHEN "A"
                   IF WS-TRAN-EXISTS
                       MOVE "user already on FIBAUTH"
                           TO WS-TRAN-REJECT-TEXT
                   ELSE
                       PERFORM 3400-BUILD-ENTITLEMENT
                       WRITE FIBAUT-RECORD
                           INVALID KEY
                               MOVE "write failed"
                                   TO WS-TRAN-REJECT-TEXT
                           NOT INVALID KEY
                               ADD 1 TO WS-TRANS-ADDED
                       END-WRITE
                   END-IF
               WHEN "C"
                   IF WS-TRAN-EXISTS
                       PERFORM 3400-BUILD-ENTITLEMENT
                       REWRITE FIBAUT-RECORD
                           INVALID KEY
                               MOVE "rewrite failed"
                                   TO WS-TRAN-REJECT-TEXT
                           NOT INVALID KEY
                               ADD 1 TO WS-TRANS-CHANGED
                       END-REWRITE
                   ELSE
                       MOVE "user not on FIBAUTH"
                           TO WS-TRAN-REJECT-TEXT
                   END-IF
               WHEN "D"
                   IF WS-TRAN-EXISTS
                       DELETE FIBAUTH-FILE
                           INVALID KEY
                               MOVE "delete failed"
                                   TO WS-TRAN-REJECT-TEXT
                           NOT INVALID KEY
                               ADD 1 TO WS-TRANS-DELETED
                       END-DELETE
                   ELSE
                       MOVE "user not on FIBAUTH"
                           TO WS-TRAN-REJECT-TEXT
                   END-IF
           END-EVALUATE.

       3400-BUILD-ENTITLEMENT.
           MOVE AUTI-USERID TO AUTH-USERID
           MOVE AUTI-PROFILE-LIST TO AUTH-PROFILE-LIST
           COMPUTE AUTH-MAX-N = FUNCTION NUMVAL(AUTI-MAX-N)
           MOVE AUTI-WIDE-ALLOWED TO AUTH-WIDE-ALLOWED
           MOVE AUTI-SEEDS-ALLOWED TO AUTH-SEEDS-ALLOWED
           IF AUTI-EXPIRY-DATE = SPACES
               MOVE 0 TO AUTH-EXPIRY-DATE
           ELSE
               MOVE AUTI-EXPIRY-DATE TO AUTH-EXPIRY-DATE
           END-IF
           MOVE WS-RUN-DATE TO AUTH-GRANT-DATE
           MOVE WS-AUD-USERID TO AUTH-GRANTED-BY.

       3900-REPORT-REJECTED.
           ADD 1 TO WS-TRANS-REJECTED
           MOVE AUTI-ACTION TO RPT-TRN-ACTION
           MOVE AUTI-USERID TO RPT-TRN-USERID
           MOVE WS-TRAN-REJECT-TEXT TO RPT-TRN-REASON
           WRITE FIBRPT-RECORD FROM WS-RPT-TRAN-LINE
           DISPLAY "FIBAUTRP - transaction " AUTI-ACTION " for "
               FUNCTION TRIM(AUTI-USERID) " rejected - "
               FUNCTION TRIM(WS-TRAN-REJECT-TEXT) ".".

       4000-LOAD-LAST-RUN-DATES.
           MOVE 0 TO WS-LAST-COUNT
           OPEN INPUT FIBRUNH-FILE
           IF WS-FIBRUNH-OK
               MOVE 0 TO FIBRUN-NBR
               START FIBRUNH-FILE KEY IS >= FIBRUN-NBR
                   INVALID KEY
                       SET WS-FIBRUNH-EOF TO TRUE
               END-START
               PERFORM 4100-READ-NEXT-RUN UNTIL WS-FIBRUNH-EOF
               CLOSE FIBRUNH-FILE
           ELSE
               DISPLAY "Unable to open FIBRUNH, file status "
                   WS-FIBRUNH-STATUS " - last-run dates not shown."
           END-IF.

       4100-READ-NEXT-RUN.
           READ FIBRUNH-FILE NEXT RECORD
               AT END
                   SET WS-FIBRUNH-EOF TO TRUE
               NOT AT END
                   PERFORM 4200-NOTE-LAST-RUN
           END-READ.

       4200-NOTE-LAST-RUN.
           MOVE "N" TO WS-LAST-FOUND-SW
           PERFORM VARYING WS-LAST-IX FROM 1 BY 1
                   UNTIL WS-LAST-IX > WS-LAST-COUNT OR WS-LAST-FOUND
               IF WS-LAST-T-USERID(WS-LAST-IX) = FIBRUN-USERID
                   SET WS-LAST-FOUND TO TRUE
                   IF FIBRUN-DATE > WS-LAST-T-DATE(WS-LAST-IX)
                       MOVE FIBRUN-DATE TO WS-LAST-T-DATE(WS-LAST-IX)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-LAST-FOUND
               IF WS-LAST-COUNT < WS-LAST-MAX
                   ADD 1 TO WS-LAST-COUNT
                   MOVE FIBRUN-USERID
                       TO WS-LAST-T-USERID(WS-LAST-COUNT)
                   MOVE FIBRUN-DATE TO WS-LAST-T-DATE(WS-LAST-COUNT)
               ELSE
                   DISPLAY "FIBAUTRP - more than " WS-LAST-MAX
                       " users on FIBRUNH - last-run dates incomplete,"
                       " entitlements not listed."
                   SET WS-RUN-ABENDED TO TRUE
                   SET WS-FIBRUNH-EOF TO TRUE
               END-IF
           END-IF.

       5000-LIST-ENTITLEMENTS.
           WRITE FIBRPT-RECORD FROM WS-RPT-COL-HDR
           WRITE FIBRPT-RECORD FROM WS-RPT-BLANK
           MOVE LOW-VALUES TO AUTH-USERID
           START FIBAUTH-FILE KEY IS >= AUTH-USERID
               INVALID KEY
                   SET WS-FIBAUTH-EOF TO TRUE
           END-START
           PERFORM 5100-LIST-NEXT-USER UNTIL WS-FIBAUTH-EOF.

       5100-LIST-NEXT-USER.
           READ FIBAUTH-FILE NEXT RECORD
               AT END
                   SET WS-FIBAUTH-EOF TO TRUE
               NOT AT END
                   PERFORM 5200-REPORT-ONE-USER
           END-READ.

       5200-REPORT-ONE-USER.
           ADD 1 TO WS-USERS-LISTED
           MOVE SPACES TO RPT-DTL-FLAG-1 RPT-DTL-FLAG-2
           MOVE AUTH-USERID TO RPT-DTL-USERID
           PERFORM 5300-FORMAT-PROFILES
           MOVE WS-PRF-TEXT TO RPT-DTL-PROFILES
           MOVE AUTH-MAX-N TO RPT-DTL-MAX-N
           MOVE AUTH-WIDE-ALLOWED TO RPT-DTL-WIDE
           MOVE AUTH-SEEDS-ALLOWED TO RPT-DTL-SEEDS
           IF AUTH-EXPIRY-DATE = 0
               MOVE "NEVER" TO RPT-DTL-EXPIRES
           ELSE
               MOVE AUTH-EXPIRY-DATE TO WS-RPT-DATE-EDIT
               MOVE WS-RPT-DATE-EDIT TO RPT-DTL-EXPIRES
               IF AUTH-EXPIRY-DATE < WS-RUN-DATE
                   MOVE "EXPIRED" TO RPT-DTL-FLAG-1
                   ADD 1 TO WS-USERS-EXPIRED
               END-IF
           END-IF
           PERFORM 5400-FIND-LAST-RUN
           IF WS-USER-LAST-RUN = 0
               MOVE "NONE" TO RPT-DTL-LAST-RUN
               IF AUTH-GRANT-DATE < WS-CUTOFF-DATE
                   MOVE "UNUSED" TO RPT-DTL-FLAG-2
               END-IF
           ELSE
               MOVE WS-USER-LAST-RUN TO WS-RPT-DATE-EDIT
               MOVE WS-RPT-DATE-EDIT TO RPT-DTL-LAST-RUN
               IF WS-USER-LAST-RUN < WS-CUTOFF-DATE
                   MOVE "UNUSED" TO RPT-DTL-FLAG-2
               END-IF
           END-IF
           IF RPT-DTL-FLAG-2 NOT = SPACES
               ADD 1 TO WS-USERS-UNUSED
           END-IF
           WRITE FIBRPT-RECORD FROM WS-RPT-DETAIL
           IF NOT WS-FIBRPT-OK
               DISPLAY "Unable to write FIBAUTRP, file status "
                   WS-FIBRPT-STATUS
               SET WS-RUN-ABENDED TO TRUE
               SET WS-FIBAUTH-EOF TO TRUE
           END-IF.

       5300-FORMAT-PROFILES.
           MOVE SPACES TO WS-PRF-TEXT
           MOVE 1 TO WS-PRF-PTR
           PERFORM VARYING WS-PRF-IX FROM 1 BY 1 UNTIL WS-PRF-IX > 5
               IF AUTH-PROFILE(WS-PRF-IX) NOT = SPACES
                   STRING FUNCTION TRIM(AUTH-PROFILE(WS-PRF-IX))
                       " " DELIMITED BY SIZE
                       INTO WS-PRF-TEXT
                       WITH POINTER WS-PRF-PTR
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-PRF-TEXT = SPACES
               MOVE "(N VALUES ONLY)" TO WS-PRF-TEXT
           END-IF.

       5400-FIND-LAST-RUN.
           MOVE 0 TO WS-USER-LAST-RUN
           PERFORM VARYING WS-LAST-IX FROM 1 BY 1
                   UNTIL WS-LAST-IX > WS-LAST-COUNT
               IF WS-LAST-T-USERID(WS-LAST-IX) = AUTH-USERID
                   MOVE WS-LAST-T-DATE(WS-LAST-IX) TO WS-USER-LAST-RUN
               END-IF
           END-PERFORM.

       8000-WRITE-SUMMARY.
           WRITE FIBRPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-USERS-LISTED TO RPT-SUM-USERS
           MOVE WS-USERS-EXPIRED TO RPT-SUM-EXPIRED
           MOVE WS-USERS-UNUSED TO RPT-SUM-UNUSED
           WRITE FIBRPT-RECORD FROM WS-RPT-SUMMARY
           DISPLAY "FIBAUTRP - " WS-USERS-LISTED " users entitled, "
               WS-USERS-EXPIRED " expired, " WS-USERS-UNUSED
               " unused.".

       9000-SET-RETURN-CODE.
           IF WS-RUN-ABENDED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-USERS-EXPIRED > 0 OR WS-USERS-UNUSED > 0
                       OR WS-TRANS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
