               RECORD KEY IS GCAT-DSNAME
               FILE STATUS IS WS-FIBGCAT-STATUS.

           SELECT FIBAUTH-FILE ASSIGN TO "FIBAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTH-USERID
               FILE STATUS IS WS-FIBAUTH-STATUS.

           SELECT FIBFAMLY-FILE ASSIGN TO "FIBFAMLY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-SEED-KEY
               FILE STATUS IS WS-FIBFAMLY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIBIN-FILE.
           05  FIBIN-REQ-N          PIC X(5).
           05  FIBIN-SEED-1         PIC X(10).
           05  FIBIN-SEED-2         PIC X(10).
           05  FIBIN-REQ-REF        PIC X(20).

       FD  FIBOUT-FILE.
       01  FIBOUT-RECORD            PIC X(90).
       FD  FIBGCAT-FILE.
       COPY FIBGCT.

       FD  FIBAUTH-FILE.
       COPY FIBAUT.

       FD  FIBFAMLY-FILE.
       COPY FIBFAM.

       WORKING-STORAGE SECTION.
       77  N            PIC 9(4) VALUE 0.
       77  I            PIC 9(4) VALUE 1.
           88  WS-N-IS-VALID                 VALUE "Y".

       01  WS-N-INPUT               PIC X(5) VALUE SPACES.
       01  WS-REQ-REF               PIC X(20) VALUE SPACES.
       77  WS-W-FLAG-COUNT           PIC 9(1) VALUE 0.
       01  WS-N-EDIT                PIC X(4) VALUE SPACES.
       01  WS-EDIT-VALID-SW         PIC X(1) VALUE "N".
           88  WS-REJECT-OVERFLOW            VALUE "2".
           88  WS-REJECT-RECON-MISMATCH      VALUE "3".
           88  WS-REJECT-INVALID-SEED        VALUE "4".
           88  WS-REJECT-NOT-AUTHORIZED      VALUE "5".

       77  WS-SEED1                  PIC 9(9) VALUE 0.
       77  WS-SEED2                  PIC 9(9) VALUE 1.
       77  WS-LOCK-HH                PIC 9(2) VALUE 0.
       77  WS-LOCK-MM                PIC 9(2) VALUE 0.

       01  WS-STALE-LOCK-SW         PIC X(1) VALUE "N".
           88  WS-STALE-LOCK-TAKEN            VALUE "Y".
       01  WS-STALE-LOCK-USERID     PIC X(20) VALUE SPACES.
       01  WS-STALE-LOCK-DATE       PIC 9(8) VALUE 0.
       01  WS-STALE-LOCK-TIME       PIC 9(6) VALUE 0.

       COPY FIBALQ.

       01  WS-FIBRUNH-STATUS        PIC X(2)  VALUE SPACES.
           88  WS-FIBRUNH-OK                  VALUES "00" "05".
           88  WS-FIBRUNH-NOT-FOUND           VALUE "35".
       01  WS-GCAT-EXISTS-SW        PIC X(1) VALUE "N".
           88  WS-GCAT-EXISTS                 VALUE "Y".

       01  WS-FIBAUTH-STATUS        PIC X(2)  VALUE SPACES.
           88  WS-FIBAUTH-OK                  VALUES "00" "05".

       01  WS-FIBAUTH-AVAIL-SW      PIC X(1) VALUE "N".
           88  WS-FIBAUTH-AVAIL               VALUE "Y".

       01  WS-FIBFAMLY-STATUS       PIC X(2)  VALUE SPACES.
           88  WS-FIBFAMLY-OK                 VALUES "00" "05".

       01  WS-FIBFAMLY-AVAIL-SW     PIC X(1) VALUE "N".
           88  WS-FIBFAMLY-AVAIL              VALUE "Y".

       01  WS-SERIES-FAMILY         PIC X(6)  VALUE SPACES.

       01  WS-AUTH-DENY-TEXT        PIC X(40) VALUE SPACES.
       01  WS-AUTH-PROFILE-OK-SW    PIC X(1) VALUE "N".
           88  WS-AUTH-PROFILE-OK             VALUE "Y".
       77  WS-AUTH-IX                PIC 9(1) VALUE 0.

       77  WS-CKPT-INTERVAL          PIC 9(4) VALUE 10.
       01  WS-RESTART-SW            PIC X(1) VALUE "N".
           88  WS-RESTARTING                  VALUE "Y".
           05  FH3-SEED-1           PIC 9(9).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  FH3-SEED-2           PIC 9(9).
           05  FILLER               PIC X(9)  VALUE " FAMILY: ".
           05  FH3-FAMILY           PIC X(6).

       COPY FIBREC.

           IF WS-FIBRUNH-AVAIL
               CLOSE FIBRUNH-FILE
           END-IF
           IF WS-FIBAUTH-AVAIL
               CLOSE FIBAUTH-FILE
           END-IF
           IF WS-FIBFAMLY-AVAIL
               CLOSE FIBFAMLY-FILE
           END-IF
           IF WS-FIBOUT-CREATED
               PERFORM 8700-REGISTER-GENERATION
           END-IF
           IF NOT WS-LOCK-BUSY
               PERFORM 1050-BUILD-FIBOUT-DSNAME
               PERFORM 1100-OPEN-RUN-MASTER
               PERFORM 1200-OPEN-ENTITLEMENTS
               PERFORM 1250-OPEN-FAMILY-REGISTRY
           END-IF
           IF WS-STALE-LOCK-TAKEN
               PERFORM 1300-RAISE-STALE-LOCK-ALERT
           END-IF.

       1020-ACQUIRE-RUN-LOCK.
               DISPLAY "FIBONIC - stale run lock held by "
                   FUNCTION TRIM(LOCK-USERID) " since " LOCK-DATE
                   " " LOCK-TIME " - taking the lock over."
               SET WS-STALE-LOCK-TAKEN TO TRUE
               MOVE LOCK-USERID TO WS-STALE-LOCK-USERID
               MOVE LOCK-DATE TO WS-STALE-LOCK-DATE
               MOVE LOCK-TIME TO WS-STALE-LOCK-TIME
           ELSE
               SET WS-LOCK-BUSY TO TRUE
               DISPLAY "FIBONIC - run in progress, started "
               END-READ
           END-IF.

       1200-OPEN-ENTITLEMENTS.
           OPEN INPUT FIBAUTH-FILE
           IF WS-FIBAUTH-OK
               SET WS-FIBAUTH-AVAIL TO TRUE
           ELSE
               DISPLAY "Unable to open FIBAUTH, file status "
                   WS-FIBAUTH-STATUS " - no request can be "
                   "authorized this run."
           END-IF.

       1250-OPEN-FAMILY-REGISTRY.
           OPEN INPUT FIBFAMLY-FILE
           IF WS-FIBFAMLY-OK
               SET WS-FIBFAMLY-AVAIL TO TRUE
           ELSE
               DISPLAY "Unable to open FIBFAMLY, file status "
                   WS-FIBFAMLY-STATUS " - series will be stamped "
                   "family *NONE*."
           END-IF.

       1300-RAISE-STALE-LOCK-ALERT.
           MOVE "FIBONIC" TO ALQ-PROGRAM
           MOVE 2 TO ALQ-SEVERITY
           MOVE "STALELCK" TO ALQ-CODE
           MOVE WS-RUN-NBR TO ALQ-RUN-NBR
           MOVE SPACES TO ALQ-DSNAME
           MOVE SPACES TO ALQ-TEXT
           STRING "STALE FIBLOCK " DELIMITED BY SIZE
               WS-STALE-LOCK-USERID DELIMITED BY SPACE
               " " WS-STALE-LOCK-DATE " " WS-STALE-LOCK-TIME
               " TAKEN OVER" DELIMITED BY SIZE
               INTO ALQ-TEXT
           END-STRING
           CALL "FIBALRTW" USING ALQ-REQUEST.

       2000-PROCESS-REQUESTS.
           ACCEPT WS-ARGCOUNT FROM ARGUMENT-NUMBER
           IF WS-ARGCOUNT > 0
               NOT AT END
                   ADD 1 TO WS-REQ-READ-COUNT
                   MOVE FIBIN-REQ-N TO WS-N-INPUT
                   MOVE FIBIN-REQ-REF TO WS-REQ-REF
                   PERFORM 2940-SCAN-MODE-FLAG
                   PERFORM 2950-EDIT-N-FIELD
                   PERFORM 2250-EDIT-SEED-FIELDS
       2500-PROCESS-REQUEST.
           PERFORM 2600-RESET-REQUEST-STATE
           PERFORM 2900-VALIDATE-N
           IF WS-N-IS-VALID
               PERFORM 2700-CHECK-ENTITLEMENT
           END-IF
           IF WS-N-IS-VALID
               PERFORM 3000-BUILD-SERIES
           END-IF
               MOVE 0 TO N
           END-IF.

       2700-CHECK-ENTITLEMENT.
           MOVE SPACES TO WS-AUTH-DENY-TEXT
           IF WS-FIBAUTH-AVAIL
               MOVE WS-AUD-USERID TO AUTH-USERID
               READ FIBAUTH-FILE
                   INVALID KEY
                       MOVE "no entitlement on FIBAUTH"
                           TO WS-AUTH-DENY-TEXT
                   NOT INVALID KEY
                       PERFORM 2750-APPLY-ENTITLEMENT
               END-READ
           ELSE
               MOVE "entitlement master unavailable"
                   TO WS-AUTH-DENY-TEXT
           END-IF
           IF WS-AUTH-DENY-TEXT NOT = SPACES
               DISPLAY "Request not authorized for user "
                   FUNCTION TRIM(WS-AUD-USERID) " - "
                   FUNCTION TRIM(WS-AUTH-DENY-TEXT) "."
               MOVE "N" TO WS-N-VALID
               SET WS-REJECT-NOT-AUTHORIZED TO TRUE
           END-IF.

       2750-APPLY-ENTITLEMENT.
           IF AUTH-EXPIRY-DATE > 0
                   AND AUTH-EXPIRY-DATE < WS-RUN-DATE
               MOVE "entitlement expired" TO WS-AUTH-DENY-TEXT
           END-IF
           IF WS-AUTH-DENY-TEXT = SPACES
                   AND N > AUTH-MAX-N
               MOVE "N exceeds the authorized maximum"
                   TO WS-AUTH-DENY-TEXT
           END-IF
           IF WS-AUTH-DENY-TEXT = SPACES
                   AND WS-WIDE-MODE AND AUTH-WIDE-ALLOWED NOT = "Y"
               MOVE "wide mode not authorized" TO WS-AUTH-DENY-TEXT
           END-IF
           IF WS-AUTH-DENY-TEXT = SPACES
                   AND (WS-SEED1 NOT = 0 OR WS-SEED2 NOT = 1)
                   AND AUTH-SEEDS-ALLOWED NOT = "Y"
               MOVE "custom seeds not authorized" TO WS-AUTH-DENY-TEXT
           END-IF
           IF WS-AUTH-DENY-TEXT = SPACES AND WS-PROFILE-FOUND
               PERFORM 2760-CHECK-PROFILE-GRANT
           END-IF.

       2760-CHECK-PROFILE-GRANT.
           MOVE "N" TO WS-AUTH-PROFILE-OK-SW
           PERFORM VARYING WS-AUTH-IX FROM 1 BY 1
                   UNTIL WS-AUTH-IX > 5 OR WS-AUTH-PROFILE-OK
               IF AUTH-PROFILE(WS-AUTH-IX) = "*ALL"
                       OR AUTH-PROFILE(WS-AUTH-IX) = WS-PROFILE-NAME
                   SET WS-AUTH-PROFILE-OK TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-AUTH-PROFILE-OK
               MOVE "FIBCTL profile not authorized"
                   TO WS-AUTH-DENY-TEXT
           END-IF.

       2940-SCAN-MODE-FLAG.
           MOVE "N" TO WS-WIDE-MODE-SW
           MOVE 0 TO WS-W-FLAG-COUNT
           END-IF.

       3000-BUILD-SERIES.
           PERFORM 3030-FIND-SERIES-FAMILY
           PERFORM 3050-CHECK-RESTART
           PERFORM 3100-OPEN-FIBOUT
           IF NOT WS-RUN-ABENDED
                   END-IF
           END-READ.

       3030-FIND-SERIES-FAMILY.
           MOVE "*NONE*" TO WS-SERIES-FAMILY
           IF WS-FIBFAMLY-AVAIL
               MOVE WS-SEED1 TO FAM-SEED-1
               MOVE WS-SEED2 TO FAM-SEED-2
               READ FIBFAMLY-FILE
                   INVALID KEY
                       DISPLAY "Seeds " WS-SEED1 " " WS-SEED2
                           " are not registered on FIBFAMLY - series "
                           "stamped family *NONE*."
                   NOT INVALID KEY
                       MOVE FAM-CODE TO WS-SERIES-FAMILY
               END-READ
           END-IF.

       3050-CHECK-RESTART.
           IF NOT WS-FIBOUT-CREATED
               OPEN INPUT FIBCKPT-FILE
           END-IF
           MOVE WS-SEED1 TO FH3-SEED-1
           MOVE WS-SEED2 TO FH3-SEED-2
           MOVE WS-SERIES-FAMILY TO FH3-FAMILY
           WRITE FIBOUT-RECORD FROM WS-FIBOUT-HEADER-3
           IF NOT WS-FIBOUT-OK
               DISPLAY "Unable to write FIBOUT header, file status "
               MOVE WS-TERMS-WRITTEN TO FIBRUN-TERMS-WRITTEN
               MOVE WS-FIBOUT-DSNAME TO FIBRUN-OUT-DSNAME
               MOVE WS-REQ-RC TO FIBRUN-RETURN-CODE
               IF WS-WIDE-MODE
                   MOVE "Y" TO FIBRUN-WIDE-MODE
               ELSE
                   MOVE "N" TO FIBRUN-WIDE-MODE
               END-IF
               MOVE WS-REQ-REF TO FIBRUN-REQ-REF
               WRITE FIBRUN-RECORD
                   INVALID KEY
                       DISPLAY "Unable to write FIBRUNH run "
                        TO WS-AUD-STATUS-TEXT
                    MOVE 8 TO WS-REQ-RC
                ELSE
                 IF WS-REJECT-NOT-AUTHORIZED
                     MOVE "REJECTED-NOT-AUTHORIZED"
                         TO WS-AUD-STATUS-TEXT
                     MOVE 10 TO WS-REQ-RC
                 ELSE
                   IF WS-REJECT-OVERFLOW
                       MOVE "REJECTED-OVERFLOW-N" TO WS-AUD-STATUS-TEXT
                       MOVE 12 TO WS-REQ-RC
                           MOVE 0 TO WS-REQ-RC
                       END-IF
                   END-IF
                 END-IF
                END-IF
               END-IF
           END-IF.
