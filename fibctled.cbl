       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBCTLED.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-N-INPUT               PIC X(5) VALUE SPACES.
       01  WS-N-EDIT                PIC X(4) VALUE SPACES.
       77  N                         PIC 9(4) VALUE 0.
       77  WS-W-FLAG-COUNT           PIC 9(1) VALUE 0.
       01  WS-WIDE-MODE-SW          PIC X(1) VALUE "N".
           88  WS-WIDE-MODE                   VALUE "Y".
       77  WS-MAX-SAFE-N             PIC 9(4) VALUE 45.
       77  WS-MAX-WIDE-N             PIC 9(4) VALUE 340.
       77  WS-CURR-MAX-N             PIC 9(4) VALUE 45.

       01  WS-NUM-EDIT              PIC X(4) VALUE SPACES.
       01  WS-PREFIX-TRIMMED        PIC X(30) VALUE SPACES.
       77  WS-PREFIX-LEN             PIC 9(2) VALUE 0.
       77  WS-PREFIX-IX              PIC 9(2) VALUE 0.
       77  WS-BLANK-COUNT            PIC 9(2) VALUE 0.

       01  WS-ERR-TEXT              PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       COPY FIBCTP.
       COPY FIBCTE.

       PROCEDURE DIVISION USING FIBCTL-RECORD CTE-RESULT.

       0000-EDIT-PROFILE.
           MOVE "Y" TO CTE-PROFILE-VALID-SW
           MOVE 0 TO CTE-ERR-COUNT
           MOVE SPACES TO CTE-ERR-TEXT(1) CTE-ERR-TEXT(2)
               CTE-ERR-TEXT(3) CTE-ERR-TEXT(4) CTE-ERR-TEXT(5)
               CTE-ERR-TEXT(6)
           PERFORM 2200-CHECK-PROFILE-NAME
           PERFORM 2300-CHECK-REQ-N
           PERFORM 2400-CHECK-CKPT-INTERVAL
           PERFORM 2500-CHECK-MAX-TRIES
           PERFORM 2600-CHECK-DSN-PREFIX
           GOBACK.

       2200-CHECK-PROFILE-NAME.
           IF CTL-PROFILE-NAME = SPACES
               MOVE "PROFILE NAME IS BLANK." TO WS-ERR-TEXT
               PERFORM 7000-FLAG-PROFILE-ERROR
           END-IF.

       2300-CHECK-REQ-N.
           MOVE CTL-REQ-N TO WS-N-INPUT
           MOVE "N" TO WS-WIDE-MODE-SW
           MOVE 0 TO WS-W-FLAG-COUNT
           INSPECT WS-N-INPUT TALLYING WS-W-FLAG-COUNT
               FOR ALL "W"
           IF WS-W-FLAG-COUNT > 0
               SET WS-WIDE-MODE TO TRUE
               INSPECT WS-N-INPUT REPLACING ALL "W" BY SPACE
           END-IF
           IF WS-WIDE-MODE
               MOVE WS-MAX-WIDE-N TO WS-CURR-MAX-N
           ELSE
               MOVE WS-MAX-SAFE-N TO WS-CURR-MAX-N
           END-IF
           MOVE FUNCTION TRIM(WS-N-INPUT) TO WS-N-INPUT
           IF WS-N-INPUT(5:1) = SPACE
               MOVE WS-N-INPUT(1:4) TO WS-N-EDIT
           ELSE
               MOVE SPACES TO WS-N-EDIT
           END-IF
           IF WS-N-EDIT NOT = SPACES
                   AND FUNCTION TRIM(WS-N-EDIT) IS NUMERIC
               MOVE WS-N-EDIT TO N
               IF N < 1 OR N > WS-CURR-MAX-N
                   MOVE "N OUT OF RANGE FOR ITS MODE." TO WS-ERR-TEXT
                   PERFORM 7000-FLAG-PROFILE-ERROR
               END-IF
           ELSE
               MOVE "N IS NOT DIGITS ONLY WITH OPTIONAL TRAILING W."
                   TO WS-ERR-TEXT
               PERFORM 7000-FLAG-PROFILE-ERROR
           END-IF.

       2400-CHECK-CKPT-INTERVAL.
           MOVE CTL-CKPT-INTERVAL TO WS-NUM-EDIT
           IF WS-NUM-EDIT NOT = SPACES
               IF FUNCTION TRIM(WS-NUM-EDIT) IS NUMERIC
                   IF FUNCTION NUMVAL(WS-NUM-EDIT) < 1
                       MOVE "CHECKPOINT INTERVAL MUST BE 1 OR MORE."
                           TO WS-ERR-TEXT
                       PERFORM 7000-FLAG-PROFILE-ERROR
                   END-IF
               ELSE
                   MOVE "CHECKPOINT INTERVAL IS NOT NUMERIC."
                       TO WS-ERR-TEXT
                   PERFORM 7000-FLAG-PROFILE-ERROR
               END-IF
           END-IF.

       2500-CHECK-MAX-TRIES.
           MOVE SPACES TO WS-NUM-EDIT
           MOVE CTL-MAX-TRIES TO WS-NUM-EDIT(1:2)
           IF WS-NUM-EDIT(1:2) NOT = SPACES
               IF FUNCTION TRIM(WS-NUM-EDIT) IS NUMERIC
                   IF FUNCTION NUMVAL(WS-NUM-EDIT) < 1
                       MOVE "MAX TRIES MUST BE 1 OR MORE."
                           TO WS-ERR-TEXT
                       PERFORM 7000-FLAG-PROFILE-ERROR
                   END-IF
               ELSE
                   MOVE "MAX TRIES IS NOT NUMERIC." TO WS-ERR-TEXT
                   PERFORM 7000-FLAG-PROFILE-ERROR
               END-IF
           END-IF.

       2600-CHECK-DSN-PREFIX.
           IF CTL-DSN-PREFIX NOT = SPACES
               IF CTL-DSN-PREFIX(1:1) = SPACE
                   MOVE "DSN PREFIX HAS LEADING BLANKS."
                       TO WS-ERR-TEXT
                   PERFORM 7000-FLAG-PROFILE-ERROR
               ELSE
                   PERFORM 2700-CHECK-EMBEDDED-BLANKS
               END-IF
           END-IF.

       2700-CHECK-EMBEDDED-BLANKS.
           MOVE FUNCTION TRIM(CTL-DSN-PREFIX TRAILING)
               TO WS-PREFIX-TRIMMED
           MOVE 0 TO WS-PREFIX-LEN
           PERFORM VARYING WS-PREFIX-IX FROM 30 BY -1
                   UNTIL WS-PREFIX-IX < 1 OR WS-PREFIX-LEN > 0
               IF WS-PREFIX-TRIMMED(WS-PREFIX-IX:1) NOT = SPACE
                   MOVE WS-PREFIX-IX TO WS-PREFIX-LEN
               END-IF
           END-PERFORM
           MOVE 0 TO WS-BLANK-COUNT
           IF WS-PREFIX-LEN > 0
               INSPECT WS-PREFIX-TRIMMED(1:WS-PREFIX-LEN)
                   TALLYING WS-BLANK-COUNT FOR ALL SPACE
           END-IF
           IF WS-BLANK-COUNT > 0
               MOVE "DSN PREFIX HAS EMBEDDED BLANKS."
                   TO WS-ERR-TEXT
               PERFORM 7000-FLAG-PROFILE-ERROR
           END-IF.

       7000-FLAG-PROFILE-ERROR.
           MOVE "N" TO CTE-PROFILE-VALID-SW
           IF CTE-ERR-COUNT < 6
               ADD 1 TO CTE-ERR-COUNT
               MOVE WS-ERR-TEXT TO CTE-ERR-TEXT(CTE-ERR-COUNT)
           END-IF.
