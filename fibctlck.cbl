       DATA DIVISION.
       FILE SECTION.
       FD  FIBCTL-FILE.
       COPY FIBCTP.

       FD  FIBRPT-FILE.
       01  FIBRPT-RECORD            PIC X(120).
       01  WS-ABEND-SW              PIC X(1) VALUE "N".
           88  WS-RUN-ABENDED                 VALUE "Y".

       01  WS-RUN-DATE              PIC 9(8) VALUE 0.

       77  WS-PROFILES-READ          PIC 9(4) VALUE 0.
       77  WS-PROFILES-VALID         PIC 9(4) VALUE 0.
       77  WS-PROFILES-INVALID       PIC 9(4) VALUE 0.

       77  WS-NAME-COUNT             PIC 9(3) VALUE 0.
       77  WS-NAME-IX                PIC 9(3) VALUE 0.
       77  WS-NAME-MAX               PIC 9(3) VALUE 100.
           05  WS-NAME-ENTRY OCCURS 100 TIMES.
               10  WS-NAME-T-NAME   PIC X(8).

       77  WS-ERR-IX                 PIC 9(1) VALUE 0.

       COPY FIBCTE.

       01  WS-RPT-TITLE.
           05  FILLER               PIC X(38) VALUE

       2100-VALIDATE-ONE-PROFILE.
           ADD 1 TO WS-PROFILES-READ
           MOVE CTL-PROFILE-NAME TO RPT-PRF-NAME
           MOVE CTL-REQ-N TO RPT-PRF-N
           MOVE CTL-CKPT-INTERVAL TO RPT-PRF-CKPT
           MOVE CTL-MAX-TRIES TO RPT-PRF-TRIES
           MOVE CTL-DSN-PREFIX TO RPT-PRF-PREFIX
           CALL "FIBCTLED" USING FIBCTL-RECORD CTE-RESULT
           PERFORM 2200-CHECK-PROFILE-NAME
           IF CTE-PROFILE-VALID
               ADD 1 TO WS-PROFILES-VALID
               MOVE "VALID" TO RPT-PRF-VERDICT
           ELSE
           PERFORM 2900-WRITE-PROFILE-LINE
           PERFORM 2950-WRITE-ONE-ERROR
               VARYING WS-ERR-IX FROM 1 BY 1
               UNTIL WS-ERR-IX > CTE-ERR-COUNT.

       2200-CHECK-PROFILE-NAME.
           IF CTL-PROFILE-NAME NOT = SPACES
               MOVE "N" TO WS-NAME-DUP-SW
               PERFORM VARYING WS-NAME-IX FROM 1 BY 1
                       UNTIL WS-NAME-IX > WS-NAME-COUNT
               END-IF
           END-IF.

       2900-WRITE-PROFILE-LINE.
           WRITE FIBRPT-RECORD FROM WS-RPT-PROFILE-LINE
           IF NOT WS-FIBRPT-OK
           END-IF.

       2950-WRITE-ONE-ERROR.
           MOVE CTE-ERR-TEXT(WS-ERR-IX) TO RPT-ERR-TEXT
           WRITE FIBRPT-RECORD FROM WS-RPT-ERROR-LINE
           IF NOT WS-FIBRPT-OK
               DISPLAY "Unable to write FIBCTLRP, file status "
                   WS-FIBRPT-STATUS
               SET WS-RUN-ABENDED TO TRUE
               MOVE CTE-ERR-COUNT TO WS-ERR-IX
           END-IF.

       7000-FLAG-PROFILE-ERROR.
           MOVE "N" TO CTE-PROFILE-VALID-SW
           IF CTE-ERR-COUNT < 6
               ADD 1 TO CTE-ERR-COUNT
               MOVE RPT-ERR-TEXT TO CTE-ERR-TEXT(CTE-ERR-COUNT)
           END-IF.

       8000-WRITE-SUMMARY.
