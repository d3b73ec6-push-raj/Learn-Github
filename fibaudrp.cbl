           05  DAY-ABENDED          PIC 9(6) VALUE 0.
           05  DAY-REJ-INVALID      PIC 9(6) VALUE 0.
           05  DAY-REJ-OVERFLOW     PIC 9(6) VALUE 0.
           05  DAY-REJ-NOT-AUTH     PIC 9(6) VALUE 0.
           05  DAY-RECON-MISMATCH   PIC 9(6) VALUE 0.
           05  DAY-OTHER            PIC 9(6) VALUE 0.
           05  DAY-MAX-N            PIC 9(4) VALUE 0.
           05  MTD-ABENDED          PIC 9(6) VALUE 0.
           05  MTD-REJ-INVALID      PIC 9(6) VALUE 0.
           05  MTD-REJ-OVERFLOW     PIC 9(6) VALUE 0.
           05  MTD-REJ-NOT-AUTH     PIC 9(6) VALUE 0.
           05  MTD-RECON-MISMATCH   PIC 9(6) VALUE 0.
           05  MTD-OTHER            PIC 9(6) VALUE 0.
           05  MTD-MAX-N            PIC 9(4) VALUE 0.
           05  SUM-ABENDED          PIC 9(6).
           05  SUM-REJ-INVALID      PIC 9(6).
           05  SUM-REJ-OVERFLOW     PIC 9(6).
           05  SUM-REJ-NOT-AUTH     PIC 9(6).
           05  SUM-RECON-MISMATCH   PIC 9(6).
           05  SUM-OTHER            PIC 9(6).
           05  SUM-MAX-N            PIC 9(4).
               WHEN "REJECTED-OVERFLOW-N"
                   ADD 1 TO DAY-REJ-OVERFLOW
                   ADD 1 TO MTD-REJ-OVERFLOW
               WHEN "REJECTED-NOT-AUTHORIZED"
                   ADD 1 TO DAY-REJ-NOT-AUTH
                   ADD 1 TO MTD-REJ-NOT-AUTH
               WHEN "SEED-RECON-MISMATCH"
                   ADD 1 TO DAY-RECON-MISMATCH
                   ADD 1 TO MTD-RECON-MISMATCH
           MOVE "REJECTED-OVERFLOW-N:" TO RPT-CNT-LABEL
           MOVE SUM-REJ-OVERFLOW TO RPT-CNT-VALUE
           WRITE FIBRPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE "REJECTED-NOT-AUTH:" TO RPT-CNT-LABEL
           MOVE SUM-REJ-NOT-AUTH TO RPT-CNT-VALUE
           WRITE FIBRPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE "SEED-RECON-MISMATCH:" TO RPT-CNT-LABEL
           MOVE SUM-RECON-MISMATCH TO RPT-CNT-VALUE
           WRITE FIBRPT-RECORD FROM WS-RPT-COUNT-LINE
