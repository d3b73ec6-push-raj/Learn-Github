       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBDTERM.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-K             PIC 9(5) VALUE 0.
       77  WS-QUOT          PIC 9(5) VALUE 0.
       77  WS-BIT-COUNT     PIC 9(2) VALUE 0.
       77  WS-BIT-IX        PIC 9(2) VALUE 0.

       01  WS-BIT-TABLE.
           05  WS-BIT               PIC 9(1) OCCURS 16 TIMES.

       01  WS-OVERFLOW-SW           PIC X(1) VALUE "N".
           88  WS-OVERFLOW-OCCURRED           VALUE "Y".
       01  WS-CALL-OVERFLOW         PIC X(1) VALUE "N".

       01  WS-FA.
           05  WS-FA-DIGIT          PIC 9(1) OCCURS 72 TIMES.
       01  WS-FB.
           05  WS-FB-DIGIT          PIC 9(1) OCCURS 72 TIMES.
       01  WS-FA2                   PIC X(72).
       01  WS-FB2                   PIC X(72).
       01  WS-WORK-1                PIC X(72).
       01  WS-WORK-2                PIC X(72).
       01  WS-SEED-WIDE             PIC X(72).
       01  WS-COPY                  PIC X(72).

       LINKAGE SECTION.
       01  DTRM-SEQ                 PIC 9(4).
       01  DTRM-SEED-1              PIC 9(9).
       01  DTRM-SEED-2              PIC 9(9).
       01  DTRM-VALUE               PIC X(72).
       01  DTRM-OVERFLOW-FLAG       PIC X(1).

       PROCEDURE DIVISION USING DTRM-SEQ DTRM-SEED-1 DTRM-SEED-2
           DTRM-VALUE DTRM-OVERFLOW-FLAG.

       0000-COMPUTE-TERM.
           MOVE "N" TO WS-OVERFLOW-SW
           MOVE ALL "0" TO DTRM-VALUE
           EVALUATE TRUE
               WHEN DTRM-SEQ < 1
                   CONTINUE
               WHEN DTRM-SEQ = 1
                   MOVE DTRM-SEED-1 TO DTRM-VALUE(64:9)
               WHEN DTRM-SEQ = 2
                   MOVE DTRM-SEED-2 TO DTRM-VALUE(64:9)
               WHEN OTHER
                   COMPUTE WS-K = DTRM-SEQ - 1
                   PERFORM 1000-FIB-PAIR-BY-DOUBLING
                   IF NOT WS-OVERFLOW-OCCURRED
                       PERFORM 3000-APPLY-SEEDS
                   END-IF
           END-EVALUATE
           IF WS-OVERFLOW-OCCURRED
               MOVE ALL "0" TO DTRM-VALUE
               MOVE "Y" TO DTRM-OVERFLOW-FLAG
           ELSE
               MOVE "N" TO DTRM-OVERFLOW-FLAG
           END-IF
           GOBACK.

       1000-FIB-PAIR-BY-DOUBLING.
           MOVE 0 TO WS-BIT-COUNT
           PERFORM UNTIL WS-K = 0
               ADD 1 TO WS-BIT-COUNT
               DIVIDE WS-K BY 2 GIVING WS-QUOT
                   REMAINDER WS-BIT(WS-BIT-COUNT)
               MOVE WS-QUOT TO WS-K
           END-PERFORM
           MOVE ALL "0" TO WS-FA WS-FB
           MOVE 1 TO WS-FB-DIGIT(72)
           PERFORM 2000-DOUBLE-AND-STEP
               VARYING WS-BIT-IX FROM WS-BIT-COUNT BY -1
               UNTIL WS-BIT-IX < 2 OR WS-OVERFLOW-OCCURRED.

       2000-DOUBLE-AND-STEP.
           MOVE WS-FA TO WS-COPY
           CALL "FIBWMUL" USING WS-FA WS-COPY WS-WORK-1
               WS-CALL-OVERFLOW
           PERFORM 2900-NOTE-OVERFLOW
           MOVE WS-FB TO WS-COPY
           CALL "FIBWMUL" USING WS-FB WS-COPY WS-WORK-2
               WS-CALL-OVERFLOW
           PERFORM 2900-NOTE-OVERFLOW
           CALL "FIBWADD" USING WS-WORK-1 WS-WORK-2 WS-FA2
               WS-CALL-OVERFLOW
           PERFORM 2900-NOTE-OVERFLOW
           MOVE WS-FA TO WS-COPY
           CALL "FIBWADD" USING WS-FA WS-COPY WS-WORK-1
               WS-CALL-OVERFLOW
           PERFORM 2900-NOTE-OVERFLOW
           CALL "FIBWADD" USING WS-WORK-1 WS-FB WS-WORK-2
               WS-CALL-OVERFLOW
           PERFORM 2900-NOTE-OVERFLOW
           CALL "FIBWMUL" USING WS-FB WS-WORK-2 WS-FB2
               WS-CALL-OVERFLOW
           PERFORM 2900-NOTE-OVERFLOW
           IF WS-BIT(WS-BIT-IX - 1) = 1
               MOVE WS-FB2 TO WS-FA
               CALL "FIBWADD" USING WS-FA2 WS-FB2 WS-FB
                   WS-CALL-OVERFLOW
               PERFORM 2900-NOTE-OVERFLOW
           ELSE
               MOVE WS-FA2 TO WS-FA
               MOVE WS-FB2 TO WS-FB
           END-IF.

       2900-NOTE-OVERFLOW.
           IF WS-CALL-OVERFLOW = "Y"
               SET WS-OVERFLOW-OCCURRED TO TRUE
           END-IF.

       3000-APPLY-SEEDS.
           MOVE ALL "0" TO WS-SEED-WIDE
           MOVE DTRM-SEED-1 TO WS-SEED-WIDE(64:9)
           CALL "FIBWMUL" USING WS-SEED-WIDE WS-FA WS-WORK-1
               WS-CALL-OVERFLOW
           PERFORM 2900-NOTE-OVERFLOW
           MOVE ALL "0" TO WS-SEED-WIDE
           MOVE DTRM-SEED-2 TO WS-SEED-WIDE(64:9)
           CALL "FIBWMUL" USING WS-SEED-WIDE WS-FB WS-WORK-2
               WS-CALL-OVERFLOW
           PERFORM 2900-NOTE-OVERFLOW
           CALL "FIBWADD" USING WS-WORK-1 WS-WORK-2 DTRM-VALUE
               WS-CALL-OVERFLOW
           PERFORM 2900-NOTE-OVERFLOW.
