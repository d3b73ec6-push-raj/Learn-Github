       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBWMUL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-IX        PIC 9(4) VALUE 0.
       77  WS-JX        PIC 9(4) VALUE 0.
       77  WS-PX        PIC 9(4) VALUE 0.
       77  WS-F1-START  PIC 9(4) VALUE 0.
       77  WS-F2-START  PIC 9(4) VALUE 0.
       77  WS-COLUMN    PIC 9(5) VALUE 0.
       77  WS-CARRY     PIC 9(5) VALUE 0.

       01  WS-ACCUM-TABLE.
           05  WS-ACCUM             PIC 9(5) OCCURS 144 TIMES.

       LINKAGE SECTION.
       01  WMUL-FACTOR-1.
           05  WMUL-F1-DIGIT        PIC 9(1) OCCURS 72 TIMES.
       01  WMUL-FACTOR-2.
           05  WMUL-F2-DIGIT        PIC 9(1) OCCURS 72 TIMES.
       01  WMUL-PRODUCT.
           05  WMUL-PROD-DIGIT      PIC 9(1) OCCURS 72 TIMES.
       01  WMUL-OVERFLOW-FLAG       PIC X(1).

       PROCEDURE DIVISION USING WMUL-FACTOR-1 WMUL-FACTOR-2
           WMUL-PRODUCT WMUL-OVERFLOW-FLAG.

       0000-MULTIPLY-WIDE.
           MOVE ZEROS TO WS-ACCUM-TABLE
           MOVE "N" TO WMUL-OVERFLOW-FLAG
           MOVE 73 TO WS-F1-START
           PERFORM VARYING WS-IX FROM 72 BY -1 UNTIL WS-IX < 1
               IF WMUL-F1-DIGIT(WS-IX) NOT = 0
                   MOVE WS-IX TO WS-F1-START
               END-IF
           END-PERFORM
           MOVE 73 TO WS-F2-START
           PERFORM VARYING WS-IX FROM 72 BY -1 UNTIL WS-IX < 1
               IF WMUL-F2-DIGIT(WS-IX) NOT = 0
                   MOVE WS-IX TO WS-F2-START
               END-IF
           END-PERFORM
           IF WS-F1-START < 73 AND WS-F2-START < 73
               PERFORM 1000-MULTIPLY-ONE-ROW
                   VARYING WS-IX FROM 72 BY -1
                   UNTIL WS-IX < WS-F1-START
               MOVE 0 TO WS-CARRY
               PERFORM 2000-CARRY-ONE-COLUMN
                   VARYING WS-PX FROM 144 BY -1 UNTIL WS-PX < 1
               PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 72
                   IF WS-ACCUM(WS-PX) NOT = 0
                       MOVE "Y" TO WMUL-OVERFLOW-FLAG
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 72
               MOVE WS-ACCUM(WS-PX + 72) TO WMUL-PROD-DIGIT(WS-PX)
           END-PERFORM
           GOBACK.

       1000-MULTIPLY-ONE-ROW.
           IF WMUL-F1-DIGIT(WS-IX) NOT = 0
               PERFORM 1100-MULTIPLY-ONE-DIGIT
                   VARYING WS-JX FROM 72 BY -1
                   UNTIL WS-JX < WS-F2-START
           END-IF.

       1100-MULTIPLY-ONE-DIGIT.
           COMPUTE WS-PX = WS-IX + WS-JX
           COMPUTE WS-ACCUM(WS-PX) = WS-ACCUM(WS-PX)
               + WMUL-F1-DIGIT(WS-IX) * WMUL-F2-DIGIT(WS-JX).

       2000-CARRY-ONE-COLUMN.
           COMPUTE WS-COLUMN = WS-ACCUM(WS-PX) + WS-CARRY
           DIVIDE WS-COLUMN BY 10 GIVING WS-CARRY
               REMAINDER WS-ACCUM(WS-PX).
