           05 WS-AVG-RECORDS   PIC 9(7)    VALUE 0.
           05 WS-FLAG-TEXT     PIC X(24)   VALUE SPACES.

      *    ONE ROW PER DAILY CHAIN STEP IN RUN ORDER; THE CALENDAR
      *    STEPS ARE LEFT OFF SO THEY DO NOT SHOW AS MISSED ON THE
      *    NIGHTS THEY ARE NOT DUE. THE CUR- FIELDS HOLD THE RUN
      *    BLOCK BEING COLLECTED; AT EACH RUN BOUNDARY THEY ROLL INTO
      *    THE PRI- TRAILING TOTALS AND CLEAR, SO WHEN THE
      *    LOG RUNS OUT THE CUR- FIELDS HOLD THE LATEST NIGHT AND
      *    THE PRI- FIELDS HOLD EVERYTHING BEFORE IT.
       01 STEP-STAT-TABLE.
           05 SS-ENTRY OCCURS 16 TIMES.
               10 SS-PROGRAM       PIC X(8).
               10 SS-CUR-PRESENT   PIC X.
               10 SS-CUR-ELAPSED   PIC 9(6).
           MOVE "COBCMS02" TO SS-PROGRAM (4).
           MOVE "COBCMS31" TO SS-PROGRAM (5).
           MOVE "COBCMS12" TO SS-PROGRAM (6).
           MOVE "COBCMS43" TO SS-PROGRAM (7).
           MOVE "COBCMS50" TO SS-PROGRAM (8).
           MOVE "COBCMS28" TO SS-PROGRAM (9).
           MOVE "COBCMS36" TO SS-PROGRAM (10).
           MOVE "COBCMS37" TO SS-PROGRAM (11).
           MOVE "COBCMS45" TO SS-PROGRAM (12).
           MOVE "COBCMS17" TO SS-PROGRAM (13).
           MOVE "COBCMS15" TO SS-PROGRAM (14).
           MOVE "COBCMS16" TO SS-PROGRAM (15).
           MOVE "COBCMS49" TO SS-PROGRAM (16).
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 16
               MOVE "N" TO SS-CUR-PRESENT (WS-STEP-SUB)
               MOVE ZERO TO SS-CUR-ELAPSED (WS-STEP-SUB)
               MOVE ZERO TO SS-CUR-RECORDS (WS-STEP-SUB)
               ADD 1 TO WS-RUN-CTR
           END-IF.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 16
               IF SS-CUR-PRESENT (WS-STEP-SUB) = "Y"
                   ADD 1 TO SS-PRI-RUNS (WS-STEP-SUB)
                   ADD SS-CUR-ELAPSED (WS-STEP-SUB)
       2200-TALLY-LOG-LINE.
           MOVE ZERO TO WS-FIND-SUB.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 16
               IF SS-PROGRAM (WS-STEP-SUB) = WS-LOG-PROG-8
                   MOVE WS-STEP-SUB TO WS-FIND-SUB
               END-IF
       3000-CLOSING.
           PERFORM 3100-STEP-OUTPUT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 16.

           IF SS-CUR-PRESENT (6) = "Y"
               IF SS-CUR-ABEND (6) = "YES"
