      *SO THE SPRING INVENTORY ORDER CAN BE TIMED OFF REAL
      *SEASONALITY INSTEAD OF MEMORY. MONTHS WITH NO ACTIVITY IN
      *EITHER YEAR ARE LEFT OFF THE REPORT.
      *
      *A HISTORY ROW WITH A NEGATIVE TOTAL COST IS A CANCELLED SALE
      *WRITTEN BY COBCMS33. IT NETS OUT ONE UNIT AND ITS DOLLARS IN
      *THE ORIGINAL PURCHASE MONTH, SO A BOAT THE BUYER BACKED OUT OF
      *DOES NOT COUNT TOWARD THE SEASONALITY. A MONTH OR TYPE WHOSE
      *CANCELLATIONS OUTWEIGH ITS SALES PRINTS WITH A TRAILING MINUS.
      ******************************************************************

       ENVIRONMENT DIVISION.
               10 BH-PUR-YY            PIC 9(4).
               10 BH-PUR-MM            PIC 99.
               10 BH-PUR-DD            PIC 99.
           05 BH-TOT-COST              PIC S9(8)V99.
      *    THE AS-OF RUN DATE THE ROW WAS ROLLED UNDER; COBCMS17 USES
      *    IT TO REPLACE A RERUN DATE'S ROWS. THE TREND SUMMARY KEYS
      *    OFF THE PURCHASE DATE, NOT THE ROLL DATE.
           05 WS-MONTH-SUB         PIC 99          VALUE ZERO.
           05 WS-TYPE-CODE         PIC X           VALUE SPACES.
           05 WS-PCT-CHANGE        PIC S9(5)V9     VALUE ZERO.
           05 WS-UNIT-CHANGE       PIC S9          VALUE ZERO.
           05 C-TY-CUR-UNITS       PIC S9(5)       VALUE ZERO.
           05 C-TY-CUR-DOLLARS     PIC S9(10)V99   VALUE ZERO.
           05 C-TY-PRI-UNITS       PIC S9(5)       VALUE ZERO.
           05 C-TY-PRI-DOLLARS     PIC S9(10)V99   VALUE ZERO.

      *    UNITS AND DOLLARS BY BOAT TYPE AND PURCHASE MONTH FOR THE
      *    RUN YEAR AND THE PRIOR YEAR. ROW 7 COLLECTS UNMAPPED TYPE
               10 TT-TYPE-CD       PIC X.
               10 TT-TYPE-NAME     PIC X(13).
               10 TT-MONTH-ENTRY OCCURS 12 TIMES.
                   15 TT-CUR-UNITS     PIC S9(5)    VALUE ZERO.
                   15 TT-CUR-DOLLARS   PIC S9(9)V99 VALUE ZERO.
                   15 TT-PRI-UNITS     PIC S9(5)    VALUE ZERO.
                   15 TT-PRI-DOLLARS   PIC S9(9)V99 VALUE ZERO.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
       01 DETAIL-LINE.
           05 O-MONTH              PIC 99.
           05 FILLER               PIC X(9)    VALUE SPACES.
           05 O-CUR-UNITS          PIC ZZ,ZZ9-.
           05 FILLER               PIC X(6)    VALUE SPACES.
           05 O-CUR-DOLLARS        PIC $$$$,$$$,$$9.99-.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-PRI-UNITS          PIC ZZ,ZZ9-.
           05 FILLER               PIC X(6)    VALUE SPACES.
           05 O-PRI-DOLLARS        PIC $$$$,$$$,$$9.99-.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 O-PCT-CHANGE         PIC ZZ,ZZ9.9-.
           05 O-PCT-TAG            PIC X(4).

       01 TYPE-TOTAL-LINE.
           05 FILLER               PIC X(11)   VALUE "TYPE TOTAL ".
           05 TY-CUR-UNITS         PIC ZZ,ZZ9-.
           05 FILLER               PIC X(6)    VALUE SPACES.
           05 TY-CUR-DOLLARS       PIC $$$$,$$$,$$9.99-.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 TY-PRI-UNITS         PIC ZZ,ZZ9-.
           05 FILLER               PIC X(6)    VALUE SPACES.
           05 TY-PRI-DOLLARS       PIC $$$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       0000-MAIN.
               MOVE BH-PUR-MM TO WS-MONTH-SUB
               MOVE BH-BOAT-TYPE TO WS-TYPE-CODE
               PERFORM 2100-FIND-TYPE-ROW
               IF BH-TOT-COST < ZERO
                   MOVE -1 TO WS-UNIT-CHANGE
               ELSE
                   MOVE 1 TO WS-UNIT-CHANGE
               END-IF
               IF BH-PUR-YY = WS-CUR-YY
                   ADD WS-UNIT-CHANGE TO TT-CUR-UNITS
                       (WS-TYPE-SUB, WS-MONTH-SUB)
                   ADD BH-TOT-COST TO TT-CUR-DOLLARS
                       (WS-TYPE-SUB, WS-MONTH-SUB)
               ELSE
                   IF BH-PUR-YY = WS-PRI-YY
                       ADD WS-UNIT-CHANGE TO TT-PRI-UNITS
                           (WS-TYPE-SUB, WS-MONTH-SUB)
                       ADD BH-TOT-COST TO TT-PRI-DOLLARS
                           (WS-TYPE-SUB, WS-MONTH-SUB)
                   TO C-TY-PRI-DOLLARS
           END-PERFORM.

           IF C-TY-CUR-UNITS NOT = ZERO OR C-TY-PRI-UNITS NOT = ZERO
              OR C-TY-CUR-DOLLARS NOT = ZERO
              OR C-TY-PRI-DOLLARS NOT = ZERO
               MOVE TT-TYPE-NAME (WS-TYPE-SUB) TO TH-TYPE-NAME
               WRITE PRTLINE FROM TYPE-HDING
                   AFTER ADVANCING 3 LINES
           END-IF.

       3200-MONTH-OUTPUT.
           IF TT-CUR-UNITS (WS-TYPE-SUB, WS-MONTH-SUB) NOT = ZERO
              OR TT-PRI-UNITS (WS-TYPE-SUB, WS-MONTH-SUB) NOT = ZERO
              OR TT-CUR-DOLLARS (WS-TYPE-SUB, WS-MONTH-SUB) NOT = ZERO
              OR TT-PRI-DOLLARS (WS-TYPE-SUB, WS-MONTH-SUB) NOT = ZERO
               MOVE WS-MONTH-SUB TO O-MONTH
               MOVE TT-CUR-UNITS (WS-TYPE-SUB, WS-MONTH-SUB)
                   TO O-CUR-UNITS
