      *THE SAME P/E/OTHER CODES AS PAINT-TYPE-CD, DESCRIPTION,
      *GALLONS ON HAND) IS LOADED, RECEIPTS FROM PNTRCPT.DAT ARE
      *POSTED TO IT, AND THE GALLONS REQUIRED BY EVERY OPEN OR
      *ACCEPTED ESTIMATE ARE TALLIED AGAINST IT. THE GALLONS BY PAINT
      *TYPE COME FROM THE PRICED-ESTIMATE FILE (PNTPRICE.DAT, ONE
      *RECORD PER ESTIMATE, WRITTEN NIGHTLY BY COBCMS01), SO DEMAND
      *TIES TO PJOBEST.PRT WITHOUT CONVERTING ANY ROOM HERE. THE
      *PURCHASING REPORT (PNTPURCH.PRT) SHOWS, BY PAINT TYPE, GALLONS
      *ON HAND, RECEIPTS, DEMAND, AND THE SHORTFALL TO BUY, SO NOBODY
      *RUNS OUT OF EGGSHELL MID-JOB AGAIN. THE UPDATED INVENTORY IS
      *WRITTEN TO PNTINV2.DAT (SAME OLD-MASTER/NEW-MASTER PATTERN AS
      *THE SHOP'S OTHER MAINTENANCE JOBS; OPERATIONS COPIES IT OVER
      *PNTINV.DAT AFTER A CLEAN RUN).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRICED-ESTIMATES
           ASSIGN TO "C:\IHCC\COBOL\COBCMS01\PNTPRICE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PP-EST-NO
           ALTERNATE RECORD KEY IS PP-CUST-NO
               WITH DUPLICATES.

           SELECT OPTIONAL INVENTORY-MASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS01\PNTINV.DAT"
           ASSIGN TO "C:\IHCC\COBOL\RUNDATE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    PRICED-ESTIMATES IS WRITTEN NIGHTLY BY COBCMS01: ONE RECORD
      *    PER ESTIMATE WITH THE FIGURES PRINTED ON PJOBEST.PRT.
       FD  PRICED-ESTIMATES
           LABEL RECORD IS STANDARD
           DATA RECORD IS PP-REC
           RECORD CONTAINS 150 CHARACTERS.

       01 PP-REC.
           05  PP-EST-NO           PIC X(4).
           05  PP-CUST-NO          PIC X(5).
           05  PP-EST-DATE         PIC 9(8).
           05  PP-STATUS-CD        PIC X.
           05  PP-ROOMS            PIC 99.
           05  PP-PAINT-GAL        PIC 9(4)V99.
           05  PP-PAINT-EST        PIC 9(6)V99.
           05  PP-LABOR-EST        PIC 9(6)V99.
           05  PP-TOTAL-EST        PIC 9(6)V99.
           05  PP-TAX-AMT          PIC 9(5)V99.
           05  PP-TOT-W-TAX        PIC 9(6)V99.
           05  PP-PRICED-DATE      PIC 9(8).
           05  PP-TYPE-COUNT       PIC 99.
           05  PP-TYPE-ENTRY OCCURS 10 TIMES.
               10 PP-TYPE-CD       PIC X.
               10 PP-TYPE-GAL      PIC 9(4)V99.
           05  FILLER              PIC X(5).

      *    THE PAINT INVENTORY MASTER THE OFFICE MAINTAINS WITH DATA
      *    ENTRY: ONE RECORD PER PAINT TYPE CODE WITH THE GALLONS
           05 RD-MM            PIC 99.
           05 RD-DD            PIC 99.

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05 C-PCTR               PIC 9(2)    VALUE ZERO.
           05 MORE-PRICED          PIC X(3)    VALUE "YES".
           05 MORE-INV             PIC X(3)    VALUE "YES".
           05 MORE-RCPTS           PIC X(3)    VALUE "YES".
           05 WS-ROW-SUB           PIC 99      VALUE 0.
           05 WS-PP-SUB            PIC 99      VALUE 0.
           05 WS-TYPE-SUB          PIC 99      VALUE ZERO.
           05 WS-TYPE-COUNT        PIC 99      VALUE ZERO.
           05 WS-TYPE-CODE         PIC X       VALUE SPACES.
           05 WS-SHORT-GAL         PIC S9(6)V99 VALUE ZERO.
           05 C-GT-ONHAND          PIC 9(7)V99 VALUE ZERO.
           05 C-GT-RECEIPTS        PIC 9(7)V99 VALUE ZERO.
               10 ST-RECEIPTS      PIC 9(5)V99.
               10 ST-DEMAND        PIC 9(5)V99.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
             10 I-YY               PIC 9(4).
             10 I-DD               PIC 99.
           05 I-TIME               PIC X(11).

       01 TABLE-DROP-LINE.
           05 FILLER       PIC X(47)   VALUE
               "*** PAINT TYPE CODES PAST TABLE NOT TALLIED: ".
           PERFORM 1100-LOAD-INVENTORY.
           PERFORM 1200-POST-RECEIPTS.
           PERFORM 2000-TALLY-DEMAND
               UNTIL MORE-PRICED = "NO".
           PERFORM 2500-WRITE-NEW-MASTER.
           PERFORM 3000-CLOSING.
           GOBACK.

       1000-INIT.
           OPEN INPUT PRICED-ESTIMATES.
           OPEN OUTPUT NEW-INVENTORY.
           OPEN OUTPUT PRTOUT.

           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.

           PERFORM 9100-HEADINGS.
           PERFORM 9000-READ-PRICED.

      *    RUN-DATE-PARM IS OPTIONAL. IF OPERATIONS DID NOT DROP ONE,
      *    TODAY'S DATE IS USED, SAME AS BEFORE.
           END-READ.
           CLOSE RUN-DATE-PARM.

       1100-LOAD-INVENTORY.
           OPEN INPUT INVENTORY-MASTER.
           PERFORM UNTIL MORE-INV = "NO"
      *    NOT-ON-MASTER DESCRIPTION SO IT SURFACES ON THE REPORT.
       2100-FIND-TYPE-ROW.
           MOVE ZERO TO WS-TYPE-SUB.
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-TYPE-COUNT
               IF ST-TYPE-CD (WS-ROW-SUB) = WS-TYPE-CODE
                   MOVE WS-ROW-SUB TO WS-TYPE-SUB
               END-IF
           END-PERFORM.
           IF WS-TYPE-SUB = ZERO
               END-IF
           END-IF.

      *    OPEN (STATUS O OR BLANK) AND ACCEPTED (STATUS A) ESTIMATES
      *    ARE WORK THE SHOP STILL HAS TO PAINT, SO THEIR GALLONS BY
      *    PAINT TYPE COUNT AS DEMAND. DECLINED AND EXPIRED ESTIMATES
      *    DO NOT.
       2000-TALLY-DEMAND.
           IF PP-STATUS-CD = "O" OR PP-STATUS-CD = "A"
              OR PP-STATUS-CD = SPACE
               PERFORM 2200-TYPE-GALLONS
                   VARYING WS-PP-SUB FROM 1 BY 1
                   UNTIL WS-PP-SUB > PP-TYPE-COUNT
           END-IF.
           PERFORM 9000-READ-PRICED.

       2200-TYPE-GALLONS.
           MOVE PP-TYPE-CD (WS-PP-SUB) TO WS-TYPE-CODE.
           PERFORM 2100-FIND-TYPE-ROW.
           IF WS-TYPE-SUB > ZERO
               ADD PP-TYPE-GAL (WS-PP-SUB) TO ST-DEMAND (WS-TYPE-SUB)
           END-IF.

      *    THE UPDATED INVENTORY (ON HAND PLUS RECEIPTS) GOES OUT AS
                   AFTER ADVANCING 2 LINES
           END-IF.

           CLOSE PRICED-ESTIMATES.
           CLOSE NEW-INVENTORY.
           CLOSE PRTOUT.

               AT EOP
                   PERFORM 9100-HEADINGS.

       9000-READ-PRICED.
           READ PRICED-ESTIMATES NEXT RECORD
               AT END
                   MOVE "NO" TO MORE-PRICED.

       9100-HEADINGS.
           ADD 1 TO C-PCTR
