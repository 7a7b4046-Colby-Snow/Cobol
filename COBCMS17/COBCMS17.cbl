      *DELIBERATE RUNDATE.DAT CORRECTION RERUN OF A CLEAN NIGHT
      *REPLACES THAT NIGHT'S ROLL INSTEAD OF DOUBLE-COUNTING IT.
      *
      *THE TOTAL COST IS SIGNED. THE COBCMS33 CANCELLATION RUN ADDS A
      *NEGATIVE ROW FOR EACH SALE A BUYER BACKS OUT OF, AND THOSE
      *ROWS ARE NOT PART OF THIS STEP'S ROLL, SO THE RERUN RULE ONLY
      *DROPS THIS RUN DATE'S POSITIVE ROWS AND LEAVES ANY NEGATIVE
      *ROWS IN PLACE FOR COBCMS18 TO NET.
      *
      *THE SWAP RENAMES THE CURRENT HISTORY ASIDE AS BOATHST1.BAK,
      *RENAMES THE NEW FILE INTO PLACE, THEN DELETES THE ASIDE COPY,
      *SO A FAILURE AT ANY POINT LEAVES A FULL HISTORY ON DISK
               10 BH-PUR-YY            PIC 9(4).
               10 BH-PUR-MM            PIC 99.
               10 BH-PUR-DD            PIC 99.
           05 BH-TOT-COST              PIC S9(8)V99.
           05 BH-ROLL-DATE             PIC 9(8).

       FD  NEW-HISTORY
       01 NH-REC.
           05 NH-BOAT-TYPE             PIC X.
           05 NH-PUR-DATE              PIC 9(8).
           05 NH-TOT-COST              PIC S9(8)V99.
           05 NH-ROLL-DATE             PIC 9(8).

       FD  PRTOUT
      *    CARRIES THE EXISTING HISTORY INTO THE NEW FILE, EXCEPT
      *    ROWS ALREADY ROLLED UNDER THIS RUN'S AS-OF DATE: A RERUN
      *    OF THE SAME DATE REPLACES THAT DATE'S ROLL RATHER THAN
      *    DOUBLE-COUNTING IT ON THE TREND REPORT. CANCELLATION ROWS
      *    (NEGATIVE COST) ARE NOT THIS STEP'S TO REPLACE.
       1200-COPY-PRIOR-HISTORY.
           PERFORM UNTIL MORE-HIST = "NO"
               READ SALES-HISTORY
                       MOVE "NO" TO MORE-HIST
                   NOT AT END
                       IF BH-ROLL-DATE = WS-RUN-DATE-N
                          AND BH-TOT-COST NOT < ZERO
                           ADD 1 TO C-REPL-CTR
                       ELSE
                           MOVE BH-REC TO NH-REC
