      *  CR 2200 SALES TAX PAYABLE     (TAX)
      *  DR 5100 COMMISSION EXPENSE    (COMMISSION)
      *  CR 2300 COMMISSIONS PAYABLE   (COMMISSION)
      *A SALE WITH A TRADE-IN ON BOATTRD.DAT TAXES AND EARNS
      *COMMISSION THE WAY COBCMS02 FIGURES THEM (COMMISSION ON THE NET
      *SALE, TAX ON THE NET WHERE THE STATE GIVES TRADE-IN CREDIT) AND
      *ALSO POSTS THE BOAT TAKEN IN
      *  DR 1300 USED BOAT INVENTORY   (APPRAISED VALUE)
      *  DR 4210 TRADE OVER-ALLOWANCE  (ALLOWANCE OVER APPRAISAL)
      *  CR 1100 ACCOUNTS RECEIVABLE   (ALLOWANCE)
      *WITH 4210 CREDITED INSTEAD WHEN THE APPRAISAL IS THE HIGHER.
      *BOATTRD.DAT IS LOADED BEFORE ANYTHING IS WRITTEN. WHEN IT
      *HOLDS MORE TRADE-INS THAN THE 500 THE TABLE TAKES, SALES WOULD
      *POST WITHOUT THEIR TRADE, SO THE RUN IS REFUSED THE SAME WAY
      *AS A CLOSED PERIOD BELOW: RETURN-CODE 8, GLJRNL.DAT, GLCTL.DAT
      *AND COMMERN.DAT LEFT UNTOUCHED, AND THE COUNT PAST THE TABLE
      *PRINTED ON GLPROOF.PRT.
      *SALES WITH AN IMPOSSIBLE PURCHASE DATE ARE SKIPPED WITH A
      *COUNT, THE SAME EDIT COBCMS02 AND COBCMS17 APPLY, SO THE
      *LEDGER CARRIES EXACTLY THE SALES THE REPORTS CARRY AND
      *GLPROOF.PRT TIES TO CBLBOAT.PRT AND CBLCOMM.PRT.
      *EACH SALE THAT EARNS A COMMISSION IS ALSO WRITTEN TO THE
      *COMMISSION EARNINGS FILE (COMMERN.DAT: SALESPERSON, BUYER,
      *PURCHASE DATE, BOAT TYPE, NET SALE, RATE, AND THE SAME
      *COMMISSION CREDITED TO 2300) FOR THE COBCMS50 COMMISSION
      *LEDGER POSTING.
      *EVERY ACCOUNT IS VALIDATED AGAINST THE CHART OF ACCOUNTS
      *(GLCHART.DAT, MAINTAINED BY ACCOUNTING). THE JOURNAL PROOF
      *LISTING (GLPROOF.PRT) SHOWS EVERY ENTRY AND PER-ACCOUNT
      *ALSO WRITTEN TO GLCTL.DAT SO THE COBCMS12 BALANCING STEP
      *PROVES THE ZERO ON THE NIGHTLY CERTIFICATE, THE SAME WAY IT
      *ALREADY PROVES THE PAINT FEED HASH.
      *ONCE THE MONTH-END CLOSE (COBCMS44) HAS LOCKED A PERIOD ON
      *GLPERIOD.DAT, A RUN DATED INSIDE THAT PERIOD IS REFUSED WITH
      *RETURN-CODE 8 - GLJRNL.DAT, GLCTL.DAT AND COMMERN.DAT ARE
      *LEFT UNTOUCHED AND ONLY THE REFUSAL PRINTS ON GLPROOF.PRT.
      ******************************************************************

       ENVIRONMENT DIVISION.
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\STATETAX.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TRADE-IN-FILE
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BOATTRD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-CHART
           ASSIGN TO "C:\IHCC\COBOL\GLCHART.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
           ASSIGN TO "C:\IHCC\COBOL\GLCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EARNINGS-OUT
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\COMMERN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-PERIOD
           ASSIGN TO "C:\IHCC\COBOL\GLPERIOD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
           ASSIGN TO "C:\IHCC\COBOL\GLPROOF.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.
       FD  STATE-TAX-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STX-REC
           RECORD CONTAINS 6 CHARACTERS.

       01 STX-REC.
           05 STX-STATE       PIC X(2).
           05 STX-RATE        PIC V999.
           05 STX-TRADE-CREDIT PIC X.

       FD  TRADE-IN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TR-REC
           RECORD CONTAINS 50 CHARACTERS.

       01 TR-REC.
           05 TR-BUYER-NO     PIC X(5).
           05 TR-PUR-DATE     PIC 9(8).
           05 TR-BOAT-TYPE    PIC X.
           05 TR-BOAT-YEAR    PIC 9(4).
           05 TR-ALLOWANCE    PIC 9(6)V99.
           05 TR-APPRAISED    PIC 9(6)V99.
           05 TR-STOCK-NO     PIC X(8).
           05 TR-STOCKED-DATE PIC 9(8).

      *    GL-CHART IS THE CHART OF ACCOUNTS ACCOUNTING MAINTAINS
      *    WITH DATA ENTRY: ACCOUNT NUMBER AND NAME. EVERY JOURNAL
           05 CTL-HASH-2       PIC 9(11)V99.
           05 FILLER           PIC X(25).

      *    ONE RECORD PER SALE THAT EARNED A COMMISSION TONIGHT,
      *    STAMPED WITH THE JOURNAL DATE. COBCMS50 POSTS IT TO THE
      *    COMMISSION LEDGER.
       FD  EARNINGS-OUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CE-REC
           RECORD CONTAINS 47 CHARACTERS.

       01 CE-REC.
           05 CE-SLS-ID        PIC X(5).
           05 CE-BUYER-NO      PIC X(5).
           05 CE-PUR-DATE      PIC 9(8).
           05 CE-BOAT-TYPE     PIC X.
           05 CE-NET-SALE      PIC 9(7)V99.
           05 CE-RATE          PIC V999.
           05 CE-AMOUNT        PIC 9(6)V99.
           05 CE-POST-DATE     PIC 9(8).

      *    GL-PERIOD IS THE LEDGER'S OPEN/LOCKED PERIOD RECORD,
      *    REWRITTEN BY THE COBCMS44 MONTH-END CLOSE.
       FD  GL-PERIOD
           LABEL RECORD IS STANDARD
           DATA RECORD IS GP-REC
           RECORD CONTAINS 20 CHARACTERS.

       01 GP-REC.
           05 GP-OPEN-PERIOD   PIC 9(6).
           05 GP-LOCKED-THRU   PIC 9(6).
           05 GP-CLOSE-DATE    PIC 9(8).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05 C-SALE-TOTAL     PIC 9(7)V99 VALUE ZERO.
           05 C-SALE-TAX       PIC 9(6)V99 VALUE ZERO.
           05 C-SALE-COMM      PIC 9(6)V99 VALUE ZERO.
           05 MORE-TRADES      PIC X(3)    VALUE "YES".
           05 WS-TRD-COUNT     PIC 999     VALUE ZERO.
           05 WS-TRD-SUB       PIC 999     VALUE ZERO.
           05 WS-TRD-FOUND     PIC 999     VALUE ZERO.
           05 C-TRD-DROP-CTR   PIC 9(5)    VALUE ZERO.
           05 WS-STX-CREDIT    PIC X       VALUE "N".
           05 C-TRADE-ALLOW    PIC 9(6)V99 VALUE ZERO.
           05 C-TRADE-APPR     PIC 9(6)V99 VALUE ZERO.
           05 C-NET-SALE       PIC 9(7)V99 VALUE ZERO.
           05 C-TAXABLE        PIC 9(7)V99 VALUE ZERO.
           05 WS-CHART-COUNT   PIC 99      VALUE ZERO.
           05 WS-DATE-VALID    PIC X(3)    VALUE "YES".
           05 WS-DAYS-IN-MONTH PIC 99      VALUE ZERO.
           05 WS-CHART-SUB     PIC 99      VALUE ZERO.
           05 WS-ACCT-SUB      PIC 99      VALUE ZERO.
           05 WS-RUN-DATE-N    PIC 9(8)    VALUE ZERO.
           05 WS-PERIOD-LOCKED PIC X(3)    VALUE "NO".

      *    THE PAINT FEED FIELDS UNSTRUNG OUT OF THE COMMA-DELIMITED
      *    PAINTACT.DAT LINE, THEN CONVERTED WITH NUMVAL.
           05 WS-RUN-MM        PIC 99.
           05 WS-RUN-DD        PIC 99.

       01 WS-RUN-PERIOD.
           05 WS-RP-YY         PIC 9(4).
           05 WS-RP-MM         PIC 99.
       01 WS-RUN-PERIOD-N REDEFINES WS-RUN-PERIOD PIC 9(6).

      *    THE CHART OF ACCOUNTS LOADED AT INIT, WITH DEBIT AND
      *    CREDIT ACCUMULATORS FOR THE PER-ACCOUNT SUMMARY. FIFTY
      *    ACCOUNTS IS AMPLE FOR THE SHOP'S LEDGER.
           05 STX-ENTRY OCCURS 60 TIMES.
               10 STT-STATE    PIC X(2).
               10 STT-RATE     PIC V999.
               10 STT-TRADE-CREDIT PIC X.

       01 TRADE-IN-TABLE.
           05 TRT-ENTRY OCCURS 500 TIMES.
               10 TRT-BUYER-NO PIC X(5).
               10 TRT-PUR-DATE PIC 9(8).
               10 TRT-ALLOWANCE PIC 9(6)V99.
               10 TRT-APPRAISED PIC 9(6)V99.

       01 CURRENT-DATE-AND-TIME.
           05  I-DATE.
           05 FILLER       PIC X(10)   VALUE SPACES.
           05 PF-TEXT      PIC X(50).

       01 LOCKED-TEXT.
           05 FILLER       PIC X(50)
               VALUE "*** RUN DATE IN CLOSED PERIOD - NO JOURNAL ***".

       01 SKIP-COUNT-LINE.
           05 FILLER       PIC X(34)
                   VALUE "BAD-DATE SALES SKIPPED, UNPOSTED: ".
           05 SK-SKIP-CTR  PIC ZZ,ZZ9.

       01 TRD-DROP-LINE.
           05 FILLER       PIC X(10)   VALUE SPACES.
           05 FILLER       PIC X(37)   VALUE
               "*** TRADE-INS PAST TABLE NOT LOADED: ".
           05 TD-DROP-CTR  PIC ZZ,ZZ9.
           05 FILLER       PIC X(25)   VALUE
               " - NO JOURNAL WRITTEN ***".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           EVALUATE TRUE
               WHEN WS-PERIOD-LOCKED = "YES"
                   PERFORM 3500-REFUSE-RUN
               WHEN C-TRD-DROP-CTR > ZERO
                   PERFORM 3600-REFUSE-TRADES
               WHEN OTHER
                   PERFORM 2000-JOURNAL-PAINT
                   PERFORM 2500-JOURNAL-BOATS
                   PERFORM 3000-CLOSING
           END-EVALUATE.
           GOBACK.

       1000-INIT.
           OPEN OUTPUT PRTOUT.

           PERFORM 1050-GET-RUN-DATE.
           MOVE I-MM TO WS-RUN-MM.
           MOVE I-DD TO WS-RUN-DD.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-N.
           MOVE I-YY TO WS-RP-YY.
           MOVE I-MM TO WS-RP-MM.

           PERFORM 1060-CHECK-PERIOD-LOCK.
           IF WS-PERIOD-LOCKED = "NO"
               PERFORM 1097-LOAD-TRADE-INS
           END-IF.
           IF WS-PERIOD-LOCKED = "NO" AND C-TRD-DROP-CTR = ZERO
               OPEN OUTPUT JOURNAL-OUT
               OPEN OUTPUT EARNINGS-OUT
               PERFORM 1080-LOAD-CHART
               PERFORM 1090-LOAD-PACKAGES
               PERFORM 1095-LOAD-STATE-TAX
               PERFORM 9100-HEADINGS
           END-IF.

      *    RUN-DATE-PARM IS OPTIONAL. IF OPERATIONS DID NOT DROP ONE,
      *    TODAY'S DATE IS USED, SAME AS BEFORE.
           END-READ.
           CLOSE RUN-DATE-PARM.

      *    NO GLPERIOD.DAT MEANS NO MONTH HAS BEEN CLOSED YET.
       1060-CHECK-PERIOD-LOCK.
           OPEN INPUT GL-PERIOD.
           READ GL-PERIOD
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-RUN-PERIOD-N NOT > GP-LOCKED-THRU
                       MOVE "YES" TO WS-PERIOD-LOCKED
                   END-IF
           END-READ.
           CLOSE GL-PERIOD.

       1080-LOAD-CHART.
           OPEN INPUT GL-CHART.
           PERFORM UNTIL MORE-CHART = "NO"
                               TO STT-STATE (WS-STX-COUNT)
                           MOVE STX-RATE
                               TO STT-RATE (WS-STX-COUNT)
                           MOVE STX-TRADE-CREDIT
                               TO STT-TRADE-CREDIT (WS-STX-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STATE-TAX-FILE.

       1097-LOAD-TRADE-INS.
           OPEN INPUT TRADE-IN-FILE.
           PERFORM UNTIL MORE-TRADES = "NO"
               READ TRADE-IN-FILE
                   AT END
                       MOVE "NO" TO MORE-TRADES
                   NOT AT END
                       IF WS-TRD-COUNT >= 500
                           ADD 1 TO C-TRD-DROP-CTR
                       ELSE
                           ADD 1 TO WS-TRD-COUNT
                           MOVE TR-BUYER-NO
                               TO TRT-BUYER-NO (WS-TRD-COUNT)
                           MOVE TR-PUR-DATE
                               TO TRT-PUR-DATE (WS-TRD-COUNT)
                           MOVE TR-ALLOWANCE
                               TO TRT-ALLOWANCE (WS-TRD-COUNT)
                           MOVE TR-APPRAISED
                               TO TRT-APPRAISED (WS-TRD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRADE-IN-FILE.

      *    THE PAINT SIDE JOURNALS STRAIGHT OFF THE ACCOUNTING FEED
      *    COBCMS12 HAS ALREADY PROVED AGAINST THE REPORT TOTALS, SO
      *    THE LEDGER LOADS EXACTLY THE DOLLARS THE CERTIFICATE
           COMPUTE C-SALE-TOTAL = RAW-BOAT-COST
               + RAW-PREP-DELIVER-COST + C-PKG-PRICE.

           PERFORM 2650-FIND-TRADE-IN.

           MOVE ZERO TO C-TAX-RATE.
           MOVE "N" TO WS-STX-CREDIT.
           PERFORM VARYING WS-STX-SUB FROM 1 BY 1
               UNTIL WS-STX-SUB > WS-STX-COUNT
               IF STT-STATE (WS-STX-SUB) = RAW-STATE
                   MOVE STT-RATE (WS-STX-SUB) TO C-TAX-RATE
                   MOVE STT-TRADE-CREDIT (WS-STX-SUB) TO WS-STX-CREDIT
               END-IF
           END-PERFORM.
           IF WS-STX-CREDIT = "Y"
               MOVE C-NET-SALE TO C-TAXABLE
           ELSE
               MOVE C-SALE-TOTAL TO C-TAXABLE
           END-IF.
           COMPUTE C-SALE-TAX ROUNDED = C-TAXABLE * C-TAX-RATE.

           MOVE RAW-SALESPERSON-ID TO SM-ID.
           READ SALESPERSON-MASTER
                   MOVE ZERO TO C-SALE-COMM
               NOT INVALID KEY
                   COMPUTE C-SALE-COMM ROUNDED =
                       C-NET-SALE * SM-COMM-RATE
           END-READ.

           MOVE SPACES TO JR-REF.
               MOVE ZERO TO JR-DEBIT
               MOVE C-SALE-COMM TO JR-CREDIT
               PERFORM 2900-WRITE-JOURNAL
               PERFORM 2690-WRITE-EARNINGS
           END-IF.

           IF C-TRADE-ALLOW > ZERO
               PERFORM 2700-POST-TRADE-IN
           END-IF.

      *    THE SALE'S TRADE-IN, IF ANY, WITH THE ALLOWANCE HELD TO THE
      *    SALE TOTAL THE SAME WAY COBCMS02 HOLDS IT.
       2650-FIND-TRADE-IN.
           MOVE ZERO TO C-TRADE-ALLOW.
           MOVE ZERO TO C-TRADE-APPR.
           MOVE ZERO TO WS-TRD-FOUND.
           PERFORM VARYING WS-TRD-SUB FROM 1 BY 1
               UNTIL WS-TRD-SUB > WS-TRD-COUNT
               IF TRT-BUYER-NO (WS-TRD-SUB) = RAW-BUYER-NO
                  AND TRT-PUR-DATE (WS-TRD-SUB) = RAW-PURCHASE-DATE
                   MOVE WS-TRD-SUB TO WS-TRD-FOUND
               END-IF
           END-PERFORM.
           IF WS-TRD-FOUND > ZERO
               MOVE TRT-ALLOWANCE (WS-TRD-FOUND) TO C-TRADE-ALLOW
               MOVE TRT-APPRAISED (WS-TRD-FOUND) TO C-TRADE-APPR
           END-IF.
           IF C-TRADE-ALLOW > C-SALE-TOTAL
               MOVE C-SALE-TOTAL TO C-TRADE-ALLOW
           END-IF.
           COMPUTE C-NET-SALE = C-SALE-TOTAL - C-TRADE-ALLOW.

       2690-WRITE-EARNINGS.
           MOVE RAW-SALESPERSON-ID TO CE-SLS-ID.
           MOVE RAW-BUYER-NO TO CE-BUYER-NO.
           MOVE RAW-PURCHASE-DATE TO CE-PUR-DATE.
           MOVE RAW-BOAT-TYPE TO CE-BOAT-TYPE.
           MOVE C-NET-SALE TO CE-NET-SALE.
           MOVE SM-COMM-RATE TO CE-RATE.
           MOVE C-SALE-COMM TO CE-AMOUNT.
           MOVE WS-RUN-DATE-N TO CE-POST-DATE.
           WRITE CE-REC.

      *    THE BOAT TAKEN IN GOES ON THE BOOKS AT ITS APPRAISED VALUE;
      *    THE ALLOWANCE COMES OFF WHAT THE BUYER OWES; THE DIFFERENCE
      *    IS THE OVER- (OR UNDER-) ALLOWANCE.
       2700-POST-TRADE-IN.
           MOVE "BOAT TRADE-IN" TO JR-DESC.
           IF C-TRADE-APPR > ZERO
               MOVE "1300" TO JR-ACCT
               MOVE C-TRADE-APPR TO JR-DEBIT
               MOVE ZERO TO JR-CREDIT
               PERFORM 2900-WRITE-JOURNAL
           END-IF.

           IF C-TRADE-ALLOW > C-TRADE-APPR
               MOVE "4210" TO JR-ACCT
               COMPUTE JR-DEBIT = C-TRADE-ALLOW - C-TRADE-APPR
               MOVE ZERO TO JR-CREDIT
               PERFORM 2900-WRITE-JOURNAL
           END-IF.

           MOVE "1100" TO JR-ACCT.
           MOVE ZERO TO JR-DEBIT.
           MOVE C-TRADE-ALLOW TO JR-CREDIT.
           PERFORM 2900-WRITE-JOURNAL.

           IF C-TRADE-APPR > C-TRADE-ALLOW
               MOVE "4210" TO JR-ACCT
               MOVE ZERO TO JR-DEBIT
               COMPUTE JR-CREDIT = C-TRADE-APPR - C-TRADE-ALLOW
               PERFORM 2900-WRITE-JOURNAL
           END-IF.

      *    WRITES ONE JOURNAL LEG, PRINTS ITS PROOF LINE, AND ROLLS
                   AFTER ADVANCING 2 LINES
           END-IF.


           PERFORM 3200-WRITE-CONTROL.

           CLOSE JOURNAL-OUT.
           CLOSE EARNINGS-OUT.
           CLOSE PRTOUT.

       3100-ACCT-TOTAL.
           WRITE CTL-REC.
           CLOSE CONTROL-OUT.

      *    THE JOURNAL AND CONTROL FILES ARE NEVER OPENED, SO THE
      *    LAST GOOD RUN'S GLJRNL.DAT AND GLCTL.DAT STAND.
       3500-REFUSE-RUN.
           PERFORM 9100-HEADINGS.
           MOVE LOCKED-TEXT TO PF-TEXT.
           WRITE PRTLINE FROM PROOF-RESULT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 8 TO RETURN-CODE.
           CLOSE PRTOUT.

      *    A TRADE-IN FILE BIGGER THAN THE TABLE WOULD POST SALES
      *    WITHOUT THEIR TRADE. NOTHING IS OPENED FOR OUTPUT, SO THE
      *    LAST GOOD RUN'S FILES STAND, AS IN 3500.
       3600-REFUSE-TRADES.
           PERFORM 9100-HEADINGS.
           MOVE C-TRD-DROP-CTR TO TD-DROP-CTR.
           WRITE PRTLINE FROM TRD-DROP-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 8 TO RETURN-CODE.
           CLOSE PRTOUT.

       9100-HEADINGS.
           ADD 1 TO C-PCTR
           MOVE C-PCTR TO PR-PCTR.
