       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCMS50.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         COLBY SNOW.
       DATE-COMPILED.
      ******************************************************************
      *THIS PROGRAM IS THE NIGHTLY COMMISSION LEDGER POSTING. IT
      *KEEPS A RUNNING COMMISSION ACCOUNT FOR EVERY SALESPERSON ON
      *THE COMMISSION LEDGER (COMMLEDG.DAT, INDEXED ON SM-ID) SO
      *PAYROLL NO LONGER REBUILDS EACH PERSON'S EARNINGS FROM OLD
      *COPIES OF CBLCOMM.PRT. THREE FILES POST:
      *  - COMMERN.DAT  THE COMMISSION EACH SALE EARNED, WRITTEN
      *                 NIGHTLY BY COBCMS31 WITH THE SAME FIGURE IT
      *                 CREDITS TO COMMISSIONS PAYABLE (2300)
      *  - COMMCHG.DAT  THE COMMISSION TAKEN BACK ON A CANCELLED
      *                 SALE, WRITTEN BY THE COBCMS33 CANCELLATION RUN
      *  - COMMDRW.DAT  DRAWS AND ADVANCES PAID TO A SALESPERSON AND
      *                 MANUAL ADJUSTMENTS, KEYED BY THE OFFICE:
      *                 SALESPERSON, TYPE (D = DRAW OR ADVANCE PAID,
      *                 A = ADJUSTMENT), DATE, CHECK OR REFERENCE
      *                 NUMBER, AMOUNT, SIGN (AN ADJUSTMENT MARKED "+"
      *                 IS OWED TO THE SALESPERSON, "-" IS TAKEN OFF)
      *                 AND A MEMO
      *THE LEDGER CARRIES THE BALANCE AT THE START OF THE OPEN
      *STATEMENT PERIOD, THE PERIOD'S EARNINGS, CHARGEBACKS, DRAWS
      *AND ADJUSTMENTS, AND THE SAME FIGURES YEAR TO DATE. THE
      *BALANCE IS SIGNED: POSITIVE IS OWED TO THE SALESPERSON,
      *NEGATIVE (DRAWS NOT YET EARNED BACK) IS OWED BY THEM. THE
      *COBCMS51 STATEMENT RUN CLOSES EACH PERIOD.
      *
      *EVERY ITEM POSTED IS ALSO WRITTEN TO THE COMMISSION ACTIVITY
      *FILE (COMMACT.DAT), WHICH THE STATEMENTS PRINT FROM. ITS KEY
      *IS THE SALESPERSON, THE ITEM TYPE, AND THE SALE (BUYER,
      *PURCHASE DATE AND THE DATE COBCMS31 OR COBCMS33 WROTE THE
      *ITEM) OR THE DRAW (DATE AND REFERENCE), SO AN ITEM ALREADY
      *ON THE ACTIVITY FILE HAS BEEN POSTED AND IS COUNTED AND
      *PASSED OVER, NOT POSTED AGAIN. A RERUN, A COMMCHG.DAT LEFT
      *FROM AN EARLIER CANCELLATION RUN, OR A DRAW FILE THE OFFICE
      *KEEPS ADDING TO THEREFORE NEVER DOUBLES AN ACCOUNT, WHILE A
      *SALE THAT IS CANCELLED, REINSTATED AND CANCELLED AGAIN POSTS
      *EACH EARNING AND CHARGEBACK ON THE NIGHT IT WAS WRITTEN. A
      *CORRECTION TO A SALE ALREADY POSTED GOES THROUGH AS AN
      *ADJUSTMENT.
      *
      *AN ITEM FOR A SALESPERSON NOT ON SLSMSTR.DAT, OR A DRAW THAT
      *FAILS ITS EDITS, IS REJECTED TO THE POSTING REGISTER
      *(COMMPOST.PRT) WITH THE REASON AND SETS RETURN-CODE 4.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL EARNINGS-IN
               ASSIGN TO "C:\IHCC\COBOL\COBCMS02\COMMERN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHARGEBACK-IN
               ASSIGN TO "C:\IHCC\COBOL\COBCMS02\COMMCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DRAW-IN
               ASSIGN TO "C:\IHCC\COBOL\COBCMS02\COMMDRW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SALESPERSON-MASTER
               ASSIGN TO "C:\IHCC\COBOL\COBCMS02\SLSMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-ID.

           SELECT OPTIONAL COMM-LEDGER
               ASSIGN TO "C:\IHCC\COBOL\COBCMS02\COMMLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LG-SLS-ID.

           SELECT OPTIONAL COMM-ACTIVITY
               ASSIGN TO "C:\IHCC\COBOL\COBCMS02\COMMACT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CA-KEY.

           SELECT PRTOUT
               ASSIGN TO "C:\IHCC\COBOL\COBCMS02\COMMPOST.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-DATE-PARM
               ASSIGN TO "C:\IHCC\COBOL\RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    SAME LAYOUT COBCMS31 WRITES.
       FD  EARNINGS-IN
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

      *    SAME LAYOUT COBCMS33 WRITES.
       FD  CHARGEBACK-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS CB-REC
           RECORD CONTAINS 52 CHARACTERS.

       01 CB-REC.
           05 CB-SLS-ID        PIC X(5).
           05 CB-BUYER-NO      PIC X(5).
           05 CB-PUR-DATE      PIC 9(8).
           05 CB-BOAT-TYPE     PIC X.
           05 CB-CANCEL-DATE   PIC 9(8).
           05 CB-SALE-TOTAL    PIC 9(7)V99.
           05 CB-AMOUNT        PIC 9(6)V99.
           05 CB-POST-DATE     PIC 9(8).

      *    DRAWS AND ADJUSTMENTS KEYED BY THE OFFICE. DW-SIGN IS ONLY
      *    READ ON AN ADJUSTMENT; A DRAW ALWAYS COMES OFF THE BALANCE.
       FD  DRAW-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS DW-REC
           RECORD CONTAINS 53 CHARACTERS.

       01 DW-REC.
           05 DW-SLS-ID        PIC X(5).
           05 DW-TYPE          PIC X.
           05 DW-DATE.
               10 DW-YY        PIC 9(4).
               10 DW-MM        PIC 99.
               10 DW-DD        PIC 99.
           05 DW-REF           PIC X(10).
           05 DW-AMOUNT        PIC 9(6)V99.
           05 DW-SIGN          PIC X.
           05 DW-MEMO          PIC X(20).

       FD  SALESPERSON-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SM-REC
           RECORD CONTAINS 48 CHARACTERS.

       01 SM-REC.
         05 SM-ID           PIC X(5).
         05 SM-NAME         PIC X(25).
         05 SM-COMM-RATE    PIC V999.
         05 SM-TERRITORY    PIC X(15).

      *    ONE RECORD PER SALESPERSON WITH COMMISSION ACTIVITY. THE
      *    BALANCE OWED TO THE SALESPERSON AT ANY TIME IS
      *      LG-OPEN-BAL + LG-PTD-EARNED - LG-PTD-CHGBK
      *                  - LG-PTD-DRAWS  + LG-PTD-ADJ.
      *    THE YEAR-TO-DATE FIGURES COVER THE STATEMENT PERIODS OF
      *    LG-YTD-YEAR; LG-YTD-PAID IS COMMISSION PAID THROUGH
      *    PAYROLL BY THE STATEMENT RUN.
       FD  COMM-LEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS LG-REC
           RECORD CONTAINS 155 CHARACTERS.

       01 LG-REC.
           05 LG-SLS-ID        PIC X(5).
           05 LG-NAME          PIC X(25).
           05 LG-TERRITORY     PIC X(15).
           05 LG-OPEN-BAL      PIC S9(7)V99.
           05 LG-PTD-EARNED    PIC 9(7)V99.
           05 LG-PTD-CHGBK     PIC 9(7)V99.
           05 LG-PTD-DRAWS     PIC 9(7)V99.
           05 LG-PTD-ADJ       PIC S9(7)V99.
           05 LG-YTD-YEAR      PIC 9(4).
           05 LG-YTD-EARNED    PIC 9(7)V99.
           05 LG-YTD-CHGBK     PIC 9(7)V99.
           05 LG-YTD-DRAWS     PIC 9(7)V99.
           05 LG-YTD-ADJ       PIC S9(7)V99.
           05 LG-YTD-PAID      PIC 9(7)V99.
           05 LG-LAST-POST     PIC 9(8).
           05 LG-LAST-STMT     PIC 9(8).

      *    ONE RECORD PER ITEM POSTED. CA-TYPE IS E (COMMISSION
      *    EARNED), C (CHARGEBACK), D (DRAW), A (ADJUSTMENT) OR P
      *    (PAID THROUGH PAYROLL, WRITTEN BY COBCMS51). A SALE ITEM
      *    IS KEYED BY BUYER, PURCHASE DATE AND THE DATE ITS SOURCE
      *    RUN WROTE IT, ANY OTHER BY DATE AND REFERENCE. CA-AMOUNT
      *    IS THE SIGNED EFFECT ON THE BALANCE.
       FD  COMM-ACTIVITY
           LABEL RECORD IS STANDARD
           DATA RECORD IS CA-REC
           RECORD CONTAINS 97 CHARACTERS.

       01 CA-REC.
           05 CA-KEY.
               10 CA-SLS-ID        PIC X(5).
               10 CA-TYPE          PIC X.
               10 CA-ITEM.
                   15 CA-ITEM-SALE.
                       20 CA-IT-BUYER      PIC X(5).
                       20 CA-IT-PUR-DATE   PIC 9(8).
                       20 CA-IT-POST-DATE  PIC 9(8).
                   15 CA-ITEM-TXN REDEFINES CA-ITEM-SALE.
                       20 CA-IT-DATE       PIC 9(8).
                       20 CA-IT-REF        PIC X(10).
                       20 FILLER           PIC X(3).
           05 CA-POST-DATE     PIC 9(8).
           05 CA-BUYER-NO      PIC X(5).
           05 CA-PUR-DATE      PIC 9(8).
           05 CA-BOAT-TYPE     PIC X.
           05 CA-SALE-AMT      PIC 9(7)V99.
           05 CA-AMOUNT        PIC S9(7)V99.
           05 CA-REF           PIC X(10).
           05 CA-MEMO          PIC X(20).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE          PIC X(132).

      *    RUN-DATE-PARM HOLDS A SHARED "AS-OF" BUSINESS DATE. ITS
      *    DATE PRINTS ON THE REGISTER AND STAMPS THE POSTING WHEN
      *    PRESENT. NO FILE MEANS TODAY'S DATE.
       FD  RUN-DATE-PARM
           LABEL RECORD IS STANDARD
           DATA RECORD IS RD-PARM-REC
           RECORD CONTAINS 8 CHARACTERS.

       01 RD-PARM-REC.
           05 RD-YY            PIC 9(4).
           05 RD-MM            PIC 99.
           05 RD-DD            PIC 99.

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05 C-PCTR           PIC 9(2)    VALUE ZERO.
           05 MORE-RECS        PIC X(3)    VALUE "YES".
           05 C-READ-CTR       PIC 9(5)    VALUE ZERO.
           05 C-POSTED-CTR     PIC 9(5)    VALUE ZERO.
           05 C-DUP-CTR        PIC 9(5)    VALUE ZERO.
           05 C-REJECT-CTR     PIC 9(5)    VALUE ZERO.
           05 C-NEWLEDG-CTR    PIC 9(3)    VALUE ZERO.
           05 C-TOT-REJECTS    PIC 9(5)    VALUE ZERO.
           05 C-GT-EARNED      PIC 9(9)V99 VALUE ZERO.
           05 C-GT-CHGBK       PIC 9(9)V99 VALUE ZERO.
           05 C-GT-DRAWS       PIC 9(9)V99 VALUE ZERO.
           05 C-GT-ADJ         PIC S9(9)V99 VALUE ZERO.
           05 WS-RUN-DATE-N    PIC 9(8)    VALUE ZERO.
           05 WS-ITEM-OK       PIC X(3)    VALUE "YES".
           05 WS-ON-LEDGER     PIC X(3)    VALUE "YES".
           05 WS-REJECT-TEXT   PIC X(30)   VALUE SPACES.
           05 WS-SOURCE-NAME   PIC X(12)   VALUE SPACES.
           05 WS-DAYS-IN-MONTH PIC 99      VALUE ZERO.

       01 CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY    PIC 9(4).
               10  I-MM    PIC 99.
               10  I-DD    PIC 99.
           05  I-TIME      PIC X(11).

       01 POST-TITLE.
           05  FILLER      PIC X(6)    VALUE "DATE:".
           05  PO-MM       PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  PO-DD       PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  PO-YY       PIC 9(4).
           05  FILLER      PIC X(31)   VALUE SPACES.
           05  FILLER      PIC X(35)
                   VALUE "COMMISSION LEDGER POSTING".
           05  FILLER      PIC X(42)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE "PAGE:".
           05  PO-PCTR     PIC Z9.

       01 COLUMN-HDINGS.
           05 FILLER       PIC X(7)    VALUE "SLSMN".
           05 FILLER       PIC X(13)   VALUE "ITEM".
           05 FILLER       PIC X(13)   VALUE "BUYER/REF".
           05 FILLER       PIC X(12)   VALUE "DATE".
           05 FILLER       PIC X(16)   VALUE "     SALE AMOUNT".
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(14)   VALUE "        AMOUNT".
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(30)   VALUE "NOTE".

       01 ITEM-LINE.
           05 IL-SLS-ID    PIC X(5).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 IL-ITEM      PIC X(11).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 IL-REF       PIC X(10).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 IL-DATE      PIC 99/99/9999.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 IL-SALE      PIC $$,$$$,$$9.99.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 IL-AMOUNT    PIC $$,$$$,$$9.99-.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 IL-NOTE      PIC X(30).

       01 SOURCE-LINE.
           05 SL-SOURCE    PIC X(12).
           05 FILLER       PIC X(7)    VALUE " READ: ".
           05 SL-READ      PIC ZZ,ZZ9.
           05 FILLER       PIC X(10)   VALUE "  POSTED: ".
           05 SL-POSTED    PIC ZZ,ZZ9.
           05 FILLER       PIC X(18)   VALUE "  ALREADY POSTED: ".
           05 SL-DUP       PIC ZZ,ZZ9.
           05 FILLER       PIC X(12)   VALUE "  REJECTED: ".
           05 SL-REJECT    PIC ZZ,ZZ9.

       01 TOTAL-LINE.
           05 TL-LABEL     PIC X(30).
           05 TL-AMOUNT    PIC $$$,$$$,$$9.99-.

       01 NEW-LEDGER-LINE.
           05 FILLER       PIC X(30)
                   VALUE "SALESPEOPLE NEW TO LEDGER:".
           05 NL-CTR       PIC ZZ9.

       01 WS-FLIP-DATE.
           05 WS-FLIP-MM   PIC 99.
           05 WS-FLIP-DD   PIC 99.
           05 WS-FLIP-YY   PIC 9(4).
       01 WS-FLIP-DATE-N REDEFINES WS-FLIP-DATE PIC 9(8).

       01 WS-FLIP-IN.
           05 WS-FLIP-IN-YY PIC 9(4).
           05 WS-FLIP-IN-MM PIC 99.
           05 WS-FLIP-IN-DD PIC 99.
       01 WS-FLIP-IN-N REDEFINES WS-FLIP-IN PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-POST-EARNINGS.
           PERFORM 3000-POST-CHARGEBACKS.
           PERFORM 4000-POST-DRAWS.
           PERFORM 5000-CLOSING.
           GOBACK.

       1000-INIT.
           OPEN OUTPUT PRTOUT.
           PERFORM 1050-GET-RUN-DATE.
           MOVE I-YY TO PO-YY.
           MOVE I-MM TO PO-MM.
           MOVE I-DD TO PO-DD.
           MOVE I-DATE TO WS-RUN-DATE-N.

           OPEN INPUT SALESPERSON-MASTER.
           OPEN I-O COMM-LEDGER.
           OPEN I-O COMM-ACTIVITY.
           PERFORM 9100-HEADINGS.

      *    RUN-DATE-PARM IS OPTIONAL. IF OPERATIONS DID NOT DROP ONE,
      *    TODAY'S DATE IS USED.
       1050-GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           OPEN INPUT RUN-DATE-PARM.
           READ RUN-DATE-PARM
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RD-YY TO I-YY
                   MOVE RD-MM TO I-MM
                   MOVE RD-DD TO I-DD
           END-READ.
           CLOSE RUN-DATE-PARM.

       1100-RESET-SOURCE-COUNTS.
           MOVE ZERO TO C-READ-CTR.
           MOVE ZERO TO C-POSTED-CTR.
           MOVE ZERO TO C-DUP-CTR.
           MOVE ZERO TO C-REJECT-CTR.
           MOVE "YES" TO MORE-RECS.

      *    LOOKS UP THE SALESPERSON IN SM-ID. A MISS REJECTS THE ITEM.
       1200-CHECK-SALESPERSON.
           MOVE "YES" TO WS-ITEM-OK.
           READ SALESPERSON-MASTER
               INVALID KEY
                   MOVE "NO" TO WS-ITEM-OK
                   MOVE "SALESPERSON NOT ON SLSMSTR.DAT"
                       TO WS-REJECT-TEXT
           END-READ.

       2000-POST-EARNINGS.
           PERFORM 1100-RESET-SOURCE-COUNTS.
           OPEN INPUT EARNINGS-IN.
           PERFORM UNTIL MORE-RECS = "NO"
               READ EARNINGS-IN
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-READ-CTR
                       PERFORM 2100-POST-ONE-EARNING
               END-READ
           END-PERFORM.
           CLOSE EARNINGS-IN.
           MOVE "COMMERN.DAT" TO WS-SOURCE-NAME.
           PERFORM 8000-SOURCE-SUMMARY.

       2100-POST-ONE-EARNING.
           MOVE CE-SLS-ID TO SM-ID.
           PERFORM 1200-CHECK-SALESPERSON.

           MOVE SPACES TO CA-REC.
           MOVE CE-SLS-ID TO CA-SLS-ID.
           MOVE "E" TO CA-TYPE.
           MOVE CE-BUYER-NO TO CA-IT-BUYER.
           MOVE CE-PUR-DATE TO CA-IT-PUR-DATE.
           MOVE CE-POST-DATE TO CA-IT-POST-DATE.
           MOVE WS-RUN-DATE-N TO CA-POST-DATE.
           MOVE CE-BUYER-NO TO CA-BUYER-NO.
           MOVE CE-PUR-DATE TO CA-PUR-DATE.
           MOVE CE-BOAT-TYPE TO CA-BOAT-TYPE.
           MOVE CE-NET-SALE TO CA-SALE-AMT.
           MOVE CE-AMOUNT TO CA-AMOUNT.
           MOVE "COMMISSION EARNED" TO CA-MEMO.
           MOVE "EARNED" TO IL-ITEM.
           PERFORM 7000-POST-ITEM.

       3000-POST-CHARGEBACKS.
           PERFORM 1100-RESET-SOURCE-COUNTS.
           OPEN INPUT CHARGEBACK-IN.
           PERFORM UNTIL MORE-RECS = "NO"
               READ CHARGEBACK-IN
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-READ-CTR
                       PERFORM 3100-POST-ONE-CHARGEBACK
               END-READ
           END-PERFORM.
           CLOSE CHARGEBACK-IN.
           MOVE "COMMCHG.DAT" TO WS-SOURCE-NAME.
           PERFORM 8000-SOURCE-SUMMARY.

       3100-POST-ONE-CHARGEBACK.
           MOVE CB-SLS-ID TO SM-ID.
           PERFORM 1200-CHECK-SALESPERSON.

           MOVE SPACES TO CA-REC.
           MOVE CB-SLS-ID TO CA-SLS-ID.
           MOVE "C" TO CA-TYPE.
           MOVE CB-BUYER-NO TO CA-IT-BUYER.
           MOVE CB-PUR-DATE TO CA-IT-PUR-DATE.
           MOVE CB-POST-DATE TO CA-IT-POST-DATE.
           MOVE WS-RUN-DATE-N TO CA-POST-DATE.
           MOVE CB-BUYER-NO TO CA-BUYER-NO.
           MOVE CB-PUR-DATE TO CA-PUR-DATE.
           MOVE CB-BOAT-TYPE TO CA-BOAT-TYPE.
           MOVE CB-SALE-TOTAL TO CA-SALE-AMT.
           COMPUTE CA-AMOUNT = ZERO - CB-AMOUNT.
           MOVE "SALE CANCELLED" TO CA-MEMO.
           MOVE "CHARGEBACK" TO IL-ITEM.
           PERFORM 7000-POST-ITEM.

       4000-POST-DRAWS.
           PERFORM 1100-RESET-SOURCE-COUNTS.
           OPEN INPUT DRAW-IN.
           PERFORM UNTIL MORE-RECS = "NO"
               READ DRAW-IN
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-READ-CTR
                       PERFORM 4100-POST-ONE-DRAW
               END-READ
           END-PERFORM.
           CLOSE DRAW-IN.
           MOVE "COMMDRW.DAT" TO WS-SOURCE-NAME.
           PERFORM 8000-SOURCE-SUMMARY.

       4100-POST-ONE-DRAW.
           MOVE DW-SLS-ID TO SM-ID.
           PERFORM 1200-CHECK-SALESPERSON.
           IF WS-ITEM-OK = "YES"
               PERFORM 4200-EDIT-DRAW
           END-IF.

           MOVE SPACES TO CA-REC.
           MOVE DW-SLS-ID TO CA-SLS-ID.
           MOVE DW-TYPE TO CA-TYPE.
           MOVE ZERO TO CA-IT-DATE.
           IF DW-DATE NUMERIC
               MOVE DW-DATE TO CA-IT-DATE
           END-IF.
           MOVE DW-REF TO CA-IT-REF.
           MOVE WS-RUN-DATE-N TO CA-POST-DATE.
           MOVE ZERO TO CA-PUR-DATE.
           MOVE ZERO TO CA-SALE-AMT.
           MOVE DW-REF TO CA-REF.
           MOVE DW-MEMO TO CA-MEMO.
           IF DW-TYPE = "A"
               MOVE "ADJUSTMENT" TO IL-ITEM
               IF DW-SIGN = "-"
                   COMPUTE CA-AMOUNT = ZERO - DW-AMOUNT
               ELSE
                   MOVE DW-AMOUNT TO CA-AMOUNT
               END-IF
           ELSE
               MOVE "DRAW" TO IL-ITEM
               COMPUTE CA-AMOUNT = ZERO - DW-AMOUNT
           END-IF.
           PERFORM 7000-POST-ITEM.

      *    THE FIRST FAILING EDIT IS THE REASON PRINTED.
       4200-EDIT-DRAW.
           EVALUATE TRUE
               WHEN DW-TYPE NOT = "D" AND DW-TYPE NOT = "A"
                   MOVE "NO" TO WS-ITEM-OK
                   MOVE "TYPE NOT D OR A" TO WS-REJECT-TEXT
               WHEN DW-AMOUNT NOT NUMERIC
                   MOVE "NO" TO WS-ITEM-OK
                   MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-TEXT
               WHEN DW-AMOUNT = ZERO
                   MOVE "NO" TO WS-ITEM-OK
                   MOVE "AMOUNT IS ZERO" TO WS-REJECT-TEXT
               WHEN DW-TYPE = "A"
                AND DW-SIGN NOT = "+" AND DW-SIGN NOT = "-"
                   MOVE "NO" TO WS-ITEM-OK
                   MOVE "ADJUSTMENT SIGN NOT + OR -" TO WS-REJECT-TEXT
               WHEN DW-REF = SPACES
                   MOVE "NO" TO WS-ITEM-OK
                   MOVE "REFERENCE NUMBER IS BLANK" TO WS-REJECT-TEXT
               WHEN OTHER
                   PERFORM 4300-EDIT-DRAW-DATE
           END-EVALUATE.

       4300-EDIT-DRAW-DATE.
           IF DW-DATE NOT NUMERIC
               MOVE "NO" TO WS-ITEM-OK
           ELSE
               IF DW-MM < 1 OR DW-MM > 12
                   MOVE "NO" TO WS-ITEM-OK
               ELSE
                   PERFORM 4350-DAYS-IN-MONTH
                   IF DW-DD < 1 OR DW-DD > WS-DAYS-IN-MONTH
                       MOVE "NO" TO WS-ITEM-OK
                   ELSE
                       IF DW-DATE > WS-RUN-DATE-N
                           MOVE "NO" TO WS-ITEM-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-ITEM-OK = "NO"
               MOVE "DATE INVALID OR AFTER RUN DATE" TO WS-REJECT-TEXT
           END-IF.

       4350-DAYS-IN-MONTH.
           EVALUATE DW-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   IF FUNCTION MOD (DW-YY, 4) = 0
                      AND (FUNCTION MOD (DW-YY, 100) NOT = 0
                           OR FUNCTION MOD (DW-YY, 400) = 0)
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

      *    THE ACTIVITY RECORD IN CA-REC IS WRITTEN FIRST; A KEY
      *    ALREADY ON FILE MEANS THE ITEM HAS POSTED BEFORE, AND ONLY
      *    A NEW ITEM REACHES THE LEDGER.
       7000-POST-ITEM.
           MOVE CA-SLS-ID TO IL-SLS-ID.
           MOVE CA-AMOUNT TO IL-AMOUNT.
           MOVE CA-SALE-AMT TO IL-SALE.
           IF CA-TYPE = "E" OR CA-TYPE = "C"
               MOVE CA-BUYER-NO TO IL-REF
               MOVE CA-PUR-DATE TO WS-FLIP-IN-N
           ELSE
               MOVE CA-REF TO IL-REF
               MOVE CA-IT-DATE TO WS-FLIP-IN-N
           END-IF.
           PERFORM 9300-FLIP-DATE.
           MOVE WS-FLIP-DATE-N TO IL-DATE.

           IF WS-ITEM-OK = "NO"
               ADD 1 TO C-REJECT-CTR
               ADD 1 TO C-TOT-REJECTS
               MOVE WS-REJECT-TEXT TO IL-NOTE
               PERFORM 7900-PRINT-ITEM
           ELSE
               WRITE CA-REC
                   INVALID KEY
                       ADD 1 TO C-DUP-CTR
                   NOT INVALID KEY
                       ADD 1 TO C-POSTED-CTR
                       PERFORM 7100-UPDATE-LEDGER
                       MOVE SPACES TO IL-NOTE
                       PERFORM 7900-PRINT-ITEM
               END-WRITE
           END-IF.

       7100-UPDATE-LEDGER.
           MOVE "YES" TO WS-ON-LEDGER.
           MOVE CA-SLS-ID TO LG-SLS-ID.
           READ COMM-LEDGER
               INVALID KEY
                   MOVE "NO" TO WS-ON-LEDGER
                   PERFORM 7150-NEW-LEDGER
           END-READ.
           MOVE SM-NAME TO LG-NAME.
           MOVE SM-TERRITORY TO LG-TERRITORY.

           EVALUATE CA-TYPE
               WHEN "E"
                   ADD CA-AMOUNT TO LG-PTD-EARNED
                   ADD CA-AMOUNT TO LG-YTD-EARNED
                   ADD CA-AMOUNT TO C-GT-EARNED
               WHEN "C"
                   SUBTRACT CA-AMOUNT FROM LG-PTD-CHGBK
                   SUBTRACT CA-AMOUNT FROM LG-YTD-CHGBK
                   SUBTRACT CA-AMOUNT FROM C-GT-CHGBK
               WHEN "D"
                   SUBTRACT CA-AMOUNT FROM LG-PTD-DRAWS
                   SUBTRACT CA-AMOUNT FROM LG-YTD-DRAWS
                   SUBTRACT CA-AMOUNT FROM C-GT-DRAWS
               WHEN OTHER
                   ADD CA-AMOUNT TO LG-PTD-ADJ
                   ADD CA-AMOUNT TO LG-YTD-ADJ
                   ADD CA-AMOUNT TO C-GT-ADJ
           END-EVALUATE.
           MOVE WS-RUN-DATE-N TO LG-LAST-POST.

           IF WS-ON-LEDGER = "YES"
               REWRITE LG-REC
           ELSE
               WRITE LG-REC
               ADD 1 TO C-NEWLEDG-CTR
           END-IF.

      *    A SALESPERSON'S FIRST ITEM OPENS THE ACCOUNT AT A ZERO
      *    BALANCE IN THE RUN DATE'S YEAR.
       7150-NEW-LEDGER.
           MOVE CA-SLS-ID TO LG-SLS-ID.
           MOVE ZERO TO LG-OPEN-BAL.
           MOVE ZERO TO LG-PTD-EARNED.
           MOVE ZERO TO LG-PTD-CHGBK.
           MOVE ZERO TO LG-PTD-DRAWS.
           MOVE ZERO TO LG-PTD-ADJ.
           MOVE I-YY TO LG-YTD-YEAR.
           MOVE ZERO TO LG-YTD-EARNED.
           MOVE ZERO TO LG-YTD-CHGBK.
           MOVE ZERO TO LG-YTD-DRAWS.
           MOVE ZERO TO LG-YTD-ADJ.
           MOVE ZERO TO LG-YTD-PAID.
           MOVE ZERO TO LG-LAST-STMT.

       7900-PRINT-ITEM.
           WRITE PRTLINE FROM ITEM-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

       8000-SOURCE-SUMMARY.
           MOVE WS-SOURCE-NAME TO SL-SOURCE.
           MOVE C-READ-CTR TO SL-READ.
           MOVE C-POSTED-CTR TO SL-POSTED.
           MOVE C-DUP-CTR TO SL-DUP.
           MOVE C-REJECT-CTR TO SL-REJECT.
           WRITE PRTLINE FROM SOURCE-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

       5000-CLOSING.
           MOVE "COMMISSION EARNED POSTED:" TO TL-LABEL.
           MOVE C-GT-EARNED TO TL-AMOUNT.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "CHARGEBACKS POSTED:" TO TL-LABEL.
           MOVE C-GT-CHGBK TO TL-AMOUNT.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE "DRAWS POSTED:" TO TL-LABEL.
           MOVE C-GT-DRAWS TO TL-AMOUNT.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE "ADJUSTMENTS POSTED (NET):" TO TL-LABEL.
           MOVE C-GT-ADJ TO TL-AMOUNT.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE C-NEWLEDG-CTR TO NL-CTR.
           WRITE PRTLINE FROM NEW-LEDGER-LINE
               AFTER ADVANCING 2 LINES.

           IF C-TOT-REJECTS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

           CLOSE SALESPERSON-MASTER.
           CLOSE COMM-LEDGER.
           CLOSE COMM-ACTIVITY.
           CLOSE PRTOUT.

       9100-HEADINGS.
           ADD 1 TO C-PCTR
           MOVE C-PCTR TO PO-PCTR.

           WRITE PRTLINE FROM POST-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COLUMN-HDINGS
               AFTER ADVANCING 2 LINES.

      *    YYYYMMDD TO MMDDYYYY FOR THE 99/99/9999 PRINT FIELDS.
       9300-FLIP-DATE.
           MOVE WS-FLIP-IN-MM TO WS-FLIP-MM.
           MOVE WS-FLIP-IN-DD TO WS-FLIP-DD.
           MOVE WS-FLIP-IN-YY TO WS-FLIP-YY.
