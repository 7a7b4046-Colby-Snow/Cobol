       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCMS51.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         COLBY SNOW.
       DATE-COMPILED.
      ******************************************************************
      *THIS PROGRAM IS THE SEMI-MONTHLY COMMISSION STATEMENT RUN. IT
      *IS SCHEDULED FOR THE 15TH AND THE LAST DAY OF EACH MONTH
      *(BACKED UP TO A BUSINESS DAY) AND CLOSES THE STATEMENT PERIOD
      *ON THE COMMISSION LEDGER (COMMLEDG.DAT) POSTED NIGHTLY BY
      *COBCMS50.
      *
      *FOR EACH SALESPERSON WITH A BALANCE OR ACTIVITY IN THE PERIOD
      *IT PRINTS A STATEMENT (COMMSTMT.PRT), ONE SALESPERSON TO A
      *PAGE, FROM THE ITEMS ON THE COMMISSION ACTIVITY FILE
      *(COMMACT.DAT) POSTED SINCE THE LAST STATEMENT:
      *  - THE BALANCE BROUGHT FORWARD;
      *  - EACH SALE EARNED ON - BUYER, PURCHASE DATE, BOAT TYPE,
      *    SALE AMOUNT AND COMMISSION;
      *  - CHARGEBACKS ON CANCELLED SALES, DRAWS AND ADVANCES, AND
      *    ADJUSTMENTS;
      *  - THE CLOSING BALANCE, OWED TO OR BY THE SALESPERSON;
      *  - THE COMMISSION PAYABLE THIS PERIOD (A CLOSING BALANCE
      *    OWED TO THE SALESPERSON) AND ANY BALANCE CARRIED FORWARD
      *    (DRAWS NOT YET EARNED BACK);
      *  - YEAR-TO-DATE EARNINGS, CHARGEBACKS, DRAWS, ADJUSTMENTS
      *    AND COMMISSION PAID.
      *THE STATEMENT'S ITEM TOTALS MUST AGREE WITH THE PERIOD FIGURES
      *ON THE LEDGER. A STATEMENT THAT DOES NOT AGREE IS FLAGGED, IS
      *NOT SENT TO PAYROLL AND IS LEFT OPEN SO IT CAN BE CORRECTED
      *AND RUN AGAIN, AND SETS RETURN-CODE 4.
      *
      *EVERY STATEMENT THAT AGREES IS SENT TO PAYROLL ON COMMPAY.DAT
      *(WRITTEN FRESH EACH RUN) AND ITS PERIOD IS CLOSED: THE PAYOUT
      *IS WRITTEN TO THE ACTIVITY FILE, THE BALANCE LESS THE PAYOUT
      *BECOMES THE NEW OPENING BALANCE, THE PERIOD FIGURES CLEAR AND
      *THE STATEMENT DATE IS STAMPED ON THE LEDGER. A SALESPERSON
      *ALREADY CLOSED FOR THIS RUN DATE IS NOT CLOSED AGAIN; THE RUN
      *LISTS THEM AND SETS RETURN-CODE 4.
      *
      *THE STATEMENT RUN ON OR AFTER DECEMBER'S LAST BUSINESS DAY
      *(DECEMBER 31 BACKED UP OVER WEEKENDS AND THE HOLIDAYS ON
      *HOLIDAY.DAT) ALSO CLOSES THE YEAR: EACH SALESPERSON'S
      *YEAR-TO-DATE FIGURES PRINT ON THE YEAR-END EARNINGS SUMMARY
      *(COMMYE.PRT) AND GO TO PAYROLL ON COMMYE.DAT FOR THE YEAR-END
      *EARNINGS FORMS, THEN CLEAR FOR THE NEW YEAR. WHEN THAT
      *STATEMENT IS MISSED, THE YEAR CLOSES WITH THE FIRST STATEMENT
      *RUN IN THE NEW YEAR. A LEDGER ALREADY CARRYING THE NEXT YEAR
      *(A RERUN, OR A RUN DATE SET BACK) IS NEVER CLOSED AGAIN.
      *A STATEMENT LEFT OPEN AS NOT AGREEING MUST BE CORRECTED AND
      *RUN AGAIN BEFORE THE YEAR ENDS.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL COMM-LEDGER
               ASSIGN TO "C:\IHCC\COBOL\COBCMS02\COMMLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS LG-SLS-ID.

           SELECT OPTIONAL COMM-ACTIVITY
               ASSIGN TO "C:\IHCC\COBOL\COBCMS02\COMMACT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CA-KEY.

           SELECT PAYROLL-OUT
               ASSIGN TO "C:\IHCC\COBOL\COBCMS02\COMMPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT YEAR-END-OUT
               ASSIGN TO "C:\IHCC\COBOL\COBCMS02\COMMYE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO "C:\IHCC\COBOL\COBCMS02\COMMSTMT.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT YE-PRTOUT
               ASSIGN TO "C:\IHCC\COBOL\COBCMS02\COMMYE.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-DATE-PARM
               ASSIGN TO "C:\IHCC\COBOL\RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HOLIDAY-FILE
               ASSIGN TO "C:\IHCC\COBOL\HOLIDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    SAME LAYOUT COBCMS50 POSTS.
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

      *    SAME LAYOUT COBCMS50 POSTS. THIS RUN ADDS THE P (PAID
      *    THROUGH PAYROLL) ITEMS, KEYED BY STATEMENT DATE.
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

      *    ONE RECORD PER SALESPERSON WHOSE STATEMENT CLOSED.
      *    PY-PAYABLE IS THE COMMISSION TO PAY THIS PERIOD;
      *    PY-CARRY-FWD IS THE BALANCE LEFT ON THE LEDGER (NEGATIVE
      *    WHEN DRAWS HAVE NOT YET BEEN EARNED BACK).
       FD  PAYROLL-OUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS PY-REC
           RECORD CONTAINS 83 CHARACTERS.

       01 PY-REC.
           05 PY-SLS-ID        PIC X(5).
           05 PY-NAME          PIC X(25).
           05 PY-PERIOD-END    PIC 9(8).
           05 PY-PAYABLE       PIC 9(7)V99.
           05 PY-PTD-DRAWS     PIC 9(7)V99.
           05 PY-CARRY-FWD     PIC S9(7)V99.
           05 PY-YTD-EARNED    PIC 9(7)V99.
           05 PY-YTD-PAID      PIC 9(7)V99.

      *    ONE RECORD PER SALESPERSON FOR THE YEAR CLOSED.
       FD  YEAR-END-OUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS YE-REC
           RECORD CONTAINS 88 CHARACTERS.

       01 YE-REC.
           05 YE-SLS-ID        PIC X(5).
           05 YE-NAME          PIC X(25).
           05 YE-YEAR          PIC 9(4).
           05 YE-EARNED        PIC 9(7)V99.
           05 YE-CHGBK         PIC 9(7)V99.
           05 YE-NET-EARNED    PIC S9(7)V99.
           05 YE-DRAWS         PIC 9(7)V99.
           05 YE-ADJ           PIC S9(7)V99.
           05 YE-PAID          PIC 9(7)V99.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE          PIC X(132).

       FD  YE-PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS YE-PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 YE-PRTLINE       PIC X(132).

      *    RUN-DATE-PARM HOLDS A SHARED "AS-OF" BUSINESS DATE. ITS
      *    DATE IS THE STATEMENT DATE WHEN PRESENT. NO FILE MEANS
      *    TODAY'S DATE.
       FD  RUN-DATE-PARM
           LABEL RECORD IS STANDARD
           DATA RECORD IS RD-PARM-REC
           RECORD CONTAINS 8 CHARACTERS.

       01 RD-PARM-REC.
           05 RD-YY            PIC 9(4).
           05 RD-MM            PIC 99.
           05 RD-DD            PIC 99.

      *    SAME HOLIDAY FILE THE JOB SCHEDULER (COBCMS04) READS.
       FD  HOLIDAY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HD-REC
           RECORD CONTAINS 28 CHARACTERS.

       01 HD-REC.
           05 HD-DATE.
               10 HD-YY        PIC 9(4).
               10 HD-MM        PIC 99.
               10 HD-DD        PIC 99.
           05 HD-DATE-N REDEFINES HD-DATE PIC 9(8).
           05 HD-NAME          PIC X(20).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05 C-PCTR           PIC 9(3)    VALUE ZERO.
           05 C-YE-PCTR        PIC 9(2)    VALUE ZERO.
           05 MORE-RECS        PIC X(3)    VALUE "YES".
           05 C-LEDGER-CTR     PIC 9(3)    VALUE ZERO.
           05 C-STMT-CTR       PIC 9(3)    VALUE ZERO.
           05 C-CLOSED-CTR     PIC 9(3)    VALUE ZERO.
           05 C-ALREADY-CTR    PIC 9(3)    VALUE ZERO.
           05 C-DISAGREE-CTR   PIC 9(3)    VALUE ZERO.
           05 C-YE-CTR         PIC 9(3)    VALUE ZERO.
           05 C-GT-PAYABLE     PIC 9(9)V99 VALUE ZERO.
           05 C-GT-CARRY-FWD   PIC S9(9)V99 VALUE ZERO.
           05 C-YE-EARNED      PIC 9(9)V99 VALUE ZERO.
           05 C-YE-CHGBK       PIC 9(9)V99 VALUE ZERO.
           05 C-YE-NET         PIC S9(9)V99 VALUE ZERO.
           05 C-YE-DRAWS       PIC 9(9)V99 VALUE ZERO.
           05 C-YE-ADJ         PIC S9(9)V99 VALUE ZERO.
           05 C-YE-PAID        PIC 9(9)V99 VALUE ZERO.
           05 WS-RUN-DATE-N    PIC 9(8)    VALUE ZERO.
           05 WS-YEAR-END      PIC X(3)    VALUE "NO".
           05 WS-YE-DATE       PIC 9(8)    VALUE ZERO.
           05 WS-CAL-INT       PIC 9(7)    VALUE ZERO.
           05 WS-CAL-PRIOR     PIC 9(7)    VALUE ZERO.
           05 WS-WEEKS         PIC 9(7)    VALUE ZERO.
           05 WS-WEEKDAY       PIC 9       VALUE ZERO.
           05 WS-BUSINESS-DAY  PIC X(3)    VALUE "NO".
           05 MORE-HOLI        PIC X(3)    VALUE "YES".
           05 WS-HOLI-COUNT    PIC 99      VALUE ZERO.
           05 WS-HOLI-SUB      PIC 99      VALUE ZERO.
           05 WS-YE-OPEN       PIC X(3)    VALUE "NO".
           05 WS-AGREES        PIC X(3)    VALUE "YES".
           05 WS-SCAN-TYPE     PIC X       VALUE SPACE.
           05 WS-SCAN-DONE     PIC X(3)    VALUE "NO".
           05 WS-ST-EARNED     PIC 9(7)V99 VALUE ZERO.
           05 WS-ST-CHGBK      PIC 9(7)V99 VALUE ZERO.
           05 WS-ST-DRAWS      PIC 9(7)V99 VALUE ZERO.
           05 WS-ST-ADJ        PIC S9(7)V99 VALUE ZERO.
           05 WS-CLOSE-BAL     PIC S9(7)V99 VALUE ZERO.
           05 WS-PAYABLE       PIC 9(7)V99 VALUE ZERO.
           05 WS-CARRY-FWD     PIC S9(7)V99 VALUE ZERO.
           05 WS-NET-EARNED    PIC S9(7)V99 VALUE ZERO.
           05 WS-ITEM-AMT      PIC 9(7)V99 VALUE ZERO.

      *    DECEMBER HOLIDAYS OF THE RUN YEAR, FROM HOLIDAY-FILE.
       01 HOLIDAY-TABLE.
           05 HT-DATE          PIC 9(8)    OCCURS 31 TIMES.

       01 CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY    PIC 9(4).
               10  I-MM    PIC 99.
               10  I-DD    PIC 99.
           05  I-TIME      PIC X(11).

       01 STMT-TITLE.
           05  FILLER      PIC X(6)    VALUE "DATE:".
           05  ST-MM       PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  ST-DD       PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  ST-YY       PIC 9(4).
           05  FILLER      PIC X(31)   VALUE SPACES.
           05  FILLER      PIC X(35)
                   VALUE "SALESPERSON COMMISSION STATEMENT".
           05  FILLER      PIC X(41)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE "PAGE:".
           05  ST-PCTR     PIC ZZ9.

       01 SALESPERSON-LINE.
           05 FILLER       PIC X(13)   VALUE "SALESPERSON:".
           05 SP-SLS-ID    PIC X(5).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 SP-NAME      PIC X(25).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(11)   VALUE "TERRITORY:".
           05 SP-TERRITORY PIC X(15).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(15)   VALUE "PERIOD ENDING:".
           05 SP-PERIOD-END PIC 99/99/9999.

       01 PREVIOUS-LINE.
           05 FILLER       PIC X(20)   VALUE "PREVIOUS STATEMENT:".
           05 PV-DATE      PIC 99/99/9999.

       01 SECTION-LINE.
           05 SC-TEXT      PIC X(60).

       01 SALE-HDINGS.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(8)    VALUE "BUYER".
           05 FILLER       PIC X(13)   VALUE "PUR DATE".
           05 FILLER       PIC X(16)   VALUE "BOAT TYPE".
           05 FILLER       PIC X(13)   VALUE "  SALE AMOUNT".
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(13)   VALUE "   COMMISSION".

       01 SALE-LINE.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 SA-BUYER     PIC X(5).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 SA-PUR-DATE  PIC 99/99/9999.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 SA-BOAT-TYPE PIC X(13).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 SA-SALE      PIC $$,$$$,$$9.99.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 SA-COMM      PIC $$,$$$,$$9.99.

       01 TXN-HDINGS.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(13)   VALUE "DATE".
           05 FILLER       PIC X(13)   VALUE "REFERENCE".
           05 FILLER       PIC X(23)   VALUE "MEMO".
           05 FILLER       PIC X(14)   VALUE "        AMOUNT".

       01 TXN-LINE.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 TX-DATE      PIC 99/99/9999.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 TX-REF       PIC X(10).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 TX-MEMO      PIC X(20).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 TX-AMOUNT    PIC $$,$$$,$$9.99-.

       01 AMOUNT-LINE.
           05 AL-LABEL     PIC X(40).
           05 AL-AMOUNT    PIC $$,$$$,$$9.99-.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 AL-NOTE      PIC X(40).

       01 YTD-HEAD-LINE.
           05 FILLER       PIC X(14)   VALUE "YEAR TO DATE".
           05 YH-YEAR      PIC 9(4).

       01 NOTICE-LINE.
           05 FILLER       PIC X(13)   VALUE "SALESPERSON".
           05 NT-SLS-ID    PIC X(5).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 NT-NAME      PIC X(25).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 NT-TEXT      PIC X(50).

       01 COUNT-LINE.
           05 CL-LABEL     PIC X(40).
           05 CL-COUNT     PIC ZZ9.

       01 YE-TITLE.
           05  FILLER      PIC X(6)    VALUE "DATE:".
           05  YT-MM       PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  YT-DD       PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  YT-YY       PIC 9(4).
           05  FILLER      PIC X(31)   VALUE SPACES.
           05  FILLER      PIC X(29)
                   VALUE "YEAR-END COMMISSION EARNINGS".
           05  YT-YEAR     PIC 9(4).
           05  FILLER      PIC X(44)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE "PAGE:".
           05  YT-PCTR     PIC Z9.

       01 YE-HDINGS.
           05 FILLER       PIC X(7)    VALUE "SLSMN".
           05 FILLER       PIC X(27)   VALUE "NAME".
           05 FILLER       PIC X(16)   VALUE "          EARNED".
           05 FILLER       PIC X(16)   VALUE "     CHARGEBACKS".
           05 FILLER       PIC X(17)   VALUE "      NET EARNED".
           05 FILLER       PIC X(16)   VALUE "           DRAWS".
           05 FILLER       PIC X(17)   VALUE "     ADJUSTMENTS".
           05 FILLER       PIC X(16)   VALUE " COMMISSION PAID".

       01 YE-LINE.
           05 YL-SLS-ID    PIC X(5).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 YL-NAME      PIC X(25).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 YL-EARNED    PIC $$$,$$$,$$9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 YL-CHGBK     PIC $$$,$$$,$$9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 YL-NET       PIC $$$,$$$,$$9.99-.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 YL-DRAWS     PIC $$$,$$$,$$9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 YL-ADJ       PIC $$$,$$$,$$9.99-.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 YL-PAID      PIC $$$,$$$,$$9.99.

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
           PERFORM UNTIL MORE-RECS = "NO"
               READ COMM-LEDGER
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       PERFORM 2000-ONE-SALESPERSON
               END-READ
           END-PERFORM.
           PERFORM 5000-CLOSING.
           GOBACK.

       1000-INIT.
           OPEN OUTPUT PRTOUT.
           PERFORM 1050-GET-RUN-DATE.
           MOVE I-YY TO ST-YY.
           MOVE I-MM TO ST-MM.
           MOVE I-DD TO ST-DD.
           MOVE I-DATE TO WS-RUN-DATE-N.
           MOVE WS-RUN-DATE-N TO WS-FLIP-IN-N.
           PERFORM 9300-FLIP-DATE.
           MOVE WS-FLIP-DATE-N TO SP-PERIOD-END.

           OPEN I-O COMM-LEDGER.
           OPEN I-O COMM-ACTIVITY.
           OPEN OUTPUT PAYROLL-OUT.

      *    A STATEMENT ON OR AFTER DECEMBER'S LAST BUSINESS DAY IS THE
      *    LAST OF THE YEAR.
           PERFORM 1100-FIND-YEAR-END.
           IF WS-RUN-DATE-N NOT < WS-YE-DATE
               MOVE "YES" TO WS-YEAR-END
           END-IF.
           MOVE I-YY TO YT-YY.
           MOVE I-MM TO YT-MM.
           MOVE I-DD TO YT-DD.

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

      *    DECEMBER 31 OF THE RUN YEAR, BACKED UP TO A BUSINESS DAY.
      *    DAY 1 OF THE INTEGER DATE (01/01/1601) WAS A MONDAY, SO
      *    (DAY - 1) REMAINDER 7 GIVES 0 FOR MONDAY THROUGH 6 FOR
      *    SUNDAY. NO HOLIDAY FILE MEANS EVERY WEEKDAY IS A BUSINESS
      *    DAY.
       1100-FIND-YEAR-END.
           MOVE ZERO TO WS-HOLI-COUNT.
           OPEN INPUT HOLIDAY-FILE.
           PERFORM UNTIL MORE-HOLI = "NO"
               READ HOLIDAY-FILE
                   AT END
                       MOVE "NO" TO MORE-HOLI
                   NOT AT END
                       IF HD-YY = I-YY AND HD-MM = 12
                          AND WS-HOLI-COUNT < 31
                           ADD 1 TO WS-HOLI-COUNT
                           MOVE HD-DATE-N TO HT-DATE (WS-HOLI-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLIDAY-FILE.

           COMPUTE WS-YE-DATE = I-YY * 10000 + 1231.
           COMPUTE WS-CAL-INT = FUNCTION INTEGER-OF-DATE (WS-YE-DATE).
           PERFORM 1150-CHECK-BUSINESS-DAY.
           PERFORM UNTIL WS-BUSINESS-DAY = "YES"
               SUBTRACT 1 FROM WS-CAL-INT
               PERFORM 1150-CHECK-BUSINESS-DAY
           END-PERFORM.

       1150-CHECK-BUSINESS-DAY.
           COMPUTE WS-CAL-PRIOR = WS-CAL-INT - 1.
           DIVIDE WS-CAL-PRIOR BY 7 GIVING WS-WEEKS
               REMAINDER WS-WEEKDAY.
           COMPUTE WS-YE-DATE = FUNCTION DATE-OF-INTEGER (WS-CAL-INT).
           MOVE "YES" TO WS-BUSINESS-DAY.
           IF WS-WEEKDAY > 4
               MOVE "NO" TO WS-BUSINESS-DAY
           END-IF.
           PERFORM VARYING WS-HOLI-SUB FROM 1 BY 1
               UNTIL WS-HOLI-SUB > WS-HOLI-COUNT
               IF HT-DATE (WS-HOLI-SUB) = WS-YE-DATE
                   MOVE "NO" TO WS-BUSINESS-DAY
               END-IF
           END-PERFORM.

      *    A SALESPERSON WITH NO BALANCE AND NOTHING POSTED SINCE THE
      *    LAST STATEMENT GETS NO STATEMENT, BUT THE PERIOD STILL
      *    CLOSES SO THE YEAR-END FIGURES ROLL WITH EVERYONE ELSE'S.
       2000-ONE-SALESPERSON.
           ADD 1 TO C-LEDGER-CTR.
           IF LG-LAST-STMT NOT < WS-RUN-DATE-N
               ADD 1 TO C-ALREADY-CTR
               MOVE "STATEMENT ALREADY CLOSED FOR THIS DATE - SKIPPED"
                   TO NT-TEXT
               PERFORM 2900-PRINT-NOTICE
           ELSE
               MOVE "YES" TO WS-AGREES
               MOVE ZERO TO WS-ST-EARNED
               MOVE ZERO TO WS-ST-CHGBK
               MOVE ZERO TO WS-ST-DRAWS
               MOVE ZERO TO WS-ST-ADJ
               COMPUTE WS-CLOSE-BAL = LG-OPEN-BAL + LG-PTD-EARNED
                   - LG-PTD-CHGBK - LG-PTD-DRAWS + LG-PTD-ADJ
               IF WS-CLOSE-BAL > ZERO
                   MOVE WS-CLOSE-BAL TO WS-PAYABLE
               ELSE
                   MOVE ZERO TO WS-PAYABLE
               END-IF
               COMPUTE WS-CARRY-FWD = WS-CLOSE-BAL - WS-PAYABLE
               IF LG-OPEN-BAL NOT = ZERO
                  OR LG-PTD-EARNED NOT = ZERO
                  OR LG-PTD-CHGBK NOT = ZERO
                  OR LG-PTD-DRAWS NOT = ZERO
                  OR LG-PTD-ADJ NOT = ZERO
                   PERFORM 3000-PRINT-STATEMENT
               END-IF
               IF WS-AGREES = "YES"
                   PERFORM 4000-CLOSE-PERIOD
               ELSE
                   ADD 1 TO C-DISAGREE-CTR
               END-IF
           END-IF.

       2900-PRINT-NOTICE.
           IF C-PCTR = ZERO
               PERFORM 9200-RUN-HEADINGS
           END-IF.
           MOVE LG-SLS-ID TO NT-SLS-ID.
           MOVE LG-NAME TO NT-NAME.
           WRITE PRTLINE FROM NOTICE-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9200-RUN-HEADINGS.

       3000-PRINT-STATEMENT.
           ADD 1 TO C-STMT-CTR.
           PERFORM 9100-HEADINGS.
           IF LG-LAST-STMT NOT = ZERO
               MOVE LG-LAST-STMT TO WS-FLIP-IN-N
               PERFORM 9300-FLIP-DATE
               MOVE WS-FLIP-DATE-N TO PV-DATE
               WRITE PRTLINE FROM PREVIOUS-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

           MOVE "BALANCE BROUGHT FORWARD" TO AL-LABEL.
           MOVE LG-OPEN-BAL TO AL-AMOUNT.
           MOVE SPACES TO AL-NOTE.
           PERFORM 3900-PRINT-AMOUNT-LINE.

           MOVE "COMMISSION EARNED" TO SC-TEXT.
           MOVE "E" TO WS-SCAN-TYPE.
           PERFORM 3100-PRINT-SECTION.
           MOVE "TOTAL COMMISSION EARNED" TO AL-LABEL.
           MOVE WS-ST-EARNED TO AL-AMOUNT.
           PERFORM 3900-PRINT-AMOUNT-LINE.

           MOVE "LESS CHARGEBACKS - CANCELLED SALES" TO SC-TEXT.
           MOVE "C" TO WS-SCAN-TYPE.
           PERFORM 3100-PRINT-SECTION.
           MOVE "TOTAL CHARGEBACKS" TO AL-LABEL.
           MOVE WS-ST-CHGBK TO AL-AMOUNT.
           PERFORM 3900-PRINT-AMOUNT-LINE.

           MOVE "LESS DRAWS AND ADVANCES" TO SC-TEXT.
           MOVE "D" TO WS-SCAN-TYPE.
           PERFORM 3100-PRINT-SECTION.
           MOVE "TOTAL DRAWS AND ADVANCES" TO AL-LABEL.
           MOVE WS-ST-DRAWS TO AL-AMOUNT.
           PERFORM 3900-PRINT-AMOUNT-LINE.

           MOVE "ADJUSTMENTS" TO SC-TEXT.
           MOVE "A" TO WS-SCAN-TYPE.
           PERFORM 3100-PRINT-SECTION.
           MOVE "TOTAL ADJUSTMENTS" TO AL-LABEL.
           MOVE WS-ST-ADJ TO AL-AMOUNT.
           PERFORM 3900-PRINT-AMOUNT-LINE.

           PERFORM 3500-CHECK-AGREEMENT.
           PERFORM 3600-PRINT-BALANCE.
           PERFORM 3700-PRINT-YTD.

      *    ONE SECTION OF THE STATEMENT: EVERY ITEM OF TYPE
      *    WS-SCAN-TYPE POSTED SINCE THE LAST STATEMENT.
       3100-PRINT-SECTION.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.
           IF WS-SCAN-TYPE = "E" OR WS-SCAN-TYPE = "C"
               WRITE PRTLINE FROM SALE-HDINGS
                   AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
           ELSE
               WRITE PRTLINE FROM TXN-HDINGS
                   AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
           END-IF.

           MOVE LG-SLS-ID TO CA-SLS-ID.
           MOVE WS-SCAN-TYPE TO CA-TYPE.
           MOVE LOW-VALUES TO CA-ITEM.
           MOVE "NO" TO WS-SCAN-DONE.
           START COMM-ACTIVITY KEY IS NOT LESS THAN CA-KEY
               INVALID KEY
                   MOVE "YES" TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = "YES"
               READ COMM-ACTIVITY NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-SCAN-DONE
                   NOT AT END
                       IF CA-SLS-ID NOT = LG-SLS-ID
                          OR CA-TYPE NOT = WS-SCAN-TYPE
                           MOVE "YES" TO WS-SCAN-DONE
                       ELSE
                           IF CA-POST-DATE > LG-LAST-STMT
                               PERFORM 3200-PRINT-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    EARNINGS, CHARGEBACKS AND DRAWS PRINT AS POSITIVE AMOUNTS
      *    UNDER THEIR HEADINGS; ADJUSTMENTS KEEP THEIR SIGN.
       3200-PRINT-ITEM.
           IF CA-AMOUNT < ZERO
               COMPUTE WS-ITEM-AMT = ZERO - CA-AMOUNT
           ELSE
               MOVE CA-AMOUNT TO WS-ITEM-AMT
           END-IF.
           EVALUATE CA-TYPE
               WHEN "E"
                   ADD WS-ITEM-AMT TO WS-ST-EARNED
                   PERFORM 3300-PRINT-SALE-LINE
               WHEN "C"
                   ADD WS-ITEM-AMT TO WS-ST-CHGBK
                   PERFORM 3300-PRINT-SALE-LINE
               WHEN "D"
                   ADD WS-ITEM-AMT TO WS-ST-DRAWS
                   MOVE WS-ITEM-AMT TO TX-AMOUNT
                   PERFORM 3400-PRINT-TXN-LINE
               WHEN OTHER
                   ADD CA-AMOUNT TO WS-ST-ADJ
                   MOVE CA-AMOUNT TO TX-AMOUNT
                   PERFORM 3400-PRINT-TXN-LINE
           END-EVALUATE.

       3300-PRINT-SALE-LINE.
           MOVE CA-BUYER-NO TO SA-BUYER.
           MOVE CA-PUR-DATE TO WS-FLIP-IN-N.
           PERFORM 9300-FLIP-DATE.
           MOVE WS-FLIP-DATE-N TO SA-PUR-DATE.
           EVALUATE CA-BOAT-TYPE
               WHEN "B"
                   MOVE "BASS BOAT" TO SA-BOAT-TYPE
               WHEN "P"
                   MOVE "PONTOON" TO SA-BOAT-TYPE
               WHEN "S"
                   MOVE "SKI BOAT" TO SA-BOAT-TYPE
               WHEN "J"
                   MOVE "JOHN BOAT" TO SA-BOAT-TYPE
               WHEN "C"
                   MOVE "CANOE" TO SA-BOAT-TYPE
               WHEN "R"
                   MOVE "CABIN CRUISER" TO SA-BOAT-TYPE
               WHEN OTHER
                   MOVE "UNKNOWN CODE" TO SA-BOAT-TYPE
           END-EVALUATE.
           MOVE CA-SALE-AMT TO SA-SALE.
           MOVE WS-ITEM-AMT TO SA-COMM.
           WRITE PRTLINE FROM SALE-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

       3400-PRINT-TXN-LINE.
           MOVE CA-IT-DATE TO WS-FLIP-IN-N.
           PERFORM 9300-FLIP-DATE.
           MOVE WS-FLIP-DATE-N TO TX-DATE.
           MOVE CA-REF TO TX-REF.
           MOVE CA-MEMO TO TX-MEMO.
           WRITE PRTLINE FROM TXN-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

      *    THE ITEMS PRINTED MUST ADD UP TO THE PERIOD FIGURES THE
      *    LEDGER CARRIES.
       3500-CHECK-AGREEMENT.
           IF WS-ST-EARNED NOT = LG-PTD-EARNED
              OR WS-ST-CHGBK NOT = LG-PTD-CHGBK
              OR WS-ST-DRAWS NOT = LG-PTD-DRAWS
              OR WS-ST-ADJ NOT = LG-PTD-ADJ
               MOVE "NO" TO WS-AGREES
               MOVE
                 "*** ITEMS DO NOT AGREE WITH COMMISSION LEDGER ***"
                   TO SC-TEXT
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
               MOVE "STATEMENT NOT CLOSED - NOT SENT TO PAYROLL"
                   TO SC-TEXT
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
           END-IF.

       3600-PRINT-BALANCE.
           MOVE "CLOSING BALANCE" TO AL-LABEL.
           MOVE WS-CLOSE-BAL TO AL-AMOUNT.
           IF WS-CLOSE-BAL < ZERO
               MOVE "OWED BY SALESPERSON" TO AL-NOTE
           ELSE
               MOVE "OWED TO SALESPERSON" TO AL-NOTE
           END-IF.
           WRITE PRTLINE FROM AMOUNT-LINE
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.
           MOVE SPACES TO AL-NOTE.

           MOVE "COMMISSION PAYABLE THIS PERIOD" TO AL-LABEL.
           MOVE WS-PAYABLE TO AL-AMOUNT.
           PERFORM 3900-PRINT-AMOUNT-LINE.
           MOVE "BALANCE CARRIED FORWARD" TO AL-LABEL.
           MOVE WS-CARRY-FWD TO AL-AMOUNT.
           PERFORM 3900-PRINT-AMOUNT-LINE.

      *    COMMISSION PAID YEAR TO DATE INCLUDES THIS PERIOD'S PAYOUT.
       3700-PRINT-YTD.
           MOVE LG-YTD-YEAR TO YH-YEAR.
           WRITE PRTLINE FROM YTD-HEAD-LINE
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.
           MOVE "  COMMISSION EARNED" TO AL-LABEL.
           MOVE LG-YTD-EARNED TO AL-AMOUNT.
           PERFORM 3900-PRINT-AMOUNT-LINE.
           MOVE "  CHARGEBACKS" TO AL-LABEL.
           MOVE LG-YTD-CHGBK TO AL-AMOUNT.
           PERFORM 3900-PRINT-AMOUNT-LINE.
           MOVE "  DRAWS AND ADVANCES" TO AL-LABEL.
           MOVE LG-YTD-DRAWS TO AL-AMOUNT.
           PERFORM 3900-PRINT-AMOUNT-LINE.
           MOVE "  ADJUSTMENTS" TO AL-LABEL.
           MOVE LG-YTD-ADJ TO AL-AMOUNT.
           PERFORM 3900-PRINT-AMOUNT-LINE.
           MOVE "  COMMISSION PAID" TO AL-LABEL.
           IF WS-AGREES = "YES"
               COMPUTE AL-AMOUNT = LG-YTD-PAID + WS-PAYABLE
           ELSE
               MOVE LG-YTD-PAID TO AL-AMOUNT
           END-IF.
           PERFORM 3900-PRINT-AMOUNT-LINE.

       3900-PRINT-AMOUNT-LINE.
           WRITE PRTLINE FROM AMOUNT-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

      *    THE PAYOUT GOES ON THE ACTIVITY FILE UNDER THE STATEMENT
      *    DATE, THEN THE LEDGER ROLLS TO THE NEW PERIOD.
       4000-CLOSE-PERIOD.
           ADD 1 TO C-CLOSED-CTR.
           IF WS-PAYABLE > ZERO
               MOVE SPACES TO CA-REC
               MOVE LG-SLS-ID TO CA-SLS-ID
               MOVE "P" TO CA-TYPE
               MOVE WS-RUN-DATE-N TO CA-IT-DATE
               MOVE "PAYROLL" TO CA-IT-REF
               MOVE WS-RUN-DATE-N TO CA-POST-DATE
               MOVE ZERO TO CA-PUR-DATE
               MOVE ZERO TO CA-SALE-AMT
               COMPUTE CA-AMOUNT = ZERO - WS-PAYABLE
               MOVE "PAYROLL" TO CA-REF
               MOVE "PAID THROUGH PAYROLL" TO CA-MEMO
               WRITE CA-REC
                   INVALID KEY
                       REWRITE CA-REC
               END-WRITE
           END-IF.

           MOVE WS-CARRY-FWD TO LG-OPEN-BAL.
           ADD WS-PAYABLE TO LG-YTD-PAID.
           MOVE WS-RUN-DATE-N TO LG-LAST-STMT.

           MOVE LG-SLS-ID TO PY-SLS-ID.
           MOVE LG-NAME TO PY-NAME.
           MOVE WS-RUN-DATE-N TO PY-PERIOD-END.
           MOVE WS-PAYABLE TO PY-PAYABLE.
           MOVE LG-PTD-DRAWS TO PY-PTD-DRAWS.
           MOVE WS-CARRY-FWD TO PY-CARRY-FWD.
           MOVE LG-YTD-EARNED TO PY-YTD-EARNED.
           MOVE LG-YTD-PAID TO PY-YTD-PAID.
           WRITE PY-REC.
           ADD WS-PAYABLE TO C-GT-PAYABLE.
           ADD WS-CARRY-FWD TO C-GT-CARRY-FWD.

           MOVE ZERO TO LG-PTD-EARNED.
           MOVE ZERO TO LG-PTD-CHGBK.
           MOVE ZERO TO LG-PTD-DRAWS.
           MOVE ZERO TO LG-PTD-ADJ.

      *    A YEAR BEHIND THE RUN DATE IS CLOSED WHENEVER IT TURNS
      *    UP; THE RUN DATE'S OWN YEAR ONLY AT YEAR-END; A LEDGER
      *    ALREADY ON A LATER YEAR IS LEFT ALONE.
           IF LG-YTD-YEAR < I-YY
               PERFORM 4500-CLOSE-YEAR
           ELSE
               IF LG-YTD-YEAR = I-YY AND WS-YEAR-END = "YES"
                   PERFORM 4500-CLOSE-YEAR
               END-IF
           END-IF.
           REWRITE LG-REC.

      *    A SALESPERSON WITH NOTHING FOR THE YEAR IS NOT LISTED, BUT
      *    STILL MOVES TO THE NEW YEAR. THE YEAR-END FILES OPEN WITH
      *    THE FIRST SALESPERSON TO CLOSE A YEAR.
       4500-CLOSE-YEAR.
           IF WS-YE-OPEN = "NO"
               MOVE "YES" TO WS-YE-OPEN
               MOVE LG-YTD-YEAR TO YT-YEAR
               OPEN OUTPUT YE-PRTOUT
               OPEN OUTPUT YEAR-END-OUT
               PERFORM 9400-YE-HEADINGS
           END-IF.
           COMPUTE WS-NET-EARNED = LG-YTD-EARNED - LG-YTD-CHGBK.
           IF LG-YTD-EARNED NOT = ZERO
              OR LG-YTD-CHGBK NOT = ZERO
              OR LG-YTD-DRAWS NOT = ZERO
              OR LG-YTD-ADJ NOT = ZERO
              OR LG-YTD-PAID NOT = ZERO
               PERFORM 4600-YEAR-END-LINE
           END-IF.
           IF LG-YTD-YEAR < I-YY
               MOVE I-YY TO LG-YTD-YEAR
           ELSE
               COMPUTE LG-YTD-YEAR = I-YY + 1
           END-IF.
           MOVE ZERO TO LG-YTD-EARNED.
           MOVE ZERO TO LG-YTD-CHGBK.
           MOVE ZERO TO LG-YTD-DRAWS.
           MOVE ZERO TO LG-YTD-ADJ.
           MOVE ZERO TO LG-YTD-PAID.

       4600-YEAR-END-LINE.
           ADD 1 TO C-YE-CTR.
           MOVE LG-SLS-ID TO YE-SLS-ID.
           MOVE LG-NAME TO YE-NAME.
           MOVE LG-YTD-YEAR TO YE-YEAR.
           MOVE LG-YTD-EARNED TO YE-EARNED.
           MOVE LG-YTD-CHGBK TO YE-CHGBK.
           MOVE WS-NET-EARNED TO YE-NET-EARNED.
           MOVE LG-YTD-DRAWS TO YE-DRAWS.
           MOVE LG-YTD-ADJ TO YE-ADJ.
           MOVE LG-YTD-PAID TO YE-PAID.
           WRITE YE-REC.

           ADD LG-YTD-EARNED TO C-YE-EARNED.
           ADD LG-YTD-CHGBK TO C-YE-CHGBK.
           ADD WS-NET-EARNED TO C-YE-NET.
           ADD LG-YTD-DRAWS TO C-YE-DRAWS.
           ADD LG-YTD-ADJ TO C-YE-ADJ.
           ADD LG-YTD-PAID TO C-YE-PAID.

           MOVE LG-SLS-ID TO YL-SLS-ID.
           MOVE LG-NAME TO YL-NAME.
           MOVE LG-YTD-EARNED TO YL-EARNED.
           MOVE LG-YTD-CHGBK TO YL-CHGBK.
           MOVE WS-NET-EARNED TO YL-NET.
           MOVE LG-YTD-DRAWS TO YL-DRAWS.
           MOVE LG-YTD-ADJ TO YL-ADJ.
           MOVE LG-YTD-PAID TO YL-PAID.
           WRITE YE-PRTLINE FROM YE-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9400-YE-HEADINGS.

       5000-CLOSING.
           PERFORM 9200-RUN-HEADINGS.
           MOVE "SALESPEOPLE ON COMMISSION LEDGER:" TO CL-LABEL.
           MOVE C-LEDGER-CTR TO CL-COUNT.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "STATEMENTS PRINTED:" TO CL-LABEL.
           MOVE C-STMT-CTR TO CL-COUNT.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE "PERIODS CLOSED AND SENT TO PAYROLL:" TO CL-LABEL.
           MOVE C-CLOSED-CTR TO CL-COUNT.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE "NOT AGREEING WITH LEDGER - LEFT OPEN:" TO CL-LABEL.
           MOVE C-DISAGREE-CTR TO CL-COUNT.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE "ALREADY CLOSED FOR THIS DATE:" TO CL-LABEL.
           MOVE C-ALREADY-CTR TO CL-COUNT.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 1 LINES.

           MOVE SPACES TO AL-NOTE.
           MOVE "TOTAL COMMISSION PAYABLE:" TO AL-LABEL.
           MOVE C-GT-PAYABLE TO AL-AMOUNT.
           WRITE PRTLINE FROM AMOUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "TOTAL BALANCE CARRIED FORWARD:" TO AL-LABEL.
           MOVE C-GT-CARRY-FWD TO AL-AMOUNT.
           WRITE PRTLINE FROM AMOUNT-LINE
               AFTER ADVANCING 1 LINES.

           IF WS-YE-OPEN = "YES"
               PERFORM 5100-YEAR-END-TOTALS
               CLOSE YE-PRTOUT
               CLOSE YEAR-END-OUT
           END-IF.

           IF C-DISAGREE-CTR > ZERO OR C-ALREADY-CTR > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

           CLOSE COMM-LEDGER.
           CLOSE COMM-ACTIVITY.
           CLOSE PAYROLL-OUT.
           CLOSE PRTOUT.

       5100-YEAR-END-TOTALS.
           MOVE SPACES TO YL-SLS-ID.
           MOVE "TOTALS" TO YL-NAME.
           MOVE C-YE-EARNED TO YL-EARNED.
           MOVE C-YE-CHGBK TO YL-CHGBK.
           MOVE C-YE-NET TO YL-NET.
           MOVE C-YE-DRAWS TO YL-DRAWS.
           MOVE C-YE-ADJ TO YL-ADJ.
           MOVE C-YE-PAID TO YL-PAID.
           WRITE YE-PRTLINE FROM YE-LINE
               AFTER ADVANCING 3 LINES.

      *    EACH STATEMENT STARTS A NEW PAGE; A STATEMENT RUNNING ONTO
      *    A SECOND PAGE REPEATS THE SALESPERSON LINE.
       9100-HEADINGS.
           ADD 1 TO C-PCTR
           MOVE C-PCTR TO ST-PCTR.

           WRITE PRTLINE FROM STMT-TITLE
               AFTER ADVANCING PAGE.
           MOVE LG-SLS-ID TO SP-SLS-ID.
           MOVE LG-NAME TO SP-NAME.
           MOVE LG-TERRITORY TO SP-TERRITORY.
           WRITE PRTLINE FROM SALESPERSON-LINE
               AFTER ADVANCING 2 LINES.

       9200-RUN-HEADINGS.
           ADD 1 TO C-PCTR
           MOVE C-PCTR TO ST-PCTR.

           WRITE PRTLINE FROM STMT-TITLE
               AFTER ADVANCING PAGE.
           MOVE "STATEMENT RUN SUMMARY" TO SC-TEXT.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES.

      *    YYYYMMDD TO MMDDYYYY FOR THE 99/99/9999 PRINT FIELDS.
       9300-FLIP-DATE.
           MOVE WS-FLIP-IN-MM TO WS-FLIP-MM.
           MOVE WS-FLIP-IN-DD TO WS-FLIP-DD.
           MOVE WS-FLIP-IN-YY TO WS-FLIP-YY.

       9400-YE-HEADINGS.
           ADD 1 TO C-YE-PCTR
           MOVE C-YE-PCTR TO YT-PCTR.

           WRITE YE-PRTLINE FROM YE-TITLE
               AFTER ADVANCING PAGE.
           WRITE YE-PRTLINE FROM YE-HDINGS
               AFTER ADVANCING 2 LINES.
