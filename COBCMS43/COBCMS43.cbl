       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCMS43.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         COLBY SNOW.
       DATE-COMPILED.
      ******************************************************************
      *THIS PROGRAM IS THE NIGHTLY GENERAL-LEDGER POSTING STEP. IT
      *ADDS THE NIGHT'S JOURNALS INTO THE GL BALANCE MASTER
      *(GLBAL.DAT, INDEXED ON THE GLCHART.DAT ACCOUNT NUMBER), WHICH
      *CARRIES FOR EACH ACCOUNT THE OPENING BALANCE OF THE OPEN
      *PERIOD, THE PERIOD-TO-DATE DEBITS AND CREDITS, AND THE
      *YEAR-TO-DATE NET ACTIVITY. BALANCES ARE SIGNED, DEBIT
      *POSITIVE. THREE JOURNALS, ALL IN THE GLJRNL.DAT LAYOUT, POST
      *IN TURN:
      *  - GLJRNL.DAT    THE NIGHT'S SALES, WRITTEN BY COBCMS31
      *  - BOATCJRN.DAT  SALE CANCELLATION REVERSALS, WRITTEN BY THE
      *                  COBCMS33 CANCELLATION RUN
      *  - FLRJRNL.DAT   THE MONTH'S FLOOR-PLAN INTEREST ACCRUAL,
      *                  WRITTEN BY COBCMS35
      *EACH JOURNAL IS PROVED AND POSTED ON ITS OWN. THE
      *CANCELLATION AND ACCRUAL JOURNALS ARE ONLY WRITTEN WHEN THOSE
      *RUNS ARE MADE, SO ONE THAT IS EMPTY OR NOT ON FILE PRINTS
      *NOTHING, AND ONE ALREADY POSTED IS PASSED OVER QUIETLY.
      *
      *EVERY ACCOUNT ON THE CHART IS CARRIED ON THE BALANCE MASTER.
      *AN ACCOUNT NEW TO THE CHART IS ADDED WITH ITS OPENING BALANCE
      *FROM GLOPEN.DAT (ACCOUNT, DEBIT, CREDIT - KEYED BY ACCOUNTING
      *WHEN THE LEDGER IS TAKEN OVER FROM THE SPREADSHEET) OR ZERO
      *WHEN GLOPEN.DAT DOES NOT LIST IT. GLOPEN.DAT IS NOT READ FOR
      *ACCOUNTS ALREADY ON THE MASTER.
      *
      *A JOURNAL IS PROVED BEFORE ANYTHING POSTS, AND POSTS WHOLE
      *OR NOT AT ALL. IT IS REFUSED WITH RETURN-CODE 8 WHEN IT
      *  - CARRIES MORE THAN ONE JOURNAL DATE,
      *  - DOES NOT NET TO ZERO,
      *  - CARRIES AN ACCOUNT NOT ON THE CHART,
      *  - IS DATED IN A PERIOD THE COBCMS44 MONTH-END CLOSE HAS
      *    LOCKED, OR
      *  - IS DATED AFTER THE OPEN PERIOD (THE CLOSE HAS NOT RUN).
      *NOTHING POSTS WHEN THE CHART OF ACCOUNTS OR THE TAKE-ON
      *BALANCES RUN PAST THE 200 ACCOUNTS THE TABLES HOLD.
      *THE DRIVER THEN STOPS THE CHAIN HERE, AND THE RERUN RESUMES AT
      *THIS STEP WITH THE SAME JOURNALS ONCE THE CAUSE IS FIXED.
      *EVERY POSTED JOURNAL IS LOGGED TO GLPOSTH.DAT BY JOURNAL NAME
      *AND DATE. A JOURNAL ALREADY ON THE LOG HAS BEEN POSTED AND IS
      *NOT POSTED AGAIN (RETURN-CODE 4 FOR GLJRNL.DAT). THE OPEN AND
      *LOCKED PERIODS ARE KEPT ON GLPERIOD.DAT; THE FIRST POSTING
      *OPENS THE PERIOD OF ITS JOURNAL DATE. GLPOST.PRT SHOWS, ONE
      *PAGE PER JOURNAL, WHAT POSTED TO EACH ACCOUNT AND THE RESULT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL JOURNAL-IN
               ASSIGN TO "C:\IHCC\COBOL\GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CANCEL-JOURNAL-IN
               ASSIGN TO "C:\IHCC\COBOL\BOATCJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FLOOR-JOURNAL-IN
               ASSIGN TO "C:\IHCC\COBOL\FLRJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-CHART
               ASSIGN TO "C:\IHCC\COBOL\GLCHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-OPENING
               ASSIGN TO "C:\IHCC\COBOL\GLOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-BALANCE
               ASSIGN TO "C:\IHCC\COBOL\GLBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS GB-ACCT.

           SELECT OPTIONAL GL-PERIOD
               ASSIGN TO "C:\IHCC\COBOL\GLPERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL POST-HISTORY
               ASSIGN TO "C:\IHCC\COBOL\GLPOSTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO "C:\IHCC\COBOL\GLPOST.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-DATE-PARM
               ASSIGN TO "C:\IHCC\COBOL\RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    ALL THREE JOURNALS ARE READ INTO JR-REC IN WORKING
      *    STORAGE, THE LAYOUT COBCMS31 WRITES.
       FD  JOURNAL-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS JI-REC
           RECORD CONTAINS 63 CHARACTERS.

       01 JI-REC              PIC X(63).

       FD  CANCEL-JOURNAL-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS CJ-REC
           RECORD CONTAINS 63 CHARACTERS.

       01 CJ-REC              PIC X(63).

       FD  FLOOR-JOURNAL-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS FJ-REC
           RECORD CONTAINS 63 CHARACTERS.

       01 FJ-REC              PIC X(63).

       FD  GL-CHART
           LABEL RECORD IS STANDARD
           DATA RECORD IS GLC-REC
           RECORD CONTAINS 29 CHARACTERS.

       01 GLC-REC.
           05 GLC-ACCT        PIC X(4).
           05 GLC-NAME        PIC X(25).

      *    TAKE-ON BALANCES. A DEBIT BALANCE IS KEYED IN GO-DEBIT AND
      *    A CREDIT BALANCE IN GO-CREDIT, THE OTHER SIDE ZERO.
       FD  GL-OPENING
           LABEL RECORD IS STANDARD
           DATA RECORD IS GO-REC
           RECORD CONTAINS 30 CHARACTERS.

       01 GO-REC.
           05 GO-ACCT         PIC X(4).
           05 GO-DEBIT        PIC 9(11)V99.
           05 GO-CREDIT       PIC 9(11)V99.

      *    ONE RECORD PER CHART ACCOUNT. THE CLOSING BALANCE OF THE
      *    OPEN PERIOD IS GB-OPEN-BAL + GB-PTD-DEBITS - GB-PTD-CREDITS.
      *    GB-YTD-NET IS THE NET ACTIVITY OF THE YEAR THROUGH THE OPEN
      *    PERIOD.
       FD  GL-BALANCE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GB-REC
           RECORD CONTAINS 89 CHARACTERS.

       01 GB-REC.
           05 GB-ACCT         PIC X(4).
           05 GB-NAME         PIC X(25).
           05 GB-OPEN-BAL     PIC S9(11)V99.
           05 GB-PTD-DEBITS   PIC 9(11)V99.
           05 GB-PTD-CREDITS  PIC 9(11)V99.
           05 GB-YTD-NET      PIC S9(11)V99.
           05 GB-LAST-POST    PIC 9(8).

      *    THE LEDGER'S OPEN PERIOD (YYYYMM), THE LAST PERIOD THE
      *    MONTH-END CLOSE LOCKED, AND THE DATE OF THAT CLOSE.
       FD  GL-PERIOD
           LABEL RECORD IS STANDARD
           DATA RECORD IS GP-REC
           RECORD CONTAINS 20 CHARACTERS.

       01 GP-REC.
           05 GP-OPEN-PERIOD  PIC 9(6).
           05 GP-LOCKED-THRU  PIC 9(6).
           05 GP-CLOSE-DATE   PIC 9(8).

      *    ONE RECORD PER POSTED JOURNAL, BY JOURNAL NAME AND DATE.
       FD  POST-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS PH-REC
           RECORD CONTAINS 63 CHARACTERS.

       01 PH-REC.
           05 PH-JRNL-DATE    PIC 9(8).
           05 PH-PERIOD       PIC 9(6).
           05 PH-LINES        PIC 9(7).
           05 PH-DEBITS       PIC 9(11)V99.
           05 PH-CREDITS      PIC 9(11)V99.
           05 PH-POSTED-DATE  PIC 9(8).
           05 PH-JOURNAL      PIC X(8).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE          PIC X(132).

      *    RUN-DATE-PARM HOLDS A SHARED "AS-OF" BUSINESS DATE. ITS
      *    DATE PRINTS ON THE REPORT AND STAMPS THE POSTING WHEN
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
           05 MORE-CHART       PIC X(3)    VALUE "YES".
           05 MORE-OPEN        PIC X(3)    VALUE "YES".
           05 MORE-HIST        PIC X(3)    VALUE "YES".
           05 C-LINE-CTR       PIC 9(7)    VALUE ZERO.
           05 C-BADACCT-CTR    PIC 9(5)    VALUE ZERO.
           05 C-NEWACCT-CTR    PIC 9(5)    VALUE ZERO.
           05 C-GT-DEBITS      PIC 9(11)V99 VALUE ZERO.
           05 C-GT-CREDITS     PIC 9(11)V99 VALUE ZERO.
           05 WS-NET-PROOF     PIC S9(11)V99 VALUE ZERO.
           05 WS-CHART-COUNT   PIC 999     VALUE ZERO.
           05 WS-CHART-SUB     PIC 999     VALUE ZERO.
           05 WS-ACCT-SUB      PIC 999     VALUE ZERO.
           05 WS-OPEN-COUNT    PIC 999     VALUE ZERO.
           05 WS-OPEN-SUB      PIC 999     VALUE ZERO.
           05 C-TABLE-DROPPED  PIC 9(5)    VALUE ZERO.
           05 WS-JRNL-SUB      PIC 9       VALUE ZERO.
           05 WS-JOURNAL-NAME  PIC X(8)    VALUE SPACES.
           05 WS-JRNL-PAGE     PIC X(3)    VALUE "NO".
           05 WS-WORST-RC      PIC 99      VALUE ZERO.
           05 WS-RUN-DATE-N    PIC 9(8)    VALUE ZERO.
           05 WS-MIXED-DATES   PIC X(3)    VALUE "NO".
           05 WS-PERIOD-ON-FILE PIC X(3)   VALUE "NO".
           05 WS-ALREADY-POSTED PIC X(3)   VALUE "NO".
           05 WS-POSTED-ON     PIC 9(8)    VALUE ZERO.
           05 WS-POST-OK       PIC X(3)    VALUE "NO".
           05 WS-ON-MASTER     PIC X(3)    VALUE "YES".

      *    THE JOURNALS IN POSTING ORDER.
       01 JOURNAL-NAMES.
           05 FILLER           PIC X(8)    VALUE "GLJRNL".
           05 FILLER           PIC X(8)    VALUE "BOATCJRN".
           05 FILLER           PIC X(8)    VALUE "FLRJRNL".
       01 JOURNAL-NAME-TABLE REDEFINES JOURNAL-NAMES.
           05 JN-NAME          PIC X(8)    OCCURS 3 TIMES.

       01 JR-REC.
           05 JR-DATE         PIC 9(8).
           05 JR-ACCT         PIC X(4).
           05 JR-DEBIT        PIC 9(9)V99.
           05 JR-CREDIT       PIC 9(9)V99.
           05 JR-REF          PIC X(9).
           05 JR-DESC         PIC X(20).

      *    THE JOURNAL DATE OF THE FIRST LINE; EVERY OTHER LINE MUST
      *    CARRY THE SAME DATE.
       01 WS-JRNL-DATE.
           05 WS-JRNL-YY       PIC 9(4).
           05 WS-JRNL-MM       PIC 99.
           05 WS-JRNL-DD       PIC 99.
       01 WS-JRNL-DATE-N REDEFINES WS-JRNL-DATE PIC 9(8).

       01 WS-JRNL-PERIOD.
           05 WS-JP-YY         PIC 9(4).
           05 WS-JP-MM         PIC 99.
       01 WS-JRNL-PERIOD-N REDEFINES WS-JRNL-PERIOD PIC 9(6).

       01 WS-OPEN-PERIOD.
           05 WS-OP-YY         PIC 9(4).
           05 WS-OP-MM         PIC 99.
       01 WS-OPEN-PERIOD-N REDEFINES WS-OPEN-PERIOD PIC 9(6).

       01 WS-LOCKED-PERIOD.
           05 WS-LK-YY         PIC 9(4).
           05 WS-LK-MM         PIC 99.
       01 WS-LOCKED-THRU REDEFINES WS-LOCKED-PERIOD PIC 9(6).
       01 WS-CLOSE-DATE        PIC 9(8)    VALUE ZERO.

      *    THE CHART OF ACCOUNTS WITH THE JOURNAL'S DEBITS AND CREDITS
      *    BY ACCOUNT.
       01 CHART-TABLE.
           05 CH-ENTRY OCCURS 200 TIMES.
               10 CH-ACCT      PIC X(4).
               10 CH-NAME      PIC X(25).
               10 CH-DEBITS    PIC 9(11)V99.
               10 CH-CREDITS   PIC 9(11)V99.

       01 OPENING-TABLE.
           05 OT-ENTRY OCCURS 200 TIMES.
               10 OT-ACCT      PIC X(4).
               10 OT-BALANCE   PIC S9(11)V99.

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
                   VALUE "GENERAL LEDGER POSTING".
           05  FILLER      PIC X(42)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE "PAGE:".
           05  PO-PCTR     PIC Z9.

       01 JOURNAL-HDING.
           05 FILLER       PIC X(9)    VALUE "JOURNAL: ".
           05 JH-JOURNAL   PIC X(8).
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(14)   VALUE "JOURNAL DATE: ".
           05 JH-DATE      PIC 99/99/9999.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(13)   VALUE "OPEN PERIOD: ".
           05 JH-OPEN-MM   PIC 99.
           05 FILLER       PIC X       VALUE "/".
           05 JH-OPEN-YY   PIC 9(4).
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(20)   VALUE "LOCKED THROUGH: ".
           05 JH-LOCK-MM   PIC 99.
           05 FILLER       PIC X       VALUE "/".
           05 JH-LOCK-YY   PIC 9(4).

       01 COLUMN-HDINGS.
           05 FILLER       PIC X(4)    VALUE "ACCT".
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(25)   VALUE "ACCOUNT NAME".
           05 FILLER       PIC X(16)   VALUE SPACES.
           05 FILLER       PIC X(5)    VALUE "DEBIT".
           05 FILLER       PIC X(12)   VALUE SPACES.
           05 FILLER       PIC X(6)    VALUE "CREDIT".

       01 ACCT-LINE.
           05 AL-ACCT      PIC X(4).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 AL-NAME      PIC X(25).
           05 FILLER       PIC X(7)    VALUE SPACES.
           05 AL-DEBITS    PIC $$$,$$$,$$9.99.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 AL-CREDITS   PIC $$$,$$$,$$9.99.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 AL-FLAG      PIC X(22).

       01 POST-TOTAL-LINE.
           05 FILLER       PIC X(24)
                   VALUE "JOURNAL TOTALS:         ".
           05 PT-DEBITS    PIC $$,$$$,$$$,$$9.99.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 PT-CREDITS   PIC $$,$$$,$$$,$$9.99.
           05 FILLER       PIC X(8)    VALUE "   NET: ".
           05 PT-NET       PIC $$,$$$,$$$,$$9.99-.

       01 COUNT-LINE.
           05 FILLER       PIC X(15)   VALUE "JOURNAL LINES: ".
           05 CL-LINE-CTR  PIC Z,ZZZ,ZZ9.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(31)
                   VALUE "ACCOUNTS ADDED TO BALANCE FILE:".
           05 CL-NEW-CTR   PIC ZZ,ZZ9.

       01 RESULT-LINE.
           05 FILLER       PIC X(10)   VALUE SPACES.
           05 RL-TEXT      PIC X(60).

      *    RESULT TEXTS THAT CARRY A DATE OR PERIOD.
       01 POSTED-TEXT.
           05 FILLER       PIC X(22)
                   VALUE "*** JOURNAL POSTED TO ".
           05 PX-MM        PIC 99.
           05 FILLER       PIC X       VALUE "/".
           05 PX-YY        PIC 9(4).
           05 FILLER       PIC X(4)    VALUE " ***".

       01 DUPLICATE-TEXT.
           05 FILLER       PIC X(30)
                   VALUE "*** JOURNAL ALREADY POSTED ON ".
           05 DX-DATE      PIC 99/99/9999.
           05 FILLER       PIC X(14)   VALUE " - NOT POSTED".

       01 TABLE-FULL-TEXT.
           05 FILLER       PIC X(25)
                   VALUE "*** ACCOUNT TABLE FULL - ".
           05 TX-DROPPED   PIC ZZ,ZZ9.
           05 FILLER       PIC X(24)
                   VALUE " NOT LOADED - NOT POSTED".

       01 NOT-CLOSED-TEXT.
           05 FILLER       PIC X(11)   VALUE "*** PERIOD ".
           05 NX-MM        PIC 99.
           05 FILLER       PIC X       VALUE "/".
           05 NX-YY        PIC 9(4).
           05 FILLER       PIC X(37)
                   VALUE " NOT CLOSED - RUN MONTH-END CLOSE ***".

       01 WS-FLIP-DATE.
           05 WS-FLIP-MM   PIC 99.
           05 WS-FLIP-DD   PIC 99.
           05 WS-FLIP-YY   PIC 9(4).
       01 WS-FLIP-DATE-N REDEFINES WS-FLIP-DATE PIC 9(8).

       01 WS-FLIP-IN.
           05 WS-FLIP-IN-YY PIC 9(4).
           05 WS-FLIP-IN-MM PIC 99.
           05 WS-FLIP-IN-DD PIC 99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM VARYING WS-JRNL-SUB FROM 1 BY 1
               UNTIL WS-JRNL-SUB > 3
               PERFORM 1500-START-JOURNAL
               PERFORM 2000-PROVE-JOURNAL
               PERFORM 2500-DECIDE
               PERFORM 3000-UPDATE-BALANCES
               PERFORM 4000-JOURNAL-RESULT
           END-PERFORM.
           MOVE WS-WORST-RC TO RETURN-CODE.
           CLOSE PRTOUT.
           GOBACK.

       1000-INIT.
           OPEN OUTPUT PRTOUT.

           PERFORM 1050-GET-RUN-DATE.
           MOVE I-YY TO PO-YY.
           MOVE I-MM TO PO-MM.
           MOVE I-DD TO PO-DD.
           MOVE I-DATE TO WS-RUN-DATE-N.

           PERFORM 1100-GET-PERIOD.
           PERFORM 1200-LOAD-CHART.
           PERFORM 1300-LOAD-OPENING.

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

      *    NO GLPERIOD.DAT MEANS NOTHING HAS EVER POSTED; THE FIRST
      *    JOURNAL OPENS ITS OWN PERIOD.
       1100-GET-PERIOD.
           MOVE ZERO TO WS-OPEN-PERIOD-N.
           MOVE ZERO TO WS-LOCKED-THRU.
           MOVE ZERO TO WS-CLOSE-DATE.
           OPEN INPUT GL-PERIOD.
           READ GL-PERIOD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "YES" TO WS-PERIOD-ON-FILE
                   MOVE GP-OPEN-PERIOD TO WS-OPEN-PERIOD-N
                   MOVE GP-LOCKED-THRU TO WS-LOCKED-THRU
                   MOVE GP-CLOSE-DATE TO WS-CLOSE-DATE
           END-READ.
           CLOSE GL-PERIOD.

       1200-LOAD-CHART.
           OPEN INPUT GL-CHART.
           PERFORM UNTIL MORE-CHART = "NO"
               READ GL-CHART
                   AT END
                       MOVE "NO" TO MORE-CHART
                   NOT AT END
                       IF WS-CHART-COUNT < 200
                           ADD 1 TO WS-CHART-COUNT
                           MOVE GLC-ACCT
                               TO CH-ACCT (WS-CHART-COUNT)
                           MOVE GLC-NAME
                               TO CH-NAME (WS-CHART-COUNT)
                           MOVE ZERO
                               TO CH-DEBITS (WS-CHART-COUNT)
                           MOVE ZERO
                               TO CH-CREDITS (WS-CHART-COUNT)
                       ELSE
                           ADD 1 TO C-TABLE-DROPPED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-CHART.

       1300-LOAD-OPENING.
           OPEN INPUT GL-OPENING.
           PERFORM UNTIL MORE-OPEN = "NO"
               READ GL-OPENING
                   AT END
                       MOVE "NO" TO MORE-OPEN
                   NOT AT END
                       IF WS-OPEN-COUNT < 200
                           ADD 1 TO WS-OPEN-COUNT
                           MOVE GO-ACCT TO OT-ACCT (WS-OPEN-COUNT)
                           COMPUTE OT-BALANCE (WS-OPEN-COUNT) =
                               GO-DEBIT - GO-CREDIT
                       ELSE
                           ADD 1 TO C-TABLE-DROPPED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-OPENING.

      *    CLEARS THE JOURNAL TOTALS, THE NIGHT'S ACTIVITY IN THE
      *    CHART TABLE AND THE PROOF FLAGS BEFORE EACH JOURNAL.
       1500-START-JOURNAL.
           MOVE JN-NAME (WS-JRNL-SUB) TO WS-JOURNAL-NAME.
           MOVE "NO" TO WS-JRNL-PAGE.
           MOVE "YES" TO MORE-RECS.
           MOVE "YES" TO MORE-HIST.
           MOVE ZERO TO C-LINE-CTR.
           MOVE ZERO TO C-BADACCT-CTR.
           MOVE ZERO TO C-NEWACCT-CTR.
           MOVE ZERO TO C-GT-DEBITS.
           MOVE ZERO TO C-GT-CREDITS.
           MOVE "NO" TO WS-MIXED-DATES.
           MOVE "NO" TO WS-ALREADY-POSTED.
           MOVE ZERO TO WS-POSTED-ON.
           PERFORM VARYING WS-CHART-SUB FROM 1 BY 1
               UNTIL WS-CHART-SUB > WS-CHART-COUNT
               MOVE ZERO TO CH-DEBITS (WS-CHART-SUB)
               MOVE ZERO TO CH-CREDITS (WS-CHART-SUB)
           END-PERFORM.

      *    FIRST PASS: TOTALS THE JOURNAL BY ACCOUNT AND CHECKS THE
      *    DATES AND ACCOUNTS WITHOUT TOUCHING THE BALANCE MASTER.
       2000-PROVE-JOURNAL.
           MOVE ZERO TO WS-JRNL-DATE-N.
           EVALUATE WS-JRNL-SUB
               WHEN 1
                   PERFORM 2010-READ-SALES-JOURNAL
               WHEN 2
                   PERFORM 2020-READ-CANCEL-JOURNAL
               WHEN OTHER
                   PERFORM 2030-READ-FLOOR-JOURNAL
           END-EVALUATE.
           MOVE WS-JRNL-YY TO WS-JP-YY.
           MOVE WS-JRNL-MM TO WS-JP-MM.
           COMPUTE WS-NET-PROOF = C-GT-DEBITS - C-GT-CREDITS.
           PERFORM 2200-CHECK-HISTORY.

       2010-READ-SALES-JOURNAL.
           OPEN INPUT JOURNAL-IN.
           PERFORM UNTIL MORE-RECS = "NO"
               READ JOURNAL-IN INTO JR-REC
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       PERFORM 2100-PROVE-ONE-LINE
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-IN.

       2020-READ-CANCEL-JOURNAL.
           OPEN INPUT CANCEL-JOURNAL-IN.
           PERFORM UNTIL MORE-RECS = "NO"
               READ CANCEL-JOURNAL-IN INTO JR-REC
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       PERFORM 2100-PROVE-ONE-LINE
               END-READ
           END-PERFORM.
           CLOSE CANCEL-JOURNAL-IN.

       2030-READ-FLOOR-JOURNAL.
           OPEN INPUT FLOOR-JOURNAL-IN.
           PERFORM UNTIL MORE-RECS = "NO"
               READ FLOOR-JOURNAL-IN INTO JR-REC
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       PERFORM 2100-PROVE-ONE-LINE
               END-READ
           END-PERFORM.
           CLOSE FLOOR-JOURNAL-IN.

       2100-PROVE-ONE-LINE.
           ADD 1 TO C-LINE-CTR.
           ADD JR-DEBIT TO C-GT-DEBITS.
           ADD JR-CREDIT TO C-GT-CREDITS.
           IF C-LINE-CTR = 1
               MOVE JR-DATE TO WS-JRNL-DATE-N
           ELSE
               IF JR-DATE NOT = WS-JRNL-DATE-N
                   MOVE "YES" TO WS-MIXED-DATES
               END-IF
           END-IF.

           MOVE ZERO TO WS-ACCT-SUB.
           PERFORM VARYING WS-CHART-SUB FROM 1 BY 1
               UNTIL WS-CHART-SUB > WS-CHART-COUNT
               IF CH-ACCT (WS-CHART-SUB) = JR-ACCT
                   MOVE WS-CHART-SUB TO WS-ACCT-SUB
               END-IF
           END-PERFORM.
           IF WS-ACCT-SUB > ZERO
               ADD JR-DEBIT TO CH-DEBITS (WS-ACCT-SUB)
               ADD JR-CREDIT TO CH-CREDITS (WS-ACCT-SUB)
           ELSE
               ADD 1 TO C-BADACCT-CTR
               PERFORM 2150-PRINT-BAD-ACCT
           END-IF.

       2150-PRINT-BAD-ACCT.
           MOVE JR-ACCT TO AL-ACCT.
           MOVE JR-DESC TO AL-NAME.
           MOVE JR-DEBIT TO AL-DEBITS.
           MOVE JR-CREDIT TO AL-CREDITS.
           MOVE "** ACCT NOT ON CHART" TO AL-FLAG.
           IF WS-JRNL-PAGE = "NO"
               PERFORM 9100-HEADINGS
           END-IF.
           WRITE PRTLINE FROM ACCT-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

      *    THE LOG IS SEARCHED FOR THE JOURNAL'S NAME AND DATE. A HIT
      *    MEANS THIS JOURNAL HAS ALREADY POSTED.
       2200-CHECK-HISTORY.
           OPEN INPUT POST-HISTORY.
           PERFORM UNTIL MORE-HIST = "NO"
               READ POST-HISTORY
                   AT END
                       MOVE "NO" TO MORE-HIST
                   NOT AT END
                       IF PH-JRNL-DATE = WS-JRNL-DATE-N
                          AND PH-JOURNAL = WS-JOURNAL-NAME
                          AND C-LINE-CTR > ZERO
                           MOVE "YES" TO WS-ALREADY-POSTED
                           MOVE PH-POSTED-DATE TO WS-POSTED-ON
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POST-HISTORY.

      *    THE FIRST FAILING CHECK DECIDES THE RESULT. AN EMPTY OR
      *    MISSING JOURNAL IS NOT AN ERROR - A NIGHT WITH NO SALES
      *    HAS NOTHING TO POST. A CANCELLATION OR ACCRUAL JOURNAL
      *    STAYS ON FILE UNTIL ITS PROGRAM NEXT RUNS, SO FINDING IT
      *    ALREADY POSTED SETS NO RETURN-CODE.
       2500-DECIDE.
           MOVE ZERO TO RETURN-CODE.
           IF WS-PERIOD-ON-FILE = "NO" AND C-LINE-CTR > ZERO
               MOVE WS-JRNL-PERIOD-N TO WS-OPEN-PERIOD-N
           END-IF.
           MOVE "NO" TO WS-POST-OK.
           EVALUATE TRUE
               WHEN C-LINE-CTR = ZERO
                   MOVE "*** NO JOURNAL LINES TO POST ***"
                       TO RL-TEXT
               WHEN C-TABLE-DROPPED > ZERO
                   MOVE C-TABLE-DROPPED TO TX-DROPPED
                   MOVE TABLE-FULL-TEXT TO RL-TEXT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MIXED-DATES = "YES"
                   MOVE "*** JOURNAL CARRIES MORE THAN ONE DATE ***"
                       TO RL-TEXT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NET-PROOF NOT = ZERO
                   MOVE "*** JOURNAL OUT OF PROOF - NOT POSTED ***"
                       TO RL-TEXT
                   MOVE 8 TO RETURN-CODE
               WHEN C-BADACCT-CTR > ZERO
                   MOVE "*** ACCOUNT NOT ON CHART - NOT POSTED ***"
                       TO RL-TEXT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ALREADY-POSTED = "YES"
                   MOVE WS-POSTED-ON TO WS-FLIP-IN
                   PERFORM 9300-FLIP-DATE
                   MOVE WS-FLIP-DATE-N TO DX-DATE
                   MOVE DUPLICATE-TEXT TO RL-TEXT
                   IF WS-JRNL-SUB = 1
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN WS-JRNL-PERIOD-N NOT > WS-LOCKED-THRU
                   MOVE "*** JOURNAL DATED IN A CLOSED PERIOD ***"
                       TO RL-TEXT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-JRNL-PERIOD-N > WS-OPEN-PERIOD-N
                   MOVE WS-OP-MM TO NX-MM
                   MOVE WS-OP-YY TO NX-YY
                   MOVE NOT-CLOSED-TEXT TO RL-TEXT
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE "YES" TO WS-POST-OK
                   MOVE WS-OP-MM TO PX-MM
                   MOVE WS-OP-YY TO PX-YY
                   MOVE POSTED-TEXT TO RL-TEXT
           END-EVALUATE.

      *    EVERY CHART ACCOUNT IS READ; ONE NOT YET ON THE MASTER IS
      *    ADDED. THE JOURNAL'S ACTIVITY IS ADDED ONLY WHEN IT PROVED.
       3000-UPDATE-BALANCES.
           OPEN I-O GL-BALANCE.
           PERFORM VARYING WS-CHART-SUB FROM 1 BY 1
               UNTIL WS-CHART-SUB > WS-CHART-COUNT
               PERFORM 3100-UPDATE-ONE-ACCOUNT
           END-PERFORM.
           CLOSE GL-BALANCE.

       3100-UPDATE-ONE-ACCOUNT.
           MOVE "YES" TO WS-ON-MASTER.
           MOVE CH-ACCT (WS-CHART-SUB) TO GB-ACCT.
           READ GL-BALANCE
               INVALID KEY
                   MOVE "NO" TO WS-ON-MASTER
                   PERFORM 3150-NEW-ACCOUNT
           END-READ.
           MOVE CH-NAME (WS-CHART-SUB) TO GB-NAME.

           IF WS-POST-OK = "YES"
               ADD CH-DEBITS (WS-CHART-SUB) TO GB-PTD-DEBITS
               ADD CH-CREDITS (WS-CHART-SUB) TO GB-PTD-CREDITS
               COMPUTE GB-YTD-NET = GB-YTD-NET
                   + CH-DEBITS (WS-CHART-SUB)
                   - CH-CREDITS (WS-CHART-SUB)
               IF CH-DEBITS (WS-CHART-SUB) > ZERO
                  OR CH-CREDITS (WS-CHART-SUB) > ZERO
                   MOVE WS-JRNL-DATE-N TO GB-LAST-POST
                   PERFORM 3200-PRINT-ACCOUNT
               END-IF
           END-IF.

           IF WS-ON-MASTER = "YES"
               REWRITE GB-REC
           ELSE
               WRITE GB-REC
               ADD 1 TO C-NEWACCT-CTR
           END-IF.

       3150-NEW-ACCOUNT.
           MOVE CH-ACCT (WS-CHART-SUB) TO GB-ACCT.
           MOVE ZERO TO GB-OPEN-BAL.
           MOVE ZERO TO GB-PTD-DEBITS.
           MOVE ZERO TO GB-PTD-CREDITS.
           MOVE ZERO TO GB-YTD-NET.
           MOVE ZERO TO GB-LAST-POST.
           PERFORM VARYING WS-OPEN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
               IF OT-ACCT (WS-OPEN-SUB) = GB-ACCT
                   MOVE OT-BALANCE (WS-OPEN-SUB) TO GB-OPEN-BAL
               END-IF
           END-PERFORM.

       3200-PRINT-ACCOUNT.
           IF WS-JRNL-PAGE = "NO"
               PERFORM 9100-HEADINGS
           END-IF.
           MOVE CH-ACCT (WS-CHART-SUB) TO AL-ACCT.
           MOVE CH-NAME (WS-CHART-SUB) TO AL-NAME.
           MOVE CH-DEBITS (WS-CHART-SUB) TO AL-DEBITS.
           MOVE CH-CREDITS (WS-CHART-SUB) TO AL-CREDITS.
           IF WS-ON-MASTER = "NO"
               MOVE "NEW ON BALANCE FILE" TO AL-FLAG
           ELSE
               MOVE SPACES TO AL-FLAG
           END-IF.
           WRITE PRTLINE FROM ACCT-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

      *    A POSTED JOURNAL IS LOGGED, AND THE PERIOD FILE IS WRITTEN
      *    THE FIRST TIME ANYTHING POSTS. THE RUN ENDS WITH THE
      *    HIGHEST RETURN-CODE OF THE THREE JOURNALS. AN EMPTY
      *    CANCELLATION OR ACCRUAL JOURNAL PRINTS NOTHING.
       4000-JOURNAL-RESULT.
           IF RETURN-CODE > WS-WORST-RC
               MOVE RETURN-CODE TO WS-WORST-RC
           END-IF.
           IF WS-JRNL-SUB = 1 OR C-LINE-CTR > ZERO
               PERFORM 4050-PRINT-RESULT
           END-IF.

           IF WS-POST-OK = "YES"
               PERFORM 4100-LOG-POSTING
               IF WS-PERIOD-ON-FILE = "NO"
                   PERFORM 4200-WRITE-PERIOD
                   MOVE "YES" TO WS-PERIOD-ON-FILE
               END-IF
           END-IF.

       4050-PRINT-RESULT.
           IF WS-JRNL-PAGE = "NO"
               PERFORM 9100-HEADINGS
           END-IF.
           MOVE C-GT-DEBITS TO PT-DEBITS.
           MOVE C-GT-CREDITS TO PT-CREDITS.
           MOVE WS-NET-PROOF TO PT-NET.
           WRITE PRTLINE FROM POST-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE C-LINE-CTR TO CL-LINE-CTR.
           MOVE C-NEWACCT-CTR TO CL-NEW-CTR.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM RESULT-LINE
               AFTER ADVANCING 2 LINES.

       4100-LOG-POSTING.
           OPEN EXTEND POST-HISTORY.
           MOVE WS-JRNL-DATE-N TO PH-JRNL-DATE.
           MOVE WS-OPEN-PERIOD-N TO PH-PERIOD.
           MOVE C-LINE-CTR TO PH-LINES.
           MOVE C-GT-DEBITS TO PH-DEBITS.
           MOVE C-GT-CREDITS TO PH-CREDITS.
           MOVE WS-RUN-DATE-N TO PH-POSTED-DATE.
           MOVE WS-JOURNAL-NAME TO PH-JOURNAL.
           WRITE PH-REC.
           CLOSE POST-HISTORY.

       4200-WRITE-PERIOD.
           OPEN OUTPUT GL-PERIOD.
           MOVE WS-OPEN-PERIOD-N TO GP-OPEN-PERIOD.
           MOVE WS-LOCKED-THRU TO GP-LOCKED-THRU.
           MOVE WS-CLOSE-DATE TO GP-CLOSE-DATE.
           WRITE GP-REC.
           CLOSE GL-PERIOD.

      *    EACH JOURNAL STARTS A NEW PAGE.
       9100-HEADINGS.
           ADD 1 TO C-PCTR
           MOVE C-PCTR TO PO-PCTR.
           MOVE "YES" TO WS-JRNL-PAGE.
           MOVE WS-JOURNAL-NAME TO JH-JOURNAL.

           WRITE PRTLINE FROM POST-TITLE
               AFTER ADVANCING PAGE.
           MOVE WS-JRNL-DATE-N TO WS-FLIP-IN.
           PERFORM 9300-FLIP-DATE.
           MOVE WS-FLIP-DATE-N TO JH-DATE.
           MOVE WS-OP-MM TO JH-OPEN-MM.
           MOVE WS-OP-YY TO JH-OPEN-YY.
           MOVE WS-LK-MM TO JH-LOCK-MM.
           MOVE WS-LK-YY TO JH-LOCK-YY.
           WRITE PRTLINE FROM JOURNAL-HDING
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM COLUMN-HDINGS
               AFTER ADVANCING 2 LINES.

      *    YYYYMMDD TO MMDDYYYY FOR THE 99/99/9999 PRINT FIELDS.
       9300-FLIP-DATE.
           MOVE WS-FLIP-IN-MM TO WS-FLIP-MM.
           MOVE WS-FLIP-IN-DD TO WS-FLIP-DD.
           MOVE WS-FLIP-IN-YY TO WS-FLIP-YY.
