       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCMS44.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         COLBY SNOW.
       DATE-COMPILED.
      ******************************************************************
      *THIS PROGRAM IS THE GENERAL-LEDGER MONTH-END CLOSE. IT PRINTS
      *THE TRIAL BALANCE OF THE OPEN PERIOD FROM THE GL BALANCE
      *MASTER (GLBAL.DAT, POSTED NIGHTLY BY COBCMS43) TO TRIALBAL.PRT
      *- OPENING BALANCE, PERIOD DEBITS AND CREDITS, CLOSING BALANCE
      *IN THE DEBIT OR CREDIT COLUMN, AND YEAR-TO-DATE NET ACTIVITY
      *FOR EVERY ACCOUNT - AND PROVES THE LEDGER: THE PERIOD'S TOTAL
      *DEBITS MUST EQUAL ITS TOTAL CREDITS, AND THE DEBIT BALANCES
      *MUST EQUAL THE CREDIT BALANCES.
      *
      *WHEN THE LEDGER PROVES AND THE PERIOD HAS ENDED (THE RUN DATE
      *IS IN A LATER MONTH) THE PERIOD IS CLOSED:
      *  - EVERY ACCOUNT'S CLOSING BALANCE BECOMES ITS OPENING
      *    BALANCE AND THE PERIOD-TO-DATE DEBITS AND CREDITS CLEAR;
      *  - CLOSING DECEMBER ALSO CLEARS THE YEAR-TO-DATE FIGURES;
      *  - GLPERIOD.DAT IS REWRITTEN WITH THE CLOSED PERIOD LOCKED
      *    AND THE NEXT MONTH OPEN.
      *ONCE A PERIOD IS LOCKED COBCMS43 WILL NOT POST TO IT AND
      *COBCMS31 REFUSES TO RUN FOR A DATE INSIDE IT.
      *A LEDGER OUT OF PROOF, OR A PERIOD NOT YET ENDED, PRINTS THE
      *TRIAL BALANCE WITHOUT CLOSING AND SETS RETURN-CODE 8.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL GL-BALANCE
               ASSIGN TO "C:\IHCC\COBOL\GLBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS GB-ACCT.

           SELECT OPTIONAL GL-PERIOD
               ASSIGN TO "C:\IHCC\COBOL\GLPERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO "C:\IHCC\COBOL\TRIALBAL.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-DATE-PARM
               ASSIGN TO "C:\IHCC\COBOL\RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    SAME LAYOUT COBCMS43 POSTS.
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

       FD  GL-PERIOD
           LABEL RECORD IS STANDARD
           DATA RECORD IS GP-REC
           RECORD CONTAINS 20 CHARACTERS.

       01 GP-REC.
           05 GP-OPEN-PERIOD  PIC 9(6).
           05 GP-LOCKED-THRU  PIC 9(6).
           05 GP-CLOSE-DATE   PIC 9(8).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE          PIC X(132).

      *    RUN-DATE-PARM HOLDS A SHARED "AS-OF" BUSINESS DATE. A
      *    CLOSE RUN ON THE LAST DAY OF THE MONTH CAN BE DATED INTO
      *    THE NEXT MONTH WITH IT. NO FILE MEANS TODAY'S DATE.
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
           05 C-ACCT-CTR       PIC 9(5)    VALUE ZERO.
           05 MORE-RECS        PIC X(3)    VALUE "YES".
           05 WS-PERIOD-ON-FILE PIC X(3)   VALUE "NO".
           05 WS-CLOSE-OK      PIC X(3)    VALUE "NO".
           05 WS-RUN-DATE-N    PIC 9(8)    VALUE ZERO.
           05 WS-CLOSE-BAL     PIC S9(11)V99 VALUE ZERO.
           05 C-OPEN-DR        PIC 9(13)V99 VALUE ZERO.
           05 C-OPEN-CR        PIC 9(13)V99 VALUE ZERO.
           05 C-PTD-DEBITS     PIC 9(13)V99 VALUE ZERO.
           05 C-PTD-CREDITS    PIC 9(13)V99 VALUE ZERO.
           05 C-CLOSE-DR       PIC 9(13)V99 VALUE ZERO.
           05 C-CLOSE-CR       PIC 9(13)V99 VALUE ZERO.
           05 C-YTD-NET        PIC S9(13)V99 VALUE ZERO.

       01 WS-RUN-PERIOD.
           05 WS-RP-YY         PIC 9(4).
           05 WS-RP-MM         PIC 99.
       01 WS-RUN-PERIOD-N REDEFINES WS-RUN-PERIOD PIC 9(6).

       01 WS-OPEN-PERIOD.
           05 WS-OP-YY         PIC 9(4).
           05 WS-OP-MM         PIC 99.
       01 WS-OPEN-PERIOD-N REDEFINES WS-OPEN-PERIOD PIC 9(6).

       01 WS-NEXT-PERIOD.
           05 WS-NP-YY         PIC 9(4).
           05 WS-NP-MM         PIC 99.
       01 WS-NEXT-PERIOD-N REDEFINES WS-NEXT-PERIOD PIC 9(6).

       01 CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY    PIC 9(4).
               10  I-MM    PIC 99.
               10  I-DD    PIC 99.
           05  I-TIME      PIC X(11).

       01 TB-TITLE.
           05  FILLER      PIC X(6)    VALUE "DATE:".
           05  TB-MM       PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  TB-DD       PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  TB-YY       PIC 9(4).
           05  FILLER      PIC X(31)   VALUE SPACES.
           05  FILLER      PIC X(33)
                   VALUE "GENERAL LEDGER TRIAL BALANCE FOR".
           05  TB-PER-MM   PIC 99.
           05  FILLER      PIC X       VALUE "/".
           05  TB-PER-YY   PIC 9(4).
           05  FILLER      PIC X(37)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE "PAGE:".
           05  TB-PCTR     PIC Z9.

       01 COLUMN-HDINGS1.
           05 FILLER       PIC X(32)   VALUE SPACES.
           05 FILLER       PIC X(15)   VALUE "        OPENING".
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 FILLER       PIC X(14)   VALUE "        PERIOD".
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(14)   VALUE "        PERIOD".
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 FILLER       PIC X(30)
                   VALUE "       CLOSING BALANCE".
           05 FILLER       PIC X(1)    VALUE SPACES.
           05 FILLER       PIC X(15)   VALUE "        YEAR-TO".

       01 COLUMN-HDINGS2.
           05 FILLER       PIC X(4)    VALUE "ACCT".
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 FILLER       PIC X(26)   VALUE "ACCOUNT NAME".
           05 FILLER       PIC X(15)   VALUE "        BALANCE".
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 FILLER       PIC X(14)   VALUE "        DEBITS".
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(14)   VALUE "       CREDITS".
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 FILLER       PIC X(14)   VALUE "         DEBIT".
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 FILLER       PIC X(14)   VALUE "        CREDIT".
           05 FILLER       PIC X(1)    VALUE SPACES.
           05 FILLER       PIC X(15)   VALUE "      -DATE NET".

       01 TB-LINE.
           05 TL-ACCT      PIC X(4).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 TL-NAME      PIC X(25).
           05 FILLER       PIC X(1)    VALUE SPACES.
           05 TL-OPEN      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 TL-DEBITS    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 TL-CREDITS   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 TL-CLOSE-DR  PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 TL-CLOSE-CR  PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER       PIC X(1)    VALUE SPACES.
           05 TL-YTD       PIC ZZZ,ZZZ,ZZ9.99-.

       01 TB-TOTAL-LINE.
           05 FILLER       PIC X(6)    VALUE SPACES.
           05 FILLER       PIC X(24)   VALUE "TOTALS".
           05 TT-OPEN      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 TT-DEBITS    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER       PIC X(1)    VALUE SPACES.
           05 TT-CREDITS   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 TT-CLOSE-DR  PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 TT-CLOSE-CR  PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER       PIC X(1)    VALUE SPACES.
           05 TT-YTD       PIC ZZZ,ZZZ,ZZ9.99-.

       01 PROOF-LINE.
           05 FILLER       PIC X(10)   VALUE SPACES.
           05 PL-LABEL     PIC X(30).
           05 PL-DEBITS    PIC $$,$$$,$$$,$$$,$$9.99.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 PL-CREDITS   PIC $$,$$$,$$$,$$$,$$9.99.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 PL-RESULT    PIC X(14).

       01 RESULT-LINE.
           05 FILLER       PIC X(10)   VALUE SPACES.
           05 RL-TEXT      PIC X(70).

       01 CLOSED-TEXT.
           05 FILLER       PIC X(11)   VALUE "*** PERIOD ".
           05 CX-MM        PIC 99.
           05 FILLER       PIC X       VALUE "/".
           05 CX-YY        PIC 9(4).
           05 FILLER       PIC X(21)
                   VALUE " CLOSED AND LOCKED - ".
           05 CX-NEXT-MM   PIC 99.
           05 FILLER       PIC X       VALUE "/".
           05 CX-NEXT-YY   PIC 9(4).
           05 FILLER       PIC X(13)   VALUE " NOW OPEN ***".

       01 UNBALANCED-TEXT.
           05 FILLER       PIC X(27)
                   VALUE "*** LEDGER OUT OF BALANCE -".
           05 FILLER       PIC X(22)
                   VALUE " PERIOD NOT CLOSED ***".

       01 NOT-ENDED-TEXT.
           05 FILLER       PIC X(11)   VALUE "*** PERIOD ".
           05 NX-MM        PIC 99.
           05 FILLER       PIC X       VALUE "/".
           05 NX-YY        PIC 9(4).
           05 FILLER       PIC X(42)
                   VALUE " HAS NOT ENDED - NOT CLOSED ***".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           IF WS-PERIOD-ON-FILE = "NO"
               MOVE "*** NOTHING HAS POSTED - NO OPEN PERIOD ***"
                   TO RL-TEXT
               WRITE PRTLINE FROM RESULT-LINE
                   AFTER ADVANCING 3 LINES
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-TRIAL-BALANCE
               PERFORM 2500-PROVE-LEDGER
               IF WS-CLOSE-OK = "YES"
                   PERFORM 3000-ROLL-PERIOD
                   PERFORM 3500-LOCK-PERIOD
               END-IF
           END-IF.
           CLOSE PRTOUT.
           GOBACK.

       1000-INIT.
           OPEN OUTPUT PRTOUT.

           PERFORM 1050-GET-RUN-DATE.
           MOVE I-YY TO TB-YY.
           MOVE I-MM TO TB-MM.
           MOVE I-DD TO TB-DD.
           MOVE I-DATE TO WS-RUN-DATE-N.
           MOVE I-YY TO WS-RP-YY.
           MOVE I-MM TO WS-RP-MM.

           MOVE ZERO TO WS-OPEN-PERIOD-N.
           OPEN INPUT GL-PERIOD.
           READ GL-PERIOD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "YES" TO WS-PERIOD-ON-FILE
                   MOVE GP-OPEN-PERIOD TO WS-OPEN-PERIOD-N
           END-READ.
           CLOSE GL-PERIOD.
           MOVE WS-OP-MM TO TB-PER-MM.
           MOVE WS-OP-YY TO TB-PER-YY.

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

       2000-TRIAL-BALANCE.
           OPEN INPUT GL-BALANCE.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ GL-BALANCE
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       PERFORM 2100-TRIAL-BALANCE-LINE
               END-READ
           END-PERFORM.
           CLOSE GL-BALANCE.

           COMPUTE TT-OPEN = C-OPEN-DR - C-OPEN-CR.
           MOVE C-PTD-DEBITS TO TT-DEBITS.
           MOVE C-PTD-CREDITS TO TT-CREDITS.
           MOVE C-CLOSE-DR TO TT-CLOSE-DR.
           MOVE C-CLOSE-CR TO TT-CLOSE-CR.
           MOVE C-YTD-NET TO TT-YTD.
           WRITE PRTLINE FROM TB-TOTAL-LINE
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

      *    A DEBIT CLOSING BALANCE PRINTS IN THE DEBIT COLUMN AND A
      *    CREDIT BALANCE, SIGN DROPPED, IN THE CREDIT COLUMN.
       2100-TRIAL-BALANCE-LINE.
           ADD 1 TO C-ACCT-CTR.
           COMPUTE WS-CLOSE-BAL = GB-OPEN-BAL
               + GB-PTD-DEBITS - GB-PTD-CREDITS.
           IF GB-OPEN-BAL < ZERO
               SUBTRACT GB-OPEN-BAL FROM C-OPEN-CR
           ELSE
               ADD GB-OPEN-BAL TO C-OPEN-DR
           END-IF.
           ADD GB-PTD-DEBITS TO C-PTD-DEBITS.
           ADD GB-PTD-CREDITS TO C-PTD-CREDITS.
           ADD GB-YTD-NET TO C-YTD-NET.

           MOVE GB-ACCT TO TL-ACCT.
           MOVE GB-NAME TO TL-NAME.
           MOVE GB-OPEN-BAL TO TL-OPEN.
           MOVE GB-PTD-DEBITS TO TL-DEBITS.
           MOVE GB-PTD-CREDITS TO TL-CREDITS.
           IF WS-CLOSE-BAL < ZERO
               MOVE ZERO TO TL-CLOSE-DR
               COMPUTE TL-CLOSE-CR = ZERO - WS-CLOSE-BAL
               SUBTRACT WS-CLOSE-BAL FROM C-CLOSE-CR
           ELSE
               MOVE WS-CLOSE-BAL TO TL-CLOSE-DR
               MOVE ZERO TO TL-CLOSE-CR
               ADD WS-CLOSE-BAL TO C-CLOSE-DR
           END-IF.
           MOVE GB-YTD-NET TO TL-YTD.

           WRITE PRTLINE FROM TB-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

      *    BOTH PROOFS PRINT; THE CLOSE GOES AHEAD ONLY WHEN BOTH
      *    AGREE AND THE RUN DATE IS PAST THE OPEN PERIOD.
       2500-PROVE-LEDGER.
           MOVE "PERIOD DEBITS / CREDITS:" TO PL-LABEL.
           MOVE C-PTD-DEBITS TO PL-DEBITS.
           MOVE C-PTD-CREDITS TO PL-CREDITS.
           IF C-PTD-DEBITS = C-PTD-CREDITS
               MOVE "IN BALANCE" TO PL-RESULT
           ELSE
               MOVE "OUT OF BALANCE" TO PL-RESULT
           END-IF.
           WRITE PRTLINE FROM PROOF-LINE
               AFTER ADVANCING 3 LINES.

           MOVE "DEBIT / CREDIT BALANCES:" TO PL-LABEL.
           MOVE C-CLOSE-DR TO PL-DEBITS.
           MOVE C-CLOSE-CR TO PL-CREDITS.
           IF C-CLOSE-DR = C-CLOSE-CR
               MOVE "IN BALANCE" TO PL-RESULT
           ELSE
               MOVE "OUT OF BALANCE" TO PL-RESULT
           END-IF.
           WRITE PRTLINE FROM PROOF-LINE
               AFTER ADVANCING 1 LINES.

           EVALUATE TRUE
               WHEN C-PTD-DEBITS NOT = C-PTD-CREDITS
                  OR C-CLOSE-DR NOT = C-CLOSE-CR
                   MOVE UNBALANCED-TEXT TO RL-TEXT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RUN-PERIOD-N NOT > WS-OPEN-PERIOD-N
                   MOVE WS-OP-MM TO NX-MM
                   MOVE WS-OP-YY TO NX-YY
                   MOVE NOT-ENDED-TEXT TO RL-TEXT
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE "YES" TO WS-CLOSE-OK
                   PERFORM 2600-NEXT-PERIOD
                   MOVE WS-OP-MM TO CX-MM
                   MOVE WS-OP-YY TO CX-YY
                   MOVE WS-NP-MM TO CX-NEXT-MM
                   MOVE WS-NP-YY TO CX-NEXT-YY
                   MOVE CLOSED-TEXT TO RL-TEXT
           END-EVALUATE.
           WRITE PRTLINE FROM RESULT-LINE
               AFTER ADVANCING 3 LINES.

       2600-NEXT-PERIOD.
           IF WS-OP-MM = 12
               COMPUTE WS-NP-YY = WS-OP-YY + 1
               MOVE 1 TO WS-NP-MM
           ELSE
               MOVE WS-OP-YY TO WS-NP-YY
               COMPUTE WS-NP-MM = WS-OP-MM + 1
           END-IF.

      *    SECOND PASS: EACH ACCOUNT CARRIES ITS CLOSING BALANCE INTO
      *    THE NEW PERIOD.
       3000-ROLL-PERIOD.
           OPEN I-O GL-BALANCE.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ GL-BALANCE
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       PERFORM 3100-ROLL-ONE-ACCOUNT
               END-READ
           END-PERFORM.
           CLOSE GL-BALANCE.

       3100-ROLL-ONE-ACCOUNT.
           COMPUTE GB-OPEN-BAL = GB-OPEN-BAL
               + GB-PTD-DEBITS - GB-PTD-CREDITS.
           MOVE ZERO TO GB-PTD-DEBITS.
           MOVE ZERO TO GB-PTD-CREDITS.
           IF WS-OP-MM = 12
               MOVE ZERO TO GB-YTD-NET
           END-IF.
           REWRITE GB-REC.

       3500-LOCK-PERIOD.
           OPEN OUTPUT GL-PERIOD.
           MOVE WS-NEXT-PERIOD-N TO GP-OPEN-PERIOD.
           MOVE WS-OPEN-PERIOD-N TO GP-LOCKED-THRU.
           MOVE WS-RUN-DATE-N TO GP-CLOSE-DATE.
           WRITE GP-REC.
           CLOSE GL-PERIOD.

       9100-HEADINGS.
           ADD 1 TO C-PCTR
           MOVE C-PCTR TO TB-PCTR.

           WRITE PRTLINE FROM TB-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COLUMN-HDINGS1
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM COLUMN-HDINGS2
               AFTER ADVANCING 1 LINE.
