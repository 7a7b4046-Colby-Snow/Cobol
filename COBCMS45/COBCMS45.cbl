       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCMS45.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         COLBY SNOW.
       DATE-COMPILED.
      ******************************************************************
      *THIS PROGRAM IS THE DAILY BANK DEPOSIT RECONCILIATION. MONEY
      *COMES IN ON TWO TRACKS - PAINT CHECKS KEYED TO PNTPAY.DAT FOR
      *COBCMS22 AND BOAT DEPOSITS KEYED TO BOATDEP.DAT FOR COBCMS26 -
      *AND THIS RUN PROVES WHAT WAS KEYED AGAINST WHAT THE BANK
      *ACTUALLY RECEIVED. THE BANK SIDE IS BANKDEP.DAT (DEPOSIT DATE,
      *DEPOSIT SLIP NUMBER, AMOUNT), KEYED FROM THE DEPOSIT SLIPS OR
      *LOADED FROM THE BANK'S EXPORT.
      *
      *PAY-AMOUNT IS TOTALED BY PAY-DATE AND THE BOAT DEPOSITS BY
      *DEPOSIT DATE, AND EACH DAY'S TWO TOTALS ARE MATCHED AGAINST
      *THAT DAY'S BANK DEPOSITS. BANKREC.PRT SHOWS ONE LINE PER DAY
      *AND, FOR A DAY THAT DOES NOT AGREE, ITS SLIPS (EACH MARKED
      *WITH THE TRACK IT MATCHES, IF ANY); FOR A DAY WITH KEYED ITEMS
      *BUT NO DEPOSIT, THE ITEMS KEYED BUT NEVER DEPOSITED; AND FOR A
      *DAY WITH DEPOSITS BUT NOTHING KEYED, THE SLIPS WITH NO KEYED
      *ITEMS BEHIND THEM.
      *
      *EVERY DIFFERENCE GOES ON THE OPEN-DIFFERENCE FILE
      *(BANKOPEN.DAT) AND IS CARRIED FORWARD FROM RUN TO RUN UNTIL
      *IT CLEARS. A DIFFERENCE CLEARS WHEN A LATER ONE OFFSETS IT TO
      *THE PENNY (A DAY'S CHECKS THAT REACH THE BANK THE NEXT DAY),
      *OR WHEN THE OFFICE KEYS AN EXPLANATION FOR IT ON BANKEXPL.DAT.
      *OPEN DIFFERENCES ARE AGED IN BUSINESS DAYS (MONDAY THROUGH
      *FRIDAY) AND ANY STILL UNEXPLAINED AFTER FIVE BUSINESS DAYS IS
      *FLAGGED FOR THE AUDITOR; RETURN-CODE 4 IS SET WHILE ANY ARE.
      *
      *EACH RUN RECONCILES THE DAYS AFTER THE LAST DAY RECONCILED
      *(BANKRCTL.DAT) THROUGH THE RUN DATE, SO PNTPAY.DAT CAN STAY
      *CUMULATIVE. THE FIRST RUN STARTS AT THE EARLIEST BANK DEPOSIT
      *DATE. AN ITEM DATED BEFORE THE WINDOW (A SLIP OR A PAYMENT
      *KEYED AFTER ITS DAY WAS RECONCILED) IS MATCHED AGAINST THE
      *OPEN DIFFERENCES FOR ITS DATE: A LATE SLIP CLEARS A KEYED-NOT-
      *DEPOSITED DIFFERENCE OF THE SAME AMOUNT, AND A LATE PAYMENT OR
      *BOAT DEPOSIT CLEARS A DEPOSITED-NOT-KEYED SLIP OF THE SAME
      *AMOUNT. ANY OTHER ITEM OUTSIDE THE WINDOW IS ONLY COUNTED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL BANK-DEPOSIT-FILE
           ASSIGN TO "C:\IHCC\COBOL\BANKDEP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-FILE
           ASSIGN TO "C:\IHCC\COBOL\COBCMS01\PNTPAY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BOAT-DEPOSIT-FILE
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BOATDEP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPEN-DIFF-FILE
           ASSIGN TO "C:\IHCC\COBOL\BANKOPEN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXPLAIN-FILE
           ASSIGN TO "C:\IHCC\COBOL\BANKEXPL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RECON-CONTROL
           ASSIGN TO "C:\IHCC\COBOL\BANKRCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECON-SORT-WORK
           ASSIGN TO "SRTBANK.WRK".

           SELECT PRTOUT
           ASSIGN TO "C:\IHCC\COBOL\BANKREC.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-DATE-PARM
           ASSIGN TO "C:\IHCC\COBOL\RUNDATE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    ONE RECORD PER DEPOSIT SLIP AS THE BANK CREDITED IT.
       FD  BANK-DEPOSIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BK-REC
           RECORD CONTAINS 25 CHARACTERS.

       01 BK-REC.
           05 BK-DEP-DATE         PIC 9(8).
           05 BK-SLIP-NO          PIC X(8).
           05 BK-AMOUNT           PIC 9(7)V99.

      *    SAME LAYOUT COBCMS22 READS.
       FD  PAYMENT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAY-REC
           RECORD CONTAINS 25 CHARACTERS.

       01 PAY-REC.
           05  PAY-CUST-NO        PIC X(5).
           05  PAY-EST-NO         PIC X(4).
           05  PAY-DATE           PIC 9(8).
           05  PAY-AMOUNT         PIC 9(6)V99.

      *    SAME LAYOUT COBCMS26 POSTS.
       FD  BOAT-DEPOSIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DP-REC
           RECORD CONTAINS 29 CHARACTERS.

       01 DP-REC.
           05 DP-BUYER-NO         PIC X(5).
           05 DP-PUR-DATE         PIC 9(8).
           05 DP-DEP-DATE         PIC 9(8).
           05 DP-AMOUNT           PIC 9(6)V99.

      *    ONE RECORD PER DIFFERENCE STILL OPEN. THE AMOUNT IS BANK
      *    LESS KEYED, SO MONEY KEYED BUT NOT DEPOSITED IS NEGATIVE.
      *    TYPE D = DAY TOTALS DO NOT AGREE, K = KEYED BUT NOT
      *    DEPOSITED, B = DEPOSITED BUT NOT KEYED.
       FD  OPEN-DIFF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OI-REC
           RECORD CONTAINS 42 CHARACTERS.

       01 OI-REC.
           05 OI-ITEM-DATE        PIC 9(8).
           05 OI-TYPE             PIC X.
           05 OI-REF              PIC X(16).
           05 OI-AMOUNT           PIC S9(7)V99.
           05 OI-FIRST-RUN        PIC 9(8).

      *    KEYED BY THE OFFICE ONCE A DIFFERENCE IS RUN DOWN: THE
      *    DATE, TYPE AND REFERENCE EXACTLY AS BANKREC.PRT SHOWS
      *    THEM, AND A SHORT NOTE THAT PRINTS WHEN IT CLEARS.
       FD  EXPLAIN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BX-REC
           RECORD CONTAINS 55 CHARACTERS.

       01 BX-REC.
           05 BX-ITEM-DATE        PIC 9(8).
           05 BX-TYPE             PIC X.
           05 BX-REF              PIC X(16).
           05 BX-NOTE             PIC X(30).

       FD  RECON-CONTROL
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 16 CHARACTERS.

       01 RC-REC.
           05 RC-LAST-DATE        PIC 9(8).
           05 RC-RUN-DATE         PIC 9(8).

      *    BANK SLIPS AND KEYED ITEMS TOGETHER, BY DAY. KIND 1 IS A
      *    BANK SLIP, 2 A PAINT PAYMENT, 3 A BOAT DEPOSIT.
       SD  RECON-SORT-WORK
           DATA RECORD IS SR-REC.

       01 SR-REC.
           05 SR-DATE             PIC 9(8).
           05 SR-KIND             PIC X.
           05 SR-REF              PIC X(16).
           05 SR-AMOUNT           PIC 9(7)V99.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                 PIC X(132).

      *    RUN-DATE-PARM HOLDS A SHARED "AS-OF" BUSINESS DATE. THE
      *    RECONCILIATION RUNS THROUGH ITS DATE AND AGES AGAINST IT.
      *    NO FILE (THE NORMAL CASE) MEANS TODAY'S DATE.
       FD  RUN-DATE-PARM
           LABEL RECORD IS STANDARD
           DATA RECORD IS RD-PARM-REC
           RECORD CONTAINS 8 CHARACTERS.

       01 RD-PARM-REC.
           05 RD-YY               PIC 9(4).
           05 RD-MM               PIC 99.
           05 RD-DD               PIC 99.

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05 C-PCTR              PIC 9(2)    VALUE ZERO.
           05 MORE-RECS           PIC X(3)    VALUE "YES".
           05 MORE-SORTED         PIC X(3)    VALUE "YES".
           05 MORE-OPEN           PIC X(3)    VALUE "YES".
           05 MORE-EXPL           PIC X(3)    VALUE "YES".
           05 WS-PAGE-KIND        PIC X       VALUE "D".
           05 WS-CONTROL-ON-FILE  PIC X(3)    VALUE "NO".
           05 WS-IN-WINDOW        PIC X(3)    VALUE "NO".
           05 WS-RUN-DATE-N       PIC 9(8)    VALUE ZERO.
           05 WS-FROM-DATE        PIC 9(8)    VALUE ZERO.
           05 WS-CHECK-DATE       PIC 9(8)    VALUE ZERO.
           05 WS-DATE-WORK        PIC 9(8)    VALUE ZERO.
           05 WS-RUN-DATE-INT     PIC 9(7)    VALUE ZERO.
           05 WS-ITEM-DATE-INT    PIC 9(7)    VALUE ZERO.
           05 WS-DAY-INT          PIC 9(7)    VALUE ZERO.
           05 WS-WEEKDAY          PIC 9       VALUE ZERO.
           05 WS-WEEKS            PIC 9(7)    VALUE ZERO.
           05 WS-AGE-BDAYS        PIC 9(5)    VALUE ZERO.
           05 WS-AGED-LIMIT       PIC 9(2)    VALUE 5.
           05 H-DATE              PIC 9(8)    VALUE ZERO.
           05 WS-DAY-COUNT        PIC 9(3)    VALUE ZERO.
           05 WS-DAY-SUB          PIC 9(3)    VALUE ZERO.
           05 WS-OPEN-COUNT       PIC 9(3)    VALUE ZERO.
           05 WS-OPEN-SUB         PIC 9(3)    VALUE ZERO.
           05 WS-MATCH-SUB        PIC 9(3)    VALUE ZERO.
           05 C-DAY-PAINT-CT      PIC 9(3)    VALUE ZERO.
           05 C-DAY-PAINT         PIC 9(9)V99 VALUE ZERO.
           05 C-DAY-BOAT-CT       PIC 9(3)    VALUE ZERO.
           05 C-DAY-BOAT          PIC 9(9)V99 VALUE ZERO.
           05 C-DAY-KEYED         PIC 9(9)V99 VALUE ZERO.
           05 C-DAY-SLIP-CT       PIC 9(3)    VALUE ZERO.
           05 C-DAY-BANK          PIC 9(9)V99 VALUE ZERO.
           05 C-DAY-DIFF          PIC S9(9)V99 VALUE ZERO.
           05 C-DAYS-CTR          PIC 9(4)    VALUE ZERO.
           05 C-AGREE-CTR         PIC 9(4)    VALUE ZERO.
           05 C-DISAGREE-CTR      PIC 9(4)    VALUE ZERO.
           05 C-OUTSIDE-CTR       PIC 9(5)    VALUE ZERO.
           05 C-DROP-CTR          PIC 9(3)    VALUE ZERO.
           05 C-EXPL-CTR          PIC 9(4)    VALUE ZERO.
           05 C-EXPL-UNUSED-CTR   PIC 9(4)    VALUE ZERO.
           05 C-OFFSET-CTR        PIC 9(4)    VALUE ZERO.
           05 C-LATE-CTR          PIC 9(4)    VALUE ZERO.
           05 C-STILL-OPEN-CTR    PIC 9(4)    VALUE ZERO.
           05 C-STILL-OPEN        PIC S9(9)V99 VALUE ZERO.
           05 C-AGED-CTR          PIC 9(4)    VALUE ZERO.
           05 C-AGED              PIC S9(9)V99 VALUE ZERO.
           05 C-GT-KEYED          PIC 9(11)V99 VALUE ZERO.
           05 C-GT-BANK           PIC 9(11)V99 VALUE ZERO.
           05 WS-EXPL-FOUND       PIC X(3)    VALUE "NO".
           05 WS-LATE-FOUND       PIC X(3)    VALUE "NO".
           05 WS-LATE-KIND        PIC X       VALUE SPACES.
           05 WS-LATE-AMOUNT      PIC 9(7)V99 VALUE ZERO.
           05 WS-NEW-DATE         PIC 9(8)    VALUE ZERO.
           05 WS-NEW-TYPE         PIC X       VALUE SPACES.
           05 WS-NEW-REF          PIC X(16)   VALUE SPACES.
           05 WS-ITEM-COUNT-TEXT.
               10 FILLER          PIC X(13)   VALUE "KEYED ITEMS: ".
               10 WS-ITEM-COUNT   PIC 9(3).

       01 WS-OFFSET-NOTE.
           05 FILLER              PIC X(20)
                   VALUE "CLEARED - OFFSET BY ".
           05 ON-MM               PIC 99.
           05 FILLER              PIC X       VALUE "/".
           05 ON-DD               PIC 99.
           05 FILLER              PIC X       VALUE "/".
           05 ON-YY               PIC 9(4).

       01 WS-LATE-NOTE.
           05 FILLER              PIC X(14)
                   VALUE "CLEARED LATE: ".
           05 LN-REF              PIC X(16).

       01 WS-FLIP-DATE.
           05 WS-FLIP-MM          PIC 99.
           05 WS-FLIP-DD          PIC 99.
           05 WS-FLIP-YY          PIC 9(4).
       01 WS-FLIP-DATE-N REDEFINES WS-FLIP-DATE PIC 9(8).

       01 WS-FLIP-IN.
           05 WS-FLIP-IN-YY       PIC 9(4).
           05 WS-FLIP-IN-MM       PIC 99.
           05 WS-FLIP-IN-DD       PIC 99.
       01 WS-FLIP-IN-N REDEFINES WS-FLIP-IN PIC 9(8).

      *    THE PAINT AND BOAT REFERENCES AS THEY PRINT AND AS THE
      *    OFFICE KEYS THEM ON BANKEXPL.DAT.
       01 WS-PAINT-REF.
           05 FILLER              PIC X(3)    VALUE "CU ".
           05 WS-PR-CUST          PIC X(5).
           05 FILLER              PIC X(4)    VALUE " ES ".
           05 WS-PR-EST           PIC X(4).

       01 WS-BOAT-REF.
           05 FILLER              PIC X(6)    VALUE "BUYER ".
           05 WS-BR-BUYER         PIC X(5).
           05 FILLER              PIC X(5)    VALUE SPACES.

      *    THE DAY BEING RECONCILED. FIVE HUNDRED SLIPS AND KEYED
      *    ITEMS IN ONE DAY IS FAR PAST ANY DAY'S MAIL; ITEMS PAST
      *    THE TABLE STILL COUNT IN THE DAY'S TOTALS BUT DO NOT
      *    ITEMIZE.
       01 DAY-ITEM-TABLE.
           05 DIT-ENTRY OCCURS 500 TIMES.
               10 DIT-KIND        PIC X.
               10 DIT-REF         PIC X(16).
               10 DIT-AMOUNT      PIC 9(7)V99.

      *    EVERY DIFFERENCE CARRIED IN PLUS EVERY ONE FOUND THIS RUN.
      *    STATUS O = STILL OPEN, X = OFFSET BY ANOTHER DIFFERENCE,
      *    E = EXPLAINED ON BANKEXPL.DAT.
       01 OPEN-TABLE.
           05 OT-ENTRY OCCURS 500 TIMES.
               10 OT-DATE         PIC 9(8).
               10 OT-TYPE         PIC X.
               10 OT-REF          PIC X(16).
               10 OT-AMOUNT       PIC S9(7)V99.
               10 OT-FIRST-RUN    PIC 9(8).
               10 OT-STATUS       PIC X.
               10 OT-NOTE         PIC X(30).

       01 CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY    PIC 9(4).
               10  I-MM    PIC 99.
               10  I-DD    PIC 99.
           05  I-TIME      PIC X(11).

       01 COMPANY-TITLE.
           05  FILLER      PIC X(6)    VALUE "DATE:".
           05  O-MM        PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  O-DD        PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  O-YY        PIC 9(4).
           05  FILLER      PIC X(31)   VALUE SPACES.
           05  FILLER      PIC X(35)
                   VALUE "BANK DEPOSIT RECONCILIATION".
           05  FILLER      PIC X(42)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE "PAGE:".
           05  O-PCTR      PIC Z9.

       01 WINDOW-HDING.
           05 FILLER       PIC X(19)   VALUE "DAYS RECONCILED:   ".
           05 O-FROM-DATE  PIC 99/99/9999.
           05 FILLER       PIC X(9)    VALUE " THROUGH ".
           05 O-THRU-DATE  PIC 99/99/9999.

       01 COLUMN-HDINGS1.
           05 FILLER       PIC X(12)   VALUE SPACES.
           05 FILLER       PIC X(19)   VALUE "  ---- PAINT ----".
           05 FILLER       PIC X(19)   VALUE "  ---- BOATS ----".
           05 FILLER       PIC X(15)   VALUE "        TOTAL".
           05 FILLER       PIC X(19)   VALUE "  ---- BANK -----".

       01 COLUMN-HDINGS2.
           05 FILLER       PIC X(12)   VALUE "DAY".
           05 FILLER       PIC X(19)   VALUE "ITEMS      AMOUNT".
           05 FILLER       PIC X(19)   VALUE "ITEMS      AMOUNT".
           05 FILLER       PIC X(15)   VALUE "        KEYED".
           05 FILLER       PIC X(19)   VALUE "SLIPS      AMOUNT".
           05 FILLER       PIC X(14)   VALUE "    DIFFERENCE".
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 FILLER       PIC X(6)    VALUE "STATUS".

       01 DAY-LINE.
           05 DL-DATE      PIC 99/99/9999.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 DL-PAINT-CT  PIC ZZ9.
           05 FILLER       PIC X(1)    VALUE SPACES.
           05 DL-PAINT     PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 DL-BOAT-CT   PIC ZZ9.
           05 FILLER       PIC X(1)    VALUE SPACES.
           05 DL-BOAT      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 DL-KEYED     PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 DL-SLIP-CT   PIC ZZ9.
           05 FILLER       PIC X(1)    VALUE SPACES.
           05 DL-BANK      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 DL-DIFF      PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 DL-STATUS    PIC X(22).

       01 ITEM-LINE.
           05 FILLER       PIC X(14)   VALUE SPACES.
           05 IL-KIND      PIC X(12).
           05 IL-REF       PIC X(16).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 IL-AMOUNT    PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 IL-NOTE      PIC X(30).

       01 NO-DAYS-LINE.
           05 FILLER       PIC X(45)
               VALUE "*** NO DEPOSITS OR KEYED ITEMS IN THE WINDOW".

       01 OPEN-HDINGS1.
           05 FILLER       PIC X(32)
                   VALUE "OPEN DIFFERENCES CARRIED FORWARD".
           05 FILLER       PIC X(24)
                   VALUE " - AGED IN BUSINESS DAYS".

       01 OPEN-HDINGS2.
           05 FILLER       PIC X(12)   VALUE "DAY".
           05 FILLER       PIC X(24)   VALUE "DIFFERENCE".
           05 FILLER       PIC X(18)   VALUE "REFERENCE".
           05 FILLER       PIC X(14)   VALUE "       AMOUNT".
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 FILLER       PIC X(13)   VALUE "FIRST SHOWN".
           05 FILLER       PIC X(6)    VALUE "  AGE".
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(6)    VALUE "STATUS".

       01 OPEN-LINE.
           05 OL-DATE      PIC 99/99/9999.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 OL-TYPE-TEXT PIC X(24).
           05 OL-REF       PIC X(16).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 OL-AMOUNT    PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 OL-FIRST     PIC 99/99/9999.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 OL-AGE       PIC ZZZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 OL-STATUS    PIC X(40).

       01 NO-OPEN-LINE.
           05 FILLER       PIC X(36)
               VALUE "*** NO OPEN DIFFERENCES ***".

       01 SUMMARY-LINE.
           05 SM-LABEL     PIC X(40).
           05 SM-COUNT     PIC Z,ZZ9.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 SM-AMOUNT    PIC $$$,$$$,$$$,$$9.99-.

       01 SUMMARY-AMOUNT-LINE.
           05 SA-LABEL     PIC X(40).
           05 FILLER       PIC X(10)   VALUE SPACES.
           05 SA-AMOUNT    PIC $$$,$$$,$$$,$$9.99-.

       01 SUMMARY-COUNT-LINE.
           05 SC-LABEL     PIC X(40).
           05 SC-COUNT     PIC ZZ,ZZ9.

       01 RESULT-LINE.
           05 FILLER       PIC X(10)   VALUE SPACES.
           05 RL-TEXT      PIC X(70).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           SORT RECON-SORT-WORK
               ON ASCENDING KEY SR-DATE
                                SR-KIND
                                SR-REF
               INPUT PROCEDURE 1500-RELEASE-ITEMS
               OUTPUT PROCEDURE 2000-RECONCILE-DAYS.
           PERFORM 3000-CLEAR-DIFFERENCES.
           PERFORM 3500-REPORT-OPEN.
           PERFORM 4000-CLOSING.
           GOBACK.

       1000-INIT.
           OPEN OUTPUT PRTOUT.

           PERFORM 1050-GET-RUN-DATE.
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           MOVE I-DATE TO WS-RUN-DATE-N.
           MOVE I-DATE TO WS-DATE-WORK.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-WORK).

           PERFORM 1100-GET-WINDOW.
           PERFORM 1200-LOAD-OPEN.

           MOVE WS-FROM-DATE TO WS-FLIP-IN-N.
           PERFORM 9300-FLIP-DATE.
           MOVE WS-FLIP-DATE-N TO O-FROM-DATE.
           MOVE WS-RUN-DATE-N TO WS-FLIP-IN-N.
           PERFORM 9300-FLIP-DATE.
           MOVE WS-FLIP-DATE-N TO O-THRU-DATE.

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

      *    THE WINDOW OPENS THE DAY AFTER THE LAST DAY RECONCILED. ON
      *    THE FIRST RUN IT OPENS AT THE EARLIEST BANK DEPOSIT, OR AT
      *    THE RUN DATE WHEN THERE IS NO BANK FILE EITHER, SO THE
      *    WHOLE PAYMENT HISTORY IS NOT THROWN UP AS UNDEPOSITED.
       1100-GET-WINDOW.
           OPEN INPUT RECON-CONTROL.
           READ RECON-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "YES" TO WS-CONTROL-ON-FILE
                   MOVE RC-LAST-DATE TO WS-DATE-WORK
                   COMPUTE WS-DAY-INT =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-WORK) + 1
                   COMPUTE WS-FROM-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           END-READ.
           CLOSE RECON-CONTROL.

           IF WS-CONTROL-ON-FILE = "NO"
               MOVE WS-RUN-DATE-N TO WS-FROM-DATE
               OPEN INPUT BANK-DEPOSIT-FILE
               MOVE "YES" TO MORE-RECS
               PERFORM UNTIL MORE-RECS = "NO"
                   READ BANK-DEPOSIT-FILE
                       AT END
                           MOVE "NO" TO MORE-RECS
                       NOT AT END
                           IF BK-DEP-DATE < WS-FROM-DATE
                               MOVE BK-DEP-DATE TO WS-FROM-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-DEPOSIT-FILE
           END-IF.

       1200-LOAD-OPEN.
           OPEN INPUT OPEN-DIFF-FILE.
           PERFORM UNTIL MORE-OPEN = "NO"
               READ OPEN-DIFF-FILE
                   AT END
                       MOVE "NO" TO MORE-OPEN
                   NOT AT END
                       MOVE OI-ITEM-DATE TO WS-NEW-DATE
                       MOVE OI-TYPE TO WS-NEW-TYPE
                       MOVE OI-REF TO WS-NEW-REF
                       PERFORM 2900-ADD-DIFFERENCE
                       IF WS-OPEN-SUB > ZERO
                           MOVE OI-AMOUNT TO OT-AMOUNT (WS-OPEN-SUB)
                           MOVE OI-FIRST-RUN
                               TO OT-FIRST-RUN (WS-OPEN-SUB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPEN-DIFF-FILE.

      *    BANK SLIPS, PAINT PAYMENTS AND BOAT DEPOSITS DATED INSIDE
      *    THE WINDOW GO TO THE SORT. THE REST ARE TRIED AGAINST THE
      *    OPEN DIFFERENCES BY 1590-CHECK-WINDOW.
       1500-RELEASE-ITEMS.
           OPEN INPUT BANK-DEPOSIT-FILE.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ BANK-DEPOSIT-FILE
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       MOVE BK-DEP-DATE TO WS-CHECK-DATE
                       MOVE "1" TO WS-LATE-KIND
                       MOVE BK-SLIP-NO TO LN-REF
                       MOVE BK-AMOUNT TO WS-LATE-AMOUNT
                       PERFORM 1590-CHECK-WINDOW
                       IF WS-IN-WINDOW = "YES"
                           MOVE BK-DEP-DATE TO SR-DATE
                           MOVE "1" TO SR-KIND
                           MOVE BK-SLIP-NO TO SR-REF
                           MOVE BK-AMOUNT TO SR-AMOUNT
                           RELEASE SR-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BANK-DEPOSIT-FILE.

           OPEN INPUT PAYMENT-FILE.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ PAYMENT-FILE
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       MOVE PAY-DATE TO WS-CHECK-DATE
                       MOVE PAY-CUST-NO TO WS-PR-CUST
                       MOVE PAY-EST-NO TO WS-PR-EST
                       MOVE "2" TO WS-LATE-KIND
                       MOVE WS-PAINT-REF TO LN-REF
                       MOVE PAY-AMOUNT TO WS-LATE-AMOUNT
                       PERFORM 1590-CHECK-WINDOW
                       IF WS-IN-WINDOW = "YES"
                           MOVE PAY-DATE TO SR-DATE
                           MOVE "2" TO SR-KIND
                           MOVE WS-PAINT-REF TO SR-REF
                           MOVE PAY-AMOUNT TO SR-AMOUNT
                           RELEASE SR-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-FILE.

           OPEN INPUT BOAT-DEPOSIT-FILE.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ BOAT-DEPOSIT-FILE
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       MOVE DP-DEP-DATE TO WS-CHECK-DATE
                       MOVE DP-BUYER-NO TO WS-BR-BUYER
                       MOVE "3" TO WS-LATE-KIND
                       MOVE WS-BOAT-REF TO LN-REF
                       MOVE DP-AMOUNT TO WS-LATE-AMOUNT
                       PERFORM 1590-CHECK-WINDOW
                       IF WS-IN-WINDOW = "YES"
                           MOVE DP-DEP-DATE TO SR-DATE
                           MOVE "3" TO SR-KIND
                           MOVE WS-BOAT-REF TO SR-REF
                           MOVE DP-AMOUNT TO SR-AMOUNT
                           RELEASE SR-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BOAT-DEPOSIT-FILE.

      *    WS-LATE-KIND, WS-LATE-AMOUNT AND LN-REF DESCRIBE THE ITEM
      *    BEING CHECKED. ONE DATED BEFORE THE WINDOW THAT CLEARS AN
      *    OPEN DIFFERENCE IS NOT COUNTED AS OUTSIDE.
       1590-CHECK-WINDOW.
           IF WS-CHECK-DATE < WS-FROM-DATE
              OR WS-CHECK-DATE > WS-RUN-DATE-N
               MOVE "NO" TO WS-IN-WINDOW
               MOVE "NO" TO WS-LATE-FOUND
               IF WS-CHECK-DATE < WS-FROM-DATE
                   PERFORM 1600-MATCH-LATE-ITEM
               END-IF
               IF WS-LATE-FOUND = "NO"
                   ADD 1 TO C-OUTSIDE-CTR
               END-IF
           ELSE
               MOVE "YES" TO WS-IN-WINDOW
           END-IF.

      *    ONLY A DAY WITH NOTHING ON ONE SIDE IS CLEARED THIS WAY. ON
      *    SUCH A DAY ANY ITEM FOR THE EMPTY SIDE MUST HAVE COME IN
      *    AFTER THE DAY WAS RECONCILED, SO RE-READING THE CUMULATIVE
      *    FILES CANNOT CLEAR ONE FALSELY. A DAY WHOSE TOTALS SIMPLY
      *    DISAGREE IS LEFT TO THE OFFSETS AND EXPLANATIONS. THE BANK
      *    AND KEYED SIDES CARRY DIFFERENT REFERENCES, SO THE ITEM'S
      *    OWN REFERENCE IS KEPT IN THE NOTE TO SHOW WHAT CLEARED IT.
       1600-MATCH-LATE-ITEM.
           PERFORM VARYING WS-MATCH-SUB FROM 1 BY 1
               UNTIL WS-MATCH-SUB > WS-OPEN-COUNT
                  OR WS-LATE-FOUND = "YES"
               IF OT-STATUS (WS-MATCH-SUB) = "O"
                  AND OT-DATE (WS-MATCH-SUB) = WS-CHECK-DATE
                   EVALUATE TRUE
                       WHEN WS-LATE-KIND = "1"
                        AND OT-TYPE (WS-MATCH-SUB) = "K"
                        AND OT-AMOUNT (WS-MATCH-SUB) + WS-LATE-AMOUNT
                            = ZERO
                           PERFORM 1650-CLEAR-LATE
                       WHEN WS-LATE-KIND NOT = "1"
                        AND OT-TYPE (WS-MATCH-SUB) = "B"
                        AND OT-AMOUNT (WS-MATCH-SUB) = WS-LATE-AMOUNT
                           PERFORM 1650-CLEAR-LATE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       1650-CLEAR-LATE.
           MOVE "YES" TO WS-LATE-FOUND.
           MOVE "X" TO OT-STATUS (WS-MATCH-SUB).
           MOVE WS-LATE-NOTE TO OT-NOTE (WS-MATCH-SUB).
           ADD 1 TO C-LATE-CTR.

      *    THE SORTED ITEMS COME BACK BY DAY. EACH DAY IS GATHERED
      *    INTO THE DAY TABLE AND RECONCILED AT THE DAY BREAK.
       2000-RECONCILE-DAYS.
           MOVE ZERO TO H-DATE.
           RETURN RECON-SORT-WORK
               AT END
                   MOVE "NO" TO MORE-SORTED.
           IF MORE-SORTED = "NO"
               WRITE PRTLINE FROM NO-DAYS-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM UNTIL MORE-SORTED = "NO"
               IF SR-DATE NOT = H-DATE
                   IF H-DATE NOT = ZERO
                       PERFORM 2200-FINISH-DAY
                   END-IF
                   MOVE SR-DATE TO H-DATE
               END-IF
               PERFORM 2100-ADD-TO-DAY
               RETURN RECON-SORT-WORK
                   AT END
                       MOVE "NO" TO MORE-SORTED
           END-PERFORM.
           IF H-DATE NOT = ZERO
               PERFORM 2200-FINISH-DAY
           END-IF.

       2100-ADD-TO-DAY.
           EVALUATE SR-KIND
               WHEN "1"
                   ADD 1 TO C-DAY-SLIP-CT
                   ADD SR-AMOUNT TO C-DAY-BANK
               WHEN "2"
                   ADD 1 TO C-DAY-PAINT-CT
                   ADD SR-AMOUNT TO C-DAY-PAINT
               WHEN "3"
                   ADD 1 TO C-DAY-BOAT-CT
                   ADD SR-AMOUNT TO C-DAY-BOAT
           END-EVALUATE.
           IF WS-DAY-COUNT < 500
               ADD 1 TO WS-DAY-COUNT
               MOVE SR-KIND TO DIT-KIND (WS-DAY-COUNT)
               MOVE SR-REF TO DIT-REF (WS-DAY-COUNT)
               MOVE SR-AMOUNT TO DIT-AMOUNT (WS-DAY-COUNT)
           END-IF.

      *    ONE LINE FOR THE DAY, THEN WHATEVER IT TAKES TO RUN DOWN A
      *    DAY THAT DOES NOT AGREE. EACH KIND OF DISAGREEMENT ALSO
      *    GOES ON THE OPEN-DIFFERENCE TABLE.
       2200-FINISH-DAY.
           ADD 1 TO C-DAYS-CTR.
           COMPUTE C-DAY-KEYED = C-DAY-PAINT + C-DAY-BOAT.
           COMPUTE C-DAY-DIFF = C-DAY-BANK - C-DAY-KEYED.
           ADD C-DAY-KEYED TO C-GT-KEYED.
           ADD C-DAY-BANK TO C-GT-BANK.

           MOVE H-DATE TO WS-FLIP-IN-N.
           PERFORM 9300-FLIP-DATE.
           MOVE WS-FLIP-DATE-N TO DL-DATE.
           MOVE C-DAY-PAINT-CT TO DL-PAINT-CT.
           MOVE C-DAY-PAINT TO DL-PAINT.
           MOVE C-DAY-BOAT-CT TO DL-BOAT-CT.
           MOVE C-DAY-BOAT TO DL-BOAT.
           MOVE C-DAY-KEYED TO DL-KEYED.
           MOVE C-DAY-SLIP-CT TO DL-SLIP-CT.
           MOVE C-DAY-BANK TO DL-BANK.
           MOVE C-DAY-DIFF TO DL-DIFF.
           EVALUATE TRUE
               WHEN C-DAY-SLIP-CT = ZERO
                   MOVE "KEYED - NOT DEPOSITED" TO DL-STATUS
               WHEN C-DAY-PAINT-CT + C-DAY-BOAT-CT = ZERO
                   MOVE "DEPOSITED - NOT KEYED" TO DL-STATUS
               WHEN C-DAY-DIFF NOT = ZERO
                   MOVE "DOES NOT AGREE" TO DL-STATUS
               WHEN OTHER
                   MOVE "AGREES" TO DL-STATUS
           END-EVALUATE.
           WRITE PRTLINE FROM DAY-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

           EVALUATE TRUE
               WHEN C-DAY-SLIP-CT = ZERO
                   ADD 1 TO C-DISAGREE-CTR
                   PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > WS-DAY-COUNT
                       PERFORM 2300-PRINT-DAY-ITEM
                   END-PERFORM
                   MOVE H-DATE TO WS-NEW-DATE
                   MOVE "K" TO WS-NEW-TYPE
                   COMPUTE WS-ITEM-COUNT =
                       C-DAY-PAINT-CT + C-DAY-BOAT-CT
                   MOVE WS-ITEM-COUNT-TEXT TO WS-NEW-REF
                   PERFORM 2900-ADD-DIFFERENCE
                   IF WS-OPEN-SUB > ZERO
                       MOVE C-DAY-DIFF TO OT-AMOUNT (WS-OPEN-SUB)
                   END-IF
               WHEN C-DAY-PAINT-CT + C-DAY-BOAT-CT = ZERO
                   ADD 1 TO C-DISAGREE-CTR
                   PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > WS-DAY-COUNT
                       PERFORM 2300-PRINT-DAY-ITEM
                       MOVE H-DATE TO WS-NEW-DATE
                       MOVE "B" TO WS-NEW-TYPE
                       MOVE DIT-REF (WS-DAY-SUB) TO WS-NEW-REF
                       PERFORM 2900-ADD-DIFFERENCE
                       IF WS-OPEN-SUB > ZERO
                           MOVE DIT-AMOUNT (WS-DAY-SUB)
                               TO OT-AMOUNT (WS-OPEN-SUB)
                       END-IF
                   END-PERFORM
               WHEN C-DAY-DIFF NOT = ZERO
                   ADD 1 TO C-DISAGREE-CTR
                   PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > WS-DAY-COUNT
                       IF DIT-KIND (WS-DAY-SUB) = "1"
                           PERFORM 2300-PRINT-DAY-ITEM
                       END-IF
                   END-PERFORM
                   MOVE H-DATE TO WS-NEW-DATE
                   MOVE "D" TO WS-NEW-TYPE
                   MOVE "DAY TOTAL" TO WS-NEW-REF
                   PERFORM 2900-ADD-DIFFERENCE
                   IF WS-OPEN-SUB > ZERO
                       MOVE C-DAY-DIFF TO OT-AMOUNT (WS-OPEN-SUB)
                   END-IF
               WHEN OTHER
                   ADD 1 TO C-AGREE-CTR
           END-EVALUATE.

           MOVE ZERO TO WS-DAY-COUNT.
           MOVE ZERO TO C-DAY-PAINT-CT.
           MOVE ZERO TO C-DAY-PAINT.
           MOVE ZERO TO C-DAY-BOAT-CT.
           MOVE ZERO TO C-DAY-BOAT.
           MOVE ZERO TO C-DAY-SLIP-CT.
           MOVE ZERO TO C-DAY-BANK.

      *    A SLIP ON A DAY THAT DOES NOT AGREE IS MARKED WITH THE
      *    TRACK IT MATCHES TO THE PENNY, SO THE TRACK THAT IS OFF
      *    STANDS OUT.
       2300-PRINT-DAY-ITEM.
           MOVE DIT-REF (WS-DAY-SUB) TO IL-REF.
           MOVE DIT-AMOUNT (WS-DAY-SUB) TO IL-AMOUNT.
           MOVE SPACES TO IL-NOTE.
           EVALUATE DIT-KIND (WS-DAY-SUB)
               WHEN "1"
                   MOVE "BANK SLIP" TO IL-KIND
                   EVALUATE TRUE
                       WHEN C-DAY-PAINT-CT + C-DAY-BOAT-CT = ZERO
                           MOVE "NO KEYED ITEMS BEHIND IT"
                               TO IL-NOTE
                       WHEN DIT-AMOUNT (WS-DAY-SUB) = C-DAY-PAINT
                           MOVE "AGREES WITH PAINT PAYMENTS"
                               TO IL-NOTE
                       WHEN DIT-AMOUNT (WS-DAY-SUB) = C-DAY-BOAT
                           MOVE "AGREES WITH BOAT DEPOSITS"
                               TO IL-NOTE
                       WHEN DIT-AMOUNT (WS-DAY-SUB) = C-DAY-KEYED
                           MOVE "AGREES WITH BOTH TRACKS"
                               TO IL-NOTE
                       WHEN OTHER
                           MOVE "DOES NOT AGREE" TO IL-NOTE
                   END-EVALUATE
               WHEN "2"
                   MOVE "PAINT PMT" TO IL-KIND
                   MOVE "KEYED - NEVER DEPOSITED" TO IL-NOTE
               WHEN "3"
                   MOVE "BOAT DEP" TO IL-KIND
                   MOVE "KEYED - NEVER DEPOSITED" TO IL-NOTE
           END-EVALUATE.
           WRITE PRTLINE FROM ITEM-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

      *    ADDS THE DIFFERENCE NAMED BY WS-NEW-DATE / WS-NEW-TYPE /
      *    WS-NEW-REF TO THE OPEN TABLE AND LEAVES ITS SUBSCRIPT IN
      *    WS-OPEN-SUB (ZERO WHEN THE TABLE IS FULL).
       2900-ADD-DIFFERENCE.
           IF WS-OPEN-COUNT < 500
               ADD 1 TO WS-OPEN-COUNT
               MOVE WS-OPEN-COUNT TO WS-OPEN-SUB
               MOVE WS-NEW-DATE TO OT-DATE (WS-OPEN-SUB)
               MOVE WS-NEW-TYPE TO OT-TYPE (WS-OPEN-SUB)
               MOVE WS-NEW-REF TO OT-REF (WS-OPEN-SUB)
               MOVE ZERO TO OT-AMOUNT (WS-OPEN-SUB)
               MOVE WS-RUN-DATE-N TO OT-FIRST-RUN (WS-OPEN-SUB)
               MOVE "O" TO OT-STATUS (WS-OPEN-SUB)
               MOVE SPACES TO OT-NOTE (WS-OPEN-SUB)
           ELSE
               MOVE ZERO TO WS-OPEN-SUB
               ADD 1 TO C-DROP-CTR
           END-IF.

      *    EXPLANATIONS CLEAR FIRST, THEN ANY TWO DIFFERENCES STILL
      *    OPEN THAT CANCEL TO THE PENNY CLEAR EACH OTHER.
       3000-CLEAR-DIFFERENCES.
           OPEN INPUT EXPLAIN-FILE.
           PERFORM UNTIL MORE-EXPL = "NO"
               READ EXPLAIN-FILE
                   AT END
                       MOVE "NO" TO MORE-EXPL
                   NOT AT END
                       PERFORM 3100-APPLY-EXPLANATION
               END-READ
           END-PERFORM.
           CLOSE EXPLAIN-FILE.

           PERFORM VARYING WS-OPEN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
               IF OT-STATUS (WS-OPEN-SUB) = "O"
                   PERFORM 3200-FIND-OFFSET
               END-IF
           END-PERFORM.

       3100-APPLY-EXPLANATION.
           MOVE "NO" TO WS-EXPL-FOUND.
           PERFORM VARYING WS-OPEN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
               IF OT-STATUS (WS-OPEN-SUB) = "O"
                  AND OT-DATE (WS-OPEN-SUB) = BX-ITEM-DATE
                  AND OT-TYPE (WS-OPEN-SUB) = BX-TYPE
                  AND OT-REF (WS-OPEN-SUB) = BX-REF
                  AND WS-EXPL-FOUND = "NO"
                   MOVE "YES" TO WS-EXPL-FOUND
                   MOVE "E" TO OT-STATUS (WS-OPEN-SUB)
                   MOVE BX-NOTE TO OT-NOTE (WS-OPEN-SUB)
                   ADD 1 TO C-EXPL-CTR
               END-IF
           END-PERFORM.
           IF WS-EXPL-FOUND = "NO"
               ADD 1 TO C-EXPL-UNUSED-CTR
           END-IF.

       3200-FIND-OFFSET.
           PERFORM VARYING WS-MATCH-SUB FROM WS-OPEN-SUB BY 1
               UNTIL WS-MATCH-SUB > WS-OPEN-COUNT
                  OR OT-STATUS (WS-OPEN-SUB) NOT = "O"
               IF OT-STATUS (WS-MATCH-SUB) = "O"
                  AND WS-MATCH-SUB NOT = WS-OPEN-SUB
                  AND OT-AMOUNT (WS-MATCH-SUB) NOT = ZERO
                  AND OT-AMOUNT (WS-MATCH-SUB) + OT-AMOUNT
                      (WS-OPEN-SUB) = ZERO
                   MOVE "X" TO OT-STATUS (WS-OPEN-SUB)
                   MOVE "X" TO OT-STATUS (WS-MATCH-SUB)
                   MOVE OT-DATE (WS-MATCH-SUB) TO WS-FLIP-IN-N
                   PERFORM 9300-FLIP-DATE
                   PERFORM 3250-OFFSET-NOTE
                   MOVE WS-OFFSET-NOTE TO OT-NOTE (WS-OPEN-SUB)
                   MOVE OT-DATE (WS-OPEN-SUB) TO WS-FLIP-IN-N
                   PERFORM 9300-FLIP-DATE
                   PERFORM 3250-OFFSET-NOTE
                   MOVE WS-OFFSET-NOTE TO OT-NOTE (WS-MATCH-SUB)
                   ADD 2 TO C-OFFSET-CTR
               END-IF
           END-PERFORM.

       3250-OFFSET-NOTE.
           MOVE WS-FLIP-MM TO ON-MM.
           MOVE WS-FLIP-DD TO ON-DD.
           MOVE WS-FLIP-YY TO ON-YY.

      *    THE OPEN TABLE PRINTS IN FULL - CLEARED DIFFERENCES ONCE,
      *    WITH HOW THEY CLEARED - AND THE ONES STILL OPEN ARE AGED
      *    AND WRITTEN BACK TO BANKOPEN.DAT FOR THE NEXT RUN.
       3500-REPORT-OPEN.
           MOVE "O" TO WS-PAGE-KIND.
           PERFORM 9100-HEADINGS.
           IF WS-OPEN-COUNT = ZERO
               WRITE PRTLINE FROM NO-OPEN-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           OPEN OUTPUT OPEN-DIFF-FILE.
           PERFORM VARYING WS-OPEN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
               PERFORM 3600-REPORT-ONE-DIFFERENCE
           END-PERFORM.
           CLOSE OPEN-DIFF-FILE.

       3600-REPORT-ONE-DIFFERENCE.
           MOVE OT-DATE (WS-OPEN-SUB) TO WS-FLIP-IN-N.
           PERFORM 9300-FLIP-DATE.
           MOVE WS-FLIP-DATE-N TO OL-DATE.
           EVALUATE OT-TYPE (WS-OPEN-SUB)
               WHEN "D"
                   MOVE "DAY TOTALS DO NOT AGREE" TO OL-TYPE-TEXT
               WHEN "K"
                   MOVE "KEYED - NOT DEPOSITED" TO OL-TYPE-TEXT
               WHEN "B"
                   MOVE "DEPOSITED - NOT KEYED" TO OL-TYPE-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO OL-TYPE-TEXT
           END-EVALUATE.
           MOVE OT-REF (WS-OPEN-SUB) TO OL-REF.
           MOVE OT-AMOUNT (WS-OPEN-SUB) TO OL-AMOUNT.
           MOVE OT-FIRST-RUN (WS-OPEN-SUB) TO WS-FLIP-IN-N.
           PERFORM 9300-FLIP-DATE.
           MOVE WS-FLIP-DATE-N TO OL-FIRST.
           PERFORM 3700-AGE-BUSINESS-DAYS.
           MOVE WS-AGE-BDAYS TO OL-AGE.

           EVALUATE OT-STATUS (WS-OPEN-SUB)
               WHEN "E"
                   MOVE SPACES TO OL-STATUS
                   STRING "EXPLAINED - " DELIMITED BY SIZE
                          OT-NOTE (WS-OPEN-SUB) DELIMITED BY SIZE
                       INTO OL-STATUS
                   END-STRING
               WHEN "X"
                   MOVE OT-NOTE (WS-OPEN-SUB) TO OL-STATUS
               WHEN OTHER
                   ADD 1 TO C-STILL-OPEN-CTR
                   ADD OT-AMOUNT (WS-OPEN-SUB) TO C-STILL-OPEN
                   IF WS-AGE-BDAYS > WS-AGED-LIMIT
                       MOVE "*** UNEXPLAINED OVER 5 BUSINESS DAYS"
                           TO OL-STATUS
                       ADD 1 TO C-AGED-CTR
                       ADD OT-AMOUNT (WS-OPEN-SUB) TO C-AGED
                   ELSE
                       MOVE "OPEN" TO OL-STATUS
                   END-IF
                   MOVE OT-DATE (WS-OPEN-SUB) TO OI-ITEM-DATE
                   MOVE OT-TYPE (WS-OPEN-SUB) TO OI-TYPE
                   MOVE OT-REF (WS-OPEN-SUB) TO OI-REF
                   MOVE OT-AMOUNT (WS-OPEN-SUB) TO OI-AMOUNT
                   MOVE OT-FIRST-RUN (WS-OPEN-SUB) TO OI-FIRST-RUN
                   WRITE OI-REC
           END-EVALUATE.

           WRITE PRTLINE FROM OPEN-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

      *    BUSINESS DAYS FROM THE DAY OF THE DIFFERENCE THROUGH THE
      *    RUN DATE, MONDAY THROUGH FRIDAY. DAY 1 OF THE INTEGER
      *    DATE (01/01/1601) WAS A MONDAY, SO (DAY - 1) REMAINDER 7
      *    GIVES 0 FOR MONDAY THROUGH 6 FOR SUNDAY.
       3700-AGE-BUSINESS-DAYS.
           MOVE ZERO TO WS-AGE-BDAYS.
           MOVE OT-DATE (WS-OPEN-SUB) TO WS-DATE-WORK.
           COMPUTE WS-ITEM-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-WORK).
           PERFORM VARYING WS-DAY-INT FROM WS-ITEM-DATE-INT BY 1
               UNTIL WS-DAY-INT NOT < WS-RUN-DATE-INT
               DIVIDE WS-DAY-INT BY 7 GIVING WS-WEEKS
                   REMAINDER WS-WEEKDAY
      *        WS-DAY-INT IS THE DAY BEFORE THE ONE BEING COUNTED, SO
      *        ITS REMAINDER IS ALREADY THE COUNTED DAY'S WEEKDAY.
               IF WS-WEEKDAY < 5
                   ADD 1 TO WS-AGE-BDAYS
               END-IF
           END-PERFORM.

       4000-CLOSING.
           MOVE "DAYS RECONCILED:" TO SC-LABEL.
           MOVE C-DAYS-CTR TO SC-COUNT.
           WRITE PRTLINE FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "DAYS THAT AGREE:" TO SC-LABEL.
           MOVE C-AGREE-CTR TO SC-COUNT.
           WRITE PRTLINE FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE "DAYS THAT DO NOT AGREE:" TO SC-LABEL.
           MOVE C-DISAGREE-CTR TO SC-COUNT.
           WRITE PRTLINE FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE "TOTAL KEYED IN WINDOW:" TO SA-LABEL.
           MOVE C-GT-KEYED TO SA-AMOUNT.
           WRITE PRTLINE FROM SUMMARY-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "TOTAL DEPOSITED IN WINDOW:" TO SA-LABEL.
           MOVE C-GT-BANK TO SA-AMOUNT.
           WRITE PRTLINE FROM SUMMARY-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE "UNMATCHED ITEMS OUTSIDE THE WINDOW:" TO SC-LABEL.
           MOVE C-OUTSIDE-CTR TO SC-COUNT.
           WRITE PRTLINE FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "DIFFERENCES CLEARED BY OFFSET:" TO SC-LABEL.
           MOVE C-OFFSET-CTR TO SC-COUNT.
           WRITE PRTLINE FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE "DIFFERENCES CLEARED BY LATE ITEMS:" TO SC-LABEL.
           MOVE C-LATE-CTR TO SC-COUNT.
           WRITE PRTLINE FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE "DIFFERENCES CLEARED BY EXPLANATION:" TO SC-LABEL.
           MOVE C-EXPL-CTR TO SC-COUNT.
           WRITE PRTLINE FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 1 LINES.
           IF C-EXPL-UNUSED-CTR > ZERO
               MOVE "EXPLANATIONS MATCHING NO DIFFERENCE:" TO SC-LABEL
               MOVE C-EXPL-UNUSED-CTR TO SC-COUNT
               WRITE PRTLINE FROM SUMMARY-COUNT-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.
           MOVE "DIFFERENCES STILL OPEN:" TO SM-LABEL.
           MOVE C-STILL-OPEN-CTR TO SM-COUNT.
           MOVE C-STILL-OPEN TO SM-AMOUNT.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "UNEXPLAINED OVER 5 BUSINESS DAYS:" TO SM-LABEL.
           MOVE C-AGED-CTR TO SM-COUNT.
           MOVE C-AGED TO SM-AMOUNT.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           IF C-DROP-CTR > ZERO
               MOVE "*** DIFFERENCES PAST TABLE - NOT CARRIED:"
                   TO SC-LABEL
               MOVE C-DROP-CTR TO SC-COUNT
               WRITE PRTLINE FROM SUMMARY-COUNT-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE
           ELSE
               IF C-AGED-CTR > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           OPEN OUTPUT RECON-CONTROL.
           MOVE WS-RUN-DATE-N TO RC-LAST-DATE.
           MOVE WS-RUN-DATE-N TO RC-RUN-DATE.
           WRITE RC-REC.
           CLOSE RECON-CONTROL.

           CLOSE PRTOUT.

      *    THE DAY PAGES AND THE OPEN-DIFFERENCE PAGES SHARE THE
      *    TITLE BUT CARRY THEIR OWN COLUMN HEADINGS.
       9100-HEADINGS.
           ADD 1 TO C-PCTR
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM WINDOW-HDING
               AFTER ADVANCING 2 LINES.
           IF WS-PAGE-KIND = "O"
               WRITE PRTLINE FROM OPEN-HDINGS1
                   AFTER ADVANCING 2 LINES
               WRITE PRTLINE FROM OPEN-HDINGS2
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRTLINE FROM COLUMN-HDINGS1
                   AFTER ADVANCING 2 LINES
               WRITE PRTLINE FROM COLUMN-HDINGS2
                   AFTER ADVANCING 1 LINE
           END-IF.

      *    TURNS THE YYYYMMDD DATE IN WS-FLIP-IN INTO MMDDYYYY FOR THE
      *    EDITED DATE FIELDS.
       9300-FLIP-DATE.
           MOVE WS-FLIP-IN-MM TO WS-FLIP-MM.
           MOVE WS-FLIP-IN-DD TO WS-FLIP-DD.
           MOVE WS-FLIP-IN-YY TO WS-FLIP-YY.
