       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCMS35.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         COLBY SNOW.
       DATE-COMPILED.
      ******************************************************************
      *THIS PROGRAM IS THE MONTHLY FLOOR-PLAN INTEREST ACCRUAL AND
      *AGED BOAT INVENTORY REPORT. EVERY NEW UNIT ON BOATINV.DAT IS
      *FINANCED BY THE FLOOR-PLAN LENDER FROM ITS RECEIVED DATE UNTIL
      *IT SELLS. THE LENDER'S TERMS ARE KEPT ON FLRPLAN.DAT: THE
      *LENDER NAME, THE ANNUAL RATE, THE FREE (NO-INTEREST) DAYS, AND
      *THREE CURTAILMENTS - THE PRINCIPAL PAYDOWNS THE LENDER REQUIRES
      *AT SET AGES (NORMALLY 90, 180 AND 270 DAYS), EACH A PERCENT OF
      *THE UNIT'S ORIGINAL COST.
      *
      *EACH UNIT IS AGED AGAINST THE AS-OF DATE (RUNDATE.DAT, OR
      *TODAY) AND ACCRUES INTEREST FOR THE PERIOD BEING CLOSED: FROM
      *THE DAY AFTER THE LAST ACCRUAL RAN THROUGH (OR THE DAY ITS FREE
      *DAYS RUN OUT, IF LATER) THROUGH THE CALENDAR MONTH-END OF THE
      *AS-OF MONTH, ON ITS COST LESS THE CURTAILMENTS ALREADY DUE, AT
      *THE ANNUAL RATE OVER A 365-DAY YEAR. THE LAST ACCRUAL PERIOD
      *IS KEPT ON FLRLAST.DAT; WITHOUT ONE THE PERIOD STARTS ON THE
      *FIRST OF THE AS-OF MONTH. A RUN ON THE LAST BUSINESS DAY STILL
      *ACCRUES THE WHOLE MONTH. WHEN A MONTH-END WAS MISSED, THE NEXT
      *RUN CATCHES UP ONLY THROUGH THE MONTH-END BEFORE THE AS-OF
      *MONTH, AND THE AS-OF MONTH IS LEFT FOR ITS OWN MONTH-END RUN.
      *A RERUN (THE SAME AS-OF DATE, OR THE SAME PERIOD END) ACCRUES
      *THE SAME PERIOD AGAIN TO REPLACE A JOURNAL NOT YET POSTED;
      *WHEN GLPOSTH.DAT SHOWS THAT JOURNAL ALREADY POSTED BY
      *COBCMS43, THE RERUN ACCRUES NOTHING AND SETS RETURN-CODE 8 SO
      *THE INTEREST CANNOT REACH THE LEDGER TWICE. A RUN FOR A MONTH
      *ALREADY ACCRUED PAST ACCRUES NOTHING AND SETS RETURN-CODE 8.
      *USED UNITS (STOCK NUMBERS STARTING "U", TAKEN IN TRADE BY
      *COBCMS34) ARE OWNED OUTRIGHT, NOT FLOOR-PLANNED, AND ARE ONLY
      *COUNTED.
      *
      *THE AGED INVENTORY REPORT (FLRPLAN.PRT) LISTS EVERY UNIT
      *OLDEST FIRST WITH ITS AGE, PRINCIPAL STILL OWED, MONTH'S
      *INTEREST AND NEXT CURTAILMENT DATE - THE OLDEST UNITS AT THE
      *TOP ARE THE ONES FOR THE SALES FLOOR TO PUSH - THEN TOTALS BY
      *AGE BUCKET AND BY BOAT TYPE, AND THE UNITS WITH A CURTAILMENT
      *PAYMENT FALLING DUE IN THE NEXT 30 DAYS.
      *
      *THE ACCRUAL GOES TO FLRJRNL.DAT IN THE SAME LAYOUT AS
      *GLJRNL.DAT, ONE BALANCED PAIR PER BOAT TYPE:
      *      DR 5300 FLOOR-PLAN INTEREST EXPENSE
      *      CR 2400 FLOOR-PLAN PAYABLE
      *THE NIGHTLY DRIVER RUNS THIS PROGRAM ON THE LAST BUSINESS DAY
      *OF THE MONTH AHEAD OF THE COBCMS43 GL POSTING STEP, WHICH
      *POSTS FLRJRNL.DAT THE SAME NIGHT.
      *WITHOUT A USABLE FLRPLAN.DAT NOTHING IS ACCRUED, THE JOURNAL
      *IS LEFT EMPTY, AND RETURN-CODE 8 IS SET; THE AGING STILL
      *PRINTS.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL INVENTORY-MASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BOATINV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FLOOR-PLAN-PARM
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\FLRPLAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK
           ASSIGN TO "SRTFLRP.WRK".

           SELECT JOURNAL-OUT
           ASSIGN TO "C:\IHCC\COBOL\FLRJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\FLRPLAN.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-DATE-PARM
           ASSIGN TO "C:\IHCC\COBOL\RUNDATE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACCRUAL-CONTROL
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\FLRLAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL POST-HISTORY
           ASSIGN TO "C:\IHCC\COBOL\GLPOSTH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  INVENTORY-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS INV-REC
           RECORD CONTAINS 25 CHARACTERS.

       01 INV-REC.
           05 INV-STOCK-NO             PIC X(8).
           05 INV-BOAT-TYPE            PIC X.
           05 INV-COST                 PIC 9(6)V99.
           05 INV-RECEIVED-DATE.
               10 INV-REC-YY           PIC 9(4).
               10 INV-REC-MM           PIC 99.
               10 INV-REC-DD           PIC 99.

      *    ONE RECORD HOLDING THE LENDER'S TERMS. THE RATE IS AN
      *    ANNUAL PERCENT (07.250 = 7.25%). EACH CURTAILMENT IS THE
      *    AGE IN DAYS IT FALLS DUE AND THE PERCENT OF THE UNIT'S
      *    ORIGINAL COST TO BE PAID DOWN; A ZERO PERCENT MEANS NONE.
       FD  FLOOR-PLAN-PARM
           LABEL RECORD IS STANDARD
           DATA RECORD IS FP-REC
           RECORD CONTAINS 51 CHARACTERS.

       01 FP-REC.
           05 FP-LENDER                PIC X(25).
           05 FP-RATE                  PIC 99V999.
           05 FP-FREE-DAYS             PIC 9(3).
           05 FP-CURTAILMENT OCCURS 3 TIMES.
               10 FP-CURT-DAYS         PIC 9(3).
               10 FP-CURT-PCT          PIC 99V9.

       SD  SORT-WORK
           DATA RECORD IS SW-INV-REC.

       01 SW-INV-REC.
           05 SW-RECEIVED-DATE         PIC 9(8).
           05 SW-STOCK-NO              PIC X(8).
           05 SW-BOAT-TYPE             PIC X.
           05 SW-COST                  PIC 9(6)V99.

      *    SAME LAYOUT AS GLJRNL.DAT SO THE LEDGER LOADS THE MONTH'S
      *    ACCRUAL LIKE ANY NIGHT'S COBCMS31 JOURNAL.
       FD  JOURNAL-OUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS JR-REC
           RECORD CONTAINS 63 CHARACTERS.

       01 JR-REC.
           05 JR-DATE         PIC 9(8).
           05 JR-ACCT         PIC X(4).
           05 JR-DEBIT        PIC 9(9)V99.
           05 JR-CREDIT       PIC 9(9)V99.
           05 JR-REF          PIC X(9).
           05 JR-DESC         PIC X(20).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                      PIC X(132).

      *    RUN-DATE-PARM HOLDS A SHARED "AS-OF" BUSINESS DATE. WHEN
      *    OPERATIONS DROPS A RUNDATE.DAT (NORMALLY THE LAST BUSINESS
      *    DAY OF THE MONTH BEING ACCRUED), UNITS ARE AGED AS OF ITS
      *    DATE AND INTEREST ACCRUED THROUGH ITS MONTH-END. NO FILE
      *    MEANS TODAY'S DATE.
       FD  RUN-DATE-PARM
           LABEL RECORD IS STANDARD
           DATA RECORD IS RD-PARM-REC
           RECORD CONTAINS 8 CHARACTERS.

       01 RD-PARM-REC.
           05 RD-YY            PIC 9(4).
           05 RD-MM            PIC 99.
           05 RD-DD            PIC 99.

      *    ACCRUAL-CONTROL HOLDS THE PERIOD THE LAST ACCRUAL COVERED,
      *    FIRST DAY AND LAST DAY, AND THE AS-OF DATE ITS JOURNAL WAS
      *    WRITTEN UNDER. IT IS REWRITTEN BY EVERY RUN THAT ACCRUES.
       FD  ACCRUAL-CONTROL
           LABEL RECORD IS STANDARD
           DATA RECORD IS AC-REC
           RECORD CONTAINS 24 CHARACTERS.

       01 AC-REC.
           05 AC-FROM-DATE     PIC 9(8).
           05 AC-THRU-DATE     PIC 9(8).
           05 AC-JRNL-DATE     PIC 9(8).

      *    THE COBCMS43 POSTING LOG, ONE ROW PER JOURNAL NAME AND
      *    DATE POSTED. ONLY THOSE TWO FIELDS ARE NEEDED HERE.
       FD  POST-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS PH-REC
           RECORD CONTAINS 63 CHARACTERS.

       01 PH-REC.
           05 PH-JRNL-DATE     PIC 9(8).
           05 FILLER           PIC X(47).
           05 PH-JOURNAL       PIC X(8).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05 C-PCTR               PIC 9(2)        VALUE ZERO.
           05 MORE-INV             PIC X(3)        VALUE "YES".
           05 MORE-SORTED          PIC X(3)        VALUE "YES".
           05 MORE-POSTH           PIC X(3)        VALUE "YES".
           05 WS-TERMS-OK          PIC X(3)        VALUE "NO".
           05 WS-DATE-VALID        PIC X(3)        VALUE "YES".
           05 WS-RUN-DATE-N        PIC 9(8)        VALUE ZERO.
           05 WS-RUN-DATE-INT      PIC 9(7)        VALUE ZERO.
           05 WS-MONTH-START-INT   PIC 9(7)        VALUE ZERO.
           05 WS-MONTH-END-INT     PIC 9(7)        VALUE ZERO.
           05 WS-PRIOR-END-N       PIC 9(8)        VALUE ZERO.
           05 WS-PERIOD-END-INT    PIC 9(7)        VALUE ZERO.
           05 WS-PERIOD-START-INT  PIC 9(7)        VALUE ZERO.
           05 WS-PERIOD-FROM-N     PIC 9(8)        VALUE ZERO.
           05 WS-PERIOD-THRU-N     PIC 9(8)        VALUE ZERO.
           05 WS-PERIOD-AHEAD      PIC X(3)        VALUE "NO".
           05 WS-PERIOD-POSTED     PIC X(3)        VALUE "NO".
           05 WS-REC-DATE-INT      PIC 9(7)        VALUE ZERO.
           05 WS-CHARGE-START-INT  PIC 9(7)        VALUE ZERO.
           05 WS-DUE-DATE-INT      PIC 9(7)        VALUE ZERO.
           05 WS-AGE-DAYS          PIC S9(5)       VALUE ZERO.
           05 WS-CHARGE-DAYS       PIC S9(5)       VALUE ZERO.
           05 WS-DAYS-TO-DUE       PIC S9(5)       VALUE ZERO.
           05 WS-BUCKET-SUB        PIC 9           VALUE ZERO.
           05 WS-TYPE-SUB          PIC 9           VALUE ZERO.
           05 WS-CURT-SUB          PIC 9           VALUE ZERO.
           05 WS-NEXT-CURT         PIC 9           VALUE ZERO.
           05 WS-CURT-LIST-SUB     PIC 9(3)        VALUE ZERO.
           05 C-INV-READ           PIC 9(5)        VALUE ZERO.
           05 C-USED-CTR           PIC 9(5)        VALUE ZERO.
           05 C-BADDATE-CTR        PIC 9(5)        VALUE ZERO.
           05 C-UNIT-CTR           PIC 9(5)        VALUE ZERO.
           05 C-CURT-CTR           PIC 9(5)        VALUE ZERO.
           05 C-JRNL-CTR           PIC 9(5)        VALUE ZERO.
           05 C-CURT-PAID          PIC 9(6)V99     VALUE ZERO.
           05 C-CURT-AMT           PIC 9(6)V99     VALUE ZERO.
           05 C-BALANCE            PIC 9(6)V99     VALUE ZERO.
           05 C-INTEREST           PIC 9(5)V99     VALUE ZERO.
           05 C-GT-COST            PIC 9(9)V99     VALUE ZERO.
           05 C-GT-BALANCE         PIC 9(9)V99     VALUE ZERO.
           05 C-GT-INTEREST        PIC 9(7)V99     VALUE ZERO.
           05 C-GT-CURT-DUE        PIC 9(9)V99     VALUE ZERO.
           05 C-GT-DEBITS          PIC 9(9)V99     VALUE ZERO.
           05 C-GT-CREDITS         PIC 9(9)V99     VALUE ZERO.

      *    THE LENDER'S TERMS AS LOADED FROM FLOOR-PLAN-PARM.
       01 FLOOR-PLAN-TERMS.
           05 FT-LENDER            PIC X(25)       VALUE SPACES.
           05 FT-RATE              PIC 99V999      VALUE ZERO.
           05 FT-FREE-DAYS         PIC 9(3)        VALUE ZERO.
           05 FT-CURTAILMENT OCCURS 3 TIMES.
               10 FT-CURT-DAYS     PIC 9(3).
               10 FT-CURT-PCT      PIC 99V9.

       01 WS-DATE-WORK             PIC 9(8)        VALUE ZERO.
       01 WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
           05 WS-WORK-YY           PIC 9(4).
           05 WS-WORK-MM           PIC 99.
           05 WS-WORK-DD           PIC 99.

       01 AGE-BUCKET-TABLE.
           05 AB-ENTRY OCCURS 4 TIMES
                   INDEXED BY AB-IDX.
               10 AB-LABEL         PIC X(13).
               10 AB-COUNT         PIC 9(5)        VALUE ZERO.
               10 AB-COST          PIC 9(9)V99     VALUE ZERO.
               10 AB-INTEREST      PIC 9(7)V99     VALUE ZERO.

      *    ONE ROW PER BOAT TYPE CODE; ROW 7 CATCHES ANY CODE NOT IN
      *    THE TABLE SO ITS UNITS STILL ACCRUE AND POST.
       01 TYPE-TABLE.
           05 TY-ENTRY OCCURS 7 TIMES
                   INDEXED BY TY-IDX.
               10 TY-TYPE-CD       PIC X.
               10 TY-TYPE-NAME     PIC X(13).
               10 TY-UNITS         PIC 9(5)        VALUE ZERO.
               10 TY-COST          PIC 9(9)V99     VALUE ZERO.
               10 TY-BALANCE       PIC 9(9)V99     VALUE ZERO.
               10 TY-INTEREST      PIC 9(7)V99     VALUE ZERO.

      *    CURTAILMENTS FALLING DUE IN THE NEXT 30 DAYS, HELD UNTIL
      *    THE AGED LISTING IS DONE.
       01 CURT-DUE-TABLE.
           05 CD-ENTRY OCCURS 300 TIMES.
               10 CD-STOCK-NO      PIC X(8).
               10 CD-TYPE-NAME     PIC X(13).
               10 CD-RECEIVED      PIC 9(8).
               10 CD-CURT-DAYS     PIC 9(3).
               10 CD-DUE-DATE      PIC 9(8).
               10 CD-DAYS-TO-DUE   PIC 9(3).
               10 CD-AMOUNT        PIC 9(6)V99.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
             10 I-YY               PIC 9(4).
             10 I-MM               PIC 99.
             10 I-DD               PIC 99.
           05 I-TIME               PIC X(11).

       01 COMPANY-TITLE.
           05 FILLER               PIC X(6)    VALUE "DATE".
           05 O-MM                 PIC 9(2).
           05 FILLER               PIC X       VALUE "/".
           05 O-DD                 PIC 9(2).
           05 FILLER               PIC X       VALUE "/".
           05 O-YY                 PIC 9(4).
           05 FILLER               PIC X(28)   VALUE SPACES.
           05 FILLER               PIC X(45)
                   VALUE "FLOOR-PLAN INTEREST AND AGED BOAT INVENTORY".
           05 FILLER               PIC X(36)   VALUE SPACES.
           05 FILLER               PIC X(5)    VALUE "PAGE:".
           05 O-PCTR               PIC Z9.

       01 TERMS-LINE.
           05 FILLER               PIC X(8)    VALUE "LENDER: ".
           05 TL-LENDER            PIC X(25).
           05 FILLER               PIC X(8)    VALUE "  RATE: ".
           05 TL-RATE              PIC Z9.999.
           05 FILLER               PIC X(15)   VALUE "%  FREE DAYS: ".
           05 TL-FREE-DAYS         PIC ZZ9.
           05 FILLER               PIC X(17)   VALUE
               "  CURTAILMENTS: ".
           05 TL-CURT OCCURS 3 TIMES.
               10 TL-CURT-PCT      PIC Z9.9.
               10 FILLER           PIC X(4)    VALUE "% AT".
               10 TL-CURT-DAYS     PIC ZZZ9.
               10 FILLER           PIC X(2)    VALUE SPACES.

       01 NO-TERMS-LINE.
           05 FILLER               PIC X(45)   VALUE
               "*** NO USABLE LENDER TERMS ON FLRPLAN.DAT - ".
           05 FILLER               PIC X(45)   VALUE
               "NOTHING ACCRUED AND NO JOURNAL WRITTEN ***".

       01 PERIOD-LINE.
           05 FILLER               PIC X(16)   VALUE "ACCRUAL PERIOD: ".
           05 PL-FROM              PIC 99/99/9999.
           05 FILLER               PIC X(9)    VALUE " THROUGH ".
           05 PL-THRU              PIC 99/99/9999.

       01 AHEAD-LINE.
           05 FILLER               PIC X(47)   VALUE
               "*** FLRLAST.DAT SHOWS INTEREST ACCRUED THROUGH ".
           05 AL-LAST-THRU         PIC 99/99/9999.
           05 FILLER               PIC X(45)   VALUE
               " - NOTHING ACCRUED AND NO JOURNAL WRITTEN ***".

       01 POSTED-LINE.
           05 FILLER               PIC X(48)   VALUE
               "*** FLRJRNL.DAT FOR THIS PERIOD POSTED ON GL AS ".
           05 PDL-JRNL-DATE        PIC 99/99/9999.
           05 FILLER               PIC X(45)   VALUE
               " - NOTHING ACCRUED AND NO JOURNAL WRITTEN ***".

       01 COLUMN-HDINGS.
           05 FILLER       PIC X(10)   VALUE "STOCK NO".
           05 FILLER       PIC X(15)   VALUE "BOAT TYPE".
           05 FILLER       PIC X(12)   VALUE "RECEIVED".
           05 FILLER       PIC X(8)    VALUE "AGE".
           05 FILLER       PIC X(14)   VALUE "BUCKET".
           05 FILLER       PIC X(13)   VALUE "       COST".
           05 FILLER       PIC X(13)   VALUE "    BALANCE".
           05 FILLER       PIC X(5)    VALUE "DAYS".
           05 FILLER       PIC X(12)   VALUE "   INTEREST".
           05 FILLER       PIC X(10)   VALUE "NEXT CURT".

       01 DETAIL-LINE.
           05 O-STOCK-NO   PIC X(8).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-TYPE-NAME  PIC X(13).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-RECEIVED   PIC 99/99/9999.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-AGE-DAYS   PIC ZZ,ZZ9.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-BUCKET     PIC X(13).
           05 FILLER       PIC X(1)    VALUE SPACES.
           05 O-COST       PIC $ZZZ,ZZ9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-BALANCE    PIC $ZZZ,ZZ9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-CHARGE-DAYS PIC ZZ9.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-INTEREST   PIC $ZZ,ZZ9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-NEXT-CURT  PIC 99/99/9999.
           05 O-NEXT-CURT-X REDEFINES O-NEXT-CURT
                           PIC X(10).

       01 BADDATE-LINE.
           05 FILLER       PIC X(10)   VALUE SPACES.
           05 BD-STOCK-NO  PIC X(8).
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 BD-DATE      PIC X(8).
           05 FILLER       PIC X(50)   VALUE
               "  *** BAD RECEIVED DATE - NOT AGED OR ACCRUED ***".

       01 SECTION-HDING.
           05 SH-TEXT      PIC X(50).
           05 FILLER       PIC X(82)   VALUE SPACES.

       01 BUCKET-COL-HDINGS.
           05 FILLER       PIC X(17)   VALUE "AGE BUCKET".
           05 FILLER       PIC X(8)    VALUE "UNITS".
           05 FILLER       PIC X(18)   VALUE "            COST".
           05 FILLER       PIC X(18)   VALUE "        INTEREST".

       01 BUCKET-TOTAL-LINE.
           05 BT-LABEL     PIC X(13).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 BT-COUNT     PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 BT-COST      PIC $$$,$$$,$$9.99.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 BT-INTEREST  PIC $$,$$$,$$9.99.

       01 TYPE-COL-HDINGS.
           05 FILLER       PIC X(17)   VALUE "BOAT TYPE".
           05 FILLER       PIC X(8)    VALUE "UNITS".
           05 FILLER       PIC X(18)   VALUE "            COST".
           05 FILLER       PIC X(18)   VALUE "         BALANCE".
           05 FILLER       PIC X(18)   VALUE "        INTEREST".

       01 TYPE-TOTAL-LINE.
           05 TT-TYPE-NAME PIC X(13).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 TT-UNITS     PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 TT-COST      PIC $$$,$$$,$$9.99.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 TT-BALANCE   PIC $$$,$$$,$$9.99.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 TT-INTEREST  PIC $$,$$$,$$9.99.

       01 CURT-COL-HDINGS.
           05 FILLER       PIC X(10)   VALUE "STOCK NO".
           05 FILLER       PIC X(15)   VALUE "BOAT TYPE".
           05 FILLER       PIC X(12)   VALUE "RECEIVED".
           05 FILLER       PIC X(13)   VALUE "CURTAILMENT".
           05 FILLER       PIC X(12)   VALUE "DUE DATE".
           05 FILLER       PIC X(10)   VALUE "DAYS LEFT".
           05 FILLER       PIC X(12)   VALUE "  AMOUNT DUE".

       01 CURT-DETAIL-LINE.
           05 CL-STOCK-NO  PIC X(8).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 CL-TYPE-NAME PIC X(13).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 CL-RECEIVED  PIC 99/99/9999.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 CL-CURT-DAYS PIC ZZ9.
           05 FILLER       PIC X(10)   VALUE "-DAY".
           05 CL-DUE-DATE  PIC 99/99/9999.
           05 FILLER       PIC X(6)    VALUE SPACES.
           05 CL-DAYS-LEFT PIC ZZ9.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 CL-AMOUNT    PIC $ZZZ,ZZ9.99.

       01 NO-CURT-LINE.
           05 FILLER       PIC X(45)   VALUE
               "NO CURTAILMENTS DUE IN THE NEXT 30 DAYS".

       01 CURT-DROP-LINE.
           05 FILLER       PIC X(47)   VALUE
               "*** MORE CURTAILMENTS DUE THAN LISTED - TOTAL: ".
           05 CX-CURT-CTR  PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE " ***".

       01 CURT-TOTAL-LINE.
           05 FILLER       PIC X(30)   VALUE
               "CURTAILMENTS DUE, NEXT 30 DAYS".
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 CT-CURT-CTR  PIC ZZ,ZZ9.
           05 FILLER       PIC X(36)   VALUE SPACES.
           05 CT-CURT-DUE  PIC $$$,$$$,$$9.99.

       01 GRAND-TOTAL-LINE.
           05 FILLER       PIC X(13)   VALUE "ALL UNITS".
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 GT-UNITS     PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 GT-COST      PIC $$$,$$$,$$9.99.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 GT-BALANCE   PIC $$$,$$$,$$9.99.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 GT-INTEREST  PIC $$,$$$,$$9.99.

       01 COUNT-TOTAL-LINE.
           05 FILLER       PIC X(17)   VALUE "INVENTORY READ: ".
           05 CN-READ      PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(15)   VALUE "FLOOR-PLANNED: ".
           05 CN-UNITS     PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(20)   VALUE "USED (NOT FINANCED):".
           05 CN-USED      PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(16)   VALUE "BAD DATE SKIPS: ".
           05 CN-BADDATE   PIC ZZ,ZZ9.

       01 JOURNAL-TOTAL-LINE.
           05 FILLER       PIC X(23)   VALUE "JOURNAL ENTRIES (FLRJRN".
           05 FILLER       PIC X(8)    VALUE "L.DAT): ".
           05 JT-JRNL-CTR  PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(8)    VALUE "DEBITS: ".
           05 JT-DEBITS    PIC $$$,$$$,$$9.99.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(9)    VALUE "CREDITS: ".
           05 JT-CREDITS   PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           SORT SORT-WORK
               ON ASCENDING KEY SW-RECEIVED-DATE
                                SW-STOCK-NO
               INPUT PROCEDURE 1500-SELECT-UNITS
               OUTPUT PROCEDURE 2000-MAINLINE.
           PERFORM 3000-CLOSING.
           GOBACK.

       1000-INIT.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT JOURNAL-OUT.

           PERFORM 1050-GET-RUN-DATE.
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.

           MOVE I-DATE TO WS-DATE-WORK.
           MOVE WS-DATE-WORK TO WS-RUN-DATE-N.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-WORK).
           MOVE 01 TO WS-WORK-DD.
           COMPUTE WS-MONTH-START-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-WORK).
           IF WS-WORK-MM = 12
               ADD 1 TO WS-WORK-YY
               MOVE 01 TO WS-WORK-MM
           ELSE
               ADD 1 TO WS-WORK-MM
           END-IF.
           COMPUTE WS-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-WORK) - 1.
           COMPUTE WS-PERIOD-THRU-N =
               FUNCTION DATE-OF-INTEGER (WS-MONTH-END-INT).
           MOVE WS-MONTH-END-INT TO WS-PERIOD-END-INT.
           COMPUTE WS-PRIOR-END-N =
               FUNCTION DATE-OF-INTEGER (WS-MONTH-START-INT - 1).

           PERFORM 1070-GET-LAST-ACCRUAL.
           PERFORM 1080-LOAD-TERMS.

           MOVE "0-90 DAYS" TO AB-LABEL (1).
           MOVE "91-180 DAYS" TO AB-LABEL (2).
           MOVE "181-270 DAYS" TO AB-LABEL (3).
           MOVE "OVER 270 DAYS" TO AB-LABEL (4).

           MOVE "B" TO TY-TYPE-CD (1).
           MOVE "BASS BOAT" TO TY-TYPE-NAME (1).
           MOVE "P" TO TY-TYPE-CD (2).
           MOVE "PONTOON" TO TY-TYPE-NAME (2).
           MOVE "S" TO TY-TYPE-CD (3).
           MOVE "SKI BOAT" TO TY-TYPE-NAME (3).
           MOVE "J" TO TY-TYPE-CD (4).
           MOVE "JOHN BOAT" TO TY-TYPE-NAME (4).
           MOVE "C" TO TY-TYPE-CD (5).
           MOVE "CANOE" TO TY-TYPE-NAME (5).
           MOVE "R" TO TY-TYPE-CD (6).
           MOVE "CABIN CRUISER" TO TY-TYPE-NAME (6).
           MOVE SPACE TO TY-TYPE-CD (7).
           MOVE "UNKNOWN CODE" TO TY-TYPE-NAME (7).

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

      *    THE PERIOD STARTS THE DAY AFTER THE LAST ACCRUAL ENDED. A
      *    LAST ACCRUAL WRITTEN UNDER THIS AS-OF DATE, OR THROUGH THIS
      *    SAME MONTH-END, IS A RERUN AND COVERS THAT SAME PERIOD
      *    AGAIN, UNLESS ITS JOURNAL HAS ALREADY POSTED. ONE ENDING
      *    BEFORE LAST MONTH-END MISSED A MONTH-END AND IS CAUGHT UP
      *    THROUGH LAST MONTH-END ONLY. ONE THROUGH A LATER DATE MEANS
      *    THIS MONTH IS ALREADY ACCRUED. NO USABLE RECORD STARTS THE
      *    PERIOD ON THE FIRST OF THE MONTH.
       1070-GET-LAST-ACCRUAL.
           MOVE WS-MONTH-START-INT TO WS-PERIOD-START-INT.
           OPEN INPUT ACCRUAL-CONTROL.
           READ ACCRUAL-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   IF AC-FROM-DATE NUMERIC AND AC-FROM-DATE > ZERO
                      AND AC-THRU-DATE NUMERIC AND AC-THRU-DATE > ZERO
                       EVALUATE TRUE
                           WHEN AC-THRU-DATE = WS-PERIOD-THRU-N
                             OR (AC-JRNL-DATE NUMERIC
                                 AND AC-JRNL-DATE = WS-RUN-DATE-N)
                               PERFORM 1075-RERUN-PERIOD
                           WHEN AC-THRU-DATE < WS-PRIOR-END-N
                               COMPUTE WS-PERIOD-START-INT =
                                   FUNCTION INTEGER-OF-DATE
                                       (AC-THRU-DATE) + 1
                               MOVE WS-PRIOR-END-N
                                   TO WS-PERIOD-THRU-N
                               COMPUTE WS-PERIOD-END-INT =
                                   WS-MONTH-START-INT - 1
                           WHEN AC-THRU-DATE < WS-PERIOD-THRU-N
                               COMPUTE WS-PERIOD-START-INT =
                                   FUNCTION INTEGER-OF-DATE
                                       (AC-THRU-DATE) + 1
                           WHEN OTHER
                               MOVE "YES" TO WS-PERIOD-AHEAD
                               MOVE AC-THRU-DATE TO WS-DATE-WORK
                               COMPUTE AL-LAST-THRU =
                                   WS-WORK-MM * 1000000
                                   + WS-WORK-DD * 10000 + WS-WORK-YY
                       END-EVALUATE
                   END-IF
           END-READ.
           CLOSE ACCRUAL-CONTROL.
           COMPUTE WS-PERIOD-FROM-N =
               FUNCTION DATE-OF-INTEGER (WS-PERIOD-START-INT).

      *    A RERUN TAKES THE LAST ACCRUAL'S PERIOD AS IT STANDS. ITS
      *    JOURNAL IS LOOKED FOR ON GLPOSTH.DAT BY THE DATE IT WAS
      *    WRITTEN UNDER; ONCE POSTED THE PERIOD IS NOT ACCRUED AGAIN.
       1075-RERUN-PERIOD.
           COMPUTE WS-PERIOD-START-INT =
               FUNCTION INTEGER-OF-DATE (AC-FROM-DATE).
           MOVE AC-THRU-DATE TO WS-PERIOD-THRU-N.
           COMPUTE WS-PERIOD-END-INT =
               FUNCTION INTEGER-OF-DATE (AC-THRU-DATE).
           IF AC-JRNL-DATE NUMERIC AND AC-JRNL-DATE > ZERO
               OPEN INPUT POST-HISTORY
               PERFORM UNTIL MORE-POSTH = "NO"
                   READ POST-HISTORY
                       AT END
                           MOVE "NO" TO MORE-POSTH
                       NOT AT END
                           IF PH-JOURNAL = "FLRJRNL"
                              AND PH-JRNL-DATE = AC-JRNL-DATE
                               MOVE "YES" TO WS-PERIOD-POSTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POST-HISTORY
               MOVE AC-JRNL-DATE TO WS-DATE-WORK
               COMPUTE PDL-JRNL-DATE =
                   WS-WORK-MM * 1000000
                   + WS-WORK-DD * 10000 + WS-WORK-YY
           END-IF.

      *    THE TERMS ARE USABLE WHEN THE RATE, FREE DAYS, AND EVERY
      *    CURTAILMENT ARE NUMERIC AND THE RATE IS NOT ZERO. ANYTHING
      *    ELSE LEAVES WS-TERMS-OK "NO" AND THE RUN ACCRUES NOTHING.
       1080-LOAD-TERMS.
           OPEN INPUT FLOOR-PLAN-PARM.
           READ FLOOR-PLAN-PARM
               AT END
                   CONTINUE
               NOT AT END
                   IF FP-RATE NUMERIC
                      AND FP-RATE > ZERO
                      AND FP-FREE-DAYS NUMERIC
                      AND FP-CURT-DAYS (1) NUMERIC
                      AND FP-CURT-PCT (1) NUMERIC
                      AND FP-CURT-DAYS (2) NUMERIC
                      AND FP-CURT-PCT (2) NUMERIC
                      AND FP-CURT-DAYS (3) NUMERIC
                      AND FP-CURT-PCT (3) NUMERIC
                       MOVE "YES" TO WS-TERMS-OK
                       MOVE FP-LENDER TO FT-LENDER
                       MOVE FP-RATE TO FT-RATE
                       MOVE FP-FREE-DAYS TO FT-FREE-DAYS
                       PERFORM VARYING WS-CURT-SUB FROM 1 BY 1
                           UNTIL WS-CURT-SUB > 3
                           MOVE FP-CURT-DAYS (WS-CURT-SUB)
                               TO FT-CURT-DAYS (WS-CURT-SUB)
                           MOVE FP-CURT-PCT (WS-CURT-SUB)
                               TO FT-CURT-PCT (WS-CURT-SUB)
                       END-PERFORM
                   END-IF
           END-READ.
           CLOSE FLOOR-PLAN-PARM.

           IF WS-TERMS-OK = "NO"
               MOVE ZERO TO FT-CURT-DAYS (1) FT-CURT-PCT (1)
                            FT-CURT-DAYS (2) FT-CURT-PCT (2)
                            FT-CURT-DAYS (3) FT-CURT-PCT (3)
           END-IF.

      *    USED TRADE-IN UNITS ARE COUNTED AND LEFT OUT; EVERY OTHER
      *    UNIT WITH A REAL RECEIVED DATE GOES INTO THE SORT.
       1500-SELECT-UNITS.
           OPEN INPUT INVENTORY-MASTER.
           PERFORM UNTIL MORE-INV = "NO"
               READ INVENTORY-MASTER
                   AT END
                       MOVE "NO" TO MORE-INV
                   NOT AT END
                       ADD 1 TO C-INV-READ
                       IF INV-STOCK-NO (1:1) = "U"
                           ADD 1 TO C-USED-CTR
                       ELSE
                           PERFORM 1550-VALIDATE-DATE
                           IF WS-DATE-VALID = "YES"
                               MOVE INV-RECEIVED-DATE
                                   TO SW-RECEIVED-DATE
                               MOVE INV-STOCK-NO TO SW-STOCK-NO
                               MOVE INV-BOAT-TYPE TO SW-BOAT-TYPE
                               MOVE INV-COST TO SW-COST
                               RELEASE SW-INV-REC
                           ELSE
                               PERFORM 1560-BAD-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVENTORY-MASTER.

       1550-VALIDATE-DATE.
           MOVE "YES" TO WS-DATE-VALID.
           IF INV-RECEIVED-DATE NOT NUMERIC
              OR INV-COST NOT NUMERIC
               MOVE "NO" TO WS-DATE-VALID
           ELSE
               IF INV-REC-YY < 1601
                  OR INV-REC-MM < 1 OR INV-REC-MM > 12
                  OR INV-REC-DD < 1 OR INV-REC-DD > 31
                   MOVE "NO" TO WS-DATE-VALID
               END-IF
           END-IF.

       1560-BAD-DATE.
           ADD 1 TO C-BADDATE-CTR.
           MOVE INV-STOCK-NO TO BD-STOCK-NO.
           MOVE INV-RECEIVED-DATE TO BD-DATE.
           WRITE PRTLINE FROM BADDATE-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

       2000-MAINLINE.
           PERFORM 9010-READ-SORTED.
           PERFORM 2050-PROCESS-UNIT
               UNTIL MORE-SORTED = "NO".

       2050-PROCESS-UNIT.
           ADD 1 TO C-UNIT-CTR.
           PERFORM 2100-AGE-UNIT.
           PERFORM 2200-ACCRUE-INTEREST.
           PERFORM 2300-NEXT-CURTAILMENT.
           PERFORM 2400-ACCUMULATE.
           PERFORM 2500-OUTPUT.
           PERFORM 9010-READ-SORTED.

       2100-AGE-UNIT.
           MOVE SW-RECEIVED-DATE TO WS-DATE-WORK.
           COMPUTE WS-REC-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-WORK).
           COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT - WS-REC-DATE-INT.
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.

           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 90
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS <= 180
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS <= 270
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE.

           MOVE 7 TO WS-TYPE-SUB.
           PERFORM VARYING TY-IDX FROM 1 BY 1
               UNTIL TY-IDX > 6
               IF TY-TYPE-CD (TY-IDX) = SW-BOAT-TYPE
                   SET WS-TYPE-SUB TO TY-IDX
               END-IF
           END-PERFORM.

      *    THE PRINCIPAL STILL OWED IS THE COST LESS EVERY CURTAILMENT
      *    WHOSE AGE HAS BEEN REACHED (THE LENDER DRAFTS THEM WHEN
      *    DUE). THE PERIOD'S INTEREST RUNS ON THAT BALANCE FROM THE
      *    LATER OF THE PERIOD START AND THE END OF THE FREE DAYS,
      *    THROUGH THE MONTH-END.
       2200-ACCRUE-INTEREST.
           MOVE ZERO TO C-CURT-PAID.
           PERFORM VARYING WS-CURT-SUB FROM 1 BY 1
               UNTIL WS-CURT-SUB > 3
               IF FT-CURT-PCT (WS-CURT-SUB) > ZERO
                  AND FT-CURT-DAYS (WS-CURT-SUB) <= WS-AGE-DAYS
                   COMPUTE C-CURT-AMT ROUNDED = SW-COST
                       * FT-CURT-PCT (WS-CURT-SUB) / 100
                   ADD C-CURT-AMT TO C-CURT-PAID
               END-IF
           END-PERFORM.
           IF C-CURT-PAID > SW-COST
               MOVE SW-COST TO C-CURT-PAID
           END-IF.
           COMPUTE C-BALANCE = SW-COST - C-CURT-PAID.

           COMPUTE WS-CHARGE-START-INT =
               WS-REC-DATE-INT + FT-FREE-DAYS.
           IF WS-CHARGE-START-INT < WS-PERIOD-START-INT
               MOVE WS-PERIOD-START-INT TO WS-CHARGE-START-INT
           END-IF.
           COMPUTE WS-CHARGE-DAYS =
               WS-PERIOD-END-INT - WS-CHARGE-START-INT + 1.
           IF WS-CHARGE-DAYS < ZERO
               MOVE ZERO TO WS-CHARGE-DAYS
           END-IF.

           MOVE ZERO TO C-INTEREST.
           IF WS-TERMS-OK = "YES" AND WS-PERIOD-AHEAD = "NO"
              AND WS-PERIOD-POSTED = "NO"
               COMPUTE C-INTEREST ROUNDED = C-BALANCE
                   * FT-RATE / 100 * WS-CHARGE-DAYS / 365
           ELSE
               MOVE ZERO TO WS-CHARGE-DAYS
           END-IF.

      *    THE FIRST CURTAILMENT NOT YET REACHED. WHEN IT FALLS DUE
      *    WITHIN 30 DAYS OF THE AS-OF DATE THE UNIT IS HELD FOR THE
      *    CURTAILMENTS-DUE LIST.
       2300-NEXT-CURTAILMENT.
           MOVE ZERO TO WS-NEXT-CURT.
           PERFORM VARYING WS-CURT-SUB FROM 3 BY -1
               UNTIL WS-CURT-SUB < 1
               IF FT-CURT-PCT (WS-CURT-SUB) > ZERO
                  AND FT-CURT-DAYS (WS-CURT-SUB) > WS-AGE-DAYS
                   MOVE WS-CURT-SUB TO WS-NEXT-CURT
               END-IF
           END-PERFORM.

           IF WS-NEXT-CURT > ZERO
               COMPUTE WS-DUE-DATE-INT = WS-REC-DATE-INT
                   + FT-CURT-DAYS (WS-NEXT-CURT)
               COMPUTE WS-DAYS-TO-DUE =
                   WS-DUE-DATE-INT - WS-RUN-DATE-INT
               IF WS-DAYS-TO-DUE <= 30
                   PERFORM 2350-HOLD-CURTAILMENT
               END-IF
           END-IF.

       2350-HOLD-CURTAILMENT.
           ADD 1 TO C-CURT-CTR.
           COMPUTE C-CURT-AMT ROUNDED = SW-COST
               * FT-CURT-PCT (WS-NEXT-CURT) / 100.
           ADD C-CURT-AMT TO C-GT-CURT-DUE.
           IF C-CURT-CTR NOT > 300
               MOVE SW-STOCK-NO TO CD-STOCK-NO (C-CURT-CTR)
               MOVE TY-TYPE-NAME (WS-TYPE-SUB)
                   TO CD-TYPE-NAME (C-CURT-CTR)
               MOVE SW-RECEIVED-DATE TO CD-RECEIVED (C-CURT-CTR)
               MOVE FT-CURT-DAYS (WS-NEXT-CURT)
                   TO CD-CURT-DAYS (C-CURT-CTR)
               COMPUTE CD-DUE-DATE (C-CURT-CTR) =
                   FUNCTION DATE-OF-INTEGER (WS-DUE-DATE-INT)
               MOVE WS-DAYS-TO-DUE TO CD-DAYS-TO-DUE (C-CURT-CTR)
               MOVE C-CURT-AMT TO CD-AMOUNT (C-CURT-CTR)
           END-IF.

       2400-ACCUMULATE.
           ADD 1 TO AB-COUNT (WS-BUCKET-SUB).
           ADD SW-COST TO AB-COST (WS-BUCKET-SUB).
           ADD C-INTEREST TO AB-INTEREST (WS-BUCKET-SUB).

           ADD 1 TO TY-UNITS (WS-TYPE-SUB).
           ADD SW-COST TO TY-COST (WS-TYPE-SUB).
           ADD C-BALANCE TO TY-BALANCE (WS-TYPE-SUB).
           ADD C-INTEREST TO TY-INTEREST (WS-TYPE-SUB).

           ADD SW-COST TO C-GT-COST.
           ADD C-BALANCE TO C-GT-BALANCE.
           ADD C-INTEREST TO C-GT-INTEREST.

       2500-OUTPUT.
           MOVE SW-STOCK-NO TO O-STOCK-NO.
           MOVE TY-TYPE-NAME (WS-TYPE-SUB) TO O-TYPE-NAME.
           MOVE SW-RECEIVED-DATE TO WS-DATE-WORK.
           COMPUTE O-RECEIVED = WS-WORK-MM * 1000000
               + WS-WORK-DD * 10000 + WS-WORK-YY.
           MOVE WS-AGE-DAYS TO O-AGE-DAYS.
           MOVE AB-LABEL (WS-BUCKET-SUB) TO O-BUCKET.
           MOVE SW-COST TO O-COST.
           MOVE C-BALANCE TO O-BALANCE.
           MOVE WS-CHARGE-DAYS TO O-CHARGE-DAYS.
           MOVE C-INTEREST TO O-INTEREST.
           IF WS-NEXT-CURT > ZERO
               COMPUTE WS-DATE-WORK =
                   FUNCTION DATE-OF-INTEGER (WS-DUE-DATE-INT)
               COMPUTE O-NEXT-CURT = WS-WORK-MM * 1000000
                   + WS-WORK-DD * 10000 + WS-WORK-YY
           ELSE
               MOVE SPACES TO O-NEXT-CURT-X
           END-IF.

           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

       3000-CLOSING.
           PERFORM 3100-BUCKET-TOTALS.
           PERFORM 3200-TYPE-TOTALS.
           PERFORM 3300-CURTAILMENTS-DUE.
           PERFORM 3400-WRITE-ACCRUAL.

           MOVE C-INV-READ TO CN-READ.
           MOVE C-UNIT-CTR TO CN-UNITS.
           MOVE C-USED-CTR TO CN-USED.
           MOVE C-BADDATE-CTR TO CN-BADDATE.
           WRITE PRTLINE FROM COUNT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-JRNL-CTR TO JT-JRNL-CTR.
           MOVE C-GT-DEBITS TO JT-DEBITS.
           MOVE C-GT-CREDITS TO JT-CREDITS.
           WRITE PRTLINE FROM JOURNAL-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           IF WS-TERMS-OK = "NO"
               WRITE PRTLINE FROM NO-TERMS-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE
           ELSE
               EVALUATE TRUE
                   WHEN WS-PERIOD-AHEAD = "YES"
                       WRITE PRTLINE FROM AHEAD-LINE
                           AFTER ADVANCING 2 LINES
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-PERIOD-POSTED = "YES"
                       WRITE PRTLINE FROM POSTED-LINE
                           AFTER ADVANCING 2 LINES
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM 3500-WRITE-ACCRUAL-CONTROL
               END-EVALUATE
           END-IF.

           CLOSE JOURNAL-OUT.
           CLOSE PRTOUT.

       3100-BUCKET-TOTALS.
           MOVE "UNITS BY AGE" TO SH-TEXT.
           WRITE PRTLINE FROM SECTION-HDING
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM BUCKET-COL-HDINGS
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

           PERFORM VARYING AB-IDX FROM 1 BY 1
               UNTIL AB-IDX > 4
               MOVE AB-LABEL (AB-IDX) TO BT-LABEL
               MOVE AB-COUNT (AB-IDX) TO BT-COUNT
               MOVE AB-COST (AB-IDX) TO BT-COST
               MOVE AB-INTEREST (AB-IDX) TO BT-INTEREST
               WRITE PRTLINE FROM BUCKET-TOTAL-LINE
                   AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
               END-WRITE
           END-PERFORM.

       3200-TYPE-TOTALS.
           MOVE "UNITS AND INTEREST BY BOAT TYPE" TO SH-TEXT.
           WRITE PRTLINE FROM SECTION-HDING
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM TYPE-COL-HDINGS
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

           PERFORM VARYING TY-IDX FROM 1 BY 1
               UNTIL TY-IDX > 7
               IF TY-UNITS (TY-IDX) > ZERO
                   MOVE TY-TYPE-NAME (TY-IDX) TO TT-TYPE-NAME
                   MOVE TY-UNITS (TY-IDX) TO TT-UNITS
                   MOVE TY-COST (TY-IDX) TO TT-COST
                   MOVE TY-BALANCE (TY-IDX) TO TT-BALANCE
                   MOVE TY-INTEREST (TY-IDX) TO TT-INTEREST
                   WRITE PRTLINE FROM TYPE-TOTAL-LINE
                       AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9100-HEADINGS
                   END-WRITE
               END-IF
           END-PERFORM.

           MOVE C-UNIT-CTR TO GT-UNITS.
           MOVE C-GT-COST TO GT-COST.
           MOVE C-GT-BALANCE TO GT-BALANCE.
           MOVE C-GT-INTEREST TO GT-INTEREST.
           WRITE PRTLINE FROM GRAND-TOTAL-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

       3300-CURTAILMENTS-DUE.
           MOVE "CURTAILMENT PAYMENTS DUE IN THE NEXT 30 DAYS"
               TO SH-TEXT.
           WRITE PRTLINE FROM SECTION-HDING
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

           IF C-CURT-CTR = ZERO
               WRITE PRTLINE FROM NO-CURT-LINE
                   AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
               END-WRITE
           ELSE
               WRITE PRTLINE FROM CURT-COL-HDINGS
                   AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
               END-WRITE
               PERFORM VARYING WS-CURT-LIST-SUB FROM 1 BY 1
                   UNTIL WS-CURT-LIST-SUB > C-CURT-CTR
                      OR WS-CURT-LIST-SUB > 300
                   PERFORM 3350-CURTAILMENT-LINE
               END-PERFORM
               IF C-CURT-CTR > 300
                   MOVE C-CURT-CTR TO CX-CURT-CTR
                   WRITE PRTLINE FROM CURT-DROP-LINE
                       AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADINGS
                   END-WRITE
               END-IF
               MOVE C-CURT-CTR TO CT-CURT-CTR
               MOVE C-GT-CURT-DUE TO CT-CURT-DUE
               WRITE PRTLINE FROM CURT-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
               END-WRITE
           END-IF.

       3350-CURTAILMENT-LINE.
           MOVE CD-STOCK-NO (WS-CURT-LIST-SUB) TO CL-STOCK-NO.
           MOVE CD-TYPE-NAME (WS-CURT-LIST-SUB) TO CL-TYPE-NAME.
           MOVE CD-RECEIVED (WS-CURT-LIST-SUB) TO WS-DATE-WORK.
           COMPUTE CL-RECEIVED = WS-WORK-MM * 1000000
               + WS-WORK-DD * 10000 + WS-WORK-YY.
           MOVE CD-CURT-DAYS (WS-CURT-LIST-SUB) TO CL-CURT-DAYS.
           MOVE CD-DUE-DATE (WS-CURT-LIST-SUB) TO WS-DATE-WORK.
           COMPUTE CL-DUE-DATE = WS-WORK-MM * 1000000
               + WS-WORK-DD * 10000 + WS-WORK-YY.
           MOVE CD-DAYS-TO-DUE (WS-CURT-LIST-SUB) TO CL-DAYS-LEFT.
           MOVE CD-AMOUNT (WS-CURT-LIST-SUB) TO CL-AMOUNT.
           WRITE PRTLINE FROM CURT-DETAIL-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

      *    ONE BALANCED PAIR PER BOAT TYPE THAT ACCRUED INTEREST, SO
      *    THE LEDGER DETAIL TIES TO THE TYPE TOTALS ABOVE.
       3400-WRITE-ACCRUAL.
           PERFORM VARYING TY-IDX FROM 1 BY 1
               UNTIL TY-IDX > 7
               IF TY-INTEREST (TY-IDX) > ZERO
                   MOVE SPACES TO JR-REF
                   STRING "FLRPLN " DELIMITED BY SIZE
                          TY-TYPE-CD (TY-IDX) DELIMITED BY SIZE
                       INTO JR-REF
                   MOVE "FLOOR-PLAN INTEREST" TO JR-DESC
                   MOVE "5300" TO JR-ACCT
                   MOVE TY-INTEREST (TY-IDX) TO JR-DEBIT
                   MOVE ZERO TO JR-CREDIT
                   PERFORM 3900-WRITE-JOURNAL
                   MOVE "2400" TO JR-ACCT
                   MOVE ZERO TO JR-DEBIT
                   MOVE TY-INTEREST (TY-IDX) TO JR-CREDIT
                   PERFORM 3900-WRITE-JOURNAL
               END-IF
           END-PERFORM.

       3500-WRITE-ACCRUAL-CONTROL.
           MOVE WS-PERIOD-FROM-N TO WS-DATE-WORK.
           COMPUTE PL-FROM = WS-WORK-MM * 1000000
               + WS-WORK-DD * 10000 + WS-WORK-YY.
           MOVE WS-PERIOD-THRU-N TO WS-DATE-WORK.
           COMPUTE PL-THRU = WS-WORK-MM * 1000000
               + WS-WORK-DD * 10000 + WS-WORK-YY.
           WRITE PRTLINE FROM PERIOD-LINE
               AFTER ADVANCING 2 LINES.

           OPEN OUTPUT ACCRUAL-CONTROL.
           MOVE WS-PERIOD-FROM-N TO AC-FROM-DATE.
           MOVE WS-PERIOD-THRU-N TO AC-THRU-DATE.
           MOVE WS-RUN-DATE-N TO AC-JRNL-DATE.
           WRITE AC-REC.
           CLOSE ACCRUAL-CONTROL.

       3900-WRITE-JOURNAL.
           MOVE WS-RUN-DATE-N TO JR-DATE.
           WRITE JR-REC.
           ADD 1 TO C-JRNL-CTR.
           ADD JR-DEBIT TO C-GT-DEBITS.
           ADD JR-CREDIT TO C-GT-CREDITS.

       9010-READ-SORTED.
           RETURN SORT-WORK
               AT END
                   MOVE "NO" TO MORE-SORTED.

       9100-HEADINGS.
           ADD 1 TO C-PCTR
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           IF WS-TERMS-OK = "YES"
               MOVE FT-LENDER TO TL-LENDER
               MOVE FT-RATE TO TL-RATE
               MOVE FT-FREE-DAYS TO TL-FREE-DAYS
               PERFORM VARYING WS-CURT-SUB FROM 1 BY 1
                   UNTIL WS-CURT-SUB > 3
                   MOVE FT-CURT-PCT (WS-CURT-SUB)
                       TO TL-CURT-PCT (WS-CURT-SUB)
                   MOVE FT-CURT-DAYS (WS-CURT-SUB)
                       TO TL-CURT-DAYS (WS-CURT-SUB)
               END-PERFORM
               WRITE PRTLINE FROM TERMS-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.
           WRITE PRTLINE FROM COLUMN-HDINGS
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINES.
