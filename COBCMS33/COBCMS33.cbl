       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCMS33.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         COLBY SNOW.
       DATE-COMPILED.
      ******************************************************************
      *THIS PROGRAM PROCESSES BOAT SALE CANCELLATIONS. WHEN A BUYER
      *BACKS OUT, THE OFFICE KEYS A CANCELLATION TRANSACTION
      *(BOATCAN.DAT: BUYER NUMBER, PURCHASE DATE, CANCEL DATE, AND A
      *REASON) INSTEAD OF DELETING THE SALE FROM CBLBOAT1.DAT BY
      *HAND, AND THIS RUN BACKS THE SALE OUT OF EVERY FILE THE NIGHT
      *CHAIN ALREADY POSTED IT TO, IN ONE PASS:
      *  - THE SALE IS DROPPED FROM A NEW SALES MASTER (CBLBOATC.DAT -
      *    SAME OLD-MASTER/NEW-MASTER PATTERN AS COBCMS26; OPERATIONS
      *    COPIES IT OVER CBLBOAT1.DAT AFTER A CLEAN RUN).
      *  - THE UNIT COBCMS08 RELIEVED FOR THE SALE (FOUND ON ITS
      *    RELIEF LOG, BOATRELV.DAT) GOES BACK ON A NEW INVENTORY
      *    MASTER (BOATINVC.DAT, COPIED OVER BOATINV.DAT THE SAME WAY)
      *    WITH ITS ORIGINAL STOCK NUMBER, COST, AND RECEIVED DATE.
      *  - THE COMMISSION IS CHARGED BACK AGAINST THE SALESPERSON ON
      *    COMMCHG.DAT FOR THE COMMISSION LEDGER.
      *  - A NEGATIVE ROW GOES ON THE SALES HISTORY (BOATHIST.DAT) SO
      *    THE COBCMS18 TREND REPORT NETS THE SALE OUT OF ITS MONTH.
      *  - THE SALE'S COBCMS36 WARRANTY REGISTRATION ON WARRANTY.DAT
      *    IS MARKED VOID WITH THE RUN DATE, SO THE COBCMS37 SERVICE
      *    RUN NO LONGER CLAIMS WARRANTY WORK ON IT. THE FILE IS
      *    REWRITTEN IN PLACE WITH THE SAME RENAME SEQUENCE AS THE
      *    HISTORY (WARRCANC.DAT IN, WARRCANC.BAK ASIDE).
      *  - REVERSING ENTRIES FOR THE COBCMS31 JOURNAL LINES GO TO
      *    BOATCJRN.DAT IN THE SAME LAYOUT AS GLJRNL.DAT:
      *      CR 1100 ACCOUNTS RECEIVABLE   (SALE TOTAL PLUS TAX)
      *      DR 4200 BOAT SALES            (SALE TOTAL)
      *      DR 2200 SALES TAX PAYABLE     (TAX)
      *      DR 2300 COMMISSIONS PAYABLE   (COMMISSION)
      *      CR 5100 COMMISSION EXPENSE    (COMMISSION)
      *    EACH SALE IS REPRICED WITH THE SAME PACKAGE MASTER, STATE
      *    TAX TABLE, TRADE-IN FILE, AND COMMISSION RATES COBCMS31
      *    POSTED IT WITH. A SALE WITH A TRADE-IN ALSO REVERSES THE
      *    TRADE-IN ENTRY (DR 1100 ALLOWANCE, CR 1300 APPRAISED VALUE,
      *    4210 FOR THE DIFFERENCE), AND THE TRADED BOAT, WHICH GOES
      *    BACK TO THE BUYER, COMES OFF THE NEW INVENTORY MASTER IF
      *    COBCMS34 HAD ALREADY STOCKED IT.
      *THE CANCELLATION REGISTER (CBLCANC.PRT) SHOWS EVERY SALE
      *REVERSED, THE DEPOSITS ALREADY COLLECTED ON IT (AT SALE TIME
      *AND THROUGH COBCMS26) AS REFUNDS OWED TO THE BUYER, AND THE
      *REJECTED TRANSACTIONS WITH REASONS. ITS COUNTS AND DOLLARS GO
      *TO BOATCCTL.DAT SO THE COBCMS12 BALANCING STEP PROVES THE
      *REGISTER AGAINST THE REVERSING JOURNAL. THE COBCMS43 GL
      *POSTING STEP POSTS BOATCJRN.DAT THAT NIGHT, ONCE PER JOURNAL
      *DATE, SO THE CANCELLATIONS FOR A DAY GO THROUGH ONE RUN.
      *
      *A CANCELLATION IS FOR A SALE A PRIOR NIGHT'S CHAIN HAS ALREADY
      *REPORTED, RELIEVED, ROLLED, AND JOURNALED. THE JOURNAL AND
      *CHARGEBACK FILES ARE CARRIED FORWARD AND ADDED TO, NOT
      *WRITTEN FRESH, SO A SECOND BATCH OF CANCELLATIONS KEYED THE
      *SAME DAY KEEPS THE FIRST BATCH'S ENTRIES FOR COBCMS43 AND
      *COBCMS50 TO POST THAT NIGHT. THE COPY DROPS ONLY THE ROWS
      *ALREADY WRITTEN UNDER THIS RUN'S AS-OF DATE FOR A SALE THIS
      *RUN IS REVERSING, AND THE HISTORY COPY DOES THE SAME WITH ITS
      *NEGATIVE ROWS (SAME BOAT TYPE, PURCHASE DATE AND SALE TOTAL),
      *SO A RUNDATE.DAT RERUN AGAINST THE SAME CBLBOAT1.DAT REPLACES
      *THOSE CANCELLATIONS RATHER THAN DOUBLING THEM, WHILE AN
      *EARLIER BATCH OF THE SAME DATE KEEPS ITS OWN. COBCMS43 POSTS
      *ONE JOURNAL DATE AT A TIME, SO REVERSING LINES OF AN EARLIER
      *DATE ARE DROPPED ONCE GLPOSTH.DAT SHOWS THEM POSTED. THE RUN
      *IS REFUSED (RETURN-CODE 8, NOTHING WRITTEN) WHEN BOATCJRN.DAT
      *STILL HOLDS AN EARLIER DATE THAT HAS NOT POSTED, OR WHEN THIS
      *DATE'S CANCELLATION JOURNAL HAS ALREADY POSTED AND NEW LINES
      *UNDER IT WOULD NEVER POST.
      *CHARGEBACKS OF EARLIER DATES STAY ON COMMCHG.DAT; COBCMS50
      *PASSES OVER ANY IT HAS POSTED. EACH SWAP USES THE COBCMS17
      *RENAME SEQUENCE (BOATHSTC.DAT, BOATCJRC.DAT AND COMMCHGC.DAT
      *IN, THE MATCHING .BAK ASIDE).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL TRANS-FILE
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BOATCAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OLD-MASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\CBLBOAT1.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-MASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\CBLBOATC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RELIEF-LOG
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BOATRELV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INVENTORY-MASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BOATINV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-INVENTORY
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BOATINVC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DEPOSIT-FILE
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BOATDEP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SALES-HISTORY
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BOATHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-HISTORY
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BOATHSTC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL WARRANTY-FILE
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\WARRANTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-WARRANTY
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\WARRCANC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SALESPERSON-MASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\SLSMSTR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SM-ID.

           SELECT OPTIONAL PACKAGE-MASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\PKGMSTR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STATE-TAX-FILE
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\STATETAX.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TRADE-IN-FILE
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BOATTRD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OLD-JOURNAL
           ASSIGN TO "C:\IHCC\COBOL\BOATCJRN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-OUT
           ASSIGN TO "C:\IHCC\COBOL\BOATCJRC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OLD-CHARGEBACK
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\COMMCHG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHARGEBACK-OUT
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\COMMCHGC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL POST-HISTORY
           ASSIGN TO "C:\IHCC\COBOL\GLPOSTH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-OUT
           ASSIGN TO "C:\IHCC\COBOL\BOATCCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\CBLCANC.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-DATE-PARM
           ASSIGN TO "C:\IHCC\COBOL\RUNDATE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    ONE CANCELLATION PER SALE BACKED OUT, KEYED THE SAME WAY
      *    COBCMS26 KEYS DEPOSITS: BUYER NUMBER PLUS PURCHASE DATE.
       FD  TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CN-REC
           RECORD CONTAINS 41 CHARACTERS.

       01 CN-REC.
           05 CN-BUYER-NO              PIC X(5).
           05 CN-PUR-DATE              PIC 9(8).
           05 CN-CANCEL-DATE           PIC 9(8).
           05 CN-REASON                PIC X(20).

       FD  OLD-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS RAW-BOAT-REC
           RECORD CONTAINS 57 CHARACTERS.

       01 RAW-BOAT-REC.
           05 RAW-LAST-NAME            PIC X(15).
           05 RAW-STATE                PIC X(2).
           05 RAW-BOAT-COST            PIC 9(6)V99.
           05 RAW-PURCHASE-DATE.
               10 RAW-PUR-YY           PIC 9(4).
               10 RAW-PUR-MM           PIC 99.
               10 RAW-PUR-DD           PIC 99.
           05 RAW-BOAT-TYPE            PIC X.
           05 RAW-ACCESSORY-PACKAGE    PIC 9.
           05 RAW-PREP-DELIVER-COST    PIC 9(5)V99.
           05 RAW-SALESPERSON-ID       PIC X(5).
           05 RAW-BUYER-NO             PIC X(5).
           05 RAW-DEPOSIT-AMT          PIC 9(6)V99.
           05 RAW-BALANCE-DUE          PIC 9(6)V99.
           05 RAW-PROMISED-DATE        PIC 9(8).

      *    NM-REC CARRIES THE WHOLE 76-BYTE SALE RECORD ABOVE. THE 57
      *    ON THE OLD-MASTER FD IS THE LENGTH FROM BEFORE THE DEPOSIT,
      *    BALANCE AND PROMISED-DATE FIELDS WERE ADDED.
       FD  NEW-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS NM-REC
           RECORD CONTAINS 76 CHARACTERS.

       01 NM-REC                       PIC X(76).

      *    WRITTEN BY COBCMS08: THE UNIT RELIEVED FOR EACH SALE.
       FD  RELIEF-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS RL-REC
           RECORD CONTAINS 46 CHARACTERS.

       01 RL-REC.
           05 RL-BUYER-NO              PIC X(5).
           05 RL-PUR-DATE              PIC 9(8).
           05 RL-STOCK-NO              PIC X(8).
           05 RL-BOAT-TYPE             PIC X.
           05 RL-COST                  PIC 9(6)V99.
           05 RL-RECEIVED-DATE         PIC 9(8).
           05 RL-RELIEF-DATE           PIC 9(8).

       FD  INVENTORY-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS INV-REC
           RECORD CONTAINS 25 CHARACTERS.

       01 INV-REC.
           05 INV-STOCK-NO             PIC X(8).
           05 INV-BOAT-TYPE            PIC X.
           05 INV-COST                 PIC 9(6)V99.
           05 INV-RECEIVED-DATE        PIC 9(8).

       FD  NEW-INVENTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS NI-REC
           RECORD CONTAINS 25 CHARACTERS.

       01 NI-REC.
           05 NI-STOCK-NO              PIC X(8).
           05 NI-BOAT-TYPE             PIC X.
           05 NI-COST                  PIC 9(6)V99.
           05 NI-RECEIVED-DATE         PIC 9(8).

       FD  DEPOSIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DP-REC
           RECORD CONTAINS 29 CHARACTERS.

       01 DP-REC.
           05 DP-BUYER-NO              PIC X(5).
           05 DP-PUR-DATE              PIC 9(8).
           05 DP-DEP-DATE              PIC 9(8).
           05 DP-AMOUNT                PIC 9(6)V99.

       FD  SALES-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS BH-REC
           RECORD CONTAINS 27 CHARACTERS.

       01 BH-REC.
           05 BH-BOAT-TYPE             PIC X.
           05 BH-PUR-DATE              PIC 9(8).
           05 BH-TOT-COST              PIC S9(8)V99.
           05 BH-ROLL-DATE             PIC 9(8).

       FD  NEW-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS NH-REC
           RECORD CONTAINS 27 CHARACTERS.

       01 NH-REC.
           05 NH-BOAT-TYPE             PIC X.
           05 NH-PUR-DATE              PIC 9(8).
           05 NH-TOT-COST              PIC S9(8)V99.
           05 NH-ROLL-DATE             PIC 9(8).

      *    COBCMS36 WARRANTY REGISTRATIONS. WR-STATUS IS V ONCE THE
      *    SALE IS CANCELLED, ON WR-VOID-DATE; BLANK IS IN FORCE.
       FD  WARRANTY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS WR-REC
           RECORD CONTAINS 58 CHARACTERS.

       01 WR-REC.
           05 WR-STOCK-NO              PIC X(8).
           05 WR-BUYER-NO              PIC X(5).
           05 WR-PUR-DATE              PIC 9(8).
           05 WR-BOAT-TYPE             PIC X.
           05 WR-START-DATE            PIC 9(8).
           05 WR-END-DATE              PIC 9(8).
           05 WR-TERM-MONTHS           PIC 9(3).
           05 WR-REG-DATE              PIC 9(8).
           05 WR-STATUS                PIC X.
           05 WR-VOID-DATE             PIC 9(8).

       FD  NEW-WARRANTY
           LABEL RECORD IS STANDARD
           DATA RECORD IS NW-REC
           RECORD CONTAINS 58 CHARACTERS.

       01 NW-REC                       PIC X(58).

       FD  SALESPERSON-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SM-REC
           RECORD CONTAINS 48 CHARACTERS.

       01 SM-REC.
         05 SM-ID           PIC X(5).
         05 SM-NAME         PIC X(25).
         05 SM-COMM-RATE    PIC V999.
         05 SM-TERRITORY    PIC X(15).

       FD  PACKAGE-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PKG-REC
           RECORD CONTAINS 23 CHARACTERS.

       01 PKG-REC.
           05 PKG-CODE        PIC 9.
           05 PKG-DESC        PIC X(15).
           05 PKG-PRICE       PIC 9(5)V99.

       FD  STATE-TAX-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STX-REC
           RECORD CONTAINS 6 CHARACTERS.

       01 STX-REC.
           05 STX-STATE       PIC X(2).
           05 STX-RATE        PIC V999.
           05 STX-TRADE-CREDIT PIC X.

      *    THE TRADE-IN FILE COBCMS02 AND COBCMS31 PRICE SALES WITH;
      *    TR-STOCK-NO IS THE USED UNIT COBCMS34 STOCKED FOR IT.
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

      *    THE REVERSING JOURNAL AS THE LAST RUN LEFT IT. JR-REF IS
      *    THE BUYER NUMBER AND BOAT TYPE OF THE SALE REVERSED.
       FD  OLD-JOURNAL
           LABEL RECORD IS STANDARD
           DATA RECORD IS OJ-REC
           RECORD CONTAINS 63 CHARACTERS.

       01 OJ-REC.
           05 OJ-DATE         PIC 9(8).
           05 OJ-ACCT         PIC X(4).
           05 OJ-DEBIT        PIC 9(9)V99.
           05 OJ-CREDIT       PIC 9(9)V99.
           05 OJ-REF          PIC X(9).
           05 OJ-DESC         PIC X(20).

      *    SAME LAYOUT AS GLJRNL.DAT SO THE LEDGER LOADS THE
      *    REVERSALS WITH THE NIGHT'S COBCMS31 JOURNAL.
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

      *    ONE CHARGEBACK PER CANCELLED SALE THAT EARNED A
      *    COMMISSION: THE SALESPERSON, THE SALE IT CAME FROM, THE
      *    SALE TOTAL THE COMMISSION WAS FIGURED ON, THE AMOUNT TAKEN
      *    BACK, AND THE AS-OF DATE OF THIS RUN.
       FD  CHARGEBACK-OUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CB-REC
           RECORD CONTAINS 52 CHARACTERS.

       01 CB-REC.
           05 CB-SLS-ID                PIC X(5).
           05 CB-BUYER-NO              PIC X(5).
           05 CB-PUR-DATE              PIC 9(8).
           05 CB-BOAT-TYPE             PIC X.
           05 CB-CANCEL-DATE           PIC 9(8).
           05 CB-SALE-TOTAL            PIC 9(7)V99.
           05 CB-AMOUNT                PIC 9(6)V99.
           05 CB-POST-DATE             PIC 9(8).

      *    THE CHARGEBACK FILE AS THE LAST RUN LEFT IT.
       FD  OLD-CHARGEBACK
           LABEL RECORD IS STANDARD
           DATA RECORD IS OC-REC
           RECORD CONTAINS 52 CHARACTERS.

       01 OC-REC.
           05 OC-SLS-ID                PIC X(5).
           05 OC-BUYER-NO              PIC X(5).
           05 OC-PUR-DATE              PIC 9(8).
           05 FILLER                   PIC X(26).
           05 OC-POST-DATE             PIC 9(8).

      *    COBCMS43'S LOG OF JOURNALS POSTED TO THE LEDGER.
       FD  POST-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS PH-REC
           RECORD CONTAINS 63 CHARACTERS.

       01 PH-REC.
           05 PH-JRNL-DATE             PIC 9(8).
           05 FILLER                   PIC X(47).
           05 PH-JOURNAL               PIC X(8).

      *    CONTROL-OUT CARRIES THE RUN'S TOTALS FOR THE COBCMS12
      *    BALANCING STEP: HASH 1 IS THE REGISTER'S TOTAL REVERSED
      *    WITH TAX, HASH 2 THE ACCOUNTS RECEIVABLE CREDITS FOR THIS
      *    RUN'S SALES READ BACK FROM BOATCJRN.DAT AFTER THE SWAP.
       FD  CONTROL-OUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-REC
           RECORD CONTAINS 80 CHARACTERS.

       01 CTL-REC.
           05 CTL-PROGRAM      PIC X(8).
           05 CTL-READ         PIC 9(7).
           05 CTL-WRITTEN      PIC 9(7).
           05 CTL-REJECTS      PIC 9(7).
           05 CTL-HASH-1       PIC 9(11)V99.
           05 CTL-HASH-2       PIC 9(11)V99.
           05 FILLER           PIC X(25).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE          PIC X(132).

      *    RUN-DATE-PARM HOLDS A SHARED "AS-OF" BUSINESS DATE. WHEN
      *    OPERATIONS DROPS A RUNDATE.DAT BEFORE A RERUN OR LATE
      *    CORRECTION, THE REVERSALS POST UNDER ITS DATE INSTEAD OF
      *    TODAY'S. NO FILE (THE NORMAL CASE) MEANS TODAY'S DATE.
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
           05 C-PCTR               PIC 9(2)        VALUE ZERO.
           05 MORE-TRANS           PIC X(3)        VALUE "YES".
           05 MORE-RECS            PIC X(3)        VALUE "YES".
           05 MORE-RELIEF          PIC X(3)        VALUE "YES".
           05 MORE-INV             PIC X(3)        VALUE "YES".
           05 MORE-DEPS            PIC X(3)        VALUE "YES".
           05 MORE-HIST            PIC X(3)        VALUE "YES".
           05 MORE-PKGS            PIC X(3)        VALUE "YES".
           05 MORE-STX             PIC X(3)        VALUE "YES".
           05 MORE-TRADES          PIC X(3)        VALUE "YES".
           05 MORE-WARR            PIC X(3)        VALUE "YES".
           05 MORE-OLDJ            PIC X(3)        VALUE "YES".
           05 MORE-OLDC            PIC X(3)        VALUE "YES".
           05 MORE-POSTH           PIC X(3)        VALUE "YES".
           05 WS-RUN-REFUSED       PIC X(3)        VALUE "NO".
           05 WS-JRNL-POSTED       PIC X(3)        VALUE "NO".
           05 WS-THIS-RUN          PIC X(3)        VALUE "NO".
           05 WS-CHECK-JDATE       PIC 9(8)        VALUE ZERO.
           05 WS-LAST-JDATE        PIC 9(8)        VALUE ZERO.
           05 C-JCARRY-CTR         PIC 9(7)        VALUE ZERO.
           05 C-JREPL-CTR          PIC 9(7)        VALUE ZERO.
           05 C-JPOSTED-CTR        PIC 9(7)        VALUE ZERO.
           05 C-CCARRY-CTR         PIC 9(7)        VALUE ZERO.
           05 C-CREPL-CTR          PIC 9(7)        VALUE ZERO.
           05 C-READ-CTR           PIC 9(7)        VALUE ZERO.
           05 C-CANCEL-CTR         PIC 9(7)        VALUE ZERO.
           05 C-REJ-CTR            PIC 9(7)        VALUE ZERO.
           05 C-DROP-CTR           PIC 9(5)        VALUE ZERO.
           05 C-SALE-CTR           PIC 9(7)        VALUE ZERO.
           05 C-KEPT-CTR           PIC 9(7)        VALUE ZERO.
           05 C-RESTORE-CTR        PIC 9(5)        VALUE ZERO.
           05 C-NORESTORE-CTR      PIC 9(5)        VALUE ZERO.
           05 C-CHGBK-CTR          PIC 9(5)        VALUE ZERO.
           05 C-HIST-CTR           PIC 9(7)        VALUE ZERO.
           05 C-REPL-CTR           PIC 9(5)        VALUE ZERO.
           05 C-JRNL-CTR           PIC 9(7)        VALUE ZERO.
           05 C-VOID-CTR           PIC 9(5)        VALUE ZERO.
           05 C-GT-SALE-TOTAL      PIC 9(9)V99     VALUE ZERO.
           05 C-GT-SALE-TAX        PIC 9(9)V99     VALUE ZERO.
           05 C-GT-TOT-W-TAX       PIC 9(11)V99    VALUE ZERO.
           05 C-GT-COMM            PIC 9(9)V99     VALUE ZERO.
           05 C-GT-REFUND          PIC 9(9)V99     VALUE ZERO.
           05 C-GT-DEBITS          PIC 9(11)V99    VALUE ZERO.
           05 C-GT-CREDITS         PIC 9(11)V99    VALUE ZERO.
           05 C-AR-CREDITS         PIC 9(11)V99    VALUE ZERO.
           05 WS-NET-PROOF         PIC S9(11)V99   VALUE ZERO.
           05 WS-CX-COUNT          PIC 9(3)        VALUE ZERO.
           05 WS-CX-SUB            PIC 9(3)        VALUE ZERO.
           05 WS-CX-MATCH          PIC 9(3)        VALUE ZERO.
           05 WS-RF-COUNT          PIC 9(3)        VALUE ZERO.
           05 WS-RF-SUB            PIC 9(3)        VALUE ZERO.
           05 WS-PKG-SUB           PIC 99          VALUE ZERO.
           05 C-PKG-PRICE          PIC 9(5)V99     VALUE ZERO.
           05 WS-STX-COUNT         PIC 99          VALUE ZERO.
           05 WS-STX-SUB           PIC 99          VALUE ZERO.
           05 C-TAX-RATE           PIC V999        VALUE ZERO.
           05 C-SALE-TOTAL         PIC 9(7)V99     VALUE ZERO.
           05 C-SALE-TAX           PIC 9(6)V99     VALUE ZERO.
           05 C-SALE-COMM          PIC 9(6)V99     VALUE ZERO.
           05 WS-STX-CREDIT        PIC X           VALUE "N".
           05 C-TRADE-ALLOW        PIC 9(6)V99     VALUE ZERO.
           05 C-TRADE-APPR         PIC 9(6)V99     VALUE ZERO.
           05 C-NET-SALE           PIC 9(7)V99     VALUE ZERO.
           05 C-TAXABLE            PIC 9(7)V99     VALUE ZERO.
           05 C-TRDRET-CTR         PIC 9(5)        VALUE ZERO.
           05 C-TRDOUT-CTR         PIC 9(5)        VALUE ZERO.
           05 C-DEP-LISTED         PIC 9(7)V99     VALUE ZERO.
           05 C-DEP-OTHER          PIC 9(7)V99     VALUE ZERO.
           05 WS-DATE-VALID        PIC X(3)        VALUE "YES".
           05 WS-DAYS-IN-MONTH     PIC 99          VALUE ZERO.
           05 WS-ERR-REASON        PIC X(40)       VALUE SPACES.
           05 WS-TYPE-NAME         PIC X(13)       VALUE SPACES.
           05 WS-RUN-DATE-N        PIC 9(8)        VALUE ZERO.
           05 WS-HIST-PATH         PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\BOATHIST.DAT".
           05 WS-NEWH-PATH         PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\BOATHSTC.DAT".
           05 WS-BAK-PATH          PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\BOATHSTC.BAK".
           05 WS-WARR-PATH         PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\WARRANTY.DAT".
           05 WS-NEWW-PATH         PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\WARRCANC.DAT".
           05 WS-WBAK-PATH         PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\WARRCANC.BAK".
           05 WS-JRNL-PATH         PIC X(65)
               VALUE "C:\IHCC\COBOL\BOATCJRN.DAT".
           05 WS-NEWJ-PATH         PIC X(65)
               VALUE "C:\IHCC\COBOL\BOATCJRC.DAT".
           05 WS-JBAK-PATH         PIC X(65)
               VALUE "C:\IHCC\COBOL\BOATCJRC.BAK".
           05 WS-CHG-PATH          PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\COMMCHG.DAT".
           05 WS-NEWC-PATH         PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\COMMCHGC.DAT".
           05 WS-CBAK-PATH         PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\COMMCHGC.BAK".

      *    A CANCELLED SALE'S REFERENCE AS 2600-REVERSE-ONE-SALE
      *    BUILDS JR-REF, FOR FINDING ITS LINES ON BOATCJRN.DAT.
       01 WS-SALE-REF.
           05 WS-SR-BUYER          PIC X(5).
           05 FILLER               PIC X           VALUE SPACE.
           05 WS-SR-TYPE           PIC X.
           05 FILLER               PIC X(2)        VALUE SPACES.

      *    A DATE BEING EDITED, AND THE SAME DATE TURNED AROUND TO
      *    MM/DD/YYYY FOR PRINTING.
       01 WS-CHK-DATE.
           05 WS-CHK-YY            PIC 9(4).
           05 WS-CHK-MM            PIC 99.
           05 WS-CHK-DD            PIC 99.
       01 WS-CHK-DATE-N REDEFINES WS-CHK-DATE
                                   PIC 9(8).

       01 WS-PRT-DATE.
           05 WS-PRT-MM            PIC 99.
           05 FILLER               PIC X           VALUE "/".
           05 WS-PRT-DD            PIC 99.
           05 FILLER               PIC X           VALUE "/".
           05 WS-PRT-YY            PIC 9(4).

      *    THE NIGHT'S CANCELLATIONS, WITH THE SALE EACH ONE MATCHED,
      *    THE UNIT COBCMS08 RELIEVED FOR IT, AND THE REPRICED
      *    REVERSAL. CX-STATUS IS N (HELD, NO SALE FOUND YET), Y
      *    (SALE FOUND AND REVERSED), OR R (REJECTED, SEE CX-REASON).
      *    CX-RESTORE IS R (UNIT PUT BACK), N (NO RELIEF RECORD FOR
      *    THE SALE), OR D (STOCK NUMBER ALREADY ON INVENTORY).
      *    CX-TRADE-RETURN IS R (TRADED UNIT TAKEN OFF INVENTORY),
      *    S (STOCKED BUT NO LONGER ON INVENTORY), OR N (NOT STOCKED).
      *    CX-HIST-DROPPED IS Y ONCE 2700 HAS LEFT OUT THE NEGATIVE
      *    HISTORY ROW AN EARLIER RUN OF THIS DATE WROTE FOR THE SALE.
       01 CANCEL-TABLE.
           05 CX-ENTRY OCCURS 100 TIMES.
               10 CX-STATUS            PIC X.
               10 CX-REASON            PIC X(40).
               10 CX-BUYER-NO          PIC X(5).
               10 CX-PUR-DATE          PIC 9(8).
               10 CX-CANCEL-DATE       PIC 9(8).
               10 CX-CANCEL-REASON     PIC X(20).
               10 CX-LAST-NAME         PIC X(15).
               10 CX-STATE             PIC X(2).
               10 CX-BOAT-TYPE         PIC X.
               10 CX-PACKAGE           PIC 9.
               10 CX-BOAT-COST         PIC 9(6)V99.
               10 CX-PREP-COST         PIC 9(5)V99.
               10 CX-SLS-ID            PIC X(5).
               10 CX-DEPOSIT-AMT       PIC 9(6)V99.
               10 CX-SALE-TOTAL        PIC 9(7)V99.
               10 CX-SALE-TAX          PIC 9(6)V99.
               10 CX-SALE-COMM         PIC 9(6)V99.
               10 CX-STOCK-NO          PIC X(8).
               10 CX-INV-COST          PIC 9(6)V99.
               10 CX-RECEIVED-DATE     PIC 9(8).
               10 CX-RELIEF-DATE       PIC 9(8).
               10 CX-RESTORE           PIC X.
               10 CX-TRADE-ALLOW       PIC 9(6)V99.
               10 CX-TRADE-APPR        PIC 9(6)V99.
               10 CX-TRADE-STOCK       PIC X(8).
               10 CX-TRADE-RETURN      PIC X.
               10 CX-HIST-DROPPED      PIC X.

      *    COBCMS26 DEPOSITS POSTED AGAINST A CANCELLED SALE, LISTED
      *    UNDER IT ON THE REFUNDS-OWED PAGE.
       01 REFUND-TABLE.
           05 RF-ENTRY OCCURS 200 TIMES.
               10 RF-CX-SUB            PIC 9(3).
               10 RF-DEP-DATE          PIC 9(8).
               10 RF-AMOUNT            PIC 9(6)V99.

       01 PACKAGE-TABLE.
           05 PKT-ENTRY OCCURS 10 TIMES.
               10 PKT-LOADED   PIC X           VALUE "N".
               10 PKT-PRICE    PIC 9(5)V99     VALUE ZERO.

       01 STATE-TAX-TABLE.
           05 STX-ENTRY OCCURS 60 TIMES.
               10 STT-STATE    PIC X(2).
               10 STT-RATE     PIC V999.
               10 STT-TRADE-CREDIT PIC X.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
             10 I-YY               PIC 9(4).
             10 I-MM               PIC 99.
             10 I-DD               PIC 99.
           05 I-TIME               PIC X(11).

       01 WS-RUN-DATE.
           05 WS-RUN-YY            PIC 9(4).
           05 WS-RUN-MM            PIC 99.
           05 WS-RUN-DD            PIC 99.

       01 CANCEL-TITLE.
           05 FILLER               PIC X(6)    VALUE "DATE:".
           05 O-MM                 PIC 9(2).
           05 FILLER               PIC X       VALUE "/".
           05 O-DD                 PIC 9(2).
           05 FILLER               PIC X       VALUE "/".
           05 O-YY                 PIC 9(4).
           05 FILLER               PIC X(33)   VALUE SPACES.
           05 FILLER               PIC X(34)
                           VALUE "BOAT SALE CANCELLATION REGISTER".
           05 FILLER               PIC X(41)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE "PAGE:".
           05 O-PCTR               PIC Z9.

       01 COLUMN-HDINGS.
           05 FILLER       PIC X(7)    VALUE "BUYER".
           05 FILLER       PIC X(17)   VALUE "LAST NAME".
           05 FILLER       PIC X(12)   VALUE "PUR DATE".
           05 FILLER       PIC X(15)   VALUE "BOAT TYPE".
           05 FILLER       PIC X(7)    VALUE "SLSPN".
           05 FILLER       PIC X(14)   VALUE "  SALE TOTAL".
           05 FILLER       PIC X(11)   VALUE "      TAX".
           05 FILLER       PIC X(14)   VALUE " TOTAL W/TAX".
           05 FILLER       PIC X(11)   VALUE "CHARGEBACK".
           05 FILLER       PIC X(10)   VALUE "STOCK NO".
           05 FILLER       PIC X(14)   VALUE "INVENTORY".

       01 DETAIL-LINE.
           05 O-BUYER-NO   PIC X(5).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-LAST-NAME  PIC X(15).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-PUR-DATE   PIC X(10).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-TYPE-NAME  PIC X(13).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-SLS-ID     PIC X(5).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-SALE-TOTAL PIC Z,ZZZ,ZZ9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-SALE-TAX   PIC ZZ,ZZ9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-TOT-W-TAX  PIC Z,ZZZ,ZZ9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-COMM       PIC ZZ,ZZ9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-STOCK-NO   PIC X(8).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-RESTORE    PIC X(14).

       01 CANCEL-INFO-LINE.
           05 FILLER       PIC X(7)    VALUE SPACES.
           05 FILLER       PIC X(13)   VALUE "CANCELLED ON ".
           05 CI-CANCEL-DATE PIC X(10).
           05 FILLER       PIC X(10)   VALUE "  REASON: ".
           05 CI-REASON    PIC X(20).

       01 TRADE-INFO-LINE.
           05 FILLER       PIC X(7)    VALUE SPACES.
           05 FILLER       PIC X(20)   VALUE "TRADE-IN ALLOWANCE ".
           05 TI-ALLOWANCE PIC ZZZ,ZZ9.99.
           05 FILLER       PIC X(12)   VALUE "  APPRAISED ".
           05 TI-APPRAISED PIC ZZZ,ZZ9.99.
           05 FILLER       PIC X(7)    VALUE "  UNIT ".
           05 TI-STOCK-NO  PIC X(8).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 TI-RETURN    PIC X(30).

       01 REFUND-SECTION-HDING.
           05 FILLER       PIC X(60)   VALUE
               "REFUNDS OWED - DEPOSITS COLLECTED ON CANCELLED SALES".
           05 FILLER       PIC X(72)   VALUE SPACES.

       01 REFUND-COL-HDINGS.
           05 FILLER       PIC X(7)    VALUE "BUYER".
           05 FILLER       PIC X(17)   VALUE "LAST NAME".
           05 FILLER       PIC X(12)   VALUE "PUR DATE".
           05 FILLER       PIC X(16)   VALUE "DEPOSIT".
           05 FILLER       PIC X(12)   VALUE "DATE".
           05 FILLER       PIC X(12)   VALUE "      AMOUNT".

       01 REFUND-SALE-LINE.
           05 RS-BUYER-NO  PIC X(5).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 RS-LAST-NAME PIC X(15).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 RS-PUR-DATE  PIC X(10).

       01 REFUND-DETAIL-LINE.
           05 FILLER       PIC X(36)   VALUE SPACES.
           05 RD-TEXT      PIC X(16).
           05 RD-DEP-DATE  PIC X(10).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 RD-AMOUNT    PIC Z,ZZZ,ZZ9.99.

       01 REFUND-TOTAL-LINE.
           05 FILLER       PIC X(36)   VALUE SPACES.
           05 FILLER       PIC X(28)   VALUE "REFUND OWED TO BUYER".
           05 RT-AMOUNT    PIC Z,ZZZ,ZZ9.99.

       01 REJECT-SECTION-HDING.
           05 FILLER       PIC X(40)   VALUE
               "CANCELLATIONS REJECTED".
           05 FILLER       PIC X(92)   VALUE SPACES.

       01 REJECT-COL-HDINGS.
           05 FILLER       PIC X(7)    VALUE "BUYER".
           05 FILLER       PIC X(12)   VALUE "PUR DATE".
           05 FILLER       PIC X(12)   VALUE "CANCEL DATE".
           05 FILLER       PIC X(22)   VALUE "REASON KEYED".
           05 FILLER       PIC X(40)   VALUE "REJECTED BECAUSE".

       01 REJECT-DETAIL-LINE.
           05 RJ-BUYER-NO  PIC X(5).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 RJ-PUR-DATE  PIC 9(8).
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 RJ-CANCEL-DATE PIC 9(8).
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 RJ-CANCEL-REASON PIC X(20).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 RJ-REASON    PIC X(40).

       01 DROP-COUNT-LINE.
           05 FILLER       PIC X(45)   VALUE
               "TRANSACTIONS PAST THE WORK TABLE, NOT HELD: ".
           05 DC-DROP-CTR  PIC ZZ,ZZ9.

       01 COUNT-TOTAL-LINE.
           05 FILLER       PIC X(19)   VALUE "CANCELLATIONS READ:".
           05 CT-READ-CTR  PIC ZZ,ZZ9.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(10)   VALUE "REVERSED: ".
           05 CT-CANCEL-CTR PIC ZZ,ZZ9.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(10)   VALUE "REJECTED: ".
           05 CT-REJ-CTR   PIC ZZ,ZZ9.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(17)   VALUE "SALES KEPT:      ".
           05 CT-KEPT-CTR  PIC ZZ,ZZ9.

       01 DOLLAR-TOTAL-LINE.
           05 FILLER       PIC X(24)   VALUE
               "TOTALS REVERSED:        ".
           05 FILLER       PIC X(6)    VALUE "SALES ".
           05 DT-SALE-TOTAL PIC $$$,$$$,$$9.99.
           05 FILLER       PIC X(7)    VALUE "   TAX ".
           05 DT-SALE-TAX  PIC $$$,$$$,$$9.99.
           05 FILLER       PIC X(10)   VALUE "   W/TAX ".
           05 DT-TOT-W-TAX PIC $$,$$$,$$$,$$9.99.
           05 FILLER       PIC X(15)   VALUE "   CHARGEBACKS ".
           05 DT-COMM      PIC $$$,$$$,$$9.99.

       01 UNIT-TOTAL-LINE.
           05 FILLER       PIC X(31)   VALUE
               "UNITS RESTORED TO INVENTORY:  ".
           05 UT-RESTORE-CTR PIC ZZ,ZZ9.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(14)   VALUE "NOT RESTORED: ".
           05 UT-NORESTORE-CTR PIC ZZ,ZZ9.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(20)   VALUE "TOTAL REFUNDS OWED: ".
           05 UT-REFUND    PIC $$$,$$$,$$9.99.

       01 TRADE-TOTAL-LINE.
           05 FILLER       PIC X(31)   VALUE
               "TRADE-IN UNITS BACK TO BUYERS: ".
           05 TT-TRDRET-CTR PIC ZZ,ZZ9.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(33)   VALUE
               "NO LONGER ON INVENTORY - SEE MGR:".
           05 TT-TRDOUT-CTR PIC ZZ,ZZ9.

       01 HISTORY-TOTAL-LINE.
           05 FILLER       PIC X(31)   VALUE
               "NEGATIVE HISTORY ROWS WRITTEN: ".
           05 HT-HIST-CTR  PIC ZZ,ZZ9.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(39)   VALUE
               "PRIOR ROWS FOR THIS RUN DATE REPLACED: ".
           05 HT-REPL-CTR  PIC ZZ,ZZ9.

       01 WARRANTY-TOTAL-LINE.
           05 FILLER       PIC X(31)   VALUE
               "WARRANTY REGISTRATIONS VOIDED: ".
           05 WT-VOID-CTR  PIC ZZ,ZZ9.

       01 PROOF-TOTAL-LINE.
           05 FILLER       PIC X(24)
                   VALUE "REVERSING JOURNAL:      ".
           05 PT-DEBITS    PIC $$,$$$,$$$,$$9.99.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 PT-CREDITS   PIC $$,$$$,$$$,$$9.99.
           05 FILLER       PIC X(8)    VALUE "   NET: ".
           05 PT-NET       PIC $$,$$$,$$$,$$9.99-.

       01 PROOF-RESULT-LINE.
           05 FILLER       PIC X(10)   VALUE SPACES.
           05 PF-TEXT      PIC X(50).

       01 CARRY-TOTAL-LINE.
           05 FILLER       PIC X(31)   VALUE
               "JOURNAL LINES CARRIED FORWARD: ".
           05 KT-JCARRY-CTR PIC ZZ,ZZ9.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(10)   VALUE "REPLACED: ".
           05 KT-JREPL-CTR PIC ZZ,ZZ9.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(28)   VALUE
               "POSTED EARLIER AND DROPPED: ".
           05 KT-JPOSTED-CTR PIC ZZ,ZZ9.

       01 CHGBK-CARRY-LINE.
           05 FILLER       PIC X(31)   VALUE
               "CHARGEBACKS CARRIED FORWARD:   ".
           05 KC-CCARRY-CTR PIC ZZ,ZZ9.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(10)   VALUE "REPLACED: ".
           05 KC-CREPL-CTR PIC ZZ,ZZ9.

       01 WS-POSTED-TEXT           PIC X(47)   VALUE
               "*** CANCELLATION JOURNAL ALREADY POSTED FOR ".
       01 WS-UNPOSTED-TEXT         PIC X(47)   VALUE
               "*** BOATCJRN.DAT HOLDS AN UNPOSTED JOURNAL FOR ".

       01 REFUSED-LINE.
           05 FILLER       PIC X(10)   VALUE SPACES.
           05 RF-TEXT      PIC X(47).
           05 RF-DATE      PIC X(10).
           05 FILLER       PIC X(20)   VALUE " - RUN REFUSED ***".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 1150-CHECK-OLD-JOURNAL.
           IF WS-RUN-REFUSED = "YES"
               PERFORM 3900-REFUSE-RUN
           ELSE
               PERFORM 1100-LOAD-CANCELS
               PERFORM 2000-PASS-SALES
               PERFORM 2150-PASS-TRADE-INS
               PERFORM 2200-PASS-RELIEF-LOG
               PERFORM 2300-PASS-INVENTORY
               PERFORM 2400-PASS-DEPOSITS
               PERFORM 2450-CARRY-JOURNAL
               PERFORM 2470-CARRY-CHARGEBACKS
               PERFORM 2500-REVERSE-SALES
               PERFORM 2700-ROLL-HISTORY
               PERFORM 2800-VOID-WARRANTIES
               PERFORM 3000-CLOSING
           END-IF.
           GOBACK.

       1000-INIT.
           OPEN OUTPUT PRTOUT.

           PERFORM 1050-GET-RUN-DATE.
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           MOVE I-YY TO WS-RUN-YY.
           MOVE I-MM TO WS-RUN-MM.
           MOVE I-DD TO WS-RUN-DD.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-N.

           PERFORM 1080-LOAD-PACKAGES.
           PERFORM 1090-LOAD-STATE-TAX.
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

      *    BOATCJRN.DAT MAY ONLY CARRY FORWARD LINES OF AN EARLIER
      *    DATE THAT COBCMS43 HAS POSTED, AND THIS DATE'S JOURNAL MUST
      *    NOT HAVE POSTED YET; OTHERWISE NOTHING IS TOUCHED.
       1150-CHECK-OLD-JOURNAL.
           MOVE WS-RUN-DATE-N TO WS-CHECK-JDATE.
           PERFORM 1170-CHECK-POSTED.
           IF WS-JRNL-POSTED = "YES"
               MOVE "YES" TO WS-RUN-REFUSED
               MOVE WS-POSTED-TEXT TO RF-TEXT
               MOVE WS-RUN-DATE-N TO WS-CHK-DATE-N
           END-IF.

           OPEN INPUT OLD-JOURNAL.
           PERFORM UNTIL MORE-OLDJ = "NO"
                      OR WS-RUN-REFUSED = "YES"
               READ OLD-JOURNAL
                   AT END
                       MOVE "NO" TO MORE-OLDJ
                   NOT AT END
                       IF OJ-DATE NOT = WS-RUN-DATE-N
                          AND OJ-DATE NOT = WS-LAST-JDATE
                           MOVE OJ-DATE TO WS-LAST-JDATE
                           MOVE OJ-DATE TO WS-CHECK-JDATE
                           PERFORM 1170-CHECK-POSTED
                           IF WS-JRNL-POSTED = "NO"
                               MOVE "YES" TO WS-RUN-REFUSED
                               MOVE WS-UNPOSTED-TEXT TO RF-TEXT
                               MOVE OJ-DATE TO WS-CHK-DATE-N
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OLD-JOURNAL.
           MOVE "YES" TO MORE-OLDJ.

           IF WS-RUN-REFUSED = "YES"
               PERFORM 9200-FORMAT-DATE
               MOVE WS-PRT-DATE TO RF-DATE
           END-IF.

      *    SETS WS-JRNL-POSTED WHEN GLPOSTH.DAT SHOWS THE CANCELLATION
      *    JOURNAL DATED WS-CHECK-JDATE AS POSTED.
       1170-CHECK-POSTED.
           MOVE "NO" TO WS-JRNL-POSTED.
           MOVE "YES" TO MORE-POSTH.
           OPEN INPUT POST-HISTORY.
           PERFORM UNTIL MORE-POSTH = "NO"
               READ POST-HISTORY
                   AT END
                       MOVE "NO" TO MORE-POSTH
                   NOT AT END
                       IF PH-JOURNAL = "BOATCJRN"
                          AND PH-JRNL-DATE = WS-CHECK-JDATE
                           MOVE "YES" TO WS-JRNL-POSTED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POST-HISTORY.

       1080-LOAD-PACKAGES.
           OPEN INPUT PACKAGE-MASTER.
           PERFORM UNTIL MORE-PKGS = "NO"
               READ PACKAGE-MASTER
                   AT END
                       MOVE "NO" TO MORE-PKGS
                   NOT AT END
                       COMPUTE WS-PKG-SUB = PKG-CODE + 1
                       MOVE "Y" TO PKT-LOADED (WS-PKG-SUB)
                       MOVE PKG-PRICE TO PKT-PRICE (WS-PKG-SUB)
               END-READ
           END-PERFORM.
           CLOSE PACKAGE-MASTER.

       1090-LOAD-STATE-TAX.
           OPEN INPUT STATE-TAX-FILE.
           PERFORM UNTIL MORE-STX = "NO"
               READ STATE-TAX-FILE
                   AT END
                       MOVE "NO" TO MORE-STX
                   NOT AT END
                       IF WS-STX-COUNT < 60
                           ADD 1 TO WS-STX-COUNT
                           MOVE STX-STATE
                               TO STT-STATE (WS-STX-COUNT)
                           MOVE STX-RATE
                               TO STT-RATE (WS-STX-COUNT)
                           MOVE STX-TRADE-CREDIT
                               TO STT-TRADE-CREDIT (WS-STX-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STATE-TAX-FILE.

       1100-LOAD-CANCELS.
           OPEN INPUT TRANS-FILE.
           PERFORM UNTIL MORE-TRANS = "NO"
               READ TRANS-FILE
                   AT END
                       MOVE "NO" TO MORE-TRANS
                   NOT AT END
                       ADD 1 TO C-READ-CTR
                       PERFORM 1200-EDIT-AND-HOLD
               END-READ
           END-PERFORM.
           CLOSE TRANS-FILE.

      *    EVERY TRANSACTION THAT FITS THE TABLE IS HELD, GOOD OR
      *    BAD, SO THE REJECTS PRINT TOGETHER AT THE END OF THE
      *    REGISTER. THE CANCEL DATE MAY NOT PRECEDE THE SALE OR RUN
      *    AHEAD OF THE AS-OF DATE, AND A SALE MAY ONLY BE CANCELLED
      *    ONCE PER BATCH.
       1200-EDIT-AND-HOLD.
           MOVE SPACES TO WS-ERR-REASON.
           IF CN-BUYER-NO = SPACES
               MOVE "BUYER NUMBER IS BLANK" TO WS-ERR-REASON
           END-IF.

           IF WS-ERR-REASON = SPACES
               MOVE CN-PUR-DATE TO WS-CHK-DATE
               PERFORM 1300-VALIDATE-DATE
               IF WS-DATE-VALID = "NO"
                   MOVE "PURCHASE DATE INVALID" TO WS-ERR-REASON
               END-IF
           END-IF.

           IF WS-ERR-REASON = SPACES
               MOVE CN-CANCEL-DATE TO WS-CHK-DATE
               PERFORM 1300-VALIDATE-DATE
               IF WS-DATE-VALID = "NO"
                   MOVE "CANCEL DATE INVALID" TO WS-ERR-REASON
               ELSE
                   IF CN-CANCEL-DATE < CN-PUR-DATE
                       MOVE "CANCEL DATE BEFORE PURCHASE DATE"
                           TO WS-ERR-REASON
                   ELSE
                       IF CN-CANCEL-DATE > WS-RUN-DATE-N
                           MOVE "CANCEL DATE AFTER RUN DATE"
                               TO WS-ERR-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF WS-ERR-REASON = SPACES
               PERFORM VARYING WS-CX-SUB FROM 1 BY 1
                   UNTIL WS-CX-SUB > WS-CX-COUNT
                   IF CX-STATUS (WS-CX-SUB) = "N"
                      AND CX-BUYER-NO (WS-CX-SUB) = CN-BUYER-NO
                      AND CX-PUR-DATE (WS-CX-SUB) = CN-PUR-DATE
                       MOVE "DUPLICATE CANCELLATION IN BATCH"
                           TO WS-ERR-REASON
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-CX-COUNT >= 100
               ADD 1 TO C-DROP-CTR
               ADD 1 TO C-REJ-CTR
           ELSE
               ADD 1 TO WS-CX-COUNT
               MOVE CN-BUYER-NO TO CX-BUYER-NO (WS-CX-COUNT)
               MOVE CN-PUR-DATE TO CX-PUR-DATE (WS-CX-COUNT)
               MOVE CN-CANCEL-DATE TO CX-CANCEL-DATE (WS-CX-COUNT)
               MOVE CN-REASON TO CX-CANCEL-REASON (WS-CX-COUNT)
               MOVE SPACES TO CX-RESTORE (WS-CX-COUNT)
               MOVE ZERO TO CX-RELIEF-DATE (WS-CX-COUNT)
               MOVE SPACES TO CX-STOCK-NO (WS-CX-COUNT)
               MOVE ZERO TO CX-TRADE-ALLOW (WS-CX-COUNT)
               MOVE ZERO TO CX-TRADE-APPR (WS-CX-COUNT)
               MOVE SPACES TO CX-TRADE-STOCK (WS-CX-COUNT)
               MOVE SPACES TO CX-TRADE-RETURN (WS-CX-COUNT)
               IF WS-ERR-REASON = SPACES
                   MOVE "N" TO CX-STATUS (WS-CX-COUNT)
                   MOVE SPACES TO CX-REASON (WS-CX-COUNT)
               ELSE
                   MOVE "R" TO CX-STATUS (WS-CX-COUNT)
                   MOVE WS-ERR-REASON TO CX-REASON (WS-CX-COUNT)
                   ADD 1 TO C-REJ-CTR
               END-IF
           END-IF.

      *    SAME CALENDAR EDITS AS COBCMS31 2580-VALIDATE-DATE.
       1300-VALIDATE-DATE.
           MOVE "YES" TO WS-DATE-VALID.

           IF WS-CHK-DATE NOT NUMERIC
               MOVE "NO" TO WS-DATE-VALID
           ELSE
               IF WS-CHK-MM < 1 OR WS-CHK-MM > 12
                   MOVE "NO" TO WS-DATE-VALID
               ELSE
                   PERFORM 1350-DAYS-IN-MONTH
                   IF WS-CHK-DD < 1
                      OR WS-CHK-DD > WS-DAYS-IN-MONTH
                       MOVE "NO" TO WS-DATE-VALID
                   END-IF
               END-IF
           END-IF.

       1350-DAYS-IN-MONTH.
           EVALUATE WS-CHK-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   IF FUNCTION MOD (WS-CHK-YY, 4) = 0
                      AND (FUNCTION MOD (WS-CHK-YY, 100) NOT = 0
                           OR FUNCTION MOD (WS-CHK-YY, 400) = 0)
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

      *    EVERY SALE IS COPIED THROUGH TO THE NEW MASTER EXCEPT ONE
      *    A HELD CANCELLATION MATCHES; ITS DETAILS ARE KEPT FOR THE
      *    REVERSAL. A CANCELLATION STILL HELD AFTER THE FULL PASS
      *    MATCHES NO SALE ON FILE AND IS REJECTED.
       2000-PASS-SALES.
           OPEN INPUT OLD-MASTER.
           OPEN OUTPUT NEW-MASTER.
           PERFORM UNTIL MORE-RECS = "NO"
               READ OLD-MASTER
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-SALE-CTR
                       MOVE ZERO TO WS-CX-MATCH
                       PERFORM VARYING WS-CX-SUB FROM 1 BY 1
                           UNTIL WS-CX-SUB > WS-CX-COUNT
                              OR WS-CX-MATCH > ZERO
                           IF CX-STATUS (WS-CX-SUB) = "N"
                              AND CX-BUYER-NO (WS-CX-SUB)
                                  = RAW-BUYER-NO
                              AND CX-PUR-DATE (WS-CX-SUB)
                                  = RAW-PURCHASE-DATE
                               MOVE WS-CX-SUB TO WS-CX-MATCH
                           END-IF
                       END-PERFORM
                       IF WS-CX-MATCH > ZERO
                           PERFORM 2100-CAPTURE-SALE
                       ELSE
                           MOVE RAW-BOAT-REC TO NM-REC
                           WRITE NM-REC
                           ADD 1 TO C-KEPT-CTR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OLD-MASTER.
           CLOSE NEW-MASTER.

           PERFORM VARYING WS-CX-SUB FROM 1 BY 1
               UNTIL WS-CX-SUB > WS-CX-COUNT
               IF CX-STATUS (WS-CX-SUB) = "N"
                   MOVE "R" TO CX-STATUS (WS-CX-SUB)
                   MOVE "NO SALE FOR BUYER AND PURCHASE DATE"
                       TO CX-REASON (WS-CX-SUB)
                   ADD 1 TO C-REJ-CTR
               END-IF
           END-PERFORM.

       2100-CAPTURE-SALE.
           MOVE "Y" TO CX-STATUS (WS-CX-MATCH).
           MOVE RAW-LAST-NAME TO CX-LAST-NAME (WS-CX-MATCH).
           MOVE RAW-STATE TO CX-STATE (WS-CX-MATCH).
           MOVE RAW-BOAT-TYPE TO CX-BOAT-TYPE (WS-CX-MATCH).
           MOVE RAW-ACCESSORY-PACKAGE TO CX-PACKAGE (WS-CX-MATCH).
           MOVE RAW-BOAT-COST TO CX-BOAT-COST (WS-CX-MATCH).
           MOVE RAW-PREP-DELIVER-COST TO CX-PREP-COST (WS-CX-MATCH).
           MOVE RAW-SALESPERSON-ID TO CX-SLS-ID (WS-CX-MATCH).
           MOVE RAW-DEPOSIT-AMT TO CX-DEPOSIT-AMT (WS-CX-MATCH).
           ADD 1 TO C-CANCEL-CTR.

      *    PICKS UP THE TRADE-IN TAKEN ON EACH CANCELLED SALE, AND THE
      *    STOCK NUMBER OF THE USED UNIT IF COBCMS34 HAS STOCKED IT.
       2150-PASS-TRADE-INS.
           OPEN INPUT TRADE-IN-FILE.
           PERFORM UNTIL MORE-TRADES = "NO"
               READ TRADE-IN-FILE
                   AT END
                       MOVE "NO" TO MORE-TRADES
                   NOT AT END
                       PERFORM VARYING WS-CX-SUB FROM 1 BY 1
                           UNTIL WS-CX-SUB > WS-CX-COUNT
                           IF CX-STATUS (WS-CX-SUB) = "Y"
                              AND CX-BUYER-NO (WS-CX-SUB)
                                  = TR-BUYER-NO
                              AND CX-PUR-DATE (WS-CX-SUB)
                                  = TR-PUR-DATE
                               MOVE TR-ALLOWANCE
                                   TO CX-TRADE-ALLOW (WS-CX-SUB)
                               MOVE TR-APPRAISED
                                   TO CX-TRADE-APPR (WS-CX-SUB)
                               MOVE TR-STOCK-NO
                                   TO CX-TRADE-STOCK (WS-CX-SUB)
                               MOVE "N"
                                   TO CX-TRADE-RETURN (WS-CX-SUB)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE TRADE-IN-FILE.

      *    THE RELIEF LOG GROWS EVERY NIGHT, SO A SALE CAN APPEAR ON
      *    IT MORE THAN ONCE IF COBCMS08 WAS RERUN; THE LATEST RELIEF
      *    WINS.
       2200-PASS-RELIEF-LOG.
           OPEN INPUT RELIEF-LOG.
           PERFORM UNTIL MORE-RELIEF = "NO"
               READ RELIEF-LOG
                   AT END
                       MOVE "NO" TO MORE-RELIEF
                   NOT AT END
                       PERFORM VARYING WS-CX-SUB FROM 1 BY 1
                           UNTIL WS-CX-SUB > WS-CX-COUNT
                           IF CX-STATUS (WS-CX-SUB) = "Y"
                              AND CX-BUYER-NO (WS-CX-SUB)
                                  = RL-BUYER-NO
                              AND CX-PUR-DATE (WS-CX-SUB)
                                  = RL-PUR-DATE
                              AND RL-RELIEF-DATE
                                  NOT < CX-RELIEF-DATE (WS-CX-SUB)
                               MOVE RL-STOCK-NO
                                   TO CX-STOCK-NO (WS-CX-SUB)
                               MOVE RL-COST
                                   TO CX-INV-COST (WS-CX-SUB)
                               MOVE RL-RECEIVED-DATE
                                   TO CX-RECEIVED-DATE (WS-CX-SUB)
                               MOVE RL-RELIEF-DATE
                                   TO CX-RELIEF-DATE (WS-CX-SUB)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE RELIEF-LOG.

      *    THE INVENTORY MASTER IS COPIED THROUGH AS IS, THEN EACH
      *    CANCELLED SALE'S UNIT IS ADDED ON THE END. A UNIT WHOSE
      *    STOCK NUMBER IS ALREADY ON FILE (PUT BACK BY HAND BEFORE
      *    THE CANCELLATION WAS KEYED) IS NOT ADDED TWICE. COBCMS08
      *    SORTS THE MASTER ITSELF, SO THE ORDER DOES NOT MATTER.
      *    THE USED UNIT STOCKED FOR A CANCELLED SALE'S TRADE-IN IS
      *    LEFT OFF, SINCE THE BOAT GOES BACK TO THE BUYER.
       2300-PASS-INVENTORY.
           OPEN INPUT INVENTORY-MASTER.
           OPEN OUTPUT NEW-INVENTORY.
           PERFORM UNTIL MORE-INV = "NO"
               READ INVENTORY-MASTER
                   AT END
                       MOVE "NO" TO MORE-INV
                   NOT AT END
                       PERFORM VARYING WS-CX-SUB FROM 1 BY 1
                           UNTIL WS-CX-SUB > WS-CX-COUNT
                           IF CX-STATUS (WS-CX-SUB) = "Y"
                              AND CX-RELIEF-DATE (WS-CX-SUB) > ZERO
                              AND CX-STOCK-NO (WS-CX-SUB)
                                  = INV-STOCK-NO
                               MOVE "D" TO CX-RESTORE (WS-CX-SUB)
                           END-IF
                       END-PERFORM
                       MOVE ZERO TO WS-CX-MATCH
                       PERFORM VARYING WS-CX-SUB FROM 1 BY 1
                           UNTIL WS-CX-SUB > WS-CX-COUNT
                           IF CX-STATUS (WS-CX-SUB) = "Y"
                              AND CX-TRADE-STOCK (WS-CX-SUB)
                                  NOT = SPACES
                              AND CX-TRADE-STOCK (WS-CX-SUB)
                                  = INV-STOCK-NO
                               MOVE "R" TO CX-TRADE-RETURN (WS-CX-SUB)
                               MOVE WS-CX-SUB TO WS-CX-MATCH
                           END-IF
                       END-PERFORM
                       IF WS-CX-MATCH = ZERO
                           MOVE INV-REC TO NI-REC
                           WRITE NI-REC
                       ELSE
                           ADD 1 TO C-TRDRET-CTR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVENTORY-MASTER.

           PERFORM VARYING WS-CX-SUB FROM 1 BY 1
               UNTIL WS-CX-SUB > WS-CX-COUNT
               IF CX-STATUS (WS-CX-SUB) = "Y"
                   IF CX-RELIEF-DATE (WS-CX-SUB) = ZERO
                       MOVE "N" TO CX-RESTORE (WS-CX-SUB)
                       ADD 1 TO C-NORESTORE-CTR
                   ELSE
                       IF CX-RESTORE (WS-CX-SUB) = "D"
                           ADD 1 TO C-NORESTORE-CTR
                       ELSE
                           MOVE CX-STOCK-NO (WS-CX-SUB)
                               TO NI-STOCK-NO
                           MOVE CX-BOAT-TYPE (WS-CX-SUB)
                               TO NI-BOAT-TYPE
                           MOVE CX-INV-COST (WS-CX-SUB)
                               TO NI-COST
                           MOVE CX-RECEIVED-DATE (WS-CX-SUB)
                               TO NI-RECEIVED-DATE
                           WRITE NI-REC
                           MOVE "R" TO CX-RESTORE (WS-CX-SUB)
                           ADD 1 TO C-RESTORE-CTR
                       END-IF
                   END-IF
                   IF CX-TRADE-RETURN (WS-CX-SUB) = "N"
                      AND CX-TRADE-STOCK (WS-CX-SUB) NOT = SPACES
                       MOVE "S" TO CX-TRADE-RETURN (WS-CX-SUB)
                       ADD 1 TO C-TRDOUT-CTR
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE NEW-INVENTORY.

      *    PICKS UP THE COBCMS26 DEPOSITS KEYED AGAINST EACH CANCELLED
      *    SALE FOR THE REFUNDS-OWED LISTING.
       2400-PASS-DEPOSITS.
           OPEN INPUT DEPOSIT-FILE.
           PERFORM UNTIL MORE-DEPS = "NO"
               READ DEPOSIT-FILE
                   AT END
                       MOVE "NO" TO MORE-DEPS
                   NOT AT END
                       IF DP-AMOUNT NUMERIC
                           PERFORM VARYING WS-CX-SUB FROM 1 BY 1
                               UNTIL WS-CX-SUB > WS-CX-COUNT
                               IF CX-STATUS (WS-CX-SUB) = "Y"
                                  AND CX-BUYER-NO (WS-CX-SUB)
                                      = DP-BUYER-NO
                                  AND CX-PUR-DATE (WS-CX-SUB)
                                      = DP-PUR-DATE
                                  AND WS-RF-COUNT < 200
                                   ADD 1 TO WS-RF-COUNT
                                   MOVE WS-CX-SUB
                                       TO RF-CX-SUB (WS-RF-COUNT)
                                   MOVE DP-DEP-DATE
                                       TO RF-DEP-DATE (WS-RF-COUNT)
                                   MOVE DP-AMOUNT
                                       TO RF-AMOUNT (WS-RF-COUNT)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPOSIT-FILE.

      *    COPIES THE REVERSING JOURNAL FORWARD. LINES OF AN EARLIER
      *    DATE HAVE POSTED (1150 PROVED IT) AND ARE DROPPED; LINES OF
      *    THIS DATE ARE KEPT UNLESS THEY BELONG TO A SALE THIS RUN
      *    REVERSES, WHICH 2500 WRITES AGAIN.
       2450-CARRY-JOURNAL.
           OPEN INPUT OLD-JOURNAL.
           OPEN OUTPUT JOURNAL-OUT.
           PERFORM UNTIL MORE-OLDJ = "NO"
               READ OLD-JOURNAL
                   AT END
                       MOVE "NO" TO MORE-OLDJ
                   NOT AT END
                       IF OJ-DATE NOT = WS-RUN-DATE-N
                           ADD 1 TO C-JPOSTED-CTR
                       ELSE
                           MOVE "NO" TO WS-THIS-RUN
                           PERFORM VARYING WS-CX-SUB FROM 1 BY 1
                               UNTIL WS-CX-SUB > WS-CX-COUNT
                               MOVE CX-BUYER-NO (WS-CX-SUB)
                                   TO WS-SR-BUYER
                               MOVE CX-BOAT-TYPE (WS-CX-SUB)
                                   TO WS-SR-TYPE
                               IF CX-STATUS (WS-CX-SUB) = "Y"
                                  AND OJ-REF = WS-SALE-REF
                                   MOVE "YES" TO WS-THIS-RUN
                               END-IF
                           END-PERFORM
                           IF WS-THIS-RUN = "YES"
                               ADD 1 TO C-JREPL-CTR
                           ELSE
                               MOVE OJ-REC TO JR-REC
                               WRITE JR-REC
                               ADD 1 TO C-JCARRY-CTR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OLD-JOURNAL.

      *    COPIES THE CHARGEBACKS FORWARD, DROPPING ONLY THIS DATE'S
      *    CHARGEBACK FOR A SALE THIS RUN REVERSES.
       2470-CARRY-CHARGEBACKS.
           OPEN INPUT OLD-CHARGEBACK.
           OPEN OUTPUT CHARGEBACK-OUT.
           PERFORM UNTIL MORE-OLDC = "NO"
               READ OLD-CHARGEBACK
                   AT END
                       MOVE "NO" TO MORE-OLDC
                   NOT AT END
                       MOVE "NO" TO WS-THIS-RUN
                       IF OC-POST-DATE = WS-RUN-DATE-N
                           PERFORM VARYING WS-CX-SUB FROM 1 BY 1
                               UNTIL WS-CX-SUB > WS-CX-COUNT
                               IF CX-STATUS (WS-CX-SUB) = "Y"
                                  AND CX-BUYER-NO (WS-CX-SUB)
                                      = OC-BUYER-NO
                                  AND CX-PUR-DATE (WS-CX-SUB)
                                      = OC-PUR-DATE
                                   MOVE "YES" TO WS-THIS-RUN
                               END-IF
                           END-PERFORM
                       END-IF
                       IF WS-THIS-RUN = "YES"
                           ADD 1 TO C-CREPL-CTR
                       ELSE
                           MOVE OC-REC TO CB-REC
                           WRITE CB-REC
                           ADD 1 TO C-CCARRY-CTR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OLD-CHARGEBACK.

       2500-REVERSE-SALES.
           OPEN INPUT SALESPERSON-MASTER.
           PERFORM VARYING WS-CX-SUB FROM 1 BY 1
               UNTIL WS-CX-SUB > WS-CX-COUNT
               IF CX-STATUS (WS-CX-SUB) = "Y"
                   PERFORM 2600-REVERSE-ONE-SALE
               END-IF
           END-PERFORM.
           CLOSE SALESPERSON-MASTER.

      *    REPRICES THE SALE THE WAY COBCMS31 2600-POST-ONE-SALE
      *    POSTED IT AND WRITES THE MIRROR-IMAGE ENTRIES, SO EACH
      *    ACCOUNT COMES BACK TO WHERE IT WAS BEFORE THE SALE.
       2600-REVERSE-ONE-SALE.
           COMPUTE WS-PKG-SUB = CX-PACKAGE (WS-CX-SUB) + 1.
           IF PKT-LOADED (WS-PKG-SUB) = "Y"
               MOVE PKT-PRICE (WS-PKG-SUB) TO C-PKG-PRICE
           ELSE
               MOVE ZERO TO C-PKG-PRICE
           END-IF.
           COMPUTE C-SALE-TOTAL = CX-BOAT-COST (WS-CX-SUB)
               + CX-PREP-COST (WS-CX-SUB) + C-PKG-PRICE.

           MOVE CX-TRADE-ALLOW (WS-CX-SUB) TO C-TRADE-ALLOW.
           MOVE CX-TRADE-APPR (WS-CX-SUB) TO C-TRADE-APPR.
           IF C-TRADE-ALLOW > C-SALE-TOTAL
               MOVE C-SALE-TOTAL TO C-TRADE-ALLOW
           END-IF.
           COMPUTE C-NET-SALE = C-SALE-TOTAL - C-TRADE-ALLOW.

           MOVE ZERO TO C-TAX-RATE.
           MOVE "N" TO WS-STX-CREDIT.
           PERFORM VARYING WS-STX-SUB FROM 1 BY 1
               UNTIL WS-STX-SUB > WS-STX-COUNT
               IF STT-STATE (WS-STX-SUB) = CX-STATE (WS-CX-SUB)
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

           MOVE CX-SLS-ID (WS-CX-SUB) TO SM-ID.
           READ SALESPERSON-MASTER
               INVALID KEY
                   MOVE ZERO TO C-SALE-COMM
               NOT INVALID KEY
                   COMPUTE C-SALE-COMM ROUNDED =
                       C-NET-SALE * SM-COMM-RATE
           END-READ.

           MOVE C-SALE-TOTAL TO CX-SALE-TOTAL (WS-CX-SUB).
           MOVE C-SALE-TAX TO CX-SALE-TAX (WS-CX-SUB).
           MOVE C-SALE-COMM TO CX-SALE-COMM (WS-CX-SUB).

           MOVE SPACES TO JR-REF.
           STRING CX-BUYER-NO (WS-CX-SUB) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  CX-BOAT-TYPE (WS-CX-SUB) DELIMITED BY SIZE
               INTO JR-REF.
           MOVE "BOAT SALE CANCEL" TO JR-DESC.

           MOVE "1100" TO JR-ACCT.
           MOVE ZERO TO JR-DEBIT.
           COMPUTE JR-CREDIT = C-SALE-TOTAL + C-SALE-TAX.
           PERFORM 2900-WRITE-JOURNAL.

           MOVE "4200" TO JR-ACCT.
           MOVE C-SALE-TOTAL TO JR-DEBIT.
           MOVE ZERO TO JR-CREDIT.
           PERFORM 2900-WRITE-JOURNAL.

           IF C-SALE-TAX > ZERO
               MOVE "2200" TO JR-ACCT
               MOVE C-SALE-TAX TO JR-DEBIT
               MOVE ZERO TO JR-CREDIT
               PERFORM 2900-WRITE-JOURNAL
           END-IF.

           IF C-SALE-COMM > ZERO
               MOVE "COMM CHARGEBACK" TO JR-DESC
               MOVE "2300" TO JR-ACCT
               MOVE C-SALE-COMM TO JR-DEBIT
               MOVE ZERO TO JR-CREDIT
               PERFORM 2900-WRITE-JOURNAL
               MOVE "5100" TO JR-ACCT
               MOVE ZERO TO JR-DEBIT
               MOVE C-SALE-COMM TO JR-CREDIT
               PERFORM 2900-WRITE-JOURNAL
               PERFORM 2650-WRITE-CHARGEBACK
           END-IF.

           IF C-TRADE-ALLOW > ZERO
               PERFORM 2620-REVERSE-TRADE-IN
           END-IF.

           ADD C-SALE-TOTAL TO C-GT-SALE-TOTAL.
           ADD C-SALE-TAX TO C-GT-SALE-TAX.
           ADD C-SALE-TOTAL C-SALE-TAX TO C-GT-TOT-W-TAX.
           ADD C-SALE-COMM TO C-GT-COMM.

           PERFORM 2680-PRINT-CANCEL.

      *    MIRROR OF COBCMS31 2700-POST-TRADE-IN.
       2620-REVERSE-TRADE-IN.
           MOVE "TRADE-IN CANCEL" TO JR-DESC.
           MOVE "1100" TO JR-ACCT.
           MOVE C-TRADE-ALLOW TO JR-DEBIT.
           MOVE ZERO TO JR-CREDIT.
           PERFORM 2900-WRITE-JOURNAL.

           IF C-TRADE-APPR > C-TRADE-ALLOW
               MOVE "4210" TO JR-ACCT
               COMPUTE JR-DEBIT = C-TRADE-APPR - C-TRADE-ALLOW
               MOVE ZERO TO JR-CREDIT
               PERFORM 2900-WRITE-JOURNAL
           END-IF.

           IF C-TRADE-APPR > ZERO
               MOVE "1300" TO JR-ACCT
               MOVE ZERO TO JR-DEBIT
               MOVE C-TRADE-APPR TO JR-CREDIT
               PERFORM 2900-WRITE-JOURNAL
           END-IF.

           IF C-TRADE-ALLOW > C-TRADE-APPR
               MOVE "4210" TO JR-ACCT
               MOVE ZERO TO JR-DEBIT
               COMPUTE JR-CREDIT = C-TRADE-ALLOW - C-TRADE-APPR
               PERFORM 2900-WRITE-JOURNAL
           END-IF.

       2650-WRITE-CHARGEBACK.
           MOVE CX-SLS-ID (WS-CX-SUB) TO CB-SLS-ID.
           MOVE CX-BUYER-NO (WS-CX-SUB) TO CB-BUYER-NO.
           MOVE CX-PUR-DATE (WS-CX-SUB) TO CB-PUR-DATE.
           MOVE CX-BOAT-TYPE (WS-CX-SUB) TO CB-BOAT-TYPE.
           MOVE CX-CANCEL-DATE (WS-CX-SUB) TO CB-CANCEL-DATE.
           MOVE C-NET-SALE TO CB-SALE-TOTAL.
           MOVE C-SALE-COMM TO CB-AMOUNT.
           MOVE WS-RUN-DATE-N TO CB-POST-DATE.
           WRITE CB-REC.
           ADD 1 TO C-CHGBK-CTR.

       2680-PRINT-CANCEL.
           MOVE CX-BUYER-NO (WS-CX-SUB) TO O-BUYER-NO.
           MOVE CX-LAST-NAME (WS-CX-SUB) TO O-LAST-NAME.
           MOVE CX-PUR-DATE (WS-CX-SUB) TO WS-CHK-DATE-N.
           PERFORM 9200-FORMAT-DATE.
           MOVE WS-PRT-DATE TO O-PUR-DATE.
           PERFORM 2690-TYPE-NAME.
           MOVE WS-TYPE-NAME TO O-TYPE-NAME.
           MOVE CX-SLS-ID (WS-CX-SUB) TO O-SLS-ID.
           MOVE C-SALE-TOTAL TO O-SALE-TOTAL.
           MOVE C-SALE-TAX TO O-SALE-TAX.
           COMPUTE O-TOT-W-TAX = C-SALE-TOTAL + C-SALE-TAX.
           MOVE C-SALE-COMM TO O-COMM.
           MOVE CX-STOCK-NO (WS-CX-SUB) TO O-STOCK-NO.
           EVALUATE CX-RESTORE (WS-CX-SUB)
               WHEN "R"
                   MOVE "RESTORED" TO O-RESTORE
               WHEN "D"
                   MOVE "ALREADY ON INV" TO O-RESTORE
               WHEN OTHER
                   MOVE "NO RELIEF REC" TO O-RESTORE
           END-EVALUATE.

           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

           MOVE CX-CANCEL-DATE (WS-CX-SUB) TO WS-CHK-DATE-N.
           PERFORM 9200-FORMAT-DATE.
           MOVE WS-PRT-DATE TO CI-CANCEL-DATE.
           MOVE CX-CANCEL-REASON (WS-CX-SUB) TO CI-REASON.
           WRITE PRTLINE FROM CANCEL-INFO-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

           IF C-TRADE-ALLOW > ZERO
               MOVE C-TRADE-ALLOW TO TI-ALLOWANCE
               MOVE C-TRADE-APPR TO TI-APPRAISED
               MOVE CX-TRADE-STOCK (WS-CX-SUB) TO TI-STOCK-NO
               EVALUATE CX-TRADE-RETURN (WS-CX-SUB)
                   WHEN "R"
                       MOVE "TAKEN OFF INVENTORY FOR BUYER"
                           TO TI-RETURN
                   WHEN "S"
                       MOVE "NOT ON INVENTORY - SEE MANAGER"
                           TO TI-RETURN
                   WHEN OTHER
                       MOVE "NOT YET STOCKED" TO TI-RETURN
               END-EVALUATE
               WRITE PRTLINE FROM TRADE-INFO-LINE
                   AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
               END-WRITE
           END-IF.

       2690-TYPE-NAME.
           EVALUATE CX-BOAT-TYPE (WS-CX-SUB)
               WHEN "B"
                   MOVE "BASS BOAT" TO WS-TYPE-NAME
               WHEN "P"
                   MOVE "PONTOON" TO WS-TYPE-NAME
               WHEN "S"
                   MOVE "SKI BOAT" TO WS-TYPE-NAME
               WHEN "J"
                   MOVE "JOHN BOAT" TO WS-TYPE-NAME
               WHEN "C"
                   MOVE "CANOE" TO WS-TYPE-NAME
               WHEN "R"
                   MOVE "CABIN CRUISER" TO WS-TYPE-NAME
               WHEN OTHER
                   MOVE "UNKNOWN CODE" TO WS-TYPE-NAME
           END-EVALUATE.

      *    CARRIES THE HISTORY INTO THE NEW FILE, LEAVING OUT A
      *    NEGATIVE ROW A PRIOR RUN WROTE UNDER THIS AS-OF DATE ONLY
      *    WHEN IT IS FOR A SALE THIS RUN REVERSES (SAME BOAT TYPE,
      *    PURCHASE DATE AND SALE TOTAL), ONE ROW PER SALE, SO AN
      *    EARLIER BATCH OF THE SAME DATE KEEPS ITS ROWS. THEN IT
      *    ADDS ONE NEGATIVE ROW PER CANCELLED SALE IN THE SALE'S OWN
      *    PURCHASE MONTH AT THE TOTAL COBCMS17 ROLLED IT AT. THE
      *    SWAP IS THE SAME RENAME SEQUENCE COBCMS17 USES.
       2700-ROLL-HISTORY.
           PERFORM VARYING WS-CX-SUB FROM 1 BY 1
               UNTIL WS-CX-SUB > WS-CX-COUNT
               MOVE "N" TO CX-HIST-DROPPED (WS-CX-SUB)
           END-PERFORM.
           OPEN INPUT SALES-HISTORY.
           OPEN OUTPUT NEW-HISTORY.
           PERFORM UNTIL MORE-HIST = "NO"
               READ SALES-HISTORY
                   AT END
                       MOVE "NO" TO MORE-HIST
                   NOT AT END
                       MOVE "NO" TO WS-THIS-RUN
                       IF BH-ROLL-DATE = WS-RUN-DATE-N
                          AND BH-TOT-COST < ZERO
                           PERFORM VARYING WS-CX-SUB FROM 1 BY 1
                               UNTIL WS-CX-SUB > WS-CX-COUNT
                                  OR WS-THIS-RUN = "YES"
                               IF CX-STATUS (WS-CX-SUB) = "Y"
                                  AND CX-HIST-DROPPED (WS-CX-SUB)
                                      = "N"
                                  AND CX-BOAT-TYPE (WS-CX-SUB)
                                      = BH-BOAT-TYPE
                                  AND CX-PUR-DATE (WS-CX-SUB)
                                      = BH-PUR-DATE
                                  AND BH-TOT-COST + CX-SALE-TOTAL
                                      (WS-CX-SUB) = ZERO
                                   MOVE "Y"
                                       TO CX-HIST-DROPPED (WS-CX-SUB)
                                   MOVE "YES" TO WS-THIS-RUN
                               END-IF
                           END-PERFORM
                       END-IF
                       IF WS-THIS-RUN = "YES"
                           ADD 1 TO C-REPL-CTR
                       ELSE
                           MOVE BH-REC TO NH-REC
                           WRITE NH-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALES-HISTORY.

           PERFORM VARYING WS-CX-SUB FROM 1 BY 1
               UNTIL WS-CX-SUB > WS-CX-COUNT
               IF CX-STATUS (WS-CX-SUB) = "Y"
                   MOVE CX-BOAT-TYPE (WS-CX-SUB) TO NH-BOAT-TYPE
                   MOVE CX-PUR-DATE (WS-CX-SUB) TO NH-PUR-DATE
                   COMPUTE NH-TOT-COST = ZERO
                       - CX-SALE-TOTAL (WS-CX-SUB)
                   MOVE WS-RUN-DATE-N TO NH-ROLL-DATE
                   WRITE NH-REC
                   ADD 1 TO C-HIST-CTR
               END-IF
           END-PERFORM.
           CLOSE NEW-HISTORY.

           CALL "CBL_DELETE_FILE" USING WS-BAK-PATH.
           CALL "CBL_RENAME_FILE" USING WS-HIST-PATH
                                        WS-BAK-PATH.
           CALL "CBL_RENAME_FILE" USING WS-NEWH-PATH
                                        WS-HIST-PATH.
           CALL "CBL_DELETE_FILE" USING WS-BAK-PATH.
      *    A FIRST-EVER HISTORY OR A MISSING ASIDE COPY MAKES THE
      *    DELETE/RENAME COME BACK NONZERO; THAT IS EXPECTED.
           MOVE ZERO TO RETURN-CODE.

      *    COPIES THE WARRANTY FILE, MARKING VOID THE REGISTRATION OF
      *    EACH CANCELLED SALE (BUYER NUMBER PLUS PURCHASE DATE). ONE
      *    ALREADY VOID KEEPS ITS FIRST VOID DATE, SO A RERUN CHANGES
      *    NOTHING. THE SWAP IS THE RENAME SEQUENCE ABOVE.
       2800-VOID-WARRANTIES.
           OPEN INPUT WARRANTY-FILE.
           OPEN OUTPUT NEW-WARRANTY.
           PERFORM UNTIL MORE-WARR = "NO"
               READ WARRANTY-FILE
                   AT END
                       MOVE "NO" TO MORE-WARR
                   NOT AT END
                       IF WR-STATUS NOT = "V"
                           PERFORM 2850-CHECK-ONE-WARRANTY
                       END-IF
                       MOVE WR-REC TO NW-REC
                       WRITE NW-REC
               END-READ
           END-PERFORM.
           CLOSE WARRANTY-FILE.
           CLOSE NEW-WARRANTY.

           CALL "CBL_DELETE_FILE" USING WS-WBAK-PATH.
           CALL "CBL_RENAME_FILE" USING WS-WARR-PATH
                                        WS-WBAK-PATH.
           CALL "CBL_RENAME_FILE" USING WS-NEWW-PATH
                                        WS-WARR-PATH.
           CALL "CBL_DELETE_FILE" USING WS-WBAK-PATH.
           MOVE ZERO TO RETURN-CODE.

       2850-CHECK-ONE-WARRANTY.
           PERFORM VARYING WS-CX-SUB FROM 1 BY 1
               UNTIL WS-CX-SUB > WS-CX-COUNT
               IF CX-STATUS (WS-CX-SUB) = "Y"
                  AND CX-BUYER-NO (WS-CX-SUB) = WR-BUYER-NO
                  AND CX-PUR-DATE (WS-CX-SUB) = WR-PUR-DATE
                  AND WR-STATUS NOT = "V"
                   MOVE "V" TO WR-STATUS
                   MOVE WS-RUN-DATE-N TO WR-VOID-DATE
                   ADD 1 TO C-VOID-CTR
               END-IF
           END-PERFORM.

      *    WRITES ONE REVERSING JOURNAL LEG AND ROLLS IT INTO THE
      *    PROOF TOTALS.
       2900-WRITE-JOURNAL.
           MOVE WS-RUN-DATE-N TO JR-DATE.
           WRITE JR-REC.
           ADD 1 TO C-JRNL-CTR.
           ADD JR-DEBIT TO C-GT-DEBITS.
           ADD JR-CREDIT TO C-GT-CREDITS.

       3000-CLOSING.
           CLOSE JOURNAL-OUT.
           CLOSE CHARGEBACK-OUT.
           PERFORM 3050-SWAP-OUTPUTS.
           PERFORM 3080-READ-BACK-JOURNAL.

           PERFORM 3100-REFUNDS-OWED.
           PERFORM 3200-REJECTS.

           MOVE C-READ-CTR TO CT-READ-CTR.
           MOVE C-CANCEL-CTR TO CT-CANCEL-CTR.
           MOVE C-REJ-CTR TO CT-REJ-CTR.
           MOVE C-KEPT-CTR TO CT-KEPT-CTR.
           WRITE PRTLINE FROM COUNT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-GT-SALE-TOTAL TO DT-SALE-TOTAL.
           MOVE C-GT-SALE-TAX TO DT-SALE-TAX.
           MOVE C-GT-TOT-W-TAX TO DT-TOT-W-TAX.
           MOVE C-GT-COMM TO DT-COMM.
           WRITE PRTLINE FROM DOLLAR-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-RESTORE-CTR TO UT-RESTORE-CTR.
           MOVE C-NORESTORE-CTR TO UT-NORESTORE-CTR.
           MOVE C-GT-REFUND TO UT-REFUND.
           WRITE PRTLINE FROM UNIT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-TRDRET-CTR TO TT-TRDRET-CTR.
           MOVE C-TRDOUT-CTR TO TT-TRDOUT-CTR.
           WRITE PRTLINE FROM TRADE-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-HIST-CTR TO HT-HIST-CTR.
           MOVE C-REPL-CTR TO HT-REPL-CTR.
           WRITE PRTLINE FROM HISTORY-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-VOID-CTR TO WT-VOID-CTR.
           WRITE PRTLINE FROM WARRANTY-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-JCARRY-CTR TO KT-JCARRY-CTR.
           MOVE C-JREPL-CTR TO KT-JREPL-CTR.
           MOVE C-JPOSTED-CTR TO KT-JPOSTED-CTR.
           WRITE PRTLINE FROM CARRY-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-CCARRY-CTR TO KC-CCARRY-CTR.
           MOVE C-CREPL-CTR TO KC-CREPL-CTR.
           WRITE PRTLINE FROM CHGBK-CARRY-LINE
               AFTER ADVANCING 1 LINES.

           MOVE C-GT-DEBITS TO PT-DEBITS.
           MOVE C-GT-CREDITS TO PT-CREDITS.
           COMPUTE WS-NET-PROOF = C-GT-DEBITS - C-GT-CREDITS.
           MOVE WS-NET-PROOF TO PT-NET.
           WRITE PRTLINE FROM PROOF-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           IF WS-NET-PROOF = ZERO
               MOVE "*** REVERSING JOURNAL PROVES TO ZERO ***"
                   TO PF-TEXT
           ELSE
               MOVE "*** REVERSING JOURNAL OUT OF PROOF ***"
                   TO PF-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE PRTLINE FROM PROOF-RESULT-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 3300-WRITE-CONTROL.

           CLOSE PRTOUT.

      *    THE NEW JOURNAL AND CHARGEBACK FILES GO IN OVER THE OLD
      *    ONES WITH THE RENAME SEQUENCE 2700 USES.
       3050-SWAP-OUTPUTS.
           CALL "CBL_DELETE_FILE" USING WS-JBAK-PATH.
           CALL "CBL_RENAME_FILE" USING WS-JRNL-PATH
                                        WS-JBAK-PATH.
           CALL "CBL_RENAME_FILE" USING WS-NEWJ-PATH
                                        WS-JRNL-PATH.
           CALL "CBL_DELETE_FILE" USING WS-JBAK-PATH.

           CALL "CBL_DELETE_FILE" USING WS-CBAK-PATH.
           CALL "CBL_RENAME_FILE" USING WS-CHG-PATH
                                        WS-CBAK-PATH.
           CALL "CBL_RENAME_FILE" USING WS-NEWC-PATH
                                        WS-CHG-PATH.
           CALL "CBL_DELETE_FILE" USING WS-CBAK-PATH.
           MOVE ZERO TO RETURN-CODE.

      *    THE SECOND HASH FOR COBCMS12 COMES OFF THE JOURNAL AS IT
      *    NOW STANDS: THE RECEIVABLE CREDIT ON EACH OF THIS DATE'S
      *    SALE REVERSALS FOR A SALE THIS RUN REVERSED.
       3080-READ-BACK-JOURNAL.
           MOVE ZERO TO C-AR-CREDITS.
           MOVE "YES" TO MORE-OLDJ.
           OPEN INPUT OLD-JOURNAL.
           PERFORM UNTIL MORE-OLDJ = "NO"
               READ OLD-JOURNAL
                   AT END
                       MOVE "NO" TO MORE-OLDJ
                   NOT AT END
                       IF OJ-DATE = WS-RUN-DATE-N
                          AND OJ-ACCT = "1100"
                          AND OJ-DESC = "BOAT SALE CANCEL"
                           MOVE "NO" TO WS-THIS-RUN
                           PERFORM VARYING WS-CX-SUB FROM 1 BY 1
                               UNTIL WS-CX-SUB > WS-CX-COUNT
                               MOVE CX-BUYER-NO (WS-CX-SUB)
                                   TO WS-SR-BUYER
                               MOVE CX-BOAT-TYPE (WS-CX-SUB)
                                   TO WS-SR-TYPE
                               IF CX-STATUS (WS-CX-SUB) = "Y"
                                  AND OJ-REF = WS-SALE-REF
                                   MOVE "YES" TO WS-THIS-RUN
                               END-IF
                           END-PERFORM
                           IF WS-THIS-RUN = "YES"
                               ADD OJ-CREDIT TO C-AR-CREDITS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OLD-JOURNAL.

      *    THE BUYER IS OWED BACK EVERYTHING COLLECTED ON THE SALE:
      *    THE SALE'S DEPOSIT AMOUNT ALREADY INCLUDES WHAT COBCMS26
      *    POSTED. THE DEPOSITS STILL ON BOATDEP.DAT ARE ITEMIZED AND
      *    THE REST SHOWS AS TAKEN AT SALE OR ON AN EARLIER BATCH.
       3100-REFUNDS-OWED.
           WRITE PRTLINE FROM REFUND-SECTION-HDING
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM REFUND-COL-HDINGS
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

           PERFORM VARYING WS-CX-SUB FROM 1 BY 1
               UNTIL WS-CX-SUB > WS-CX-COUNT
               IF CX-STATUS (WS-CX-SUB) = "Y"
                  AND CX-DEPOSIT-AMT (WS-CX-SUB) > ZERO
                   PERFORM 3150-REFUND-ONE-SALE
               END-IF
           END-PERFORM.

       3150-REFUND-ONE-SALE.
           MOVE CX-BUYER-NO (WS-CX-SUB) TO RS-BUYER-NO.
           MOVE CX-LAST-NAME (WS-CX-SUB) TO RS-LAST-NAME.
           MOVE CX-PUR-DATE (WS-CX-SUB) TO WS-CHK-DATE-N.
           PERFORM 9200-FORMAT-DATE.
           MOVE WS-PRT-DATE TO RS-PUR-DATE.
           WRITE PRTLINE FROM REFUND-SALE-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

           MOVE ZERO TO C-DEP-LISTED.
           PERFORM VARYING WS-RF-SUB FROM 1 BY 1
               UNTIL WS-RF-SUB > WS-RF-COUNT
               IF RF-CX-SUB (WS-RF-SUB) = WS-CX-SUB
                   MOVE "POSTED" TO RD-TEXT
                   MOVE RF-DEP-DATE (WS-RF-SUB) TO WS-CHK-DATE-N
                   PERFORM 9200-FORMAT-DATE
                   MOVE WS-PRT-DATE TO RD-DEP-DATE
                   MOVE RF-AMOUNT (WS-RF-SUB) TO RD-AMOUNT
                   ADD RF-AMOUNT (WS-RF-SUB) TO C-DEP-LISTED
                   WRITE PRTLINE FROM REFUND-DETAIL-LINE
                       AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9100-HEADINGS
               END-IF
           END-PERFORM.

           IF C-DEP-LISTED < CX-DEPOSIT-AMT (WS-CX-SUB)
               COMPUTE C-DEP-OTHER = CX-DEPOSIT-AMT (WS-CX-SUB)
                   - C-DEP-LISTED
               MOVE "AT SALE/EARLIER" TO RD-TEXT
               MOVE SPACES TO RD-DEP-DATE
               MOVE C-DEP-OTHER TO RD-AMOUNT
               WRITE PRTLINE FROM REFUND-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
           END-IF.

           MOVE CX-DEPOSIT-AMT (WS-CX-SUB) TO RT-AMOUNT.
           ADD CX-DEPOSIT-AMT (WS-CX-SUB) TO C-GT-REFUND.
           WRITE PRTLINE FROM REFUND-TOTAL-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

       3200-REJECTS.
           WRITE PRTLINE FROM REJECT-SECTION-HDING
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM REJECT-COL-HDINGS
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

           PERFORM VARYING WS-CX-SUB FROM 1 BY 1
               UNTIL WS-CX-SUB > WS-CX-COUNT
               IF CX-STATUS (WS-CX-SUB) = "R"
                   MOVE CX-BUYER-NO (WS-CX-SUB) TO RJ-BUYER-NO
                   MOVE CX-PUR-DATE (WS-CX-SUB) TO RJ-PUR-DATE
                   MOVE CX-CANCEL-DATE (WS-CX-SUB) TO RJ-CANCEL-DATE
                   MOVE CX-CANCEL-REASON (WS-CX-SUB)
                       TO RJ-CANCEL-REASON
                   MOVE CX-REASON (WS-CX-SUB) TO RJ-REASON
                   WRITE PRTLINE FROM REJECT-DETAIL-LINE
                       AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9100-HEADINGS
               END-IF
           END-PERFORM.

           IF C-DROP-CTR > ZERO
               MOVE C-DROP-CTR TO DC-DROP-CTR
               WRITE PRTLINE FROM DROP-COUNT-LINE
                   AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
           END-IF.

       3300-WRITE-CONTROL.
           OPEN OUTPUT CONTROL-OUT.
           MOVE SPACES TO CTL-REC.
           MOVE "COBCMS33" TO CTL-PROGRAM.
           MOVE C-READ-CTR TO CTL-READ.
           MOVE C-CANCEL-CTR TO CTL-WRITTEN.
           MOVE C-REJ-CTR TO CTL-REJECTS.
           MOVE C-GT-TOT-W-TAX TO CTL-HASH-1.
           MOVE C-AR-CREDITS TO CTL-HASH-2.
           WRITE CTL-REC.
           CLOSE CONTROL-OUT.

      *    A REFUSED RUN LEAVES EVERY FILE AS IT WAS, INCLUDING THE
      *    LAST RUN'S BOATCCTL.DAT, AND SAYS WHY ON THE REGISTER.
       3900-REFUSE-RUN.
           WRITE PRTLINE FROM REFUSED-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 8 TO RETURN-CODE.
           CLOSE PRTOUT.

       9100-HEADINGS.
           ADD 1 TO C-PCTR
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE FROM CANCEL-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COLUMN-HDINGS
               AFTER ADVANCING 2 LINES.

      *    TURNS A YYYYMMDD DATE IN WS-CHK-DATE-N AROUND TO
      *    MM/DD/YYYY IN WS-PRT-DATE.
       9200-FORMAT-DATE.
           MOVE WS-CHK-MM TO WS-PRT-MM.
           MOVE WS-CHK-DD TO WS-PRT-DD.
           MOVE WS-CHK-YY TO WS-PRT-YY.
