       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCMS37.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         COLBY SNOW.
       DATE-COMPILED.
      ******************************************************************
      *THIS PROGRAM IS THE NIGHTLY SERVICE RUN. IT READS THE SERVICE
      *WORK-ORDER FILE (WORKORD.DAT) THE SHOP KEYS IN PLACE OF THE OLD
      *PAPER BINDER. EACH ORDER IS ONE HEADER RECORD (TYPE H: STOCK
      *NUMBER, BUYER, DATE OPENED, STATUS, DATE CLOSED, COMPLAINT)
      *FOLLOWED BY ITS PARTS AND LABOR LINES (TYPE L), EACH LINE
      *MARKED W (WARRANTY) OR C (CUSTOMER PAY). STATUS IS O (OPEN),
      *I (IN PROGRESS) OR C (CLOSED).
      *
      *EVERY ORDER IS PRICED (QUANTITY TIMES UNIT PRICE ON EACH LINE)
      *AND LISTED ON THE WORK ORDER REGISTER. A CLOSED ORDER NOT YET
      *BILLED IS SETTLED: ITS CUSTOMER-PAY WORK IS INVOICED TO THE
      *BUYER ON SVCBILL.PRT (NAME AND ADDRESS FROM BUYRMST.DAT, PARTS
      *TAXED AT THE BUYER'S STATE RATE FROM STATETAX.DAT, LABOR NOT
      *TAXED) AND ITS WARRANTY WORK BECOMES A CLAIM TO SUBMIT TO THE
      *MANUFACTURER, PRINTED BY BOAT TYPE. WARRANTY WORK IS ONLY
      *CLAIMED WHEN A WARRANTY FROM COBCMS36 (WARRANTY.DAT) WAS IN
      *FORCE ON THE STOCK NUMBER THE DAY THE ORDER WAS OPENED;
      *OTHERWISE THE ORDER IS HELD FOR THE SERVICE WRITER TO RECODE.
      *
      *SETTLED ORDERS ARE LOGGED TO THE SERVICE BILLING HISTORY
      *(SVCHIST.DAT) SO AN ORDER IS NEVER BILLED OR CLAIMED TWICE.
      *THE HISTORY ROLLS THE SAME WAY AS THE SALES HISTORY IN
      *COBCMS17: ROWS CARRYING THIS RUN DATE ARE DROPPED AND BUILT
      *AGAIN, SO A RERUN OF THE SAME NIGHT GIVES THE SAME INVOICES.
      *
      *THE REPORT (SVCRUN.PRT) ALSO LISTS WARRANTIES EXPIRING IN THE
      *NEXT 60 DAYS, SOONEST FIRST, SO SALES CAN OFFER EXTENDED
      *COVERAGE, AND EVERY STOCK NUMBER WITH MORE THAN ONE SERVICE
      *VISIT ON FILE. THREE OR MORE VISITS IS FLAGGED AS A POSSIBLE
      *LEMON.
      *
      *THE ORDERS ALREADY BILLED ARE HELD IN A 20000-ENTRY TABLE. IF
      *THE HISTORY EVER OUTGROWS IT, AN ORDER PAST THE TABLE COULD BE
      *BILLED A SECOND TIME, SO NO ORDER IS SETTLED THAT NIGHT, THE
      *ROWS PAST THE TABLE ARE COUNTED ON SVCRUN.PRT, SVCHIST.DAT IS
      *LEFT AS IT WAS, AND RETURN-CODE 8 IS SET.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL WORK-ORDERS
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\WORKORD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL WARRANTY-FILE
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\WARRANTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUYER-MASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BUYRMST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS BM-BUYER-NO.

           SELECT OPTIONAL STATE-TAX-FILE
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\STATETAX.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BILL-HISTORY
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\SVCHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-BILL-HISTORY
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\SVCHST2.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK
           ASSIGN TO "SRTWARR.WRK".

           SELECT PRTOUT
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\SVCRUN.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT BILLOUT
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\SVCBILL.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-DATE-PARM
           ASSIGN TO "C:\IHCC\COBOL\RUNDATE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    TYPE H IS THE WORK-ORDER HEADER, TYPE L A PARTS OR LABOR
      *    LINE. THE LINES FOR AN ORDER FOLLOW ITS HEADER AND THE FILE
      *    IS KEPT IN WORK-ORDER NUMBER ORDER.
       FD  WORK-ORDERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS WO-REC
           RECORD CONTAINS 65 CHARACTERS.

       01 WO-REC.
           05  WO-REC-TYPE         PIC X.
           05  WO-NO               PIC X(6).
           05  WO-HDR-BODY.
               10 WOH-STOCK-NO     PIC X(8).
               10 WOH-BUYER-NO     PIC X(5).
               10 WOH-OPEN-DATE    PIC 9(8).
      *    ORDER STATUS: O=OPEN I=IN PROGRESS C=CLOSED.
               10 WOH-STATUS       PIC X.
               10 WOH-CLOSE-DATE   PIC 9(8).
               10 WOH-COMPLAINT    PIC X(28).
           05  WO-LINE-BODY REDEFINES WO-HDR-BODY.
      *    LINE KIND: P=PARTS L=LABOR (QUANTITY IS HOURS).
               10 WOL-KIND         PIC X.
      *    PAY: W=WARRANTY C=CUSTOMER PAY.
               10 WOL-PAY          PIC X.
               10 WOL-DESC         PIC X(25).
               10 WOL-QTY          PIC 9(3)V9.
               10 WOL-UNIT-PRICE   PIC 9(5)V99.
               10 FILLER           PIC X(20).

      *    WRITTEN BY COBCMS36, ONE ROW PER DELIVERED SALE.
      *    WR-STATUS IS V ON A REGISTRATION VOIDED BY A SALE
      *    CANCELLATION; BLANK IS IN FORCE.
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

       FD  BUYER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS BM-REC
           RECORD CONTAINS 87 CHARACTERS.

       01 BM-REC.
         05 BM-BUYER-NO     PIC X(5).
         05 BM-NAME         PIC X(25).
         05 BM-ADDR         PIC X(25).
         05 BM-CITY         PIC X(15).
         05 BM-STATE        PIC X(2).
         05 BM-ZIP          PIC X(5).
         05 BM-PHONE        PIC X(10).

      *    THE SAME STATE TAX-RATE TABLE COBCMS02 PRICES SALES WITH.
       FD  STATE-TAX-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STX-REC
           RECORD CONTAINS 6 CHARACTERS.

       01 STX-REC.
           05 STX-STATE       PIC X(2).
           05 STX-RATE        PIC V999.
           05 STX-TRADE-CREDIT PIC X.

      *    ONE ROW PER SETTLED WORK ORDER, STAMPED WITH THE RUN DATE
      *    IT WAS BILLED AND CLAIMED ON.
       FD  BILL-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS SH-REC
           RECORD CONTAINS 37 CHARACTERS.

       01 SH-REC.
           05 SH-WO-NO                 PIC X(6).
           05 SH-BILL-DATE             PIC 9(8).
           05 SH-BUYER-NO              PIC X(5).
           05 SH-CUST-AMT              PIC 9(7)V99.
           05 SH-WARR-AMT              PIC 9(7)V99.

       FD  NEW-BILL-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS NH-REC
           RECORD CONTAINS 37 CHARACTERS.

       01 NH-REC                       PIC X(37).

      *    ONE RECORD PER WARRANTY RUNNING OUT IN THE NEXT 60 DAYS.
       SD  SORT-WORK
           DATA RECORD IS SW-WARR-REC.

       01 SW-WARR-REC.
           05  SW-END-DATE         PIC 9(8).
           05  SW-STOCK-NO         PIC X(8).
           05  SW-BUYER-NO         PIC X(5).
           05  SW-BOAT-TYPE        PIC X.
           05  SW-START-DATE       PIC 9(8).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                      PIC X(132).

       FD  BILLOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS BILLLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 BILLLINE                     PIC X(132).

      *    RUN-DATE-PARM HOLDS A SHARED "AS-OF" BUSINESS DATE. WHEN
      *    OPERATIONS DROPS A RUNDATE.DAT BEFORE A RERUN OR LATE
      *    CORRECTION, ORDERS ARE SETTLED AND WARRANTIES AGED AGAINST
      *    ITS DATE. NO FILE MEANS TODAY'S DATE.
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
           05 C-BILL-PCTR          PIC 9(4)        VALUE ZERO.
           05 MORE-RECS            PIC X(3)        VALUE "YES".
           05 MORE-WARR            PIC X(3)        VALUE "YES".
           05 MORE-STX             PIC X(3)        VALUE "YES".
           05 MORE-HIST            PIC X(3)        VALUE "YES".
           05 MORE-SORTED          PIC X(3)        VALUE "YES".
           05 WS-ORD-OPEN          PIC X(3)        VALUE "NO".
           05 WS-ORD-BAD           PIC X(3)        VALUE "NO".
           05 WS-BUYER-FOUND       PIC X(3)        VALUE "NO".
           05 WS-BILLED-FOUND      PIC X(3)        VALUE "NO".
           05 WS-STX-FOUND         PIC X(3)        VALUE "NO".
           05 WS-RUN-DATE-N        PIC 9(8)        VALUE ZERO.
           05 WS-RUN-INT           PIC 9(7)        VALUE ZERO.
           05 WS-HORIZON-DATE      PIC 9(8)        VALUE ZERO.
           05 WS-DAYS-LEFT         PIC 9(3)        VALUE ZERO.
           05 WS-HIST-PATH         PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\SVCHIST.DAT".
           05 WS-NEWH-PATH         PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\SVCHST2.DAT".
           05 WS-BAK-PATH          PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\SVCHST1.BAK".
           05 WS-WARR-COUNT        PIC 9(4)        VALUE ZERO.
           05 WS-WARR-SUB          PIC 9(4)        VALUE ZERO.
           05 WS-WARR-MATCH        PIC 9(4)        VALUE ZERO.
           05 WS-BILLED-COUNT      PIC 9(5)        VALUE ZERO.
           05 WS-BILLED-SUB        PIC 9(5)        VALUE ZERO.
           05 WS-VISIT-COUNT       PIC 9(4)        VALUE ZERO.
           05 WS-VISIT-SUB         PIC 9(4)        VALUE ZERO.
           05 WS-VISIT-MATCH       PIC 9(4)        VALUE ZERO.
           05 WS-CLAIM-COUNT       PIC 9(4)        VALUE ZERO.
           05 WS-CLAIM-SUB         PIC 9(4)        VALUE ZERO.
           05 WS-EXC-COUNT         PIC 9(4)        VALUE ZERO.
           05 WS-EXC-SUB           PIC 9(4)        VALUE ZERO.
           05 WS-LINE-COUNT        PIC 99          VALUE ZERO.
           05 WS-LINE-SUB          PIC 99          VALUE ZERO.
           05 WS-STX-COUNT         PIC 99          VALUE ZERO.
           05 WS-STX-SUB           PIC 99          VALUE ZERO.
           05 WS-TYPE-SUB          PIC 9           VALUE ZERO.
           05 WS-TYPE-CLAIMS       PIC 9(4)        VALUE ZERO.
           05 WS-ERR-REASON        PIC X(40)       VALUE SPACES.
           05 EXC-WO-NO-HOLD       PIC X(6)        VALUE SPACES.
           05 EXC-STOCK-NO-HOLD    PIC X(8)        VALUE SPACES.
           05 WS-ACTION            PIC X(16)       VALUE SPACES.
           05 WS-SECTION-TITLE     PIC X(132)      VALUE SPACES.
           05 WS-COL-HDG           PIC X(132)      VALUE SPACES.
           05 C-LINE-EXT           PIC 9(7)V99     VALUE ZERO.
           05 C-ORD-CUST-PARTS     PIC 9(7)V99     VALUE ZERO.
           05 C-ORD-CUST-LABOR     PIC 9(7)V99     VALUE ZERO.
           05 C-ORD-WARR-PARTS     PIC 9(7)V99     VALUE ZERO.
           05 C-ORD-WARR-LABOR     PIC 9(7)V99     VALUE ZERO.
           05 C-ORD-CUST-AMT       PIC 9(7)V99     VALUE ZERO.
           05 C-ORD-WARR-AMT       PIC 9(7)V99     VALUE ZERO.
           05 C-TAX-RATE           PIC V999        VALUE ZERO.
           05 C-TAX-AMT            PIC 9(7)V99     VALUE ZERO.
           05 C-DUE-AMT            PIC 9(7)V99     VALUE ZERO.
           05 C-READ-CTR           PIC 9(5)        VALUE ZERO.
           05 C-ORDER-CTR          PIC 9(5)        VALUE ZERO.
           05 C-LINE-CTR           PIC 9(5)        VALUE ZERO.
           05 C-STRAY-CTR          PIC 9(5)        VALUE ZERO.
           05 C-OPEN-CTR           PIC 9(5)        VALUE ZERO.
           05 C-PRIOR-CTR          PIC 9(5)        VALUE ZERO.
           05 C-SETTLED-CTR        PIC 9(5)        VALUE ZERO.
           05 C-INVOICE-CTR        PIC 9(5)        VALUE ZERO.
           05 C-CLAIM-CTR          PIC 9(5)        VALUE ZERO.
           05 C-HELD-CTR           PIC 9(5)        VALUE ZERO.
           05 C-EXPIRE-CTR         PIC 9(5)        VALUE ZERO.
           05 C-REPEAT-CTR         PIC 9(5)        VALUE ZERO.
           05 C-LEMON-CTR          PIC 9(5)        VALUE ZERO.
           05 C-ROLL-CTR           PIC 9(5)        VALUE ZERO.
           05 C-REPL-CTR           PIC 9(5)        VALUE ZERO.
           05 C-DROP-CTR           PIC 9(5)        VALUE ZERO.
           05 C-BILLED-DROP-CTR    PIC 9(5)        VALUE ZERO.
           05 C-INVOICE-TOT        PIC 9(9)V99     VALUE ZERO.
           05 C-TAX-TOT            PIC 9(9)V99     VALUE ZERO.
           05 C-CLAIM-TOT          PIC 9(9)V99     VALUE ZERO.

      *    THE WORK ORDER BEING PRICED, HELD FROM ITS HEADER UNTIL
      *    THE NEXT HEADER (OR END OF FILE) CLOSES IT OUT.
       01 ORDER-HOLD-AREA.
           05 H-WO-NO              PIC X(6).
           05 H-STOCK-NO           PIC X(8).
           05 H-BUYER-NO           PIC X(5).
           05 H-OPEN-DATE          PIC 9(8).
           05 H-STATUS             PIC X.
           05 H-CLOSE-DATE         PIC 9(8).
           05 H-COMPLAINT          PIC X(28).

      *    THE PRICED LINES OF THE ORDER IN HAND, FOR ITS INVOICE.
       01 ORDER-LINE-TABLE.
           05 OL-ENTRY OCCURS 40 TIMES.
               10 OL-KIND          PIC X.
               10 OL-PAY           PIC X.
               10 OL-DESC          PIC X(25).
               10 OL-QTY           PIC 9(3)V9.
               10 OL-UNIT-PRICE    PIC 9(5)V99.
               10 OL-EXT           PIC 9(7)V99.

      *    REGISTERED WARRANTIES FROM COBCMS36.
       01 WARRANTY-TABLE.
           05 WRT-ENTRY OCCURS 3000 TIMES.
               10 WRT-STOCK-NO     PIC X(8).
               10 WRT-BUYER-NO     PIC X(5).
               10 WRT-BOAT-TYPE    PIC X.
               10 WRT-START-DATE   PIC 9(8).
               10 WRT-END-DATE     PIC 9(8).
               10 WRT-STATUS       PIC X.

      *    WORK ORDERS SETTLED ON AN EARLIER NIGHT.
       01 BILLED-TABLE.
           05 BLT-ENTRY OCCURS 20000 TIMES.
               10 BLT-WO-NO        PIC X(6).

      *    SERVICE VISITS (WORK ORDERS OF ANY STATUS) BY STOCK NUMBER.
       01 VISIT-TABLE.
           05 VT-ENTRY OCCURS 1000 TIMES.
               10 VT-STOCK-NO      PIC X(8).
               10 VT-VISITS        PIC 9(3).
               10 VT-FIRST-DATE    PIC 9(8).
               10 VT-LAST-DATE     PIC 9(8).

      *    WARRANTY CLAIMS RAISED TONIGHT, PRINTED BY BOAT TYPE AFTER
      *    THE REGISTER.
       01 CLAIM-TABLE.
           05 CL-ENTRY OCCURS 500 TIMES.
               10 CL-TYPE-SUB      PIC 9.
               10 CL-WO-NO         PIC X(6).
               10 CL-STOCK-NO      PIC X(8).
               10 CL-BUYER-NO      PIC X(5).
               10 CL-CLOSE-DATE    PIC 9(8).
               10 CL-PARTS         PIC 9(7)V99.
               10 CL-LABOR         PIC 9(7)V99.

      *    ORDERS AND LINES HELD BACK, PRINTED AT CLOSING.
       01 EXCEPTION-TABLE.
           05 EXC-ENTRY OCCURS 300 TIMES.
               10 EXC-WO-NO        PIC X(6).
               10 EXC-STOCK-NO     PIC X(8).
               10 EXC-REASON       PIC X(40).

       01 STATE-TAX-TABLE.
           05 STT-ENTRY OCCURS 60 TIMES.
               10 STT-STATE    PIC X(2).
               10 STT-RATE     PIC V999.

      *    ONE ROW PER BOAT TYPE CODE; ROW 7 CATCHES ANY CODE NOT IN
      *    THE TABLE SO ITS CLAIMS STILL PRINT.
       01 TYPE-TABLE.
           05 TY-ENTRY OCCURS 7 TIMES
                   INDEXED BY TY-IDX.
               10 TY-TYPE-CD       PIC X.
               10 TY-TYPE-NAME     PIC X(13).
               10 TY-CLAIMS        PIC 9(5)        VALUE ZERO.
               10 TY-PARTS         PIC 9(7)V99     VALUE ZERO.
               10 TY-LABOR         PIC 9(7)V99     VALUE ZERO.

       01 WS-CALC-DATE.
           05 WS-CALC-YY           PIC 9(4).
           05 WS-CALC-MM           PIC 99.
           05 WS-CALC-DD           PIC 99.
       01 WS-CALC-DATE-N REDEFINES WS-CALC-DATE
                                   PIC 9(8).

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
           05 FILLER               PIC X(41)   VALUE SPACES.
           05 FILLER               PIC X(19)
                   VALUE "NIGHTLY SERVICE RUN".
           05 FILLER               PIC X(49)   VALUE SPACES.
           05 FILLER               PIC X(5)    VALUE "PAGE:".
           05 O-PCTR               PIC Z9.

       01 REGISTER-TITLE.
           05 FILLER       PIC X(19)   VALUE "WORK ORDER REGISTER".
           05 FILLER       PIC X(113)  VALUE SPACES.

       01 REGISTER-HDINGS.
           05 FILLER       PIC X(8)    VALUE "WO NO".
           05 FILLER       PIC X(10)   VALUE "STOCK NO".
           05 FILLER       PIC X(7)    VALUE "BUYER".
           05 FILLER       PIC X(13)   VALUE "STATUS".
           05 FILLER       PIC X(12)   VALUE "OPENED".
           05 FILLER       PIC X(12)   VALUE "CLOSED".
           05 FILLER       PIC X(13)   VALUE "   CUST PAY".
           05 FILLER       PIC X(13)   VALUE "   WARRANTY".
           05 FILLER       PIC X(14)   VALUE " ORDER TOTAL".
           05 FILLER       PIC X(16)   VALUE "ACTION".

       01 REGISTER-LINE.
           05 RG-WO-NO     PIC X(6).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 RG-STOCK-NO  PIC X(8).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 RG-BUYER-NO  PIC X(5).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 RG-STATUS    PIC X(11).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 RG-OPEN-DATE PIC 99/99/9999.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 RG-CLOSE-DATE PIC 99/99/9999 BLANK WHEN ZERO.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 RG-CUST-AMT  PIC $$$,$$9.99.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 RG-WARR-AMT  PIC $$$,$$9.99.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 RG-ORD-TOTAL PIC $$$$,$$9.99.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 RG-ACTION    PIC X(16).

       01 CLAIM-TITLE.
           05 FILLER       PIC X(50)   VALUE
               "WARRANTY CLAIMS TO SUBMIT TO THE MANUFACTURER".
           05 FILLER       PIC X(82)   VALUE SPACES.

       01 CLAIM-HDINGS.
           05 FILLER       PIC X(16)   VALUE "BOAT TYPE".
           05 FILLER       PIC X(8)    VALUE "WO NO".
           05 FILLER       PIC X(10)   VALUE "STOCK NO".
           05 FILLER       PIC X(7)    VALUE "BUYER".
           05 FILLER       PIC X(12)   VALUE "CLOSED".
           05 FILLER       PIC X(13)   VALUE "      PARTS".
           05 FILLER       PIC X(13)   VALUE "      LABOR".
           05 FILLER       PIC X(13)   VALUE "      CLAIM".

       01 CLAIM-LINE.
           05 CM-TYPE-NAME PIC X(13).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 CM-WO-NO     PIC X(6).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 CM-STOCK-NO  PIC X(8).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 CM-BUYER-NO  PIC X(5).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 CM-CLOSE-DATE PIC 99/99/9999.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 CM-PARTS     PIC $$$,$$9.99.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 CM-LABOR     PIC $$$,$$9.99.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 CM-CLAIM     PIC $$$,$$9.99.

       01 CLAIM-TYPE-TOTAL-LINE.
           05 FILLER       PIC X(16)   VALUE SPACES.
           05 CTT-TYPE-NAME PIC X(13).
           05 FILLER       PIC X(8)    VALUE " CLAIMS:".
           05 CTT-CLAIMS   PIC ZZ,ZZ9.
           05 FILLER       PIC X(10)   VALUE SPACES.
           05 CTT-PARTS    PIC $$$$,$$9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 CTT-LABOR    PIC $$$$,$$9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 CTT-CLAIM    PIC $$$$,$$9.99.

       01 CLAIM-GRAND-LINE.
           05 FILLER       PIC X(29)   VALUE
               "TOTAL CLAIMS TO SUBMIT:".
           05 CGT-CLAIMS   PIC ZZ,ZZ9.
           05 FILLER       PIC X(42)   VALUE SPACES.
           05 CGT-CLAIM    PIC $$$,$$$,$$9.99.

       01 NO-CLAIMS-LINE.
           05 FILLER       PIC X(40)   VALUE
               "NO WARRANTY CLAIMS RAISED TONIGHT".
           05 FILLER       PIC X(92)   VALUE SPACES.

       01 EXPIRE-TITLE.
           05 FILLER       PIC X(50)   VALUE
               "WARRANTIES EXPIRING IN THE NEXT 60 DAYS".
           05 FILLER       PIC X(82)   VALUE SPACES.

       01 EXPIRE-HDINGS.
           05 FILLER       PIC X(10)   VALUE "STOCK NO".
           05 FILLER       PIC X(16)   VALUE "BOAT TYPE".
           05 FILLER       PIC X(7)    VALUE "BUYER".
           05 FILLER       PIC X(27)   VALUE "BUYER NAME".
           05 FILLER       PIC X(14)   VALUE "PHONE".
           05 FILLER       PIC X(12)   VALUE "WARR START".
           05 FILLER       PIC X(12)   VALUE "WARR END".
           05 FILLER       PIC X(9)    VALUE "DAYS LEFT".

       01 EXPIRE-LINE.
           05 EL-STOCK-NO  PIC X(8).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 EL-TYPE-NAME PIC X(13).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 EL-BUYER-NO  PIC X(5).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 EL-BUYER-NAME PIC X(25).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 EL-PHONE     PIC X(10).
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 EL-START-DATE PIC 99/99/9999.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 EL-END-DATE  PIC 99/99/9999.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 EL-DAYS-LEFT PIC ZZ9.

       01 REPEAT-TITLE.
           05 FILLER       PIC X(50)   VALUE
               "REPEAT SERVICE VISITS BY STOCK NUMBER".
           05 FILLER       PIC X(82)   VALUE SPACES.

       01 REPEAT-HDINGS.
           05 FILLER       PIC X(10)   VALUE "STOCK NO".
           05 FILLER       PIC X(8)    VALUE "VISITS".
           05 FILLER       PIC X(14)   VALUE "FIRST OPENED".
           05 FILLER       PIC X(14)   VALUE "LAST OPENED".
           05 FILLER       PIC X(14)   VALUE "NOTE".

       01 REPEAT-LINE.
           05 RV-STOCK-NO  PIC X(8).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 RV-VISITS    PIC ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 RV-FIRST-DATE PIC 99/99/9999.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 RV-LAST-DATE PIC 99/99/9999.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 RV-NOTE      PIC X(14).

       01 EXCEPTION-TITLE.
           05 FILLER       PIC X(50)   VALUE
               "WORK ORDERS HELD - NOT BILLED OR CLAIMED".
           05 FILLER       PIC X(82)   VALUE SPACES.

       01 EXCEPTION-HDINGS.
           05 FILLER       PIC X(8)    VALUE "WO NO".
           05 FILLER       PIC X(10)   VALUE "STOCK NO".
           05 FILLER       PIC X(40)   VALUE "REASON".

       01 EXCEPTION-LINE.
           05 XL-WO-NO     PIC X(6).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 XL-STOCK-NO  PIC X(8).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 XL-REASON    PIC X(40).

       01 NONE-LINE.
           05 FILLER       PIC X(4)    VALUE "NONE".
           05 FILLER       PIC X(128)  VALUE SPACES.

       01 DROP-LINE.
           05 FILLER       PIC X(50)   VALUE
               "*** ROWS PAST A TABLE LIMIT, NOT CARRIED: ".
           05 DL-DROP      PIC ZZ,ZZ9.

       01 BILLED-DROP-LINE.
           05 FILLER       PIC X(50)   VALUE
               "*** BILLING HISTORY ROWS PAST THE TABLE: ".
           05 BDL-DROP     PIC ZZ,ZZ9.

       01 STOPPED-LINE.
           05 FILLER       PIC X(39)   VALUE
               "*** NO ORDERS SETTLED, SVCHIST.DAT NOT ".
           05 FILLER       PIC X(37)   VALUE
               "REPLACED - TABLE MUST BE ENLARGED ***".

       01 COUNT-TOTAL-LINE-1.
           05 FILLER       PIC X(13)   VALUE "ORDERS READ: ".
           05 CT-ORDERS    PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(12)   VALUE "LINES READ: ".
           05 CT-LINES     PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(16)   VALUE "OPEN/IN PROG:   ".
           05 CT-OPEN      PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(16)   VALUE "BILLED EARLIER: ".
           05 CT-PRIOR     PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(9)    VALUE "SETTLED: ".
           05 CT-SETTLED   PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(6)    VALUE "HELD: ".
           05 CT-HELD      PIC ZZ,ZZ9.

       01 COUNT-TOTAL-LINE-2.
           05 FILLER       PIC X(10)   VALUE "INVOICES: ".
           05 CT-INVOICES  PIC ZZ,ZZ9.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 CT-INVOICE-TOT PIC $$$,$$$,$$9.99.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(11)   VALUE "SALES TAX: ".
           05 CT-TAX-TOT   PIC $$$,$$$,$$9.99.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(8)    VALUE "CLAIMS: ".
           05 CT-CLAIMS    PIC ZZ,ZZ9.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 CT-CLAIM-TOT PIC $$$,$$$,$$9.99.

       01 COUNT-TOTAL-LINE-3.
           05 FILLER       PIC X(20)   VALUE "WARRANTIES EXPIRING:".
           05 CT-EXPIRE    PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(15)   VALUE "REPEAT STOCKS: ".
           05 CT-REPEAT    PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(16)   VALUE "POSSIBLE LEMONS:".
           05 CT-LEMON     PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(14)   VALUE "STRAY LINES:  ".
           05 CT-STRAY     PIC ZZ,ZZ9.

       01 HISTORY-TOTAL-LINE.
           05 FILLER       PIC X(24)   VALUE "BILLING HISTORY ROLLED:".
           05 HT-ROLL      PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(25)   VALUE
               "REPLACED FROM THIS DATE: ".
           05 HT-REPL      PIC ZZ,ZZ9.

      *    CUSTOMER INVOICE, ONE PAGE PER SETTLED ORDER WITH
      *    CUSTOMER-PAY WORK.
       01 BILL-TITLE.
           05 FILLER       PIC X(6)    VALUE "DATE".
           05 BT-MM        PIC 9(2).
           05 FILLER       PIC X       VALUE "/".
           05 BT-DD        PIC 9(2).
           05 FILLER       PIC X       VALUE "/".
           05 BT-YY        PIC 9(4).
           05 FILLER       PIC X(24)   VALUE SPACES.
           05 FILLER       PIC X(15)   VALUE "SERVICE INVOICE".
           05 FILLER       PIC X(20)   VALUE SPACES.
           05 FILLER       PIC X(8)    VALUE "INVOICE:".
           05 BT-PCTR      PIC ZZZ9.

       01 BILL-TO-LINE.
           05 BL-LABEL     PIC X(10).
           05 BL-TEXT      PIC X(50).

       01 BILL-CSZ.
           05 BC-CITY      PIC X(15).
           05 FILLER       PIC X       VALUE SPACE.
           05 BC-STATE     PIC X(2).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 BC-ZIP       PIC X(5).

       01 BILL-ORDER-LINE.
           05 FILLER       PIC X(12)   VALUE "WORK ORDER: ".
           05 BO-WO-NO     PIC X(6).
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(10)   VALUE "STOCK NO: ".
           05 BO-STOCK-NO  PIC X(8).
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(8)    VALUE "OPENED: ".
           05 BO-OPEN-DATE PIC 99/99/9999.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(8)    VALUE "CLOSED: ".
           05 BO-CLOSE-DATE PIC 99/99/9999.

       01 BILL-COMPLAINT-LINE.
           05 FILLER       PIC X(12)   VALUE "COMPLAINT:  ".
           05 BQ-COMPLAINT PIC X(28).

       01 BILL-HDINGS.
           05 FILLER       PIC X(8)    VALUE "KIND".
           05 FILLER       PIC X(27)   VALUE "DESCRIPTION".
           05 FILLER       PIC X(9)    VALUE "    QTY".
           05 FILLER       PIC X(13)   VALUE "  UNIT PRICE".
           05 FILLER       PIC X(13)   VALUE "      AMOUNT".

       01 BILL-DETAIL-LINE.
           05 BD-KIND      PIC X(6).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 BD-DESC      PIC X(25).
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 BD-QTY       PIC ZZ9.9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 BD-UNIT-PRICE PIC $$$,$$9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 BD-EXT       PIC $$$$,$$9.99.

       01 BILL-TOTAL-LINE.
           05 FILLER       PIC X(45)   VALUE SPACES.
           05 BTL-LABEL    PIC X(15).
           05 BTL-AMT      PIC $$$$,$$9.99.

       01 BILL-WARR-LINE.
           05 FILLER       PIC X(45)   VALUE
               "WARRANTY WORK ON THIS ORDER, NO CHARGE:".
           05 FILLER       PIC X(15)   VALUE SPACES.
           05 BW-AMT       PIC $$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE.
           PERFORM 3000-CLOSING.
           GOBACK.

       1000-INIT.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT BILLOUT.

           PERFORM 1050-GET-RUN-DATE.
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           MOVE I-YY TO BT-YY.
           MOVE I-MM TO BT-MM.
           MOVE I-DD TO BT-DD.
           MOVE I-DATE TO WS-RUN-DATE-N.
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N).
           COMPUTE WS-HORIZON-DATE =
               FUNCTION DATE-OF-INTEGER (WS-RUN-INT + 60).

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

           PERFORM 1100-LOAD-WARRANTIES.
           PERFORM 1200-LOAD-STATE-TAX.
           PERFORM 1300-ROLL-HISTORY.

           MOVE REGISTER-TITLE TO WS-SECTION-TITLE.
           MOVE REGISTER-HDINGS TO WS-COL-HDG.
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

       1100-LOAD-WARRANTIES.
           OPEN INPUT WARRANTY-FILE.
           PERFORM UNTIL MORE-WARR = "NO"
               READ WARRANTY-FILE
                   AT END
                       MOVE "NO" TO MORE-WARR
                   NOT AT END
                       IF WS-WARR-COUNT < 3000
                           ADD 1 TO WS-WARR-COUNT
                           MOVE WR-STOCK-NO
                               TO WRT-STOCK-NO (WS-WARR-COUNT)
                           MOVE WR-BUYER-NO
                               TO WRT-BUYER-NO (WS-WARR-COUNT)
                           MOVE WR-BOAT-TYPE
                               TO WRT-BOAT-TYPE (WS-WARR-COUNT)
                           MOVE WR-START-DATE
                               TO WRT-START-DATE (WS-WARR-COUNT)
                           MOVE WR-END-DATE
                               TO WRT-END-DATE (WS-WARR-COUNT)
                           MOVE WR-STATUS
                               TO WRT-STATUS (WS-WARR-COUNT)
                       ELSE
                           ADD 1 TO C-DROP-CTR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WARRANTY-FILE.

       1200-LOAD-STATE-TAX.
           OPEN INPUT STATE-TAX-FILE.
           PERFORM UNTIL MORE-STX = "NO"
               READ STATE-TAX-FILE
                   AT END
                       MOVE "NO" TO MORE-STX
                   NOT AT END
                       IF WS-STX-COUNT < 60
                          AND STX-RATE NUMERIC
                           ADD 1 TO WS-STX-COUNT
                           MOVE STX-STATE
                               TO STT-STATE (WS-STX-COUNT)
                           MOVE STX-RATE
                               TO STT-RATE (WS-STX-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STATE-TAX-FILE.

      *    CARRIES THE EXISTING BILLING HISTORY INTO THE NEW FILE AND
      *    THE BILLED TABLE, EXCEPT ROWS ALREADY STAMPED WITH THIS RUN
      *    DATE: THOSE ORDERS ARE SETTLED AGAIN TONIGHT.
       1300-ROLL-HISTORY.
           OPEN INPUT BILL-HISTORY.
           OPEN OUTPUT NEW-BILL-HISTORY.
           PERFORM UNTIL MORE-HIST = "NO"
               READ BILL-HISTORY
                   AT END
                       MOVE "NO" TO MORE-HIST
                   NOT AT END
                       IF SH-BILL-DATE = WS-RUN-DATE-N
                           ADD 1 TO C-REPL-CTR
                       ELSE
                           WRITE NH-REC FROM SH-REC
                           ADD 1 TO C-ROLL-CTR
                           IF WS-BILLED-COUNT < 20000
                               ADD 1 TO WS-BILLED-COUNT
                               MOVE SH-WO-NO
                                   TO BLT-WO-NO (WS-BILLED-COUNT)
                           ELSE
                               ADD 1 TO C-BILLED-DROP-CTR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BILL-HISTORY.

      *    A LINE WITH NO ORDER OPEN (A STRAY AHEAD OF THE FIRST
      *    HEADER, OR ONE CARRYING ANOTHER ORDER'S NUMBER) BELONGS TO
      *    NO ORDER; IT IS COUNTED AND LISTED INSTEAD OF PRICED.
       2000-MAINLINE.
           OPEN INPUT WORK-ORDERS.
           OPEN INPUT BUYER-MASTER.
           PERFORM UNTIL MORE-RECS = "NO"
                      OR C-BILLED-DROP-CTR > ZERO
               READ WORK-ORDERS
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-READ-CTR
                       IF WO-REC-TYPE = "H"
                           PERFORM 2100-START-ORDER
                       ELSE
                           IF WS-ORD-OPEN = "YES"
                              AND WO-NO = H-WO-NO
                               PERFORM 2200-PRICE-LINE
                           ELSE
                               ADD 1 TO C-STRAY-CTR
                               MOVE WO-NO TO EXC-WO-NO-HOLD
                               MOVE SPACES TO EXC-STOCK-NO-HOLD
                               MOVE "LINE WITH NO WORK ORDER HEADER"
                                   TO WS-ERR-REASON
                               PERFORM 2900-LOG-EXCEPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ORD-OPEN = "YES"
               PERFORM 2500-FINISH-ORDER
           END-IF.
           CLOSE WORK-ORDERS.

      *    A NEW HEADER CLOSES OUT THE ORDER IN PROGRESS AND STARTS
      *    PRICING THE NEW ONE.
       2100-START-ORDER.
           IF WS-ORD-OPEN = "YES"
               PERFORM 2500-FINISH-ORDER
           END-IF.

           ADD 1 TO C-ORDER-CTR.
           MOVE WO-NO TO H-WO-NO.
           MOVE WOH-STOCK-NO TO H-STOCK-NO.
           MOVE WOH-BUYER-NO TO H-BUYER-NO.
           IF WOH-OPEN-DATE NUMERIC
               MOVE WOH-OPEN-DATE TO H-OPEN-DATE
           ELSE
               MOVE ZERO TO H-OPEN-DATE
           END-IF.
           MOVE WOH-STATUS TO H-STATUS.
           IF WOH-CLOSE-DATE NUMERIC
               MOVE WOH-CLOSE-DATE TO H-CLOSE-DATE
           ELSE
               MOVE ZERO TO H-CLOSE-DATE
           END-IF.
           MOVE WOH-COMPLAINT TO H-COMPLAINT.

           MOVE ZERO TO C-ORD-CUST-PARTS.
           MOVE ZERO TO C-ORD-CUST-LABOR.
           MOVE ZERO TO C-ORD-WARR-PARTS.
           MOVE ZERO TO C-ORD-WARR-LABOR.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE "NO" TO WS-ORD-BAD.
           MOVE SPACES TO WS-ERR-REASON.
           MOVE "YES" TO WS-ORD-OPEN.

           PERFORM 2150-COUNT-VISIT.

      *    EVERY ORDER ON FILE IS A SERVICE VISIT ON ITS STOCK NUMBER,
      *    WHATEVER ITS STATUS.
       2150-COUNT-VISIT.
           MOVE ZERO TO WS-VISIT-MATCH.
           PERFORM VARYING WS-VISIT-SUB FROM 1 BY 1
               UNTIL WS-VISIT-SUB > WS-VISIT-COUNT
                  OR WS-VISIT-MATCH > ZERO
               IF VT-STOCK-NO (WS-VISIT-SUB) = H-STOCK-NO
                   MOVE WS-VISIT-SUB TO WS-VISIT-MATCH
               END-IF
           END-PERFORM.

           IF WS-VISIT-MATCH = ZERO
               IF WS-VISIT-COUNT < 1000
                   ADD 1 TO WS-VISIT-COUNT
                   MOVE WS-VISIT-COUNT TO WS-VISIT-MATCH
                   MOVE H-STOCK-NO TO VT-STOCK-NO (WS-VISIT-MATCH)
                   MOVE ZERO TO VT-VISITS (WS-VISIT-MATCH)
                   MOVE H-OPEN-DATE TO VT-FIRST-DATE (WS-VISIT-MATCH)
                   MOVE H-OPEN-DATE TO VT-LAST-DATE (WS-VISIT-MATCH)
               ELSE
                   ADD 1 TO C-DROP-CTR
               END-IF
           END-IF.

           IF WS-VISIT-MATCH > ZERO
               ADD 1 TO VT-VISITS (WS-VISIT-MATCH)
               IF H-OPEN-DATE < VT-FIRST-DATE (WS-VISIT-MATCH)
                   MOVE H-OPEN-DATE TO VT-FIRST-DATE (WS-VISIT-MATCH)
               END-IF
               IF H-OPEN-DATE > VT-LAST-DATE (WS-VISIT-MATCH)
                   MOVE H-OPEN-DATE TO VT-LAST-DATE (WS-VISIT-MATCH)
               END-IF
           END-IF.

      *    A LINE THAT CANNOT BE PRICED (BAD KIND, PAY CODE, QUANTITY
      *    OR PRICE) HOLDS THE WHOLE ORDER BACK FROM BILLING.
       2200-PRICE-LINE.
           ADD 1 TO C-LINE-CTR.
           IF (WOL-KIND NOT = "P" AND WOL-KIND NOT = "L")
              OR (WOL-PAY NOT = "W" AND WOL-PAY NOT = "C")
              OR WOL-QTY NOT NUMERIC
              OR WOL-UNIT-PRICE NOT NUMERIC
               MOVE "YES" TO WS-ORD-BAD
               MOVE "LINE HAS BAD KIND, PAY, QTY OR PRICE"
                   TO WS-ERR-REASON
           ELSE
               COMPUTE C-LINE-EXT ROUNDED =
                   WOL-QTY * WOL-UNIT-PRICE
               EVALUATE TRUE
                   WHEN WOL-PAY = "C" AND WOL-KIND = "P"
                       ADD C-LINE-EXT TO C-ORD-CUST-PARTS
                   WHEN WOL-PAY = "C"
                       ADD C-LINE-EXT TO C-ORD-CUST-LABOR
                   WHEN WOL-KIND = "P"
                       ADD C-LINE-EXT TO C-ORD-WARR-PARTS
                   WHEN OTHER
                       ADD C-LINE-EXT TO C-ORD-WARR-LABOR
               END-EVALUATE
               IF WS-LINE-COUNT < 40
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WOL-KIND TO OL-KIND (WS-LINE-COUNT)
                   MOVE WOL-PAY TO OL-PAY (WS-LINE-COUNT)
                   MOVE WOL-DESC TO OL-DESC (WS-LINE-COUNT)
                   MOVE WOL-QTY TO OL-QTY (WS-LINE-COUNT)
                   MOVE WOL-UNIT-PRICE
                       TO OL-UNIT-PRICE (WS-LINE-COUNT)
                   MOVE C-LINE-EXT TO OL-EXT (WS-LINE-COUNT)
               ELSE
                   MOVE "YES" TO WS-ORD-BAD
                   MOVE "MORE THAN 40 LINES - SPLIT THE ORDER"
                       TO WS-ERR-REASON
               END-IF
           END-IF.

      *    THE ORDER IS PRICED; DECIDE WHAT TONIGHT DOES WITH IT AND
      *    LIST IT ON THE REGISTER.
       2500-FINISH-ORDER.
           MOVE "NO" TO WS-ORD-OPEN.
           ADD C-ORD-CUST-PARTS C-ORD-CUST-LABOR
               GIVING C-ORD-CUST-AMT.
           ADD C-ORD-WARR-PARTS C-ORD-WARR-LABOR
               GIVING C-ORD-WARR-AMT.

           EVALUATE H-STATUS
               WHEN "O"
                   MOVE "OPEN" TO RG-STATUS
                   MOVE "OPEN" TO WS-ACTION
                   ADD 1 TO C-OPEN-CTR
               WHEN "I"
                   MOVE "IN PROGRESS" TO RG-STATUS
                   MOVE "IN PROGRESS" TO WS-ACTION
                   ADD 1 TO C-OPEN-CTR
               WHEN "C"
                   MOVE "CLOSED" TO RG-STATUS
                   PERFORM 2600-SETTLE-ORDER
               WHEN OTHER
                   MOVE "BAD STATUS" TO RG-STATUS
                   MOVE "BAD STATUS CODE - NOT O, I OR C"
                       TO WS-ERR-REASON
                   PERFORM 2800-HOLD-ORDER
           END-EVALUATE.

           MOVE H-WO-NO TO RG-WO-NO.
           MOVE H-STOCK-NO TO RG-STOCK-NO.
           MOVE H-BUYER-NO TO RG-BUYER-NO.
           MOVE H-OPEN-DATE TO WS-CALC-DATE-N.
           PERFORM 9200-FLIP-DATE.
           MOVE WS-CALC-DATE-N TO RG-OPEN-DATE.
           MOVE H-CLOSE-DATE TO WS-CALC-DATE-N.
           PERFORM 9200-FLIP-DATE.
           MOVE WS-CALC-DATE-N TO RG-CLOSE-DATE.
           MOVE C-ORD-CUST-AMT TO RG-CUST-AMT.
           MOVE C-ORD-WARR-AMT TO RG-WARR-AMT.
           ADD C-ORD-CUST-AMT C-ORD-WARR-AMT GIVING RG-ORD-TOTAL.
           MOVE WS-ACTION TO RG-ACTION.
           WRITE PRTLINE FROM REGISTER-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

      *    A CLOSED ORDER IS BILLED AND CLAIMED ONCE. IT IS HELD
      *    WHEN A LINE WOULD NOT PRICE, THE CLOSE DATE IS MISSING OR
      *    AHEAD OF THE RUN, WARRANTY WORK HAS NO WARRANTY IN FORCE
      *    BEHIND IT, OR CUSTOMER-PAY WORK HAS NO BUYER TO BILL.
       2600-SETTLE-ORDER.
           MOVE "NO" TO WS-BILLED-FOUND.
           PERFORM VARYING WS-BILLED-SUB FROM 1 BY 1
               UNTIL WS-BILLED-SUB > WS-BILLED-COUNT
                  OR WS-BILLED-FOUND = "YES"
               IF BLT-WO-NO (WS-BILLED-SUB) = H-WO-NO
                   MOVE "YES" TO WS-BILLED-FOUND
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-WARR-MATCH.
           IF C-ORD-WARR-AMT > ZERO
               PERFORM 2650-FIND-WARRANTY
           END-IF.

           MOVE "YES" TO WS-BUYER-FOUND.
           IF C-ORD-CUST-AMT > ZERO
               MOVE H-BUYER-NO TO BM-BUYER-NO
               READ BUYER-MASTER
                   INVALID KEY
                       MOVE "NO" TO WS-BUYER-FOUND
                   NOT INVALID KEY
                       MOVE "YES" TO WS-BUYER-FOUND
               END-READ
           END-IF.

           EVALUATE TRUE
               WHEN WS-BILLED-FOUND = "YES"
                   MOVE "BILLED EARLIER" TO WS-ACTION
                   ADD 1 TO C-PRIOR-CTR
               WHEN WS-ORD-BAD = "YES"
                   PERFORM 2800-HOLD-ORDER
               WHEN H-CLOSE-DATE = ZERO
                 OR H-CLOSE-DATE > WS-RUN-DATE-N
                   MOVE "CLOSE DATE MISSING OR AFTER RUN DATE"
                       TO WS-ERR-REASON
                   PERFORM 2800-HOLD-ORDER
               WHEN C-ORD-WARR-AMT > ZERO
                AND WS-WARR-MATCH = ZERO
                   MOVE "WARRANTY WORK - NO WARRANTY IN FORCE"
                       TO WS-ERR-REASON
                   PERFORM 2800-HOLD-ORDER
               WHEN WS-BUYER-FOUND = "NO"
                   MOVE "CUSTOMER PAY - BUYER NOT ON BUYER MASTER"
                       TO WS-ERR-REASON
                   PERFORM 2800-HOLD-ORDER
               WHEN OTHER
                   PERFORM 2680-BILL-ORDER
           END-EVALUATE.

      *    INVOICE THE CUSTOMER-PAY WORK, CLAIM THE WARRANTY WORK,
      *    AND LOG THE ORDER AS SETTLED.
       2680-BILL-ORDER.
           ADD 1 TO C-SETTLED-CTR.
           MOVE "NO CHARGE" TO WS-ACTION.
           MOVE ZERO TO C-DUE-AMT.
           IF C-ORD-CUST-AMT > ZERO
               PERFORM 2700-PRINT-INVOICE
               MOVE "INVOICED" TO WS-ACTION
           END-IF.
           IF C-ORD-WARR-AMT > ZERO
               PERFORM 2750-RAISE-CLAIM
               IF C-ORD-CUST-AMT > ZERO
                   MOVE "INVOICED+CLAIMED" TO WS-ACTION
               ELSE
                   MOVE "CLAIMED" TO WS-ACTION
               END-IF
           END-IF.

           MOVE H-WO-NO TO SH-WO-NO.
           MOVE WS-RUN-DATE-N TO SH-BILL-DATE.
           MOVE H-BUYER-NO TO SH-BUYER-NO.
           MOVE C-DUE-AMT TO SH-CUST-AMT.
           MOVE C-ORD-WARR-AMT TO SH-WARR-AMT.
           WRITE NH-REC FROM SH-REC.

      *    WARRANTY IN FORCE ON THE STOCK NUMBER THE DAY THE ORDER
      *    WAS OPENED. A REGISTRATION VOIDED BY A CANCELLED SALE
      *    COVERS NOTHING.
       2650-FIND-WARRANTY.
           PERFORM VARYING WS-WARR-SUB FROM 1 BY 1
               UNTIL WS-WARR-SUB > WS-WARR-COUNT
                  OR WS-WARR-MATCH > ZERO
               IF WRT-STOCK-NO (WS-WARR-SUB) = H-STOCK-NO
                  AND WRT-STATUS (WS-WARR-SUB) NOT = "V"
                  AND WRT-START-DATE (WS-WARR-SUB) NOT > H-OPEN-DATE
                  AND WRT-END-DATE (WS-WARR-SUB) NOT < H-OPEN-DATE
                   MOVE WS-WARR-SUB TO WS-WARR-MATCH
               END-IF
           END-PERFORM.

      *    ONE INVOICE PAGE: BUYER, ORDER, THE CUSTOMER-PAY LINES,
      *    PARTS TAXED AT THE BUYER'S STATE RATE, LABOR NOT TAXED.
       2700-PRINT-INVOICE.
           ADD 1 TO C-INVOICE-CTR.
           ADD 1 TO C-BILL-PCTR.
           MOVE C-BILL-PCTR TO BT-PCTR.

           MOVE ZERO TO C-TAX-RATE.
           MOVE "NO" TO WS-STX-FOUND.
           PERFORM VARYING WS-STX-SUB FROM 1 BY 1
               UNTIL WS-STX-SUB > WS-STX-COUNT
               IF STT-STATE (WS-STX-SUB) = BM-STATE
                   MOVE STT-RATE (WS-STX-SUB) TO C-TAX-RATE
                   MOVE "YES" TO WS-STX-FOUND
               END-IF
           END-PERFORM.
           IF WS-STX-FOUND = "NO"
               MOVE H-WO-NO TO EXC-WO-NO-HOLD
               MOVE H-STOCK-NO TO EXC-STOCK-NO-HOLD
               MOVE "BILLED - BUYER STATE NOT ON TAX TABLE"
                   TO WS-ERR-REASON
               PERFORM 2900-LOG-EXCEPTION
           END-IF.
           COMPUTE C-TAX-AMT ROUNDED = C-ORD-CUST-PARTS * C-TAX-RATE.
           ADD C-ORD-CUST-AMT C-TAX-AMT GIVING C-DUE-AMT.
           ADD C-DUE-AMT TO C-INVOICE-TOT.
           ADD C-TAX-AMT TO C-TAX-TOT.

           WRITE BILLLINE FROM BILL-TITLE
               AFTER ADVANCING PAGE.
           MOVE "BILL TO:" TO BL-LABEL.
           MOVE BM-NAME TO BL-TEXT.
           WRITE BILLLINE FROM BILL-TO-LINE
               AFTER ADVANCING 3 LINES.
           MOVE BM-ADDR TO BL-TEXT.
           MOVE SPACES TO BL-LABEL.
           WRITE BILLLINE FROM BILL-TO-LINE
               AFTER ADVANCING 1 LINES.
           MOVE BM-CITY TO BC-CITY.
           MOVE BM-STATE TO BC-STATE.
           MOVE BM-ZIP TO BC-ZIP.
           MOVE BILL-CSZ TO BL-TEXT.
           WRITE BILLLINE FROM BILL-TO-LINE
               AFTER ADVANCING 1 LINES.

           MOVE H-WO-NO TO BO-WO-NO.
           MOVE H-STOCK-NO TO BO-STOCK-NO.
           MOVE H-OPEN-DATE TO WS-CALC-DATE-N.
           PERFORM 9200-FLIP-DATE.
           MOVE WS-CALC-DATE-N TO BO-OPEN-DATE.
           MOVE H-CLOSE-DATE TO WS-CALC-DATE-N.
           PERFORM 9200-FLIP-DATE.
           MOVE WS-CALC-DATE-N TO BO-CLOSE-DATE.
           WRITE BILLLINE FROM BILL-ORDER-LINE
               AFTER ADVANCING 3 LINES.
           MOVE H-COMPLAINT TO BQ-COMPLAINT.
           WRITE BILLLINE FROM BILL-COMPLAINT-LINE
               AFTER ADVANCING 1 LINES.
           WRITE BILLLINE FROM BILL-HDINGS
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO BILLLINE.
           WRITE BILLLINE
               AFTER ADVANCING 1 LINES.

           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-COUNT
               IF OL-PAY (WS-LINE-SUB) = "C"
                   IF OL-KIND (WS-LINE-SUB) = "P"
                       MOVE "PARTS" TO BD-KIND
                   ELSE
                       MOVE "LABOR" TO BD-KIND
                   END-IF
                   MOVE OL-DESC (WS-LINE-SUB) TO BD-DESC
                   MOVE OL-QTY (WS-LINE-SUB) TO BD-QTY
                   MOVE OL-UNIT-PRICE (WS-LINE-SUB) TO BD-UNIT-PRICE
                   MOVE OL-EXT (WS-LINE-SUB) TO BD-EXT
                   WRITE BILLLINE FROM BILL-DETAIL-LINE
                       AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM.

           MOVE "PARTS" TO BTL-LABEL.
           MOVE C-ORD-CUST-PARTS TO BTL-AMT.
           WRITE BILLLINE FROM BILL-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "LABOR" TO BTL-LABEL.
           MOVE C-ORD-CUST-LABOR TO BTL-AMT.
           WRITE BILLLINE FROM BILL-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE "SALES TAX" TO BTL-LABEL.
           MOVE C-TAX-AMT TO BTL-AMT.
           WRITE BILLLINE FROM BILL-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE "TOTAL DUE" TO BTL-LABEL.
           MOVE C-DUE-AMT TO BTL-AMT.
           WRITE BILLLINE FROM BILL-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           IF C-ORD-WARR-AMT > ZERO
               MOVE C-ORD-WARR-AMT TO BW-AMT
               WRITE BILLLINE FROM BILL-WARR-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       2750-RAISE-CLAIM.
           ADD 1 TO C-CLAIM-CTR.
           ADD C-ORD-WARR-AMT TO C-CLAIM-TOT.
           MOVE 7 TO WS-TYPE-SUB.
           PERFORM VARYING TY-IDX FROM 1 BY 1
               UNTIL TY-IDX > 6
               IF TY-TYPE-CD (TY-IDX) = WRT-BOAT-TYPE (WS-WARR-MATCH)
                   SET WS-TYPE-SUB TO TY-IDX
               END-IF
           END-PERFORM.
           ADD 1 TO TY-CLAIMS (WS-TYPE-SUB).
           ADD C-ORD-WARR-PARTS TO TY-PARTS (WS-TYPE-SUB).
           ADD C-ORD-WARR-LABOR TO TY-LABOR (WS-TYPE-SUB).

           IF WS-CLAIM-COUNT < 500
               ADD 1 TO WS-CLAIM-COUNT
               MOVE WS-TYPE-SUB TO CL-TYPE-SUB (WS-CLAIM-COUNT)
               MOVE H-WO-NO TO CL-WO-NO (WS-CLAIM-COUNT)
               MOVE H-STOCK-NO TO CL-STOCK-NO (WS-CLAIM-COUNT)
               MOVE H-BUYER-NO TO CL-BUYER-NO (WS-CLAIM-COUNT)
               MOVE H-CLOSE-DATE TO CL-CLOSE-DATE (WS-CLAIM-COUNT)
               MOVE C-ORD-WARR-PARTS TO CL-PARTS (WS-CLAIM-COUNT)
               MOVE C-ORD-WARR-LABOR TO CL-LABOR (WS-CLAIM-COUNT)
           ELSE
               ADD 1 TO C-DROP-CTR
           END-IF.

      *    A HELD ORDER IS NOT LOGGED TO THE HISTORY, SO IT COMES UP
      *    AGAIN EVERY NIGHT UNTIL THE SHOP CORRECTS IT.
       2800-HOLD-ORDER.
           ADD 1 TO C-HELD-CTR.
           MOVE "HELD" TO WS-ACTION.
           MOVE H-WO-NO TO EXC-WO-NO-HOLD.
           MOVE H-STOCK-NO TO EXC-STOCK-NO-HOLD.
           PERFORM 2900-LOG-EXCEPTION.

       2900-LOG-EXCEPTION.
           IF WS-EXC-COUNT < 300
               ADD 1 TO WS-EXC-COUNT
               MOVE EXC-WO-NO-HOLD TO EXC-WO-NO (WS-EXC-COUNT)
               MOVE EXC-STOCK-NO-HOLD TO EXC-STOCK-NO (WS-EXC-COUNT)
               MOVE WS-ERR-REASON TO EXC-REASON (WS-EXC-COUNT)
           ELSE
               ADD 1 TO C-DROP-CTR
           END-IF.

       3000-CLOSING.
           PERFORM 3100-PRINT-CLAIMS.

           MOVE EXPIRE-TITLE TO WS-SECTION-TITLE.
           MOVE EXPIRE-HDINGS TO WS-COL-HDG.
           PERFORM 9100-HEADINGS.
           SORT SORT-WORK
               ON ASCENDING KEY SW-END-DATE
                                SW-STOCK-NO
               INPUT PROCEDURE 3200-SELECT-EXPIRING
               OUTPUT PROCEDURE 3300-PRINT-EXPIRING.
           IF C-EXPIRE-CTR = ZERO
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.
           CLOSE BUYER-MASTER.

           PERFORM 3400-PRINT-REPEATS.
           PERFORM 3500-PRINT-EXCEPTIONS.

           MOVE C-ORDER-CTR TO CT-ORDERS.
           MOVE C-LINE-CTR TO CT-LINES.
           MOVE C-OPEN-CTR TO CT-OPEN.
           MOVE C-PRIOR-CTR TO CT-PRIOR.
           MOVE C-SETTLED-CTR TO CT-SETTLED.
           MOVE C-HELD-CTR TO CT-HELD.
           WRITE PRTLINE FROM COUNT-TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.
           MOVE C-INVOICE-CTR TO CT-INVOICES.
           MOVE C-INVOICE-TOT TO CT-INVOICE-TOT.
           MOVE C-TAX-TOT TO CT-TAX-TOT.
           MOVE C-CLAIM-CTR TO CT-CLAIMS.
           MOVE C-CLAIM-TOT TO CT-CLAIM-TOT.
           WRITE PRTLINE FROM COUNT-TOTAL-LINE-2
               AFTER ADVANCING 1 LINES.
           MOVE C-EXPIRE-CTR TO CT-EXPIRE.
           MOVE C-REPEAT-CTR TO CT-REPEAT.
           MOVE C-LEMON-CTR TO CT-LEMON.
           MOVE C-STRAY-CTR TO CT-STRAY.
           WRITE PRTLINE FROM COUNT-TOTAL-LINE-3
               AFTER ADVANCING 1 LINES.
           MOVE C-ROLL-CTR TO HT-ROLL.
           MOVE C-REPL-CTR TO HT-REPL.
           WRITE PRTLINE FROM HISTORY-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           IF C-DROP-CTR > ZERO
               MOVE C-DROP-CTR TO DL-DROP
               WRITE PRTLINE FROM DROP-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF C-BILLED-DROP-CTR > ZERO
               MOVE C-BILLED-DROP-CTR TO BDL-DROP
               WRITE PRTLINE FROM BILLED-DROP-LINE
                   AFTER ADVANCING 2 LINES
               WRITE PRTLINE FROM STOPPED-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

           CLOSE NEW-BILL-HISTORY.
           CLOSE PRTOUT.
           CLOSE BILLOUT.

      *    WITH THE BILLED TABLE OVERFLOWED THE HISTORY IS NOT
      *    COMPLETE IN MEMORY, SO THE OLD FILE STAYS IN PLACE.
           IF C-BILLED-DROP-CTR > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 3050-SWAP-HISTORY
           END-IF.


       3050-SWAP-HISTORY.
      *    THE FULL PASS IS CLEAN, SO THE NEW HISTORY SWAPS INTO
      *    PLACE THE SAME WAY COBCMS17 SWAPS THE SALES HISTORY: THE
      *    CURRENT FILE IS RENAMED ASIDE, THE NEW FILE RENAMED IN,
      *    AND ONLY THEN IS THE ASIDE COPY DELETED.
           CALL "CBL_DELETE_FILE" USING WS-BAK-PATH.
           CALL "CBL_RENAME_FILE" USING WS-HIST-PATH
                                        WS-BAK-PATH.
           CALL "CBL_RENAME_FILE" USING WS-NEWH-PATH
                                        WS-HIST-PATH.
           CALL "CBL_DELETE_FILE" USING WS-BAK-PATH.
      *    A FIRST-EVER RUN WITH NO PRIOR HISTORY MAKES THE ASIDE
      *    DELETE/RENAME COME BACK NONZERO; THAT IS EXPECTED AND MUST
      *    NOT FAIL THE DRIVER STEP.
           MOVE ZERO TO RETURN-CODE.

      *    TONIGHT'S CLAIMS GROUPED BY BOAT TYPE, WITH A SUBTOTAL PER
      *    TYPE AND THE TOTAL TO SUBMIT.
       3100-PRINT-CLAIMS.
           MOVE CLAIM-TITLE TO WS-SECTION-TITLE.
           MOVE CLAIM-HDINGS TO WS-COL-HDG.
           PERFORM 9100-HEADINGS.
           IF C-CLAIM-CTR = ZERO
               WRITE PRTLINE FROM NO-CLAIMS-LINE
                   AFTER ADVANCING 1 LINES
           ELSE
               PERFORM 3120-PRINT-CLAIM-TYPES
           END-IF.

       3120-PRINT-CLAIM-TYPES.
           PERFORM VARYING TY-IDX FROM 1 BY 1
               UNTIL TY-IDX > 7
               IF TY-CLAIMS (TY-IDX) > ZERO
                   SET WS-TYPE-SUB TO TY-IDX
                   MOVE ZERO TO WS-TYPE-CLAIMS
                   PERFORM VARYING WS-CLAIM-SUB FROM 1 BY 1
                       UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
                       IF CL-TYPE-SUB (WS-CLAIM-SUB) = WS-TYPE-SUB
                           PERFORM 3150-PRINT-CLAIM-LINE
                       END-IF
                   END-PERFORM
                   MOVE TY-TYPE-NAME (TY-IDX) TO CTT-TYPE-NAME
                   MOVE TY-CLAIMS (TY-IDX) TO CTT-CLAIMS
                   MOVE TY-PARTS (TY-IDX) TO CTT-PARTS
                   MOVE TY-LABOR (TY-IDX) TO CTT-LABOR
                   ADD TY-PARTS (TY-IDX) TY-LABOR (TY-IDX)
                       GIVING CTT-CLAIM
                   WRITE PRTLINE FROM CLAIM-TYPE-TOTAL-LINE
                       AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9100-HEADINGS
                   END-WRITE
                   MOVE SPACES TO PRTLINE
                   WRITE PRTLINE
                       AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM.

           MOVE C-CLAIM-CTR TO CGT-CLAIMS.
           MOVE C-CLAIM-TOT TO CGT-CLAIM.
           WRITE PRTLINE FROM CLAIM-GRAND-LINE
               AFTER ADVANCING 1 LINES.

      *    THE TYPE NAME PRINTS ON THE FIRST CLAIM OF EACH TYPE ONLY.
       3150-PRINT-CLAIM-LINE.
           ADD 1 TO WS-TYPE-CLAIMS.
           IF WS-TYPE-CLAIMS = 1
               MOVE TY-TYPE-NAME (TY-IDX) TO CM-TYPE-NAME
           ELSE
               MOVE SPACES TO CM-TYPE-NAME
           END-IF.
           MOVE CL-WO-NO (WS-CLAIM-SUB) TO CM-WO-NO.
           MOVE CL-STOCK-NO (WS-CLAIM-SUB) TO CM-STOCK-NO.
           MOVE CL-BUYER-NO (WS-CLAIM-SUB) TO CM-BUYER-NO.
           MOVE CL-CLOSE-DATE (WS-CLAIM-SUB) TO WS-CALC-DATE-N.
           PERFORM 9200-FLIP-DATE.
           MOVE WS-CALC-DATE-N TO CM-CLOSE-DATE.
           MOVE CL-PARTS (WS-CLAIM-SUB) TO CM-PARTS.
           MOVE CL-LABOR (WS-CLAIM-SUB) TO CM-LABOR.
           ADD CL-PARTS (WS-CLAIM-SUB) CL-LABOR (WS-CLAIM-SUB)
               GIVING CM-CLAIM.
           WRITE PRTLINE FROM CLAIM-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

      *    A WARRANTY STILL IN FORCE WHOSE END DATE FALLS WITHIN THE
      *    NEXT 60 DAYS. VOIDED REGISTRATIONS ARE LEFT OFF.
       3200-SELECT-EXPIRING.
           PERFORM VARYING WS-WARR-SUB FROM 1 BY 1
               UNTIL WS-WARR-SUB > WS-WARR-COUNT
               IF WRT-END-DATE (WS-WARR-SUB) NOT < WS-RUN-DATE-N
                  AND WRT-STATUS (WS-WARR-SUB) NOT = "V"
                  AND WRT-END-DATE (WS-WARR-SUB)
                      NOT > WS-HORIZON-DATE
                   MOVE WRT-END-DATE (WS-WARR-SUB) TO SW-END-DATE
                   MOVE WRT-STOCK-NO (WS-WARR-SUB) TO SW-STOCK-NO
                   MOVE WRT-BUYER-NO (WS-WARR-SUB) TO SW-BUYER-NO
                   MOVE WRT-BOAT-TYPE (WS-WARR-SUB) TO SW-BOAT-TYPE
                   MOVE WRT-START-DATE (WS-WARR-SUB)
                       TO SW-START-DATE
                   RELEASE SW-WARR-REC
               END-IF
           END-PERFORM.

       3300-PRINT-EXPIRING.
           PERFORM 9010-READ-SORTED.
           PERFORM UNTIL MORE-SORTED = "NO"
               ADD 1 TO C-EXPIRE-CTR
               MOVE SW-STOCK-NO TO EL-STOCK-NO
               MOVE TY-TYPE-NAME (7) TO EL-TYPE-NAME
               PERFORM VARYING TY-IDX FROM 1 BY 1
                   UNTIL TY-IDX > 6
                   IF TY-TYPE-CD (TY-IDX) = SW-BOAT-TYPE
                       MOVE TY-TYPE-NAME (TY-IDX) TO EL-TYPE-NAME
                   END-IF
               END-PERFORM
               MOVE SW-BUYER-NO TO EL-BUYER-NO
               MOVE SW-BUYER-NO TO BM-BUYER-NO
               READ BUYER-MASTER
                   INVALID KEY
                       MOVE "*** NOT ON BUYER MASTER" TO EL-BUYER-NAME
                       MOVE SPACES TO EL-PHONE
                   NOT INVALID KEY
                       MOVE BM-NAME TO EL-BUYER-NAME
                       MOVE BM-PHONE TO EL-PHONE
               END-READ
               MOVE SW-START-DATE TO WS-CALC-DATE-N
               PERFORM 9200-FLIP-DATE
               MOVE WS-CALC-DATE-N TO EL-START-DATE
               MOVE SW-END-DATE TO WS-CALC-DATE-N
               PERFORM 9200-FLIP-DATE
               MOVE WS-CALC-DATE-N TO EL-END-DATE
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE (SW-END-DATE) - WS-RUN-INT
               MOVE WS-DAYS-LEFT TO EL-DAYS-LEFT
               WRITE PRTLINE FROM EXPIRE-LINE
                   AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
               END-WRITE
               PERFORM 9010-READ-SORTED
           END-PERFORM.

       3400-PRINT-REPEATS.
           MOVE REPEAT-TITLE TO WS-SECTION-TITLE.
           MOVE REPEAT-HDINGS TO WS-COL-HDG.
           PERFORM 9100-HEADINGS.
           PERFORM VARYING WS-VISIT-SUB FROM 1 BY 1
               UNTIL WS-VISIT-SUB > WS-VISIT-COUNT
               IF VT-VISITS (WS-VISIT-SUB) > 1
                   ADD 1 TO C-REPEAT-CTR
                   MOVE VT-STOCK-NO (WS-VISIT-SUB) TO RV-STOCK-NO
                   MOVE VT-VISITS (WS-VISIT-SUB) TO RV-VISITS
                   MOVE VT-FIRST-DATE (WS-VISIT-SUB) TO WS-CALC-DATE-N
                   PERFORM 9200-FLIP-DATE
                   MOVE WS-CALC-DATE-N TO RV-FIRST-DATE
                   MOVE VT-LAST-DATE (WS-VISIT-SUB) TO WS-CALC-DATE-N
                   PERFORM 9200-FLIP-DATE
                   MOVE WS-CALC-DATE-N TO RV-LAST-DATE
                   IF VT-VISITS (WS-VISIT-SUB) > 2
                       MOVE "POSSIBLE LEMON" TO RV-NOTE
                       ADD 1 TO C-LEMON-CTR
                   ELSE
                       MOVE SPACES TO RV-NOTE
                   END-IF
                   WRITE PRTLINE FROM REPEAT-LINE
                       AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9100-HEADINGS
                   END-WRITE
               END-IF
           END-PERFORM.
           IF C-REPEAT-CTR = ZERO
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

       3500-PRINT-EXCEPTIONS.
           MOVE EXCEPTION-TITLE TO WS-SECTION-TITLE.
           MOVE EXCEPTION-HDINGS TO WS-COL-HDG.
           PERFORM 9100-HEADINGS.
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
               UNTIL WS-EXC-SUB > WS-EXC-COUNT
               MOVE EXC-WO-NO (WS-EXC-SUB) TO XL-WO-NO
               MOVE EXC-STOCK-NO (WS-EXC-SUB) TO XL-STOCK-NO
               MOVE EXC-REASON (WS-EXC-SUB) TO XL-REASON
               WRITE PRTLINE FROM EXCEPTION-LINE
                   AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
               END-WRITE
           END-PERFORM.
           IF WS-EXC-COUNT = ZERO
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

       9010-READ-SORTED.
           RETURN SORT-WORK
               AT END
                   MOVE "NO" TO MORE-SORTED.

      *    EACH SECTION SETS ITS OWN TITLE AND COLUMN HEADINGS BEFORE
      *    STARTING A PAGE.
       9100-HEADINGS.
           ADD 1 TO C-PCTR
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM WS-SECTION-TITLE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM WS-COL-HDG
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINES.

      *    TURNS A YYYYMMDD DATE IN WS-CALC-DATE-N AROUND TO MMDDYYYY
      *    FOR THE 99/99/9999 PRINT FIELDS.
       9200-FLIP-DATE.
           COMPUTE WS-CALC-DATE-N = WS-CALC-MM * 1000000
               + WS-CALC-DD * 10000 + WS-CALC-YY.
