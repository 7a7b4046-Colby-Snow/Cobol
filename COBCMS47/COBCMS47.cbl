       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCMS47.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         COLBY SNOW.
       DATE-COMPILED.
      ******************************************************************
      *THIS PROGRAM IS THE CUSTOMER AND BUYER MERGE RUN. IT APPLIES
      *THE MERGE TRANSACTIONS (MERGETRN.DAT) KEYED FROM THE COBCMS46
      *SUSPECTED-DUPLICATE LIST. EACH TRANSACTION NAMES A SURVIVOR
      *NUMBER AND A VICTIM NUMBER:
      *  C = MERGE TWO CUSTOMERS ON CUSTMST.DAT
      *  B = MERGE TWO BUYERS ON BUYRMST.DAT
      *  X = LINK A PAINT CUSTOMER (SURVIVOR) TO THE BOAT BUYER
      *      (VICTIM) WHO IS THE SAME PERSON. NOTHING IS RENUMBERED;
      *      THE PAIR GOES ON THE CROSS-REFERENCE FILE.
      *BOTH NUMBERS MUST BE ON FILE AND DIFFERENT, AND A NUMBER MAY
      *ONLY BE IN ONE MERGE PER RUN (NO CHAINS - RUN AGAIN FOR THOSE).
      *ANYTHING ELSE IS REJECTED ON THE REGISTER WITH ITS REASON.
      *
      *FOR EACH MERGE THE SURVIVOR KEEPS ITS OWN NAME, ADDRESS AND
      *PHONE, FILLED IN FROM THE VICTIM ONLY WHERE BLANK. THE VICTIM
      *IS REMOVED FROM ITS MASTER (AND FROM BUYRSEQ.DAT, SO THE
      *COBCMS25 RELOAD DOES NOT BRING IT BACK), AND EVERY REFERENCE TO
      *IT IS RENUMBERED TO THE SURVIVOR:
      *  CUSTOMERS - PAINTEST.DAT ESTIMATES, PNTPAY.DAT
      *  BUYERS    - CBLBOAT1.DAT, BOATDEP.DAT, BOATTRD.DAT,
      *              BOATRELV.DAT, WARRANTY.DAT, WORKORD.DAT ORDER
      *              HEADERS, SVCHIST.DAT
      *THE TRADE-IN, RELIEF, WARRANTY AND SERVICE FILES ARE MATCHED TO
      *THE SALE BY BUYER NUMBER, SO THEY MOVE WITH IT OR THE NIGHTLY
      *STEPS WOULD LOSE THEM. EACH FILE IS COPIED TO A NEW FILE AND
      *SWAPPED IN THE SAME WAY AS THE OTHER MASTER REWRITES, EXCEPT
      *THE INDEXED PAINTEST.DAT, WHICH IS REWRITTEN IN PLACE. THE
      *PRICED-ESTIMATE FILE (PNTPRICE.DAT) IS LEFT ALONE; COBCMS01
      *REBUILDS IT FROM PAINTEST.DAT AHEAD OF EVERY STEP THAT READS IT.
      *
      *THE VICTIM NUMBER IS RETIRED ON MRGRETIR.DAT (COBCMS24 WILL NOT
      *ADD A CUSTOMER UNDER A RETIRED NUMBER), AND CUSTXREF.DAT, THE
      *PAINT-CUSTOMER/BOAT-BUYER CROSS-REFERENCE, IS CARRIED FORWARD
      *RENUMBERED WITH THE NEW LINKS ADDED. THE MERGE REGISTER
      *(MERGEREG.PRT) LISTS EVERY TRANSACTION AND THE RECORDS CHANGED
      *IN EACH FILE. THE RUN ENDS BY CALLING THE COBCMS28 ORPHAN
      *AUDIT; ANY ORPHAN LEFT SETS RETURN-CODE 8, A REJECTED
      *TRANSACTION RETURN-CODE 4.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL MERGE-TRANS
           ASSIGN TO "C:\IHCC\COBOL\MERGETRN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CUSTOMER-MASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS01\CUSTMST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-CUSTOMER-MASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS01\CUSTMRG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUYER-MASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BUYRMST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BM-BUYER-NO.

           SELECT OPTIONAL BUYER-SEQ
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BUYRSEQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-BUYER-SEQ
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BUYRSMRG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAINT-MASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS01\PAINTEST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PAINT-KEY
           ALTERNATE RECORD KEY IS PAINT-CUST-NO
               WITH DUPLICATES.

           SELECT OPTIONAL PAINT-PAYMENTS
           ASSIGN TO "C:\IHCC\COBOL\COBCMS01\PNTPAY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-PAINT-PAYMENTS
           ASSIGN TO "C:\IHCC\COBOL\COBCMS01\PNTPMRG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BOATMASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\CBLBOAT1.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-BOATMASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BOATMRG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BOAT-DEPOSITS
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BOATDEP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-BOAT-DEPOSITS
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BOATDMRG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TRADE-INS
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BOATTRD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-TRADE-INS
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BOATTMRG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RELIEF-FILE
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BOATRELV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-RELIEF-FILE
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BOATRMRG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL WARRANTY-FILE
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\WARRANTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-WARRANTY-FILE
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\WARRMRG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL WORK-ORDERS
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\WORKORD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-WORK-ORDERS
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\WORKMRG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SERVICE-HISTORY
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\SVCHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-SERVICE-HISTORY
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\SVCHMRG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CROSS-REF
           ASSIGN TO "C:\IHCC\COBOL\CUSTXREF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-CROSS-REF
           ASSIGN TO "C:\IHCC\COBOL\XREFMRG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RETIRED-NUMBERS
           ASSIGN TO "C:\IHCC\COBOL\MRGRETIR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
           ASSIGN TO "C:\IHCC\COBOL\MERGEREG.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    MG-KIND: C=CUSTOMER MERGE B=BUYER MERGE X=CUSTOMER/BUYER
      *    LINK. FOR X THE SURVIVOR IS THE CUSTOMER NUMBER AND THE
      *    VICTIM THE BUYER NUMBER.
       FD  MERGE-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS MG-REC
           RECORD CONTAINS 11 CHARACTERS.

       01 MG-REC.
           05  MG-KIND             PIC X.
           05  MG-SURVIVOR         PIC X(5).
           05  MG-VICTIM           PIC X(5).

       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CM-REC
           RECORD CONTAINS 87 CHARACTERS.

       01 CM-REC.
           05  CM-CUST-NO          PIC X(5).
           05  CM-NAME             PIC X(25).
           05  CM-ADDR             PIC X(25).
           05  CM-CITY             PIC X(15).
           05  CM-STATE            PIC X(2).
           05  CM-ZIP              PIC X(5).
           05  CM-PHONE            PIC X(10).

       FD  NEW-CUSTOMER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-CM-REC
           RECORD CONTAINS 87 CHARACTERS.

       01 NEW-CM-REC               PIC X(87).

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

       FD  BUYER-SEQ
           LABEL RECORD IS STANDARD
           DATA RECORD IS BS-REC
           RECORD CONTAINS 87 CHARACTERS.

       01 BS-REC.
         05 BS-BUYER-NO     PIC X(5).
         05 FILLER          PIC X(82).

       FD  NEW-BUYER-SEQ
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-BS-REC
           RECORD CONTAINS 87 CHARACTERS.

       01 NEW-BS-REC               PIC X(87).

       FD  PAINT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-PAINT-REC
           RECORD CONTAINS 32 CHARACTERS.

       01 I-PAINT-REC.
           05  PAINT-KEY.
               10 PAINT-EST-NO     PIC X(4).
               10 PAINT-REC-TYPE   PIC X.
               10 PAINT-ROOM-NO    PIC 99.
           05  PAINT-CUST-NO       PIC X(5).
           05  FILLER              PIC X(20).

       FD  PAINT-PAYMENTS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAY-REC
           RECORD CONTAINS 25 CHARACTERS.

       01 PAY-REC.
           05  PAY-CUST-NO         PIC X(5).
           05  PAY-EST-NO          PIC X(4).
           05  PAY-DATE            PIC 9(8).
           05  PAY-AMOUNT          PIC 9(6)V99.

       FD  NEW-PAINT-PAYMENTS
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-PAY-REC
           RECORD CONTAINS 25 CHARACTERS.

       01 NEW-PAY-REC              PIC X(25).

       FD  BOATMASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS RAW-BOAT-REC
           RECORD CONTAINS 57 CHARACTERS.

       01 RAW-BOAT-REC.
           05 RAW-LAST-NAME            PIC X(15).
           05 RAW-STATE                PIC X(2).
           05 RAW-BOAT-COST            PIC 9(6)V99.
           05 RAW-PURCHASE-DATE        PIC 9(8).
           05 RAW-BOAT-TYPE            PIC X.
           05 RAW-ACCESSORY-PACKAGE    PIC 9.
           05 RAW-PREP-DELIVER-COST    PIC 9(5)V99.
           05 RAW-SALESPERSON-ID       PIC X(5).
           05 RAW-BUYER-NO             PIC X(5).
           05 RAW-DEPOSIT-AMT          PIC 9(6)V99.
           05 RAW-BALANCE-DUE          PIC 9(6)V99.
           05 RAW-PROMISED-DATE        PIC 9(8).

       FD  NEW-BOATMASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-BOAT-REC
           RECORD CONTAINS 76 CHARACTERS.

       01 NEW-BOAT-REC             PIC X(76).

       FD  BOAT-DEPOSITS
           LABEL RECORD IS STANDARD
           DATA RECORD IS DP-REC
           RECORD CONTAINS 29 CHARACTERS.

       01 DP-REC.
           05 DP-BUYER-NO          PIC X(5).
           05 DP-PUR-DATE          PIC 9(8).
           05 DP-DEP-DATE          PIC 9(8).
           05 DP-AMOUNT            PIC 9(6)V99.

       FD  NEW-BOAT-DEPOSITS
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-DP-REC
           RECORD CONTAINS 29 CHARACTERS.

       01 NEW-DP-REC               PIC X(29).

       FD  TRADE-INS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TR-REC
           RECORD CONTAINS 50 CHARACTERS.

       01 TR-REC.
           05 TR-BUYER-NO          PIC X(5).
           05 FILLER               PIC X(45).

       FD  NEW-TRADE-INS
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-TR-REC
           RECORD CONTAINS 50 CHARACTERS.

       01 NEW-TR-REC               PIC X(50).

       FD  RELIEF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RL-REC
           RECORD CONTAINS 46 CHARACTERS.

       01 RL-REC.
           05 RL-BUYER-NO          PIC X(5).
           05 FILLER               PIC X(41).

       FD  NEW-RELIEF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-RL-REC
           RECORD CONTAINS 46 CHARACTERS.

       01 NEW-RL-REC               PIC X(46).

       FD  WARRANTY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS WR-REC
           RECORD CONTAINS 58 CHARACTERS.

       01 WR-REC.
           05 WR-STOCK-NO          PIC X(8).
           05 WR-BUYER-NO          PIC X(5).
           05 FILLER               PIC X(45).

       FD  NEW-WARRANTY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-WR-REC
           RECORD CONTAINS 58 CHARACTERS.

       01 NEW-WR-REC               PIC X(58).

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
               10 FILLER           PIC X(45).

       FD  NEW-WORK-ORDERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-WO-REC
           RECORD CONTAINS 65 CHARACTERS.

       01 NEW-WO-REC               PIC X(65).

       FD  SERVICE-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS SH-REC
           RECORD CONTAINS 37 CHARACTERS.

       01 SH-REC.
           05 SH-WO-NO             PIC X(6).
           05 SH-BILL-DATE         PIC 9(8).
           05 SH-BUYER-NO          PIC X(5).
           05 FILLER               PIC X(18).

       FD  NEW-SERVICE-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-SH-REC
           RECORD CONTAINS 37 CHARACTERS.

       01 NEW-SH-REC               PIC X(37).

      *    ONE ROW PER PAINT CUSTOMER / BOAT BUYER PAIR KNOWN TO BE
      *    THE SAME PERSON, WITH THE DATE THE LINK WAS MADE.
       FD  CROSS-REF
           LABEL RECORD IS STANDARD
           DATA RECORD IS XR-REC
           RECORD CONTAINS 18 CHARACTERS.

       01 XR-REC.
           05 XR-CUST-NO           PIC X(5).
           05 XR-BUYER-NO          PIC X(5).
           05 XR-LINK-DATE         PIC 9(8).

       FD  NEW-CROSS-REF
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-XR-REC
           RECORD CONTAINS 18 CHARACTERS.

       01 NEW-XR-REC               PIC X(18).

      *    EVERY NUMBER MERGED AWAY, WITH THE NUMBER THAT REPLACED IT.
      *    THE FILE IS OPENED EXTEND AND ACCUMULATES ACROSS RUNS.
       FD  RETIRED-NUMBERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RT-REC
           RECORD CONTAINS 19 CHARACTERS.

       01 RT-REC.
           05 RT-KIND              PIC X.
           05 RT-NUMBER            PIC X(5).
           05 RT-SURVIVOR          PIC X(5).
           05 RT-DATE              PIC 9(8).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05 C-PCTR              PIC 9(2)    VALUE ZERO.
           05 MORE-RECS           PIC X(3)    VALUE "YES".
           05 WS-ABORT            PIC X(3)    VALUE "NO".
           05 WS-ABORT-TEXT       PIC X(60)   VALUE SPACES.
           05 WS-CUST-COUNT       PIC 9(4)    VALUE ZERO.
           05 WS-CUST-SUB         PIC 9(4)    VALUE ZERO.
           05 WS-SURV-SUB         PIC 9(4)    VALUE ZERO.
           05 WS-VICT-SUB         PIC 9(4)    VALUE ZERO.
           05 WS-CUST-FOUND       PIC X(3)    VALUE "NO".
           05 WS-TRAN-COUNT       PIC 9(3)    VALUE ZERO.
           05 WS-TRAN-SUB         PIC 9(3)    VALUE ZERO.
           05 WS-OTHER-SUB        PIC 9(3)    VALUE ZERO.
           05 WS-FILE-SUB         PIC 99      VALUE ZERO.
           05 WS-XREF-COUNT       PIC 9(4)    VALUE ZERO.
           05 WS-XREF-SUB         PIC 9(4)    VALUE ZERO.
           05 WS-XREF-FOUND       PIC X(3)    VALUE "NO".
           05 WS-XREF-FULL        PIC X(3)    VALUE "NO".
           05 WS-XREF-CUST        PIC X(5)    VALUE SPACES.
           05 WS-XREF-BUYER       PIC X(5)    VALUE SPACES.
           05 WS-XREF-DATE        PIC 9(8)    VALUE ZERO.
           05 WS-LOOK-KIND        PIC X       VALUE SPACE.
           05 WS-LOOK-NO          PIC X(5)    VALUE SPACES.
           05 WS-LOOK-FOUND       PIC X(3)    VALUE "NO".
           05 WS-AUDIT-RC         PIC 9(4)    VALUE ZERO.
           05 WS-RUN-DATE         PIC 9(8)    VALUE ZERO.
           05 C-CUST-MERGES       PIC 9(3)    VALUE ZERO.
           05 C-BUYR-MERGES       PIC 9(3)    VALUE ZERO.
           05 C-LINKS             PIC 9(3)    VALUE ZERO.
           05 C-REJECTS           PIC 9(3)    VALUE ZERO.
           05 C-XREF-READ         PIC 9(5)    VALUE ZERO.
           05 C-XREF-RENUMBERED   PIC 9(5)    VALUE ZERO.
           05 C-XREF-DROPPED      PIC 9(5)    VALUE ZERO.
           05 C-XREF-ADDED        PIC 9(5)    VALUE ZERO.
           05 WS-CUR-PATH         PIC X(65)   VALUE SPACES.
           05 WS-NEW-PATH         PIC X(65)   VALUE SPACES.
           05 WS-BAK-PATH         PIC X(65)
               VALUE "C:\IHCC\COBOL\MERGEOLD.BAK".

      *    THE CUSTOMER MASTER IS HELD IN STORAGE: IT IS SEQUENTIAL,
      *    THE TRANSACTIONS ARE EDITED AGAINST IT, AND IT IS WRITTEN
      *    BACK WITHOUT THE VICTIMS. IF IT EVER OUTGROWS THE TABLE NO
      *    MERGE IS APPLIED.
       01 CUSTOMER-TABLE.
           05 CU-ENTRY OCCURS 1000 TIMES.
               10 CU-REC.
                   15 CU-NUMBER    PIC X(5).
                   15 CU-NAME      PIC X(25).
                   15 CU-ADDR      PIC X(25).
                   15 CU-CITY      PIC X(15).
                   15 CU-STATE     PIC X(2).
                   15 CU-ZIP       PIC X(5).
                   15 CU-PHONE     PIC X(10).
               10 CU-MERGED        PIC X.

      *    THE TRANSACTIONS AS EDITED. MT-STATUS: A=ACCEPTED
      *    R=REJECTED L=LINK ALREADY ON THE CROSS-REFERENCE.
      *    MT-REF-CTR COUNTS THE REFERENCES RENUMBERED FOR A MERGE.
       01 MERGE-TABLE.
           05 MT-ENTRY OCCURS 200 TIMES.
               10 MT-KIND          PIC X.
               10 MT-SURVIVOR      PIC X(5).
               10 MT-VICTIM        PIC X(5).
               10 MT-STATUS        PIC X.
               10 MT-REASON        PIC X(33).
               10 MT-REF-CTR       PIC 9(5).
               10 MT-SURV-SUB      PIC 9(4).
               10 MT-VICT-SUB      PIC 9(4).

       01 XREF-TABLE.
           05 XT-ENTRY OCCURS 2000 TIMES.
               10 XT-CUST-NO       PIC X(5).
               10 XT-BUYER-NO      PIC X(5).
               10 XT-LINK-DATE     PIC 9(8).

       01 WS-VICTIM-BUYER.
           05 VB-BUYER-NO         PIC X(5).
           05 VB-NAME             PIC X(25).
           05 VB-ADDR             PIC X(25).
           05 VB-CITY             PIC X(15).
           05 VB-STATE            PIC X(2).
           05 VB-ZIP              PIC X(5).
           05 VB-PHONE            PIC X(10).

      *    THE FILES THE RUN REWRITES: 1-9 CARRY REFERENCES, 10-12 ARE
      *    THE CUSTOMER MASTER, THE BUYER LOAD FILE AND THE
      *    CROSS-REFERENCE. EACH HAS ITS LIVE PATH AND THE PATH OF
      *    THE NEW COPY THAT IS SWAPPED IN; PAINTEST.DAT IS UPDATED IN
      *    PLACE AND HAS NO NEW COPY.
       01 FILE-NAME-VALUES.
           05 FILLER   PIC X(12)   VALUE "PAINTEST.DAT".
           05 FILLER   PIC X(12)   VALUE "PNTPAY.DAT".
           05 FILLER   PIC X(12)   VALUE "CBLBOAT1.DAT".
           05 FILLER   PIC X(12)   VALUE "BOATDEP.DAT".
           05 FILLER   PIC X(12)   VALUE "BOATTRD.DAT".
           05 FILLER   PIC X(12)   VALUE "BOATRELV.DAT".
           05 FILLER   PIC X(12)   VALUE "WARRANTY.DAT".
           05 FILLER   PIC X(12)   VALUE "WORKORD.DAT".
           05 FILLER   PIC X(12)   VALUE "SVCHIST.DAT".
           05 FILLER   PIC X(12)   VALUE "CUSTMST.DAT".
           05 FILLER   PIC X(12)   VALUE "BUYRSEQ.DAT".
           05 FILLER   PIC X(12)   VALUE "CUSTXREF.DAT".
       01 FILE-NAME-TABLE REDEFINES FILE-NAME-VALUES.
           05 FN-NAME              PIC X(12)   OCCURS 12 TIMES.

       01 FILE-PATH-VALUES.
           05 FILLER   PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS01\PAINTEST.DAT".
           05 FILLER   PIC X(65)   VALUE SPACES.
           05 FILLER   PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS01\PNTPAY.DAT".
           05 FILLER   PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS01\PNTPMRG.DAT".
           05 FILLER   PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\CBLBOAT1.DAT".
           05 FILLER   PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\BOATMRG.DAT".
           05 FILLER   PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\BOATDEP.DAT".
           05 FILLER   PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\BOATDMRG.DAT".
           05 FILLER   PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\BOATTRD.DAT".
           05 FILLER   PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\BOATTMRG.DAT".
           05 FILLER   PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\BOATRELV.DAT".
           05 FILLER   PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\BOATRMRG.DAT".
           05 FILLER   PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\WARRANTY.DAT".
           05 FILLER   PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\WARRMRG.DAT".
           05 FILLER   PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\WORKORD.DAT".
           05 FILLER   PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\WORKMRG.DAT".
           05 FILLER   PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\SVCHIST.DAT".
           05 FILLER   PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\SVCHMRG.DAT".
           05 FILLER   PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS01\CUSTMST.DAT".
           05 FILLER   PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS01\CUSTMRG.DAT".
           05 FILLER   PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\BUYRSEQ.DAT".
           05 FILLER   PIC X(65)
               VALUE "C:\IHCC\COBOL\COBCMS02\BUYRSMRG.DAT".
           05 FILLER   PIC X(65)
               VALUE "C:\IHCC\COBOL\CUSTXREF.DAT".
           05 FILLER   PIC X(65)
               VALUE "C:\IHCC\COBOL\XREFMRG.DAT".
       01 FILE-PATH-TABLE REDEFINES FILE-PATH-VALUES.
           05 FP-ENTRY OCCURS 12 TIMES.
               10 FP-CUR-PATH      PIC X(65).
               10 FP-NEW-PATH      PIC X(65).

       01 FILE-TOTALS.
           05 FT-ENTRY OCCURS 12 TIMES.
               10 FT-READ          PIC 9(6).
               10 FT-CHANGED       PIC 9(6).

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
           05  FILLER      PIC X(33)   VALUE SPACES.
           05  FILLER      PIC X(34)
                   VALUE "CUSTOMER AND BUYER MERGE REGISTER".
           05  FILLER      PIC X(41)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE "PAGE:".
           05  O-PCTR      PIC Z9.

       01 SECTION-HDING.
           05 SH-TEXT      PIC X(70).

       01 TRAN-HDINGS1.
           05  FILLER      PIC X(18)   VALUE "TRANSACTION".
           05  FILLER      PIC X(10)   VALUE "SURVIVOR".
           05  FILLER      PIC X(10)   VALUE "VICTIM".
           05  FILLER      PIC X(44)   VALUE "RESULT".
           05  FILLER      PIC X(21)   VALUE "REFERENCES RENUMBERED".

       01 TRAN-HDINGS2.
           05  FILLER      PIC X(18)   VALUE "----------------".
           05  FILLER      PIC X(10)   VALUE "--------".
           05  FILLER      PIC X(10)   VALUE "------".
           05  FILLER      PIC X(44)
                   VALUE "----------------------------------------".
           05  FILLER      PIC X(21)   VALUE "---------------------".

       01 TRAN-LINE.
           05  TL-KIND     PIC X(18).
           05  TL-SURVIVOR PIC X(10).
           05  TL-VICTIM   PIC X(10).
           05  TL-RESULT   PIC X(44).
           05  FILLER      PIC X(15)   VALUE SPACES.
           05  TL-REFS     PIC ZZ,ZZ9     BLANK WHEN ZERO.

       01 FILE-HDINGS1.
           05  FILLER      PIC X(18)   VALUE "FILE".
           05  FILLER      PIC X(16)   VALUE "   RECORDS READ".
           05  FILLER      PIC X(20)   VALUE "     RECORDS CHANGED".

       01 FILE-HDINGS2.
           05  FILLER      PIC X(18)   VALUE "------------".
           05  FILLER      PIC X(16)   VALUE "   ------------".
           05  FILLER      PIC X(20)   VALUE "     ---------------".

       01 FILE-LINE.
           05  FL-NAME     PIC X(18).
           05  FILLER      PIC X(8)    VALUE SPACES.
           05  FL-READ     PIC ZZZ,ZZ9.
           05  FILLER      PIC X(14)   VALUE SPACES.
           05  FL-CHANGED  PIC ZZZ,ZZ9.
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  FL-NOTE     PIC X(40).

       01 SUMMARY-COUNT-LINE.
           05 SC-LABEL     PIC X(40).
           05 SC-COUNT     PIC ZZ,ZZ9.

       01 RESULT-LINE.
           05 FILLER       PIC X(10)   VALUE SPACES.
           05 RL-TEXT      PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           IF WS-ABORT = "NO"
               IF C-CUST-MERGES > ZERO
                   PERFORM 2000-MERGE-CUSTOMERS
               END-IF
               IF C-BUYR-MERGES > ZERO
                   PERFORM 2200-MERGE-BUYERS
               END-IF
               IF C-CUST-MERGES > ZERO OR C-BUYR-MERGES > ZERO
                   PERFORM 3000-RENUMBER-REFERENCES
                   PERFORM 5000-RETIRE-NUMBERS
               END-IF
               IF C-CUST-MERGES > ZERO OR C-BUYR-MERGES > ZERO
                  OR C-LINKS > ZERO
                   PERFORM 4000-UPDATE-CROSS-REF
               END-IF
           END-IF.
           CLOSE BUYER-MASTER.
           PERFORM 6000-PRINT-REGISTER.
           IF WS-ABORT = "NO"
               PERFORM 6500-RUN-ORPHAN-AUDIT
           END-IF.
           PERFORM 6900-CLOSING.
           GOBACK.

       1000-INIT.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           MOVE I-DATE TO WS-RUN-DATE.
           INITIALIZE FILE-TOTALS.

           OPEN I-O BUYER-MASTER.
           PERFORM 1100-LOAD-CUSTOMERS.
           IF WS-ABORT = "NO"
               PERFORM 1200-LOAD-TRANSACTIONS
           END-IF.

       1100-LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ CUSTOMER-MASTER
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       IF WS-CUST-COUNT < 1000
                           ADD 1 TO WS-CUST-COUNT
                           MOVE CM-REC TO CU-REC (WS-CUST-COUNT)
                           MOVE "N" TO CU-MERGED (WS-CUST-COUNT)
                       ELSE
                           MOVE "YES" TO WS-ABORT
                           MOVE "CUSTOMER MASTER EXCEEDS WORK TABLE"
                               TO WS-ABORT-TEXT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-MASTER.

       1200-LOAD-TRANSACTIONS.
           OPEN INPUT MERGE-TRANS.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ MERGE-TRANS
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       IF WS-TRAN-COUNT < 200
                           ADD 1 TO WS-TRAN-COUNT
                           PERFORM 1250-EDIT-TRANSACTION
                       ELSE
                           MOVE "YES" TO WS-ABORT
                           MOVE "MORE THAN 200 MERGE TRANSACTIONS"
                               TO WS-ABORT-TEXT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MERGE-TRANS.

      *    EDITS ONE TRANSACTION AGAINST THE MASTERS AND AGAINST THE
      *    TRANSACTIONS ALREADY ACCEPTED.
       1250-EDIT-TRANSACTION.
           MOVE WS-TRAN-COUNT TO WS-TRAN-SUB.
           MOVE MG-KIND TO MT-KIND (WS-TRAN-SUB).
           MOVE MG-SURVIVOR TO MT-SURVIVOR (WS-TRAN-SUB).
           MOVE MG-VICTIM TO MT-VICTIM (WS-TRAN-SUB).
           MOVE "A" TO MT-STATUS (WS-TRAN-SUB).
           MOVE SPACES TO MT-REASON (WS-TRAN-SUB).
           MOVE ZERO TO MT-REF-CTR (WS-TRAN-SUB).
           MOVE ZERO TO MT-SURV-SUB (WS-TRAN-SUB).
           MOVE ZERO TO MT-VICT-SUB (WS-TRAN-SUB).

           EVALUATE TRUE
               WHEN MG-KIND NOT = "C" AND MG-KIND NOT = "B"
                    AND MG-KIND NOT = "X"
                   MOVE "INVALID TRANSACTION KIND"
                       TO MT-REASON (WS-TRAN-SUB)
               WHEN MG-SURVIVOR = SPACES OR MG-VICTIM = SPACES
                   MOVE "SURVIVOR OR VICTIM MISSING"
                       TO MT-REASON (WS-TRAN-SUB)
               WHEN MG-SURVIVOR = MG-VICTIM
                   MOVE "SURVIVOR AND VICTIM ARE THE SAME"
                       TO MT-REASON (WS-TRAN-SUB)
           END-EVALUATE.

      *    THE SURVIVOR IS A CUSTOMER FOR C AND X, A BUYER FOR B; THE
      *    VICTIM A CUSTOMER FOR C, A BUYER FOR B AND X.
           IF MT-REASON (WS-TRAN-SUB) = SPACES
               IF MG-KIND = "B"
                   MOVE MG-SURVIVOR TO BM-BUYER-NO
                   READ BUYER-MASTER
                       INVALID KEY
                           MOVE "SURVIVOR NOT ON BUYER MASTER"
                               TO MT-REASON (WS-TRAN-SUB)
                   END-READ
               ELSE
                   MOVE MG-SURVIVOR TO WS-LOOK-NO
                   PERFORM 7200-FIND-CUSTOMER
                   IF WS-CUST-FOUND = "YES"
                       MOVE WS-CUST-SUB TO MT-SURV-SUB (WS-TRAN-SUB)
                   ELSE
                       MOVE "SURVIVOR NOT ON CUSTOMER MASTER"
                           TO MT-REASON (WS-TRAN-SUB)
                   END-IF
               END-IF
           END-IF.

           IF MT-REASON (WS-TRAN-SUB) = SPACES
               IF MG-KIND = "C"
                   MOVE MG-VICTIM TO WS-LOOK-NO
                   PERFORM 7200-FIND-CUSTOMER
                   IF WS-CUST-FOUND = "YES"
                       MOVE WS-CUST-SUB TO MT-VICT-SUB (WS-TRAN-SUB)
                   ELSE
                       MOVE "VICTIM NOT ON CUSTOMER MASTER"
                           TO MT-REASON (WS-TRAN-SUB)
                   END-IF
               ELSE
                   MOVE MG-VICTIM TO BM-BUYER-NO
                   READ BUYER-MASTER
                       INVALID KEY
                           MOVE "VICTIM NOT ON BUYER MASTER"
                               TO MT-REASON (WS-TRAN-SUB)
                   END-READ
               END-IF
           END-IF.

           IF MT-REASON (WS-TRAN-SUB) = SPACES AND MG-KIND NOT = "X"
               PERFORM 1260-CHECK-BATCH-CONFLICT
                   VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB NOT < WS-TRAN-SUB
           END-IF.

           IF MT-REASON (WS-TRAN-SUB) = SPACES
               EVALUATE MG-KIND
                   WHEN "C"
                       ADD 1 TO C-CUST-MERGES
                   WHEN "B"
                       ADD 1 TO C-BUYR-MERGES
                   WHEN OTHER
                       ADD 1 TO C-LINKS
               END-EVALUATE
           ELSE
               MOVE "R" TO MT-STATUS (WS-TRAN-SUB)
               ADD 1 TO C-REJECTS
           END-IF.

      *    A NUMBER TAKES PART IN ONE MERGE PER RUN. A VICTIM MERGED
      *    TWICE, OR A SURVIVOR THAT IS ITSELF MERGED AWAY, WOULD
      *    LEAVE REFERENCES POINTING AT A RETIRED NUMBER.
       1260-CHECK-BATCH-CONFLICT.
           IF MT-STATUS (WS-OTHER-SUB) = "A"
              AND MT-KIND (WS-OTHER-SUB) = MG-KIND
              AND MT-REASON (WS-TRAN-SUB) = SPACES
               EVALUATE TRUE
                   WHEN MT-VICTIM (WS-OTHER-SUB) = MG-VICTIM
                       MOVE "VICTIM ALREADY MERGED THIS RUN"
                           TO MT-REASON (WS-TRAN-SUB)
                   WHEN MT-VICTIM (WS-OTHER-SUB) = MG-SURVIVOR
                       MOVE "SURVIVOR IS MERGED AWAY THIS RUN"
                           TO MT-REASON (WS-TRAN-SUB)
                   WHEN MT-SURVIVOR (WS-OTHER-SUB) = MG-VICTIM
                       MOVE "VICTIM IS A SURVIVOR THIS RUN"
                           TO MT-REASON (WS-TRAN-SUB)
               END-EVALUATE
           END-IF.

      *    SURVIVORS TAKE THE VICTIM'S ADDRESS OR PHONE ONLY WHERE
      *    THEIR OWN IS BLANK, THEN THE MASTER IS WRITTEN BACK
      *    WITHOUT THE VICTIMS, STILL IN CUSTOMER-NUMBER ORDER.
       2000-MERGE-CUSTOMERS.
           PERFORM VARYING WS-TRAN-SUB FROM 1 BY 1
               UNTIL WS-TRAN-SUB > WS-TRAN-COUNT
               IF MT-KIND (WS-TRAN-SUB) = "C"
                  AND MT-STATUS (WS-TRAN-SUB) = "A"
                   MOVE MT-SURV-SUB (WS-TRAN-SUB) TO WS-SURV-SUB
                   MOVE MT-VICT-SUB (WS-TRAN-SUB) TO WS-VICT-SUB
                   PERFORM 2050-FILL-CUSTOMER
                   MOVE "Y" TO CU-MERGED (WS-VICT-SUB)
               END-IF
           END-PERFORM.

           MOVE 10 TO WS-FILE-SUB.
           OPEN OUTPUT NEW-CUSTOMER-MASTER.
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-COUNT
               ADD 1 TO FT-READ (WS-FILE-SUB)
               IF CU-MERGED (WS-CUST-SUB) = "Y"
                   ADD 1 TO FT-CHANGED (WS-FILE-SUB)
               ELSE
                   WRITE NEW-CM-REC FROM CU-REC (WS-CUST-SUB)
               END-IF
           END-PERFORM.
           CLOSE NEW-CUSTOMER-MASTER.
           PERFORM 8000-SWAP-FILE.

       2050-FILL-CUSTOMER.
           IF CU-NAME (WS-SURV-SUB) = SPACES
               MOVE CU-NAME (WS-VICT-SUB) TO CU-NAME (WS-SURV-SUB)
           END-IF.
           IF CU-ADDR (WS-SURV-SUB) = SPACES
               MOVE CU-ADDR (WS-VICT-SUB) TO CU-ADDR (WS-SURV-SUB)
               MOVE CU-CITY (WS-VICT-SUB) TO CU-CITY (WS-SURV-SUB)
               MOVE CU-STATE (WS-VICT-SUB) TO CU-STATE (WS-SURV-SUB)
               MOVE CU-ZIP (WS-VICT-SUB) TO CU-ZIP (WS-SURV-SUB)
           END-IF.
           IF CU-PHONE (WS-SURV-SUB) = SPACES
               MOVE CU-PHONE (WS-VICT-SUB) TO CU-PHONE (WS-SURV-SUB)
           END-IF.

      *    THE INDEXED MASTER IS UPDATED IN PLACE, THEN THE
      *    SEQUENTIAL LOAD FILE IS BROUGHT INTO LINE WITH IT.
       2200-MERGE-BUYERS.
           PERFORM VARYING WS-TRAN-SUB FROM 1 BY 1
               UNTIL WS-TRAN-SUB > WS-TRAN-COUNT
               IF MT-KIND (WS-TRAN-SUB) = "B"
                  AND MT-STATUS (WS-TRAN-SUB) = "A"
                   PERFORM 2250-MERGE-ONE-BUYER
               END-IF
           END-PERFORM.
           PERFORM 2300-REWRITE-BUYER-SEQ.

       2250-MERGE-ONE-BUYER.
           MOVE MT-VICTIM (WS-TRAN-SUB) TO BM-BUYER-NO.
           READ BUYER-MASTER
               INVALID KEY
                   MOVE SPACES TO BM-REC
           END-READ.
           MOVE BM-REC TO WS-VICTIM-BUYER.

           MOVE MT-SURVIVOR (WS-TRAN-SUB) TO BM-BUYER-NO.
           READ BUYER-MASTER
               INVALID KEY
                   MOVE SPACES TO BM-NAME
           END-READ.
           IF BM-NAME = SPACES
               MOVE VB-NAME TO BM-NAME
           END-IF.
           IF BM-ADDR = SPACES
               MOVE VB-ADDR TO BM-ADDR
               MOVE VB-CITY TO BM-CITY
               MOVE VB-STATE TO BM-STATE
               MOVE VB-ZIP TO BM-ZIP
           END-IF.
           IF BM-PHONE = SPACES
               MOVE VB-PHONE TO BM-PHONE
           END-IF.
           REWRITE BM-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           MOVE MT-VICTIM (WS-TRAN-SUB) TO BM-BUYER-NO.
           DELETE BUYER-MASTER RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

      *    VICTIMS ARE DROPPED AND SURVIVORS WRITTEN FROM THE UPDATED
      *    INDEXED RECORD, SO A LATER COBCMS25 RELOAD GIVES THE SAME
      *    MASTER.
       2300-REWRITE-BUYER-SEQ.
           MOVE 11 TO WS-FILE-SUB.
           OPEN INPUT BUYER-SEQ.
           OPEN OUTPUT NEW-BUYER-SEQ.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ BUYER-SEQ
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       ADD 1 TO FT-READ (WS-FILE-SUB)
                       PERFORM 2350-COPY-BUYER-SEQ
               END-READ
           END-PERFORM.
           CLOSE BUYER-SEQ.
           CLOSE NEW-BUYER-SEQ.
           PERFORM 8000-SWAP-FILE.

       2350-COPY-BUYER-SEQ.
           MOVE "B" TO WS-LOOK-KIND.
           MOVE BS-BUYER-NO TO WS-LOOK-NO.
           PERFORM 7000-FIND-VICTIM.
           IF WS-LOOK-FOUND = "YES"
               ADD 1 TO FT-CHANGED (WS-FILE-SUB)
           ELSE
               MOVE BS-BUYER-NO TO BM-BUYER-NO
               READ BUYER-MASTER
                   INVALID KEY
                       MOVE BS-REC TO BM-REC
               END-READ
               WRITE NEW-BS-REC FROM BM-REC
           END-IF.

      *    ONLY THE SIDE THAT HAD MERGES IS REWRITTEN.
       3000-RENUMBER-REFERENCES.
           IF C-CUST-MERGES > ZERO
               PERFORM 3100-RENUMBER-PAINT
               PERFORM 3200-RENUMBER-PAYMENTS
           END-IF.
           IF C-BUYR-MERGES > ZERO
               PERFORM 3300-RENUMBER-SALES
               PERFORM 3400-RENUMBER-DEPOSITS
               PERFORM 3500-RENUMBER-TRADE-INS
               PERFORM 3600-RENUMBER-RELIEF
               PERFORM 3700-RENUMBER-WARRANTY
               PERFORM 3800-RENUMBER-WORK-ORDERS
               PERFORM 3900-RENUMBER-SVC-HISTORY
           END-IF.

      *    THE CUSTOMER NUMBER IS ON THE HEADER AND EVERY ROOM. IT IS
      *    ONLY THE ALTERNATE KEY, SO THE RECORD IS REWRITTEN WHERE IT
      *    STANDS AND THE READ CARRIES ON IN ESTIMATE ORDER.
       3100-RENUMBER-PAINT.
           MOVE 1 TO WS-FILE-SUB.
           MOVE "C" TO WS-LOOK-KIND.
           OPEN I-O PAINT-MASTER.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ PAINT-MASTER
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       ADD 1 TO FT-READ (WS-FILE-SUB)
                       MOVE PAINT-CUST-NO TO WS-LOOK-NO
                       PERFORM 7000-FIND-VICTIM
                       IF WS-LOOK-FOUND = "YES"
                           MOVE WS-LOOK-NO TO PAINT-CUST-NO
                           REWRITE I-PAINT-REC
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAINT-MASTER.

       3200-RENUMBER-PAYMENTS.
           MOVE 2 TO WS-FILE-SUB.
           MOVE "C" TO WS-LOOK-KIND.
           OPEN INPUT PAINT-PAYMENTS.
           OPEN OUTPUT NEW-PAINT-PAYMENTS.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ PAINT-PAYMENTS
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       ADD 1 TO FT-READ (WS-FILE-SUB)
                       MOVE PAY-CUST-NO TO WS-LOOK-NO
                       PERFORM 7000-FIND-VICTIM
                       MOVE WS-LOOK-NO TO PAY-CUST-NO
                       WRITE NEW-PAY-REC FROM PAY-REC
               END-READ
           END-PERFORM.
           CLOSE PAINT-PAYMENTS.
           CLOSE NEW-PAINT-PAYMENTS.
           PERFORM 8000-SWAP-FILE.

       3300-RENUMBER-SALES.
           MOVE 3 TO WS-FILE-SUB.
           MOVE "B" TO WS-LOOK-KIND.
           OPEN INPUT BOATMASTER.
           OPEN OUTPUT NEW-BOATMASTER.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ BOATMASTER
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       ADD 1 TO FT-READ (WS-FILE-SUB)
                       MOVE RAW-BUYER-NO TO WS-LOOK-NO
                       PERFORM 7000-FIND-VICTIM
                       MOVE WS-LOOK-NO TO RAW-BUYER-NO
                       WRITE NEW-BOAT-REC FROM RAW-BOAT-REC
               END-READ
           END-PERFORM.
           CLOSE BOATMASTER.
           CLOSE NEW-BOATMASTER.
           PERFORM 8000-SWAP-FILE.

       3400-RENUMBER-DEPOSITS.
           MOVE 4 TO WS-FILE-SUB.
           MOVE "B" TO WS-LOOK-KIND.
           OPEN INPUT BOAT-DEPOSITS.
           OPEN OUTPUT NEW-BOAT-DEPOSITS.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ BOAT-DEPOSITS
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       ADD 1 TO FT-READ (WS-FILE-SUB)
                       MOVE DP-BUYER-NO TO WS-LOOK-NO
                       PERFORM 7000-FIND-VICTIM
                       MOVE WS-LOOK-NO TO DP-BUYER-NO
                       WRITE NEW-DP-REC FROM DP-REC
               END-READ
           END-PERFORM.
           CLOSE BOAT-DEPOSITS.
           CLOSE NEW-BOAT-DEPOSITS.
           PERFORM 8000-SWAP-FILE.

       3500-RENUMBER-TRADE-INS.
           MOVE 5 TO WS-FILE-SUB.
           MOVE "B" TO WS-LOOK-KIND.
           OPEN INPUT TRADE-INS.
           OPEN OUTPUT NEW-TRADE-INS.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ TRADE-INS
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       ADD 1 TO FT-READ (WS-FILE-SUB)
                       MOVE TR-BUYER-NO TO WS-LOOK-NO
                       PERFORM 7000-FIND-VICTIM
                       MOVE WS-LOOK-NO TO TR-BUYER-NO
                       WRITE NEW-TR-REC FROM TR-REC
               END-READ
           END-PERFORM.
           CLOSE TRADE-INS.
           CLOSE NEW-TRADE-INS.
           PERFORM 8000-SWAP-FILE.

       3600-RENUMBER-RELIEF.
           MOVE 6 TO WS-FILE-SUB.
           MOVE "B" TO WS-LOOK-KIND.
           OPEN INPUT RELIEF-FILE.
           OPEN OUTPUT NEW-RELIEF-FILE.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ RELIEF-FILE
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       ADD 1 TO FT-READ (WS-FILE-SUB)
                       MOVE RL-BUYER-NO TO WS-LOOK-NO
                       PERFORM 7000-FIND-VICTIM
                       MOVE WS-LOOK-NO TO RL-BUYER-NO
                       WRITE NEW-RL-REC FROM RL-REC
               END-READ
           END-PERFORM.
           CLOSE RELIEF-FILE.
           CLOSE NEW-RELIEF-FILE.
           PERFORM 8000-SWAP-FILE.

       3700-RENUMBER-WARRANTY.
           MOVE 7 TO WS-FILE-SUB.
           MOVE "B" TO WS-LOOK-KIND.
           OPEN INPUT WARRANTY-FILE.
           OPEN OUTPUT NEW-WARRANTY-FILE.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ WARRANTY-FILE
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       ADD 1 TO FT-READ (WS-FILE-SUB)
                       MOVE WR-BUYER-NO TO WS-LOOK-NO
                       PERFORM 7000-FIND-VICTIM
                       MOVE WS-LOOK-NO TO WR-BUYER-NO
                       WRITE NEW-WR-REC FROM WR-REC
               END-READ
           END-PERFORM.
           CLOSE WARRANTY-FILE.
           CLOSE NEW-WARRANTY-FILE.
           PERFORM 8000-SWAP-FILE.

       3800-RENUMBER-WORK-ORDERS.
           MOVE 8 TO WS-FILE-SUB.
           MOVE "B" TO WS-LOOK-KIND.
           OPEN INPUT WORK-ORDERS.
           OPEN OUTPUT NEW-WORK-ORDERS.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ WORK-ORDERS
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       ADD 1 TO FT-READ (WS-FILE-SUB)
                       IF WO-REC-TYPE = "H"
                           MOVE WOH-BUYER-NO TO WS-LOOK-NO
                           PERFORM 7000-FIND-VICTIM
                           MOVE WS-LOOK-NO TO WOH-BUYER-NO
                       END-IF
                       WRITE NEW-WO-REC FROM WO-REC
               END-READ
           END-PERFORM.
           CLOSE WORK-ORDERS.
           CLOSE NEW-WORK-ORDERS.
           PERFORM 8000-SWAP-FILE.

       3900-RENUMBER-SVC-HISTORY.
           MOVE 9 TO WS-FILE-SUB.
           MOVE "B" TO WS-LOOK-KIND.
           OPEN INPUT SERVICE-HISTORY.
           OPEN OUTPUT NEW-SERVICE-HISTORY.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ SERVICE-HISTORY
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       ADD 1 TO FT-READ (WS-FILE-SUB)
                       MOVE SH-BUYER-NO TO WS-LOOK-NO
                       PERFORM 7000-FIND-VICTIM
                       MOVE WS-LOOK-NO TO SH-BUYER-NO
                       WRITE NEW-SH-REC FROM SH-REC
               END-READ
           END-PERFORM.
           CLOSE SERVICE-HISTORY.
           CLOSE NEW-SERVICE-HISTORY.
           PERFORM 8000-SWAP-FILE.

      *    THE CROSS-REFERENCE IS CARRIED FORWARD WITH BOTH SIDES
      *    RENUMBERED, THEN TONIGHT'S LINKS ARE ADDED. A PAIR THAT
      *    IS ALREADY ON FILE (OR BECOMES A REPEAT AFTER RENUMBERING)
      *    IS KEPT ONCE, UNDER ITS EARLIEST LINK DATE.
       4000-UPDATE-CROSS-REF.
           MOVE 12 TO WS-FILE-SUB.
           OPEN INPUT CROSS-REF.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ CROSS-REF
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       ADD 1 TO FT-READ (WS-FILE-SUB)
                       MOVE XR-CUST-NO TO WS-XREF-CUST
                       MOVE XR-BUYER-NO TO WS-XREF-BUYER
                       MOVE XR-LINK-DATE TO WS-XREF-DATE
                       PERFORM 4050-ADD-XREF-ENTRY
                       IF WS-XREF-FOUND = "YES"
                           ADD 1 TO C-XREF-DROPPED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CROSS-REF.

           PERFORM VARYING WS-TRAN-SUB FROM 1 BY 1
               UNTIL WS-TRAN-SUB > WS-TRAN-COUNT
               IF MT-KIND (WS-TRAN-SUB) = "X"
                  AND MT-STATUS (WS-TRAN-SUB) = "A"
                   MOVE MT-SURVIVOR (WS-TRAN-SUB) TO WS-XREF-CUST
                   MOVE MT-VICTIM (WS-TRAN-SUB) TO WS-XREF-BUYER
                   MOVE WS-RUN-DATE TO WS-XREF-DATE
                   PERFORM 4050-ADD-XREF-ENTRY
                   IF WS-XREF-FOUND = "YES"
                       MOVE "L" TO MT-STATUS (WS-TRAN-SUB)
                   ELSE
                       ADD 1 TO C-XREF-ADDED
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-XREF-FULL = "NO"
               OPEN OUTPUT NEW-CROSS-REF
               PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB > WS-XREF-COUNT
                   WRITE NEW-XR-REC FROM XT-ENTRY (WS-XREF-SUB)
               END-PERFORM
               CLOSE NEW-CROSS-REF
               PERFORM 8000-SWAP-FILE
           END-IF.

      *    RENUMBERS WS-XREF-CUST AND WS-XREF-BUYER AND ADDS THE PAIR
      *    UNLESS IT IS ALREADY IN THE TABLE (WS-XREF-FOUND = YES).
       4050-ADD-XREF-ENTRY.
           MOVE "C" TO WS-LOOK-KIND.
           MOVE WS-XREF-CUST TO WS-LOOK-NO.
           PERFORM 7000-FIND-VICTIM.
           IF WS-LOOK-FOUND = "YES"
               ADD 1 TO C-XREF-RENUMBERED
               ADD 1 TO FT-CHANGED (WS-FILE-SUB)
           END-IF.
           MOVE WS-LOOK-NO TO WS-XREF-CUST.
           MOVE "B" TO WS-LOOK-KIND.
           MOVE WS-XREF-BUYER TO WS-LOOK-NO.
           PERFORM 7000-FIND-VICTIM.
           IF WS-LOOK-FOUND = "YES"
               ADD 1 TO C-XREF-RENUMBERED
               ADD 1 TO FT-CHANGED (WS-FILE-SUB)
           END-IF.
           MOVE WS-LOOK-NO TO WS-XREF-BUYER.

           MOVE "NO" TO WS-XREF-FOUND.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT
               IF XT-CUST-NO (WS-XREF-SUB) = WS-XREF-CUST
                  AND XT-BUYER-NO (WS-XREF-SUB) = WS-XREF-BUYER
                   MOVE "YES" TO WS-XREF-FOUND
                   IF WS-XREF-DATE < XT-LINK-DATE (WS-XREF-SUB)
                       MOVE WS-XREF-DATE TO XT-LINK-DATE (WS-XREF-SUB)
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-XREF-FOUND = "NO"
               IF WS-XREF-COUNT < 2000
                   ADD 1 TO WS-XREF-COUNT
                   MOVE WS-XREF-CUST TO XT-CUST-NO (WS-XREF-COUNT)
                   MOVE WS-XREF-BUYER TO XT-BUYER-NO (WS-XREF-COUNT)
                   MOVE WS-XREF-DATE TO XT-LINK-DATE (WS-XREF-COUNT)
               ELSE
                   MOVE "YES" TO WS-XREF-FULL
               END-IF
           END-IF.

       5000-RETIRE-NUMBERS.
           OPEN EXTEND RETIRED-NUMBERS.
           PERFORM VARYING WS-TRAN-SUB FROM 1 BY 1
               UNTIL WS-TRAN-SUB > WS-TRAN-COUNT
               IF MT-STATUS (WS-TRAN-SUB) = "A"
                  AND MT-KIND (WS-TRAN-SUB) NOT = "X"
                   MOVE MT-KIND (WS-TRAN-SUB) TO RT-KIND
                   MOVE MT-VICTIM (WS-TRAN-SUB) TO RT-NUMBER
                   MOVE MT-SURVIVOR (WS-TRAN-SUB) TO RT-SURVIVOR
                   MOVE WS-RUN-DATE TO RT-DATE
                   WRITE RT-REC
               END-IF
           END-PERFORM.
           CLOSE RETIRED-NUMBERS.

       6000-PRINT-REGISTER.
           PERFORM 9100-HEADINGS.
           MOVE "MERGE TRANSACTIONS (MERGETRN.DAT)" TO SH-TEXT.
           WRITE PRTLINE FROM SECTION-HDING
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM TRAN-HDINGS1
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM TRAN-HDINGS2
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-TRAN-SUB FROM 1 BY 1
               UNTIL WS-TRAN-SUB > WS-TRAN-COUNT
               PERFORM 6100-PRINT-TRANSACTION
           END-PERFORM.

           IF WS-ABORT = "YES"
               MOVE SPACES TO RL-TEXT
               STRING "*** NO MERGES APPLIED - " DELIMITED BY SIZE
                      WS-ABORT-TEXT DELIMITED BY "  "
                      " ***" DELIMITED BY SIZE
                   INTO RL-TEXT
               END-STRING
               WRITE PRTLINE FROM RESULT-LINE
                   AFTER ADVANCING 3 LINES
           ELSE
               PERFORM 6200-PRINT-FILE-TOTALS
           END-IF.

       6100-PRINT-TRANSACTION.
           EVALUATE MT-KIND (WS-TRAN-SUB)
               WHEN "C"
                   MOVE "CUSTOMER MERGE" TO TL-KIND
               WHEN "B"
                   MOVE "BUYER MERGE" TO TL-KIND
               WHEN "X"
                   MOVE "CUST/BUYER LINK" TO TL-KIND
               WHEN OTHER
                   MOVE SPACES TO TL-KIND
                   STRING "KIND " DELIMITED BY SIZE
                          MT-KIND (WS-TRAN-SUB) DELIMITED BY SIZE
                       INTO TL-KIND
                   END-STRING
           END-EVALUATE.
           MOVE MT-SURVIVOR (WS-TRAN-SUB) TO TL-SURVIVOR.
           MOVE MT-VICTIM (WS-TRAN-SUB) TO TL-VICTIM.
           MOVE ZERO TO TL-REFS.
           EVALUATE TRUE
               WHEN MT-STATUS (WS-TRAN-SUB) = "R"
                   MOVE SPACES TO TL-RESULT
                   STRING "REJECTED - " DELIMITED BY SIZE
                          MT-REASON (WS-TRAN-SUB) DELIMITED BY SIZE
                       INTO TL-RESULT
                   END-STRING
               WHEN WS-ABORT = "YES"
                   MOVE "NOT APPLIED" TO TL-RESULT
               WHEN MT-STATUS (WS-TRAN-SUB) = "L"
                   MOVE "ALREADY LINKED" TO TL-RESULT
               WHEN MT-KIND (WS-TRAN-SUB) = "X"
                   MOVE "LINKED" TO TL-RESULT
               WHEN OTHER
                   MOVE "MERGED - VICTIM NUMBER RETIRED" TO TL-RESULT
                   MOVE MT-REF-CTR (WS-TRAN-SUB) TO TL-REFS
           END-EVALUATE.
           WRITE PRTLINE FROM TRAN-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 9100-HEADINGS
           END-WRITE.

       6200-PRINT-FILE-TOTALS.
           MOVE "FILES REWRITTEN" TO SH-TEXT.
           WRITE PRTLINE FROM SECTION-HDING
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 9100-HEADINGS
           END-WRITE.
           WRITE PRTLINE FROM FILE-HDINGS1
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM FILE-HDINGS2
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 12
               MOVE FN-NAME (WS-FILE-SUB) TO FL-NAME
               MOVE FT-READ (WS-FILE-SUB) TO FL-READ
               MOVE FT-CHANGED (WS-FILE-SUB) TO FL-CHANGED
               EVALUATE TRUE
                   WHEN WS-FILE-SUB < 3 AND C-CUST-MERGES = ZERO
                       MOVE "NO CUSTOMER MERGES - NOT REWRITTEN"
                           TO FL-NOTE
                   WHEN WS-FILE-SUB > 2 AND WS-FILE-SUB < 10
                        AND C-BUYR-MERGES = ZERO
                       MOVE "NO BUYER MERGES - NOT REWRITTEN"
                           TO FL-NOTE
                   WHEN WS-FILE-SUB < 10
                       MOVE "REFERENCES RENUMBERED" TO FL-NOTE
                   WHEN WS-FILE-SUB = 10
                       MOVE "CUSTOMERS MERGED AWAY" TO FL-NOTE
                   WHEN WS-FILE-SUB = 11
                       MOVE "BUYERS MERGED AWAY" TO FL-NOTE
                   WHEN OTHER
                       MOVE "LINK NUMBERS RENUMBERED" TO FL-NOTE
               END-EVALUATE
               WRITE PRTLINE FROM FILE-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS
               END-WRITE
           END-PERFORM.

           MOVE "CUSTOMER MERGES APPLIED:" TO SC-LABEL.
           MOVE C-CUST-MERGES TO SC-COUNT.
           WRITE PRTLINE FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 9100-HEADINGS
           END-WRITE.
           MOVE "BUYER MERGES APPLIED:" TO SC-LABEL.
           MOVE C-BUYR-MERGES TO SC-COUNT.
           WRITE PRTLINE FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 9100-HEADINGS
           END-WRITE.
           MOVE "CROSS-REFERENCE LINKS ADDED:" TO SC-LABEL.
           MOVE C-XREF-ADDED TO SC-COUNT.
           WRITE PRTLINE FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 9100-HEADINGS
           END-WRITE.
           MOVE "CROSS-REFERENCE REPEATS DROPPED:" TO SC-LABEL.
           MOVE C-XREF-DROPPED TO SC-COUNT.
           WRITE PRTLINE FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 9100-HEADINGS
           END-WRITE.
           IF WS-XREF-FULL = "YES"
               MOVE "*** CROSS-REFERENCE TABLE FULL - NOT REWRITTEN ***"
                   TO RL-TEXT
               WRITE PRTLINE FROM RESULT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE "TRANSACTIONS REJECTED:" TO SC-LABEL.
           MOVE C-REJECTS TO SC-COUNT.
           WRITE PRTLINE FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 9100-HEADINGS
           END-WRITE.

      *    THE ORPHAN AUDIT PROVES NOTHING STILL POINTS AT A NUMBER
      *    THAT WAS JUST RETIRED.
       6500-RUN-ORPHAN-AUDIT.
           CALL "COBCMS28"
               ON EXCEPTION
                   MOVE 16 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-AUDIT-RC.
           IF WS-AUDIT-RC = ZERO
               MOVE "*** COBCMS28 ORPHAN AUDIT CLEAN ***" TO RL-TEXT
           ELSE
               MOVE "*** ORPHANS FOUND - SEE ORPHANS.PRT ***"
                   TO RL-TEXT
           END-IF.
           WRITE PRTLINE FROM RESULT-LINE
               AFTER ADVANCING 3 LINES.

       6900-CLOSING.
           CLOSE PRTOUT.
           EVALUATE TRUE
               WHEN WS-ABORT = "YES"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-AUDIT-RC NOT = ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-XREF-FULL = "YES"
                   MOVE 8 TO RETURN-CODE
               WHEN C-REJECTS > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

      *    LOOKS WS-LOOK-NO UP AMONG THE ACCEPTED MERGES OF KIND
      *    WS-LOOK-KIND. A VICTIM IS REPLACED BY ITS SURVIVOR IN
      *    WS-LOOK-NO AND COUNTED AGAINST THE MERGE AND THE FILE.
       7000-FIND-VICTIM.
           MOVE "NO" TO WS-LOOK-FOUND.
           PERFORM VARYING WS-OTHER-SUB FROM 1 BY 1
               UNTIL WS-OTHER-SUB > WS-TRAN-COUNT
                  OR WS-LOOK-FOUND = "YES"
               IF MT-STATUS (WS-OTHER-SUB) = "A"
                  AND MT-KIND (WS-OTHER-SUB) = WS-LOOK-KIND
                  AND MT-VICTIM (WS-OTHER-SUB) = WS-LOOK-NO
                   MOVE "YES" TO WS-LOOK-FOUND
                   MOVE MT-SURVIVOR (WS-OTHER-SUB) TO WS-LOOK-NO
                   IF WS-FILE-SUB < 10
                       ADD 1 TO MT-REF-CTR (WS-OTHER-SUB)
                       ADD 1 TO FT-CHANGED (WS-FILE-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       7200-FIND-CUSTOMER.
           MOVE "NO" TO WS-CUST-FOUND.
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-COUNT
                  OR WS-CUST-FOUND = "YES"
               IF CU-NUMBER (WS-CUST-SUB) = WS-LOOK-NO
                   MOVE "YES" TO WS-CUST-FOUND
               END-IF
           END-PERFORM.
           IF WS-CUST-FOUND = "YES"
               SUBTRACT 1 FROM WS-CUST-SUB
           END-IF.

      *    THE NEW FILE SWAPS INTO PLACE: THE CURRENT FILE IS RENAMED
      *    ASIDE, THE NEW FILE RENAMED IN, AND ONLY THEN IS THE ASIDE
      *    COPY DELETED. A FILE THAT DID NOT EXIST IS LEFT THAT WAY,
      *    EXCEPT THE CROSS-REFERENCE, WHICH STARTS WITH THE FIRST
      *    LINKS MADE.
       8000-SWAP-FILE.
           MOVE FP-CUR-PATH (WS-FILE-SUB) TO WS-CUR-PATH.
           MOVE FP-NEW-PATH (WS-FILE-SUB) TO WS-NEW-PATH.
           IF FT-READ (WS-FILE-SUB) = ZERO
              AND (WS-FILE-SUB NOT = 12 OR WS-XREF-COUNT = ZERO)
               CALL "CBL_DELETE_FILE" USING WS-NEW-PATH
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-BAK-PATH
               CALL "CBL_RENAME_FILE" USING WS-CUR-PATH
                                            WS-BAK-PATH
               CALL "CBL_RENAME_FILE" USING WS-NEW-PATH
                                            WS-CUR-PATH
               CALL "CBL_DELETE_FILE" USING WS-BAK-PATH
           END-IF.
           MOVE ZERO TO RETURN-CODE.

       9100-HEADINGS.
           ADD 1 TO C-PCTR
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
