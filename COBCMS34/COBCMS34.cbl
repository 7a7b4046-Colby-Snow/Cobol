       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCMS34.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         COLBY SNOW.
       DATE-COMPILED.
      ******************************************************************
      *THIS PROGRAM TAKES TRADED BOATS INTO INVENTORY. THE OFFICE KEYS
      *ONE TRADE-IN RECORD PER BOAT TAKEN IN ON A SALE (BOATTRD.DAT:
      *BUYER NUMBER AND PURCHASE DATE OF THE SALE, BOAT TYPE, MODEL
      *YEAR, THE ALLOWANCE GIVEN THE BUYER, AND THE APPRAISED VALUE)
      *INSTEAD OF NETTING THE ALLOWANCE INTO THE BALANCE DUE BY HAND.
      *COBCMS02 AND COBCMS31 PRICE THE SALE OFF THE SAME FILE.
      *
      *EVERY TRADE-IN NOT YET STOCKED WHOSE SALE IS ON CBLBOAT1.DAT
      *IS ADDED TO A NEW INVENTORY MASTER (BOATINVT.DAT) AS A USED
      *UNIT: ITS OWN STOCK NUMBER ("U" AND A SEVEN-DIGIT SEQUENCE,
      *NEXT AFTER THE HIGHEST ALREADY ON THE TRADE-IN FILE OR ON
      *INVENTORY), THE TRADED BOAT TYPE, THE APPRAISED VALUE AS ITS
      *COST, AND THE SALE DATE AS ITS RECEIVED DATE, SO COBCMS08
      *SELLS IT LIKE ANY OTHER UNIT. THE STOCK NUMBER AND THE AS-OF
      *DATE GO BACK ON A NEW TRADE-IN MASTER (BOATTRDN.DAT) SO THE
      *BOAT IS NEVER STOCKED TWICE. SAME OLD-MASTER/NEW-MASTER
      *PATTERN AS COBCMS08: OPERATIONS COPIES BOATINVT.DAT OVER
      *BOATINV.DAT AND BOATTRDN.DAT OVER BOATTRD.DAT TOGETHER AFTER A
      *CLEAN RUN.
      *
      *THE TRADE-IN REPORT (CBLTRADE.PRT) LISTS EVERY BOAT STOCKED
      *WITH ITS ALLOWANCE, APPRAISAL, AND THE DIFFERENCE - THE
      *OVER-ALLOWANCE, WHICH IS A DISCOUNT THE SALE PRICE DOES NOT
      *SHOW - WITH TOTALS BY BOAT TYPE, THEN THE TRADE-INS HELD BACK
      *(NO SALE ON FILE, BAD TYPE, YEAR OR AMOUNTS, A TRADE-IN ALREADY
      *STOCKED FOR THE SALE, OR AN EARLIER TRADE-IN REPLACED BY A
      *LATER ONE KEYED FOR THE SAME SALE) SO THE OFFICE CAN FIX AND
      *RERUN THEM.
      *
      *WHEN MORE THAN ONE TRADE-IN IS KEYED FOR A SALE, THE LAST ONE
      *ON THE FILE IS THE ONE STOCKED -- THE SAME ONE COBCMS02 AND
      *COBCMS31 PRICE THE SALE WITH -- AND NONE IS STOCKED FOR A
      *SALE THAT ALREADY HAS A TRADE-IN IN STOCK.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL TRADE-IN-FILE
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BOATTRD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-TRADE-IN
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BOATTRDN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BOATMASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\CBLBOAT1.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INVENTORY-MASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BOATINV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-INVENTORY
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BOATINVT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\CBLTRADE.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-DATE-PARM
           ASSIGN TO "C:\IHCC\COBOL\RUNDATE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    ONE RECORD PER BOAT TAKEN IN TRADE, TIED TO ITS SALE BY
      *    BUYER NUMBER AND PURCHASE DATE. TR-STOCK-NO AND
      *    TR-STOCKED-DATE ARE BLANK UNTIL THIS RUN STOCKS THE BOAT.
       FD  TRADE-IN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TR-REC
           RECORD CONTAINS 50 CHARACTERS.

       01 TR-REC.
           05 TR-BUYER-NO              PIC X(5).
           05 TR-PUR-DATE              PIC 9(8).
           05 TR-BOAT-TYPE             PIC X.
           05 TR-BOAT-YEAR             PIC 9(4).
           05 TR-ALLOWANCE             PIC 9(6)V99.
           05 TR-APPRAISED             PIC 9(6)V99.
           05 TR-STOCK-NO              PIC X(8).
           05 TR-STOCKED-DATE          PIC 9(8).

       FD  NEW-TRADE-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS NT-REC
           RECORD CONTAINS 50 CHARACTERS.

       01 NT-REC.
           05 NT-BUYER-NO              PIC X(5).
           05 NT-PUR-DATE              PIC 9(8).
           05 NT-BOAT-TYPE             PIC X.
           05 NT-BOAT-YEAR             PIC 9(4).
           05 NT-ALLOWANCE             PIC 9(6)V99.
           05 NT-APPRAISED             PIC 9(6)V99.
           05 NT-STOCK-NO              PIC X(8).
           05 NT-STOCKED-DATE          PIC 9(8).

       FD  BOATMASTER
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

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                      PIC X(132).

      *    RUN-DATE-PARM HOLDS A SHARED "AS-OF" BUSINESS DATE. WHEN
      *    OPERATIONS DROPS A RUNDATE.DAT BEFORE A RERUN OR LATE
      *    CORRECTION, ITS DATE PRINTS ON THE REPORT AND STAMPS THE
      *    BOATS STOCKED. NO FILE (THE NORMAL CASE) MEANS TODAY'S DATE.
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
           05 MORE-TRADES          PIC X(3)        VALUE "YES".
           05 MORE-SALES           PIC X(3)        VALUE "YES".
           05 MORE-INV             PIC X(3)        VALUE "YES".
           05 C-TRADE-READ         PIC 9(5)        VALUE ZERO.
           05 C-TRADE-SEQ          PIC 9(5)        VALUE ZERO.
           05 C-ALREADY-CTR        PIC 9(5)        VALUE ZERO.
           05 C-STOCKED-CTR        PIC 9(5)        VALUE ZERO.
           05 C-HELD-CTR           PIC 9(5)        VALUE ZERO.
           05 C-INV-CTR            PIC 9(5)        VALUE ZERO.
           05 C-SALE-DROP-CTR      PIC 9(5)        VALUE ZERO.
           05 C-GT-ALLOWANCE       PIC 9(9)V99     VALUE ZERO.
           05 C-GT-APPRAISED       PIC 9(9)V99     VALUE ZERO.
           05 C-GT-OVER            PIC S9(9)V99    VALUE ZERO.
           05 C-GT-OVER-CTR        PIC 9(5)        VALUE ZERO.
           05 C-OVER-ALLOW         PIC S9(7)V99    VALUE ZERO.
           05 WS-SALE-COUNT        PIC 9(4)        VALUE ZERO.
           05 WS-SALE-SUB          PIC 9(4)        VALUE ZERO.
           05 WS-SALE-MATCH        PIC 9(4)        VALUE ZERO.
           05 WS-TYPE-SUB          PIC 9           VALUE ZERO.
           05 WS-HIGH-SEQ          PIC 9(7)        VALUE ZERO.
           05 WS-ERR-REASON        PIC X(40)       VALUE SPACES.
           05 WS-RUN-DATE-N        PIC 9(8)        VALUE ZERO.

      *    A STOCK NUMBER BROKEN INTO PREFIX AND SEQUENCE, FOR FINDING
      *    THE HIGHEST USED-UNIT NUMBER ALREADY ISSUED AND BUILDING
      *    THE NEXT ONE.
       01 WS-STOCK-NO.
           05 WS-STOCK-PFX         PIC X.
           05 WS-STOCK-SEQ         PIC 9(7).
       01 WS-STOCK-NO-X REDEFINES WS-STOCK-NO
                                   PIC X(8).

      *    A DATE BEING PRINTED, AND THE SAME DATE TURNED AROUND TO
      *    MM/DD/YYYY.
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

      *    THE SALES ON CBLBOAT1.DAT, SO EACH TRADE-IN CAN BE TIED TO
      *    ITS SALE. ST-TRADED MARKS A SALE WHOSE TRADE-IN IS ALREADY
      *    STOCKED; ST-LAST-TRADE IS THE POSITION ON THE TRADE-IN FILE
      *    OF THE LAST TRADE-IN KEYED FOR THE SALE.
       01 SALE-TABLE.
           05 ST-ENTRY OCCURS 1000 TIMES.
               10 ST-BUYER-NO      PIC X(5).
               10 ST-PUR-DATE      PIC 9(8).
               10 ST-LAST-NAME     PIC X(15).
               10 ST-SLS-ID        PIC X(5).
               10 ST-TRADED        PIC X.
               10 ST-LAST-TRADE    PIC 9(5).

      *    ONE ROW PER BOAT TYPE CODE, THE SAME CODES AS THE SALES
      *    FILE AND INVENTORY MASTER.
       01 TYPE-TABLE.
           05 TY-ENTRY OCCURS 6 TIMES
                   INDEXED BY TY-IDX.
               10 TY-TYPE-CD       PIC X.
               10 TY-TYPE-NAME     PIC X(13).
               10 TY-UNITS         PIC 9(5)        VALUE ZERO.
               10 TY-ALLOWANCE     PIC 9(9)V99     VALUE ZERO.
               10 TY-APPRAISED     PIC 9(9)V99     VALUE ZERO.
               10 TY-OVER          PIC S9(9)V99    VALUE ZERO.

      *    TRADE-INS HELD BACK THIS RUN, PRINTED AFTER THE TOTALS.
       01 HELD-TABLE.
           05 HD-ENTRY OCCURS 200 TIMES.
               10 HD-BUYER-NO      PIC X(5).
               10 HD-PUR-DATE      PIC 9(8).
               10 HD-BOAT-TYPE     PIC X.
               10 HD-ALLOWANCE     PIC X(8).
               10 HD-REASON        PIC X(40).

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

       01 COMPANY-TITLE.
           05 FILLER               PIC X(6)    VALUE "DATE:".
           05 O-MM                 PIC 9(2).
           05 FILLER               PIC X       VALUE "/".
           05 O-DD                 PIC 9(2).
           05 FILLER               PIC X       VALUE "/".
           05 O-YY                 PIC 9(4).
           05 FILLER               PIC X(31)   VALUE SPACES.
           05 FILLER               PIC X(38)
                   VALUE "TRADE-IN INTAKE AND OVER-ALLOWANCE".
           05 FILLER               PIC X(39)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE "PAGE:".
           05 O-PCTR               PIC Z9.

       01 COLUMN-HDINGS.
           05 FILLER       PIC X(7)    VALUE "BUYER".
           05 FILLER       PIC X(17)   VALUE "LAST NAME".
           05 FILLER       PIC X(12)   VALUE "SALE DATE".
           05 FILLER       PIC X(7)    VALUE "SLSPN".
           05 FILLER       PIC X(15)   VALUE "TRADED BOAT".
           05 FILLER       PIC X(6)    VALUE "YEAR".
           05 FILLER       PIC X(12)   VALUE "  ALLOWANCE".
           05 FILLER       PIC X(12)   VALUE "  APPRAISED".
           05 FILLER       PIC X(13)   VALUE "  OVER-ALLOW".
           05 FILLER       PIC X(8)    VALUE "STOCK NO".

       01 DETAIL-LINE.
           05 O-BUYER-NO   PIC X(5).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-LAST-NAME  PIC X(15).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-SALE-DATE  PIC X(10).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-SLS-ID     PIC X(5).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-TYPE-NAME  PIC X(13).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-BOAT-YEAR  PIC 9(4).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-ALLOWANCE  PIC ZZZ,ZZ9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-APPRAISED  PIC ZZZ,ZZ9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-OVER-ALLOW PIC ZZZ,ZZ9.99-.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-STOCK-NO   PIC X(8).

       01 TYPE-SECTION-HDING.
           05 FILLER       PIC X(40)   VALUE
               "TRADE-INS STOCKED BY BOAT TYPE".
           05 FILLER       PIC X(92)   VALUE SPACES.

       01 TYPE-COL-HDINGS.
           05 FILLER       PIC X(17)   VALUE "BOAT TYPE".
           05 FILLER       PIC X(8)    VALUE "UNITS".
           05 FILLER       PIC X(18)   VALUE "       ALLOWANCE".
           05 FILLER       PIC X(18)   VALUE "       APPRAISED".
           05 FILLER       PIC X(18)   VALUE "  OVER-ALLOWANCE".

       01 TYPE-DETAIL-LINE.
           05 TD-TYPE-NAME PIC X(13).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 TD-UNITS     PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 TD-ALLOWANCE PIC $$$,$$$,$$9.99.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 TD-APPRAISED PIC $$$,$$$,$$9.99.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 TD-OVER      PIC $$$,$$$,$$9.99-.

       01 HELD-SECTION-HDING.
           05 FILLER       PIC X(50)   VALUE
               "TRADE-INS HELD - NOT STOCKED THIS RUN".
           05 FILLER       PIC X(82)   VALUE SPACES.

       01 HELD-COL-HDINGS.
           05 FILLER       PIC X(7)    VALUE "BUYER".
           05 FILLER       PIC X(12)   VALUE "SALE DATE".
           05 FILLER       PIC X(6)    VALUE "TYPE".
           05 FILLER       PIC X(12)   VALUE "ALLOWANCE".
           05 FILLER       PIC X(40)   VALUE "HELD BECAUSE".

       01 HELD-DETAIL-LINE.
           05 HL-BUYER-NO  PIC X(5).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 HL-PUR-DATE  PIC 9(8).
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 HL-BOAT-TYPE PIC X.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 HL-ALLOWANCE PIC X(8).
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 HL-REASON    PIC X(40).

       01 HELD-DROP-LINE.
           05 FILLER       PIC X(45)   VALUE
               "MORE TRADE-INS HELD THAN LISTED - TOTAL: ".
           05 HX-HELD-CTR  PIC ZZ,ZZ9.

       01 SALE-DROP-LINE.
           05 FILLER       PIC X(45)   VALUE
               "*** SALES PAST THE WORK TABLE, NOT LOADED: ".
           05 SX-DROP-CTR  PIC ZZ,ZZ9.
           05 FILLER       PIC X(33)   VALUE
               " *** - THEIR TRADE-INS WERE HELD".

       01 COUNT-TOTAL-LINE.
           05 FILLER       PIC X(16)   VALUE "TRADE-INS READ: ".
           05 CT-READ      PIC ZZ,ZZ9.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(17)   VALUE "STOCKED THIS RUN:".
           05 CT-STOCKED   PIC ZZ,ZZ9.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(17)   VALUE "STOCKED EARLIER: ".
           05 CT-ALREADY   PIC ZZ,ZZ9.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(6)    VALUE "HELD: ".
           05 CT-HELD      PIC ZZ,ZZ9.

       01 GRAND-TOTAL-LINE.
           05 FILLER       PIC X(13)   VALUE "GRAND TOTALS".
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 GT-UNITS     PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 GT-ALLOWANCE PIC $$$,$$$,$$9.99.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 GT-APPRAISED PIC $$$,$$$,$$9.99.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 GT-OVER      PIC $$$,$$$,$$9.99-.

       01 OVER-COUNT-LINE.
           05 FILLER       PIC X(36)   VALUE
               "TRADE-INS ALLOWED OVER APPRAISAL:  ".
           05 OC-OVER-CTR  PIC ZZ,ZZ9.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(30)   VALUE
               "INVENTORY UNITS CARRIED OVER: ".
           05 OC-INV-CTR   PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 1100-LOAD-SALES.
           PERFORM 1200-HIGH-TRADE-STOCK.
           PERFORM 2000-COPY-INVENTORY.
           PERFORM 2050-SCAN-TRADE-INS.
           PERFORM 2100-PROCESS-TRADE-INS.
           PERFORM 3000-CLOSING.
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

       1100-LOAD-SALES.
           OPEN INPUT BOATMASTER.
           PERFORM UNTIL MORE-SALES = "NO"
               READ BOATMASTER
                   AT END
                       MOVE "NO" TO MORE-SALES
                   NOT AT END
                       IF WS-SALE-COUNT < 1000
                           ADD 1 TO WS-SALE-COUNT
                           MOVE RAW-BUYER-NO
                               TO ST-BUYER-NO (WS-SALE-COUNT)
                           MOVE RAW-PURCHASE-DATE
                               TO ST-PUR-DATE (WS-SALE-COUNT)
                           MOVE RAW-LAST-NAME
                               TO ST-LAST-NAME (WS-SALE-COUNT)
                           MOVE RAW-SALESPERSON-ID
                               TO ST-SLS-ID (WS-SALE-COUNT)
                           MOVE "N" TO ST-TRADED (WS-SALE-COUNT)
                           MOVE ZERO TO ST-LAST-TRADE (WS-SALE-COUNT)
                       ELSE
                           ADD 1 TO C-SALE-DROP-CTR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BOATMASTER.

      *    THE HIGHEST USED-UNIT SEQUENCE ALREADY ISSUED TO A TRADE-IN.
      *    THE INVENTORY COPY CHECKS THE MASTER THE SAME WAY, SO A
      *    NUMBER IS NEVER ISSUED TWICE EVEN AFTER THE UNIT IS SOLD.
       1200-HIGH-TRADE-STOCK.
           OPEN INPUT TRADE-IN-FILE.
           PERFORM UNTIL MORE-TRADES = "NO"
               READ TRADE-IN-FILE
                   AT END
                       MOVE "NO" TO MORE-TRADES
                   NOT AT END
                       MOVE TR-STOCK-NO TO WS-STOCK-NO-X
                       PERFORM 1250-CHECK-HIGH-SEQ
               END-READ
           END-PERFORM.
           CLOSE TRADE-IN-FILE.
           MOVE "YES" TO MORE-TRADES.

       1250-CHECK-HIGH-SEQ.
           IF WS-STOCK-PFX = "U"
              AND WS-STOCK-SEQ NUMERIC
              AND WS-STOCK-SEQ > WS-HIGH-SEQ
               MOVE WS-STOCK-SEQ TO WS-HIGH-SEQ
           END-IF.

      *    THE INVENTORY MASTER IS COPIED THROUGH AS IS; THE USED
      *    UNITS STOCKED THIS RUN ARE ADDED ON THE END. COBCMS08 SORTS
      *    THE MASTER ITSELF, SO THE ORDER DOES NOT MATTER.
       2000-COPY-INVENTORY.
           OPEN INPUT INVENTORY-MASTER.
           OPEN OUTPUT NEW-INVENTORY.
           PERFORM UNTIL MORE-INV = "NO"
               READ INVENTORY-MASTER
                   AT END
                       MOVE "NO" TO MORE-INV
                   NOT AT END
                       ADD 1 TO C-INV-CTR
                       MOVE INV-STOCK-NO TO WS-STOCK-NO-X
                       PERFORM 1250-CHECK-HIGH-SEQ
                       MOVE INV-REC TO NI-REC
                       WRITE NI-REC
               END-READ
           END-PERFORM.
           CLOSE INVENTORY-MASTER.

      *    EVERY TRADE-IN RECORD IS CARRIED TO THE NEW TRADE-IN
      *    MASTER. ONE ALREADY STOCKED GOES ACROSS UNCHANGED; ONE NOT
      *    YET STOCKED IS EDITED AND EITHER STOCKED OR HELD.
      *    A FIRST PASS OVER THE TRADE-IN FILE MARKS EACH SALE WHOSE
      *    TRADE-IN IS ALREADY STOCKED AND NOTES WHICH TRADE-IN IS THE
      *    LAST ONE KEYED FOR EACH SALE.
       2050-SCAN-TRADE-INS.
           MOVE ZERO TO C-TRADE-SEQ.
           OPEN INPUT TRADE-IN-FILE.
           PERFORM UNTIL MORE-TRADES = "NO"
               READ TRADE-IN-FILE
                   AT END
                       MOVE "NO" TO MORE-TRADES
                   NOT AT END
                       ADD 1 TO C-TRADE-SEQ
                       PERFORM 2150-FIND-SALE
                       IF WS-SALE-MATCH > ZERO
                           IF TR-STOCK-NO NOT = SPACES
                               MOVE "Y" TO ST-TRADED (WS-SALE-MATCH)
                           END-IF
                           MOVE C-TRADE-SEQ
                               TO ST-LAST-TRADE (WS-SALE-MATCH)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRADE-IN-FILE.
           MOVE "YES" TO MORE-TRADES.

       2100-PROCESS-TRADE-INS.
           MOVE ZERO TO C-TRADE-SEQ.
           OPEN INPUT TRADE-IN-FILE.
           OPEN OUTPUT NEW-TRADE-IN.
           PERFORM UNTIL MORE-TRADES = "NO"
               READ TRADE-IN-FILE
                   AT END
                       MOVE "NO" TO MORE-TRADES
                   NOT AT END
                       ADD 1 TO C-TRADE-READ
                       ADD 1 TO C-TRADE-SEQ
                       MOVE TR-REC TO NT-REC
                       IF TR-STOCK-NO NOT = SPACES
                           ADD 1 TO C-ALREADY-CTR
                       ELSE
                           PERFORM 2200-EDIT-TRADE-IN
                           IF WS-ERR-REASON = SPACES
                               PERFORM 2300-STOCK-TRADE-IN
                           ELSE
                               PERFORM 2400-HOLD-TRADE-IN
                           END-IF
                       END-IF
                       WRITE NT-REC
               END-READ
           END-PERFORM.
           CLOSE TRADE-IN-FILE.
           CLOSE NEW-TRADE-IN.
           CLOSE NEW-INVENTORY.

       2150-FIND-SALE.
           MOVE ZERO TO WS-SALE-MATCH.
           PERFORM VARYING WS-SALE-SUB FROM 1 BY 1
               UNTIL WS-SALE-SUB > WS-SALE-COUNT
                  OR WS-SALE-MATCH > ZERO
               IF ST-BUYER-NO (WS-SALE-SUB) = TR-BUYER-NO
                  AND ST-PUR-DATE (WS-SALE-SUB) = TR-PUR-DATE
                   MOVE WS-SALE-SUB TO WS-SALE-MATCH
               END-IF
           END-PERFORM.

      *    A TRADE-IN IS STOCKED ONLY WHEN ITS SALE IS ON FILE, NO
      *    TRADE-IN IS IN STOCK FOR THAT SALE YET, IT IS THE LAST
      *    TRADE-IN KEYED FOR THE SALE, AND ITS TYPE, YEAR AND AMOUNTS
      *    ARE GOOD. THE APPRAISAL BECOMES THE UNIT'S COST SO IT
      *    CANNOT BE ZERO.
       2200-EDIT-TRADE-IN.
           MOVE SPACES TO WS-ERR-REASON.
           PERFORM 2150-FIND-SALE.

           MOVE ZERO TO WS-TYPE-SUB.
           PERFORM VARYING TY-IDX FROM 1 BY 1
               UNTIL TY-IDX > 6
               IF TY-TYPE-CD (TY-IDX) = TR-BOAT-TYPE
                   SET WS-TYPE-SUB TO TY-IDX
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-SALE-MATCH = ZERO
                   MOVE "NO SALE ON FILE FOR BUYER AND DATE"
                       TO WS-ERR-REASON
               WHEN ST-TRADED (WS-SALE-MATCH) = "Y"
                   MOVE "A TRADE-IN IS ALREADY STOCKED FOR SALE"
                       TO WS-ERR-REASON
               WHEN ST-LAST-TRADE (WS-SALE-MATCH) NOT = C-TRADE-SEQ
                   MOVE "REPLACED BY A LATER TRADE-IN FOR SALE"
                       TO WS-ERR-REASON
               WHEN WS-TYPE-SUB = ZERO
                   MOVE "BOAT TYPE NOT B/P/S/J/C/R"
                       TO WS-ERR-REASON
               WHEN TR-BOAT-YEAR NOT NUMERIC
                   MOVE "MODEL YEAR NOT NUMERIC" TO WS-ERR-REASON
               WHEN TR-BOAT-YEAR > WS-RUN-YY + 1
                   MOVE "MODEL YEAR IN THE FUTURE" TO WS-ERR-REASON
               WHEN TR-ALLOWANCE NOT NUMERIC
                   MOVE "ALLOWANCE NOT NUMERIC" TO WS-ERR-REASON
               WHEN TR-APPRAISED NOT NUMERIC
                   MOVE "APPRAISED VALUE NOT NUMERIC"
                       TO WS-ERR-REASON
               WHEN TR-APPRAISED = ZERO
                   MOVE "NO APPRAISED VALUE" TO WS-ERR-REASON
               WHEN OTHER
                   MOVE "Y" TO ST-TRADED (WS-SALE-MATCH)
           END-EVALUATE.

      *    ISSUES THE NEXT USED-UNIT STOCK NUMBER, ADDS THE UNIT TO
      *    THE NEW INVENTORY MASTER, STAMPS THE TRADE-IN, AND PRINTS
      *    THE OVER-ALLOWANCE LINE.
       2300-STOCK-TRADE-IN.
           ADD 1 TO WS-HIGH-SEQ.
           MOVE "U" TO WS-STOCK-PFX.
           MOVE WS-HIGH-SEQ TO WS-STOCK-SEQ.

           MOVE WS-STOCK-NO-X TO NI-STOCK-NO.
           MOVE TR-BOAT-TYPE TO NI-BOAT-TYPE.
           MOVE TR-APPRAISED TO NI-COST.
           MOVE TR-PUR-DATE TO NI-RECEIVED-DATE.
           WRITE NI-REC.

           MOVE WS-STOCK-NO-X TO NT-STOCK-NO.
           MOVE WS-RUN-DATE-N TO NT-STOCKED-DATE.
           ADD 1 TO C-STOCKED-CTR.

           COMPUTE C-OVER-ALLOW = TR-ALLOWANCE - TR-APPRAISED.
           ADD 1 TO TY-UNITS (WS-TYPE-SUB).
           ADD TR-ALLOWANCE TO TY-ALLOWANCE (WS-TYPE-SUB).
           ADD TR-APPRAISED TO TY-APPRAISED (WS-TYPE-SUB).
           ADD C-OVER-ALLOW TO TY-OVER (WS-TYPE-SUB).
           IF C-OVER-ALLOW > ZERO
               ADD 1 TO C-GT-OVER-CTR
           END-IF.

           MOVE TR-BUYER-NO TO O-BUYER-NO.
           MOVE ST-LAST-NAME (WS-SALE-MATCH) TO O-LAST-NAME.
           MOVE TR-PUR-DATE TO WS-CHK-DATE-N.
           PERFORM 9200-FORMAT-DATE.
           MOVE WS-PRT-DATE TO O-SALE-DATE.
           MOVE ST-SLS-ID (WS-SALE-MATCH) TO O-SLS-ID.
           MOVE TY-TYPE-NAME (WS-TYPE-SUB) TO O-TYPE-NAME.
           MOVE TR-BOAT-YEAR TO O-BOAT-YEAR.
           MOVE TR-ALLOWANCE TO O-ALLOWANCE.
           MOVE TR-APPRAISED TO O-APPRAISED.
           MOVE C-OVER-ALLOW TO O-OVER-ALLOW.
           MOVE WS-STOCK-NO-X TO O-STOCK-NO.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

       2400-HOLD-TRADE-IN.
           ADD 1 TO C-HELD-CTR.
           IF C-HELD-CTR NOT > 200
               MOVE TR-BUYER-NO TO HD-BUYER-NO (C-HELD-CTR)
               MOVE TR-PUR-DATE TO HD-PUR-DATE (C-HELD-CTR)
               MOVE TR-BOAT-TYPE TO HD-BOAT-TYPE (C-HELD-CTR)
               MOVE TR-REC (19:8) TO HD-ALLOWANCE (C-HELD-CTR)
               MOVE WS-ERR-REASON TO HD-REASON (C-HELD-CTR)
           END-IF.

       3000-CLOSING.
           WRITE PRTLINE FROM TYPE-SECTION-HDING
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM TYPE-COL-HDINGS
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

           PERFORM VARYING TY-IDX FROM 1 BY 1
               UNTIL TY-IDX > 6
               PERFORM 3100-TYPE-OUTPUT
           END-PERFORM.

           MOVE C-STOCKED-CTR TO GT-UNITS.
           MOVE C-GT-ALLOWANCE TO GT-ALLOWANCE.
           MOVE C-GT-APPRAISED TO GT-APPRAISED.
           MOVE C-GT-OVER TO GT-OVER.
           WRITE PRTLINE FROM GRAND-TOTAL-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

           MOVE C-GT-OVER-CTR TO OC-OVER-CTR.
           MOVE C-INV-CTR TO OC-INV-CTR.
           WRITE PRTLINE FROM OVER-COUNT-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

           PERFORM 3200-HELD-TRADE-INS.

           MOVE C-TRADE-READ TO CT-READ.
           MOVE C-STOCKED-CTR TO CT-STOCKED.
           MOVE C-ALREADY-CTR TO CT-ALREADY.
           MOVE C-HELD-CTR TO CT-HELD.
           WRITE PRTLINE FROM COUNT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PRTOUT.

       3100-TYPE-OUTPUT.
           IF TY-UNITS (TY-IDX) > ZERO
               MOVE TY-TYPE-NAME (TY-IDX) TO TD-TYPE-NAME
               MOVE TY-UNITS (TY-IDX) TO TD-UNITS
               MOVE TY-ALLOWANCE (TY-IDX) TO TD-ALLOWANCE
               MOVE TY-APPRAISED (TY-IDX) TO TD-APPRAISED
               MOVE TY-OVER (TY-IDX) TO TD-OVER
               ADD TY-ALLOWANCE (TY-IDX) TO C-GT-ALLOWANCE
               ADD TY-APPRAISED (TY-IDX) TO C-GT-APPRAISED
               ADD TY-OVER (TY-IDX) TO C-GT-OVER
               WRITE PRTLINE FROM TYPE-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
               END-WRITE
           END-IF.

       3200-HELD-TRADE-INS.
           WRITE PRTLINE FROM HELD-SECTION-HDING
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM HELD-COL-HDINGS
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

           PERFORM VARYING WS-SALE-SUB FROM 1 BY 1
               UNTIL WS-SALE-SUB > C-HELD-CTR
                  OR WS-SALE-SUB > 200
               MOVE HD-BUYER-NO (WS-SALE-SUB) TO HL-BUYER-NO
               MOVE HD-PUR-DATE (WS-SALE-SUB) TO HL-PUR-DATE
               MOVE HD-BOAT-TYPE (WS-SALE-SUB) TO HL-BOAT-TYPE
               MOVE HD-ALLOWANCE (WS-SALE-SUB) TO HL-ALLOWANCE
               MOVE HD-REASON (WS-SALE-SUB) TO HL-REASON
               WRITE PRTLINE FROM HELD-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
               END-WRITE
           END-PERFORM.

           IF C-HELD-CTR > 200
               MOVE C-HELD-CTR TO HX-HELD-CTR
               WRITE PRTLINE FROM HELD-DROP-LINE
                   AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
               END-WRITE
           END-IF.

           IF C-SALE-DROP-CTR > ZERO
               MOVE C-SALE-DROP-CTR TO SX-DROP-CTR
               WRITE PRTLINE FROM SALE-DROP-LINE
                   AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
               END-WRITE
           END-IF.

       9100-HEADINGS.
           ADD 1 TO C-PCTR
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COLUMN-HDINGS
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINES.

      *    TURNS A YYYYMMDD DATE IN WS-CHK-DATE-N AROUND TO
      *    MM/DD/YYYY IN WS-PRT-DATE.
       9200-FORMAT-DATE.
           MOVE WS-CHK-MM TO WS-PRT-MM.
           MOVE WS-CHK-DD TO WS-PRT-DD.
           MOVE WS-CHK-YY TO WS-PRT-YY.
