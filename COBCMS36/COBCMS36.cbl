       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCMS36.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         COLBY SNOW.
       DATE-COMPILED.
      ******************************************************************
      *THIS PROGRAM REGISTERS THE FACTORY WARRANTY ON EVERY BOAT ONCE
      *IT IS DELIVERED, SO THE SHOP CAN FOLLOW THE BOAT AFTER IT
      *LEAVES THE YARD. A SALE ON CBLBOAT1.DAT COUNTS AS DELIVERED
      *WHEN IT IS PAID IN FULL (BALANCE DUE ZERO) AND ITS PROMISED
      *DELIVERY DATE - OR ITS PURCHASE DATE WHEN NO DELIVERY WAS
      *PROMISED - HAS ARRIVED BY THE AS-OF RUN DATE. THAT DATE IS THE
      *WARRANTY START.
      *
      *EACH REGISTRATION TIES TOGETHER THE BUYER (WHO MUST BE ON THE
      *INDEXED BUYER MASTER, BUYRMST.DAT), THE STOCK NUMBER OF THE
      *UNIT THAT WENT OUT ON THE SALE (FROM THE COBCMS08 RELIEF LOG,
      *BOATRELV.DAT), THE BOAT TYPE, AND THE WARRANTY START AND END
      *DATES. THE TERM IN MONTHS IS SET BY BOAT TYPE ON WARRTERM.DAT,
      *A SMALL TABLE THE OFFICE KEEPS LIKE PKGMSTR.DAT AND
      *STATETAX.DAT.
      *
      *REGISTRATIONS ARE ADDED TO THE END OF THE WARRANTY FILE
      *(WARRANTY.DAT), WHICH THE COBCMS37 SERVICE RUN READS. A SALE
      *ALREADY REGISTERED IS NEVER REGISTERED AGAIN, SO THE STEP IS
      *SAFE TO RERUN. A DELIVERED SALE THAT CANNOT BE REGISTERED (NO
      *RELIEVED UNIT YET, BUYER NOT ON FILE, NO TERM FOR THE TYPE) IS
      *LISTED ON WARRREG.PRT AND TRIED AGAIN THE NEXT NIGHT.
      *
      *THE RELIEF LOG AND THE SALES ALREADY REGISTERED ARE HELD IN
      *3000-ENTRY TABLES. WHEN EITHER FILE OUTGROWS ITS TABLE, OR THE
      *REGISTERED TABLE FILLS DURING THE RUN, A SALE COULD BE HELD
      *FOR NO UNIT OR REGISTERED TWICE, SO REGISTERING STOPS (NOTHING
      *AT ALL WHEN THE FILES ALREADY OVERFLOW AT LOAD), THE ROWS PAST
      *THE TABLES ARE COUNTED ON WARRREG.PRT, AND RETURN-CODE 8 IS
      *SET.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BOATMASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\CBLBOAT1.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RELIEF-LOG
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BOATRELV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUYER-MASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BUYRMST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS BM-BUYER-NO.

           SELECT OPTIONAL WARRANTY-TERMS
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\WARRTERM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL WARRANTY-FILE
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\WARRANTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\WARRREG.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-DATE-PARM
           ASSIGN TO "C:\IHCC\COBOL\RUNDATE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

      *    ONE ROW PER UNIT COBCMS08 RELIEVED, AGAINST THE SALE IT
      *    WENT OUT ON.
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

      *    WARRANTY TERM IN MONTHS BY BOAT TYPE CODE.
       FD  WARRANTY-TERMS
           LABEL RECORD IS STANDARD
           DATA RECORD IS WT-REC
           RECORD CONTAINS 4 CHARACTERS.

       01 WT-REC.
           05 WT-BOAT-TYPE             PIC X.
           05 WT-MONTHS                PIC 9(3).

      *    ONE REGISTRATION PER DELIVERED SALE, KEYED BY THE SALE
      *    (BUYER NUMBER PLUS PURCHASE DATE) AND BY THE STOCK NUMBER.
      *    WR-STATUS IS V WHEN THE COBCMS33 CANCELLATION RUN HAS VOIDED
      *    THE REGISTRATION, ON WR-VOID-DATE; BLANK IS IN FORCE.
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

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                      PIC X(132).

      *    RUN-DATE-PARM HOLDS A SHARED "AS-OF" BUSINESS DATE. WHEN
      *    OPERATIONS DROPS A RUNDATE.DAT BEFORE A RERUN OR LATE
      *    CORRECTION, DELIVERIES ARE JUDGED AGAINST ITS DATE AND IT
      *    STAMPS THE REGISTRATIONS. NO FILE MEANS TODAY'S DATE.
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
           05 MORE-RECS            PIC X(3)        VALUE "YES".
           05 MORE-RELIEF          PIC X(3)        VALUE "YES".
           05 MORE-TERMS           PIC X(3)        VALUE "YES".
           05 MORE-WARR            PIC X(3)        VALUE "YES".
           05 WS-BUYER-FOUND       PIC X(3)        VALUE "NO".
           05 WS-RUN-DATE-N        PIC 9(8)        VALUE ZERO.
           05 WS-DELIVERY-DATE     PIC 9(8)        VALUE ZERO.
           05 WS-REL-COUNT         PIC 9(4)        VALUE ZERO.
           05 WS-REL-SUB           PIC 9(4)        VALUE ZERO.
           05 WS-REL-MATCH         PIC 9(4)        VALUE ZERO.
           05 WS-REG-COUNT         PIC 9(4)        VALUE ZERO.
           05 WS-REG-SUB           PIC 9(4)        VALUE ZERO.
           05 WS-REG-FOUND         PIC X(3)        VALUE "NO".
           05 WS-TERM-SUB          PIC 99          VALUE ZERO.
           05 WS-TERM-COUNT        PIC 99          VALUE ZERO.
           05 WS-TERM-MONTHS       PIC 9(3)        VALUE ZERO.
           05 WS-MONTH-COUNT       PIC 9(6)        VALUE ZERO.
           05 WS-DAYS-IN-MONTH     PIC 99          VALUE ZERO.
           05 WS-END-INT           PIC 9(7)        VALUE ZERO.
           05 WS-ERR-REASON        PIC X(40)       VALUE SPACES.
           05 C-READ-CTR           PIC 9(5)        VALUE ZERO.
           05 C-UNDELIV-CTR        PIC 9(5)        VALUE ZERO.
           05 C-ALREADY-CTR        PIC 9(5)        VALUE ZERO.
           05 C-REG-CTR            PIC 9(5)        VALUE ZERO.
           05 C-HELD-CTR           PIC 9(5)        VALUE ZERO.
           05 C-REL-DROP-CTR       PIC 9(5)        VALUE ZERO.
           05 C-REG-DROP-CTR       PIC 9(5)        VALUE ZERO.

      *    THE WARRANTY START AND THE SAME DAY TERM-MONTHS LATER,
      *    WORKED AS YEAR/MONTH/DAY. THE DAY IS HELD TO THE LAST DAY
      *    OF A SHORTER MONTH (JAN 31 PLUS ONE MONTH IS FEB 28/29).
       01 WS-START-DATE.
           05 WS-START-YY          PIC 9(4).
           05 WS-START-MM          PIC 99.
           05 WS-START-DD          PIC 99.
       01 WS-START-DATE-N REDEFINES WS-START-DATE
                                   PIC 9(8).

       01 WS-CALC-DATE.
           05 WS-CALC-YY           PIC 9(4).
           05 WS-CALC-MM           PIC 99.
           05 WS-CALC-DD           PIC 99.
       01 WS-CALC-DATE-N REDEFINES WS-CALC-DATE
                                   PIC 9(8).

      *    STOCK NUMBERS RELIEVED AGAINST EACH SALE.
       01 RELIEF-TABLE.
           05 RLT-ENTRY OCCURS 3000 TIMES.
               10 RLT-BUYER-NO     PIC X(5).
               10 RLT-PUR-DATE     PIC 9(8).
               10 RLT-STOCK-NO     PIC X(8).

      *    SALES WITH A REGISTRATION IN FORCE ON THE WARRANTY FILE.
       01 REGISTERED-TABLE.
           05 RGT-ENTRY OCCURS 3000 TIMES.
               10 RGT-BUYER-NO     PIC X(5).
               10 RGT-PUR-DATE     PIC 9(8).

      *    DELIVERED SALES HELD BACK THIS RUN, PRINTED AT CLOSING.
       01 HELD-TABLE.
           05 HD-ENTRY OCCURS 200 TIMES.
               10 HD-BUYER-NO      PIC X(5).
               10 HD-LAST-NAME     PIC X(15).
               10 HD-BOAT-TYPE     PIC X.
               10 HD-PUR-DATE      PIC 9(8).
               10 HD-REASON        PIC X(40).

       01 TERM-TABLE.
           05 TRM-ENTRY OCCURS 20 TIMES.
               10 TRM-BOAT-TYPE    PIC X.
               10 TRM-MONTHS       PIC 9(3).

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
           05 FILLER               PIC X(37)   VALUE SPACES.
           05 FILLER               PIC X(30)
                   VALUE "WARRANTY REGISTRATION REGISTER".
           05 FILLER               PIC X(42)   VALUE SPACES.
           05 FILLER               PIC X(5)    VALUE "PAGE:".
           05 O-PCTR               PIC Z9.

       01 COLUMN-HDINGS.
           05 FILLER       PIC X(7)    VALUE "BUYER".
           05 FILLER       PIC X(27)   VALUE "BUYER NAME".
           05 FILLER       PIC X(10)   VALUE "STOCK NO".
           05 FILLER       PIC X(6)    VALUE "TYPE".
           05 FILLER       PIC X(12)   VALUE "SALE DATE".
           05 FILLER       PIC X(12)   VALUE "WARR START".
           05 FILLER       PIC X(12)   VALUE "WARR END".
           05 FILLER       PIC X(6)    VALUE "MONTHS".

       01 DETAIL-LINE.
           05 O-BUYER-NO   PIC X(5).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-BUYER-NAME PIC X(25).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-STOCK-NO   PIC X(8).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-BOAT-TYPE  PIC X.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 O-PUR-DATE   PIC 99/99/9999.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-START-DATE PIC 99/99/9999.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-END-DATE   PIC 99/99/9999.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 O-MONTHS     PIC ZZ9.

       01 HELD-HDING.
           05 FILLER       PIC X(50)   VALUE
               "DELIVERED SALES NOT REGISTERED - RETRIED NIGHTLY".
           05 FILLER       PIC X(82)   VALUE SPACES.

       01 HELD-LINE.
           05 HL-BUYER-NO  PIC X(5).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 HL-LAST-NAME PIC X(15).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 HL-BOAT-TYPE PIC X.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 HL-PUR-DATE  PIC 99/99/9999.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 HL-REASON    PIC X(40).

       01 DROP-LINE.
           05 FILLER       PIC X(48)   VALUE
               "*** RELIEF LOG ROWS PAST THE TABLE, NOT LOADED: ".
           05 DL-REL-DROP  PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(42)   VALUE
               "WARRANTY ROWS PAST THE TABLE, NOT LOADED: ".
           05 DL-REG-DROP  PIC ZZ,ZZ9.

       01 STOPPED-LINE.
           05 FILLER       PIC X(36)   VALUE
               "*** WARRANTY REGISTRATION STOPPED - ".
           05 FILLER       PIC X(32)   VALUE
               "WORK TABLES MUST BE ENLARGED ***".

       01 COUNT-TOTAL-LINE.
           05 FILLER       PIC X(12)   VALUE "SALES READ: ".
           05 CT-READ      PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(15)   VALUE "NOT DELIVERED: ".
           05 CT-UNDELIV   PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(20)   VALUE "ALREADY REGISTERED: ".
           05 CT-ALREADY   PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(12)   VALUE "REGISTERED: ".
           05 CT-REG       PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(6)    VALUE "HELD: ".
           05 CT-HELD      PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           IF C-REL-DROP-CTR = ZERO AND C-REG-DROP-CTR = ZERO
               PERFORM 2000-MAINLINE
           END-IF.
           PERFORM 3000-CLOSING.
           GOBACK.

       1000-INIT.
           OPEN OUTPUT PRTOUT.

           PERFORM 1050-GET-RUN-DATE.
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           MOVE I-DATE TO WS-RUN-DATE-N.

           PERFORM 1100-LOAD-RELIEF-LOG.
           PERFORM 1200-LOAD-REGISTERED.
           PERFORM 1300-LOAD-TERMS.

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

      *    A SALE CANCELLED AND RESOLD CAN LEAVE TWO ROWS FOR THE
      *    SAME BUYER AND DATE; THE LATER ROW (THE UNIT THAT ACTUALLY
      *    WENT OUT) WINS IN THE LOOKUP.
       1100-LOAD-RELIEF-LOG.
           OPEN INPUT RELIEF-LOG.
           PERFORM UNTIL MORE-RELIEF = "NO"
               READ RELIEF-LOG
                   AT END
                       MOVE "NO" TO MORE-RELIEF
                   NOT AT END
                       IF RL-BUYER-NO NOT = SPACES
                           IF WS-REL-COUNT < 3000
                               ADD 1 TO WS-REL-COUNT
                               MOVE RL-BUYER-NO
                                   TO RLT-BUYER-NO (WS-REL-COUNT)
                               MOVE RL-PUR-DATE
                                   TO RLT-PUR-DATE (WS-REL-COUNT)
                               MOVE RL-STOCK-NO
                                   TO RLT-STOCK-NO (WS-REL-COUNT)
                           ELSE
                               ADD 1 TO C-REL-DROP-CTR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RELIEF-LOG.

      *    A REGISTRATION COBCMS33 VOIDED IS NOT IN FORCE, SO IT IS
      *    LEFT OUT; A RESALE UNDER THE SAME BUYER AND DATE IS THEN
      *    REGISTERED IN ITS OWN RIGHT.
       1200-LOAD-REGISTERED.
           OPEN INPUT WARRANTY-FILE.
           PERFORM UNTIL MORE-WARR = "NO"
               READ WARRANTY-FILE
                   AT END
                       MOVE "NO" TO MORE-WARR
                   NOT AT END
                       IF WR-STATUS NOT = "V"
                           IF WS-REG-COUNT < 3000
                               ADD 1 TO WS-REG-COUNT
                               MOVE WR-BUYER-NO
                                   TO RGT-BUYER-NO (WS-REG-COUNT)
                               MOVE WR-PUR-DATE
                                   TO RGT-PUR-DATE (WS-REG-COUNT)
                           ELSE
                               ADD 1 TO C-REG-DROP-CTR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WARRANTY-FILE.

       1300-LOAD-TERMS.
           OPEN INPUT WARRANTY-TERMS.
           PERFORM UNTIL MORE-TERMS = "NO"
               READ WARRANTY-TERMS
                   AT END
                       MOVE "NO" TO MORE-TERMS
                   NOT AT END
                       IF WS-TERM-COUNT < 20
                          AND WT-MONTHS NUMERIC
                           ADD 1 TO WS-TERM-COUNT
                           MOVE WT-BOAT-TYPE
                               TO TRM-BOAT-TYPE (WS-TERM-COUNT)
                           MOVE WT-MONTHS
                               TO TRM-MONTHS (WS-TERM-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WARRANTY-TERMS.

       2000-MAINLINE.
           OPEN INPUT BOATMASTER.
           OPEN INPUT BUYER-MASTER.
           OPEN EXTEND WARRANTY-FILE.
           PERFORM UNTIL MORE-RECS = "NO"
                      OR C-REG-DROP-CTR > ZERO
               READ BOATMASTER
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-READ-CTR
                       PERFORM 2100-CHECK-DELIVERED
               END-READ
           END-PERFORM.
           CLOSE BOATMASTER.
           CLOSE BUYER-MASTER.
           CLOSE WARRANTY-FILE.

      *    ONLY A SALE PAID IN FULL WHOSE DELIVERY DATE HAS ARRIVED
      *    IS A DELIVERED BOAT.
       2100-CHECK-DELIVERED.
           IF RAW-PROMISED-DATE NUMERIC
              AND RAW-PROMISED-DATE > ZERO
               MOVE RAW-PROMISED-DATE TO WS-DELIVERY-DATE
           ELSE
               MOVE RAW-PURCHASE-DATE TO WS-DELIVERY-DATE
           END-IF.

           IF RAW-PURCHASE-DATE NOT NUMERIC
              OR RAW-BALANCE-DUE NOT NUMERIC
              OR RAW-BALANCE-DUE > ZERO
              OR WS-DELIVERY-DATE > WS-RUN-DATE-N
               ADD 1 TO C-UNDELIV-CTR
           ELSE
               PERFORM 2150-CHECK-REGISTERED
               IF WS-REG-FOUND = "YES"
                   ADD 1 TO C-ALREADY-CTR
               ELSE
                   PERFORM 2200-EDIT-SALE
                   IF WS-ERR-REASON = SPACES
                       PERFORM 2300-REGISTER
                   ELSE
                       PERFORM 2400-HOLD
                   END-IF
               END-IF
           END-IF.

       2150-CHECK-REGISTERED.
           MOVE "NO" TO WS-REG-FOUND.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
                  OR WS-REG-FOUND = "YES"
               IF RGT-BUYER-NO (WS-REG-SUB) = RAW-BUYER-NO
                  AND RGT-PUR-DATE (WS-REG-SUB) = RAW-PURCHASE-DATE
                   MOVE "YES" TO WS-REG-FOUND
               END-IF
           END-PERFORM.

       2200-EDIT-SALE.
           MOVE SPACES TO WS-ERR-REASON.

           MOVE ZERO TO WS-REL-MATCH.
           PERFORM VARYING WS-REL-SUB FROM 1 BY 1
               UNTIL WS-REL-SUB > WS-REL-COUNT
               IF RLT-BUYER-NO (WS-REL-SUB) = RAW-BUYER-NO
                  AND RLT-PUR-DATE (WS-REL-SUB) = RAW-PURCHASE-DATE
                   MOVE WS-REL-SUB TO WS-REL-MATCH
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-TERM-MONTHS.
           PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
               UNTIL WS-TERM-SUB > WS-TERM-COUNT
               IF TRM-BOAT-TYPE (WS-TERM-SUB) = RAW-BOAT-TYPE
                   MOVE TRM-MONTHS (WS-TERM-SUB) TO WS-TERM-MONTHS
               END-IF
           END-PERFORM.

           MOVE RAW-BUYER-NO TO BM-BUYER-NO.
           READ BUYER-MASTER
               INVALID KEY
                   MOVE "NO" TO WS-BUYER-FOUND
               NOT INVALID KEY
                   MOVE "YES" TO WS-BUYER-FOUND
           END-READ.

           EVALUATE TRUE
               WHEN WS-BUYER-FOUND = "NO"
                   MOVE "BUYER NOT ON BUYER MASTER"
                       TO WS-ERR-REASON
               WHEN WS-REL-MATCH = ZERO
                   MOVE "NO UNIT RELIEVED FOR SALE YET"
                       TO WS-ERR-REASON
               WHEN WS-TERM-MONTHS = ZERO
                   MOVE "NO WARRANTY TERM FOR BOAT TYPE"
                       TO WS-ERR-REASON
           END-EVALUATE.

       2300-REGISTER.
           MOVE WS-DELIVERY-DATE TO WS-START-DATE-N.
           PERFORM 2350-FIGURE-END-DATE.

           MOVE RLT-STOCK-NO (WS-REL-MATCH) TO WR-STOCK-NO.
           MOVE RAW-BUYER-NO TO WR-BUYER-NO.
           MOVE RAW-PURCHASE-DATE TO WR-PUR-DATE.
           MOVE RAW-BOAT-TYPE TO WR-BOAT-TYPE.
           MOVE WS-START-DATE-N TO WR-START-DATE.
           MOVE WS-CALC-DATE-N TO WR-END-DATE.
           MOVE WS-TERM-MONTHS TO WR-TERM-MONTHS.
           MOVE WS-RUN-DATE-N TO WR-REG-DATE.
           MOVE SPACE TO WR-STATUS.
           MOVE ZERO TO WR-VOID-DATE.
           WRITE WR-REC.
           ADD 1 TO C-REG-CTR.

           IF WS-REG-COUNT < 3000
               ADD 1 TO WS-REG-COUNT
               MOVE RAW-BUYER-NO TO RGT-BUYER-NO (WS-REG-COUNT)
               MOVE RAW-PURCHASE-DATE TO RGT-PUR-DATE (WS-REG-COUNT)
           ELSE
               ADD 1 TO C-REG-DROP-CTR
           END-IF.

           MOVE WR-BUYER-NO TO O-BUYER-NO.
           MOVE BM-NAME TO O-BUYER-NAME.
           MOVE WR-STOCK-NO TO O-STOCK-NO.
           MOVE WR-BOAT-TYPE TO O-BOAT-TYPE.
           MOVE WR-PUR-DATE TO WS-CALC-DATE-N.
           PERFORM 9200-FLIP-DATE.
           MOVE WS-CALC-DATE-N TO O-PUR-DATE.
           MOVE WR-START-DATE TO WS-CALC-DATE-N.
           PERFORM 9200-FLIP-DATE.
           MOVE WS-CALC-DATE-N TO O-START-DATE.
           MOVE WR-END-DATE TO WS-CALC-DATE-N.
           PERFORM 9200-FLIP-DATE.
           MOVE WS-CALC-DATE-N TO O-END-DATE.
           MOVE WR-TERM-MONTHS TO O-MONTHS.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

      *    THE WARRANTY RUNS THROUGH THE DAY BEFORE THE SAME DATE
      *    TERM-MONTHS ON (A 12-MONTH WARRANTY STARTING 03/15/2026
      *    ENDS 03/14/2027).
       2350-FIGURE-END-DATE.
           COMPUTE WS-MONTH-COUNT = WS-START-YY * 12
               + WS-START-MM - 1 + WS-TERM-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-CALC-YY
               REMAINDER WS-CALC-MM.
           ADD 1 TO WS-CALC-MM.
           PERFORM 2360-DAYS-IN-MONTH.
           IF WS-START-DD > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-CALC-DD
           ELSE
               MOVE WS-START-DD TO WS-CALC-DD
           END-IF.
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-CALC-DATE-N) - 1.
           COMPUTE WS-CALC-DATE-N =
               FUNCTION DATE-OF-INTEGER (WS-END-INT).

       2360-DAYS-IN-MONTH.
           EVALUATE WS-CALC-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   IF FUNCTION MOD (WS-CALC-YY, 4) = 0
                      AND (FUNCTION MOD (WS-CALC-YY, 100) NOT = 0
                           OR FUNCTION MOD (WS-CALC-YY, 400) = 0)
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

      *    HELD SALES PRINT AFTER THE REGISTRATIONS, SO THEY ARE
      *    KEPT IN THE HELD TABLE UNTIL CLOSING.
       2400-HOLD.
           ADD 1 TO C-HELD-CTR.
           IF C-HELD-CTR NOT > 200
               MOVE RAW-BUYER-NO TO HD-BUYER-NO (C-HELD-CTR)
               MOVE RAW-LAST-NAME TO HD-LAST-NAME (C-HELD-CTR)
               MOVE RAW-BOAT-TYPE TO HD-BOAT-TYPE (C-HELD-CTR)
               MOVE RAW-PURCHASE-DATE TO HD-PUR-DATE (C-HELD-CTR)
               MOVE WS-ERR-REASON TO HD-REASON (C-HELD-CTR)
           END-IF.

       3000-CLOSING.
           WRITE PRTLINE FROM HELD-HDING
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > C-HELD-CTR
                  OR WS-REG-SUB > 200
               MOVE HD-BUYER-NO (WS-REG-SUB) TO HL-BUYER-NO
               MOVE HD-LAST-NAME (WS-REG-SUB) TO HL-LAST-NAME
               MOVE HD-BOAT-TYPE (WS-REG-SUB) TO HL-BOAT-TYPE
               MOVE HD-PUR-DATE (WS-REG-SUB) TO WS-CALC-DATE-N
               PERFORM 9200-FLIP-DATE
               MOVE WS-CALC-DATE-N TO HL-PUR-DATE
               MOVE HD-REASON (WS-REG-SUB) TO HL-REASON
               WRITE PRTLINE FROM HELD-LINE
                   AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
               END-WRITE
           END-PERFORM.

           IF C-REL-DROP-CTR > ZERO OR C-REG-DROP-CTR > ZERO
               MOVE C-REL-DROP-CTR TO DL-REL-DROP
               MOVE C-REG-DROP-CTR TO DL-REG-DROP
               WRITE PRTLINE FROM DROP-LINE
                   AFTER ADVANCING 2 LINES
               WRITE PRTLINE FROM STOPPED-LINE
                   AFTER ADVANCING 1 LINES
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE C-READ-CTR TO CT-READ.
           MOVE C-UNDELIV-CTR TO CT-UNDELIV.
           MOVE C-ALREADY-CTR TO CT-ALREADY.
           MOVE C-REG-CTR TO CT-REG.
           MOVE C-HELD-CTR TO CT-HELD.
           WRITE PRTLINE FROM COUNT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PRTOUT.

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

      *    TURNS A YYYYMMDD DATE IN WS-CALC-DATE-N AROUND TO MMDDYYYY
      *    FOR THE 99/99/9999 PRINT FIELDS.
       9200-FLIP-DATE.
           COMPUTE WS-CALC-DATE-N = WS-CALC-MM * 1000000
               + WS-CALC-DD * 10000 + WS-CALC-YY.
