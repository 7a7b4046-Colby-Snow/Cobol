      *STATE ON THE QUARTERLY REMITTANCE REPORT (CBLTAX.PRT) SO THE
      *MULTI-STATE REMITTANCE NO LONGER TAKES TWO DAYS OF CALCULATOR
      *WORK OFF CBLBOAT.PRT.
      *
      *TRADE-INS ARE KEYED TO THE TRADE-IN FILE (BOATTRD.DAT) BY
      *BUYER NUMBER AND PURCHASE DATE, THE SAME KEY THE DEPOSIT FILE
      *USES. THE ALLOWANCE PRINTS ON THE SALES REPORT AND CSV, THE
      *COMMISSION IS FIGURED ON THE NET SALE (TOTAL LESS ALLOWANCE),
      *AND THE TAX FOLLOWS THE DELIVERY STATE'S TRADE-IN CREDIT FLAG
      *ON STATETAX.DAT -- "Y" TAXES THE NET SALE, ANYTHING ELSE TAXES
      *THE FULL SALE. COBCMS34 PUTS THE TRADED BOATS INTO INVENTORY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\STATETAX.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TRADE-IN-FILE
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BOATTRD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAX-RPT
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\CBLTAX.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.
      *    MAINTAINS WITH DATA ENTRY: ONE RECORD PER STATE WITH THE
      *    RATE OWED ON DELIVERIES INTO IT. A SALE INTO A STATE NOT
      *    ON THE TABLE TAXES AT ZERO AND DRAWS AN EXCEPTION LINE.
      *    STX-TRADE-CREDIT IS "Y" FOR A STATE THAT TAXES ONLY THE
      *    SALE LESS THE TRADE-IN ALLOWANCE; A BLANK (AN OLD FIVE-BYTE
      *    RECORD) OR "N" GIVES NO CREDIT.
       FD  STATE-TAX-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STX-REC
           RECORD CONTAINS 6 CHARACTERS.

       01 STX-REC.
           05 STX-STATE       PIC X(2).
           05 STX-RATE        PIC V999.
           05 STX-TRADE-CREDIT PIC X.

      *    TRADE-IN-FILE IS KEYED BY THE OFFICE: ONE RECORD PER BOAT
      *    TAKEN IN TRADE, TIED TO ITS SALE BY BUYER NUMBER AND
      *    PURCHASE DATE. TR-STOCK-NO AND TR-STOCKED-DATE STAY BLANK
      *    UNTIL COBCMS34 ADDS THE BOAT TO INVENTORY AS A USED UNIT.
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

       FD  TAX-RPT
           LABEL RECORD IS OMITTED
       FD  COMM-EXTRACT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CX-REC
           RECORD CONTAINS 47 CHARACTERS.

       01 CX-REC.
           05 CX-SLS-ID        PIC X(5).
           05 CX-STATE         PIC X(2).
           05 CX-TOT-COST      PIC 9(9)V99.
           05 CX-TAX-AMT       PIC 9(7)V99.
           05 CX-TRADE-ALLOW   PIC 9(7)V99.
           05 CX-TAXABLE       PIC 9(9)V99.

       SD  COMM-SORT-WORK
           DATA RECORD IS CS-REC.
           05 CS-STATE         PIC X(2).
           05 CS-TOT-COST      PIC 9(9)V99.
           05 CS-TAX-AMT       PIC 9(7)V99.
           05 CS-TRADE-ALLOW   PIC 9(7)V99.
           05 CS-TAXABLE       PIC 9(9)V99.

      *    CHECKPOINT-FILE HOLDS THE RECORD COUNT OF THE LAST
      *    CHECKPOINT TAKEN AGAINST SORTED-BOATMASTER. A RERUN AFTER AN
           05 WS-PKG-SUB           PIC 99          VALUE ZERO.
           05 C-PKG-PRICE          PIC 9(5)V99     VALUE ZERO.
           05 C-PKG-REVENUE-TOTAL  PIC 9(10)V99    VALUE ZERO.
           05 MORE-TRADES          PIC X(3)        VALUE "YES".
           05 WS-TRD-COUNT         PIC 999         VALUE ZERO.
           05 WS-TRD-SUB           PIC 999         VALUE ZERO.
           05 C-TRD-DROP-CTR       PIC 9(3)        VALUE ZERO.
           05 WS-STX-CREDIT        PIC X           VALUE "N".
           05 C-TRADE-ALLOW        PIC 9(6)V99     VALUE ZERO.
           05 C-NET-SALE           PIC 9(7)V99     VALUE ZERO.
           05 C-TAXABLE            PIC 9(7)V99     VALUE ZERO.
           05 C-GT-TRADE-CTR       PIC 9(5)        VALUE ZERO.
           05 C-GT-TRADE-ALLOW     PIC 9(10)V99    VALUE ZERO.
           05 C-GT-NET-SALE        PIC 9(12)V99    VALUE ZERO.
           05 C-BRK-TRADE          PIC 9(11)V99    VALUE ZERO.
           05 C-BRK-TAXABLE        PIC 9(11)V99    VALUE ZERO.
           05 WS-CSV-TRADE-ALLOW   PIC 9(6).99.

      *    THE PACKAGE MASTER LOADED AT INIT, ONE SLOT PER PACKAGE
      *    CODE 0-9 (SLOT = CODE + 1). A SALE WHOSE CODE NEVER LOADED
           05 STX-ENTRY OCCURS 60 TIMES.
               10 STT-STATE    PIC X(2).
               10 STT-RATE     PIC V999.
               10 STT-TRADE-CREDIT PIC X.

      *    THE TRADE-IN FILE LOADED AT INIT, SEARCHED BY BUYER NUMBER
      *    AND PURCHASE DATE FOR EVERY SALE. RECORDS PAST THE TABLE
      *    ARE COUNTED AND FLAGGED ON THE SALES REPORT.
       01 TRADE-IN-TABLE.
           05 TRT-ENTRY OCCURS 500 TIMES.
               10 TRT-BUYER-NO PIC X(5).
               10 TRT-PUR-DATE PIC 9(8).
               10 TRT-ALLOWANCE PIC 9(6)V99.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
           05 FILLER               PIC X(4)    VALUE "BOAT".
           05 FILLER               PIC X(9)    VALUE SPACES.
           05 FILLER               PIC X(8)    VALUE "PURCHASE".
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(9)    VALUE "ACCESSORY".
           05 FILLER               PIC X(17)   VALUE SPACES.
           05 FILLER               PIC X(4)    VALUE "PREP".
           05 FILLER               PIC X(11)   VALUE SPACES.
           05 FILLER               PIC X(5)    VALUE "TOTAL".
           05 FILLER               PIC X(9)    VALUE SPACES.
           05 FILLER               PIC X(3)    VALUE "TAX".
           05 FILLER               PIC X(7)    VALUE SPACES.
           05 FILLER               PIC X(5)    VALUE "TRADE".

       01 COLUMNHEADINGS2.
           05 FILLER               PIC X(5)    VALUE "BUYER".
           05 FILLER               PIC X(4)    VALUE "COST".
           05 FILLER               PIC X(10)    VALUE SPACES.
           05 FILLER               PIC X(4)    VALUE "DATE".
           05 FILLER               PIC X(7)    VALUE SPACES.
           05 FILLER               PIC X(7)    VALUE "PACKAGE".
           05 FILLER               PIC X(19)   VALUE SPACES.
           05 FILLER               PIC X(4)    VALUE "COST".
           05 FILLER               PIC X(12)   VALUE SPACES.
           05 FILLER               PIC X(4)    VALUE "COST".
           05 FILLER               PIC X(9)    VALUE SPACES.
           05 FILLER               PIC X(3)    VALUE "AMT".
           05 FILLER               PIC X(7)    VALUE SPACES.
           05 FILLER               PIC X(5)    VALUE "ALLOW".

       01 BOATHEADINGS.
           05 FILLER               PIC X(10)   VALUE "BOAT TYPE".
               10 O-PUR-DD         PIC 99.
               10 FILLER           PIC X       VALUE "/".
               10 O-PUR-YY         PIC 9(4).
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 O-ACCESSORY-PACKAGE  PIC X(15).
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 O-PREP-COST          PIC ZZZ,ZZZ.99.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 O-TOT-COST           PIC Z,ZZZ,ZZZ.99.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-TAX-AMT            PIC $ZZ,ZZZ.99.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-TRADE-ALLOW        PIC ZZZ,ZZZ.99.

       01 SUBTOTAL-LINE.
           05 FILLER               PIC X(23)   VALUE SPACES.
           05 FILLER               PIC X(24)   VALUE SPACES.
           05 FILLER               PIC X(12)   VALUE "GRAND TOTALS".
           05 FILLER               PIC X(24)   VALUE SPACES.
           05 FILLER               PIC X(13)   VALUE "NUMBER SOLD: ".
           05 O-GT-SOLD            PIC ZZ,ZZ9.
           05 FILLER               PIC X(35).
           05 O-GT-TOT-COST        PIC $$$,$$$,$$$,$$$.99.

       01 TRADE-TOTAL-LINE.
           05 FILLER               PIC X(24)   VALUE SPACES.
           05 FILLER               PIC X(20)
                                   VALUE "TRADE-IN ALLOWANCES".
           05 FILLER               PIC X(16)   VALUE SPACES.
           05 FILLER               PIC X(13)   VALUE "TRADE-INS:   ".
           05 O-GT-TRADE-CTR       PIC ZZ,ZZ9.
           05 FILLER               PIC X(35).
           05 O-GT-TRADE-ALLOW     PIC $$$,$$$,$$$,$$$.99.

       01 NET-TOTAL-LINE.
           05 FILLER               PIC X(24)   VALUE SPACES.
           05 FILLER               PIC X(25)
                                   VALUE "NET SALES AFTER TRADE-INS".
           05 FILLER               PIC X(65).
           05 O-GT-NET-SALE        PIC $$$,$$$,$$$,$$$.99.

       01 TRD-DROP-LINE.
           05 FILLER       PIC X(49)   VALUE
               "*** TRADE-IN RECORDS PAST TABLE NOT LOADED: ".
           05 TD-DROP-CTR  PIC ZZ9.
           05 FILLER       PIC X(32)   VALUE
               " *** - ALLOWANCES MAY UNDERSTATE".

       01 EXCEPTION-TITLE.
           05  FILLER              PIC X(6)    VALUE "DATE".
           05  EX-MM               PIC 9(2).
           05 FILLER               PIC X(11)   VALUE "NUMBER SOLD".
           05 FILLER               PIC X(9)    VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE "TOTAL COST".
           05 FILLER               PIC X(6)    VALUE SPACES.
           05 FILLER               PIC X(11)   VALUE "TRADE ALLOW".
           05 FILLER               PIC X(7)    VALUE SPACES.
           05 FILLER               PIC X(4)    VALUE "RATE".
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 O-SLS-SOLD            PIC ZZ,ZZ9.
           05 FILLER                PIC X(6)    VALUE SPACES.
           05 O-SLS-TOT-COST        PIC $$,$$$,$$$,$$9.99.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 O-SLS-TRADE           PIC $$,$$$,$$$,$$9.99.
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 O-SLS-RATE            PIC .999.
           05 FILLER                PIC X(4)    VALUE SPACES.
                                              DELIMITED BY SIZE
               "PUR YY,ACCESSORY PACKAGE,PREP/DELIVER COST,"
                                              DELIMITED BY SIZE
               "TOTAL COST,TAX,SALESPERSON ID,BUYER NO,"
                                              DELIMITED BY SIZE
               "TRADE ALLOWANCE"              DELIMITED BY SIZE
               INTO CSV-LINE.
           WRITE CSV-LINE.

           PERFORM 1080-LOAD-PACKAGES.
           PERFORM 1090-LOAD-STATE-TAX.
           PERFORM 1092-LOAD-TRADE-INS.

           PERFORM 1050-GET-RUN-DATE.
           MOVE I-YY TO O-YY.
                               TO STT-STATE (WS-STX-COUNT)
                           MOVE STX-RATE
                               TO STT-RATE (WS-STX-COUNT)
                           MOVE STX-TRADE-CREDIT
                               TO STT-TRADE-CREDIT (WS-STX-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STATE-TAX-FILE.

      *    TRADE-IN-FILE IS OPTIONAL AND MAY BE IN ANY ORDER. AN
      *    ABSENT OR EMPTY FILE MEANS NO SALE CARRIES A TRADE-IN.
       1092-LOAD-TRADE-INS.
           OPEN INPUT TRADE-IN-FILE.
           PERFORM UNTIL MORE-TRADES = "NO"
               READ TRADE-IN-FILE
                   AT END
                       MOVE "NO" TO MORE-TRADES
                   NOT AT END
                       IF WS-TRD-COUNT >= 500
                           ADD 1 TO C-TRD-DROP-CTR
                       ELSE
                           ADD 1 TO WS-TRD-COUNT
                           MOVE TR-BUYER-NO
                               TO TRT-BUYER-NO (WS-TRD-COUNT)
                           MOVE TR-PUR-DATE
                               TO TRT-PUR-DATE (WS-TRD-COUNT)
                           MOVE TR-ALLOWANCE
                               TO TRT-ALLOWANCE (WS-TRD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRADE-IN-FILE.

      *    RUN-DATE-PARM IS OPTIONAL. IF OPERATIONS DID NOT DROP ONE,
      *    TODAY'S DATE IS USED, SAME AS BEFORE.
       1050-GET-RUN-DATE.
      *    THE SALE TOTAL IS BOAT PLUS PREP/DELIVERY PLUS THE PRICE
      *    OF THE ACCESSORY PACKAGE ON THE SALE, SO PACKAGE REVENUE
      *    RIDES INTO THE REPORT TOTALS, THE COMMISSION BASE, AND THE
      *    HISTORY ROLL THE SAME AS BOAT DOLLARS. A TRADE-IN
      *    ALLOWANCE COMES OFF THE TOTAL FOR THE NET SALE, WHICH IS
      *    THE COMMISSION BASE AND, WHERE THE STATE ALLOWS THE CREDIT,
      *    THE TAXABLE AMOUNT.
       2100-CALCS.
           COMPUTE WS-PKG-SUB = I-ACCESSORY-PACKAGE + 1.
           IF PKT-LOADED (WS-PKG-SUB) = "Y"
           ADD C-PKG-PRICE TO PKT-REVENUE (WS-PKG-SUB).
           ADD C-TOT-COST TO C-MJ-TOT-COST.
           ADD 1 TO C-SOLD.
           PERFORM 2295-TRADE-IN-LOOKUP.
           PERFORM 2290-STATE-TAX.
           PERFORM 2260-COMMISSION-ACCUM.
           PERFORM 2280-BUYER-ACCUM.
           MOVE I-PREP-DELIVER-COST TO O-PREP-COST.
           MOVE C-TOT-COST TO O-TOT-COST.
           MOVE C-STATE-TAX-AMT TO O-TAX-AMT.
           MOVE C-TRADE-ALLOW TO O-TRADE-ALLOW.

           WRITE PRTLINE FROM DETAIL-LINE
               AT EOP
           MOVE I-PREP-DELIVER-COST TO WS-CSV-PREP-COST.
           MOVE C-TOT-COST TO WS-CSV-TOT-COST.
           MOVE C-STATE-TAX-AMT TO WS-CSV-TAX-AMT.
           MOVE C-TRADE-ALLOW TO WS-CSV-TRADE-ALLOW.

           MOVE SPACES TO CSV-LINE.
           STRING
               I-SALESPERSON-ID                DELIMITED BY SIZE
               ","                             DELIMITED BY SIZE
               I-BUYER-NO                      DELIMITED BY SIZE
               ","                             DELIMITED BY SIZE
               WS-CSV-TRADE-ALLOW              DELIMITED BY SIZE
               INTO CSV-LINE.

           WRITE CSV-LINE.
           MOVE I-STATE TO CX-STATE.
           MOVE C-TOT-COST TO CX-TOT-COST.
           MOVE C-STATE-TAX-AMT TO CX-TAX-AMT.
           MOVE C-TRADE-ALLOW TO CX-TRADE-ALLOW.
           MOVE C-TAXABLE TO CX-TAXABLE.
           WRITE CX-REC.

      *    TAX IS COMPUTED ON THE FULL SALE (BOAT, PREP/DELIVERY,
      *    PACKAGE) AT THE RATE FOR THE DELIVERY STATE, OR ON THE NET
      *    SALE WHEN THE STATE GIVES TRADE-IN CREDIT. IT RIDES THE
      *    COMMISSION EXTRACT SO THE STATE-SORTED PASS CAN TOTAL THE
      *    REMITTANCE; IT IS NOT PART OF THE COMMISSION BASE.
      *    A STATE LEGITIMATELY LOADED AT RATE .000 (OR, MT, NH, DE,
      *    THE TABLE IS.
       2290-STATE-TAX.
           MOVE ZERO TO C-STATE-TAX-RATE.
           MOVE "N" TO WS-STX-CREDIT.
           MOVE "NO" TO WS-STX-FOUND.
           PERFORM VARYING WS-STX-SUB FROM 1 BY 1
               UNTIL WS-STX-SUB > WS-STX-COUNT
               IF STT-STATE (WS-STX-SUB) = I-STATE
                   MOVE STT-RATE (WS-STX-SUB) TO C-STATE-TAX-RATE
                   MOVE STT-TRADE-CREDIT (WS-STX-SUB) TO WS-STX-CREDIT
                   MOVE "YES" TO WS-STX-FOUND
               END-IF
           END-PERFORM.
                   TO EX-REASON
               PERFORM 2250-EXCEPTION-OUTPUT
           END-IF.
           IF WS-STX-CREDIT = "Y"
               MOVE C-NET-SALE TO C-TAXABLE
           ELSE
               MOVE C-TOT-COST TO C-TAXABLE
           END-IF.
           COMPUTE C-STATE-TAX-AMT ROUNDED =
               C-TAXABLE * C-STATE-TAX-RATE.

      *    FINDS THE SALE'S TRADE-IN, IF ANY. AN ALLOWANCE LARGER THAN
      *    THE SALE ITSELF IS A KEYING ERROR: IT IS HELD TO THE SALE
      *    TOTAL (NET SALE ZERO) AND DRAWS AN EXCEPTION LINE.
       2295-TRADE-IN-LOOKUP.
           MOVE ZERO TO C-TRADE-ALLOW.
           PERFORM VARYING WS-TRD-SUB FROM 1 BY 1
               UNTIL WS-TRD-SUB > WS-TRD-COUNT
               IF TRT-BUYER-NO (WS-TRD-SUB) = I-BUYER-NO
                  AND TRT-PUR-DATE (WS-TRD-SUB) = I-PURCHASE-DATE
                   MOVE TRT-ALLOWANCE (WS-TRD-SUB) TO C-TRADE-ALLOW
               END-IF
           END-PERFORM.
           IF C-TRADE-ALLOW > C-TOT-COST
               MOVE "TRADE ALLOWANCE" TO EX-BAD-FIELD
               MOVE I-BUYER-NO TO EX-BAD-CODE
               MOVE "ALLOWANCE OVER SALE - HELD TO SALE TOTAL"
                   TO EX-REASON
               PERFORM 2250-EXCEPTION-OUTPUT
               MOVE C-TOT-COST TO C-TRADE-ALLOW
           END-IF.
           COMPUTE C-NET-SALE = C-TOT-COST - C-TRADE-ALLOW.
           IF C-TRADE-ALLOW > ZERO
               ADD 1 TO C-GT-TRADE-CTR
               ADD C-TRADE-ALLOW TO C-GT-TRADE-ALLOW
           END-IF.

      *    EVERY SALE'S SALESPERSON ID IS CHECKED AGAINST THE
      *    SALESPERSON MASTER. AN UNKNOWN ID GOES TO THE EXCEPTION
           WRITE PRTLINE FROM GRANDTOTAL-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-GT-TRADE-CTR TO O-GT-TRADE-CTR.
           MOVE C-GT-TRADE-ALLOW TO O-GT-TRADE-ALLOW.
           WRITE PRTLINE FROM TRADE-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           COMPUTE C-GT-NET-SALE = C-GT-TOT-COST - C-GT-TRADE-ALLOW.
           MOVE C-GT-NET-SALE TO O-GT-NET-SALE.
           WRITE PRTLINE FROM NET-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           IF C-TRD-DROP-CTR > ZERO
               MOVE C-TRD-DROP-CTR TO TD-DROP-CTR
               WRITE PRTLINE FROM TRD-DROP-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

      *    THE CHECKPOINT IS WRITTEN BY 2000-MAINLINE, AFTER A RECORD
      *    HAS BEEN FULLY PROCESSED (INCLUDING ANY GROUP-BREAK SUBTOTAL
      *    ITS PROCESSING TRIGGERED), NOT HERE AT READ TIME. OTHERWISE
           MOVE LOW-VALUES TO H-COMM-ID.
           MOVE ZERO TO C-BRK-SOLD.
           MOVE ZERO TO C-BRK-COST.
           MOVE ZERO TO C-BRK-TRADE.
           PERFORM 9510-RETURN-COMM.
           PERFORM UNTIL MORE-COMM = "NO"
               IF CS-SLS-ID NOT = H-COMM-ID
                   MOVE CS-SLS-ID TO H-COMM-ID
                   MOVE ZERO TO C-BRK-SOLD
                   MOVE ZERO TO C-BRK-COST
                   MOVE ZERO TO C-BRK-TRADE
               END-IF
               ADD 1 TO C-BRK-SOLD
               ADD CS-TOT-COST TO C-BRK-COST
               ADD CS-TRADE-ALLOW TO C-BRK-TRADE
               PERFORM 9510-RETURN-COMM
           END-PERFORM.
           IF H-COMM-ID NOT = LOW-VALUES

      *    ONE MASTER READ PER SALESPERSON, AT BREAK TIME. AN ID NOT
      *    ON THE MASTER ALREADY DREW A PER-SALE EXCEPTION LINE IN
      *    2265, SO HERE IT JUST PRINTS AT A ZERO RATE. COMMISSION
      *    IS PAID ON THE NET SALE; THE HASH STAYS ON THE FULL SALE SO
      *    IT STILL PROVES AGAINST THE REPORT'S GRAND TOTAL COST.
       3220-SLS-LINE.
           MOVE H-COMM-ID TO SM-ID.
           READ SALESPERSON-MASTER
                   MOVE SM-NAME TO O-SLS-NAME
                   MOVE SM-COMM-RATE TO O-SLS-RATE
                   COMPUTE C-COMM-AMT ROUNDED =
                       (C-BRK-COST - C-BRK-TRADE) * SM-COMM-RATE
           END-READ.
           MOVE H-COMM-ID TO O-SLS-ID.
           MOVE C-BRK-SOLD TO O-SLS-SOLD.
           MOVE C-BRK-COST TO O-SLS-TOT-COST.
           MOVE C-BRK-TRADE TO O-SLS-TRADE.
           MOVE C-COMM-AMT TO O-SLS-COMM.
           ADD C-COMM-AMT TO C-GT-COMM-AMT.
           ADD C-BRK-COST TO C-COMM-HASH.
           MOVE ZERO TO C-BRK-SOLD.
           MOVE ZERO TO C-BRK-COST.
           MOVE ZERO TO C-BRK-TAX.
           MOVE ZERO TO C-BRK-TAXABLE.
           PERFORM 9530-TAXHDGS.
           PERFORM 1095-STX-OVERFLOW-WARNING.
           PERFORM 9510-RETURN-COMM.
                   MOVE ZERO TO C-BRK-SOLD
                   MOVE ZERO TO C-BRK-COST
                   MOVE ZERO TO C-BRK-TAX
                   MOVE ZERO TO C-BRK-TAXABLE
               END-IF
               ADD 1 TO C-BRK-SOLD
               ADD CS-TOT-COST TO C-BRK-COST
               ADD CS-TAX-AMT TO C-BRK-TAX
               ADD CS-TAXABLE TO C-BRK-TAXABLE
               PERFORM 9510-RETURN-COMM
           END-PERFORM.
           IF H-COMM-STATE NOT = LOW-VALUES

           MOVE H-COMM-STATE TO TX-STATE.
           MOVE C-BRK-SOLD TO TX-SOLD.
           MOVE C-BRK-TAXABLE TO TX-TAXABLE.
           MOVE C-BRK-TAX TO TX-TAX-OWED.
           ADD C-BRK-TAX TO C-GT-STATE-TAX.
           WRITE TAXLINE FROM TAX-DETAIL-LINE
