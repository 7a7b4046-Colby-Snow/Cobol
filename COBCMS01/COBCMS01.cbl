      *ACCOUNTING AS A SINGLE JOB, SO A FOUR-ROOM JOB IS ONE ESTIMATE
      *NUMBER AND ONE TOTAL INSTEAD OF FOUR ESTIMATES THE CUSTOMER
      *ADDS UP BY HAND.
      *
      *PAINTEST.DAT IS AN INDEXED FILE (ESTIMATE/TYPE/ROOM KEY WITH AN
      *ALTERNATE KEY ON CUSTOMER) READ HERE IN KEY ORDER. THIS IS THE
      *ONLY PROGRAM THAT PRICES ROOMS: EACH NIGHT IT REBUILDS THE
      *PRICED-ESTIMATE FILE (PNTPRICE.DAT, ONE RECORD PER ESTIMATE)
      *THAT THE STATEMENT, AGING, RECEIVABLES, AND PURCHASING RUNS
      *(COBCMS07, COBCMS11, COBCMS22, COBCMS23) READ INSTEAD OF
      *REPRICING, SO THEIR FIGURES TIE TO PJOBEST.PRT BY CONSTRUCTION.
      ******************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT PAINT-MASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS01\PAINTEST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PAINT-KEY
           ALTERNATE RECORD KEY IS PAINT-CUST-NO
               WITH DUPLICATES.

           SELECT PRICED-ESTIMATES
           ASSIGN TO "C:\IHCC\COBOL\COBCMS01\PNTPRICE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PP-EST-NO
           ALTERNATE RECORD KEY IS PP-CUST-NO
               WITH DUPLICATES.

           SELECT PRTOUT
           ASSIGN TO "C:\IHCC\COBOL\PJOBEST.PRT"
           RECORD CONTAINS 32 CHARACTERS.

      *    TYPE H IS THE ESTIMATE HEADER, TYPE R A ROOM DETAIL. THE
      *    MASTER IS INDEXED ON ESTIMATE NUMBER, RECORD TYPE, AND ROOM
      *    NUMBER (ROOM 00 ON THE HEADER), SO READ IN KEY ORDER EACH
      *    ESTIMATE'S HEADER COMES AHEAD OF ITS ROOMS AND THE FILE IS
      *    IN ESTIMATE NUMBER ORDER (NUMBERS ARE ASSIGNED
      *    CHRONOLOGICALLY, SO THIS IS ALSO DATE ORDER). THE CUSTOMER
      *    NUMBER IS CARRIED ON EVERY RECORD AND IS THE ALTERNATE KEY,
      *    SO A READ BY CUSTOMER BRINGS BACK WHOLE JOBS. COBCMS48 LOADS
      *    AND REBUILDS THE MASTER FROM A SEQUENTIAL COPY.
       01 I-PAINT-REC.
           05  PAINT-KEY.
               10 PAINT-EST-NO     PIC X(4).
               10 PAINT-REC-TYPE   PIC X.
               10 PAINT-ROOM-NO    PIC 99.
           05  PAINT-CUST-NO       PIC X(5).
           05  PAINT-HDR-BODY.
               10 PAINT-DATE.
                   15 PAINT-YY     PIC 9(4).
                   15 PAINT-MM     PIC 99.
                   15 PAINT-DD     PIC 99.
      *    ESTIMATE STATUS: O=OPEN A=ACCEPTED D=DECLINED E=EXPIRED.
      *    BLANK (RECORDS WRITTEN BEFORE THE STATUS WAS ADDED) IS
      *    TREATED AS OPEN. IT STAYS BLANK UNTIL A COBCMS10 STATUS
      *    TRANSACTION, WHICH MUST CARRY O, A, D OR E, IS POSTED.
               10 PAINT-STATUS-CD  PIC X.
               10 FILLER           PIC X(11).
           05  PAINT-DTL-BODY REDEFINES PAINT-HDR-BODY.
               10 PAINT-WALL-SQ-FT PIC 9(4).
               10 PAINT-DOOR-SQ-FT PIC 9(3).
               10 PAINT-PRICE-GAL  PIC 99V99.
               10 PAINT-COATS      PIC 9.
               10 PAINT-TYPE-CD    PIC X.
               10 FILLER           PIC X(7).

      *    PRICED-ESTIMATES IS REBUILT EVERY NIGHT WITH ONE RECORD PER
      *    ESTIMATE CARRYING THE FIGURES PRINTED ON PJOBEST.PRT: ROOM
      *    COUNT, GALLONS (IN TOTAL AND BY PAINT TYPE CODE), PAINT,
      *    LABOR, TAX, AND TOTAL WITH TAX, PRICED UNDER THE RATES IN
      *    FORCE ON THE ESTIMATE DATE. THE STATEMENT, AGING,
      *    RECEIVABLES, AND PURCHASING RUNS READ THESE FIGURES INSTEAD
      *    OF REPRICING THE ROOMS, SO PRICING LIVES IN THIS PROGRAM
      *    ONLY. KEYED ON ESTIMATE NUMBER WITH AN ALTERNATE KEY ON THE
      *    CUSTOMER NUMBER. COBCMS10 KEEPS PP-STATUS-CD IN STEP WITH
      *    THE MASTER WHEN A STATUS CHANGES DURING THE DAY.
       FD  PRICED-ESTIMATES
           LABEL RECORD IS STANDARD
           DATA RECORD IS PP-REC
           RECORD CONTAINS 150 CHARACTERS.

       01 PP-REC.
           05  PP-EST-NO           PIC X(4).
           05  PP-CUST-NO          PIC X(5).
           05  PP-EST-DATE         PIC 9(8).
           05  PP-STATUS-CD        PIC X.
           05  PP-ROOMS            PIC 99.
           05  PP-PAINT-GAL        PIC 9(4)V99.
           05  PP-PAINT-EST        PIC 9(6)V99.
           05  PP-LABOR-EST        PIC 9(6)V99.
           05  PP-TOTAL-EST        PIC 9(6)V99.
           05  PP-TAX-AMT          PIC 9(5)V99.
           05  PP-TOT-W-TAX        PIC 9(6)V99.
           05  PP-PRICED-DATE      PIC 9(8).
           05  PP-TYPE-COUNT       PIC 99.
           05  PP-TYPE-ENTRY OCCURS 10 TIMES.
               10 PP-TYPE-CD       PIC X.
               10 PP-TYPE-GAL      PIC 9(4)V99.
           05  FILLER              PIC X(5).

       FD PRTOUT
           LABEL RECORD IS OMITTED
           05 C-READ-CTR           PIC 9(7)    VALUE 0.
           05 C-ROOM-CTR           PIC 9(7)    VALUE 0.
           05 C-STRAY-CTR          PIC 9(5)    VALUE 0.
           05 C-TYPE-DROP-CTR      PIC 9(5)    VALUE 0.
           05 WS-TYPE-SUB          PIC 99      VALUE 0.
           05 H-PAINT-YY           PIC 9(4)    VALUE 0.
           05 H-PAINT-MM           PIC 99      VALUE 0.
           05 C-MO-RECORDS         PIC 999     VALUE 0.
           05 C-EST-PAINT-EST      PIC 9(6)V99 VALUE 0.
           05 C-EST-LABOR-EST      PIC 9(6)V99 VALUE 0.
           05 C-EST-TOTAL-EST      PIC 9(6)V99 VALUE 0.
           05 C-EST-TYPE-COUNT     PIC 99      VALUE 0.

      *    GALLONS ON THE ESTIMATE IN PROGRESS BY PAINT TYPE CODE, FOR
      *    THE PRICED-ESTIMATES RECORD. TEN CODES MATCHES THE PAINT
      *    STOCK TABLE IN COBCMS23; A ROOM WITH AN ELEVENTH CODE ON ONE
      *    JOB STILL PRICES BUT ITS GALLONS ARE COUNTED AND FLAGGED.
       01 EST-TYPE-TABLE.
           05 ET-ENTRY OCCURS 10 TIMES.
               10 ET-TYPE-CD       PIC X.
               10 ET-TYPE-GAL      PIC 9(4)V99.

      *    THE RATE TABLE LOADED FROM RATE-FILE AT INIT. FIFTY RATE
      *    CHANGES IS DECADES OF HISTORY; THE FIRST FIFTY RECORDS ARE
           05 FILLER       PIC X(22)   VALUE
               " *** - NOT PRICED".

       01 TYPE-DROP-LINE.
           05 FILLER       PIC X(44)   VALUE
               "*** ROOMS PAST THE PAINT TYPE TABLE:      ".
           05 TD-DROP-CTR  PIC ZZ,ZZ9.
           05 FILLER       PIC X(40)   VALUE
               " *** - GALLONS NOT SPLIT BY TYPE".

       01 COMPANY-TITLE.
           05 FILLER               PIC X(6)    VALUE "DATE".
           05 O-MM                 PIC 9(2).
           OPEN INPUT PAINT-MASTER.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT ACCTG-FEED.
           OPEN OUTPUT PRICED-ESTIMATES.
           OPEN OUTPUT CSV-OUT.
           MOVE SPACES TO CSV-LINE.
           STRING
               MOVE 115 TO C-COV-OTHER
           END-IF.

      *    A ROOM RECORD WITH NO HEADER OF ITS OWN (ITS ESTIMATE
      *    NUMBER DOES NOT MATCH THE ESTIMATE OPEN, WHICH IN KEY ORDER
      *    MEANS THE HEADER IS MISSING) BELONGS TO NO JOB AND HAS NO
      *    RATE SET; IT IS COUNTED AND FLAGGED INSTEAD OF PRICED, SAME
      *    AS THE OTHER HEADER/DETAIL WALKERS GUARD THEIR DETAILS.
       2000-MAINLINE.
           ADD 1 TO C-READ-CTR.
           IF PAINT-REC-TYPE = "H"
               PERFORM 2300-START-ESTIMATE
           ELSE
               ADD 1 TO C-ROOM-CTR
               IF WS-EST-OPEN = "YES" AND PAINT-EST-NO = H-EST-NO
                   PERFORM 2100-CALCS
                   PERFORM 2200-OUTPUT
               ELSE
           MOVE ZERO TO C-EST-PAINT-EST.
           MOVE ZERO TO C-EST-LABOR-EST.
           MOVE ZERO TO C-EST-TOTAL-EST.
           MOVE ZERO TO C-EST-TYPE-COUNT.
           MOVE "YES" TO WS-EST-OPEN.

           MOVE H-EST-NO TO O-EST-NO.
           ADD C-PAINT-EST TO C-EST-PAINT-EST.
           ADD C-LABOR-EST TO C-EST-LABOR-EST.
           ADD C-ROOM-EST TO C-EST-TOTAL-EST.
           PERFORM 2150-TALLY-TYPE.

      *    ADDS THE ROOM'S GALLONS TO ITS PAINT TYPE CODE'S ROW FOR
      *    THE ESTIMATE, OPENING A ROW FOR A CODE NOT YET SEEN.
       2150-TALLY-TYPE.
           MOVE ZERO TO WS-TYPE-SUB.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > C-EST-TYPE-COUNT
               IF ET-TYPE-CD (WS-RATE-SUB) = PAINT-TYPE-CD
                   MOVE WS-RATE-SUB TO WS-TYPE-SUB
               END-IF
           END-PERFORM.
           IF WS-TYPE-SUB = ZERO
               IF C-EST-TYPE-COUNT >= 10
                   ADD 1 TO C-TYPE-DROP-CTR
               ELSE
                   ADD 1 TO C-EST-TYPE-COUNT
                   MOVE C-EST-TYPE-COUNT TO WS-TYPE-SUB
                   MOVE PAINT-TYPE-CD TO ET-TYPE-CD (WS-TYPE-SUB)
                   MOVE ZERO TO ET-TYPE-GAL (WS-TYPE-SUB)
               END-IF
           END-IF.
           IF WS-TYPE-SUB > ZERO
               ADD C-AMT-PAINT-GAL TO ET-TYPE-GAL (WS-TYPE-SUB)
           END-IF.

       2200-OUTPUT.
           MOVE PAINT-ROOM-NO TO O-ROOM-NO.

           PERFORM 2210-ACCTG-OUTPUT.
           PERFORM 2230-CSV-OUTPUT.
           PERFORM 2250-PRICED-OUTPUT.
           MOVE "NO" TO WS-EST-OPEN.

       2210-ACCTG-OUTPUT.

           WRITE CSV-LINE.

      *    ONE PRICED-ESTIMATES RECORD PER ESTIMATE, WRITTEN IN KEY
      *    ORDER AS THE MASTER IS READ IN KEY ORDER.
       2250-PRICED-OUTPUT.
           MOVE SPACES TO PP-REC.
           MOVE H-EST-NO TO PP-EST-NO.
           MOVE H-CUST-NO TO PP-CUST-NO.
           MOVE H-EST-DATE TO PP-EST-DATE.
           MOVE H-STATUS-CD TO PP-STATUS-CD.
           MOVE C-EST-ROOMS TO PP-ROOMS.
           MOVE C-EST-PAINT-GAL TO PP-PAINT-GAL.
           MOVE C-EST-PAINT-EST TO PP-PAINT-EST.
           MOVE C-EST-LABOR-EST TO PP-LABOR-EST.
           MOVE C-EST-TOTAL-EST TO PP-TOTAL-EST.
           MOVE C-TAX-AMT TO PP-TAX-AMT.
           MOVE C-TOTAL-WITH-TAX TO PP-TOT-W-TAX.
           MOVE I-DATE TO PP-PRICED-DATE.
           MOVE C-EST-TYPE-COUNT TO PP-TYPE-COUNT.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 10
               IF WS-TYPE-SUB > C-EST-TYPE-COUNT
                   MOVE SPACE TO PP-TYPE-CD (WS-TYPE-SUB)
                   MOVE ZERO TO PP-TYPE-GAL (WS-TYPE-SUB)
               ELSE
                   MOVE ET-TYPE-CD (WS-TYPE-SUB)
                       TO PP-TYPE-CD (WS-TYPE-SUB)
                   MOVE ET-TYPE-GAL (WS-TYPE-SUB)
                       TO PP-TYPE-GAL (WS-TYPE-SUB)
               END-IF
           END-PERFORM.
           WRITE PP-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

       3000-CLOSING.
           IF WS-EST-OPEN = "YES"
               PERFORM 2350-FINISH-ESTIMATE
               WRITE PRTLINE FROM STRAY-ROOM-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF C-TYPE-DROP-CTR > ZERO
               MOVE C-TYPE-DROP-CTR TO TD-DROP-CTR
               WRITE PRTLINE FROM TYPE-DROP-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM 3200-WRITE-CONTROL.
           CLOSE PAINT-MASTER.
           CLOSE PRICED-ESTIMATES.
           CLOSE PRTOUT.
           CLOSE ACCTG-FEED.
           CLOSE CSV-OUT.
