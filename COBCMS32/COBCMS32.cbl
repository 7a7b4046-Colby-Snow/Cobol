       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCMS32.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         COLBY SNOW.
       DATE-COMPILED.
      ******************************************************************
      *THIS PROGRAM IS THE PAINT JOB-COSTING RUN. THE CREWS KEY A
      *JOB-COMPLETION RECORD (JOBCOMP.DAT) FOR EVERY ROOM THEY FINISH:
      *ESTIMATE NUMBER, ROOM NUMBER, PAINT TYPE USED, ACTUAL LABOR
      *HOURS, ACTUAL GALLONS, AND THE COMPLETION DATE. A ROOM DONE IN
      *TWO PAINT TYPES GETS ONE RECORD PER TYPE. EACH ESTIMATE ON
      *PAINTEST.DAT THAT HAS COMPLETION RECORDS IS COMPARED WITH WHAT
      *THE JOB ACTUALLY TOOK. THE ESTIMATE SIDE - PAINT, LABOR, TOTAL,
      *AND GALLONS BY PAINT TYPE - IS READ FROM THE PRICED-ESTIMATE
      *FILE (PNTPRICE.DAT) BY ESTIMATE NUMBER, SO IT IS THE FIGURE
      *COBCMS01 PRICED AND PRINTED ON PJOBEST.PRT AND IS NEVER
      *REPRICED HERE. PNTRATE.DAT IS READ ONLY FOR THE HOURLY LABOR
      *RATE IN FORCE ON THE ESTIMATE DATE: ACTUAL LABOR DOLLARS ARE
      *THE ACTUAL HOURS AT THAT RATE, AND THE ESTIMATED HOURS ARE THE
      *ESTIMATED LABOR DOLLARS BACK AT THAT RATE. ACTUAL PAINT
      *DOLLARS ARE THE ACTUAL GALLONS AT THE ROOM'S PRICE PER GALLON.
      *THE ESTIMATE TOTAL IS WHAT THE CUSTOMER PAYS (BEFORE TAX), SO
      *THE MARGIN IS THE ESTIMATE TOTAL LESS THE ACTUAL COST.
      *
      *PJOBCOST.PRT SHOWS ONE LINE PER COSTED JOB WITH THE LABOR AND
      *PAINT VARIANCES (ACTUAL LESS ESTIMATE, SO A POSITIVE VARIANCE IS
      *AN OVERRUN) AND THE MARGIN, THEN A SUMMARY BY COMPLETION MONTH
      *AND A SUMMARY BY PAINT TYPE CODE. EACH TYPE SHOWS ESTIMATED
      *VERSUS ACTUAL GALLONS AND PAINT, THEN ITS REVENUE, ACTUAL LABOR
      *AND COST, MARGIN AND MARGIN PERCENT. A JOB'S REVENUE (ITS
      *ESTIMATED LABOR AND PAINT) IS SHARED OUT ACROSS ITS PAINT TYPES
      *BY ESTIMATED GALLONS; ACTUAL PAINT AND LABOR GO TO THE TYPE THE
      *CREW REPORTED ON EACH COMPLETION RECORD. THE PER-TYPE GALLONS
      *ARE WHAT TELL THE OFFICE WHETHER THE PNTRATE.DAT COVERAGE
      *FIGURES HOLD UP, AND THE HOURS ON THE JOB LINES DO THE SAME FOR
      *RT-LABOR-HOURS. A JOB WHOSE ACTUAL COST RAN OVER ITS ESTIMATE
      *BY MORE THAN THE OVERRUN PERCENT ON JOBCPARM.DAT (10.0 WHEN THE
      *FILE IS ABSENT) IS FLAGGED.
      *
      *A JOB IS COSTED ONLY WHEN EVERY ROOM ON THE ESTIMATE HAS BEEN
      *REPORTED; A JOB WITH SOME ROOMS STILL OUT IS LISTED AS PARTIAL
      *AND LEFT OUT OF THE TOTALS UNTIL THE CREW FINISHES. A FINISHED
      *JOB WHOSE ESTIMATE IS NOT ON PNTPRICE.DAT IS LISTED AS NOT
      *PRICED AND LEFT OUT OF THE TOTALS AS WELL. COMPLETION
      *RECORDS THAT FAIL THE EDITS OR MATCH NO ESTIMATE ROOM ARE
      *LISTED AT THE END OF THE REPORT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
           ACCESS IS RANDOM
           RECORD KEY IS PP-EST-NO
           ALTERNATE RECORD KEY IS PP-CUST-NO
               WITH DUPLICATES.

           SELECT OPTIONAL COMPLETION-FILE
           ASSIGN TO "C:\IHCC\COBOL\COBCMS01\JOBCOMP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COST-PARM
           ASSIGN TO "C:\IHCC\COBOL\COBCMS01\JOBCPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RATE-FILE
           ASSIGN TO "C:\IHCC\COBOL\COBCMS01\PNTRATE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-DATE-PARM
           ASSIGN TO "C:\IHCC\COBOL\RUNDATE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
           ASSIGN TO "C:\IHCC\COBOL\PJOBCOST.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PAINT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-PAINT-REC
           RECORD CONTAINS 32 CHARACTERS.

      *    SAME HEADER/ROOM LAYOUT COBCMS01 READS: TYPE H IS THE
      *    ESTIMATE HEADER (ROOM 00), TYPE R A ROOM DETAIL, IN KEY
      *    ORDER SO EACH HEADER READS AHEAD OF ITS ROOMS.
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
               10 PAINT-STATUS-CD  PIC X.
               10 FILLER           PIC X(11).
           05  PAINT-DTL-BODY REDEFINES PAINT-HDR-BODY.
               10 PAINT-WALL-SQ-FT PIC 9(4).
               10 PAINT-DOOR-SQ-FT PIC 9(3).
               10 PAINT-PRICE-GAL  PIC 99V99.
               10 PAINT-COATS      PIC 9.
               10 PAINT-TYPE-CD    PIC X.
               10 FILLER           PIC X(7).

      *    THE PRICED-ESTIMATE RECORD COBCMS01 WRITES NIGHTLY.
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

      *    COMPLETION-FILE IS KEYED BY THE CREWS, ONE RECORD PER ROOM
      *    PER PAINT TYPE USED, IN ANY ORDER. GALLONS ARE WHAT WENT ON
      *    THE WALLS OF THAT TYPE; HOURS ARE THE CREW HOURS FOR THE
      *    ROOM (SPLIT ACROSS THE RECORDS AS THE CREW SEES FIT).
       FD  COMPLETION-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS JC-REC
           RECORD CONTAINS 24 CHARACTERS.

       01 JC-REC.
           05 JC-EST-NO            PIC X(4).
           05 JC-ROOM-NO           PIC 99.
           05 JC-PAINT-TYPE        PIC X.
           05 JC-ACT-HOURS         PIC 9(3)V9.
           05 JC-ACT-GAL           PIC 9(3)V99.
           05 JC-COMP-DATE.
               10 JC-COMP-YY       PIC 9(4).
               10 JC-COMP-MM       PIC 99.
               10 JC-COMP-DD       PIC 99.

      *    COST-PARM HOLDS THE OVERRUN PERCENT ABOVE WHICH A JOB IS
      *    FLAGGED. OPTIONAL; 10.0 PERCENT WHEN IT IS ABSENT.
       FD  COST-PARM
           LABEL RECORD IS STANDARD
           DATA RECORD IS JP-REC
           RECORD CONTAINS 4 CHARACTERS.

       01 JP-REC.
           05 JP-OVERRUN-PCT       PIC 9(3)V9.

      *    THE SAME EFFECTIVE-DATED RATE TABLE COBCMS01 PRICES FROM;
      *    ONLY THE LABOR RATE IS USED HERE.
       FD  RATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RT-REC
           RECORD CONTAINS 26 CHARACTERS.

       01 RT-REC.
           05 RT-EFF-DATE      PIC 9(8).
           05 RT-LABOR-HOURS   PIC 9V9.
           05 RT-LABOR-RATE    PIC 99V99.
           05 RT-TAX-RATE      PIC V999.
           05 RT-COV-P         PIC 9(3).
           05 RT-COV-E         PIC 9(3).
           05 RT-COV-OTHER     PIC 9(3).

       FD  RUN-DATE-PARM
           LABEL RECORD IS STANDARD
           DATA RECORD IS RD-PARM-REC
           RECORD CONTAINS 8 CHARACTERS.

       01 RD-PARM-REC.
           05 RD-YY            PIC 9(4).
           05 RD-MM            PIC 99.
           05 RD-DD            PIC 99.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05 C-PCTR               PIC 9(2)    VALUE 0.
           05 MORE-RECS            PIC X(3)    VALUE "YES".
           05 MORE-COMP            PIC X(3)    VALUE "YES".
           05 MORE-RATES           PIC X(3)    VALUE "YES".
           05 C-LABOR-RATE         PIC 99V99   VALUE 23.55.
           05 WS-RATE-COUNT        PIC 99      VALUE 0.
           05 WS-RATE-SUB          PIC 99      VALUE 0.
           05 WS-BEST-SUB          PIC 99      VALUE 0.
           05 WS-EST-DATE-N        PIC 9(8)    VALUE 0.
           05 C-RATE-DROP-CTR      PIC 9(3)    VALUE 0.
           05 WS-OVERRUN-PCT       PIC 9(3)V9  VALUE 10.0.
           05 WS-COMP-COUNT        PIC 9(3)    VALUE 0.
           05 WS-COMP-SUB          PIC 9(3)    VALUE 0.
           05 C-COMP-DROP-CTR      PIC 9(3)    VALUE 0.
           05 WS-TYPE-SUB          PIC 99      VALUE 0.
           05 WS-SCAN-SUB          PIC 99      VALUE 0.
           05 WS-PP-SUB            PIC 99      VALUE 0.
           05 WS-TT-COUNT          PIC 99      VALUE 0.
           05 WS-LAST-EST-SUB      PIC 99      VALUE 0.
           05 WS-FIND-CODE         PIC X       VALUE SPACE.
           05 C-SHARED-LABOR       PIC 9(6)V99 VALUE 0.
           05 C-SHARED-PAINT       PIC 9(6)V99 VALUE 0.
           05 C-UNPRICED-CTR       PIC 9(5)    VALUE 0.
           05 WS-MO-SUB            PIC 99      VALUE 0.
           05 WS-MO-COUNT          PIC 99      VALUE 0.
           05 WS-MO-KEY            PIC 9(6)    VALUE 0.
           05 WS-SHIFT-SUB         PIC 99      VALUE 0.
           05 WS-ROOM-FOUND        PIC X(3)    VALUE "NO".
           05 C-ROOM-ACT-HOURS     PIC 9(4)V9  VALUE 0.
           05 C-ROOM-ACT-GAL       PIC 9(4)V99 VALUE 0.
           05 C-ROOM-ACT-PAINT     PIC 9(6)V99 VALUE 0.
           05 C-ACT-LABOR          PIC 9(6)V99 VALUE 0.
           05 C-JOB-CTR            PIC 9(5)    VALUE 0.
           05 C-PARTIAL-CTR        PIC 9(5)    VALUE 0.
           05 C-OVERRUN-CTR        PIC 9(5)    VALUE 0.
           05 C-EXCEPT-CTR         PIC 9(5)    VALUE 0.
           05 WS-LABOR-VAR         PIC S9(6)V99 VALUE 0.
           05 WS-PAINT-VAR         PIC S9(6)V99 VALUE 0.
           05 WS-MARGIN            PIC S9(7)V99 VALUE 0.
           05 WS-MARGIN-PCT        PIC S9(3)V9 VALUE 0.
           05 WS-OVER-AMT          PIC S9(7)V99 VALUE 0.
           05 WS-OVER-PCT          PIC S9(5)V9 VALUE 0.
           05 WS-EXCEPT-REASON     PIC X(40)   VALUE SPACES.

      *    THE JOB IN PROGRESS: HEADER FIELDS HELD FROM THE TYPE H
      *    RECORD, THE ESTIMATED FIGURES FROM ITS PNTPRICE.DAT RECORD,
      *    AND THE ACTUALS BUILT AS ITS ROOMS ARE MATCHED. THE PER-TYPE
      *    FIGURES ARE HELD FOR THE JOB BY PAINT TYPE CODE AND ONLY
      *    ROLLED INTO THE RUN TOTALS IF EVERY ROOM TURNS OUT TO BE
      *    REPORTED. TWENTY CODES ON ONE JOB IS FAR PAST ANY JOB; THE
      *    TWENTIETH SLOT HOLDS EVERY CODE PAST THE NINETEENTH AS *.
       01 JOB-HOLD-AREA.
           05 WS-EST-OPEN          PIC X(3)    VALUE "NO".
           05 H-PRICED             PIC X(3)    VALUE "NO".
           05 C-JOB-EST-GAL        PIC 9(5)V99 VALUE 0.
           05 WS-JT-COUNT          PIC 99      VALUE 0.
           05 H-EST-NO             PIC X(4)    VALUE SPACES.
           05 H-CUST-NO            PIC X(5)    VALUE SPACES.
           05 H-COMP-DATE          PIC 9(8)    VALUE 0.
           05 C-JOB-ROOMS          PIC 99      VALUE 0.
           05 C-JOB-DONE-ROOMS     PIC 99      VALUE 0.
           05 C-JOB-EST-HOURS      PIC 9(5)V9  VALUE 0.
           05 C-JOB-ACT-HOURS      PIC 9(5)V9  VALUE 0.
           05 C-JOB-EST-LABOR      PIC 9(6)V99 VALUE 0.
           05 C-JOB-ACT-LABOR      PIC 9(6)V99 VALUE 0.
           05 C-JOB-EST-PAINT      PIC 9(6)V99 VALUE 0.
           05 C-JOB-ACT-PAINT      PIC 9(6)V99 VALUE 0.
           05 C-JOB-EST-TOTAL      PIC 9(7)V99 VALUE 0.
           05 C-JOB-ACT-TOTAL      PIC 9(7)V99 VALUE 0.
           05 JOB-TYPE-ENTRY OCCURS 20 TIMES.
               10 JT-CODE          PIC X.
               10 JT-ROOMS         PIC 99.
               10 JT-EST-GAL       PIC 9(4)V99.
               10 JT-ACT-GAL       PIC 9(4)V99.
               10 JT-EST-LABOR     PIC 9(6)V99.
               10 JT-EST-PAINT     PIC 9(6)V99.
               10 JT-ACT-LABOR     PIC 9(6)V99.
               10 JT-ACT-PAINT     PIC 9(6)V99.

      *    THE LABOR RATES LOADED FROM RATE-FILE AT INIT, SAME FIFTY
      *    ENTRIES AS COBCMS01 SO BOTH PROGRAMS SEE THE SAME RATES.
       01 RATE-TABLE.
           05 RATE-ENTRY OCCURS 50 TIMES.
               10 RTE-EFF-DATE     PIC 9(8).
               10 RTE-LABOR-RATE   PIC 99V99.

      *    THE COMPLETION RECORDS HELD IN STORAGE SO PAINTEST.DAT IS
      *    WALKED IN ONE PASS WITHOUT SORTING EITHER FILE. CT-STATUS IS
      *    N (NOT YET MATCHED), Y (MATCHED TO A ROOM), OR B (FAILED THE
      *    EDITS, WITH CT-REASON SAYING WHY).
       01 COMPLETION-TABLE.
           05 CT-ENTRY OCCURS 500 TIMES.
               10 CT-EST-NO        PIC X(4).
               10 CT-ROOM-NO       PIC 99.
               10 CT-PAINT-TYPE    PIC X.
               10 CT-ACT-HOURS     PIC 9(3)V9.
               10 CT-ACT-GAL       PIC 9(3)V99.
               10 CT-COMP-DATE     PIC 9(8).
               10 CT-STATUS        PIC X.
               10 CT-REASON        PIC X(40).

      *    RUN TOTALS BY PAINT TYPE CODE, IN THE ORDER THE CODES ARE
      *    FIRST COSTED. AS ON THE JOB, THE TWENTIETH SLOT IS * AND
      *    HOLDS EVERY CODE PAST THE NINETEENTH.
       01 TYPE-TOTALS.
           05 TT-ENTRY OCCURS 20 TIMES.
               10 TT-CODE          PIC X.
               10 TT-ROOMS         PIC 9(5).
               10 TT-EST-GAL       PIC 9(6)V99.
               10 TT-ACT-GAL       PIC 9(6)V99.
               10 TT-EST-LABOR     PIC 9(8)V99.
               10 TT-EST-PAINT     PIC 9(8)V99.
               10 TT-ACT-LABOR     PIC 9(8)V99.
               10 TT-ACT-PAINT     PIC 9(8)V99.

      *    RUN TOTALS BY COMPLETION MONTH (YYYYMM), KEPT IN MONTH
      *    ORDER AS ENTRIES ARE ADDED. SIXTY MONTHS IS FIVE YEARS OF
      *    COMPLETIONS IN ONE RUN.
       01 MONTH-TOTALS.
           05 MT-ENTRY OCCURS 60 TIMES.
               10 MT-KEY           PIC 9(6).
               10 MT-JOBS          PIC 9(5).
               10 MT-OVERRUNS      PIC 9(5).
               10 MT-EST-LABOR     PIC 9(8)V99.
               10 MT-ACT-LABOR     PIC 9(8)V99.
               10 MT-EST-PAINT     PIC 9(8)V99.
               10 MT-ACT-PAINT     PIC 9(8)V99.

       01 GRAND-TOTALS.
           05 GT-JOBS              PIC 9(5)    VALUE 0.
           05 GT-OVERRUNS          PIC 9(5)    VALUE 0.
           05 GT-EST-LABOR         PIC 9(8)V99 VALUE 0.
           05 GT-ACT-LABOR         PIC 9(8)V99 VALUE 0.
           05 GT-EST-PAINT         PIC 9(8)V99 VALUE 0.
           05 GT-ACT-PAINT         PIC 9(8)V99 VALUE 0.

      *    ONE SUMMARY LINE'S FIGURES, LOADED FROM A MONTH ENTRY OR THE
      *    GRAND TOTALS SO 3300-SUMMARY-LINE PRINTS BOTH THE SAME WAY.
       01 SUMMARY-HOLD.
           05 SH-JOBS              PIC 9(5).
           05 SH-OVERRUNS          PIC 9(5).
           05 SH-EST-LABOR         PIC 9(8)V99.
           05 SH-ACT-LABOR         PIC 9(8)V99.
           05 SH-EST-PAINT         PIC 9(8)V99.
           05 SH-ACT-PAINT         PIC 9(8)V99.
           05 SH-EST-TOTAL         PIC 9(9)V99.
           05 SH-ACT-TOTAL         PIC 9(9)V99.
           05 SH-LABOR-VAR         PIC S9(8)V99.
           05 SH-PAINT-VAR         PIC S9(8)V99.
           05 SH-MARGIN            PIC S9(9)V99.
           05 SH-MARGIN-PCT        PIC S9(3)V9.

      *    THE COMPLETION DATE TURNED FROM FILE ORDER (YYYYMMDD) TO
      *    PRINT ORDER (MM/DD/YYYY).
       01 DATE-CONVERSION.
           05 WS-YMD-DATE.
               10 WS-YMD-YY        PIC 9(4).
               10 WS-YMD-MM        PIC 99.
               10 WS-YMD-DD        PIC 99.
           05 WS-MDY-DATE.
               10 WS-MDY-MM        PIC 99.
               10 WS-MDY-DD        PIC 99.
               10 WS-MDY-YY        PIC 9(4).
           05 WS-MDY-DATE-N REDEFINES WS-MDY-DATE PIC 9(8).

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
           05 FILLER               PIC X(35)   VALUE SPACES.
           05 FILLER               PIC X(31)   VALUE
               "SNOW'S PAINT JOB COSTING REPORT".
           05 FILLER               PIC X(43)   VALUE SPACES.
           05 FILLER               PIC X(5)    VALUE "PAGE:".
           05 O-PCTR               PIC Z9.

       01 OVERRUN-PARM-LINE.
           05 FILLER               PIC X(40)   VALUE
               "JOBS OVER ESTIMATE BY MORE THAN".
           05 O-PARM-PCT           PIC ZZ9.9.
           05 FILLER               PIC X(25)   VALUE
               " PERCENT ARE FLAGGED".

       01 COLUMN-HDINGS1.
           05 FILLER               PIC X(24)   VALUE SPACES.
           05 FILLER               PIC X(13)   VALUE "-- HOURS --".
           05 FILLER               PIC X(31)   VALUE
               "---------- LABOR ----------".
           05 FILLER               PIC X(31)   VALUE
               "---------- PAINT ----------".

       01 COLUMN-HDINGS2.
           05 FILLER               PIC X(4)    VALUE "EST".
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(5)    VALUE "CUST".
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(11)   VALUE "COMPLETED".
           05 FILLER               PIC X(7)    VALUE "   EST".
           05 FILLER               PIC X(7)    VALUE "   ACT".
           05 FILLER               PIC X(10)   VALUE " ESTIMATE".
           05 FILLER               PIC X(10)   VALUE "   ACTUAL".
           05 FILLER               PIC X(11)   VALUE "  VARIANCE".
           05 FILLER               PIC X(10)   VALUE " ESTIMATE".
           05 FILLER               PIC X(10)   VALUE "   ACTUAL".
           05 FILLER               PIC X(11)   VALUE "  VARIANCE".
           05 FILLER               PIC X(12)   VALUE "     MARGIN".
           05 FILLER               PIC X(7)    VALUE "  MGN%".
           05 FILLER               PIC X(4)    VALUE "FLAG".

       01 JOB-LINE.
           05 O-EST-NO             PIC X(4).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-CUST-NO            PIC X(5).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-COMP-DATE          PIC 99/99/9999.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-EST-HOURS          PIC ZZZ9.9.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-ACT-HOURS          PIC ZZZ9.9.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-EST-LABOR          PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-ACT-LABOR          PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-LABOR-VAR          PIC ---,--9.99.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-EST-PAINT          PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-ACT-PAINT          PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-PAINT-VAR          PIC ---,--9.99.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-MARGIN             PIC ----,--9.99.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-MARGIN-PCT         PIC ---9.9.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-FLAG               PIC X(7).

       01 PARTIAL-LINE.
           05 O-PT-EST-NO          PIC X(4).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-PT-CUST-NO         PIC X(5).
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(9)    VALUE "PARTIAL: ".
           05 O-PT-DONE            PIC Z9.
           05 FILLER               PIC X(4)    VALUE " OF ".
           05 O-PT-ROOMS           PIC Z9.
           05 FILLER               PIC X(35)   VALUE
               " ROOMS REPORTED - NOT COSTED YET".

       01 UNPRICED-LINE.
           05 O-UP-EST-NO          PIC X(4).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-UP-CUST-NO         PIC X(5).
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(44)   VALUE
               "NOT ON PNTPRICE.DAT - NOT PRICED, NOT COSTED".

       01 SECTION-TITLE-LINE.
           05 O-SECTION-TITLE      PIC X(60).

       01 MONTH-HDINGS.
           05 FILLER               PIC X(9)    VALUE "MONTH".
           05 FILLER               PIC X(6)    VALUE " JOBS".
           05 FILLER               PIC X(14)   VALUE "   EST LABOR".
           05 FILLER               PIC X(14)   VALUE "   ACT LABOR".
           05 FILLER               PIC X(14)   VALUE "   LABOR VAR".
           05 FILLER               PIC X(14)   VALUE "   EST PAINT".
           05 FILLER               PIC X(14)   VALUE "   ACT PAINT".
           05 FILLER               PIC X(14)   VALUE "   PAINT VAR".
           05 FILLER               PIC X(15)   VALUE "        MARGIN".
           05 FILLER               PIC X(7)    VALUE "  MGN%".
           05 FILLER               PIC X(8)    VALUE " OVERRUN".

       01 MONTH-LINE.
           05 O-MO-LABEL           PIC X(9).
           05 O-MO-JOBS            PIC ZZZZ9.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-MO-EST-LABOR       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-MO-ACT-LABOR       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-MO-LABOR-VAR       PIC --,---,--9.99.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-MO-EST-PAINT       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-MO-ACT-PAINT       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-MO-PAINT-VAR       PIC --,---,--9.99.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-MO-MARGIN          PIC ---,---,--9.99.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-MO-MARGIN-PCT      PIC ---9.9.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-MO-OVERRUNS        PIC ZZZZ9.

       01 TYPE-HDINGS.
           05 FILLER               PIC X(14)   VALUE "PAINT TYPE".
           05 FILLER               PIC X(7)    VALUE " ROOMS".
           05 FILLER               PIC X(11)   VALUE "   EST GAL".
           05 FILLER               PIC X(11)   VALUE "   ACT GAL".
           05 FILLER               PIC X(11)   VALUE "   GAL VAR".
           05 FILLER               PIC X(8)    VALUE "  GAL%".
           05 FILLER               PIC X(14)   VALUE "   EST PAINT".
           05 FILLER               PIC X(14)   VALUE "   ACT PAINT".
           05 FILLER               PIC X(14)   VALUE "   PAINT VAR".

       01 TYPE-LINE.
           05 O-TY-NAME            PIC X(12).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-TY-ROOMS           PIC ZZZZ9.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-TY-EST-GAL         PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-TY-ACT-GAL         PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-TY-GAL-VAR         PIC ---,--9.99.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-TY-GAL-PCT         PIC ---9.9.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-TY-EST-PAINT       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-TY-ACT-PAINT       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-TY-PAINT-VAR       PIC --,---,--9.99.

      *    THE SECOND LINE FOR EACH TYPE: REVENUE IS THE ESTIMATED
      *    LABOR AND PAINT SHARED TO THE TYPE, COST IS WHAT THE CREWS
      *    REPORTED UNDER IT.
       01 TYPE-MARGIN-LINE.
           05 FILLER               PIC X(14)   VALUE SPACES.
           05 FILLER               PIC X(8)    VALUE "REVENUE ".
           05 O-TY-REVENUE         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(12)   VALUE "  ACT LABOR ".
           05 O-TY-ACT-LABOR       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(11)   VALUE "  ACT COST ".
           05 O-TY-ACT-COST        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(10)   VALUE "  MARGIN ".
           05 O-TY-MARGIN          PIC ---,---,--9.99.
           05 FILLER               PIC X(7)    VALUE "  MGN% ".
           05 O-TY-MARGIN-PCT      PIC ---9.9.

       01 TYPE-WORK.
           05 WS-GAL-VAR           PIC S9(6)V99.
           05 WS-GAL-PCT           PIC S9(3)V9.
           05 WS-TY-PAINT-VAR      PIC S9(8)V99.
           05 WS-TY-REVENUE        PIC 9(8)V99.
           05 WS-TY-ACT-COST       PIC 9(8)V99.
           05 WS-TY-MARGIN         PIC S9(8)V99.
           05 WS-TY-MARGIN-PCT     PIC S9(3)V9.
           05 WS-TY-DESC           PIC X(9).

       01 EXCEPT-LINE.
           05 O-EX-EST-NO          PIC X(4).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(5)    VALUE "ROOM ".
           05 O-EX-ROOM-NO         PIC X(2).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(5)    VALUE "TYPE ".
           05 O-EX-TYPE            PIC X.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-EX-REASON          PIC X(40).

       01 RUN-COUNT-LINE.
           05 FILLER               PIC X(14)   VALUE "JOBS COSTED: ".
           05 O-RC-JOBS            PIC ZZ,ZZ9.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE "OVERRUNS: ".
           05 O-RC-OVERRUNS        PIC ZZ,ZZ9.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(9)    VALUE "PARTIAL: ".
           05 O-RC-PARTIAL         PIC ZZ,ZZ9.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(19)   VALUE
               "COMPLETION ERRORS: ".
           05 O-RC-EXCEPT          PIC ZZ,ZZ9.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(12)   VALUE "NOT PRICED: ".
           05 O-RC-UNPRICED        PIC ZZ,ZZ9.

       01 RATE-DROP-LINE.
           05 FILLER       PIC X(44)   VALUE
               "*** RATE RECORDS PAST TABLE NOT LOADED: ".
           05 RD-DROP-CTR  PIC ZZ9.
           05 FILLER       PIC X(31)   VALUE
               " *** - LABOR RATE MAY BE WRONG".

       01 COMP-DROP-LINE.
           05 FILLER       PIC X(44)   VALUE
               "*** COMPLETION RECORDS PAST TABLE: ".
           05 CD-DROP-CTR  PIC ZZ9.
           05 FILLER       PIC X(31)   VALUE
               " *** - NOT LOADED OR COSTED".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = "NO".
           PERFORM 3000-CLOSING.
           GOBACK.

       1000-INIT.
           OPEN INPUT PAINT-MASTER.
           OPEN INPUT PRICED-ESTIMATES.
           OPEN OUTPUT PRTOUT.

           PERFORM 1050-GET-RUN-DATE.
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.

           MOVE ZERO TO TYPE-TOTALS.
           MOVE ZERO TO MONTH-TOTALS.
           PERFORM 1060-GET-COST-PARM.
           PERFORM 1080-LOAD-RATES.
           PERFORM 1090-LOAD-COMPLETIONS.
           PERFORM 9100-HEADINGS.
           MOVE WS-OVERRUN-PCT TO O-PARM-PCT.
           WRITE PRTLINE FROM OVERRUN-PARM-LINE
               AFTER ADVANCING 1 LINES.
           PERFORM 1085-OVERFLOW-WARNINGS.
           PERFORM 9000-READ.

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

      *    A MISSING OR NON-NUMERIC PARAMETER LEAVES THE 10.0 PERCENT
      *    DEFAULT IN PLACE.
       1060-GET-COST-PARM.
           OPEN INPUT COST-PARM.
           READ COST-PARM
               AT END
                   CONTINUE
               NOT AT END
                   IF JP-OVERRUN-PCT NUMERIC
                       MOVE JP-OVERRUN-PCT TO WS-OVERRUN-PCT
                   END-IF
           END-READ.
           CLOSE COST-PARM.

       1080-LOAD-RATES.
           OPEN INPUT RATE-FILE.
           PERFORM UNTIL MORE-RATES = "NO"
               READ RATE-FILE
                   AT END
                       MOVE "NO" TO MORE-RATES
                   NOT AT END
                       IF WS-RATE-COUNT >= 50
                           ADD 1 TO C-RATE-DROP-CTR
                       ELSE
                           ADD 1 TO WS-RATE-COUNT
                           MOVE RT-EFF-DATE
                               TO RTE-EFF-DATE (WS-RATE-COUNT)
                           MOVE RT-LABOR-RATE
                               TO RTE-LABOR-RATE (WS-RATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATE-FILE.

      *    RATE OR COMPLETION RECORDS PAST THEIR TABLES MEAN THE RUN
      *    IS INCOMPLETE -- SAY SO AT THE TOP OF THE REPORT.
       1085-OVERFLOW-WARNINGS.
           IF C-RATE-DROP-CTR > ZERO
               MOVE C-RATE-DROP-CTR TO RD-DROP-CTR
               WRITE PRTLINE FROM RATE-DROP-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF C-COMP-DROP-CTR > ZERO
               MOVE C-COMP-DROP-CTR TO CD-DROP-CTR
               WRITE PRTLINE FROM COMP-DROP-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

      *    EVERY COMPLETION RECORD IS HELD; ONES THAT FAIL THE EDITS
      *    ARE HELD AS STATUS B SO THEY PRINT WITH THE UNMATCHED ONES.
       1090-LOAD-COMPLETIONS.
           OPEN INPUT COMPLETION-FILE.
           PERFORM UNTIL MORE-COMP = "NO"
               READ COMPLETION-FILE
                   AT END
                       MOVE "NO" TO MORE-COMP
                   NOT AT END
                       IF WS-COMP-COUNT >= 500
                           ADD 1 TO C-COMP-DROP-CTR
                       ELSE
                           PERFORM 1095-EDIT-AND-HOLD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMPLETION-FILE.

       1095-EDIT-AND-HOLD.
           MOVE SPACES TO WS-EXCEPT-REASON.
           IF JC-EST-NO = SPACES
               MOVE "ESTIMATE NUMBER IS BLANK" TO WS-EXCEPT-REASON
           ELSE
               IF JC-ROOM-NO NOT NUMERIC
                   MOVE "ROOM NUMBER NOT NUMERIC" TO WS-EXCEPT-REASON
               ELSE
                   IF JC-ACT-HOURS NOT NUMERIC
                      OR JC-ACT-GAL NOT NUMERIC
                       MOVE "HOURS OR GALLONS NOT NUMERIC"
                           TO WS-EXCEPT-REASON
                   ELSE
                       IF JC-COMP-DATE NOT NUMERIC
                          OR JC-COMP-MM < 1 OR JC-COMP-MM > 12
                          OR JC-COMP-DD < 1 OR JC-COMP-DD > 31
                           MOVE "COMPLETION DATE IS INVALID"
                               TO WS-EXCEPT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

           ADD 1 TO WS-COMP-COUNT.
           MOVE JC-EST-NO TO CT-EST-NO (WS-COMP-COUNT).
           MOVE JC-PAINT-TYPE TO CT-PAINT-TYPE (WS-COMP-COUNT).
           MOVE WS-EXCEPT-REASON TO CT-REASON (WS-COMP-COUNT).
           IF WS-EXCEPT-REASON = SPACES
               MOVE JC-ROOM-NO TO CT-ROOM-NO (WS-COMP-COUNT)
               MOVE JC-ACT-HOURS TO CT-ACT-HOURS (WS-COMP-COUNT)
               MOVE JC-ACT-GAL TO CT-ACT-GAL (WS-COMP-COUNT)
               MOVE JC-COMP-DATE TO CT-COMP-DATE (WS-COMP-COUNT)
               MOVE "N" TO CT-STATUS (WS-COMP-COUNT)
           ELSE
               MOVE ZERO TO CT-ROOM-NO (WS-COMP-COUNT)
               MOVE ZERO TO CT-ACT-HOURS (WS-COMP-COUNT)
               MOVE ZERO TO CT-ACT-GAL (WS-COMP-COUNT)
               MOVE ZERO TO CT-COMP-DATE (WS-COMP-COUNT)
               MOVE "B" TO CT-STATUS (WS-COMP-COUNT)
           END-IF.

      *    SAME PICK AS COBCMS01: THE LABOR RATE FROM THE LOADED RATE
      *    SET WITH THE LATEST EFFECTIVE DATE AT OR BEFORE THE
      *    ESTIMATE DATE, OR THE BUILT-IN DEFAULT WHEN NONE COVERS IT.
       2090-SELECT-RATES.
           MOVE PAINT-DATE TO WS-EST-DATE-N.
           MOVE ZERO TO WS-BEST-SUB.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF RTE-EFF-DATE (WS-RATE-SUB) <= WS-EST-DATE-N
                   IF WS-BEST-SUB = ZERO
                       MOVE WS-RATE-SUB TO WS-BEST-SUB
                   ELSE
                       IF RTE-EFF-DATE (WS-RATE-SUB) >
                          RTE-EFF-DATE (WS-BEST-SUB)
                           MOVE WS-RATE-SUB TO WS-BEST-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-BEST-SUB > ZERO
               MOVE RTE-LABOR-RATE (WS-BEST-SUB) TO C-LABOR-RATE
           ELSE
               MOVE 23.55 TO C-LABOR-RATE
           END-IF.

      *    ROOM RECORDS THAT DO NOT FOLLOW THEIR OWN ESTIMATE'S HEADER
      *    BELONG TO NO JOB AND ARE PASSED OVER, AS COBCMS01 DOES.
       2000-MAINLINE.
           IF PAINT-REC-TYPE = "H"
               PERFORM 2300-START-JOB
           ELSE
               IF WS-EST-OPEN = "YES" AND PAINT-EST-NO = H-EST-NO
                   PERFORM 2100-COUNT-ROOM
                   PERFORM 2150-ACTUALS
               END-IF
           END-IF.
           PERFORM 9000-READ.

       2300-START-JOB.
           IF WS-EST-OPEN = "YES"
               PERFORM 2350-FINISH-JOB
           END-IF.

           MOVE PAINT-EST-NO TO H-EST-NO.
           MOVE PAINT-CUST-NO TO H-CUST-NO.
           PERFORM 2090-SELECT-RATES.
           MOVE ZERO TO H-COMP-DATE.
           MOVE ZERO TO C-JOB-ROOMS.
           MOVE ZERO TO C-JOB-DONE-ROOMS.
           MOVE ZERO TO C-JOB-EST-HOURS.
           MOVE ZERO TO C-JOB-ACT-HOURS.
           MOVE ZERO TO C-JOB-EST-LABOR.
           MOVE ZERO TO C-JOB-ACT-LABOR.
           MOVE ZERO TO C-JOB-EST-PAINT.
           MOVE ZERO TO C-JOB-ACT-PAINT.
           MOVE ZERO TO C-JOB-EST-TOTAL.
           MOVE ZERO TO C-JOB-EST-GAL.
           MOVE ZERO TO WS-JT-COUNT.
           PERFORM 2310-GET-PRICED.
           MOVE "YES" TO WS-EST-OPEN.

      *    THE ESTIMATE SIDE IS COBCMS01'S PRICED RECORD AS WRITTEN,
      *    SO IT TIES TO PJOBEST.PRT TO THE PENNY. THE ESTIMATED HOURS
      *    ARE THE LABOR DOLLARS BACK AT THE RATE THEY WERE BUILT ON.
       2310-GET-PRICED.
           MOVE PAINT-EST-NO TO PP-EST-NO.
           READ PRICED-ESTIMATES
               INVALID KEY
                   MOVE "NO" TO H-PRICED
               NOT INVALID KEY
                   MOVE "YES" TO H-PRICED
           END-READ.
           IF H-PRICED = "YES"
               MOVE PP-LABOR-EST TO C-JOB-EST-LABOR
               MOVE PP-PAINT-EST TO C-JOB-EST-PAINT
               MOVE PP-TOTAL-EST TO C-JOB-EST-TOTAL
               IF C-LABOR-RATE > ZERO
                   COMPUTE C-JOB-EST-HOURS ROUNDED =
                       PP-LABOR-EST / C-LABOR-RATE
               END-IF
               PERFORM VARYING WS-PP-SUB FROM 1 BY 1
                   UNTIL WS-PP-SUB > PP-TYPE-COUNT
                      OR WS-PP-SUB > 10
                   IF PP-TYPE-CD (WS-PP-SUB) NOT = SPACE
                       MOVE PP-TYPE-CD (WS-PP-SUB) TO WS-FIND-CODE
                       PERFORM 2180-FIND-JOB-TYPE
                       ADD PP-TYPE-GAL (WS-PP-SUB)
                           TO JT-EST-GAL (WS-TYPE-SUB)
                       ADD PP-TYPE-GAL (WS-PP-SUB) TO C-JOB-EST-GAL
                   END-IF
               END-PERFORM
           END-IF.

      *    EACH ROOM COUNTS TOWARD THE JOB AND TOWARD ITS PAINT TYPE.
       2100-COUNT-ROOM.
           ADD 1 TO C-JOB-ROOMS.
           MOVE PAINT-TYPE-CD TO WS-FIND-CODE.
           PERFORM 2180-FIND-JOB-TYPE.
           ADD 1 TO JT-ROOMS (WS-TYPE-SUB).

      *    PICKS UP EVERY COMPLETION RECORD FOR THIS ESTIMATE AND ROOM.
      *    GALLONS ARE PRICED AT THE ROOM'S PRICE PER GALLON AND HOURS
      *    AT THE LABOR RATE IN FORCE FOR THE ESTIMATE, AND BOTH LAND
      *    UNDER THE TYPE THE CREW ACTUALLY USED. THE JOB'S COMPLETION
      *    DATE IS ITS LATEST ROOM COMPLETION.
       2150-ACTUALS.
           MOVE "NO" TO WS-ROOM-FOUND.
           MOVE ZERO TO C-ROOM-ACT-HOURS.
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
               UNTIL WS-COMP-SUB > WS-COMP-COUNT
               IF CT-STATUS (WS-COMP-SUB) = "N"
                  AND CT-EST-NO (WS-COMP-SUB) = H-EST-NO
                  AND CT-ROOM-NO (WS-COMP-SUB) = PAINT-ROOM-NO
                   MOVE "Y" TO CT-STATUS (WS-COMP-SUB)
                   MOVE "YES" TO WS-ROOM-FOUND
                   ADD CT-ACT-HOURS (WS-COMP-SUB) TO C-ROOM-ACT-HOURS
                   MOVE CT-ACT-GAL (WS-COMP-SUB) TO C-ROOM-ACT-GAL
                   MULTIPLY C-ROOM-ACT-GAL BY PAINT-PRICE-GAL
                       GIVING C-ROOM-ACT-PAINT
                   ADD C-ROOM-ACT-PAINT TO C-JOB-ACT-PAINT
                   COMPUTE C-ACT-LABOR ROUNDED =
                       CT-ACT-HOURS (WS-COMP-SUB) * C-LABOR-RATE
                   ADD C-ACT-LABOR TO C-JOB-ACT-LABOR
                   MOVE CT-PAINT-TYPE (WS-COMP-SUB) TO WS-FIND-CODE
                   PERFORM 2180-FIND-JOB-TYPE
                   ADD C-ROOM-ACT-GAL TO JT-ACT-GAL (WS-TYPE-SUB)
                   ADD C-ROOM-ACT-PAINT TO JT-ACT-PAINT (WS-TYPE-SUB)
                   ADD C-ACT-LABOR TO JT-ACT-LABOR (WS-TYPE-SUB)
                   IF CT-COMP-DATE (WS-COMP-SUB) > H-COMP-DATE
                       MOVE CT-COMP-DATE (WS-COMP-SUB) TO H-COMP-DATE
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-ROOM-FOUND = "YES"
               ADD 1 TO C-JOB-DONE-ROOMS
               ADD C-ROOM-ACT-HOURS TO C-JOB-ACT-HOURS
           END-IF.

      *    LEAVES IN WS-TYPE-SUB THE JOB'S ENTRY FOR PAINT TYPE CODE
      *    WS-FIND-CODE, ADDING IT IF IT IS NEW TO THE JOB.
       2180-FIND-JOB-TYPE.
           MOVE ZERO TO WS-TYPE-SUB.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-JT-COUNT
                  OR WS-TYPE-SUB > ZERO
               IF JT-CODE (WS-SCAN-SUB) = WS-FIND-CODE
                   MOVE WS-SCAN-SUB TO WS-TYPE-SUB
               END-IF
           END-PERFORM.
           IF WS-TYPE-SUB = ZERO
               IF WS-JT-COUNT < 20
                   ADD 1 TO WS-JT-COUNT
                   MOVE WS-JT-COUNT TO WS-TYPE-SUB
                   MOVE ZERO TO JOB-TYPE-ENTRY (WS-TYPE-SUB)
                   IF WS-JT-COUNT = 20
                       MOVE "*" TO JT-CODE (WS-TYPE-SUB)
                   ELSE
                       MOVE WS-FIND-CODE TO JT-CODE (WS-TYPE-SUB)
                   END-IF
               ELSE
                   MOVE 20 TO WS-TYPE-SUB
               END-IF
           END-IF.

      *    THE SAME FOR THE RUN TOTALS, LEAVING THE ENTRY IN
      *    WS-SCAN-SUB.
       2190-FIND-RUN-TYPE.
           MOVE ZERO TO WS-SCAN-SUB.
           PERFORM VARYING WS-PP-SUB FROM 1 BY 1
               UNTIL WS-PP-SUB > WS-TT-COUNT
                  OR WS-SCAN-SUB > ZERO
               IF TT-CODE (WS-PP-SUB) = WS-FIND-CODE
                   MOVE WS-PP-SUB TO WS-SCAN-SUB
               END-IF
           END-PERFORM.
           IF WS-SCAN-SUB = ZERO
               IF WS-TT-COUNT < 20
                   ADD 1 TO WS-TT-COUNT
                   MOVE WS-TT-COUNT TO WS-SCAN-SUB
                   MOVE ZERO TO TT-ENTRY (WS-SCAN-SUB)
                   IF WS-TT-COUNT = 20
                       MOVE "*" TO TT-CODE (WS-SCAN-SUB)
                   ELSE
                       MOVE WS-FIND-CODE TO TT-CODE (WS-SCAN-SUB)
                   END-IF
               ELSE
                   MOVE 20 TO WS-SCAN-SUB
               END-IF
           END-IF.

      *    CLOSES OUT THE JOB IN PROGRESS. NO ROOMS REPORTED MEANS THE
      *    JOB IS NOT DONE AND IS PASSED OVER QUIETLY; SOME BUT NOT ALL
      *    IS A PARTIAL; ALL ROOMS REPORTED COSTS THE JOB, PROVIDED
      *    COBCMS01 HAS PRICED IT.
       2350-FINISH-JOB.
           MOVE "NO" TO WS-EST-OPEN.
           IF C-JOB-DONE-ROOMS = ZERO
               CONTINUE
           ELSE
               IF C-JOB-DONE-ROOMS < C-JOB-ROOMS
                   PERFORM 2360-PARTIAL-JOB
               ELSE
                   IF H-PRICED = "NO"
                       PERFORM 2370-UNPRICED-JOB
                   ELSE
                       PERFORM 2400-COST-JOB
                   END-IF
               END-IF
           END-IF.

       2360-PARTIAL-JOB.
           ADD 1 TO C-PARTIAL-CTR.
           MOVE H-EST-NO TO O-PT-EST-NO.
           MOVE H-CUST-NO TO O-PT-CUST-NO.
           MOVE C-JOB-DONE-ROOMS TO O-PT-DONE.
           MOVE C-JOB-ROOMS TO O-PT-ROOMS.
           WRITE PRTLINE FROM PARTIAL-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

       2370-UNPRICED-JOB.
           ADD 1 TO C-UNPRICED-CTR.
           MOVE H-EST-NO TO O-UP-EST-NO.
           MOVE H-CUST-NO TO O-UP-CUST-NO.
           WRITE PRTLINE FROM UNPRICED-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

      *    VARIANCES ARE ACTUAL LESS ESTIMATE. THE MARGIN PERCENT AND
      *    THE OVERRUN PERCENT ARE BOTH TAKEN ON THE ESTIMATE TOTAL.
       2400-COST-JOB.
           ADD 1 TO C-JOB-CTR.
           ADD C-JOB-ACT-LABOR C-JOB-ACT-PAINT GIVING C-JOB-ACT-TOTAL.
           COMPUTE WS-LABOR-VAR = C-JOB-ACT-LABOR - C-JOB-EST-LABOR.
           COMPUTE WS-PAINT-VAR = C-JOB-ACT-PAINT - C-JOB-EST-PAINT.
           COMPUTE WS-MARGIN = C-JOB-EST-TOTAL - C-JOB-ACT-TOTAL.
           COMPUTE WS-OVER-AMT = C-JOB-ACT-TOTAL - C-JOB-EST-TOTAL.
           IF C-JOB-EST-TOTAL > ZERO
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-MARGIN * 100 / C-JOB-EST-TOTAL
                   ON SIZE ERROR
                       MOVE -999.9 TO WS-MARGIN-PCT
               END-COMPUTE
               COMPUTE WS-OVER-PCT ROUNDED =
                   WS-OVER-AMT * 100 / C-JOB-EST-TOTAL
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-OVER-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-MARGIN-PCT
               IF C-JOB-ACT-TOTAL > ZERO
                   MOVE 99999.9 TO WS-OVER-PCT
               ELSE
                   MOVE ZERO TO WS-OVER-PCT
               END-IF
           END-IF.

           MOVE SPACES TO O-FLAG.
           IF WS-OVER-PCT > WS-OVERRUN-PCT
               MOVE "OVERRUN" TO O-FLAG
               ADD 1 TO C-OVERRUN-CTR
           END-IF.

           MOVE H-EST-NO TO O-EST-NO.
           MOVE H-CUST-NO TO O-CUST-NO.
           MOVE H-COMP-DATE TO WS-YMD-DATE.
           MOVE WS-YMD-MM TO WS-MDY-MM.
           MOVE WS-YMD-DD TO WS-MDY-DD.
           MOVE WS-YMD-YY TO WS-MDY-YY.
           MOVE WS-MDY-DATE-N TO O-COMP-DATE.
           MOVE C-JOB-EST-HOURS TO O-EST-HOURS.
           MOVE C-JOB-ACT-HOURS TO O-ACT-HOURS.
           MOVE C-JOB-EST-LABOR TO O-EST-LABOR.
           MOVE C-JOB-ACT-LABOR TO O-ACT-LABOR.
           MOVE WS-LABOR-VAR TO O-LABOR-VAR.
           MOVE C-JOB-EST-PAINT TO O-EST-PAINT.
           MOVE C-JOB-ACT-PAINT TO O-ACT-PAINT.
           MOVE WS-PAINT-VAR TO O-PAINT-VAR.
           MOVE WS-MARGIN TO O-MARGIN.
           MOVE WS-MARGIN-PCT TO O-MARGIN-PCT.
           WRITE PRTLINE FROM JOB-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

           PERFORM 2450-ROLL-MONTH.

           ADD 1 TO GT-JOBS.
           ADD C-JOB-EST-LABOR TO GT-EST-LABOR.
           ADD C-JOB-ACT-LABOR TO GT-ACT-LABOR.
           ADD C-JOB-EST-PAINT TO GT-EST-PAINT.
           ADD C-JOB-ACT-PAINT TO GT-ACT-PAINT.
           IF O-FLAG NOT = SPACES
               ADD 1 TO GT-OVERRUNS
           END-IF.

           PERFORM 2420-SHARE-ESTIMATE.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-JT-COUNT
               MOVE JT-CODE (WS-TYPE-SUB) TO WS-FIND-CODE
               PERFORM 2190-FIND-RUN-TYPE
               ADD JT-ROOMS (WS-TYPE-SUB) TO TT-ROOMS (WS-SCAN-SUB)
               ADD JT-EST-GAL (WS-TYPE-SUB) TO TT-EST-GAL (WS-SCAN-SUB)
               ADD JT-ACT-GAL (WS-TYPE-SUB) TO TT-ACT-GAL (WS-SCAN-SUB)
               ADD JT-EST-LABOR (WS-TYPE-SUB)
                   TO TT-EST-LABOR (WS-SCAN-SUB)
               ADD JT-EST-PAINT (WS-TYPE-SUB)
                   TO TT-EST-PAINT (WS-SCAN-SUB)
               ADD JT-ACT-LABOR (WS-TYPE-SUB)
                   TO TT-ACT-LABOR (WS-SCAN-SUB)
               ADD JT-ACT-PAINT (WS-TYPE-SUB)
                   TO TT-ACT-PAINT (WS-SCAN-SUB)
           END-PERFORM.

      *    SHARES THE JOB'S ESTIMATED LABOR AND PAINT ACROSS ITS PAINT
      *    TYPES BY ESTIMATED GALLONS. THE SHARES ARE TRUNCATED AND
      *    THE LAST TYPE WITH GALLONS TAKES WHAT IS LEFT, SO THEY ADD
      *    BACK TO THE PRICED FIGURES TO THE PENNY.
       2420-SHARE-ESTIMATE.
           MOVE ZERO TO WS-LAST-EST-SUB.
           MOVE ZERO TO C-SHARED-LABOR.
           MOVE ZERO TO C-SHARED-PAINT.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-JT-COUNT
               IF JT-EST-GAL (WS-TYPE-SUB) > ZERO
                   MOVE WS-TYPE-SUB TO WS-LAST-EST-SUB
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-JT-COUNT
               IF JT-EST-GAL (WS-TYPE-SUB) > ZERO
                   IF WS-TYPE-SUB = WS-LAST-EST-SUB
                       COMPUTE JT-EST-LABOR (WS-TYPE-SUB) =
                           C-JOB-EST-LABOR - C-SHARED-LABOR
                       COMPUTE JT-EST-PAINT (WS-TYPE-SUB) =
                           C-JOB-EST-PAINT - C-SHARED-PAINT
                   ELSE
                       COMPUTE JT-EST-LABOR (WS-TYPE-SUB) =
                           C-JOB-EST-LABOR * JT-EST-GAL (WS-TYPE-SUB)
                           / C-JOB-EST-GAL
                       COMPUTE JT-EST-PAINT (WS-TYPE-SUB) =
                           C-JOB-EST-PAINT * JT-EST-GAL (WS-TYPE-SUB)
                           / C-JOB-EST-GAL
                       ADD JT-EST-LABOR (WS-TYPE-SUB) TO C-SHARED-LABOR
                       ADD JT-EST-PAINT (WS-TYPE-SUB) TO C-SHARED-PAINT
                   END-IF
               END-IF
           END-PERFORM.

      *    FINDS THE JOB'S COMPLETION MONTH IN THE MONTH TABLE, OR
      *    OPENS A SLOT FOR IT IN MONTH ORDER BY SHIFTING THE LATER
      *    MONTHS DOWN ONE. A JOB PAST THE SIXTIETH MONTH ROLLS INTO
      *    THE LAST SLOT RATHER THAN BEING LOST FROM THE SUMMARY.
       2450-ROLL-MONTH.
           COMPUTE WS-MO-KEY = H-COMP-DATE / 100.
           MOVE 1 TO WS-MO-SUB.
           PERFORM UNTIL WS-MO-SUB > WS-MO-COUNT
                      OR MT-KEY (WS-MO-SUB) >= WS-MO-KEY
               ADD 1 TO WS-MO-SUB
           END-PERFORM.

           IF WS-MO-SUB > WS-MO-COUNT
              OR MT-KEY (WS-MO-SUB) NOT = WS-MO-KEY
               IF WS-MO-COUNT < 60
                   PERFORM VARYING WS-SHIFT-SUB FROM WS-MO-COUNT BY -1
                       UNTIL WS-SHIFT-SUB < WS-MO-SUB
                       MOVE MT-ENTRY (WS-SHIFT-SUB)
                           TO MT-ENTRY (WS-SHIFT-SUB + 1)
                   END-PERFORM
                   ADD 1 TO WS-MO-COUNT
                   MOVE ZERO TO MT-ENTRY (WS-MO-SUB)
                   MOVE WS-MO-KEY TO MT-KEY (WS-MO-SUB)
               ELSE
                   MOVE 60 TO WS-MO-SUB
               END-IF
           END-IF.

           ADD 1 TO MT-JOBS (WS-MO-SUB).
           ADD C-JOB-EST-LABOR TO MT-EST-LABOR (WS-MO-SUB).
           ADD C-JOB-ACT-LABOR TO MT-ACT-LABOR (WS-MO-SUB).
           ADD C-JOB-EST-PAINT TO MT-EST-PAINT (WS-MO-SUB).
           ADD C-JOB-ACT-PAINT TO MT-ACT-PAINT (WS-MO-SUB).
           IF O-FLAG NOT = SPACES
               ADD 1 TO MT-OVERRUNS (WS-MO-SUB)
           END-IF.

       3000-CLOSING.
           IF WS-EST-OPEN = "YES"
               PERFORM 2350-FINISH-JOB
           END-IF.
           PERFORM 3100-MONTH-SUMMARY.
           PERFORM 3200-TYPE-SUMMARY.
           PERFORM 3400-EXCEPTIONS.

           MOVE C-JOB-CTR TO O-RC-JOBS.
           MOVE C-OVERRUN-CTR TO O-RC-OVERRUNS.
           MOVE C-PARTIAL-CTR TO O-RC-PARTIAL.
           MOVE C-EXCEPT-CTR TO O-RC-EXCEPT.
           MOVE C-UNPRICED-CTR TO O-RC-UNPRICED.
           WRITE PRTLINE FROM RUN-COUNT-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PAINT-MASTER.
           CLOSE PRICED-ESTIMATES.
           CLOSE PRTOUT.

       3100-MONTH-SUMMARY.
           MOVE "SUMMARY BY COMPLETION MONTH" TO O-SECTION-TITLE.
           WRITE PRTLINE FROM SECTION-TITLE-LINE
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM MONTH-HDINGS
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

           PERFORM VARYING WS-MO-SUB FROM 1 BY 1
               UNTIL WS-MO-SUB > WS-MO-COUNT
               MOVE SPACES TO O-MO-LABEL
               STRING MT-KEY (WS-MO-SUB) (1:4) DELIMITED BY SIZE
                      "/"                      DELIMITED BY SIZE
                      MT-KEY (WS-MO-SUB) (5:2) DELIMITED BY SIZE
                      INTO O-MO-LABEL
               MOVE MT-JOBS (WS-MO-SUB) TO SH-JOBS
               MOVE MT-OVERRUNS (WS-MO-SUB) TO SH-OVERRUNS
               MOVE MT-EST-LABOR (WS-MO-SUB) TO SH-EST-LABOR
               MOVE MT-ACT-LABOR (WS-MO-SUB) TO SH-ACT-LABOR
               MOVE MT-EST-PAINT (WS-MO-SUB) TO SH-EST-PAINT
               MOVE MT-ACT-PAINT (WS-MO-SUB) TO SH-ACT-PAINT
               PERFORM 3300-SUMMARY-LINE
           END-PERFORM.

           MOVE "ALL" TO O-MO-LABEL.
           MOVE GT-JOBS TO SH-JOBS.
           MOVE GT-OVERRUNS TO SH-OVERRUNS.
           MOVE GT-EST-LABOR TO SH-EST-LABOR.
           MOVE GT-ACT-LABOR TO SH-ACT-LABOR.
           MOVE GT-EST-PAINT TO SH-EST-PAINT.
           MOVE GT-ACT-PAINT TO SH-ACT-PAINT.
           PERFORM 3300-SUMMARY-LINE.

      *    THE FIRST LINE FOR A TYPE COMPARES ESTIMATED AND ACTUAL
      *    GALLONS -- A STEADY POSITIVE GALLON VARIANCE ON A TYPE MEANS
      *    ITS COVERAGE FIGURE ON PNTRATE.DAT IS TOO GENEROUS. THE
      *    SECOND GIVES THE TYPE'S REVENUE, COST, AND MARGIN, THE
      *    MARGIN PERCENT TAKEN ON THE REVENUE AS FOR A JOB.
       3200-TYPE-SUMMARY.
           MOVE "SUMMARY BY PAINT TYPE" TO O-SECTION-TITLE.
           WRITE PRTLINE FROM SECTION-TITLE-LINE
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM TYPE-HDINGS
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TT-COUNT
               COMPUTE WS-GAL-VAR = TT-ACT-GAL (WS-TYPE-SUB)
                                  - TT-EST-GAL (WS-TYPE-SUB)
               IF TT-EST-GAL (WS-TYPE-SUB) > ZERO
                   COMPUTE WS-GAL-PCT ROUNDED =
                       WS-GAL-VAR * 100 / TT-EST-GAL (WS-TYPE-SUB)
                       ON SIZE ERROR
                           MOVE 999.9 TO WS-GAL-PCT
                   END-COMPUTE
               ELSE
                   MOVE ZERO TO WS-GAL-PCT
               END-IF
               COMPUTE WS-TY-PAINT-VAR = TT-ACT-PAINT (WS-TYPE-SUB)
                                       - TT-EST-PAINT (WS-TYPE-SUB)
               PERFORM 3250-TYPE-NAME
               MOVE TT-ROOMS (WS-TYPE-SUB) TO O-TY-ROOMS
               MOVE TT-EST-GAL (WS-TYPE-SUB) TO O-TY-EST-GAL
               MOVE TT-ACT-GAL (WS-TYPE-SUB) TO O-TY-ACT-GAL
               MOVE WS-GAL-VAR TO O-TY-GAL-VAR
               MOVE WS-GAL-PCT TO O-TY-GAL-PCT
               MOVE TT-EST-PAINT (WS-TYPE-SUB) TO O-TY-EST-PAINT
               MOVE TT-ACT-PAINT (WS-TYPE-SUB) TO O-TY-ACT-PAINT
               MOVE WS-TY-PAINT-VAR TO O-TY-PAINT-VAR
               WRITE PRTLINE FROM TYPE-LINE
                   AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
               PERFORM 3260-TYPE-MARGIN
           END-PERFORM.

       3250-TYPE-NAME.
           EVALUATE TT-CODE (WS-TYPE-SUB)
               WHEN "P"
                   MOVE "PRIMER" TO WS-TY-DESC
               WHEN "E"
                   MOVE "ENAMEL" TO WS-TY-DESC
               WHEN "*"
                   MOVE "ALL OTHER" TO WS-TY-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-TY-DESC
           END-EVALUATE.
           MOVE SPACES TO O-TY-NAME.
           STRING TT-CODE (WS-TYPE-SUB) DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  WS-TY-DESC            DELIMITED BY SIZE
               INTO O-TY-NAME
           END-STRING.

       3260-TYPE-MARGIN.
           ADD TT-EST-LABOR (WS-TYPE-SUB) TT-EST-PAINT (WS-TYPE-SUB)
               GIVING WS-TY-REVENUE.
           ADD TT-ACT-LABOR (WS-TYPE-SUB) TT-ACT-PAINT (WS-TYPE-SUB)
               GIVING WS-TY-ACT-COST.
           COMPUTE WS-TY-MARGIN = WS-TY-REVENUE - WS-TY-ACT-COST.
           IF WS-TY-REVENUE > ZERO
               COMPUTE WS-TY-MARGIN-PCT ROUNDED =
                   WS-TY-MARGIN * 100 / WS-TY-REVENUE
                   ON SIZE ERROR
                       MOVE -999.9 TO WS-TY-MARGIN-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-TY-MARGIN-PCT
           END-IF.
           MOVE WS-TY-REVENUE TO O-TY-REVENUE.
           MOVE TT-ACT-LABOR (WS-TYPE-SUB) TO O-TY-ACT-LABOR.
           MOVE WS-TY-ACT-COST TO O-TY-ACT-COST.
           MOVE WS-TY-MARGIN TO O-TY-MARGIN.
           MOVE WS-TY-MARGIN-PCT TO O-TY-MARGIN-PCT.
           WRITE PRTLINE FROM TYPE-MARGIN-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

       3300-SUMMARY-LINE.
           ADD SH-EST-LABOR SH-EST-PAINT GIVING SH-EST-TOTAL.
           ADD SH-ACT-LABOR SH-ACT-PAINT GIVING SH-ACT-TOTAL.
           COMPUTE SH-LABOR-VAR = SH-ACT-LABOR - SH-EST-LABOR.
           COMPUTE SH-PAINT-VAR = SH-ACT-PAINT - SH-EST-PAINT.
           COMPUTE SH-MARGIN = SH-EST-TOTAL - SH-ACT-TOTAL.
           IF SH-EST-TOTAL > ZERO
               COMPUTE SH-MARGIN-PCT ROUNDED =
                   SH-MARGIN * 100 / SH-EST-TOTAL
                   ON SIZE ERROR
                       MOVE -999.9 TO SH-MARGIN-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO SH-MARGIN-PCT
           END-IF.

           MOVE SH-JOBS TO O-MO-JOBS.
           MOVE SH-EST-LABOR TO O-MO-EST-LABOR.
           MOVE SH-ACT-LABOR TO O-MO-ACT-LABOR.
           MOVE SH-LABOR-VAR TO O-MO-LABOR-VAR.
           MOVE SH-EST-PAINT TO O-MO-EST-PAINT.
           MOVE SH-ACT-PAINT TO O-MO-ACT-PAINT.
           MOVE SH-PAINT-VAR TO O-MO-PAINT-VAR.
           MOVE SH-MARGIN TO O-MO-MARGIN.
           MOVE SH-MARGIN-PCT TO O-MO-MARGIN-PCT.
           MOVE SH-OVERRUNS TO O-MO-OVERRUNS.
           WRITE PRTLINE FROM MONTH-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

      *    COMPLETION RECORDS THAT FAILED THE EDITS (B) OR NEVER
      *    MATCHED A ROOM ON AN ESTIMATE (STILL N) ARE LISTED SO THE
      *    CREW LEAD CAN CORRECT AND REKEY THEM.
       3400-EXCEPTIONS.
           MOVE "COMPLETION RECORDS NOT COSTED" TO O-SECTION-TITLE.
           WRITE PRTLINE FROM SECTION-TITLE-LINE
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
               UNTIL WS-COMP-SUB > WS-COMP-COUNT
               IF CT-STATUS (WS-COMP-SUB) NOT = "Y"
                   ADD 1 TO C-EXCEPT-CTR
                   MOVE CT-EST-NO (WS-COMP-SUB) TO O-EX-EST-NO
                   MOVE CT-ROOM-NO (WS-COMP-SUB) TO O-EX-ROOM-NO
                   MOVE CT-PAINT-TYPE (WS-COMP-SUB) TO O-EX-TYPE
                   IF CT-STATUS (WS-COMP-SUB) = "B"
                       MOVE CT-REASON (WS-COMP-SUB) TO O-EX-REASON
                   ELSE
                       MOVE "NO SUCH ESTIMATE AND ROOM ON PAINTEST"
                           TO O-EX-REASON
                   END-IF
                   WRITE PRTLINE FROM EXCEPT-LINE
                       AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9100-HEADINGS
               END-IF
           END-PERFORM.

       9000-READ.
           READ PAINT-MASTER
           AT END
               MOVE "NO" TO MORE-RECS.

       9100-HEADINGS.
           ADD 1 TO C-PCTR
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COLUMN-HDINGS1
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM COLUMN-HDINGS2
               BEFORE ADVANCING 1 LINES.
