       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCMS49.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         COLBY SNOW.
       DATE-COMPILED.
      ******************************************************************
      *THIS PROGRAM IS THE NIGHTLY REPORT DISTRIBUTION RUN. IT RUNS
      *AFTER THE COBCMS15 ARCHIVE STEP AND BUILDS ONE BUNDLE FILE PER
      *RECIPIENT (C:\IHCC\COBOL\BUNDLE\<RECIPIENT>.<YYYYMMDD>.PRT) SO
      *THE MORNING HAND-OUT IS ONE FILE PER DESK INSTEAD OF SOMEONE
      *SORTING TWENTY-ODD .PRT AND .CSV FILES BY MEMORY.
      *
      *THE DISTRIBUTION MASTER (DISTMST.DAT) HOLDS TWO RECORD TYPES:
      *  R - A RECIPIENT: ID, NAME/DESK, AND THE HIGHEST
      *      CONFIDENTIALITY CLASS THE RECIPIENT IS CLEARED FOR
      *  D - A DISTRIBUTION: RECIPIENT ID, REPORT FILE NAME, NUMBER
      *      OF COPIES, THE REPORT'S CONFIDENTIALITY CLASS, AND THE
      *      PATH THE REPORT IS WRITTEN TO (BLANK = C:\IHCC\COBOL\
      *      FOLLOWED BY THE FILE NAME)
      *CLASSES ARE G (GENERAL), C (CONFIDENTIAL) AND R (RESTRICTED -
      *STUDENT RECORDS SUCH AS STDNTRPT.PRT, TRNSCRPT.PRT AND
      *STDLETTR.PRT). A REPORT IS ONLY BUNDLED FOR A RECIPIENT CLEARED
      *AT OR ABOVE ITS CLASS; OTHERWISE IT IS WITHHELD, LISTED AS SUCH
      *ON THE RECIPIENT'S CONTENTS PAGE, AND FLAGGED ON THE RUN
      *REPORT. A BLANK OR UNKNOWN CLASS IS TAKEN AS R AND A BLANK OR
      *UNKNOWN CLEARANCE AS G, SO A KEYING SLIP CAN ONLY HOLD A REPORT
      *BACK, NEVER SEND STUDENT DATA TO THE WRONG DESK.
      *
      *A REPORT COBCMS15 ARCHIVED TONIGHT (ITS ARCHCAT.DAT ROW FOR
      *THE RUN DATE) IS TAKEN FROM THE ARCHIVE COPY, THE SAME PAGES
      *THE RETENTION POLICY KEEPS; ANY OTHER REPORT IS TAKEN FROM ITS
      *LIVE PATH. EACH BUNDLE OPENS WITH A BANNER PAGE AND A TABLE OF
      *CONTENTS, THEN EACH REPORT IN MASTER ORDER, ONCE PER COPY,
      *BEHIND A SECTION HEADER. A REPORT WHOSE FILE IS MISSING OR
      *EMPTY GETS A "NOT PRODUCED TONIGHT" PAGE IN ITS PLACE.
      *
      *EVERY REPORT ROUTED TO EVERY RECIPIENT - DELIVERED, NOT
      *PRODUCED, OR WITHHELD - IS APPENDED TO THE DELIVERY LOG
      *(DISTLOG.DAT) WITH THE RUN DATE, TIME, COPIES, CLASS, LINES
      *AND SOURCE FILE, SO THE OFFICE CAN SHOW WHAT WENT TO WHOM ON
      *ANY NIGHT. THE RUN IS SUMMARIZED ON DISTRUN.PRT. RETURN-CODE
      *8 WHEN THERE IS NO MASTER, 4 WHEN A REPORT WAS WITHHELD OR A
      *MASTER RECORD WAS REJECTED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL DIST-MASTER
               ASSIGN TO "C:\IHCC\COBOL\DISTMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCH-CATALOG
               ASSIGN TO "C:\IHCC\COBOL\ARCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PRT-IN
               ASSIGN TO WS-SRC-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CSV-IN
               ASSIGN TO WS-SRC-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUNDLE-FILE
               ASSIGN TO WS-BUNDLE-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL DELIVERY-LOG
               ASSIGN TO "C:\IHCC\COBOL\DISTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-DATE-PARM
               ASSIGN TO "C:\IHCC\COBOL\RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO "C:\IHCC\COBOL\DISTRUN.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  DIST-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS DM-REC
           RECORD CONTAINS 90 CHARACTERS.

       01 DM-REC.
           05 DM-REC-TYPE          PIC X.
           05 DM-RECIP-BODY.
               10 DM-RECIP-ID      PIC X(10).
               10 DM-RECIP-NAME    PIC X(30).
               10 DM-CLEARANCE     PIC X.
               10 FILLER           PIC X(48).
           05 DM-DIST-BODY REDEFINES DM-RECIP-BODY.
               10 DM-DIST-RECIP    PIC X(10).
               10 DM-REPORT        PIC X(12).
               10 DM-COPIES        PIC 9.
               10 DM-CLASS         PIC X.
               10 DM-SRC-PATH      PIC X(65).

      *    SAME LAYOUT COBCMS15 APPENDS AND COBCMS16 PRUNES.
       FD  ARCH-CATALOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AC-REC
           RECORD CONTAINS 84 CHARACTERS.

       01 AC-REC.
           05 AC-BASE          PIC X(8).
           05 AC-EXT           PIC X(3).
           05 AC-DATE          PIC 9(8).
           05 AC-PATH          PIC X(65).

       FD  PRT-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS PRT-IN-REC
           RECORD CONTAINS 132 CHARACTERS.

       01 PRT-IN-REC       PIC X(132).

       FD  CSV-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-IN-REC
           RECORD CONTAINS 132 CHARACTERS.

       01 CSV-IN-REC       PIC X(132).

       FD  BUNDLE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS BUNDLE-LINE.

       01 BUNDLE-LINE      PIC X(132).

      *    ONE ROW PER REPORT PER RECIPIENT PER RUN. STATUS D =
      *    DELIVERED, N = NOT PRODUCED TONIGHT, W = WITHHELD.
       FD  DELIVERY-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS DL-REC
           RECORD CONTAINS 110 CHARACTERS.

       01 DL-REC.
           05 DL-RUN-DATE      PIC 9(8).
           05 DL-TIME.
               10 DL-HH        PIC 99.
               10 DL-MI        PIC 99.
               10 DL-SS        PIC 99.
           05 DL-RECIP-ID      PIC X(10).
           05 DL-REPORT        PIC X(12).
           05 DL-COPIES        PIC 9.
           05 DL-CLASS         PIC X.
           05 DL-STATUS        PIC X.
           05 DL-LINES         PIC 9(6).
           05 DL-SOURCE        PIC X(65).

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

       01 PRTLINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05 C-PCTR           PIC 9(2)    VALUE 0.
           05 C-REJECT-CTR     PIC 9(3)    VALUE 0.
           05 C-WARN-CTR       PIC 9(3)    VALUE 0.
           05 C-BUNDLE-CTR     PIC 9(3)    VALUE 0.
           05 C-DELIVER-CTR    PIC 9(4)    VALUE 0.
           05 C-NOTPROD-CTR    PIC 9(4)    VALUE 0.
           05 C-WITHHELD-CTR   PIC 9(4)    VALUE 0.
           05 C-TABLE-DROP     PIC 9(3)    VALUE 0.
           05 C-LINE-CTR       PIC 9(6)    VALUE 0.
           05 C-SECTION-CTR    PIC 99      VALUE 0.
           05 MORE-RECS        PIC X(3)    VALUE "YES".
           05 WS-RUN-DATE      PIC 9(8)    VALUE 0.
           05 WS-SRC-PATH      PIC X(65)   VALUE SPACES.
           05 WS-BUNDLE-PATH   PIC X(65)   VALUE SPACES.
           05 WS-RECIP-SUB     PIC 99      VALUE 0.
           05 WS-RECIP-COUNT   PIC 99      VALUE 0.
           05 WS-ROUTE-SUB     PIC 999     VALUE 0.
           05 WS-ROUTE-COUNT   PIC 999     VALUE 0.
           05 WS-CAT-SUB       PIC 99      VALUE 0.
           05 WS-CAT-COUNT     PIC 99      VALUE 0.
           05 WS-COPY-SUB      PIC 9       VALUE 0.
           05 WS-FOUND         PIC X(3)    VALUE "NO".
           05 WS-RPT-BASE      PIC X(8)    VALUE SPACES.
           05 WS-RPT-EXT       PIC X(3)    VALUE SPACES.
           05 WS-CLASS-RANK    PIC 9       VALUE 0.
           05 WS-CLEAR-RANK    PIC 9       VALUE 0.
           05 WS-REJECT-TEXT   PIC X(40)   VALUE SPACES.
           05 WS-HAS-RESTRICTED PIC X(3)   VALUE "NO".

      *    THE RECIPIENTS IN MASTER ORDER, WITH THE NIGHT'S COUNTS.
       01 RECIPIENT-TABLE.
           05 RT-ENTRY OCCURS 20 TIMES.
               10 RT-ID            PIC X(10).
               10 RT-NAME          PIC X(30).
               10 RT-CLEARANCE     PIC X.
               10 RT-ROUTES        PIC 999.
               10 RT-DELIVERED     PIC 999.
               10 RT-NOT-PROD      PIC 999.
               10 RT-WITHHELD      PIC 999.

      *    ONE ROW PER D RECORD, IN MASTER ORDER, WHICH IS THE ORDER
      *    THE REPORTS APPEAR IN THE RECIPIENT'S BUNDLE. THE SOURCE
      *    PATH IS THE ARCHIVE COPY WHEN COBCMS15 CATALOGED ONE
      *    TONIGHT, OTHERWISE THE LIVE FILE.
       01 ROUTE-TABLE.
           05 RO-ENTRY OCCURS 200 TIMES.
               10 RO-RECIP-SUB     PIC 99.
               10 RO-REPORT        PIC X(12).
               10 RO-EXT           PIC X(3).
               10 RO-COPIES        PIC 9.
               10 RO-CLASS         PIC X.
               10 RO-SOURCE        PIC X(65).
               10 RO-FROM-ARCH     PIC X(3).
               10 RO-STATUS        PIC X.
               10 RO-LINES         PIC 9(6).

      *    TONIGHT'S ARCHIVE COPIES FROM THE CATALOG.
       01 CATALOG-TABLE.
           05 CT-ENTRY OCCURS 40 TIMES.
               10 CT-BASE          PIC X(8).
               10 CT-EXT           PIC X(3).
               10 CT-PATH          PIC X(65).

       01 CLASS-NAME-VALUES.
           05 FILLER   PIC X(12)   VALUE "GENERAL".
           05 FILLER   PIC X(12)   VALUE "CONFIDENTIAL".
           05 FILLER   PIC X(12)   VALUE "RESTRICTED".
       01 CLASS-NAME-TABLE REDEFINES CLASS-NAME-VALUES.
           05 CN-NAME              PIC X(12)   OCCURS 3 TIMES.

       01 CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY    PIC 9(4).
               10  I-MM    PIC 99.
               10  I-DD    PIC 99.
           05  I-TIME.
               10  I-HH    PIC 99.
               10  I-MI    PIC 99.
               10  I-SS    PIC 99.
               10  FILLER  PIC X(5).

       01 RUN-DATE-FIELDS.
           05  RD-RUN-YY       PIC 9(4).
           05  RD-RUN-MM       PIC 99.
           05  RD-RUN-DD       PIC 99.
       01 RUN-DATE-N REDEFINES RUN-DATE-FIELDS PIC 9(8).

       01 DIST-TITLE.
           05  FILLER      PIC X(6)    VALUE "DATE:".
           05  DT-MM       PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  DT-DD       PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  DT-YY       PIC 9(4).
           05  FILLER      PIC X(34)   VALUE SPACES.
           05  FILLER      PIC X(31)
                           VALUE "REPORT DISTRIBUTION RUN".
           05  FILLER      PIC X(43)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE "PAGE:".
           05  DT-PCTR     PIC Z9.

       01 RECIP-HDING-LINE.
           05 FILLER       PIC X(11)   VALUE "RECIPIENT: ".
           05 RH-ID        PIC X(10).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 RH-NAME      PIC X(30).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 FILLER       PIC X(8)    VALUE "BUNDLE: ".
           05 RH-BUNDLE    PIC X(65).

       01 ROUTE-COL-HDINGS.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(14)   VALUE "REPORT".
           05 FILLER       PIC X(14)   VALUE "CLASS".
           05 FILLER       PIC X(8)    VALUE "COPIES".
           05 FILLER       PIC X(9)    VALUE "LINES".
           05 FILLER       PIC X(24)   VALUE "STATUS".
           05 FILLER       PIC X(6)    VALUE "SOURCE".

       01 ROUTE-LINE.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 RL-REPORT    PIC X(12).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 RL-CLASS     PIC X(12).
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 RL-COPIES    PIC 9.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 RL-LINES     PIC ZZZ,ZZ9.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 RL-STATUS    PIC X(24).
           05 RL-SOURCE    PIC X(60).

       01 NO-ROUTE-LINE.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(40)
                   VALUE "NO REPORTS ROUTED - NO BUNDLE BUILT".

       01 REJECT-LINE.
           05 FILLER       PIC X(10)   VALUE "REJECTED: ".
           05 RJ-REC       PIC X(50).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 RJ-REASON    PIC X(40).

       01 WARN-LINE.
           05 FILLER       PIC X(10)   VALUE "WARNING:  ".
           05 WN-REC       PIC X(50).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 WN-REASON    PIC X(40).

       01 DIST-TOTAL-LINE1.
           05 FILLER       PIC X(17)   VALUE "BUNDLES BUILT:   ".
           05 TL-BUNDLE    PIC ZZ9.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(17)   VALUE "REPORTS BUNDLED: ".
           05 TL-DELIVER   PIC Z,ZZ9.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(14)   VALUE "NOT PRODUCED: ".
           05 TL-NOTPROD   PIC Z,ZZ9.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(10)   VALUE "WITHHELD: ".
           05 TL-WITHHELD  PIC Z,ZZ9.

       01 DIST-TOTAL-LINE2.
           05 FILLER       PIC X(17)   VALUE "MASTER REJECTS:  ".
           05 TL-REJECT    PIC ZZ9.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(17)   VALUE "MASTER WARNINGS: ".
           05 TL-WARN      PIC ZZ9.

       01 TABLE-DROP-LINE.
           05 FILLER       PIC X(40)
                   VALUE "*** MASTER RECORDS BEYOND TABLE SIZE: ".
           05 TD-CTR       PIC ZZ9.
           05 FILLER       PIC X(20)   VALUE " NOT DISTRIBUTED ***".

       01 NO-MASTER-LINE.
           05 FILLER       PIC X(30)
                   VALUE "*** DISTMST.DAT MISSING OR HAS".
           05 FILLER       PIC X(31)
                   VALUE " NO RECIPIENTS - NO BUNDLES ***".

      *    BUNDLE PAGES.
       01 BANNER-STAR-LINE     PIC X(132)  VALUE ALL "*".

       01 BANNER-TEXT-LINE.
           05 FILLER       PIC X(4)    VALUE "*** ".
           05 BT-TEXT      PIC X(124).
           05 FILLER       PIC X(4)    VALUE " ***".

       01 BANNER-RECIP.
           05 FILLER       PIC X(20)   VALUE "REPORT BUNDLE FOR:  ".
           05 BR-NAME      PIC X(30).
           05 FILLER       PIC X(2)    VALUE " (".
           05 BR-ID        PIC X(10).
           05 FILLER       PIC X       VALUE ")".

       01 BANNER-DATE.
           05 FILLER       PIC X(20)   VALUE "RUN DATE:           ".
           05 BD-MM        PIC 99.
           05 FILLER       PIC X       VALUE "/".
           05 BD-DD        PIC 99.
           05 FILLER       PIC X       VALUE "/".
           05 BD-YY        PIC 9(4).
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(8)    VALUE "PRINTED ".
           05 BD-HH        PIC 99.
           05 FILLER       PIC X       VALUE ":".
           05 BD-MI        PIC 99.

       01 BANNER-CLEAR.
           05 FILLER       PIC X(20)   VALUE "CLEARED FOR:        ".
           05 BC-CLASS     PIC X(12).

       01 BANNER-COUNTS.
           05 FILLER       PIC X(20)   VALUE "REPORTS:            ".
           05 BN-DELIVER   PIC ZZ9.
           05 FILLER       PIC X(15)   VALUE " ENCLOSED      ".
           05 BN-NOTPROD   PIC ZZ9.
           05 FILLER       PIC X(19)   VALUE " NOT PRODUCED      ".
           05 BN-WITHHELD  PIC ZZ9.
           05 FILLER       PIC X(9)    VALUE " WITHHELD".

       01 TOC-TITLE.
           05 FILLER       PIC X(17)   VALUE "TABLE OF CONTENTS".

       01 TOC-COL-HDINGS.
           05 FILLER       PIC X(9)    VALUE "SECTION".
           05 FILLER       PIC X(14)   VALUE "REPORT".
           05 FILLER       PIC X(14)   VALUE "CLASS".
           05 FILLER       PIC X(8)    VALUE "COPIES".
           05 FILLER       PIC X(9)    VALUE "LINES".
           05 FILLER       PIC X(24)   VALUE "STATUS".

       01 TOC-LINE.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 TC-SECTION   PIC Z9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 TC-REPORT    PIC X(12).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 TC-CLASS     PIC X(12).
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 TC-COPIES    PIC 9.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 TC-LINES     PIC ZZZ,ZZ9.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 TC-STATUS    PIC X(40).

       01 SECTION-LINE.
           05 FILLER       PIC X(8)    VALUE "SECTION ".
           05 SL-SECTION   PIC Z9.
           05 FILLER       PIC X(10)   VALUE "  REPORT: ".
           05 SL-REPORT    PIC X(12).
           05 FILLER       PIC X(7)    VALUE "  COPY ".
           05 SL-COPY      PIC 9.
           05 FILLER       PIC X(4)    VALUE " OF ".
           05 SL-COPIES    PIC 9.
           05 FILLER       PIC X(9)    VALUE "  CLASS: ".
           05 SL-CLASS     PIC X(12).
           05 FILLER       PIC X(9)    VALUE "  SOURCE ".
           05 SL-SOURCE    PIC X(57).

       01 RESTRICTED-LINE.
           05 FILLER       PIC X(35)
                   VALUE "*** RESTRICTED - FOR THE USE OF ".
           05 RS-NAME      PIC X(30).
           05 FILLER       PIC X(10)   VALUE " ONLY ***".

       01 NOT-PRODUCED-LINE1.
           05 FILLER       PIC X(40)
                   VALUE "*** NOT PRODUCED TONIGHT ***".

       01 NOT-PRODUCED-LINE2.
           05 FILLER       PIC X(40)
                   VALUE "THE FILE WAS MISSING OR EMPTY AT ".
           05 NP-HH        PIC 99.
           05 FILLER       PIC X       VALUE ":".
           05 NP-MI        PIC 99.
           05 FILLER       PIC X(2)    VALUE ": ".
           05 NP-SOURCE    PIC X(65).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           IF WS-RECIP-COUNT = ZERO
               WRITE PRTLINE FROM NO-MASTER-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-RESOLVE-ROUTE
                   VARYING WS-ROUTE-SUB FROM 1 BY 1
                   UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT
               PERFORM 3000-BUILD-BUNDLE
                   VARYING WS-RECIP-SUB FROM 1 BY 1
                   UNTIL WS-RECIP-SUB > WS-RECIP-COUNT
               PERFORM 4000-TOTALS
           END-IF.
           PERFORM 5000-CLOSING.
           GOBACK.

       1000-INIT.
           OPEN OUTPUT PRTOUT.
           OPEN EXTEND DELIVERY-LOG.

           PERFORM 1050-GET-RUN-DATE.
           MOVE RD-RUN-YY TO DT-YY.
           MOVE RD-RUN-MM TO DT-MM.
           MOVE RD-RUN-DD TO DT-DD.
           MOVE RD-RUN-YY TO BD-YY.
           MOVE RD-RUN-MM TO BD-MM.
           MOVE RD-RUN-DD TO BD-DD.
           MOVE RUN-DATE-N TO WS-RUN-DATE.

           PERFORM 9100-HEADINGS.
           PERFORM 1100-LOAD-CATALOG.
           PERFORM 1200-LOAD-MASTER.

      *    RUN-DATE-PARM IS OPTIONAL. THE RUN DATE HAS TO MATCH THE
      *    DATE COBCMS15 STAMPED TONIGHT'S ARCHIVE ROWS WITH, SO IT
      *    IS TAKEN THE SAME WAY.
       1050-GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO RD-RUN-YY.
           MOVE I-MM TO RD-RUN-MM.
           MOVE I-DD TO RD-RUN-DD.
           OPEN INPUT RUN-DATE-PARM.
           READ RUN-DATE-PARM
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RD-YY TO RD-RUN-YY
                   MOVE RD-MM TO RD-RUN-MM
                   MOVE RD-DD TO RD-RUN-DD
           END-READ.
           CLOSE RUN-DATE-PARM.

      *    ONLY THE ROWS FOR THE RUN DATE MATTER. COBCMS15 DROPS A
      *    DATE'S OLD ROWS BEFORE A RERUN APPENDS, SO EACH REPORT HAS
      *    AT MOST ONE ROW FOR THE DATE.
       1100-LOAD-CATALOG.
           MOVE ZERO TO WS-CAT-COUNT.
           OPEN INPUT ARCH-CATALOG.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ ARCH-CATALOG
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       IF AC-DATE = WS-RUN-DATE
                          AND WS-CAT-COUNT < 40
                           ADD 1 TO WS-CAT-COUNT
                           MOVE AC-BASE TO CT-BASE (WS-CAT-COUNT)
                           MOVE AC-EXT TO CT-EXT (WS-CAT-COUNT)
                           MOVE AC-PATH TO CT-PATH (WS-CAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCH-CATALOG.

      *    RECIPIENT RECORDS MAY FALL ANYWHERE IN THE MASTER, SO ALL
      *    OF THEM ARE LOADED BEFORE ANY DISTRIBUTION RECORD IS
      *    MATCHED TO ONE; THE MASTER IS READ TWICE.
       1200-LOAD-MASTER.
           MOVE ZERO TO WS-RECIP-COUNT.
           OPEN INPUT DIST-MASTER.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ DIST-MASTER
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       IF DM-REC-TYPE = "R"
                           PERFORM 1210-ADD-RECIPIENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DIST-MASTER.

           MOVE ZERO TO WS-ROUTE-COUNT.
           OPEN INPUT DIST-MASTER.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ DIST-MASTER
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       EVALUATE DM-REC-TYPE
                           WHEN "R"
                               CONTINUE
                           WHEN "D"
                               PERFORM 1250-ADD-ROUTE
                           WHEN OTHER
                               MOVE "RECORD TYPE NOT R OR D"
                                   TO WS-REJECT-TEXT
                               PERFORM 1290-REJECT-MASTER
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE DIST-MASTER.

           IF C-TABLE-DROP > ZERO
               MOVE C-TABLE-DROP TO TD-CTR
               WRITE PRTLINE FROM TABLE-DROP-LINE
                   AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
               END-WRITE
           END-IF.

       1210-ADD-RECIPIENT.
           IF DM-RECIP-ID = SPACES
               MOVE "RECIPIENT ID IS BLANK" TO WS-REJECT-TEXT
               PERFORM 1290-REJECT-MASTER
           ELSE
               MOVE DM-RECIP-ID TO RH-ID
               PERFORM 1230-FIND-RECIPIENT
               IF WS-FOUND = "YES"
                   MOVE "DUPLICATE RECIPIENT ID" TO WS-REJECT-TEXT
                   PERFORM 1290-REJECT-MASTER
               ELSE
                   IF WS-RECIP-COUNT < 20
                       ADD 1 TO WS-RECIP-COUNT
                       MOVE WS-RECIP-COUNT TO WS-RECIP-SUB
                       MOVE DM-RECIP-ID TO RT-ID (WS-RECIP-SUB)
                       MOVE DM-RECIP-NAME TO RT-NAME (WS-RECIP-SUB)
                       MOVE DM-CLEARANCE
                           TO RT-CLEARANCE (WS-RECIP-SUB)
                       MOVE ZERO TO RT-ROUTES (WS-RECIP-SUB)
                       MOVE ZERO TO RT-DELIVERED (WS-RECIP-SUB)
                       MOVE ZERO TO RT-NOT-PROD (WS-RECIP-SUB)
                       MOVE ZERO TO RT-WITHHELD (WS-RECIP-SUB)
                       IF DM-CLEARANCE NOT = "G"
                          AND DM-CLEARANCE NOT = "C"
                          AND DM-CLEARANCE NOT = "R"
                           MOVE "G" TO RT-CLEARANCE (WS-RECIP-SUB)
                           MOVE "CLEARANCE NOT G/C/R - TAKEN AS G"
                               TO WS-REJECT-TEXT
                           PERFORM 1295-WARN-MASTER
                       END-IF
                   ELSE
                       ADD 1 TO C-TABLE-DROP
                   END-IF
               END-IF
           END-IF.

      *    LOOKS UP THE ID IN RH-ID; WS-RECIP-SUB POINTS AT IT WHEN
      *    WS-FOUND IS YES.
       1230-FIND-RECIPIENT.
           MOVE "NO" TO WS-FOUND.
           PERFORM VARYING WS-RECIP-SUB FROM 1 BY 1
               UNTIL WS-RECIP-SUB > WS-RECIP-COUNT
                  OR WS-FOUND = "YES"
               IF RT-ID (WS-RECIP-SUB) = RH-ID
                   MOVE "YES" TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = "YES"
               SUBTRACT 1 FROM WS-RECIP-SUB
           END-IF.

       1250-ADD-ROUTE.
           MOVE DM-DIST-RECIP TO RH-ID.
           PERFORM 1230-FIND-RECIPIENT.
           EVALUATE TRUE
               WHEN WS-FOUND = "NO"
                   MOVE "RECIPIENT NOT ON MASTER" TO WS-REJECT-TEXT
                   PERFORM 1290-REJECT-MASTER
               WHEN DM-REPORT = SPACES
                   MOVE "REPORT FILE NAME IS BLANK" TO WS-REJECT-TEXT
                   PERFORM 1290-REJECT-MASTER
               WHEN WS-ROUTE-COUNT NOT < 200
                   ADD 1 TO C-TABLE-DROP
               WHEN OTHER
                   ADD 1 TO WS-ROUTE-COUNT
                   MOVE WS-ROUTE-COUNT TO WS-ROUTE-SUB
                   PERFORM 1260-FILL-ROUTE
           END-EVALUATE.

       1260-FILL-ROUTE.
           ADD 1 TO RT-ROUTES (WS-RECIP-SUB).
           MOVE WS-RECIP-SUB TO RO-RECIP-SUB (WS-ROUTE-SUB).
           MOVE DM-REPORT TO RO-REPORT (WS-ROUTE-SUB).
           MOVE SPACES TO WS-RPT-BASE.
           MOVE SPACES TO WS-RPT-EXT.
           UNSTRING DM-REPORT DELIMITED BY "."
               INTO WS-RPT-BASE WS-RPT-EXT.
           MOVE WS-RPT-EXT TO RO-EXT (WS-ROUTE-SUB).

           IF DM-COPIES NUMERIC AND DM-COPIES > ZERO
               MOVE DM-COPIES TO RO-COPIES (WS-ROUTE-SUB)
           ELSE
               MOVE 1 TO RO-COPIES (WS-ROUTE-SUB)
               MOVE "COPIES NOT 1-9 - ONE COPY SENT"
                   TO WS-REJECT-TEXT
               PERFORM 1295-WARN-MASTER
           END-IF.

           IF DM-CLASS = "G" OR DM-CLASS = "C" OR DM-CLASS = "R"
               MOVE DM-CLASS TO RO-CLASS (WS-ROUTE-SUB)
           ELSE
               MOVE "R" TO RO-CLASS (WS-ROUTE-SUB)
               MOVE "CLASS NOT G/C/R - TAKEN AS R" TO WS-REJECT-TEXT
               PERFORM 1295-WARN-MASTER
           END-IF.

           MOVE "NO" TO RO-FROM-ARCH (WS-ROUTE-SUB).
           IF DM-SRC-PATH = SPACES
               MOVE SPACES TO RO-SOURCE (WS-ROUTE-SUB)
               STRING
                   "C:\IHCC\COBOL\"            DELIMITED BY SIZE
                   DM-REPORT                   DELIMITED BY SPACE
                   INTO RO-SOURCE (WS-ROUTE-SUB)
           ELSE
               MOVE DM-SRC-PATH TO RO-SOURCE (WS-ROUTE-SUB)
           END-IF.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT
               IF CT-BASE (WS-CAT-SUB) = WS-RPT-BASE
                  AND CT-EXT (WS-CAT-SUB) = WS-RPT-EXT
                   MOVE CT-PATH (WS-CAT-SUB)
                       TO RO-SOURCE (WS-ROUTE-SUB)
                   MOVE "YES" TO RO-FROM-ARCH (WS-ROUTE-SUB)
               END-IF
           END-PERFORM.

       1290-REJECT-MASTER.
           ADD 1 TO C-REJECT-CTR.
           MOVE DM-REC TO RJ-REC.
           MOVE WS-REJECT-TEXT TO RJ-REASON.
           WRITE PRTLINE FROM REJECT-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 9100-HEADINGS.

       1295-WARN-MASTER.
           ADD 1 TO C-WARN-CTR.
           MOVE DM-REC TO WN-REC.
           MOVE WS-REJECT-TEXT TO WN-REASON.
           WRITE PRTLINE FROM WARN-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 9100-HEADINGS.

      *    DECIDES EACH ROUTE BEFORE ANY BUNDLE IS WRITTEN, SO THE
      *    BANNER AND CONTENTS PAGES CAN CARRY THE COUNTS AND LINES.
      *    A REPORT ABOVE THE RECIPIENT'S CLEARANCE IS NEVER OPENED.
       2000-RESOLVE-ROUTE.
           MOVE RO-RECIP-SUB (WS-ROUTE-SUB) TO WS-RECIP-SUB.
           MOVE ZERO TO RO-LINES (WS-ROUTE-SUB).
           PERFORM 2050-RANK-CLASSES.
           IF WS-CLASS-RANK > WS-CLEAR-RANK
               MOVE "W" TO RO-STATUS (WS-ROUTE-SUB)
               ADD 1 TO RT-WITHHELD (WS-RECIP-SUB)
               ADD 1 TO C-WITHHELD-CTR
           ELSE
               MOVE RO-SOURCE (WS-ROUTE-SUB) TO WS-SRC-PATH
               MOVE ZERO TO C-LINE-CTR
               PERFORM 2100-COUNT-LINES
               MOVE C-LINE-CTR TO RO-LINES (WS-ROUTE-SUB)
               IF C-LINE-CTR = ZERO
                   MOVE "N" TO RO-STATUS (WS-ROUTE-SUB)
                   ADD 1 TO RT-NOT-PROD (WS-RECIP-SUB)
                   ADD 1 TO C-NOTPROD-CTR
               ELSE
                   MOVE "D" TO RO-STATUS (WS-ROUTE-SUB)
                   ADD 1 TO RT-DELIVERED (WS-RECIP-SUB)
                   ADD 1 TO C-DELIVER-CTR
               END-IF
           END-IF.

       2050-RANK-CLASSES.
           EVALUATE RO-CLASS (WS-ROUTE-SUB)
               WHEN "G"
                   MOVE 1 TO WS-CLASS-RANK
               WHEN "C"
                   MOVE 2 TO WS-CLASS-RANK
               WHEN OTHER
                   MOVE 3 TO WS-CLASS-RANK
           END-EVALUATE.
           EVALUATE RT-CLEARANCE (WS-RECIP-SUB)
               WHEN "R"
                   MOVE 3 TO WS-CLEAR-RANK
               WHEN "C"
                   MOVE 2 TO WS-CLEAR-RANK
               WHEN OTHER
                   MOVE 1 TO WS-CLEAR-RANK
           END-EVALUATE.

      *    CSV EXTRACTS ARE LINE SEQUENTIAL; EVERYTHING ELSE IS A
      *    132-BYTE PRINT IMAGE. A MISSING FILE READS AS EMPTY.
       2100-COUNT-LINES.
           MOVE "YES" TO MORE-RECS.
           IF RO-EXT (WS-ROUTE-SUB) = "CSV"
               OPEN INPUT CSV-IN
               PERFORM UNTIL MORE-RECS = "NO"
                   READ CSV-IN
                       AT END
                           MOVE "NO" TO MORE-RECS
                       NOT AT END
                           ADD 1 TO C-LINE-CTR
                   END-READ
               END-PERFORM
               CLOSE CSV-IN
           ELSE
               OPEN INPUT PRT-IN
               PERFORM UNTIL MORE-RECS = "NO"
                   READ PRT-IN
                       AT END
                           MOVE "NO" TO MORE-RECS
                       NOT AT END
                           ADD 1 TO C-LINE-CTR
                   END-READ
               END-PERFORM
               CLOSE PRT-IN
           END-IF.

      *    ONE BUNDLE PER RECIPIENT WITH ANYTHING ROUTED TO IT. THE
      *    RUN REPORT LISTS EVERY RECIPIENT, BUNDLE OR NOT.
       3000-BUILD-BUNDLE.
           MOVE SPACES TO WS-BUNDLE-PATH.
           IF RT-ROUTES (WS-RECIP-SUB) > ZERO
               STRING
                   "C:\IHCC\COBOL\BUNDLE\"     DELIMITED BY SIZE
                   RT-ID (WS-RECIP-SUB)        DELIMITED BY SPACE
                   "."                         DELIMITED BY SIZE
                   WS-RUN-DATE                 DELIMITED BY SIZE
                   ".PRT"                      DELIMITED BY SIZE
                   INTO WS-BUNDLE-PATH
           END-IF.

           MOVE RT-ID (WS-RECIP-SUB) TO RH-ID.
           MOVE RT-NAME (WS-RECIP-SUB) TO RH-NAME.
           MOVE WS-BUNDLE-PATH TO RH-BUNDLE.
           WRITE PRTLINE FROM RECIP-HDING-LINE
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

           IF RT-ROUTES (WS-RECIP-SUB) = ZERO
               WRITE PRTLINE FROM NO-ROUTE-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS
               END-WRITE
           ELSE
               WRITE PRTLINE FROM ROUTE-COL-HDINGS
                   AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
               END-WRITE
               ADD 1 TO C-BUNDLE-CTR
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
               OPEN OUTPUT BUNDLE-FILE
               PERFORM 3100-BANNER-PAGE
               PERFORM 3200-CONTENTS-PAGE
               MOVE ZERO TO C-SECTION-CTR
               PERFORM 3300-BUNDLE-ROUTE
                   VARYING WS-ROUTE-SUB FROM 1 BY 1
                   UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT
               CLOSE BUNDLE-FILE
           END-IF.

       3100-BANNER-PAGE.
           MOVE "NO" TO WS-HAS-RESTRICTED.
           PERFORM VARYING WS-ROUTE-SUB FROM 1 BY 1
               UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT
               IF RO-RECIP-SUB (WS-ROUTE-SUB) = WS-RECIP-SUB
                  AND RO-STATUS (WS-ROUTE-SUB) = "D"
                  AND RO-CLASS (WS-ROUTE-SUB) = "R"
                   MOVE "YES" TO WS-HAS-RESTRICTED
               END-IF
           END-PERFORM.

           MOVE RT-NAME (WS-RECIP-SUB) TO BR-NAME.
           MOVE RT-ID (WS-RECIP-SUB) TO BR-ID.
           MOVE I-HH TO BD-HH.
           MOVE I-MI TO BD-MI.
           EVALUATE RT-CLEARANCE (WS-RECIP-SUB)
               WHEN "R"
                   MOVE CN-NAME (3) TO BC-CLASS
               WHEN "C"
                   MOVE CN-NAME (2) TO BC-CLASS
               WHEN OTHER
                   MOVE CN-NAME (1) TO BC-CLASS
           END-EVALUATE.
           MOVE RT-DELIVERED (WS-RECIP-SUB) TO BN-DELIVER.
           MOVE RT-NOT-PROD (WS-RECIP-SUB) TO BN-NOTPROD.
           MOVE RT-WITHHELD (WS-RECIP-SUB) TO BN-WITHHELD.

           WRITE BUNDLE-LINE FROM BANNER-STAR-LINE
               AFTER ADVANCING PAGE.
           WRITE BUNDLE-LINE FROM BANNER-STAR-LINE
               AFTER ADVANCING 1 LINE.
           MOVE BANNER-RECIP TO BT-TEXT.
           WRITE BUNDLE-LINE FROM BANNER-TEXT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE BANNER-DATE TO BT-TEXT.
           WRITE BUNDLE-LINE FROM BANNER-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE BANNER-CLEAR TO BT-TEXT.
           WRITE BUNDLE-LINE FROM BANNER-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE BANNER-COUNTS TO BT-TEXT.
           WRITE BUNDLE-LINE FROM BANNER-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           IF WS-HAS-RESTRICTED = "YES"
               MOVE RT-NAME (WS-RECIP-SUB) TO RS-NAME
               MOVE RESTRICTED-LINE TO BT-TEXT
               WRITE BUNDLE-LINE FROM BANNER-TEXT-LINE
                   AFTER ADVANCING 3 LINES
               MOVE "CONTAINS RESTRICTED STUDENT RECORDS"
                   TO BT-TEXT
               WRITE BUNDLE-LINE FROM BANNER-TEXT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "DELIVER BY HAND - DO NOT LEAVE UNATTENDED"
                   TO BT-TEXT
               WRITE BUNDLE-LINE FROM BANNER-TEXT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE BUNDLE-LINE FROM BANNER-STAR-LINE
               AFTER ADVANCING 3 LINES.
           WRITE BUNDLE-LINE FROM BANNER-STAR-LINE
               AFTER ADVANCING 1 LINE.

      *    SECTION NUMBERS RUN OVER THE REPORTS ACTUALLY IN THE
      *    BUNDLE (ENCLOSED OR NOT PRODUCED); WITHHELD REPORTS ARE
      *    LISTED WITHOUT ONE.
       3200-CONTENTS-PAGE.
           WRITE BUNDLE-LINE FROM TOC-TITLE
               AFTER ADVANCING PAGE.
           WRITE BUNDLE-LINE FROM TOC-COL-HDINGS
               AFTER ADVANCING 2 LINES.
           MOVE ZERO TO C-SECTION-CTR.
           PERFORM VARYING WS-ROUTE-SUB FROM 1 BY 1
               UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT
               IF RO-RECIP-SUB (WS-ROUTE-SUB) = WS-RECIP-SUB
                   PERFORM 3250-CONTENTS-LINE
               END-IF
           END-PERFORM.

       3250-CONTENTS-LINE.
           MOVE RO-REPORT (WS-ROUTE-SUB) TO TC-REPORT.
           PERFORM 9200-CLASS-NAME.
           MOVE RL-CLASS TO TC-CLASS.
           MOVE RO-COPIES (WS-ROUTE-SUB) TO TC-COPIES.
           MOVE RO-LINES (WS-ROUTE-SUB) TO TC-LINES.
           EVALUATE RO-STATUS (WS-ROUTE-SUB)
               WHEN "D"
                   ADD 1 TO C-SECTION-CTR
                   MOVE C-SECTION-CTR TO TC-SECTION
                   MOVE "ENCLOSED" TO TC-STATUS
               WHEN "N"
                   ADD 1 TO C-SECTION-CTR
                   MOVE C-SECTION-CTR TO TC-SECTION
                   MOVE "NOT PRODUCED TONIGHT" TO TC-STATUS
               WHEN OTHER
                   MOVE ZERO TO TC-SECTION
                   MOVE "WITHHELD - SEE THE DISTRIBUTION OFFICE"
                       TO TC-STATUS
           END-EVALUATE.
           WRITE BUNDLE-LINE FROM TOC-LINE
               AFTER ADVANCING 1 LINE.

      *    EVERY ROUTE FOR THIS RECIPIENT GOES ON THE RUN REPORT AND
      *    THE DELIVERY LOG; ONLY ENCLOSED AND NOT-PRODUCED REPORTS
      *    GO IN THE BUNDLE.
       3300-BUNDLE-ROUTE.
           IF RO-RECIP-SUB (WS-ROUTE-SUB) = WS-RECIP-SUB
               EVALUATE RO-STATUS (WS-ROUTE-SUB)
                   WHEN "D"
                       ADD 1 TO C-SECTION-CTR
                       PERFORM 3400-ENCLOSE-REPORT
                           VARYING WS-COPY-SUB FROM 1 BY 1
                           UNTIL WS-COPY-SUB > RO-COPIES (WS-ROUTE-SUB)
                   WHEN "N"
                       ADD 1 TO C-SECTION-CTR
                       PERFORM 3500-NOT-PRODUCED-PAGE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 3600-ROUTE-LINE
               PERFORM 3700-LOG-DELIVERY
           END-IF.

       3400-ENCLOSE-REPORT.
           PERFORM 3450-SECTION-HEADER.
           MOVE RO-SOURCE (WS-ROUTE-SUB) TO WS-SRC-PATH.
           MOVE "YES" TO MORE-RECS.
           IF RO-EXT (WS-ROUTE-SUB) = "CSV"
               OPEN INPUT CSV-IN
               PERFORM UNTIL MORE-RECS = "NO"
                   READ CSV-IN
                       AT END
                           MOVE "NO" TO MORE-RECS
                       NOT AT END
                           WRITE BUNDLE-LINE FROM CSV-IN-REC
                               AFTER ADVANCING 1 LINE
                   END-READ
               END-PERFORM
               CLOSE CSV-IN
           ELSE
               OPEN INPUT PRT-IN
               PERFORM UNTIL MORE-RECS = "NO"
                   READ PRT-IN
                       AT END
                           MOVE "NO" TO MORE-RECS
                       NOT AT END
                           WRITE BUNDLE-LINE FROM PRT-IN-REC
                               AFTER ADVANCING 1 LINE
                   END-READ
               END-PERFORM
               CLOSE PRT-IN
           END-IF.

       3450-SECTION-HEADER.
           MOVE C-SECTION-CTR TO SL-SECTION.
           MOVE RO-REPORT (WS-ROUTE-SUB) TO SL-REPORT.
           MOVE WS-COPY-SUB TO SL-COPY.
           MOVE RO-COPIES (WS-ROUTE-SUB) TO SL-COPIES.
           PERFORM 9200-CLASS-NAME.
           MOVE RL-CLASS TO SL-CLASS.
           IF RO-FROM-ARCH (WS-ROUTE-SUB) = "YES"
               MOVE "ARCHIVE COPY" TO SL-SOURCE
           ELSE
               MOVE RO-SOURCE (WS-ROUTE-SUB) TO SL-SOURCE
           END-IF.
           WRITE BUNDLE-LINE FROM BANNER-STAR-LINE
               AFTER ADVANCING PAGE.
           WRITE BUNDLE-LINE FROM SECTION-LINE
               AFTER ADVANCING 1 LINE.
           IF RO-CLASS (WS-ROUTE-SUB) = "R"
               MOVE RT-NAME (WS-RECIP-SUB) TO RS-NAME
               WRITE BUNDLE-LINE FROM RESTRICTED-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE BUNDLE-LINE FROM BANNER-STAR-LINE
               AFTER ADVANCING 1 LINE.

       3500-NOT-PRODUCED-PAGE.
           MOVE 1 TO WS-COPY-SUB.
           PERFORM 3450-SECTION-HEADER.
           MOVE I-HH TO NP-HH.
           MOVE I-MI TO NP-MI.
           MOVE RO-SOURCE (WS-ROUTE-SUB) TO NP-SOURCE.
           WRITE BUNDLE-LINE FROM NOT-PRODUCED-LINE1
               AFTER ADVANCING 5 LINES.
           WRITE BUNDLE-LINE FROM NOT-PRODUCED-LINE2
               AFTER ADVANCING 2 LINES.

       3600-ROUTE-LINE.
           MOVE RO-REPORT (WS-ROUTE-SUB) TO RL-REPORT.
           PERFORM 9200-CLASS-NAME.
           MOVE RO-COPIES (WS-ROUTE-SUB) TO RL-COPIES.
           MOVE RO-LINES (WS-ROUTE-SUB) TO RL-LINES.
           EVALUATE RO-STATUS (WS-ROUTE-SUB)
               WHEN "D"
                   MOVE "BUNDLED" TO RL-STATUS
               WHEN "N"
                   MOVE "NOT PRODUCED TONIGHT" TO RL-STATUS
               WHEN OTHER
                   MOVE "*** WITHHELD - NOT CLEARED" TO RL-STATUS
           END-EVALUATE.
           MOVE RO-SOURCE (WS-ROUTE-SUB) TO RL-SOURCE.
           WRITE PRTLINE FROM ROUTE-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 9100-HEADINGS.

       3700-LOG-DELIVERY.
           MOVE WS-RUN-DATE TO DL-RUN-DATE.
           MOVE I-HH TO DL-HH.
           MOVE I-MI TO DL-MI.
           MOVE I-SS TO DL-SS.
           MOVE RT-ID (WS-RECIP-SUB) TO DL-RECIP-ID.
           MOVE RO-REPORT (WS-ROUTE-SUB) TO DL-REPORT.
           MOVE RO-COPIES (WS-ROUTE-SUB) TO DL-COPIES.
           MOVE RO-CLASS (WS-ROUTE-SUB) TO DL-CLASS.
           MOVE RO-STATUS (WS-ROUTE-SUB) TO DL-STATUS.
           MOVE RO-LINES (WS-ROUTE-SUB) TO DL-LINES.
           MOVE RO-SOURCE (WS-ROUTE-SUB) TO DL-SOURCE.
           WRITE DL-REC.

       4000-TOTALS.
           MOVE C-BUNDLE-CTR TO TL-BUNDLE.
           MOVE C-DELIVER-CTR TO TL-DELIVER.
           MOVE C-NOTPROD-CTR TO TL-NOTPROD.
           MOVE C-WITHHELD-CTR TO TL-WITHHELD.
           MOVE C-REJECT-CTR TO TL-REJECT.
           MOVE C-WARN-CTR TO TL-WARN.
           WRITE PRTLINE FROM DIST-TOTAL-LINE1
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM DIST-TOTAL-LINE2
               AFTER ADVANCING 1 LINE.

           IF C-WITHHELD-CTR > ZERO
              OR C-REJECT-CTR > ZERO
              OR C-TABLE-DROP > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

       5000-CLOSING.
           CLOSE DELIVERY-LOG.
           CLOSE PRTOUT.

       9100-HEADINGS.
           ADD 1 TO C-PCTR
           MOVE C-PCTR TO DT-PCTR.

           WRITE PRTLINE FROM DIST-TITLE
               AFTER ADVANCING PAGE.

      *    PUTS THE ROUTE'S CLASS NAME IN RL-CLASS.
       9200-CLASS-NAME.
           EVALUATE RO-CLASS (WS-ROUTE-SUB)
               WHEN "G"
                   MOVE CN-NAME (1) TO RL-CLASS
               WHEN "C"
                   MOVE CN-NAME (2) TO RL-CLASS
               WHEN OTHER
                   MOVE CN-NAME (3) TO RL-CLASS
           END-EVALUATE.
