       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCMS39.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         COLBY SNOW.
       DATE-COMPILED.
      ******************************************************************
      *THIS PROGRAM IS THE TERM-END GRADE ENTRY RUN. IT READS THE
      *LETTER GRADES IN GRADETRN.DAT (STUDENT ID, TERM, COURSE NUMBER,
      *SECTION AND GRADE) AND MATCHES EACH ONE TO AN ENROLLED ROW ON
      *THE REGISTRATION MASTER (REGMSTR.DAT) THAT COBCMS38 MAINTAINS.
      *A GRADE FOR A SECTION THE STUDENT IS NOT ENROLLED IN, A GRADE
      *THAT IS NOT ON THE SCALE, OR A SECOND GRADE FOR THE SAME
      *REGISTRATION IS REJECTED TO GRADEERR.PRT.
      *
      *ONCE THE GRADES ARE IN, EACH STUDENT'S TERM IS FIGURED FROM THE
      *COURSE CATALOG (CRSMSTR.DAT) CREDIT HOURS: QUALITY POINTS ARE
      *GRADE POINTS TIMES HOURS, AND THE TERM GPA IS QUALITY POINTS
      *OVER THE HOURS ATTEMPTED. A W IS LEFT OUT OF BOTH. A TERM WITH
      *AN ENROLLED COURSE STILL UNGRADED, OR GRADED I (INCOMPLETE), IS
      *HELD; SO IS A TERM WITH NO HOURS LEFT AFTER WITHDRAWALS. EVERY
      *OTHER TERM IS WRITTEN TO STDNTHTR.DAT AS A READY-MADE COBCMS13
      *POST TRANSACTION, ADDED TO WHATEVER IS ALREADY WAITING THERE.
      *STUDENT TERMS WITH NO GRADES AT ALL ARE NOT YET AT TERM END AND
      *ARE PASSED OVER.
      *
      *GRADERPT.PRT LISTS EACH STUDENT'S COURSES AND GRADES WITH THE
      *TERM HOURS, QUALITY POINTS, GPA AND WHETHER THE TERM WAS POSTED
      *OR HELD. EVERY POSTED TERM ALSO ADDS ITS COURSES AND GRADES TO
      *THE COURSE HISTORY (CRSHIST.DAT) THAT THE COBCMS40 DEGREE AUDIT
      *CHECKS PROGRAM COURSE REQUIREMENTS AGAINST. A RERUN AFTER HELD
      *GRADES ARE CLEARED IS SAFE: A TERM ALREADY ON THE COURSE
      *HISTORY IS NOT WRITTEN AGAIN, AND COBCMS13 REFUSES TO POST A
      *TERM THAT IS ALREADY ON THE ACADEMIC HISTORY.
      *
      *ENROLLED REGISTRATIONS AND POSTED STUDENT TERMS ARE HELD IN
      *5000-ENTRY TABLES. A REGISTRATION PAST THE TABLE CANNOT BE
      *GRADED, SO ITS TERM WOULD POST SHORT A COURSE, AND A POSTED
      *TERM PAST IT COULD BE WRITTEN TO THE COURSE HISTORY AGAIN. SO
      *WHEN EITHER FILE OUTGROWS ITS TABLE NO GRADE IS APPLIED,
      *NOTHING IS WRITTEN TO CRSHIST.DAT OR STDNTHTR.DAT, THE ROWS
      *PAST THE TABLES ARE COUNTED ON GRADERPT.PRT, AND RETURN-CODE 8
      *IS SET.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL GRADE-TRANS
               ASSIGN TO "C:\IHCC\COBOL\GRADETRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COURSE-MASTER
               ASSIGN TO "C:\IHCC\COBOL\CRSMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REG-MASTER
               ASSIGN TO "C:\IHCC\COBOL\REGMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-MASTER
               ASSIGN TO "C:\IHCC\COBOL\STDNTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OM-ID.

           SELECT OPTIONAL POST-TRANS
               ASSIGN TO "C:\IHCC\COBOL\STDNTHTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COURSE-HISTORY
               ASSIGN TO "C:\IHCC\COBOL\CRSHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK
               ASSIGN TO "SRTGRADE.WRK".

           SELECT PRTOUT
               ASSIGN TO "C:\IHCC\COBOL\GRADERPT.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT ERROR-RPT
               ASSIGN TO "C:\IHCC\COBOL\GRADEERR.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-DATE-PARM
               ASSIGN TO "C:\IHCC\COBOL\RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  GRADE-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS GT-REC
           RECORD CONTAINS 23 CHARACTERS.

       01 GT-REC.
         05 GT-ID           PIC X(7).
         05 GT-TERM         PIC X(5).
         05 GT-COURSE-NO    PIC X(7).
         05 GT-SECTION      PIC X(2).
         05 GT-GRADE        PIC X(2).

       FD  COURSE-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CM-REC
           RECORD CONTAINS 44 CHARACTERS.

       01 CM-REC.
         05 CM-COURSE-NO    PIC X(7).
         05 CM-SECTION      PIC X(2).
         05 CM-TITLE        PIC X(25).
         05 CM-CREDIT-HRS   PIC 99.
         05 CM-PROG-CD      PIC X(4).
         05 CM-CAPACITY     PIC 9(3).
         05 CM-SECT-STATUS  PIC X.

       FD  REG-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS RG-REC
           RECORD CONTAINS 36 CHARACTERS.

       01 RG-REC.
         05 RG-ID           PIC X(7).
         05 RG-TERM         PIC X(5).
         05 RG-COURSE-NO    PIC X(7).
         05 RG-SECTION      PIC X(2).
         05 RG-STATUS       PIC X.
         05 RG-SEQ          PIC 9(6).
         05 RG-REG-DATE     PIC 9(8).

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS OM-REC
           RECORD CONTAINS 53 CHARACTERS.

       01 OM-REC.
         05 OM-ID           PIC X(7).
         05 OM-NAME.
           10 OM-LNAME      PIC X(15).
           10 OM-FNAME      PIC X(15).
           10 OM-INIT       PIC X.
         05 OM-GPA          PIC 9V99.
         05 OM-EX-STRT-SAL  PIC 9(6)V99.
         05 OM-PROG-CD      PIC X(4).

      *    THE COBCMS13 TRANSACTION LAYOUT. EVERY RECORD WRITTEN
      *    HERE IS A POST (ACTION P).
       FD  POST-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS HT-REC
           RECORD CONTAINS 18 CHARACTERS.

       01 HT-REC.
         05 HT-ACTION       PIC X.
         05 HT-ID           PIC X(7).
         05 HT-TERM         PIC X(5).
         05 HT-GPA          PIC 9V99.
         05 HT-HOURS        PIC 99.

      *    ONE RECORD PER COURSE IN A POSTED TERM, WITH THE GRADE
      *    AND THE CATALOG CREDIT HOURS.
       FD  COURSE-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS CH-REC
           RECORD CONTAINS 25 CHARACTERS.

       01 CH-REC.
         05 CH-ID           PIC X(7).
         05 CH-TERM         PIC X(5).
         05 CH-COURSE-NO    PIC X(7).
         05 CH-SECTION      PIC X(2).
         05 CH-GRADE        PIC X(2).
         05 CH-HOURS        PIC 99.

      *    ONE RECORD PER ENROLLED REGISTRATION, SORTED SO EACH
      *    STUDENT'S COURSES FOR A TERM COME TOGETHER.
       SD  SORT-WORK
           DATA RECORD IS SW-GRADE-REC.

       01 SW-GRADE-REC.
           05  SW-ID               PIC X(7).
           05  SW-TERM             PIC X(5).
           05  SW-COURSE-NO        PIC X(7).
           05  SW-SECTION          PIC X(2).
           05  SW-GRADE            PIC X(2).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE          PIC X(132).

       FD  ERROR-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS ERRLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 ERRLINE          PIC X(132).

      *    RUN-DATE-PARM HOLDS A SHARED "AS-OF" BUSINESS DATE FOR
      *    THE REPORT HEADINGS. NO FILE MEANS TODAY'S DATE.
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
           05 C-PCTR        PIC 9(2)    VALUE 0.
           05 C-ERR-PCTR    PIC 9(2)    VALUE 0.
           05 C-GRADE-CTR   PIC 9(5)    VALUE 0.
           05 C-ERR-CTR     PIC 9(5)    VALUE 0.
           05 C-POST-CTR    PIC 9(5)    VALUE 0.
           05 C-HELD-CTR    PIC 9(5)    VALUE 0.
           05 C-REG-DROP-CTR PIC 9(5)   VALUE 0.
           05 C-POSTED-DROP-CTR PIC 9(5) VALUE 0.
           05 MORE-RECS     PIC X(3)    VALUE "YES".
           05 MORE-CRS      PIC X(3)    VALUE "YES".
           05 MORE-REG      PIC X(3)    VALUE "YES".
           05 MORE-SORTED   PIC X(3)    VALUE "YES".
           05 MORE-CH       PIC X(3)    VALUE "YES".
           05 WS-POSTED-COUNT PIC 9(4)  VALUE 0.
           05 WS-POSTED-SUB PIC 9(4)    VALUE 0.
           05 WS-ALREADY-POSTED PIC X(3) VALUE "NO".
           05 WS-ERR-REASON PIC X(40)   VALUE SPACES.
           05 WS-HOLD-REASON PIC X(30)  VALUE SPACES.
           05 WS-CRS-COUNT  PIC 9(4)    VALUE 0.
           05 WS-CRS-SUB    PIC 9(4)    VALUE 0.
           05 WS-CRS-MATCH  PIC 9(4)    VALUE 0.
           05 WS-REG-COUNT  PIC 9(4)    VALUE 0.
           05 WS-REG-SUB    PIC 9(4)    VALUE 0.
           05 WS-REG-MATCH  PIC 9(4)    VALUE 0.
           05 WS-GP-SUB     PIC 9(2)    VALUE 0.
           05 WS-GP-MATCH   PIC 9(2)    VALUE 0.
           05 WS-PREV-ID    PIC X(7)    VALUE SPACES.
           05 WS-PREV-TERM  PIC X(5)    VALUE SPACES.
           05 WS-TERM-HOURS PIC 9(3)    VALUE 0.
           05 WS-TERM-QPTS  PIC 9(4)V99 VALUE 0.
           05 WS-TERM-GPA   PIC 9V99    VALUE 0.
           05 WS-COURSE-QPTS PIC 9(3)V99 VALUE 0.
           05 WS-GRADED-CTR PIC 9(3)    VALUE 0.
           05 WS-UNGRADED-CTR PIC 9(3)  VALUE 0.
           05 WS-INCOMPLETE-CTR PIC 9(3) VALUE 0.
           05 WS-LINE-COUNT PIC 9(3)    VALUE 0.

      *    GRADE SCALE. GP-KIND G COUNTS TOWARD THE GPA, W IS A
      *    WITHDRAWAL LEFT OUT OF HOURS AND POINTS, I IS AN
      *    INCOMPLETE THAT HOLDS THE TERM.
       01 GRADE-POINT-TABLE.
           05 GP-ENTRY OCCURS 14 TIMES.
               10 GP-GRADE         PIC X(2).
               10 GP-POINTS        PIC 9V99.
               10 GP-KIND          PIC X.

       01 COURSE-TABLE.
           05 CT-ENTRY OCCURS 500 TIMES.
               10 CT-COURSE-NO     PIC X(7).
               10 CT-SECTION       PIC X(2).
               10 CT-TITLE         PIC X(25).
               10 CT-CREDIT-HRS    PIC 99.

      *    ENROLLED REGISTRATIONS ONLY. RGT-GRADE IS FILLED IN AS THE
      *    GRADE TRANSACTIONS ARE MATCHED.
       01 REG-TABLE.
           05 RGT-ENTRY OCCURS 5000 TIMES.
               10 RGT-ID           PIC X(7).
               10 RGT-TERM         PIC X(5).
               10 RGT-COURSE-NO    PIC X(7).
               10 RGT-SECTION      PIC X(2).
               10 RGT-GRADE        PIC X(2).

      *    STUDENT TERMS ALREADY ON THE COURSE HISTORY.
       01 POSTED-TABLE.
           05 PT-ENTRY OCCURS 5000 TIMES.
               10 PT-ID            PIC X(7).
               10 PT-TERM          PIC X(5).

      *    ONE STUDENT TERM'S COURSES, HELD UNTIL THE TERM IS FIGURED
      *    SO THE SUMMARY CAN PRINT AHEAD OF THE COURSE LINES.
       01 TERM-LINE-TABLE.
           05 TL-ENTRY OCCURS 30 TIMES.
               10 TLT-COURSE-NO    PIC X(7).
               10 TLT-SECTION      PIC X(2).
               10 TLT-TITLE        PIC X(25).
               10 TLT-HOURS        PIC 99.
               10 TLT-GRADE        PIC X(2).
               10 TLT-QPTS         PIC 9(3)V99.

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
           05  FILLER      PIC X(40)   VALUE SPACES.
           05  FILLER      PIC X(20)   VALUE "TERM GRADE REPORT".
           05  FILLER      PIC X(48)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE "PAGE:".
           05  O-PCTR      PIC Z9.

       01 COLUMN-HDINGS.
           05 FILLER       PIC X(10)   VALUE "  ID".
           05 FILLER       PIC X(33)   VALUE "STUDENT NAME".
           05 FILLER       PIC X(7)    VALUE "TERM".
           05 FILLER       PIC X(7)    VALUE "HOURS".
           05 FILLER       PIC X(10)   VALUE "QUAL PTS".
           05 FILLER       PIC X(8)    VALUE "GPA".
           05 FILLER       PIC X(30)   VALUE "STATUS".

       01 STUDENT-LINE.
           05 SL-ID        PIC X(7).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 SL-LNAME     PIC X(15).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 SL-FNAME     PIC X(15).
           05 FILLER       PIC X       VALUE SPACES.
           05 SL-TERM      PIC X(5).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 SL-HOURS     PIC ZZ9.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 SL-QPTS      PIC Z,ZZ9.99.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 SL-GPA       PIC 9.99.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 SL-STATUS    PIC X(30).

       01 COURSE-LINE.
           05 FILLER       PIC X(10)   VALUE SPACES.
           05 CL-COURSE-NO PIC X(7).
           05 FILLER       PIC X       VALUE "-".
           05 CL-SECTION   PIC X(2).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 CL-TITLE     PIC X(25).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 FILLER       PIC X(7)    VALUE "HOURS: ".
           05 CL-HOURS     PIC Z9.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(7)    VALUE "GRADE: ".
           05 CL-GRADE     PIC X(2).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(10)   VALUE "QUAL PTS: ".
           05 CL-QPTS      PIC ZZ9.99.

       01 TOTAL-LINE.
           05 FILLER       PIC X(13)   VALUE "GRADES READ: ".
           05 TL-GRADES    PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(10)   VALUE "REJECTED: ".
           05 TL-ERR       PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(14)   VALUE "TERMS POSTED: ".
           05 TL-POSTED    PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(12)   VALUE "TERMS HELD: ".
           05 TL-HELD      PIC ZZ,ZZ9.

       01 REG-DROP-LINE.
           05 FILLER       PIC X(50)   VALUE
               "*** REGISTRATIONS PAST THE TABLE, NOT LOADED: ".
           05 RDL-DROP     PIC ZZ,ZZ9.

       01 POSTED-DROP-LINE.
           05 FILLER       PIC X(50)   VALUE
               "*** POSTED TERMS PAST THE TABLE, NOT LOADED: ".
           05 PDL-DROP     PIC ZZ,ZZ9.

       01 STOPPED-LINE.
           05 FILLER       PIC X(44)   VALUE
               "*** NO GRADES APPLIED AND NO TERMS POSTED - ".
           05 FILLER       PIC X(27)   VALUE
               "TABLES MUST BE ENLARGED ***".

       01 ERROR-TITLE.
           05  FILLER      PIC X(6)    VALUE "DATE:".
           05  E-MM        PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  E-DD        PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  E-YY        PIC 9(4).
           05  FILLER      PIC X(36)   VALUE SPACES.
           05  FILLER      PIC X(26)
                           VALUE "REJECTED GRADE ENTRIES".
           05  FILLER      PIC X(46)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE "PAGE:".
           05  E-PCTR      PIC Z9.

       01 ERROR-HDINGS.
           05 FILLER       PIC X(10)   VALUE "  ID".
           05 FILLER       PIC X(7)    VALUE "TERM".
           05 FILLER       PIC X(9)    VALUE "COURSE".
           05 FILLER       PIC X(5)    VALUE "SEC".
           05 FILLER       PIC X(7)    VALUE "GRADE".
           05 FILLER       PIC X(40)   VALUE "REASON".

       01 ERROR-DETAIL-LINE.
           05 ER-ID        PIC X(7).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 ER-TERM      PIC X(5).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 ER-COURSE-NO PIC X(7).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 ER-SECTION   PIC X(2).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 ER-GRADE     PIC X(2).
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 ER-REASON    PIC X(40).

       01 ERROR-TOTAL-LINE.
           05 FILLER       PIC X(24)   VALUE "GRADE ENTRIES REJECTED: ".
           05 ETL-ERR      PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = "NO"
                  OR C-REG-DROP-CTR > ZERO
                  OR C-POSTED-DROP-CTR > ZERO.
           PERFORM 3000-CLOSING.
           GOBACK.

       1000-INIT.
           OPEN INPUT GRADE-TRANS.
           OPEN INPUT STUDENT-MASTER.
           OPEN EXTEND POST-TRANS.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT ERROR-RPT.

           PERFORM 1050-GET-RUN-DATE.
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           MOVE I-YY TO E-YY.
           MOVE I-MM TO E-MM.
           MOVE I-DD TO E-DD.

           MOVE "A " TO GP-GRADE (1).
           MOVE 4.00 TO GP-POINTS (1).
           MOVE "A-" TO GP-GRADE (2).
           MOVE 3.67 TO GP-POINTS (2).
           MOVE "B+" TO GP-GRADE (3).
           MOVE 3.33 TO GP-POINTS (3).
           MOVE "B " TO GP-GRADE (4).
           MOVE 3.00 TO GP-POINTS (4).
           MOVE "B-" TO GP-GRADE (5).
           MOVE 2.67 TO GP-POINTS (5).
           MOVE "C+" TO GP-GRADE (6).
           MOVE 2.33 TO GP-POINTS (6).
           MOVE "C " TO GP-GRADE (7).
           MOVE 2.00 TO GP-POINTS (7).
           MOVE "C-" TO GP-GRADE (8).
           MOVE 1.67 TO GP-POINTS (8).
           MOVE "D+" TO GP-GRADE (9).
           MOVE 1.33 TO GP-POINTS (9).
           MOVE "D " TO GP-GRADE (10).
           MOVE 1.00 TO GP-POINTS (10).
           MOVE "D-" TO GP-GRADE (11).
           MOVE 0.67 TO GP-POINTS (11).
           MOVE "F " TO GP-GRADE (12).
           MOVE 0.00 TO GP-POINTS (12).
           MOVE "W " TO GP-GRADE (13).
           MOVE 0.00 TO GP-POINTS (13).
           MOVE "I " TO GP-GRADE (14).
           MOVE 0.00 TO GP-POINTS (14).
           PERFORM VARYING WS-GP-SUB FROM 1 BY 1
               UNTIL WS-GP-SUB > 12
               MOVE "G" TO GP-KIND (WS-GP-SUB)
           END-PERFORM.
           MOVE "W" TO GP-KIND (13).
           MOVE "I" TO GP-KIND (14).

           PERFORM 1100-LOAD-CATALOG.
           PERFORM 1200-LOAD-REGISTRATIONS.
           PERFORM 1300-LOAD-POSTED-TERMS.
           OPEN EXTEND COURSE-HISTORY.

           PERFORM 9100-HEADINGS.
           PERFORM 9200-ERROR-HEADINGS.
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

       1100-LOAD-CATALOG.
           OPEN INPUT COURSE-MASTER.
           PERFORM UNTIL MORE-CRS = "NO"
               READ COURSE-MASTER
                   AT END
                       MOVE "NO" TO MORE-CRS
                   NOT AT END
                       IF WS-CRS-COUNT < 500
                           ADD 1 TO WS-CRS-COUNT
                           MOVE CM-COURSE-NO
                               TO CT-COURSE-NO (WS-CRS-COUNT)
                           MOVE CM-SECTION TO CT-SECTION (WS-CRS-COUNT)
                           MOVE CM-TITLE TO CT-TITLE (WS-CRS-COUNT)
                           IF CM-CREDIT-HRS NUMERIC
                               MOVE CM-CREDIT-HRS
                                   TO CT-CREDIT-HRS (WS-CRS-COUNT)
                           ELSE
                               MOVE ZERO TO CT-CREDIT-HRS (WS-CRS-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-MASTER.

      *    WAITLISTED ROWS NEVER TOOK A SEAT AND ARE NOT GRADED.
       1200-LOAD-REGISTRATIONS.
           OPEN INPUT REG-MASTER.
           PERFORM UNTIL MORE-REG = "NO"
               READ REG-MASTER
                   AT END
                       MOVE "NO" TO MORE-REG
                   NOT AT END
                       IF RG-STATUS = "E"
                           IF WS-REG-COUNT < 5000
                               ADD 1 TO WS-REG-COUNT
                               MOVE RG-ID TO RGT-ID (WS-REG-COUNT)
                               MOVE RG-TERM TO RGT-TERM (WS-REG-COUNT)
                               MOVE RG-COURSE-NO
                                   TO RGT-COURSE-NO (WS-REG-COUNT)
                               MOVE RG-SECTION
                                   TO RGT-SECTION (WS-REG-COUNT)
                               MOVE SPACES
                                   TO RGT-GRADE (WS-REG-COUNT)
                           ELSE
                               ADD 1 TO C-REG-DROP-CTR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REG-MASTER.

      *    THE COURSE HISTORY IS IN THE ORDER TERMS WERE POSTED, SO
      *    A STUDENT TERM IS KEPT ONCE, WHEN ITS FIRST COURSE IS SEEN.
       1300-LOAD-POSTED-TERMS.
           OPEN INPUT COURSE-HISTORY.
           PERFORM UNTIL MORE-CH = "NO"
               READ COURSE-HISTORY
                   AT END
                       MOVE "NO" TO MORE-CH
                   NOT AT END
                       IF WS-POSTED-COUNT = ZERO
                           PERFORM 1350-STORE-POSTED-TERM
                       ELSE
                           IF CH-ID NOT = PT-ID (WS-POSTED-COUNT)
                              OR CH-TERM NOT = PT-TERM (WS-POSTED-COUNT)
                               PERFORM 1350-STORE-POSTED-TERM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-HISTORY.

       1350-STORE-POSTED-TERM.
           IF WS-POSTED-COUNT < 5000
               ADD 1 TO WS-POSTED-COUNT
               MOVE CH-ID TO PT-ID (WS-POSTED-COUNT)
               MOVE CH-TERM TO PT-TERM (WS-POSTED-COUNT)
           ELSE
               ADD 1 TO C-POSTED-DROP-CTR
           END-IF.

       2000-MAINLINE.
           ADD 1 TO C-GRADE-CTR.
           MOVE SPACES TO WS-ERR-REASON.

           MOVE ZERO TO WS-GP-MATCH.
           PERFORM VARYING WS-GP-SUB FROM 1 BY 1
               UNTIL WS-GP-SUB > 14
               IF GP-GRADE (WS-GP-SUB) = GT-GRADE
                   MOVE WS-GP-SUB TO WS-GP-MATCH
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-REG-MATCH.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
                  OR WS-REG-MATCH > ZERO
               IF RGT-ID (WS-REG-SUB) = GT-ID
                  AND RGT-TERM (WS-REG-SUB) = GT-TERM
                  AND RGT-COURSE-NO (WS-REG-SUB) = GT-COURSE-NO
                  AND RGT-SECTION (WS-REG-SUB) = GT-SECTION
                   MOVE WS-REG-SUB TO WS-REG-MATCH
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-GP-MATCH = ZERO
                   MOVE "GRADE NOT ON THE GRADE SCALE"
                       TO WS-ERR-REASON
               WHEN WS-REG-MATCH = ZERO
                   MOVE "NOT ENROLLED IN SECTION FOR TERM"
                       TO WS-ERR-REASON
               WHEN RGT-GRADE (WS-REG-MATCH) NOT = SPACES
                   MOVE "GRADE ALREADY ENTERED" TO WS-ERR-REASON
               WHEN OTHER
                   MOVE GT-GRADE TO RGT-GRADE (WS-REG-MATCH)
           END-EVALUATE.

           IF WS-ERR-REASON NOT = SPACES
               PERFORM 2600-LOG-ERROR
           END-IF.
           PERFORM 9000-READ.

       2600-LOG-ERROR.
           ADD 1 TO C-ERR-CTR.
           MOVE GT-ID TO ER-ID.
           MOVE GT-TERM TO ER-TERM.
           MOVE GT-COURSE-NO TO ER-COURSE-NO.
           MOVE GT-SECTION TO ER-SECTION.
           MOVE GT-GRADE TO ER-GRADE.
           MOVE WS-ERR-REASON TO ER-REASON.
           WRITE ERRLINE FROM ERROR-DETAIL-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9200-ERROR-HEADINGS.

       3000-CLOSING.
           IF C-REG-DROP-CTR = ZERO AND C-POSTED-DROP-CTR = ZERO
               SORT SORT-WORK
                   ON ASCENDING KEY SW-ID
                                    SW-TERM
                                    SW-COURSE-NO
                                    SW-SECTION
                   INPUT PROCEDURE 3100-RELEASE-REGISTRATIONS
                   OUTPUT PROCEDURE 3200-FIGURE-TERMS
           END-IF.

           MOVE C-GRADE-CTR TO TL-GRADES.
           MOVE C-ERR-CTR TO TL-ERR.
           MOVE C-POST-CTR TO TL-POSTED.
           MOVE C-HELD-CTR TO TL-HELD.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           IF C-REG-DROP-CTR > ZERO
               MOVE C-REG-DROP-CTR TO RDL-DROP
               WRITE PRTLINE FROM REG-DROP-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF C-POSTED-DROP-CTR > ZERO
               MOVE C-POSTED-DROP-CTR TO PDL-DROP
               WRITE PRTLINE FROM POSTED-DROP-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF C-REG-DROP-CTR > ZERO OR C-POSTED-DROP-CTR > ZERO
               WRITE PRTLINE FROM STOPPED-LINE
                   AFTER ADVANCING 1 LINES
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE C-ERR-CTR TO ETL-ERR.
           WRITE ERRLINE FROM ERROR-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE GRADE-TRANS.
           CLOSE STUDENT-MASTER.
           CLOSE POST-TRANS.
           CLOSE COURSE-HISTORY.
           CLOSE PRTOUT.
           CLOSE ERROR-RPT.

       3100-RELEASE-REGISTRATIONS.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
               MOVE RGT-ID (WS-REG-SUB) TO SW-ID
               MOVE RGT-TERM (WS-REG-SUB) TO SW-TERM
               MOVE RGT-COURSE-NO (WS-REG-SUB) TO SW-COURSE-NO
               MOVE RGT-SECTION (WS-REG-SUB) TO SW-SECTION
               MOVE RGT-GRADE (WS-REG-SUB) TO SW-GRADE
               RELEASE SW-GRADE-REC
           END-PERFORM.

      *    CONTROL BREAK ON STUDENT AND TERM.
       3200-FIGURE-TERMS.
           PERFORM 9010-READ-SORTED.
           PERFORM UNTIL MORE-SORTED = "NO"
               IF SW-ID NOT = WS-PREV-ID
                  OR SW-TERM NOT = WS-PREV-TERM
                   IF WS-PREV-ID NOT = SPACES
                       PERFORM 3300-CLOSE-TERM
                   END-IF
                   PERFORM 3250-START-TERM
               END-IF
               PERFORM 3260-ADD-COURSE
               PERFORM 9010-READ-SORTED
           END-PERFORM.
           IF WS-PREV-ID NOT = SPACES
               PERFORM 3300-CLOSE-TERM
           END-IF.

       3250-START-TERM.
           MOVE SW-ID TO WS-PREV-ID.
           MOVE SW-TERM TO WS-PREV-TERM.
           MOVE ZERO TO WS-TERM-HOURS.
           MOVE ZERO TO WS-TERM-QPTS.
           MOVE ZERO TO WS-GRADED-CTR.
           MOVE ZERO TO WS-UNGRADED-CTR.
           MOVE ZERO TO WS-INCOMPLETE-CTR.
           MOVE ZERO TO WS-LINE-COUNT.

       3260-ADD-COURSE.
           MOVE ZERO TO WS-CRS-MATCH.
           PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
               UNTIL WS-CRS-SUB > WS-CRS-COUNT
                  OR WS-CRS-MATCH > ZERO
               IF CT-COURSE-NO (WS-CRS-SUB) = SW-COURSE-NO
                  AND CT-SECTION (WS-CRS-SUB) = SW-SECTION
                   MOVE WS-CRS-SUB TO WS-CRS-MATCH
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-GP-MATCH.
           PERFORM VARYING WS-GP-SUB FROM 1 BY 1
               UNTIL WS-GP-SUB > 14
               IF GP-GRADE (WS-GP-SUB) = SW-GRADE
                   MOVE WS-GP-SUB TO WS-GP-MATCH
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-COURSE-QPTS.
           IF SW-GRADE = SPACES
               ADD 1 TO WS-UNGRADED-CTR
           ELSE
               ADD 1 TO WS-GRADED-CTR
           END-IF.
           IF WS-GP-MATCH > ZERO
               EVALUATE GP-KIND (WS-GP-MATCH)
                   WHEN "I"
                       ADD 1 TO WS-INCOMPLETE-CTR
                   WHEN "G"
                       IF WS-CRS-MATCH > ZERO
                           COMPUTE WS-COURSE-QPTS =
                               GP-POINTS (WS-GP-MATCH) *
                               CT-CREDIT-HRS (WS-CRS-MATCH)
                           ADD CT-CREDIT-HRS (WS-CRS-MATCH)
                               TO WS-TERM-HOURS
                           ADD WS-COURSE-QPTS TO WS-TERM-QPTS
                       END-IF
               END-EVALUATE
           END-IF.

           IF WS-LINE-COUNT < 30
               ADD 1 TO WS-LINE-COUNT
               MOVE SW-COURSE-NO TO TLT-COURSE-NO (WS-LINE-COUNT)
               MOVE SW-SECTION TO TLT-SECTION (WS-LINE-COUNT)
               MOVE SW-GRADE TO TLT-GRADE (WS-LINE-COUNT)
               MOVE WS-COURSE-QPTS TO TLT-QPTS (WS-LINE-COUNT)
               IF WS-CRS-MATCH > ZERO
                   MOVE CT-TITLE (WS-CRS-MATCH)
                       TO TLT-TITLE (WS-LINE-COUNT)
                   MOVE CT-CREDIT-HRS (WS-CRS-MATCH)
                       TO TLT-HOURS (WS-LINE-COUNT)
               ELSE
                   MOVE "*** NOT IN CATALOG"
                       TO TLT-TITLE (WS-LINE-COUNT)
                   MOVE ZERO TO TLT-HOURS (WS-LINE-COUNT)
               END-IF
           END-IF.

      *    A TERM WITH NO GRADES YET IS NOT AT TERM END AND DOES NOT
      *    PRINT. ANY OTHER TERM IS EITHER POSTED OR HELD WITH ITS
      *    REASON.
       3300-CLOSE-TERM.
           IF WS-GRADED-CTR > ZERO
               MOVE WS-PREV-ID TO OM-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE "** UNKNOWN **" TO OM-LNAME
                       MOVE SPACES TO OM-FNAME
                       MOVE "HELD - NOT ON STUDENT MASTER"
                           TO WS-HOLD-REASON
                   NOT INVALID KEY
                       MOVE SPACES TO WS-HOLD-REASON
               END-READ
               MOVE "NO" TO WS-ALREADY-POSTED
               PERFORM VARYING WS-POSTED-SUB FROM 1 BY 1
                   UNTIL WS-POSTED-SUB > WS-POSTED-COUNT
                   IF PT-ID (WS-POSTED-SUB) = WS-PREV-ID
                      AND PT-TERM (WS-POSTED-SUB) = WS-PREV-TERM
                       MOVE "YES" TO WS-ALREADY-POSTED
                   END-IF
               END-PERFORM
               MOVE ZERO TO WS-TERM-GPA
               IF WS-TERM-HOURS > ZERO
                   COMPUTE WS-TERM-GPA ROUNDED =
                       WS-TERM-QPTS / WS-TERM-HOURS
               END-IF
               EVALUATE TRUE
                   WHEN WS-HOLD-REASON NOT = SPACES
                       CONTINUE
                   WHEN WS-ALREADY-POSTED = "YES"
                       MOVE "HELD - TERM ALREADY POSTED"
                           TO WS-HOLD-REASON
                   WHEN WS-UNGRADED-CTR > ZERO
                       MOVE "HELD - COURSE NOT GRADED"
                           TO WS-HOLD-REASON
                   WHEN WS-INCOMPLETE-CTR > ZERO
                       MOVE "HELD - INCOMPLETE GRADE"
                           TO WS-HOLD-REASON
                   WHEN WS-TERM-HOURS = ZERO
                       MOVE "HELD - NO HOURS ATTEMPTED"
                           TO WS-HOLD-REASON
                   WHEN WS-TERM-HOURS > 99
                       MOVE "HELD - HOURS OVER 99"
                           TO WS-HOLD-REASON
               END-EVALUATE
               IF WS-HOLD-REASON = SPACES
                   PERFORM 3350-WRITE-POST
               ELSE
                   ADD 1 TO C-HELD-CTR
               END-IF
               PERFORM 3400-PRINT-TERM
           END-IF.

       3350-WRITE-POST.
           MOVE "P" TO HT-ACTION.
           MOVE WS-PREV-ID TO HT-ID.
           MOVE WS-PREV-TERM TO HT-TERM.
           MOVE WS-TERM-GPA TO HT-GPA.
           MOVE WS-TERM-HOURS TO HT-HOURS.
           WRITE HT-REC.
           ADD 1 TO C-POST-CTR.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-LINE-COUNT
               MOVE WS-PREV-ID TO CH-ID
               MOVE WS-PREV-TERM TO CH-TERM
               MOVE TLT-COURSE-NO (WS-REG-SUB) TO CH-COURSE-NO
               MOVE TLT-SECTION (WS-REG-SUB) TO CH-SECTION
               MOVE TLT-GRADE (WS-REG-SUB) TO CH-GRADE
               MOVE TLT-HOURS (WS-REG-SUB) TO CH-HOURS
               WRITE CH-REC
           END-PERFORM.
           MOVE "POSTED TO STDNTHTR.DAT" TO WS-HOLD-REASON.

       3400-PRINT-TERM.
           MOVE WS-PREV-ID TO SL-ID.
           MOVE OM-LNAME TO SL-LNAME.
           MOVE OM-FNAME TO SL-FNAME.
           MOVE WS-PREV-TERM TO SL-TERM.
           MOVE WS-TERM-HOURS TO SL-HOURS.
           MOVE WS-TERM-QPTS TO SL-QPTS.
           MOVE WS-TERM-GPA TO SL-GPA.
           MOVE WS-HOLD-REASON TO SL-STATUS.
           WRITE PRTLINE FROM STUDENT-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-LINE-COUNT
               MOVE TLT-COURSE-NO (WS-REG-SUB) TO CL-COURSE-NO
               MOVE TLT-SECTION (WS-REG-SUB) TO CL-SECTION
               MOVE TLT-TITLE (WS-REG-SUB) TO CL-TITLE
               MOVE TLT-HOURS (WS-REG-SUB) TO CL-HOURS
               MOVE TLT-GRADE (WS-REG-SUB) TO CL-GRADE
               MOVE TLT-QPTS (WS-REG-SUB) TO CL-QPTS
               WRITE PRTLINE FROM COURSE-LINE
                   AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
               END-WRITE
           END-PERFORM.

       9000-READ.
           READ GRADE-TRANS
               AT END
                   MOVE "NO" TO MORE-RECS.

       9010-READ-SORTED.
           RETURN SORT-WORK
               AT END
                   MOVE "NO" TO MORE-SORTED.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COLUMN-HDINGS
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINES.

       9200-ERROR-HEADINGS.
           ADD 1 TO C-ERR-PCTR.
           MOVE C-ERR-PCTR TO E-PCTR.
           WRITE ERRLINE FROM ERROR-TITLE
               AFTER ADVANCING PAGE.
           WRITE ERRLINE FROM ERROR-HDINGS
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO ERRLINE.
           WRITE ERRLINE
               AFTER ADVANCING 1 LINES.
