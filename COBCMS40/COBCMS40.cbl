       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCMS40.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         COLBY SNOW.
       DATE-COMPILED.
      ******************************************************************
      *THIS PROGRAM IS THE DEGREE AUDIT AND GRADUATION CANDIDATE RUN.
      *FOR EACH STUDENT ON THE INDEXED STUDENT MASTER IT WALKS THE
      *ACADEMIC HISTORY (STDNTHIS.DAT) IN TERM ORDER AND COMPUTES THE
      *EARNED HOURS AND THE CREDIT-HOUR-WEIGHTED CUMULATIVE GPA THE
      *SAME WAY COBCMS14 DOES, THEN AUDITS THEM AGAINST THE STUDENT'S
      *PROGRAM ON PROGMST.DAT:
      *  - PM-REQ-HOURS, THE TOTAL CREDIT HOURS NEEDED;
      *  - PM-MIN-GPA, THE MINIMUM CUMULATIVE GPA;
      *  - THE COURSE GROUPS ON PROGREQ.DAT. EACH GROUP LISTS ITS
      *    COURSES AND HOW MANY OF THEM MUST BE COMPLETED; A REQUIRED
      *    COURSE IS A GROUP OF ONE. A COURSE IS COMPLETED WHEN THE
      *    COURSE HISTORY (CRSHIST.DAT, WRITTEN BY COBCMS39) SHOWS A
      *    PASSING GRADE FOR IT - ANYTHING BUT F, W OR I.
      *STANDING COMES FROM STDNTSTD.DAT (COBCMS21); A STUDENT ON
      *SUSPENSION CANNOT GRADUATE WHATEVER ELSE IS MET.
      *
      *AUDPARM.DAT NAMES THE AS-OF TERM AND THE HOURS IN ONE FULL
      *TERM (18 WHEN LEFT BLANK). A STUDENT WHO MEETS EVERY
      *REQUIREMENT AND HAS THE AS-OF TERM ON HISTORY IS A GRADUATION
      *CANDIDATE; WITH NO AS-OF TERM EVERY STUDENT WHO MEETS THEM IS.
      *A STUDENT WHO MEETS THE GPA, IS NOT ON SUSPENSION AND IS SHORT
      *NO MORE THAN ONE TERM'S HOURS IS NEAR COMPLETION.
      *
      *OUTPUT IS THE PER-STUDENT AUDIT (DEGAUDIT.PRT) SHOWING WHAT IS
      *SATISFIED AND WHAT IS OUTSTANDING, THE GRADUATION CANDIDATE
      *LIST (GRADCAND.PRT) AND THE NEAR-COMPLETION LIST (NEARCOMP.PRT).
      *
      *PASSED COURSES ARE HELD IN A 20000-ENTRY TABLE. COURSES PAST
      *IT WOULD READ AS NOT COMPLETED, SO THEY ARE COUNTED ON
      *DEGAUDIT.PRT AND RETURN-CODE 4 IS SET.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STUDENT-MASTER
               ASSIGN TO "C:\IHCC\COBOL\STDNTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OM-ID.

           SELECT OPTIONAL ACADEMIC-HISTORY
               ASSIGN TO "C:\IHCC\COBOL\STDNTHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIS-KEY.

           SELECT OPTIONAL STANDING-IN
               ASSIGN TO "C:\IHCC\COBOL\STDNTSTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PROGRAM-MASTER
               ASSIGN TO "C:\IHCC\COBOL\PROGMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PROGRAM-REQS
               ASSIGN TO "C:\IHCC\COBOL\PROGREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COURSE-HISTORY
               ASSIGN TO "C:\IHCC\COBOL\CRSHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COURSE-MASTER
               ASSIGN TO "C:\IHCC\COBOL\CRSMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-PARM
               ASSIGN TO "C:\IHCC\COBOL\AUDPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO "C:\IHCC\COBOL\DEGAUDIT.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT CANDIDATE-RPT
               ASSIGN TO "C:\IHCC\COBOL\GRADCAND.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT NEAR-RPT
               ASSIGN TO "C:\IHCC\COBOL\NEARCOMP.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-DATE-PARM
               ASSIGN TO "C:\IHCC\COBOL\RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD  ACADEMIC-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS HIS-REC
           RECORD CONTAINS 17 CHARACTERS.

       01 HIS-REC.
         05 HIS-KEY.
           10 HIS-ID        PIC X(7).
           10 HIS-TERM      PIC X(5).
         05 HIS-TERM-GPA    PIC 9V99.
         05 HIS-CREDIT-HRS  PIC 99.

       FD  STANDING-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS STD-REC
           RECORD CONTAINS 16 CHARACTERS.

       01 STD-REC.
           05 STD-ID           PIC X(7).
           05 STD-STANDING     PIC X.
           05 STD-CUM-GPA      PIC 9V99.
           05 STD-THRU-TERM    PIC X(5).

       FD  PROGRAM-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PM-REC
           RECORD CONTAINS 50 CHARACTERS.

       01 PM-REC.
           05 PM-CODE          PIC X(4).
           05 PM-NAME          PIC X(25).
           05 PM-DEPT          PIC X(15).
      *    GRADUATION REQUIREMENTS READ BY THE COBCMS40 DEGREE AUDIT.
      *    BLANK ON RECORDS KEYED BEFORE THE FIELDS WERE ADDED.
           05 PM-REQ-HOURS     PIC 9(3).
           05 PM-MIN-GPA       PIC 9V99.

      *    ONE RECORD PER COURSE IN A PROGRAM'S COURSE GROUP. PR-NEEDED
      *    IS HOW MANY COURSES OF THE GROUP MUST BE COMPLETED; IT
      *    SHOULD BE THE SAME ON EVERY RECORD OF THE GROUP, AND THE
      *    LARGEST ONE KEYED IS USED. BLANK OR ZERO MEANS ONE.
       FD  PROGRAM-REQS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PR-REC
           RECORD CONTAINS 14 CHARACTERS.

       01 PR-REC.
           05 PR-PROG-CD       PIC X(4).
           05 PR-GROUP         PIC X(2).
           05 PR-NEEDED        PIC 9.
           05 PR-COURSE-NO     PIC X(7).

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

       FD  AUDIT-PARM
           LABEL RECORD IS STANDARD
           DATA RECORD IS AP-REC
           RECORD CONTAINS 7 CHARACTERS.

       01 AP-REC.
           05 AP-TERM          PIC X(5).
           05 AP-TERM-HOURS    PIC 99.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE          PIC X(132).

       FD  CANDIDATE-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CANDLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 CANDLINE         PIC X(132).

       FD  NEAR-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS NEARLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 NEARLINE         PIC X(132).

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
           05 C-CAND-PCTR   PIC 9(2)    VALUE 0.
           05 C-NEAR-PCTR   PIC 9(2)    VALUE 0.
           05 C-STU-CTR     PIC 9(5)    VALUE 0.
           05 C-CAND-CTR    PIC 9(5)    VALUE 0.
           05 C-NEAR-CTR    PIC 9(5)    VALUE 0.
           05 C-MET-CTR     PIC 9(5)    VALUE 0.
           05 C-NOPROG-CTR  PIC 9(5)    VALUE 0.
           05 C-CH-DROP-CTR PIC 9(5)    VALUE 0.
           05 MORE-RECS     PIC X(3)    VALUE "YES".
           05 MORE-HIS      PIC X(3)    VALUE "YES".
           05 MORE-STD      PIC X(3)    VALUE "YES".
           05 MORE-PROG     PIC X(3)    VALUE "YES".
           05 MORE-PRQ      PIC X(3)    VALUE "YES".
           05 MORE-CH       PIC X(3)    VALUE "YES".
           05 MORE-CRS      PIC X(3)    VALUE "YES".
           05 WS-ASOF-TERM  PIC X(5)    VALUE SPACES.
           05 WS-TERM-HOURS PIC 99      VALUE 18.
           05 WS-ASOF-FOUND PIC X(3)    VALUE "NO".
           05 WS-QUAL-PTS   PIC 9(6)V99 VALUE 0.
           05 WS-HIS-HOURS  PIC 9(4)    VALUE 0.
           05 WS-CUM-GPA    PIC 9V99    VALUE 0.
           05 WS-STANDING   PIC X       VALUE SPACE.
           05 WS-REQ-HOURS  PIC 9(3)    VALUE 0.
           05 WS-MIN-GPA    PIC 9V99    VALUE 0.
           05 WS-HOURS-SHORT PIC 9(4)   VALUE 0.
           05 WS-HOURS-MET  PIC X(3)    VALUE "NO".
           05 WS-GPA-MET    PIC X(3)    VALUE "NO".
           05 WS-GROUPS-MET PIC X(3)    VALUE "NO".
           05 WS-RESULT     PIC X(40)   VALUE SPACES.
           05 WS-COURSE-DONE PIC X(3)   VALUE "NO".
           05 WS-AUDITED    PIC X(3)    VALUE "NO".
           05 WS-STD-COUNT  PIC 9(4)    VALUE 0.
           05 WS-STD-SUB    PIC 9(4)    VALUE 0.
           05 WS-PROG-COUNT PIC 9(3)    VALUE 0.
           05 WS-PROG-SUB   PIC 9(3)    VALUE 0.
           05 WS-PROG-MATCH PIC 9(3)    VALUE 0.
           05 WS-PRQ-COUNT  PIC 9(4)    VALUE 0.
           05 WS-PRQ-SUB    PIC 9(4)    VALUE 0.
           05 WS-CH-COUNT   PIC 9(5)    VALUE 0.
           05 WS-CH-SUB     PIC 9(5)    VALUE 0.
           05 WS-CRS-COUNT  PIC 9(4)    VALUE 0.
           05 WS-CRS-SUB    PIC 9(4)    VALUE 0.
           05 WS-GRP-COUNT  PIC 9(2)    VALUE 0.
           05 WS-GRP-SUB    PIC 9(2)    VALUE 0.
           05 WS-GRP-MATCH  PIC 9(2)    VALUE 0.
           05 WS-NEEDED     PIC 9       VALUE 0.

      *    STANDING OF RECORD PER STUDENT FROM THE LAST COBCMS21 RUN.
       01 STANDING-TABLE.
           05 SDT-ENTRY OCCURS 5000 TIMES.
               10 SDT-ID           PIC X(7).
               10 SDT-STANDING     PIC X.

       01 PROGRAM-TABLE.
           05 PGT-ENTRY OCCURS 100 TIMES.
               10 PGT-CODE         PIC X(4).
               10 PGT-NAME         PIC X(25).
               10 PGT-REQ-HOURS    PIC 9(3).
               10 PGT-MIN-GPA      PIC 9V99.

       01 REQUIREMENT-TABLE.
           05 PRT-ENTRY OCCURS 1000 TIMES.
               10 PRT-PROG-CD      PIC X(4).
               10 PRT-GROUP        PIC X(2).
               10 PRT-NEEDED       PIC 9.
               10 PRT-COURSE-NO    PIC X(7).

      *    PASSED COURSES ONLY.
       01 COMPLETED-TABLE.
           05 CPT-ENTRY OCCURS 20000 TIMES.
               10 CPT-ID           PIC X(7).
               10 CPT-COURSE-NO    PIC X(7).

      *    COURSE TITLES, ONE PER COURSE NUMBER.
       01 TITLE-TABLE.
           05 TT-ENTRY OCCURS 500 TIMES.
               10 TT-COURSE-NO     PIC X(7).
               10 TT-TITLE         PIC X(25).

      *    THE CURRENT STUDENT'S COURSE GROUPS.
       01 GROUP-TABLE.
           05 GRP-ENTRY OCCURS 50 TIMES.
               10 GRP-GROUP        PIC X(2).
               10 GRP-NEEDED       PIC 9.
               10 GRP-DONE         PIC 99.

       01 CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY    PIC 9(4).
               10  I-MM    PIC 99.
               10  I-DD    PIC 99.
           05  I-TIME      PIC X(11).

       01 AUDIT-TITLE.
           05  FILLER      PIC X(6)    VALUE "DATE:".
           05  O-MM        PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  O-DD        PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  O-YY        PIC 9(4).
           05  FILLER      PIC X(40)   VALUE SPACES.
           05  FILLER      PIC X(20)   VALUE "DEGREE AUDIT".
           05  FILLER      PIC X(48)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE "PAGE:".
           05  O-PCTR      PIC Z9.

       01 STUDENT-LINE.
           05 FILLER       PIC X(9)    VALUE "STUDENT: ".
           05 SL-ID        PIC X(7).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 SL-LNAME     PIC X(15).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 SL-FNAME     PIC X(15).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 SL-INIT      PIC X.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(9)    VALUE "PROGRAM: ".
           05 SL-PROG-CD   PIC X(4).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 SL-PROG-NAME PIC X(25).

       01 HOURS-LINE.
           05 FILLER       PIC X(10)   VALUE SPACES.
           05 FILLER       PIC X(16)   VALUE "HOURS REQUIRED: ".
           05 HL-REQ       PIC ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(8)    VALUE "EARNED: ".
           05 HL-EARNED    PIC ZZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 HL-STATUS    PIC X(30).

       01 GPA-LINE.
           05 FILLER       PIC X(10)   VALUE SPACES.
           05 FILLER       PIC X(16)   VALUE "MINIMUM GPA:    ".
           05 GL-MIN       PIC 9.99.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(16)   VALUE "CUMULATIVE GPA: ".
           05 GL-CUM       PIC 9.99.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 GL-STATUS    PIC X(30).

       01 STANDING-LINE.
           05 FILLER       PIC X(10)   VALUE SPACES.
           05 FILLER       PIC X(16)   VALUE "STANDING:       ".
           05 ST-STANDING  PIC X(20).
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 ST-STATUS    PIC X(30).

       01 GROUP-LINE.
           05 FILLER       PIC X(10)   VALUE SPACES.
           05 FILLER       PIC X(13)   VALUE "COURSE GROUP ".
           05 GRL-GROUP    PIC X(2).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 GRL-DONE     PIC Z9.
           05 FILLER       PIC X(4)    VALUE " OF ".
           05 GRL-NEEDED   PIC 9.
           05 FILLER       PIC X(19)   VALUE " NEEDED COMPLETED  ".
           05 GRL-STATUS   PIC X(30).

       01 REQ-COURSE-LINE.
           05 FILLER       PIC X(15)   VALUE SPACES.
           05 RC-COURSE-NO PIC X(7).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 RC-TITLE     PIC X(25).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 RC-STATUS    PIC X(12).

       01 RESULT-LINE.
           05 FILLER       PIC X(10)   VALUE SPACES.
           05 FILLER       PIC X(16)   VALUE "AUDIT RESULT:   ".
           05 RL-RESULT    PIC X(40).

       01 AUDIT-TOTAL-LINE.
           05 FILLER       PIC X(10)   VALUE "STUDENTS: ".
           05 AT-STU       PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(12)   VALUE "CANDIDATES: ".
           05 AT-CAND      PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(17)   VALUE "NEAR COMPLETION: ".
           05 AT-NEAR      PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(24)   VALUE "NO PROGRAM REQUIREMENTS:".
           05 AT-NOPROG    PIC ZZ,ZZ9.

       01 CH-DROP-LINE.
           05 FILLER       PIC X(50)   VALUE
               "*** PASSED COURSES PAST THE TABLE, NOT LOADED: ".
           05 CDL-DROP     PIC ZZ,ZZ9.

       01 CAND-TITLE.
           05  FILLER      PIC X(6)    VALUE "DATE:".
           05  CT-MM       PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  CT-DD       PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  CT-YY       PIC 9(4).
           05  FILLER      PIC X(30)   VALUE SPACES.
           05  CT-HEAD     PIC X(40).
           05  FILLER      PIC X(38)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE "PAGE:".
           05  CT-PCTR     PIC Z9.

       01 CAND-TERM-LINE.
           05 FILLER       PIC X(15)   VALUE "AS-OF TERM:    ".
           05 CTL-TERM     PIC X(5).

       01 CAND-HDINGS.
           05 FILLER       PIC X(10)   VALUE "  ID".
           05 FILLER       PIC X(17)   VALUE "LAST NAME".
           05 FILLER       PIC X(17)   VALUE "FIRST NAME".
           05 FILLER       PIC X(7)    VALUE "PROG".
           05 FILLER       PIC X(8)    VALUE "HOURS".
           05 FILLER       PIC X(8)    VALUE "CUM GPA".
           05 FILLER       PIC X(12)   VALUE "HRS SHORT".
           05 FILLER       PIC X(20)   VALUE "GROUPS".

       01 CAND-LINE.
           05 CL-ID        PIC X(7).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 CL-LNAME     PIC X(15).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 CL-FNAME     PIC X(15).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 CL-PROG-CD   PIC X(4).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 CL-HOURS     PIC ZZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 CL-GPA       PIC 9.99.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 CL-SHORT     PIC ZZZ9.
           05 FILLER       PIC X(8)    VALUE SPACES.
           05 CL-GROUPS    PIC X(20).

       01 CAND-TOTAL-LINE.
           05 CTT-LABEL    PIC X(20).
           05 CTT-COUNT    PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = "NO".
           PERFORM 3000-CLOSING.
           GOBACK.

       1000-INIT.
           OPEN INPUT STUDENT-MASTER.
           OPEN INPUT ACADEMIC-HISTORY.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT CANDIDATE-RPT.
           OPEN OUTPUT NEAR-RPT.

           PERFORM 1050-GET-RUN-DATE.
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           MOVE I-YY TO CT-YY.
           MOVE I-MM TO CT-MM.
           MOVE I-DD TO CT-DD.

           PERFORM 1100-GET-AUDIT-PARM.
           PERFORM 1200-LOAD-STANDING.
           PERFORM 1300-LOAD-PROGRAMS.
           PERFORM 1400-LOAD-REQUIREMENTS.
           PERFORM 1500-LOAD-COMPLETED.
           PERFORM 1600-LOAD-TITLES.

           PERFORM 9100-HEADINGS.
           MOVE "GRADUATION CANDIDATES" TO CT-HEAD.
           PERFORM 9200-CAND-HEADINGS.
           MOVE "NEAR COMPLETION - WITHIN ONE TERM" TO CT-HEAD.
           PERFORM 9300-NEAR-HEADINGS.
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

       1100-GET-AUDIT-PARM.
           OPEN INPUT AUDIT-PARM.
           READ AUDIT-PARM
               AT END
                   CONTINUE
               NOT AT END
                   MOVE AP-TERM TO WS-ASOF-TERM
                   IF AP-TERM-HOURS NUMERIC
                      AND AP-TERM-HOURS > ZERO
                       MOVE AP-TERM-HOURS TO WS-TERM-HOURS
                   END-IF
           END-READ.
           CLOSE AUDIT-PARM.

       1200-LOAD-STANDING.
           OPEN INPUT STANDING-IN.
           PERFORM UNTIL MORE-STD = "NO"
               READ STANDING-IN
                   AT END
                       MOVE "NO" TO MORE-STD
                   NOT AT END
                       IF WS-STD-COUNT < 5000
                           ADD 1 TO WS-STD-COUNT
                           MOVE STD-ID TO SDT-ID (WS-STD-COUNT)
                           MOVE STD-STANDING
                               TO SDT-STANDING (WS-STD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STANDING-IN.

      *    REQUIREMENT FIELDS THAT WERE NEVER KEYED LOAD AS ZERO. A
      *    PROGRAM WITH NO REQUIRED HOURS HAS NO REQUIREMENTS ON FILE
      *    AND ITS STUDENTS ARE NOT AUDITED; A ZERO MINIMUM GPA IS
      *    ALWAYS MET.
       1300-LOAD-PROGRAMS.
           OPEN INPUT PROGRAM-MASTER.
           PERFORM UNTIL MORE-PROG = "NO"
               READ PROGRAM-MASTER
                   AT END
                       MOVE "NO" TO MORE-PROG
                   NOT AT END
                       IF WS-PROG-COUNT < 100
                           ADD 1 TO WS-PROG-COUNT
                           PERFORM 1350-STORE-PROGRAM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROGRAM-MASTER.

       1350-STORE-PROGRAM.
           MOVE PM-CODE TO PGT-CODE (WS-PROG-COUNT).
           MOVE PM-NAME TO PGT-NAME (WS-PROG-COUNT).
           IF PM-REQ-HOURS NUMERIC
               MOVE PM-REQ-HOURS TO PGT-REQ-HOURS (WS-PROG-COUNT)
           ELSE
               MOVE ZERO TO PGT-REQ-HOURS (WS-PROG-COUNT)
           END-IF.
           IF PM-MIN-GPA NUMERIC
               MOVE PM-MIN-GPA TO PGT-MIN-GPA (WS-PROG-COUNT)
           ELSE
               MOVE ZERO TO PGT-MIN-GPA (WS-PROG-COUNT)
           END-IF.

       1400-LOAD-REQUIREMENTS.
           OPEN INPUT PROGRAM-REQS.
           PERFORM UNTIL MORE-PRQ = "NO"
               READ PROGRAM-REQS
                   AT END
                       MOVE "NO" TO MORE-PRQ
                   NOT AT END
                       IF WS-PRQ-COUNT < 1000
                           ADD 1 TO WS-PRQ-COUNT
                           MOVE PR-PROG-CD TO PRT-PROG-CD (WS-PRQ-COUNT)
                           MOVE PR-GROUP TO PRT-GROUP (WS-PRQ-COUNT)
                           MOVE PR-COURSE-NO
                               TO PRT-COURSE-NO (WS-PRQ-COUNT)
                           IF PR-NEEDED NUMERIC AND PR-NEEDED > ZERO
                               MOVE PR-NEEDED
                                   TO PRT-NEEDED (WS-PRQ-COUNT)
                           ELSE
                               MOVE 1 TO PRT-NEEDED (WS-PRQ-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROGRAM-REQS.

       1500-LOAD-COMPLETED.
           OPEN INPUT COURSE-HISTORY.
           PERFORM UNTIL MORE-CH = "NO"
               READ COURSE-HISTORY
                   AT END
                       MOVE "NO" TO MORE-CH
                   NOT AT END
                       IF CH-GRADE NOT = "F "
                          AND CH-GRADE NOT = "W "
                          AND CH-GRADE NOT = "I "
                          AND CH-GRADE NOT = SPACES
                           IF WS-CH-COUNT < 20000
                               ADD 1 TO WS-CH-COUNT
                               MOVE CH-ID TO CPT-ID (WS-CH-COUNT)
                               MOVE CH-COURSE-NO
                                   TO CPT-COURSE-NO (WS-CH-COUNT)
                           ELSE
                               ADD 1 TO C-CH-DROP-CTR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-HISTORY.

       1600-LOAD-TITLES.
           OPEN INPUT COURSE-MASTER.
           PERFORM UNTIL MORE-CRS = "NO"
               READ COURSE-MASTER
                   AT END
                       MOVE "NO" TO MORE-CRS
                   NOT AT END
                       PERFORM 1650-STORE-TITLE
               END-READ
           END-PERFORM.
           CLOSE COURSE-MASTER.

       1650-STORE-TITLE.
           MOVE ZERO TO WS-CRS-SUB.
           PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
               UNTIL WS-CRS-SUB > WS-CRS-COUNT
                  OR TT-COURSE-NO (WS-CRS-SUB) = CM-COURSE-NO
               CONTINUE
           END-PERFORM.
           IF WS-CRS-SUB > WS-CRS-COUNT AND WS-CRS-COUNT < 500
               ADD 1 TO WS-CRS-COUNT
               MOVE CM-COURSE-NO TO TT-COURSE-NO (WS-CRS-COUNT)
               MOVE CM-TITLE TO TT-TITLE (WS-CRS-COUNT)
           END-IF.

       2000-MAINLINE.
           ADD 1 TO C-STU-CTR.
           PERFORM 2100-WALK-HISTORY.
           PERFORM 2200-FIND-STANDING.
           PERFORM 2300-FIND-PROGRAM.
           MOVE "NO" TO WS-AUDITED.
           EVALUATE TRUE
               WHEN WS-PROG-MATCH = ZERO
                   ADD 1 TO C-NOPROG-CTR
                   MOVE "NO PROGRAM REQUIREMENTS ON FILE" TO WS-RESULT
               WHEN PGT-REQ-HOURS (WS-PROG-MATCH) = ZERO
                   ADD 1 TO C-NOPROG-CTR
                   MOVE "NO PROGRAM REQUIREMENTS ON FILE" TO WS-RESULT
               WHEN OTHER
                   MOVE "YES" TO WS-AUDITED
                   PERFORM 2400-CHECK-GROUPS
                   PERFORM 2500-DECIDE
           END-EVALUATE.
           PERFORM 2600-PRINT-AUDIT.
           PERFORM 9000-READ.

      *    SAME CREDIT-HOUR WEIGHTING AS THE COBCMS14 TRANSCRIPT.
       2100-WALK-HISTORY.
           MOVE ZERO TO WS-QUAL-PTS.
           MOVE ZERO TO WS-HIS-HOURS.
           MOVE ZERO TO WS-CUM-GPA.
           MOVE "NO" TO WS-ASOF-FOUND.
           MOVE OM-ID TO HIS-ID.
           MOVE LOW-VALUES TO HIS-TERM.
           MOVE "YES" TO MORE-HIS.
           START ACADEMIC-HISTORY
               KEY IS GREATER THAN OR EQUAL TO HIS-KEY
               INVALID KEY
                   MOVE "NO" TO MORE-HIS
           END-START.

           PERFORM UNTIL MORE-HIS = "NO"
               READ ACADEMIC-HISTORY NEXT RECORD
                   AT END
                       MOVE "NO" TO MORE-HIS
                   NOT AT END
                       IF HIS-ID = OM-ID
                           COMPUTE WS-QUAL-PTS = WS-QUAL-PTS
                               + (HIS-TERM-GPA * HIS-CREDIT-HRS)
                           ADD HIS-CREDIT-HRS TO WS-HIS-HOURS
                           IF HIS-TERM = WS-ASOF-TERM
                               MOVE "YES" TO WS-ASOF-FOUND
                           END-IF
                       ELSE
                           MOVE "NO" TO MORE-HIS
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-HIS-HOURS > ZERO
               COMPUTE WS-CUM-GPA ROUNDED = WS-QUAL-PTS / WS-HIS-HOURS
           END-IF.

      *    A STUDENT MISSING FROM THE STANDING FILE HAS NO POSTED
      *    HISTORY AND IS CARRIED IN GOOD STANDING, AS COBCMS21 DOES.
       2200-FIND-STANDING.
           MOVE "G" TO WS-STANDING.
           PERFORM VARYING WS-STD-SUB FROM 1 BY 1
               UNTIL WS-STD-SUB > WS-STD-COUNT
               IF SDT-ID (WS-STD-SUB) = OM-ID
                   MOVE SDT-STANDING (WS-STD-SUB) TO WS-STANDING
               END-IF
           END-PERFORM.

       2300-FIND-PROGRAM.
           MOVE ZERO TO WS-PROG-MATCH.
           IF OM-PROG-CD NOT = SPACES
               PERFORM VARYING WS-PROG-SUB FROM 1 BY 1
                   UNTIL WS-PROG-SUB > WS-PROG-COUNT
                      OR WS-PROG-MATCH > ZERO
                   IF PGT-CODE (WS-PROG-SUB) = OM-PROG-CD
                       MOVE WS-PROG-SUB TO WS-PROG-MATCH
                   END-IF
               END-PERFORM
           END-IF.

      *    BUILDS THE STUDENT'S GROUP TABLE FROM THE PROGRAM'S
      *    REQUIREMENT RECORDS, COUNTING COMPLETED COURSES PER GROUP.
       2400-CHECK-GROUPS.
           MOVE ZERO TO WS-GRP-COUNT.
           PERFORM VARYING WS-PRQ-SUB FROM 1 BY 1
               UNTIL WS-PRQ-SUB > WS-PRQ-COUNT
               IF PRT-PROG-CD (WS-PRQ-SUB) = OM-PROG-CD
                   PERFORM 2450-TALLY-COURSE
               END-IF
           END-PERFORM.
           MOVE "YES" TO WS-GROUPS-MET.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT
               IF GRP-DONE (WS-GRP-SUB) < GRP-NEEDED (WS-GRP-SUB)
                   MOVE "NO" TO WS-GROUPS-MET
               END-IF
           END-PERFORM.

       2450-TALLY-COURSE.
           MOVE ZERO TO WS-GRP-MATCH.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT
                  OR WS-GRP-MATCH > ZERO
               IF GRP-GROUP (WS-GRP-SUB) = PRT-GROUP (WS-PRQ-SUB)
                   MOVE WS-GRP-SUB TO WS-GRP-MATCH
               END-IF
           END-PERFORM.
           IF WS-GRP-MATCH = ZERO AND WS-GRP-COUNT < 50
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-GRP-COUNT TO WS-GRP-MATCH
               MOVE PRT-GROUP (WS-PRQ-SUB) TO GRP-GROUP (WS-GRP-MATCH)
               MOVE ZERO TO GRP-NEEDED (WS-GRP-MATCH)
               MOVE ZERO TO GRP-DONE (WS-GRP-MATCH)
           END-IF.
           IF WS-GRP-MATCH > ZERO
               IF PRT-NEEDED (WS-PRQ-SUB) > GRP-NEEDED (WS-GRP-MATCH)
                   MOVE PRT-NEEDED (WS-PRQ-SUB)
                       TO GRP-NEEDED (WS-GRP-MATCH)
               END-IF
               PERFORM 2480-COURSE-COMPLETED
               IF WS-COURSE-DONE = "YES"
                   ADD 1 TO GRP-DONE (WS-GRP-MATCH)
               END-IF
           END-IF.

       2480-COURSE-COMPLETED.
           MOVE "NO" TO WS-COURSE-DONE.
           PERFORM VARYING WS-CH-SUB FROM 1 BY 1
               UNTIL WS-CH-SUB > WS-CH-COUNT
                  OR WS-COURSE-DONE = "YES"
               IF CPT-ID (WS-CH-SUB) = OM-ID
                  AND CPT-COURSE-NO (WS-CH-SUB)
                      = PRT-COURSE-NO (WS-PRQ-SUB)
                   MOVE "YES" TO WS-COURSE-DONE
               END-IF
           END-PERFORM.

       2500-DECIDE.
           MOVE PGT-REQ-HOURS (WS-PROG-MATCH) TO WS-REQ-HOURS.
           MOVE PGT-MIN-GPA (WS-PROG-MATCH) TO WS-MIN-GPA.
           IF WS-HIS-HOURS < WS-REQ-HOURS
               MOVE "NO" TO WS-HOURS-MET
               COMPUTE WS-HOURS-SHORT = WS-REQ-HOURS - WS-HIS-HOURS
           ELSE
               MOVE "YES" TO WS-HOURS-MET
               MOVE ZERO TO WS-HOURS-SHORT
           END-IF.
           IF WS-CUM-GPA < WS-MIN-GPA
               MOVE "NO" TO WS-GPA-MET
           ELSE
               MOVE "YES" TO WS-GPA-MET
           END-IF.

           EVALUATE TRUE
               WHEN WS-HOURS-MET = "YES" AND WS-GPA-MET = "YES"
                AND WS-GROUPS-MET = "YES" AND WS-STANDING = "S"
                   ADD 1 TO C-MET-CTR
                   MOVE "REQUIREMENTS MET - ON SUSPENSION"
                       TO WS-RESULT
               WHEN WS-HOURS-MET = "YES" AND WS-GPA-MET = "YES"
                AND WS-GROUPS-MET = "YES"
                AND (WS-ASOF-TERM = SPACES OR WS-ASOF-FOUND = "YES")
                   ADD 1 TO C-MET-CTR
                   MOVE "GRADUATION CANDIDATE" TO WS-RESULT
                   PERFORM 2700-CANDIDATE-OUTPUT
               WHEN WS-HOURS-MET = "YES" AND WS-GPA-MET = "YES"
                AND WS-GROUPS-MET = "YES"
                   ADD 1 TO C-MET-CTR
                   MOVE "REQUIREMENTS MET - NOT IN AS-OF TERM"
                       TO WS-RESULT
               WHEN WS-GPA-MET = "YES" AND WS-STANDING NOT = "S"
                AND WS-HOURS-SHORT NOT > WS-TERM-HOURS
                   MOVE "NEAR COMPLETION - WITHIN ONE TERM"
                       TO WS-RESULT
                   PERFORM 2800-NEAR-OUTPUT
               WHEN OTHER
                   MOVE "REQUIREMENTS OUTSTANDING" TO WS-RESULT
           END-EVALUATE.

       2600-PRINT-AUDIT.
           MOVE OM-ID TO SL-ID.
           MOVE OM-LNAME TO SL-LNAME.
           MOVE OM-FNAME TO SL-FNAME.
           MOVE OM-INIT TO SL-INIT.
           MOVE OM-PROG-CD TO SL-PROG-CD.
           IF WS-PROG-MATCH > ZERO
               MOVE PGT-NAME (WS-PROG-MATCH) TO SL-PROG-NAME
           ELSE
               MOVE "*** NOT ON FILE" TO SL-PROG-NAME
           END-IF.
           WRITE PRTLINE FROM STUDENT-LINE
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

           IF WS-AUDITED = "YES"
               PERFORM 2650-PRINT-REQUIREMENTS
           END-IF.

           MOVE WS-RESULT TO RL-RESULT.
           WRITE PRTLINE FROM RESULT-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

       2650-PRINT-REQUIREMENTS.
           MOVE WS-REQ-HOURS TO HL-REQ.
           MOVE WS-HIS-HOURS TO HL-EARNED.
           IF WS-HOURS-MET = "YES"
               MOVE "SATISFIED" TO HL-STATUS
           ELSE
               MOVE "OUTSTANDING" TO HL-STATUS
           END-IF.
           WRITE PRTLINE FROM HOURS-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

           MOVE WS-MIN-GPA TO GL-MIN.
           MOVE WS-CUM-GPA TO GL-CUM.
           IF WS-GPA-MET = "YES"
               MOVE "SATISFIED" TO GL-STATUS
           ELSE
               MOVE "OUTSTANDING" TO GL-STATUS
           END-IF.
           WRITE PRTLINE FROM GPA-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

           EVALUATE WS-STANDING
               WHEN "P"
                   MOVE "PROBATION" TO ST-STANDING
                   MOVE "SATISFIED" TO ST-STATUS
               WHEN "S"
                   MOVE "SUSPENSION" TO ST-STANDING
                   MOVE "NOT ELIGIBLE TO GRADUATE" TO ST-STATUS
               WHEN OTHER
                   MOVE "GOOD STANDING" TO ST-STANDING
                   MOVE "SATISFIED" TO ST-STATUS
           END-EVALUATE.
           WRITE PRTLINE FROM STANDING-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT
               PERFORM 2660-PRINT-GROUP
           END-PERFORM.

       2660-PRINT-GROUP.
           MOVE GRP-GROUP (WS-GRP-SUB) TO GRL-GROUP.
           MOVE GRP-DONE (WS-GRP-SUB) TO GRL-DONE.
           MOVE GRP-NEEDED (WS-GRP-SUB) TO GRL-NEEDED.
           IF GRP-DONE (WS-GRP-SUB) < GRP-NEEDED (WS-GRP-SUB)
               MOVE "OUTSTANDING" TO GRL-STATUS
           ELSE
               MOVE "SATISFIED" TO GRL-STATUS
           END-IF.
           WRITE PRTLINE FROM GROUP-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

           PERFORM VARYING WS-PRQ-SUB FROM 1 BY 1
               UNTIL WS-PRQ-SUB > WS-PRQ-COUNT
               IF PRT-PROG-CD (WS-PRQ-SUB) = OM-PROG-CD
                  AND PRT-GROUP (WS-PRQ-SUB) = GRP-GROUP (WS-GRP-SUB)
                   PERFORM 2670-PRINT-REQ-COURSE
               END-IF
           END-PERFORM.

       2670-PRINT-REQ-COURSE.
           MOVE PRT-COURSE-NO (WS-PRQ-SUB) TO RC-COURSE-NO.
           MOVE "*** NOT IN CATALOG" TO RC-TITLE.
           PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
               UNTIL WS-CRS-SUB > WS-CRS-COUNT
               IF TT-COURSE-NO (WS-CRS-SUB) = PRT-COURSE-NO (WS-PRQ-SUB)
                   MOVE TT-TITLE (WS-CRS-SUB) TO RC-TITLE
               END-IF
           END-PERFORM.
           PERFORM 2480-COURSE-COMPLETED.
           IF WS-COURSE-DONE = "YES"
               MOVE "COMPLETED" TO RC-STATUS
           ELSE
               MOVE "NOT TAKEN" TO RC-STATUS
           END-IF.
           WRITE PRTLINE FROM REQ-COURSE-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

       2700-CANDIDATE-OUTPUT.
           ADD 1 TO C-CAND-CTR.
           PERFORM 2750-BUILD-LIST-LINE.
           WRITE CANDLINE FROM CAND-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   MOVE "GRADUATION CANDIDATES" TO CT-HEAD
                   PERFORM 9200-CAND-HEADINGS.

       2750-BUILD-LIST-LINE.
           MOVE OM-ID TO CL-ID.
           MOVE OM-LNAME TO CL-LNAME.
           MOVE OM-FNAME TO CL-FNAME.
           MOVE OM-PROG-CD TO CL-PROG-CD.
           MOVE WS-HIS-HOURS TO CL-HOURS.
           MOVE WS-CUM-GPA TO CL-GPA.
           MOVE WS-HOURS-SHORT TO CL-SHORT.
           IF WS-GROUPS-MET = "YES"
               MOVE "ALL SATISFIED" TO CL-GROUPS
           ELSE
               MOVE "SOME OUTSTANDING" TO CL-GROUPS
           END-IF.

       2800-NEAR-OUTPUT.
           ADD 1 TO C-NEAR-CTR.
           PERFORM 2750-BUILD-LIST-LINE.
           WRITE NEARLINE FROM CAND-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   MOVE "NEAR COMPLETION - WITHIN ONE TERM" TO CT-HEAD
                   PERFORM 9300-NEAR-HEADINGS.

       3000-CLOSING.
           MOVE C-STU-CTR TO AT-STU.
           MOVE C-CAND-CTR TO AT-CAND.
           MOVE C-NEAR-CTR TO AT-NEAR.
           MOVE C-NOPROG-CTR TO AT-NOPROG.
           WRITE PRTLINE FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           IF C-CH-DROP-CTR > ZERO
               MOVE C-CH-DROP-CTR TO CDL-DROP
               WRITE PRTLINE FROM CH-DROP-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE "CANDIDATES:" TO CTT-LABEL.
           MOVE C-CAND-CTR TO CTT-COUNT.
           WRITE CANDLINE FROM CAND-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "NEAR COMPLETION:" TO CTT-LABEL.
           MOVE C-NEAR-CTR TO CTT-COUNT.
           WRITE NEARLINE FROM CAND-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE STUDENT-MASTER.
           CLOSE ACADEMIC-HISTORY.
           CLOSE PRTOUT.
           CLOSE CANDIDATE-RPT.
           CLOSE NEAR-RPT.

       9000-READ.
           READ STUDENT-MASTER
               AT END
                   MOVE "NO" TO MORE-RECS.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM AUDIT-TITLE
               AFTER ADVANCING PAGE.

       9200-CAND-HEADINGS.
           ADD 1 TO C-CAND-PCTR.
           MOVE C-CAND-PCTR TO CT-PCTR.
           IF WS-ASOF-TERM = SPACES
               MOVE "ALL" TO CTL-TERM
           ELSE
               MOVE WS-ASOF-TERM TO CTL-TERM
           END-IF.
           WRITE CANDLINE FROM CAND-TITLE
               AFTER ADVANCING PAGE.
           WRITE CANDLINE FROM CAND-TERM-LINE
               AFTER ADVANCING 2 LINES.
           WRITE CANDLINE FROM CAND-HDINGS
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO CANDLINE.
           WRITE CANDLINE
               AFTER ADVANCING 1 LINES.

       9300-NEAR-HEADINGS.
           ADD 1 TO C-NEAR-PCTR.
           MOVE C-NEAR-PCTR TO CT-PCTR.
           IF WS-ASOF-TERM = SPACES
               MOVE "ALL" TO CTL-TERM
           ELSE
               MOVE WS-ASOF-TERM TO CTL-TERM
           END-IF.
           WRITE NEARLINE FROM CAND-TITLE
               AFTER ADVANCING PAGE.
           WRITE NEARLINE FROM CAND-TERM-LINE
               AFTER ADVANCING 2 LINES.
           WRITE NEARLINE FROM CAND-HDINGS
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO NEARLINE.
           WRITE NEARLINE
               AFTER ADVANCING 1 LINES.
