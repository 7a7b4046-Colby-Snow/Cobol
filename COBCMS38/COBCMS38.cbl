       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCMS38.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         COLBY SNOW.
       DATE-COMPILED.
      ******************************************************************
      *THIS PROGRAM IS THE TERM REGISTRATION RUN. IT APPLIES THE ADD
      *AND DROP TRANSACTIONS IN REGTRN.DAT (STUDENT ID, TERM, COURSE
      *NUMBER AND SECTION) AGAINST THE REGISTRATION MASTER
      *(REGMSTR.DAT), USING THE COURSE CATALOG (CRSMSTR.DAT) FOR EACH
      *SECTION'S TITLE, CREDIT HOURS, OWNING PROGRAM (A PM-CODE ON
      *PROGMST.DAT), CAPACITY AND OPEN/CLOSED STATUS.
      *
      *EVERY TRANSACTION IS VALIDATED: THE STUDENT MUST BE ON THE
      *INDEXED STUDENT MASTER, THE TERM MUST BE OPEN, AND THE SECTION
      *MUST BE IN THE CATALOG. AN ADD IS REFUSED FOR A CLOSED
      *SECTION, A COURSE WHOSE PROGRAM IS NOT ON PROGMST.DAT, A COURSE
      *THE STUDENT IS ALREADY REGISTERED OR WAITLISTED FOR THAT TERM,
      *OR WHEN IT WOULD TAKE THE STUDENT PAST THE MAXIMUM CREDIT LOAD
      *FOR THE TERM. AN ADD TO A FULL SECTION GOES ON THE SECTION'S
      *WAITLIST IN THE ORDER RECEIVED; A DROP FROM THE SECTION MOVES
      *THE FIRST WAITLISTED STUDENT WHO STILL FITS UNDER THE CREDIT
      *LOAD INTO THE SEAT. REJECTS PRINT WITH THEIR REASON ON THE
      *REGISTRATION REGISTER (REGLIST.PRT).
      *
      *REGPARM.DAT, WHEN PRESENT, NAMES THE TERM OPEN FOR
      *REGISTRATION AND THE MAXIMUM CREDIT LOAD. WITH NO PARM EVERY
      *TERM IS OPEN AND THE LOAD IS 18 HOURS.
      *
      *THE UPDATED MASTER IS WRITTEN TO REGMST2.DAT AND SWAPPED INTO
      *PLACE THE SAME WAY COBCMS17 SWAPS THE SALES HISTORY. CLASS
      *ROSTERS, ONE PAGE PER SECTION IN LAST-NAME ORDER, AND THE
      *WAITLIST PRINT ON CLSROST.PRT. AT TERM END COBCMS39 TURNS THE
      *GRADES FOR THESE REGISTRATIONS INTO COBCMS13 POST
      *TRANSACTIONS.
      *
      *PROGMST.DAT AND REGMSTR.DAT ARE HELD IN TABLES OF 100 AND 5000
      *ENTRIES. IF EITHER FILE OUTGROWS ITS TABLE, THE REGISTRATIONS
      *PAST THE TABLE WOULD BE LOST ON THE REWRITE (OR GOOD COURSES
      *REFUSED FOR AN UNKNOWN PROGRAM), SO NO TRANSACTION IS APPLIED,
      *NO ROSTER IS PRINTED, REGMSTR.DAT IS LEFT AS IT WAS, THE ROWS
      *PAST THE TABLES ARE COUNTED ON REGLIST.PRT, AND RETURN-CODE 8
      *IS SET.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL REG-TRANS
               ASSIGN TO "C:\IHCC\COBOL\REGTRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COURSE-MASTER
               ASSIGN TO "C:\IHCC\COBOL\CRSMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PROGRAM-MASTER
               ASSIGN TO "C:\IHCC\COBOL\PROGMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-MASTER
               ASSIGN TO "C:\IHCC\COBOL\STDNTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OM-ID.

           SELECT OPTIONAL REG-MASTER
               ASSIGN TO "C:\IHCC\COBOL\REGMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-REG-MASTER
               ASSIGN TO "C:\IHCC\COBOL\REGMST2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REG-PARM
               ASSIGN TO "C:\IHCC\COBOL\REGPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK
               ASSIGN TO "SRTROST.WRK".

           SELECT PRTOUT
               ASSIGN TO "C:\IHCC\COBOL\REGLIST.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT ROSTER-RPT
               ASSIGN TO "C:\IHCC\COBOL\CLSROST.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-DATE-PARM
               ASSIGN TO "C:\IHCC\COBOL\RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  REG-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RT-REC
           RECORD CONTAINS 22 CHARACTERS.

      *    ACTION A ADDS THE STUDENT TO THE SECTION, D DROPS THEM.
       01 RT-REC.
         05 RT-ACTION       PIC X.
         05 RT-ID           PIC X(7).
         05 RT-TERM         PIC X(5).
         05 RT-COURSE-NO    PIC X(7).
         05 RT-SECTION      PIC X(2).

      *    ONE RECORD PER COURSE SECTION. CM-SECT-STATUS C MEANS THE
      *    REGISTRAR HAS CLOSED THE SECTION; ANYTHING ELSE IS OPEN.
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

      *    ONE RECORD PER STUDENT PER SECTION PER TERM. STATUS E IS
      *    ENROLLED, W WAITLISTED; RG-SEQ IS THE ORDER THE ADD WAS
      *    RECEIVED AND SETS THE WAITLIST ORDER.
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

       FD  NEW-REG-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS NR-REC
           RECORD CONTAINS 36 CHARACTERS.

       01 NR-REC           PIC X(36).

       FD  REG-PARM
           LABEL RECORD IS STANDARD
           DATA RECORD IS RP-REC
           RECORD CONTAINS 7 CHARACTERS.

       01 RP-REC.
         05 RP-TERM         PIC X(5).
         05 RP-MAX-HOURS    PIC 99.

      *    ONE RECORD PER ACTIVE REGISTRATION, SORTED INTO ROSTER
      *    ORDER: ENROLLED STUDENTS BY NAME, THEN THE WAITLIST IN THE
      *    ORDER RECEIVED.
       SD  SORT-WORK
           DATA RECORD IS SW-ROST-REC.

       01 SW-ROST-REC.
           05  SW-TERM             PIC X(5).
           05  SW-COURSE-NO        PIC X(7).
           05  SW-SECTION          PIC X(2).
           05  SW-STATUS           PIC X.
           05  SW-ORDER            PIC X(31).
           05  SW-ID               PIC X(7).
           05  SW-LNAME            PIC X(15).
           05  SW-FNAME            PIC X(15).
           05  SW-INIT             PIC X.
           05  SW-PROG-CD          PIC X(4).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE          PIC X(132).

       FD  ROSTER-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS ROSTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 ROSTLINE         PIC X(132).

      *    RUN-DATE-PARM HOLDS A SHARED "AS-OF" BUSINESS DATE. IT
      *    STAMPS THE REGISTRATIONS ADDED TONIGHT. NO FILE MEANS
      *    TODAY'S DATE.
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
           05 C-ROST-PCTR   PIC 9(3)    VALUE 0.
           05 C-TRAN-CTR    PIC 9(5)    VALUE 0.
           05 C-ENROLL-CTR  PIC 9(5)    VALUE 0.
           05 C-WAIT-CTR    PIC 9(5)    VALUE 0.
           05 C-DROP-CTR    PIC 9(5)    VALUE 0.
           05 C-PROMOTE-CTR PIC 9(5)    VALUE 0.
           05 C-ERR-CTR     PIC 9(5)    VALUE 0.
           05 C-CRS-DROP-CTR PIC 9(5)   VALUE 0.
           05 C-PROG-DROP-CTR PIC 9(5)  VALUE 0.
           05 C-REG-DROP-CTR PIC 9(5)   VALUE 0.
           05 C-SECTION-CTR PIC 9(5)    VALUE 0.
           05 C-WAITLIST-CTR PIC 9(5)   VALUE 0.
           05 MORE-RECS     PIC X(3)    VALUE "YES".
           05 MORE-CRS      PIC X(3)    VALUE "YES".
           05 MORE-PROG     PIC X(3)    VALUE "YES".
           05 MORE-REG      PIC X(3)    VALUE "YES".
           05 MORE-SORTED   PIC X(3)    VALUE "YES".
           05 WS-STUDENT-FOUND PIC X(3) VALUE "NO".
           05 WS-DUP-FOUND  PIC X(3)    VALUE "NO".
           05 WS-ERR-REASON PIC X(40)   VALUE SPACES.
           05 WS-RESULT     PIC X(40)   VALUE SPACES.
           05 WS-RUN-DATE-N PIC 9(8)    VALUE 0.
           05 WS-OPEN-TERM  PIC X(5)    VALUE SPACES.
           05 WS-MAX-HOURS  PIC 99      VALUE 18.
           05 WS-CRS-COUNT  PIC 9(4)    VALUE 0.
           05 WS-CRS-SUB    PIC 9(4)    VALUE 0.
           05 WS-CRS-MATCH  PIC 9(4)    VALUE 0.
           05 WS-PROG-COUNT PIC 9(3)    VALUE 0.
           05 WS-PROG-SUB   PIC 9(3)    VALUE 0.
           05 WS-REG-COUNT  PIC 9(4)    VALUE 0.
           05 WS-REG-SUB    PIC 9(4)    VALUE 0.
           05 WS-REG-MATCH  PIC 9(4)    VALUE 0.
           05 WS-LOAD-SUB   PIC 9(4)    VALUE 0.
           05 WS-LOAD-CRS   PIC 9(4)    VALUE 0.
           05 WS-BEST-SUB   PIC 9(4)    VALUE 0.
           05 WS-BEST-SEQ   PIC 9(6)    VALUE 0.
           05 WS-WAIT-COUNT PIC 9(4)    VALUE 0.
           05 WS-WAIT-SUB   PIC 9(4)    VALUE 0.
           05 WS-WAIT-POS   PIC 9(3)    VALUE 0.
           05 WS-NEXT-SEQ   PIC 9(6)    VALUE 0.
           05 WS-LOAD-ID    PIC X(7)    VALUE SPACES.
           05 WS-LOAD-TERM  PIC X(5)    VALUE SPACES.
           05 WS-LOAD-HOURS PIC 9(3)    VALUE 0.
           05 WS-SECT-ENROLLED PIC 9(3) VALUE 0.
           05 WS-SECT-WAITING  PIC 9(3) VALUE 0.
           05 WS-PREV-KEY   PIC X(14)   VALUE SPACES.
           05 WS-CUR-KEY.
               10 WS-CUR-TERM      PIC X(5).
               10 WS-CUR-COURSE-NO PIC X(7).
               10 WS-CUR-SECTION   PIC X(2).
           05 WS-REJECT-TEXT.
               10 FILLER           PIC X(11) VALUE "REJECTED - ".
               10 WS-REJECT-REASON PIC X(29).
           05 WS-HIST-PATH  PIC X(65)
               VALUE "C:\IHCC\COBOL\REGMSTR.DAT".
           05 WS-NEWH-PATH  PIC X(65)
               VALUE "C:\IHCC\COBOL\REGMST2.DAT".
           05 WS-BAK-PATH   PIC X(65)
               VALUE "C:\IHCC\COBOL\REGMST1.BAK".

      *    THE COURSE CATALOG. CT-PROG-OK IS N WHEN THE OWNING
      *    PROGRAM IS NOT ON PROGMST.DAT.
       01 COURSE-TABLE.
           05 CT-ENTRY OCCURS 500 TIMES.
               10 CT-COURSE-NO     PIC X(7).
               10 CT-SECTION       PIC X(2).
               10 CT-TITLE         PIC X(25).
               10 CT-CREDIT-HRS    PIC 99.
               10 CT-PROG-CD       PIC X(4).
               10 CT-CAPACITY      PIC 9(3).
               10 CT-STATUS        PIC X.
               10 CT-PROG-OK       PIC X.

       01 PROGRAM-TABLE.
           05 PGT-ENTRY OCCURS 100 TIMES.
               10 PGT-CODE         PIC X(4).

      *    THE REGISTRATION MASTER, HELD IN CORE WHILE THE
      *    TRANSACTIONS ARE APPLIED. A DROPPED ROW IS MARKED D AND
      *    NOT WRITTEN TO THE NEW MASTER.
       01 REG-TABLE.
           05 RGT-ENTRY OCCURS 5000 TIMES.
               10 RGT-ID           PIC X(7).
               10 RGT-TERM         PIC X(5).
               10 RGT-COURSE-NO    PIC X(7).
               10 RGT-SECTION      PIC X(2).
               10 RGT-STATUS       PIC X.
               10 RGT-SEQ          PIC 9(6).
               10 RGT-REG-DATE     PIC 9(8).

      *    WAITLISTED STUDENTS, COLLECTED IN ROSTER ORDER AND PRINTED
      *    AFTER THE LAST ROSTER.
       01 WAIT-TABLE.
           05 WT-ENTRY OCCURS 1000 TIMES.
               10 WT-TERM          PIC X(5).
               10 WT-COURSE-NO     PIC X(7).
               10 WT-SECTION       PIC X(2).
               10 WT-POSITION      PIC 9(3).
               10 WT-ID            PIC X(7).
               10 WT-LNAME         PIC X(15).
               10 WT-FNAME         PIC X(15).

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
           05  FILLER      PIC X(36)   VALUE SPACES.
           05  FILLER      PIC X(28)
                           VALUE "TERM REGISTRATION REGISTER".
           05  FILLER      PIC X(44)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE "PAGE:".
           05  O-PCTR      PIC Z9.

       01 COLUMN-HDINGS.
           05 FILLER       PIC X(4)    VALUE "ACT".
           05 FILLER       PIC X(10)   VALUE "  ID".
           05 FILLER       PIC X(17)   VALUE "LAST NAME".
           05 FILLER       PIC X(7)    VALUE "TERM".
           05 FILLER       PIC X(9)    VALUE "COURSE".
           05 FILLER       PIC X(5)    VALUE "SEC".
           05 FILLER       PIC X(5)    VALUE "HRS".
           05 FILLER       PIC X(40)   VALUE "RESULT".

       01 DETAIL-LINE.
           05 O-ACTION     PIC X.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 O-ID         PIC X(7).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 O-LNAME      PIC X(15).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-TERM       PIC X(5).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-COURSE-NO  PIC X(7).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-SECTION    PIC X(2).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 O-HOURS      PIC Z9.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 O-RESULT     PIC X(40).

       01 CATALOG-DROP-LINE.
           05 FILLER       PIC X(50)   VALUE
               "*** CATALOG SECTIONS PAST THE TABLE, NOT LOADED: ".
           05 CD-DROP      PIC ZZ,ZZ9.

       01 PROGRAM-DROP-LINE.
           05 FILLER       PIC X(50)   VALUE
               "*** PROGRAMS PAST THE TABLE, NOT LOADED: ".
           05 PD-DROP      PIC ZZ,ZZ9.

       01 REG-DROP-LINE.
           05 FILLER       PIC X(50)   VALUE
               "*** REGISTRATIONS PAST THE TABLE, NOT LOADED: ".
           05 RD-DROP      PIC ZZ,ZZ9.

       01 STOPPED-LINE.
           05 FILLER       PIC X(45)   VALUE
               "*** NO TRANSACTIONS APPLIED, REGMSTR.DAT NOT ".
           05 FILLER       PIC X(38)   VALUE
               "REPLACED - TABLES MUST BE ENLARGED ***".

       01 TOTAL-LINE.
           05 FILLER       PIC X(14)   VALUE "TRANSACTIONS: ".
           05 TL-TRAN      PIC ZZ,ZZ9.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(10)   VALUE "ENROLLED: ".
           05 TL-ENROLL    PIC ZZ,ZZ9.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(12)   VALUE "WAITLISTED: ".
           05 TL-WAIT      PIC ZZ,ZZ9.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(9)    VALUE "DROPPED: ".
           05 TL-DROP      PIC ZZ,ZZ9.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(10)   VALUE "PROMOTED: ".
           05 TL-PROMOTE   PIC ZZ,ZZ9.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(10)   VALUE "REJECTED: ".
           05 TL-ERR       PIC ZZ,ZZ9.

       01 PARM-LINE.
           05 FILLER       PIC X(15)   VALUE "TERM OPEN:     ".
           05 PL-TERM      PIC X(5).
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(22)   VALUE "MAXIMUM CREDIT LOAD: ".
           05 PL-MAX-HOURS PIC Z9.

       01 ROSTER-TITLE.
           05  FILLER      PIC X(6)    VALUE "DATE:".
           05  RT-MM       PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  RT-DD       PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  RT-YY       PIC 9(4).
           05  FILLER      PIC X(44)   VALUE SPACES.
           05  FILLER      PIC X(12)   VALUE "CLASS ROSTER".
           05  FILLER      PIC X(51)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE "PAGE:".
           05  RT-PCTR     PIC ZZ9.

       01 SECTION-LINE-1.
           05 FILLER       PIC X(6)    VALUE "TERM: ".
           05 SL-TERM      PIC X(5).
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(8)    VALUE "COURSE: ".
           05 SL-COURSE-NO PIC X(7).
           05 FILLER       PIC X       VALUE "-".
           05 SL-SECTION   PIC X(2).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 SL-TITLE     PIC X(25).
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(9)    VALUE "PROGRAM: ".
           05 SL-PROG-CD   PIC X(4).

       01 SECTION-LINE-2.
           05 FILLER       PIC X(14)   VALUE "CREDIT HOURS: ".
           05 SL-HOURS     PIC Z9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(10)   VALUE "CAPACITY: ".
           05 SL-CAPACITY  PIC ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(10)   VALUE "ENROLLED: ".
           05 SL-ENROLLED  PIC ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(12)   VALUE "WAITLISTED: ".
           05 SL-WAITING   PIC ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 SL-CLOSED    PIC X(14).

       01 ROSTER-HDINGS.
           05 FILLER       PIC X(5)    VALUE "  NO.".
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(10)   VALUE "  ID".
           05 FILLER       PIC X(17)   VALUE "LAST NAME".
           05 FILLER       PIC X(17)   VALUE "FIRST NAME".
           05 FILLER       PIC X(4)    VALUE "MI".
           05 FILLER       PIC X(7)    VALUE "PROG".

       01 ROSTER-LINE.
           05 RL-NO        PIC ZZZ9.
           05 FILLER       PIC X(6)    VALUE SPACES.
           05 RL-ID        PIC X(7).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 RL-LNAME     PIC X(15).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 RL-FNAME     PIC X(15).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 RL-INIT      PIC X.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 RL-PROG-CD   PIC X(4).

       01 WAITLIST-TITLE.
           05 FILLER       PIC X(40)   VALUE
               "WAITLIST - IN THE ORDER RECEIVED".
           05 FILLER       PIC X(92)   VALUE SPACES.

       01 WAITLIST-HDINGS.
           05 FILLER       PIC X(7)    VALUE "TERM".
           05 FILLER       PIC X(9)    VALUE "COURSE".
           05 FILLER       PIC X(5)    VALUE "SEC".
           05 FILLER       PIC X(6)    VALUE "POS".
           05 FILLER       PIC X(10)   VALUE "  ID".
           05 FILLER       PIC X(17)   VALUE "LAST NAME".
           05 FILLER       PIC X(15)   VALUE "FIRST NAME".

       01 WAITLIST-LINE.
           05 WL-TERM      PIC X(5).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 WL-COURSE-NO PIC X(7).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 WL-SECTION   PIC X(2).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 WL-POSITION  PIC ZZ9.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 WL-ID        PIC X(7).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 WL-LNAME     PIC X(15).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 WL-FNAME     PIC X(15).

       01 NO-WAITLIST-LINE.
           05 FILLER       PIC X(30)   VALUE
               "NO STUDENTS ON ANY WAITLIST".
           05 FILLER       PIC X(102)  VALUE SPACES.

       01 ROSTER-TOTAL-LINE.
           05 FILLER       PIC X(18)   VALUE "SECTIONS ROSTERED:".
           05 RTL-SECTIONS PIC ZZ,ZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(21)   VALUE "STUDENTS WAITLISTED: ".
           05 RTL-WAITING  PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = "NO"
                  OR C-PROG-DROP-CTR > ZERO
                  OR C-REG-DROP-CTR > ZERO.
           PERFORM 3000-CLOSING.
           GOBACK.

       1000-INIT.
           OPEN INPUT REG-TRANS.
           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT ROSTER-RPT.

           PERFORM 1050-GET-RUN-DATE.
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           MOVE I-YY TO RT-YY.
           MOVE I-MM TO RT-MM.
           MOVE I-DD TO RT-DD.
           MOVE I-DATE TO WS-RUN-DATE-N.

           PERFORM 1100-GET-REG-PARM.
           PERFORM 1200-LOAD-PROGRAMS.
           PERFORM 1300-LOAD-CATALOG.
           PERFORM 1400-LOAD-REGISTRATIONS.

           PERFORM 9100-HEADINGS.
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

      *    A BLANK TERM LEAVES EVERY TERM OPEN; A MISSING OR ZERO
      *    LOAD KEEPS THE 18-HOUR DEFAULT.
       1100-GET-REG-PARM.
           OPEN INPUT REG-PARM.
           READ REG-PARM
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RP-TERM TO WS-OPEN-TERM
                   IF RP-MAX-HOURS NUMERIC
                      AND RP-MAX-HOURS > ZERO
                       MOVE RP-MAX-HOURS TO WS-MAX-HOURS
                   END-IF
           END-READ.
           CLOSE REG-PARM.

       1200-LOAD-PROGRAMS.
           OPEN INPUT PROGRAM-MASTER.
           PERFORM UNTIL MORE-PROG = "NO"
               READ PROGRAM-MASTER
                   AT END
                       MOVE "NO" TO MORE-PROG
                   NOT AT END
                       IF WS-PROG-COUNT < 100
                           ADD 1 TO WS-PROG-COUNT
                           MOVE PM-CODE TO PGT-CODE (WS-PROG-COUNT)
                       ELSE
                           ADD 1 TO C-PROG-DROP-CTR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROGRAM-MASTER.

       1300-LOAD-CATALOG.
           OPEN INPUT COURSE-MASTER.
           PERFORM UNTIL MORE-CRS = "NO"
               READ COURSE-MASTER
                   AT END
                       MOVE "NO" TO MORE-CRS
                   NOT AT END
                       IF WS-CRS-COUNT < 500
                           ADD 1 TO WS-CRS-COUNT
                           PERFORM 1350-STORE-SECTION
                       ELSE
                           ADD 1 TO C-CRS-DROP-CTR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-MASTER.

       1350-STORE-SECTION.
           MOVE CM-COURSE-NO TO CT-COURSE-NO (WS-CRS-COUNT).
           MOVE CM-SECTION TO CT-SECTION (WS-CRS-COUNT).
           MOVE CM-TITLE TO CT-TITLE (WS-CRS-COUNT).
           IF CM-CREDIT-HRS NUMERIC
               MOVE CM-CREDIT-HRS TO CT-CREDIT-HRS (WS-CRS-COUNT)
           ELSE
               MOVE ZERO TO CT-CREDIT-HRS (WS-CRS-COUNT)
           END-IF.
           MOVE CM-PROG-CD TO CT-PROG-CD (WS-CRS-COUNT).
           IF CM-CAPACITY NUMERIC
               MOVE CM-CAPACITY TO CT-CAPACITY (WS-CRS-COUNT)
           ELSE
               MOVE ZERO TO CT-CAPACITY (WS-CRS-COUNT)
           END-IF.
           MOVE CM-SECT-STATUS TO CT-STATUS (WS-CRS-COUNT).
           MOVE "N" TO CT-PROG-OK (WS-CRS-COUNT).
           PERFORM VARYING WS-PROG-SUB FROM 1 BY 1
               UNTIL WS-PROG-SUB > WS-PROG-COUNT
               IF PGT-CODE (WS-PROG-SUB) = CM-PROG-CD
                   MOVE "Y" TO CT-PROG-OK (WS-CRS-COUNT)
               END-IF
           END-PERFORM.

       1400-LOAD-REGISTRATIONS.
           OPEN INPUT REG-MASTER.
           PERFORM UNTIL MORE-REG = "NO"
               READ REG-MASTER
                   AT END
                       MOVE "NO" TO MORE-REG
                   NOT AT END
                       IF WS-REG-COUNT < 5000
                           ADD 1 TO WS-REG-COUNT
                           MOVE RG-ID TO RGT-ID (WS-REG-COUNT)
                           MOVE RG-TERM TO RGT-TERM (WS-REG-COUNT)
                           MOVE RG-COURSE-NO
                               TO RGT-COURSE-NO (WS-REG-COUNT)
                           MOVE RG-SECTION
                               TO RGT-SECTION (WS-REG-COUNT)
                           MOVE RG-STATUS TO RGT-STATUS (WS-REG-COUNT)
                           MOVE RG-SEQ TO RGT-SEQ (WS-REG-COUNT)
                           MOVE RG-REG-DATE
                               TO RGT-REG-DATE (WS-REG-COUNT)
                           IF RG-SEQ > WS-NEXT-SEQ
                               MOVE RG-SEQ TO WS-NEXT-SEQ
                           END-IF
                       ELSE
                           ADD 1 TO C-REG-DROP-CTR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REG-MASTER.

       2000-MAINLINE.
           ADD 1 TO C-TRAN-CTR.
           MOVE SPACES TO WS-RESULT.
           MOVE ZERO TO WS-BEST-SUB.
           PERFORM 2100-VALIDATE-TRANS.
           IF WS-ERR-REASON = SPACES
               EVALUATE RT-ACTION
                   WHEN "A"
                       PERFORM 2200-ADD-REGISTRATION
                   WHEN "D"
                       PERFORM 2300-DROP-REGISTRATION
               END-EVALUATE
           END-IF.
           IF WS-ERR-REASON NOT = SPACES
               ADD 1 TO C-ERR-CTR
               MOVE WS-ERR-REASON TO WS-REJECT-REASON
               MOVE WS-REJECT-TEXT TO WS-RESULT
           END-IF.
           PERFORM 2500-REGISTER-OUTPUT.
           IF WS-BEST-SUB > ZERO
               PERFORM 2400-PROMOTE-OUTPUT
           END-IF.
           PERFORM 9000-READ.

       2100-VALIDATE-TRANS.
           MOVE SPACES TO WS-ERR-REASON.
           MOVE RT-ID TO OM-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "NO" TO WS-STUDENT-FOUND
                   MOVE SPACES TO OM-LNAME
               NOT INVALID KEY
                   MOVE "YES" TO WS-STUDENT-FOUND
           END-READ.
           PERFORM 2800-FIND-SECTION.

           EVALUATE TRUE
               WHEN RT-ACTION NOT = "A" AND RT-ACTION NOT = "D"
                   MOVE "UNKNOWN ACTION CODE" TO WS-ERR-REASON
               WHEN WS-STUDENT-FOUND = "NO"
                   MOVE "STUDENT NOT ON MASTER" TO WS-ERR-REASON
               WHEN RT-TERM = SPACES
                   MOVE "TERM CODE MISSING" TO WS-ERR-REASON
               WHEN WS-OPEN-TERM NOT = SPACES
                AND RT-TERM NOT = WS-OPEN-TERM
                   MOVE "TERM NOT OPEN" TO WS-ERR-REASON
               WHEN WS-CRS-MATCH = ZERO
                   MOVE "SECTION NOT IN CATALOG" TO WS-ERR-REASON
           END-EVALUATE.

      *    AN ADD TO A FULL SECTION IS WAITLISTED RATHER THAN REFUSED;
      *    THE CREDIT LOAD IS CHECKED EITHER WAY SO A WAITLISTED
      *    STUDENT CAN TAKE THE SEAT WHEN IT OPENS.
       2200-ADD-REGISTRATION.
           MOVE "NO" TO WS-DUP-FOUND.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
               IF RGT-ID (WS-REG-SUB) = RT-ID
                  AND RGT-TERM (WS-REG-SUB) = RT-TERM
                  AND RGT-COURSE-NO (WS-REG-SUB) = RT-COURSE-NO
                  AND RGT-STATUS (WS-REG-SUB) NOT = "D"
                   MOVE "YES" TO WS-DUP-FOUND
               END-IF
           END-PERFORM.
           MOVE RT-ID TO WS-LOAD-ID.
           MOVE RT-TERM TO WS-LOAD-TERM.
           PERFORM 2700-STUDENT-HOURS.
           PERFORM 2900-COUNT-SECTION.

           EVALUATE TRUE
               WHEN CT-STATUS (WS-CRS-MATCH) = "C"
                   MOVE "SECTION CLOSED" TO WS-ERR-REASON
               WHEN CT-PROG-OK (WS-CRS-MATCH) = "N"
                   MOVE "COURSE PROGRAM NOT ON FILE"
                       TO WS-ERR-REASON
               WHEN WS-DUP-FOUND = "YES"
                   MOVE "ALREADY REGISTERED" TO WS-ERR-REASON
               WHEN WS-LOAD-HOURS + CT-CREDIT-HRS (WS-CRS-MATCH)
                    > WS-MAX-HOURS
                   MOVE "OVER MAXIMUM CREDIT LOAD" TO WS-ERR-REASON
               WHEN WS-REG-COUNT NOT < 5000
                   MOVE "REGISTRATION TABLE FULL" TO WS-ERR-REASON
               WHEN OTHER
                   ADD 1 TO WS-REG-COUNT
                   ADD 1 TO WS-NEXT-SEQ
                   MOVE RT-ID TO RGT-ID (WS-REG-COUNT)
                   MOVE RT-TERM TO RGT-TERM (WS-REG-COUNT)
                   MOVE RT-COURSE-NO TO RGT-COURSE-NO (WS-REG-COUNT)
                   MOVE RT-SECTION TO RGT-SECTION (WS-REG-COUNT)
                   MOVE WS-NEXT-SEQ TO RGT-SEQ (WS-REG-COUNT)
                   MOVE WS-RUN-DATE-N TO RGT-REG-DATE (WS-REG-COUNT)
                   IF WS-SECT-ENROLLED < CT-CAPACITY (WS-CRS-MATCH)
                       MOVE "E" TO RGT-STATUS (WS-REG-COUNT)
                       ADD 1 TO C-ENROLL-CTR
                       MOVE "ENROLLED" TO WS-RESULT
                   ELSE
                       MOVE "W" TO RGT-STATUS (WS-REG-COUNT)
                       ADD 1 TO C-WAIT-CTR
                       MOVE "SECTION FULL - WAITLISTED" TO WS-RESULT
                   END-IF
           END-EVALUATE.

       2300-DROP-REGISTRATION.
           MOVE ZERO TO WS-REG-MATCH.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
               IF RGT-ID (WS-REG-SUB) = RT-ID
                  AND RGT-TERM (WS-REG-SUB) = RT-TERM
                  AND RGT-COURSE-NO (WS-REG-SUB) = RT-COURSE-NO
                  AND RGT-SECTION (WS-REG-SUB) = RT-SECTION
                  AND RGT-STATUS (WS-REG-SUB) NOT = "D"
                   MOVE WS-REG-SUB TO WS-REG-MATCH
               END-IF
           END-PERFORM.

           IF WS-REG-MATCH = ZERO
               MOVE "NOT REGISTERED IN SECTION" TO WS-ERR-REASON
           ELSE
               ADD 1 TO C-DROP-CTR
               IF RGT-STATUS (WS-REG-MATCH) = "W"
                   MOVE "D" TO RGT-STATUS (WS-REG-MATCH)
                   MOVE "DROPPED FROM WAITLIST" TO WS-RESULT
               ELSE
                   MOVE "D" TO RGT-STATUS (WS-REG-MATCH)
                   MOVE "DROPPED" TO WS-RESULT
                   PERFORM 2350-PROMOTE-WAITLIST
               END-IF
           END-IF.

      *    THE OPEN SEAT GOES TO THE EARLIEST WAITLISTED STUDENT FOR
      *    THE SECTION WHO STILL FITS UNDER THE CREDIT LOAD.
       2350-PROMOTE-WAITLIST.
           MOVE ZERO TO WS-BEST-SUB.
           MOVE 999999 TO WS-BEST-SEQ.
           PERFORM VARYING WS-WAIT-SUB FROM 1 BY 1
               UNTIL WS-WAIT-SUB > WS-REG-COUNT
               IF RGT-TERM (WS-WAIT-SUB) = RT-TERM
                  AND RGT-COURSE-NO (WS-WAIT-SUB) = RT-COURSE-NO
                  AND RGT-SECTION (WS-WAIT-SUB) = RT-SECTION
                  AND RGT-STATUS (WS-WAIT-SUB) = "W"
                  AND RGT-SEQ (WS-WAIT-SUB) < WS-BEST-SEQ
                   MOVE RGT-ID (WS-WAIT-SUB) TO WS-LOAD-ID
                   MOVE RGT-TERM (WS-WAIT-SUB) TO WS-LOAD-TERM
                   PERFORM 2700-STUDENT-HOURS
                   IF WS-LOAD-HOURS + CT-CREDIT-HRS (WS-CRS-MATCH)
                      NOT > WS-MAX-HOURS
                       MOVE WS-WAIT-SUB TO WS-BEST-SUB
                       MOVE RGT-SEQ (WS-WAIT-SUB) TO WS-BEST-SEQ
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-BEST-SUB > ZERO
               MOVE "E" TO RGT-STATUS (WS-BEST-SUB)
               ADD 1 TO C-PROMOTE-CTR
           END-IF.

      *    THE PROMOTED STUDENT GETS THEIR OWN LINE UNDER THE DROP
      *    THAT OPENED THE SEAT.
       2400-PROMOTE-OUTPUT.
           MOVE RGT-ID (WS-BEST-SUB) TO OM-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO OM-LNAME
           END-READ.
           MOVE SPACE TO O-ACTION.
           MOVE RGT-ID (WS-BEST-SUB) TO O-ID.
           MOVE OM-LNAME TO O-LNAME.
           MOVE "PROMOTED FROM WAITLIST" TO O-RESULT.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

       2500-REGISTER-OUTPUT.
           MOVE RT-ACTION TO O-ACTION.
           MOVE RT-ID TO O-ID.
           MOVE OM-LNAME TO O-LNAME.
           MOVE RT-TERM TO O-TERM.
           MOVE RT-COURSE-NO TO O-COURSE-NO.
           MOVE RT-SECTION TO O-SECTION.
           IF WS-CRS-MATCH > ZERO
               MOVE CT-CREDIT-HRS (WS-CRS-MATCH) TO O-HOURS
           ELSE
               MOVE ZERO TO O-HOURS
           END-IF.
           MOVE WS-RESULT TO O-RESULT.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

      *    HOURS THE STUDENT IS ENROLLED FOR IN THE TERM.
       2700-STUDENT-HOURS.
           MOVE ZERO TO WS-LOAD-HOURS.
           PERFORM VARYING WS-LOAD-SUB FROM 1 BY 1
               UNTIL WS-LOAD-SUB > WS-REG-COUNT
               IF RGT-ID (WS-LOAD-SUB) = WS-LOAD-ID
                  AND RGT-TERM (WS-LOAD-SUB) = WS-LOAD-TERM
                  AND RGT-STATUS (WS-LOAD-SUB) = "E"
                   PERFORM 2750-ADD-COURSE-HOURS
               END-IF
           END-PERFORM.

       2750-ADD-COURSE-HOURS.
           PERFORM VARYING WS-LOAD-CRS FROM 1 BY 1
               UNTIL WS-LOAD-CRS > WS-CRS-COUNT
               IF CT-COURSE-NO (WS-LOAD-CRS)
                      = RGT-COURSE-NO (WS-LOAD-SUB)
                  AND CT-SECTION (WS-LOAD-CRS)
                      = RGT-SECTION (WS-LOAD-SUB)
                   ADD CT-CREDIT-HRS (WS-LOAD-CRS) TO WS-LOAD-HOURS
               END-IF
           END-PERFORM.

       2800-FIND-SECTION.
           MOVE ZERO TO WS-CRS-MATCH.
           PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
               UNTIL WS-CRS-SUB > WS-CRS-COUNT
                  OR WS-CRS-MATCH > ZERO
               IF CT-COURSE-NO (WS-CRS-SUB) = RT-COURSE-NO
                  AND CT-SECTION (WS-CRS-SUB) = RT-SECTION
                   MOVE WS-CRS-SUB TO WS-CRS-MATCH
               END-IF
           END-PERFORM.

      *    ENROLLED AND WAITLISTED COUNTS FOR THE TRANSACTION'S
      *    SECTION AND TERM.
       2900-COUNT-SECTION.
           MOVE ZERO TO WS-SECT-ENROLLED.
           MOVE ZERO TO WS-SECT-WAITING.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
               IF RGT-TERM (WS-REG-SUB) = RT-TERM
                  AND RGT-COURSE-NO (WS-REG-SUB) = RT-COURSE-NO
                  AND RGT-SECTION (WS-REG-SUB) = RT-SECTION
                   EVALUATE RGT-STATUS (WS-REG-SUB)
                       WHEN "E"
                           ADD 1 TO WS-SECT-ENROLLED
                       WHEN "W"
                           ADD 1 TO WS-SECT-WAITING
                   END-EVALUATE
               END-IF
           END-PERFORM.

       3000-CLOSING.
           IF C-CRS-DROP-CTR > ZERO
               MOVE C-CRS-DROP-CTR TO CD-DROP
               WRITE PRTLINE FROM CATALOG-DROP-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF C-PROG-DROP-CTR > ZERO
               MOVE C-PROG-DROP-CTR TO PD-DROP
               WRITE PRTLINE FROM PROGRAM-DROP-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF C-REG-DROP-CTR > ZERO
               MOVE C-REG-DROP-CTR TO RD-DROP
               WRITE PRTLINE FROM REG-DROP-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE C-TRAN-CTR TO TL-TRAN.
           MOVE C-ENROLL-CTR TO TL-ENROLL.
           MOVE C-WAIT-CTR TO TL-WAIT.
           MOVE C-DROP-CTR TO TL-DROP.
           MOVE C-PROMOTE-CTR TO TL-PROMOTE.
           MOVE C-ERR-CTR TO TL-ERR.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           IF WS-OPEN-TERM = SPACES
               MOVE "ALL" TO PL-TERM
           ELSE
               MOVE WS-OPEN-TERM TO PL-TERM
           END-IF.
           MOVE WS-MAX-HOURS TO PL-MAX-HOURS.
           WRITE PRTLINE FROM PARM-LINE
               AFTER ADVANCING 1 LINES.

           IF C-PROG-DROP-CTR > ZERO OR C-REG-DROP-CTR > ZERO
               WRITE PRTLINE FROM STOPPED-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE REG-TRANS
               CLOSE STUDENT-MASTER
               CLOSE PRTOUT
               CLOSE ROSTER-RPT
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 3050-UPDATE-MASTER
           END-IF.

      *    THE UPDATED TABLE IS WRITTEN AS THE NEW MASTER AND THE
      *    ROSTERS PRINT FROM IT.
       3050-UPDATE-MASTER.
           OPEN OUTPUT NEW-REG-MASTER.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
               IF RGT-STATUS (WS-REG-SUB) NOT = "D"
                   MOVE RGT-ID (WS-REG-SUB) TO RG-ID
                   MOVE RGT-TERM (WS-REG-SUB) TO RG-TERM
                   MOVE RGT-COURSE-NO (WS-REG-SUB) TO RG-COURSE-NO
                   MOVE RGT-SECTION (WS-REG-SUB) TO RG-SECTION
                   MOVE RGT-STATUS (WS-REG-SUB) TO RG-STATUS
                   MOVE RGT-SEQ (WS-REG-SUB) TO RG-SEQ
                   MOVE RGT-REG-DATE (WS-REG-SUB) TO RG-REG-DATE
                   WRITE NR-REC FROM RG-REC
               END-IF
           END-PERFORM.
           CLOSE NEW-REG-MASTER.

           SORT SORT-WORK
               ON ASCENDING KEY SW-TERM
                                SW-COURSE-NO
                                SW-SECTION
                                SW-STATUS
                                SW-ORDER
               INPUT PROCEDURE 3100-RELEASE-ROSTER
               OUTPUT PROCEDURE 3200-PRINT-ROSTERS.
           PERFORM 3400-PRINT-WAITLIST.

           CLOSE REG-TRANS.
           CLOSE STUDENT-MASTER.
           CLOSE PRTOUT.
           CLOSE ROSTER-RPT.

      *    THE NEW MASTER SWAPS INTO PLACE: THE CURRENT FILE IS
      *    RENAMED ASIDE, THE NEW FILE RENAMED IN, AND ONLY THEN IS
      *    THE ASIDE COPY DELETED.
           CALL "CBL_DELETE_FILE" USING WS-BAK-PATH.
           CALL "CBL_RENAME_FILE" USING WS-HIST-PATH
                                        WS-BAK-PATH.
           CALL "CBL_RENAME_FILE" USING WS-NEWH-PATH
                                        WS-HIST-PATH.
           CALL "CBL_DELETE_FILE" USING WS-BAK-PATH.
      *    THE FIRST RUN OF A NEW MASTER HAS NOTHING TO RENAME ASIDE;
      *    THAT NONZERO RETURN IS EXPECTED.
           MOVE ZERO TO RETURN-CODE.

      *    ENROLLED STUDENTS SORT BY NAME, WAITLISTED ONES BY THE
      *    ORDER THEIR ADD WAS RECEIVED. ONLY THE OPEN TERM IS
      *    ROSTERED WHEN REGPARM.DAT NAMES ONE.
       3100-RELEASE-ROSTER.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
               IF RGT-STATUS (WS-REG-SUB) NOT = "D"
                  AND (WS-OPEN-TERM = SPACES
                       OR RGT-TERM (WS-REG-SUB) = WS-OPEN-TERM)
                   PERFORM 3150-RELEASE-ONE
               END-IF
           END-PERFORM.

       3150-RELEASE-ONE.
           MOVE RGT-ID (WS-REG-SUB) TO OM-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "** UNKNOWN **" TO OM-LNAME
                   MOVE SPACES TO OM-FNAME
                   MOVE SPACES TO OM-INIT
                   MOVE SPACES TO OM-PROG-CD
           END-READ.
           MOVE RGT-TERM (WS-REG-SUB) TO SW-TERM.
           MOVE RGT-COURSE-NO (WS-REG-SUB) TO SW-COURSE-NO.
           MOVE RGT-SECTION (WS-REG-SUB) TO SW-SECTION.
           MOVE RGT-STATUS (WS-REG-SUB) TO SW-STATUS.
           IF RGT-STATUS (WS-REG-SUB) = "E"
               MOVE OM-NAME TO SW-ORDER
           ELSE
               MOVE RGT-SEQ (WS-REG-SUB) TO SW-ORDER
           END-IF.
           MOVE RGT-ID (WS-REG-SUB) TO SW-ID.
           MOVE OM-LNAME TO SW-LNAME.
           MOVE OM-FNAME TO SW-FNAME.
           MOVE OM-INIT TO SW-INIT.
           MOVE OM-PROG-CD TO SW-PROG-CD.
           RELEASE SW-ROST-REC.

      *    ONE PAGE PER SECTION. WAITLISTED STUDENTS SORT AFTER THE
      *    ENROLLED ONES AND ARE SET ASIDE FOR THE WAITLIST PAGES.
       3200-PRINT-ROSTERS.
           PERFORM 9010-READ-SORTED.
           PERFORM UNTIL MORE-SORTED = "NO"
               MOVE SW-TERM TO WS-CUR-TERM
               MOVE SW-COURSE-NO TO WS-CUR-COURSE-NO
               MOVE SW-SECTION TO WS-CUR-SECTION
               IF WS-CUR-KEY NOT = WS-PREV-KEY
                   PERFORM 3250-START-SECTION
               END-IF
               IF SW-STATUS = "E"
                   ADD 1 TO WS-WAIT-POS
                   MOVE WS-WAIT-POS TO RL-NO
                   MOVE SW-ID TO RL-ID
                   MOVE SW-LNAME TO RL-LNAME
                   MOVE SW-FNAME TO RL-FNAME
                   MOVE SW-INIT TO RL-INIT
                   MOVE SW-PROG-CD TO RL-PROG-CD
                   WRITE ROSTLINE FROM ROSTER-LINE
                       AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9200-ROSTER-HEADINGS
                   END-WRITE
               ELSE
                   PERFORM 3300-HOLD-WAITLISTED
               END-IF
               PERFORM 9010-READ-SORTED
           END-PERFORM.

      *    A NEW SECTION STARTS A NEW PAGE AND RESTARTS THE NUMBERING.
       3250-START-SECTION.
           MOVE WS-CUR-KEY TO WS-PREV-KEY.
           MOVE ZERO TO WS-WAIT-POS.
           ADD 1 TO C-SECTION-CTR.
           MOVE SW-TERM TO RT-TERM.
           MOVE SW-COURSE-NO TO RT-COURSE-NO.
           MOVE SW-SECTION TO RT-SECTION.
           PERFORM 2800-FIND-SECTION.
           PERFORM 2900-COUNT-SECTION.
           MOVE SW-TERM TO SL-TERM.
           MOVE SW-COURSE-NO TO SL-COURSE-NO.
           MOVE SW-SECTION TO SL-SECTION.
           IF WS-CRS-MATCH > ZERO
               MOVE CT-TITLE (WS-CRS-MATCH) TO SL-TITLE
               MOVE CT-PROG-CD (WS-CRS-MATCH) TO SL-PROG-CD
               MOVE CT-CREDIT-HRS (WS-CRS-MATCH) TO SL-HOURS
               MOVE CT-CAPACITY (WS-CRS-MATCH) TO SL-CAPACITY
               IF CT-STATUS (WS-CRS-MATCH) = "C"
                   MOVE "SECTION CLOSED" TO SL-CLOSED
               ELSE
                   MOVE SPACES TO SL-CLOSED
               END-IF
           ELSE
               MOVE "*** NOT IN CATALOG" TO SL-TITLE
               MOVE SPACES TO SL-PROG-CD
               MOVE ZERO TO SL-HOURS
               MOVE ZERO TO SL-CAPACITY
               MOVE SPACES TO SL-CLOSED
           END-IF.
           MOVE WS-SECT-ENROLLED TO SL-ENROLLED.
           MOVE WS-SECT-WAITING TO SL-WAITING.
           PERFORM 9200-ROSTER-HEADINGS.

      *    THE WAITLIST POSITION RESTARTS AT 1 FOR EACH SECTION.
       3300-HOLD-WAITLISTED.
           IF WS-WAIT-COUNT < 1000
               ADD 1 TO WS-WAIT-COUNT
               MOVE SW-TERM TO WT-TERM (WS-WAIT-COUNT)
               MOVE SW-COURSE-NO TO WT-COURSE-NO (WS-WAIT-COUNT)
               MOVE SW-SECTION TO WT-SECTION (WS-WAIT-COUNT)
               IF WS-WAIT-COUNT > 1
                  AND WT-TERM (WS-WAIT-COUNT - 1) = SW-TERM
                  AND WT-COURSE-NO (WS-WAIT-COUNT - 1) = SW-COURSE-NO
                  AND WT-SECTION (WS-WAIT-COUNT - 1) = SW-SECTION
                   COMPUTE WT-POSITION (WS-WAIT-COUNT) =
                       WT-POSITION (WS-WAIT-COUNT - 1) + 1
               ELSE
                   MOVE 1 TO WT-POSITION (WS-WAIT-COUNT)
               END-IF
               MOVE SW-ID TO WT-ID (WS-WAIT-COUNT)
               MOVE SW-LNAME TO WT-LNAME (WS-WAIT-COUNT)
               MOVE SW-FNAME TO WT-FNAME (WS-WAIT-COUNT)
           END-IF.
           ADD 1 TO C-WAITLIST-CTR.

       3400-PRINT-WAITLIST.
           ADD 1 TO C-ROST-PCTR.
           MOVE C-ROST-PCTR TO RT-PCTR.
           WRITE ROSTLINE FROM ROSTER-TITLE
               AFTER ADVANCING PAGE.
           WRITE ROSTLINE FROM WAITLIST-TITLE
               AFTER ADVANCING 2 LINES.
           WRITE ROSTLINE FROM WAITLIST-HDINGS
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO ROSTLINE.
           WRITE ROSTLINE
               AFTER ADVANCING 1 LINES.
           IF WS-WAIT-COUNT = ZERO
               WRITE ROSTLINE FROM NO-WAITLIST-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.
           PERFORM VARYING WS-WAIT-SUB FROM 1 BY 1
               UNTIL WS-WAIT-SUB > WS-WAIT-COUNT
               MOVE WT-TERM (WS-WAIT-SUB) TO WL-TERM
               MOVE WT-COURSE-NO (WS-WAIT-SUB) TO WL-COURSE-NO
               MOVE WT-SECTION (WS-WAIT-SUB) TO WL-SECTION
               MOVE WT-POSITION (WS-WAIT-SUB) TO WL-POSITION
               MOVE WT-ID (WS-WAIT-SUB) TO WL-ID
               MOVE WT-LNAME (WS-WAIT-SUB) TO WL-LNAME
               MOVE WT-FNAME (WS-WAIT-SUB) TO WL-FNAME
               WRITE ROSTLINE FROM WAITLIST-LINE
                   AFTER ADVANCING 1 LINES
               END-WRITE
           END-PERFORM.
           MOVE C-SECTION-CTR TO RTL-SECTIONS.
           MOVE C-WAITLIST-CTR TO RTL-WAITING.
           WRITE ROSTLINE FROM ROSTER-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

       9000-READ.
           READ REG-TRANS
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

       9200-ROSTER-HEADINGS.
           ADD 1 TO C-ROST-PCTR.
           MOVE C-ROST-PCTR TO RT-PCTR.
           WRITE ROSTLINE FROM ROSTER-TITLE
               AFTER ADVANCING PAGE.
           WRITE ROSTLINE FROM SECTION-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE ROSTLINE FROM SECTION-LINE-2
               AFTER ADVANCING 1 LINES.
           WRITE ROSTLINE FROM ROSTER-HDINGS
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO ROSTLINE.
           WRITE ROSTLINE
               AFTER ADVANCING 1 LINES.
