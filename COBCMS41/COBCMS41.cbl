       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCMS41.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         COLBY SNOW.
       DATE-COMPILED.
      ******************************************************************
      *THIS PROGRAM MAINTAINS THE GRADUATE PLACEMENT FILE
      *(PLACEMST.DAT), INDEXED ON STUDENT ID. EACH TRANSACTION IN
      *PLACETRN.DAT CARRIES AN ACTION CODE AHEAD OF THE PLACEMENT
      *RECORD:
      *  A - ADD A GRADUATE'S PLACEMENT. A STUDENT ALREADY ON THE
      *      FILE IS REJECTED AS A DUPLICATE.
      *  C - REPLACE THE PLACEMENT ON FILE (A NEW JOB, A CORRECTED
      *      SALARY).
      *  D - DELETE THE PLACEMENT ON FILE.
      *THE PLACEMENT STATUS IS P (PLACED), S (STILL SEEKING) OR N (NOT
      *SEEKING - CONTINUING EDUCATION, MILITARY AND THE LIKE). A
      *PLACED GRADUATE MUST CARRY THE EMPLOYER, A VALID HIRE DATE NOT
      *AFTER THE RUN DATE, AN ACTUAL STARTING SALARY ABOVE ZERO AND
      *AN IN-FIELD FLAG OF Y OR N. EVERY TRANSACTION MUST BE FOR A
      *STUDENT ON THE INDEXED STUDENT MASTER. REJECTS GO TO
      *PLACEERR.PRT WITH THEIR REASON; EVERY APPLIED TRANSACTION IS
      *LISTED ON PLACECHG.PRT. COBCMS42 REPORTS PLACEMENT OUTCOMES
      *AGAINST THE EXPECTED STARTING SALARY FROM THIS FILE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL TRANS-FILE
               ASSIGN TO "C:\IHCC\COBOL\PLACETRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-MASTER
               ASSIGN TO "C:\IHCC\COBOL\STDNTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OM-ID.

           SELECT OPTIONAL PLACEMENT-MASTER
               ASSIGN TO "C:\IHCC\COBOL\PLACEMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PL-ID.

           SELECT ERROR-RPT
               ASSIGN TO "C:\IHCC\COBOL\PLACEERR.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT CHANGE-RPT
               ASSIGN TO "C:\IHCC\COBOL\PLACECHG.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-DATE-PARM
               ASSIGN TO "C:\IHCC\COBOL\RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PT-REC
           RECORD CONTAINS 71 CHARACTERS.

       01 PT-REC.
         05 PT-ACTION       PIC X.
         05 PT-ID           PIC X(7).
         05 PT-STATUS       PIC X.
         05 PT-EMPLOYER     PIC X(25).
         05 PT-JOB-TITLE    PIC X(20).
         05 PT-HIRE-DATE.
           10 PT-HIRE-YY    PIC 9(4).
           10 PT-HIRE-MM    PIC 99.
           10 PT-HIRE-DD    PIC 99.
         05 PT-ACT-SAL      PIC 9(6)V99.
         05 PT-IN-FIELD     PIC X.

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

      *    ONE RECORD PER GRADUATE. PL-UPD-DATE IS THE RUN DATE OF
      *    THE LAST ADD OR CHANGE.
       FD  PLACEMENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PL-REC
           RECORD CONTAINS 78 CHARACTERS.

       01 PL-REC.
         05 PL-ID           PIC X(7).
         05 PL-STATUS       PIC X.
         05 PL-EMPLOYER     PIC X(25).
         05 PL-JOB-TITLE    PIC X(20).
         05 PL-HIRE-DATE    PIC 9(8).
         05 PL-ACT-SAL      PIC 9(6)V99.
         05 PL-IN-FIELD     PIC X.
         05 PL-UPD-DATE     PIC 9(8).

       FD  ERROR-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS ERRLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 ERRLINE          PIC X(132).

       FD  CHANGE-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CHGLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 CHGLINE          PIC X(132).

      *    RUN-DATE-PARM HOLDS A SHARED "AS-OF" BUSINESS DATE. IT
      *    BOUNDS THE HIRE DATE AND STAMPS THE UPDATE DATE. NO FILE
      *    MEANS TODAY'S DATE.
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
           05 C-CHG-PCTR    PIC 9(2)    VALUE 0.
           05 C-ADD-CTR     PIC 9(5)    VALUE 0.
           05 C-CHG-CTR     PIC 9(5)    VALUE 0.
           05 C-DEL-CTR     PIC 9(5)    VALUE 0.
           05 C-ERR-CTR     PIC 9(5)    VALUE 0.
           05 MORE-RECS     PIC X(3)    VALUE "YES".
           05 WS-VALID-TRN  PIC X(3)    VALUE "YES".
           05 WS-ERR-REASON PIC X(40)   VALUE SPACES.
           05 WS-RUN-DATE-N PIC 9(8)    VALUE 0.
           05 WS-DAYS-IN-MONTH PIC 99   VALUE 0.

       01 CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY    PIC 9(4).
               10  I-MM    PIC 99.
               10  I-DD    PIC 99.
           05  I-TIME      PIC X(11).

       01 ERROR-TITLE.
           05  FILLER      PIC X(6)    VALUE "DATE:".
           05  ER-MM       PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  ER-DD       PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  ER-YY       PIC 9(4).
           05  FILLER      PIC X(35)   VALUE SPACES.
           05  FILLER      PIC X(31)
                           VALUE "PLACEMENT MAINTENANCE REJECTS".
           05  FILLER      PIC X(42)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE "PAGE:".
           05  ER-PCTR     PIC Z9.

       01 ERROR-COL-HDINGS.
           05 FILLER       PIC X(4)    VALUE "A".
           05 FILLER       PIC X(10)   VALUE "  ID".
           05 FILLER       PIC X(4)    VALUE "ST".
           05 FILLER       PIC X(27)   VALUE "EMPLOYER".
           05 FILLER       PIC X(6)    VALUE "REASON".

       01 ERROR-DETAIL-LINE.
           05 ER-ACTION    PIC X.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 ER-ID        PIC X(7).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 ER-STATUS    PIC X.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 ER-EMPLOYER  PIC X(25).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 ER-REASON    PIC X(40).

       01 CHANGE-TITLE.
           05  FILLER      PIC X(6)    VALUE "DATE:".
           05  CH-MM       PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  CH-DD       PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  CH-YY       PIC 9(4).
           05  FILLER      PIC X(35)   VALUE SPACES.
           05  FILLER      PIC X(31)
                           VALUE "PLACEMENT MAINTENANCE APPLIED".
           05  FILLER      PIC X(42)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE "PAGE:".
           05  CH-PCTR     PIC Z9.

       01 CHANGE-COL-HDINGS.
           05 FILLER       PIC X(4)    VALUE "A".
           05 FILLER       PIC X(10)   VALUE "  ID".
           05 FILLER       PIC X(17)   VALUE "LAST NAME".
           05 FILLER       PIC X(4)    VALUE "ST".
           05 FILLER       PIC X(27)   VALUE "EMPLOYER".
           05 FILLER       PIC X(22)   VALUE "JOB TITLE".
           05 FILLER       PIC X(12)   VALUE "HIRE DATE".
           05 FILLER       PIC X(13)   VALUE "   SALARY".
           05 FILLER       PIC X(5)    VALUE "IN-F".

       01 CHANGE-DETAIL-LINE.
           05 CH-ACTION    PIC X.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 CH-ID        PIC X(7).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 CH-LNAME     PIC X(15).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 CH-STATUS    PIC X.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 CH-EMPLOYER  PIC X(25).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 CH-JOB-TITLE PIC X(20).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 CH-HIRE-DATE PIC 99/99/9999 BLANK WHEN ZERO.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 CH-ACT-SAL   PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 CH-IN-FIELD  PIC X.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 CH-TAG       PIC X(13).

       01 CHANGE-TOTAL-LINE.
           05 FILLER       PIC X(7)    VALUE "ADDED: ".
           05 CH-ADD-CTR   PIC ZZ,ZZ9.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(9)    VALUE "CHANGED: ".
           05 CH-CHG-CTR   PIC ZZ,ZZ9.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(9)    VALUE "DELETED: ".
           05 CH-DEL-CTR   PIC ZZ,ZZ9.

       01 ERROR-TOTAL-LINE.
           05 FILLER       PIC X(10)   VALUE SPACES.
           05 FILLER       PIC X(7)    VALUE "ADDED: ".
           05 ER-ADD-CTR   PIC ZZ,ZZ9.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(9)    VALUE "CHANGED: ".
           05 ER-CHG-CTR   PIC ZZ,ZZ9.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(9)    VALUE "DELETED: ".
           05 ER-DEL-CTR   PIC ZZ,ZZ9.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(12)   VALUE "REJECTED:   ".
           05 ER-ERR-CTR   PIC ZZ,ZZ9.

       01 WS-FLIP-DATE.
           05 WS-FLIP-MM   PIC 99.
           05 WS-FLIP-DD   PIC 99.
           05 WS-FLIP-YY   PIC 9(4).
       01 WS-FLIP-DATE-N REDEFINES WS-FLIP-DATE PIC 9(8).

       01 WS-FLIP-IN.
           05 WS-FLIP-IN-YY PIC 9(4).
           05 WS-FLIP-IN-MM PIC 99.
           05 WS-FLIP-IN-DD PIC 99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = "NO".
           PERFORM 3000-CLOSING.
           GOBACK.

       1000-INIT.
           OPEN INPUT TRANS-FILE.
           OPEN INPUT STUDENT-MASTER.
           OPEN I-O PLACEMENT-MASTER.
           OPEN OUTPUT ERROR-RPT.
           OPEN OUTPUT CHANGE-RPT.

           PERFORM 1050-GET-RUN-DATE.
           MOVE I-YY TO ER-YY.
           MOVE I-MM TO ER-MM.
           MOVE I-DD TO ER-DD.
           MOVE I-YY TO CH-YY.
           MOVE I-MM TO CH-MM.
           MOVE I-DD TO CH-DD.
           MOVE I-DATE TO WS-RUN-DATE-N.

           PERFORM 9100-HEADINGS.
           PERFORM 9200-CHANGE-HEADINGS.
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

       2000-MAINLINE.
           PERFORM 2500-VALIDATE-TRANS.
           IF WS-VALID-TRN = "YES"
               EVALUATE PT-ACTION
                   WHEN "A"
                       PERFORM 2100-ADD-PLACEMENT
                   WHEN "C"
                       PERFORM 2200-CHANGE-PLACEMENT
                   WHEN "D"
                       PERFORM 2300-DELETE-PLACEMENT
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION CODE" TO WS-ERR-REASON
                       PERFORM 2600-LOG-ERROR
               END-EVALUATE
           END-IF.
           PERFORM 9000-READ.

       2100-ADD-PLACEMENT.
           PERFORM 2400-BUILD-RECORD.
           WRITE PL-REC
               INVALID KEY
                   MOVE "PLACEMENT ALREADY ON FILE"
                       TO WS-ERR-REASON
                   PERFORM 2600-LOG-ERROR
               NOT INVALID KEY
                   ADD 1 TO C-ADD-CTR
                   PERFORM 2700-CHANGE-OUTPUT
           END-WRITE.

       2200-CHANGE-PLACEMENT.
           MOVE PT-ID TO PL-ID.
           READ PLACEMENT-MASTER
               INVALID KEY
                   MOVE "NO PLACEMENT ON FILE" TO WS-ERR-REASON
                   PERFORM 2600-LOG-ERROR
               NOT INVALID KEY
                   PERFORM 2400-BUILD-RECORD
                   REWRITE PL-REC
                   ADD 1 TO C-CHG-CTR
                   PERFORM 2700-CHANGE-OUTPUT
           END-READ.

      *    THE DELETE LISTING SHOWS THE PLACEMENT THAT CAME OFF THE
      *    FILE.
       2300-DELETE-PLACEMENT.
           MOVE PT-ID TO PL-ID.
           READ PLACEMENT-MASTER
               INVALID KEY
                   MOVE "NO PLACEMENT ON FILE" TO WS-ERR-REASON
                   PERFORM 2600-LOG-ERROR
               NOT INVALID KEY
                   DELETE PLACEMENT-MASTER RECORD
                   ADD 1 TO C-DEL-CTR
                   PERFORM 2700-CHANGE-OUTPUT
           END-READ.

      *    A GRADUATE WHO IS NOT PLACED CARRIES NO JOB DETAIL.
       2400-BUILD-RECORD.
           MOVE PT-ID TO PL-ID.
           MOVE PT-STATUS TO PL-STATUS.
           IF PT-STATUS = "P"
               MOVE PT-EMPLOYER TO PL-EMPLOYER
               MOVE PT-JOB-TITLE TO PL-JOB-TITLE
               MOVE PT-HIRE-DATE TO PL-HIRE-DATE
               MOVE PT-ACT-SAL TO PL-ACT-SAL
               MOVE PT-IN-FIELD TO PL-IN-FIELD
           ELSE
               MOVE SPACES TO PL-EMPLOYER
               MOVE SPACES TO PL-JOB-TITLE
               MOVE ZERO TO PL-HIRE-DATE
               MOVE ZERO TO PL-ACT-SAL
               MOVE SPACE TO PL-IN-FIELD
           END-IF.
           MOVE WS-RUN-DATE-N TO PL-UPD-DATE.

       2500-VALIDATE-TRANS.
           MOVE "YES" TO WS-VALID-TRN.
           MOVE SPACES TO WS-ERR-REASON.

           MOVE PT-ID TO OM-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "NO" TO WS-VALID-TRN
                   MOVE "STUDENT ID NOT ON MASTER" TO WS-ERR-REASON
                   MOVE SPACES TO OM-LNAME
           END-READ.

      *    A DELETE CARRIES NO PLACEMENT DETAIL, SO THE FIELD EDITS
      *    APPLY ONLY TO ADDS AND CHANGES.
           IF WS-VALID-TRN = "YES" AND PT-ACTION NOT = "D"
               IF PT-STATUS NOT = "P" AND PT-STATUS NOT = "S"
                  AND PT-STATUS NOT = "N"
                   MOVE "NO" TO WS-VALID-TRN
                   MOVE "STATUS MUST BE P, S OR N" TO WS-ERR-REASON
               END-IF
           END-IF.

           IF WS-VALID-TRN = "YES" AND PT-ACTION NOT = "D"
              AND PT-STATUS = "P"
               PERFORM 2550-VALIDATE-PLACED
           END-IF.

           IF WS-VALID-TRN = "NO"
               PERFORM 2600-LOG-ERROR
           END-IF.

       2550-VALIDATE-PLACED.
           IF PT-EMPLOYER = SPACES
               MOVE "NO" TO WS-VALID-TRN
               MOVE "EMPLOYER IS BLANK" TO WS-ERR-REASON
           END-IF.

           IF WS-VALID-TRN = "YES"
               IF PT-HIRE-DATE NOT NUMERIC
                  OR PT-HIRE-MM < 1 OR PT-HIRE-MM > 12
                   MOVE "NO" TO WS-VALID-TRN
               ELSE
                   PERFORM 2560-DAYS-IN-MONTH
                   IF PT-HIRE-DD < 1 OR PT-HIRE-DD > WS-DAYS-IN-MONTH
                       MOVE "NO" TO WS-VALID-TRN
                   END-IF
               END-IF
               IF WS-VALID-TRN = "NO"
                   MOVE "HIRE DATE IS NOT A VALID DATE"
                       TO WS-ERR-REASON
               END-IF
           END-IF.

           IF WS-VALID-TRN = "YES"
               IF PT-HIRE-DATE > WS-RUN-DATE-N
                   MOVE "NO" TO WS-VALID-TRN
                   MOVE "HIRE DATE IS AFTER THE RUN DATE"
                       TO WS-ERR-REASON
               END-IF
           END-IF.

           IF WS-VALID-TRN = "YES"
               IF PT-ACT-SAL NOT NUMERIC OR PT-ACT-SAL = ZERO
                   MOVE "NO" TO WS-VALID-TRN
                   MOVE "STARTING SALARY MUST BE ABOVE ZERO"
                       TO WS-ERR-REASON
               END-IF
           END-IF.

           IF WS-VALID-TRN = "YES"
               IF PT-IN-FIELD NOT = "Y" AND PT-IN-FIELD NOT = "N"
                   MOVE "NO" TO WS-VALID-TRN
                   MOVE "IN-FIELD FLAG MUST BE Y OR N"
                       TO WS-ERR-REASON
               END-IF
           END-IF.

       2560-DAYS-IN-MONTH.
           EVALUATE PT-HIRE-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   IF FUNCTION MOD (PT-HIRE-YY, 4) = 0
                      AND (FUNCTION MOD (PT-HIRE-YY, 100) NOT = 0
                           OR FUNCTION MOD (PT-HIRE-YY, 400) = 0)
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

       2600-LOG-ERROR.
           ADD 1 TO C-ERR-CTR.
           MOVE PT-ACTION TO ER-ACTION.
           MOVE PT-ID TO ER-ID.
           MOVE PT-STATUS TO ER-STATUS.
           MOVE PT-EMPLOYER TO ER-EMPLOYER.
           MOVE WS-ERR-REASON TO ER-REASON.

           WRITE ERRLINE FROM ERROR-DETAIL-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

       2700-CHANGE-OUTPUT.
           MOVE PT-ACTION TO CH-ACTION.
           MOVE PL-ID TO CH-ID.
           MOVE OM-LNAME TO CH-LNAME.
           MOVE PL-STATUS TO CH-STATUS.
           MOVE PL-EMPLOYER TO CH-EMPLOYER.
           MOVE PL-JOB-TITLE TO CH-JOB-TITLE.
           MOVE PL-HIRE-DATE TO WS-FLIP-IN.
           PERFORM 9300-FLIP-DATE.
           MOVE WS-FLIP-DATE-N TO CH-HIRE-DATE.
           MOVE PL-ACT-SAL TO CH-ACT-SAL.
           MOVE PL-IN-FIELD TO CH-IN-FIELD.
           IF PT-ACTION = "D"
               MOVE "** DELETED **" TO CH-TAG
           ELSE
               MOVE SPACES TO CH-TAG
           END-IF.

           WRITE CHGLINE FROM CHANGE-DETAIL-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9200-CHANGE-HEADINGS.

       3000-CLOSING.
           MOVE C-ADD-CTR TO ER-ADD-CTR.
           MOVE C-CHG-CTR TO ER-CHG-CTR.
           MOVE C-DEL-CTR TO ER-DEL-CTR.
           MOVE C-ERR-CTR TO ER-ERR-CTR.

           WRITE ERRLINE FROM ERROR-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-ADD-CTR TO CH-ADD-CTR.
           MOVE C-CHG-CTR TO CH-CHG-CTR.
           MOVE C-DEL-CTR TO CH-DEL-CTR.

           WRITE CHGLINE FROM CHANGE-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE TRANS-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE PLACEMENT-MASTER.
           CLOSE ERROR-RPT.
           CLOSE CHANGE-RPT.

       9000-READ.
           READ TRANS-FILE
               AT END
                   MOVE "NO" TO MORE-RECS.

       9100-HEADINGS.
           ADD 1 TO C-PCTR
           MOVE C-PCTR TO ER-PCTR.

           WRITE ERRLINE FROM ERROR-TITLE
               AFTER ADVANCING PAGE.
           WRITE ERRLINE FROM ERROR-COL-HDINGS
               AFTER ADVANCING 2 LINES.

       9200-CHANGE-HEADINGS.
           ADD 1 TO C-CHG-PCTR
           MOVE C-CHG-PCTR TO CH-PCTR.

           WRITE CHGLINE FROM CHANGE-TITLE
               AFTER ADVANCING PAGE.
           WRITE CHGLINE FROM CHANGE-COL-HDINGS
               AFTER ADVANCING 2 LINES.

      *    YYYYMMDD TO MMDDYYYY FOR THE 99/99/9999 PRINT FIELDS.
       9300-FLIP-DATE.
           MOVE WS-FLIP-IN-MM TO WS-FLIP-MM.
           MOVE WS-FLIP-IN-DD TO WS-FLIP-DD.
           MOVE WS-FLIP-IN-YY TO WS-FLIP-YY.
