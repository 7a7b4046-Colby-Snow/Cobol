       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCMS42.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         COLBY SNOW.
       DATE-COMPILED.
      ******************************************************************
      *THIS PROGRAM REPORTS GRADUATE PLACEMENT OUTCOMES FROM THE
      *PLACEMENT FILE (PLACEMST.DAT, MAINTAINED BY COBCMS41). EACH
      *PLACEMENT IS MATCHED TO THE INDEXED STUDENT MASTER FOR THE
      *NAME, PROGRAM CODE AND EXPECTED STARTING SALARY, AND THE
      *PROGRAM IS LOOKED UP ON PROGMST.DAT FOR ITS DEPARTMENT. THE
      *GRADUATES ARE SORTED BY DEPARTMENT AND PROGRAM AND TOTALED AT
      *EACH PROGRAM, EACH DEPARTMENT AND FOR THE WHOLE SCHOOL:
      *  - GRADUATES, PLACED, STILL SEEKING AND NOT SEEKING.
      *  - PLACEMENT RATE: PLACED OVER PLACED PLUS SEEKING. GRADUATES
      *    NOT SEEKING WORK ARE LEFT OUT OF THE RATE.
      *  - AVERAGE EXPECTED AND AVERAGE ACTUAL STARTING SALARY OF THE
      *    PLACED GRADUATES, AND THE GAP (ACTUAL LESS EXPECTED).
      *  - IN-FIELD RATE: PLACED IN FIELD OVER PLACED.
      *A PLACED GRADUATE WHOSE ACTUAL SALARY MISSED THE EXPECTED
      *SALARY BY MORE THAN 25 PERCENT IS FLAGGED; THE FLAGGED
      *GRADUATES ARE LISTED ON THEIR OWN PAGES AFTER THE TOTALS.
      *PLACEMENTS FOR STUDENTS NO LONGER ON THE MASTER ARE COUNTED ON
      *THE LAST PAGE AND LEFT OUT OF THE GROUPS. PLACEOUT.CSV CARRIES
      *ONE ROW PER PROGRAM, DEPARTMENT AND SCHOOL TOTAL FOR THE
      *ACCREDITATION PACKET.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PLACEMENT-MASTER
               ASSIGN TO "C:\IHCC\COBOL\PLACEMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PL-ID.

           SELECT STUDENT-MASTER
               ASSIGN TO "C:\IHCC\COBOL\STDNTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OM-ID.

           SELECT OPTIONAL PROGRAM-MASTER
               ASSIGN TO "C:\IHCC\COBOL\PROGMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK
               ASSIGN TO "SRTPLACE.WRK".

           SELECT PRTOUT
               ASSIGN TO "C:\IHCC\COBOL\PLACERPT.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT CSV-OUT
               ASSIGN TO "C:\IHCC\COBOL\PLACEOUT.CSV"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-DATE-PARM
               ASSIGN TO "C:\IHCC\COBOL\RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       SD  SORT-WORK
           DATA RECORD IS SW-REC.

       01 SW-REC.
         05 SW-DEPT         PIC X(15).
         05 SW-PROG-CD      PIC X(4).
         05 SW-PROG-NAME    PIC X(25).
         05 SW-ID           PIC X(7).
         05 SW-LNAME        PIC X(15).
         05 SW-FNAME        PIC X(15).
         05 SW-STATUS       PIC X.
         05 SW-EMPLOYER     PIC X(25).
         05 SW-IN-FIELD     PIC X.
         05 SW-EXP-SAL      PIC 9(6)V99.
         05 SW-ACT-SAL      PIC 9(6)V99.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE          PIC X(132).

      *    CSV-OUT IS A COMMA-DELIMITED COMPANION TO PRTOUT SO THE
      *    GROUP TOTALS CAN BE LOADED STRAIGHT INTO A SPREADSHEET.
       FD  CSV-OUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-LINE
           RECORD CONTAINS 160 CHARACTERS.

       01 CSV-LINE                 PIC X(160).

      *    RUN-DATE-PARM HOLDS A SHARED "AS-OF" BUSINESS DATE. ITS DATE
      *    PRINTS ON THE REPORT INSTEAD OF TODAY'S WHEN PRESENT.
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
           05 C-READ-CTR    PIC 9(5)    VALUE 0.
           05 C-NOMAST-CTR  PIC 9(5)    VALUE 0.
           05 MORE-RECS     PIC X(3)    VALUE "YES".
           05 MORE-SORTED   PIC X(3)    VALUE "YES".
           05 MORE-PROG     PIC X(3)    VALUE "YES".
           05 WS-ON-MASTER  PIC X(3)    VALUE "YES".
           05 WS-PAGE-KIND  PIC X      VALUE "G".
           05 WS-PROG-COUNT PIC 9(3)    VALUE 0.
           05 WS-PROG-SUB   PIC 9(3)    VALUE 0.
           05 WS-FLAG-COUNT PIC 9(4)    VALUE 0.
           05 WS-FLAG-SUB   PIC 9(4)    VALUE 0.
           05 WS-LVL        PIC 9       VALUE 0.
           05 WS-MISS-PCT   PIC 9(3)    VALUE 25.
           05 WS-FLOOR-SAL  PIC 9(6)V99 VALUE 0.
           05 WS-PLC-RATE   PIC 9(3)V9  VALUE 0.
           05 WS-INF-RATE   PIC 9(3)V9  VALUE 0.
           05 WS-AVG-EXP    PIC 9(6)V99 VALUE 0.
           05 WS-AVG-ACT    PIC 9(6)V99 VALUE 0.
           05 WS-GAP        PIC S9(6)V99 VALUE 0.
           05 WS-LEVEL-NAME PIC X(10)   VALUE SPACES.
           05 WS-CSV-CNT1   PIC 9(5).
           05 WS-CSV-CNT2   PIC 9(5).
           05 WS-CSV-CNT3   PIC 9(5).
           05 WS-CSV-CNT4   PIC 9(5).
           05 WS-CSV-CNT5   PIC 9(5).
           05 WS-CSV-PLC    PIC 9(3).9.
           05 WS-CSV-INF    PIC 9(3).9.
           05 WS-CSV-EXP    PIC 9(6).99.
           05 WS-CSV-ACT    PIC 9(6).99.
           05 WS-CSV-GAP    PIC +9(6).99.
           05 H-DEPT        PIC X(15)   VALUE LOW-VALUES.
           05 H-PROG-CD     PIC X(4)    VALUE LOW-VALUES.
           05 H-PROG-NAME   PIC X(25)   VALUE SPACES.

      *    PLACEMENT TOTALS BY LEVEL: 1 = PROGRAM, 2 = DEPARTMENT,
      *    3 = SCHOOL. EVERY GRADUATE IS ADDED TO ALL THREE AND A
      *    LEVEL IS CLEARED AFTER IT PRINTS.
       01 LEVEL-TOTALS.
           05 LVL-ENTRY OCCURS 3 TIMES.
               10 LVL-GRADS        PIC 9(5).
               10 LVL-PLACED       PIC 9(5).
               10 LVL-SEEKING      PIC 9(5).
               10 LVL-NOT-SEEKING  PIC 9(5).
               10 LVL-IN-FIELD     PIC 9(5).
               10 LVL-FLAGGED      PIC 9(5).
               10 LVL-EXP-SUM      PIC 9(9)V99.
               10 LVL-ACT-SUM      PIC 9(9)V99.

       01 PROGRAM-TABLE.
           05 PGT-ENTRY OCCURS 100 TIMES.
               10 PGT-CODE         PIC X(4).
               10 PGT-NAME         PIC X(25).
               10 PGT-DEPT         PIC X(15).

      *    GRADUATES WHOSE SALARY MISSED THE EXPECTED FIGURE, HELD IN
      *    REPORT ORDER FOR THE PAGES AFTER THE TOTALS.
       01 FLAG-TABLE.
           05 FLT-ENTRY OCCURS 1000 TIMES.
               10 FLT-PROG-CD      PIC X(4).
               10 FLT-ID           PIC X(7).
               10 FLT-LNAME        PIC X(15).
               10 FLT-FNAME        PIC X(15).
               10 FLT-EMPLOYER     PIC X(25).
               10 FLT-IN-FIELD     PIC X.
               10 FLT-EXP-SAL      PIC 9(6)V99.
               10 FLT-ACT-SAL      PIC 9(6)V99.
               10 FLT-SHORT-PCT    PIC 9(3)V9.

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
           05  FILLER      PIC X(37)   VALUE SPACES.
           05  FILLER      PIC X(29)
                           VALUE "GRADUATE PLACEMENT OUTCOMES".
           05  FILLER      PIC X(42)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE "PAGE:".
           05  O-PCTR      PIC Z9.

       01 COLUMN-HDINGS1.
           05 FILLER       PIC X(55)   VALUE SPACES.
           05 FILLER       PIC X(7)    VALUE "NOT".
           05 FILLER       PIC X(13)   VALUE "PLACEMENT".
           05 FILLER       PIC X(12)   VALUE "AVERAGE".
           05 FILLER       PIC X(22)   VALUE "AVERAGE".
           05 FILLER       PIC X(8)    VALUE "IN-FIELD".

       01 COLUMN-HDINGS2.
           05 FILLER       PIC X(6)    VALUE "PROG".
           05 FILLER       PIC X(27)   VALUE "PROGRAM".
           05 FILLER       PIC X(7)    VALUE "GRADS".
           05 FILLER       PIC X(7)    VALUE "PLACED".
           05 FILLER       PIC X(7)    VALUE "SEEKING".
           05 FILLER       PIC X(8)    VALUE " SEEKING".
           05 FILLER       PIC X(9)    VALUE "     RATE".
           05 FILLER       PIC X(12)   VALUE "    EXPECTED".
           05 FILLER       PIC X(12)   VALUE "      ACTUAL".
           05 FILLER       PIC X(12)   VALUE "         GAP".
           05 FILLER       PIC X(11)   VALUE "       RATE".
           05 FILLER       PIC X(9)    VALUE "  FLAGGED".

       01 DEPT-HDING.
           05 FILLER       PIC X(12)   VALUE "DEPARTMENT: ".
           05 O-DEPT       PIC X(15).

       01 GROUP-LINE.
           05 O-GRP-CODE   PIC X(4).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-GRP-NAME   PIC X(25).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-GRADS      PIC ZZ,ZZ9.
           05 FILLER       PIC X(1)    VALUE SPACES.
           05 O-PLACED     PIC ZZ,ZZ9.
           05 FILLER       PIC X(1)    VALUE SPACES.
           05 O-SEEKING    PIC ZZ,ZZ9.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-NOT-SEEK   PIC ZZ,ZZ9.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 O-PLC-RATE   PIC ZZ9.9.
           05 FILLER       PIC X(1)    VALUE "%".
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-AVG-EXP    PIC ZZZ,ZZ9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-AVG-ACT    PIC ZZZ,ZZ9.99.
           05 FILLER       PIC X(1)    VALUE SPACES.
           05 O-GAP        PIC ---,--9.99.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 O-INF-RATE   PIC ZZ9.9.
           05 FILLER       PIC X(1)    VALUE "%".
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 O-FLAGGED    PIC ZZ,ZZ9.

       01 NOMAST-LINE.
           05 FILLER       PIC X(35)
                       VALUE "PLACEMENTS READ:".
           05 O-READ-CTR   PIC ZZ,ZZ9.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(35)
                       VALUE "PLACEMENTS NOT ON STUDENT MASTER:".
           05 O-NOMAST-CTR PIC ZZ,ZZ9.

       01 FLAG-HDINGS1.
           05 FILLER       PIC X(30)
                       VALUE "ACTUAL STARTING SALARY MISSED ".
           05 FILLER       PIC X(23)
                       VALUE "EXPECTED BY MORE THAN ".
           05 O-MISS-PCT   PIC ZZ9.
           05 FILLER       PIC X(8)    VALUE " PERCENT".

       01 FLAG-HDINGS2.
           05 FILLER       PIC X(6)    VALUE "PROG".
           05 FILLER       PIC X(10)   VALUE "  ID".
           05 FILLER       PIC X(17)   VALUE "LAST NAME".
           05 FILLER       PIC X(17)   VALUE "FIRST NAME".
           05 FILLER       PIC X(27)   VALUE "EMPLOYER".
           05 FILLER       PIC X(5)    VALUE "IN-F".
           05 FILLER       PIC X(12)   VALUE "    EXPECTED".
           05 FILLER       PIC X(12)   VALUE "      ACTUAL".
           05 FILLER       PIC X(10)   VALUE "  SHORT".

       01 FLAG-LINE.
           05 O-FL-PROG-CD PIC X(4).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-FL-ID      PIC X(7).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 O-FL-LNAME   PIC X(15).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-FL-FNAME   PIC X(15).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-FL-EMPLOYER PIC X(25).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 O-FL-IN-FIELD PIC X.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 O-FL-EXP     PIC ZZZ,ZZ9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-FL-ACT     PIC ZZZ,ZZ9.99.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 O-FL-SHORT   PIC ZZ9.9.
           05 FILLER       PIC X(1)    VALUE "%".

       01 NO-FLAG-LINE.
           05 FILLER       PIC X(40)
                       VALUE "NO GRADUATES FLAGGED".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           SORT SORT-WORK
               ON ASCENDING KEY SW-DEPT
               ON ASCENDING KEY SW-PROG-CD
               ON ASCENDING KEY SW-ID
               INPUT PROCEDURE 1500-MATCH-AND-RELEASE
               OUTPUT PROCEDURE 2000-MAINLINE.
           PERFORM 3000-CLOSING.
           GOBACK.

       1000-INIT.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT CSV-OUT.
           MOVE SPACES TO CSV-LINE.
           STRING
               "LEVEL,DEPARTMENT,PROGRAM,PROGRAM NAME,GRADUATES,"
                                              DELIMITED BY SIZE
               "PLACED,SEEKING,NOT SEEKING,PLACEMENT RATE,"
                                              DELIMITED BY SIZE
               "AVG EXPECTED SALARY,AVG ACTUAL SALARY,SALARY GAP,"
                                              DELIMITED BY SIZE
               "IN-FIELD RATE,FLAGGED"        DELIMITED BY SIZE
               INTO CSV-LINE.
           WRITE CSV-LINE.

           PERFORM 1050-GET-RUN-DATE.
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.

           INITIALIZE LEVEL-TOTALS.
           PERFORM 1100-LOAD-PROGRAMS.
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

       1100-LOAD-PROGRAMS.
           OPEN INPUT PROGRAM-MASTER.
           PERFORM UNTIL MORE-PROG = "NO"
               READ PROGRAM-MASTER
                   AT END
                       MOVE "NO" TO MORE-PROG
                   NOT AT END
                       IF WS-PROG-COUNT < 100
                           ADD 1 TO WS-PROG-COUNT
                           MOVE PM-CODE TO PGT-CODE (WS-PROG-COUNT)
                           MOVE PM-NAME TO PGT-NAME (WS-PROG-COUNT)
                           MOVE PM-DEPT TO PGT-DEPT (WS-PROG-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROGRAM-MASTER.

      *    EACH PLACEMENT IS MATCHED TO ITS STUDENT. A BLANK PROGRAM
      *    CODE GROUPS AS UNASSIGNED AND A CODE NOT ON THE PROGRAM
      *    MASTER AS NOT ON FILE, SO NEITHER IS MERGED SILENTLY INTO
      *    A REAL DEPARTMENT.
       1500-MATCH-AND-RELEASE.
           OPEN INPUT PLACEMENT-MASTER.
           OPEN INPUT STUDENT-MASTER.
           PERFORM 9000-READ.
           PERFORM UNTIL MORE-RECS = "NO"
               ADD 1 TO C-READ-CTR
               MOVE "YES" TO WS-ON-MASTER
               MOVE PL-ID TO OM-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE "NO" TO WS-ON-MASTER
               END-READ
               IF WS-ON-MASTER = "YES"
                   PERFORM 1550-RELEASE-GRADUATE
               ELSE
                   ADD 1 TO C-NOMAST-CTR
               END-IF
               PERFORM 9000-READ
           END-PERFORM.
           CLOSE PLACEMENT-MASTER.
           CLOSE STUDENT-MASTER.

       1550-RELEASE-GRADUATE.
           MOVE OM-PROG-CD TO SW-PROG-CD.
           IF OM-PROG-CD = SPACES
               MOVE "UNASSIGNED" TO SW-DEPT
               MOVE "** UNASSIGNED **" TO SW-PROG-NAME
           ELSE
               MOVE "** NOT ON FILE" TO SW-DEPT
               MOVE "** NOT ON FILE **" TO SW-PROG-NAME
               PERFORM VARYING WS-PROG-SUB FROM 1 BY 1
                   UNTIL WS-PROG-SUB > WS-PROG-COUNT
                   IF PGT-CODE (WS-PROG-SUB) = OM-PROG-CD
                       MOVE PGT-DEPT (WS-PROG-SUB) TO SW-DEPT
                       MOVE PGT-NAME (WS-PROG-SUB) TO SW-PROG-NAME
                   END-IF
               END-PERFORM
           END-IF.
           MOVE PL-ID TO SW-ID.
           MOVE OM-LNAME TO SW-LNAME.
           MOVE OM-FNAME TO SW-FNAME.
           MOVE PL-STATUS TO SW-STATUS.
           MOVE PL-EMPLOYER TO SW-EMPLOYER.
           MOVE PL-IN-FIELD TO SW-IN-FIELD.
           MOVE OM-EX-STRT-SAL TO SW-EXP-SAL.
           MOVE PL-ACT-SAL TO SW-ACT-SAL.
           RELEASE SW-REC.

      *    THE SORTED FILE COMES BACK BY DEPARTMENT AND PROGRAM. A
      *    PROGRAM TOTAL PRINTS AT EVERY PROGRAM BREAK AND A
      *    DEPARTMENT TOTAL AT EVERY DEPARTMENT BREAK.
       2000-MAINLINE.
           RETURN SORT-WORK
               AT END
                   MOVE "NO" TO MORE-SORTED.
           PERFORM UNTIL MORE-SORTED = "NO"
               IF SW-DEPT NOT = H-DEPT
                   IF H-DEPT NOT = LOW-VALUES
                       PERFORM 2500-PROGRAM-TOTAL
                       PERFORM 2600-DEPT-TOTAL
                   END-IF
                   PERFORM 2400-DEPT-HEADING
               ELSE
                   IF SW-PROG-CD NOT = H-PROG-CD
                       PERFORM 2500-PROGRAM-TOTAL
                       MOVE SW-PROG-CD TO H-PROG-CD
                       MOVE SW-PROG-NAME TO H-PROG-NAME
                   END-IF
               END-IF
               PERFORM 2200-ACCUMULATE
               RETURN SORT-WORK
                   AT END
                       MOVE "NO" TO MORE-SORTED
           END-PERFORM.
           IF H-DEPT NOT = LOW-VALUES
               PERFORM 2500-PROGRAM-TOTAL
               PERFORM 2600-DEPT-TOTAL
           END-IF.

      *    STATUS P IS PLACED, S IS STILL SEEKING AND N IS NOT
      *    SEEKING. ONLY PLACED GRADUATES CARRY SALARIES INTO THE
      *    AVERAGES.
       2200-ACCUMULATE.
           PERFORM VARYING WS-LVL FROM 1 BY 1 UNTIL WS-LVL > 3
               ADD 1 TO LVL-GRADS (WS-LVL)
               EVALUATE SW-STATUS
                   WHEN "P"
                       ADD 1 TO LVL-PLACED (WS-LVL)
                       ADD SW-EXP-SAL TO LVL-EXP-SUM (WS-LVL)
                       ADD SW-ACT-SAL TO LVL-ACT-SUM (WS-LVL)
                       IF SW-IN-FIELD = "Y"
                           ADD 1 TO LVL-IN-FIELD (WS-LVL)
                       END-IF
                   WHEN "S"
                       ADD 1 TO LVL-SEEKING (WS-LVL)
                   WHEN OTHER
                       ADD 1 TO LVL-NOT-SEEKING (WS-LVL)
               END-EVALUATE
           END-PERFORM.
           IF SW-STATUS = "P"
               PERFORM 2300-CHECK-SALARY
           END-IF.

      *    A GRADUATE WITH NO EXPECTED SALARY ON THE MASTER CANNOT
      *    MISS IT.
       2300-CHECK-SALARY.
           COMPUTE WS-FLOOR-SAL =
               SW-EXP-SAL - SW-EXP-SAL * WS-MISS-PCT / 100.
           IF SW-EXP-SAL > ZERO AND SW-ACT-SAL < WS-FLOOR-SAL
               PERFORM VARYING WS-LVL FROM 1 BY 1 UNTIL WS-LVL > 3
                   ADD 1 TO LVL-FLAGGED (WS-LVL)
               END-PERFORM
               IF WS-FLAG-COUNT < 1000
                   ADD 1 TO WS-FLAG-COUNT
                   PERFORM 2350-STORE-FLAG
               END-IF
           END-IF.

       2350-STORE-FLAG.
           MOVE SW-PROG-CD TO FLT-PROG-CD (WS-FLAG-COUNT).
           MOVE SW-ID TO FLT-ID (WS-FLAG-COUNT).
           MOVE SW-LNAME TO FLT-LNAME (WS-FLAG-COUNT).
           MOVE SW-FNAME TO FLT-FNAME (WS-FLAG-COUNT).
           MOVE SW-EMPLOYER TO FLT-EMPLOYER (WS-FLAG-COUNT).
           MOVE SW-IN-FIELD TO FLT-IN-FIELD (WS-FLAG-COUNT).
           MOVE SW-EXP-SAL TO FLT-EXP-SAL (WS-FLAG-COUNT).
           MOVE SW-ACT-SAL TO FLT-ACT-SAL (WS-FLAG-COUNT).
           COMPUTE FLT-SHORT-PCT (WS-FLAG-COUNT) ROUNDED =
               (SW-EXP-SAL - SW-ACT-SAL) * 100 / SW-EXP-SAL.

       2400-DEPT-HEADING.
           MOVE SW-DEPT TO H-DEPT.
           MOVE SW-PROG-CD TO H-PROG-CD.
           MOVE SW-PROG-NAME TO H-PROG-NAME.
           MOVE SW-DEPT TO O-DEPT.

           WRITE PRTLINE FROM DEPT-HDING
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

       2500-PROGRAM-TOTAL.
           MOVE 1 TO WS-LVL.
           MOVE "PROGRAM" TO WS-LEVEL-NAME.
           MOVE H-PROG-CD TO O-GRP-CODE.
           MOVE H-PROG-NAME TO O-GRP-NAME.
           PERFORM 2700-PRINT-GROUP.

       2600-DEPT-TOTAL.
           MOVE 2 TO WS-LVL.
           MOVE "DEPARTMENT" TO WS-LEVEL-NAME.
           MOVE SPACES TO O-GRP-CODE.
           MOVE "DEPARTMENT TOTAL" TO O-GRP-NAME.
           MOVE SPACES TO H-PROG-CD.
           MOVE SPACES TO H-PROG-NAME.
           PERFORM 2700-PRINT-GROUP.

      *    FIGURES THE RATES AND AVERAGES FOR THE LEVEL IN WS-LVL,
      *    PRINTS THE GROUP LINE AND ITS CSV ROW, AND CLEARS THE
      *    LEVEL FOR THE NEXT GROUP.
       2700-PRINT-GROUP.
           IF LVL-PLACED (WS-LVL) + LVL-SEEKING (WS-LVL) > ZERO
               COMPUTE WS-PLC-RATE ROUNDED =
                   LVL-PLACED (WS-LVL) * 100 /
                   (LVL-PLACED (WS-LVL) + LVL-SEEKING (WS-LVL))
           ELSE
               MOVE ZERO TO WS-PLC-RATE
           END-IF.
           IF LVL-PLACED (WS-LVL) > ZERO
               COMPUTE WS-AVG-EXP ROUNDED =
                   LVL-EXP-SUM (WS-LVL) / LVL-PLACED (WS-LVL)
               COMPUTE WS-AVG-ACT ROUNDED =
                   LVL-ACT-SUM (WS-LVL) / LVL-PLACED (WS-LVL)
               COMPUTE WS-INF-RATE ROUNDED =
                   LVL-IN-FIELD (WS-LVL) * 100 / LVL-PLACED (WS-LVL)
           ELSE
               MOVE ZERO TO WS-AVG-EXP
               MOVE ZERO TO WS-AVG-ACT
               MOVE ZERO TO WS-INF-RATE
           END-IF.
           COMPUTE WS-GAP = WS-AVG-ACT - WS-AVG-EXP.

           MOVE LVL-GRADS (WS-LVL) TO O-GRADS.
           MOVE LVL-PLACED (WS-LVL) TO O-PLACED.
           MOVE LVL-SEEKING (WS-LVL) TO O-SEEKING.
           MOVE LVL-NOT-SEEKING (WS-LVL) TO O-NOT-SEEK.
           MOVE WS-PLC-RATE TO O-PLC-RATE.
           MOVE WS-AVG-EXP TO O-AVG-EXP.
           MOVE WS-AVG-ACT TO O-AVG-ACT.
           MOVE WS-GAP TO O-GAP.
           MOVE WS-INF-RATE TO O-INF-RATE.
           MOVE LVL-FLAGGED (WS-LVL) TO O-FLAGGED.

           IF WS-LVL = 1
               WRITE PRTLINE FROM GROUP-LINE
                   AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
           ELSE
               WRITE PRTLINE FROM GROUP-LINE
                   AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
           END-IF.

           PERFORM 2750-CSV-OUTPUT.
           INITIALIZE LVL-ENTRY (WS-LVL).

       2750-CSV-OUTPUT.
           MOVE LVL-GRADS (WS-LVL) TO WS-CSV-CNT1.
           MOVE LVL-PLACED (WS-LVL) TO WS-CSV-CNT2.
           MOVE LVL-SEEKING (WS-LVL) TO WS-CSV-CNT3.
           MOVE LVL-NOT-SEEKING (WS-LVL) TO WS-CSV-CNT4.
           MOVE LVL-FLAGGED (WS-LVL) TO WS-CSV-CNT5.
           MOVE WS-PLC-RATE TO WS-CSV-PLC.
           MOVE WS-INF-RATE TO WS-CSV-INF.
           MOVE WS-AVG-EXP TO WS-CSV-EXP.
           MOVE WS-AVG-ACT TO WS-CSV-ACT.
           MOVE WS-GAP TO WS-CSV-GAP.

           MOVE SPACES TO CSV-LINE.
           STRING
               FUNCTION TRIM(WS-LEVEL-NAME)  DELIMITED BY SIZE
               ","                           DELIMITED BY SIZE
               FUNCTION TRIM(H-DEPT)         DELIMITED BY SIZE
               ","                           DELIMITED BY SIZE
               FUNCTION TRIM(H-PROG-CD)      DELIMITED BY SIZE
               ","                           DELIMITED BY SIZE
               FUNCTION TRIM(H-PROG-NAME)    DELIMITED BY SIZE
               ","                           DELIMITED BY SIZE
               WS-CSV-CNT1                   DELIMITED BY SIZE
               ","                           DELIMITED BY SIZE
               WS-CSV-CNT2                   DELIMITED BY SIZE
               ","                           DELIMITED BY SIZE
               WS-CSV-CNT3                   DELIMITED BY SIZE
               ","                           DELIMITED BY SIZE
               WS-CSV-CNT4                   DELIMITED BY SIZE
               ","                           DELIMITED BY SIZE
               WS-CSV-PLC                    DELIMITED BY SIZE
               ","                           DELIMITED BY SIZE
               WS-CSV-EXP                    DELIMITED BY SIZE
               ","                           DELIMITED BY SIZE
               WS-CSV-ACT                    DELIMITED BY SIZE
               ","                           DELIMITED BY SIZE
               WS-CSV-GAP                    DELIMITED BY SIZE
               ","                           DELIMITED BY SIZE
               WS-CSV-INF                    DELIMITED BY SIZE
               ","                           DELIMITED BY SIZE
               WS-CSV-CNT5                   DELIMITED BY SIZE
               INTO CSV-LINE.
           WRITE CSV-LINE.

       3000-CLOSING.
           MOVE 3 TO WS-LVL.
           MOVE "SCHOOL" TO WS-LEVEL-NAME.
           MOVE SPACES TO H-DEPT.
           MOVE SPACES TO H-PROG-CD.
           MOVE SPACES TO H-PROG-NAME.
           MOVE SPACES TO O-GRP-CODE.
           MOVE "SCHOOL TOTAL" TO O-GRP-NAME.
           PERFORM 2700-PRINT-GROUP.

           MOVE C-READ-CTR TO O-READ-CTR.
           MOVE C-NOMAST-CTR TO O-NOMAST-CTR.
           WRITE PRTLINE FROM NOMAST-LINE
               AFTER ADVANCING 3 LINES.

           PERFORM 3100-PRINT-FLAGGED.

           CLOSE PRTOUT.
           CLOSE CSV-OUT.

       3100-PRINT-FLAGGED.
           MOVE "F" TO WS-PAGE-KIND.
           MOVE WS-MISS-PCT TO O-MISS-PCT.
           PERFORM 9100-HEADINGS.
           IF WS-FLAG-COUNT = ZERO
               WRITE PRTLINE FROM NO-FLAG-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1
               UNTIL WS-FLAG-SUB > WS-FLAG-COUNT
               PERFORM 3150-FLAG-OUTPUT
           END-PERFORM.

       3150-FLAG-OUTPUT.
           MOVE FLT-PROG-CD (WS-FLAG-SUB) TO O-FL-PROG-CD.
           MOVE FLT-ID (WS-FLAG-SUB) TO O-FL-ID.
           MOVE FLT-LNAME (WS-FLAG-SUB) TO O-FL-LNAME.
           MOVE FLT-FNAME (WS-FLAG-SUB) TO O-FL-FNAME.
           MOVE FLT-EMPLOYER (WS-FLAG-SUB) TO O-FL-EMPLOYER.
           MOVE FLT-IN-FIELD (WS-FLAG-SUB) TO O-FL-IN-FIELD.
           MOVE FLT-EXP-SAL (WS-FLAG-SUB) TO O-FL-EXP.
           MOVE FLT-ACT-SAL (WS-FLAG-SUB) TO O-FL-ACT.
           MOVE FLT-SHORT-PCT (WS-FLAG-SUB) TO O-FL-SHORT.

           WRITE PRTLINE FROM FLAG-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

       9000-READ.
           READ PLACEMENT-MASTER
               AT END
                   MOVE "NO" TO MORE-RECS.

      *    THE OUTCOME PAGES AND THE FLAGGED-GRADUATE PAGES SHARE THE
      *    TITLE BUT CARRY THEIR OWN COLUMN HEADINGS.
       9100-HEADINGS.
           ADD 1 TO C-PCTR
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           IF WS-PAGE-KIND = "F"
               WRITE PRTLINE FROM FLAG-HDINGS1
                   AFTER ADVANCING 2 LINES
               WRITE PRTLINE FROM FLAG-HDINGS2
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRTLINE FROM COLUMN-HDINGS1
                   AFTER ADVANCING 2 LINES
               WRITE PRTLINE FROM COLUMN-HDINGS2
                   AFTER ADVANCING 1 LINE
           END-IF.
