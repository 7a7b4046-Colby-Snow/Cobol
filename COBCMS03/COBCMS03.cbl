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

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
