       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCMS48.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         COLBY SNOW.
       DATE-COMPILED.
      ******************************************************************
      *THIS PROGRAM LOADS THE SEQUENTIAL PAINT ESTIMATE FILE
      *(PAINTSEQ.DAT) INTO THE INDEXED ESTIMATE MASTER (PAINTEST.DAT).
      *IT WAS FIRST RUN TO CONVERT THE OLD SEQUENTIAL PAINTEST.DAT
      *(OPERATIONS RENAMES IT TO PAINTSEQ.DAT FIRST) AND IS RUN AGAIN
      *WHENEVER THE OFFICE HAS NEW ESTIMATES KEYED IN THE SEQUENTIAL
      *LAYOUT.
      *
      *BY DEFAULT THE LOAD ONLY ADDS: THE MASTER IS OPENED I-O AND
      *EACH KEY NOT ALREADY ON IT IS WRITTEN, SO STATUS CHANGES
      *COBCMS10 HAS REWRITTEN AND ESTIMATE NUMBERS COBCMS47 HAS
      *REASSIGNED ARE LEFT ALONE. A KEY ALREADY ON THE MASTER IS
      *REPORTED AND SKIPPED. THE MASTER IS REPLACED OUTRIGHT FROM THE
      *SEQUENTIAL COPY ONLY WHEN THE LOAD PARAMETER (PAINTLDP.DAT)
      *HOLDS AN R -- THE REBUILD COBCMS05 DOES FOR THE STUDENT MASTER
      *-- AND THEN ONLY FROM A COPY THAT HOLDS THE WHOLE MASTER.
      *
      *THE SEQUENTIAL COPY IS IN THE HEADER/DETAIL LAYOUT THE OFFICE
      *HAS ALWAYS KEYED (TYPE H ESTIMATE HEADER FOLLOWED BY ITS TYPE R
      *ROOM DETAILS). THE INDEXED MASTER IS KEYED ON ESTIMATE NUMBER,
      *RECORD TYPE, AND ROOM NUMBER (ROOM 00 ON THE HEADER), SO AN
      *ESTIMATE'S HEADER STILL READS AHEAD OF ITS ROOMS, AND CARRIES
      *AN ALTERNATE KEY ON THE CUSTOMER NUMBER. THE CUSTOMER NUMBER IS
      *COPIED FROM EACH HEADER ONTO ITS ROOMS SO THE WHOLE JOB COMES
      *BACK ON A READ BY CUSTOMER. DUPLICATE KEYS AND ROOM DETAILS
      *THAT DO NOT FOLLOW THEIR OWN ESTIMATE'S HEADER ARE REPORTED AND
      *SKIPPED. A ROOM WHOSE HEADER IS ALREADY ON THE MASTER IS STILL
      *ADDED UNDER IT. A LOAD SUMMARY, HEADED BY THE MODE THE LOAD RAN
      *IN, GOES TO PAINTCVT.PRT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SEQ-MASTER
               ASSIGN TO "C:\IHCC\COBOL\COBCMS01\PAINTSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOAD-PARM
               ASSIGN TO "C:\IHCC\COBOL\COBCMS01\PAINTLDP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL IDX-MASTER
               ASSIGN TO "C:\IHCC\COBOL\COBCMS01\PAINTEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PAINT-KEY
               ALTERNATE RECORD KEY IS PAINT-CUST-NO
                   WITH DUPLICATES.

           SELECT PRTOUT
               ASSIGN TO "C:\IHCC\COBOL\PAINTCVT.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  SEQ-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SQ-REC
           RECORD CONTAINS 32 CHARACTERS.

       01 SQ-REC.
           05  SQ-REC-TYPE         PIC X.
           05  SQ-EST-NO           PIC X(4).
           05  SQ-HDR-BODY.
               10 SQ-CUST-NO       PIC X(5).
               10 SQ-DATE          PIC 9(8).
               10 SQ-STATUS-CD     PIC X.
               10 FILLER           PIC X(13).
           05  SQ-DTL-BODY REDEFINES SQ-HDR-BODY.
               10 SQ-ROOM-NO       PIC 99.
               10 SQ-WALL-SQ-FT    PIC 9(4).
               10 SQ-DOOR-SQ-FT    PIC 9(3).
               10 SQ-PRICE-GAL     PIC 99V99.
               10 SQ-COATS         PIC 9.
               10 SQ-TYPE-CD       PIC X.
               10 FILLER           PIC X(12).

      *    LOAD-PARM IS OPTIONAL. R REBUILDS THE MASTER; ANYTHING ELSE,
      *    OR NO FILE, ADDS NEW KEYS ONLY.
       FD  LOAD-PARM
           LABEL RECORD IS STANDARD
           DATA RECORD IS LP-REC
           RECORD CONTAINS 1 CHARACTERS.

       01 LP-REC.
           05  LP-MODE             PIC X.

      *    THE INDEXED ESTIMATE MASTER. SEE COBCMS01 FOR THE FIELDS.
       FD  IDX-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-PAINT-REC
           RECORD CONTAINS 32 CHARACTERS.

       01 I-PAINT-REC.
           05  PAINT-KEY.
               10 PAINT-EST-NO     PIC X(4).
               10 PAINT-REC-TYPE   PIC X.
               10 PAINT-ROOM-NO    PIC 99.
           05  PAINT-CUST-NO       PIC X(5).
           05  PAINT-HDR-BODY.
               10 PAINT-DATE       PIC 9(8).
               10 PAINT-STATUS-CD  PIC X.
               10 FILLER           PIC X(11).
           05  PAINT-DTL-BODY REDEFINES PAINT-HDR-BODY.
               10 PAINT-WALL-SQ-FT PIC 9(4).
               10 PAINT-DOOR-SQ-FT PIC 9(3).
               10 PAINT-PRICE-GAL  PIC 99V99.
               10 PAINT-COATS      PIC 9.
               10 PAINT-TYPE-CD    PIC X.
               10 FILLER           PIC X(7).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05 C-PCTR        PIC 9(2)    VALUE 0.
           05 C-READ-CTR    PIC 9(5)    VALUE 0.
           05 C-HDR-CTR     PIC 9(5)    VALUE 0.
           05 C-ROOM-CTR    PIC 9(5)    VALUE 0.
           05 C-DUP-CTR     PIC 9(5)    VALUE 0.
           05 C-STRAY-CTR   PIC 9(5)    VALUE 0.
           05 MORE-RECS     PIC X(3)    VALUE "YES".
           05 H-EST-NO      PIC X(4)    VALUE SPACES.
           05 H-CUST-NO     PIC X(5)    VALUE SPACES.
           05 WS-REBUILD    PIC X(3)    VALUE "NO".

       01 CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY    PIC 9(4).
               10  I-MM    PIC 99.
               10  I-DD    PIC 99.
           05  I-TIME      PIC X(11).

       01 CONVERT-TITLE.
           05  FILLER      PIC X(6)    VALUE "DATE:".
           05  CV-MM       PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  CV-DD       PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  CV-YY       PIC 9(4).
           05  FILLER      PIC X(33)   VALUE SPACES.
           05  FILLER      PIC X(33)
                           VALUE "ESTIMATE MASTER CONVERSION LOAD".
           05  FILLER      PIC X(42)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE "PAGE:".
           05  CV-PCTR     PIC Z9.

       01 MODE-LINE.
           05 FILLER       PIC X(11)   VALUE "LOAD MODE: ".
           05 MD-TEXT      PIC X(45).

       01 REJECT-LINE.
           05 FILLER       PIC X(10)   VALUE "ESTIMATE: ".
           05 RJ-EST-NO    PIC X(4).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(6)    VALUE "TYPE: ".
           05 RJ-REC-TYPE  PIC X.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(6)    VALUE "ROOM: ".
           05 RJ-ROOM-NO   PIC X(2).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 RJ-REASON    PIC X(36).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(27)
                           VALUE "RECORD SKIPPED - NOT LOADED".

       01 CONVERT-TOTAL-LINE.
           05 FILLER       PIC X(14)   VALUE "RECORDS READ: ".
           05 CV-READ-CTR  PIC ZZ,ZZ9.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(17)   VALUE "HEADERS LOADED: ".
           05 CV-HDR-CTR   PIC ZZ,ZZ9.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(14)   VALUE "ROOMS LOADED: ".
           05 CV-ROOM-CTR  PIC ZZ,ZZ9.

       01 CONVERT-REJECT-LINE.
           05 FILLER       PIC X(14)   VALUE "DUPLICATES:   ".
           05 CV-DUP-CTR   PIC ZZ,ZZ9.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(17)   VALUE "STRAY ROOMS:     ".
           05 CV-STRAY-CTR PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = "NO".
           PERFORM 3000-CLOSING.
           GOBACK.

       1000-INIT.
           PERFORM 1050-GET-LOAD-PARM.
           OPEN INPUT SEQ-MASTER.
           IF WS-REBUILD = "YES"
               OPEN OUTPUT IDX-MASTER
               MOVE "FULL REBUILD - MASTER REPLACED FROM PAINTSEQ"
                   TO MD-TEXT
           ELSE
               OPEN I-O IDX-MASTER
               MOVE "ADD - NEW KEYS ONLY, MASTER RECORDS KEPT"
                   TO MD-TEXT
           END-IF.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO CV-YY.
           MOVE I-MM TO CV-MM.
           MOVE I-DD TO CV-DD.

           PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM MODE-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 9000-READ.

       1050-GET-LOAD-PARM.
           OPEN INPUT LOAD-PARM.
           READ LOAD-PARM
               AT END
                   CONTINUE
               NOT AT END
                   IF LP-MODE = "R"
                       MOVE "YES" TO WS-REBUILD
                   END-IF
           END-READ.
           CLOSE LOAD-PARM.

      *    A HEADER OPENS AN ESTIMATE AND ITS CUSTOMER NUMBER IS HELD
      *    FOR THE ROOMS THAT FOLLOW. A ROOM FOR ANY OTHER ESTIMATE
      *    (OR AHEAD OF THE FIRST HEADER) HAS NO CUSTOMER TO CARRY
      *    AND IS REJECTED AS A STRAY.
       2000-MAINLINE.
           ADD 1 TO C-READ-CTR.
           MOVE SPACES TO I-PAINT-REC.
           MOVE SQ-EST-NO TO PAINT-EST-NO.
           MOVE SQ-REC-TYPE TO PAINT-REC-TYPE.
           IF SQ-REC-TYPE = "H"
               PERFORM 2100-BUILD-HEADER
           ELSE
               IF SQ-EST-NO = H-EST-NO
                   PERFORM 2200-BUILD-ROOM
               ELSE
                   ADD 1 TO C-STRAY-CTR
                   MOVE SQ-ROOM-NO TO RJ-ROOM-NO
                   MOVE "ROOM DOES NOT FOLLOW ITS HEADER"
                       TO RJ-REASON
                   PERFORM 2500-REJECT
               END-IF
           END-IF.
           PERFORM 9000-READ.

       2100-BUILD-HEADER.
           MOVE SQ-EST-NO TO H-EST-NO.
           MOVE SQ-CUST-NO TO H-CUST-NO.
           MOVE ZERO TO PAINT-ROOM-NO.
           MOVE SQ-CUST-NO TO PAINT-CUST-NO.
           MOVE SQ-DATE TO PAINT-DATE.
           MOVE SQ-STATUS-CD TO PAINT-STATUS-CD.
           WRITE I-PAINT-REC
               INVALID KEY
                   MOVE "00" TO RJ-ROOM-NO
                   PERFORM 2400-DUPLICATE
               NOT INVALID KEY
                   ADD 1 TO C-HDR-CTR
           END-WRITE.

       2200-BUILD-ROOM.
           MOVE SQ-ROOM-NO TO PAINT-ROOM-NO.
           MOVE H-CUST-NO TO PAINT-CUST-NO.
           MOVE SQ-WALL-SQ-FT TO PAINT-WALL-SQ-FT.
           MOVE SQ-DOOR-SQ-FT TO PAINT-DOOR-SQ-FT.
           MOVE SQ-PRICE-GAL TO PAINT-PRICE-GAL.
           MOVE SQ-COATS TO PAINT-COATS.
           MOVE SQ-TYPE-CD TO PAINT-TYPE-CD.
           WRITE I-PAINT-REC
               INVALID KEY
                   MOVE SQ-ROOM-NO TO RJ-ROOM-NO
                   PERFORM 2400-DUPLICATE
               NOT INVALID KEY
                   ADD 1 TO C-ROOM-CTR
           END-WRITE.

       2400-DUPLICATE.
           ADD 1 TO C-DUP-CTR.
           IF WS-REBUILD = "YES"
               MOVE "DUPLICATE ESTIMATE/TYPE/ROOM KEY" TO RJ-REASON
           ELSE
               MOVE "KEY ALREADY ON MASTER OR REPEATED" TO RJ-REASON
           END-IF.
           PERFORM 2500-REJECT.

       2500-REJECT.
           MOVE SQ-EST-NO TO RJ-EST-NO.
           MOVE SQ-REC-TYPE TO RJ-REC-TYPE.
           WRITE PRTLINE FROM REJECT-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

       3000-CLOSING.
           MOVE C-READ-CTR TO CV-READ-CTR.
           MOVE C-HDR-CTR TO CV-HDR-CTR.
           MOVE C-ROOM-CTR TO CV-ROOM-CTR.
           MOVE C-DUP-CTR TO CV-DUP-CTR.
           MOVE C-STRAY-CTR TO CV-STRAY-CTR.

           WRITE PRTLINE FROM CONVERT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM CONVERT-REJECT-LINE
               AFTER ADVANCING 2 LINES.

           CLOSE SEQ-MASTER.
           CLOSE IDX-MASTER.
           CLOSE PRTOUT.

       9000-READ.
           READ SEQ-MASTER
               AT END
                   MOVE "NO" TO MORE-RECS.

       9100-HEADINGS.
           ADD 1 TO C-PCTR
           MOVE C-PCTR TO CV-PCTR.

           WRITE PRTLINE FROM CONVERT-TITLE
               AFTER ADVANCING PAGE.
