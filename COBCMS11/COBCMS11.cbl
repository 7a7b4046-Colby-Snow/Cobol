       DATE-COMPILED.
      ******************************************************************
      *THIS PROGRAM PRODUCES THE AGED OPEN-ESTIMATE FOLLOW-UP REPORT
      *(PESTAGED.PRT). EACH OPEN ESTIMATE (STATUS O, OR BLANK ON
      *RECORDS WRITTEN BEFORE THE STATUS FIELD WAS ADDED) IS TAKEN
      *FROM THE PRICED-ESTIMATE FILE (PNTPRICE.DAT, ONE RECORD PER
      *ESTIMATE, WRITTEN NIGHTLY BY COBCMS01) AND AGED AS A SINGLE JOB
      *WITH A SINGLE TOTAL. OPEN ESTIMATES ARE LISTED
      *OLDEST FIRST WITH THEIR AGE IN DAYS AGAINST THE AS-OF RUN DATE
      *AND BUCKETED 0-30 / 31-60 / 61-90 / OVER 90 DAYS WITH ESTIMATE
      *COUNTS AND DOLLAR TOTALS PER BUCKET. THE DOLLARS ARE THE ONES
      *COBCMS01 PRICED, SO THE REPORT TIES TO PJOBEST.PRT.
      *ACCEPTED, DECLINED, AND EXPIRED ESTIMATES ARE SKIPPED.
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRICED-ESTIMATES
           ASSIGN TO "C:\IHCC\COBOL\COBCMS01\PNTPRICE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PP-EST-NO
           ALTERNATE RECORD KEY IS PP-CUST-NO
               WITH DUPLICATES.

           SELECT SORT-WORK
           ASSIGN TO "SRTAGED.WRK".
           ASSIGN TO "C:\IHCC\COBOL\RUNDATE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    PRICED-ESTIMATES IS WRITTEN NIGHTLY BY COBCMS01: ONE RECORD
      *    PER ESTIMATE WITH THE FIGURES PRINTED ON PJOBEST.PRT.
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

      *    ONE SUMMARY RECORD PER OPEN ESTIMATE, RELEASED BY THE
      *    INPUT PROCEDURE FROM THE PRICED-ESTIMATE FILE.
       SD  SORT-WORK
           DATA RECORD IS SW-EST-REC.

           05 RD-MM            PIC 99.
           05 RD-DD            PIC 99.

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05 C-PCTR               PIC 9(2)    VALUE ZERO.
           05 WS-EST-DATE-INT      PIC 9(7)    VALUE ZERO.
           05 WS-AGE-DAYS          PIC S9(5)   VALUE ZERO.
           05 WS-BUCKET-SUB        PIC 9       VALUE ZERO.
           05 C-GT-OPEN            PIC 9(4)    VALUE ZERO.
           05 C-GT-DOLLARS         PIC 9(8)V99 VALUE ZERO.
           05 MORE-PRICED          PIC X(3)    VALUE "YES".

       01 AGE-BUCKET-TABLE.
           05 AB-ENTRY OCCURS 4 TIMES

       01 WS-DATE-WORK             PIC 9(8)    VALUE ZERO.

       01 COMPANY-TITLE.
           05 FILLER               PIC X(6)    VALUE "DATE".
           05 O-MM                 PIC 9(2).
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-WORK).

           MOVE "0-30 DAYS" TO AB-LABEL (1).
           MOVE "31-60 DAYS" TO AB-LABEL (2).
           MOVE "61-90 DAYS" TO AB-LABEL (3).
           MOVE "OVER 90 DAYS" TO AB-LABEL (4).

           PERFORM 9100-HEADINGS.

      *    RUN-DATE-PARM IS OPTIONAL. IF OPERATIONS DID NOT DROP ONE,
      *    TODAY'S DATE IS USED, SAME AS BEFORE.

      *    ONLY OPEN ESTIMATES ENTER THE SORT. BLANK STATUS MEANS THE
      *    HEADER PREDATES THE STATUS FIELD AND IS TREATED AS OPEN.
       1500-SELECT-OPEN.
           OPEN INPUT PRICED-ESTIMATES.
           PERFORM 9000-READ-PRICED.
           PERFORM UNTIL MORE-PRICED = "NO"
               IF PP-STATUS-CD = "O" OR PP-STATUS-CD = SPACE
                   MOVE PP-EST-NO TO SW-EST-NO
                   MOVE PP-CUST-NO TO SW-CUST-NO
                   MOVE PP-EST-DATE TO SW-DATE
                   MOVE PP-TOT-W-TAX TO SW-TOT-W-TAX
                   RELEASE SW-EST-REC
               END-IF
               PERFORM 9000-READ-PRICED
           END-PERFORM.
           CLOSE PRICED-ESTIMATES.

       2000-MAINLINE.
           PERFORM 9010-READ-SORTED.
           PERFORM 2200-OUTPUT.
           PERFORM 9010-READ-SORTED.

       2150-AGE-ESTIMATE.
           MOVE SW-DATE TO WS-DATE-WORK.
           COMPUTE WS-EST-DATE-INT =

           CLOSE PRTOUT.

       9000-READ-PRICED.
           READ PRICED-ESTIMATES NEXT RECORD
               AT END
                   MOVE "NO" TO MORE-PRICED.

       9010-READ-SORTED.
           RETURN SORT-WORK
