      ******************************************************************
      *THIS PROGRAM IS THE PAINT-SIDE ACCOUNTS RECEIVABLE RUN. ONCE
      *COBCMS10 FLIPS AN ESTIMATE TO STATUS A THE WORK IS DONE AND THE
      *MONEY IS OWED, SO EVERY ACCEPTED ESTIMATE ON THE PRICED
      *ESTIMATE FILE (PNTPRICE.DAT, ONE RECORD PER ESTIMATE PRICED
      *NIGHTLY BY COBCMS01, SO THE DOLLARS TIE TO PJOBEST.PRT) IS
      *MATCHED AGAINST THE PAYMENT TRANSACTION FILE (PNTPAY.DAT:
      *CUSTOMER NUMBER, ESTIMATE NUMBER, PAYMENT DATE, AMOUNT,
      *MAINTAINED BY THE OFFICE WITH DATA ENTRY AS CHECKS ARRIVE).
      *THE RECEIVABLES AGING REPORT (PESTRECV.PRT) SHOWS ONE SECTION
      *PER CUSTOMER (NAME FROM CUSTMST.DAT, KEPT IN CUSTOMER NUMBER
      *ORDER) LISTING EACH ACCEPTED ESTIMATE WITH ITS TOTAL, EVERY
      *PAYMENT RECEIVED, THE OPEN BALANCE, AND ITS AGE BUCKET (0-30 /
      *31-60 / 61-90 / OVER 90 DAYS AGAINST THE AS-OF RUN DATE), WITH
      *PER-CUSTOMER OPEN-BALANCE TOTALS AND BUCKETED GRAND TOTALS.
      *PAYMENTS THAT MATCH NO ACCEPTED ESTIMATE ARE LISTED AS
      *UNAPPLIED SO A MISKEYED ESTIMATE NUMBER SURFACES INSTEAD OF
      *VANISHING.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRICED-ESTIMATES
           ASSIGN TO "C:\IHCC\COBOL\COBCMS01\PNTPRICE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PP-EST-NO
           ALTERNATE RECORD KEY IS PP-CUST-NO
               WITH DUPLICATES.

           SELECT EST-SORT-WORK
           ASSIGN TO "SRTRECV.WRK".
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

      *    ONE SUMMARY RECORD PER ACCEPTED ESTIMATE, RELEASED BY THE
      *    INPUT PROCEDURE FROM THE PRICED-ESTIMATE FILE.
       SD  EST-SORT-WORK
           DATA RECORD IS SW-EST-REC.

           05 RD-MM            PIC 99.
           05 RD-DD            PIC 99.

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05 C-PCTR               PIC 9(2)    VALUE ZERO.
           05 MORE-PRICED          PIC X(3)    VALUE "YES".
           05 MORE-SORTED          PIC X(3)    VALUE "YES".
           05 MORE-PAYS            PIC X(3)    VALUE "YES".
           05 MORE-CUSTS           PIC X(3)    VALUE "YES".
           05 WS-RUN-DATE-INT      PIC 9(7)    VALUE ZERO.
           05 WS-EST-DATE-INT      PIC 9(7)    VALUE ZERO.
           05 WS-AGE-DAYS          PIC S9(5)   VALUE ZERO.
           05 WS-PAY-KEY-CUST      PIC X(5).
           05 WS-PAY-KEY-EST       PIC X(4).

       01 AGE-BUCKET-TABLE.
           05 AB-ENTRY OCCURS 4 TIMES
                   INDEXED BY AB-IDX.
             10 I-DD               PIC 99.
           05 I-TIME               PIC X(11).

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

      *    THE PAYMENT FILE ARRIVES IN WHATEVER ORDER THE OFFICE KEYED
      *    IT; IT IS SORTED TO CUSTOMER/ESTIMATE/DATE ORDER SO THE
           END-READ.
           CLOSE RUN-DATE-PARM.

      *    ONLY ACCEPTED ESTIMATES ENTER THE SORT, ONE SUMMARY RECORD
      *    PER JOB CARRYING THE TOTAL COBCMS01 PRICED.
       1500-SELECT-ACCEPTED.
           OPEN INPUT PRICED-ESTIMATES.
           PERFORM 9000-READ-PRICED.
           PERFORM UNTIL MORE-PRICED = "NO"
               IF PP-STATUS-CD = "A"
                   MOVE PP-CUST-NO TO SW-CUST-NO
                   MOVE PP-EST-NO TO SW-EST-NO
                   MOVE PP-EST-DATE TO SW-DATE
                   MOVE PP-TOT-W-TAX TO SW-TOT-W-TAX
                   RELEASE SW-EST-REC
               END-IF
               PERFORM 9000-READ-PRICED
           END-PERFORM.
           CLOSE PRICED-ESTIMATES.

       2000-MAINLINE.
           PERFORM 9020-READ-SORTED.
           CLOSE CUSTOMER-MASTER.
           CLOSE PRTOUT.

       9000-READ-PRICED.
           READ PRICED-ESTIMATES NEXT RECORD
               AT END
                   MOVE "NO" TO MORE-PRICED.

       9020-READ-SORTED.
           RETURN EST-SORT-WORK
