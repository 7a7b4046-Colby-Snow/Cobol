       DATE-COMPILED.
      ******************************************************************
      *THIS PROGRAM PRODUCES THE CUSTOMER BILLING STATEMENTS FOR PAINT
      *ESTIMATES. THE PRICED-ESTIMATE FILE (PNTPRICE.DAT, ONE RECORD
      *PER ESTIMATE, WRITTEN NIGHTLY BY COBCMS01) IS READ BY ITS
      *CUSTOMER NUMBER ALTERNATE KEY AND MATCHED AGAINST THE CUSTOMER
      *MASTER (CUSTMST.DAT, KEPT IN CUSTOMER NUMBER ORDER).
      *EACH CUSTOMER GETS ONE STATEMENT PAGE LISTING EVERY ESTIMATE
      *WITH ITS JOB TOTAL AND A PER-CUSTOMER TOTAL, SO A MULTI-ROOM
      *JOB SHOWS AS A SINGLE ESTIMATE LINE. ESTIMATES CARRYING A
      *CUSTOMER NUMBER NOT ON THE MASTER ARE STATEMENTED WITH A
      *NOT-ON-FILE WARNING SO THE DOLLARS ARE NOT SILENTLY DROPPED.
      *THE ESTIMATE DOLLARS ARE THE ONES COBCMS01 PRICED, SO THE
      *STATEMENTS TIE TO PJOBEST.PRT WITHOUT REPRICING ANY ROOM HERE.
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

           SELECT CUSTOMER-MASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS01\CUSTMST.DAT"
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

       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD
           05 RD-MM            PIC 99.
           05 RD-DD            PIC 99.

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05 MORE-PRICED          PIC X(3)    VALUE "YES".
           05 MORE-CUSTS           PIC X(3)    VALUE "YES".
           05 C-CUST-ESTIMATES     PIC 999     VALUE 0.
           05 C-CUST-TOTAL         PIC 9(7)V99 VALUE 0.
           05 C-GT-CUSTOMERS       PIC 999     VALUE 0.
           05 C-GT-ESTIMATES       PIC 999     VALUE 0.
           05 C-GT-TOTAL           PIC 9(8)V99 VALUE 0.
           05 H-CUST-NO            PIC X(5)    VALUE LOW-VALUES.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
             10 I-DD               PIC 99.
           05 I-TIME               PIC X(11).

       01 STATEMENT-TITLE.
           05 FILLER               PIC X(6)    VALUE "DATE".
           05 O-MM                 PIC 9(2).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE.
           PERFORM 3000-CLOSING.
           GOBACK.

      *    THE PRICED ESTIMATES ARE READ BY THE CUSTOMER NUMBER
      *    ALTERNATE KEY, WHICH PUTS THEM IN STATEMENT ORDER WITHOUT A
      *    SORT.
       1000-INIT.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN INPUT PRICED-ESTIMATES.
           OPEN OUTPUT PRTOUT.

           PERFORM 1050-GET-RUN-DATE.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.

           PERFORM 9010-READ-CUST.
           MOVE LOW-VALUES TO PP-CUST-NO.
           START PRICED-ESTIMATES
               KEY IS NOT LESS THAN PP-CUST-NO
               INVALID KEY
                   MOVE "NO" TO MORE-PRICED
           END-START.

      *    RUN-DATE-PARM IS OPTIONAL. IF OPERATIONS DID NOT DROP ONE,
      *    TODAY'S DATE IS USED, SAME AS BEFORE.
           END-READ.
           CLOSE RUN-DATE-PARM.

       2000-MAINLINE.
           IF MORE-PRICED = "YES"
               PERFORM 9020-READ-PRICED
           END-IF.
           PERFORM 2050-PROCESS-ESTIMATE
               UNTIL MORE-PRICED = "NO".
           IF H-CUST-NO NOT = LOW-VALUES
               PERFORM 2400-CUST-TOTAL.

       2050-PROCESS-ESTIMATE.
           IF PP-CUST-NO NOT = H-CUST-NO
               IF H-CUST-NO NOT = LOW-VALUES
                   PERFORM 2400-CUST-TOTAL
               END-IF
               PERFORM 2300-START-STATEMENT
           END-IF.
           ADD 1 TO C-CUST-ESTIMATES.
           ADD PP-TOT-W-TAX TO C-CUST-TOTAL.
           PERFORM 2200-OUTPUT.
           PERFORM 9020-READ-PRICED.

       2200-OUTPUT.
           MOVE PP-EST-NO TO O-EST-NO.
           MOVE PP-EST-DATE TO O-EST-DATE.
           MOVE PP-PAINT-EST TO O-PAINT-EST.
           MOVE PP-LABOR-EST TO O-LABOR-EST.
           MOVE PP-TAX-AMT TO O-TAX-AMT.
           MOVE PP-TOT-W-TAX TO O-TOTAL-WITH-TAX.

           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINES
      *    ORDER SO THIS IS A STRAIGHT FORWARD-ONLY MATCH; A CUSTOMER
      *    NUMBER NOT ON THE MASTER GETS A NOT-ON-FILE STATEMENT HEAD.
       2300-START-STATEMENT.
           MOVE PP-CUST-NO TO H-CUST-NO.
           MOVE ZERO TO C-CUST-ESTIMATES.
           MOVE ZERO TO C-CUST-TOTAL.
           ADD 1 TO C-GT-CUSTOMERS.

           PERFORM UNTIL MORE-CUSTS = "NO"
                   OR CM-CUST-NO >= PP-CUST-NO
               PERFORM 9010-READ-CUST
           END-PERFORM.

           WRITE PRTLINE FROM STATEMENT-TITLE
               AFTER ADVANCING PAGE.

           IF MORE-CUSTS = "YES" AND CM-CUST-NO = PP-CUST-NO
               MOVE CM-CUST-NO TO ST-CUST-NO
               MOVE CM-NAME TO ST-CUST-NAME
               MOVE CM-PHONE TO ST-CUST-PHONE
               WRITE PRTLINE FROM CUST-ADDR-LINE
                   AFTER ADVANCING 1 LINES
           ELSE
               MOVE PP-CUST-NO TO NF-CUST-NO
               WRITE PRTLINE FROM CUST-NOTFOUND-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
                   PERFORM 9100-CONTINUE-PAGE.

           CLOSE CUSTOMER-MASTER.
           CLOSE PRICED-ESTIMATES.
           CLOSE PRTOUT.

      *    A STATEMENT THAT SPILLS PAST THE PAGE FOOTING CONTINUES
           WRITE PRTLINE FROM COLUMN-HDINGS
               AFTER ADVANCING 2 LINES.

       9020-READ-PRICED.
           READ PRICED-ESTIMATES NEXT RECORD
               AT END
                   MOVE "NO" TO MORE-PRICED.

       9010-READ-CUST.
           READ CUSTOMER-MASTER
