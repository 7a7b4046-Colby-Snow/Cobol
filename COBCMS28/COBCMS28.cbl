      *PROVES THE FILES AGREE WITH EACH OTHER:
      *  - EVERY PAINTEST.DAT ESTIMATE HEADER'S CUSTOMER NUMBER IS ON
      *    CUSTMST.DAT
      *  - EVERY PNTPAY.DAT PAYMENT'S CUSTOMER NUMBER IS ON CUSTMST.DAT
      *  - EVERY CBLBOAT1.DAT SALE'S SALESPERSON ID IS ON SLSMSTR.DAT
      *    AND ITS BUYER NUMBER IS ON BUYRMST.DAT
      *  - EVERY BOATDEP.DAT DEPOSIT'S BUYER NUMBER IS ON BUYRMST.DAT
      *  - EVERY STDNTHIS.DAT HISTORY ROW'S STUDENT ID IS ON
      *    STDNTMST.DAT
      *ORPHANS PRINT ON ORPHANS.PRT GROUPED BY FILE WITH COUNTS, AND
      *RETURN-CODE 8 IS SET WHEN ANY ORPHAN EXISTS SO THE DRIVER
      *RECORDS THE FAILURE INSTEAD OF SOMEONE FINDING IT WEEKS LATE
      *BY ACCIDENT. THE COBCMS47 MERGE RUN ALSO CALLS THIS STEP WHEN
      *IT FINISHES, TO PROVE NOTHING STILL POINTS AT A RETIRED
      *CUSTOMER OR BUYER NUMBER.
      ******************************************************************

       ENVIRONMENT DIVISION.

           SELECT OPTIONAL PAINT-MASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS01\PAINTEST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PAINT-KEY
           ALTERNATE RECORD KEY IS PAINT-CUST-NO
               WITH DUPLICATES.

           SELECT OPTIONAL CUSTOMER-MASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS01\CUSTMST.DAT"
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\CBLBOAT1.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAINT-PAYMENTS
           ASSIGN TO "C:\IHCC\COBOL\COBCMS01\PNTPAY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BOAT-DEPOSITS
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BOATDEP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SALESPERSON-MASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\SLSMSTR.DAT"
           ORGANIZATION IS INDEXED
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

       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD
           05 RAW-BALANCE-DUE          PIC 9(6)V99.
           05 RAW-PROMISED-DATE        PIC 9(8).

       FD  PAINT-PAYMENTS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAY-REC
           RECORD CONTAINS 25 CHARACTERS.

       01 PAY-REC.
           05  PAY-CUST-NO         PIC X(5).
           05  PAY-EST-NO          PIC X(4).
           05  PAY-DATE            PIC 9(8).
           05  PAY-AMOUNT          PIC 9(6)V99.

       FD  BOAT-DEPOSITS
           LABEL RECORD IS STANDARD
           DATA RECORD IS DP-REC
           RECORD CONTAINS 29 CHARACTERS.

       01 DP-REC.
           05 DP-BUYER-NO          PIC X(5).
           05 DP-PUR-DATE          PIC 9(8).
           05 DP-DEP-DATE          PIC 9(8).
           05 DP-AMOUNT            PIC 9(6)V99.

       FD  SALESPERSON-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SM-REC
           05 WS-CUST-FOUND        PIC X(3)    VALUE "NO".
           05 WS-CUST-OVERFLOW     PIC X(3)    VALUE "NO".
           05 C-PAINT-ORPH-CTR     PIC 9(5)    VALUE ZERO.
           05 C-PAY-ORPH-CTR       PIC 9(5)    VALUE ZERO.
           05 C-DEP-ORPH-CTR       PIC 9(5)    VALUE ZERO.
           05 C-SLS-ORPH-CTR       PIC 9(5)    VALUE ZERO.
           05 C-BUYR-ORPH-CTR      PIC 9(5)    VALUE ZERO.
           05 C-HIS-ORPH-CTR       PIC 9(5)    VALUE ZERO.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-CHECK-PAINT-CUSTOMERS.
           PERFORM 2300-CHECK-PAYMENT-CUSTOMERS.
           PERFORM 2200-CHECK-BOAT-SALES.
           PERFORM 2500-CHECK-DEPOSIT-BUYERS.
           PERFORM 2400-CHECK-HISTORY-STUDENTS.
           PERFORM 3000-CLOSING.
           GOBACK.
                   END-WRITE
           END-READ.

      *    EVERY PAYMENT'S CUSTOMER NUMBER MUST BE ON THE CUSTOMER
      *    MASTER, OR THE STATEMENTS NEVER APPLY IT.
       2300-CHECK-PAYMENT-CUSTOMERS.
           MOVE "PNTPAY.DAT PAYMENT CUSTOMERS VS CUSTMST.DAT"
               TO SH-TEXT.
           WRITE PRTLINE FROM SECTION-HDING
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

           IF WS-CUST-OVERFLOW = "YES"
               WRITE PRTLINE FROM SKIP-WARNING-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               OPEN INPUT PAINT-PAYMENTS
               MOVE "YES" TO MORE-RECS
               PERFORM UNTIL MORE-RECS = "NO"
                   READ PAINT-PAYMENTS
                       AT END
                           MOVE "NO" TO MORE-RECS
                       NOT AT END
                           PERFORM 2350-CHECK-ONE-PAYMENT
                   END-READ
               END-PERFORM
               CLOSE PAINT-PAYMENTS
           END-IF.

           MOVE "ORPHAN PAYMENTS:                        "
               TO ST-TEXT.
           MOVE C-PAY-ORPH-CTR TO ST-CTR.
           WRITE PRTLINE FROM SECTION-TOTAL-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

       2350-CHECK-ONE-PAYMENT.
           MOVE "NO" TO WS-CUST-FOUND.
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-COUNT
               IF CU-NUMBER (WS-CUST-SUB) = PAY-CUST-NO
                   MOVE "YES" TO WS-CUST-FOUND
               END-IF
           END-PERFORM.
           IF WS-CUST-FOUND = "NO"
               ADD 1 TO C-PAY-ORPH-CTR
               ADD 1 TO C-TOT-ORPH-CTR
               MOVE "PAYMENT EST:  " TO OD-KEY-TAG
               MOVE PAY-EST-NO TO OD-KEY
               MOVE "CUSTOMER NUMBER:      " TO OD-REF-TAG
               MOVE PAY-CUST-NO TO OD-REF
               MOVE "NOT ON CUSTOMER MASTER" TO OD-TEXT
               WRITE PRTLINE FROM ORPHAN-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
               END-WRITE
           END-IF.

      *    EVERY HISTORY ROW'S STUDENT MUST STILL BE ON THE STUDENT
      *    MASTER; A STUDENT DELETED BY COBCMS03 LEAVES HISTORY ROWS
      *    BEHIND THAT NOTHING ELSE EVER LOOKS AT AGAIN.
                   END-WRITE
           END-READ.

      *    EVERY DEPOSIT'S BUYER NUMBER MUST BE ON THE BUYER MASTER,
      *    OR THE DEPOSIT RECONCILIATION CANNOT MATCH IT TO A SALE.
       2500-CHECK-DEPOSIT-BUYERS.
           MOVE "BOATDEP.DAT DEPOSIT BUYERS VS BUYRMST.DAT"
               TO SH-TEXT.
           WRITE PRTLINE FROM SECTION-HDING
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

           OPEN INPUT BOAT-DEPOSITS.
           OPEN INPUT BUYER-MASTER.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ BOAT-DEPOSITS
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       PERFORM 2550-CHECK-ONE-DEPOSIT
               END-READ
           END-PERFORM.
           CLOSE BOAT-DEPOSITS.
           CLOSE BUYER-MASTER.

           MOVE "ORPHAN DEPOSITS:                        "
               TO ST-TEXT.
           MOVE C-DEP-ORPH-CTR TO ST-CTR.
           WRITE PRTLINE FROM SECTION-TOTAL-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HEADINGS.

       2550-CHECK-ONE-DEPOSIT.
           MOVE DP-BUYER-NO TO BM-BUYER-NO.
           READ BUYER-MASTER
               INVALID KEY
                   ADD 1 TO C-DEP-ORPH-CTR
                   ADD 1 TO C-TOT-ORPH-CTR
                   MOVE "DEPOSIT DATE: " TO OD-KEY-TAG
                   MOVE DP-DEP-DATE TO OD-KEY
                   MOVE "BUYER NUMBER:         " TO OD-REF-TAG
                   MOVE DP-BUYER-NO TO OD-REF
                   MOVE "NOT ON BUYER MASTER" TO OD-TEXT
                   WRITE PRTLINE FROM ORPHAN-DETAIL-LINE
                       AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9100-HEADINGS
                   END-WRITE
           END-READ.

       3000-CLOSING.
           IF C-TOT-ORPH-CTR = ZERO AND WS-CUST-OVERFLOW = "NO"
               MOVE "*** ALL CROSS-MASTER REFERENCES AGREE ***"
