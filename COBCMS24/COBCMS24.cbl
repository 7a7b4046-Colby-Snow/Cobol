      *TRANSACTIONS GO TO CUSTMERR.PRT WITH REASONS, AND A DIRTY RUN
      *NEVER DAMAGES THE LIVE FILE: OPERATIONS COPIES CUSTNEW.DAT
      *OVER CUSTMST.DAT ONLY AFTER A CLEAN RUN, SAME AS THE SHOP'S
      *OTHER OLD/NEW-MASTER JOBS. A CUSTOMER NUMBER RETIRED BY THE
      *COBCMS47 MERGE RUN (MRGRETIR.DAT) IS NEVER ADDED AGAIN, SINCE
      *OLD ESTIMATES AND PAYMENTS WERE RENUMBERED AWAY FROM IT.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO "C:\IHCC\COBOL\COBCMS01\CUSTNEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RETIRED-NUMBERS
               ASSIGN TO "C:\IHCC\COBOL\MRGRETIR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERROR-RPT
               ASSIGN TO "C:\IHCC\COBOL\CUSTMERR.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.
           05  NM-ZIP              PIC X(5).
           05  NM-PHONE            PIC X(10).

      *    WRITTEN BY COBCMS47: RT-KIND C IS A CUSTOMER NUMBER, B A
      *    BUYER NUMBER.
       FD  RETIRED-NUMBERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RT-REC
           RECORD CONTAINS 19 CHARACTERS.

       01 RT-REC.
           05 RT-KIND       PIC X.
           05 RT-NUMBER     PIC X(5).
           05 RT-SURVIVOR   PIC X(5).
           05 RT-DATE       PIC 9(8).

       FD  ERROR-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05 WS-ERR-REASON PIC X(40)   VALUE SPACES.
           05 WS-STATE-SUB  PIC 99      VALUE 0.
           05 WS-STATE-OK   PIC X(3)    VALUE "NO".
           05 MORE-RETIRED  PIC X(3)    VALUE "YES".
           05 WS-RET-COUNT  PIC 9(4)    VALUE 0.
           05 WS-RET-SUB    PIC 9(4)    VALUE 0.
           05 WS-RETIRED    PIC X(3)    VALUE "NO".

      *    RETIRED CUSTOMER NUMBERS. A THOUSAND IS AMPLE HEADROOM;
      *    RETIREMENTS PAST THAT ARE NOT CHECKED.
       01 RETIRED-TABLE.
           05 RT-CUST-NO    PIC X(5)    OCCURS 1000 TIMES.

      *    THE FIFTY STATES PLUS DC, IN POSTAL ORDER. A STATE CODE
      *    NOT ON THE LIST IS A KEYING ERROR AND REJECTS.
           MOVE I-DD TO ER-DD.

           PERFORM 9100-HEADINGS.
           PERFORM 1100-LOAD-RETIRED.

       1100-LOAD-RETIRED.
           OPEN INPUT RETIRED-NUMBERS.
           PERFORM UNTIL MORE-RETIRED = "NO"
               READ RETIRED-NUMBERS
                   AT END
                       MOVE "NO" TO MORE-RETIRED
                   NOT AT END
                       IF RT-KIND = "C" AND WS-RET-COUNT < 1000
                           ADD 1 TO WS-RET-COUNT
                           MOVE RT-NUMBER TO RT-CUST-NO (WS-RET-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RETIRED-NUMBERS.

       1500-MERGE-MASTER.
           PERFORM 9000-READ-OLD.
      *    MEANS NO SUCH CUSTOMER EXISTS.
       2100-APPLY-NOMATCH.
           IF SRT-ACTION = "A"
               PERFORM 2150-CHECK-RETIRED
           END-IF.
           EVALUATE TRUE
               WHEN SRT-ACTION NOT = "A"
                   MOVE "CUSTOMER NOT FOUND ON MASTER" TO WS-ERR-REASON
                   PERFORM 2600-LOG-ERROR
               WHEN WS-RETIRED = "YES"
                   MOVE "CUSTOMER NUMBER RETIRED BY A MERGE"
                       TO WS-ERR-REASON
                   PERFORM 2600-LOG-ERROR
               WHEN OTHER
                   PERFORM 2300-BUILD-NEW-REC
                   WRITE NM-REC
                   ADD 1 TO C-ADD-CTR
           END-EVALUATE.

       2150-CHECK-RETIRED.
           MOVE "NO" TO WS-RETIRED.
           PERFORM VARYING WS-RET-SUB FROM 1 BY 1
               UNTIL WS-RET-SUB > WS-RET-COUNT
               IF RT-CUST-NO (WS-RET-SUB) = SRT-CUST-NO
                   MOVE "YES" TO WS-RETIRED
               END-IF
           END-PERFORM.

       2200-APPLY-MATCH.
           EVALUATE SRT-ACTION
