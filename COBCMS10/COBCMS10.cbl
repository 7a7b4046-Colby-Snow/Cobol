       DATE-COMPILED.
      ******************************************************************
      *THIS PROGRAM APPLIES ESTIMATE STATUS TRANSACTIONS (PESTTRN.DAT:
      *ESTIMATE NUMBER PLUS NEW STATUS O/A/D/E) AGAINST PAINTEST.DAT.
      *
      *PAINTEST.DAT CARRIES AN ESTIMATE HEADER (TYPE H) FOLLOWED BY
      *ONE ROOM DETAIL (TYPE R) PER ROOM. STATUS LIVES ON THE HEADER,
      *SO ONE TRANSACTION FLIPS THE WHOLE MULTI-ROOM JOB. THE MASTER
      *IS INDEXED, SO EACH TRANSACTION READS ITS ESTIMATE'S HEADER BY
      *KEY AND REWRITES IT IN PLACE -- NO NEW-MASTER COPY TO SWAP IN
      *AND THE ROOM RECORDS ARE NEVER TOUCHED. TRANSACTIONS APPLY IN
      *FILE SEQUENCE, SO WHEN ONE ESTIMATE HAS SEVERAL THE LAST ONE
      *WINS. THE SAME STATUS IS POSTED TO THE ESTIMATE'S RECORD ON THE
      *PRICED-ESTIMATE FILE (PNTPRICE.DAT) SO THE AGING, RECEIVABLES,
      *AND PURCHASING RUNS SEE THE CHANGE BEFORE COBCMS01 NEXT
      *REPRICES; AN ESTIMATE NOT YET PRICED IS PICKED UP THEN.
      *REJECTED TRANSACTIONS GO TO PESTTERR.PRT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAINT-MASTER
               ASSIGN TO "C:\IHCC\COBOL\COBCMS01\PAINTEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PAINT-KEY
               ALTERNATE RECORD KEY IS PAINT-CUST-NO
                   WITH DUPLICATES.

           SELECT OPTIONAL PRICED-ESTIMATES
               ASSIGN TO "C:\IHCC\COBOL\COBCMS01\PNTPRICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PP-EST-NO
               ALTERNATE RECORD KEY IS PP-CUST-NO
                   WITH DUPLICATES.

           SELECT TRANS-FILE
               ASSIGN TO "C:\IHCC\COBOL\COBCMS01\PESTTRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERROR-RPT
               ASSIGN TO "C:\IHCC\COBOL\PESTTERR.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

       FD  PAINT-MASTER
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

      *    ONLY THE KEY AND STATUS ARE TOUCHED HERE; SEE COBCMS01 FOR
      *    THE REST OF THE PRICED-ESTIMATE RECORD.
       FD  PRICED-ESTIMATES
           LABEL RECORD IS STANDARD
           DATA RECORD IS PP-REC
           RECORD CONTAINS 150 CHARACTERS.

       01 PP-REC.
           05  PP-EST-NO           PIC X(4).
           05  PP-CUST-NO          PIC X(5).
           05  PP-EST-DATE         PIC 9(8).
           05  PP-STATUS-CD        PIC X.
           05  FILLER              PIC X(132).

       FD  TRANS-FILE
           LABEL RECORD IS STANDARD
           05  T-EST-NO            PIC X(4).
           05  T-STATUS-CD         PIC X.

       FD  ERROR-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05 C-PCTR        PIC 9(2)    VALUE 0.
           05 C-UPD-CTR     PIC 9(3)    VALUE 0.
           05 C-ERR-CTR     PIC 9(3)    VALUE 0.
           05 MORE-TRANS    PIC X(3)    VALUE "YES".
           05 WS-VALID-TRN  PIC X(3)    VALUE "YES".
           05 WS-ERR-REASON PIC X(40)   VALUE SPACES.

       01 CURRENT-DATE-AND-TIME.
           05  I-DATE.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-TRANS = "NO".
           PERFORM 3000-CLOSING.
           GOBACK.

       1000-INIT.
           OPEN I-O PAINT-MASTER.
           OPEN I-O PRICED-ESTIMATES.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT ERROR-RPT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DD TO ER-DD.

           PERFORM 9100-HEADINGS.
           PERFORM 9010-READ-TRANS.

       2000-MAINLINE.
           PERFORM 2500-VALIDATE-TRANS.
           IF WS-VALID-TRN = "YES"
               PERFORM 2100-UPDATE-HEADER
           END-IF.
           PERFORM 9010-READ-TRANS.

      *    THE HEADER IS KEYED ESTIMATE / H / ROOM 00.
       2100-UPDATE-HEADER.
           MOVE T-EST-NO TO PAINT-EST-NO.
           MOVE "H" TO PAINT-REC-TYPE.
           MOVE ZERO TO PAINT-ROOM-NO.
           READ PAINT-MASTER
               INVALID KEY
                   MOVE "ESTIMATE NOT ON PAINTEST MASTER"
                       TO WS-ERR-REASON
                   PERFORM 2600-LOG-ERROR
               NOT INVALID KEY
                   MOVE T-STATUS-CD TO PAINT-STATUS-CD
                   REWRITE I-PAINT-REC
                       INVALID KEY
                           MOVE "HEADER REWRITE FAILED"
                               TO WS-ERR-REASON
                           PERFORM 2600-LOG-ERROR
                       NOT INVALID KEY
                           ADD 1 TO C-UPD-CTR
                           PERFORM 2200-UPDATE-PRICED
                   END-REWRITE
           END-READ.

       2200-UPDATE-PRICED.
           MOVE T-EST-NO TO PP-EST-NO.
           READ PRICED-ESTIMATES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE T-STATUS-CD TO PP-STATUS-CD
                   REWRITE PP-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

       2500-VALIDATE-TRANS.
           MOVE "YES" TO WS-VALID-TRN.

           EVALUATE T-STATUS-CD
               WHEN "O"
               WHEN "A"
               WHEN "D"

       2600-LOG-ERROR.
           ADD 1 TO C-ERR-CTR.
           MOVE T-EST-NO TO ER-EST-NO.
           MOVE T-STATUS-CD TO ER-STATUS.
           MOVE WS-ERR-REASON TO ER-REASON.

           WRITE ERRLINE FROM ERROR-DETAIL-LINE
           WRITE ERRLINE FROM ERROR-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PAINT-MASTER.
           CLOSE PRICED-ESTIMATES.
           CLOSE TRANS-FILE.
           CLOSE ERROR-RPT.

       9010-READ-TRANS.
           READ TRANS-FILE
               AT END
                   MOVE "NO" TO MORE-TRANS.

       9100-HEADINGS.
           ADD 1 TO C-PCTR
