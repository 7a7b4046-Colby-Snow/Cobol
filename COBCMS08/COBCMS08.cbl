      *BOATINV.DAT AFTER A CLEAN RUN). CBLRECON.PRT SHOWS, BY BOAT
      *TYPE, UNITS SOLD, UNITS RELIEVED, SALES WITH NO UNIT IN STOCK,
      *AND THE REMAINING ON-HAND UNITS AND VALUE.
      *
      *EVERY RELIEVED UNIT IS ALSO LOGGED TO THE RELIEF LOG
      *(BOATRELV.DAT) AGAINST THE SALE IT WENT OUT ON: THE NTH SALE
      *OF A BOAT TYPE IN THE BATCH TAKES THE NTH OLDEST UNIT OF THAT
      *TYPE. THE LOG IS ADDED TO NIGHT AFTER NIGHT AND CARRIES THE
      *UNIT'S STOCK NUMBER, COST, AND RECEIVED DATE, SO THE COBCMS33
      *CANCELLATION RUN CAN PUT THE VERY SAME UNIT BACK INTO STOCK
      *WHEN A BUYER BACKS OUT.
      ******************************************************************

       ENVIRONMENT DIVISION.
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BOATINV2.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RELIEF-LOG
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BOATRELV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\CBLRECON.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.
           05 NI-COST                  PIC 9(6)V99.
           05 NI-RECEIVED-DATE         PIC 9(8).

      *    ONE RECORD PER UNIT RELIEVED: THE SALE IT WENT OUT ON
      *    (BUYER NUMBER PLUS PURCHASE DATE, THE SAME KEY COBCMS26
      *    POSTS DEPOSITS BY), THE UNIT AS IT STOOD ON INVENTORY, AND
      *    THE AS-OF DATE OF THE RUN THAT RELIEVED IT.
       FD  RELIEF-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS RL-REC
           RECORD CONTAINS 46 CHARACTERS.

       01 RL-REC.
           05 RL-BUYER-NO              PIC X(5).
           05 RL-PUR-DATE              PIC 9(8).
           05 RL-STOCK-NO              PIC X(8).
           05 RL-BOAT-TYPE             PIC X.
           05 RL-COST                  PIC 9(6)V99.
           05 RL-RECEIVED-DATE         PIC 9(8).
           05 RL-RELIEF-DATE           PIC 9(8).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05 C-GT-SHORT           PIC 9(5)        VALUE ZERO.
           05 C-GT-ONHAND          PIC 9(5)        VALUE ZERO.
           05 C-GT-ONHAND-VAL      PIC 9(9)V99     VALUE ZERO.
           05 WS-SALE-COUNT        PIC 9(3)        VALUE ZERO.
           05 WS-SALE-SUB          PIC 9(3)        VALUE ZERO.
           05 WS-QUEUE-SUB         PIC 9(3)        VALUE ZERO.

      *    THE BATCH'S SALES IN FILE ORDER, SO EACH RELIEVED UNIT CAN
      *    BE LOGGED AGAINST THE NEXT SALE OF ITS TYPE NOT YET GIVEN A
      *    UNIT. A SALE PAST THE TABLE STILL RELIEVES A UNIT; ITS LOG
      *    RECORD JUST CARRIES NO BUYER.
       01 SALE-QUEUE.
           05 SQ-ENTRY OCCURS 500 TIMES.
               10 SQ-TYPE-SUB      PIC 9.
               10 SQ-BUYER-NO      PIC X(5).
               10 SQ-PUR-DATE      PIC 9(8).
               10 SQ-USED          PIC X.

      *    ONE ROW PER BOAT TYPE CODE, ROW 7 COLLECTS UNMAPPED CODES
      *    SO A BAD CODE ON EITHER FILE STILL SHOWS UP ON THE REPORT.
       1000-INIT.
           OPEN INPUT BOATMASTER.
           OPEN OUTPUT NEW-INVENTORY.
           OPEN EXTEND RELIEF-LOG.
           OPEN OUTPUT PRTOUT.

           PERFORM 1050-GET-RUN-DATE.
           MOVE RAW-BOAT-TYPE TO WS-TYPE-SUB-CODE.
           PERFORM 2100-FIND-TYPE-ROW.
           ADD 1 TO RT-SOLD (WS-TYPE-SUB).
           IF WS-SALE-COUNT < 500
               ADD 1 TO WS-SALE-COUNT
               MOVE WS-TYPE-SUB TO SQ-TYPE-SUB (WS-SALE-COUNT)
               MOVE RAW-BUYER-NO TO SQ-BUYER-NO (WS-SALE-COUNT)
               MOVE RAW-PURCHASE-DATE TO SQ-PUR-DATE (WS-SALE-COUNT)
               MOVE "N" TO SQ-USED (WS-SALE-COUNT)
           END-IF.
           PERFORM 9000-READ-SALES.

      *    MAPS A BOAT TYPE CODE TO ITS RECON-TABLE ROW. UNMAPPED
           PERFORM 2100-FIND-TYPE-ROW.
           IF RT-RELIEVED (WS-TYPE-SUB) < RT-SOLD (WS-TYPE-SUB)
               ADD 1 TO RT-RELIEVED (WS-TYPE-SUB)
               PERFORM 2250-LOG-RELIEF
           ELSE
               ADD 1 TO RT-ONHAND (WS-TYPE-SUB)
               ADD SI-COST TO RT-ONHAND-VAL (WS-TYPE-SUB)
           END-IF.
           PERFORM 9010-READ-INVENTORY.

      *    LOGS THE UNIT JUST RELIEVED AGAINST THE FIRST SALE OF ITS
      *    TYPE STILL WAITING FOR ONE.
       2250-LOG-RELIEF.
           MOVE ZERO TO WS-QUEUE-SUB.
           PERFORM VARYING WS-SALE-SUB FROM 1 BY 1
               UNTIL WS-SALE-SUB > WS-SALE-COUNT
                  OR WS-QUEUE-SUB > ZERO
               IF SQ-TYPE-SUB (WS-SALE-SUB) = WS-TYPE-SUB
                  AND SQ-USED (WS-SALE-SUB) = "N"
                   MOVE WS-SALE-SUB TO WS-QUEUE-SUB
               END-IF
           END-PERFORM.

           IF WS-QUEUE-SUB > ZERO
               MOVE "Y" TO SQ-USED (WS-QUEUE-SUB)
               MOVE SQ-BUYER-NO (WS-QUEUE-SUB) TO RL-BUYER-NO
               MOVE SQ-PUR-DATE (WS-QUEUE-SUB) TO RL-PUR-DATE
           ELSE
               MOVE SPACES TO RL-BUYER-NO
               MOVE ZERO TO RL-PUR-DATE
           END-IF.
           MOVE SI-STOCK-NO TO RL-STOCK-NO.
           MOVE SI-BOAT-TYPE TO RL-BOAT-TYPE.
           MOVE SI-COST TO RL-COST.
           MOVE SI-RECEIVED-DATE TO RL-RECEIVED-DATE.
           MOVE I-DATE TO RL-RELIEF-DATE.
           WRITE RL-REC.

       3000-CLOSING.
           PERFORM VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > 7
           CLOSE BOATMASTER.
           CLOSE SORTED-INVENTORY.
           CLOSE NEW-INVENTORY.
           CLOSE RELIEF-LOG.
           CLOSE PRTOUT.

       3100-TYPE-OUTPUT.
