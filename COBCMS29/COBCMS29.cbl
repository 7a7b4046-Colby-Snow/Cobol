      *    (STDNTMST.DAT, PAINTEST.DAT, CBLBOAT1.DAT, AND THE
      *    SLSMSTR.DAT AND BUYRMST.DAT MASTERS COBCMS02 OPENS AS
      *    REQUIRED INPUTS)
      *  - CBLBOAT1.DAT RECORD LENGTHS MATCH THE CURRENT LAYOUT (AN
      *    OVERLONG RECORD MEANS AN OLD-LAYOUT OR FOREIGN FILE WAS
      *    DROPPED IN)
      *  - PAINTEST.DAT KEYS ARE WELL FORMED: A VALID H/R RECORD TYPE,
      *    ROOM 00 ON EACH HEADER, AND EVERY ROOM FILED UNDER ITS OWN
      *    ESTIMATE'S HEADER WITH THE HEADER'S CUSTOMER NUMBER
      *  - RUNDATE.DAT, IF PRESENT, HOLDS A REAL CALENDAR DATE IN A
      *    PLAUSIBLE YEAR
      *  - EVERY PNTRATE.DAT EFFECTIVE DATE IS A REAL CALENDAR DATE

           SELECT OPTIONAL PAINT-MASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS01\PAINTEST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PF-KEY
           ALTERNATE RECORD KEY IS PF-CUST-NO
               WITH DUPLICATES.

           SELECT OPTIONAL BOATMASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\CBLBOAT1.DAT"
         05 OM-ID           PIC X(7).
         05 FILLER          PIC X(46).

       FD  PAINT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PF-REC
           RECORD CONTAINS 32 CHARACTERS.

       01 PF-REC.
           05 PF-KEY.
               10 PF-EST-NO    PIC X(4).
               10 PF-REC-TYPE  PIC X.
               10 PF-ROOM-NO   PIC 99.
           05 PF-CUST-NO       PIC X(5).
           05 FILLER           PIC X(20).

      *    THE LINE SEQUENTIAL BOAT FILE IS READ UNDER A VARYING-LENGTH
      *    RECORD SO THE ACTUAL LENGTH OF EACH RECORD CAN BE CHECKED
      *    AGAINST THE LAYOUT. TRAILING SPACES ARE STRIPPED ON THIS
      *    FILE, SO A RECORD MAY COME BACK SHORTER THAN THE LAYOUT;
      *    LONGER THAN THE LAYOUT CAN ONLY MEAN THE WRONG FILE.
       FD  BOATMASTER
           LABEL RECORD IS STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 133
       01 WORK-AREA.
           05 C-PCTR           PIC 9(2)    VALUE 0.
           05 MORE-RECS        PIC X(3)    VALUE "YES".
           05 WS-PF-HDR-EST    PIC X(4)    VALUE SPACES.
           05 WS-PF-HDR-CUST   PIC X(5)    VALUE SPACES.
           05 WS-BOAT-LEN      PIC 9(3)    VALUE 0.
           05 WS-REC-CTR       PIC 9(7)    VALUE 0.
           05 WS-BAD-CTR       PIC 9(5)    VALUE 0.
               PERFORM 9200-GO
           END-IF.

      *    IN KEY ORDER AN ESTIMATE'S HEADER (ROOM 00) READS AHEAD
      *    OF ITS ROOMS, SO EVERY ROOM MUST FOLLOW A HEADER FOR THE
      *    SAME ESTIMATE AND CARRY THAT HEADER'S CUSTOMER NUMBER. ANY
      *    OTHER RECORD TYPE OR ROOM NUMBER MEANS A BAD LOAD.
       2100-CHECK-PAINT-MASTER.
           MOVE "PAINTEST.DAT" TO CK-FILE.
           MOVE "YES" TO MORE-RECS.
           MOVE ZERO TO WS-REC-CTR.
           MOVE ZERO TO WS-BAD-CTR.
           MOVE SPACES TO WS-PF-HDR-EST.
           MOVE SPACES TO WS-PF-HDR-CUST.
           OPEN INPUT PAINT-MASTER.
           PERFORM UNTIL MORE-RECS = "NO"
               READ PAINT-MASTER
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       ADD 1 TO WS-REC-CTR
                       EVALUATE TRUE
                           WHEN PF-REC-TYPE = "H"
                               MOVE PF-EST-NO TO WS-PF-HDR-EST
                               MOVE PF-CUST-NO TO WS-PF-HDR-CUST
                               IF PF-ROOM-NO NOT = ZERO
                                   ADD 1 TO WS-BAD-CTR
                               END-IF
                           WHEN PF-REC-TYPE = "R"
                               IF PF-ROOM-NO NOT NUMERIC
                                  OR PF-ROOM-NO = ZERO
                                  OR PF-EST-NO NOT = WS-PF-HDR-EST
                                  OR PF-CUST-NO NOT = WS-PF-HDR-CUST
                                   ADD 1 TO WS-BAD-CTR
                               END-IF
                           WHEN OTHER
                               ADD 1 TO WS-BAD-CTR
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE PAINT-MASTER.
