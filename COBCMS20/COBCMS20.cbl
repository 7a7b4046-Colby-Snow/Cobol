      ******************************************************************
      *THIS PROGRAM IS THE ONE-TIME REFORMAT OF THE PAINT ESTIMATE
      *MASTER FROM THE OLD FLAT 31-BYTE ONE-RECORD-PER-ESTIMATE
      *LAYOUT TO THE HEADER/DETAIL LAYOUT. OPERATIONS RENAMES THE
      *OLD FILE TO PAINTOLD.DAT AND RUNS THIS LOAD, WHICH WRITES A
      *SEQUENTIAL PAINTSEQ.DAT WITH ONE TYPE H HEADER (ESTIMATE
      *NUMBER, CUSTOMER, DATE, STATUS) AND ONE TYPE R ROOM DETAIL
      *(ROOM 01 CARRYING THE OLD MEASUREMENTS) PER OLD ESTIMATE, SO
      *EVERY SINGLE-ROOM ESTIMATE ON FILE RIDES INTO THE MULTI-ROOM
      *WORLD UNCHANGED. A BLANK STATUS IS NORMALIZED TO O. COBCMS48
      *THEN LOADS PAINTSEQ.DAT INTO THE INDEXED PAINTEST.DAT. A
      *SUMMARY GOES TO PESTCVT.PRT. RUN IT AGAIN ONLY TO REBUILD FROM
      *ANOTHER OLD-LAYOUT COPY.
      ******************************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-MASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS01\PAINTSEQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
