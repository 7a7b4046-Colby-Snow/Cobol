      ******************************************************************
      *THIS PROGRAM IS THE NIGHTLY BATCH DRIVER. IT RUNS COBCMS00,
      *COBCMS01, COBCMS02, THE COBCMS31 GENERAL-LEDGER JOURNAL, THE
      *COBCMS12 BALANCING STEP, THE COBCMS44 MONTH-END CLOSE ON THE
      *FIRST NIGHT OF EACH MONTH, THE COBCMS35 FLOOR-PLAN ACCRUAL AT
      *MONTH END, THE COBCMS43 GENERAL-LEDGER POSTING STEP, THE
      *COBCMS50 COMMISSION LEDGER POSTING, THE COBCMS28
      *CROSS-MASTER REFERENTIAL INTEGRITY AUDIT, THE COBCMS36
      *WARRANTY REGISTRATION AND COBCMS37 SERVICE RUN, THE COBCMS45
      *BANK DEPOSIT RECONCILIATION, THE COBCMS17 HISTORY ROLL,
      *COBCMS15/COBCMS16 ARCHIVE AND RETENTION STEPS, AND THE
      *COBCMS49 REPORT DISTRIBUTION RUN IN SEQUENCE AND WRITES A
      *RUN-CONTROL LOG (PROGRAM NAME, START/END TIME, RECORDS READ,
      *ABNORMAL-END FLAG) FOR EACH STEP TO CBLRUN.LOG.
      *
      *EACH STEP'S OUTCOME IS HONORED: WHEN A STEP ABENDS (OR COMES
      *BACK WITH RETURN-CODE ABOVE 4) THE REMAINING STEPS ARE SKIPPED
      *DATES. A NO-GO (RETURN-CODE 8) FAILS THE CHAIN AT ONCE: EVERY
      *STEP IS LOGGED SKIPPED AND NOTHING RUNS AGAINST BAD INPUTS.
      *THE PRE-FLIGHT RUNS ON EVERY SUBMIT, RESTARTS INCLUDED.
      *
      *THE STEPS COME FROM THE JOB SCHEDULE (JOBSCHED.DAT), ONE
      *RECORD PER PROGRAM IN RUN ORDER GIVING ITS FREQUENCY AND
      *RUN-DAY RULE, UP TO THREE PREDECESSOR STEPS, AND THE RETURN
      *CODE AT WHICH ITS FAILURE STOPS THE CHAIN:
      *  D - DAILY       EVERY NIGHT THE DRIVER RUNS
      *  W - WEEKLY      ON THE NAMED DAY OF THE WEEK (1 = MONDAY)
      *  M - MONTH-END   ON THE LAST BUSINESS DAY OF THE MONTH
      *  T - TERM-END    ON EACH TERM END DATE ON TERMCAL.DAT
      *  S - SEMI-MONTHLY ON THE 15TH AND THE LAST DAY OF THE MONTH,
      *                  EACH MOVED BACK TO A BUSINESS DAY
      *  F - FIRST OF MONTH ON THE FIRST NIGHT THE DRIVER RUNS IN THE
      *                  MONTH (THE 1ST, OR CAUGHT UP AFTER IT)
      *BUSINESS DAYS ARE MONDAY THROUGH FRIDAY LESS THE HOLIDAYS ON
      *HOLIDAY.DAT. A WEEKLY OR TERM-END DAY THAT IS NOT A BUSINESS
      *DAY MOVES TO THE NEXT BUSINESS DAY. WITH NO JOBSCHED.DAT THE
      *STANDARD SCHEDULE BUILT INTO 0100-INIT-STEPS IS USED.
      *
      *EACH NIGHT THE DRIVER BUILDS THAT NIGHT'S STEP LIST FROM THE
      *SCHEDULE AND THE RUNDATE.DAT AS-OF DATE AND PRINTS IT AS
      *TONIGHT'S PLAN (JOBPLAN.PRT) BEFORE ANY STEP STARTS. THE DATE
      *EACH CALENDAR STEP (ANY BUT DAILY) LAST COMPLETED IS
      *KEPT ON JOBHIST.DAT, SO A STEP WHOSE DAY WENT BY WITHOUT IT
      *COMPLETING (NO RUN THAT NIGHT, OR A FAILED CHAIN) IS CAUGHT
      *UP ON THE NEXT NIGHT THE DRIVER RUNS INSTEAD OF WAITING A
      *WHOLE MONTH OR TERM. A STEP IS SKIPPED WHEN A PREDECESSOR ON
      *TONIGHT'S LIST HAS NOT COMPLETED. A FAILED STEP WHOSE
      *RETURN-CODE IS UNDER ITS STOP CODE DOES NOT STOP THE CHAIN;
      *THE DRIVER THEN ENDS WITH RETURN-CODE 4 INSTEAD OF 8. EVERY
      *STEP ON TONIGHT'S LIST THAT DOES NOT RUN IS LOGGED SKIPPED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT PAINT-COUNT-FILE
               ASSIGN TO "C:\IHCC\COBOL\COBCMS01\PAINTEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CNT-PAINT-KEY
               ALTERNATE RECORD KEY IS CNT-PAINT-CUST-NO
                   WITH DUPLICATES.

           SELECT BOAT-COUNT-FILE
               ASSIGN TO "C:\IHCC\COBOL\COBCMS02\CBLBOAT1.DAT"
               ASSIGN TO "C:\IHCC\COBOL\RESTART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL JOB-SCHEDULE
               ASSIGN TO "C:\IHCC\COBOL\JOBSCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL JOB-HISTORY
               ASSIGN TO "C:\IHCC\COBOL\JOBHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HOLIDAY-FILE
               ASSIGN TO "C:\IHCC\COBOL\HOLIDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TERM-CALENDAR
               ASSIGN TO "C:\IHCC\COBOL\TERMCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-DATE-PARM
               ASSIGN TO "C:\IHCC\COBOL\RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO "C:\IHCC\COBOL\JOBPLAN.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PAINT-COUNT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CNT-PAINT-REC.
       01 CNT-PAINT-REC.
           05 CNT-PAINT-KEY        PIC X(7).
           05 CNT-PAINT-CUST-NO    PIC X(5).
           05 FILLER               PIC X(20).

       FD  BOAT-COUNT-FILE
           LABEL RECORD IS STANDARD
       01 RS-REC.
           05 RS-PROGRAM       PIC X(8).

      *    JOB-SCHEDULE IS MAINTAINED BY OPERATIONS, ONE RECORD PER
      *    PROGRAM IN RUN ORDER. SC-DAY IS THE DAY OF THE WEEK FOR A
      *    WEEKLY STEP (1 = MONDAY ... 7 = SUNDAY) AND ZERO OTHERWISE.
      *    SC-FREQ IS D, W, M, T, S OR F AS LISTED IN THE HEADER.
      *    SC-STOP-RC IS THE RETURN-CODE AT OR ABOVE WHICH THE STEP'S
      *    FAILURE STOPS THE CHAIN; ZERO TAKES THE STANDARD 05, AND 99
      *    LETS THE CHAIN GO ON PAST ANY FAILURE OF THE STEP.
       FD  JOB-SCHEDULE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SC-REC
           RECORD CONTAINS 36 CHARACTERS.

       01 SC-REC.
           05 SC-PROGRAM       PIC X(8).
           05 SC-FREQ          PIC X.
           05 SC-DAY           PIC 9.
           05 SC-PRED          PIC X(8)    OCCURS 3 TIMES.
           05 SC-STOP-RC       PIC 99.

      *    JOB-HISTORY CARRIES THE DATE EACH PROGRAM LAST COMPLETED
      *    UNDER THE DRIVER. IT IS REWRITTEN IN FULL AT END OF RUN.
       FD  JOB-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS JH-REC
           RECORD CONTAINS 16 CHARACTERS.

       01 JH-REC.
           05 JH-PROGRAM       PIC X(8).
           05 JH-LAST-RUN      PIC 9(8).

       FD  HOLIDAY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HD-REC
           RECORD CONTAINS 28 CHARACTERS.

       01 HD-REC.
           05 HD-DATE          PIC 9(8).
           05 HD-NAME          PIC X(20).

      *    TERM-CALENDAR GIVES THE LAST DAY OF EACH TERM, USING THE
      *    SAME FIVE-CHARACTER TERM CODE AS THE ACADEMIC HISTORY.
       FD  TERM-CALENDAR
           LABEL RECORD IS STANDARD
           DATA RECORD IS TC-REC
           RECORD CONTAINS 13 CHARACTERS.

       01 TC-REC.
           05 TC-TERM          PIC X(5).
           05 TC-END-DATE      PIC 9(8).

      *    RUN-DATE-PARM HOLDS A SHARED "AS-OF" BUSINESS DATE. THE
      *    NIGHT'S STEP LIST IS BUILT FOR ITS DATE. NO FILE (THE
      *    NORMAL CASE) MEANS TODAY'S DATE.
       FD  RUN-DATE-PARM
           LABEL RECORD IS STANDARD
           DATA RECORD IS RD-PARM-REC
           RECORD CONTAINS 8 CHARACTERS.

       01 RD-PARM-REC.
           05 RD-YY            PIC 9(4).
           05 RD-MM            PIC 99.
           05 RD-DD            PIC 99.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE              PIC X(132).

       WORKING-STORAGE SECTION.

       01 WORK-AREA.
           05 WS-RESTART-FROM  PIC X(8)    VALUE SPACES.
           05 WS-RESTART-PATH  PIC X(65)
               VALUE "C:\IHCC\COBOL\RESTART.DAT".
           05 WS-STEP-COUNT    PIC 99      VALUE 0.
           05 WS-PRED-SUB      PIC 9       VALUE 0.
           05 WS-PRED-OK       PIC X(3)    VALUE "YES".
           05 WS-STEP-RC       PIC 9(4)    VALUE 0.
           05 WS-STEP-FAILED   PIC X(3)    VALUE "NO".
           05 WS-DCTL-WRITTEN  PIC X(3)    VALUE "NO".
           05 WS-SCHEDULE-READ PIC X(3)    VALUE "NO".
           05 WS-CALL-PROGRAM  PIC X(8)    VALUE SPACES.
           05 WS-HOLI-COUNT    PIC 99      VALUE 0.
           05 WS-HOLI-SUB      PIC 99      VALUE 0.
           05 WS-TERM-COUNT    PIC 99      VALUE 0.
           05 WS-TERM-SUB      PIC 99      VALUE 0.
           05 WS-RUN-DATE-N    PIC 9(8)    VALUE 0.
           05 WS-DATE-WORK     PIC 9(8)    VALUE 0.
           05 WS-RUN-DATE-INT  PIC 9(7)    VALUE 0.
           05 WS-RUN-WEEKDAY   PIC 9       VALUE 0.
           05 WS-RUN-BUSINESS  PIC X(3)    VALUE "NO".
           05 WS-RUN-HOLIDAY   PIC X(20)   VALUE SPACES.
           05 WS-CAL-INT       PIC 9(7)    VALUE 0.
           05 WS-CAL-PRIOR     PIC 9(7)    VALUE 0.
           05 WS-WEEKS         PIC 9(7)    VALUE 0.
           05 WS-WEEKDAY       PIC 9       VALUE 0.
           05 WS-DAY-SUB       PIC 9       VALUE 0.
           05 WS-BUSINESS-DAY  PIC X(3)    VALUE "NO".
           05 WS-HOLIDAY-NAME  PIC X(20)   VALUE SPACES.
           05 WS-TRY-INT       PIC 9(7)    VALUE 0.
           05 WS-DUE-INT       PIC 9(7)    VALUE 0.
           05 WS-LAST-INT      PIC 9(7)    VALUE 0.
           05 WS-NEW-PROGRAM   PIC X(8)    VALUE SPACES.
           05 WS-NEW-FREQ      PIC X       VALUE SPACE.
           05 WS-NEW-DAY       PIC 9       VALUE 0.
           05 WS-NEW-PRED      PIC X(8)    VALUE SPACES.
           05 WS-NEW-STOP-RC   PIC 99      VALUE 0.
           05 WS-PLAN-PRED     PIC X(26)   VALUE SPACES.
           05 WS-PLAN-PTR      PIC 99      VALUE 0.
           05 C-PLAN-RUN       PIC 99      VALUE 0.
           05 C-PLAN-CATCHUP   PIC 99      VALUE 0.
           05 C-PLAN-DONE      PIC 99      VALUE 0.
           05 C-PLAN-NOT-DUE   PIC 99      VALUE 0.
           05 C-PLAN-INVALID   PIC 99      VALUE 0.
           05 C-SCHED-DROPPED  PIC 99      VALUE 0.

      *    WS-MONTH-WORK IS USED TO STEP FROM A DATE TO THE FIRST OF
      *    ITS MONTH AND THE FIRST OF THE MONTH AFTER IT.
       01 WS-MONTH-WORK.
           05 WS-MW-YY         PIC 9(4).
           05 WS-MW-MM         PIC 99.
           05 WS-MW-DD         PIC 99.
       01 WS-MONTH-WORK-N REDEFINES WS-MONTH-WORK PIC 9(8).

      *    ONE ROW PER SCHEDULED STEP, IN RUN ORDER. STEP-TONIGHT IS
      *    "YES" FOR THE STEPS ON TONIGHT'S LIST; STATUS IS PENDING
      *    UNTIL THE STEP RUNS, AND COMPLETE ROWS CARRIED IN FROM A
      *    PRIOR RUN'S CBLSTEP.DAT ARE NOT RE-RUN. STEP-DUE-DATE IS
      *    THE MOST RECENT DAY THE STEP'S RULE FELL ON, AND
      *    STEP-LAST-RUN THE LAST DAY IT COMPLETED (JOBHIST.DAT).
       01 STEP-TABLE.
           05 STEP-ENTRY OCCURS 30 TIMES.
               10 STEP-PROGRAM PIC X(8).
               10 STEP-STATUS  PIC X(8).
               10 STEP-FREQ    PIC X.
               10 STEP-DAY     PIC 9.
               10 STEP-PRED    PIC X(8)    OCCURS 3 TIMES.
               10 STEP-STOP-RC PIC 99.
               10 STEP-TONIGHT PIC X(3).
               10 STEP-DUE-DATE
                               PIC 9(8).
               10 STEP-LAST-RUN
                               PIC 9(8).
               10 STEP-NOTE    PIC X(30).

      *    THE DRIVER'S PRE-STEP INPUT COUNTS. LOADED FROM THE PRIOR
      *    RUN'S DRIVECTL.DAT ON A RESTART SO THE COUNTS OF STEPS THAT
               10 DC-PROGRAM   PIC X(8).
               10 DC-READ      PIC 9(7).

       01 HOLIDAY-TABLE.
           05 HT-ENTRY OCCURS 50 TIMES.
               10 HT-DATE      PIC 9(8).
               10 HT-NAME      PIC X(20).

       01 TERM-TABLE.
           05 TT-ENTRY OCCURS 30 TIMES.
               10 TT-TERM      PIC X(5).
               10 TT-END-DATE  PIC 9(8).

       01 DAY-NAME-VALUES.
           05 FILLER           PIC X(9)    VALUE "MONDAY".
           05 FILLER           PIC X(9)    VALUE "TUESDAY".
           05 FILLER           PIC X(9)    VALUE "WEDNESDAY".
           05 FILLER           PIC X(9)    VALUE "THURSDAY".
           05 FILLER           PIC X(9)    VALUE "FRIDAY".
           05 FILLER           PIC X(9)    VALUE "SATURDAY".
           05 FILLER           PIC X(9)    VALUE "SUNDAY".
       01 DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
           05 DAY-NAME         PIC X(9)    OCCURS 7 TIMES.

       01 CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY    PIC 9(4).
               10  I-SS    PIC 99.
               10  FILLER  PIC X(5).

       01 WS-FLIP-DATE.
           05 WS-FLIP-MM       PIC 99.
           05 WS-FLIP-DD       PIC 99.
           05 WS-FLIP-YY       PIC 9(4).
       01 WS-FLIP-DATE-N REDEFINES WS-FLIP-DATE PIC 9(8).

       01 WS-FLIP-IN.
           05 WS-FLIP-IN-YY    PIC 9(4).
           05 WS-FLIP-IN-MM    PIC 99.
           05 WS-FLIP-IN-DD    PIC 99.
       01 WS-FLIP-IN-N REDEFINES WS-FLIP-IN PIC 9(8).

       01 RUN-LOG-DETAIL.
           05 LG-PROGRAM           PIC X(10).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(7)    VALUE "ABEND: ".
           05 LG-ABEND-FLAG        PIC XXX.

       01 COMPANY-TITLE.
           05  FILLER      PIC X(6)    VALUE "DATE:".
           05  O-MM        PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  O-DD        PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  O-YY        PIC 9(4).
           05  FILLER      PIC X(40)   VALUE SPACES.
           05  FILLER      PIC X(34)
                   VALUE "TONIGHT'S BATCH PLAN".
           05  FILLER      PIC X(34)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE "PAGE:".
           05  FILLER      PIC X(2)    VALUE " 1".

       01 AS-OF-LINE.
           05  FILLER      PIC X(7)    VALUE "AS-OF: ".
           05  O-AS-OF     PIC 99/99/9999.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  O-AS-OF-DAY PIC X(9).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  O-DAY-KIND  PIC X(33).
           05  FILLER      PIC X(10)   VALUE "SCHEDULE: ".
           05  O-SCHEDULE  PIC X(50).
           05  FILLER      PIC X(9)    VALUE SPACES.

       01 RESTART-LINE.
           05  FILLER      PIC X(32)
                   VALUE "RESTART REQUESTED FROM PROGRAM ".
           05  O-RESTART   PIC X(8).
           05  FILLER      PIC X(92)   VALUE SPACES.

       01 PLAN-HDINGS1.
           05  FILLER      PIC X(5)    VALUE "STEP".
           05  FILLER      PIC X(11)   VALUE "PROGRAM".
           05  FILLER      PIC X(19)   VALUE "RUN RULE".
           05  FILLER      PIC X(13)   VALUE "  LAST DUE".
           05  FILLER      PIC X(13)   VALUE "  LAST RUN".
           05  FILLER      PIC X(30)   VALUE "PREDECESSORS".
           05  FILLER      PIC X(7)    VALUE "STOP".
           05  FILLER      PIC X(34)   VALUE "TONIGHT".

       01 PLAN-HDINGS2.
           05  FILLER      PIC X(5)    VALUE "----".
           05  FILLER      PIC X(11)   VALUE "--------".
           05  FILLER      PIC X(19)   VALUE "----------------".
           05  FILLER      PIC X(13)   VALUE "----------".
           05  FILLER      PIC X(13)   VALUE "----------".
           05  FILLER      PIC X(30)
                   VALUE "--------------------------".
           05  FILLER      PIC X(7)    VALUE "----".
           05  FILLER      PIC X(34)
                   VALUE "------------------------------".

       01 PLAN-LINE.
           05  PL-STEP     PIC Z9.
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  PL-PROGRAM  PIC X(8).
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  PL-RULE     PIC X(16).
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  PL-DUE      PIC X(10).
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  PL-LAST-RUN PIC X(10).
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  PL-PRED     PIC X(26).
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  PL-STOP-RC  PIC Z9.
           05  FILLER      PIC X(5)    VALUE SPACES.
           05  PL-NOTE     PIC X(30).
           05  FILLER      PIC X(4)    VALUE SPACES.

       01 WS-EDIT-DATE     PIC 99/99/9999.

       01 WS-RULE-TEXT.
           05  WS-RULE-WORD    PIC X(7).
           05  WS-RULE-DAY     PIC X(9).

       01 WS-CATCHUP-TEXT.
           05  FILLER      PIC X(20)   VALUE "RUN - CATCH-UP FROM ".
           05  WS-CATCHUP-DATE
                           PIC 99/99/9999.

       01 SUMMARY-LINE.
           05  SM-LABEL    PIC X(40).
           05  SM-COUNT    PIC Z9.
           05  FILLER      PIC X(90)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-RUN-DATE.
           PERFORM 0060-LOAD-CALENDARS.
           PERFORM 0100-INIT-STEPS.
           PERFORM 0150-LOAD-SCHEDULE.
           PERFORM 0160-LOAD-JOB-HISTORY.
           PERFORM 0170-PLAN-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.
           PERFORM 0200-LOAD-STEP-STATUS.
           PERFORM 0300-GET-RESTART-PARM.
           PERFORM 0400-LOAD-DRIVER-COUNTS.
           PERFORM 0800-PRINT-PLAN.
           OPEN EXTEND RUN-LOG.
           PERFORM 0450-RUN-PREFLIGHT.
           PERFORM 0500-DISPATCH-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.
           IF WS-DCTL-WRITTEN = "NO"
               PERFORM 0600-WRITE-DRIVER-CONTROL
           END-IF.
           PERFORM 0700-WRITE-STEP-STATUS.
           PERFORM 0750-WRITE-JOB-HISTORY.
           CLOSE RUN-LOG.
           EVALUATE TRUE
               WHEN WS-CHAIN-FAILED = "YES"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-STEP-FAILED = "YES"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *    RUN-DATE-PARM IS OPTIONAL. IF OPERATIONS DID NOT DROP ONE,
      *    TODAY'S DATE IS USED.
       0050-GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           OPEN INPUT RUN-DATE-PARM.
           READ RUN-DATE-PARM
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RD-YY TO I-YY
                   MOVE RD-MM TO I-MM
                   MOVE RD-DD TO I-DD
           END-READ.
           CLOSE RUN-DATE-PARM.
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           MOVE I-DATE TO WS-RUN-DATE-N.
           MOVE I-DATE TO WS-DATE-WORK.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-WORK).

      *    THE HOLIDAY TABLE AND THE TERM CALENDAR ARE BOTH OPTIONAL:
      *    NO HOLIDAY FILE MEANS EVERY WEEKDAY IS A BUSINESS DAY, AND
      *    NO TERM CALENDAR MEANS NO TERM-END STEP COMES DUE.
       0060-LOAD-CALENDARS.
           MOVE ZERO TO WS-HOLI-COUNT.
           OPEN INPUT HOLIDAY-FILE.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ HOLIDAY-FILE
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       IF WS-HOLI-COUNT < 50
                           ADD 1 TO WS-HOLI-COUNT
                           MOVE HD-DATE TO HT-DATE (WS-HOLI-COUNT)
                           MOVE HD-NAME TO HT-NAME (WS-HOLI-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLIDAY-FILE.

           MOVE ZERO TO WS-TERM-COUNT.
           OPEN INPUT TERM-CALENDAR.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ TERM-CALENDAR
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       IF WS-TERM-COUNT < 30
                           ADD 1 TO WS-TERM-COUNT
                           MOVE TC-TERM TO TT-TERM (WS-TERM-COUNT)
                           MOVE TC-END-DATE
                               TO TT-END-DATE (WS-TERM-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TERM-CALENDAR.

           MOVE WS-RUN-DATE-INT TO WS-CAL-INT.
           PERFORM 0190-CHECK-BUSINESS-DAY.
           MOVE WS-WEEKDAY TO WS-RUN-WEEKDAY.
           MOVE WS-BUSINESS-DAY TO WS-RUN-BUSINESS.
           MOVE WS-HOLIDAY-NAME TO WS-RUN-HOLIDAY.

      *    THE STANDARD SCHEDULE: THE NIGHTLY CHAIN - WITH THE
      *    MONTH-END CLOSE ON THE FIRST NIGHT OF A MONTH AND THE
      *    FLOOR-PLAN ACCRUAL AT MONTH END, BOTH AHEAD OF THE GL
      *    POSTING, SO THE NEW MONTH'S JOURNAL FINDS ITS PERIOD OPEN
      *    AND THE ACCRUAL POSTS THE NIGHT IT IS MADE - THE MONTH-END
      *    TREND REPORT AFTER THE HISTORY ROLL IT READS, TERM-END
      *    STANDING AFTER THE INTEGRITY AUDIT, THE FRIDAY RECEIVABLES
      *    AND AGED-ESTIMATE REPORTS AND MONDAY PAINT PURCHASING
      *    AFTER THE NIGHT'S ESTIMATE RUN, THE SEMI-MONTHLY
      *    COMMISSION STATEMENTS AFTER THE NIGHT'S COMMISSION
      *    POSTING, THEN THE ARCHIVE AND
      *    RETENTION STEPS LAST SO THEY PICK UP EVERY REPORT. THE
      *    CALENDAR STEPS ARE REPORTS, SO THEIR FAILURE DOES NOT HOLD
      *    UP THE ARCHIVE (STOP CODE 99). THE CLOSE AND THE ACCRUAL
      *    ARE ALSO 99: A PERIOD LEFT OPEN IS CAUGHT BY THE GL POSTING
      *    STEP, WHICH THEN REFUSES THE JOURNAL AND STOPS THE CHAIN.
      *    THE BANK RECONCILIATION'S DIFFERENCES ARE FOR THE OFFICE
      *    TO WORK, SO IT IS 99 AS WELL. JOBSCHED.DAT REPLACES THIS
      *    SCHEDULE WHEN IT IS PRESENT.
       0100-INIT-STEPS.
           MOVE ZERO TO WS-STEP-COUNT.
           MOVE SPACES TO WS-NEW-PRED.
           MOVE "D" TO WS-NEW-FREQ.
           MOVE ZERO TO WS-NEW-DAY.
           MOVE 5 TO WS-NEW-STOP-RC.
           MOVE "COBCMS00" TO WS-NEW-PROGRAM.
           PERFORM 0110-ADD-STEP.
           MOVE "COBCMS01" TO WS-NEW-PROGRAM.
           PERFORM 0110-ADD-STEP.
           MOVE "COBCMS02" TO WS-NEW-PROGRAM.
           PERFORM 0110-ADD-STEP.
           MOVE "COBCMS31" TO WS-NEW-PROGRAM.
           PERFORM 0110-ADD-STEP.
           MOVE "COBCMS12" TO WS-NEW-PROGRAM.
           PERFORM 0110-ADD-STEP.
           MOVE 99 TO WS-NEW-STOP-RC.
           MOVE "F" TO WS-NEW-FREQ.
           MOVE "COBCMS44" TO WS-NEW-PROGRAM.
           PERFORM 0110-ADD-STEP.
           MOVE "M" TO WS-NEW-FREQ.
           MOVE "COBCMS35" TO WS-NEW-PROGRAM.
           PERFORM 0110-ADD-STEP.
           MOVE "D" TO WS-NEW-FREQ.
           MOVE 5 TO WS-NEW-STOP-RC.
           MOVE "COBCMS43" TO WS-NEW-PROGRAM.
           PERFORM 0110-ADD-STEP.
           MOVE "COBCMS50" TO WS-NEW-PROGRAM.
           PERFORM 0110-ADD-STEP.
           MOVE "COBCMS28" TO WS-NEW-PROGRAM.
           PERFORM 0110-ADD-STEP.
           MOVE "COBCMS36" TO WS-NEW-PROGRAM.
           PERFORM 0110-ADD-STEP.
           MOVE "COBCMS37" TO WS-NEW-PROGRAM.
           PERFORM 0110-ADD-STEP.
           MOVE 99 TO WS-NEW-STOP-RC.
           MOVE "COBCMS45" TO WS-NEW-PROGRAM.
           PERFORM 0110-ADD-STEP.
           MOVE 5 TO WS-NEW-STOP-RC.
           MOVE "COBCMS17" TO WS-NEW-PROGRAM.
           PERFORM 0110-ADD-STEP.

           MOVE 99 TO WS-NEW-STOP-RC.
           MOVE "COBCMS18" TO WS-NEW-PROGRAM.
           MOVE "M" TO WS-NEW-FREQ.
           MOVE "COBCMS17" TO WS-NEW-PRED.
           PERFORM 0110-ADD-STEP.
           MOVE "COBCMS21" TO WS-NEW-PROGRAM.
           MOVE "T" TO WS-NEW-FREQ.
           MOVE "COBCMS28" TO WS-NEW-PRED.
           PERFORM 0110-ADD-STEP.
           MOVE "W" TO WS-NEW-FREQ.
           MOVE "COBCMS01" TO WS-NEW-PRED.
           MOVE 5 TO WS-NEW-DAY.
           MOVE "COBCMS22" TO WS-NEW-PROGRAM.
           PERFORM 0110-ADD-STEP.
           MOVE "COBCMS11" TO WS-NEW-PROGRAM.
           PERFORM 0110-ADD-STEP.
           MOVE 1 TO WS-NEW-DAY.
           MOVE "COBCMS23" TO WS-NEW-PROGRAM.
           PERFORM 0110-ADD-STEP.
           MOVE "S" TO WS-NEW-FREQ.
           MOVE ZERO TO WS-NEW-DAY.
           MOVE "COBCMS50" TO WS-NEW-PRED.
           MOVE "COBCMS51" TO WS-NEW-PROGRAM.
           PERFORM 0110-ADD-STEP.

           MOVE SPACES TO WS-NEW-PRED.
           MOVE "D" TO WS-NEW-FREQ.
           MOVE ZERO TO WS-NEW-DAY.
           MOVE 5 TO WS-NEW-STOP-RC.
           MOVE "COBCMS15" TO WS-NEW-PROGRAM.
           PERFORM 0110-ADD-STEP.
           MOVE "COBCMS16" TO WS-NEW-PROGRAM.
           PERFORM 0110-ADD-STEP.
           MOVE "COBCMS49" TO WS-NEW-PROGRAM.
           MOVE "COBCMS15" TO WS-NEW-PRED.
           MOVE 99 TO WS-NEW-STOP-RC.
           PERFORM 0110-ADD-STEP.

           MOVE "COBCMS00" TO DC-PROGRAM (1).
           MOVE "COBCMS01" TO DC-PROGRAM (2).
           MOVE "COBCMS02" TO DC-PROGRAM (3).
           MOVE ZERO TO DC-READ (2).
           MOVE ZERO TO DC-READ (3).

      *    ADDS THE STEP NAMED BY THE WS-NEW- FIELDS TO THE END OF
      *    THE STEP TABLE. ENTRIES PAST THE 30TH ARE COUNTED AND
      *    REPORTED ON THE PLAN, NOT RUN.
       0110-ADD-STEP.
           IF WS-STEP-COUNT < 30
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-NEW-PROGRAM TO STEP-PROGRAM (WS-STEP-COUNT)
               MOVE "PENDING" TO STEP-STATUS (WS-STEP-COUNT)
               MOVE WS-NEW-FREQ TO STEP-FREQ (WS-STEP-COUNT)
               MOVE WS-NEW-DAY TO STEP-DAY (WS-STEP-COUNT)
               MOVE WS-NEW-PRED TO STEP-PRED (WS-STEP-COUNT 1)
               MOVE SPACES TO STEP-PRED (WS-STEP-COUNT 2)
               MOVE SPACES TO STEP-PRED (WS-STEP-COUNT 3)
               MOVE WS-NEW-STOP-RC TO STEP-STOP-RC (WS-STEP-COUNT)
               MOVE "NO" TO STEP-TONIGHT (WS-STEP-COUNT)
               MOVE ZERO TO STEP-DUE-DATE (WS-STEP-COUNT)
               MOVE ZERO TO STEP-LAST-RUN (WS-STEP-COUNT)
               MOVE SPACES TO STEP-NOTE (WS-STEP-COUNT)
           ELSE
               ADD 1 TO C-SCHED-DROPPED
           END-IF.

      *    THE FIRST SCHEDULE RECORD THROWS AWAY THE STANDARD
      *    SCHEDULE; FROM THEN ON THE FILE IS THE WHOLE SCHEDULE.
       0150-LOAD-SCHEDULE.
           OPEN INPUT JOB-SCHEDULE.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ JOB-SCHEDULE
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       IF WS-SCHEDULE-READ = "NO"
                           MOVE "YES" TO WS-SCHEDULE-READ
                           MOVE ZERO TO WS-STEP-COUNT
                       END-IF
                       MOVE SC-PROGRAM TO WS-NEW-PROGRAM
                       MOVE SC-FREQ TO WS-NEW-FREQ
                       MOVE SC-DAY TO WS-NEW-DAY
                       MOVE SC-PRED (1) TO WS-NEW-PRED
                       MOVE SC-STOP-RC TO WS-NEW-STOP-RC
                       IF WS-NEW-STOP-RC = ZERO
                           MOVE 5 TO WS-NEW-STOP-RC
                       END-IF
                       PERFORM 0110-ADD-STEP
                       IF C-SCHED-DROPPED = ZERO
                           MOVE SC-PRED (2)
                               TO STEP-PRED (WS-STEP-COUNT 2)
                           MOVE SC-PRED (3)
                               TO STEP-PRED (WS-STEP-COUNT 3)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOB-SCHEDULE.

       0160-LOAD-JOB-HISTORY.
           OPEN INPUT JOB-HISTORY.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ JOB-HISTORY
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                           UNTIL WS-FIND-SUB > WS-STEP-COUNT
                           IF STEP-PROGRAM (WS-FIND-SUB) = JH-PROGRAM
                               MOVE JH-LAST-RUN
                                   TO STEP-LAST-RUN (WS-FIND-SUB)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE JOB-HISTORY.

      *    DECIDES WHETHER ONE STEP IS ON TONIGHT'S LIST. A DAILY STEP
      *    ALWAYS IS. ANY OTHER STEP IS WHEN ITS RULE FALLS TONIGHT,
      *    OR WHEN ITS MOST RECENT DUE DAY IS LATER THAN THE LAST DAY
      *    IT COMPLETED (A MISSED DAY BEING CAUGHT UP). A STEP WITH NO
      *    HISTORY YET ONLY RUNS ON ITS DAY, SO PUTTING A NEW STEP ON
      *    THE SCHEDULE DOES NOT RUN IT FOR A DAY LONG PAST.
       0170-PLAN-STEP.
           MOVE ZERO TO WS-DUE-INT.
           EVALUATE STEP-FREQ (WS-STEP-SUB)
               WHEN "D"
                   MOVE WS-RUN-DATE-INT TO WS-DUE-INT
               WHEN "W"
                   IF STEP-DAY (WS-STEP-SUB) > ZERO
                      AND STEP-DAY (WS-STEP-SUB) < 8
                       PERFORM 0175-FIND-WEEKLY-DUE
                   ELSE
                       MOVE "INVALID" TO STEP-STATUS (WS-STEP-SUB)
                   END-IF
               WHEN "M"
                   PERFORM 0180-FIND-MONTH-END-DUE
               WHEN "T"
                   PERFORM 0185-FIND-TERM-END-DUE
               WHEN "S"
                   PERFORM 0187-FIND-SEMI-MONTHLY-DUE
               WHEN "F"
                   PERFORM 0188-FIND-FIRST-OF-MONTH-DUE
               WHEN OTHER
                   MOVE "INVALID" TO STEP-STATUS (WS-STEP-SUB)
           END-EVALUATE.

           IF WS-DUE-INT > ZERO
               COMPUTE STEP-DUE-DATE (WS-STEP-SUB) =
                   FUNCTION DATE-OF-INTEGER (WS-DUE-INT)
           END-IF.
           MOVE ZERO TO WS-LAST-INT.
           IF STEP-LAST-RUN (WS-STEP-SUB) > ZERO
               MOVE STEP-LAST-RUN (WS-STEP-SUB) TO WS-DATE-WORK
               COMPUTE WS-LAST-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-WORK)
           END-IF.

           EVALUATE TRUE
               WHEN STEP-STATUS (WS-STEP-SUB) = "INVALID"
                   MOVE "NOT RUN - INVALID RUN RULE"
                       TO STEP-NOTE (WS-STEP-SUB)
               WHEN WS-DUE-INT = ZERO
                   MOVE "NOT DUE" TO STEP-STATUS (WS-STEP-SUB)
                   MOVE "NOT DUE" TO STEP-NOTE (WS-STEP-SUB)
               WHEN WS-DUE-INT = WS-RUN-DATE-INT
                   MOVE "YES" TO STEP-TONIGHT (WS-STEP-SUB)
                   MOVE "RUN" TO STEP-NOTE (WS-STEP-SUB)
               WHEN WS-LAST-INT > ZERO AND WS-LAST-INT < WS-DUE-INT
                   MOVE "YES" TO STEP-TONIGHT (WS-STEP-SUB)
                   MOVE STEP-DUE-DATE (WS-STEP-SUB) TO WS-FLIP-IN-N
                   PERFORM 9300-FLIP-DATE
                   MOVE WS-FLIP-DATE-N TO WS-CATCHUP-DATE
                   MOVE WS-CATCHUP-TEXT TO STEP-NOTE (WS-STEP-SUB)
               WHEN OTHER
                   MOVE "NOT DUE" TO STEP-STATUS (WS-STEP-SUB)
                   MOVE "NOT DUE" TO STEP-NOTE (WS-STEP-SUB)
           END-EVALUATE.

      *    THE LATEST OCCURRENCE OF THE STEP'S WEEKDAY, MOVED TO THE
      *    NEXT BUSINESS DAY WHEN IT IS NOT ONE, THAT FALLS ON OR
      *    BEFORE THE RUN DATE. TWO WEEKS BACK COVERS A HOLIDAY THAT
      *    PUSHES THIS WEEK'S DAY PAST TONIGHT.
       0175-FIND-WEEKLY-DUE.
           PERFORM VARYING WS-TRY-INT FROM WS-RUN-DATE-INT BY -1
               UNTIL WS-DUE-INT > ZERO
                  OR WS-TRY-INT < WS-RUN-DATE-INT - 14
               COMPUTE WS-CAL-PRIOR = WS-TRY-INT - 1
               DIVIDE WS-CAL-PRIOR BY 7 GIVING WS-WEEKS
                   REMAINDER WS-WEEKDAY
               IF WS-WEEKDAY + 1 = STEP-DAY (WS-STEP-SUB)
                   MOVE WS-TRY-INT TO WS-CAL-INT
                   PERFORM 0195-FORWARD-TO-BUSINESS-DAY
                   IF WS-CAL-INT NOT > WS-RUN-DATE-INT
                       MOVE WS-CAL-INT TO WS-DUE-INT
                   END-IF
               END-IF
           END-PERFORM.

      *    THE LAST BUSINESS DAY OF THE RUN MONTH, OR OF THE MONTH
      *    BEFORE WHEN THIS MONTH'S IS STILL AHEAD OF THE RUN DATE.
       0180-FIND-MONTH-END-DUE.
           MOVE WS-RUN-DATE-N TO WS-MONTH-WORK-N.
           MOVE 1 TO WS-MW-DD.
           IF WS-MW-MM = 12
               ADD 1 TO WS-MW-YY
               MOVE 1 TO WS-MW-MM
           ELSE
               ADD 1 TO WS-MW-MM
           END-IF.
           COMPUTE WS-CAL-INT =
               FUNCTION INTEGER-OF-DATE (WS-MONTH-WORK-N) - 1.
           PERFORM 0196-BACK-TO-BUSINESS-DAY.
           IF WS-CAL-INT > WS-RUN-DATE-INT
               MOVE WS-RUN-DATE-N TO WS-MONTH-WORK-N
               MOVE 1 TO WS-MW-DD
               COMPUTE WS-CAL-INT =
                   FUNCTION INTEGER-OF-DATE (WS-MONTH-WORK-N) - 1
               PERFORM 0196-BACK-TO-BUSINESS-DAY
           END-IF.
           MOVE WS-CAL-INT TO WS-DUE-INT.

      *    THE LATEST TERM END ON THE CALENDAR, MOVED TO THE NEXT
      *    BUSINESS DAY WHEN IT IS NOT ONE, ON OR BEFORE THE RUN DATE.
       0185-FIND-TERM-END-DUE.
           PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
               UNTIL WS-TERM-SUB > WS-TERM-COUNT
               MOVE TT-END-DATE (WS-TERM-SUB) TO WS-DATE-WORK
               COMPUTE WS-CAL-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-WORK)
               PERFORM 0195-FORWARD-TO-BUSINESS-DAY
               IF WS-CAL-INT NOT > WS-RUN-DATE-INT
                  AND WS-CAL-INT > WS-DUE-INT
                   MOVE WS-CAL-INT TO WS-DUE-INT
               END-IF
           END-PERFORM.

      *    THE LATER OF THE MONTH-END DUE DAY AND THE 15TH OF THE RUN
      *    MONTH, EACH MOVED BACK TO A BUSINESS DAY, THAT FALLS ON OR
      *    BEFORE THE RUN DATE.
       0187-FIND-SEMI-MONTHLY-DUE.
           PERFORM 0180-FIND-MONTH-END-DUE.
           MOVE WS-RUN-DATE-N TO WS-MONTH-WORK-N.
           MOVE 15 TO WS-MW-DD.
           COMPUTE WS-CAL-INT =
               FUNCTION INTEGER-OF-DATE (WS-MONTH-WORK-N).
           PERFORM 0196-BACK-TO-BUSINESS-DAY.
           IF WS-CAL-INT NOT > WS-RUN-DATE-INT
              AND WS-CAL-INT > WS-DUE-INT
               MOVE WS-CAL-INT TO WS-DUE-INT
           END-IF.

      *    THE 1ST OF THE RUN MONTH, BUSINESS DAY OR NOT. A NIGHT
      *    THE DRIVER DOES NOT RUN ON THE 1ST IS CAUGHT UP FROM THE
      *    STEP'S HISTORY ON THE FIRST NIGHT IT DOES.
       0188-FIND-FIRST-OF-MONTH-DUE.
           MOVE WS-RUN-DATE-N TO WS-MONTH-WORK-N.
           MOVE 1 TO WS-MW-DD.
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE (WS-MONTH-WORK-N).

      *    SETS WS-BUSINESS-DAY FOR THE DAY IN WS-CAL-INT. DAY 1 OF
      *    THE INTEGER DATE (01/01/1601) WAS A MONDAY, SO (DAY - 1)
      *    REMAINDER 7 GIVES 0 FOR MONDAY THROUGH 6 FOR SUNDAY.
       0190-CHECK-BUSINESS-DAY.
           COMPUTE WS-CAL-PRIOR = WS-CAL-INT - 1.
           DIVIDE WS-CAL-PRIOR BY 7 GIVING WS-WEEKS
               REMAINDER WS-WEEKDAY.
           MOVE SPACES TO WS-HOLIDAY-NAME.
           COMPUTE WS-DATE-WORK =
               FUNCTION DATE-OF-INTEGER (WS-CAL-INT).
           PERFORM VARYING WS-HOLI-SUB FROM 1 BY 1
               UNTIL WS-HOLI-SUB > WS-HOLI-COUNT
               IF HT-DATE (WS-HOLI-SUB) = WS-DATE-WORK
                   MOVE HT-NAME (WS-HOLI-SUB) TO WS-HOLIDAY-NAME
               END-IF
           END-PERFORM.
           IF WS-WEEKDAY < 5 AND WS-HOLIDAY-NAME = SPACES
               MOVE "YES" TO WS-BUSINESS-DAY
           ELSE
               MOVE "NO" TO WS-BUSINESS-DAY
           END-IF.

       0195-FORWARD-TO-BUSINESS-DAY.
           PERFORM 0190-CHECK-BUSINESS-DAY.
           PERFORM UNTIL WS-BUSINESS-DAY = "YES"
               ADD 1 TO WS-CAL-INT
               PERFORM 0190-CHECK-BUSINESS-DAY
           END-PERFORM.

       0196-BACK-TO-BUSINESS-DAY.
           PERFORM 0190-CHECK-BUSINESS-DAY.
           PERFORM UNTIL WS-BUSINESS-DAY = "YES"
               SUBTRACT 1 FROM WS-CAL-INT
               PERFORM 0190-CHECK-BUSINESS-DAY
           END-PERFORM.

      *    A STEP RECORDED COMPLETE BY THE PRIOR RUN IS NOT RE-RUN.
      *    FAILED AND SKIPPED STEPS GO BACK TO PENDING SO THIS RUN
      *    PICKS UP AT THE FAILED STEP. ONLY TONIGHT'S STEPS ARE
      *    AFFECTED.
       0200-LOAD-STEP-STATUS.
           OPEN INPUT STEP-STATUS-FILE.
           MOVE "YES" TO MORE-RECS.
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                           UNTIL WS-FIND-SUB > WS-STEP-COUNT
                           IF STEP-PROGRAM (WS-FIND-SUB) = ST-PROGRAM
                              AND ST-STATUS = "COMPLETE"
                              AND STEP-TONIGHT (WS-FIND-SUB) = "YES"
                               MOVE "COMPLETE"
                                   TO STEP-STATUS (WS-FIND-SUB)
                           END-IF

           IF WS-RESTART-FROM NOT = SPACES
               PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB > WS-STEP-COUNT
                   IF STEP-PROGRAM (WS-FIND-SUB) = WS-RESTART-FROM
                       PERFORM 0310-MARK-FROM-STEP
                   END-IF

       0310-MARK-FROM-STEP.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
               IF STEP-TONIGHT (WS-STEP-SUB) = "YES"
                   IF WS-STEP-SUB < WS-FIND-SUB
                       MOVE "COMPLETE" TO STEP-STATUS (WS-STEP-SUB)
                   ELSE
                       MOVE "PENDING" TO STEP-STATUS (WS-STEP-SUB)
                   END-IF
               END-IF
           END-PERFORM.

           END-IF.

      *    THE COUNTS MUST BE ON DISK BEFORE THE BALANCING STEP
      *    READS THEM, SO DRIVECTL.DAT IS REWRITTEN AS SOON AS THE
      *    THREE COUNTED STEPS ARE BEHIND US -- NOT AFTER THE WHOLE
      *    CHAIN, WHICH WOULD HAND COBCMS12 THE PRIOR NIGHT'S COUNTS.
      *    STEPS NOT ON TONIGHT'S LIST ARE PASSED OVER WITHOUT A LOG
      *    LINE; STEPS ON IT THAT DO NOT RUN ARE LOGGED SKIPPED.
       0500-DISPATCH-STEP.
           IF WS-DCTL-WRITTEN = "NO"
              AND STEP-PROGRAM (WS-STEP-SUB) NOT = "COBCMS00"
              AND STEP-PROGRAM (WS-STEP-SUB) NOT = "COBCMS01"
              AND STEP-PROGRAM (WS-STEP-SUB) NOT = "COBCMS02"
               PERFORM 0600-WRITE-DRIVER-CONTROL
           END-IF.
           IF STEP-TONIGHT (WS-STEP-SUB) = "YES"
               PERFORM 0510-CHECK-PREDECESSORS
               EVALUATE TRUE
                   WHEN WS-CHAIN-FAILED = "YES"
                       MOVE "SKIPPED" TO STEP-STATUS (WS-STEP-SUB)
                       PERFORM 0550-LOG-SKIPPED-STEP
                   WHEN STEP-STATUS (WS-STEP-SUB) = "COMPLETE"
                       PERFORM 0550-LOG-SKIPPED-STEP
                   WHEN WS-PRED-OK = "NO"
                       MOVE "SKIPPED" TO STEP-STATUS (WS-STEP-SUB)
                       PERFORM 0550-LOG-SKIPPED-STEP
                   WHEN OTHER
                       PERFORM 0520-RUN-STEP
               END-EVALUATE
           END-IF.

      *    A PREDECESSOR ONLY HOLDS A STEP BACK WHEN IT IS ON
      *    TONIGHT'S LIST AND HAS NOT COMPLETED. ONE THAT IS NOT DUE
      *    TONIGHT, OR NOT ON THE SCHEDULE AT ALL, IS SATISFIED.
       0510-CHECK-PREDECESSORS.
           MOVE "YES" TO WS-PRED-OK.
           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
               UNTIL WS-PRED-SUB > 3
               IF STEP-PRED (WS-STEP-SUB WS-PRED-SUB) NOT = SPACES
                   PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                       UNTIL WS-FIND-SUB > WS-STEP-COUNT
                       IF STEP-PROGRAM (WS-FIND-SUB) =
                              STEP-PRED (WS-STEP-SUB WS-PRED-SUB)
                          AND STEP-TONIGHT (WS-FIND-SUB) = "YES"
                          AND STEP-STATUS (WS-FIND-SUB)
                              NOT = "COMPLETE"
                           MOVE "NO" TO WS-PRED-OK
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *    A FAILED STEP STOPS THE CHAIN WHEN ITS RETURN-CODE REACHES
      *    THE STEP'S STOP CODE. A PROGRAM THAT COULD NOT BE CALLED AT
      *    ALL IS TAKEN AS RETURN-CODE 16.
       0520-RUN-STEP.
           MOVE ZERO TO WS-STEP-RC.
           EVALUATE STEP-PROGRAM (WS-STEP-SUB)
               WHEN "COBCMS00"
                   PERFORM 1000-RUN-COBCMS00
               WHEN "COBCMS01"
                   PERFORM 1000-RUN-COBCMS01
               WHEN "COBCMS02"
                   PERFORM 1000-RUN-COBCMS02
               WHEN "COBCMS31"
                   PERFORM 1000-RUN-COBCMS31
               WHEN "COBCMS12"
                   PERFORM 1000-RUN-COBCMS12
               WHEN "COBCMS43"
                   PERFORM 1000-RUN-COBCMS43
               WHEN "COBCMS28"
                   PERFORM 1000-RUN-COBCMS28
               WHEN "COBCMS36"
                   PERFORM 1000-RUN-COBCMS36
               WHEN "COBCMS37"
                   PERFORM 1000-RUN-COBCMS37
               WHEN "COBCMS17"
                   PERFORM 1000-RUN-COBCMS17
               WHEN "COBCMS15"
                   PERFORM 1000-RUN-COBCMS15
               WHEN "COBCMS16"
                   PERFORM 1000-RUN-COBCMS16
               WHEN OTHER
                   PERFORM 1000-RUN-SCHEDULED-STEP
           END-EVALUATE.
           IF LG-ABEND-FLAG = "YES"
               MOVE "FAILED" TO STEP-STATUS (WS-STEP-SUB)
               IF WS-STEP-RC < 5
                   MOVE 16 TO WS-STEP-RC
               END-IF
               IF WS-STEP-RC NOT < STEP-STOP-RC (WS-STEP-SUB)
                   MOVE "YES" TO WS-CHAIN-FAILED
               ELSE
                   MOVE "YES" TO WS-STEP-FAILED
               END-IF
           ELSE
               MOVE "COMPLETE" TO STEP-STATUS (WS-STEP-SUB)
               MOVE WS-RUN-DATE-N TO STEP-LAST-RUN (WS-STEP-SUB)
           END-IF.

       0550-LOG-SKIPPED-STEP.
           MOVE STEP-PROGRAM (WS-STEP-SUB) TO LG-PROGRAM.
           MOVE "NO " TO LG-ABEND-FLAG.

       0600-WRITE-DRIVER-CONTROL.
           MOVE "YES" TO WS-DCTL-WRITTEN.
           OPEN OUTPUT DRIVER-CONTROL.
           PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > 3
           CLOSE DRIVER-CONTROL.

      *    A CLEAN END-TO-END RUN CLEARS CBLSTEP.DAT SO THE NEXT NIGHT
      *    STARTS FROM STEP ONE; A FAILED RUN PERSISTS THE STATUSES OF
      *    TONIGHT'S STEPS SO THE RERUN RESUMES AT THE FAILED STEP.
       0700-WRITE-STEP-STATUS.
           OPEN OUTPUT STEP-STATUS-FILE.
           IF WS-CHAIN-FAILED = "YES"
               PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB > WS-STEP-COUNT
                   IF STEP-TONIGHT (WS-FIND-SUB) = "YES"
                       MOVE STEP-PROGRAM (WS-FIND-SUB) TO ST-PROGRAM
                       MOVE STEP-STATUS (WS-FIND-SUB) TO ST-STATUS
                       WRITE ST-REC
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE STEP-STATUS-FILE.

       0750-WRITE-JOB-HISTORY.
           OPEN OUTPUT JOB-HISTORY.
           PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > WS-STEP-COUNT
               IF STEP-LAST-RUN (WS-FIND-SUB) > ZERO
                   MOVE STEP-PROGRAM (WS-FIND-SUB) TO JH-PROGRAM
                   MOVE STEP-LAST-RUN (WS-FIND-SUB) TO JH-LAST-RUN
                   WRITE JH-REC
               END-IF
           END-PERFORM.
           CLOSE JOB-HISTORY.

      *    TONIGHT'S PLAN: EVERY STEP ON THE SCHEDULE WITH ITS RULE,
      *    THE LAST DAY THE RULE FELL ON, THE LAST DAY IT COMPLETED
      *    AND WHAT THE DRIVER IS ABOUT TO DO WITH IT.
       0800-PRINT-PLAN.
           OPEN OUTPUT PRTOUT.
           MOVE WS-RUN-DATE-N TO WS-FLIP-IN-N.
           PERFORM 9300-FLIP-DATE.
           MOVE WS-FLIP-DATE-N TO O-AS-OF.
           MOVE DAY-NAME (WS-RUN-WEEKDAY + 1) TO O-AS-OF-DAY.
           MOVE SPACES TO O-DAY-KIND.
           EVALUATE TRUE
               WHEN WS-RUN-HOLIDAY NOT = SPACES
                   STRING "HOLIDAY - " DELIMITED BY SIZE
                       WS-RUN-HOLIDAY DELIMITED BY SIZE
                       INTO O-DAY-KIND
               WHEN WS-RUN-BUSINESS = "YES"
                   MOVE "BUSINESS DAY" TO O-DAY-KIND
               WHEN OTHER
                   MOVE "WEEKEND" TO O-DAY-KIND
           END-EVALUATE.
           IF WS-SCHEDULE-READ = "YES"
               MOVE "JOBSCHED.DAT" TO O-SCHEDULE
           ELSE
               MOVE "STANDARD (NO JOBSCHED.DAT ON FILE)" TO O-SCHEDULE
           END-IF.

           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM AS-OF-LINE
               AFTER ADVANCING 2 LINES.
           IF WS-RESTART-FROM NOT = SPACES
               MOVE WS-RESTART-FROM TO O-RESTART
               WRITE PRTLINE FROM RESTART-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE PRTLINE FROM PLAN-HDINGS1
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM PLAN-HDINGS2
               AFTER ADVANCING 1 LINE.

           PERFORM 0810-PRINT-PLAN-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.

           MOVE "STEPS ON THE SCHEDULE:" TO SM-LABEL.
           MOVE WS-STEP-COUNT TO SM-COUNT.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "STEPS TO RUN TONIGHT:" TO SM-LABEL.
           MOVE C-PLAN-RUN TO SM-COUNT.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  OF WHICH CATCHING UP A MISSED DAY:" TO SM-LABEL.
           MOVE C-PLAN-CATCHUP TO SM-COUNT.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ALREADY COMPLETE - NOT RE-RUN:" TO SM-LABEL.
           MOVE C-PLAN-DONE TO SM-COUNT.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "NOT DUE TONIGHT:" TO SM-LABEL.
           MOVE C-PLAN-NOT-DUE TO SM-COUNT.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
           IF C-PLAN-INVALID > ZERO
               MOVE "INVALID RUN RULE - NOT RUN:" TO SM-LABEL
               MOVE C-PLAN-INVALID TO SM-COUNT
               WRITE PRTLINE FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF C-SCHED-DROPPED > ZERO
               MOVE "SCHEDULE ENTRIES PAST 30 - NOT RUN:" TO SM-LABEL
               MOVE C-SCHED-DROPPED TO SM-COUNT
               WRITE PRTLINE FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           CLOSE PRTOUT.

       0810-PRINT-PLAN-STEP.
           MOVE WS-STEP-SUB TO PL-STEP.
           MOVE STEP-PROGRAM (WS-STEP-SUB) TO PL-PROGRAM.
           MOVE SPACES TO WS-RULE-TEXT.
           EVALUATE STEP-FREQ (WS-STEP-SUB)
               WHEN "D"
                   MOVE "DAILY" TO WS-RULE-TEXT
               WHEN "W"
                   MOVE "WEEKLY" TO WS-RULE-WORD
                   IF STEP-DAY (WS-STEP-SUB) > ZERO
                      AND STEP-DAY (WS-STEP-SUB) < 8
                       MOVE STEP-DAY (WS-STEP-SUB) TO WS-DAY-SUB
                       MOVE DAY-NAME (WS-DAY-SUB) TO WS-RULE-DAY
                   END-IF
               WHEN "M"
                   MOVE "MONTH-END" TO WS-RULE-TEXT
               WHEN "T"
                   MOVE "TERM-END" TO WS-RULE-TEXT
               WHEN "S"
                   MOVE "SEMI-MONTHLY" TO WS-RULE-TEXT
               WHEN "F"
                   MOVE "FIRST OF MONTH" TO WS-RULE-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-RULE-TEXT
           END-EVALUATE.
           MOVE WS-RULE-TEXT TO PL-RULE.

           MOVE SPACES TO PL-DUE.
           IF STEP-FREQ (WS-STEP-SUB) NOT = "D"
              AND STEP-DUE-DATE (WS-STEP-SUB) > ZERO
               MOVE STEP-DUE-DATE (WS-STEP-SUB) TO WS-FLIP-IN-N
               PERFORM 9300-FLIP-DATE
               MOVE WS-FLIP-DATE-N TO WS-EDIT-DATE
               MOVE WS-EDIT-DATE TO PL-DUE
           END-IF.
           MOVE SPACES TO PL-LAST-RUN.
           IF STEP-LAST-RUN (WS-STEP-SUB) > ZERO
               MOVE STEP-LAST-RUN (WS-STEP-SUB) TO WS-FLIP-IN-N
               PERFORM 9300-FLIP-DATE
               MOVE WS-FLIP-DATE-N TO WS-EDIT-DATE
               MOVE WS-EDIT-DATE TO PL-LAST-RUN
           END-IF.

           MOVE SPACES TO WS-PLAN-PRED.
           MOVE 1 TO WS-PLAN-PTR.
           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
               UNTIL WS-PRED-SUB > 3
               IF STEP-PRED (WS-STEP-SUB WS-PRED-SUB) NOT = SPACES
                   STRING STEP-PRED (WS-STEP-SUB WS-PRED-SUB)
                           DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       INTO WS-PLAN-PRED
                       WITH POINTER WS-PLAN-PTR
               END-IF
           END-PERFORM.
           MOVE WS-PLAN-PRED TO PL-PRED.
           MOVE STEP-STOP-RC (WS-STEP-SUB) TO PL-STOP-RC.

           EVALUATE TRUE
               WHEN STEP-STATUS (WS-STEP-SUB) = "INVALID"
                   ADD 1 TO C-PLAN-INVALID
               WHEN STEP-TONIGHT (WS-STEP-SUB) NOT = "YES"
                   ADD 1 TO C-PLAN-NOT-DUE
               WHEN STEP-STATUS (WS-STEP-SUB) = "COMPLETE"
                   ADD 1 TO C-PLAN-DONE
                   MOVE "ALREADY COMPLETE - NOT RE-RUN"
                       TO STEP-NOTE (WS-STEP-SUB)
               WHEN OTHER
                   ADD 1 TO C-PLAN-RUN
                   IF STEP-NOTE (WS-STEP-SUB) NOT = "RUN"
                       ADD 1 TO C-PLAN-CATCHUP
                   END-IF
           END-EVALUATE.
           MOVE STEP-NOTE (WS-STEP-SUB) TO PL-NOTE.
           WRITE PRTLINE FROM PLAN-LINE
               AFTER ADVANCING 1 LINE.

       1000-RUN-COBCMS00.
           MOVE "COBCMS00" TO LG-PROGRAM.
           PERFORM 1010-COUNT-STUDENT-RECS.
           IF RETURN-CODE > 4
               MOVE "YES" TO LG-ABEND-FLAG
           END-IF.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-HH TO LG-END-HH.
           IF RETURN-CODE > 4
               MOVE "YES" TO LG-ABEND-FLAG
           END-IF.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-HH TO LG-END-HH.
           IF RETURN-CODE > 4
               MOVE "YES" TO LG-ABEND-FLAG
           END-IF.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-HH TO LG-END-HH.
           MOVE I-MI TO LG-END-MI.
           MOVE I-SS TO LG-END-SS.
           MOVE WS-RECORD-COUNT TO LG-RECORDS.
           PERFORM 1900-WRITE-LOG-LINE.

      *    THE POSTING STEP RUNS ONCE COBCMS12 HAS CERTIFIED THE
      *    NIGHT. IT POSTS GLJRNL.DAT TO THE GL BALANCE MASTER, OR
      *    REFUSES IT (RETURN-CODE 8) WHEN THE JOURNAL IS OUT OF
      *    BALANCE OR DATED INTO A LOCKED OR UNOPENED PERIOD, WHICH
      *    FAILS THE STEP SO THE RESTART RESUMES HERE. A JOURNAL
      *    ALREADY ON THE POSTING HISTORY COMES BACK 4 - NOT POSTED
      *    TWICE, BUT NOT A FAILURE EITHER.
       1000-RUN-COBCMS43.
           MOVE "COBCMS43" TO LG-PROGRAM.
           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-HH TO LG-START-HH.
           MOVE I-MI TO LG-START-MI.
           MOVE I-SS TO LG-START-SS.
           MOVE "NO " TO LG-ABEND-FLAG.
           CALL "COBCMS43"
               ON EXCEPTION
                   MOVE "YES" TO LG-ABEND-FLAG
           END-CALL.
           IF RETURN-CODE > 4
               MOVE "YES" TO LG-ABEND-FLAG
           END-IF.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-HH TO LG-END-HH.
           IF RETURN-CODE > 4
               MOVE "YES" TO LG-ABEND-FLAG
           END-IF.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-HH TO LG-END-HH.
           MOVE I-MI TO LG-END-MI.
           MOVE I-SS TO LG-END-SS.
           MOVE WS-RECORD-COUNT TO LG-RECORDS.
           PERFORM 1900-WRITE-LOG-LINE.

      *    WARRANTY REGISTRATION FOLLOWS THE AUDIT SO ONLY SALES ON
      *    A CLEAN MASTER ARE REGISTERED; THE SERVICE RUN COMES
      *    RIGHT AFTER IT SO A BOAT DELIVERED TODAY IS ALREADY UNDER
      *    WARRANTY WHEN ITS FIRST WORK ORDER IS SETTLED.
       1000-RUN-COBCMS36.
           MOVE "COBCMS36" TO LG-PROGRAM.
           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-HH TO LG-START-HH.
           MOVE I-MI TO LG-START-MI.
           MOVE I-SS TO LG-START-SS.
           MOVE "NO " TO LG-ABEND-FLAG.
           CALL "COBCMS36"
               ON EXCEPTION
                   MOVE "YES" TO LG-ABEND-FLAG
           END-CALL.
           IF RETURN-CODE > 4
               MOVE "YES" TO LG-ABEND-FLAG
           END-IF.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-HH TO LG-END-HH.
           MOVE I-MI TO LG-END-MI.
           MOVE I-SS TO LG-END-SS.
           MOVE WS-RECORD-COUNT TO LG-RECORDS.
           PERFORM 1900-WRITE-LOG-LINE.

       1000-RUN-COBCMS37.
           MOVE "COBCMS37" TO LG-PROGRAM.
           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-HH TO LG-START-HH.
           MOVE I-MI TO LG-START-MI.
           MOVE I-SS TO LG-START-SS.
           MOVE "NO " TO LG-ABEND-FLAG.
           CALL "COBCMS37"
               ON EXCEPTION
                   MOVE "YES" TO LG-ABEND-FLAG
           END-CALL.
           IF RETURN-CODE > 4
               MOVE "YES" TO LG-ABEND-FLAG
           END-IF.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-HH TO LG-END-HH.
           IF RETURN-CODE > 4
               MOVE "YES" TO LG-ABEND-FLAG
           END-IF.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-HH TO LG-END-HH.
           IF RETURN-CODE > 4
               MOVE "YES" TO LG-ABEND-FLAG
           END-IF.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-HH TO LG-END-HH.
           IF RETURN-CODE > 4
               MOVE "YES" TO LG-ABEND-FLAG
           END-IF.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-HH TO LG-END-HH.
           MOVE I-MI TO LG-END-MI.
           MOVE I-SS TO LG-END-SS.
           MOVE WS-RECORD-COUNT TO LG-RECORDS.
           PERFORM 1900-WRITE-LOG-LINE.

      *    ANY OTHER PROGRAM ON THE SCHEDULE IS CALLED BY NAME. THE
      *    CALENDAR STEPS (COBCMS18, COBCMS21, COBCMS22, COBCMS11 AND
      *    COBCMS23 ON THE STANDARD SCHEDULE), THE COBCMS44 CLOSE,
      *    COBCMS35 ACCRUAL AND COBCMS45 BANK RECONCILIATION, THE
      *    COBCMS50 COMMISSION POSTING AND COBCMS51 STATEMENTS COME
      *    THROUGH HERE.
       1000-RUN-SCHEDULED-STEP.
           MOVE STEP-PROGRAM (WS-STEP-SUB) TO LG-PROGRAM.
           MOVE STEP-PROGRAM (WS-STEP-SUB) TO WS-CALL-PROGRAM.
           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-HH TO LG-START-HH.
           MOVE I-MI TO LG-START-MI.
           MOVE I-SS TO LG-START-SS.
           MOVE "NO " TO LG-ABEND-FLAG.
           CALL WS-CALL-PROGRAM
               ON EXCEPTION
                   MOVE "YES" TO LG-ABEND-FLAG
           END-CALL.
           IF RETURN-CODE > 4
               MOVE "YES" TO LG-ABEND-FLAG
           END-IF.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-HH TO LG-END-HH.
           IF RETURN-CODE > 4
               MOVE "YES" TO LG-ABEND-FLAG
           END-IF.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-HH TO LG-END-HH.
           IF RETURN-CODE > 4
               MOVE "YES" TO LG-ABEND-FLAG
           END-IF.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-HH TO LG-END-HH.
           MOVE SPACES TO RUN-LOG-LINE.
           MOVE RUN-LOG-DETAIL TO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

      *    TURNS THE YYYYMMDD DATE IN WS-FLIP-IN INTO MMDDYYYY FOR THE
      *    EDITED DATE FIELDS.
       9300-FLIP-DATE.
           MOVE WS-FLIP-IN-MM TO WS-FLIP-MM.
           MOVE WS-FLIP-IN-DD TO WS-FLIP-DD.
           MOVE WS-FLIP-IN-YY TO WS-FLIP-YY.
