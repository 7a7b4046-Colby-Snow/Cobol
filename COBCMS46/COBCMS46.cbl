       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCMS46.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         COLBY SNOW.
       DATE-COMPILED.
      ******************************************************************
      *THIS PROGRAM IS THE DUPLICATE CUSTOMER AND BUYER MATCHING RUN.
      *THE SAME PEOPLE ARE ON THE PAINT CUSTOMER MASTER (CUSTMST.DAT)
      *UNDER MORE THAN ONE CUSTOMER NUMBER, AND MANY PAINT CUSTOMERS
      *ARE ALSO BOAT BUYERS ON THE INDEXED BUYER MASTER (BUYRMST.DAT).
      *EVERY RECORD ON BOTH MASTERS IS COMPARED WITH EVERY OTHER -
      *CUSTOMER TO CUSTOMER, BUYER TO BUYER, AND CUSTOMER TO BUYER -
      *ON NORMALIZED NAME, ADDRESS, PHONE AND ZIP, AND EACH PAIR
      *SCORING AT OR ABOVE THE THRESHOLD IS LISTED, HIGHEST SCORE
      *FIRST, ON THE SUSPECTED-DUPLICATE LIST (DUPLIST.PRT).
      *
      *NORMALIZING: NAMES ARE UPPER-CASED, PUNCTUATION DROPPED, AND
      *THE WORDS PUT IN ALPHABETIC ORDER WITH INITIALS AND TITLES
      *(MR, MRS, MS, DR, AND) LEFT OUT, SO "SMITH, JOHN A" AND
      *"MR JOHN SMITH" AGREE. ADDRESSES ARE UPPER-CASED, PUNCTUATION
      *DROPPED, STREET WORDS ABBREVIATED (STREET TO ST, AVENUE TO
      *AVE AND SO ON) AND THE SPACES SQUEEZED OUT. PHONES ARE CUT TO
      *THEIR DIGITS AND ONLY COMPARED WITH AT LEAST SEVEN OF THEM.
      *
      *SCORING: NAME 35 (25 WHEN TWO OR MORE NAME WORDS AGREE BUT
      *NOT ALL), ADDRESS 30, PHONE 25, ZIP 10. THE THRESHOLD IS 50
      *UNLESS DUPPARM.DAT SETS ANOTHER.
      *
      *THE LIST IS FOR THE OFFICE TO REVIEW. NOTHING IS CHANGED HERE;
      *CONFIRMED DUPLICATES ARE KEYED ON MERGETRN.DAT FOR THE
      *COBCMS47 MERGE RUN - A SAME-MASTER PAIR AS A MERGE, A
      *CUSTOMER/BUYER PAIR AS A CROSS-REFERENCE LINK.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CUSTOMER-MASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS01\CUSTMST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUYER-MASTER
           ASSIGN TO "C:\IHCC\COBOL\COBCMS02\BUYRMST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS BM-BUYER-NO.

           SELECT OPTIONAL DUP-PARM
           ASSIGN TO "C:\IHCC\COBOL\DUPPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUP-SORT-WORK
           ASSIGN TO "SRTDUP.WRK".

           SELECT PRTOUT
           ASSIGN TO "C:\IHCC\COBOL\DUPLIST.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CM-REC
           RECORD CONTAINS 87 CHARACTERS.

       01 CM-REC.
           05  CM-CUST-NO          PIC X(5).
           05  CM-NAME             PIC X(25).
           05  CM-ADDR             PIC X(25).
           05  CM-CITY             PIC X(15).
           05  CM-STATE            PIC X(2).
           05  CM-ZIP              PIC X(5).
           05  CM-PHONE            PIC X(10).

       FD  BUYER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS BM-REC
           RECORD CONTAINS 87 CHARACTERS.

       01 BM-REC.
         05 BM-BUYER-NO     PIC X(5).
         05 BM-NAME         PIC X(25).
         05 BM-ADDR         PIC X(25).
         05 BM-CITY         PIC X(15).
         05 BM-STATE        PIC X(2).
         05 BM-ZIP          PIC X(5).
         05 BM-PHONE        PIC X(10).

      *    DUP-PARM IS OPTIONAL. IT HOLDS THE LOWEST SCORE LISTED.
       FD  DUP-PARM
           LABEL RECORD IS STANDARD
           DATA RECORD IS DPM-REC
           RECORD CONTAINS 3 CHARACTERS.

       01 DPM-REC.
           05 DPM-THRESHOLD        PIC 9(3).

      *    ONE ROW PER SUSPECTED PAIR. THE SUBSCRIPTS POINT BACK INTO
      *    THE PARTY TABLE FOR THE PRINTED DETAIL.
       SD  DUP-SORT-WORK
           DATA RECORD IS SR-REC.

       01 SR-REC.
           05 SR-SCORE             PIC 9(3).
           05 SR-KIND              PIC X(9).
           05 SR-SUB-1             PIC 9(4).
           05 SR-SUB-2             PIC 9(4).
           05 SR-MATCHED           PIC X(30).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05 C-PCTR              PIC 9(2)    VALUE ZERO.
           05 MORE-RECS           PIC X(3)    VALUE "YES".
           05 MORE-SORTED         PIC X(3)    VALUE "YES".
           05 WS-THRESHOLD        PIC 9(3)    VALUE 50.
           05 WS-PARTY-COUNT      PIC 9(4)    VALUE ZERO.
           05 WS-PARTY-SUB        PIC 9(4)    VALUE ZERO.
           05 WS-OTHER-SUB        PIC 9(4)    VALUE ZERO.
           05 WS-FIRST-OTHER      PIC 9(4)    VALUE ZERO.
           05 WS-WORD-SUB         PIC 9       VALUE ZERO.
           05 WS-WORD-SUB2        PIC 9       VALUE ZERO.
           05 WS-WORD-COUNT       PIC 9       VALUE ZERO.
           05 WS-COMMON-WORDS     PIC 9       VALUE ZERO.
           05 WS-SWAPPED          PIC X(3)    VALUE "NO".
           05 WS-CHAR-SUB         PIC 99      VALUE ZERO.
           05 WS-ABBR-SUB         PIC 99      VALUE ZERO.
           05 WS-KEY-PTR          PIC 99      VALUE ZERO.
           05 WS-MATCH-PTR        PIC 99      VALUE ZERO.
           05 WS-SCORE            PIC 9(3)    VALUE ZERO.
           05 WS-DIGITS           PIC 99      VALUE ZERO.
           05 C-CUST-CTR          PIC 9(5)    VALUE ZERO.
           05 C-BUYR-CTR          PIC 9(5)    VALUE ZERO.
           05 C-NOT-COMPARED-CTR  PIC 9(5)    VALUE ZERO.
           05 C-CC-CTR            PIC 9(5)    VALUE ZERO.
           05 C-BB-CTR            PIC 9(5)    VALUE ZERO.
           05 C-CB-CTR            PIC 9(5)    VALUE ZERO.

      *    BOTH MASTERS HELD TOGETHER, CUSTOMERS FIRST, WITH EACH
      *    RECORD'S NORMALIZED NAME WORDS, ADDRESS KEY AND PHONE KEY.
      *    PT-NAME-KEY IS THE SORTED NAME WORDS, SO TWO NAMES AGREE
      *    EXACTLY WHEN THEIR KEYS ARE EQUAL.
       01 PARTY-TABLE.
           05 PT-ENTRY OCCURS 2000 TIMES.
               10 PT-SIDE          PIC X.
               10 PT-NUMBER        PIC X(5).
               10 PT-NAME          PIC X(25).
               10 PT-ADDR          PIC X(25).
               10 PT-ZIP           PIC X(5).
               10 PT-PHONE         PIC X(10).
               10 PT-WORD-COUNT    PIC 9.
               10 PT-NAME-KEY.
                   15 PT-WORD      PIC X(12)   OCCURS 4 TIMES.
               10 PT-ADDR-KEY      PIC X(30).
               10 PT-PHONE-KEY     PIC X(10).
               10 PT-PHONE-DIGITS  PIC 99.

      *    NORMALIZING WORK AREAS.
       01 WS-NORM-TEXT            PIC X(25).
       01 WS-SPLIT-WORDS.
           05 WS-SPLIT-WORD       PIC X(12)   OCCURS 6 TIMES.
       01 WS-ONE-WORD             PIC X(12).
       01 WS-ONE-WORD-PARTS REDEFINES WS-ONE-WORD.
           05 WS-ONE-WORD-1ST     PIC X.
           05 WS-ONE-WORD-REST    PIC X(11).
       01 WS-NAME-WORDS.
           05 WS-NAME-WORD        PIC X(12)   OCCURS 4 TIMES.
       01 WS-HOLD-WORD            PIC X(12).
       01 WS-ADDR-KEY             PIC X(30).
       01 WS-PHONE-IN             PIC X(10).
       01 WS-PHONE-IN-CHARS REDEFINES WS-PHONE-IN.
           05 WS-PHONE-IN-CHAR    PIC X       OCCURS 10 TIMES.
       01 WS-PHONE-OUT            PIC X(10).
       01 WS-PHONE-OUT-CHARS REDEFINES WS-PHONE-OUT.
           05 WS-PHONE-OUT-CHAR   PIC X       OCCURS 10 TIMES.
       01 WS-MATCHED              PIC X(30).

      *    STREET WORDS AND THEIR ABBREVIATIONS, SO "12 OAK STREET"
      *    AND "12 OAK ST." NORMALIZE THE SAME.
       01 ABBR-VALUES.
           05 FILLER   PIC X(14)   VALUE "STREET    ST  ".
           05 FILLER   PIC X(14)   VALUE "AVENUE    AVE ".
           05 FILLER   PIC X(14)   VALUE "ROAD      RD  ".
           05 FILLER   PIC X(14)   VALUE "DRIVE     DR  ".
           05 FILLER   PIC X(14)   VALUE "LANE      LN  ".
           05 FILLER   PIC X(14)   VALUE "BOULEVARD BLVD".
           05 FILLER   PIC X(14)   VALUE "COURT     CT  ".
           05 FILLER   PIC X(14)   VALUE "PLACE     PL  ".
           05 FILLER   PIC X(14)   VALUE "CIRCLE    CIR ".
           05 FILLER   PIC X(14)   VALUE "HIGHWAY   HWY ".
           05 FILLER   PIC X(14)   VALUE "NORTH     N   ".
           05 FILLER   PIC X(14)   VALUE "SOUTH     S   ".
           05 FILLER   PIC X(14)   VALUE "EAST      E   ".
           05 FILLER   PIC X(14)   VALUE "WEST      W   ".
           05 FILLER   PIC X(14)   VALUE "APARTMENT APT ".
           05 FILLER   PIC X(14)   VALUE "SUITE     STE ".
       01 ABBR-TABLE REDEFINES ABBR-VALUES.
           05 AB-ENTRY OCCURS 16 TIMES.
               10 AB-WORD         PIC X(10).
               10 AB-SHORT        PIC X(4).

       01 CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY    PIC 9(4).
               10  I-MM    PIC 99.
               10  I-DD    PIC 99.
           05  I-TIME      PIC X(11).

       01 COMPANY-TITLE.
           05  FILLER      PIC X(6)    VALUE "DATE:".
           05  O-MM        PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  O-DD        PIC 9(2).
           05  FILLER      PIC X       VALUE "/".
           05  O-YY        PIC 9(4).
           05  FILLER      PIC X(27)   VALUE SPACES.
           05  FILLER      PIC X(44)
                   VALUE "SUSPECTED DUPLICATE CUSTOMERS AND BUYERS".
           05  FILLER      PIC X(37)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE "PAGE:".
           05  O-PCTR      PIC Z9.

       01 THRESHOLD-HDING.
           05  FILLER      PIC X(24)   VALUE "PAIRS SCORING AT LEAST ".
           05  O-THRESHOLD PIC ZZ9.
           05  FILLER      PIC X(6)    VALUE SPACES.
           05  FILLER      PIC X(48)   VALUE
               "SCORE: NAME 35 (25 PARTIAL) ADDRESS 30 PHONE 25 ".
           05  FILLER      PIC X(51)   VALUE "ZIP 10".

       01 COLUMN-HDINGS1.
           05  FILLER      PIC X(6)    VALUE "SCORE".
           05  FILLER      PIC X(12)   VALUE "KIND".
           05  FILLER      PIC X(7)    VALUE "NUMBER".
           05  FILLER      PIC X(27)   VALUE "NAME".
           05  FILLER      PIC X(27)   VALUE "ADDRESS".
           05  FILLER      PIC X(7)    VALUE "ZIP".
           05  FILLER      PIC X(13)   VALUE "PHONE".
           05  FILLER      PIC X(33)   VALUE "MATCHED ON".

       01 COLUMN-HDINGS2.
           05  FILLER      PIC X(6)    VALUE "-----".
           05  FILLER      PIC X(12)   VALUE "---------".
           05  FILLER      PIC X(7)    VALUE "------".
           05  FILLER      PIC X(27)
                   VALUE "-------------------------".
           05  FILLER      PIC X(27)
                   VALUE "-------------------------".
           05  FILLER      PIC X(7)    VALUE "-----".
           05  FILLER      PIC X(13)   VALUE "----------".
           05  FILLER      PIC X(33)
                   VALUE "------------------------------".

      *    EACH PAIR PRINTS ON TWO LINES: THE SCORE, KIND AND FIRST
      *    RECORD, THEN THE SECOND RECORD UNDER IT.
       01 DUP-LINE.
           05  DL-SCORE    PIC ZZ9     BLANK WHEN ZERO.
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  DL-KIND     PIC X(9).
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  DL-NUMBER   PIC X(5).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  DL-NAME     PIC X(25).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  DL-ADDR     PIC X(25).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  DL-ZIP      PIC X(5).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  DL-PHONE    PIC X(10).
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  DL-MATCHED  PIC X(30).
           05  FILLER      PIC X(3)    VALUE SPACES.

       01 NO-PAIRS-LINE.
           05  FILLER      PIC X(10)   VALUE SPACES.
           05  FILLER      PIC X(40)
                   VALUE "NO SUSPECTED DUPLICATES AT THIS SCORE".

       01 SUMMARY-COUNT-LINE.
           05 SC-LABEL     PIC X(40).
           05 SC-COUNT     PIC ZZ,ZZ9.

       01 NEXT-STEP-LINE.
           05  FILLER      PIC X(54)   VALUE
               "KEY CONFIRMED PAIRS ON MERGETRN.DAT FOR COBCMS47: C = ".
           05  FILLER      PIC X(53)   VALUE
               "MERGE CUSTOMERS, B = MERGE BUYERS, X = LINK CUSTOMER ".
           05  FILLER      PIC X(8)    VALUE "TO BUYER".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           SORT DUP-SORT-WORK
               ON DESCENDING KEY SR-SCORE
               ON ASCENDING KEY SR-KIND
                                SR-SUB-1
                                SR-SUB-2
               INPUT PROCEDURE 2000-COMPARE-PARTIES
               OUTPUT PROCEDURE 3000-PRINT-PAIRS.
           PERFORM 4000-CLOSING.
           GOBACK.

       1000-INIT.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.

           OPEN INPUT DUP-PARM.
           READ DUP-PARM
               AT END
                   CONTINUE
               NOT AT END
                   IF DPM-THRESHOLD IS NUMERIC
                      AND DPM-THRESHOLD > ZERO
                       MOVE DPM-THRESHOLD TO WS-THRESHOLD
                   END-IF
           END-READ.
           CLOSE DUP-PARM.
           MOVE WS-THRESHOLD TO O-THRESHOLD.

           PERFORM 1100-LOAD-CUSTOMERS.
           PERFORM 1200-LOAD-BUYERS.
           PERFORM 9100-HEADINGS.

       1100-LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ CUSTOMER-MASTER
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-CUST-CTR
                       IF WS-PARTY-COUNT < 2000
                           ADD 1 TO WS-PARTY-COUNT
                           MOVE "C" TO PT-SIDE (WS-PARTY-COUNT)
                           MOVE CM-CUST-NO
                               TO PT-NUMBER (WS-PARTY-COUNT)
                           MOVE CM-NAME TO PT-NAME (WS-PARTY-COUNT)
                           MOVE CM-ADDR TO PT-ADDR (WS-PARTY-COUNT)
                           MOVE CM-ZIP TO PT-ZIP (WS-PARTY-COUNT)
                           MOVE CM-PHONE TO PT-PHONE (WS-PARTY-COUNT)
                           PERFORM 1500-NORMALIZE-PARTY
                       ELSE
                           ADD 1 TO C-NOT-COMPARED-CTR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-MASTER.

       1200-LOAD-BUYERS.
           OPEN INPUT BUYER-MASTER.
           MOVE "YES" TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = "NO"
               READ BUYER-MASTER
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-BUYR-CTR
                       IF WS-PARTY-COUNT < 2000
                           ADD 1 TO WS-PARTY-COUNT
                           MOVE "B" TO PT-SIDE (WS-PARTY-COUNT)
                           MOVE BM-BUYER-NO
                               TO PT-NUMBER (WS-PARTY-COUNT)
                           MOVE BM-NAME TO PT-NAME (WS-PARTY-COUNT)
                           MOVE BM-ADDR TO PT-ADDR (WS-PARTY-COUNT)
                           MOVE BM-ZIP TO PT-ZIP (WS-PARTY-COUNT)
                           MOVE BM-PHONE TO PT-PHONE (WS-PARTY-COUNT)
                           PERFORM 1500-NORMALIZE-PARTY
                       ELSE
                           ADD 1 TO C-NOT-COMPARED-CTR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BUYER-MASTER.

       1500-NORMALIZE-PARTY.
           PERFORM 1510-NORMALIZE-NAME.
           PERFORM 1530-NORMALIZE-ADDRESS.
           PERFORM 1550-NORMALIZE-PHONE.

      *    UP TO FOUR NAME WORDS ARE KEPT, INITIALS AND TITLES LEFT
      *    OUT, THEN PUT IN ALPHABETIC ORDER SO WORD ORDER ("SMITH,
      *    JOHN" AGAINST "JOHN SMITH") DOES NOT MATTER.
       1510-NORMALIZE-NAME.
           MOVE PT-NAME (WS-PARTY-COUNT) TO WS-NORM-TEXT.
           PERFORM 1600-CLEAN-TEXT.
           MOVE SPACES TO WS-NAME-WORDS.
           MOVE ZERO TO WS-WORD-COUNT.
           PERFORM VARYING WS-WORD-SUB FROM 1 BY 1
               UNTIL WS-WORD-SUB > 6
               MOVE WS-SPLIT-WORD (WS-WORD-SUB) TO WS-ONE-WORD
               IF WS-ONE-WORD-REST NOT = SPACES
                  AND WS-ONE-WORD NOT = "MR"
                  AND WS-ONE-WORD NOT = "MRS"
                  AND WS-ONE-WORD NOT = "MS"
                  AND WS-ONE-WORD NOT = "DR"
                  AND WS-ONE-WORD NOT = "AND"
                  AND WS-WORD-COUNT < 4
                   ADD 1 TO WS-WORD-COUNT
                   MOVE WS-ONE-WORD TO WS-NAME-WORD (WS-WORD-COUNT)
               END-IF
           END-PERFORM.

           MOVE "YES" TO WS-SWAPPED.
           PERFORM UNTIL WS-SWAPPED = "NO"
               MOVE "NO" TO WS-SWAPPED
               PERFORM VARYING WS-WORD-SUB FROM 1 BY 1
                   UNTIL WS-WORD-SUB NOT < WS-WORD-COUNT
                   COMPUTE WS-WORD-SUB2 = WS-WORD-SUB + 1
                   IF WS-NAME-WORD (WS-WORD-SUB) >
                      WS-NAME-WORD (WS-WORD-SUB2)
                       MOVE WS-NAME-WORD (WS-WORD-SUB) TO WS-HOLD-WORD
                       MOVE WS-NAME-WORD (WS-WORD-SUB2)
                           TO WS-NAME-WORD (WS-WORD-SUB)
                       MOVE WS-HOLD-WORD TO WS-NAME-WORD (WS-WORD-SUB2)
                       MOVE "YES" TO WS-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE WS-WORD-COUNT TO PT-WORD-COUNT (WS-PARTY-COUNT).
           MOVE WS-NAME-WORDS TO PT-NAME-KEY (WS-PARTY-COUNT).

      *    STREET WORDS ARE ABBREVIATED AND THE WORDS RUN TOGETHER.
       1530-NORMALIZE-ADDRESS.
           MOVE PT-ADDR (WS-PARTY-COUNT) TO WS-NORM-TEXT.
           PERFORM 1600-CLEAN-TEXT.
           MOVE SPACES TO WS-ADDR-KEY.
           MOVE 1 TO WS-KEY-PTR.
           PERFORM VARYING WS-WORD-SUB FROM 1 BY 1
               UNTIL WS-WORD-SUB > 6
               IF WS-SPLIT-WORD (WS-WORD-SUB) NOT = SPACES
                   PERFORM VARYING WS-ABBR-SUB FROM 1 BY 1
                       UNTIL WS-ABBR-SUB > 16
                       IF WS-SPLIT-WORD (WS-WORD-SUB) =
                          AB-WORD (WS-ABBR-SUB)
                           MOVE AB-SHORT (WS-ABBR-SUB)
                               TO WS-SPLIT-WORD (WS-WORD-SUB)
                       END-IF
                   END-PERFORM
                   STRING WS-SPLIT-WORD (WS-WORD-SUB)
                           DELIMITED BY SPACE
                       INTO WS-ADDR-KEY
                       WITH POINTER WS-KEY-PTR
                   END-STRING
               END-IF
           END-PERFORM.
           MOVE WS-ADDR-KEY TO PT-ADDR-KEY (WS-PARTY-COUNT).

       1550-NORMALIZE-PHONE.
           MOVE PT-PHONE (WS-PARTY-COUNT) TO WS-PHONE-IN.
           MOVE SPACES TO WS-PHONE-OUT.
           MOVE ZERO TO WS-DIGITS.
           PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > 10
               IF WS-PHONE-IN-CHAR (WS-CHAR-SUB) IS NUMERIC
                   ADD 1 TO WS-DIGITS
                   MOVE WS-PHONE-IN-CHAR (WS-CHAR-SUB)
                       TO WS-PHONE-OUT-CHAR (WS-DIGITS)
               END-IF
           END-PERFORM.
           MOVE WS-PHONE-OUT TO PT-PHONE-KEY (WS-PARTY-COUNT).
           MOVE WS-DIGITS TO PT-PHONE-DIGITS (WS-PARTY-COUNT).

      *    UPPER-CASES WS-NORM-TEXT, TURNS PUNCTUATION TO SPACES AND
      *    SPLITS IT INTO WORDS.
       1600-CLEAN-TEXT.
           INSPECT WS-NORM-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-NORM-TEXT CONVERTING
               ".,'-/&#()"
               TO "         ".
           MOVE SPACES TO WS-SPLIT-WORDS.
           UNSTRING WS-NORM-TEXT DELIMITED BY ALL SPACE
               INTO WS-SPLIT-WORD (1)
                    WS-SPLIT-WORD (2)
                    WS-SPLIT-WORD (3)
                    WS-SPLIT-WORD (4)
                    WS-SPLIT-WORD (5)
                    WS-SPLIT-WORD (6)
           END-UNSTRING.

      *    EVERY RECORD AGAINST EVERY LATER ONE. CUSTOMERS ARE LOADED
      *    AHEAD OF BUYERS, SO A MIXED PAIR ALWAYS HAS THE CUSTOMER
      *    FIRST.
       2000-COMPARE-PARTIES.
           PERFORM VARYING WS-PARTY-SUB FROM 1 BY 1
               UNTIL WS-PARTY-SUB NOT < WS-PARTY-COUNT
               COMPUTE WS-FIRST-OTHER = WS-PARTY-SUB + 1
               PERFORM 2100-SCORE-PAIR
                   VARYING WS-OTHER-SUB FROM WS-FIRST-OTHER BY 1
                   UNTIL WS-OTHER-SUB > WS-PARTY-COUNT
           END-PERFORM.

       2100-SCORE-PAIR.
           MOVE ZERO TO WS-SCORE.
           MOVE SPACES TO WS-MATCHED.
           MOVE 1 TO WS-MATCH-PTR.

           IF PT-WORD-COUNT (WS-PARTY-SUB) > ZERO
              AND PT-WORD-COUNT (WS-OTHER-SUB) > ZERO
               IF PT-NAME-KEY (WS-PARTY-SUB) =
                  PT-NAME-KEY (WS-OTHER-SUB)
                   ADD 35 TO WS-SCORE
                   STRING "NAME " DELIMITED BY SIZE
                       INTO WS-MATCHED WITH POINTER WS-MATCH-PTR
                   END-STRING
               ELSE
                   PERFORM 2150-COUNT-COMMON-WORDS
                   IF WS-COMMON-WORDS > 1
                       ADD 25 TO WS-SCORE
                       STRING "NAME(PART) " DELIMITED BY SIZE
                           INTO WS-MATCHED WITH POINTER WS-MATCH-PTR
                       END-STRING
                   END-IF
               END-IF
           END-IF.

           IF PT-ADDR-KEY (WS-PARTY-SUB) NOT = SPACES
              AND PT-ADDR-KEY (WS-PARTY-SUB) =
                  PT-ADDR-KEY (WS-OTHER-SUB)
               ADD 30 TO WS-SCORE
               STRING "ADDRESS " DELIMITED BY SIZE
                   INTO WS-MATCHED WITH POINTER WS-MATCH-PTR
               END-STRING
           END-IF.

           IF PT-PHONE-DIGITS (WS-PARTY-SUB) > 6
              AND PT-PHONE-KEY (WS-PARTY-SUB) =
                  PT-PHONE-KEY (WS-OTHER-SUB)
               ADD 25 TO WS-SCORE
               STRING "PHONE " DELIMITED BY SIZE
                   INTO WS-MATCHED WITH POINTER WS-MATCH-PTR
               END-STRING
           END-IF.

           IF PT-ZIP (WS-PARTY-SUB) NOT = SPACES
              AND PT-ZIP (WS-PARTY-SUB) = PT-ZIP (WS-OTHER-SUB)
               ADD 10 TO WS-SCORE
               STRING "ZIP" DELIMITED BY SIZE
                   INTO WS-MATCHED WITH POINTER WS-MATCH-PTR
               END-STRING
           END-IF.

           IF WS-SCORE NOT < WS-THRESHOLD
               MOVE WS-SCORE TO SR-SCORE
               EVALUATE TRUE
                   WHEN PT-SIDE (WS-PARTY-SUB) = "B"
                       MOVE "BUYR/BUYR" TO SR-KIND
                       ADD 1 TO C-BB-CTR
                   WHEN PT-SIDE (WS-OTHER-SUB) = "B"
                       MOVE "CUST/BUYR" TO SR-KIND
                       ADD 1 TO C-CB-CTR
                   WHEN OTHER
                       MOVE "CUST/CUST" TO SR-KIND
                       ADD 1 TO C-CC-CTR
               END-EVALUATE
               MOVE WS-PARTY-SUB TO SR-SUB-1
               MOVE WS-OTHER-SUB TO SR-SUB-2
               MOVE WS-MATCHED TO SR-MATCHED
               RELEASE SR-REC
           END-IF.

       2150-COUNT-COMMON-WORDS.
           MOVE ZERO TO WS-COMMON-WORDS.
           PERFORM VARYING WS-WORD-SUB FROM 1 BY 1
               UNTIL WS-WORD-SUB > PT-WORD-COUNT (WS-PARTY-SUB)
               PERFORM VARYING WS-WORD-SUB2 FROM 1 BY 1
                   UNTIL WS-WORD-SUB2 > PT-WORD-COUNT (WS-OTHER-SUB)
                   IF PT-WORD (WS-PARTY-SUB WS-WORD-SUB) =
                      PT-WORD (WS-OTHER-SUB WS-WORD-SUB2)
                       ADD 1 TO WS-COMMON-WORDS
                   END-IF
               END-PERFORM
           END-PERFORM.

       3000-PRINT-PAIRS.
           MOVE "YES" TO MORE-SORTED.
           RETURN DUP-SORT-WORK
               AT END
                   MOVE "NO" TO MORE-SORTED
                   WRITE PRTLINE FROM NO-PAIRS-LINE
                       AFTER ADVANCING 2 LINES
           END-RETURN.
           PERFORM UNTIL MORE-SORTED = "NO"
               PERFORM 3100-PRINT-ONE-PAIR
               RETURN DUP-SORT-WORK
                   AT END
                       MOVE "NO" TO MORE-SORTED
               END-RETURN
           END-PERFORM.

       3100-PRINT-ONE-PAIR.
           MOVE SR-SCORE TO DL-SCORE.
           MOVE SR-KIND TO DL-KIND.
           MOVE SR-SUB-1 TO WS-PARTY-SUB.
           PERFORM 3200-FILL-PARTY.
           MOVE SR-MATCHED TO DL-MATCHED.
           WRITE PRTLINE FROM DUP-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HEADINGS
           END-WRITE.
           MOVE ZERO TO DL-SCORE.
           MOVE SPACES TO DL-KIND.
           MOVE SR-SUB-2 TO WS-PARTY-SUB.
           PERFORM 3200-FILL-PARTY.
           MOVE SPACES TO DL-MATCHED.
           WRITE PRTLINE FROM DUP-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 9100-HEADINGS
           END-WRITE.

       3200-FILL-PARTY.
           MOVE PT-NUMBER (WS-PARTY-SUB) TO DL-NUMBER.
           MOVE PT-NAME (WS-PARTY-SUB) TO DL-NAME.
           MOVE PT-ADDR (WS-PARTY-SUB) TO DL-ADDR.
           MOVE PT-ZIP (WS-PARTY-SUB) TO DL-ZIP.
           MOVE PT-PHONE (WS-PARTY-SUB) TO DL-PHONE.

       4000-CLOSING.
           MOVE "CUSTOMERS READ:" TO SC-LABEL.
           MOVE C-CUST-CTR TO SC-COUNT.
           WRITE PRTLINE FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "BUYERS READ:" TO SC-LABEL.
           MOVE C-BUYR-CTR TO SC-COUNT.
           WRITE PRTLINE FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF C-NOT-COMPARED-CTR > ZERO
               MOVE "NOT COMPARED - WORK TABLE FULL:" TO SC-LABEL
               MOVE C-NOT-COMPARED-CTR TO SC-COUNT
               WRITE PRTLINE FROM SUMMARY-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE "CUSTOMER/CUSTOMER PAIRS:" TO SC-LABEL.
           MOVE C-CC-CTR TO SC-COUNT.
           WRITE PRTLINE FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "BUYER/BUYER PAIRS:" TO SC-LABEL.
           MOVE C-BB-CTR TO SC-COUNT.
           WRITE PRTLINE FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CUSTOMER/BUYER PAIRS:" TO SC-LABEL.
           MOVE C-CB-CTR TO SC-COUNT.
           WRITE PRTLINE FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM NEXT-STEP-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE PRTOUT.

       9100-HEADINGS.
           ADD 1 TO C-PCTR
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM THRESHOLD-HDING
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM COLUMN-HDINGS1
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM COLUMN-HDINGS2
               AFTER ADVANCING 1 LINE.
