      *    PJOBEST.PRT GRAND TOTAL AGAINST THE ACCTG-FEED TOTAL)
      *  - THE COBCMS31 JOURNAL'S DEBITS EQUAL ITS CREDITS (GLCTL.DAT)
      *    SO THE LEDGER FEED'S ZERO-PROOF IS ON THE CERTIFICATE
      *  - THE COBCMS33 CANCELLATION REGISTER ACCOUNTS FOR EVERY
      *    CANCELLATION READ, AND ITS TOTAL REVERSED WITH TAX EQUALS
      *    THE RECEIVABLE CREDITS ON ITS REVERSING JOURNAL
      *    (BOATCCTL.DAT; NO CANCELLATIONS RUN PROVES AS ZERO)
      *THE CERTIFICATE GOES TO BALCERT.PRT. RETURN-CODE 8 IS SET WHEN
      *ANY CHECK IS OUT OF BALANCE SO THE DRIVER CAN SEE THE RESULT.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    ALL THE CONTROL FILES ARE OPTIONAL: A STEP THAT NEVER RAN
      *    LEAVES NO CONTROL RECORD, WHICH SHOWS UP HERE AS ZERO
      *    COUNTS AND AN OUT-OF-BALANCE CHECK INSTEAD OF AN ABEND.
           SELECT OPTIONAL STUDENT-CONTROL
               ASSIGN TO "C:\IHCC\COBOL\GLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CANCEL-CONTROL
               ASSIGN TO "C:\IHCC\COBOL\BOATCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO "C:\IHCC\COBOL\BALCERT.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.
           05 JCT-HASH-2       PIC 9(11)V99.
           05 FILLER           PIC X(25).

       FD  CANCEL-CONTROL
           LABEL RECORD IS STANDARD
           DATA RECORD IS CCT-REC
           RECORD CONTAINS 80 CHARACTERS.

       01 CCT-REC.
           05 CCT-PROGRAM      PIC X(8).
           05 CCT-READ         PIC 9(7).
           05 CCT-WRITTEN      PIC 9(7).
           05 CCT-REJECTS      PIC 9(7).
           05 CCT-HASH-1       PIC 9(11)V99.
           05 CCT-HASH-2       PIC 9(11)V99.
           05 FILLER           PIC X(25).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           PERFORM 2100-CHECK-COBCMS01.
           PERFORM 2200-CHECK-COBCMS02.
           PERFORM 2300-CHECK-COBCMS31.
           PERFORM 2400-CHECK-COBCMS33.
           PERFORM 3000-CLOSING.
           GOBACK.

               PERFORM 9210-OUT-OF-BALANCE
           END-IF.

      *    THE CANCELLATION RUN IS KEYED OFF-CHAIN, SO THERE IS NO
      *    DRIVER COUNT FOR IT. EVERY CANCELLATION READ MUST HAVE
      *    BEEN REVERSED OR REJECTED, AND THE REGISTER'S TOTAL WITH
      *    TAX MUST BE WHAT THE REVERSING JOURNAL TOOK OUT OF
      *    RECEIVABLES.
       2400-CHECK-COBCMS33.
           OPEN INPUT CANCEL-CONTROL.
           READ CANCEL-CONTROL
               AT END
                   MOVE ZERO TO CCT-READ
                   MOVE ZERO TO CCT-WRITTEN
                   MOVE ZERO TO CCT-REJECTS
                   MOVE ZERO TO CCT-HASH-1
                   MOVE ZERO TO CCT-HASH-2
           END-READ.
           CLOSE CANCEL-CONTROL.

           MOVE "COBCMS33" TO CK-PROGRAM.

           MOVE "CANCELS READ VS REVERSED PLUS REJECTS" TO CK-TEXT.
           COMPUTE WS-EXPECTED = CCT-WRITTEN + CCT-REJECTS.
           MOVE CCT-READ TO CK-LEFT.
           MOVE WS-EXPECTED TO CK-RIGHT.
           IF CCT-READ = WS-EXPECTED
               PERFORM 9200-IN-BALANCE
           ELSE
               PERFORM 9210-OUT-OF-BALANCE
           END-IF.

           MOVE "REGISTER TOTAL VS JOURNAL A/R REVERSAL" TO CK-TEXT.
           MOVE CCT-HASH-1 TO CK-LEFT.
           MOVE CCT-HASH-2 TO CK-RIGHT.
           IF CCT-HASH-1 = CCT-HASH-2
               PERFORM 9200-IN-BALANCE
           ELSE
               PERFORM 9210-OUT-OF-BALANCE
           END-IF.

       3000-CLOSING.
           IF C-OOB-CTR = ZERO
               MOVE "*** RUN IS IN BALANCE ***" TO CR-TEXT
