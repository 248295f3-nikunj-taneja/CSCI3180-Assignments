               FILE STATUS IS WS-TS-FS.
           SELECT STATEMENT-FILE ASSIGN TO "statement.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-LINK-FILE ASSIGN TO "feeLinks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEELINK-FS.

       DATA DIVISION.
       FILE SECTION.
           05 RUN-STMT   PIC S9(9)V99.
           05 REF-LABEL  PIC X(6).
           05 REF-STMT   PIC 9(12).
           05 FOR-LABEL  PIC X(10).
           05 FOR-STMT   PIC X(12).
           05 SVC-LABEL  PIC X(10).
           05 SVC-STMT   PIC X(3).
       01 STMT-CLOSING-RECORD.
           05 CLOSING-LABEL PIC X(17).
           05 CLOSING-BAL   PIC 9(15).

       FD FEE-LINK-FILE.
       01 FEE-LINK-RECORD.
           05 ACC-FL      PIC 9(16).
           05 FILLER      PIC X.
           05 SVC-FL      PIC X(3).
           05 FILLER      PIC X.
           05 TRIG-REF-FL PIC 9(12).
           05 FILLER      PIC X.
           05 FEE-REF-FL  PIC 9(12).
           05 FILLER      PIC X.
           05 AMT-FL      PIC 9(7).
           05 FILLER      PIC X.
           05 STATUS-FL   PIC X.
           05 FILLER      PIC X.
           05 USE-FL      PIC 9(5).
           05 FILLER      PIC X.
           05 TS-DATE-FL  PIC 9(8).
           05 FILLER      PIC X.
           05 TS-TIME-FL  PIC 9(6).

       WORKING-STORAGE SECTION.
       01 ACC-INPUT PIC X(16).
       01 WS-MASTER-FS PIC XX.
       01 WS-RUNNING-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-ENTRY-AMT PIC 9(9)V99.

      *    SERVICE FEES. CENTRAL WRITES feeLinks.txt ALONGSIDE
      *    transSorted.txt, TYING EACH 'C' IT CHARGED UNDER THE "FEE"
      *    PSEUDO-TERMINAL BACK TO THE TRANSACTION (OR LOGGED
      *    SERVICE, SUCH AS A MINI STATEMENT) THAT TRIGGERED IT. THE
      *    FEE SORTS IN RIGHT BEHIND ITS TRIGGER, AND ITS LINE CARRIES
      *    THE TRIGGERING REFERENCE AND THE SERVICE CODE.
       01 WS-FEELINK-FS PIC XX.
       01 WS-FL-EOF PIC X VALUE 'N'.
       01 WS-FL-COUNT PIC 9(3) VALUE 0.
       01 WS-FL-IX PIC 9(3) VALUE 0.
       01 WS-FL-FOUND PIC X VALUE 'N'.
       01 FEE-LINK-TABLE.
           05 FEE-LINK-ENTRY OCCURS 500 TIMES.
               10 FEE-REF-FL-CT  PIC 9(12).
               10 TRIG-REF-FL-CT PIC 9(12).
               10 SVC-FL-CT      PIC X(3).


       PROCEDURE DIVISION.

           MOVE WS-BAL-FOUND TO BAL-STMT.
           WRITE STMT-HEADER-RECORD.

           PERFORM LOAD-FEE-LINKS.
           MOVE 0 TO WS-RUNNING-TOTAL.
           OPEN INPUT TRANS-SORTED-FILE.
           IF WS-TS-FS = "00" THEN
           MOVE " Amount: " TO AMT-LABEL
           COMPUTE WS-ENTRY-AMT = AMT-SORTED / 100
           MOVE WS-ENTRY-AMT TO AMT-STMT
      *    'D' (DEPOSIT), 'I' (INTEREST) AND 'M' (TERM-DEPOSIT
      *    PAYOUT) CREDIT; 'W' (WITHDRAWAL) AND 'C' (CHARGE) DEBIT.
           IF OP-SORTED = 'D' OR OP-SORTED = 'I'
               OR OP-SORTED = 'M' THEN
           ADD WS-ENTRY-AMT TO WS-RUNNING-TOTAL
           ELSE
           SUBTRACT WS-ENTRY-AMT FROM WS-RUNNING-TOTAL
           MOVE WS-RUNNING-TOTAL TO RUN-STMT
           MOVE " Ref: " TO REF-LABEL
           MOVE REF-SORTED TO REF-STMT
           MOVE SPACES TO FOR-LABEL
           MOVE SPACES TO FOR-STMT
           MOVE SPACES TO SVC-LABEL
           MOVE SPACES TO SVC-STMT
           IF OP-SORTED = 'C' AND TERM-SORTED = "FEE" THEN
           PERFORM FIND-FEE-LINK
           IF WS-FL-FOUND = 'Y' THEN
           MOVE " For Ref: " TO FOR-LABEL
           MOVE TRIG-REF-FL-CT(WS-FL-IX) TO FOR-STMT
           MOVE " Service: " TO SVC-LABEL
           MOVE SVC-FL-CT(WS-FL-IX) TO SVC-STMT
           END-IF
           END-IF
           WRITE STMT-ENTRY-RECORD
           END-IF.

       LOAD-FEE-LINKS.
      *    ONLY THIS ACCOUNT'S CHARGED FEES ARE KEPT. NO FILE MEANS
      *    NO FEES IN THE BATCH.
           MOVE 0 TO WS-FL-COUNT.
           OPEN INPUT FEE-LINK-FILE.
           IF WS-FEELINK-FS = "00" THEN
           MOVE 'N' TO WS-FL-EOF
           PERFORM LOAD-FEE-LINK-ENTRY UNTIL WS-FL-EOF = 'Y'
           CLOSE FEE-LINK-FILE
           END-IF.

       LOAD-FEE-LINK-ENTRY.
           READ FEE-LINK-FILE AT END MOVE 'Y' TO WS-FL-EOF.
           IF WS-FL-EOF NOT = 'Y' AND STATUS-FL = 'C'
               AND ACC-FL = ACC-INPUT AND WS-FL-COUNT < 500 THEN
           ADD 1 TO WS-FL-COUNT
           MOVE FEE-REF-FL TO FEE-REF-FL-CT(WS-FL-COUNT)
           MOVE TRIG-REF-FL TO TRIG-REF-FL-CT(WS-FL-COUNT)
           MOVE SVC-FL TO SVC-FL-CT(WS-FL-COUNT)
           END-IF.

       FIND-FEE-LINK.
           MOVE 'N' TO WS-FL-FOUND.
           MOVE 1 TO WS-FL-IX.
           PERFORM FIND-FEE-LINK-STEP
               UNTIL WS-FL-IX > WS-FL-COUNT OR WS-FL-FOUND = 'Y'.

       FIND-FEE-LINK-STEP.
           IF FEE-REF-FL-CT(WS-FL-IX) = REF-SORTED THEN
           MOVE 'Y' TO WS-FL-FOUND
           ELSE
           ADD 1 TO WS-FL-IX
           END-IF.
