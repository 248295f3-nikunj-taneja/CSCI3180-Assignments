       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TELLER.
       AUTHOR.       NIKUNJ TANEJA.

      *    BRANCH COUNTER TRANSACTIONS AND TELLER DRAWER BALANCING.
      *    A TELLER SIGNS ON WITH THE ID AND CODE HELD FOR THEM IN
      *    tellers.txt, WHICH ALSO NAMES THE COUNTER TERMINAL THE
      *    TELLER WORKS. THAT TERMINAL IS AN ORDINARY ROW OF
      *    atmlist.txt WITH ITS OWN TERMINAL FILE AND ITS OWN
      *    transctl.txt CONTROL ROW, SO CENTRAL, RECON AND THE
      *    OPERATIONS SUMMARY TAKE COUNTER CASH DEPOSITS ('D'),
      *    CASH WITHDRAWALS ('W') AND TRANSFERS ('W' PLUS 'D')
      *    EXACTLY AS THEY TAKE ATM ACTIVITY. ATMS WILL NOT OFFER A
      *    COUNTER TERMINAL TO A CARDHOLDER.
      *    THE CASH IN EACH TELLER'S DRAWER IS TRACKED IN
      *    drawers.txt - ONE ROW PER TELLER PER BUSINESS DAY, OPENED
      *    ('O') WITH THE FLOAT ISSUED FROM THE VAULT, CARRYING THE
      *    CASH TAKEN IN AND PAID OUT, AND CLOSED ('C') BY THE
      *    END-OF-DAY BLIND COUNT. THE SYSTEM FIGURE (FLOAT + IN -
      *    OUT) IS ALSO KEPT IN THE TERMINAL'S CASH COLUMN OF
      *    atmlist.txt SO THE BATCH CASH REPORT SHOWS THE DRAWER.
      *    A COUNT THAT DISAGREES WITH THE SYSTEM FIGURE LEAVES THE
      *    DRAWER OPEN UNLESS A SUPERVISOR SIGNS THE DIFFERENCE OFF;
      *    EVERY CLOSE IS APPENDED TO overShortReport.txt (NEVER
      *    REWRITTEN, ONLY APPENDED TO, LIKE adjustlog.txt).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC
               FILE STATUS IS WS-MASTER-FS.
           SELECT TELLER-FILE ASSIGN TO "tellers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TELLER-FS.
           SELECT SUPERVISOR-FILE ASSIGN TO "supervisor.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-FS.
           SELECT ATM-LIST-FILE ASSIGN TO "atmlist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATMLIST-FS.
           SELECT NEW-ATM-LIST-FILE ASSIGN TO "atmlist.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TRANS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FS.
           SELECT TRANSCTL-FILE ASSIGN TO "transctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSCTL-FS.
           SELECT NEW-TRANSCTL-FILE ASSIGN TO "transctl.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRAWER-FILE ASSIGN TO "drawers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAWER-FS.
           SELECT NEW-DRAWER-FILE ASSIGN TO "drawers.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OVERSHORT-FILE ASSIGN TO "overShortReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERSHORT-FS.
           SELECT RUNCTL-FILE ASSIGN TO "runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FS.
           SELECT TXNSEQ-FILE ASSIGN TO "txnseq.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXNSEQ-FS.
           SELECT NEW-TXNSEQ-FILE ASSIGN TO "txnseq.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MASTER-FILE.
       01  MASTER-RECORD.
           05 ACC-NAME PIC X(20).
           05 ACC      PIC 9(16).
           05 PWD      PIC 9(6).
           05 SIG      PIC X.
           05 BAL      PIC 9(15).
           05 PTYPE    PIC X.
           05 LAST-ACT PIC 9(8).

       FD TELLER-FILE.
       01 TELLER-RECORD.
           05 TELLER-ID-TL   PIC X(6).
           05 FILLER         PIC X.
           05 TELLER-CODE-TL PIC 9(6).
           05 FILLER         PIC X.
           05 TELLER-TERM-TL PIC X(3).
           05 FILLER         PIC X.
           05 TELLER-NAME-TL PIC X(20).

       FD SUPERVISOR-FILE.
       01 SUPERVISOR-RECORD.
           05 SUP-CODE PIC 9(6).

       FD ATM-LIST-FILE.
       01 ATM-LIST-RECORD.
           05 ATM-ID-IN    PIC X(3).
           05 FILLER       PIC X.
           05 ATM-FILE-IN  PIC X(30).
           05 ATM-CASH-IN  PIC 9(7)V9(2).

       FD NEW-ATM-LIST-FILE.
       01 NEW-ATM-LIST-RECORD.
           05 ATM-ID-NEW    PIC X(3).
           05 FILLER        PIC X.
           05 ATM-FILE-NEW  PIC X(30).
           05 ATM-CASH-NEW  PIC 9(7)V9(2).

       FD TRANS-FILE.
       01 TRANS-RECORD.
           05 ACC-T      PIC 9(16).
           05 OP-T       PIC A.
           05 AMT-T      PIC 9(7).
           05 TERM-T     PIC X(3).
           05 TS-DATE-T  PIC 9(8).
           05 TS-TIME-T  PIC 9(6).
           05 REF-T      PIC 9(12).

       FD TRANSCTL-FILE.
       01 TRANSCTL-RECORD.
           05 TERM-CTL   PIC X(3).
           05 FILLER     PIC X.
           05 COUNT-CTL  PIC 9(7).
           05 FILLER     PIC X.
           05 AMT-CTL    PIC 9(13).

       FD NEW-TRANSCTL-FILE.
       01 NEW-TRANSCTL-RECORD.
           05 TERM-CTL-NEW   PIC X(3).
           05 FILLER         PIC X.
           05 COUNT-CTL-NEW  PIC 9(7).
           05 FILLER         PIC X.
           05 AMT-CTL-NEW    PIC 9(13).

       FD DRAWER-FILE.
       01 DRAWER-RECORD.
           05 TELLER-DR   PIC X(6).
           05 FILLER      PIC X.
           05 TERM-DR     PIC X(3).
           05 FILLER      PIC X.
           05 DATE-DR     PIC 9(8).
           05 FILLER      PIC X.
           05 STATUS-DR   PIC X.
           05 FILLER      PIC X.
           05 FLOAT-DR    PIC 9(7)V9(2).
           05 FILLER      PIC X.
           05 IN-DR       PIC 9(9)V9(2).
           05 FILLER      PIC X.
           05 OUT-DR      PIC 9(9)V9(2).
           05 FILLER      PIC X.
           05 COUNTED-DR  PIC 9(9)V9(2).
           05 FILLER      PIC X.
           05 OS-DR       PIC X.
           05 FILLER      PIC X.
           05 DIFF-DR     PIC 9(9)V9(2).
           05 FILLER      PIC X.
           05 SUP-DR      PIC X(10).
           05 FILLER      PIC X.
           05 CLOSED-DR   PIC 9(8).

       FD NEW-DRAWER-FILE.
       01 NEW-DRAWER-RECORD.
           05 TELLER-DR-NEW   PIC X(6).
           05 FILLER          PIC X.
           05 TERM-DR-NEW     PIC X(3).
           05 FILLER          PIC X.
           05 DATE-DR-NEW     PIC 9(8).
           05 FILLER          PIC X.
           05 STATUS-DR-NEW   PIC X.
           05 FILLER          PIC X.
           05 FLOAT-DR-NEW    PIC 9(7)V9(2).
           05 FILLER          PIC X.
           05 IN-DR-NEW       PIC 9(9)V9(2).
           05 FILLER          PIC X.
           05 OUT-DR-NEW      PIC 9(9)V9(2).
           05 FILLER          PIC X.
           05 COUNTED-DR-NEW  PIC 9(9)V9(2).
           05 FILLER          PIC X.
           05 OS-DR-NEW       PIC X.
           05 FILLER          PIC X.
           05 DIFF-DR-NEW     PIC 9(9)V9(2).
           05 FILLER          PIC X.
           05 SUP-DR-NEW      PIC X(10).
           05 FILLER          PIC X.
           05 CLOSED-DR-NEW   PIC 9(8).

       FD OVERSHORT-FILE.
       01 OVERSHORT-RECORD.
           05 OS-TELLER-LABEL  PIC X(8).
           05 OS-TELLER        PIC X(6).
           05 OS-TERM-LABEL    PIC X(7).
           05 OS-TERM          PIC X(3).
           05 OS-DATE-LABEL    PIC X(7).
           05 OS-DATE          PIC 9(8).
           05 OS-FLOAT-LABEL   PIC X(8).
           05 OS-FLOAT         PIC 9(7)V9(2).
           05 OS-IN-LABEL      PIC X(5).
           05 OS-IN            PIC 9(9)V9(2).
           05 OS-OUT-LABEL     PIC X(6).
           05 OS-OUT           PIC 9(9)V9(2).
           05 OS-SYSTEM-LABEL  PIC X(9).
           05 OS-SYSTEM        PIC 9(9)V9(2).
           05 OS-COUNTED-LABEL PIC X(10).
           05 OS-COUNTED       PIC 9(9)V9(2).
           05 OS-RESULT-LABEL  PIC X(9).
           05 OS-RESULT        PIC X(8).
           05 OS-DIFF-LABEL    PIC X(7).
           05 OS-DIFF          PIC 9(9)V9(2).
           05 OS-SUP-LABEL     PIC X(6).
           05 OS-SUP           PIC X(10).

       FD RUNCTL-FILE.
       01 RUNCTL-RECORD.
           05 CTL-CENTRAL-DATE   PIC 9(8).
           05 FILLER             PIC X.
           05 CTL-CENTRAL-STATUS PIC X.
           05 FILLER             PIC X.
           05 CTL-RECON-DATE     PIC 9(8).
           05 FILLER             PIC X.
           05 CTL-RECON-VERDICT  PIC X.
           05 FILLER             PIC X.
           05 CTL-MONITOR-DATE   PIC 9(8).

       FD TXNSEQ-FILE.
       01 TXNSEQ-RECORD.
           05 NEXT-REF-SEQ PIC 9(12).

       FD NEW-TXNSEQ-FILE.
       01 NEW-TXNSEQ-RECORD.
           05 NEXT-REF-SEQ-NEW PIC 9(12).

       WORKING-STORAGE SECTION.
       01 MENU-INPUT PIC X(10).
       01 TELLER-ID-INPUT PIC X(10).
       01 TELLER-CODE-INPUT PIC X(10).
       01 ACC-INPUT PIC X(16).
       01 TARGET-ACC-INPUT PIC X(16).
       01 AMT-INPUT PIC S9(6)V9(2) VALUE 00000.00.
       01 AMT-INTEGER PIC 9(7).
       01 COUNT-INPUT PIC S9(7)V9(2) VALUE 0.
       01 SUP-ID-INPUT PIC X(10).
       01 SUP-CODE-INPUT PIC X(10).
       01 WS-MASTER-FS PIC XX.
       01 WS-TELLER-FS PIC XX.
       01 WS-SUP-FS PIC XX.
       01 WS-ATMLIST-FS PIC XX.
       01 WS-TRANS-FS PIC XX.
       01 WS-TRANSCTL-FS PIC XX.
       01 WS-DRAWER-FS PIC XX.
       01 WS-OVERSHORT-FS PIC XX.
       01 WS-RUNCTL-FS PIC XX.
       01 WS-TELLER-EOF PIC X VALUE 'N'.
       01 WS-SUP-OK PIC X VALUE 'N'.
       01 WS-CURRENT-DATETIME PIC X(21).
       01 WS-TODAY PIC 9(8).
       01 WS-AMT-EDITED PIC -(8)9.9(2).

      *    THE SIGNED-ON TELLER AND THE COUNTER TERMINAL THEY WORK.
       01 WS-SIGNED-ON PIC X VALUE 'N'.
       01 WS-TELLER-ID PIC X(6).
       01 WS-TELLER-NAME PIC X(20).
       01 WS-TELLER-TERM PIC X(3).
       01 WS-TELLER-FILE PIC X(30).

      *    EVERY CONFIGURED TERMINAL, LOADED FROM atmlist.txt - THE
      *    COUNTER'S OWN FILE IS FOUND HERE, AND THE AVAILABLE
      *    BALANCE NETS TODAY'S UNPOSTED ACTIVITY ACROSS ALL OF THEM
      *    THE SAME WAY ATMS DOES.
       01 WS-ATM-EOF PIC X VALUE 'N'.
       01 WS-ATM-COUNT PIC 9(3) VALUE 0.
       01 WS-ATM-IX PIC 9(3) VALUE 0.
       01 WS-FOUND-ATM PIC X VALUE 'N'.
       01 WS-TRANS-FILENAME PIC X(30).
       01 WS-ATMLIST-OLD-NAME PIC X(30) VALUE "atmlist.txt".
       01 WS-ATMLIST-NEW-NAME PIC X(30) VALUE "atmlist.txt.new".
       01 ATM-TABLE.
           05 ATM-ENTRY OCCURS 20 TIMES.
               10 ATM-ID   PIC X(3).
               10 ATM-FILE PIC X(30).

      *    THE ACCOUNT BEING SERVED. ONLY AN UNFLAGGED ACCOUNT MOVES
      *    MONEY AT THE COUNTER - A FROZEN, LOCKED, DORMANT, CLOSED
      *    OR LEGACY-NEGATIVE ACCOUNT IS A SUPERVISOR MATTER FOR
      *    REINSTATE, NOT A TELLER TRANSACTION.
       01 WS-CHECK-ACC PIC X(16).
       01 WS-ACC-OK PIC X VALUE 'N'.
       01 WS-ACC-BAL PIC 9(15) VALUE 0.
       01 WS-ACC-NAME PIC X(20).
       01 WS-SCAN-EOF PIC X VALUE 'N'.
       01 WS-SCAN-IX PIC 9(3) VALUE 0.
       01 WS-NET-TODAY PIC S9(9)V9(2) VALUE 0.
       01 WS-TXN-DOLLARS PIC S9(9)V9(2) VALUE 0.
       01 WS-AVAILABLE-BAL PIC S9(9)V9(2) VALUE 0.

      *    STAGING FIELDS FOR WRITE-TXN-RECORD.
       01 WS-WRITE-ACC PIC X(16).
       01 WS-WRITE-OP  PIC X.
       01 WS-TXN-WRITTEN PIC X VALUE 'N'.

      *    RUNNING CONTROL TOTAL FOR THE COUNTER'S TERMINAL FILE,
      *    MAINTAINED EXACTLY AS ATMS MAINTAINS ITS OWN.
       01 WS-CTL-EOF PIC X VALUE 'N'.
       01 WS-CTL-FOUND PIC X VALUE 'N'.
       01 WS-TRANSCTL-OLD-NAME PIC X(30) VALUE "transctl.txt".
       01 WS-TRANSCTL-NEW-NAME PIC X(30) VALUE "transctl.txt.new".

      *    THE TELLER'S DRAWER. WS-DR-OPEN IS SET WHEN THE TELLER HAS
      *    A DRAWER STILL OPEN (OF ANY DATE); WS-DR-TODAY WHEN A
      *    DRAWER ROW FOR TODAY EXISTS AT ALL, OPEN OR CLOSED.
       01 WS-DR-EOF PIC X VALUE 'N'.
       01 WS-DR-OPEN PIC X VALUE 'N'.
       01 WS-DR-TODAY PIC X VALUE 'N'.
       01 WS-DRAWER-OK PIC X VALUE 'N'.
       01 WS-DR-DATE PIC 9(8) VALUE 0.
       01 WS-DR-STATUS PIC X VALUE SPACE.
       01 WS-DR-FLOAT PIC 9(7)V9(2) VALUE 0.
       01 WS-DR-IN PIC 9(9)V9(2) VALUE 0.
       01 WS-DR-OUT PIC 9(9)V9(2) VALUE 0.
       01 WS-DR-SYSTEM PIC S9(9)V9(2) VALUE 0.
       01 WS-DR-COUNTED PIC 9(9)V9(2) VALUE 0.
       01 WS-DR-DIFF PIC S9(9)V9(2) VALUE 0.
       01 WS-DR-OS PIC X VALUE SPACE.
       01 WS-DR-SUP PIC X(10) VALUE SPACES.
       01 WS-DR-CLOSED PIC 9(8) VALUE 0.
       01 WS-DRAWER-OLD-NAME PIC X(30) VALUE "drawers.txt".
       01 WS-DRAWER-NEW-NAME PIC X(30) VALUE "drawers.txt.new".
       01 WS-TERM-CASH PIC 9(7)V9(2) VALUE 0.

      *    UNIQUE TRANSACTION REFERENCE FROM THE SHARED txnseq.txt
      *    COUNTER, LIKE EVERY OTHER TRANSACTION WRITER.
       01 WS-TXNSEQ-FS PIC XX.
       01 WS-NEXT-REF PIC 9(12) VALUE 0.
       01 WS-TXNSEQ-OLD-NAME PIC X(30) VALUE "txnseq.txt".
       01 WS-TXNSEQ-NEW-NAME PIC X(30) VALUE "txnseq.txt.new".
       01 WS-RUNCTL-BLOCK PIC X VALUE 'N'.
       01 WS-UNCONSUMED-FLAG PIC X VALUE 'N'.


       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           PERFORM LOAD-ATM-TABLE.
           DISPLAY "##############################################".
           DISPLAY "##     Gringotts Wizarding Bank - Counter   ##".
           DISPLAY "##############################################".
           GO TO SIGN-ON-PROMPT.

       LOAD-ATM-TABLE.
           MOVE 0 TO WS-ATM-COUNT.
           OPEN INPUT ATM-LIST-FILE.
           IF WS-ATMLIST-FS NOT = "00" THEN
           DISPLAY "=> ATM CONFIGURATION FILE atmlist.txt NOT FOUND"
           STOP RUN
           END-IF.
           MOVE 'N' TO WS-ATM-EOF.
           PERFORM LOAD-ATM-ENTRY UNTIL WS-ATM-EOF = 'Y'.
           CLOSE ATM-LIST-FILE.

       LOAD-ATM-ENTRY.
           READ ATM-LIST-FILE AT END MOVE 'Y' TO WS-ATM-EOF.
           IF WS-ATM-EOF NOT = 'Y' THEN
           IF WS-ATM-COUNT >= 20 THEN
           DISPLAY "=> WARNING: atmlist.txt EXCEEDS 20 TERMINALS"
           DISPLAY "=> REMAINING ENTRIES IGNORED"
           MOVE 'Y' TO WS-ATM-EOF
           ELSE
           ADD 1 TO WS-ATM-COUNT
           MOVE ATM-ID-IN TO ATM-ID(WS-ATM-COUNT)
           MOVE ATM-FILE-IN TO ATM-FILE(WS-ATM-COUNT)
           END-IF
           END-IF.

       SIGN-ON-PROMPT.
           DISPLAY "=> TELLER ID".
           ACCEPT TELLER-ID-INPUT FROM SYSIN.
           DISPLAY "=> TELLER CODE".
           ACCEPT TELLER-CODE-INPUT FROM SYSIN.

           MOVE 'N' TO WS-SIGNED-ON.
           OPEN INPUT TELLER-FILE.
           IF WS-TELLER-FS NOT = "00" THEN
           DISPLAY "=> TELLER FILE tellers.txt NOT FOUND"
           STOP RUN
           END-IF.
           MOVE 'N' TO WS-TELLER-EOF.
           PERFORM MATCH-TELLER UNTIL WS-TELLER-EOF = 'Y'.
           CLOSE TELLER-FILE.
           IF WS-SIGNED-ON NOT = 'Y' THEN
           DISPLAY "=> INCORRECT TELLER ID/CODE"
           GO TO SIGN-ON-PROMPT
           END-IF.

      *    THE COUNTER TERMINAL MUST BE REGISTERED IN atmlist.txt,
      *    OR CENTRAL WOULD NEVER PICK ITS FILE UP.
           MOVE 'N' TO WS-FOUND-ATM.
           MOVE 1 TO WS-ATM-IX.
           PERFORM FIND-TELLER-TERMINAL
               UNTIL WS-ATM-IX > WS-ATM-COUNT OR WS-FOUND-ATM = 'Y'.
           IF WS-FOUND-ATM NOT = 'Y' THEN
           DISPLAY "=> COUNTER TERMINAL " WS-TELLER-TERM
               " IS NOT REGISTERED IN atmlist.txt"
           STOP RUN
           END-IF.
           DISPLAY "=> SIGNED ON: " WS-TELLER-NAME
               " AT COUNTER " WS-TELLER-TERM.
           GO TO MENU-PROMPT.

       MATCH-TELLER.
           READ TELLER-FILE AT END MOVE 'Y' TO WS-TELLER-EOF.
           IF WS-TELLER-EOF NOT = 'Y'
               AND TELLER-ID-TL = TELLER-ID-INPUT THEN
           MOVE 'Y' TO WS-TELLER-EOF
           IF TELLER-CODE-TL = TELLER-CODE-INPUT THEN
           MOVE 'Y' TO WS-SIGNED-ON
           MOVE TELLER-ID-TL TO WS-TELLER-ID
           MOVE TELLER-NAME-TL TO WS-TELLER-NAME
           MOVE TELLER-TERM-TL TO WS-TELLER-TERM
           END-IF
           END-IF.

       FIND-TELLER-TERMINAL.
           IF ATM-ID(WS-ATM-IX) = WS-TELLER-TERM THEN
           MOVE 'Y' TO WS-FOUND-ATM
           MOVE ATM-FILE(WS-ATM-IX) TO WS-TELLER-FILE
           ELSE
           ADD 1 TO WS-ATM-IX
           END-IF.

       MENU-PROMPT.
           DISPLAY "=> PLEASE CHOOSE AN OPTION".
           DISPLAY "=> PRESS 1 TO OPEN THE DRAWER".
           DISPLAY "=> PRESS 2 FOR CASH DEPOSIT".
           DISPLAY "=> PRESS 3 FOR CASH WITHDRAWAL".
           DISPLAY "=> PRESS 4 FOR TRANSFER".
           DISPLAY "=> PRESS 5 FOR DRAWER POSITION".
           DISPLAY "=> PRESS 6 TO CLOSE THE DRAWER".
           DISPLAY "=> PRESS 7 TO SIGN OFF".

           ACCEPT MENU-INPUT FROM SYSIN

           IF MENU-INPUT = 1 THEN GO TO OPEN-DRAWER-HANDLER
           END-IF.

           IF MENU-INPUT = 2 THEN GO TO DEPOSIT-HANDLER
           END-IF.

           IF MENU-INPUT = 3 THEN GO TO WITHDRAWAL-HANDLER
           END-IF.

           IF MENU-INPUT = 4 THEN GO TO TRANSFER-HANDLER
           END-IF.

           IF MENU-INPUT = 5 THEN GO TO POSITION-HANDLER
           END-IF.

           IF MENU-INPUT = 6 THEN GO TO CLOSE-DRAWER-HANDLER
           END-IF.

           IF MENU-INPUT = 7 THEN
           STOP RUN
           END-IF.

           DISPLAY "=> INVALID INPUT".
           GO TO MENU-PROMPT.

       OPEN-DRAWER-HANDLER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY.
           PERFORM LOAD-DRAWER-STATE.
           IF WS-DR-OPEN = 'Y' THEN
           IF WS-DR-DATE = WS-TODAY THEN
           DISPLAY "=> DRAWER IS ALREADY OPEN"
           ELSE
           DISPLAY "=> DRAWER OF " WS-DR-DATE " WAS NEVER CLOSED"
           DISPLAY "=> CLOSE IT BEFORE OPENING A NEW ONE"
           END-IF
           GO TO MENU-PROMPT
           END-IF.
           IF WS-DR-TODAY = 'Y' THEN
           DISPLAY "=> TODAY'S DRAWER HAS ALREADY BEEN CLOSED"
           GO TO MENU-PROMPT
           END-IF.

      *    THE SAME OPENING POSTURE AS ATMS - NOT ON A MASTER WITHOUT
      *    AN IN-BALANCE VERDICT, AND NOT WHILE THE COUNTER'S FILE
      *    STILL HOLDS A PREVIOUS DAY CENTRAL HAS NOT ARCHIVED.
           PERFORM CHECK-RUN-CONTROL.
           IF WS-RUNCTL-BLOCK = 'Y' THEN
           DISPLAY "=> THE LAST CENTRAL RUN HAS NO IN-BALANCE"
           DISPLAY "=> RECONCILIATION VERDICT BEHIND IT."
           DISPLAY "=> RUN RECON (AND RESOLVE ANY OUT-OF-BALANCE) FIRST"
           GO TO MENU-PROMPT
           END-IF.
           MOVE WS-TELLER-FILE TO WS-TRANS-FILENAME.
           MOVE 'N' TO WS-UNCONSUMED-FLAG.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-FS = "00" THEN
           READ TRANS-FILE
               AT END CONTINUE
               NOT AT END MOVE 'Y' TO WS-UNCONSUMED-FLAG
           END-READ
           CLOSE TRANS-FILE
           END-IF.
           IF WS-UNCONSUMED-FLAG = 'Y' THEN
           DISPLAY "=> PREVIOUS COUNTER TRANSACTIONS HAVE NOT BEEN"
           DISPLAY "=> PROCESSED BY CENTRAL YET. RUN CENTRAL FIRST."
           GO TO MENU-PROMPT
           END-IF.

           DISPLAY "=> OPENING FLOAT ISSUED FROM THE VAULT".
           ACCEPT COUNT-INPUT FROM SYSIN.
           IF COUNT-INPUT < 0 THEN
           DISPLAY "INCORRECT AMOUNT"
           GO TO MENU-PROMPT
           END-IF.

           OPEN EXTEND DRAWER-FILE.
           IF WS-DRAWER-FS = "35" THEN
           OPEN OUTPUT DRAWER-FILE
           END-IF.
           MOVE SPACES TO DRAWER-RECORD.
           MOVE WS-TELLER-ID TO TELLER-DR.
           MOVE WS-TELLER-TERM TO TERM-DR.
           MOVE WS-TODAY TO DATE-DR.
           MOVE 'O' TO STATUS-DR.
           MOVE COUNT-INPUT TO FLOAT-DR.
           MOVE 0 TO IN-DR.
           MOVE 0 TO OUT-DR.
           MOVE 0 TO COUNTED-DR.
           MOVE 0 TO DIFF-DR.
           MOVE 0 TO CLOSED-DR.
           WRITE DRAWER-RECORD.
           CLOSE DRAWER-FILE.

           MOVE COUNT-INPUT TO WS-TERM-CASH.
           PERFORM UPDATE-TERMINAL-CASH.
           MOVE COUNT-INPUT TO WS-AMT-EDITED.
           DISPLAY "=> DRAWER OPENED WITH FLOAT " WS-AMT-EDITED.
           GO TO MENU-PROMPT.

       CHECK-RUN-CONTROL.
           MOVE 'N' TO WS-RUNCTL-BLOCK.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-FS = "00" THEN
           READ RUNCTL-FILE
               AT END CONTINUE
               NOT AT END
               IF CTL-CENTRAL-DATE > 0 THEN
               IF CTL-CENTRAL-STATUS NOT = 'V'
                   OR CTL-RECON-VERDICT NOT = 'I' THEN
               MOVE 'Y' TO WS-RUNCTL-BLOCK
               END-IF
               END-IF
           END-READ
           CLOSE RUNCTL-FILE
           END-IF.

       LOAD-DRAWER-STATE.
           MOVE 'N' TO WS-DR-OPEN.
           MOVE 'N' TO WS-DR-TODAY.
           OPEN INPUT DRAWER-FILE.
           IF WS-DRAWER-FS = "00" THEN
           MOVE 'N' TO WS-DR-EOF
           PERFORM MATCH-DRAWER UNTIL WS-DR-EOF = 'Y'
           CLOSE DRAWER-FILE
           END-IF.

       MATCH-DRAWER.
           READ DRAWER-FILE AT END MOVE 'Y' TO WS-DR-EOF.
           IF WS-DR-EOF NOT = 'Y' AND TELLER-DR = WS-TELLER-ID THEN
           IF DATE-DR = WS-TODAY THEN
           MOVE 'Y' TO WS-DR-TODAY
           END-IF
           IF STATUS-DR = 'O' THEN
           MOVE 'Y' TO WS-DR-OPEN
           MOVE 'O' TO WS-DR-STATUS
           MOVE DATE-DR TO WS-DR-DATE
           MOVE FLOAT-DR TO WS-DR-FLOAT
           MOVE IN-DR TO WS-DR-IN
           MOVE OUT-DR TO WS-DR-OUT
           COMPUTE WS-DR-SYSTEM = WS-DR-FLOAT + WS-DR-IN - WS-DR-OUT
           END-IF
           END-IF.

       CHECK-DRAWER-OPEN.
      *    COUNTER CASH ONLY MOVES THROUGH TODAY'S OPEN DRAWER.
           MOVE 'N' TO WS-DRAWER-OK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY.
           PERFORM LOAD-DRAWER-STATE.
           IF WS-DR-OPEN NOT = 'Y' THEN
           DISPLAY "=> NO DRAWER OPEN - OPEN THE DRAWER FIRST"
           ELSE
           IF WS-DR-DATE NOT = WS-TODAY THEN
           DISPLAY "=> DRAWER OF " WS-DR-DATE " WAS NEVER CLOSED"
           DISPLAY "=> CLOSE IT BEFORE TAKING TRANSACTIONS"
           ELSE
           MOVE 'Y' TO WS-DRAWER-OK
           END-IF
           END-IF.

       DEPOSIT-HANDLER.
           PERFORM CHECK-DRAWER-OPEN.
           IF WS-DRAWER-OK NOT = 'Y' THEN
           GO TO MENU-PROMPT
           END-IF.
           DISPLAY "=> ACCOUNT NUMBER (16 DIGITS)"
           ACCEPT ACC-INPUT FROM SYSIN
           IF ACC-INPUT NOT NUMERIC THEN
           DISPLAY "=> ACCOUNT NUMBER MUST BE EXACTLY 16 DIGITS"
           GO TO MENU-PROMPT
           END-IF.
           MOVE ACC-INPUT TO WS-CHECK-ACC.
           PERFORM CHECK-ACC-STATE.
           IF WS-ACC-OK NOT = 'Y' THEN
           GO TO MENU-PROMPT
           END-IF.
           DISPLAY "=> ACCOUNT NAME: " WS-ACC-NAME.

           DISPLAY "=> AMOUNT"
           ACCEPT AMT-INPUT FROM SYSIN
           COMPUTE AMT-INTEGER = AMT-INPUT * 100.00.
           IF AMT-INPUT <= 0 THEN
           DISPLAY "INCORRECT AMOUNT"
           GO TO MENU-PROMPT
           END-IF.
           IF AMT-INPUT > 99999.99 THEN
           DISPLAY "INCORRECT AMOUNT"
           GO TO MENU-PROMPT
           END-IF.

           MOVE ACC-INPUT TO WS-WRITE-ACC.
           MOVE "D" TO WS-WRITE-OP.
           PERFORM WRITE-TXN-RECORD.
           IF WS-TXN-WRITTEN = 'Y' THEN
           ADD AMT-INPUT TO WS-DR-IN
           PERFORM REWRITE-OPEN-DRAWER
           DISPLAY "=> CASH DEPOSIT RECORDED - REF " WS-NEXT-REF
           END-IF.
           GO TO MENU-PROMPT.

       WITHDRAWAL-HANDLER.
           PERFORM CHECK-DRAWER-OPEN.
           IF WS-DRAWER-OK NOT = 'Y' THEN
           GO TO MENU-PROMPT
           END-IF.
           DISPLAY "=> ACCOUNT NUMBER (16 DIGITS)"
           ACCEPT ACC-INPUT FROM SYSIN
           IF ACC-INPUT NOT NUMERIC THEN
           DISPLAY "=> ACCOUNT NUMBER MUST BE EXACTLY 16 DIGITS"
           GO TO MENU-PROMPT
           END-IF.
           MOVE ACC-INPUT TO WS-CHECK-ACC.
           PERFORM CHECK-ACC-STATE.
           IF WS-ACC-OK NOT = 'Y' THEN
           GO TO MENU-PROMPT
           END-IF.
           DISPLAY "=> ACCOUNT NAME: " WS-ACC-NAME.

           DISPLAY "=> AMOUNT"
           ACCEPT AMT-INPUT FROM SYSIN
           COMPUTE AMT-INTEGER = AMT-INPUT * 100.00.
           IF AMT-INPUT <= 0 THEN
           DISPLAY "INCORRECT AMOUNT"
           GO TO MENU-PROMPT
           END-IF.
           IF AMT-INPUT > 99999.99 THEN
           DISPLAY "INCORRECT AMOUNT"
           GO TO MENU-PROMPT
           END-IF.

      *    THE CUSTOMER IS AT THE COUNTER, SO THE ATM DAILY CEILING
      *    DOES NOT APPLY - BUT THE RUNNING BALANCE AND THE CASH
      *    ACTUALLY IN THE DRAWER DO.
           PERFORM COMPUTE-AVAILABLE-BAL.
           IF WS-AVAILABLE-BAL < AMT-INPUT THEN
           DISPLAY "=> INSUFFICIENT BALANCE"
           GO TO MENU-PROMPT
           END-IF.
           IF WS-DR-SYSTEM < AMT-INPUT THEN
           DISPLAY "=> DRAWER CANNOT COVER THAT AMOUNT"
           DISPLAY "=> OBTAIN CASH FROM THE VAULT OR REFER THE CUSTOMER"
           GO TO MENU-PROMPT
           END-IF.

           MOVE ACC-INPUT TO WS-WRITE-ACC.
           MOVE "W" TO WS-WRITE-OP.
           PERFORM WRITE-TXN-RECORD.
           IF WS-TXN-WRITTEN = 'Y' THEN
           ADD AMT-INPUT TO WS-DR-OUT
           PERFORM REWRITE-OPEN-DRAWER
           DISPLAY "=> CASH WITHDRAWAL RECORDED - REF " WS-NEXT-REF
           END-IF.
           GO TO MENU-PROMPT.

       TRANSFER-HANDLER.
      *    NO CASH CROSSES THE COUNTER - THE DRAWER IS UNTOUCHED,
      *    BUT THE PAIR STILL GOES TO THE COUNTER'S OWN FILE.
           PERFORM CHECK-DRAWER-OPEN.
           IF WS-DRAWER-OK NOT = 'Y' THEN
           GO TO MENU-PROMPT
           END-IF.
           DISPLAY "=> SOURCE ACCOUNT NUMBER (16 DIGITS)"
           ACCEPT ACC-INPUT FROM SYSIN
           IF ACC-INPUT NOT NUMERIC THEN
           DISPLAY "=> ACCOUNT NUMBER MUST BE EXACTLY 16 DIGITS"
           GO TO MENU-PROMPT
           END-IF.
           DISPLAY "=> TARGET ACCOUNT NUMBER (16 DIGITS)"
           ACCEPT TARGET-ACC-INPUT FROM SYSIN
           IF TARGET-ACC-INPUT NOT NUMERIC THEN
           DISPLAY "=> ACCOUNT NUMBER MUST BE EXACTLY 16 DIGITS"
           GO TO MENU-PROMPT
           END-IF.
           IF TARGET-ACC-INPUT = ACC-INPUT THEN
           DISPLAY "=> CANNOT TRANSFER AN ACCOUNT TO ITSELF"
           GO TO MENU-PROMPT
           END-IF.
           MOVE TARGET-ACC-INPUT TO WS-CHECK-ACC.
           PERFORM CHECK-ACC-STATE.
           IF WS-ACC-OK NOT = 'Y' THEN
           GO TO MENU-PROMPT
           END-IF.
           DISPLAY "=> TARGET ACCOUNT NAME: " WS-ACC-NAME.
      *    THE SOURCE IS CHECKED LAST SO ITS BALANCE IS THE ONE LEFT
      *    FOR THE FUNDS CHECK.
           MOVE ACC-INPUT TO WS-CHECK-ACC.
           PERFORM CHECK-ACC-STATE.
           IF WS-ACC-OK NOT = 'Y' THEN
           GO TO MENU-PROMPT
           END-IF.
           DISPLAY "=> SOURCE ACCOUNT NAME: " WS-ACC-NAME.

           DISPLAY "=> AMOUNT"
           ACCEPT AMT-INPUT FROM SYSIN
           COMPUTE AMT-INTEGER = AMT-INPUT * 100.00.
           IF AMT-INPUT <= 0 THEN
           DISPLAY "INCORRECT AMOUNT"
           GO TO MENU-PROMPT
           END-IF.
           IF AMT-INPUT > 99999.99 THEN
           DISPLAY "INCORRECT AMOUNT"
           GO TO MENU-PROMPT
           END-IF.
           PERFORM COMPUTE-AVAILABLE-BAL.
           IF WS-AVAILABLE-BAL < AMT-INPUT THEN
           DISPLAY "=> INSUFFICIENT BALANCE"
           GO TO MENU-PROMPT
           END-IF.

           MOVE ACC-INPUT TO WS-WRITE-ACC.
           MOVE "W" TO WS-WRITE-OP.
           PERFORM WRITE-TXN-RECORD.
           IF WS-TXN-WRITTEN = 'Y' THEN
           DISPLAY "=> TRANSFER DEBIT RECORDED - REF " WS-NEXT-REF
           MOVE TARGET-ACC-INPUT TO WS-WRITE-ACC
           MOVE "D" TO WS-WRITE-OP
           PERFORM WRITE-TXN-RECORD
           IF WS-TXN-WRITTEN = 'Y' THEN
           DISPLAY "=> TRANSFER CREDIT RECORDED - REF " WS-NEXT-REF
           END-IF
           END-IF.
           GO TO MENU-PROMPT.

       POSITION-HANDLER.
           PERFORM CHECK-DRAWER-OPEN.
           IF WS-DRAWER-OK NOT = 'Y' THEN
           GO TO MENU-PROMPT
           END-IF.
           MOVE WS-DR-FLOAT TO WS-AMT-EDITED.
           DISPLAY "=> OPENING FLOAT:  " WS-AMT-EDITED.
           MOVE WS-DR-IN TO WS-AMT-EDITED.
           DISPLAY "=> CASH TAKEN IN:  " WS-AMT-EDITED.
           MOVE WS-DR-OUT TO WS-AMT-EDITED.
           DISPLAY "=> CASH PAID OUT:  " WS-AMT-EDITED.
           MOVE WS-DR-SYSTEM TO WS-AMT-EDITED.
           DISPLAY "=> CASH IN DRAWER: " WS-AMT-EDITED.
           GO TO MENU-PROMPT.

       CLOSE-DRAWER-HANDLER.
      *    BLIND COUNT - THE SYSTEM FIGURE IS ONLY SHOWN ONCE THE
      *    TELLER HAS DECLARED WHAT IS PHYSICALLY IN THE DRAWER. A
      *    DRAWER LEFT OPEN FROM AN EARLIER DAY IS CLOSED THE SAME
      *    WAY, UNDER ITS OWN DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY.
           PERFORM LOAD-DRAWER-STATE.
           IF WS-DR-OPEN NOT = 'Y' THEN
           DISPLAY "=> NO DRAWER OPEN"
           GO TO MENU-PROMPT
           END-IF.

           DISPLAY "=> COUNTED CASH IN DRAWER".
           ACCEPT COUNT-INPUT FROM SYSIN.
           IF COUNT-INPUT < 0 THEN
           DISPLAY "INCORRECT AMOUNT"
           GO TO MENU-PROMPT
           END-IF.
           MOVE COUNT-INPUT TO WS-DR-COUNTED.
           COMPUTE WS-DR-DIFF = WS-DR-COUNTED - WS-DR-SYSTEM.
           MOVE SPACES TO WS-DR-SUP.

           IF WS-DR-DIFF = 0 THEN
           MOVE SPACE TO WS-DR-OS
           ELSE
           IF WS-DR-DIFF > 0 THEN
           MOVE 'O' TO WS-DR-OS
           MOVE WS-DR-DIFF TO WS-AMT-EDITED
           DISPLAY "=> DRAWER IS OVER BY " WS-AMT-EDITED
           ELSE
           MOVE 'S' TO WS-DR-OS
           COMPUTE WS-DR-DIFF = 0 - WS-DR-DIFF
           MOVE WS-DR-DIFF TO WS-AMT-EDITED
           DISPLAY "=> DRAWER IS SHORT BY " WS-AMT-EDITED
           END-IF
           MOVE WS-DR-SYSTEM TO WS-AMT-EDITED
           DISPLAY "=> SYSTEM FIGURE IS " WS-AMT-EDITED
           DISPLAY "=> OUT-OF-BALANCE DRAWER NEEDS SUPERVISOR SIGN-OFF"
           PERFORM SUPERVISOR-CHECK
           IF WS-SUP-OK NOT = 'Y' THEN
           DISPLAY "=> DRAWER NOT CLOSED - RECOUNT OR CALL A SUPERVISOR"
           GO TO MENU-PROMPT
           END-IF
           MOVE SUP-ID-INPUT TO WS-DR-SUP
           END-IF.

           MOVE 'C' TO WS-DR-STATUS.
           MOVE WS-TODAY TO WS-DR-CLOSED.
           PERFORM REWRITE-OPEN-DRAWER.
           PERFORM WRITE-OVERSHORT-LINE.
      *    THE COUNTED CASH GOES BACK TO THE VAULT WITH THE DRAWER.
           MOVE 0 TO WS-TERM-CASH.
           PERFORM UPDATE-TERMINAL-CASH.
           IF WS-DR-OS = SPACE THEN
           DISPLAY "=> DRAWER BALANCED AND CLOSED"
           ELSE
           DISPLAY "=> DRAWER CLOSED OUT OF BALANCE UNDER SUPERVISOR "
               WS-DR-SUP
           END-IF.
           DISPLAY "=> LOGGED TO overShortReport.txt".
           GO TO MENU-PROMPT.

       SUPERVISOR-CHECK.
      *    THE SUPERVISOR CODE LIVES IN supervisor.txt, AS FOR
      *    ADJUST AND REINSTATE. NO CODE FILE MEANS NOBODY SIGNS OFF
      *    AN OUT-OF-BALANCE DRAWER.
           MOVE 'N' TO WS-SUP-OK.
           OPEN INPUT SUPERVISOR-FILE.
           IF WS-SUP-FS NOT = "00" THEN
           DISPLAY "=> SUPERVISOR CODE FILE supervisor.txt NOT FOUND"
           ELSE
           READ SUPERVISOR-FILE
               AT END
               DISPLAY "=> SUPERVISOR CODE FILE supervisor.txt EMPTY"
               NOT AT END
               MOVE 'Y' TO WS-SUP-OK
           END-READ
           CLOSE SUPERVISOR-FILE
           END-IF.
           IF WS-SUP-OK = 'Y' THEN
           DISPLAY "=> SUPERVISOR ID"
           ACCEPT SUP-ID-INPUT FROM SYSIN
           DISPLAY "=> SUPERVISOR CODE"
           ACCEPT SUP-CODE-INPUT FROM SYSIN
           IF SUP-CODE NOT = SUP-CODE-INPUT THEN
           DISPLAY "=> INCORRECT SUPERVISOR CODE"
           MOVE 'N' TO WS-SUP-OK
           END-IF
           END-IF.

       CHECK-ACC-STATE.
           MOVE 'N' TO WS-ACC-OK.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FS NOT = "00" THEN
           DISPLAY "=> MASTER FILE master.dat NOT FOUND"
           STOP RUN
           END-IF.
           MOVE WS-CHECK-ACC TO ACC.
           READ MASTER-FILE
               INVALID KEY
               DISPLAY "=> ACCOUNT " WS-CHECK-ACC " DOES NOT EXIST"
               NOT INVALID KEY
               MOVE BAL TO WS-ACC-BAL
               MOVE ACC-NAME TO WS-ACC-NAME
               IF SIG = ' ' THEN
               MOVE 'Y' TO WS-ACC-OK
               ELSE
               DISPLAY "=> ACCOUNT " WS-CHECK-ACC
                   " CARRIES STATUS FLAG " SIG
               DISPLAY "=> REFER THE CUSTOMER TO A SUPERVISOR"
               END-IF
           END-READ.
           CLOSE MASTER-FILE.

       COMPUTE-AVAILABLE-BAL.
      *    MASTER BALANCE OF THE ACCOUNT LAST CHECKED, NETTED WITH
      *    TODAY'S ALREADY-WRITTEN RECORDS FOR ACC-INPUT ACROSS EVERY
      *    CONFIGURED TERMINAL - ATMS AND COUNTERS ALIKE.
           MOVE 0 TO WS-NET-TODAY.
           MOVE 1 TO WS-SCAN-IX.
           PERFORM SCAN-ONE-TERMINAL UNTIL WS-SCAN-IX > WS-ATM-COUNT.
           COMPUTE WS-AVAILABLE-BAL = WS-ACC-BAL / 100 + WS-NET-TODAY.

       SCAN-ONE-TERMINAL.
           MOVE ATM-FILE(WS-SCAN-IX) TO WS-TRANS-FILENAME.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-FS = "00" THEN
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM SCAN-ONE-RECORD UNTIL WS-SCAN-EOF = 'Y'
           CLOSE TRANS-FILE
           END-IF.
           ADD 1 TO WS-SCAN-IX.

       SCAN-ONE-RECORD.
           READ TRANS-FILE AT END MOVE 'Y' TO WS-SCAN-EOF.
           IF WS-SCAN-EOF NOT = 'Y' AND ACC-T = ACC-INPUT THEN
           COMPUTE WS-TXN-DOLLARS = AMT-T / 100
           IF OP-T = 'D' THEN
           ADD WS-TXN-DOLLARS TO WS-NET-TODAY
           ELSE
           SUBTRACT WS-TXN-DOLLARS FROM WS-NET-TODAY
           END-IF
           END-IF.

       WRITE-TXN-RECORD.
           MOVE WS-TELLER-FILE TO WS-TRANS-FILENAME.
           MOVE WS-WRITE-ACC TO ACC-T.
           MOVE WS-WRITE-OP TO OP-T.
           MOVE AMT-INTEGER TO AMT-T.
           MOVE WS-TELLER-TERM TO TERM-T.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO TS-DATE-T.
           MOVE WS-CURRENT-DATETIME(9:6) TO TS-TIME-T.
           PERFORM GET-NEXT-TXN-REF.
           MOVE WS-NEXT-REF TO REF-T.
           OPEN EXTEND TRANS-FILE.
           IF WS-TRANS-FS = "35" THEN
           OPEN OUTPUT TRANS-FILE
           END-IF.
           WRITE TRANS-RECORD.
           IF WS-TRANS-FS = "00" THEN
           MOVE 'Y' TO WS-TXN-WRITTEN
           ELSE
           MOVE 'N' TO WS-TXN-WRITTEN
           DISPLAY "=> WARNING: TRANSACTION NOT RECORDED - "
               WS-WRITE-ACC
           END-IF.
           CLOSE TRANS-FILE.
           IF WS-TXN-WRITTEN = 'Y' THEN
           PERFORM UPDATE-TRANS-CONTROL
           END-IF.

       GET-NEXT-TXN-REF.
      *    READ THE SINGLE-ROW COUNTER, STAGE THE BUMPED VALUE TO
      *    txnseq.txt.new AND RENAME IT ON. AN ABSENT FILE MEANS THE
      *    SEQUENCE STARTS FROM ONE.
           MOVE 1 TO WS-NEXT-REF.
           OPEN INPUT TXNSEQ-FILE.
           IF WS-TXNSEQ-FS = "00" THEN
           READ TXNSEQ-FILE
               AT END CONTINUE
               NOT AT END MOVE NEXT-REF-SEQ TO WS-NEXT-REF
           END-READ
           CLOSE TXNSEQ-FILE
           END-IF.
           OPEN OUTPUT NEW-TXNSEQ-FILE.
           COMPUTE NEXT-REF-SEQ-NEW = WS-NEXT-REF + 1.
           WRITE NEW-TXNSEQ-RECORD.
           CLOSE NEW-TXNSEQ-FILE.
           CALL "CBL_RENAME_FILE" USING WS-TXNSEQ-NEW-NAME
               WS-TXNSEQ-OLD-NAME.

       UPDATE-TRANS-CONTROL.
      *    BUMP THE COUNTER'S CONTROL ROW TO COVER THE RECORD JUST
      *    WRITTEN, WITH THE SAME COPY-THEN-RENAME REWRITE AS ATMS.
           MOVE 'N' TO WS-CTL-FOUND.
           MOVE 'N' TO WS-CTL-EOF.
           OPEN INPUT TRANSCTL-FILE.
           OPEN OUTPUT NEW-TRANSCTL-FILE.
           IF WS-TRANSCTL-FS = "00" THEN
           PERFORM COPY-TRANSCTL-RECORD UNTIL WS-CTL-EOF = 'Y'
           END-IF.
           IF WS-CTL-FOUND NOT = 'Y' THEN
           MOVE SPACES TO NEW-TRANSCTL-RECORD
           MOVE WS-TELLER-TERM TO TERM-CTL-NEW
           MOVE 1 TO COUNT-CTL-NEW
           MOVE AMT-INTEGER TO AMT-CTL-NEW
           WRITE NEW-TRANSCTL-RECORD
           END-IF.
           CLOSE TRANSCTL-FILE.
           CLOSE NEW-TRANSCTL-FILE.
           CALL "CBL_RENAME_FILE" USING WS-TRANSCTL-NEW-NAME
               WS-TRANSCTL-OLD-NAME.

       COPY-TRANSCTL-RECORD.
           READ TRANSCTL-FILE AT END MOVE 'Y' TO WS-CTL-EOF.
           IF WS-CTL-EOF NOT = 'Y' THEN
           MOVE SPACES TO NEW-TRANSCTL-RECORD
           MOVE TERM-CTL TO TERM-CTL-NEW
           MOVE COUNT-CTL TO COUNT-CTL-NEW
           MOVE AMT-CTL TO AMT-CTL-NEW
           IF TERM-CTL = WS-TELLER-TERM THEN
           MOVE 'Y' TO WS-CTL-FOUND
           ADD 1 TO COUNT-CTL-NEW
           ADD AMT-INTEGER TO AMT-CTL-NEW
           END-IF
           WRITE NEW-TRANSCTL-RECORD
           END-IF.

       REWRITE-OPEN-DRAWER.
      *    CARRY THE TELLER'S OPEN DRAWER ROW FORWARD WITH THE
      *    CURRENT FIGURES (OR ITS CLOSE) - STAGE AND RENAME, LIKE
      *    failcount.txt - AND MIRROR THE SYSTEM FIGURE INTO THE
      *    COUNTER'S CASH COLUMN IN atmlist.txt WHILE IT STAYS OPEN.
           COMPUTE WS-DR-SYSTEM = WS-DR-FLOAT + WS-DR-IN - WS-DR-OUT.
           MOVE 'N' TO WS-DR-EOF.
           OPEN INPUT DRAWER-FILE.
           OPEN OUTPUT NEW-DRAWER-FILE.
           IF WS-DRAWER-FS = "00" THEN
           PERFORM COPY-DRAWER-RECORD UNTIL WS-DR-EOF = 'Y'
           END-IF.
           CLOSE DRAWER-FILE.
           CLOSE NEW-DRAWER-FILE.
           CALL "CBL_RENAME_FILE" USING WS-DRAWER-NEW-NAME
               WS-DRAWER-OLD-NAME.
           IF WS-DR-STATUS = 'O' THEN
           MOVE WS-DR-SYSTEM TO WS-TERM-CASH
           PERFORM UPDATE-TERMINAL-CASH
           END-IF.

       COPY-DRAWER-RECORD.
           READ DRAWER-FILE AT END MOVE 'Y' TO WS-DR-EOF.
           IF WS-DR-EOF NOT = 'Y' THEN
           MOVE DRAWER-RECORD TO NEW-DRAWER-RECORD
           IF TELLER-DR = WS-TELLER-ID AND STATUS-DR = 'O' THEN
           MOVE WS-DR-STATUS TO STATUS-DR-NEW
           MOVE WS-DR-IN TO IN-DR-NEW
           MOVE WS-DR-OUT TO OUT-DR-NEW
           IF WS-DR-STATUS = 'C' THEN
           MOVE WS-DR-COUNTED TO COUNTED-DR-NEW
           MOVE WS-DR-OS TO OS-DR-NEW
           MOVE WS-DR-DIFF TO DIFF-DR-NEW
           MOVE WS-DR-SUP TO SUP-DR-NEW
           MOVE WS-DR-CLOSED TO CLOSED-DR-NEW
           END-IF
           END-IF
           WRITE NEW-DRAWER-RECORD
           END-IF.

       UPDATE-TERMINAL-CASH.
      *    ONLY THE COUNTER'S OWN ROW OF atmlist.txt IS CHANGED; EVERY
      *    OTHER TERMINAL IS COPIED ACROSS AS IT STANDS ON DISK.
           OPEN INPUT ATM-LIST-FILE.
           IF WS-ATMLIST-FS = "00" THEN
           OPEN OUTPUT NEW-ATM-LIST-FILE
           MOVE 'N' TO WS-ATM-EOF
           PERFORM COPY-ATM-LIST-ENTRY UNTIL WS-ATM-EOF = 'Y'
           CLOSE NEW-ATM-LIST-FILE
           CLOSE ATM-LIST-FILE
           CALL "CBL_RENAME_FILE" USING WS-ATMLIST-NEW-NAME
               WS-ATMLIST-OLD-NAME
           END-IF.

       COPY-ATM-LIST-ENTRY.
           READ ATM-LIST-FILE AT END MOVE 'Y' TO WS-ATM-EOF.
           IF WS-ATM-EOF NOT = 'Y' THEN
           MOVE ATM-LIST-RECORD TO NEW-ATM-LIST-RECORD
           IF ATM-ID-IN = WS-TELLER-TERM THEN
           MOVE WS-TERM-CASH TO ATM-CASH-NEW
           END-IF
           WRITE NEW-ATM-LIST-RECORD
           END-IF.

       WRITE-OVERSHORT-LINE.
           OPEN EXTEND OVERSHORT-FILE.
           IF WS-OVERSHORT-FS = "35" THEN
           OPEN OUTPUT OVERSHORT-FILE
           END-IF.
           MOVE SPACES TO OVERSHORT-RECORD.
           MOVE "Teller: " TO OS-TELLER-LABEL.
           MOVE WS-TELLER-ID TO OS-TELLER.
           MOVE " Term: " TO OS-TERM-LABEL.
           MOVE WS-TELLER-TERM TO OS-TERM.
           MOVE " Date: " TO OS-DATE-LABEL.
           MOVE WS-DR-DATE TO OS-DATE.
           MOVE " Float: " TO OS-FLOAT-LABEL.
           MOVE WS-DR-FLOAT TO OS-FLOAT.
           MOVE " In: " TO OS-IN-LABEL.
           MOVE WS-DR-IN TO OS-IN.
           MOVE " Out: " TO OS-OUT-LABEL.
           MOVE WS-DR-OUT TO OS-OUT.
           MOVE " System: " TO OS-SYSTEM-LABEL.
           MOVE WS-DR-SYSTEM TO OS-SYSTEM.
           MOVE " Counted: " TO OS-COUNTED-LABEL.
           MOVE WS-DR-COUNTED TO OS-COUNTED.
           MOVE " Result: " TO OS-RESULT-LABEL.
           IF WS-DR-OS = 'O' THEN
           MOVE "OVER" TO OS-RESULT
           ELSE
           IF WS-DR-OS = 'S' THEN
           MOVE "SHORT" TO OS-RESULT
           ELSE
           MOVE "BALANCED" TO OS-RESULT
           END-IF
           END-IF.
           MOVE " Diff: " TO OS-DIFF-LABEL.
           MOVE WS-DR-DIFF TO OS-DIFF.
           MOVE " Sup: " TO OS-SUP-LABEL.
           MOVE WS-DR-SUP TO OS-SUP.
           WRITE OVERSHORT-RECORD.
           CLOSE OVERSHORT-FILE.
