       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TDMAINT.
       AUTHOR.       NIKUNJ TANEJA.

      *    MAINTENANCE SCREEN FOR FIXED-TERM DEPOSITS. A DEPOSIT
      *    LOCKS A PRINCIPAL AWAY FROM ITS FUNDING ACCOUNT FOR 3, 6
      *    OR 12 MONTHS AT THE FIXED ANNUAL RATE BOARDED FOR THAT
      *    TERM IN tdrates.txt. DEPOSITS LIVE IN termdeposits.txt,
      *    NUMBERED BY THE REFERENCE OF THE PLACEMENT DEBIT; NOTHING
      *    IS EVER DELETED - A DEPOSIT IS FLIPPED TO MATURED ('M')
      *    BY CENTRAL OR BROKEN ('B') HERE, SO THE HISTORY IS KEPT.
      *    NO MONEY MOVES ON THE MASTER FROM THIS SCREEN: THE
      *    PLACEMENT DEBIT ('W') AND ANY BREAKAGE PAYOUT ('M') ARE
      *    QUEUED IN transTermDeposit.txt, WHICH CENTRAL MERGES INTO
      *    THE NEXT BATCH AHEAD OF THE SORT THE SAME WAY IT MERGES
      *    adjustments.txt, SO BOTH POST THROUGH UPDATE-MASTER UNDER
      *    THE "TDP" PSEUDO-TERMINAL. MATURITY ITSELF IS POSTED BY
      *    CENTRAL. BREAKING A DEPOSIT BEFORE MATURITY NEEDS THE
      *    SUPERVISOR CODE AND EARNS INTEREST FOR THE DAYS ACTUALLY
      *    HELD AT THE CONTRACT RATE LESS THE PENALTY RATE IN
      *    tdparam.txt (NEVER BELOW ZERO).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC
               FILE STATUS IS WS-MASTER-FS.
           SELECT SUPERVISOR-FILE ASSIGN TO "supervisor.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-FS.
           SELECT TD-FILE ASSIGN TO "termdeposits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-FS.
           SELECT NEW-TD-FILE ASSIGN TO "termdeposits.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TDQ-FILE ASSIGN TO "transTermDeposit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TDQ-FS.
           SELECT TD-RATE-FILE ASSIGN TO "tdrates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-RATE-FS.
           SELECT TD-PARAM-FILE ASSIGN TO "tdparam.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-PARAM-FS.
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

       FD SUPERVISOR-FILE.
       01 SUPERVISOR-RECORD.
           05 SUP-CODE PIC 9(6).

       FD TD-FILE.
       01 TD-RECORD.
           05 REF-TD      PIC 9(12).
           05 FILLER      PIC X.
           05 ACC-TD      PIC 9(16).
           05 FILLER      PIC X.
           05 PRIN-TD     PIC 9(7).
           05 FILLER      PIC X.
           05 RATE-TD     PIC 9V9(4).
           05 FILLER      PIC X.
           05 TERM-TD     PIC 9(2).
           05 FILLER      PIC X.
           05 PLACED-TD   PIC 9(8).
           05 FILLER      PIC X.
           05 MATURE-TD   PIC 9(8).
           05 FILLER      PIC X.
           05 INSTR-TD    PIC X.
           05 FILLER      PIC X.
           05 STATUS-TD   PIC X.
           05 FILLER      PIC X.
           05 CLOSED-TD   PIC 9(8).
           05 FILLER      PIC X.
           05 INT-TD      PIC 9(7).
           05 FILLER      PIC X.
           05 SUP-TD      PIC X(10).
           05 FILLER      PIC X.
           05 PAY-REF-TD  PIC 9(12).

       FD NEW-TD-FILE.
       01 NEW-TD-RECORD.
           05 REF-TD-NEW      PIC 9(12).
           05 FILLER          PIC X.
           05 ACC-TD-NEW      PIC 9(16).
           05 FILLER          PIC X.
           05 PRIN-TD-NEW     PIC 9(7).
           05 FILLER          PIC X.
           05 RATE-TD-NEW     PIC 9V9(4).
           05 FILLER          PIC X.
           05 TERM-TD-NEW     PIC 9(2).
           05 FILLER          PIC X.
           05 PLACED-TD-NEW   PIC 9(8).
           05 FILLER          PIC X.
           05 MATURE-TD-NEW   PIC 9(8).
           05 FILLER          PIC X.
           05 INSTR-TD-NEW    PIC X.
           05 FILLER          PIC X.
           05 STATUS-TD-NEW   PIC X.
           05 FILLER          PIC X.
           05 CLOSED-TD-NEW   PIC 9(8).
           05 FILLER          PIC X.
           05 INT-TD-NEW      PIC 9(7).
           05 FILLER          PIC X.
           05 SUP-TD-NEW      PIC X(10).
           05 FILLER          PIC X.
           05 PAY-REF-TD-NEW  PIC 9(12).

       FD TDQ-FILE.
       01 TDQ-RECORD.
           05 ACC-TDQ      PIC 9(16).
           05 OP-TDQ       PIC A.
           05 AMT-TDQ      PIC 9(7).
           05 TERM-TDQ     PIC X(3).
           05 TS-DATE-TDQ  PIC 9(8).
           05 TS-TIME-TDQ  PIC 9(6).
           05 REF-TDQ      PIC 9(12).

       FD TD-RATE-FILE.
       01 TD-RATE-RECORD.
           05 TERM-RT     PIC 9(2).
           05 FILLER      PIC X.
           05 RATE-RT     PIC 9V9(4).

       FD TD-PARAM-FILE.
       01 TD-PARAM-RECORD.
           05 PENALTY-RATE-IN PIC 9V9(4).

       FD TXNSEQ-FILE.
       01 TXNSEQ-RECORD.
           05 NEXT-REF-SEQ PIC 9(12).

       FD NEW-TXNSEQ-FILE.
       01 NEW-TXNSEQ-RECORD.
           05 NEXT-REF-SEQ-NEW PIC 9(12).

       WORKING-STORAGE SECTION.
       01 MENU-INPUT PIC X(10).
       01 ACC-INPUT PIC X(16).
       01 AMT-INPUT PIC S9(6)V9(2) VALUE 00000.00.
       01 AMT-INTEGER PIC 9(7).
       01 TERM-INPUT PIC X(2).
       01 INSTR-INPUT PIC X(10).
       01 TD-REF-INPUT PIC X(12).
       01 SUP-ID-INPUT PIC X(10).
       01 SUP-CODE-INPUT PIC X(10).
       01 WS-MASTER-FS PIC XX.
       01 WS-SUP-FS PIC XX.
       01 WS-TD-FS PIC XX.
       01 WS-TDQ-FS PIC XX.
       01 WS-TD-RATE-FS PIC XX.
       01 WS-TD-PARAM-FS PIC XX.
       01 WS-TD-EOF PIC X VALUE 'N'.
       01 WS-RATE-EOF PIC X VALUE 'N'.
       01 WS-ACC-OK PIC X VALUE 'N'.
       01 WS-ACC-BAL PIC 9(15) VALUE 0.
       01 WS-SUP-OK PIC X VALUE 'N'.
       01 WS-FOUND PIC X VALUE 'N'.
       01 WS-LIST-COUNT PIC 9(3) VALUE 0.
       01 WS-CURRENT-DATETIME PIC X(21).
       01 WS-TODAY PIC 9(8).
       01 WS-TD-OLD-NAME PIC X(30) VALUE "termdeposits.txt".
       01 WS-TD-NEW-NAME PIC X(30) VALUE "termdeposits.txt.new".

      *    THE BOARD RATE FOR THE CHOSEN TERM IS LOOKED UP IN
      *    tdrates.txt (ONE ROW PER TERM, THE products.txt RATE
      *    PICTURE) - A TERM WITH NO BOARDED RATE CANNOT BE PLACED.
      *    ABSENCE OF tdparam.txt LEAVES THE DEFAULT ONE-POINT
      *    BREAKAGE PENALTY IN PLACE, THE SAME POSTURE AS
      *    holdparam.txt.
       01 WS-RATE-FOUND PIC X VALUE 'N'.
       01 WS-TD-RATE PIC 9V9(4) VALUE 0.
       01 WS-PENALTY-RATE PIC 9V9(4) VALUE 0.0100.
       01 WS-EFFECTIVE-RATE PIC S9V9(4) VALUE 0.

      *    MATURITY DATE ARITHMETIC - THE PLACEMENT DAY IN THE MONTH
      *    THE TERM RUNS OUT, PULLED BACK TO THAT MONTH'S LAST DAY
      *    WHEN IT IS TOO SHORT (A 31 AUGUST PLACEMENT FOR 6 MONTHS
      *    MATURES ON THE LAST DAY OF FEBRUARY).
       01 WS-TD-BASE-DATE PIC 9(8) VALUE 0.
       01 WS-TD-MONTHS PIC 9(2) VALUE 0.
       01 WS-TD-YEAR PIC 9(4) VALUE 0.
       01 WS-TD-MONTH PIC 9(2) VALUE 0.
       01 WS-TD-DAY PIC 9(2) VALUE 0.
       01 WS-TD-LAST-DAY PIC 9(2) VALUE 31.
       01 WS-TD-MATURE PIC 9(8) VALUE 0.

      *    THE DEPOSIT BEING BROKEN, CAPTURED BY THE FIND PASS.
       01 WS-BRK-ACC PIC 9(16) VALUE 0.
       01 WS-BRK-PRIN PIC 9(7) VALUE 0.
       01 WS-BRK-RATE PIC 9V9(4) VALUE 0.
       01 WS-BRK-PLACED PIC 9(8) VALUE 0.
       01 WS-BRK-MATURE PIC 9(8) VALUE 0.
       01 WS-BRK-STATUS PIC X VALUE SPACE.
       01 WS-TD-DAYS PIC S9(5) VALUE 0.
       01 WS-TD-INTEREST PIC 9(7) VALUE 0.
       01 WS-TD-PAYOUT PIC 9(7) VALUE 0.
       01 WS-PAYOUT-OK PIC X VALUE 'Y'.

      *    THE PLACEMENT DEBIT AND THE BREAKAGE PAYOUT GET THEIR OWN
      *    UNIQUE REFERENCES FROM THE SHARED txnseq.txt COUNTER, LIKE
      *    EVERY OTHER TRANSACTION WRITER.
       01 WS-TXNSEQ-FS PIC XX.
       01 WS-NEXT-REF PIC 9(12) VALUE 0.
       01 WS-TXNSEQ-OLD-NAME PIC X(30) VALUE "txnseq.txt".
       01 WS-TXNSEQ-NEW-NAME PIC X(30) VALUE "txnseq.txt.new".


       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           DISPLAY "##############################################".
           DISPLAY "##      Gringotts Bank - Term Deposits      ##".
           DISPLAY "##############################################".
           GO TO MENU-PROMPT.

       MENU-PROMPT.
           DISPLAY "=> PLEASE CHOOSE AN OPTION".
           DISPLAY "=> PRESS 1 TO PLACE A TERM DEPOSIT".
           DISPLAY "=> PRESS 2 TO BREAK A TERM DEPOSIT EARLY".
           DISPLAY "=> PRESS 3 TO LIST TERM DEPOSITS".
           DISPLAY "=> PRESS 4 TO EXIT".

           ACCEPT MENU-INPUT FROM SYSIN

           IF MENU-INPUT = 1 THEN GO TO PLACE-DEPOSIT-HANDLER
           END-IF.

           IF MENU-INPUT = 2 THEN GO TO BREAK-DEPOSIT-HANDLER
           END-IF.

           IF MENU-INPUT = 3 THEN GO TO LIST-DEPOSITS-HANDLER
           END-IF.

           IF MENU-INPUT = 4 THEN
           STOP RUN
           END-IF.

           DISPLAY "=> INVALID INPUT".
           GO TO MENU-PROMPT.

       PLACE-DEPOSIT-HANDLER.
           DISPLAY "=> FUNDING ACCOUNT NUMBER (16 DIGITS)"
           ACCEPT ACC-INPUT FROM SYSIN

           IF ACC-INPUT NOT NUMERIC THEN
           DISPLAY "=> ACCOUNT NUMBER MUST BE EXACTLY 16 DIGITS"
           GO TO MENU-PROMPT
           END-IF.

           DISPLAY "=> PRINCIPAL"
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

           PERFORM CHECK-ACC-STATE.
           IF WS-ACC-OK NOT = 'Y' THEN
           GO TO MENU-PROMPT
           END-IF.
      *    THE FUNDS CHECK LOOKS AT THE PRE-BATCH MASTER - THE SAME
      *    PICTURE A STANDING ORDER IS CHECKED AGAINST. A FUNDING
      *    ACCOUNT THAT STILL OVERDRAWS ONCE THE WHOLE BATCH LANDS
      *    IS HANDLED BY THE NORMAL OVERDRAFT FREEZE.
           IF WS-ACC-BAL < AMT-INTEGER THEN
           DISPLAY "=> INSUFFICIENT FUNDS IN THE FUNDING ACCOUNT"
           GO TO MENU-PROMPT
           END-IF.

           DISPLAY "=> TERM IN MONTHS (03, 06 OR 12)"
           ACCEPT TERM-INPUT FROM SYSIN
           IF TERM-INPUT NOT = "03" AND TERM-INPUT NOT = "06"
               AND TERM-INPUT NOT = "12" THEN
           DISPLAY "=> TERM MUST BE 03, 06 OR 12"
           GO TO MENU-PROMPT
           END-IF.
           PERFORM LOAD-TERM-RATE.
           IF WS-RATE-FOUND NOT = 'Y' THEN
           DISPLAY "=> NO RATE BOARDED FOR THAT TERM IN tdrates.txt"
           GO TO MENU-PROMPT
           END-IF.

           DISPLAY "=> AT MATURITY: P TO PAY OUT, R TO ROLL OVER"
           ACCEPT INSTR-INPUT FROM SYSIN
           IF INSTR-INPUT NOT = "P" AND INSTR-INPUT NOT = "R" THEN
           DISPLAY "=> INSTRUCTION MUST BE P OR R"
           GO TO MENU-PROMPT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-TD-BASE-DATE.
           MOVE TERM-INPUT TO WS-TD-MONTHS.
           PERFORM ADD-TERM-MONTHS.

      *    PRINCIPAL AND THE FULL TERM'S INTEREST MUST STILL FIT THE
      *    7-DIGIT AMOUNT CENTRAL PAYS THE DEPOSIT OUT WITH.
           MOVE 'Y' TO WS-PAYOUT-OK.
           COMPUTE WS-TD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TD-MATURE)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-TD-INTEREST ROUNDED =
               AMT-INTEGER * WS-TD-RATE * WS-TD-DAYS / 365
               ON SIZE ERROR MOVE 'N' TO WS-PAYOUT-OK
           END-COMPUTE.
           IF WS-PAYOUT-OK = 'Y' THEN
           COMPUTE WS-TD-PAYOUT = AMT-INTEGER + WS-TD-INTEREST
               ON SIZE ERROR MOVE 'N' TO WS-PAYOUT-OK
           END-COMPUTE
           END-IF.
           IF WS-PAYOUT-OK NOT = 'Y' THEN
           DISPLAY "=> PRINCIPAL TOO LARGE - PAYOUT AT MATURITY WOULD"
           DISPLAY "=> EXCEED 99999.99"
           GO TO MENU-PROMPT
           END-IF.

      *    THE PLACEMENT DEBIT'S REFERENCE DOUBLES AS THE DEPOSIT
      *    NUMBER, SO THE STATEMENT LINE AND THE DEPOSIT TIE UP.
           PERFORM GET-NEXT-TXN-REF.
           MOVE ACC-INPUT TO ACC-TDQ.
           MOVE 'W' TO OP-TDQ.
           MOVE AMT-INTEGER TO AMT-TDQ.
           PERFORM WRITE-QUEUED-TXN.

           OPEN EXTEND TD-FILE.
           IF WS-TD-FS = "35" THEN
           OPEN OUTPUT TD-FILE
           END-IF.
           MOVE SPACES TO TD-RECORD.
           MOVE WS-NEXT-REF TO REF-TD.
           MOVE ACC-INPUT TO ACC-TD.
           MOVE AMT-INTEGER TO PRIN-TD.
           MOVE WS-TD-RATE TO RATE-TD.
           MOVE TERM-INPUT TO TERM-TD.
           MOVE WS-TODAY TO PLACED-TD.
           MOVE WS-TD-MATURE TO MATURE-TD.
           MOVE INSTR-INPUT TO INSTR-TD.
           MOVE 'A' TO STATUS-TD.
           MOVE 0 TO CLOSED-TD.
           MOVE 0 TO INT-TD.
           MOVE 0 TO PAY-REF-TD.
           WRITE TD-RECORD.
           CLOSE TD-FILE.

           DISPLAY "=> TERM DEPOSIT " WS-NEXT-REF " PLACED".
           DISPLAY "=> RATE " WS-TD-RATE " MATURES " WS-TD-MATURE.
           GO TO MENU-PROMPT.

       CHECK-ACC-STATE.
      *    THE PLACEMENT DEBIT AND THE PAYOUT CREDIT BOTH POST
      *    THROUGH UPDATE-MASTER, AND A FROZEN, LOCKED, CLOSED,
      *    DORMANT OR LEGACY-NEGATIVE ACCOUNT STORES ITS BALANCE AS
      *    A DEFICIT MAGNITUDE OR MUST NOT MOVE MONEY AT ALL - SO,
      *    AS IN ADJUST, ONLY AN UNFLAGGED ACCOUNT IS ACCEPTED.
      *    THE BALANCE IS KEPT FOR THE PLACEMENT FUNDS CHECK.
           MOVE 'N' TO WS-ACC-OK.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FS NOT = "00" THEN
           DISPLAY "=> MASTER FILE master.dat NOT FOUND"
           STOP RUN
           END-IF.
           MOVE ACC-INPUT TO ACC.
           READ MASTER-FILE
               INVALID KEY
               DISPLAY "=> ACCOUNT DOES NOT EXIST"
               NOT INVALID KEY
               MOVE BAL TO WS-ACC-BAL
               IF SIG = ' ' THEN
               MOVE 'Y' TO WS-ACC-OK
               ELSE
               DISPLAY "=> ACCOUNT CARRIES STATUS FLAG " SIG
               DISPLAY "=> CLEAR THE FLAG FIRST"
               END-IF
           END-READ.
           CLOSE MASTER-FILE.

       LOAD-TERM-RATE.
           MOVE 'N' TO WS-RATE-FOUND.
           OPEN INPUT TD-RATE-FILE.
           IF WS-TD-RATE-FS = "00" THEN
           MOVE 'N' TO WS-RATE-EOF
           PERFORM MATCH-TERM-RATE UNTIL WS-RATE-EOF = 'Y'
           CLOSE TD-RATE-FILE
           END-IF.

       MATCH-TERM-RATE.
           READ TD-RATE-FILE AT END MOVE 'Y' TO WS-RATE-EOF.
           IF WS-RATE-EOF NOT = 'Y' AND TERM-RT = TERM-INPUT THEN
           MOVE RATE-RT TO WS-TD-RATE
           MOVE 'Y' TO WS-RATE-FOUND
           MOVE 'Y' TO WS-RATE-EOF
           END-IF.

       LOAD-PENALTY-RATE.
           OPEN INPUT TD-PARAM-FILE.
           IF WS-TD-PARAM-FS = "00" THEN
           READ TD-PARAM-FILE
               AT END CONTINUE
               NOT AT END MOVE PENALTY-RATE-IN TO WS-PENALTY-RATE
           END-READ
           CLOSE TD-PARAM-FILE
           END-IF.

       ADD-TERM-MONTHS.
           MOVE WS-TD-BASE-DATE(1:4) TO WS-TD-YEAR.
           MOVE WS-TD-BASE-DATE(5:2) TO WS-TD-MONTH.
           MOVE WS-TD-BASE-DATE(7:2) TO WS-TD-DAY.
           ADD WS-TD-MONTHS TO WS-TD-MONTH.
           IF WS-TD-MONTH > 12 THEN
           SUBTRACT 12 FROM WS-TD-MONTH
           ADD 1 TO WS-TD-YEAR
           END-IF.
           MOVE 31 TO WS-TD-LAST-DAY.
           IF WS-TD-MONTH = 4 OR WS-TD-MONTH = 6
               OR WS-TD-MONTH = 9 OR WS-TD-MONTH = 11 THEN
           MOVE 30 TO WS-TD-LAST-DAY
           END-IF.
           IF WS-TD-MONTH = 2 THEN
           IF FUNCTION MOD(WS-TD-YEAR 4) = 0
               AND (FUNCTION MOD(WS-TD-YEAR 100) NOT = 0
               OR FUNCTION MOD(WS-TD-YEAR 400) = 0) THEN
           MOVE 29 TO WS-TD-LAST-DAY
           ELSE
           MOVE 28 TO WS-TD-LAST-DAY
           END-IF
           END-IF.
           IF WS-TD-DAY > WS-TD-LAST-DAY THEN
           MOVE WS-TD-LAST-DAY TO WS-TD-DAY
           END-IF.
           COMPUTE WS-TD-MATURE = WS-TD-YEAR * 10000
               + WS-TD-MONTH * 100 + WS-TD-DAY.

       BREAK-DEPOSIT-HANDLER.
           DISPLAY "=> TERM DEPOSIT NUMBER (12 DIGITS)"
           ACCEPT TD-REF-INPUT FROM SYSIN
           IF TD-REF-INPUT NOT NUMERIC THEN
           DISPLAY "=> DEPOSIT NUMBER MUST BE EXACTLY 12 DIGITS"
           GO TO MENU-PROMPT
           END-IF.

           PERFORM SUPERVISOR-CHECK.
           IF WS-SUP-OK NOT = 'Y' THEN
           GO TO MENU-PROMPT
           END-IF.

           PERFORM FIND-DEPOSIT.
           IF WS-FOUND NOT = 'Y' THEN
           DISPLAY "=> NO SUCH TERM DEPOSIT ON FILE"
           GO TO MENU-PROMPT
           END-IF.
           IF WS-BRK-STATUS NOT = 'A' THEN
           DISPLAY "=> TERM DEPOSIT IS NO LONGER ACTIVE - STATUS "
               WS-BRK-STATUS
           GO TO MENU-PROMPT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY.
      *    A DEPOSIT AT OR PAST ITS MATURITY DATE IS NOT BROKEN -
      *    THE NEXT CENTRAL RUN PAYS IT OUT IN FULL.
           IF WS-BRK-MATURE <= WS-TODAY THEN
           DISPLAY "=> TERM DEPOSIT HAS MATURED - CENTRAL PAYS IT OUT"
           GO TO MENU-PROMPT
           END-IF.

           MOVE WS-BRK-ACC TO ACC-INPUT.
           PERFORM CHECK-ACC-STATE.
           IF WS-ACC-OK NOT = 'Y' THEN
           GO TO MENU-PROMPT
           END-IF.

           PERFORM LOAD-PENALTY-RATE.
           COMPUTE WS-TD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(WS-BRK-PLACED).
           COMPUTE WS-EFFECTIVE-RATE = WS-BRK-RATE - WS-PENALTY-RATE.
           IF WS-EFFECTIVE-RATE < 0 THEN
           MOVE 0 TO WS-EFFECTIVE-RATE
           END-IF.
           MOVE 'Y' TO WS-PAYOUT-OK.
           COMPUTE WS-TD-INTEREST ROUNDED =
               WS-BRK-PRIN * WS-EFFECTIVE-RATE * WS-TD-DAYS / 365
               ON SIZE ERROR MOVE 'N' TO WS-PAYOUT-OK
           END-COMPUTE.
           IF WS-PAYOUT-OK = 'Y' THEN
           COMPUTE WS-TD-PAYOUT = WS-BRK-PRIN + WS-TD-INTEREST
               ON SIZE ERROR MOVE 'N' TO WS-PAYOUT-OK
           END-COMPUTE
           END-IF.
           IF WS-PAYOUT-OK NOT = 'Y' THEN
           DISPLAY "=> PAYOUT EXCEEDS 99999.99 - DEPOSIT NOT BROKEN"
           GO TO MENU-PROMPT
           END-IF.

      *    THE PAYOUT'S REFERENCE IS KEPT ON THE DEPOSIT SO CENTRAL
      *    CAN TIE THE QUEUED CREDIT BACK TO THE INTEREST IN IT. THE
      *    PAYOUT IS QUEUED BEFORE THE DEPOSIT IS CLOSED, AS THE
      *    PLACEMENT DEBIT IS QUEUED BEFORE THE DEPOSIT IS WRITTEN,
      *    SO A STOP BETWEEN THE TWO NEVER LEAVES A CLOSED DEPOSIT
      *    WHOSE MONEY WAS NOT PAID BACK.
           PERFORM GET-NEXT-TXN-REF.
           MOVE WS-BRK-ACC TO ACC-TDQ.
           MOVE 'M' TO OP-TDQ.
           MOVE WS-TD-PAYOUT TO AMT-TDQ.
           PERFORM WRITE-QUEUED-TXN.

           MOVE 'N' TO WS-FOUND.
           MOVE 'N' TO WS-TD-EOF.
           OPEN INPUT TD-FILE.
           OPEN OUTPUT NEW-TD-FILE.
           PERFORM COPY-BREAKING-DEPOSIT UNTIL WS-TD-EOF = 'Y'.
           CLOSE TD-FILE.
           CLOSE NEW-TD-FILE.
           CALL "CBL_RENAME_FILE" USING WS-TD-NEW-NAME WS-TD-OLD-NAME.

           DISPLAY "=> TERM DEPOSIT " TD-REF-INPUT " BROKEN".
           DISPLAY "=> DAYS HELD " WS-TD-DAYS
               " PENALTY RATE " WS-PENALTY-RATE.
           DISPLAY "=> PRINCIPAL " WS-BRK-PRIN
               " INTEREST " WS-TD-INTEREST.
           DISPLAY "=> PAYOUT QUEUED FOR THE NEXT CENTRAL BATCH".
           GO TO MENU-PROMPT.

       SUPERVISOR-CHECK.
      *    THE SUPERVISOR CODE LIVES IN supervisor.txt, AS FOR
      *    ADJUST AND REINSTATE. NO CODE FILE MEANS NOBODY BREAKS A
      *    DEPOSIT.
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

       FIND-DEPOSIT.
           MOVE 'N' TO WS-FOUND.
           MOVE 'N' TO WS-TD-EOF.
           OPEN INPUT TD-FILE.
           IF WS-TD-FS = "00" THEN
           PERFORM MATCH-DEPOSIT UNTIL WS-TD-EOF = 'Y'
           CLOSE TD-FILE
           END-IF.

       MATCH-DEPOSIT.
           READ TD-FILE AT END MOVE 'Y' TO WS-TD-EOF.
           IF WS-TD-EOF NOT = 'Y' AND REF-TD = TD-REF-INPUT THEN
           MOVE 'Y' TO WS-FOUND
           MOVE ACC-TD TO WS-BRK-ACC
           MOVE PRIN-TD TO WS-BRK-PRIN
           MOVE RATE-TD TO WS-BRK-RATE
           MOVE PLACED-TD TO WS-BRK-PLACED
           MOVE MATURE-TD TO WS-BRK-MATURE
           MOVE STATUS-TD TO WS-BRK-STATUS
           MOVE 'Y' TO WS-TD-EOF
           END-IF.

       COPY-BREAKING-DEPOSIT.
           READ TD-FILE AT END MOVE 'Y' TO WS-TD-EOF.
           IF WS-TD-EOF NOT = 'Y' THEN
           MOVE TD-RECORD TO NEW-TD-RECORD
           IF REF-TD = TD-REF-INPUT AND STATUS-TD = 'A' THEN
           MOVE 'B' TO STATUS-TD-NEW
           MOVE WS-TODAY TO CLOSED-TD-NEW
           MOVE WS-TD-INTEREST TO INT-TD-NEW
           MOVE SUP-ID-INPUT TO SUP-TD-NEW
           MOVE WS-NEXT-REF TO PAY-REF-TD-NEW
           MOVE 'Y' TO WS-FOUND
           END-IF
           WRITE NEW-TD-RECORD
           END-IF.

       WRITE-QUEUED-TXN.
      *    THE QUEUED RECORD CARRIES TODAY'S STAMP AND THE "TDP"
      *    PSEUDO-TERMINAL SO IT SORTS INTO THE NEXT BATCH AND IS
      *    RECOGNISABLE ON THE CUSTOMER'S STATEMENT. THE CALLER HAS
      *    ALREADY SET THE ACCOUNT, OP AND AMOUNT AND DRAWN THE
      *    REFERENCE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           OPEN EXTEND TDQ-FILE.
           IF WS-TDQ-FS = "35" THEN
           OPEN OUTPUT TDQ-FILE
           END-IF.
           MOVE "TDP" TO TERM-TDQ.
           MOVE WS-CURRENT-DATETIME(1:8) TO TS-DATE-TDQ.
           MOVE WS-CURRENT-DATETIME(9:6) TO TS-TIME-TDQ.
           MOVE WS-NEXT-REF TO REF-TDQ.
           WRITE TDQ-RECORD.
           CLOSE TDQ-FILE.

       GET-NEXT-TXN-REF.
      *    READ THE SINGLE-ROW COUNTER, STAGE THE BUMPED VALUE TO
      *    txnseq.txt.new AND RENAME IT ON - THE SAME COPY-THEN-
      *    RENAME USED FOR failcount.txt, SO A CRASH MID-REWRITE
      *    NEVER LOSES THE COUNTER AND REISSUES A REFERENCE ALREADY
      *    SITTING ON A RECORD. AN ABSENT FILE MEANS THE SEQUENCE
      *    STARTS FROM ONE.
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

       LIST-DEPOSITS-HANDLER.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 'N' TO WS-TD-EOF.
           OPEN INPUT TD-FILE.
           IF WS-TD-FS NOT = "00" THEN
           DISPLAY "=> NO TERM DEPOSITS ON FILE"
           GO TO MENU-PROMPT
           END-IF.
           PERFORM LIST-ONE-DEPOSIT UNTIL WS-TD-EOF = 'Y'.
           CLOSE TD-FILE.
           IF WS-LIST-COUNT = 0 THEN
           DISPLAY "=> NO TERM DEPOSITS ON FILE"
           END-IF.
           GO TO MENU-PROMPT.

       LIST-ONE-DEPOSIT.
           READ TD-FILE AT END MOVE 'Y' TO WS-TD-EOF.
           IF WS-TD-EOF NOT = 'Y' THEN
           ADD 1 TO WS-LIST-COUNT
           DISPLAY "=> " TD-RECORD
           END-IF.
