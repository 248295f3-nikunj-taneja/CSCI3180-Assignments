       IDENTIFICATION DIVISION.
       PROGRAM-ID.   INTCHECK.
       AUTHOR.       NIKUNJ TANEJA.

      *    NIGHTLY REFERENTIAL INTEGRITY SWEEP OF master.dat AND THE
      *    FILES HANGING OFF IT. NOTHING IS CHANGED - EVERY FINDING
      *    GOES ON integrityReport.txt, GRADED BY WHAT IT WILL DO TO
      *    THE NEXT BATCH IF LEFT ALONE:
      *      HIGH   - CENTRAL WILL REFUSE, SKIP OR MIS-TREAT IT:
      *        SOM/SOC  AN ACTIVE STANDING ORDER WHOSE SOURCE OR
      *                 TARGET IS MISSING OR CLOSED ('C') - SKIPPED
      *                 TO soExceptions.txt EVERY RUN
      *        HLM/HLC  A DEPOSIT HOLD ON A MISSING OR CLOSED
      *                 ACCOUNT - NEVER RELEASED, THE FUNDS SIT IN
      *                 pendingholds.txt FOR EVER
      *        TDM/TDC  AN ACTIVE TERM DEPOSIT ON A MISSING OR CLOSED
      *                 ACCOUNT - DEFERRED AT EVERY MATURITY RUN, THE
      *                 PRINCIPAL IS NEVER REPAID
      *        PTY      A MASTER RECORD WHOSE PTYPE HAS NO ROW ON
      *                 products.txt - NO RATE, FEE OR CEILING
      *        SIG      A MASTER SIG OUTSIDE THE KNOWN SET (' ' OPEN,
      *                 F FROZEN, L LOCKED, C CLOSED, D DORMANT, -
      *                 LEGACY NEGATIVE) - NO PROGRAM KNOWS WHETHER
      *                 IT BLOCKS THE ACCOUNT
      *      MEDIUM - WRONG LATER, NOT TONIGHT:
      *        CDM      A CARD ON cards.dat LINKED TO AN ACCOUNT NOT
      *                 ON THE MASTER
      *        FCM      A failcount.txt ROW WHOSE CARD'S ACCOUNT IS
      *                 NOT ON THE MASTER
      *      LOW    - HOUSEKEEPING:
      *        SOM/SOC  THE SAME ON AN ORDER ALREADY CANCELLED
      *        TDM/TDC  THE SAME ON A DEPOSIT ALREADY SETTLED
      *        CNM      A contacts.txt ROW WITH NO MASTER RECORD
      *        FCC      A failcount.txt ROW FOR A CARD NOT ON cards.dat
      *        FZN/FZM  A frozen.txt OFFENSE COUNT FOR AN ACCOUNT NO
      *                 LONGER FROZEN, OR NO LONGER ON THE MASTER.
      *                 THE COUNT IS KEPT ON PURPOSE FOR THE REPEAT-
      *                 OFFENDER TEST, BUT STALE ROWS FILL CENTRAL'S
      *                 100-ACCOUNT TABLE
      *        HSM      history.dat ROWS FOR AN ACCOUNT NOT ON THE
      *                 MASTER (ONE FINDING PER ACCOUNT)
      *    THE LOCKOUT COUNTER IS KEPT PER CARD, SO failcount.txt IS
      *    CHECKED AGAINST cards.dat AND THROUGH IT THE MASTER. THE
      *    REPORT IS RANKED HIGH FIRST, THEN BY ACCOUNT (THE SAME
      *    SORT-A-RAW-FILE TECHNIQUE MONITOR AND CENTRAL USE), AND
      *    ITS TRAILER SHOWS THE COUNT PER GRADE AND HOW MANY ROWS OF
      *    EACH FILE WERE CHECKED. A SATELLITE FILE NOT ON HAND IS
      *    REPORTED AS SUCH AND SKIPPED; NO MASTER, NO SWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC
               FILE STATUS IS WS-MASTER-FS.
           SELECT CARD-FILE ASSIGN TO "cards.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NO
               FILE STATUS IS WS-CARD-FS.
           SELECT HIST-FILE ASSIGN TO "history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-FS.
           SELECT PRODUCT-FILE ASSIGN TO "products.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-FS.
           SELECT SO-FILE ASSIGN TO "standingorders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-FS.
           SELECT HOLD-FILE ASSIGN TO "pendingholds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FS.
           SELECT TD-FILE ASSIGN TO "termdeposits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-FS.
           SELECT CONTACT-FILE ASSIGN TO "contacts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-FS.
           SELECT FAILCOUNT-FILE ASSIGN TO "failcount.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAILCOUNT-FS.
           SELECT FROZEN-FILE ASSIGN TO "frozen.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FROZEN-FS.
           SELECT INT-RAW-FILE ASSIGN TO "integrityRaw.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INT-SORTED-FILE ASSIGN TO "integritySorted.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INT-REPORT ASSIGN TO "integrityReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INT-SORT-FILE ASSIGN TO intsrt.

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

       FD CARD-FILE.
       01  CARD-RECORD.
           05 CARD-NO     PIC 9(16).
           05 CARD-ACC    PIC 9(16).
           05 CARD-PIN    PIC 9(6).
           05 CARD-STATUS PIC X.
           05 CARD-EXPIRY PIC 9(6).
           05 CARD-ISSUED PIC 9(8).

       FD HIST-FILE.
       01 HIST-RECORD.
           05 HIST-KEY.
               10 ACC-H       PIC 9(16).
               10 TS-DATE-H   PIC 9(8).
               10 TS-TIME-H   PIC 9(6).
               10 REF-H       PIC 9(12).
           05 OP-H        PIC A.
           05 AMT-H       PIC 9(7).
           05 TERM-H      PIC X(3).

       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           05 PTYPE-PR   PIC X.
           05 FILLER     PIC X.
           05 RATE-PR    PIC 9V9(4).
           05 FILLER     PIC X.
           05 MINBAL-PR  PIC 9(15).
           05 FILLER     PIC X.
           05 FEE-PR     PIC 9(7).
           05 FILLER     PIC X.
           05 WLIMIT-PR  PIC 9(6)V9(2).

       FD SO-FILE.
       01 SO-RECORD.
           05 SRC-SO      PIC 9(16).
           05 FILLER      PIC X.
           05 TGT-SO      PIC 9(16).
           05 FILLER      PIC X.
           05 AMT-SO      PIC 9(7).
           05 FILLER      PIC X.
           05 DOM-SO      PIC 9(2).
           05 FILLER      PIC X.
           05 ACTIVE-SO   PIC X.
           05 FILLER      PIC X.
           05 LAST-RUN-SO PIC 9(8).

       FD HOLD-FILE.
       01 HOLD-RECORD.
           05 ACC-HOLD     PIC 9(16).
           05 FILLER       PIC X.
           05 AMT-HOLD     PIC 9(7).
           05 FILLER       PIC X.
           05 TS-DATE-HOLD PIC 9(8).
           05 FILLER       PIC X.
           05 TS-TIME-HOLD PIC 9(6).
           05 FILLER       PIC X.
           05 TERM-HOLD    PIC X(3).
           05 FILLER       PIC X.
           05 REF-HOLD     PIC 9(12).

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

       FD CONTACT-FILE.
       01 CONTACT-RECORD.
           05 ACC-CN    PIC 9(16).
           05 FILLER    PIC X.
           05 ADDR-CN   PIC X(60).

       FD FAILCOUNT-FILE.
       01 FAILCOUNT-RECORD.
           05 ACC-FC    PIC 9(16).
           05 FILLER    PIC X.
           05 COUNT-FC  PIC 9(3).

       FD FROZEN-FILE.
       01 FROZEN-RECORD.
           05 ACC-FZ    PIC 9(16).
           05 FILLER    PIC X.
           05 COUNT-FZ  PIC 9(3).
           05 FILLER    PIC X.
           05 TERM-FZ   PIC X(3).

       FD INT-RAW-FILE.
       01 INT-RAW-RECORD.
           05 RANK-IR    PIC 9.
           05 ACC-IR     PIC 9(16).
           05 CODE-IR    PIC X(3).
           05 SEQ-IR     PIC 9(7).
           05 ITEM-IR    PIC X(20).
           05 DETAIL-IR  PIC X(50).

       FD INT-SORTED-FILE.
       01 INT-SORTED-RECORD.
           05 RANK-IS    PIC 9.
           05 ACC-IS     PIC 9(16).
           05 CODE-IS    PIC X(3).
           05 SEQ-IS     PIC 9(7).
           05 ITEM-IS    PIC X(20).
           05 DETAIL-IS  PIC X(50).

       FD INT-REPORT.
       01 INT-HEADER-RECORD.
           05 HDR-LABEL     PIC X(23).
           05 HDR-DATE      PIC 9(8).
       01 INT-DETAIL-RECORD.
           05 DET-SEV-LABEL    PIC X(10).
           05 DET-SEV          PIC X(6).
           05 DET-CODE-LABEL   PIC X(8).
           05 DET-CODE         PIC X(3).
           05 DET-ACC-LABEL    PIC X(10).
           05 DET-ACC          PIC 9(16).
           05 DET-ITEM-LABEL   PIC X(7).
           05 DET-ITEM         PIC X(20).
           05 DET-DETAIL-LABEL PIC X(9).
           05 DET-DETAIL       PIC X(50).
       01 INT-FILE-RECORD.
           05 FIL-LABEL     PIC X(10).
           05 FIL-NAME      PIC X(20).
           05 FIL-ROW-LABEL PIC X(8).
           05 FIL-ROWS      PIC 9(7).
           05 FIL-NOTE      PIC X(20).
       01 INT-TOTAL-RECORD.
           05 TOT-LABEL PIC X(30).
           05 TOT-COUNT PIC 9(7).

       SD INT-SORT-FILE.
       01 INT-SORT-RECORD.
           05 RANK-SR    PIC 9.
           05 ACC-SR     PIC 9(16).
           05 CODE-SR    PIC X(3).
           05 SEQ-SR     PIC 9(7).
           05 ITEM-SR    PIC X(20).
           05 DETAIL-SR  PIC X(50).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FS PIC XX.
       01 WS-CARD-FS PIC XX.
       01 WS-HIST-FS PIC XX.
       01 WS-PRODUCT-FS PIC XX.
       01 WS-SO-FS PIC XX.
       01 WS-HOLD-FS PIC XX.
       01 WS-TD-FS PIC XX.
       01 WS-CONTACT-FS PIC XX.
       01 WS-FAILCOUNT-FS PIC XX.
       01 WS-FROZEN-FS PIC XX.
       01 WS-SCAN-EOF PIC X VALUE 'N'.
       01 WS-INT-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-DATETIME PIC X(21).
       01 WS-RUN-DATE PIC 9(8).

      *    ONE FINDING, AS BUILT BY EACH CHECK BEFORE IT IS RAISED.
      *    RANK 1 IS HIGH, 2 MEDIUM, 3 LOW.
       01 WS-FD-RANK PIC 9.
       01 WS-FD-CODE PIC X(3).
       01 WS-FD-ACC PIC 9(16).
       01 WS-FD-ITEM PIC X(20).
       01 WS-FD-DETAIL PIC X(50).
       01 WS-FD-SEQ PIC 9(7) VALUE 0.
       01 WS-FD-PTR PIC 9(3).
       01 WS-HIGH-COUNT PIC 9(7) VALUE 0.
       01 WS-MEDIUM-COUNT PIC 9(7) VALUE 0.
       01 WS-LOW-COUNT PIC 9(7) VALUE 0.

      *    KEYED LOOKUPS ON THE MASTER AND THE CARD FILE.
       01 WS-LOOK-ACC PIC 9(16).
       01 WS-LOOK-FOUND PIC X VALUE 'N'.
       01 WS-LOOK-SIG PIC X.
       01 WS-LOOK-CARD PIC 9(16).
       01 WS-CARD-FOUND PIC X VALUE 'N'.
       01 WS-CARD-PRESENT PIC X VALUE 'N'.
       01 WS-PREV-HIST-ACC PIC 9(16) VALUE 0.
       01 WS-SIDE PIC X(6).
       01 WS-FILE-PRESENT PIC X.

      *    ROWS READ FROM EACH FILE; A FILE NOT ON HAND STAYS 'N'.
       01 WS-MASTER-ROWS PIC 9(7) VALUE 0.
       01 WS-SO-ROWS PIC 9(7) VALUE 0.
       01 WS-HOLD-ROWS PIC 9(7) VALUE 0.
       01 WS-TD-ROWS PIC 9(7) VALUE 0.
       01 WS-CONTACT-ROWS PIC 9(7) VALUE 0.
       01 WS-CARD-ROWS PIC 9(7) VALUE 0.
       01 WS-FAILCOUNT-ROWS PIC 9(7) VALUE 0.
       01 WS-FROZEN-ROWS PIC 9(7) VALUE 0.
       01 WS-HIST-ROWS PIC 9(7) VALUE 0.
       01 WS-SO-PRESENT PIC X VALUE 'N'.
       01 WS-HOLD-PRESENT PIC X VALUE 'N'.
       01 WS-TD-PRESENT PIC X VALUE 'N'.
       01 WS-CONTACT-PRESENT PIC X VALUE 'N'.
       01 WS-FAILCOUNT-PRESENT PIC X VALUE 'N'.
       01 WS-FROZEN-PRESENT PIC X VALUE 'N'.
       01 WS-HIST-PRESENT PIC X VALUE 'N'.

      *    PRODUCT TYPES FROM products.txt, AS ACCTMAINT LOADS THEM.
      *    WITH NO PARAMETER FILE ON HAND THE BOOK-STANDARD 'C'
      *    (CURRENT) IS THE ONLY TYPE RECOGNISED.
       01 WS-PRODUCT-COUNT PIC 9(3) VALUE 0.
       01 WS-PR-IX PIC 9(3) VALUE 0.
       01 WS-PTYPE-OK PIC X VALUE 'N'.
       01 PRODUCT-TABLE.
           05 PRODUCT-ENTRY OCCURS 10 TIMES.
               10 PTYPE-PT   PIC X.


       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-PRODUCT-TABLE.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FS NOT = "00" THEN
           DISPLAY "=> MASTER FILE master.dat NOT FOUND"
           STOP RUN
           END-IF.
           OPEN INPUT CARD-FILE.
           IF WS-CARD-FS = "00" THEN
           MOVE 'Y' TO WS-CARD-PRESENT
           END-IF.
           OPEN OUTPUT INT-RAW-FILE.

           PERFORM CHECK-MASTER-RECORDS.
           PERFORM CHECK-STANDING-ORDERS.
           PERFORM CHECK-PENDING-HOLDS.
           PERFORM CHECK-TERM-DEPOSITS.
           PERFORM CHECK-CONTACTS.
           PERFORM CHECK-CARDS.
           PERFORM CHECK-FAILCOUNT.
           PERFORM CHECK-FROZEN.
           PERFORM CHECK-HISTORY.

           CLOSE INT-RAW-FILE.
           IF WS-CARD-PRESENT = 'Y' THEN
           CLOSE CARD-FILE
           END-IF.
           CLOSE MASTER-FILE.

           SORT INT-SORT-FILE
               ON ASCENDING KEY RANK-SR ACC-SR CODE-SR SEQ-SR
               USING INT-RAW-FILE GIVING INT-SORTED-FILE.
           PERFORM WRITE-INTEGRITY-REPORT.

           DISPLAY "=> INTEGRITY FINDINGS - HIGH " WS-HIGH-COUNT
               " MEDIUM " WS-MEDIUM-COUNT " LOW " WS-LOW-COUNT.
           DISPLAY "=> REPORT WRITTEN TO integrityReport.txt".
           STOP RUN.

       LOAD-PRODUCT-TABLE.
           MOVE 0 TO WS-PRODUCT-COUNT.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODUCT-FS = "00" THEN
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM LOAD-PRODUCT-ENTRY UNTIL WS-SCAN-EOF = 'Y'
           CLOSE PRODUCT-FILE
           END-IF.

       LOAD-PRODUCT-ENTRY.
           READ PRODUCT-FILE AT END MOVE 'Y' TO WS-SCAN-EOF.
           IF WS-SCAN-EOF NOT = 'Y' THEN
           IF WS-PRODUCT-COUNT >= 10 THEN
           DISPLAY "=> WARNING: products.txt EXCEEDS 10 TYPES"
           DISPLAY "=> REMAINING ENTRIES IGNORED"
           MOVE 'Y' TO WS-SCAN-EOF
           ELSE
           ADD 1 TO WS-PRODUCT-COUNT
           MOVE PTYPE-PR TO PTYPE-PT(WS-PRODUCT-COUNT)
           END-IF
           END-IF.

       CHECK-MASTER-RECORDS.
      *    THE MASTER IS WALKED IN KEY ORDER FIRST; EVERY LATER CHECK
      *    LOOKS ACCOUNTS UP ON IT BY KEY.
           MOVE 'N' TO WS-SCAN-EOF.
           PERFORM CHECK-ONE-MASTER UNTIL WS-SCAN-EOF = 'Y'.

       CHECK-ONE-MASTER.
           READ MASTER-FILE NEXT AT END MOVE 'Y' TO WS-SCAN-EOF.
           IF WS-SCAN-EOF NOT = 'Y' THEN
           ADD 1 TO WS-MASTER-ROWS
           PERFORM CHECK-PTYPE-CONFIGURED
           IF WS-PTYPE-OK NOT = 'Y' THEN
           MOVE 1 TO WS-FD-RANK
           MOVE "PTY" TO WS-FD-CODE
           MOVE ACC TO WS-FD-ACC
           MOVE ACC-NAME TO WS-FD-ITEM
           MOVE SPACES TO WS-FD-DETAIL
           STRING "PRODUCT TYPE '" DELIMITED BY SIZE
               PTYPE DELIMITED BY SIZE
               "' NOT IN products.txt" DELIMITED BY SIZE
               INTO WS-FD-DETAIL
           PERFORM RAISE-FINDING
           END-IF
           IF SIG NOT = ' ' AND SIG NOT = 'F' AND SIG NOT = 'L'
               AND SIG NOT = 'C' AND SIG NOT = 'D'
               AND SIG NOT = '-' THEN
           MOVE 1 TO WS-FD-RANK
           MOVE "SIG" TO WS-FD-CODE
           MOVE ACC TO WS-FD-ACC
           MOVE ACC-NAME TO WS-FD-ITEM
           MOVE SPACES TO WS-FD-DETAIL
           STRING "STATUS FLAG '" DELIMITED BY SIZE
               SIG DELIMITED BY SIZE
               "' IS NOT A KNOWN VALUE" DELIMITED BY SIZE
               INTO WS-FD-DETAIL
           PERFORM RAISE-FINDING
           END-IF
           END-IF.

       CHECK-PTYPE-CONFIGURED.
           MOVE 'N' TO WS-PTYPE-OK.
           IF WS-PRODUCT-COUNT = 0 AND PTYPE = 'C' THEN
           MOVE 'Y' TO WS-PTYPE-OK
           END-IF.
           MOVE 1 TO WS-PR-IX.
           PERFORM CHECK-PTYPE-STEP
               UNTIL WS-PR-IX > WS-PRODUCT-COUNT
               OR WS-PTYPE-OK = 'Y'.

       CHECK-PTYPE-STEP.
           IF PTYPE-PT(WS-PR-IX) = PTYPE THEN
           MOVE 'Y' TO WS-PTYPE-OK
           ELSE
           ADD 1 TO WS-PR-IX
           END-IF.

       LOOKUP-MASTER.
           MOVE 'N' TO WS-LOOK-FOUND.
           MOVE SPACE TO WS-LOOK-SIG.
           MOVE WS-LOOK-ACC TO ACC.
           READ MASTER-FILE
               INVALID KEY
               CONTINUE
               NOT INVALID KEY
               MOVE 'Y' TO WS-LOOK-FOUND
               MOVE SIG TO WS-LOOK-SIG
           END-READ.

       LOOKUP-CARD.
           MOVE 'N' TO WS-CARD-FOUND.
           IF WS-CARD-PRESENT = 'Y' THEN
           MOVE WS-LOOK-CARD TO CARD-NO
           READ CARD-FILE
               INVALID KEY
               CONTINUE
               NOT INVALID KEY
               MOVE 'Y' TO WS-CARD-FOUND
           END-READ
           END-IF.

       CHECK-STANDING-ORDERS.
           OPEN INPUT SO-FILE.
           IF WS-SO-FS = "00" THEN
           MOVE 'Y' TO WS-SO-PRESENT
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM CHECK-ONE-ORDER UNTIL WS-SCAN-EOF = 'Y'
           CLOSE SO-FILE
           END-IF.

       CHECK-ONE-ORDER.
           READ SO-FILE AT END MOVE 'Y' TO WS-SCAN-EOF.
           IF WS-SCAN-EOF NOT = 'Y' THEN
           ADD 1 TO WS-SO-ROWS
           MOVE SRC-SO TO WS-LOOK-ACC
           MOVE "SOURCE" TO WS-SIDE
           PERFORM CHECK-ORDER-ACCOUNT
           MOVE TGT-SO TO WS-LOOK-ACC
           MOVE "TARGET" TO WS-SIDE
           PERFORM CHECK-ORDER-ACCOUNT
           END-IF.

       CHECK-ORDER-ACCOUNT.
      *    AN ORDER ALREADY CANCELLED NEVER RUNS AGAIN, SO THE SAME
      *    FAULT ON IT IS ONLY HOUSEKEEPING.
           PERFORM LOOKUP-MASTER.
           IF WS-LOOK-FOUND NOT = 'Y' OR WS-LOOK-SIG = 'C' THEN
           IF ACTIVE-SO = 'Y' THEN
           MOVE 1 TO WS-FD-RANK
           MOVE SPACES TO WS-FD-DETAIL
           MOVE 1 TO WS-FD-PTR
           ELSE
           MOVE 3 TO WS-FD-RANK
           MOVE "CANCELLED ORDER - " TO WS-FD-DETAIL
           MOVE 19 TO WS-FD-PTR
           END-IF
           MOVE SRC-SO TO WS-FD-ACC
           MOVE SPACES TO WS-FD-ITEM
           STRING TGT-SO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DOM-SO DELIMITED BY SIZE
               INTO WS-FD-ITEM
           IF WS-LOOK-FOUND NOT = 'Y' THEN
           MOVE "SOM" TO WS-FD-CODE
           STRING WS-SIDE DELIMITED BY SIZE
               " ACCOUNT NOT ON MASTER" DELIMITED BY SIZE
               INTO WS-FD-DETAIL WITH POINTER WS-FD-PTR
           ELSE
           MOVE "SOC" TO WS-FD-CODE
           STRING WS-SIDE DELIMITED BY SIZE
               " ACCOUNT CLOSED" DELIMITED BY SIZE
               INTO WS-FD-DETAIL WITH POINTER WS-FD-PTR
           END-IF
           PERFORM RAISE-FINDING
           END-IF.

       CHECK-PENDING-HOLDS.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-FS = "00" THEN
           MOVE 'Y' TO WS-HOLD-PRESENT
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM CHECK-ONE-HOLD UNTIL WS-SCAN-EOF = 'Y'
           CLOSE HOLD-FILE
           END-IF.

       CHECK-ONE-HOLD.
           READ HOLD-FILE AT END MOVE 'Y' TO WS-SCAN-EOF.
           IF WS-SCAN-EOF NOT = 'Y' THEN
           ADD 1 TO WS-HOLD-ROWS
           MOVE ACC-HOLD TO WS-LOOK-ACC
           PERFORM LOOKUP-MASTER
           IF WS-LOOK-FOUND NOT = 'Y' OR WS-LOOK-SIG = 'C' THEN
           MOVE 1 TO WS-FD-RANK
           MOVE ACC-HOLD TO WS-FD-ACC
           MOVE REF-HOLD TO WS-FD-ITEM
           MOVE SPACES TO WS-FD-DETAIL
           IF WS-LOOK-FOUND NOT = 'Y' THEN
           MOVE "HLM" TO WS-FD-CODE
           STRING "HOLD OF " DELIMITED BY SIZE
               AMT-HOLD DELIMITED BY SIZE
               " ON ACCOUNT NOT ON MASTER" DELIMITED BY SIZE
               INTO WS-FD-DETAIL
           ELSE
           MOVE "HLC" TO WS-FD-CODE
           STRING "HOLD OF " DELIMITED BY SIZE
               AMT-HOLD DELIMITED BY SIZE
               " ON CLOSED ACCOUNT" DELIMITED BY SIZE
               INTO WS-FD-DETAIL
           END-IF
           PERFORM RAISE-FINDING
           END-IF
           END-IF.

       CHECK-TERM-DEPOSITS.
           OPEN INPUT TD-FILE.
           IF WS-TD-FS = "00" THEN
           MOVE 'Y' TO WS-TD-PRESENT
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM CHECK-ONE-DEPOSIT UNTIL WS-SCAN-EOF = 'Y'
           CLOSE TD-FILE
           END-IF.

       CHECK-ONE-DEPOSIT.
      *    A DEPOSIT ALREADY MATURED OR BROKEN HAS BEEN PAID OUT, SO
      *    THE SAME FAULT ON IT IS ONLY HOUSEKEEPING.
           READ TD-FILE AT END MOVE 'Y' TO WS-SCAN-EOF.
           IF WS-SCAN-EOF NOT = 'Y' THEN
           ADD 1 TO WS-TD-ROWS
           MOVE ACC-TD TO WS-LOOK-ACC
           PERFORM LOOKUP-MASTER
           IF WS-LOOK-FOUND NOT = 'Y' OR WS-LOOK-SIG = 'C' THEN
           IF STATUS-TD = 'A' THEN
           MOVE 1 TO WS-FD-RANK
           MOVE SPACES TO WS-FD-DETAIL
           MOVE 1 TO WS-FD-PTR
           ELSE
           MOVE 3 TO WS-FD-RANK
           MOVE "SETTLED - " TO WS-FD-DETAIL
           MOVE 11 TO WS-FD-PTR
           END-IF
           MOVE ACC-TD TO WS-FD-ACC
           MOVE REF-TD TO WS-FD-ITEM
           IF WS-LOOK-FOUND NOT = 'Y' THEN
           MOVE "TDM" TO WS-FD-CODE
           STRING "DEPOSIT " DELIMITED BY SIZE
               PRIN-TD DELIMITED BY SIZE
               " ON ACCOUNT NOT ON MASTER" DELIMITED BY SIZE
               INTO WS-FD-DETAIL WITH POINTER WS-FD-PTR
           ELSE
           MOVE "TDC" TO WS-FD-CODE
           STRING "DEPOSIT " DELIMITED BY SIZE
               PRIN-TD DELIMITED BY SIZE
               " ON CLOSED ACCOUNT" DELIMITED BY SIZE
               INTO WS-FD-DETAIL WITH POINTER WS-FD-PTR
           END-IF
           PERFORM RAISE-FINDING
           END-IF
           END-IF.

       CHECK-CONTACTS.
           OPEN INPUT CONTACT-FILE.
           IF WS-CONTACT-FS = "00" THEN
           MOVE 'Y' TO WS-CONTACT-PRESENT
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM CHECK-ONE-CONTACT UNTIL WS-SCAN-EOF = 'Y'
           CLOSE CONTACT-FILE
           END-IF.

       CHECK-ONE-CONTACT.
           READ CONTACT-FILE AT END MOVE 'Y' TO WS-SCAN-EOF.
           IF WS-SCAN-EOF NOT = 'Y' THEN
           ADD 1 TO WS-CONTACT-ROWS
           MOVE ACC-CN TO WS-LOOK-ACC
           PERFORM LOOKUP-MASTER
           IF WS-LOOK-FOUND NOT = 'Y' THEN
           MOVE 3 TO WS-FD-RANK
           MOVE "CNM" TO WS-FD-CODE
           MOVE ACC-CN TO WS-FD-ACC
           MOVE SPACES TO WS-FD-ITEM
           MOVE "CONTACT ROW WITH NO MASTER RECORD" TO WS-FD-DETAIL
           PERFORM RAISE-FINDING
           END-IF
           END-IF.

       CHECK-CARDS.
      *    cards.dat IS WALKED FROM THE TOP; ITS LATER KEYED LOOKUPS
      *    FROM failcount.txt DO NOT DEPEND ON WHERE THE WALK ENDED.
           IF WS-CARD-PRESENT = 'Y' THEN
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM CHECK-ONE-CARD UNTIL WS-SCAN-EOF = 'Y'
           END-IF.

       CHECK-ONE-CARD.
           READ CARD-FILE NEXT AT END MOVE 'Y' TO WS-SCAN-EOF.
           IF WS-SCAN-EOF NOT = 'Y' THEN
           ADD 1 TO WS-CARD-ROWS
           MOVE CARD-ACC TO WS-LOOK-ACC
           PERFORM LOOKUP-MASTER
           IF WS-LOOK-FOUND NOT = 'Y' THEN
           MOVE 2 TO WS-FD-RANK
           MOVE "CDM" TO WS-FD-CODE
           MOVE CARD-ACC TO WS-FD-ACC
           MOVE CARD-NO TO WS-FD-ITEM
           MOVE SPACES TO WS-FD-DETAIL
           STRING "CARD (STATUS " DELIMITED BY SIZE
               CARD-STATUS DELIMITED BY SIZE
               ") LINKED TO ACCOUNT NOT ON MASTER" DELIMITED BY SIZE
               INTO WS-FD-DETAIL
           PERFORM RAISE-FINDING
           END-IF
           END-IF.

       CHECK-FAILCOUNT.
           OPEN INPUT FAILCOUNT-FILE.
           IF WS-FAILCOUNT-FS = "00" THEN
           MOVE 'Y' TO WS-FAILCOUNT-PRESENT
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM CHECK-ONE-FAILCOUNT UNTIL WS-SCAN-EOF = 'Y'
           CLOSE FAILCOUNT-FILE
           END-IF.

       CHECK-ONE-FAILCOUNT.
      *    THE COUNTER IS KEYED ON THE CARD NUMBER PRESENTED AT THE
      *    ATM, SO A MISTYPED NUMBER LEAVES A ROW FOR NO CARD AT ALL.
           READ FAILCOUNT-FILE AT END MOVE 'Y' TO WS-SCAN-EOF.
           IF WS-SCAN-EOF NOT = 'Y' THEN
           ADD 1 TO WS-FAILCOUNT-ROWS
           MOVE ACC-FC TO WS-LOOK-CARD
           PERFORM LOOKUP-CARD
           IF WS-CARD-FOUND NOT = 'Y' THEN
           MOVE 3 TO WS-FD-RANK
           MOVE "FCC" TO WS-FD-CODE
           MOVE 0 TO WS-FD-ACC
           MOVE ACC-FC TO WS-FD-ITEM
           MOVE SPACES TO WS-FD-DETAIL
           STRING "FAILED-LOGIN COUNT " DELIMITED BY SIZE
               COUNT-FC DELIMITED BY SIZE
               " FOR CARD NOT ON cards.dat" DELIMITED BY SIZE
               INTO WS-FD-DETAIL
           PERFORM RAISE-FINDING
           ELSE
           MOVE CARD-ACC TO WS-LOOK-ACC
           PERFORM LOOKUP-MASTER
           IF WS-LOOK-FOUND NOT = 'Y' THEN
           MOVE 2 TO WS-FD-RANK
           MOVE "FCM" TO WS-FD-CODE
           MOVE CARD-ACC TO WS-FD-ACC
           MOVE ACC-FC TO WS-FD-ITEM
           MOVE SPACES TO WS-FD-DETAIL
           STRING "FAILED-LOGIN COUNT " DELIMITED BY SIZE
               COUNT-FC DELIMITED BY SIZE
               " - CARD'S ACCOUNT NOT ON MASTER" DELIMITED BY SIZE
               INTO WS-FD-DETAIL
           PERFORM RAISE-FINDING
           END-IF
           END-IF
           END-IF.

       CHECK-FROZEN.
           OPEN INPUT FROZEN-FILE.
           IF WS-FROZEN-FS = "00" THEN
           MOVE 'Y' TO WS-FROZEN-PRESENT
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM CHECK-ONE-FROZEN UNTIL WS-SCAN-EOF = 'Y'
           CLOSE FROZEN-FILE
           END-IF.

       CHECK-ONE-FROZEN.
           READ FROZEN-FILE AT END MOVE 'Y' TO WS-SCAN-EOF.
           IF WS-SCAN-EOF NOT = 'Y' THEN
           ADD 1 TO WS-FROZEN-ROWS
           MOVE ACC-FZ TO WS-LOOK-ACC
           PERFORM LOOKUP-MASTER
           IF WS-LOOK-FOUND NOT = 'Y' THEN
           MOVE 3 TO WS-FD-RANK
           MOVE "FZM" TO WS-FD-CODE
           MOVE ACC-FZ TO WS-FD-ACC
           MOVE SPACES TO WS-FD-ITEM
           MOVE SPACES TO WS-FD-DETAIL
           STRING "OFFENSE COUNT " DELIMITED BY SIZE
               COUNT-FZ DELIMITED BY SIZE
               " FOR ACCOUNT NOT ON MASTER" DELIMITED BY SIZE
               INTO WS-FD-DETAIL
           PERFORM RAISE-FINDING
           ELSE
           IF WS-LOOK-SIG NOT = 'F' THEN
           MOVE 3 TO WS-FD-RANK
           MOVE "FZN" TO WS-FD-CODE
           MOVE ACC-FZ TO WS-FD-ACC
           MOVE SPACES TO WS-FD-ITEM
           MOVE SPACES TO WS-FD-DETAIL
           STRING "OFFENSE COUNT " DELIMITED BY SIZE
               COUNT-FZ DELIMITED BY SIZE
               " - ACCOUNT NO LONGER FROZEN (SIG '"
               DELIMITED BY SIZE
               WS-LOOK-SIG DELIMITED BY SIZE
               "')" DELIMITED BY SIZE
               INTO WS-FD-DETAIL
           PERFORM RAISE-FINDING
           END-IF
           END-IF
           END-IF.

       CHECK-HISTORY.
      *    history.dat IS IN ACCOUNT ORDER, SO EACH ACCOUNT'S ROWS
      *    ARE TOGETHER AND ONLY THE FIRST OF THEM IS LOOKED UP.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-FS = "00" THEN
           MOVE 'Y' TO WS-HIST-PRESENT
           MOVE 0 TO WS-PREV-HIST-ACC
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM CHECK-ONE-HISTORY UNTIL WS-SCAN-EOF = 'Y'
           CLOSE HIST-FILE
           END-IF.

       CHECK-ONE-HISTORY.
           READ HIST-FILE AT END MOVE 'Y' TO WS-SCAN-EOF.
           IF WS-SCAN-EOF NOT = 'Y' THEN
           ADD 1 TO WS-HIST-ROWS
           IF ACC-H NOT = WS-PREV-HIST-ACC THEN
           MOVE ACC-H TO WS-PREV-HIST-ACC
           MOVE ACC-H TO WS-LOOK-ACC
           PERFORM LOOKUP-MASTER
           IF WS-LOOK-FOUND NOT = 'Y' THEN
           MOVE 3 TO WS-FD-RANK
           MOVE "HSM" TO WS-FD-CODE
           MOVE ACC-H TO WS-FD-ACC
           MOVE SPACES TO WS-FD-ITEM
           MOVE "HISTORY ROWS FOR ACCOUNT NOT ON MASTER"
               TO WS-FD-DETAIL
           PERFORM RAISE-FINDING
           END-IF
           END-IF
           END-IF.

       RAISE-FINDING.
           ADD 1 TO WS-FD-SEQ.
           IF WS-FD-RANK = 1 THEN
           ADD 1 TO WS-HIGH-COUNT
           END-IF.
           IF WS-FD-RANK = 2 THEN
           ADD 1 TO WS-MEDIUM-COUNT
           END-IF.
           IF WS-FD-RANK = 3 THEN
           ADD 1 TO WS-LOW-COUNT
           END-IF.
           MOVE SPACES TO INT-RAW-RECORD.
           MOVE WS-FD-RANK TO RANK-IR.
           MOVE WS-FD-ACC TO ACC-IR.
           MOVE WS-FD-CODE TO CODE-IR.
           MOVE WS-FD-SEQ TO SEQ-IR.
           MOVE WS-FD-ITEM TO ITEM-IR.
           MOVE WS-FD-DETAIL TO DETAIL-IR.
           WRITE INT-RAW-RECORD.

       WRITE-INTEGRITY-REPORT.
           OPEN OUTPUT INT-REPORT.
           MOVE "Integrity Sweep Date: " TO HDR-LABEL.
           MOVE WS-RUN-DATE TO HDR-DATE.
           WRITE INT-HEADER-RECORD.
           OPEN INPUT INT-SORTED-FILE.
           MOVE 'N' TO WS-INT-EOF.
           PERFORM WRITE-FINDING-LINE UNTIL WS-INT-EOF = 'Y'.
           CLOSE INT-SORTED-FILE.

           MOVE "=== FINDINGS HIGH:            " TO TOT-LABEL.
           MOVE WS-HIGH-COUNT TO TOT-COUNT.
           WRITE INT-TOTAL-RECORD.
           MOVE "=== FINDINGS MEDIUM:          " TO TOT-LABEL.
           MOVE WS-MEDIUM-COUNT TO TOT-COUNT.
           WRITE INT-TOTAL-RECORD.
           MOVE "=== FINDINGS LOW:             " TO TOT-LABEL.
           MOVE WS-LOW-COUNT TO TOT-COUNT.
           WRITE INT-TOTAL-RECORD.

           MOVE "master.dat" TO FIL-NAME.
           MOVE WS-MASTER-ROWS TO FIL-ROWS.
           MOVE 'Y' TO WS-FILE-PRESENT.
           PERFORM WRITE-FILE-LINE.
           MOVE "standingorders.txt" TO FIL-NAME.
           MOVE WS-SO-ROWS TO FIL-ROWS.
           MOVE WS-SO-PRESENT TO WS-FILE-PRESENT.
           PERFORM WRITE-FILE-LINE.
           MOVE "pendingholds.txt" TO FIL-NAME.
           MOVE WS-HOLD-ROWS TO FIL-ROWS.
           MOVE WS-HOLD-PRESENT TO WS-FILE-PRESENT.
           PERFORM WRITE-FILE-LINE.
           MOVE "termdeposits.txt" TO FIL-NAME.
           MOVE WS-TD-ROWS TO FIL-ROWS.
           MOVE WS-TD-PRESENT TO WS-FILE-PRESENT.
           PERFORM WRITE-FILE-LINE.
           MOVE "contacts.txt" TO FIL-NAME.
           MOVE WS-CONTACT-ROWS TO FIL-ROWS.
           MOVE WS-CONTACT-PRESENT TO WS-FILE-PRESENT.
           PERFORM WRITE-FILE-LINE.
           MOVE "cards.dat" TO FIL-NAME.
           MOVE WS-CARD-ROWS TO FIL-ROWS.
           MOVE WS-CARD-PRESENT TO WS-FILE-PRESENT.
           PERFORM WRITE-FILE-LINE.
           MOVE "failcount.txt" TO FIL-NAME.
           MOVE WS-FAILCOUNT-ROWS TO FIL-ROWS.
           MOVE WS-FAILCOUNT-PRESENT TO WS-FILE-PRESENT.
           PERFORM WRITE-FILE-LINE.
           MOVE "frozen.txt" TO FIL-NAME.
           MOVE WS-FROZEN-ROWS TO FIL-ROWS.
           MOVE WS-FROZEN-PRESENT TO WS-FILE-PRESENT.
           PERFORM WRITE-FILE-LINE.
           MOVE "history.dat" TO FIL-NAME.
           MOVE WS-HIST-ROWS TO FIL-ROWS.
           MOVE WS-HIST-PRESENT TO WS-FILE-PRESENT.
           PERFORM WRITE-FILE-LINE.
           MOVE "products.txt" TO FIL-NAME.
           MOVE WS-PRODUCT-COUNT TO FIL-ROWS.
           IF WS-PRODUCT-FS = "00" THEN
           MOVE 'Y' TO WS-FILE-PRESENT
           ELSE
           MOVE 'N' TO WS-FILE-PRESENT
           END-IF.
           PERFORM WRITE-FILE-LINE.
           CLOSE INT-REPORT.

       WRITE-FILE-LINE.
      *    FIL-NAME, FIL-ROWS AND WS-FILE-PRESENT ARE SET BY THE
      *    CALLER.
           MOVE "=== File: " TO FIL-LABEL.
           MOVE " Rows: " TO FIL-ROW-LABEL.
           IF WS-FILE-PRESENT = 'Y' THEN
           MOVE " CHECKED" TO FIL-NOTE
           ELSE
           MOVE " NOT ON FILE" TO FIL-NOTE
           END-IF.
           WRITE INT-FILE-RECORD.

       WRITE-FINDING-LINE.
           READ INT-SORTED-FILE AT END MOVE 'Y' TO WS-INT-EOF.
           IF WS-INT-EOF NOT = 'Y' THEN
           MOVE SPACES TO INT-DETAIL-RECORD
           MOVE "Severity: " TO DET-SEV-LABEL
           IF RANK-IS = 1 THEN
           MOVE "HIGH" TO DET-SEV
           END-IF
           IF RANK-IS = 2 THEN
           MOVE "MEDIUM" TO DET-SEV
           END-IF
           IF RANK-IS = 3 THEN
           MOVE "LOW" TO DET-SEV
           END-IF
           MOVE " Check: " TO DET-CODE-LABEL
           MOVE CODE-IS TO DET-CODE
           MOVE " Account: " TO DET-ACC-LABEL
           MOVE ACC-IS TO DET-ACC
           MOVE " Item: " TO DET-ITEM-LABEL
           MOVE ITEM-IS TO DET-ITEM
           MOVE " Detail: " TO DET-DETAIL-LABEL
           MOVE DETAIL-IS TO DET-DETAIL
           WRITE INT-DETAIL-RECORD
           END-IF.
