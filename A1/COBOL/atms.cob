               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC
               FILE STATUS IS WS-MASTER-FS.
           SELECT CARD-FILE ASSIGN TO "cards.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CARD-NO
               FILE STATUS IS WS-CARD-FS.
           SELECT ATM-LIST-FILE ASSIGN TO "atmlist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATMLIST-FS.
               FILE STATUS IS WS-TXNSEQ-FS.
           SELECT NEW-TXNSEQ-FILE ASSIGN TO "txnseq.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TELLER-FILE ASSIGN TO "tellers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TELLER-FS.
           SELECT SVC-LOG-FILE ASSIGN TO "serviceLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVCLOG-FS.

       DATA DIVISION.
       FILE SECTION.
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

       FD ATM-LIST-FILE.
       01 ATM-LIST-RECORD.
           05 ATM-ID-IN    PIC X(3).
           05 FILLER       PIC X.
           05 REF-HOLD     PIC 9(12).

       FD TELLER-FILE.
       01 TELLER-RECORD.
           05 TELLER-ID-TL   PIC X(6).
           05 FILLER         PIC X.
           05 TELLER-CODE-TL PIC 9(6).
           05 FILLER         PIC X.
           05 TELLER-TERM-TL PIC X(3).
           05 FILLER         PIC X.
           05 TELLER-NAME-TL PIC X(20).

       FD SVC-LOG-FILE.
       01 SVC-LOG-RECORD.
           05 ACC-SL      PIC 9(16).
           05 FILLER      PIC X.
           05 SVC-SL      PIC X(3).
           05 FILLER      PIC X.
           05 TERM-SL     PIC X(3).
           05 FILLER      PIC X.
           05 TS-DATE-SL  PIC 9(8).
           05 FILLER      PIC X.
           05 TS-TIME-SL  PIC 9(6).
           05 FILLER      PIC X.
           05 REF-SL      PIC 9(12).

       FD RUNCTL-FILE.
       01 RUNCTL-RECORD.
           05 CTL-CENTRAL-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 ATM-INPUT PIC X(10).
       01 CARD-INPUT PIC X(50).
       01 ACC-INPUT PIC X(50).
       01 TARGET-ACC-INPUT PIC X(50).
       01 PWD-INPUT PIC X(10).
               10 ATM-ID   PIC X(3).
               10 ATM-FILE PIC X(30).
               10 ATM-CASH PIC S9(7)V9(2).
               10 ATM-COUNTER PIC X.

      *    BRANCH COUNTER TERMINALS. A TERMINAL NAMED AGAINST A
      *    TELLER IN tellers.txt IS WORKED BY THE TELLER PROGRAM,
      *    WHICH KEEPS ITS OWN DRAWER FIGURE IN THE CASH COLUMN - IT
      *    IS NEVER OFFERED TO A CARDHOLDER HERE, AND ITS FILE IS
      *    CHECKED FOR UNCONSUMED WORK WHEN THE DRAWER IS OPENED,
      *    NOT WHEN AN ATM OPENS. ITS ACTIVITY STILL COUNTS IN THE
      *    CUSTOMER'S RUNNING AVAILABLE BALANCE.
       01 WS-TELLER-FS PIC XX.
       01 WS-TELLER-EOF PIC X VALUE 'N'.

      *    PHYSICAL CASH-ON-HAND PER TERMINAL, CARRIED IN THE CASH
      *    COLUMN OF atmlist.txt. EVERY 'W' RECORD WRITTEN DRAWS THE
      *    WITHDRAWAL THE CASHBOX CANNOT COVER IS REFUSED WITH A
      *    MESSAGE SENDING THE CUSTOMER TO ANOTHER TERMINAL.
       01 WS-CUR-ATM-IX PIC 9(3) VALUE 0.
       01 WS-ATMLIST-OLD-NAME PIC X(30) VALUE "atmlist.txt".
       01 WS-ATMLIST-NEW-NAME PIC X(30) VALUE "atmlist.txt.new".

       01 WS-HOLD-FS PIC XX.
       01 DEPOSIT-KIND-INPUT PIC X(10).

      *    FAILED-LOGIN LOCKOUT TRACKING. THE PER-CARD COUNTER
      *    LIVES IN failcount.txt (ABSENCE FROM THE FILE MEANS ZERO
      *    CONSECUTIVE FAILURES). ATMS ONLY MAINTAINS THE COUNTER;
      *    CENTRAL IS THE ONE THAT BLOCKS THE CARD IN cards.dat
      *    WHEN IT NEXT VERIFIES A BATCH.
       01 WS-FAILCOUNT-FS PIC XX.
       01 WS-FC-EOF PIC X VALUE 'N'.
       01 WS-FC-FOUND PIC X VALUE 'N'.
               10 MINI-TERM PIC X(3).
               10 MINI-REF  PIC 9(12).

      *    CHARGEABLE NON-POSTING SERVICES. A MINI STATEMENT MOVES
      *    NO MONEY, SO IT LEAVES NO TRANSACTION RECORD - INSTEAD IT
      *    IS LOGGED WITH ITS OWN txnseq.txt REFERENCE (PRINTED ON
      *    THE RECEIPT) IN serviceLog.txt, WHERE CENTRAL PICKS IT UP
      *    AGAINST THE FEE SCHEDULE AND ARCHIVES IT WITH THE BATCH.
       01 WS-SVCLOG-FS PIC XX.
       01 WS-SVC-CODE PIC X(3).

      *    OUTBOUND INTERBANK CLEARING. AN EXTERNAL TRANSFER DEBITS
      *    THE CUSTOMER THROUGH THE NORMAL 'W' RECORD AND QUEUES THE
      *    PAYMENT INSTRUCTION IN interchangeOut.txt, WHICH CENTRAL
       01 NEW-PWD-INPUT PIC X(10).
       01 NEW-PWD-CONFIRM PIC X(10).

      *    CARD MASTER. LOGIN IS BY CARD NUMBER AGAINST cards.dat,
      *    INDEXED ON THE CARD NUMBER. THE CARD CARRIES THE PIN, THE
      *    EXPIRY (YYYYMM, GOOD THROUGH THE END OF THAT MONTH) AND A
      *    STATUS - 'A' ACTIVE, 'H' HOT-CARDED (LOST OR STOLEN), 'E'
      *    EXPIRED, 'X' CANCELLED, 'B' BLOCKED BY CENTRAL AFTER
      *    REPEATED WRONG PINS - AND POINTS AT THE LINKED ACCOUNT,
      *    WHICH IS WHAT ACC-INPUT HOLDS FOR THE REST OF THE SESSION.
      *    THE FAILED-LOGIN COUNTER AND THE SECURITY LOG ARE KEPT PER
      *    CARD; THE LINKED ACCOUNT (WHEN THE CARD IS ON FILE) RIDES
      *    ALONGSIDE THE CARD NUMBER IN THE LOG SO MONITOR CAN STILL
      *    CORRELATE FAILURES AGAINST THE ACCOUNT'S POSTED ACTIVITY.
       01 WS-CARD-FS PIC XX.
       01 WS-LOG-ACC PIC X(16) VALUE SPACES.


       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           PERFORM LOAD-ATM-TABLE.
           PERFORM LOAD-COUNTER-TERMINALS.
           PERFORM LOAD-LIMIT.
           PERFORM LOAD-PRODUCT-TABLE.
           PERFORM CHECK-UNCONSUMED-TXNS.
           CLOSE ATM-LIST-FILE.

       LOAD-ATM-ENTRY.
      *    OVERFLOW IS FATAL HERE, NOT JUST A WARNING - PROCEEDING
      *    WITH A TRUNCATED TABLE WOULD LEAVE THE EXTRA TERMINALS'
      *    ACTIVITY OUT OF THE RUNNING AVAILABLE-BALANCE CHECK.
           READ ATM-LIST-FILE AT END MOVE 'Y' TO WS-ATM-EOF.
           IF WS-ATM-EOF NOT = 'Y' THEN
           IF WS-ATM-COUNT >= 20 THEN
           MOVE ATM-ID-IN TO ATM-ID(WS-ATM-COUNT)
           MOVE ATM-FILE-IN TO ATM-FILE(WS-ATM-COUNT)
           MOVE ATM-CASH-IN TO ATM-CASH(WS-ATM-COUNT)
           MOVE 'N' TO ATM-COUNTER(WS-ATM-COUNT)
           END-IF
           END-IF.

       LOAD-COUNTER-TERMINALS.
           OPEN INPUT TELLER-FILE.
           IF WS-TELLER-FS = "00" THEN
           MOVE 'N' TO WS-TELLER-EOF
           PERFORM MARK-COUNTER-TERMINAL UNTIL WS-TELLER-EOF = 'Y'
           CLOSE TELLER-FILE
           END-IF.

       MARK-COUNTER-TERMINAL.
           READ TELLER-FILE AT END MOVE 'Y' TO WS-TELLER-EOF.
           IF WS-TELLER-EOF NOT = 'Y' THEN
           MOVE 1 TO WS-ATM-IX
           PERFORM MARK-COUNTER-STEP UNTIL WS-ATM-IX > WS-ATM-COUNT
           END-IF.

       MARK-COUNTER-STEP.
           IF ATM-ID(WS-ATM-IX) = TELLER-TERM-TL THEN
           MOVE 'Y' TO ATM-COUNTER(WS-ATM-IX)
           END-IF.
           ADD 1 TO WS-ATM-IX.

       LOAD-LIMIT.
      *    ABSENCE OF wlimit.txt LEAVES THE DEFAULT (EFFECTIVELY
      *    UNLIMITED) CEILING IN PLACE.
           END-IF.

       CHECK-ONE-TERMINAL.
           IF ATM-COUNTER(WS-CHECK-IX) NOT = 'Y' THEN
           MOVE ATM-FILE(WS-CHECK-IX) TO WS-TRANS-FILENAME
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FS = "00" THEN
           READ TRANS-FILE
               AT END CONTINUE
               NOT AT END MOVE 'Y' TO WS-UNCONSUMED-FLAG
           END-READ
           CLOSE TRANS-FILE
           END-IF
           END-IF.
           ADD 1 TO WS-CHECK-IX.

           GO TO ACC-PWD-PROMPT.

       DISPLAY-ATM-ENTRY.
           IF ATM-COUNTER(WS-ATM-IX) NOT = 'Y' THEN
           DISPLAY "=> PRESS " ATM-ID(WS-ATM-IX) " FOR ATM "
               ATM-ID(WS-ATM-IX)
           END-IF.
           ADD 1 TO WS-ATM-IX.

       FIND-ATM.
               UNTIL WS-ATM-IX > WS-ATM-COUNT OR WS-FOUND-ATM = 'Y'.

       FIND-ATM-STEP.
           IF ATM-ID(WS-ATM-IX) = ATM-INPUT
               AND ATM-COUNTER(WS-ATM-IX) NOT = 'Y' THEN
           MOVE 'Y' TO WS-FOUND-ATM
           MOVE ATM-FILE(WS-ATM-IX) TO WS-TRANS-FILENAME
           MOVE WS-ATM-IX TO WS-CUR-ATM-IX
           END-IF.

       ACC-PWD-PROMPT.
           DISPLAY "=> CARD NUMBER"
           ACCEPT CARD-INPUT FROM SYSIN
           DISPLAY "=> PIN"
           ACCEPT PWD-INPUT FROM SYSIN
           GO TO USER-AUTH.

       USER-AUTH.
      *    DIRECT KEYED READ ON THE INDEXED CARD FILE, THEN ON THE
      *    INDEXED MASTER FOR THE LINKED ACCOUNT. A HOT-CARDED CARD
      *    IS REFUSED BEFORE THE PIN IS EVEN LOOKED AT AND LOGGED AS
      *    A SECURITY EVENT; THE OTHER CARD STATES ARE ONLY REPORTED
      *    TO A CARDHOLDER WHO HAS GOT THE PIN RIGHT.
           MOVE SPACES TO WS-LOG-ACC.
           IF CARD-INPUT(1:16) NOT NUMERIC
               OR CARD-INPUT(17:34) NOT = SPACES THEN
           DISPLAY "=> INCORRECT CARD/PIN"
           PERFORM LOG-FAILED-LOGIN
           GO TO ACC-PWD-PROMPT
           END-IF.
           OPEN INPUT CARD-FILE.
           IF WS-CARD-FS NOT = "00" THEN
           DISPLAY "=> CARD FILE cards.dat NOT FOUND"
           STOP RUN
           END-IF.
           MOVE CARD-INPUT(1:16) TO CARD-NO.
           READ CARD-FILE
               INVALID KEY
               CLOSE CARD-FILE
               DISPLAY "=> INCORRECT CARD/PIN"
               PERFORM LOG-FAILED-LOGIN
               GO TO ACC-PWD-PROMPT
           END-READ.
           CLOSE CARD-FILE.
           MOVE CARD-ACC TO WS-LOG-ACC.
           IF CARD-STATUS = 'H' THEN
           DISPLAY "=> CARD REPORTED LOST OR STOLEN - CARD RETAINED"
           PERFORM LOG-FAILED-LOGIN
           GO TO ATM-PROMPT
           END-IF.
           IF CARD-PIN NOT = PWD-INPUT THEN
           DISPLAY "=> INCORRECT CARD/PIN"
           PERFORM LOG-FAILED-LOGIN
           GO TO ACC-PWD-PROMPT
           END-IF.
           MOVE 'S' TO WS-LOGIN-RESULT.
           PERFORM UPDATE-FAILCOUNT.
           IF CARD-STATUS = 'B' THEN
           DISPLAY "=> CARD BLOCKED DUE TO REPEATED FAILED LOGINS"
           GO TO ATM-PROMPT
           END-IF.
           IF CARD-STATUS = 'X' THEN
           DISPLAY "=> CARD CANCELLED"
           GO TO ATM-PROMPT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           IF CARD-STATUS = 'E'
               OR CARD-EXPIRY < WS-CURRENT-DATETIME(1:6) THEN
           DISPLAY "=> CARD EXPIRED"
           GO TO ATM-PROMPT
           END-IF.
           MOVE CARD-ACC TO ACC-INPUT.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FS NOT = "00" THEN
           DISPLAY "=> MASTER FILE master.dat NOT FOUND"
           STOP RUN
           END-IF.
           MOVE CARD-ACC TO ACC.
           READ MASTER-FILE
               INVALID KEY
               CLOSE MASTER-FILE
               DISPLAY "=> CARD IS NOT LINKED TO AN ACCOUNT ON FILE"
               GO TO ATM-PROMPT
           END-READ.
           CLOSE MASTER-FILE.
           PERFORM SET-EFFECTIVE-LIMIT.
           IF SIG = 'L' THEN
           DISPLAY "=> ACCOUNT LOCKED DUE TO REPEATED FAILED LOGINS"
           PERFORM WRITE-MINI-ENTRY UNTIL WS-MINI-IX > WS-MINI-COUNT.
           CLOSE RECEIPT-FILE.
           DISPLAY "=> MINI STATEMENT WRITTEN TO receipt.txt".
           MOVE "MST" TO WS-SVC-CODE.
           PERFORM LOG-SERVICE-USE.
           DISPLAY "=> SERVICE REFERENCE " WS-NEXT-REF.
           GO TO CONTINUE-PROMPT.

       LOG-SERVICE-USE.
      *    WS-SVC-CODE IS SET BY THE CALLER. APPENDED THE SAME WAY
      *    AS pendingholds.txt - AN ABSENT FILE IS CREATED.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           PERFORM GET-NEXT-TXN-REF.
           OPEN EXTEND SVC-LOG-FILE.
           IF WS-SVCLOG-FS = "35" THEN
           OPEN OUTPUT SVC-LOG-FILE
           END-IF.
           MOVE SPACES TO SVC-LOG-RECORD.
           MOVE ACC-INPUT(1:16) TO ACC-SL.
           MOVE WS-SVC-CODE TO SVC-SL.
           MOVE ATM-INPUT(1:3) TO TERM-SL.
           MOVE WS-CURRENT-DATETIME(1:8) TO TS-DATE-SL.
           MOVE WS-CURRENT-DATETIME(9:6) TO TS-TIME-SL.
           MOVE WS-NEXT-REF TO REF-SL.
           WRITE SVC-LOG-RECORD.
           CLOSE SVC-LOG-FILE.

       SCAN-HISTORY-FOR-MINI.
      *    KEYED READ ON THE PERMANENT HISTORY - START AT THE
      *    ACCOUNT'S FIRST ROW AND WALK FORWARD UNTIL THE ACCOUNT
           ADD 1 TO WS-MINI-IX.

       PIN-CHANGE-HANDLER.
      *    THE PIN BELONGS TO THE CARD, NOT THE ACCOUNT - THE CURRENT
      *    PIN IS RE-VERIFIED AGAINST THE CARD RECORD READ FRESH BY
      *    KEY AND ONLY THAT CARD'S PIN IS CHANGED.
      *    A WRONG CURRENT PIN IS TREATED EXACTLY LIKE A FAILED
      *    LOGIN - LOGGED AND COUNTED TOWARDS THE LOCKOUT.
           DISPLAY "=> CURRENT PIN"
           GO TO PIN-CHANGE-HANDLER
           END-IF.

           OPEN I-O CARD-FILE.
           IF WS-CARD-FS NOT = "00" THEN
           DISPLAY "=> CARD FILE cards.dat NOT FOUND"
           STOP RUN
           END-IF.
           MOVE CARD-INPUT(1:16) TO CARD-NO.
           READ CARD-FILE
               INVALID KEY
               CLOSE CARD-FILE
               DISPLAY "=> INCORRECT CARD/PIN"
               GO TO ATM-PROMPT
           END-READ.
           IF CARD-PIN NOT = PWD-INPUT THEN
           CLOSE CARD-FILE
           DISPLAY "=> INCORRECT CURRENT PIN"
           PERFORM LOG-FAILED-LOGIN
           GO TO CONTINUE-PROMPT
           END-IF.
           MOVE NEW-PWD-INPUT(1:6) TO CARD-PIN.
           REWRITE CARD-RECORD.
           CLOSE CARD-FILE.

           PERFORM LOG-PIN-CHANGE.
           DISPLAY "=> PIN CHANGED".
               WS-TXNSEQ-OLD-NAME.

       WRITE-ATM-LIST.
      *    PERSIST THE DRAWN-DOWN CASH FIGURE BACK TO atmlist.txt
      *    WITH THE SAME STAGE-THEN-RENAME USED FOR failcount.txt.
      *    ONLY THIS TERMINAL'S ROW IS CHANGED - EVERY OTHER ROW IS
      *    COPIED AS IT STANDS ON DISK, SO A TELLER DRAWER FIGURE
      *    UPDATED SINCE THIS SESSION LOADED THE TABLE SURVIVES.
           OPEN INPUT ATM-LIST-FILE.
           IF WS-ATMLIST-FS = "00" THEN
           OPEN OUTPUT NEW-ATM-LIST-FILE
           MOVE 'N' TO WS-ATM-EOF
           PERFORM WRITE-ATM-LIST-ENTRY UNTIL WS-ATM-EOF = 'Y'
           CLOSE NEW-ATM-LIST-FILE
           CLOSE ATM-LIST-FILE
           CALL "CBL_RENAME_FILE" USING WS-ATMLIST-NEW-NAME
               WS-ATMLIST-OLD-NAME
           END-IF.

       WRITE-ATM-LIST-ENTRY.
           READ ATM-LIST-FILE AT END MOVE 'Y' TO WS-ATM-EOF.
           IF WS-ATM-EOF NOT = 'Y' THEN
           MOVE ATM-LIST-RECORD TO NEW-ATM-LIST-RECORD
           IF ATM-ID-IN = ATM-ID(WS-CUR-ATM-IX) THEN
           MOVE ATM-CASH(WS-CUR-ATM-IX) TO ATM-CASH-NEW
           END-IF
           WRITE NEW-ATM-LIST-RECORD
           END-IF.

       UPDATE-TRANS-CONTROL.
      *    BUMP THIS TERMINAL'S CONTROL ROW TO COVER THE RECORD JUST
      *    TELLABLE APART FROM THE FAILED-LOGIN ENTRIES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE SPACES TO SECURITY-LOG-RECORD.
           MOVE CARD-INPUT TO ACC-LOG.
           MOVE WS-LOG-ACC TO ACC-LOG(18:16).
           MOVE "PIN" TO ATM-LOG(1:3).
           MOVE ATM-INPUT(1:3) TO ATM-LOG(5:3).
           MOVE WS-CURRENT-DATETIME(1:8) TO TS-DATE-LOG.

       LOG-FAILED-LOGIN.
      *    STANDING SECURITY AUDIT TRAIL. NEVER REWRITTEN, ONLY
      *    APPENDED TO. THE CARD NUMBER AS KEYED LEADS THE ROW; THE
      *    LINKED ACCOUNT FOLLOWS IN COLUMNS 18-33 WHEN THE CARD WAS
      *    FOUND ON FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE SPACES TO SECURITY-LOG-RECORD.
           MOVE CARD-INPUT TO ACC-LOG.
           MOVE WS-LOG-ACC TO ACC-LOG(18:16).
           MOVE ATM-INPUT TO ATM-LOG.
           MOVE WS-CURRENT-DATETIME(1:8) TO TS-DATE-LOG.
           MOVE WS-CURRENT-DATETIME(9:6) TO TS-TIME-LOG.
           PERFORM UPDATE-FAILCOUNT.

       UPDATE-FAILCOUNT.
      *    A SUCCESSFUL LOGIN DROPS THE CARD'S ROW FROM
      *    failcount.txt (ABSENCE MEANS ZERO); A FAILED LOGIN
      *    ADDS OR BUMPS IT. CENTRAL BLOCKS THE CARD ONCE THE
      *    COUNT REACHES FIVE.
           MOVE 'N' TO WS-FC-FOUND.
           MOVE 'N' TO WS-FC-EOF.
           END-IF.
           IF WS-FC-FOUND NOT = 'Y' AND WS-LOGIN-RESULT = 'F' THEN
           MOVE SPACES TO NEW-FAILCOUNT-RECORD
           MOVE CARD-INPUT TO ACC-FC-NEW
           MOVE 1 TO COUNT-FC-NEW
           WRITE NEW-FAILCOUNT-RECORD
           END-IF.
           MOVE SPACES TO NEW-FAILCOUNT-RECORD
           MOVE ACC-FC TO ACC-FC-NEW
           MOVE COUNT-FC TO COUNT-FC-NEW
           IF ACC-FC = CARD-INPUT THEN
           MOVE 'Y' TO WS-FC-FOUND
           IF WS-LOGIN-RESULT = 'F' THEN
           ADD 1 TO COUNT-FC-NEW
