       IDENTIFICATION DIVISION.
       PROGRAM-ID.   YEAREND.
       AUTHOR.       NIKUNJ TANEJA.

      *    YEAR-END INTEREST CERTIFICATES. FOR THE CALENDAR YEAR
      *    KEYED AT THE PROMPT (BLANK MEANS LAST YEAR, THE USUAL
      *    JANUARY RUN) EVERY ACCOUNT ON master.dat IS WALKED IN KEY
      *    ORDER AND ITS ROWS ARE READ BY KEY OFF THE PERMANENT
      *    history.dat, THE SAME START/READ NEXT THE ATM MINI
      *    STATEMENT USES. EACH ACCOUNT GETS A CERTIFICATE SHOWING
      *    THE INTEREST CREDITED ('I'), THE FEES CHARGED ('C' - THE
      *    MONTH-END MAINTENANCE FEE AND ANY SERVICE FEES) AND ITS
      *    OPENING AND CLOSING BALANCES FOR THE YEAR, ADDRESSED FROM
      *    THE contacts.txt CONTACT MASTER THE WAY NOTICE ADDRESSES
      *    ITS LETTERS. CLOSED ('C') ACCOUNTS ARE CERTIFIED LIKE ANY
      *    OTHER; THE ONLY ACCOUNTS PASSED OVER ARE THOSE OPENED
      *    AFTER THE YEAR ENDED AND THOSE CLOSED BEFORE IT BEGAN
      *    WITH NOTHING TO REPORT.
      *
      *    TERM-DEPOSIT INTEREST NEVER POSTS AS AN 'I' ROW - IT RIDES
      *    INSIDE THE 'M' PAYOUT. IT IS TAKEN INSTEAD FROM
      *    tdinterest.txt, THE DATED LEDGER CENTRAL APPENDS ON EVERY
      *    VERIFIED RUN WITH ONE ROW PER PAYOUT - MATURED, ROLLED OVER
      *    OR BROKEN - SO A DEPOSIT THAT ROLLS OVER IS CERTIFIED FOR
      *    EACH TERM IT PAID. ROWS ARE SUMMED BY PAYOUT DATE, SHOWN ON
      *    THEIR OWN CERTIFICATE LINE AND ADDED TO THE INTEREST
      *    TOTALS. THEY PLAY NO PART IN THE MONTHEND TIE-BACK.
      *
      *    THE BALANCES ARE WORKED BACK FROM TODAY'S MASTER BALANCE:
      *    CLOSING = CURRENT BALANCE LESS EVERY MOVEMENT POSTED AFTER
      *    THE YEAR, OPENING = CLOSING LESS THE YEAR'S OWN MOVEMENTS.
      *    A FROZEN OR LEGACY-NEGATIVE ACCOUNT CARRIES ITS DEFICIT AS
      *    A MAGNITUDE, SO IT IS SIGNED BEFORE THE WORK STARTS.
      *
      *    EVERY CERTIFICATE IS LISTED ON THE REGISTER, WHOSE
      *    TRAILER CARRIES THE GRAND TOTALS AND TIES THE INTEREST AND
      *    CHARGES POSTED UNDER MONTHEND'S "EOM" PSEUDO-TERMINAL ON
      *    THE CERTIFICATES BACK TO A STRAIGHT PASS OVER THE WHOLE OF
      *    history.dat FOR THE YEAR. ACCOUNTS WITH NO ADDRESS ON FILE
      *    STILL GET THEIR CERTIFICATE (HELD AT THE BRANCH) AND ARE
      *    LISTED ON certExceptions.txt SO THE ADDRESS CAN BE CHASED.
      *    ALL THREE FILES ARE NAMED FOR THE YEAR; NOTHING IS POSTED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACC
               FILE STATUS IS WS-MASTER-FS.
           SELECT HIST-FILE ASSIGN TO "history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-FS.
           SELECT CONTACT-FILE ASSIGN TO "contacts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-FS.
           SELECT TDI-FILE ASSIGN TO "tdinterest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TDI-FS.
           SELECT CJ-FILE ASSIGN TO "changejournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJ-FS.
           SELECT CERT-FILE ASSIGN TO DYNAMIC WS-CERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REG-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERT-EXC-FILE ASSIGN TO DYNAMIC WS-EXC-NAME
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

       FD CONTACT-FILE.
       01 CONTACT-RECORD.
           05 ACC-CN    PIC 9(16).
           05 FILLER    PIC X.
           05 ADDR-CN   PIC X(60).

       FD TDI-FILE.
       01 TDI-RECORD.
           05 ACC-TI      PIC 9(16).
           05 FILLER      PIC X.
           05 DATE-TI     PIC 9(8).
           05 FILLER      PIC X.
           05 REF-TI      PIC 9(12).
           05 FILLER      PIC X.
           05 PAY-REF-TI  PIC 9(12).
           05 FILLER      PIC X.
           05 KIND-TI     PIC X.
           05 FILLER      PIC X.
           05 INT-TI      PIC 9(7).

       FD CJ-FILE.
       01 CHANGE-RECORD.
           05 DATE-CJ    PIC 9(8).
           05 FILLER     PIC X.
           05 TIME-CJ    PIC 9(6).
           05 FILLER     PIC X.
           05 PGM-CJ     PIC X(10).
           05 FILLER     PIC X.
           05 OPER-CJ    PIC X(10).
           05 FILLER     PIC X.
           05 ACC-CJ     PIC 9(16).
           05 FILLER     PIC X.
           05 ITEM-CJ    PIC X(20).
           05 FILLER     PIC X.
           05 FIELD-CJ   PIC X(12).
           05 FILLER     PIC X.
           05 BEFORE-CJ  PIC X(60).
           05 FILLER     PIC X.
           05 AFTER-CJ   PIC X(60).

       FD CERT-FILE.
       01 CRT-SEP-RECORD PIC X(60).
       01 CRT-LINE-RECORD.
           05 CRT-LABEL PIC X(10).
           05 CRT-TEXT  PIC X(70).

       FD REGISTER-FILE.
       01 REG-DETAIL-RECORD.
           05 REG-ACC-LABEL   PIC X(9).
           05 REG-ACC         PIC 9(16).
           05 REG-NAME-LABEL  PIC X(7).
           05 REG-NAME        PIC X(20).
           05 REG-SIG-LABEL   PIC X(6).
           05 REG-SIG         PIC X.
           05 REG-OPEN-LABEL  PIC X(10).
           05 REG-OPEN        PIC -(12)9.9(2).
           05 REG-INT-LABEL   PIC X(11).
           05 REG-INT         PIC 9(13).9(2).
           05 REG-FEE-LABEL   PIC X(7).
           05 REG-FEE         PIC 9(13).9(2).
           05 REG-CLOSE-LABEL PIC X(10).
           05 REG-CLOSE       PIC -(12)9.9(2).
           05 REG-ADDR-FLAG   PIC X(12).
       01 REG-TOTAL-RECORD.
           05 RGT-LABEL       PIC X(30).
           05 RGT-AMT         PIC -(14)9.9(2).
       01 REG-COUNT-RECORD.
           05 RGC-LABEL       PIC X(30).
           05 RGC-COUNT       PIC 9(7).
       01 REG-TIE-RECORD.
           05 RGS-LABEL       PIC X(30).
           05 RGS-STATUS      PIC X(14).

       FD CERT-EXC-FILE.
       01 CERT-EXC-RECORD.
           05 CEX-ACC-LABEL  PIC X(9).
           05 CEX-ACC        PIC 9(16).
           05 CEX-NAME-LABEL PIC X(7).
           05 CEX-NAME       PIC X(20).
           05 CEX-NOTE       PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FS PIC XX.
       01 WS-HIST-FS PIC XX.
       01 WS-CONTACT-FS PIC XX.
       01 WS-TDI-FS PIC XX.
       01 WS-MASTER-EOF PIC X VALUE 'N'.
       01 WS-HIST-EOF PIC X VALUE 'N'.
       01 WS-CN-EOF PIC X VALUE 'N'.
       01 WS-TDI-EOF PIC X VALUE 'N'.
       01 WS-CJ-FS PIC XX.
       01 WS-CJ-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-DATETIME PIC X(21).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-YEAR PIC 9(4).
       01 WS-CERT-NAME PIC X(30).
       01 WS-REG-NAME PIC X(30).
       01 WS-EXC-NAME PIC X(30).

      *    THE CERTIFIED YEAR AND ITS FIRST AND LAST DAYS.
       01 YEAR-INPUT PIC X(4).
       01 WS-CERT-YEAR PIC 9(4) VALUE 0.
       01 WS-YEAR-START PIC 9(8) VALUE 0.
       01 WS-YEAR-END PIC 9(8) VALUE 0.

      *    PER-ACCOUNT FIGURES, ALL IN CENTS AS HELD ON THE FILES.
       01 WS-CUR-BAL PIC S9(15) VALUE 0.
       01 WS-OPEN-BAL PIC S9(15) VALUE 0.
       01 WS-CLOSE-BAL PIC S9(15) VALUE 0.
       01 WS-NET-IN-YEAR PIC S9(15) VALUE 0.
       01 WS-NET-AFTER PIC S9(15) VALUE 0.
       01 WS-SIGNED-AMT PIC S9(9) VALUE 0.
       01 WS-ACC-INT PIC 9(15) VALUE 0.
       01 WS-ACC-FEE PIC 9(15) VALUE 0.
       01 WS-ACC-TD-INT PIC 9(15) VALUE 0.
       01 WS-ACC-ALL-INT PIC 9(15) VALUE 0.
       01 WS-ACC-EOM-INT PIC 9(15) VALUE 0.
       01 WS-ACC-EOM-FEE PIC 9(15) VALUE 0.
       01 WS-ROWS-IN-YEAR PIC 9(7) VALUE 0.
       01 WS-ROWS-TO-YEAR-END PIC 9(7) VALUE 0.
       01 WS-CERT-DUE PIC X VALUE 'N'.
       01 WS-OPENED-DATE PIC 9(8) VALUE 0.
       01 WS-CONTACT-FOUND PIC X VALUE 'N'.
       01 WS-CONTACT-ADDR PIC X(60).
       01 WS-BAL-ED PIC -(12)9.9(2).
       01 WS-AMT-ED PIC 9(13).9(2).

      *    REGISTER TOTALS AND THE MONTHEND TIE-BACK CONTROL.
       01 WS-CERT-COUNT PIC 9(7) VALUE 0.
       01 WS-CLOSED-COUNT PIC 9(7) VALUE 0.
       01 WS-SKIP-COUNT PIC 9(7) VALUE 0.
       01 WS-NO-ADDR-COUNT PIC 9(7) VALUE 0.
       01 WS-TOT-OPEN PIC S9(17) VALUE 0.
       01 WS-TOT-CLOSE PIC S9(17) VALUE 0.
       01 WS-TOT-INT PIC 9(17) VALUE 0.
       01 WS-TOT-TD-INT PIC 9(17) VALUE 0.
       01 WS-TOT-FEE PIC 9(17) VALUE 0.
       01 WS-TOT-EOM-INT PIC 9(17) VALUE 0.
       01 WS-TOT-EOM-FEE PIC 9(17) VALUE 0.
       01 WS-CTL-EOM-INT PIC 9(17) VALUE 0.
       01 WS-CTL-EOM-FEE PIC 9(17) VALUE 0.


       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           DISPLAY "##############################################".
           DISPLAY "##  Gringotts Wizarding Bank - Year End     ##".
           DISPLAY "##############################################".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.
           MOVE WS-CURRENT-DATETIME(1:4) TO WS-RUN-YEAR.
           GO TO YEAR-PROMPT.

       YEAR-PROMPT.
           DISPLAY "=> CERTIFICATE YEAR (YYYY, BLANK FOR LAST YEAR)"
           ACCEPT YEAR-INPUT FROM SYSIN

           IF YEAR-INPUT = SPACES THEN
           COMPUTE WS-CERT-YEAR = WS-RUN-YEAR - 1
           ELSE
           IF YEAR-INPUT NOT NUMERIC THEN
           DISPLAY "=> YEAR MUST BE FOUR DIGITS"
           GO TO YEAR-PROMPT
           END-IF
           MOVE YEAR-INPUT TO WS-CERT-YEAR
           END-IF.

           IF WS-CERT-YEAR > WS-RUN-YEAR THEN
           DISPLAY "=> YEAR IS IN THE FUTURE"
           GO TO YEAR-PROMPT
           END-IF.

           COMPUTE WS-YEAR-START = WS-CERT-YEAR * 10000 + 0101.
           COMPUTE WS-YEAR-END = WS-CERT-YEAR * 10000 + 1231.
           PERFORM RUN-CERTIFICATES.
           STOP RUN.

       RUN-CERTIFICATES.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FS NOT = "00" THEN
           DISPLAY "=> MASTER FILE master.dat NOT FOUND"
           STOP RUN
           END-IF.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-FS NOT = "00" THEN
           DISPLAY "=> HISTORY FILE history.dat NOT FOUND"
           CLOSE MASTER-FILE
           STOP RUN
           END-IF.

           PERFORM SUM-MONTHEND-CONTROL.

           STRING "interestCerts.txt." DELIMITED BY SIZE
               WS-CERT-YEAR DELIMITED BY SIZE
               INTO WS-CERT-NAME.
           STRING "certRegister.txt." DELIMITED BY SIZE
               WS-CERT-YEAR DELIMITED BY SIZE
               INTO WS-REG-NAME.
           STRING "certExceptions.txt." DELIMITED BY SIZE
               WS-CERT-YEAR DELIMITED BY SIZE
               INTO WS-EXC-NAME.
           OPEN OUTPUT CERT-FILE.
           OPEN OUTPUT REGISTER-FILE.
           OPEN OUTPUT CERT-EXC-FILE.

           MOVE 'N' TO WS-MASTER-EOF.
           PERFORM CERTIFY-ONE-ACCOUNT UNTIL WS-MASTER-EOF = 'Y'.

           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE CERT-EXC-FILE.
           CLOSE REGISTER-FILE.
           CLOSE CERT-FILE.
           CLOSE HIST-FILE.
           CLOSE MASTER-FILE.

           DISPLAY "=> CERTIFICATES WRITTEN:     " WS-CERT-COUNT.
           DISPLAY "=> OF WHICH CLOSED ACCOUNTS: " WS-CLOSED-COUNT.
           DISPLAY "=> ACCOUNTS PASSED OVER:     " WS-SKIP-COUNT.
           DISPLAY "=> NO ADDRESS ON FILE:       " WS-NO-ADDR-COUNT.
           DISPLAY "=> CERTIFICATES IN " WS-CERT-NAME.
           DISPLAY "=> REGISTER IN " WS-REG-NAME.

       SUM-MONTHEND-CONTROL.
      *    A STRAIGHT SEQUENTIAL PASS OVER THE WHOLE HISTORY, BLIND
      *    TO master.dat, OF EVERYTHING MONTHEND POSTED IN THE YEAR.
           MOVE 'N' TO WS-HIST-EOF.
           PERFORM SUM-ONE-CONTROL-ROW UNTIL WS-HIST-EOF = 'Y'.

       SUM-ONE-CONTROL-ROW.
           READ HIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-HIST-EOF
           END-READ.
           IF WS-HIST-EOF NOT = 'Y' AND TERM-H = "EOM"
               AND TS-DATE-H >= WS-YEAR-START
               AND TS-DATE-H <= WS-YEAR-END THEN
           IF OP-H = 'I' THEN
           ADD AMT-H TO WS-CTL-EOM-INT
           END-IF
           IF OP-H = 'C' THEN
           ADD AMT-H TO WS-CTL-EOM-FEE
           END-IF
           END-IF.

       CERTIFY-ONE-ACCOUNT.
           READ MASTER-FILE AT END MOVE 'Y' TO WS-MASTER-EOF.
           IF WS-MASTER-EOF NOT = 'Y' THEN
           PERFORM SUM-ACCOUNT-HISTORY
           PERFORM SUM-TERM-DEPOSITS
           PERFORM DERIVE-YEAR-BALANCES
           PERFORM CHECK-CERT-DUE
           IF WS-CERT-DUE = 'Y' THEN
           PERFORM FIND-CONTACT
           PERFORM WRITE-CERTIFICATE
           PERFORM WRITE-REGISTER-LINE
           ELSE
           ADD 1 TO WS-SKIP-COUNT
           END-IF
           END-IF.

       SUM-ACCOUNT-HISTORY.
           MOVE 0 TO WS-NET-IN-YEAR.
           MOVE 0 TO WS-NET-AFTER.
           MOVE 0 TO WS-ACC-INT.
           MOVE 0 TO WS-ACC-FEE.
           MOVE 0 TO WS-ACC-EOM-INT.
           MOVE 0 TO WS-ACC-EOM-FEE.
           MOVE 0 TO WS-ROWS-IN-YEAR.
           MOVE 0 TO WS-ROWS-TO-YEAR-END.
           MOVE ACC TO ACC-H.
           MOVE 0 TO TS-DATE-H.
           MOVE 0 TO TS-TIME-H.
           MOVE 0 TO REF-H.
           START HIST-FILE KEY NOT < HIST-KEY
               INVALID KEY MOVE 'Y' TO WS-HIST-EOF
               NOT INVALID KEY MOVE 'N' TO WS-HIST-EOF
           END-START.
           PERFORM SUM-ONE-HISTORY UNTIL WS-HIST-EOF = 'Y'.

       SUM-ONE-HISTORY.
      *    'D', 'I' AND 'M' CREDIT; 'W' AND 'C' DEBIT - THE SAME
      *    SPLIT UPDATE-MASTER POSTS WITH.
           READ HIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-HIST-EOF
           END-READ.
           IF WS-HIST-EOF NOT = 'Y' THEN
           IF ACC-H NOT = ACC THEN
           MOVE 'Y' TO WS-HIST-EOF
           ELSE
           IF OP-H = 'D' OR OP-H = 'I' OR OP-H = 'M' THEN
           MOVE AMT-H TO WS-SIGNED-AMT
           ELSE
           COMPUTE WS-SIGNED-AMT = 0 - AMT-H
           END-IF
           IF TS-DATE-H > WS-YEAR-END THEN
           ADD WS-SIGNED-AMT TO WS-NET-AFTER
           ELSE
           ADD 1 TO WS-ROWS-TO-YEAR-END
           END-IF
           IF TS-DATE-H >= WS-YEAR-START
               AND TS-DATE-H <= WS-YEAR-END THEN
           ADD 1 TO WS-ROWS-IN-YEAR
           ADD WS-SIGNED-AMT TO WS-NET-IN-YEAR
           IF OP-H = 'I' THEN
           ADD AMT-H TO WS-ACC-INT
           IF TERM-H = "EOM" THEN
           ADD AMT-H TO WS-ACC-EOM-INT
           END-IF
           END-IF
           IF OP-H = 'C' THEN
           ADD AMT-H TO WS-ACC-FEE
           IF TERM-H = "EOM" THEN
           ADD AMT-H TO WS-ACC-EOM-FEE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       SUM-TERM-DEPOSITS.
           MOVE 0 TO WS-ACC-TD-INT.
           OPEN INPUT TDI-FILE.
           IF WS-TDI-FS = "00" THEN
           MOVE 'N' TO WS-TDI-EOF
           PERFORM SUM-TERM-DEPOSIT-STEP UNTIL WS-TDI-EOF = 'Y'
           CLOSE TDI-FILE
           END-IF.
           COMPUTE WS-ACC-ALL-INT = WS-ACC-INT + WS-ACC-TD-INT.

       SUM-TERM-DEPOSIT-STEP.
           READ TDI-FILE AT END MOVE 'Y' TO WS-TDI-EOF.
           IF WS-TDI-EOF NOT = 'Y' AND ACC-TI = ACC
               AND DATE-TI >= WS-YEAR-START
               AND DATE-TI <= WS-YEAR-END THEN
           ADD INT-TI TO WS-ACC-TD-INT
           END-IF.

       DERIVE-YEAR-BALANCES.
           IF SIG = 'F' OR SIG = '-' THEN
           COMPUTE WS-CUR-BAL = 0 - BAL
           ELSE
           MOVE BAL TO WS-CUR-BAL
           END-IF.
           COMPUTE WS-CLOSE-BAL = WS-CUR-BAL - WS-NET-AFTER.
           COMPUTE WS-OPEN-BAL = WS-CLOSE-BAL - WS-NET-IN-YEAR.

       CHECK-CERT-DUE.
      *    AN ACCOUNT WITH NO HISTORY UP TO THE YEAR END WHOSE
      *    LAST-ACTIVITY DATE FALLS AFTER IT MAY HAVE BEEN OPENED
      *    SINCE - OR MAY HAVE BEEN OPENED EARLIER WITH AN OPENING
      *    BALANCE (WHICH WRITES NO HISTORY) AND MOVED LATER. THE
      *    OPENING ROW ACCTMAINT WRITES TO changejournal.txt SETTLES
      *    IT; AN ACCOUNT OPENED BEFORE THE JOURNAL WAS KEPT IS ONLY
      *    PASSED OVER IF IT HELD NOTHING AT THE YEAR END. A CLOSED
      *    ACCOUNT WITH NO MOVEMENT IN THE YEAR AND NOTHING LEFT ON
      *    IT WAS CLOSED BEFORE THE YEAR BEGAN. EVERY OTHER ACCOUNT
      *    IS CERTIFIED.
           MOVE 'Y' TO WS-CERT-DUE.
           IF WS-ROWS-TO-YEAR-END = 0 AND LAST-ACT > WS-YEAR-END THEN
           PERFORM FIND-OPENED-DATE
           IF WS-OPENED-DATE > WS-YEAR-END
               OR (WS-OPENED-DATE = 0 AND WS-CLOSE-BAL = 0) THEN
           MOVE 'N' TO WS-CERT-DUE
           END-IF
           END-IF.
           IF SIG = 'C' AND WS-ROWS-IN-YEAR = 0
               AND WS-OPEN-BAL = 0 AND WS-CLOSE-BAL = 0
               AND WS-ACC-TD-INT = 0 THEN
           MOVE 'N' TO WS-CERT-DUE
           END-IF.

       FIND-OPENED-DATE.
      *    THE LATEST "ACCOUNT OPENED" ROW FOR THE ACCOUNT; ZERO WHEN
      *    THE JOURNAL HOLDS NONE.
           MOVE 0 TO WS-OPENED-DATE.
           OPEN INPUT CJ-FILE.
           IF WS-CJ-FS = "00" THEN
           MOVE 'N' TO WS-CJ-EOF
           PERFORM FIND-OPENED-DATE-STEP UNTIL WS-CJ-EOF = 'Y'
           CLOSE CJ-FILE
           END-IF.

       FIND-OPENED-DATE-STEP.
           READ CJ-FILE AT END MOVE 'Y' TO WS-CJ-EOF.
           IF WS-CJ-EOF NOT = 'Y' AND ACC-CJ = ACC
               AND FIELD-CJ = "ACCOUNT" AND AFTER-CJ = "OPENED" THEN
           MOVE DATE-CJ TO WS-OPENED-DATE
           END-IF.

       FIND-CONTACT.
           MOVE 'N' TO WS-CONTACT-FOUND.
           MOVE SPACES TO WS-CONTACT-ADDR.
           OPEN INPUT CONTACT-FILE.
           IF WS-CONTACT-FS = "00" THEN
           MOVE 'N' TO WS-CN-EOF
           PERFORM FIND-CONTACT-STEP UNTIL WS-CN-EOF = 'Y'
           CLOSE CONTACT-FILE
           END-IF.

       FIND-CONTACT-STEP.
           READ CONTACT-FILE AT END MOVE 'Y' TO WS-CN-EOF.
           IF WS-CN-EOF NOT = 'Y' AND ACC-CN = ACC THEN
           MOVE 'Y' TO WS-CONTACT-FOUND
           MOVE ADDR-CN TO WS-CONTACT-ADDR
           MOVE 'Y' TO WS-CN-EOF
           END-IF.

       WRITE-CERTIFICATE.
      *    THE SAME LETTER LAYOUT NOTICE WRITES FOR THE MAIL ROOM.
           ADD 1 TO WS-CERT-COUNT.
           IF SIG = 'C' THEN
           ADD 1 TO WS-CLOSED-COUNT
           END-IF.
           MOVE ALL "=" TO CRT-SEP-RECORD.
           WRITE CRT-SEP-RECORD.
           MOVE "TO:       " TO CRT-LABEL.
           MOVE ACC-NAME TO CRT-TEXT.
           WRITE CRT-LINE-RECORD.
           MOVE "ADDRESS:  " TO CRT-LABEL.
           IF WS-CONTACT-FOUND = 'Y' THEN
           MOVE WS-CONTACT-ADDR TO CRT-TEXT
           ELSE
           MOVE "NO ADDRESS ON FILE - HELD AT BRANCH" TO CRT-TEXT
           PERFORM WRITE-NO-ADDRESS-ROW
           END-IF.
           WRITE CRT-LINE-RECORD.
           MOVE "ACCOUNT:  " TO CRT-LABEL.
           MOVE ACC TO CRT-TEXT.
           WRITE CRT-LINE-RECORD.
           MOVE "DATE:     " TO CRT-LABEL.
           MOVE WS-RUN-DATE TO CRT-TEXT.
           WRITE CRT-LINE-RECORD.
           MOVE SPACES TO CRT-LINE-RECORD.
           WRITE CRT-LINE-RECORD.

           MOVE SPACES TO CRT-LABEL.
           MOVE SPACES TO CRT-TEXT.
           STRING "INTEREST CERTIFICATE FOR THE YEAR "
               DELIMITED BY SIZE
               WS-CERT-YEAR DELIMITED BY SIZE
               INTO CRT-TEXT.
           WRITE CRT-LINE-RECORD.
           IF SIG = 'C' THEN
           MOVE "THIS ACCOUNT IS NOW CLOSED." TO CRT-TEXT
           WRITE CRT-LINE-RECORD
           END-IF.
           MOVE SPACES TO CRT-LINE-RECORD.
           WRITE CRT-LINE-RECORD.
           COMPUTE WS-BAL-ED = WS-OPEN-BAL / 100.
           MOVE SPACES TO CRT-TEXT.
           STRING "OPENING BALANCE 1 JANUARY:    " DELIMITED BY SIZE
               WS-BAL-ED DELIMITED BY SIZE
               INTO CRT-TEXT.
           WRITE CRT-LINE-RECORD.
           COMPUTE WS-AMT-ED = WS-ACC-INT / 100.
           MOVE SPACES TO CRT-TEXT.
           STRING "ACCOUNT INTEREST CREDITED:    " DELIMITED BY SIZE
               WS-AMT-ED DELIMITED BY SIZE
               INTO CRT-TEXT.
           WRITE CRT-LINE-RECORD.
           COMPUTE WS-AMT-ED = WS-ACC-TD-INT / 100.
           MOVE SPACES TO CRT-TEXT.
           STRING "TERM DEPOSIT INTEREST PAID:   " DELIMITED BY SIZE
               WS-AMT-ED DELIMITED BY SIZE
               INTO CRT-TEXT.
           WRITE CRT-LINE-RECORD.
           COMPUTE WS-AMT-ED = WS-ACC-ALL-INT / 100.
           MOVE SPACES TO CRT-TEXT.
           STRING "TOTAL INTEREST:               " DELIMITED BY SIZE
               WS-AMT-ED DELIMITED BY SIZE
               INTO CRT-TEXT.
           WRITE CRT-LINE-RECORD.
           COMPUTE WS-AMT-ED = WS-ACC-FEE / 100.
           MOVE SPACES TO CRT-TEXT.
           STRING "TOTAL FEES CHARGED:           " DELIMITED BY SIZE
               WS-AMT-ED DELIMITED BY SIZE
               INTO CRT-TEXT.
           WRITE CRT-LINE-RECORD.
           COMPUTE WS-BAL-ED = WS-CLOSE-BAL / 100.
           MOVE SPACES TO CRT-TEXT.
           STRING "CLOSING BALANCE 31 DECEMBER:  " DELIMITED BY SIZE
               WS-BAL-ED DELIMITED BY SIZE
               INTO CRT-TEXT.
           WRITE CRT-LINE-RECORD.
           MOVE SPACES TO CRT-LINE-RECORD.
           WRITE CRT-LINE-RECORD.

           ADD WS-OPEN-BAL TO WS-TOT-OPEN.
           ADD WS-CLOSE-BAL TO WS-TOT-CLOSE.
           ADD WS-ACC-ALL-INT TO WS-TOT-INT.
           ADD WS-ACC-TD-INT TO WS-TOT-TD-INT.
           ADD WS-ACC-FEE TO WS-TOT-FEE.
           ADD WS-ACC-EOM-INT TO WS-TOT-EOM-INT.
           ADD WS-ACC-EOM-FEE TO WS-TOT-EOM-FEE.

       WRITE-NO-ADDRESS-ROW.
           ADD 1 TO WS-NO-ADDR-COUNT.
           MOVE SPACES TO CERT-EXC-RECORD.
           MOVE "Account: " TO CEX-ACC-LABEL.
           MOVE ACC TO CEX-ACC.
           MOVE " Name: " TO CEX-NAME-LABEL.
           MOVE ACC-NAME TO CEX-NAME.
           MOVE " NO CONTACT ON FILE - CERT HELD" TO CEX-NOTE.
           WRITE CERT-EXC-RECORD.

       WRITE-REGISTER-LINE.
           MOVE SPACES TO REG-DETAIL-RECORD.
           MOVE "Account: " TO REG-ACC-LABEL.
           MOVE ACC TO REG-ACC.
           MOVE " Name: " TO REG-NAME-LABEL.
           MOVE ACC-NAME TO REG-NAME.
           MOVE " Sig: " TO REG-SIG-LABEL.
           MOVE SIG TO REG-SIG.
           MOVE " Opening: " TO REG-OPEN-LABEL.
           COMPUTE REG-OPEN = WS-OPEN-BAL / 100.
           MOVE " Interest: " TO REG-INT-LABEL.
           COMPUTE REG-INT = WS-ACC-ALL-INT / 100.
           MOVE " Fees: " TO REG-FEE-LABEL.
           COMPUTE REG-FEE = WS-ACC-FEE / 100.
           MOVE " Closing: " TO REG-CLOSE-LABEL.
           COMPUTE REG-CLOSE = WS-CLOSE-BAL / 100.
           IF WS-CONTACT-FOUND NOT = 'Y' THEN
           MOVE " NO ADDRESS" TO REG-ADDR-FLAG
           END-IF.
           WRITE REG-DETAIL-RECORD.

       WRITE-REGISTER-TOTALS.
           MOVE "=== CERTIFICATES ISSUED:      " TO RGC-LABEL.
           MOVE WS-CERT-COUNT TO RGC-COUNT.
           WRITE REG-COUNT-RECORD.
           MOVE "=== OF WHICH CLOSED ACCOUNTS: " TO RGC-LABEL.
           MOVE WS-CLOSED-COUNT TO RGC-COUNT.
           WRITE REG-COUNT-RECORD.
           MOVE "=== NO ADDRESS ON FILE:       " TO RGC-LABEL.
           MOVE WS-NO-ADDR-COUNT TO RGC-COUNT.
           WRITE REG-COUNT-RECORD.
           MOVE "=== TOTAL OPENING BALANCES:   " TO RGT-LABEL.
           COMPUTE RGT-AMT = WS-TOT-OPEN / 100.
           WRITE REG-TOTAL-RECORD.
           MOVE "=== TOTAL INTEREST:           " TO RGT-LABEL.
           COMPUTE RGT-AMT = WS-TOT-INT / 100.
           WRITE REG-TOTAL-RECORD.
           MOVE "=== OF WHICH TERM DEPOSITS:   " TO RGT-LABEL.
           COMPUTE RGT-AMT = WS-TOT-TD-INT / 100.
           WRITE REG-TOTAL-RECORD.
           MOVE "=== TOTAL FEES CHARGED:       " TO RGT-LABEL.
           COMPUTE RGT-AMT = WS-TOT-FEE / 100.
           WRITE REG-TOTAL-RECORD.
           MOVE "=== TOTAL CLOSING BALANCES:   " TO RGT-LABEL.
           COMPUTE RGT-AMT = WS-TOT-CLOSE / 100.
           WRITE REG-TOTAL-RECORD.
           MOVE "=== MONTHEND INTEREST (CERTS):" TO RGT-LABEL.
           COMPUTE RGT-AMT = WS-TOT-EOM-INT / 100.
           WRITE REG-TOTAL-RECORD.
           MOVE "=== MONTHEND INTEREST (HIST): " TO RGT-LABEL.
           COMPUTE RGT-AMT = WS-CTL-EOM-INT / 100.
           WRITE REG-TOTAL-RECORD.
           MOVE "=== MONTHEND CHARGES (CERTS): " TO RGT-LABEL.
           COMPUTE RGT-AMT = WS-TOT-EOM-FEE / 100.
           WRITE REG-TOTAL-RECORD.
           MOVE "=== MONTHEND CHARGES (HIST):  " TO RGT-LABEL.
           COMPUTE RGT-AMT = WS-CTL-EOM-FEE / 100.
           WRITE REG-TOTAL-RECORD.
           MOVE "=== MONTHEND TIE-BACK:        " TO RGS-LABEL.
           IF WS-TOT-EOM-INT = WS-CTL-EOM-INT
               AND WS-TOT-EOM-FEE = WS-CTL-EOM-FEE THEN
           MOVE "TIED" TO RGS-STATUS
           ELSE
           MOVE "DOES NOT TIE" TO RGS-STATUS
           DISPLAY "=> WARNING: CERTIFICATES DO NOT TIE TO THE"
           DISPLAY "=> YEAR'S MONTHEND POSTINGS - SEE THE REGISTER"
           END-IF.
           WRITE REG-TIE-RECORD.
