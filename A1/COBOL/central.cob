               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACC
               FILE STATUS IS WS-MASTER-FS.
           SELECT UPDATED-MASTER-FILE ASSIGN TO DYNAMIC
               WS-UPD-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACC-UPDATED
           SELECT FROZEN-FILE ASSIGN TO "frozen.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FROZEN-FS.
           SELECT TRANS-CONCAT-FILE ASSIGN TO DYNAMIC WS-CONCAT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANS-SORTED ASSIGN TO DYNAMIC WS-SORTED-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANS-SORTED-ARCHIVE ASSIGN TO DYNAMIC
               WS-TS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEG-REPORT ASSIGN TO DYNAMIC WS-NEG-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEG-RAW-FILE ASSIGN TO "negRaw.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSCTL-FILE ASSIGN TO "transctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSCTL-FS.
           SELECT CASH-REPORT ASSIGN TO DYNAMIC WS-CASH-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPS-SUMMARY ASSIGN TO DYNAMIC WS-OPS-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SO-FILE ASSIGN TO "standingorders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-FS.
           SELECT NEW-SO-FILE ASSIGN TO DYNAMIC WS-SO-NEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SO-EXC-FILE ASSIGN TO DYNAMIC WS-SO-EXC-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ICH-IN-FILE ASSIGN TO "interchangeIn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICH-IN-FS.
           SELECT ICH-EXC-FILE ASSIGN TO DYNAMIC WS-ICH-EXC-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ICH-OUT-FILE ASSIGN TO "interchangeOut.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT HOLD-FILE ASSIGN TO "pendingholds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FS.
           SELECT NEW-HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-NEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-PARAM-FILE ASSIGN TO "holdparam.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-LK
               FILE STATUS IS WS-MASTER-LK-FS.
           SELECT CARD-FILE ASSIGN TO "cards.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CARD-NO
               FILE STATUS IS WS-CARD-FS.
           SELECT TDQ-FILE ASSIGN TO "transTermDeposit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TDQ-FS.
           SELECT TD-FILE ASSIGN TO "termdeposits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-FS.
           SELECT NEW-TD-FILE ASSIGN TO DYNAMIC WS-TD-NEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TDI-RUN-FILE ASSIGN TO DYNAMIC WS-TDI-RUN-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TD-EXC-FILE ASSIGN TO DYNAMIC WS-TD-EXC-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TDI-FILE ASSIGN TO "tdinterest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TDI-FS.
           SELECT GLMAP-FILE ASSIGN TO "glmap.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FS.
           SELECT GL-JOURNAL ASSIGN TO DYNAMIC WS-GL-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-SCHED-FILE ASSIGN TO "fees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEES-FS.
           SELECT FEECOUNT-FILE ASSIGN TO "feecount.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEECOUNT-FS.
           SELECT NEW-FEECOUNT-FILE ASSIGN TO DYNAMIC
               WS-FEECOUNT-NEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SVC-LOG-FILE ASSIGN TO "serviceLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVCLOG-FS.
           SELECT FEE-LINK-FILE ASSIGN TO DYNAMIC WS-FEE-LINK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEELINK-FS.
           SELECT FEE-REPORT ASSIGN TO DYNAMIC WS-FEE-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROJECTION-REPORT ASSIGN TO "projectedPosting.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-JOURNAL ASSIGN TO "changejournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJ-FS.


       DATA DIVISION.
           05 PTYPE-LK PIC X.
           05 LAST-ACT-LK PIC 9(8).

       FD CARD-FILE.
       01  CARD-RECORD.
           05 CARD-NO     PIC 9(16).
           05 CARD-ACC    PIC 9(16).
           05 CARD-PIN    PIC 9(6).
           05 CARD-STATUS PIC X.
           05 CARD-EXPIRY PIC 9(6).
           05 CARD-ISSUED PIC 9(8).

       FD TDQ-FILE.
       01 TDQ-RECORD.
           05 ACC-TDQ      PIC 9(16).
           05 OP-TDQ       PIC A.
           05 AMT-TDQ      PIC 9(7).
           05 TERM-TDQ     PIC X(3).
           05 TS-DATE-TDQ  PIC 9(8).
           05 TS-TIME-TDQ  PIC 9(6).
           05 REF-TDQ      PIC 9(12).

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

       FD TDI-RUN-FILE.
       01 TDI-RUN-RECORD.
           05 ACC-TIR      PIC 9(16).
           05 FILLER       PIC X.
           05 DATE-TIR     PIC 9(8).
           05 FILLER       PIC X.
           05 REF-TIR      PIC 9(12).
           05 FILLER       PIC X.
           05 PAY-REF-TIR  PIC 9(12).
           05 FILLER       PIC X.
           05 KIND-TIR     PIC X.
           05 FILLER       PIC X.
           05 INT-TIR      PIC 9(7).

       FD TD-EXC-FILE.
       01 TD-EXC-RECORD.
           05 TDX-REF-LABEL    PIC X(9).
           05 TDX-REF          PIC 9(12).
           05 TDX-ACC-LABEL    PIC X(10).
           05 TDX-ACC          PIC 9(16).
           05 TDX-MAT-LABEL    PIC X(10).
           05 TDX-MAT          PIC 9(8).
           05 TDX-REASON-LABEL PIC X(9).
           05 TDX-REASON       PIC X(20).

       FD TDI-FILE.
       01 TDI-RECORD.
           05 ACC-TI       PIC 9(16).
           05 FILLER       PIC X.
           05 DATE-TI      PIC 9(8).
           05 FILLER       PIC X.
           05 REF-TI       PIC 9(12).
           05 FILLER       PIC X.
           05 PAY-REF-TI   PIC 9(12).
           05 FILLER       PIC X.
           05 KIND-TI      PIC X.
           05 FILLER       PIC X.
           05 INT-TI       PIC 9(7).

       FD GLMAP-FILE.
       01 GLMAP-RECORD.
           05 OP-GM-IN    PIC X.
           05 FILLER      PIC X.
           05 TERM-GM-IN  PIC X(3).
           05 FILLER      PIC X.
           05 DR-GM-IN    PIC X(10).
           05 FILLER      PIC X.
           05 CR-GM-IN    PIC X(10).

       FD GL-JOURNAL.
       01 GL-LINE-RECORD.
           05 GLL-ACCT-LABEL  PIC X(4).
           05 GLL-ACCT        PIC X(10).
           05 GLL-DR-LABEL    PIC X(5).
           05 GLL-DR          PIC 9(15).
           05 GLL-CR-LABEL    PIC X(5).
           05 GLL-CR          PIC 9(15).
           05 GLL-OP-LABEL    PIC X(5).
           05 GLL-OP          PIC X.
           05 GLL-TERM-LABEL  PIC X(7).
           05 GLL-TERM        PIC X(3).
           05 GLL-COUNT-LABEL PIC X(8).
           05 GLL-COUNT       PIC 9(7).
           05 GLL-FLAG        PIC X(9).
       01 GL-TRAILER-RECORD.
           05 GLT-LABEL        PIC X(15).
           05 GLT-LINES-LABEL  PIC X(8).
           05 GLT-LINES        PIC 9(7).
           05 GLT-DR-LABEL     PIC X(10).
           05 GLT-DR           PIC 9(17).
           05 GLT-CR-LABEL     PIC X(11).
           05 GLT-CR           PIC 9(17).
           05 GLT-STATUS-LABEL PIC X(9).
           05 GLT-STATUS       PIC X(14).

       FD FEE-SCHED-FILE.
       01 FEE-SCHED-RECORD.
           05 PTYPE-FS-IN  PIC X.
           05 FILLER       PIC X.
           05 SVC-FS-IN    PIC X(3).
           05 FILLER       PIC X.
           05 AMT-FS-IN    PIC 9(7).
           05 FILLER       PIC X.
           05 FREE-FS-IN   PIC 9(3).
           05 FILLER       PIC X.
           05 WAIVE-FS-IN  PIC 9(15).

       FD FEECOUNT-FILE.
       01 FEECOUNT-RECORD.
           05 ACC-FU     PIC 9(16).
           05 FILLER     PIC X.
           05 SVC-FU     PIC X(3).
           05 FILLER     PIC X.
           05 MONTH-FU   PIC 9(6).
           05 FILLER     PIC X.
           05 COUNT-FU   PIC 9(5).

       FD NEW-FEECOUNT-FILE.
       01 NEW-FEECOUNT-RECORD.
           05 ACC-FU-NEW     PIC 9(16).
           05 FILLER         PIC X.
           05 SVC-FU-NEW     PIC X(3).
           05 FILLER         PIC X.
           05 MONTH-FU-NEW   PIC 9(6).
           05 FILLER         PIC X.
           05 COUNT-FU-NEW   PIC 9(5).

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

       FD FEE-REPORT.
       01 FEE-RPT-RECORD.
           05 FR-ACC-LABEL    PIC X(9).
           05 FR-ACC          PIC 9(16).
           05 FR-SVC-LABEL    PIC X(10).
           05 FR-SVC          PIC X(3).
           05 FR-TRIG-LABEL   PIC X(10).
           05 FR-TRIG         PIC 9(12).
           05 FR-FEE-LABEL    PIC X(10).
           05 FR-FEE-REF      PIC 9(12).
           05 FR-AMT-LABEL    PIC X(9).
           05 FR-AMT          PIC 9(7)V9(2).
           05 FR-USE-LABEL    PIC X(6).
           05 FR-USE          PIC 9(5).
           05 FR-STATUS-LABEL PIC X(9).
           05 FR-STATUS       PIC X(7).
       01 FEE-RPT-TOTAL-RECORD.
           05 FRT-LABEL        PIC X(12).
           05 FRT-CHG-LABEL    PIC X(10).
           05 FRT-CHG          PIC 9(7).
           05 FRT-AMT-LABEL    PIC X(9).
           05 FRT-AMT          PIC 9(13)V9(2).
           05 FRT-FREE-LABEL   PIC X(7).
           05 FRT-FREE         PIC 9(7).
           05 FRT-WAIVE-LABEL  PIC X(9).
           05 FRT-WAIVE        PIC 9(7).

       FD PROJECTION-REPORT.
       01 PRJ-ACCT-RECORD.
           05 PRJ-ACC-LABEL   PIC X(9).
           05 PRJ-ACC         PIC 9(16).
           05 PRJ-NAME-LABEL  PIC X(7).
           05 PRJ-NAME        PIC X(20).
           05 PRJ-OPEN-LABEL  PIC X(10).
           05 PRJ-OPEN        PIC -(12)9.9(2).
           05 PRJ-NET-LABEL   PIC X(6).
           05 PRJ-NET         PIC -(12)9.9(2).
           05 PRJ-CLOSE-LABEL PIC X(10).
           05 PRJ-CLOSE       PIC -(12)9.9(2).
           05 PRJ-SIG-LABEL   PIC X(6).
           05 PRJ-SIG         PIC X.
           05 PRJ-FLAG        PIC X(8).
       01 PRJ-CARD-RECORD.
           05 PRJ-CARD-LABEL     PIC X(6).
           05 PRJ-CARD           PIC 9(16).
           05 PRJ-CARD-ACC-LABEL PIC X(10).
           05 PRJ-CARD-ACC       PIC 9(16).
           05 PRJ-FAIL-LABEL     PIC X(11).
           05 PRJ-FAIL           PIC 9(3).
       01 PRJ-TOTAL-RECORD.
           05 PRJT-LABEL      PIC X(30).
           05 PRJT-AMT        PIC -(14)9.9(2).
       01 PRJ-COUNT-RECORD.
           05 PRJC-LABEL      PIC X(30).
           05 PRJC-COUNT      PIC 9(7).
       01 PRJ-TEXT-RECORD     PIC X(132).

       FD CHANGE-JOURNAL.
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

       FD CASH-REPORT.
       01 CASH-REPORT-RECORD.
           05 CR-ATM-LABEL    PIC X(5).
               10 AMT-I-OPS PIC 9(15).
               10 CNT-C-OPS PIC 9(5).
               10 AMT-C-OPS PIC 9(15).
               10 CNT-M-OPS PIC 9(5).
               10 AMT-M-OPS PIC 9(15).
       01 HOUR-TABLE.
           05 HOUR-CNT OCCURS 24 TIMES PIC 9(5).

       01 WS-ADJ-EOF PIC X VALUE 'N'.
       01 WS-ADJ-PRESENT PIC X VALUE 'N'.

      *    FIXED-TERM DEPOSITS. PLACEMENT DEBITS AND BREAKAGE
      *    PAYOUTS QUEUED BY TDMAINT IN transTermDeposit.txt ARE
      *    MERGED AHEAD OF THE SORT LIKE adjustments.txt. EACH RUN
      *    THEN WALKS termdeposits.txt FOR ACTIVE DEPOSITS WHOSE
      *    MATURITY DATE HAS ARRIVED AND POSTS PRINCIPAL PLUS THE
      *    INTEREST EARNED OVER THE TERM (SIMPLE INTEREST, ACTUAL
      *    DAYS OVER 365) BACK TO THE FUNDING ACCOUNT AS ONE 'M'
      *    CREDIT UNDER THE "TDM" PSEUDO-TERMINAL, WITH A FRESH
      *    txnseq.txt REFERENCE. A ROLL-OVER DEPOSIT IS PAID OUT THE
      *    SAME WAY AND IMMEDIATELY RE-PLACED FOR THE SAME TERM AND
      *    RATE WITH A MATCHING 'W', SO THE INTEREST IS CAPITALISED
      *    AND BOTH LEGS SHOW ON THE STATEMENT AND IN RECON. A
      *    FUNDING ACCOUNT CARRYING A BLOCKING SIG (OR NO LONGER ON
      *    THE MASTER) KEEPS ITS DEPOSIT WAITING FOR A LATER RUN, AS
      *    A DEPOSIT HOLD DOES, AND THE DEPOSIT IS LISTED ON
      *    tdExceptions.txt WITH THE SIG THAT HELD IT, SO THE
      *    ACCOUNT CAN BE REINSTATED AND THE NEXT RUN PAY IT. THE
      *    UPDATED DEPOSITS ARE STAGED TO termdeposits.txt.new AND
      *    ONLY RENAMED ON WITH THE RUN'S OTHER INPUTS AFTER
      *    VERIFICATION (THE standingorders.txt POSTURE), SO A
      *    REFUSED RUN MATURES NOTHING. A PAYOUT TOO LARGE FOR THE
      *    7-DIGIT AMOUNT FIELD (A LONG RUN OF ROLL-OVERS COMPOUNDS
      *    THE PRINCIPAL) IS DEFERRED AND LISTED THE SAME WAY -
      *    NOTHING TRUNCATED IS EVER POSTED.
      *
      *    THE INTEREST INSIDE EVERY PAYOUT - MATURED ('M'), ROLLED
      *    OVER ('R') OR A BREAKAGE MERGED FROM THE QUEUE ('B') - IS
      *    ALSO LISTED, DATED, ON tdinterest.txt.run AND APPENDED TO
      *    THE PERMANENT tdinterest.txt LEDGER ONLY ONCE THE RUN
      *    VERIFIES. A ROLL-OVER KEEPS NO TRACE OF ITS INTEREST ON
      *    termdeposits.txt, SO THAT LEDGER IS WHERE YEAREND TAKES
      *    THE TERM-DEPOSIT INTEREST FOR THE CERTIFICATES.
       01 WS-TDQ-FS PIC XX.
       01 WS-TDQ-EOF PIC X VALUE 'N'.
       01 WS-TDQ-PRESENT PIC X VALUE 'N'.
       01 WS-TD-FS PIC XX.
       01 WS-TD-EOF PIC X VALUE 'N'.
       01 WS-TD-PRESENT PIC X VALUE 'N'.
       01 WS-TD-OK PIC X VALUE 'N'.
       01 WS-TD-DAYS PIC S9(5) VALUE 0.
       01 WS-TD-INTEREST PIC 9(7) VALUE 0.
       01 WS-TD-PAYOUT PIC 9(7) VALUE 0.
       01 WS-TD-MATURED PIC 9(5) VALUE 0.
       01 WS-TD-ROLLED PIC 9(5) VALUE 0.
       01 WS-TD-DEFERRED PIC 9(5) VALUE 0.
       01 WS-TD-REASON PIC X(20) VALUE SPACES.
       01 WS-TD-EXC-NAME PIC X(30) VALUE "tdExceptions.txt".
       01 WS-TD-BASE-DATE PIC 9(8) VALUE 0.
       01 WS-TD-YEAR PIC 9(4) VALUE 0.
       01 WS-TD-MONTH PIC 9(2) VALUE 0.
       01 WS-TD-DAY PIC 9(2) VALUE 0.
       01 WS-TD-LAST-DAY PIC 9(2) VALUE 31.
       01 WS-TD-MATURE PIC 9(8) VALUE 0.
       01 WS-TD-MAT-INT PIC 9(15) VALUE 0.
       01 WS-TD-BRK-INT PIC 9(15) VALUE 0.
       01 WS-TDB-COUNT PIC 9(3) VALUE 0.
       01 WS-TDB-IX PIC 9(3) VALUE 0.
       01 WS-TDB-FOUND PIC X VALUE 'N'.
       01 TDB-TABLE.
           05 TDB-ENTRY OCCURS 100 TIMES.
               10 REF-TDB-CT PIC 9(12).
       01 WS-TDB-OVERFLOW PIC X VALUE 'N'.
       01 WS-TDI-FS PIC XX.
       01 WS-TDI-EOF PIC X VALUE 'N'.
       01 WS-TDI-PAY-REF PIC 9(12) VALUE 0.
       01 WS-TDI-KIND PIC X VALUE SPACE.
       01 WS-TDI-RUN-NAME PIC X(30) VALUE "tdinterest.txt.run".
       01 WS-TD-OLD-NAME PIC X(30) VALUE "termdeposits.txt".
       01 WS-TD-NEW-NAME PIC X(30) VALUE "termdeposits.txt.new".

      *    GENERAL-LEDGER JOURNAL EXTRACT, FILED PER RUN DATE AS
      *    glJournal.txt.YYYYMMDD FOR THE ACCOUNTS DEPARTMENT AND
      *    ONLY CUT BY A VERIFIED RUN, RIGHT AFTER master.dat IS
      *    PROMOTED. EVERY POSTED MOVEMENT IN transSorted.txt IS
      *    SUMMED BY OP CODE AND TERMINAL AND BOOKED AS A DEBIT AND
      *    A CREDIT OF THE SAME AMOUNT TO THE GL ACCOUNT PAIR
      *    glmap.txt NAMES FOR THAT OP AND TERMINAL - OR FOR THE OP
      *    UNDER TERMINAL "***" WHEN THE TERMINAL HAS NO ROW OF ITS
      *    OWN. THE "* ***" ROW NAMES THE CUSTOMER-DEPOSITS AND
      *    SUSPENSE ACCOUNTS: AN OP/TERMINAL WITH NO MAPPING AT ALL
      *    IS BOOKED BETWEEN THOSE TWO AND FLAGGED UNMAPPED, SO THE
      *    JOURNAL STILL COVERS EVERY CENT AND STILL BALANCES.
      *    MOVEMENTS THE TERMINAL CODE ALONE CANNOT PLACE ARE BOOKED
      *    UNDER THEIR OWN PSEUDO-TERMINALS:
      *      ICO - A 'W' WHOSE REFERENCE IS ON interchangeOut.txt,
      *            I.E. THE COVERING DEBIT OF AN OUTBOUND TRANSFER
      *      ODF - OVERDRAFT FEES, WHICH UPDATE-MASTER DEDUCTS
      *            WITHOUT A BATCH RECORD (BOOKED AS OP 'C')
      *      TDI - THE INTEREST INSIDE THIS RUN'S TERM-DEPOSIT
      *            PAYOUTS (BOOKED AS OP 'I')
      *    THE TRAILER PROVES TOTAL DEBITS EQUAL TOTAL CREDITS.
       01 WS-GLMAP-FS PIC XX.
       01 WS-GLMAP-EOF PIC X VALUE 'N'.
       01 WS-GLMAP-COUNT PIC 9(3) VALUE 0.
       01 WS-GLMAP-IX PIC 9(3) VALUE 0.
       01 GLMAP-TABLE.
           05 GLMAP-ENTRY OCCURS 100 TIMES.
               10 OP-GM   PIC X.
               10 TERM-GM PIC X(3).
               10 DR-GM   PIC X(10).
               10 CR-GM   PIC X(10).
       01 WS-GL-CUST-DEP PIC X(10) VALUE "2000000000".
       01 WS-GL-SUSPENSE PIC X(10) VALUE "1999999999".
       01 WS-GL-NAME PIC X(41).
       01 WS-GL-EOF PIC X VALUE 'N'.
       01 WS-GL-COUNT PIC 9(3) VALUE 0.
       01 WS-GL-IX PIC 9(3) VALUE 0.
       01 WS-GL-FOUND PIC X VALUE 'N'.
       01 WS-GL-OVERFLOW PIC X VALUE 'N'.
       01 WS-GL-OP PIC X.
       01 WS-GL-TERM PIC X(3).
       01 WS-GL-AMT PIC 9(15) VALUE 0.
       01 WS-GL-CNT PIC 9(7) VALUE 0.
       01 WS-GL-DR-TOTAL PIC 9(17) VALUE 0.
       01 WS-GL-CR-TOTAL PIC 9(17) VALUE 0.
       01 WS-GL-LINES PIC 9(7) VALUE 0.
       01 WS-GL-UNMAPPED PIC 9(5) VALUE 0.
       01 GL-TABLE.
           05 GL-ENTRY OCCURS 200 TIMES.
               10 OP-GL     PIC X.
               10 TERM-GL   PIC X(3).
               10 DR-GL     PIC X(10).
               10 CR-GL     PIC X(10).
               10 CNT-GL    PIC 9(7).
               10 AMT-GL    PIC 9(15).
               10 MAPPED-GL PIC X.
       01 WS-ICO-COUNT PIC 9(3) VALUE 0.
       01 WS-ICO-IX PIC 9(3) VALUE 0.
       01 WS-ICO-FOUND PIC X VALUE 'N'.
       01 WS-ICO-REF PIC 9(12) VALUE 0.
       01 ICO-TABLE.
           05 ICO-ENTRY OCCURS 500 TIMES.
               10 REF-ICO-CT PIC 9(12).
       01 WS-OD-FEE-COUNT PIC 9(7) VALUE 0.
       01 WS-OD-FEE-TOTAL PIC 9(15) VALUE 0.

      *    PER-TRANSACTION SERVICE FEES FROM THE SCHEDULE IN
      *    fees.txt - ONE ROW PER PRODUCT TYPE AND SERVICE CODE
      *    GIVING A FLAT CHARGE (CENTS), THE NUMBER OF USES FREE
      *    EACH MONTH, AND A MINIMUM BALANCE (CENTS, ZERO FOR NONE)
      *    AT OR ABOVE WHICH THE CHARGE IS WAIVED. A PTYPE OF "*"
      *    IS THE ROW FOR ANY PRODUCT WITHOUT ONE OF ITS OWN. THE
      *    SERVICES CHARGED ARE:
      *      XFR - AN OUTBOUND INTERBANK TRANSFER (A 'W' WHOSE
      *            REFERENCE IS ON interchangeOut.txt)
      *      WDL - A CASH WITHDRAWAL AT AN ATM OR COUNTER TERMINAL
      *            (A 'W' NOT FOLLOWED BY THE MATCHING 'D' OF AN
      *            INTERNAL TRANSFER AT THE SAME TERMINAL)
      *      MST - A MINI STATEMENT, OR ANY OTHER NON-POSTING
      *            SERVICE THE ATMS LOG IN serviceLog.txt
      *    THE FEE PASS RUNS AFTER EVERY OTHER MERGE AND BEFORE THE
      *    SORT. EACH CHARGE IS A 'C' UNDER THE "FEE" PSEUDO-
      *    TERMINAL WITH ITS OWN txnseq.txt REFERENCE, STAMPED WITH
      *    THE TRIGGERING TRANSACTION'S DATE AND TIME SO IT SORTS IN
      *    RIGHT BEHIND IT; feeLinks.txt TIES EVERY FEE REFERENCE
      *    BACK TO THE TRIGGERING ONE FOR STATEMENT AND THE DATED
      *    feeReport.txt.YYYYMMDD. THE WAIVER LOOKS AT THE PRE-BATCH
      *    MASTER BALANCE, AS THE STANDING-ORDER FUNDS CHECK DOES.
      *    USES THIS MONTH ARE COUNTED PER ACCOUNT AND SERVICE IN
      *    feecount.txt, STAGED TO feecount.txt.new AND ONLY RENAMED
      *    ON WITH THE RUN'S OTHER INPUTS AFTER VERIFICATION (THE
      *    standingorders.txt POSTURE), SO A REFUSED RUN USES UP NO
      *    FREE ALLOWANCE. A MISSING fees.txt CHARGES NOTHING.
       01 WS-FEES-FS PIC XX.
       01 WS-FEECOUNT-FS PIC XX.
       01 WS-SVCLOG-FS PIC XX.
       01 WS-FEELINK-FS PIC XX.
       01 WS-FEE-PRESENT PIC X VALUE 'N'.
       01 WS-SVC-PRESENT PIC X VALUE 'N'.
       01 WS-FEE-EOF PIC X VALUE 'N'.
       01 WS-FEE-OK PIC X VALUE 'N'.
       01 WS-FEE-FOUND PIC X VALUE 'N'.
       01 WS-FEE-RUN-MONTH PIC 9(6) VALUE 0.
       01 WS-FEE-SCHED-COUNT PIC 9(3) VALUE 0.
       01 WS-FEE-SCHED-IX PIC 9(3) VALUE 0.
       01 WS-FEE-ROW-IX PIC 9(3) VALUE 0.
       01 WS-FEE-USE-COUNT PIC 9(4) VALUE 0.
       01 WS-FEE-USE-IX PIC 9(4) VALUE 0.
       01 WS-FEE-USE PIC 9(5) VALUE 0.
       01 WS-FEE-ACC PIC 9(16).
       01 WS-FEE-SVC PIC X(3).
       01 WS-FEE-DATE PIC 9(8).
       01 WS-FEE-TIME PIC 9(6).
       01 WS-FEE-TRIG-REF PIC 9(12).
       01 WS-FEE-PTYPE PIC X.
       01 WS-PEND-FLAG PIC X VALUE 'N'.
       01 WS-PEND-ACC PIC 9(16).
       01 WS-PEND-AMT PIC 9(7).
       01 WS-PEND-TERM PIC X(3).
       01 WS-PEND-DATE PIC 9(8).
       01 WS-PEND-TIME PIC 9(6).
       01 WS-PEND-REF PIC 9(12).
       01 WS-FEE-CHARGED PIC 9(7) VALUE 0.
       01 WS-FEE-FREE PIC 9(7) VALUE 0.
       01 WS-FEE-WAIVED PIC 9(7) VALUE 0.
       01 WS-FEE-TOTAL PIC 9(15) VALUE 0.
       01 WS-FEE-RPT-NAME PIC X(41).
       01 WS-FEECOUNT-OLD-NAME PIC X(30) VALUE "feecount.txt".
       01 WS-FEECOUNT-NEW-NAME PIC X(30) VALUE "feecount.txt.new".
       01 FEE-SCHED-TABLE.
           05 FEE-SCHED-ENTRY OCCURS 50 TIMES.
               10 PTYPE-FS   PIC X.
               10 SVC-FS     PIC X(3).
               10 AMT-FS     PIC 9(7).
               10 FREE-FS    PIC 9(3).
               10 WAIVE-FS   PIC 9(15).
       01 FEE-USE-TABLE.
           05 FEE-USE-ENTRY OCCURS 2000 TIMES.
               10 ACC-FU-CT   PIC 9(16).
               10 SVC-FU-CT   PIC X(3).
               10 COUNT-FU-CT PIC 9(5).

      *    INTERBANK CLEARING INTERCHANGE. INBOUND CREDITS/DEBITS
      *    FROM THE CLEARING HOUSE ARRIVE IN interchangeIn.txt AND
      *    ARE VALIDATED AGAINST THE PRE-BATCH MASTER (THE SAME
       01 WS-TS-ARCHIVE-NAME PIC X(41).
       01 WS-TSA-EOF PIC X VALUE 'N'.

      *    SIMULATION RUN. "central SIM" DOES THE WHOLE MERGE, SORT
      *    AND BALANCE UPDATE OF A NORMAL RUN BUT POSTS NOTHING. EVERY
      *    FILE ANOTHER PROGRAM READS AS THE LAST RUN'S OUTPUT, AND
      *    EVERY STAGED REWRITE, IS WRITTEN UNDER A "sim" NAME
      *    INSTEAD; NEW REFERENCES ARE NUMBERED ON FROM txnseq.txt IN
      *    STORAGE WITHOUT ADVANCING IT; AND NOTHING IS PROMOTED,
      *    STAMPED, ARCHIVED OR RESET, NOR IS runctl.txt OR
      *    frozen.txt TOUCHED. THE OUTCOME IS LAID OUT ON
      *    projectedPosting.txt: EVERY ACCOUNT'S OPENING, NET AND
      *    PROJECTED CLOSING BALANCE, THE OVERDRAFT FREEZES AND CARD
      *    BLOCKS THE RUN WOULD APPLY, AND THE PROJECTED NEGATIVE
      *    BALANCE REPORT AND TERMINAL CASH POSITIONS.
       01 WS-RUN-MODE PIC X(8) VALUE SPACES.
       01 WS-SIM-MODE PIC X VALUE 'N'.
       01 WS-SIM-NEXT-REF PIC 9(12) VALUE 0.
       01 WS-CONCAT-NAME PIC X(30) VALUE "transConcat.txt".
       01 WS-SORTED-NAME PIC X(30) VALUE "transSorted.txt".
       01 WS-UPD-MASTER-NAME PIC X(30) VALUE "updatedMaster.dat".
       01 WS-NEG-RPT-NAME PIC X(30) VALUE "negReport.txt".
       01 WS-CASH-RPT-NAME PIC X(30) VALUE "cashReport.txt".
       01 WS-SO-EXC-NAME PIC X(30) VALUE "soExceptions.txt".
       01 WS-ICH-EXC-NAME PIC X(30) VALUE "ichExceptions.txt".
       01 WS-FEE-LINK-NAME PIC X(30) VALUE "feeLinks.txt".
       01 WS-PRJ-EOF PIC X VALUE 'N'.
       01 WS-PRJ-OPEN-BAL PIC S9(15) VALUE 0.
       01 WS-PRJ-CLOSE-BAL PIC S9(15) VALUE 0.
       01 WS-PRJ-NET-BAL PIC S9(15) VALUE 0.
       01 WS-PRJ-TOT-OPEN PIC S9(17) VALUE 0.
       01 WS-PRJ-TOT-NET PIC S9(17) VALUE 0.
       01 WS-PRJ-TOT-CLOSE PIC S9(17) VALUE 0.
       01 WS-PRJ-ACCT-COUNT PIC 9(7) VALUE 0.
       01 WS-PRJ-MOVED-COUNT PIC 9(7) VALUE 0.
       01 WS-PRJ-FREEZE-COUNT PIC 9(7) VALUE 0.
       01 WS-PRJ-BLOCK-COUNT PIC 9(5) VALUE 0.

      *    CHANGE JOURNAL. A VERIFIED RUN APPENDS EVERY STATUS FLAG
      *    IT CHANGED ON THE MASTER (THE OVERDRAFT FREEZE) AND EVERY
      *    CARD IT BLOCKED TO THE PERMANENT changejournal.txt THE
      *    MAINTENANCE PROGRAMS WRITE, UNDER OPERATOR "BATCH".
       01 WS-CJ-FS PIC XX.
       01 WS-CJ-EOF PIC X VALUE 'N'.
       01 WS-CJ-COUNT PIC 9(7) VALUE 0.

      *    FAILED-LOGIN LOCKOUT. failcount.txt IS KEPT PER CARD AND
      *    IS LOADED ONCE INTO A TABLE (IT ONLY HOLDS CARDS WITH AT
      *    LEAST ONE RECENT FAILURE, SO IT STAYS SMALL). ONCE THE
      *    BATCH HAS VERIFIED, EVERY ACTIVE CARD WITH FIVE OR MORE
      *    CONSECUTIVE FAILURES IS BLOCKED ('B') IN cards.dat - THE
      *    ACCOUNT ITSELF, AND ANY OTHER CARD ON IT, STAYS USABLE.
       01 WS-FAILCOUNT-FS PIC XX.
       01 WS-FC-EOF PIC X VALUE 'N'.
       01 WS-FAILCOUNT-COUNT PIC 9(3) VALUE 0.
       01 WS-FAILCOUNT-IX PIC 9(3) VALUE 0.
       01 WS-CARD-FS PIC XX.
       01 WS-CARDS-BLOCKED PIC 9(5) VALUE 0.
       01 FAILCOUNT-TABLE.
           05 FAILCOUNT-ENTRY OCCURS 100 TIMES.
               10 ACC-FC-CT   PIC 9(16).
       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
           IF WS-RUN-MODE = "SIM" THEN
           PERFORM SET-SIMULATION-NAMES
           END-IF.
           PERFORM LOAD-ATM-TABLE.
           PERFORM LOAD-FAILCOUNT-TABLE.
           PERFORM LOAD-FROZEN-TABLE.
           PERFORM LOAD-TRANSCTL-TABLE.
           PERFORM COPY-TERMINAL-FILES.
           IF WS-CTL-BAD = 'Y' AND WS-SIM-MODE = 'Y' THEN
           PERFORM WRITE-PROJECTION-REFUSED
           STOP RUN
           END-IF.
           IF WS-CTL-BAD = 'Y' THEN
           MOVE 'R' TO WS-RUNCTL-STATUS
           PERFORM WRITE-RUN-CONTROL
           END-IF.
           PERFORM COPY-MONTHEND-FILE.
           PERFORM COPY-ADJUSTMENTS-FILE.
           PERFORM COPY-TERM-DEPOSIT-FILE.
           PERFORM COPY-INTERCHANGE-FILE.
           PERFORM RELEASE-DEPOSIT-HOLDS.
           PERFORM MATURE-TERM-DEPOSITS.
           PERFORM GENERATE-STANDING-ORDERS.
           PERFORM GENERATE-SERVICE-FEES.

      *    THE REFERENCE BREAKS TIES WITHIN THE SAME SECOND, SO A
      *    SERVICE FEE ALWAYS LANDS RIGHT AFTER THE TRANSACTION THAT
      *    TRIGGERED IT.
           SORT TMP-FILE
           ON ASCENDING KEY ACC-TMP
           ON ASCENDING KEY TS-DATE-TMP
           ON ASCENDING KEY TS-TIME-TMP
           ON ASCENDING KEY REF-TMP
           USING TRANS-CONCAT-FILE GIVING TRANS-SORTED.

           GO TO UPDATE-MASTER.

       SET-SIMULATION-NAMES.
           MOVE 'Y' TO WS-SIM-MODE.
           MOVE "simConcat.txt" TO WS-CONCAT-NAME.
           MOVE "simSorted.txt" TO WS-SORTED-NAME.
           MOVE "simMaster.dat" TO WS-UPD-MASTER-NAME.
           MOVE "simNegReport.txt" TO WS-NEG-RPT-NAME.
           MOVE "simCashReport.txt" TO WS-CASH-RPT-NAME.
           MOVE "simSoExceptions.txt" TO WS-SO-EXC-NAME.
           MOVE "simIchExceptions.txt" TO WS-ICH-EXC-NAME.
           MOVE "simFeeLinks.txt" TO WS-FEE-LINK-NAME.
           MOVE "simStandingOrders.txt" TO WS-SO-NEW-NAME.
           MOVE "simPendingHolds.txt" TO WS-HOLD-NEW-NAME.
           MOVE "simTermDeposits.txt" TO WS-TD-NEW-NAME.
           MOVE "simTdInterest.txt" TO WS-TDI-RUN-NAME.
           MOVE "simTdExceptions.txt" TO WS-TD-EXC-NAME.
           MOVE "simFeeCount.txt" TO WS-FEECOUNT-NEW-NAME.
           DISPLAY "=> SIMULATION RUN - NOTHING WILL BE POSTED".

       LOAD-ATM-TABLE.
           MOVE 0 TO WS-ATM-COUNT.
           OPEN INPUT ATM-LIST-FILE.
           READ FAILCOUNT-FILE AT END MOVE 'Y' TO WS-FC-EOF.
           IF WS-FC-EOF NOT = 'Y' THEN
           IF WS-FAILCOUNT-COUNT >= 100 THEN
           DISPLAY "=> WARNING: failcount.txt EXCEEDS 100 CARDS"
           DISPLAY "=> REMAINING ENTRIES IGNORED THIS RUN"
           MOVE 'Y' TO WS-FC-EOF
           ELSE
           END-IF
           END-IF.

       LOAD-FROZEN-TABLE.
           MOVE 0 TO WS-FROZEN-COUNT.
           OPEN INPUT FROZEN-FILE.
      *    JUST FLAGGING IT NEGATIVE, AND TRACK WHETHER THIS IS A
      *    FIRST-TIME OR REPEAT OFFENSE.
           COMPUTE NEW-BAL = NEW-BAL - WS-OVERDRAFT-FEE.
           ADD 1 TO WS-OD-FEE-COUNT.
           ADD WS-OVERDRAFT-FEE TO WS-OD-FEE-TOTAL.
           MOVE 'F' TO SIG-UPDATED.
           COMPUTE BAL-UPDATED = -NEW-BAL.
           PERFORM FIND-FROZEN-ENTRY.
           WRITE TRANS-CONCAT-RECORD
           END-IF.

       COPY-TERM-DEPOSIT-FILE.
           MOVE 'N' TO WS-TDQ-PRESENT.
           OPEN INPUT TDQ-FILE.
           IF WS-TDQ-FS = "00" THEN
           MOVE 'Y' TO WS-TDQ-PRESENT
           OPEN EXTEND TRANS-CONCAT-FILE
           MOVE 'N' TO WS-TDQ-EOF
           PERFORM COPY-TERM-DEPOSIT-RECORD UNTIL WS-TDQ-EOF = 'Y'
           CLOSE TRANS-CONCAT-FILE
           CLOSE TDQ-FILE
           END-IF.

       COPY-TERM-DEPOSIT-RECORD.
           READ TDQ-FILE AT END MOVE 'Y' TO WS-TDQ-EOF.
           IF WS-TDQ-EOF NOT = 'Y' THEN
           MOVE ACC-TDQ TO ACC-C
           MOVE OP-TDQ TO OP-C
           MOVE AMT-TDQ TO AMT-C
           MOVE TERM-TDQ TO TERM-C
           MOVE TS-DATE-TDQ TO TS-DATE-C
           MOVE TS-TIME-TDQ TO TS-TIME-C
           MOVE REF-TDQ TO REF-C
           WRITE TRANS-CONCAT-RECORD
           IF OP-TDQ = 'M' THEN
           IF WS-TDB-COUNT < 100 THEN
           ADD 1 TO WS-TDB-COUNT
           MOVE REF-TDQ TO REF-TDB-CT(WS-TDB-COUNT)
           ELSE
           DISPLAY "=> WARNING: MORE THAN 100 BREAKAGE PAYOUTS - "
               "REF " REF-TDQ " INTEREST NOT TALLIED"
           MOVE 'Y' TO WS-TDB-OVERFLOW
           END-IF
           END-IF
           END-IF.

       COPY-INTERCHANGE-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.
           END-READ
           END-IF.

       MATURE-TERM-DEPOSITS.
           MOVE 'N' TO WS-TD-PRESENT.
           OPEN INPUT TD-FILE.
           IF WS-TD-FS = "00" THEN
           MOVE 'Y' TO WS-TD-PRESENT
           OPEN INPUT MASTER-LOOKUP-FILE
           IF WS-MASTER-LK-FS NOT = "00" THEN
           DISPLAY "=> MASTER FILE master.dat NOT FOUND"
           STOP RUN
           END-IF
           OPEN OUTPUT NEW-TD-FILE
           OPEN OUTPUT TDI-RUN-FILE
           OPEN OUTPUT TD-EXC-FILE
           OPEN EXTEND TRANS-CONCAT-FILE
           MOVE 'N' TO WS-TD-EOF
           PERFORM PROCESS-ONE-DEPOSIT UNTIL WS-TD-EOF = 'Y'
           CLOSE TRANS-CONCAT-FILE
           CLOSE TD-EXC-FILE
           CLOSE TDI-RUN-FILE
           CLOSE NEW-TD-FILE
           CLOSE MASTER-LOOKUP-FILE
           CLOSE TD-FILE
           DISPLAY "=> TERM DEPOSITS MATURED " WS-TD-MATURED
               " ROLLED OVER " WS-TD-ROLLED
               " DEFERRED " WS-TD-DEFERRED
           END-IF.

       PROCESS-ONE-DEPOSIT.
      *    A DEPOSIT WHOSE MATURITY FELL ON A DAY NO BATCH RAN IS
      *    PICKED UP BY THE NEXT RUN; INTEREST IS STILL EARNED ONLY
      *    FOR THE CONTRACT TERM, PLACEMENT TO MATURITY DATE.
           READ TD-FILE AT END MOVE 'Y' TO WS-TD-EOF.
           IF WS-TD-EOF NOT = 'Y' THEN
           MOVE TD-RECORD TO NEW-TD-RECORD
           IF STATUS-TD = 'B' THEN
           PERFORM TALLY-BREAKAGE-INTEREST
           END-IF
           IF STATUS-TD = 'A' AND MATURE-TD <= WS-RUN-DATE THEN
           PERFORM CHECK-DEPOSIT-ACCOUNT
           IF WS-TD-OK = 'Y' THEN
           PERFORM COMPUTE-DEPOSIT-PAYOUT
           END-IF
           IF WS-TD-OK = 'Y' THEN
           PERFORM PAY-OUT-DEPOSIT
           ELSE
           PERFORM WRITE-TD-EXCEPTION
           ADD 1 TO WS-TD-DEFERRED
           END-IF
           END-IF
           WRITE NEW-TD-RECORD
           END-IF.

       TALLY-BREAKAGE-INTEREST.
      *    A BROKEN DEPOSIT WHOSE PAYOUT WAS MERGED FROM THE QUEUE
      *    THIS RUN CONTRIBUTES ITS INTEREST TO THE GL EXTRACT.
           MOVE 'N' TO WS-TDB-FOUND.
           MOVE 1 TO WS-TDB-IX.
           PERFORM MATCH-BREAKAGE-STEP
               UNTIL WS-TDB-IX > WS-TDB-COUNT
               OR WS-TDB-FOUND = 'Y'.
           IF WS-TDB-FOUND = 'Y' THEN
           ADD INT-TD TO WS-TD-BRK-INT
           MOVE PAY-REF-TD TO WS-TDI-PAY-REF
           MOVE INT-TD TO WS-TD-INTEREST
           MOVE 'B' TO WS-TDI-KIND
           PERFORM WRITE-TD-INTEREST-ROW
           END-IF.

       MATCH-BREAKAGE-STEP.
           IF REF-TDB-CT(WS-TDB-IX) = PAY-REF-TD THEN
           MOVE 'Y' TO WS-TDB-FOUND
           ELSE
           ADD 1 TO WS-TDB-IX
           END-IF.

       CHECK-DEPOSIT-ACCOUNT.
      *    THE SAME TEST A MATURED DEPOSIT HOLD GETS - A FUNDING
      *    ACCOUNT THAT PICKED UP A BLOCKING SIG SINCE PLACEMENT
      *    STORES ITS BALANCE AS A DEFICIT MAGNITUDE A POSTED CREDIT
      *    WOULD CORRUPT.
           MOVE 'N' TO WS-TD-OK.
           MOVE SPACES TO WS-TD-REASON.
           MOVE ACC-TD TO ACC-LK.
           READ MASTER-LOOKUP-FILE
               INVALID KEY
               MOVE "NOT ON MASTER" TO WS-TD-REASON
               NOT INVALID KEY
               IF SIG-LK = ' ' THEN
               MOVE 'Y' TO WS-TD-OK
               ELSE
               STRING "ACCOUNT SIG " SIG-LK DELIMITED BY SIZE
                   INTO WS-TD-REASON
               END-IF
           END-READ.

       WRITE-TD-EXCEPTION.
           MOVE SPACES TO TD-EXC-RECORD.
           MOVE "Deposit: " TO TDX-REF-LABEL.
           MOVE REF-TD TO TDX-REF.
           MOVE " Account: " TO TDX-ACC-LABEL.
           MOVE ACC-TD TO TDX-ACC.
           MOVE " Matures: " TO TDX-MAT-LABEL.
           MOVE MATURE-TD TO TDX-MAT.
           MOVE " Reason: " TO TDX-REASON-LABEL.
           MOVE WS-TD-REASON TO TDX-REASON.
           WRITE TD-EXC-RECORD.

       COMPUTE-DEPOSIT-PAYOUT.
           COMPUTE WS-TD-DAYS =
               FUNCTION INTEGER-OF-DATE(MATURE-TD)
               - FUNCTION INTEGER-OF-DATE(PLACED-TD).
           COMPUTE WS-TD-INTEREST ROUNDED =
               PRIN-TD * RATE-TD * WS-TD-DAYS / 365
               ON SIZE ERROR MOVE 'N' TO WS-TD-OK
           END-COMPUTE.
           IF WS-TD-OK = 'Y' THEN
           COMPUTE WS-TD-PAYOUT = PRIN-TD + WS-TD-INTEREST
               ON SIZE ERROR MOVE 'N' TO WS-TD-OK
           END-COMPUTE
           END-IF.
           IF WS-TD-OK NOT = 'Y' THEN
           MOVE "PAYOUT TOO LARGE" TO WS-TD-REASON
           DISPLAY "=> WARNING: TERM DEPOSIT " REF-TD
               " PAYOUT EXCEEDS 99999.99 - DEFERRED"
           END-IF.

       PAY-OUT-DEPOSIT.
           MOVE ACC-TD TO ACC-C.
           MOVE 'M' TO OP-C.
           MOVE WS-TD-PAYOUT TO AMT-C.
           MOVE "TDM" TO TERM-C.
           MOVE WS-RUN-DATE TO TS-DATE-C.
           MOVE 0 TO TS-TIME-C.
           PERFORM GET-NEXT-TXN-REF.
           MOVE WS-NEXT-REF TO REF-C.
           WRITE TRANS-CONCAT-RECORD.
           MOVE WS-TD-INTEREST TO INT-TD-NEW.
           MOVE WS-NEXT-REF TO PAY-REF-TD-NEW.
           ADD WS-TD-INTEREST TO WS-TD-MAT-INT.
           IF INSTR-TD = 'R' THEN
           MOVE 'R' TO WS-TDI-KIND
           ELSE
           MOVE 'M' TO WS-TDI-KIND
           END-IF.
           MOVE WS-NEXT-REF TO WS-TDI-PAY-REF.
           PERFORM WRITE-TD-INTEREST-ROW.
           IF INSTR-TD = 'R' THEN
           MOVE ACC-TD TO ACC-C
           MOVE 'W' TO OP-C
           MOVE WS-TD-PAYOUT TO AMT-C
           MOVE "TDM" TO TERM-C
           MOVE WS-RUN-DATE TO TS-DATE-C
           MOVE 0 TO TS-TIME-C
           PERFORM GET-NEXT-TXN-REF
           MOVE WS-NEXT-REF TO REF-C
           WRITE TRANS-CONCAT-RECORD
           MOVE WS-TD-PAYOUT TO PRIN-TD-NEW
           MOVE MATURE-TD TO PLACED-TD-NEW
           MOVE MATURE-TD TO WS-TD-BASE-DATE
           PERFORM ADD-TERM-MONTHS
           MOVE WS-TD-MATURE TO MATURE-TD-NEW
           ADD 1 TO WS-TD-ROLLED
           ELSE
           MOVE 'M' TO STATUS-TD-NEW
           MOVE WS-RUN-DATE TO CLOSED-TD-NEW
           ADD 1 TO WS-TD-MATURED
           END-IF.

       WRITE-TD-INTEREST-ROW.
      *    THE CALLER SETS WS-TDI-KIND; WS-TDI-PAY-REF CARRIES THE
      *    PAYOUT'S REFERENCE AND WS-TD-INTEREST THE INTEREST IN IT.
           MOVE SPACES TO TDI-RUN-RECORD.
           MOVE ACC-TD TO ACC-TIR.
           MOVE WS-RUN-DATE TO DATE-TIR.
           MOVE REF-TD TO REF-TIR.
           MOVE WS-TDI-PAY-REF TO PAY-REF-TIR.
           MOVE WS-TDI-KIND TO KIND-TIR.
           MOVE WS-TD-INTEREST TO INT-TIR.
           WRITE TDI-RUN-RECORD.

       ADD-TERM-MONTHS.
      *    THE SAME DAY IN THE MONTH THE TERM RUNS OUT, PULLED BACK
      *    TO THAT MONTH'S LAST DAY WHEN IT IS TOO SHORT - THE RULE
      *    TDMAINT USED TO SET THE FIRST MATURITY DATE.
           MOVE WS-TD-BASE-DATE(1:4) TO WS-TD-YEAR.
           MOVE WS-TD-BASE-DATE(5:2) TO WS-TD-MONTH.
           MOVE WS-TD-BASE-DATE(7:2) TO WS-TD-DAY.
           ADD TERM-TD TO WS-TD-MONTH.
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

       GENERATE-STANDING-ORDERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.
      *    NEVER LOSES THE COUNTER AND REISSUES A REFERENCE ALREADY
      *    SITTING ON A RECORD. AN ABSENT FILE MEANS THE SEQUENCE
      *    STARTS FROM ONE.
           IF WS-SIM-MODE = 'Y' THEN
           PERFORM GET-SIM-TXN-REF
           ELSE
           PERFORM READ-TXNSEQ
           OPEN OUTPUT NEW-TXNSEQ-FILE
           COMPUTE NEXT-REF-SEQ-NEW = WS-NEXT-REF + 1
           WRITE NEW-TXNSEQ-RECORD
           CLOSE NEW-TXNSEQ-FILE
           CALL "CBL_RENAME_FILE" USING WS-TXNSEQ-NEW-NAME
               WS-TXNSEQ-OLD-NAME
           END-IF.

       GET-SIM-TXN-REF.
      *    A SIMULATION NUMBERS ITS OWN RECORDS ON FROM THE STORED
      *    COUNTER IN STORAGE ONLY - THE REFERENCES IT SHOWS ARE THE
      *    ONES A REAL RUN STARTED NOW WOULD ALLOCATE.
           IF WS-SIM-NEXT-REF = 0 THEN
           PERFORM READ-TXNSEQ
           MOVE WS-NEXT-REF TO WS-SIM-NEXT-REF
           END-IF.
           MOVE WS-SIM-NEXT-REF TO WS-NEXT-REF.
           ADD 1 TO WS-SIM-NEXT-REF.

       READ-TXNSEQ.
           MOVE 1 TO WS-NEXT-REF.
           OPEN INPUT TXNSEQ-FILE.
           IF WS-TXNSEQ-FS = "00" THEN
           END-READ
           CLOSE TXNSEQ-FILE
           END-IF.

       GENERATE-SERVICE-FEES.
      *    feeLinks.txt ALWAYS DESCRIBES THE BATCH BEING BUILT, EVEN
      *    WHEN THERE IS NO SCHEDULE AND IT STAYS EMPTY. THE SERVICE
      *    LOG IS ARCHIVED WITH THE RUN'S OTHER INPUTS EITHER WAY, SO
      *    USES LOGGED BEFORE A SCHEDULE EXISTED ARE NEVER CHARGED.
           OPEN OUTPUT FEE-LINK-FILE.
           CLOSE FEE-LINK-FILE.
           MOVE 'N' TO WS-SVC-PRESENT.
           OPEN INPUT SVC-LOG-FILE.
           IF WS-SVCLOG-FS = "00" THEN
           MOVE 'Y' TO WS-SVC-PRESENT
           CLOSE SVC-LOG-FILE
           END-IF.
           PERFORM LOAD-FEE-SCHEDULE.
           IF WS-FEE-PRESENT = 'Y' THEN
           MOVE WS-RUN-DATE(1:6) TO WS-FEE-RUN-MONTH
           PERFORM LOAD-FEE-USE-TABLE
           PERFORM LOAD-ICO-TABLE
           OPEN INPUT MASTER-LOOKUP-FILE
           IF WS-MASTER-LK-FS NOT = "00" THEN
           DISPLAY "=> MASTER FILE master.dat NOT FOUND"
           STOP RUN
           END-IF
           OPEN OUTPUT FEE-LINK-FILE
           OPEN INPUT TRANS-CONCAT-FILE
           MOVE 'N' TO WS-PEND-FLAG
           MOVE 'N' TO WS-FEE-EOF
           PERFORM SCAN-FEE-RECORD UNTIL WS-FEE-EOF = 'Y'
           CLOSE TRANS-CONCAT-FILE
           IF WS-PEND-FLAG = 'Y' THEN
           PERFORM CHARGE-PENDING-WITHDRAWAL
           END-IF
           IF WS-SVC-PRESENT = 'Y' THEN
           OPEN INPUT SVC-LOG-FILE
           MOVE 'N' TO WS-FEE-EOF
           PERFORM SCAN-SERVICE-RECORD UNTIL WS-FEE-EOF = 'Y'
           CLOSE SVC-LOG-FILE
           END-IF
           CLOSE FEE-LINK-FILE
           CLOSE MASTER-LOOKUP-FILE
           PERFORM APPEND-FEE-CHARGES
           PERFORM WRITE-FEE-USE-FILE
           DISPLAY "=> SERVICE FEES CHARGED " WS-FEE-CHARGED
               " FREE " WS-FEE-FREE " WAIVED " WS-FEE-WAIVED
           END-IF.

       LOAD-FEE-SCHEDULE.
           MOVE 'N' TO WS-FEE-PRESENT.
           MOVE 0 TO WS-FEE-SCHED-COUNT.
           OPEN INPUT FEE-SCHED-FILE.
           IF WS-FEES-FS = "00" THEN
           MOVE 'Y' TO WS-FEE-PRESENT
           MOVE 'N' TO WS-FEE-EOF
           PERFORM LOAD-FEE-SCHED-ENTRY UNTIL WS-FEE-EOF = 'Y'
           CLOSE FEE-SCHED-FILE
           END-IF.

       LOAD-FEE-SCHED-ENTRY.
           READ FEE-SCHED-FILE AT END MOVE 'Y' TO WS-FEE-EOF.
           IF WS-FEE-EOF NOT = 'Y' AND WS-FEE-SCHED-COUNT < 50 THEN
           ADD 1 TO WS-FEE-SCHED-COUNT
           MOVE PTYPE-FS-IN TO PTYPE-FS(WS-FEE-SCHED-COUNT)
           MOVE SVC-FS-IN TO SVC-FS(WS-FEE-SCHED-COUNT)
           MOVE AMT-FS-IN TO AMT-FS(WS-FEE-SCHED-COUNT)
           MOVE FREE-FS-IN TO FREE-FS(WS-FEE-SCHED-COUNT)
           MOVE WAIVE-FS-IN TO WAIVE-FS(WS-FEE-SCHED-COUNT)
           END-IF.

       LOAD-FEE-USE-TABLE.
      *    ONLY THIS MONTH'S ROWS ARE CARRIED - LAST MONTH'S USES
      *    DROP OFF THE FIRST TIME THE NEW MONTH'S BATCH RUNS.
           MOVE 0 TO WS-FEE-USE-COUNT.
           OPEN INPUT FEECOUNT-FILE.
           IF WS-FEECOUNT-FS = "00" THEN
           MOVE 'N' TO WS-FEE-EOF
           PERFORM LOAD-FEE-USE-ENTRY UNTIL WS-FEE-EOF = 'Y'
           CLOSE FEECOUNT-FILE
           END-IF.

       LOAD-FEE-USE-ENTRY.
           READ FEECOUNT-FILE AT END MOVE 'Y' TO WS-FEE-EOF.
           IF WS-FEE-EOF NOT = 'Y' AND MONTH-FU = WS-FEE-RUN-MONTH
               AND WS-FEE-USE-COUNT < 2000 THEN
           ADD 1 TO WS-FEE-USE-COUNT
           MOVE ACC-FU TO ACC-FU-CT(WS-FEE-USE-COUNT)
           MOVE SVC-FU TO SVC-FU-CT(WS-FEE-USE-COUNT)
           MOVE COUNT-FU TO COUNT-FU-CT(WS-FEE-USE-COUNT)
           END-IF.

       SCAN-FEE-RECORD.
      *    A 'W' AT A TERMINAL IS HELD BACK ONE RECORD: IF THE NEXT
      *    RECORD IS THE 'D' OF THE SAME AMOUNT AT THE SAME TERMINAL
      *    THE PAIR IS AN INTERNAL TRANSFER (RECORD-TRANSFER-TXN AND
      *    THE TELLER WRITE THE TWO LEGS BACK TO BACK) AND NO CASH
      *    LEFT THE BANK; OTHERWISE IT IS CHARGED AS A WITHDRAWAL.
           READ TRANS-CONCAT-FILE AT END MOVE 'Y' TO WS-FEE-EOF.
           IF WS-FEE-EOF NOT = 'Y' THEN
           IF WS-PEND-FLAG = 'Y' THEN
           IF OP-C = 'D' AND TERM-C = WS-PEND-TERM
               AND AMT-C = WS-PEND-AMT
               AND TS-DATE-C = WS-PEND-DATE THEN
           MOVE 'N' TO WS-PEND-FLAG
           ELSE
           PERFORM CHARGE-PENDING-WITHDRAWAL
           END-IF
           END-IF
           IF OP-C = 'W' THEN
           PERFORM FIND-FEE-TERMINAL
           IF WS-FEE-FOUND = 'Y' THEN
           MOVE REF-C TO WS-ICO-REF
           PERFORM FIND-ICO-REF
           IF WS-ICO-FOUND = 'Y' THEN
           MOVE "XFR" TO WS-FEE-SVC
           MOVE ACC-C TO WS-FEE-ACC
           MOVE TS-DATE-C TO WS-FEE-DATE
           MOVE TS-TIME-C TO WS-FEE-TIME
           MOVE REF-C TO WS-FEE-TRIG-REF
           PERFORM CHARGE-SERVICE
           ELSE
           MOVE 'Y' TO WS-PEND-FLAG
           MOVE ACC-C TO WS-PEND-ACC
           MOVE AMT-C TO WS-PEND-AMT
           MOVE TERM-C TO WS-PEND-TERM
           MOVE TS-DATE-C TO WS-PEND-DATE
           MOVE TS-TIME-C TO WS-PEND-TIME
           MOVE REF-C TO WS-PEND-REF
           END-IF
           END-IF
           END-IF
           END-IF.

       FIND-FEE-TERMINAL.
      *    ONLY THE ATM AND COUNTER TERMINALS ON atmlist.txt HAND
      *    OUT CASH - PSEUDO-TERMINAL DEBITS ARE NEVER CHARGED.
           MOVE 'N' TO WS-FEE-FOUND.
           MOVE 1 TO WS-ATM-IX.
           PERFORM FIND-FEE-TERMINAL-STEP
               UNTIL WS-ATM-IX > WS-ATM-COUNT
               OR WS-FEE-FOUND = 'Y'.

       FIND-FEE-TERMINAL-STEP.
           IF ATM-ID(WS-ATM-IX) = TERM-C THEN
           MOVE 'Y' TO WS-FEE-FOUND
           ELSE
           ADD 1 TO WS-ATM-IX
           END-IF.

       CHARGE-PENDING-WITHDRAWAL.
           MOVE "WDL" TO WS-FEE-SVC.
           MOVE WS-PEND-ACC TO WS-FEE-ACC.
           MOVE WS-PEND-DATE TO WS-FEE-DATE.
           MOVE WS-PEND-TIME TO WS-FEE-TIME.
           MOVE WS-PEND-REF TO WS-FEE-TRIG-REF.
           PERFORM CHARGE-SERVICE.
           MOVE 'N' TO WS-PEND-FLAG.

       SCAN-SERVICE-RECORD.
           READ SVC-LOG-FILE AT END MOVE 'Y' TO WS-FEE-EOF.
           IF WS-FEE-EOF NOT = 'Y' THEN
           MOVE SVC-SL TO WS-FEE-SVC
           MOVE ACC-SL TO WS-FEE-ACC
           MOVE TS-DATE-SL TO WS-FEE-DATE
           MOVE TS-TIME-SL TO WS-FEE-TIME
           MOVE REF-SL TO WS-FEE-TRIG-REF
           PERFORM CHARGE-SERVICE
           END-IF.

       CHARGE-SERVICE.
      *    THE ACCOUNT'S OWN PRODUCT ROW WINS OVER THE "*" ROW; A
      *    ROW WITH A ZERO AMOUNT EXEMPTS THAT PRODUCT OUTRIGHT. A
      *    CLOSED ACCOUNT IS NEVER CHARGED, AND A FROZEN OR
      *    LEGACY-NEGATIVE BALANCE (A DEFICIT MAGNITUDE) NEVER
      *    EARNS THE WAIVER.
           MOVE 'Y' TO WS-FEE-OK.
           MOVE WS-FEE-ACC TO ACC-LK.
           READ MASTER-LOOKUP-FILE
               INVALID KEY
               MOVE 'N' TO WS-FEE-OK
           END-READ.
           IF WS-FEE-OK = 'Y' AND SIG-LK = 'C' THEN
           MOVE 'N' TO WS-FEE-OK
           END-IF.
           IF WS-FEE-OK = 'Y' THEN
           MOVE PTYPE-LK TO WS-FEE-PTYPE
           PERFORM FIND-FEE-ROW
           IF WS-FEE-ROW-IX = 0 THEN
           MOVE '*' TO WS-FEE-PTYPE
           PERFORM FIND-FEE-ROW
           END-IF
           IF WS-FEE-ROW-IX = 0 THEN
           MOVE 'N' TO WS-FEE-OK
           ELSE
           IF AMT-FS(WS-FEE-ROW-IX) = 0 THEN
           MOVE 'N' TO WS-FEE-OK
           END-IF
           END-IF
           END-IF.
           IF WS-FEE-OK = 'Y' THEN
           PERFORM COUNT-FEE-USE
           MOVE SPACES TO FEE-LINK-RECORD
           MOVE WS-FEE-ACC TO ACC-FL
           MOVE WS-FEE-SVC TO SVC-FL
           MOVE WS-FEE-TRIG-REF TO TRIG-REF-FL
           MOVE 0 TO FEE-REF-FL
           MOVE AMT-FS(WS-FEE-ROW-IX) TO AMT-FL
           MOVE WS-FEE-USE TO USE-FL
           MOVE WS-FEE-DATE TO TS-DATE-FL
           MOVE WS-FEE-TIME TO TS-TIME-FL
           IF WS-FEE-USE <= FREE-FS(WS-FEE-ROW-IX) THEN
           MOVE 'F' TO STATUS-FL
           ADD 1 TO WS-FEE-FREE
           ELSE
           IF WAIVE-FS(WS-FEE-ROW-IX) > 0
               AND SIG-LK NOT = 'F' AND SIG-LK NOT = '-'
               AND BAL-LK >= WAIVE-FS(WS-FEE-ROW-IX) THEN
           MOVE 'W' TO STATUS-FL
           ADD 1 TO WS-FEE-WAIVED
           ELSE
           MOVE 'C' TO STATUS-FL
           PERFORM GET-NEXT-TXN-REF
           MOVE WS-NEXT-REF TO FEE-REF-FL
           ADD 1 TO WS-FEE-CHARGED
           ADD AMT-FS(WS-FEE-ROW-IX) TO WS-FEE-TOTAL
           END-IF
           END-IF
           WRITE FEE-LINK-RECORD
           END-IF.

       FIND-FEE-ROW.
           MOVE 0 TO WS-FEE-ROW-IX.
           MOVE 1 TO WS-FEE-SCHED-IX.
           PERFORM FIND-FEE-ROW-STEP
               UNTIL WS-FEE-SCHED-IX > WS-FEE-SCHED-COUNT
               OR WS-FEE-ROW-IX > 0.

       FIND-FEE-ROW-STEP.
           IF PTYPE-FS(WS-FEE-SCHED-IX) = WS-FEE-PTYPE
               AND SVC-FS(WS-FEE-SCHED-IX) = WS-FEE-SVC THEN
           MOVE WS-FEE-SCHED-IX TO WS-FEE-ROW-IX
           END-IF.
           ADD 1 TO WS-FEE-SCHED-IX.

       COUNT-FEE-USE.
      *    A USE THAT CANNOT BE TRACKED (TABLE FULL) GETS NO FREE
      *    ALLOWANCE RATHER THAN AN UNLIMITED ONE.
           MOVE 'N' TO WS-FEE-FOUND.
           MOVE 1 TO WS-FEE-USE-IX.
           PERFORM FIND-FEE-USE-STEP
               UNTIL WS-FEE-USE-IX > WS-FEE-USE-COUNT
               OR WS-FEE-FOUND = 'Y'.
           IF WS-FEE-FOUND = 'N' AND WS-FEE-USE-COUNT < 2000 THEN
           ADD 1 TO WS-FEE-USE-COUNT
           MOVE WS-FEE-USE-COUNT TO WS-FEE-USE-IX
           MOVE WS-FEE-ACC TO ACC-FU-CT(WS-FEE-USE-IX)
           MOVE WS-FEE-SVC TO SVC-FU-CT(WS-FEE-USE-IX)
           MOVE 0 TO COUNT-FU-CT(WS-FEE-USE-IX)
           MOVE 'Y' TO WS-FEE-FOUND
           END-IF.
           IF WS-FEE-FOUND = 'Y' THEN
           ADD 1 TO COUNT-FU-CT(WS-FEE-USE-IX)
           MOVE COUNT-FU-CT(WS-FEE-USE-IX) TO WS-FEE-USE
           ELSE
           DISPLAY "=> WARNING: feecount.txt TABLE FULL - "
               WS-FEE-ACC " " WS-FEE-SVC " NOT COUNTED"
           MOVE 99999 TO WS-FEE-USE
           END-IF.

       FIND-FEE-USE-STEP.
           IF ACC-FU-CT(WS-FEE-USE-IX) = WS-FEE-ACC
               AND SVC-FU-CT(WS-FEE-USE-IX) = WS-FEE-SVC THEN
           MOVE 'Y' TO WS-FEE-FOUND
           ELSE
           ADD 1 TO WS-FEE-USE-IX
           END-IF.

       APPEND-FEE-CHARGES.
           OPEN INPUT FEE-LINK-FILE.
           OPEN EXTEND TRANS-CONCAT-FILE.
           MOVE 'N' TO WS-FEE-EOF.
           PERFORM APPEND-ONE-FEE UNTIL WS-FEE-EOF = 'Y'.
           CLOSE TRANS-CONCAT-FILE.
           CLOSE FEE-LINK-FILE.

       APPEND-ONE-FEE.
           READ FEE-LINK-FILE AT END MOVE 'Y' TO WS-FEE-EOF.
           IF WS-FEE-EOF NOT = 'Y' AND STATUS-FL = 'C' THEN
           MOVE ACC-FL TO ACC-C
           MOVE 'C' TO OP-C
           MOVE AMT-FL TO AMT-C
           MOVE "FEE" TO TERM-C
           MOVE TS-DATE-FL TO TS-DATE-C
           MOVE TS-TIME-FL TO TS-TIME-C
           MOVE FEE-REF-FL TO REF-C
           WRITE TRANS-CONCAT-RECORD
           END-IF.

       WRITE-FEE-USE-FILE.
           OPEN OUTPUT NEW-FEECOUNT-FILE.
           MOVE 1 TO WS-FEE-USE-IX.
           PERFORM WRITE-FEE-USE-ENTRY
               UNTIL WS-FEE-USE-IX > WS-FEE-USE-COUNT.
           CLOSE NEW-FEECOUNT-FILE.

       WRITE-FEE-USE-ENTRY.
           MOVE SPACES TO NEW-FEECOUNT-RECORD.
           MOVE ACC-FU-CT(WS-FEE-USE-IX) TO ACC-FU-NEW.
           MOVE SVC-FU-CT(WS-FEE-USE-IX) TO SVC-FU-NEW.
           MOVE WS-FEE-RUN-MONTH TO MONTH-FU-NEW.
           MOVE COUNT-FU-CT(WS-FEE-USE-IX) TO COUNT-FU-NEW.
           WRITE NEW-FEECOUNT-RECORD.
           ADD 1 TO WS-FEE-USE-IX.

       COPY-TRANS-SORTED-ARCHIVE.
           OPEN INPUT TRANS-SORTED.
           SET BAL-UPDATED TO BAL.
           MOVE PTYPE TO PTYPE-UPDATED.
           MOVE LAST-ACT TO LAST-ACT-UPDATED.
           WRITE UPDATED-MASTER-RECORD.
           ADD 1 TO WS-UPDATED-COUNT.
           GO TO PROCESS-MASTER-RECORD.

       PROCESS-ACC-TRANSACTIONS.
      *    CURRENT TXN IS OF THE SAME ACCOUNT. 'D' (DEPOSIT), 'I'
      *    (MONTH-END INTEREST) AND 'M' (TERM-DEPOSIT PAYOUT) CREDIT
      *    THE ACCOUNT; 'W' (WITHDRAWAL) AND 'C' (MONTH-END CHARGE)
      *    DEBIT IT.
           IF PREV-ACC = ACC-SORTED THEN
           MOVE TERM-SORTED TO WS-CAPTURED-TERM
           IF OP-SORTED = 'D' OR OP-SORTED = 'I'
               OR OP-SORTED = 'M' THEN
           COMPUTE DELTA = DELTA + AMT-SORTED
           READ TRANS-SORTED AT END GO TO COPY-MASTER-RECORDS
           GO TO PROCESS-ACC-TRANSACTIONS
           IF NEW-BAL < 0 THEN
           PERFORM APPLY-OVERDRAFT
           END-IF.
           DISPLAY BAL-UPDATED.
           DISPLAY DELTA.
           WRITE UPDATED-MASTER-RECORD.
           IF NEW-BAL < 0 THEN
           PERFORM APPLY-OVERDRAFT
           END-IF.
           WRITE UPDATED-MASTER-RECORD.
           ADD 1 TO WS-UPDATED-COUNT.
           READ MASTER-FILE AT END GO TO GENERATE-NEG-REPORT.
           ADD 1 TO WS-BD-IX.

       CENTRAL-END.
           IF WS-SIM-MODE = 'Y' THEN
           PERFORM WRITE-CASH-REPORT
           IF WS-FEE-PRESENT = 'Y' THEN
           PERFORM WRITE-FEE-REPORT
           END-IF
           PERFORM WRITE-PROJECTION-REPORT
           STOP RUN
           END-IF.
           PERFORM WRITE-FROZEN-FILE.
           PERFORM WRITE-CASH-REPORT.
           PERFORM WRITE-OPS-SUMMARY.
           IF WS-FEE-PRESENT = 'Y' THEN
           PERFORM WRITE-FEE-REPORT
           END-IF.
           PERFORM VERIFY-AND-ARCHIVE.
           STOP RUN.

           MOVE 0 TO AMT-I-OPS(WS-OPS-IX).
           MOVE 0 TO CNT-C-OPS(WS-OPS-IX).
           MOVE 0 TO AMT-C-OPS(WS-OPS-IX).
           MOVE 0 TO CNT-M-OPS(WS-OPS-IX).
           MOVE 0 TO AMT-M-OPS(WS-OPS-IX).

       TALLY-OPS-RECORD.
           READ TRANS-SORTED AT END MOVE 'Y' TO WS-OPS-EOF.
           ADD 1 TO CNT-C-OPS(WS-OPS-IX)
           ADD AMT-SORTED TO AMT-C-OPS(WS-OPS-IX)
           END-IF.
           IF OP-SORTED = 'M' THEN
           ADD 1 TO CNT-M-OPS(WS-OPS-IX)
           ADD AMT-SORTED TO AMT-M-OPS(WS-OPS-IX)
           END-IF.

       WRITE-OPS-TERM-LINES.
           IF CNT-D-OPS(WS-OPS-IX) > 0 THEN
           MOVE AMT-C-OPS(WS-OPS-IX) TO WS-OPS-AMT-STG
           PERFORM WRITE-OPS-TERM-LINE
           END-IF.
           IF CNT-M-OPS(WS-OPS-IX) > 0 THEN
           MOVE 'M' TO WS-OPS-OP-STG
           MOVE CNT-M-OPS(WS-OPS-IX) TO WS-OPS-CNT-STG
           MOVE AMT-M-OPS(WS-OPS-IX) TO WS-OPS-AMT-STG
           PERFORM WRITE-OPS-TERM-LINE
           END-IF.
           ADD 1 TO WS-OPS-IX.

       WRITE-OPS-TERM-LINE.
           WRITE CASH-REPORT-RECORD.
           ADD 1 TO WS-CR-IX.

       WRITE-FEE-REPORT.
      *    ONE LINE PER CHARGEABLE USE IN THE BATCH - CHARGED, FREE
      *    UNDER THE MONTHLY ALLOWANCE, OR WAIVED ON BALANCE - WITH
      *    THE TRIGGERING AND FEE REFERENCES SIDE BY SIDE.
           MOVE SPACES TO WS-FEE-RPT-NAME.
           IF WS-SIM-MODE = 'Y' THEN
           MOVE "simFeeReport.txt" TO WS-FEE-RPT-NAME
           ELSE
           STRING "feeReport.txt." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-FEE-RPT-NAME
           END-IF.
           OPEN OUTPUT FEE-REPORT.
           OPEN INPUT FEE-LINK-FILE.
           IF WS-FEELINK-FS = "00" THEN
           MOVE 'N' TO WS-FEE-EOF
           PERFORM WRITE-FEE-REPORT-LINE UNTIL WS-FEE-EOF = 'Y'
           CLOSE FEE-LINK-FILE
           END-IF.
           MOVE "=== FEES    " TO FRT-LABEL.
           MOVE " Charged: " TO FRT-CHG-LABEL.
           MOVE WS-FEE-CHARGED TO FRT-CHG.
           MOVE " Amount: " TO FRT-AMT-LABEL.
           COMPUTE FRT-AMT = WS-FEE-TOTAL / 100.
           MOVE " Free: " TO FRT-FREE-LABEL.
           MOVE WS-FEE-FREE TO FRT-FREE.
           MOVE " Waived: " TO FRT-WAIVE-LABEL.
           MOVE WS-FEE-WAIVED TO FRT-WAIVE.
           WRITE FEE-RPT-TOTAL-RECORD.
           CLOSE FEE-REPORT.

       WRITE-FEE-REPORT-LINE.
           READ FEE-LINK-FILE AT END MOVE 'Y' TO WS-FEE-EOF.
           IF WS-FEE-EOF NOT = 'Y' THEN
           MOVE "Account: " TO FR-ACC-LABEL
           MOVE ACC-FL TO FR-ACC
           MOVE " Service: " TO FR-SVC-LABEL
           MOVE SVC-FL TO FR-SVC
           MOVE " For Ref: " TO FR-TRIG-LABEL
           MOVE TRIG-REF-FL TO FR-TRIG
           MOVE " Fee Ref: " TO FR-FEE-LABEL
           MOVE FEE-REF-FL TO FR-FEE-REF
           MOVE " Amount: " TO FR-AMT-LABEL
           COMPUTE FR-AMT = AMT-FL / 100
           MOVE " Use: " TO FR-USE-LABEL
           MOVE USE-FL TO FR-USE
           MOVE " Status: " TO FR-STATUS-LABEL
           IF STATUS-FL = 'C' THEN
           MOVE "CHARGED" TO FR-STATUS
           END-IF
           IF STATUS-FL = 'F' THEN
           MOVE "FREE" TO FR-STATUS
           END-IF
           IF STATUS-FL = 'W' THEN
           MOVE "WAIVED" TO FR-STATUS
           END-IF
           WRITE FEE-RPT-RECORD
           END-IF.

       WRITE-PROJECTION-REPORT.
      *    master.dat AND THE SIMULATED simMaster.dat ARE BOTH IN KEY
      *    ORDER AND, FOR A BATCH THAT WOULD VERIFY, HOLD THE SAME
      *    ACCOUNTS, SO THEY ARE WALKED SIDE BY SIDE.
           OPEN OUTPUT PROJECTION-REPORT.
           MOVE SPACES TO PRJ-TEXT-RECORD.
           STRING "=== PROJECTED POSTING - SIMULATION OF "
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " - NOTHING POSTED" DELIMITED BY SIZE
               INTO PRJ-TEXT-RECORD.
           WRITE PRJ-TEXT-RECORD.
           MOVE "=== ACCOUNT BALANCES" TO PRJ-TEXT-RECORD.
           WRITE PRJ-TEXT-RECORD.
           OPEN INPUT MASTER-FILE.
           OPEN INPUT UPDATED-MASTER-FILE.
           MOVE 'N' TO WS-PRJ-EOF.
           PERFORM PROJECT-ONE-ACCOUNT UNTIL WS-PRJ-EOF = 'Y'.
           CLOSE UPDATED-MASTER-FILE.
           CLOSE MASTER-FILE.

           PERFORM PROJECT-CARD-BLOCKS.

           MOVE "=== PROJECTED NEGATIVE BALANCE REPORT"
               TO PRJ-TEXT-RECORD.
           WRITE PRJ-TEXT-RECORD.
           OPEN INPUT NEG-REPORT.
           MOVE 'N' TO WS-PRJ-EOF.
           PERFORM COPY-PROJECTED-NEG-LINE UNTIL WS-PRJ-EOF = 'Y'.
           CLOSE NEG-REPORT.
           MOVE "=== PROJECTED CASH POSITIONS" TO PRJ-TEXT-RECORD.
           WRITE PRJ-TEXT-RECORD.
           OPEN INPUT CASH-REPORT.
           MOVE 'N' TO WS-PRJ-EOF.
           PERFORM COPY-PROJECTED-CASH-LINE UNTIL WS-PRJ-EOF = 'Y'.
           CLOSE CASH-REPORT.

           PERFORM WRITE-PROJECTION-TOTALS.
           CLOSE PROJECTION-REPORT.
           DISPLAY "=> PROJECTED POSTING IN projectedPosting.txt".
           DISPLAY "=> OVERDRAFT FREEZES " WS-PRJ-FREEZE-COUNT
               " CARDS TO BLOCK " WS-PRJ-BLOCK-COUNT.

       PROJECT-ONE-ACCOUNT.
           READ MASTER-FILE AT END MOVE 'Y' TO WS-PRJ-EOF.
           IF WS-PRJ-EOF NOT = 'Y' THEN
           READ UPDATED-MASTER-FILE
               AT END MOVE 'Y' TO WS-PRJ-EOF
           END-READ
           END-IF.
           IF WS-PRJ-EOF NOT = 'Y' THEN
           PERFORM WRITE-PROJECTION-LINE
           END-IF.

       WRITE-PROJECTION-LINE.
      *    A FROZEN OR LEGACY-NEGATIVE RECORD HOLDS ITS DEFICIT AS A
      *    MAGNITUDE, SO BOTH SIDES ARE SIGNED BEFORE THE NET IS
      *    TAKEN. THE NET THEREFORE INCLUDES ANY OVERDRAFT FEE.
           IF SIG = 'F' OR SIG = '-' THEN
           COMPUTE WS-PRJ-OPEN-BAL = 0 - BAL
           ELSE
           MOVE BAL TO WS-PRJ-OPEN-BAL
           END-IF.
           IF SIG-UPDATED = 'F' OR SIG-UPDATED = '-' THEN
           COMPUTE WS-PRJ-CLOSE-BAL = 0 - BAL-UPDATED
           ELSE
           MOVE BAL-UPDATED TO WS-PRJ-CLOSE-BAL
           END-IF.
           COMPUTE WS-PRJ-NET-BAL = WS-PRJ-CLOSE-BAL - WS-PRJ-OPEN-BAL.
           ADD 1 TO WS-PRJ-ACCT-COUNT.
           IF WS-PRJ-NET-BAL NOT = 0 THEN
           ADD 1 TO WS-PRJ-MOVED-COUNT
           END-IF.
           ADD WS-PRJ-OPEN-BAL TO WS-PRJ-TOT-OPEN.
           ADD WS-PRJ-NET-BAL TO WS-PRJ-TOT-NET.
           ADD WS-PRJ-CLOSE-BAL TO WS-PRJ-TOT-CLOSE.
           MOVE SPACES TO PRJ-ACCT-RECORD.
           MOVE "Account: " TO PRJ-ACC-LABEL.
           MOVE ACC TO PRJ-ACC.
           MOVE " Name: " TO PRJ-NAME-LABEL.
           MOVE ACC-NAME TO PRJ-NAME.
           MOVE " Opening: " TO PRJ-OPEN-LABEL.
           COMPUTE PRJ-OPEN = WS-PRJ-OPEN-BAL / 100.
           MOVE " Net: " TO PRJ-NET-LABEL.
           COMPUTE PRJ-NET = WS-PRJ-NET-BAL / 100.
           MOVE " Closing: " TO PRJ-CLOSE-LABEL.
           COMPUTE PRJ-CLOSE = WS-PRJ-CLOSE-BAL / 100.
           MOVE " Sig: " TO PRJ-SIG-LABEL.
           MOVE SIG-UPDATED TO PRJ-SIG.
           IF SIG-UPDATED = 'F' AND SIG NOT = 'F' THEN
           MOVE " FREEZE" TO PRJ-FLAG
           ADD 1 TO WS-PRJ-FREEZE-COUNT
           END-IF.
           WRITE PRJ-ACCT-RECORD.

       PROJECT-CARD-BLOCKS.
      *    THE SAME TEST BLOCK-FAILED-CARDS APPLIES AFTER A VERIFIED
      *    RUN, WITH cards.dat ONLY READ.
           MOVE "=== CARDS TO BE BLOCKED FOR FAILED LOGINS"
               TO PRJ-TEXT-RECORD.
           WRITE PRJ-TEXT-RECORD.
           IF WS-FAILCOUNT-COUNT > 0 THEN
           OPEN INPUT CARD-FILE
           IF WS-CARD-FS NOT = "00" THEN
           MOVE "CARD FILE cards.dat NOT FOUND - NONE WOULD BE BLOCKED"
               TO PRJ-TEXT-RECORD
           WRITE PRJ-TEXT-RECORD
           ELSE
           MOVE 1 TO WS-FAILCOUNT-IX
           PERFORM PROJECT-ONE-CARD
               UNTIL WS-FAILCOUNT-IX > WS-FAILCOUNT-COUNT
           CLOSE CARD-FILE
           END-IF
           END-IF.

       PROJECT-ONE-CARD.
           IF COUNT-FC-CT(WS-FAILCOUNT-IX) >= 5 THEN
           MOVE ACC-FC-CT(WS-FAILCOUNT-IX) TO CARD-NO
           READ CARD-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
               IF CARD-STATUS = 'A' THEN
               MOVE SPACES TO PRJ-CARD-RECORD
               MOVE "Card: " TO PRJ-CARD-LABEL
               MOVE CARD-NO TO PRJ-CARD
               MOVE " Account: " TO PRJ-CARD-ACC-LABEL
               MOVE CARD-ACC TO PRJ-CARD-ACC
               MOVE " Failures: " TO PRJ-FAIL-LABEL
               MOVE COUNT-FC-CT(WS-FAILCOUNT-IX) TO PRJ-FAIL
               WRITE PRJ-CARD-RECORD
               ADD 1 TO WS-PRJ-BLOCK-COUNT
               END-IF
           END-READ
           END-IF.
           ADD 1 TO WS-FAILCOUNT-IX.

       COPY-PROJECTED-NEG-LINE.
           READ NEG-REPORT AT END MOVE 'Y' TO WS-PRJ-EOF.
           IF WS-PRJ-EOF NOT = 'Y' THEN
           MOVE NEG-REPORT-RECORD TO PRJ-TEXT-RECORD
           WRITE PRJ-TEXT-RECORD
           END-IF.

       COPY-PROJECTED-CASH-LINE.
           READ CASH-REPORT AT END MOVE 'Y' TO WS-PRJ-EOF.
           IF WS-PRJ-EOF NOT = 'Y' THEN
           MOVE CASH-REPORT-RECORD TO PRJ-TEXT-RECORD
           WRITE PRJ-TEXT-RECORD
           END-IF.

       WRITE-PROJECTION-TOTALS.
           MOVE "=== ACCOUNTS ON MASTER:       " TO PRJC-LABEL.
           MOVE WS-PRJ-ACCT-COUNT TO PRJC-COUNT.
           WRITE PRJ-COUNT-RECORD.
           MOVE "=== ACCOUNTS THAT WOULD MOVE: " TO PRJC-LABEL.
           MOVE WS-PRJ-MOVED-COUNT TO PRJC-COUNT.
           WRITE PRJ-COUNT-RECORD.
           MOVE "=== OVERDRAFT FREEZES:        " TO PRJC-LABEL.
           MOVE WS-PRJ-FREEZE-COUNT TO PRJC-COUNT.
           WRITE PRJ-COUNT-RECORD.
           MOVE "=== CARDS TO BE BLOCKED:      " TO PRJC-LABEL.
           MOVE WS-PRJ-BLOCK-COUNT TO PRJC-COUNT.
           WRITE PRJ-COUNT-RECORD.
           MOVE "=== STANDING ORDERS POSTED:   " TO PRJC-LABEL.
           MOVE WS-SO-POSTED TO PRJC-COUNT.
           WRITE PRJ-COUNT-RECORD.
           MOVE "=== STANDING ORDERS SKIPPED:  " TO PRJC-LABEL.
           MOVE WS-SO-SKIPPED TO PRJC-COUNT.
           WRITE PRJ-COUNT-RECORD.
           MOVE "=== INTERCHANGE MERGED:       " TO PRJC-LABEL.
           MOVE WS-ICH-IN-COUNT TO PRJC-COUNT.
           WRITE PRJ-COUNT-RECORD.
           MOVE "=== INTERCHANGE REJECTED:     " TO PRJC-LABEL.
           MOVE WS-ICH-REJECTED TO PRJC-COUNT.
           WRITE PRJ-COUNT-RECORD.
           MOVE "=== DEPOSIT HOLDS RELEASED:   " TO PRJC-LABEL.
           MOVE WS-HOLDS-RELEASED TO PRJC-COUNT.
           WRITE PRJ-COUNT-RECORD.
           MOVE "=== SERVICE FEES CHARGED:     " TO PRJC-LABEL.
           MOVE WS-FEE-CHARGED TO PRJC-COUNT.
           WRITE PRJ-COUNT-RECORD.
           MOVE "=== TOTAL OPENING BALANCES:   " TO PRJT-LABEL.
           COMPUTE PRJT-AMT = WS-PRJ-TOT-OPEN / 100.
           WRITE PRJ-TOTAL-RECORD.
           MOVE "=== TOTAL NET MOVEMENT:       " TO PRJT-LABEL.
           COMPUTE PRJT-AMT = WS-PRJ-TOT-NET / 100.
           WRITE PRJ-TOTAL-RECORD.
           MOVE "=== TOTAL PROJECTED CLOSING:  " TO PRJT-LABEL.
           COMPUTE PRJT-AMT = WS-PRJ-TOT-CLOSE / 100.
           WRITE PRJ-TOTAL-RECORD.
           MOVE "=== OVERDRAFT FEES:           " TO PRJT-LABEL.
           COMPUTE PRJT-AMT = WS-OD-FEE-TOTAL / 100.
           WRITE PRJ-TOTAL-RECORD.
           IF WS-MASTER-COUNT = WS-UPDATED-COUNT THEN
           MOVE "=== PROJECTED VERDICT: BATCH WOULD VERIFY"
               TO PRJ-TEXT-RECORD
           ELSE
           MOVE "=== PROJECTED VERDICT: BATCH WOULD BE REFUSED"
               TO PRJ-TEXT-RECORD
           END-IF.
           WRITE PRJ-TEXT-RECORD.

       WRITE-PROJECTION-REFUSED.
      *    A BATCH WHOSE TERMINAL FILES FAIL THEIR CONTROL TOTALS
      *    NEVER REACHES THE SORT, SO THERE IS NOTHING TO PROJECT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.
           OPEN OUTPUT PROJECTION-REPORT.
           MOVE SPACES TO PRJ-TEXT-RECORD.
           STRING "=== PROJECTED POSTING - SIMULATION OF "
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " - NOTHING POSTED" DELIMITED BY SIZE
               INTO PRJ-TEXT-RECORD.
           WRITE PRJ-TEXT-RECORD.
           MOVE "=== PROJECTED VERDICT: BATCH WOULD BE REFUSED"
               TO PRJ-TEXT-RECORD.
           WRITE PRJ-TEXT-RECORD.
           MOVE "=== TERMINAL CONTROL TOTALS DO NOT AGREE"
               TO PRJ-TEXT-RECORD.
           WRITE PRJ-TEXT-RECORD.
           CLOSE PROJECTION-REPORT.
           DISPLAY "=> SIMULATION: THIS BATCH WOULD BE REFUSED".

       VERIFY-AND-ARCHIVE.
           IF WS-MASTER-COUNT = WS-UPDATED-COUNT THEN
           MOVE 'V' TO WS-RUNCTL-STATUS
           PERFORM JOURNAL-SIG-CHANGES
           PERFORM PROMOTE-MASTER
           PERFORM WRITE-GL-JOURNAL
           PERFORM ARCHIVE-BATCH-FILES
           ELSE
           MOVE 'R' TO WS-RUNCTL-STATUS
           END-IF.
           PERFORM WRITE-RUN-CONTROL.

       WRITE-GL-JOURNAL.
      *    BUILT BEFORE ARCHIVE-BATCH-FILES CUTS interchangeOut.txt,
      *    SO THE OUTBOUND REFERENCES ARE STILL ON THE BARE FILE.
           PERFORM LOAD-GLMAP-TABLE.
           PERFORM LOAD-ICO-TABLE.
           MOVE 0 TO WS-GL-COUNT.
           MOVE WS-TDB-OVERFLOW TO WS-GL-OVERFLOW.
           OPEN INPUT TRANS-SORTED.
           MOVE 'N' TO WS-GL-EOF.
           PERFORM TALLY-GL-RECORD UNTIL WS-GL-EOF = 'Y'.
           CLOSE TRANS-SORTED.
           IF WS-OD-FEE-COUNT > 0 THEN
           MOVE 'C' TO WS-GL-OP
           MOVE "ODF" TO WS-GL-TERM
           MOVE WS-OD-FEE-COUNT TO WS-GL-CNT
           MOVE WS-OD-FEE-TOTAL TO WS-GL-AMT
           PERFORM ADD-TO-GL-TABLE
           END-IF.
           IF WS-TD-MAT-INT + WS-TD-BRK-INT > 0 THEN
           MOVE 'I' TO WS-GL-OP
           MOVE "TDI" TO WS-GL-TERM
           MOVE 1 TO WS-GL-CNT
           COMPUTE WS-GL-AMT = WS-TD-MAT-INT + WS-TD-BRK-INT
           PERFORM ADD-TO-GL-TABLE
           END-IF.

           MOVE SPACES TO WS-GL-NAME.
           STRING "glJournal.txt." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-GL-NAME.
           MOVE 0 TO WS-GL-DR-TOTAL.
           MOVE 0 TO WS-GL-CR-TOTAL.
           MOVE 0 TO WS-GL-LINES.
           MOVE 0 TO WS-GL-UNMAPPED.
           OPEN OUTPUT GL-JOURNAL.
           MOVE 1 TO WS-GL-IX.
           PERFORM WRITE-GL-ENTRY UNTIL WS-GL-IX > WS-GL-COUNT.
           MOVE "=== JOURNAL    " TO GLT-LABEL.
           MOVE " Lines: " TO GLT-LINES-LABEL.
           MOVE WS-GL-LINES TO GLT-LINES.
           MOVE " Debits: " TO GLT-DR-LABEL.
           MOVE WS-GL-DR-TOTAL TO GLT-DR.
           MOVE " Credits: " TO GLT-CR-LABEL.
           MOVE WS-GL-CR-TOTAL TO GLT-CR.
           MOVE " Status: " TO GLT-STATUS-LABEL.
           IF WS-GL-DR-TOTAL NOT = WS-GL-CR-TOTAL THEN
           MOVE "OUT-OF-BALANCE" TO GLT-STATUS
           ELSE
           IF WS-GL-OVERFLOW = 'Y' THEN
           MOVE "INCOMPLETE" TO GLT-STATUS
           ELSE
           MOVE "BALANCED" TO GLT-STATUS
           END-IF
           END-IF.
           WRITE GL-TRAILER-RECORD.
           CLOSE GL-JOURNAL.
           DISPLAY "=> GL JOURNAL " WS-GL-NAME " " GLT-STATUS.
           IF WS-GL-UNMAPPED > 0 THEN
           DISPLAY "=> WARNING: " WS-GL-UNMAPPED
               " OP/TERMINAL PAIRS HAVE NO GL MAPPING"
           END-IF.

       LOAD-GLMAP-TABLE.
      *    ABSENCE OF glmap.txt LEAVES EVERY MOVEMENT UNMAPPED - THE
      *    JOURNAL IS STILL CUT, BETWEEN THE DEFAULT CUSTOMER-DEPOSITS
      *    AND SUSPENSE ACCOUNTS, AND THE WARNING SAYS SO.
           MOVE 0 TO WS-GLMAP-COUNT.
           OPEN INPUT GLMAP-FILE.
           IF WS-GLMAP-FS = "00" THEN
           MOVE 'N' TO WS-GLMAP-EOF
           PERFORM LOAD-GLMAP-ENTRY UNTIL WS-GLMAP-EOF = 'Y'
           CLOSE GLMAP-FILE
           ELSE
           DISPLAY "=> GL MAPPING FILE glmap.txt NOT FOUND"
           END-IF.

       LOAD-GLMAP-ENTRY.
           READ GLMAP-FILE AT END MOVE 'Y' TO WS-GLMAP-EOF.
           IF WS-GLMAP-EOF NOT = 'Y' THEN
           IF OP-GM-IN = '*' THEN
           MOVE DR-GM-IN TO WS-GL-CUST-DEP
           MOVE CR-GM-IN TO WS-GL-SUSPENSE
           ELSE
           IF WS-GLMAP-COUNT >= 100 THEN
           DISPLAY "=> WARNING: glmap.txt EXCEEDS 100 MAPPINGS"
           DISPLAY "=> REMAINING ENTRIES IGNORED"
           MOVE 'Y' TO WS-GLMAP-EOF
           ELSE
           ADD 1 TO WS-GLMAP-COUNT
           MOVE OP-GM-IN TO OP-GM(WS-GLMAP-COUNT)
           MOVE TERM-GM-IN TO TERM-GM(WS-GLMAP-COUNT)
           MOVE DR-GM-IN TO DR-GM(WS-GLMAP-COUNT)
           MOVE CR-GM-IN TO CR-GM(WS-GLMAP-COUNT)
           END-IF
           END-IF
           END-IF.

       LOAD-ICO-TABLE.
           MOVE 0 TO WS-ICO-COUNT.
           OPEN INPUT ICH-OUT-FILE.
           IF WS-ICH-OUT-FS = "00" THEN
           MOVE 'N' TO WS-ICH-OUT-EOF
           PERFORM LOAD-ICO-ENTRY UNTIL WS-ICH-OUT-EOF = 'Y'
           CLOSE ICH-OUT-FILE
           END-IF.

       LOAD-ICO-ENTRY.
           READ ICH-OUT-FILE AT END MOVE 'Y' TO WS-ICH-OUT-EOF.
           IF WS-ICH-OUT-EOF NOT = 'Y' THEN
           IF WS-ICO-COUNT >= 500 THEN
           DISPLAY "=> WARNING: interchangeOut.txt EXCEEDS 500 ROWS"
           DISPLAY "=> REMAINING ROWS JOURNALED AT THEIR TERMINAL"
           MOVE 'Y' TO WS-ICH-OUT-EOF
           ELSE
           ADD 1 TO WS-ICO-COUNT
           MOVE REF-IO TO REF-ICO-CT(WS-ICO-COUNT)
           END-IF
           END-IF.

       TALLY-GL-RECORD.
           READ TRANS-SORTED AT END MOVE 'Y' TO WS-GL-EOF.
           IF WS-GL-EOF NOT = 'Y' THEN
           MOVE OP-SORTED TO WS-GL-OP
           MOVE TERM-SORTED TO WS-GL-TERM
           IF OP-SORTED = 'W' THEN
           MOVE REF-SORTED TO WS-ICO-REF
           PERFORM FIND-ICO-REF
           IF WS-ICO-FOUND = 'Y' THEN
           MOVE "ICO" TO WS-GL-TERM
           END-IF
           END-IF
           MOVE 1 TO WS-GL-CNT
           MOVE AMT-SORTED TO WS-GL-AMT
           PERFORM ADD-TO-GL-TABLE
           END-IF.

       FIND-ICO-REF.
           MOVE 'N' TO WS-ICO-FOUND.
           MOVE 1 TO WS-ICO-IX.
           PERFORM FIND-ICO-STEP
               UNTIL WS-ICO-IX > WS-ICO-COUNT
               OR WS-ICO-FOUND = 'Y'.

       FIND-ICO-STEP.
           IF REF-ICO-CT(WS-ICO-IX) = WS-ICO-REF THEN
           MOVE 'Y' TO WS-ICO-FOUND
           ELSE
           ADD 1 TO WS-ICO-IX
           END-IF.

       ADD-TO-GL-TABLE.
           MOVE 'N' TO WS-GL-FOUND.
           MOVE 1 TO WS-GL-IX.
           PERFORM FIND-GL-STEP
               UNTIL WS-GL-IX > WS-GL-COUNT
               OR WS-GL-FOUND = 'Y'.
           IF WS-GL-FOUND NOT = 'Y' THEN
           IF WS-GL-COUNT >= 200 THEN
           MOVE 'Y' TO WS-GL-OVERFLOW
           ELSE
           ADD 1 TO WS-GL-COUNT
           MOVE WS-GL-COUNT TO WS-GL-IX
           MOVE WS-GL-OP TO OP-GL(WS-GL-IX)
           MOVE WS-GL-TERM TO TERM-GL(WS-GL-IX)
           MOVE 0 TO CNT-GL(WS-GL-IX)
           MOVE 0 TO AMT-GL(WS-GL-IX)
           PERFORM RESOLVE-GL-MAPPING
           MOVE 'Y' TO WS-GL-FOUND
           END-IF
           END-IF.
           IF WS-GL-FOUND = 'Y' THEN
           ADD WS-GL-CNT TO CNT-GL(WS-GL-IX)
           ADD WS-GL-AMT TO AMT-GL(WS-GL-IX)
           END-IF.

       FIND-GL-STEP.
           IF OP-GL(WS-GL-IX) = WS-GL-OP
               AND TERM-GL(WS-GL-IX) = WS-GL-TERM THEN
           MOVE 'Y' TO WS-GL-FOUND
           ELSE
           ADD 1 TO WS-GL-IX
           END-IF.

       RESOLVE-GL-MAPPING.
      *    THE TERMINAL'S OWN ROW WINS OVER THE OP'S "***" ROW. WITH
      *    NEITHER, A CREDIT OP ('D', 'I', 'M') IS BOOKED DEBIT
      *    SUSPENSE / CREDIT CUSTOMER DEPOSITS AND ANYTHING ELSE THE
      *    OTHER WAY ROUND.
           MOVE 'N' TO MAPPED-GL(WS-GL-IX).
           MOVE 1 TO WS-GLMAP-IX.
           PERFORM MATCH-GLMAP-STEP
               UNTIL WS-GLMAP-IX > WS-GLMAP-COUNT.
           IF MAPPED-GL(WS-GL-IX) NOT = 'Y' THEN
           MOVE 1 TO WS-GLMAP-IX
           PERFORM MATCH-GLMAP-WILD-STEP
               UNTIL WS-GLMAP-IX > WS-GLMAP-COUNT
           END-IF.
           IF MAPPED-GL(WS-GL-IX) NOT = 'Y' THEN
           IF WS-GL-OP = 'D' OR WS-GL-OP = 'I' OR WS-GL-OP = 'M' THEN
           MOVE WS-GL-SUSPENSE TO DR-GL(WS-GL-IX)
           MOVE WS-GL-CUST-DEP TO CR-GL(WS-GL-IX)
           ELSE
           MOVE WS-GL-CUST-DEP TO DR-GL(WS-GL-IX)
           MOVE WS-GL-SUSPENSE TO CR-GL(WS-GL-IX)
           END-IF
           END-IF.

       MATCH-GLMAP-STEP.
           IF OP-GM(WS-GLMAP-IX) = WS-GL-OP
               AND TERM-GM(WS-GLMAP-IX) = WS-GL-TERM THEN
           MOVE DR-GM(WS-GLMAP-IX) TO DR-GL(WS-GL-IX)
           MOVE CR-GM(WS-GLMAP-IX) TO CR-GL(WS-GL-IX)
           MOVE 'Y' TO MAPPED-GL(WS-GL-IX)
           MOVE WS-GLMAP-COUNT TO WS-GLMAP-IX
           END-IF.
           ADD 1 TO WS-GLMAP-IX.

       MATCH-GLMAP-WILD-STEP.
           IF OP-GM(WS-GLMAP-IX) = WS-GL-OP
               AND TERM-GM(WS-GLMAP-IX) = "***" THEN
           MOVE DR-GM(WS-GLMAP-IX) TO DR-GL(WS-GL-IX)
           MOVE CR-GM(WS-GLMAP-IX) TO CR-GL(WS-GL-IX)
           MOVE 'Y' TO MAPPED-GL(WS-GL-IX)
           MOVE WS-GLMAP-COUNT TO WS-GLMAP-IX
           END-IF.
           ADD 1 TO WS-GLMAP-IX.

       WRITE-GL-ENTRY.
           MOVE SPACES TO GL-LINE-RECORD.
           MOVE "GL: " TO GLL-ACCT-LABEL.
           MOVE " Dr: " TO GLL-DR-LABEL.
           MOVE " Cr: " TO GLL-CR-LABEL.
           MOVE " Op: " TO GLL-OP-LABEL.
           MOVE OP-GL(WS-GL-IX) TO GLL-OP.
           MOVE " Term: " TO GLL-TERM-LABEL.
           MOVE TERM-GL(WS-GL-IX) TO GLL-TERM.
           MOVE " Count: " TO GLL-COUNT-LABEL.
           MOVE CNT-GL(WS-GL-IX) TO GLL-COUNT.
           IF MAPPED-GL(WS-GL-IX) NOT = 'Y' THEN
           MOVE " UNMAPPED" TO GLL-FLAG
           ADD 1 TO WS-GL-UNMAPPED
           END-IF.
           MOVE DR-GL(WS-GL-IX) TO GLL-ACCT.
           MOVE AMT-GL(WS-GL-IX) TO GLL-DR.
           MOVE 0 TO GLL-CR.
           WRITE GL-LINE-RECORD.
           ADD AMT-GL(WS-GL-IX) TO WS-GL-DR-TOTAL.
           MOVE CR-GL(WS-GL-IX) TO GLL-ACCT.
           MOVE 0 TO GLL-DR.
           MOVE AMT-GL(WS-GL-IX) TO GLL-CR.
           WRITE GL-LINE-RECORD.
           ADD AMT-GL(WS-GL-IX) TO WS-GL-CR-TOTAL.
           ADD 2 TO WS-GL-LINES.
           ADD 1 TO WS-GL-IX.

       WRITE-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           OPEN OUTPUT RUNCTL-FILE.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.

       JOURNAL-SIG-CHANGES.
      *    THE OUTGOING AND THE VERIFIED MASTER HOLD THE SAME ACCOUNTS
      *    IN THE SAME KEY ORDER, SO THEY ARE WALKED SIDE BY SIDE AS
      *    THE PROJECTION DOES, BEFORE ONE IS PROMOTED OVER THE OTHER.
           MOVE 0 TO WS-CJ-COUNT.
           PERFORM OPEN-CHANGE-JOURNAL.
           OPEN INPUT MASTER-FILE.
           OPEN INPUT UPDATED-MASTER-FILE.
           MOVE 'N' TO WS-CJ-EOF.
           PERFORM JOURNAL-ONE-ACCOUNT UNTIL WS-CJ-EOF = 'Y'.
           CLOSE UPDATED-MASTER-FILE.
           CLOSE MASTER-FILE.
           CLOSE CHANGE-JOURNAL.
           DISPLAY "=> STATUS FLAGS CHANGED " WS-CJ-COUNT.

       JOURNAL-ONE-ACCOUNT.
           READ MASTER-FILE AT END MOVE 'Y' TO WS-CJ-EOF.
           IF WS-CJ-EOF NOT = 'Y' THEN
           READ UPDATED-MASTER-FILE
               AT END MOVE 'Y' TO WS-CJ-EOF
           END-READ
           END-IF.
           IF WS-CJ-EOF NOT = 'Y' AND SIG-UPDATED NOT = SIG THEN
           PERFORM INIT-CHANGE-ENTRY
           MOVE ACC TO ACC-CJ
           MOVE "SIG" TO FIELD-CJ
           IF SIG = SPACE THEN
           MOVE "(BLANK)" TO BEFORE-CJ
           ELSE
           MOVE SIG TO BEFORE-CJ
           END-IF
           MOVE SIG-UPDATED TO AFTER-CJ
           WRITE CHANGE-RECORD
           ADD 1 TO WS-CJ-COUNT
           END-IF.

       OPEN-CHANGE-JOURNAL.
           OPEN EXTEND CHANGE-JOURNAL.
           IF WS-CJ-FS = "35" THEN
           OPEN OUTPUT CHANGE-JOURNAL
           END-IF.

       INIT-CHANGE-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE SPACES TO CHANGE-RECORD.
           MOVE WS-CURRENT-DATETIME(1:8) TO DATE-CJ.
           MOVE WS-CURRENT-DATETIME(9:6) TO TIME-CJ.
           MOVE "CENTRAL" TO PGM-CJ.
           MOVE "BATCH" TO OPER-CJ.

       PROMOTE-MASTER.
      *    ONLY REACHED AFTER THE RECORD-COUNT CHECK ABOVE CONFIRMS
      *    updatedMaster.dat IS COMPLETE. THE SAME STAGE-THEN-RENAME
      *    TECHNIQUE ACCTMAINT USES FOR ITS OWN REWRITES OF master.dat
      *    PROMOTES updatedMaster.dat (WHICH ALREADY HAS THIS RUN'S
      *    OVERDRAFT FREEZES APPLIED) ONTO master.dat.
      *    THE OUTGOING MASTER IS KEPT AS masterPrev.dat SO RECON CAN
      *    PROVE THE POSTING ARITHMETIC AGAINST THE PRE-RUN BALANCES.
           MOVE "master.dat" TO WS-OLD-NAME.
           CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-NEW-NAME
           END-IF.

           IF WS-TDQ-PRESENT = 'Y' THEN
           MOVE "transTermDeposit.txt" TO WS-OLD-NAME
           MOVE SPACES TO WS-NEW-NAME
           STRING "transTermDeposit.txt" DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-NEW-NAME
           CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-NEW-NAME
           END-IF.

           IF WS-ICH-IN-PRESENT = 'Y' THEN
           MOVE "interchangeIn.txt" TO WS-OLD-NAME
           MOVE SPACES TO WS-NEW-NAME
           STRING "interchangeIn.txt" DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               WS-HOLD-OLD-NAME
           END-IF.

      *    AND FOR THE TERM DEPOSITS MATURED OR ROLLED OVER THIS RUN,
      *    WHOSE INTEREST ROWS JOIN THE PERMANENT LEDGER AT THE SAME
      *    MOMENT.
           IF WS-TD-PRESENT = 'Y' THEN
           CALL "CBL_RENAME_FILE" USING WS-TD-NEW-NAME
               WS-TD-OLD-NAME
           PERFORM APPEND-TD-INTEREST
           END-IF.

      *    AND FOR THE MONTH'S SERVICE-FEE USE COUNTS.
           IF WS-FEE-PRESENT = 'Y' THEN
           CALL "CBL_RENAME_FILE" USING WS-FEECOUNT-NEW-NAME
               WS-FEECOUNT-OLD-NAME
           END-IF.

           IF WS-SVC-PRESENT = 'Y' THEN
           MOVE "serviceLog.txt" TO WS-OLD-NAME
           MOVE SPACES TO WS-NEW-NAME
           STRING "serviceLog.txt" DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-NEW-NAME
           CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-NEW-NAME
           END-IF.

           PERFORM BLOCK-FAILED-CARDS.
           PERFORM RESET-FAILCOUNT.
           PERFORM RESET-TRANSCTL.

       APPEND-TD-INTEREST.
           OPEN EXTEND TDI-FILE.
           IF WS-TDI-FS = "35" THEN
           OPEN OUTPUT TDI-FILE
           END-IF.
           OPEN INPUT TDI-RUN-FILE.
           MOVE 'N' TO WS-TDI-EOF.
           PERFORM APPEND-ONE-TD-INTEREST UNTIL WS-TDI-EOF = 'Y'.
           CLOSE TDI-RUN-FILE.
           CLOSE TDI-FILE.

       APPEND-ONE-TD-INTEREST.
           READ TDI-RUN-FILE AT END MOVE 'Y' TO WS-TDI-EOF.
           IF WS-TDI-EOF NOT = 'Y' THEN
           MOVE TDI-RUN-RECORD TO TDI-RECORD
           WRITE TDI-RECORD
           END-IF.

       APPEND-HISTORY-FILE.
           OPEN I-O HIST-FILE.
           IF WS-HIST-FS = "35" THEN
           END-WRITE
           END-IF.

       BLOCK-FAILED-CARDS.
      *    ONLY AN ACTIVE CARD IS BLOCKED - A CARD ALREADY HOT-CARDED,
      *    EXPIRED OR CANCELLED KEEPS ITS OWN STATUS, AND A COUNTER
      *    ROW FOR A NUMBER NOT ON cards.dat (A MISTYPED CARD) HAS
      *    NOTHING TO BLOCK.
           MOVE 0 TO WS-CARDS-BLOCKED.
           IF WS-FAILCOUNT-COUNT > 0 THEN
           OPEN I-O CARD-FILE
           IF WS-CARD-FS NOT = "00" THEN
           DISPLAY "=> CARD FILE cards.dat NOT FOUND"
           DISPLAY "=> NO CARDS BLOCKED THIS RUN"
           ELSE
           PERFORM OPEN-CHANGE-JOURNAL
           MOVE 1 TO WS-FAILCOUNT-IX
           PERFORM BLOCK-ONE-CARD
               UNTIL WS-FAILCOUNT-IX > WS-FAILCOUNT-COUNT
           CLOSE CHANGE-JOURNAL
           CLOSE CARD-FILE
           DISPLAY "=> CARDS BLOCKED FOR FAILED LOGINS "
               WS-CARDS-BLOCKED
           END-IF
           END-IF.

       BLOCK-ONE-CARD.
           IF COUNT-FC-CT(WS-FAILCOUNT-IX) >= 5 THEN
           MOVE ACC-FC-CT(WS-FAILCOUNT-IX) TO CARD-NO
           READ CARD-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
               IF CARD-STATUS = 'A' THEN
               MOVE 'B' TO CARD-STATUS
               REWRITE CARD-RECORD
               ADD 1 TO WS-CARDS-BLOCKED
               PERFORM INIT-CHANGE-ENTRY
               MOVE CARD-ACC TO ACC-CJ
               MOVE CARD-NO TO ITEM-CJ
               MOVE "CARD-STATUS" TO FIELD-CJ
               MOVE "A" TO BEFORE-CJ
               MOVE "B" TO AFTER-CJ
               WRITE CHANGE-RECORD
               END-IF
           END-READ
           END-IF.
           ADD 1 TO WS-FAILCOUNT-IX.

       RESET-FAILCOUNT.
      *    LOCKOUTS HAVE NOW BEEN APPLIED TO cards.dat, SO THE
      *    COUNTER STARTS FRESH FOR THE NEXT BATCH WINDOW.
           OPEN OUTPUT FAILCOUNT-FILE.
           CLOSE FAILCOUNT-FILE.

