       AUTHOR.       NIKUNJ TANEJA.

      *    SUPERVISED ACCOUNT REINSTATEMENT. THE ONLY SANCTIONED WAY
      *    TO CLEAR A BLOCKING SIG - 'F' (OVERDRAFT FREEZE), 'D'
      *    (DORMANT), OR THE LEGACY 'L' (LOCKOUT) AND '-' - OFF A
      *    MASTER RECORD, REPLACING
      *    THE HAND-EDITS OF master.dat THE ADJUSTMENT DESIGN WAS
      *    BUILT TO ELIMINATE. A FROZEN OR LEGACY-NEGATIVE ACCOUNT
      *    STORES ITS BALANCE AS A DEFICIT MAGNITUDE, SO REINSTATING
      *    ONE TAKES A REPAYMENT COVERING THE FULL DEFICIT AND
      *    REWRITES BAL AS THE TRUE (NON-NEGATIVE) REMAINDER. FAILED
      *    PIN ATTEMPTS NO LONGER LOCK THE ACCOUNT: CENTRAL BLOCKS
      *    THE CARD ('B' ON cards.dat) AND STARTS failcount.txt AFRESH
      *    AFTER EVERY RUN, SO 'L' IS ONLY SEEN ON ACCOUNTS LOCKED
      *    BEFORE CARDS WERE ISSUED, AND A BLOCKED CARD IS REPLACED
      *    THROUGH ACCTMAINT (REASON D), NOT REINSTATED HERE.
      *    EVERY REINSTATEMENT IS APPENDED TO THE PERMANENT
      *    reinstatelog.txt AUDIT FILE (NEVER REWRITTEN, ONLY
      *    APPENDED TO, LIKE adjustlog.txt) RECORDING WHO AUTHORIZED
      *    IT AND WHY. THE FLAG CLEARED, AND FOR A DEFICIT ACCOUNT
      *    THE BALANCE REWRITTEN, ARE ALSO APPENDED AS BEFORE AND
      *    AFTER IMAGES TO THE PERMANENT changejournal.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SUPERVISOR-FILE ASSIGN TO "supervisor.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-FS.
           SELECT REINSTLOG-FILE ASSIGN TO "reinstatelog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REINSTLOG-FS.
           SELECT CHANGE-JOURNAL ASSIGN TO "changejournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJ-FS.

       DATA DIVISION.
       FILE SECTION.
       01 SUPERVISOR-RECORD.
           05 SUP-CODE PIC 9(6).

       FD REINSTLOG-FILE.
       01 REINSTLOG-RECORD.
           05 SUP-LOG       PIC X(10).
           05 FILLER        PIC X.
           05 TS-TIME-LOG   PIC 9(6).

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

       WORKING-STORAGE SECTION.
       01 SUP-ID-INPUT PIC X(10).
       01 SUP-CODE-INPUT PIC X(10).
       01 CONTINUE-INPUT PIC X(10).
       01 WS-MASTER-FS PIC XX.
       01 WS-SUP-FS PIC XX.
       01 WS-REINSTLOG-FS PIC XX.
       01 WS-OLD-SIG PIC X.
       01 WS-OLD-BAL PIC 9(15).
       01 WS-CURRENT-DATETIME PIC X(21).
       01 WS-BAL-EDITED PIC -(14)9.9(2).
       01 WS-CJ-FS PIC XX.
       01 WS-NEW-BAL PIC 9(15).


       PROCEDURE DIVISION.
           REWRITE MASTER-RECORD.
           CLOSE MASTER-FILE.

           PERFORM WRITE-AUDIT-RECORD.
           PERFORM WRITE-CHANGE-JOURNAL.
           DISPLAY "=> ACCOUNT REINSTATED".
           GO TO CONTINUE-PROMPT.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           OPEN EXTEND REINSTLOG-FILE.
           WRITE REINSTLOG-RECORD.
           CLOSE REINSTLOG-FILE.

       WRITE-CHANGE-JOURNAL.
      *    A DEFICIT IS JOURNALLED SIGNED, AS THE NEGATIVE BALANCE IT
      *    STANDS FOR, AGAINST THE TRUE BALANCE LEFT AFTER REPAYMENT.
           OPEN EXTEND CHANGE-JOURNAL.
           IF WS-CJ-FS = "35" THEN
           OPEN OUTPUT CHANGE-JOURNAL
           END-IF.
           MOVE SPACES TO CHANGE-RECORD.
           MOVE WS-CURRENT-DATETIME(1:8) TO DATE-CJ.
           MOVE WS-CURRENT-DATETIME(9:6) TO TIME-CJ.
           MOVE "REINSTATE" TO PGM-CJ.
           MOVE SUP-ID-INPUT TO OPER-CJ.
           MOVE ACC-INPUT TO ACC-CJ.
           MOVE "SIG" TO FIELD-CJ.
           MOVE WS-OLD-SIG TO BEFORE-CJ.
           MOVE "(BLANK)" TO AFTER-CJ.
           WRITE CHANGE-RECORD.
           IF WS-OLD-SIG = 'F' OR WS-OLD-SIG = '-' THEN
           MOVE "BAL" TO FIELD-CJ
           COMPUTE WS-BAL-EDITED = 0 - WS-OLD-BAL / 100
           MOVE WS-BAL-EDITED TO BEFORE-CJ
           COMPUTE WS-NEW-BAL = REPAY-CENTS - WS-OLD-BAL
           COMPUTE WS-BAL-EDITED = WS-NEW-BAL / 100
           MOVE WS-BAL-EDITED TO AFTER-CJ
           WRITE CHANGE-RECORD
           END-IF.
           CLOSE CHANGE-JOURNAL.

       CONTINUE-PROMPT.
           DISPLAY "=> CONTINUE?".
           DISPLAY "=> N FOR NO".
