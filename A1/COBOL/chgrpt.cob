       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CHGRPT.
       AUTHOR.       NIKUNJ TANEJA.

      *    CHANGE JOURNAL REPORT FOR AUDIT. LISTS THE ROWS OF THE
      *    PERMANENT changejournal.txt - THE BEFORE AND AFTER IMAGE
      *    OF EVERY NON-POSTING CHANGE ACCTMAINT, SOMAINT, REINSTATE,
      *    DORMANT AND CENTRAL MAKE TO master.dat, contacts.txt,
      *    standingorders.txt AND cards.dat - FOR ONE ACCOUNT OR FOR
      *    ALL ACCOUNTS, OVER A DATE RANGE KEYED AT THE PROMPTS (A
      *    BLANK ACCOUNT MEANS EVERY ACCOUNT, A BLANK FROM OR TO DATE
      *    LEAVES THAT END OF THE RANGE OPEN). ROWS ARE LISTED IN THE
      *    ORDER THEY WERE JOURNALLED ON changeReport.txt, WITH THE
      *    SELECTION IN THE HEADER AND THE COUNT IN THE TRAILER.
      *    PASSWORDS AND PINS NEVER REACH THE JOURNAL, SO NEVER
      *    REACH THE REPORT. NOTHING IS CHANGED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-JOURNAL ASSIGN TO "changejournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJ-FS.
           SELECT CHANGE-REPORT ASSIGN TO "changeReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD CHANGE-REPORT.
       01 CHG-DETAIL-RECORD.
           05 CHG-DATE-LABEL   PIC X(6).
           05 CHG-DATE         PIC 9(8).
           05 FILLER           PIC X.
           05 CHG-TIME         PIC 9(6).
           05 CHG-ACC-LABEL    PIC X(10).
           05 CHG-ACC          PIC 9(16).
           05 CHG-PGM-LABEL    PIC X(10).
           05 CHG-PGM          PIC X(10).
           05 CHG-OPER-LABEL   PIC X(11).
           05 CHG-OPER         PIC X(10).
           05 CHG-ITEM-LABEL   PIC X(7).
           05 CHG-ITEM         PIC X(20).
           05 CHG-FIELD-LABEL  PIC X(8).
           05 CHG-FIELD        PIC X(12).
           05 CHG-BEFORE-LABEL PIC X(9).
           05 CHG-BEFORE       PIC X(60).
           05 CHG-AFTER-LABEL  PIC X(8).
           05 CHG-AFTER        PIC X(60).
       01 CHG-TEXT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 ACC-INPUT PIC X(16).
       01 FROM-DATE-INPUT PIC X(8).
       01 TO-DATE-INPUT PIC X(8).
       01 WS-CJ-FS PIC XX.
       01 WS-CJ-EOF PIC X VALUE 'N'.
       01 WS-ALL-ACCOUNTS PIC X VALUE 'Y'.
       01 WS-SEL-ACC PIC 9(16) VALUE 0.
       01 WS-FROM-DATE PIC 9(8) VALUE 0.
       01 WS-TO-DATE PIC 9(8) VALUE 99999999.
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(7) VALUE 0.


       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           DISPLAY "##############################################".
           DISPLAY "##   Gringotts Wizarding Bank - Change Audit ##".
           DISPLAY "##############################################".
           GO TO ACCOUNT-PROMPT.

       ACCOUNT-PROMPT.
           DISPLAY "=> ACCOUNT NUMBER (16 DIGITS, BLANK FOR ALL)"
           ACCEPT ACC-INPUT FROM SYSIN

           IF ACC-INPUT = SPACES THEN
           MOVE 'Y' TO WS-ALL-ACCOUNTS
           ELSE
           IF ACC-INPUT NOT NUMERIC THEN
           DISPLAY "=> ACCOUNT NUMBER MUST BE EXACTLY 16 DIGITS"
           GO TO ACCOUNT-PROMPT
           END-IF
           MOVE 'N' TO WS-ALL-ACCOUNTS
           MOVE ACC-INPUT TO WS-SEL-ACC
           END-IF.
           GO TO FROM-DATE-PROMPT.

       FROM-DATE-PROMPT.
           DISPLAY "=> FROM DATE (YYYYMMDD, BLANK FOR EARLIEST)"
           ACCEPT FROM-DATE-INPUT FROM SYSIN

           IF FROM-DATE-INPUT = SPACES THEN
           MOVE 0 TO WS-FROM-DATE
           ELSE
           IF FROM-DATE-INPUT NOT NUMERIC THEN
           DISPLAY "=> DATE MUST BE EIGHT DIGITS"
           GO TO FROM-DATE-PROMPT
           END-IF
           MOVE FROM-DATE-INPUT TO WS-FROM-DATE
           END-IF.
           GO TO TO-DATE-PROMPT.

       TO-DATE-PROMPT.
           DISPLAY "=> TO DATE (YYYYMMDD, BLANK FOR LATEST)"
           ACCEPT TO-DATE-INPUT FROM SYSIN

           IF TO-DATE-INPUT = SPACES THEN
           MOVE 99999999 TO WS-TO-DATE
           ELSE
           IF TO-DATE-INPUT NOT NUMERIC THEN
           DISPLAY "=> DATE MUST BE EIGHT DIGITS"
           GO TO TO-DATE-PROMPT
           END-IF
           MOVE TO-DATE-INPUT TO WS-TO-DATE
           END-IF.

           IF WS-TO-DATE < WS-FROM-DATE THEN
           DISPLAY "=> TO DATE IS BEFORE FROM DATE"
           GO TO FROM-DATE-PROMPT
           END-IF.

           PERFORM RUN-CHANGE-REPORT.
           STOP RUN.

       RUN-CHANGE-REPORT.
           OPEN INPUT CHANGE-JOURNAL.
           IF WS-CJ-FS NOT = "00" THEN
           DISPLAY "=> CHANGE JOURNAL changejournal.txt NOT FOUND"
           STOP RUN
           END-IF.
           OPEN OUTPUT CHANGE-REPORT.
           PERFORM WRITE-REPORT-HEADER.

           MOVE 'N' TO WS-CJ-EOF.
           PERFORM LIST-ONE-CHANGE UNTIL WS-CJ-EOF = 'Y'.

           MOVE SPACES TO CHG-TEXT-RECORD.
           STRING "=== JOURNAL ROWS READ: " DELIMITED BY SIZE
               WS-READ-COUNT DELIMITED BY SIZE
               "  CHANGES LISTED: " DELIMITED BY SIZE
               WS-LISTED-COUNT DELIMITED BY SIZE
               INTO CHG-TEXT-RECORD.
           WRITE CHG-TEXT-RECORD.
           CLOSE CHANGE-REPORT.
           CLOSE CHANGE-JOURNAL.

           DISPLAY "=> CHANGES LISTED: " WS-LISTED-COUNT.
           DISPLAY "=> REPORT WRITTEN TO changeReport.txt".

       WRITE-REPORT-HEADER.
           MOVE SPACES TO CHG-TEXT-RECORD.
           IF WS-ALL-ACCOUNTS = 'Y' THEN
           MOVE "=== CHANGE JOURNAL - ALL ACCOUNTS" TO CHG-TEXT-RECORD
           ELSE
           STRING "=== CHANGE JOURNAL - ACCOUNT " DELIMITED BY SIZE
               WS-SEL-ACC DELIMITED BY SIZE
               INTO CHG-TEXT-RECORD
           END-IF.
           WRITE CHG-TEXT-RECORD.
           MOVE SPACES TO CHG-TEXT-RECORD.
           STRING "=== FROM " DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-TO-DATE DELIMITED BY SIZE
               INTO CHG-TEXT-RECORD.
           WRITE CHG-TEXT-RECORD.

       LIST-ONE-CHANGE.
           READ CHANGE-JOURNAL AT END MOVE 'Y' TO WS-CJ-EOF.
           IF WS-CJ-EOF NOT = 'Y' THEN
           ADD 1 TO WS-READ-COUNT
           IF DATE-CJ >= WS-FROM-DATE AND DATE-CJ <= WS-TO-DATE
               AND (WS-ALL-ACCOUNTS = 'Y' OR ACC-CJ = WS-SEL-ACC)
           THEN
           PERFORM WRITE-CHANGE-LINE
           END-IF
           END-IF.

       WRITE-CHANGE-LINE.
           MOVE SPACES TO CHG-DETAIL-RECORD.
           MOVE "Date: " TO CHG-DATE-LABEL.
           MOVE DATE-CJ TO CHG-DATE.
           MOVE TIME-CJ TO CHG-TIME.
           MOVE " Account: " TO CHG-ACC-LABEL.
           MOVE ACC-CJ TO CHG-ACC.
           MOVE " Program: " TO CHG-PGM-LABEL.
           MOVE PGM-CJ TO CHG-PGM.
           MOVE " Operator: " TO CHG-OPER-LABEL.
           MOVE OPER-CJ TO CHG-OPER.
           MOVE " Item: " TO CHG-ITEM-LABEL.
           MOVE ITEM-CJ TO CHG-ITEM.
           MOVE " Field: " TO CHG-FIELD-LABEL.
           MOVE FIELD-CJ TO CHG-FIELD.
           MOVE " Before: " TO CHG-BEFORE-LABEL.
           MOVE BEFORE-CJ TO CHG-BEFORE.
           MOVE " After: " TO CHG-AFTER-LABEL.
           MOVE AFTER-CJ TO CHG-AFTER.
           WRITE CHG-DETAIL-RECORD.
           ADD 1 TO WS-LISTED-COUNT.
