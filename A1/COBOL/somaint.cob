      *    RATHER THAN DELETING, SO THE ORDER HISTORY IS KEPT.
      *    CENTRAL STAMPS EACH ORDER WITH ITS LAST-EXECUTED DATE SO
      *    A SECOND BATCH ON THE SAME DAY CANNOT POST IT TWICE; A
      *    NEW ORDER STARTS WITH A ZERO STAMP. THE OPERATOR SIGNS IN
      *    WITH AN ID, AND EVERY ORDER SET UP OR CANCELLED IS
      *    APPENDED TO THE PERMANENT changejournal.txt UNDER IT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-SO-FS.
           SELECT NEW-SO-FILE ASSIGN TO "standingorders.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-JOURNAL ASSIGN TO "changejournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJ-FS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER          PIC X.
           05 LAST-RUN-SO-NEW PIC 9(8).

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
       01 MENU-INPUT PIC X(10).
       01 SRC-ACC-INPUT PIC X(16).
       01 WS-SO-OLD-NAME PIC X(30) VALUE "standingorders.txt".
       01 WS-SO-NEW-NAME PIC X(30) VALUE "standingorders.txt.new".

      *    CHANGE JOURNAL. AN ORDER IS JOURNALLED AGAINST ITS SOURCE
      *    ACCOUNT, WITH THE TARGET ACCOUNT AND DAY OF MONTH AS ITEM.
       01 OPER-ID-INPUT PIC X(10).
       01 WS-CJ-FS PIC XX.
       01 WS-CJ-ACC PIC 9(16).
       01 WS-CJ-ITEM PIC X(20).
       01 WS-CJ-FIELD PIC X(12).
       01 WS-CJ-BEFORE PIC X(60).
       01 WS-CJ-AFTER PIC X(60).
       01 WS-CURRENT-DATETIME PIC X(21).


       PROCEDURE DIVISION.

           DISPLAY "##############################################".
           DISPLAY "##     Gringotts Bank - Standing Orders     ##".
           DISPLAY "##############################################".
           GO TO OPERATOR-PROMPT.

       OPERATOR-PROMPT.
           DISPLAY "=> OPERATOR ID"
           ACCEPT OPER-ID-INPUT FROM SYSIN
           IF OPER-ID-INPUT = SPACES THEN
           DISPLAY "=> OPERATOR ID REQUIRED"
           GO TO OPERATOR-PROMPT
           END-IF.
           GO TO MENU-PROMPT.

       MENU-PROMPT.
           WRITE SO-RECORD.
           CLOSE SO-FILE.

           MOVE SRC-ACC-INPUT TO WS-CJ-ACC.
           MOVE SPACES TO WS-CJ-ITEM.
           STRING TGT-ACC-INPUT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DOM-INPUT DELIMITED BY SIZE
               INTO WS-CJ-ITEM.
           MOVE "ORDER" TO WS-CJ-FIELD.
           MOVE "(NONE)" TO WS-CJ-BEFORE.
           MOVE SPACES TO WS-CJ-AFTER.
           STRING "SET UP - AMOUNT " DELIMITED BY SIZE
               AMT-INTEGER DELIMITED BY SIZE
               " ACTIVE Y" DELIMITED BY SIZE
               INTO WS-CJ-AFTER.
           PERFORM OPEN-CHANGE-JOURNAL.
           PERFORM WRITE-CHANGE-ENTRY.
           CLOSE CHANGE-JOURNAL.

           DISPLAY "=> STANDING ORDER SET UP".
           GO TO MENU-PROMPT.

           GO TO MENU-PROMPT
           END-IF.
           OPEN OUTPUT NEW-SO-FILE.
           PERFORM OPEN-CHANGE-JOURNAL.
           PERFORM COPY-CANCELLING-ORDER UNTIL WS-SO-EOF = 'Y'.
           CLOSE CHANGE-JOURNAL.
           CLOSE SO-FILE.
           CLOSE NEW-SO-FILE.

               AND DOM-SO = DOM-INPUT AND ACTIVE-SO = 'Y' THEN
           MOVE 'N' TO ACTIVE-SO-NEW
           MOVE 'Y' TO WS-FOUND
           PERFORM JOURNAL-CANCELLED-ORDER
           END-IF
           WRITE NEW-SO-RECORD
           END-IF.

       JOURNAL-CANCELLED-ORDER.
      *    A MATCH ALWAYS LEADS TO THE STAGED FILE BEING PROMOTED,
      *    SO THE ROW IS WRITTEN AS THE ORDER IS FLIPPED.
           MOVE SRC-SO TO WS-CJ-ACC.
           MOVE SPACES TO WS-CJ-ITEM.
           STRING TGT-SO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DOM-SO DELIMITED BY SIZE
               INTO WS-CJ-ITEM.
           MOVE "ACTIVE" TO WS-CJ-FIELD.
           MOVE SPACES TO WS-CJ-BEFORE.
           STRING "Y - AMOUNT " DELIMITED BY SIZE
               AMT-SO DELIMITED BY SIZE
               INTO WS-CJ-BEFORE.
           MOVE SPACES TO WS-CJ-AFTER.
           STRING "N - AMOUNT " DELIMITED BY SIZE
               AMT-SO DELIMITED BY SIZE
               INTO WS-CJ-AFTER.
           PERFORM WRITE-CHANGE-ENTRY.

       OPEN-CHANGE-JOURNAL.
           OPEN EXTEND CHANGE-JOURNAL.
           IF WS-CJ-FS = "35" THEN
           OPEN OUTPUT CHANGE-JOURNAL
           END-IF.

       WRITE-CHANGE-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE SPACES TO CHANGE-RECORD.
           MOVE WS-CURRENT-DATETIME(1:8) TO DATE-CJ.
           MOVE WS-CURRENT-DATETIME(9:6) TO TIME-CJ.
           MOVE "SOMAINT" TO PGM-CJ.
           MOVE OPER-ID-INPUT TO OPER-CJ.
           MOVE WS-CJ-ACC TO ACC-CJ.
           MOVE WS-CJ-ITEM TO ITEM-CJ.
           MOVE WS-CJ-FIELD TO FIELD-CJ.
           MOVE WS-CJ-BEFORE TO BEFORE-CJ.
           MOVE WS-CJ-AFTER TO AFTER-CJ.
           WRITE CHANGE-RECORD.

       LIST-ORDERS-HANDLER.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 'N' TO WS-SO-EOF.
