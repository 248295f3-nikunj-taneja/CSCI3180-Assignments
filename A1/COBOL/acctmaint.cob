       PROGRAM-ID.   ACCTMAINT.
       AUTHOR.       NIKUNJ TANEJA.

      *    ACCOUNT, CONTACT AND CARD MAINTENANCE AT THE COUNTER. THE
      *    OPERATOR SIGNS IN WITH AN ID AT THE START OF THE SESSION,
      *    AND EVERY CHANGE MADE TO master.dat, contacts.txt OR
      *    cards.dat IS APPENDED TO THE PERMANENT changejournal.txt
      *    AS A BEFORE AND AFTER IMAGE OF THE FIELD CHANGED, UNDER
      *    THAT OPERATOR'S ID. PASSWORDS AND PINS ARE JOURNALLED AS
      *    SET OR CHANGED, NEVER WITH THEIR VALUES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC
               FILE STATUS IS WS-MASTER-FS.
           SELECT CARD-FILE ASSIGN TO "cards.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CARD-NO
               FILE STATUS IS WS-CARD-FS.
           SELECT PRODUCT-FILE ASSIGN TO "products.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-FS.
               FILE STATUS IS WS-CONTACT-FS.
           SELECT NEW-CONTACT-FILE ASSIGN TO "contacts.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-JOURNAL ASSIGN TO "changejournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJ-FS.

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

       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           05 PTYPE-PR   PIC X.
           05 FILLER        PIC X.
           05 ADDR-CN-NEW   PIC X(60).

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
       01 NEW-ACC-INPUT  PIC X(16).
       01 TARGET-ACC-INPUT PIC X(16).
       01 EDIT-CHOICE-INPUT PIC X(10).
       01 EDIT-NAME-INPUT PIC X(20).
       01 NEW-PTYPE-INPUT PIC X(10).
       01 NEW-ADDR-INPUT PIC X(60).
       01 WS-CURRENT-DATETIME PIC X(21).
       01 WS-MASTER-FS PIC XX.
       01 WS-FOUND PIC X VALUE 'N'.

      *    CARD MAINTENANCE. cards.dat IS INDEXED ON THE CARD NUMBER
      *    AND LINKS EACH CARD TO ONE ACCOUNT; AN ACCOUNT MAY CARRY
      *    ANY NUMBER OF CARDS. A CARD RUNS FOR WS-CARD-LIFE YEARS
      *    FROM THE MONTH OF ISSUE (EXPIRY IS HELD AS YYYYMM, GOOD
      *    THROUGH THE END OF THAT MONTH). A REPLACED CARD IS NEVER
      *    DELETED - IT IS LEFT ON FILE AS 'H' (LOST OR STOLEN),
      *    'E' (EXPIRED) OR 'X' (CANCELLED) SO A LATER PRESENTATION
      *    IS STILL RECOGNISED AND REFUSED.
       01 NEW-CARD-INPUT PIC X(16).
       01 NEW-CARD-PIN-INPUT PIC X(6).
       01 OLD-CARD-INPUT PIC X(16).
       01 REPLACE-REASON-INPUT PIC X(10).
       01 WS-CARD-FS PIC XX.
       01 WS-CARD-OK PIC X VALUE 'N'.
       01 WS-CARD-LIFE PIC 9(2) VALUE 4.
       01 WS-TODAY-YYYYMM PIC 9(6).
       01 WS-OLD-CARD-STATUS PIC X.

      *    CHANGE JOURNAL. ONE ROW PER FIELD CHANGED, KEYED ON THE
      *    ACCOUNT; ITEM CARRIES THE CARD NUMBER FOR A CARD CHANGE.
       01 OPER-ID-INPUT PIC X(10).
       01 WS-CJ-FS PIC XX.
       01 WS-CJ-ACC PIC 9(16).
       01 WS-CJ-ITEM PIC X(20).
       01 WS-CJ-FIELD PIC X(12).
       01 WS-CJ-BEFORE PIC X(60).
       01 WS-CJ-AFTER PIC X(60).
       01 WS-CJ-AMT-EDITED PIC -(14)9.9(2).
       01 WS-OLD-NAME PIC X(20).
       01 WS-OLD-SIG PIC X.
       01 WS-OLD-ADDR PIC X(60).

      *    PRODUCT TYPES SOLD AT THE COUNTER, LOADED FROM THE SAME
      *    products.txt PARAMETER FILE THAT DRIVES THE MONTH-END
      *    TERMS AND THE ATM DAILY CEILINGS. A NEW ACCOUNT MUST OPEN
           DISPLAY "##############################################".
           DISPLAY "##     Gringotts Wizarding Bank - Accounts   ##".
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

       LOAD-PRODUCT-TABLE.
           DISPLAY "=> PRESS 2 TO CLOSE AN ACCOUNT".
           DISPLAY "=> PRESS 3 TO EDIT AN ACCOUNT".
           DISPLAY "=> PRESS 4 TO MAINTAIN MAILING ADDRESS".
           DISPLAY "=> PRESS 6 TO ISSUE A CARD".
           DISPLAY "=> PRESS 7 TO REPLACE A CARD".
           DISPLAY "=> PRESS 8 TO HOT-CARD A LOST OR STOLEN CARD".
           DISPLAY "=> PRESS 5 TO EXIT".

           ACCEPT MENU-INPUT FROM SYSIN
           IF MENU-INPUT = 4 THEN GO TO EDIT-CONTACT-HANDLER
           END-IF.

           IF MENU-INPUT = 6 THEN GO TO ISSUE-CARD-HANDLER
           END-IF.

           IF MENU-INPUT = 7 THEN GO TO REPLACE-CARD-HANDLER
           END-IF.

           IF MENU-INPUT = 8 THEN GO TO HOT-CARD-HANDLER
           END-IF.

           IF MENU-INPUT = 5 THEN
           STOP RUN
           END-IF.
           END-WRITE.
           CLOSE MASTER-FILE.

           MOVE NEW-ACC-INPUT TO WS-CJ-ACC.
           MOVE SPACES TO WS-CJ-ITEM.
           MOVE "(NONE)" TO WS-CJ-BEFORE.
           PERFORM OPEN-CHANGE-JOURNAL.
           MOVE "ACCOUNT" TO WS-CJ-FIELD.
           MOVE "OPENED" TO WS-CJ-AFTER.
           PERFORM WRITE-CHANGE-ENTRY.
           MOVE "ACC-NAME" TO WS-CJ-FIELD.
           MOVE NEW-NAME-INPUT TO WS-CJ-AFTER.
           PERFORM WRITE-CHANGE-ENTRY.
           MOVE "PWD" TO WS-CJ-FIELD.
           MOVE "SET" TO WS-CJ-AFTER.
           PERFORM WRITE-CHANGE-ENTRY.
           MOVE "PTYPE" TO WS-CJ-FIELD.
           MOVE NEW-PTYPE-INPUT(1:1) TO WS-CJ-AFTER.
           PERFORM WRITE-CHANGE-ENTRY.
           MOVE "BAL" TO WS-CJ-FIELD.
           COMPUTE WS-CJ-AMT-EDITED = NEW-BAL-INPUT / 100.
           MOVE WS-CJ-AMT-EDITED TO WS-CJ-AFTER.
           PERFORM WRITE-CHANGE-ENTRY.
           CLOSE CHANGE-JOURNAL.

           DISPLAY "=> ACCOUNT OPENED".
           GO TO MENU-PROMPT.

               DISPLAY "=> ACCOUNT NOT FOUND"
               GO TO MENU-PROMPT
           END-READ.
           MOVE SIG TO WS-OLD-SIG.
           MOVE 'C' TO SIG.
           REWRITE MASTER-RECORD.
           CLOSE MASTER-FILE.
           IF WS-OLD-SIG NOT = 'C' THEN
           MOVE TARGET-ACC-INPUT TO WS-CJ-ACC
           MOVE SPACES TO WS-CJ-ITEM
           MOVE "SIG" TO WS-CJ-FIELD
           IF WS-OLD-SIG = SPACE THEN
           MOVE "(BLANK)" TO WS-CJ-BEFORE
           ELSE
           MOVE WS-OLD-SIG TO WS-CJ-BEFORE
           END-IF
           MOVE "C" TO WS-CJ-AFTER
           PERFORM OPEN-CHANGE-JOURNAL
           PERFORM WRITE-CHANGE-ENTRY
           CLOSE CHANGE-JOURNAL
           END-IF.
           DISPLAY "=> ACCOUNT CLOSED".

           GO TO MENU-PROMPT.
           DISPLAY "=> ACCOUNT NUMBER TO EDIT"
           ACCEPT TARGET-ACC-INPUT FROM SYSIN
           DISPLAY "=> PRESS 1 TO CHANGE NAME"
           DISPLAY "=> PRESS 2 TO RESET A CARD PIN"
           ACCEPT EDIT-CHOICE-INPUT FROM SYSIN

           IF EDIT-CHOICE-INPUT NOT = 1 AND EDIT-CHOICE-INPUT NOT = 2
           END-IF.

           IF EDIT-CHOICE-INPUT = 2 THEN
           GO TO RESET-CARD-PIN
           END-IF.

           OPEN I-O MASTER-FILE.
               DISPLAY "=> ACCOUNT NOT FOUND"
               GO TO MENU-PROMPT
           END-READ.
           MOVE ACC-NAME TO WS-OLD-NAME.
           IF EDIT-CHOICE-INPUT = 1 THEN
           MOVE EDIT-NAME-INPUT TO ACC-NAME
           END-IF.
           REWRITE MASTER-RECORD.
           CLOSE MASTER-FILE.

           MOVE TARGET-ACC-INPUT TO WS-CJ-ACC.
           MOVE SPACES TO WS-CJ-ITEM.
           PERFORM OPEN-CHANGE-JOURNAL.
           IF EDIT-NAME-INPUT NOT = WS-OLD-NAME THEN
           MOVE "ACC-NAME" TO WS-CJ-FIELD
           MOVE WS-OLD-NAME TO WS-CJ-BEFORE
           MOVE EDIT-NAME-INPUT TO WS-CJ-AFTER
           PERFORM WRITE-CHANGE-ENTRY
           END-IF.
           CLOSE CHANGE-JOURNAL.
           DISPLAY "=> ACCOUNT UPDATED".

           GO TO MENU-PROMPT.

       RESET-CARD-PIN.
      *    THE ATM SIGNS CUSTOMERS IN ON THE CARD NUMBER AND CARD PIN
      *    HELD ON cards.dat, SO A FORGOTTEN PIN IS RESET ON THE CARD
      *    ITSELF. THE CARD MUST BELONG TO THE ACCOUNT BEING EDITED
      *    AND STILL BE IN USE; A HOT-CARDED, EXPIRED OR CANCELLED
      *    CARD IS REPLACED WITH OPTION 7 INSTEAD, AS IS A CARD THE
      *    BATCH HAS BLOCKED FOR FAILED PIN ATTEMPTS (REASON D).
           DISPLAY "=> CARD NUMBER (16 DIGITS)"
           ACCEPT OLD-CARD-INPUT FROM SYSIN

           IF OLD-CARD-INPUT NOT NUMERIC THEN
           DISPLAY "=> CARD NUMBER MUST BE EXACTLY 16 DIGITS"
           GO TO MENU-PROMPT
           END-IF.

           DISPLAY "=> NEW PIN (6 DIGITS)"
           ACCEPT NEW-CARD-PIN-INPUT FROM SYSIN

           IF NEW-CARD-PIN-INPUT NOT NUMERIC THEN
           DISPLAY "=> PIN MUST BE EXACTLY 6 DIGITS"
           GO TO MENU-PROMPT
           END-IF.

           OPEN I-O CARD-FILE.
           IF WS-CARD-FS NOT = "00" THEN
           DISPLAY "=> CARD FILE cards.dat NOT FOUND"
           GO TO MENU-PROMPT
           END-IF.
           MOVE OLD-CARD-INPUT TO CARD-NO.
           READ CARD-FILE
               INVALID KEY
               CLOSE CARD-FILE
               DISPLAY "=> CARD NOT FOUND"
               GO TO MENU-PROMPT
           END-READ.
           IF CARD-ACC NOT = TARGET-ACC-INPUT THEN
           CLOSE CARD-FILE
           DISPLAY "=> CARD IS NOT ISSUED ON THIS ACCOUNT"
           GO TO MENU-PROMPT
           END-IF.
           IF CARD-STATUS = 'H' OR CARD-STATUS = 'E'
               OR CARD-STATUS = 'X' THEN
           CLOSE CARD-FILE
           DISPLAY "=> CARD IS NO LONGER IN USE"
           GO TO MENU-PROMPT
           END-IF.
           IF CARD-STATUS = 'B' THEN
           CLOSE CARD-FILE
           DISPLAY "=> CARD BLOCKED - REPLACE IT (REASON D)"
           GO TO MENU-PROMPT
           END-IF.
           MOVE CARD-ACC TO WS-CJ-ACC.
           MOVE NEW-CARD-PIN-INPUT TO CARD-PIN.
           REWRITE CARD-RECORD.
           CLOSE CARD-FILE.

           MOVE OLD-CARD-INPUT TO WS-CJ-ITEM.
           MOVE "PIN" TO WS-CJ-FIELD.
           MOVE "(NOT SHOWN)" TO WS-CJ-BEFORE.
           MOVE "CHANGED" TO WS-CJ-AFTER.
           PERFORM OPEN-CHANGE-JOURNAL.
           PERFORM WRITE-CHANGE-ENTRY.
           CLOSE CHANGE-JOURNAL.
           DISPLAY "=> CARD PIN RESET".

           GO TO MENU-PROMPT.

       EDIT-CONTACT-HANDLER.
      *    ADD OR REPLACE THE ACCOUNT'S MAILING ADDRESS. ONE ROW PER
      *    ACCOUNT - AN EXISTING ROW IS REPLACED IN THE STAGED COPY,

           MOVE 'N' TO WS-CN-FOUND.
           MOVE 'N' TO WS-CN-EOF.
           MOVE "(NONE)" TO WS-OLD-ADDR.
           OPEN INPUT CONTACT-FILE.
           OPEN OUTPUT NEW-CONTACT-FILE.
           IF WS-CONTACT-FS = "00" THEN
           CALL "CBL_RENAME_FILE" USING WS-CONTACT-NEW-NAME
               WS-CONTACT-OLD-NAME.

           IF WS-OLD-ADDR NOT = NEW-ADDR-INPUT THEN
           MOVE NEW-ACC-INPUT TO WS-CJ-ACC
           MOVE SPACES TO WS-CJ-ITEM
           MOVE "ADDRESS" TO WS-CJ-FIELD
           MOVE WS-OLD-ADDR TO WS-CJ-BEFORE
           MOVE NEW-ADDR-INPUT TO WS-CJ-AFTER
           PERFORM OPEN-CHANGE-JOURNAL
           PERFORM WRITE-CHANGE-ENTRY
           CLOSE CHANGE-JOURNAL
           END-IF.

           DISPLAY "=> MAILING ADDRESS RECORDED".
           GO TO MENU-PROMPT.

           MOVE ACC-CN TO ACC-CN-NEW
           IF ACC-CN = NEW-ACC-INPUT THEN
           MOVE 'Y' TO WS-CN-FOUND
           MOVE ADDR-CN TO WS-OLD-ADDR
           MOVE NEW-ADDR-INPUT TO ADDR-CN-NEW
           ELSE
           MOVE ADDR-CN TO ADDR-CN-NEW
           END-IF
           WRITE NEW-CONTACT-RECORD
           END-IF.

       ISSUE-CARD-HANDLER.
      *    A NEW CARD ON AN EXISTING, OPEN ACCOUNT - A FIRST CARD FOR
      *    A NEW ACCOUNT OR AN ADDITIONAL CARD ON AN OLD ONE.
           DISPLAY "=> ACCOUNT NUMBER (16 DIGITS)"
           ACCEPT NEW-ACC-INPUT FROM SYSIN

           IF NEW-ACC-INPUT NOT NUMERIC THEN
           DISPLAY "=> ACCOUNT NUMBER MUST BE EXACTLY 16 DIGITS"
           GO TO MENU-PROMPT
           END-IF.

           PERFORM CHECK-ACC-EXISTS.
           IF WS-FOUND NOT = 'Y' THEN
           DISPLAY "=> ACCOUNT NOT FOUND"
           GO TO MENU-PROMPT
           END-IF.
           IF SIG = 'C' THEN
           DISPLAY "=> ACCOUNT IS CLOSED"
           GO TO MENU-PROMPT
           END-IF.

           PERFORM ACCEPT-NEW-CARD.
           IF WS-CARD-OK NOT = 'Y' THEN
           GO TO MENU-PROMPT
           END-IF.
           PERFORM WRITE-NEW-CARD.
           IF WS-CARD-OK = 'Y' THEN
           DISPLAY "=> CARD ISSUED - VALID THROUGH " CARD-EXPIRY
           END-IF.
           GO TO MENU-PROMPT.

       REPLACE-CARD-HANDLER.
      *    THE NEW CARD GOES ONTO THE SAME ACCOUNT AND IS WRITTEN
      *    FIRST; ONLY ONCE IT IS SAFELY ON FILE IS THE OLD CARD
      *    RETIRED UNDER THE STATUS MATCHING THE REASON. A CARD
      *    ALREADY HOT-CARDED STAYS HOT WHATEVER REASON IS GIVEN.
           DISPLAY "=> CARD NUMBER TO REPLACE"
           ACCEPT OLD-CARD-INPUT FROM SYSIN

           IF OLD-CARD-INPUT NOT NUMERIC THEN
           DISPLAY "=> CARD NUMBER MUST BE EXACTLY 16 DIGITS"
           GO TO MENU-PROMPT
           END-IF.

           OPEN INPUT CARD-FILE.
           IF WS-CARD-FS NOT = "00" THEN
           DISPLAY "=> CARD FILE cards.dat NOT FOUND"
           GO TO MENU-PROMPT
           END-IF.
           MOVE OLD-CARD-INPUT TO CARD-NO.
           READ CARD-FILE
               INVALID KEY
               CLOSE CARD-FILE
               DISPLAY "=> CARD NOT FOUND"
               GO TO MENU-PROMPT
           END-READ.
           CLOSE CARD-FILE.
           IF CARD-STATUS = 'X' THEN
           DISPLAY "=> CARD IS ALREADY CANCELLED - ISSUE A NEW CARD"
           GO TO MENU-PROMPT
           END-IF.
           MOVE CARD-STATUS TO WS-OLD-CARD-STATUS.

           MOVE CARD-ACC TO NEW-ACC-INPUT.
           PERFORM CHECK-ACC-EXISTS.
           IF WS-FOUND NOT = 'Y' THEN
           DISPLAY "=> CARD IS NOT LINKED TO AN ACCOUNT ON FILE"
           GO TO MENU-PROMPT
           END-IF.
           IF SIG = 'C' THEN
           DISPLAY "=> ACCOUNT IS CLOSED"
           GO TO MENU-PROMPT
           END-IF.

           DISPLAY "=> PRESS L IF LOST OR STOLEN"
           DISPLAY "=> PRESS E IF EXPIRED"
           DISPLAY "=> PRESS D IF DAMAGED OR PIN-BLOCKED"
           ACCEPT REPLACE-REASON-INPUT FROM SYSIN

           IF REPLACE-REASON-INPUT NOT = "L"
               AND REPLACE-REASON-INPUT NOT = "E"
               AND REPLACE-REASON-INPUT NOT = "D" THEN
           DISPLAY "=> INVALID INPUT"
           GO TO MENU-PROMPT
           END-IF.

           PERFORM ACCEPT-NEW-CARD.
           IF WS-CARD-OK NOT = 'Y' THEN
           GO TO MENU-PROMPT
           END-IF.
           PERFORM WRITE-NEW-CARD.
           IF WS-CARD-OK NOT = 'Y' THEN
           GO TO MENU-PROMPT
           END-IF.

           IF WS-OLD-CARD-STATUS NOT = 'H' THEN
           IF REPLACE-REASON-INPUT = "L" THEN
           MOVE 'H' TO WS-OLD-CARD-STATUS
           END-IF
           IF REPLACE-REASON-INPUT = "E" THEN
           MOVE 'E' TO WS-OLD-CARD-STATUS
           END-IF
           IF REPLACE-REASON-INPUT = "D" THEN
           MOVE 'X' TO WS-OLD-CARD-STATUS
           END-IF
           END-IF.

           OPEN I-O CARD-FILE.
           IF WS-CARD-FS NOT = "00" THEN
           DISPLAY "=> CARD FILE NOT AVAILABLE - OLD CARD NOT RETIRED"
           GO TO MENU-PROMPT
           END-IF.
           MOVE OLD-CARD-INPUT TO CARD-NO.
           READ CARD-FILE
               INVALID KEY
               CLOSE CARD-FILE
               DISPLAY "=> CARD NOT FOUND"
               GO TO MENU-PROMPT
           END-READ.
           MOVE CARD-STATUS TO WS-CJ-BEFORE.
           MOVE WS-OLD-CARD-STATUS TO CARD-STATUS.
           REWRITE CARD-RECORD.
           CLOSE CARD-FILE.
           IF WS-CJ-BEFORE NOT = WS-OLD-CARD-STATUS THEN
           MOVE NEW-ACC-INPUT TO WS-CJ-ACC
           MOVE OLD-CARD-INPUT TO WS-CJ-ITEM
           MOVE "CARD-STATUS" TO WS-CJ-FIELD
           MOVE WS-OLD-CARD-STATUS TO WS-CJ-AFTER
           PERFORM OPEN-CHANGE-JOURNAL
           PERFORM WRITE-CHANGE-ENTRY
           CLOSE CHANGE-JOURNAL
           END-IF.
           DISPLAY "=> CARD REPLACED - OLD CARD NOW STATUS "
               WS-OLD-CARD-STATUS.
           GO TO MENU-PROMPT.

       HOT-CARD-HANDLER.
      *    IMMEDIATE BLOCK ON A CARD REPORTED LOST OR STOLEN. THE
      *    NEXT PRESENTATION AT ANY ATM IS REFUSED BEFORE THE PIN IS
      *    CHECKED AND LOGGED TO securitylog.txt. A REPLACEMENT CAN
      *    BE ISSUED AFTERWARDS WITH OPTION 7.
           DISPLAY "=> CARD NUMBER TO HOT-CARD"
           ACCEPT OLD-CARD-INPUT FROM SYSIN

           IF OLD-CARD-INPUT NOT NUMERIC THEN
           DISPLAY "=> CARD NUMBER MUST BE EXACTLY 16 DIGITS"
           GO TO MENU-PROMPT
           END-IF.

           OPEN I-O CARD-FILE.
           IF WS-CARD-FS NOT = "00" THEN
           DISPLAY "=> CARD FILE cards.dat NOT FOUND"
           GO TO MENU-PROMPT
           END-IF.
           MOVE OLD-CARD-INPUT TO CARD-NO.
           READ CARD-FILE
               INVALID KEY
               CLOSE CARD-FILE
               DISPLAY "=> CARD NOT FOUND"
               GO TO MENU-PROMPT
           END-READ.
           IF CARD-STATUS = 'H' THEN
           CLOSE CARD-FILE
           DISPLAY "=> CARD IS ALREADY HOT-CARDED"
           GO TO MENU-PROMPT
           END-IF.
           MOVE CARD-STATUS TO WS-CJ-BEFORE.
           MOVE CARD-ACC TO WS-CJ-ACC.
           MOVE OLD-CARD-INPUT TO WS-CJ-ITEM.
           MOVE 'H' TO CARD-STATUS.
           REWRITE CARD-RECORD.
           CLOSE CARD-FILE.
           MOVE "CARD-STATUS" TO WS-CJ-FIELD.
           MOVE "H" TO WS-CJ-AFTER.
           PERFORM OPEN-CHANGE-JOURNAL.
           PERFORM WRITE-CHANGE-ENTRY.
           CLOSE CHANGE-JOURNAL.
           DISPLAY "=> CARD HOT-CARDED".
           GO TO MENU-PROMPT.

       ACCEPT-NEW-CARD.
           MOVE 'N' TO WS-CARD-OK.
           DISPLAY "=> NEW CARD NUMBER (16 DIGITS)"
           ACCEPT NEW-CARD-INPUT FROM SYSIN
           IF NEW-CARD-INPUT NOT NUMERIC THEN
           DISPLAY "=> CARD NUMBER MUST BE EXACTLY 16 DIGITS"
           ELSE
           DISPLAY "=> INITIAL PIN (6 DIGITS)"
           ACCEPT NEW-CARD-PIN-INPUT FROM SYSIN
           IF NEW-CARD-PIN-INPUT NOT NUMERIC THEN
           DISPLAY "=> PIN MUST BE EXACTLY 6 DIGITS"
           ELSE
           MOVE 'Y' TO WS-CARD-OK
           END-IF
           END-IF.

       WRITE-NEW-CARD.
      *    THE FIRST CARD EVER ISSUED CREATES cards.dat.
           MOVE 'N' TO WS-CARD-OK.
           OPEN I-O CARD-FILE.
           IF WS-CARD-FS = "35" THEN
           OPEN OUTPUT CARD-FILE
           END-IF.
           IF WS-CARD-FS NOT = "00" THEN
           DISPLAY "=> UNABLE TO OPEN CARD FILE cards.dat"
           ELSE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:6) TO WS-TODAY-YYYYMM
           MOVE NEW-CARD-INPUT TO CARD-NO
           MOVE NEW-ACC-INPUT TO CARD-ACC
           MOVE NEW-CARD-PIN-INPUT TO CARD-PIN
           MOVE 'A' TO CARD-STATUS
           COMPUTE CARD-EXPIRY = WS-TODAY-YYYYMM + WS-CARD-LIFE * 100
           MOVE WS-CURRENT-DATETIME(1:8) TO CARD-ISSUED
           WRITE CARD-RECORD
               INVALID KEY
               DISPLAY "=> CARD NUMBER ALREADY ISSUED"
               NOT INVALID KEY
               MOVE 'Y' TO WS-CARD-OK
           END-WRITE
           CLOSE CARD-FILE
           END-IF.
           IF WS-CARD-OK = 'Y' THEN
           PERFORM JOURNAL-NEW-CARD
           END-IF.

       JOURNAL-NEW-CARD.
           MOVE NEW-ACC-INPUT TO WS-CJ-ACC.
           MOVE NEW-CARD-INPUT TO WS-CJ-ITEM.
           MOVE "(NONE)" TO WS-CJ-BEFORE.
           PERFORM OPEN-CHANGE-JOURNAL.
           MOVE "CARD" TO WS-CJ-FIELD.
           MOVE SPACES TO WS-CJ-AFTER.
           STRING "ISSUED - VALID THROUGH " DELIMITED BY SIZE
               CARD-EXPIRY DELIMITED BY SIZE
               INTO WS-CJ-AFTER.
           PERFORM WRITE-CHANGE-ENTRY.
           MOVE "CARD-PIN" TO WS-CJ-FIELD.
           MOVE "SET" TO WS-CJ-AFTER.
           PERFORM WRITE-CHANGE-ENTRY.
           MOVE "CARD-STATUS" TO WS-CJ-FIELD.
           MOVE "A" TO WS-CJ-AFTER.
           PERFORM WRITE-CHANGE-ENTRY.
           CLOSE CHANGE-JOURNAL.

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
           MOVE "ACCTMAINT" TO PGM-CJ.
           MOVE OPER-ID-INPUT TO OPER-CJ.
           MOVE WS-CJ-ACC TO ACC-CJ.
           MOVE WS-CJ-ITEM TO ITEM-CJ.
           MOVE WS-CJ-FIELD TO FIELD-CJ.
           MOVE WS-CJ-BEFORE TO BEFORE-CJ.
           MOVE WS-CJ-AFTER TO AFTER-CJ.
           WRITE CHANGE-RECORD.
