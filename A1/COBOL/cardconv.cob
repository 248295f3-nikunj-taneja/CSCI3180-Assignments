       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CARDCONV.
       AUTHOR.       NIKUNJ TANEJA.

      *    ONE-TIME LOAD OF THE CARD MASTER cards.dat FROM THE
      *    INDEXED ACCOUNT MASTER master.dat. EVERY ACCOUNT IS GIVEN
      *    ONE CARD NUMBERED AS THE ACCOUNT ITSELF AND CARRYING THE
      *    ACCOUNT'S CURRENT PWD AS ITS PIN, SO EXISTING CUSTOMERS
      *    KEEP LOGGING IN WITH EXACTLY WHAT THEY KEY TODAY AND ANY
      *    failcount.txt ROWS ALREADY ON HAND STILL LINE UP WITH THE
      *    RIGHT CARD. A CLOSED ACCOUNT'S CARD IS LOADED CANCELLED.
      *    master.dat IS ONLY READ; THE RECORD COUNTS ARE DISPLAYED
      *    SO THE LOAD CAN BE EYEBALLED THE SAME WAY AS MSTCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACC
               FILE STATUS IS WS-MASTER-FS.
           SELECT CARD-FILE ASSIGN TO "cards.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CARD-NO
               FILE STATUS IS WS-CARD-FS.

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

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FS PIC XX.
       01 WS-CARD-FS PIC XX.
       01 WS-MASTER-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-DATETIME PIC X(21).
       01 WS-TODAY-YYYYMM PIC 9(6).
       01 WS-CARD-LIFE PIC 9(2) VALUE 4.
       01 WS-READ-COUNT PIC 9(9) VALUE 0.
       01 WS-LOADED-COUNT PIC 9(9) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(9) VALUE 0.


       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:6) TO WS-TODAY-YYYYMM.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FS NOT = "00" THEN
           DISPLAY "=> MASTER FILE master.dat NOT FOUND"
           STOP RUN
           END-IF.
           OPEN OUTPUT CARD-FILE.
           IF WS-CARD-FS NOT = "00" THEN
           DISPLAY "=> UNABLE TO CREATE CARD FILE cards.dat"
           CLOSE MASTER-FILE
           STOP RUN
           END-IF.

           MOVE 'N' TO WS-MASTER-EOF.
           PERFORM LOAD-ONE-CARD UNTIL WS-MASTER-EOF = 'Y'.

           CLOSE MASTER-FILE.
           CLOSE CARD-FILE.

           DISPLAY "=> ACCOUNTS READ FROM master.dat:  " WS-READ-COUNT.
           DISPLAY "=> CARDS LOADED TO cards.dat:      "
               WS-LOADED-COUNT.
           DISPLAY "=> CARDS REJECTED (SEE ABOVE):     "
               WS-REJECT-COUNT.
           IF WS-READ-COUNT = WS-LOADED-COUNT THEN
           DISPLAY "=> CONVERSION COMPLETE"
           ELSE
           DISPLAY "=> CONVERSION INCOMPLETE - CHECK REJECTIONS"
           END-IF.
           STOP RUN.

       LOAD-ONE-CARD.
           READ MASTER-FILE AT END MOVE 'Y' TO WS-MASTER-EOF.
           IF WS-MASTER-EOF NOT = 'Y' THEN
           ADD 1 TO WS-READ-COUNT
           MOVE ACC TO CARD-NO
           MOVE ACC TO CARD-ACC
           MOVE PWD TO CARD-PIN
           IF SIG = 'C' THEN
           MOVE 'X' TO CARD-STATUS
           ELSE
           MOVE 'A' TO CARD-STATUS
           END-IF
           COMPUTE CARD-EXPIRY = WS-TODAY-YYYYMM + WS-CARD-LIFE * 100
           MOVE WS-CURRENT-DATETIME(1:8) TO CARD-ISSUED
           WRITE CARD-RECORD
               INVALID KEY
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "=> REJECTED CARD FOR ACCOUNT " ACC
                   " - DUPLICATE CARD NUMBER"
               NOT INVALID KEY
               ADD 1 TO WS-LOADED-COUNT
           END-WRITE
           END-IF.
