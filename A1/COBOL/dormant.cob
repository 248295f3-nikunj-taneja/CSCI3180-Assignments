      *    EVERY OTHER FLAG CLEARING. AN ACCOUNT WITH A ZERO
      *    LAST-ACTIVITY DATE PREDATES THE TRACKING AND IS LEFT
      *    ALONE RATHER THAN FLAGGED ON A DATE NOBODY RECORDED.
      *    EACH FLAG SET IS ALSO APPENDED TO THE PERMANENT
      *    changejournal.txt AS A BEFORE AND AFTER IMAGE OF SIG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-PARAM-FS.
           SELECT DORM-REPORT ASSIGN TO "dormancyReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-JOURNAL ASSIGN TO "changejournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJ-FS.

       DATA DIVISION.
       FILE SECTION.
           05 TOT-LABEL PIC X(26).
           05 TOT-COUNT PIC 9(7).

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
       01 WS-MASTER-FS PIC XX.
       01 WS-PARAM-FS PIC XX.
       01 WS-LAST-INT PIC 9(8) VALUE 0.
       01 WS-IDLE-DAYS PIC S9(8) VALUE 0.
       01 WS-FLAGGED-COUNT PIC 9(7) VALUE 0.
       01 WS-CJ-FS PIC XX.


       PROCEDURE DIVISION.
           STOP RUN
           END-IF.
           OPEN OUTPUT DORM-REPORT.
           OPEN EXTEND CHANGE-JOURNAL.
           IF WS-CJ-FS = "35" THEN
           OPEN OUTPUT CHANGE-JOURNAL
           END-IF.
           MOVE "Dormancy Sweep Date: " TO HDR-LABEL.
           MOVE WS-RUN-DATE TO HDR-DATE.
           MOVE " Threshold (Days): " TO HDR-THR-LABEL.
           MOVE WS-FLAGGED-COUNT TO TOT-COUNT.
           WRITE DORM-TOTAL-RECORD.
           CLOSE DORM-REPORT.
           CLOSE CHANGE-JOURNAL.
           CLOSE MASTER-FILE.

           DISPLAY "=> ACCOUNTS FLAGGED DORMANT: " WS-FLAGGED-COUNT.
           MOVE 'D' TO SIG.
           REWRITE MASTER-RECORD.
           ADD 1 TO WS-FLAGGED-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE SPACES TO CHANGE-RECORD.
           MOVE WS-CURRENT-DATETIME(1:8) TO DATE-CJ.
           MOVE WS-CURRENT-DATETIME(9:6) TO TIME-CJ.
           MOVE "DORMANT" TO PGM-CJ.
           MOVE "BATCH" TO OPER-CJ.
           MOVE ACC TO ACC-CJ.
           MOVE "SIG" TO FIELD-CJ.
           MOVE "(BLANK)" TO BEFORE-CJ.
           MOVE "D" TO AFTER-CJ.
           WRITE CHANGE-RECORD.
           MOVE "Account: " TO DET-ACC-LABEL.
           MOVE ACC TO DET-ACC.
           MOVE " Name: " TO DET-NAME-LABEL.
