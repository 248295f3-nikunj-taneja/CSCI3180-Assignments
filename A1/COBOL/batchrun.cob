       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BATCHRUN.
       AUTHOR.       NIKUNJ TANEJA.

      *    NIGHTLY JOB-STREAM DRIVER. RUNS THE BATCH STEPS IN THE
      *    ORDER LISTED ON THE JOB-STREAM PARAMETER FILE
      *    jobstream.txt - ONE ROW PER STEP GIVING ITS NAME, WHEN IT
      *    RUNS ('A' EVERY NIGHT, 'M' ONLY ON THE LAST DAY OF THE
      *    MONTH), THE RUN-CONTROL CHECK MADE ONCE IT ENDS ('C' THE
      *    CENTRAL VERDICT, 'R' THE RECON VERDICT, 'N' NONE) AND THE
      *    COMMAND THAT RUNS IT. ABSENCE OF jobstream.txt LEAVES THE
      *    STANDARD NIGHT IN PLACE: INTCHECK (THE INTEGRITY SWEEP,
      *    RUN FIRST SO ITS REPORT DESCRIBES THE FILES CENTRAL IS
      *    ABOUT TO POST AGAINST), CENTRAL, RECON, MONITOR, NOTICE,
      *    DORMANT, THEN MONTHEND ON MONTH END SO ITS POSTINGS RIDE
      *    THE NEXT NIGHT'S CENTRAL RUN.
      *
      *    BETWEEN STEPS runctl.txt IS READ: A CENTRAL STEP THAT
      *    LEFT A REFUSED (OR NO) VERDICT BEHIND IT, OR A RECON STEP
      *    THAT CAME BACK OUT-OF-BALANCE, STOPS THE NIGHT THERE, AS
      *    DOES ANY STEP ENDING WITH A NON-ZERO RETURN CODE.
      *
      *    THE STATE OF THE NIGHT IS CHECKPOINTED TO batchstate.txt
      *    AFTER EVERY STEP (STAGED AND RENAMED LIKE EVERY OTHER
      *    REWRITE). WHILE THAT FILE STILL HOLDS A FAILED OR UNRUN
      *    STEP, THE NEXT BATCHRUN RESTARTS THAT SAME NIGHT FROM THE
      *    FAILED STEP AND NEVER RE-RUNS A STEP ALREADY COMPLETED;
      *    ONLY ONCE EVERY STEP IS DONE DOES A NEW NIGHT BEGIN, AND
      *    NEVER ON THE SAME DATE AS THE NIGHT JUST COMPLETED - A
      *    SECOND BATCHRUN THAT DAY RUNS NOTHING, SO CENTRAL AND THE
      *    MONTH-END POSTINGS CANNOT BE RUN TWICE.
      *    REMOVING batchstate.txt ABANDONS AN UNFINISHED NIGHT.
      *    EVERY STEP'S START, END AND OUTCOME IS APPENDED TO THE
      *    NIGHT'S batchLog.txt.YYYYMMDD, AND batchSummary.txt.YYYYMMDD
      *    TELLS THE MORNING SHIFT WHAT RAN AND WHAT DID NOT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBSTREAM-FILE ASSIGN TO "jobstream.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JS-FS.
           SELECT STATE-FILE ASSIGN TO "batchstate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-FS.
           SELECT NEW-STATE-FILE ASSIGN TO "batchstate.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNCTL-FILE ASSIGN TO "runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FS.
           SELECT STEP-LOG ASSIGN TO DYNAMIC WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.
           SELECT BATCH-SUMMARY ASSIGN TO DYNAMIC WS-SUM-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD JOBSTREAM-FILE.
       01 JOBSTREAM-RECORD.
           05 STEP-JS    PIC X(8).
           05 FILLER     PIC X.
           05 WHEN-JS    PIC X.
           05 FILLER     PIC X.
           05 CHECK-JS   PIC X.
           05 FILLER     PIC X.
           05 CMD-JS     PIC X(60).

       FD STATE-FILE.
       01 STATE-RECORD.
           05 BATCH-DATE-BS  PIC 9(8).
           05 FILLER         PIC X.
           05 STEP-BS        PIC X(8).
           05 FILLER         PIC X.
           05 CHECK-BS       PIC X.
           05 FILLER         PIC X.
           05 STATUS-BS      PIC X.
           05 FILLER         PIC X.
           05 START-DATE-BS  PIC 9(8).
           05 FILLER         PIC X.
           05 START-TIME-BS  PIC 9(6).
           05 FILLER         PIC X.
           05 END-DATE-BS    PIC 9(8).
           05 FILLER         PIC X.
           05 END-TIME-BS    PIC 9(6).
           05 FILLER         PIC X.
           05 REASON-BS      PIC X(40).
           05 FILLER         PIC X.
           05 CMD-BS         PIC X(60).

       FD NEW-STATE-FILE.
       01 NEW-STATE-RECORD.
           05 BATCH-DATE-BS-NEW  PIC 9(8).
           05 FILLER             PIC X.
           05 STEP-BS-NEW        PIC X(8).
           05 FILLER             PIC X.
           05 CHECK-BS-NEW       PIC X.
           05 FILLER             PIC X.
           05 STATUS-BS-NEW      PIC X.
           05 FILLER             PIC X.
           05 START-DATE-BS-NEW  PIC 9(8).
           05 FILLER             PIC X.
           05 START-TIME-BS-NEW  PIC 9(6).
           05 FILLER             PIC X.
           05 END-DATE-BS-NEW    PIC 9(8).
           05 FILLER             PIC X.
           05 END-TIME-BS-NEW    PIC 9(6).
           05 FILLER             PIC X.
           05 REASON-BS-NEW      PIC X(40).
           05 FILLER             PIC X.
           05 CMD-BS-NEW         PIC X(60).

       FD RUNCTL-FILE.
       01 RUNCTL-RECORD.
           05 CTL-CENTRAL-DATE   PIC 9(8).
           05 FILLER             PIC X.
           05 CTL-CENTRAL-STATUS PIC X.
           05 FILLER             PIC X.
           05 CTL-RECON-DATE     PIC 9(8).
           05 FILLER             PIC X.
           05 CTL-RECON-VERDICT  PIC X.
           05 FILLER             PIC X.
           05 CTL-MONITOR-DATE   PIC 9(8).

       FD STEP-LOG.
       01 LOG-RECORD.
           05 LOG-STEP-LABEL  PIC X(6).
           05 LOG-STEP        PIC X(8).
           05 LOG-START-LABEL PIC X(8).
           05 LOG-START-DATE  PIC 9(8).
           05 FILLER          PIC X.
           05 LOG-START-TIME  PIC 9(6).
           05 LOG-END-LABEL   PIC X(6).
           05 LOG-END-DATE    PIC 9(8).
           05 FILLER          PIC X.
           05 LOG-END-TIME    PIC 9(6).
           05 LOG-OUT-LABEL   PIC X(10).
           05 LOG-OUTCOME     PIC X(40).

       FD BATCH-SUMMARY.
       01 SUM-STEP-RECORD.
           05 SUM-STEP-LABEL   PIC X(6).
           05 SUM-STEP         PIC X(8).
           05 SUM-STATUS-LABEL PIC X(9).
           05 SUM-STATUS       PIC X(40).
           05 SUM-END-LABEL    PIC X(8).
           05 SUM-END-DATE     PIC 9(8).
           05 FILLER           PIC X.
           05 SUM-END-TIME     PIC 9(6).
       01 SUM-TEXT-RECORD PIC X(86).

       WORKING-STORAGE SECTION.
       01 WS-JS-FS PIC XX.
       01 WS-STATE-FS PIC XX.
       01 WS-RUNCTL-FS PIC XX.
       01 WS-LOG-FS PIC XX.
       01 WS-JS-EOF PIC X VALUE 'N'.
       01 WS-STATE-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-DATETIME PIC X(21).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).
       01 WS-LOG-NAME PIC X(30).
       01 WS-SUM-NAME PIC X(34).
       01 WS-STATE-OLD-NAME PIC X(30) VALUE "batchstate.txt".
       01 WS-STATE-NEW-NAME PIC X(30) VALUE "batchstate.txt.new".

      *    THE NIGHT BEING RUN. ITS DATE IS THE DATE IT FIRST
      *    STARTED, SO A RESTART AFTER MIDNIGHT STILL LOGS TO THE
      *    SAME DATED FILES AND KEEPS THE SAME MONTH-END DECISION.
       01 WS-BATCH-DATE PIC 9(8) VALUE 0.
       01 WS-RESTART PIC X VALUE 'N'.
       01 WS-STOPPED PIC X VALUE 'N'.
       01 WS-STOP-STEP PIC X(8) VALUE SPACES.
       01 WS-MONTH-END PIC X VALUE 'N'.
       01 WS-RUN-YEAR PIC 9(4).
       01 WS-RUN-MONTH PIC 9(2).
       01 WS-MONTH-LAST-DAY PIC 9(2).

      *    ONE ENTRY PER STEP. STATUS 'P' PENDING, 'C' COMPLETED,
      *    'F' FAILED, 'N' NOT SCHEDULED TONIGHT (MONTH-END STEP).
       01 WS-STEP-COUNT PIC 9(3) VALUE 0.
       01 WS-STEP-IX PIC 9(3) VALUE 0.
       01 WS-STATE-IX PIC 9(3) VALUE 0.
       01 WS-STEP-OK PIC X VALUE 'N'.
       01 WS-STEP-REASON PIC X(40).
       01 WS-CMD PIC X(60).
       01 WS-JS-STEP PIC X(8).
       01 WS-JS-WHEN PIC X.
       01 WS-JS-CHECK PIC X.
       01 WS-JS-CMD PIC X(60).
       01 WS-RAN-COUNT PIC 9(3) VALUE 0.
       01 WS-DONE-EARLIER-COUNT PIC 9(3) VALUE 0.
       01 WS-NOT-RUN-COUNT PIC 9(3) VALUE 0.
       01 STEP-TABLE.
           05 STEP-ENTRY OCCURS 20 TIMES.
               10 STEP-ST       PIC X(8).
               10 CHECK-ST      PIC X.
               10 STATUS-ST     PIC X.
               10 RAN-ST        PIC X.
               10 START-DATE-ST PIC 9(8).
               10 START-TIME-ST PIC 9(6).
               10 END-DATE-ST   PIC 9(8).
               10 END-TIME-ST   PIC 9(6).
               10 REASON-ST     PIC X(40).
               10 CMD-ST        PIC X(60).

      *    THE RUN-CONTROL ROW AS LEFT BY THE STEP JUST ENDED.
       01 WS-CTL-FOUND PIC X VALUE 'N'.
       01 WS-CTL-CENTRAL-DATE PIC 9(8) VALUE 0.
       01 WS-CTL-CENTRAL-STATUS PIC X VALUE ' '.
       01 WS-CTL-RECON-DATE PIC 9(8) VALUE 0.
       01 WS-CTL-RECON-VERDICT PIC X VALUE ' '.


       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-BATCH-STATE.
           IF WS-RESTART NOT = 'Y' AND WS-STEP-COUNT > 0
               AND WS-BATCH-DATE = WS-RUN-DATE THEN
           DISPLAY "=> THE BATCH OF " WS-BATCH-DATE
               " HAS ALREADY COMPLETED"
           DISPLAY "=> NO STEP RUN"
           MOVE 0 TO RETURN-CODE
           STOP RUN
           END-IF.
           IF WS-RESTART = 'Y' THEN
           DISPLAY "=> RESTARTING THE BATCH OF " WS-BATCH-DATE
           ELSE
           PERFORM START-NEW-BATCH
           PERFORM WRITE-BATCH-STATE
           END-IF.
           IF WS-STEP-COUNT = 0 THEN
           DISPLAY "=> JOB STREAM HOLDS NO STEPS - NOTHING TO RUN"
           STOP RUN
           END-IF.

           MOVE SPACES TO WS-LOG-NAME.
           STRING "batchLog.txt." DELIMITED BY SIZE
               WS-BATCH-DATE DELIMITED BY SIZE
               INTO WS-LOG-NAME.
           OPEN EXTEND STEP-LOG.
           IF WS-LOG-FS = "35" THEN
           OPEN OUTPUT STEP-LOG
           END-IF.

           MOVE 'N' TO WS-STOPPED.
           MOVE 1 TO WS-STEP-IX.
           PERFORM RUN-ONE-STEP
               UNTIL WS-STEP-IX > WS-STEP-COUNT
               OR WS-STOPPED = 'Y'.
           CLOSE STEP-LOG.

           PERFORM WRITE-BATCH-SUMMARY.
           IF WS-STOPPED = 'Y' THEN
           MOVE 8 TO RETURN-CODE
           ELSE
           MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-BATCH-STATE.
      *    A CHECKPOINT STILL HOLDING A FAILED OR PENDING STEP IS AN
      *    UNFINISHED NIGHT; ONE WHOSE STEPS ALL ENDED IS HISTORY.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 'N' TO WS-RESTART.
           OPEN INPUT STATE-FILE.
           IF WS-STATE-FS = "00" THEN
           MOVE 'N' TO WS-STATE-EOF
           PERFORM LOAD-STATE-ENTRY UNTIL WS-STATE-EOF = 'Y'
           CLOSE STATE-FILE
           END-IF.

       LOAD-STATE-ENTRY.
           READ STATE-FILE AT END MOVE 'Y' TO WS-STATE-EOF.
           IF WS-STATE-EOF NOT = 'Y' AND WS-STEP-COUNT < 20 THEN
           ADD 1 TO WS-STEP-COUNT
           MOVE BATCH-DATE-BS TO WS-BATCH-DATE
           MOVE STEP-BS TO STEP-ST(WS-STEP-COUNT)
           MOVE CHECK-BS TO CHECK-ST(WS-STEP-COUNT)
           MOVE STATUS-BS TO STATUS-ST(WS-STEP-COUNT)
           MOVE 'N' TO RAN-ST(WS-STEP-COUNT)
           MOVE START-DATE-BS TO START-DATE-ST(WS-STEP-COUNT)
           MOVE START-TIME-BS TO START-TIME-ST(WS-STEP-COUNT)
           MOVE END-DATE-BS TO END-DATE-ST(WS-STEP-COUNT)
           MOVE END-TIME-BS TO END-TIME-ST(WS-STEP-COUNT)
           MOVE REASON-BS TO REASON-ST(WS-STEP-COUNT)
           MOVE CMD-BS TO CMD-ST(WS-STEP-COUNT)
           IF STATUS-BS = 'P' OR STATUS-BS = 'F' THEN
           MOVE 'Y' TO WS-RESTART
           END-IF
           END-IF.

       START-NEW-BATCH.
           MOVE WS-RUN-DATE TO WS-BATCH-DATE.
           PERFORM CHECK-MONTH-END.
           MOVE 0 TO WS-STEP-COUNT.
           OPEN INPUT JOBSTREAM-FILE.
           IF WS-JS-FS = "00" THEN
           MOVE 'N' TO WS-JS-EOF
           PERFORM LOAD-JOBSTREAM-ENTRY UNTIL WS-JS-EOF = 'Y'
           CLOSE JOBSTREAM-FILE
           ELSE
           PERFORM LOAD-DEFAULT-STREAM
           END-IF.
           DISPLAY "=> NEW BATCH FOR " WS-BATCH-DATE
               " STEPS " WS-STEP-COUNT.
           IF WS-MONTH-END = 'Y' THEN
           DISPLAY "=> MONTH END - MONTH-END STEPS SCHEDULED"
           END-IF.

       CHECK-MONTH-END.
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR.
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH.
           MOVE 31 TO WS-MONTH-LAST-DAY.
           IF WS-RUN-MONTH = 4 OR WS-RUN-MONTH = 6
               OR WS-RUN-MONTH = 9 OR WS-RUN-MONTH = 11 THEN
           MOVE 30 TO WS-MONTH-LAST-DAY
           END-IF.
           IF WS-RUN-MONTH = 2 THEN
           IF FUNCTION MOD(WS-RUN-YEAR 4) = 0
               AND (FUNCTION MOD(WS-RUN-YEAR 100) NOT = 0
               OR FUNCTION MOD(WS-RUN-YEAR 400) = 0) THEN
           MOVE 29 TO WS-MONTH-LAST-DAY
           ELSE
           MOVE 28 TO WS-MONTH-LAST-DAY
           END-IF
           END-IF.
           MOVE 'N' TO WS-MONTH-END.
           IF WS-RUN-DATE(7:2) = WS-MONTH-LAST-DAY THEN
           MOVE 'Y' TO WS-MONTH-END
           END-IF.

       LOAD-JOBSTREAM-ENTRY.
           READ JOBSTREAM-FILE AT END MOVE 'Y' TO WS-JS-EOF.
           IF WS-JS-EOF NOT = 'Y' AND STEP-JS NOT = SPACES THEN
           MOVE STEP-JS TO WS-JS-STEP
           MOVE WHEN-JS TO WS-JS-WHEN
           MOVE CHECK-JS TO WS-JS-CHECK
           MOVE CMD-JS TO WS-JS-CMD
           PERFORM ADD-STREAM-STEP
           END-IF.

       LOAD-DEFAULT-STREAM.
           MOVE "INTCHECK" TO WS-JS-STEP.
           MOVE 'A' TO WS-JS-WHEN.
           MOVE 'N' TO WS-JS-CHECK.
           MOVE "./intcheck" TO WS-JS-CMD.
           PERFORM ADD-STREAM-STEP.
           MOVE "CENTRAL" TO WS-JS-STEP.
           MOVE 'A' TO WS-JS-WHEN.
           MOVE 'C' TO WS-JS-CHECK.
           MOVE "./central" TO WS-JS-CMD.
           PERFORM ADD-STREAM-STEP.
           MOVE "RECON" TO WS-JS-STEP.
           MOVE 'A' TO WS-JS-WHEN.
           MOVE 'R' TO WS-JS-CHECK.
           MOVE "./recon" TO WS-JS-CMD.
           PERFORM ADD-STREAM-STEP.
           MOVE "MONITOR" TO WS-JS-STEP.
           MOVE 'A' TO WS-JS-WHEN.
           MOVE 'N' TO WS-JS-CHECK.
           MOVE "./monitor" TO WS-JS-CMD.
           PERFORM ADD-STREAM-STEP.
           MOVE "NOTICE" TO WS-JS-STEP.
           MOVE 'A' TO WS-JS-WHEN.
           MOVE 'N' TO WS-JS-CHECK.
           MOVE "./notice" TO WS-JS-CMD.
           PERFORM ADD-STREAM-STEP.
           MOVE "DORMANT" TO WS-JS-STEP.
           MOVE 'A' TO WS-JS-WHEN.
           MOVE 'N' TO WS-JS-CHECK.
           MOVE "./dormant" TO WS-JS-CMD.
           PERFORM ADD-STREAM-STEP.
           MOVE "MONTHEND" TO WS-JS-STEP.
           MOVE 'M' TO WS-JS-WHEN.
           MOVE 'N' TO WS-JS-CHECK.
           MOVE "./monthend" TO WS-JS-CMD.
           PERFORM ADD-STREAM-STEP.

       ADD-STREAM-STEP.
           IF WS-STEP-COUNT >= 20 THEN
           DISPLAY "=> WARNING: JOB STREAM EXCEEDS 20 STEPS - "
               WS-JS-STEP " IGNORED"
           ELSE
           ADD 1 TO WS-STEP-COUNT
           MOVE WS-JS-STEP TO STEP-ST(WS-STEP-COUNT)
           MOVE WS-JS-CHECK TO CHECK-ST(WS-STEP-COUNT)
           MOVE WS-JS-CMD TO CMD-ST(WS-STEP-COUNT)
           MOVE 'N' TO RAN-ST(WS-STEP-COUNT)
           MOVE 0 TO START-DATE-ST(WS-STEP-COUNT)
           MOVE 0 TO START-TIME-ST(WS-STEP-COUNT)
           MOVE 0 TO END-DATE-ST(WS-STEP-COUNT)
           MOVE 0 TO END-TIME-ST(WS-STEP-COUNT)
           MOVE SPACES TO REASON-ST(WS-STEP-COUNT)
           IF WS-JS-WHEN = 'M' AND WS-MONTH-END NOT = 'Y' THEN
           MOVE 'N' TO STATUS-ST(WS-STEP-COUNT)
           ELSE
           MOVE 'P' TO STATUS-ST(WS-STEP-COUNT)
           END-IF
           END-IF.

       RUN-ONE-STEP.
           IF STATUS-ST(WS-STEP-IX) = 'C' THEN
           MOVE "SKIPPED - COMPLETED EARLIER" TO WS-STEP-REASON
           PERFORM WRITE-STEP-LOG-LINE
           END-IF.
           IF STATUS-ST(WS-STEP-IX) = 'N' THEN
           MOVE "NOT SCHEDULED - MONTH END ONLY" TO WS-STEP-REASON
           PERFORM WRITE-STEP-LOG-LINE
           END-IF.
           IF STATUS-ST(WS-STEP-IX) = 'P'
               OR STATUS-ST(WS-STEP-IX) = 'F' THEN
           PERFORM EXECUTE-STEP
           END-IF.
           ADD 1 TO WS-STEP-IX.

       EXECUTE-STEP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO START-DATE-ST(WS-STEP-IX).
           MOVE WS-CURRENT-DATETIME(9:6) TO START-TIME-ST(WS-STEP-IX).
           DISPLAY "=> STEP " STEP-ST(WS-STEP-IX) " STARTED".
           MOVE CMD-ST(WS-STEP-IX) TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.

           MOVE 'Y' TO WS-STEP-OK.
           MOVE "COMPLETED" TO WS-STEP-REASON.
           IF RETURN-CODE NOT = 0 THEN
           MOVE 'N' TO WS-STEP-OK
           MOVE "FAILED - NON-ZERO RETURN CODE" TO WS-STEP-REASON
           END-IF.
           IF WS-STEP-OK = 'Y' AND CHECK-ST(WS-STEP-IX) = 'C' THEN
           PERFORM CHECK-CENTRAL-OUTCOME
           END-IF.
           IF WS-STEP-OK = 'Y' AND CHECK-ST(WS-STEP-IX) = 'R' THEN
           PERFORM CHECK-RECON-OUTCOME
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO END-DATE-ST(WS-STEP-IX).
           MOVE WS-CURRENT-DATETIME(9:6) TO END-TIME-ST(WS-STEP-IX).
           MOVE 'Y' TO RAN-ST(WS-STEP-IX).
           MOVE WS-STEP-REASON TO REASON-ST(WS-STEP-IX).
           IF WS-STEP-OK = 'Y' THEN
           MOVE 'C' TO STATUS-ST(WS-STEP-IX)
           ADD 1 TO WS-RAN-COUNT
           ELSE
           MOVE 'F' TO STATUS-ST(WS-STEP-IX)
           MOVE 'Y' TO WS-STOPPED
           MOVE STEP-ST(WS-STEP-IX) TO WS-STOP-STEP
           END-IF.
           PERFORM WRITE-BATCH-STATE.
           PERFORM WRITE-STEP-LOG-LINE.
           DISPLAY "=> STEP " STEP-ST(WS-STEP-IX) " " WS-STEP-REASON.

       CHECK-CENTRAL-OUTCOME.
      *    CENTRAL STAMPS runctl.txt WITH ITS RUN DATE AND 'V' OR
      *    'R' ON EVERY ENDING BUT A HARD STOP - SO A ROW OLDER THAN
      *    THE STEP MEANS CENTRAL NEVER GOT THAT FAR.
           PERFORM READ-RUN-CONTROL.
           IF WS-CTL-FOUND NOT = 'Y'
               OR WS-CTL-CENTRAL-DATE < START-DATE-ST(WS-STEP-IX) THEN
           MOVE 'N' TO WS-STEP-OK
           MOVE "FAILED - CENTRAL LEFT NO RUN CONTROL"
               TO WS-STEP-REASON
           ELSE
           IF WS-CTL-CENTRAL-STATUS NOT = 'V' THEN
           MOVE 'N' TO WS-STEP-OK
           MOVE "FAILED - CENTRAL REFUSED THE BATCH"
               TO WS-STEP-REASON
           END-IF
           END-IF.

       CHECK-RECON-OUTCOME.
           PERFORM READ-RUN-CONTROL.
           IF WS-CTL-FOUND NOT = 'Y'
               OR WS-CTL-RECON-DATE < START-DATE-ST(WS-STEP-IX) THEN
           MOVE 'N' TO WS-STEP-OK
           MOVE "FAILED - RECON LEFT NO VERDICT" TO WS-STEP-REASON
           ELSE
           IF WS-CTL-RECON-VERDICT NOT = 'I' THEN
           MOVE 'N' TO WS-STEP-OK
           MOVE "FAILED - RECON OUT-OF-BALANCE" TO WS-STEP-REASON
           END-IF
           END-IF.

       READ-RUN-CONTROL.
           MOVE 'N' TO WS-CTL-FOUND.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-FS = "00" THEN
           READ RUNCTL-FILE
               AT END CONTINUE
               NOT AT END
               MOVE 'Y' TO WS-CTL-FOUND
               MOVE CTL-CENTRAL-DATE TO WS-CTL-CENTRAL-DATE
               MOVE CTL-CENTRAL-STATUS TO WS-CTL-CENTRAL-STATUS
               MOVE CTL-RECON-DATE TO WS-CTL-RECON-DATE
               MOVE CTL-RECON-VERDICT TO WS-CTL-RECON-VERDICT
           END-READ
           CLOSE RUNCTL-FILE
           END-IF.

       WRITE-BATCH-STATE.
           OPEN OUTPUT NEW-STATE-FILE.
           MOVE 1 TO WS-STATE-IX.
           PERFORM WRITE-STATE-ENTRY UNTIL WS-STATE-IX > WS-STEP-COUNT.
           CLOSE NEW-STATE-FILE.
           CALL "CBL_RENAME_FILE" USING WS-STATE-NEW-NAME
               WS-STATE-OLD-NAME.

       WRITE-STATE-ENTRY.
           MOVE SPACES TO NEW-STATE-RECORD.
           MOVE WS-BATCH-DATE TO BATCH-DATE-BS-NEW.
           MOVE STEP-ST(WS-STATE-IX) TO STEP-BS-NEW.
           MOVE CHECK-ST(WS-STATE-IX) TO CHECK-BS-NEW.
           MOVE STATUS-ST(WS-STATE-IX) TO STATUS-BS-NEW.
           MOVE START-DATE-ST(WS-STATE-IX) TO START-DATE-BS-NEW.
           MOVE START-TIME-ST(WS-STATE-IX) TO START-TIME-BS-NEW.
           MOVE END-DATE-ST(WS-STATE-IX) TO END-DATE-BS-NEW.
           MOVE END-TIME-ST(WS-STATE-IX) TO END-TIME-BS-NEW.
           MOVE REASON-ST(WS-STATE-IX) TO REASON-BS-NEW.
           MOVE CMD-ST(WS-STATE-IX) TO CMD-BS-NEW.
           WRITE NEW-STATE-RECORD.
           ADD 1 TO WS-STATE-IX.

       WRITE-STEP-LOG-LINE.
           MOVE SPACES TO LOG-RECORD.
           MOVE "Step: " TO LOG-STEP-LABEL.
           MOVE STEP-ST(WS-STEP-IX) TO LOG-STEP.
           MOVE " Start: " TO LOG-START-LABEL.
           MOVE START-DATE-ST(WS-STEP-IX) TO LOG-START-DATE.
           MOVE START-TIME-ST(WS-STEP-IX) TO LOG-START-TIME.
           MOVE " End: " TO LOG-END-LABEL.
           MOVE END-DATE-ST(WS-STEP-IX) TO LOG-END-DATE.
           MOVE END-TIME-ST(WS-STEP-IX) TO LOG-END-TIME.
           MOVE " Outcome: " TO LOG-OUT-LABEL.
           MOVE WS-STEP-REASON TO LOG-OUTCOME.
           WRITE LOG-RECORD.

       WRITE-BATCH-SUMMARY.
      *    REWRITTEN AT THE END OF EVERY PASS, SO AFTER A RESTART IT
      *    DESCRIBES THE WHOLE NIGHT AND NOT JUST THE LAST PASS.
           MOVE SPACES TO WS-SUM-NAME.
           STRING "batchSummary.txt." DELIMITED BY SIZE
               WS-BATCH-DATE DELIMITED BY SIZE
               INTO WS-SUM-NAME.
           OPEN OUTPUT BATCH-SUMMARY.
           MOVE SPACES TO SUM-TEXT-RECORD.
           STRING "=== BATCH OF " DELIMITED BY SIZE
               WS-BATCH-DATE DELIMITED BY SIZE
               " - SUMMARY WRITTEN " DELIMITED BY SIZE
               WS-CURRENT-DATETIME(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CURRENT-DATETIME(9:6) DELIMITED BY SIZE
               INTO SUM-TEXT-RECORD.
           WRITE SUM-TEXT-RECORD.
           DISPLAY SUM-TEXT-RECORD.
           MOVE 0 TO WS-DONE-EARLIER-COUNT.
           MOVE 0 TO WS-NOT-RUN-COUNT.
           MOVE 1 TO WS-STEP-IX.
           PERFORM WRITE-SUMMARY-LINE UNTIL WS-STEP-IX > WS-STEP-COUNT.

           MOVE SPACES TO SUM-TEXT-RECORD.
           STRING "=== STEPS RUN THIS PASS: " DELIMITED BY SIZE
               WS-RAN-COUNT DELIMITED BY SIZE
               "  COMPLETED EARLIER: " DELIMITED BY SIZE
               WS-DONE-EARLIER-COUNT DELIMITED BY SIZE
               "  NOT RUN: " DELIMITED BY SIZE
               WS-NOT-RUN-COUNT DELIMITED BY SIZE
               INTO SUM-TEXT-RECORD.
           WRITE SUM-TEXT-RECORD.
           DISPLAY SUM-TEXT-RECORD.
           MOVE SPACES TO SUM-TEXT-RECORD.
           IF WS-STOPPED = 'Y' THEN
           STRING "=== BATCH STOPPED AT " DELIMITED BY SIZE
               WS-STOP-STEP DELIMITED BY SPACE
               " - RERUN BATCHRUN TO RESTART FROM THAT STEP"
               DELIMITED BY SIZE
               INTO SUM-TEXT-RECORD
           ELSE
           MOVE "=== BATCH COMPLETE" TO SUM-TEXT-RECORD
           END-IF.
           WRITE SUM-TEXT-RECORD.
           DISPLAY SUM-TEXT-RECORD.
           CLOSE BATCH-SUMMARY.
           DISPLAY "=> SUMMARY IN " WS-SUM-NAME.

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO SUM-STEP-RECORD.
           MOVE "Step: " TO SUM-STEP-LABEL.
           MOVE STEP-ST(WS-STEP-IX) TO SUM-STEP.
           MOVE " Status: " TO SUM-STATUS-LABEL.
           IF STATUS-ST(WS-STEP-IX) = 'C' THEN
           IF RAN-ST(WS-STEP-IX) = 'Y' THEN
           MOVE "COMPLETED THIS PASS" TO SUM-STATUS
           ELSE
           MOVE "COMPLETED ON AN EARLIER PASS" TO SUM-STATUS
           ADD 1 TO WS-DONE-EARLIER-COUNT
           END-IF
           MOVE " Ended: " TO SUM-END-LABEL
           MOVE END-DATE-ST(WS-STEP-IX) TO SUM-END-DATE
           MOVE END-TIME-ST(WS-STEP-IX) TO SUM-END-TIME
           END-IF.
           IF STATUS-ST(WS-STEP-IX) = 'F' THEN
           MOVE REASON-ST(WS-STEP-IX) TO SUM-STATUS
           MOVE " Ended: " TO SUM-END-LABEL
           MOVE END-DATE-ST(WS-STEP-IX) TO SUM-END-DATE
           MOVE END-TIME-ST(WS-STEP-IX) TO SUM-END-TIME
           ADD 1 TO WS-NOT-RUN-COUNT
           END-IF.
           IF STATUS-ST(WS-STEP-IX) = 'P' THEN
           MOVE "NOT RUN" TO SUM-STATUS
           ADD 1 TO WS-NOT-RUN-COUNT
           END-IF.
           IF STATUS-ST(WS-STEP-IX) = 'N' THEN
           MOVE "NOT SCHEDULED - MONTH END ONLY" TO SUM-STATUS
           END-IF.
           WRITE SUM-STEP-RECORD.
           DISPLAY SUM-STEP-RECORD.
           ADD 1 TO WS-STEP-IX.
