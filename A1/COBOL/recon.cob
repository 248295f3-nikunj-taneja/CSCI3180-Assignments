       01 WS-INT-TOTAL PIC 9(15) VALUE 0.
       01 WS-CHG-COUNT PIC 9(7) VALUE 0.
       01 WS-CHG-TOTAL PIC 9(15) VALUE 0.
       01 WS-MAT-COUNT PIC 9(7) VALUE 0.
       01 WS-MAT-TOTAL PIC 9(15) VALUE 0.
       01 WS-MISMATCH-COUNT PIC 9(7) VALUE 0.
       01 WS-UNAPPLIED-COUNT PIC 9(7) VALUE 0.

           GO TO RECON-LOOP.

       CONSUME-ACC-TXN.
      *    'D', 'I' AND 'M' (TERM-DEPOSIT MATURITY OR BREAKAGE
      *    PAYOUT) CREDIT THE ACCOUNT; 'W' AND 'C' DEBIT IT,
      *    MATCHING PROCESS-ACC-TRANSACTIONS IN CENTRAL.
           IF OP-SORTED = 'M' THEN
           COMPUTE DELTA = DELTA + AMT-SORTED
           ADD 1 TO WS-MAT-COUNT
           ADD AMT-SORTED TO WS-MAT-TOTAL
           ELSE
           IF OP-SORTED = 'D' THEN
           COMPUTE DELTA = DELTA + AMT-SORTED
           ADD 1 TO WS-DEP-COUNT
           ADD AMT-SORTED TO WS-WDL-TOTAL
           END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM ADD-TO-TC-TABLE.
           PERFORM READ-NEXT-TXN.
           MOVE WS-CHG-COUNT TO OP-COUNT-RCN.
           MOVE WS-CHG-TOTAL TO OP-AMT-RCN.
           WRITE RCN-OP-RECORD.
           MOVE 'M' TO OP-RCN.
           MOVE WS-MAT-COUNT TO OP-COUNT-RCN.
           MOVE WS-MAT-TOTAL TO OP-AMT-RCN.
           WRITE RCN-OP-RECORD.

           MOVE 1 TO WS-TC-IX.
           PERFORM WRITE-TC-ENTRY UNTIL WS-TC-IX > WS-TC-COUNT.

           COMPUTE WS-FORMULA-TOTAL = WS-OLD-TOTAL + WS-DEP-TOTAL
               + WS-INT-TOTAL + WS-MAT-TOTAL - WS-WDL-TOTAL
               - WS-CHG-TOTAL - WS-FEE-TOTAL.

           MOVE "Opening Balance Total:    " TO TOTAL-LABEL.
           MOVE WS-OLD-TOTAL TO TOTAL-RCN.
