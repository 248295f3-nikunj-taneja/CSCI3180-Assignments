       LOAD-SECLOG-ENTRY.
      *    PIN-CHANGE AUDIT ROWS (MARKED "PIN" IN THE TERMINAL
      *    COLUMN BY ATMS) SHARE THE LOG BUT ARE NOT FAILED LOGINS,
      *    SO THEY ARE LEFT OUT OF THE CORRELATION TABLE. LOGIN IS BY
      *    CARD, SO A ROW LEADS WITH THE CARD NUMBER AND CARRIES THE
      *    LINKED ACCOUNT IN COLUMNS 18-33 WHEN THE CARD WAS ON FILE;
      *    THAT ACCOUNT IS WHAT THE POSTED BATCH IS MATCHED AGAINST.
      *    OLDER ROWS WITH NO LINKED ACCOUNT FALL BACK TO THE NUMBER
      *    AS KEYED.
           READ SECURITY-LOG-FILE AT END MOVE 'Y' TO WS-SL-EOF.
           IF WS-SL-EOF NOT = 'Y' AND ATM-LOG(1:3) NOT = "PIN" THEN
           IF ACC-LOG(18:16) NOT = SPACES THEN
           MOVE ACC-LOG(18:16) TO SL-ACC(WS-SL-NEXT)
           ELSE
           MOVE ACC-LOG(1:16) TO SL-ACC(WS-SL-NEXT)
           END-IF
           MOVE TS-DATE-LOG TO SL-DATE(WS-SL-NEXT)
           MOVE TS-TIME-LOG TO WS-SECS-SOURCE
           PERFORM TIME-TO-SECS
