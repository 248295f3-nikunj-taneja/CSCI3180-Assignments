           GO TO CONTINUE-PROMPT
           END-IF.

      *    'D', 'I' AND 'M' CREDITED THE ACCOUNT, SO THEIR REVERSAL
      *    IS A DEBIT; 'W' AND 'C' DEBITED IT, SO THEIRS IS A CREDIT.
           IF WS-ORIG-OP = 'D' OR WS-ORIG-OP = 'I'
               OR WS-ORIG-OP = 'M' THEN
           MOVE 'W' TO WS-COMP-OP
           ELSE
           MOVE 'D' TO WS-COMP-OP
