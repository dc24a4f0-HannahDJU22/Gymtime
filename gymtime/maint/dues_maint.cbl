               DISPLAY 'CURRENT MONTHLY FEE:   ' WS-FEE-SHOW
               DISPLAY 'CURRENT ARREARS LIMIT: ' RATE-ARREARS-LIMIT
                   ' MONTHS, HOLD: ' RATE-ARREARS-HOLD
               IF RATE-GUEST-FEE IS NOT NUMERIC
                   MOVE 0 TO RATE-GUEST-FEE
               END-IF
               MOVE RATE-GUEST-FEE TO WS-FEE-SHOW
               DISPLAY 'CURRENT GUEST DAY FEE: ' WS-FEE-SHOW
           ELSE
               MOVE 'DUES' TO RATE-ID
               MOVE 0 TO RATE-MONTHLY-FEE
               MOVE 2 TO RATE-ARREARS-LIMIT
               MOVE 'N' TO RATE-ARREARS-HOLD
               MOVE 0 TO RATE-GUEST-FEE
               DISPLAY 'NO RATE ON FILE YET - ENTER ONE NOW'
           END-IF
           DISPLAY 'MONTHLY FEE, 5 DIGITS WITH CENTS '
           IF WS-HOLD-IN = 'Y' OR 'y' OR 'N' OR 'n'
               MOVE WS-HOLD-IN TO RATE-ARREARS-HOLD
           END-IF
           DISPLAY 'GUEST DAY FEE, 5 DIGITS WITH CENTS '
               '(01000 = 10.00, BLANK = KEEP): '
           ACCEPT WS-FEE-IN
           IF WS-FEE-IN NOT = SPACES
               IF WS-FEE-IN IS NUMERIC
                   MOVE WS-FEE-IN TO WS-FEE-CENTS
                   COMPUTE RATE-GUEST-FEE = WS-FEE-CENTS / 100
               ELSE
                   DISPLAY 'NOT 5 DIGITS - CURRENT VALUE KEPT'
               END-IF
           END-IF
           IF RATE-FOUND
               REWRITE DUES-RATE-RECORD
               DISPLAY 'RATE CHANGED'
