      *>   1. Programs newly failing                                 **
      *>   2. Programs fixed                                         **
      *>   3. Programs that flipped between COMPILE OK and           **
      *>      COMPILE WARN (both directions; COMPILE WARN+, a        **
      *>      warning count the project's ratchet caught going up,   **
      *>      counts as COMPILE WARN here)                           **
      *>   4. Programs that appeared in or disappeared from the run  **
      *>   5. Smoke-test executions newly failing or fixed           **
      *>                                                             **
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-DT-Used-QTY
               IF (WS-DT-Prev-Compile-TXT (WS-I-SUB) = 'COMPILE OK'
                   AND WS-DT-Cur-Compile-TXT (WS-I-SUB) (1:12)
                       = 'COMPILE WARN')
               OR (WS-DT-Prev-Compile-TXT (WS-I-SUB) (1:12)
                       = 'COMPILE WARN'
                   AND WS-DT-Cur-Compile-TXT (WS-I-SUB)
                       = 'COMPILE OK')
