                 TO WS-AT-Compile-Status-TXT (WS-Found-SUB)
           WHEN 'COMPILE OK'
           WHEN 'COMPILE WARN'
           WHEN 'COMPILE WARN+'
           WHEN 'SKIPPED'
               MOVE WS-RF-Status-TXT
                 TO WS-AT-Compile-Status-TXT (WS-Found-SUB)
