               EVALUATE WS-AL-Status-TXT
               WHEN 'COMPILE OK'
               WHEN 'COMPILE WARN'
               WHEN 'COMPILE WARN+'
               WHEN 'COMPILE FAILED'
               WHEN 'SKIPPED'
               WHEN 'EXECUTED OK'
