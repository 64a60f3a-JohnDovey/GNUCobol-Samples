      *> month-end:                                                   **
      *>                                                             **
      *>   1. Compiles per program, with COMPILE OK / COMPILE WARN /  **
      *>      COMPILE FAILED / SKIPPED / WARNING counts (COMPILE      **
      *>      WARN+, the ratchet's status, counts as COMPILE WARN)    **
      *>   2. The programs with the worst failure rates               **
      *>   3. A day-by-day activity total                             **
      *>                                                             **
               WHEN 'COMPILE OK'
                   ADD 1 TO WS-PT-OK-QTY (WS-Found-SUB)
               WHEN 'COMPILE WARN'
               WHEN 'COMPILE WARN+'
                   ADD 1 TO WS-PT-Warn-QTY (WS-Found-SUB)
               WHEN 'COMPILE FAILED'
                   ADD 1 TO WS-PT-Fail-QTY (WS-Found-SUB)
           END-IF
           EVALUATE WS-AL-Status-TXT
           WHEN 'COMPILE OK'     ADD 1 TO WS-Grand-OK-QTY
           WHEN 'COMPILE WARN'
           WHEN 'COMPILE WARN+'  ADD 1 TO WS-Grand-Warn-QTY
           WHEN 'COMPILE FAILED' ADD 1 TO WS-Grand-Fail-QTY
           WHEN 'SKIPPED'        ADD 1 TO WS-Grand-Skip-QTY
           WHEN 'WARNING'        ADD 1 TO WS-Grand-Warning-QTY
      *>***************************************************************
      *> Section 2 - the programs with the worst failure rates:       **
      *> failures as a percentage of actual compile attempts          **
      *> (COMPILE OK + COMPILE WARN/WARN+ + COMPILE FAILED; SKIPPED   **
      *> and WARNING lines are not attempts).  Shown worst-first, up  **
      *> to ten programs, only programs with at least one failure.    **
      *>***************************************************************
       220-Write-Failure-Section SECTION.
           MOVE SPACES TO WS-Report-Line-TXT
