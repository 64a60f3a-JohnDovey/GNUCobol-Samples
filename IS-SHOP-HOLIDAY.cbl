      *> BUSINESS-DAYS-BETWEEN all consult this function, the whole      **
      *> family answers for the selected calendar automatically.         **
      *>                                                                 **
      *> CALENDAR FILE OVERRIDE: setting SHOP_CALENDAR_FILE to a file    **
      *> name reads that file instead, whatever SHOP_CALENDAR says -     **
      *> so a proposed calendar can be tried out (see GCicHimp) before   **
      *> it is copied over the live one.  It is re-checked on every      **
      *> call, the same as SHOP_CALENDAR.                                **
      *>                                                                 **
      *> The file is read ONCE, on the first call, into an in-memory    **
      *> table that serves every later call - the aging jobs call      **
      *> this function once per candidate day for tens of thousands     **
      *>****************************************************************
       01 WS-Cal-Name-TXT PIC X(20).
       01 WS-HT-Loaded-Cal-TXT PIC X(20).
       01 WS-Cal-File-TXT PIC X(256).
       01 WS-HT-Loaded-File-TXT PIC X(256).
       LINKAGE SECTION.
       01 L-Input-Date-DT PIC X ANY LENGTH.
       01 L-Output-Holiday-NUM USAGE BINARY-LONG SIGNED.
           END-EVALUATE
           PERFORM 050-Resolve-Calendar-Name
           IF WS-HT-Loaded-BOOL
           AND (WS-Cal-Name-TXT NOT = WS-HT-Loaded-Cal-TXT
                OR WS-HF-Filename-TXT NOT = WS-HT-Loaded-File-TXT)
               SET WS-HT-Not-Loaded-BOOL TO TRUE
           END-IF
           IF WS-HT-Not-Loaded-BOOL
      *> 050-Resolve-Calendar-Name reads the SHOP_CALENDAR environment  **
      *> variable and sets the calendar filename it selects: the        **
      *> default shop.holidays when the variable is unset, blank or     **
      *> 'DEFAULT', otherwise shop.holidays.<name>.  A                  **
      *> SHOP_CALENDAR_FILE value overrides either.                     **
      *>****************************************************************
       050-Resolve-Calendar-Name SECTION.
           MOVE SPACES TO WS-Cal-Name-TXT
                      TRIM(WS-Cal-Name-TXT,TRAILING)
                   DELIMITED SIZE INTO WS-HF-Filename-TXT
           END-IF
           MOVE SPACES TO WS-Cal-File-TXT
           ACCEPT WS-Cal-File-TXT FROM ENVIRONMENT 'SHOP_CALENDAR_FILE'
           IF WS-Cal-File-TXT NOT = SPACES
               MOVE WS-Cal-File-TXT TO WS-HF-Filename-TXT
           END-IF
           .
      *>****************************************************************
      *> 100-Load-Holiday-Table reads SHOP-HOLIDAY-FILE once, top to    **
           SET WS-HT-No-Overflow-BOOL TO TRUE
           SET WS-HT-Loaded-BOOL TO TRUE
           MOVE WS-Cal-Name-TXT TO WS-HT-Loaded-Cal-TXT
           MOVE WS-HF-Filename-TXT TO WS-HT-Loaded-File-TXT
           OPEN INPUT SHOP-HOLIDAY-FILE
           IF WS-HF-Status-CD NOT = '00'
               EXIT SECTION
