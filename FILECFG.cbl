       77  WS-LOADED-SW            PIC X(01)   VALUE 'N'.
           88  WS-LOADED                       VALUE 'Y'.
       01  WS-CFG-TABLE.
           05  WS-CFG-ENTRY OCCURS 600 TIMES.
               10  WS-CFG-NAME      PIC X(12).
               10  WS-CFG-PATH      PIC X(68).
       77  WS-CFG-CNT              PIC 9(3)    VALUE ZEROES.
                   SET CFGFL-EOF TO TRUE
               NOT AT END
                   IF CFG-NAME NOT = SPACES
                       IF WS-CFG-CNT < 600
                           ADD 1 TO WS-CFG-CNT
                           MOVE CFG-NAME TO WS-CFG-NAME(WS-CFG-CNT)
                           MOVE CFG-PATH TO WS-CFG-PATH(WS-CFG-CNT)
