              ADD 1 TO WS-NO-PAIR-COUNT
              DISPLAY "*** " WS-EVEN " HAS NO PAIR WITHIN THE "
                 "SAVED LIST (TOP " WS-LARGEST-PRIME ") ***"
              DISPLAY "*** EXTEND THE STORE WITH PRIME-STORE-EXTEND "
                 "***"
              MOVE SPACES TO WS-LOG-TEXT
              STRING "GOLDBACH-REPORT - NO PAIR IN RANGE FOR "
                 WS-EVEN
