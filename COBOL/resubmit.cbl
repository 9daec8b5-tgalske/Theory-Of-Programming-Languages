               FOR LEADING SPACE
           SUBTRACT WS-TRIM-COUNT FROM LENGTH OF ENV-TEXT
               GIVING WS-TEXT-LEN
           COMPUTE WS-OUT-REC-LEN = 31 + WS-TEXT-LEN
           MOVE SPACES TO RESUBMIT-REC
           MOVE ENVELOPE-RECORD(1:WS-OUT-REC-LEN)
               TO RESUBMIT-REC(1:WS-OUT-REC-LEN)
