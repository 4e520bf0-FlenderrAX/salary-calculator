                       MOVE "DEACTIVATE" TO WS_RD_ACTION_TEXT
                   WHEN "L"
                       MOVE "OLD LOAD" TO WS_RD_ACTION_TEXT
                   WHEN "W"
                       MOVE "W/H ADD" TO WS_RD_ACTION_TEXT
                   WHEN "U"
                       MOVE "W/H CHANGE" TO WS_RD_ACTION_TEXT
                   WHEN "R"
                       MOVE "W/H DELETE" TO WS_RD_ACTION_TEXT
                   WHEN "B"
                       MOVE "BANK RETURN" TO WS_RD_ACTION_TEXT
                   WHEN "T"
                       MOVE "TERMINATE" TO WS_RD_ACTION_TEXT
                   WHEN OTHER
                       MOVE "UNKNOWN" TO WS_RD_ACTION_TEXT
               END-EVALUATE
