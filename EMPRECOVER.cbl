             WHEN "DEL"
             WHEN "REH"
                PERFORM REPLAY-REWRITE
             WHEN "CON"
                CONTINUE
             WHEN OTHER
                DISPLAY "MISMATCH: entry " WS-AUD-SEQ
                        " unknown action " AUD-ACTION " - skipped"
