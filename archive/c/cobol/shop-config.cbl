                    MOVE WS-NUM-VALUE TO CFG-COLLATZ-MAX
                    PERFORM NOTE-OVERRIDE
                 END-IF
              WHEN "CFG-ALIQUOT-MAX"
                 PERFORM PARSE-NUMERIC-VALUE
                 IF CONFIG-VALUE-OK
                    MOVE WS-NUM-VALUE TO CFG-ALIQUOT-MAX
                    PERFORM NOTE-OVERRIDE
                 END-IF
              WHEN "CFG-PREEDIT-REJECT-PCT"
                 PERFORM PARSE-NUMERIC-VALUE
                 IF CONFIG-VALUE-OK
                    MOVE WS-NUM-VALUE TO CFG-BUSY-WAIT-SECS
                    PERFORM NOTE-OVERRIDE
                 END-IF
              WHEN "CFG-AUDIT-SAMPLE-PCT"
                 PERFORM PARSE-NUMERIC-VALUE
                 IF CONFIG-VALUE-OK
                    MOVE WS-NUM-VALUE TO CFG-AUDIT-SAMPLE-PCT
                    PERFORM NOTE-OVERRIDE
                 END-IF
              WHEN "CFG-SIEVE-QUOTA"
                 PERFORM PARSE-NUMERIC-VALUE
                 IF CONFIG-VALUE-OK
                    MOVE WS-NUM-VALUE TO CFG-SIEVE-QUOTA
                    PERFORM NOTE-OVERRIDE
                 END-IF
              WHEN "CFG-SIGNON-IDLE-MINS"
                 PERFORM PARSE-NUMERIC-VALUE
                 IF CONFIG-VALUE-OK
                    MOVE WS-NUM-VALUE TO CFG-SIGNON-IDLE-MINS
                    PERFORM NOTE-OVERRIDE
                 END-IF
              WHEN "CFG-ACCESS-IDLE-DAYS"
                 PERFORM PARSE-NUMERIC-VALUE
                 IF CONFIG-VALUE-OK
                    MOVE WS-NUM-VALUE TO CFG-ACCESS-IDLE-DAYS
                    PERFORM NOTE-OVERRIDE
                 END-IF
              WHEN "CFG-PROFILE-NIGHTS"
                 PERFORM PARSE-NUMERIC-VALUE
                 IF CONFIG-VALUE-OK
                    MOVE WS-NUM-VALUE TO CFG-PROFILE-NIGHTS
                    PERFORM NOTE-OVERRIDE
                 END-IF
              WHEN "CFG-PROFILE-SHIFT-PCT"
                 PERFORM PARSE-NUMERIC-VALUE
                 IF CONFIG-VALUE-OK
                    MOVE WS-NUM-VALUE TO CFG-PROFILE-SHIFT-PCT
                    PERFORM NOTE-OVERRIDE
                 END-IF
              WHEN "CFG-QUOTA-NEAR-PCT"
                 PERFORM PARSE-NUMERIC-VALUE
                 IF CONFIG-VALUE-OK
                    MOVE WS-NUM-VALUE TO CFG-QUOTA-NEAR-PCT
                    PERFORM NOTE-OVERRIDE
                 END-IF
              WHEN OTHER
                 DISPLAY "SHOP-CONFIG: unrecognized keyword "
                    FUNCTION TRIM(WS-KEYWORD) ", line ignored"
