            DISPLAY 'FED EXEMPT IND.......: ' BAD-FED-EXEMPT-IND
            DISPLAY 'STATE EXEMPT IND.....: ' BAD-STATE-EXEMPT-IND
            DISPLAY 'BONUS TYPE...........: ' BAD-BONUS-TYPE
            DISPLAY 'GROSS-UP IND.........: ' BAD-GROSS-UP-IND

            INITIALIZE IN-BONUS-REC
            MOVE SPACES                  TO IN-FILLER

            MOVE BAD-STATE-CODE          TO IN-STATE-CODE
            MOVE BAD-LAST-NAME           TO IN-LAST-NAME
            MOVE BAD-FED-EXEMPT-IND      TO IN-FED-EXEMPT-IND
            MOVE BAD-STATE-EXEMPT-IND    TO IN-STATE-EXEMPT-IND
            MOVE BAD-BONUS-TYPE          TO IN-BONUS-TYPE
            MOVE BAD-GROSS-UP-IND        TO IN-GROSS-UP-IND
            MOVE BAD-AGR-REF             TO IN-AGR-REF

            EVALUATE ERROR-CODE
                WHEN '01'
                    PERFORM P0590-CONFIRM-NO-MASTER THRU P0594-EXIT
                WHEN '12'
                    PERFORM P0595-CONFIRM-REVERSAL  THRU P0599-EXIT
                WHEN '13'
                    PERFORM P0600-FIX-GROSS-UP-IND  THRU P0609-EXIT
                WHEN OTHER
                    DISPLAY 'BONCORR - UNKNOWN ERROR CODE, SKIPPING'
                    MOVE 'Y' TO W04-SKIP-SW
        P0599-EXIT.
            EXIT.

        P0600-FIX-GROSS-UP-IND.

            DISPLAY 'GROSS-UP (Y/N) IS ONLY ALLOWED ON SI/SP BONUSES.'
            DISPLAY 'ENTER CORRECTED GROSS-UP IND (Y/N), OR' SPACE
                'BLANK TO SKIP: ' WITH NO ADVANCING
            ACCEPT W03-OPERATOR-RESPONSE FROM CONSOLE

            IF W03-OPERATOR-RESPONSE = SPACES
                MOVE 'Y' TO W04-SKIP-SW
            ELSE
                MOVE W03-OPERATOR-RESPONSE (1:1) TO IN-GROSS-UP-IND
            END-IF

            .
        P0609-EXIT.
            EXIT.

        P0900-READ-INPUT.

            READ BADOUT-BONUS
