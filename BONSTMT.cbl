
        01 W01-ACCUMULATORS.
            05 W01-REC-IN                   PIC S9(4) COMP   VALUE ZERO.
            05 W01-DETAIL-SKIPPED           PIC S9(7) COMP   VALUE ZERO.
            05 W01-STMT-COUNT               PIC S9(7) COMP   VALUE ZERO.
            05 W01-TOT-GROSS                PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W01-TOT-DEFER                PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W01-TOT-FED                  PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W01-TOT-STATE                PIC S9(11)V99 COMP-3
            PERFORM P0500-PRINT-STATEMENT  THRU P0599-EXIT

            ADD TAX-GROSS-BONUS-AMT   TO W01-TOT-GROSS
            ADD TAX-DEFERRAL-AMT      TO W01-TOT-DEFER
            ADD TAX-FED-WITHHELD-AMT  TO W01-TOT-FED
            ADD TAX-STATE-WITHHELD-AMT TO W01-TOT-STATE
            ADD TAX-OASDI-WITHHELD-AMT TO W01-TOT-OASDI
            MOVE TAX-GROSS-BONUS-AMT    TO W09-AMT
            WRITE STMT-LINE FROM W09-AMT-LINE

            IF TAX-DEFERRAL-AMT NOT = ZERO
                MOVE '401(K) PRE-TAX DEFERRAL' TO W09-AMT-LABEL
                MOVE TAX-DEFERRAL-AMT   TO W09-AMT
                WRITE STMT-LINE FROM W09-AMT-LINE
            END-IF

            MOVE 'FEDERAL TAX WITHHELD' TO W09-AMT-LABEL
            MOVE TAX-FED-WITHHELD-AMT   TO W09-AMT
            WRITE STMT-LINE FROM W09-AMT-LINE

            MOVE SPACES                 TO W09-AMT-LABEL
            IF TAX-MULTI-STATE
                MOVE 'STATE TAX WITHHELD - ALL STATES'
                                        TO W09-AMT-LABEL
            ELSE
                STRING W11-CURR-STATE-NAME DELIMITED BY '  '
                       ' TAX WITHHELD' DELIMITED BY SIZE
                    INTO W09-AMT-LABEL
            END-IF
            MOVE TAX-STATE-WITHHELD-AMT TO W09-AMT
            WRITE STMT-LINE FROM W09-AMT-LINE

            MOVE W01-TOT-GROSS          TO W09-AMT
            WRITE STMT-LINE FROM W09-AMT-LINE

            MOVE 'TOTAL 401(K) DEFERRAL' TO W09-AMT-LABEL
            MOVE W01-TOT-DEFER          TO W09-AMT
            WRITE STMT-LINE FROM W09-AMT-LINE

            MOVE 'TOTAL FEDERAL WITHHELD' TO W09-AMT-LABEL
            MOVE W01-TOT-FED            TO W09-AMT
            WRITE STMT-LINE FROM W09-AMT-LINE

        P0900-READ-INPUT.

            PERFORM P0910-READ-TAX-REC     THRU P0919-EXIT

            PERFORM P0910-READ-TAX-REC     THRU P0919-EXIT
                UNTIL END-OF-INPUT-FILE
                   OR NOT TAX-STATE-DETAIL

            .
        P0999-EXIT.
            EXIT.

        P0910-READ-TAX-REC.

            READ TAX-BONUS
                AT END
                    MOVE 'Y' TO W02-IN-EOF-SW
                NOT AT END
                    IF TAX-STATE-DETAIL
                        ADD +1 TO W01-DETAIL-SKIPPED
                    ELSE
                        ADD +1 TO W01-REC-IN
                    END-IF
            END-READ

            .
        P0919-EXIT.
            EXIT.
