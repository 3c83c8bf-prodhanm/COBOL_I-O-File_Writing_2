            05 TAX-BONUS-TYPE                   PIC X(2).
            05 TAX-PERIOD-END                   PIC 9(8).
            05 TAX-RUN-NBR                      PIC 9(3).
            05 TAX-FILLER.
                10 TAX-GROSS-UP-IND             PIC X.
                    88 TAX-GROSSED-UP               VALUE 'Y'.
                10 TAX-DEFERRAL-AMT             PIC S9(7)V99 COMP-3.
                10 TAX-REC-TYPE                 PIC X.
                    88 TAX-PRIMARY-REC              VALUE ' ' 'M'.
                    88 TAX-MULTI-STATE              VALUE 'M'.
                    88 TAX-STATE-DETAIL             VALUE 'S'.
                    88 TAX-RETRO-ADJ                VALUE 'R'.
                10 FILLER                       PIC X.
