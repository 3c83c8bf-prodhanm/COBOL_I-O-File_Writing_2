        01 PLAN-MAST-REC.
            05 PLAN-KEY.
                10 PLAN-CODE                    PIC X(4).
            05 PLAN-DESC                        PIC X(30).
            05 PLAN-BONUS-TYPE                  PIC X(2).
                88 VALID-PLAN-TYPE
                    VALUE 'AN' 'SP' 'RF' 'SI'.
            05 PLAN-TARGET-PCT                  PIC 9(3)V99.
            05 PLAN-RATING-TABLE.
                10 PLAN-RATING-ENTRY OCCURS 5 TIMES.
                    15 PLAN-RATING-CODE         PIC X(1).
                    15 PLAN-RATING-MULT         PIC 9V999.
            05 PLAN-CAP-AMT                     PIC 9(7)V99.
            05 FILLER                           PIC X(25).
