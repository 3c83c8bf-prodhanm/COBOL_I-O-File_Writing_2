        01 AGR-REC.
            05 AGR-KEY.
                10 AGR-EMP-ID                   PIC 9(9).
                10 AGR-PAY-DATE                 PIC 9(8).
                10 AGR-RUN-NBR                  PIC 9(3).
            05 AGR-BONUS-TYPE                   PIC X(2).
            05 AGR-STATE-CODE                   PIC X(2).
            05 AGR-LAST-NAME                    PIC X(20).
            05 AGR-FIRST-NAME                   PIC X(15).
            05 AGR-MID-INIT                     PIC X.
            05 AGR-FED-EXEMPT-IND               PIC X.
            05 AGR-ST-EXEMPT-IND                PIC X.
            05 AGR-AMOUNT-PAID                  PIC S9(7)V99 COMP-3.
            05 AGR-COMMIT-MONTHS                PIC 9(3).
            05 AGR-PRORATE-RULE                 PIC X(1).
                88 AGR-PRORATE-MONTHLY              VALUE 'M'.
                88 AGR-PRORATE-FULL                 VALUE 'F'.
                88 AGR-VALID-RULE                   VALUE 'M' 'F'.
            05 AGR-STATUS                       PIC X(1).
                88 AGR-OPEN                         VALUE 'O'.
                88 AGR-SATISFIED                    VALUE 'S'.
                88 AGR-RECEIVABLE                   VALUE 'T'.
            05 AGR-STATUS-DATE                  PIC 9(8).
            05 AGR-TERM-DATE                    PIC 9(8).
            05 AGR-MONTHS-SERVED                PIC 9(3).
            05 AGR-AMOUNT-OWED                  PIC S9(7)V99 COMP-3.
            05 AGR-RVSL-QUEUED-DATE             PIC 9(8).
            05 AGR-RVSL-POSTED-DATE             PIC 9(8).
            05 FILLER                           PIC X(8).
