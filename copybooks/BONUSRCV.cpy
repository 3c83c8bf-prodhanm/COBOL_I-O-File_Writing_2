        01 RCV-REC.
            05 RCV-EMP-ID                       PIC 9(9).
            05 RCV-PAY-DATE                     PIC 9(8).
            05 RCV-RUN-NBR                      PIC 9(3).
            05 RCV-BONUS-TYPE                   PIC X(2).
            05 RCV-STATE-CODE                   PIC X(2).
            05 RCV-LAST-NAME                    PIC X(20).
            05 RCV-FIRST-NAME                   PIC X(15).
            05 RCV-MID-INIT                     PIC X.
            05 RCV-AMOUNT-PAID                  PIC S9(7)V99 COMP-3.
            05 RCV-COMMIT-MONTHS                PIC 9(3).
            05 RCV-MONTHS-SERVED                PIC 9(3).
            05 RCV-PRORATE-RULE                 PIC X(1).
            05 RCV-TERM-DATE                    PIC 9(8).
            05 RCV-AMOUNT-OWED                  PIC S9(7)V99 COMP-3.
            05 RCV-CREATE-DATE                  PIC 9(8).
            05 FILLER                           PIC X(7).
