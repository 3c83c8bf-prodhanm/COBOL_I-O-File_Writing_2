        01 RRQ-REC.
            05 RRQ-STATE-CODE                   PIC X(2).
            05 RRQ-EFF-FROM                     PIC 9(8).
            05 RRQ-EFF-TO                       PIC 9(8).
            05 RRQ-NEW-RATE                     PIC 9V9999.
            05 RRQ-OLD-RATE                     PIC 9V9999.
            05 RRQ-OLD-RATE-X REDEFINES
                RRQ-OLD-RATE                    PIC X(5).
            05 RRQ-QUEUE-DATE                   PIC 9(8).
            05 FILLER                           PIC X(4).
