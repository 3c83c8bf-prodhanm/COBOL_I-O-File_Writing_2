            05 OUT-EMP-ID                       PIC 9(9).
            05 OUT-PERIOD-END                   PIC 9(8).
            05 OUT-RUN-NBR                      PIC 9(3).
            05 OUT-FILLER.
                10 OUT-RESUB-ERROR-CODE         PIC X(2).
                10 OUT-GROSS-UP-IND             PIC X.
                    88 OUT-GROSS-UP-REQUESTED       VALUE 'Y'.
                10 FILLER                       PIC X(6).
