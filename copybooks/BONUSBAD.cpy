            05 BAD-STATE-EXEMPT-IND             PIC X.
            05 BAD-BONUS-TYPE                   PIC X(2).
            05 BAD-EMP-ID                       PIC 9(9).
            05 BAD-FILLER.
                10 BAD-RESUB-ERROR-CODE         PIC X(2).
                10 BAD-GROSS-UP-IND             PIC X.
                10 BAD-AGR-REF                  PIC X(17).
