        01 DEF-ELECT-REC.
            05 DEF-KEY.
                10 DEF-EMP-ID                   PIC 9(9).
            05 DEF-ELECT-TYPE                   PIC X.
                88 DEF-PERCENT-ELECTION             VALUE 'P'.
                88 DEF-FLAT-ELECTION                VALUE 'F'.
            05 DEF-ELECT-PCT                    PIC 9(2)V99.
            05 DEF-ELECT-FLAT-AMT               PIC 9(7)V99.
            05 DEF-EFF-FROM                     PIC 9(8).
            05 DEF-EFF-TO                       PIC 9(8).
            05 DEF-INCL-BONUS-IND               PIC X.
                88 DEF-BONUS-INCLUDED               VALUE 'Y'.
            05 DEF-CATCHUP-IND                  PIC X.
                88 DEF-CATCHUP-ELIGIBLE             VALUE 'Y'.
            05 DEF-YTD-YEAR                     PIC 9(4).
            05 DEF-YTD-DEFERRED                 PIC 9(7)V99 COMP-3.
            05 FILLER                           PIC X(10).
