                88 VALID-BONUS-TYPE
                    VALUE 'AN' 'SP' 'RF' 'SI' 'RV'.
                88 REVERSAL-TYPE                VALUE 'RV'.
                88 GROSS-UP-BONUS-TYPE          VALUE 'SI' 'SP'.
                88 REPAYMENT-BONUS-TYPE         VALUE 'SI' 'RF'.
            05 IN-FILLER.
                10 IN-RESUB-ERROR-CODE          PIC X(2).
                10 IN-GROSS-UP-IND              PIC X.
                    88 VALID-GROSS-UP-IND           VALUE ' ' 'N' 'Y'.
                    88 GROSS-UP-REQUESTED           VALUE 'Y'.
                10 IN-AGR-REF.
                    15 IN-AGR-EMP-ID            PIC X(9).
                    15 IN-AGR-PAY-DATE          PIC X(8).
                10 FILLER                       PIC X(9).
        01 IN-CTL-HDR-REC.
            05 IN-HDR-REC-ID                    PIC X(2).
                88 CTL-HEADER-REC                   VALUE 'HD'.
