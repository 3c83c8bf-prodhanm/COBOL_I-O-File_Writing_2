            05 BNK-ACCT-TYPE                    PIC X(1).
                88 BNK-CHECKING-ACCT                VALUE 'C'.
                88 BNK-SAVINGS-ACCT                 VALUE 'S'.
            05 BNK-CHANGE-DATE                  PIC 9(8).
            05 BNK-PRENOTE-STATUS               PIC X(1).
                88 BNK-PRENOTE-PENDING              VALUE 'P'.
                88 BNK-PRENOTE-SENT                 VALUE 'S'.
            05 BNK-PRENOTE-DATE                 PIC 9(8) COMP-3.

        FD CHECK-EXCP
            RECORDING MODE IS F
