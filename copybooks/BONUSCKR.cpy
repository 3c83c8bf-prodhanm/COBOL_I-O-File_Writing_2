        01 CKR-REC.
            05 CKR-KEY.
                10 CKR-CHECK-NBR                PIC 9(8).
            05 CKR-EMP-ID                       PIC 9(9).
            05 CKR-PERIOD-END                   PIC 9(8).
            05 CKR-RUN-NBR                      PIC 9(3).
            05 CKR-GROSS-AMT                    PIC S9(7)V99 COMP-3.
            05 CKR-FED-WH-AMT                   PIC S9(7)V99 COMP-3.
            05 CKR-STATE-WH-AMT                 PIC S9(7)V99 COMP-3.
            05 CKR-OASDI-WH-AMT                 PIC S9(7)V99 COMP-3.
            05 CKR-MEDI-WH-AMT                  PIC S9(7)V99 COMP-3.
            05 CKR-NET-AMT                      PIC S9(7)V99 COMP-3.
            05 CKR-LAST-NAME                    PIC X(20).
            05 CKR-FIRST-NAME                   PIC X(15).
            05 CKR-ISSUE-DATE                   PIC 9(8).
            05 CKR-STATE-CODE                   PIC X(2).
            05 CKR-STATUS                       PIC X(1).
                88 CKR-OUTSTANDING                  VALUE 'I'.
                88 CKR-CLEARED                      VALUE 'C'.
                88 CKR-VOIDED                       VALUE 'V'.
                88 CKR-ESCHEATED                    VALUE 'E'.
            05 CKR-STATUS-DATE                  PIC 9(8).
            05 FILLER                           PIC X(8).
