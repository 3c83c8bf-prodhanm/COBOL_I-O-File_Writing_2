            SELECT CHECK-CONTROL ASSIGN TO BONCHKCT
                FILE STATUS IS W03-CHKCTL-STATUS.
            SELECT CHECK-PRINT ASSIGN TO BONCHKPR.
            SELECT CHECK-REGISTER ASSIGN TO BONCHKRG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CKR-KEY
                FILE STATUS IS W19-CKR-STATUS.
            SELECT POSITIVE-PAY ASSIGN TO BONPOSPY.
            SELECT RUN-HISTORY ASSIGN TO BONRUNHS
                FILE STATUS IS W21-RHS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        01 CHK-LINE                             PIC X(133).

        FD CHECK-REGISTER
            LABEL RECORDS STANDARD
            DATA RECORD IS CKR-REC.
            COPY BONUSCKR.

        FD POSITIVE-PAY
            RECORDING MODE IS F
            05 PP-ISSUE-TYPE                    PIC X(1).
            05 FILLER                           PIC X(7).

        FD RUN-HISTORY
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 120 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RHS-REC.
            COPY BONUSRHS.

        WORKING-STORAGE SECTION.
        01 FILLER                               PIC X(40) VALUE
            'BEGIN WORKING STORAGE SECTION FOR CHKW'.
                'CHECKS WRITTEN'.
            05 W18-CHECK-COUNT      PIC ZZZ,ZZ9.

        01 W19-CKR-STATUS                   PIC X(2)        VALUE '00'.
            88 CKR-IO-OK                                    VALUE '00'.
            88 CKR-DUP-KEY                                  VALUE '22'.
            88 CKR-FILE-NOT-FOUND                           VALUE '35'.

        01 W20-REG-FAILED                   PIC S9(7) COMP  VALUE ZERO.

        01 W21-RUN-HISTORY.
            05 W21-RHS-STATUS               PIC X(2)        VALUE '00'.
                88 RHS-FILE-NOT-FOUND                       VALUE '35'.
            05 W21-START-DATETIME           PIC X(21)   VALUE SPACES.
            05 W21-END-DATETIME             PIC X(21)   VALUE SPACES.
            05 W21-PERIOD-END               PIC 9(8)        VALUE ZERO.
            05 W21-RUN-NBR                  PIC 9(3)        VALUE ZERO.

        PROCEDURE DIVISION.
        P0100-MAINLINE.

            MOVE FUNCTION CURRENT-DATE TO W21-START-DATETIME

            PERFORM P0150-READ-CHECK-CONTROL THRU P0159-EXIT

            IF CHK-CTL-FATAL
                MOVE +95 TO RETURN-CODE
                PERFORM P0970-WRITE-RUN-HISTORY THRU P0979-EXIT
                GOBACK
            END-IF


            PERFORM P0400-WRAP-UP           THRU P0499-EXIT

            PERFORM P0970-WRITE-RUN-HISTORY THRU P0979-EXIT
            GOBACK
            .
        P0199-EXIT.

            OPEN INPUT  CHECK-EXCP
                 OUTPUT CHECK-PRINT
                 OUTPUT POSITIVE-PAY

            OPEN I-O    CHECK-REGISTER
            IF CKR-FILE-NOT-FOUND
                OPEN OUTPUT CHECK-REGISTER
                CLOSE CHECK-REGISTER
                OPEN I-O CHECK-REGISTER
                DISPLAY 'BONCHKW - BONCHKRG NOT FOUND, CREATED NEW'
            END-IF

            MOVE FUNCTION CURRENT-DATE TO W07-CURR-DATETIME
            MOVE W07-CURR-DATETIME (1:8) TO W08-ISSUE-DATE


        P0300-PROCESS-INPUT.

            MOVE TAX-PERIOD-END    TO W21-PERIOD-END
            MOVE TAX-RUN-NBR       TO W21-RUN-NBR
            ADD TAX-NET-BONUS-AMT TO W01-NET-IN-AMT

            IF TAX-NET-BONUS-AMT <= ZERO
            DISPLAY 'TOTAL NET CHECK AMOUNT   = ' W01-TOT-NET
            DISPLAY 'TOTAL NET INPUT AMOUNT   = ' W01-NET-IN-AMT
            DISPLAY 'NEXT CHECK NUMBER        = ' W05-NEXT-CHECK-NBR
            DISPLAY 'TOTAL NOT REGISTERED     = ' W20-REG-FAILED

            IF W01-TOT-NET = W01-NET-IN-AMT
             AND W01-CHECKS-WRITTEN = W01-REC-IN
                MOVE +4 TO RETURN-CODE
            END-IF

            IF W20-REG-FAILED > ZERO
                DISPLAY 'BONCHKW - CHECKS MISSING FROM REGISTER,'
                    ' PAID ITEMS CANNOT BE MATCHED'
                MOVE +4 TO RETURN-CODE
            END-IF

            PERFORM P0460-UPDATE-CHECK-CONTROL THRU P0469-EXIT

            .
            MOVE TAX-GROSS-BONUS-AMT    TO W17-AMT
            WRITE CHK-LINE FROM W17-AMT-LINE

            IF TAX-DEFERRAL-AMT NOT = ZERO
                MOVE '401(K) PRE-TAX DEFERRAL' TO W17-AMT-LABEL
                MOVE TAX-DEFERRAL-AMT   TO W17-AMT
                WRITE CHK-LINE FROM W17-AMT-LINE
            END-IF

            MOVE 'FEDERAL TAX WITHHELD' TO W17-AMT-LABEL
            MOVE TAX-FED-WITHHELD-AMT   TO W17-AMT
            WRITE CHK-LINE FROM W17-AMT-LINE
            MOVE TAX-NET-BONUS-AMT      TO CKR-NET-AMT
            MOVE TAX-LAST-NAME          TO CKR-LAST-NAME
            MOVE TAX-FIRST-NAME         TO CKR-FIRST-NAME
            MOVE W08-ISSUE-DATE         TO CKR-ISSUE-DATE
            MOVE TAX-STATE-CODE         TO CKR-STATE-CODE
            MOVE 'I'                    TO CKR-STATUS
            MOVE W08-ISSUE-DATE         TO CKR-STATUS-DATE
            MOVE SPACES                 TO CKR-REC (113:8)

            WRITE CKR-REC
                INVALID KEY
                    DISPLAY 'BONCHKW - DUPLICATE REGISTER KEY '
                        CKR-KEY ', CHECK NOT REGISTERED'
                    ADD +1 TO W20-REG-FAILED
            END-WRITE
            .
        P0699-EXIT.
            EXIT.
            .
        P0999-EXIT.
            EXIT.

        P0970-WRITE-RUN-HISTORY.

            MOVE FUNCTION CURRENT-DATE TO W21-END-DATETIME

            MOVE SPACES                  TO RHS-REC
            MOVE W21-PERIOD-END          TO RHS-PERIOD-END
            MOVE W21-RUN-NBR             TO RHS-RUN-NBR
            MOVE 'BONCHKW'               TO RHS-PROGRAM
            MOVE W21-START-DATETIME (1:8) TO RHS-START-DATE
            MOVE W21-START-DATETIME (9:8) TO RHS-START-TIME
            MOVE W21-END-DATETIME (1:8)   TO RHS-END-DATE
            MOVE W21-END-DATETIME (9:8)   TO RHS-END-TIME
            MOVE W01-REC-IN              TO RHS-RECS-READ
            MOVE W01-CHECKS-WRITTEN      TO RHS-RECS-WRITTEN
            COMPUTE RHS-RECS-REJECTED = W01-REC-IN - W01-CHECKS-WRITTEN
            MOVE W01-NET-IN-AMT          TO RHS-CTL-AMT-IN
            MOVE W01-TOT-NET             TO RHS-CTL-AMT-OUT
            MOVE RETURN-CODE             TO RHS-RETURN-CODE

            OPEN EXTEND RUN-HISTORY
            IF RHS-FILE-NOT-FOUND
                OPEN OUTPUT RUN-HISTORY
                CLOSE RUN-HISTORY
                OPEN EXTEND RUN-HISTORY
                DISPLAY 'BONCHKW - BONRUNHS NOT FOUND, CREATED NEW'
            END-IF

            WRITE RHS-REC
            CLOSE RUN-HISTORY

            .
        P0979-EXIT.
            EXIT.
