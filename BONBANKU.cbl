        IDENTIFICATION DIVISION.
        PROGRAM-ID. BONBANKU.
        AUTHOR. REF.
        INSTALLATION. REF COMPANY.
        DATE-WRITTEN. 10/15/2026.
        DATE-COMPILED. 10/15/2026.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BANK-TRANS ASSIGN TO BANKTRAN.
            SELECT BANK-MASTER ASSIGN TO BONBANKM
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BNK-KEY
                FILE STATUS IS W03-BANK-STATUS.
            SELECT BANK-AUDIT ASSIGN TO BANKAUDT.
            SELECT PRENOTE-QUEUE ASSIGN TO BONPRENQ
                FILE STATUS IS W11-PNQ-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD BANK-TRANS
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 80 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS BANK-TRAN-REC.
        01 BANK-TRAN-REC.
            05 BTRN-ACTION                      PIC X(1).
                88 BTRN-ADD-ACTION                  VALUE 'A'.
                88 BTRN-CHANGE-ACTION               VALUE 'C'.
                88 BTRN-DELETE-ACTION               VALUE 'D'.
                88 BTRN-VALID-ACTION
                    VALUE 'A' 'C' 'D'.
            05 BTRN-EMP-ID                      PIC 9(9).
            05 BTRN-EMP-ID-X REDEFINES
                BTRN-EMP-ID                     PIC X(9).
            05 BTRN-ROUTING-NBR                 PIC 9(9).
            05 BTRN-ROUTING-X REDEFINES
                BTRN-ROUTING-NBR                PIC X(9).
            05 BTRN-ACCT-NBR                    PIC X(17).
            05 BTRN-ACCT-TYPE                   PIC X(1).
                88 BTRN-VALID-ACCT-TYPE             VALUE 'C' 'S'.
            05 BTRN-INDIV-NAME                  PIC X(22).
            05 FILLER                           PIC X(21).

        FD BANK-MASTER
            LABEL RECORDS STANDARD
            DATA RECORD IS BANK-MAST-REC.
        01 BANK-MAST-REC.
            05 BNK-KEY.
                10 BNK-EMP-ID                   PIC 9(9).
            05 BNK-ROUTING-NBR                  PIC 9(9).
            05 BNK-ROUTING-R REDEFINES BNK-ROUTING-NBR.
                10 BNK-RDFI-ID                  PIC 9(8).
                10 BNK-CHECK-DIGIT              PIC 9(1).
            05 BNK-ACCT-NBR                     PIC X(17).
            05 BNK-ACCT-TYPE                    PIC X(1).
                88 BNK-CHECKING-ACCT                VALUE 'C'.
                88 BNK-SAVINGS-ACCT                 VALUE 'S'.
            05 BNK-CHANGE-DATE                  PIC 9(8).
            05 BNK-PRENOTE-STATUS               PIC X(1).
                88 BNK-PRENOTE-PENDING              VALUE 'P'.
                88 BNK-PRENOTE-SENT                 VALUE 'S'.
            05 BNK-PRENOTE-DATE                 PIC 9(8) COMP-3.

        FD BANK-AUDIT
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 133 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS AUDT-LINE.
        01 AUDT-LINE                            PIC X(133).

        FD PRENOTE-QUEUE
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 80 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS PNQ-REC.
            COPY BONUSPNQ.

        WORKING-STORAGE SECTION.
        01 FILLER                               PIC X(40) VALUE
            'BEGIN WORKING STORAGE SECTION FOR BANKU'.

        01 W01-ACCUMULATORS.
            05 W01-TRAN-IN                  PIC S9(4) COMP   VALUE ZERO.
            05 W01-TRAN-APPLIED             PIC S9(4) COMP   VALUE ZERO.
            05 W01-TRAN-REJECTED            PIC S9(4) COMP   VALUE ZERO.
            05 W01-PRENOTE-QUEUED           PIC S9(4) COMP   VALUE ZERO.

        01 W02-SWITCHES.
            05 W02-TRAN-EOF-SW              PIC X           VALUE 'N'.
                88 END-OF-TRAN-FILE                         VALUE 'Y'.
            05 W02-REJECT-SW                PIC X           VALUE 'N'.
                88 REJECT-THIS-TRAN                         VALUE 'Y'.

        01 W03-BANK-STATUS                  PIC X(2)        VALUE '00'.
            88 BANK-IO-OK                                   VALUE '00'.
            88 BANK-KEY-NOT-FOUND                           VALUE '23'.
            88 BANK-DUP-KEY                                 VALUE '22'.
            88 BANK-FILE-NOT-FOUND                          VALUE '35'.

        01 W04-PAGE-CTRL.
            05 W04-PAGE-NO                  PIC S9(3) COMP VALUE ZERO.
            05 W04-LINE-CT                  PIC S9(3) COMP VALUE 99.
            05 W04-LINES-PER-PAGE           PIC S9(3) COMP VALUE 50.

        01 W05-HDG1.
            05 FILLER               PIC X(10) VALUE SPACES.
            05 FILLER               PIC X(42) VALUE
                'BANK ACCOUNT MASTER MAINTENANCE AUDIT'.
            05 FILLER               PIC X(8)  VALUE 'PAGE '.
            05 W05-HDG1-PAGE        PIC ZZ9.

        01 W06-HDG2.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 FILLER               PIC X(8)  VALUE 'ACTION'.
            05 FILLER               PIC X(11) VALUE 'EMP ID'.
            05 FILLER               PIC X(8)  VALUE 'IMAGE'.
            05 FILLER               PIC X(11) VALUE 'ROUTING'.
            05 FILLER               PIC X(19) VALUE 'ACCOUNT NUMBER'.
            05 FILLER               PIC X(6)  VALUE 'TYPE'.
            05 FILLER               PIC X(10) VALUE 'CHANGED'.
            05 FILLER               PIC X(9)  VALUE 'PRENOTE'.
            05 FILLER               PIC X(30) VALUE 'MESSAGE'.

        01 W07-DETAIL-LINE.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W07-ACTION           PIC X(6).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W07-EMP-ID           PIC X(9).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W07-IMAGE            PIC X(6).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W07-ROUTING          PIC X(9).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W07-ACCT-NBR         PIC X(17).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W07-ACCT-TYPE        PIC X(1).
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 W07-CHANGE-DATE      PIC X(8).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W07-PRENOTE          PIC X(7).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W07-MESSAGE          PIC X(30).

        01 W08-BEFORE-IMAGE.
            05 W08-BEF-EMP-ID               PIC 9(9)   VALUE ZERO.
            05 W08-BEF-ROUTING-NBR          PIC 9(9)   VALUE ZERO.
            05 W08-BEF-ACCT-NBR             PIC X(17)  VALUE SPACES.
            05 W08-BEF-ACCT-TYPE            PIC X(1)   VALUE SPACES.
            05 W08-BEF-CHANGE-DATE          PIC 9(8)   VALUE ZERO.
            05 W08-BEF-PRENOTE-STATUS       PIC X(1)   VALUE SPACES.
            05 FILLER                       PIC X(5)   VALUE SPACES.

        01 W09-ABA-WORK.
            05 W09-ABA-ROUTING              PIC 9(9)   VALUE ZERO.
            05 W09-ABA-ROUTING-R REDEFINES W09-ABA-ROUTING.
                10 W09-ABA-DIGIT            PIC 9
                                            OCCURS 9 TIMES.
            05 W09-ABA-WEIGHTS              PIC X(9)   VALUE
                '371371371'.
            05 W09-ABA-WEIGHTS-R REDEFINES W09-ABA-WEIGHTS.
                10 W09-ABA-WEIGHT           PIC 9
                                            OCCURS 9 TIMES.
            05 W09-ABA-SUB                  PIC S9(4) COMP VALUE ZERO.
            05 W09-ABA-SUM                  PIC S9(4) COMP VALUE ZERO.
            05 W09-ABA-QUOT                 PIC S9(4) COMP VALUE ZERO.
            05 W09-ABA-REM                  PIC S9(4) COMP VALUE ZERO.

        01 W10-CURR-DATETIME                PIC X(21).
        01 W10-TODAY                        PIC 9(8)   VALUE ZERO.

        01 W11-PNQ-STATUS                   PIC X(2)        VALUE '00'.
            88 PNQ-FILE-NOT-FOUND                           VALUE '35'.

        01 W12-PRINT-LINE                   PIC X(133).

        01 W13-CHANGE-SW                    PIC X           VALUE 'N'.
            88 ACCOUNT-CHANGED                              VALUE 'Y'.

        PROCEDURE DIVISION.
        P0100-MAINLINE.

            PERFORM P0200-INITIALIZE        THRU P0299-EXIT

            PERFORM P0300-PROCESS-TRAN      THRU P0399-EXIT
                UNTIL END-OF-TRAN-FILE

            PERFORM P0400-WRAP-UP           THRU P0499-EXIT

            GOBACK
            .
        P0199-EXIT.
            EXIT.

        P0200-INITIALIZE.

            OPEN INPUT  BANK-TRANS
                 OUTPUT BANK-AUDIT

            OPEN I-O    BANK-MASTER
            IF BANK-FILE-NOT-FOUND
                OPEN OUTPUT BANK-MASTER
                CLOSE BANK-MASTER
                OPEN I-O BANK-MASTER
                DISPLAY 'BONBANKU - BONBANKM NOT FOUND, CREATED NEW'
            END-IF

            OPEN EXTEND PRENOTE-QUEUE
            IF PNQ-FILE-NOT-FOUND
                OPEN OUTPUT PRENOTE-QUEUE
                CLOSE PRENOTE-QUEUE
                OPEN EXTEND PRENOTE-QUEUE
                DISPLAY 'BONBANKU - BONPRENQ NOT FOUND, CREATED NEW'
            END-IF

            MOVE FUNCTION CURRENT-DATE TO W10-CURR-DATETIME
            MOVE W10-CURR-DATETIME (1:8) TO W10-TODAY

            PERFORM P0900-READ-TRAN        THRU P0999-EXIT

            IF END-OF-TRAN-FILE
                DISPLAY 'BONBANKU - NO BANK ACCOUNT TRANSACTIONS TO'
                    ' APPLY'
            END-IF

            .
        P0299-EXIT.
            EXIT.

        P0300-PROCESS-TRAN.

            MOVE 'N' TO W02-REJECT-SW

            PERFORM P0350-VALIDATE-TRAN    THRU P0359-EXIT

            IF NOT REJECT-THIS-TRAN
                EVALUATE TRUE
                    WHEN BTRN-ADD-ACTION
                        PERFORM P0500-APPLY-ADD    THRU P0519-EXIT
                    WHEN BTRN-CHANGE-ACTION
                        PERFORM P0520-APPLY-CHANGE THRU P0539-EXIT
                    WHEN BTRN-DELETE-ACTION
                        PERFORM P0540-APPLY-DELETE THRU P0559-EXIT
                END-EVALUATE
            END-IF

            IF REJECT-THIS-TRAN
                ADD +1 TO W01-TRAN-REJECTED
            ELSE
                ADD +1 TO W01-TRAN-APPLIED
            END-IF

            PERFORM P0900-READ-TRAN        THRU P0999-EXIT
            .
        P0399-EXIT.
            EXIT.

        P0350-VALIDATE-TRAN.

            IF NOT BTRN-VALID-ACTION
                MOVE 'INVALID ACTION CODE' TO W07-MESSAGE
                PERFORM P0700-WRITE-REJECT THRU P0799-EXIT
                GO TO P0359-EXIT
            END-IF

            IF BTRN-EMP-ID-X NOT NUMERIC
             OR BTRN-EMP-ID = ZERO
                MOVE 'EMPLOYEE ID INVALID' TO W07-MESSAGE
                PERFORM P0700-WRITE-REJECT THRU P0799-EXIT
                GO TO P0359-EXIT
            END-IF

            IF BTRN-DELETE-ACTION
                GO TO P0359-EXIT
            END-IF

            IF BTRN-ADD-ACTION
                IF BTRN-ROUTING-X = SPACES
                 OR BTRN-ACCT-NBR = SPACES
                 OR BTRN-ACCT-TYPE = SPACES
                    MOVE 'ACCOUNT FIELDS MISSING' TO W07-MESSAGE
                    PERFORM P0700-WRITE-REJECT THRU P0799-EXIT
                    GO TO P0359-EXIT
                END-IF
            END-IF

            IF BTRN-CHANGE-ACTION
             AND BTRN-ROUTING-X = SPACES
             AND BTRN-ACCT-NBR = SPACES
             AND BTRN-ACCT-TYPE = SPACES
                MOVE 'NO NEW ACCOUNT DATA GIVEN' TO W07-MESSAGE
                PERFORM P0700-WRITE-REJECT THRU P0799-EXIT
                GO TO P0359-EXIT
            END-IF

            IF BTRN-ACCT-TYPE NOT = SPACES
             AND NOT BTRN-VALID-ACCT-TYPE
                MOVE 'ACCOUNT TYPE NOT C OR S' TO W07-MESSAGE
                PERFORM P0700-WRITE-REJECT THRU P0799-EXIT
                GO TO P0359-EXIT
            END-IF

            IF BTRN-ROUTING-X NOT = SPACES
                PERFORM P0360-CHECK-ROUTING THRU P0369-EXIT
                IF REJECT-THIS-TRAN
                    GO TO P0359-EXIT
                END-IF
            END-IF

            IF BTRN-INDIV-NAME = SPACES
                MOVE 'PAYEE NAME MISSING' TO W07-MESSAGE
                PERFORM P0700-WRITE-REJECT THRU P0799-EXIT
            END-IF

            .
        P0359-EXIT.
            EXIT.

        P0360-CHECK-ROUTING.

            IF BTRN-ROUTING-X NOT NUMERIC
             OR BTRN-ROUTING-NBR = ZERO
                MOVE 'ROUTING NUMBER NOT NUMERIC' TO W07-MESSAGE
                PERFORM P0700-WRITE-REJECT THRU P0799-EXIT
                GO TO P0369-EXIT
            END-IF

            MOVE BTRN-ROUTING-NBR TO W09-ABA-ROUTING
            MOVE ZERO TO W09-ABA-SUM

            PERFORM P0365-ADD-ONE-DIGIT    THRU P0368-EXIT
                VARYING W09-ABA-SUB FROM 1 BY 1
                UNTIL W09-ABA-SUB > 9

            DIVIDE W09-ABA-SUM BY 10 GIVING W09-ABA-QUOT
                REMAINDER W09-ABA-REM

            IF W09-ABA-REM NOT = ZERO
                MOVE 'ROUTING CHECK DIGIT INVALID' TO W07-MESSAGE
                PERFORM P0700-WRITE-REJECT THRU P0799-EXIT
            END-IF

            .
        P0369-EXIT.
            EXIT.

        P0365-ADD-ONE-DIGIT.

            COMPUTE W09-ABA-SUM = W09-ABA-SUM
                + (W09-ABA-DIGIT (W09-ABA-SUB)
                   * W09-ABA-WEIGHT (W09-ABA-SUB))

            .
        P0368-EXIT.
            EXIT.

        P0400-WRAP-UP.

            CLOSE BANK-TRANS
                  BANK-MASTER
                  BANK-AUDIT
                  PRENOTE-QUEUE

            DISPLAY 'TOTAL TRANSACTIONS READ     = ' W01-TRAN-IN
            DISPLAY 'TOTAL CHANGES APPLIED       = ' W01-TRAN-APPLIED
            DISPLAY 'TOTAL TRANSACTIONS REJECTED = '
                W01-TRAN-REJECTED
            DISPLAY 'TOTAL PRENOTES QUEUED       = '
                W01-PRENOTE-QUEUED

            IF W01-TRAN-REJECTED > ZERO
                MOVE +4 TO RETURN-CODE
            ELSE
                MOVE +0 TO RETURN-CODE
            END-IF

            .
        P0499-EXIT.
            EXIT.

        P0500-APPLY-ADD.

            MOVE BTRN-EMP-ID            TO BNK-EMP-ID
            MOVE BTRN-ROUTING-NBR       TO BNK-ROUTING-NBR
            MOVE BTRN-ACCT-NBR          TO BNK-ACCT-NBR
            MOVE BTRN-ACCT-TYPE         TO BNK-ACCT-TYPE
            MOVE W10-TODAY              TO BNK-CHANGE-DATE
            MOVE 'P'                    TO BNK-PRENOTE-STATUS
            MOVE ZERO                   TO BNK-PRENOTE-DATE

            WRITE BANK-MAST-REC
                INVALID KEY
                    MOVE 'EMPLOYEE ALREADY ON FILE' TO W07-MESSAGE
                    PERFORM P0700-WRITE-REJECT THRU P0799-EXIT
            END-WRITE

            IF REJECT-THIS-TRAN
                GO TO P0519-EXIT
            END-IF

            PERFORM P0580-QUEUE-PRENOTE    THRU P0589-EXIT

            MOVE 'ACCOUNT ADDED, PRENOTE QUEUED' TO W07-MESSAGE
            PERFORM P0600-WRITE-AUDIT      THRU P0699-EXIT
            .
        P0519-EXIT.
            EXIT.

        P0520-APPLY-CHANGE.

            MOVE BTRN-EMP-ID            TO BNK-EMP-ID

            READ BANK-MASTER

            IF NOT BANK-IO-OK
                MOVE 'EMPLOYEE NOT ON BANK MASTER' TO W07-MESSAGE
                PERFORM P0700-WRITE-REJECT THRU P0799-EXIT
                GO TO P0539-EXIT
            END-IF

            PERFORM P0590-SAVE-BEFORE      THRU P0599-EXIT

            MOVE 'N' TO W13-CHANGE-SW

            IF BTRN-ROUTING-X NOT = SPACES
             AND BTRN-ROUTING-NBR NOT = BNK-ROUTING-NBR
                MOVE BTRN-ROUTING-NBR   TO BNK-ROUTING-NBR
                MOVE 'Y' TO W13-CHANGE-SW
            END-IF

            IF BTRN-ACCT-NBR NOT = SPACES
             AND BTRN-ACCT-NBR NOT = BNK-ACCT-NBR
                MOVE BTRN-ACCT-NBR      TO BNK-ACCT-NBR
                MOVE 'Y' TO W13-CHANGE-SW
            END-IF

            IF BTRN-ACCT-TYPE NOT = SPACES
             AND BTRN-ACCT-TYPE NOT = BNK-ACCT-TYPE
                MOVE BTRN-ACCT-TYPE     TO BNK-ACCT-TYPE
                MOVE 'Y' TO W13-CHANGE-SW
            END-IF

            IF NOT ACCOUNT-CHANGED
                MOVE 'ACCOUNT UNCHANGED' TO W07-MESSAGE
                PERFORM P0700-WRITE-REJECT THRU P0799-EXIT
                GO TO P0539-EXIT
            END-IF

            MOVE W10-TODAY              TO BNK-CHANGE-DATE
            MOVE 'P'                    TO BNK-PRENOTE-STATUS
            MOVE ZERO                   TO BNK-PRENOTE-DATE

            REWRITE BANK-MAST-REC
                INVALID KEY
                    MOVE 'REWRITE FAILED' TO W07-MESSAGE
                    PERFORM P0700-WRITE-REJECT THRU P0799-EXIT
            END-REWRITE

            IF REJECT-THIS-TRAN
                GO TO P0539-EXIT
            END-IF

            PERFORM P0580-QUEUE-PRENOTE    THRU P0589-EXIT

            MOVE 'ACCOUNT CHANGED, PRENOTE QUEUED' TO W07-MESSAGE
            PERFORM P0600-WRITE-AUDIT      THRU P0699-EXIT
            .
        P0539-EXIT.
            EXIT.

        P0540-APPLY-DELETE.

            MOVE BTRN-EMP-ID            TO BNK-EMP-ID

            READ BANK-MASTER

            IF NOT BANK-IO-OK
                MOVE 'EMPLOYEE NOT ON BANK MASTER' TO W07-MESSAGE
                PERFORM P0700-WRITE-REJECT THRU P0799-EXIT
                GO TO P0559-EXIT
            END-IF

            PERFORM P0590-SAVE-BEFORE      THRU P0599-EXIT

            DELETE BANK-MASTER
                INVALID KEY
                    MOVE 'DELETE FAILED' TO W07-MESSAGE
                    PERFORM P0700-WRITE-REJECT THRU P0799-EXIT
            END-DELETE

            IF REJECT-THIS-TRAN
                GO TO P0559-EXIT
            END-IF

            MOVE 'ACCOUNT DELETED' TO W07-MESSAGE
            PERFORM P0600-WRITE-AUDIT      THRU P0699-EXIT
            .
        P0559-EXIT.
            EXIT.

        P0580-QUEUE-PRENOTE.

            MOVE SPACES                 TO PNQ-REC
            MOVE BNK-EMP-ID             TO PNQ-EMP-ID
            MOVE BNK-ROUTING-NBR        TO PNQ-ROUTING-NBR
            MOVE BNK-ACCT-NBR           TO PNQ-ACCT-NBR
            MOVE BNK-ACCT-TYPE          TO PNQ-ACCT-TYPE
            MOVE BTRN-INDIV-NAME        TO PNQ-INDIV-NAME
            MOVE W10-TODAY              TO PNQ-QUEUE-DATE
            MOVE BTRN-ACTION            TO PNQ-ACTION

            WRITE PNQ-REC
            ADD +1 TO W01-PRENOTE-QUEUED

            .
        P0589-EXIT.
            EXIT.

        P0590-SAVE-BEFORE.

            MOVE BNK-EMP-ID             TO W08-BEF-EMP-ID
            MOVE BNK-ROUTING-NBR        TO W08-BEF-ROUTING-NBR
            MOVE BNK-ACCT-NBR           TO W08-BEF-ACCT-NBR
            MOVE BNK-ACCT-TYPE          TO W08-BEF-ACCT-TYPE
            MOVE BNK-CHANGE-DATE        TO W08-BEF-CHANGE-DATE
            MOVE BNK-PRENOTE-STATUS     TO W08-BEF-PRENOTE-STATUS

            .
        P0599-EXIT.
            EXIT.

        P0600-WRITE-AUDIT.

            MOVE BTRN-ACTION            TO W07-ACTION
            MOVE BTRN-EMP-ID-X          TO W07-EMP-ID

            IF NOT BTRN-ADD-ACTION
                MOVE 'BEFORE'               TO W07-IMAGE
                MOVE W08-BEF-ROUTING-NBR    TO W07-ROUTING
                MOVE W08-BEF-ACCT-NBR       TO W07-ACCT-NBR
                MOVE W08-BEF-ACCT-TYPE      TO W07-ACCT-TYPE
                MOVE W08-BEF-CHANGE-DATE    TO W07-CHANGE-DATE
                MOVE W08-BEF-PRENOTE-STATUS TO W07-PRENOTE
                MOVE W07-DETAIL-LINE        TO W12-PRINT-LINE
                PERFORM P0800-WRITE-LINE   THRU P0899-EXIT
                MOVE SPACES                 TO W07-ACTION
                MOVE SPACES                 TO W07-EMP-ID
            END-IF

            IF NOT BTRN-DELETE-ACTION
                MOVE 'AFTER'                TO W07-IMAGE
                MOVE BNK-ROUTING-NBR        TO W07-ROUTING
                MOVE BNK-ACCT-NBR           TO W07-ACCT-NBR
                MOVE BNK-ACCT-TYPE          TO W07-ACCT-TYPE
                MOVE BNK-CHANGE-DATE        TO W07-CHANGE-DATE
                MOVE BNK-PRENOTE-STATUS     TO W07-PRENOTE
                MOVE W07-DETAIL-LINE        TO W12-PRINT-LINE
                PERFORM P0800-WRITE-LINE   THRU P0899-EXIT
            END-IF
            .
        P0699-EXIT.
            EXIT.

        P0700-WRITE-REJECT.

            MOVE 'Y' TO W02-REJECT-SW

            MOVE BTRN-ACTION            TO W07-ACTION
            MOVE BTRN-EMP-ID-X          TO W07-EMP-ID
            MOVE 'TRAN'                 TO W07-IMAGE
            MOVE BTRN-ROUTING-X         TO W07-ROUTING
            MOVE BTRN-ACCT-NBR          TO W07-ACCT-NBR
            MOVE BTRN-ACCT-TYPE         TO W07-ACCT-TYPE
            MOVE SPACES                 TO W07-CHANGE-DATE
            MOVE SPACES                 TO W07-PRENOTE

            MOVE W07-DETAIL-LINE        TO W12-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT
            .
        P0799-EXIT.
            EXIT.

        P0800-WRITE-LINE.

            IF W04-LINE-CT >= W04-LINES-PER-PAGE
                PERFORM P0850-WRITE-HEADINGS THRU P0859-EXIT
            END-IF

            WRITE AUDT-LINE FROM W12-PRINT-LINE
            ADD +1 TO W04-LINE-CT
            .
        P0899-EXIT.
            EXIT.

        P0850-WRITE-HEADINGS.

            ADD +1 TO W04-PAGE-NO
            MOVE W04-PAGE-NO TO W05-HDG1-PAGE

            IF W04-PAGE-NO > 1
                WRITE AUDT-LINE FROM W05-HDG1
                    BEFORE ADVANCING PAGE
            ELSE
                WRITE AUDT-LINE FROM W05-HDG1
            END-IF

            WRITE AUDT-LINE FROM W06-HDG2
            MOVE ZERO TO W04-LINE-CT
            .
        P0859-EXIT.
            EXIT.

        P0900-READ-TRAN.

            READ BANK-TRANS
                AT END
                    MOVE 'Y' TO W02-TRAN-EOF-SW
                NOT AT END
                    ADD +1 TO W01-TRAN-IN
            END-READ

            .
        P0999-EXIT.
            EXIT.
