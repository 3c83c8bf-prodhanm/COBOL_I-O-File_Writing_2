            SELECT RELSE-RPT ASSIGN TO BONRELRP.
            SELECT RUN-CONTROL ASSIGN TO BONRUNCT
                FILE STATUS IS W14-RUNCTL-STATUS.
            SELECT RUN-HISTORY ASSIGN TO BONRUNHS
                FILE STATUS IS W15-RHS-STATUS.
            SELECT AGR-MASTER ASSIGN TO BONAGRM
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AGR-KEY
                FILE STATUS IS W16-AGR-STATUS.

        DATA DIVISION.
        FILE SECTION.
            DATA RECORD IS RUN-CTL-REC.
            COPY BONUSRUN.

        FD RUN-HISTORY
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 120 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RHS-REC.
            COPY BONUSRHS.

        FD AGR-MASTER
            LABEL RECORDS STANDARD
            DATA RECORD IS AGR-REC.
            COPY BONUSAGR.

        WORKING-STORAGE SECTION.
        01 FILLER                               PIC X(40) VALUE
            'BEGIN WORKING STORAGE SECTION FOR RLSE'.
            05 W14-RUN-NBR                  PIC 9(3)        VALUE ZERO.
            05 W14-RUNCTL-SAVE              PIC X(32)     VALUE SPACES.

        01 W15-RUN-HISTORY.
            05 W15-RHS-STATUS               PIC X(2)        VALUE '00'.
                88 RHS-FILE-NOT-FOUND                       VALUE '35'.
            05 W15-START-DATETIME           PIC X(21)   VALUE SPACES.
            05 W15-END-DATETIME             PIC X(21)   VALUE SPACES.
            05 W15-CTL-AMT-OUT              PIC S9(13)V99 COMP-3
                                                             VALUE ZERO.

        01 W16-REPAYMENT-AGR.
            05 W16-AGR-STATUS               PIC X(2)        VALUE '00'.
                88 AGR-FILE-NOT-FOUND                       VALUE '35'.
            05 W16-AGR-WRITTEN              PIC S9(4) COMP  VALUE ZERO.
            05 W16-PARM-SI-MONTHS           PIC X(3)   VALUE SPACES.
            05 W16-PARM-SI-MONTHS-N REDEFINES W16-PARM-SI-MONTHS
                                            PIC 9(3).
            05 W16-PARM-RF-MONTHS           PIC X(3)   VALUE SPACES.
            05 W16-PARM-RF-MONTHS-N REDEFINES W16-PARM-RF-MONTHS
                                            PIC 9(3).
            05 W16-PARM-RULE                PIC X(1)   VALUE SPACES.
            05 W16-SI-MONTHS                PIC 9(3)        VALUE 12.
            05 W16-RF-MONTHS                PIC 9(3)        VALUE 24.
            05 W16-PRORATE-RULE             PIC X(1)        VALUE 'M'.

        PROCEDURE DIVISION.
        P0100-MAINLINE.

            MOVE FUNCTION CURRENT-DATE TO W15-START-DATETIME

            PERFORM P0150-READ-RUN-CONTROL  THRU P0159-EXIT

            IF RUN-CTL-FATAL
                MOVE +95 TO RETURN-CODE
                PERFORM P0970-WRITE-RUN-HISTORY THRU P0979-EXIT
                GOBACK
            END-IF


            PERFORM P0400-WRAP-UP           THRU P0499-EXIT

            PERFORM P0970-WRITE-RUN-HISTORY THRU P0979-EXIT
            GOBACK
            .
        P0199-EXIT.
            OPEN EXTEND JOURNAL-BONUS
            OPEN OUTPUT RELSE-RPT

            OPEN I-O AGR-MASTER
            IF AGR-FILE-NOT-FOUND
                OPEN OUTPUT AGR-MASTER
                CLOSE AGR-MASTER
                OPEN I-O AGR-MASTER
                DISPLAY 'BONRELSE - BONAGRM NOT FOUND, CREATED NEW'
            END-IF

            PERFORM P0260-GET-AGR-PARMS    THRU P0269-EXIT

            WRITE RLRP-LINE FROM W11-HDG1

            IF BATCH-MODE
        P0259-EXIT.
            EXIT.

        P0260-GET-AGR-PARMS.

            ACCEPT W16-PARM-SI-MONTHS FROM ENVIRONMENT
                'BONAGR-SI-MONTHS'
            ACCEPT W16-PARM-RF-MONTHS FROM ENVIRONMENT
                'BONAGR-RF-MONTHS'
            ACCEPT W16-PARM-RULE      FROM ENVIRONMENT 'BONAGR-RULE'

            IF W16-PARM-SI-MONTHS NUMERIC
                MOVE W16-PARM-SI-MONTHS-N TO W16-SI-MONTHS
            ELSE
                IF W16-PARM-SI-MONTHS NOT = SPACES
                    DISPLAY 'BONRELSE - BONAGR-SI-MONTHS INVALID (NNN),'
                        ' DEFAULT USED'
                END-IF
            END-IF

            IF W16-PARM-RF-MONTHS NUMERIC
                MOVE W16-PARM-RF-MONTHS-N TO W16-RF-MONTHS
            ELSE
                IF W16-PARM-RF-MONTHS NOT = SPACES
                    DISPLAY 'BONRELSE - BONAGR-RF-MONTHS INVALID (NNN),'
                        ' DEFAULT USED'
                END-IF
            END-IF

            IF W16-PARM-RULE = 'M' OR 'F'
                MOVE W16-PARM-RULE TO W16-PRORATE-RULE
            ELSE
                IF W16-PARM-RULE NOT = SPACES
                    DISPLAY 'BONRELSE - BONAGR-RULE INVALID (M/F),'
                        ' DEFAULT USED'
                END-IF
            END-IF

            .
        P0269-EXIT.
            EXIT.

        P0300-PROCESS-INPUT.

            IF HLD-CYCLE-CNT NOT NUMERIC
                  HOLD-CARRY-FILE
                  JOURNAL-BONUS
                  RELSE-RPT
                  AGR-MASTER

            IF W01-REC-CARRY-IN = ZERO AND W01-REC-IN = ZERO
                DISPLAY 'BONRELSE - NO HELD RECORDS TO RELEASE'
            DISPLAY 'TOTAL WITH NO DECISION   = ' W09-NO-DECISION
            DISPLAY 'TOTAL UNMATCHED DECISIONS= ' W09-UNMATCHED-DEC
            DISPLAY 'TOTAL ESCALATED          = ' W09-ESCALATED
            DISPLAY 'TOTAL REPAYMENT AGREEMENTS = ' W16-AGR-WRITTEN

            IF W09-NO-DECISION > ZERO
             OR W09-UNMATCHED-DEC > ZERO

            WRITE OUT-BONUS-REC
            ADD +1 TO W01-REC-RELEASED
            ADD HLD-BONUS-AMT TO W15-CTL-AMT-OUT

            MOVE 'RLSE' TO W06-JRNL-DISPOSITION
            PERFORM P0610-WRITE-JOURNAL THRU P0619-EXIT

            IF HLD-BONUS-TYPE = 'SI' OR 'RF'
                PERFORM P0620-WRITE-AGREEMENT THRU P0629-EXIT
            END-IF
            .
        P0699-EXIT.
            EXIT.
        P0619-EXIT.
            EXIT.

        P0620-WRITE-AGREEMENT.

            MOVE SPACES                 TO AGR-REC
            MOVE HLD-EMP-ID             TO AGR-EMP-ID
            MOVE W14-PERIOD-END         TO AGR-PAY-DATE
            MOVE W14-RUN-NBR            TO AGR-RUN-NBR
            MOVE HLD-BONUS-TYPE         TO AGR-BONUS-TYPE
            MOVE HLD-STATE-CODE         TO AGR-STATE-CODE
            MOVE HLD-LAST-NAME          TO AGR-LAST-NAME
            MOVE HLD-FIRST-NAME         TO AGR-FIRST-NAME
            MOVE HLD-MID-INIT           TO AGR-MID-INIT
            MOVE HLD-FED-EXEMPT-IND     TO AGR-FED-EXEMPT-IND
            MOVE HLD-ST-EXEMPT-IND      TO AGR-ST-EXEMPT-IND
            MOVE HLD-BONUS-AMT          TO AGR-AMOUNT-PAID

            IF HLD-BONUS-TYPE = 'SI'
                MOVE W16-SI-MONTHS      TO AGR-COMMIT-MONTHS
            ELSE
                MOVE W16-RF-MONTHS      TO AGR-COMMIT-MONTHS
            END-IF

            MOVE W16-PRORATE-RULE       TO AGR-PRORATE-RULE
            MOVE 'O'                    TO AGR-STATUS
            MOVE W05-CURR-DATETIME (1:8) TO AGR-STATUS-DATE
            MOVE ZERO                   TO AGR-TERM-DATE
            MOVE ZERO                   TO AGR-MONTHS-SERVED
            MOVE ZERO                   TO AGR-AMOUNT-OWED
            MOVE ZERO                   TO AGR-RVSL-QUEUED-DATE
            MOVE ZERO                   TO AGR-RVSL-POSTED-DATE

            WRITE AGR-REC
                INVALID KEY
                    DISPLAY 'BONRELSE - AGREEMENT ALREADY ON BONAGRM'
                        ' FOR ' HLD-EMP-ID ', NOT WRITTEN'
                NOT INVALID KEY
                    ADD +1 TO W16-AGR-WRITTEN
            END-WRITE

            .
        P0629-EXIT.
            EXIT.

        P0650-WRITE-DENIED.

            ADD +1 TO W09-REC-DENIED
            .
        P0959-EXIT.
            EXIT.

        P0970-WRITE-RUN-HISTORY.

            MOVE FUNCTION CURRENT-DATE TO W15-END-DATETIME

            MOVE SPACES                  TO RHS-REC
            MOVE W14-PERIOD-END          TO RHS-PERIOD-END
            MOVE W14-RUN-NBR             TO RHS-RUN-NBR
            MOVE 'BONRELSE'              TO RHS-PROGRAM
            MOVE W15-START-DATETIME (1:8) TO RHS-START-DATE
            MOVE W15-START-DATETIME (9:8) TO RHS-START-TIME
            MOVE W15-END-DATETIME (1:8)   TO RHS-END-DATE
            MOVE W15-END-DATETIME (9:8)   TO RHS-END-TIME
            COMPUTE RHS-RECS-READ = W01-REC-IN + W01-REC-CARRY-IN
            MOVE W01-REC-RELEASED        TO RHS-RECS-WRITTEN
            MOVE W09-REC-DENIED          TO RHS-RECS-REJECTED
            MOVE ZERO                    TO RHS-CTL-AMT-IN
            MOVE W15-CTL-AMT-OUT         TO RHS-CTL-AMT-OUT
            MOVE RETURN-CODE             TO RHS-RETURN-CODE

            OPEN EXTEND RUN-HISTORY
            IF RHS-FILE-NOT-FOUND
                OPEN OUTPUT RUN-HISTORY
                CLOSE RUN-HISTORY
                OPEN EXTEND RUN-HISTORY
                DISPLAY 'BONRELSE - BONRUNHS NOT FOUND, CREATED NEW'
            END-IF

            WRITE RHS-REC
            CLOSE RUN-HISTORY

            .
        P0979-EXIT.
            EXIT.
