            SELECT GL-RPT ASSIGN TO BONGLRPT.
            SELECT RUN-CONTROL ASSIGN TO BONRUNCT
                FILE STATUS IS W10-RUNCTL-STATUS.
            SELECT OPTIONAL CHECK-VOID ASSIGN TO BONCHKVD.
            SELECT OPTIONAL RETRO-ADJ ASSIGN TO BONRETGL.
            SELECT EMP-MASTER ASSIGN TO EMPMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS EMP-MAST-KEY
                FILE STATUS IS W16-EMP-STATUS.
            SELECT RUN-HISTORY ASSIGN TO BONRUNHS
                FILE STATUS IS W18-RHS-STATUS.

        DATA DIVISION.
        FILE SECTION.
            DATA RECORD IS RUN-CTL-REC.
            COPY BONUSRUN.

        FD CHECK-VOID
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 120 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS CKR-REC.
            COPY BONUSCKR.

        FD RETRO-ADJ
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 100 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RTA-REC.
        01 RTA-REC.
            05 RTA-STATE-CODE                   PIC X(2).
            05 FILLER                           PIC X(48).
            05 RTA-STATE-WH-AMT                 PIC S9(7)V99 COMP-3.
            05 FILLER                           PIC X(43).
            05 RTA-REC-TYPE                     PIC X.
                88 RTA-RETRO-ADJ                    VALUE 'R'.
            05 FILLER                           PIC X.

        FD EMP-MASTER
            LABEL RECORDS STANDARD
            DATA RECORD IS EMP-MAST-REC.
        01 EMP-MAST-REC.
            05 EMP-MAST-KEY.
                10 EMP-MAST-STATE-CODE          PIC X(2).
                10 EMP-MAST-LAST-NAME           PIC X(20).
                10 EMP-MAST-FIRST-NAME          PIC X(15).
                10 EMP-MAST-MID-INIT            PIC X.
            05 EMP-MAST-EMP-ID                  PIC 9(9).
            05 EMP-MAST-COST-CENTER             PIC X(4).
            05 FILLER                           PIC X(9).

        FD RUN-HISTORY
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 120 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RHS-REC.
            COPY BONUSRHS.

        WORKING-STORAGE SECTION.
        01 FILLER                               PIC X(40) VALUE
            'BEGIN WORKING STORAGE SECTION FOR GL'.
        01 W01-ACCUMULATORS.
            05 W01-TAX-REC-IN               PIC S9(4) COMP   VALUE ZERO.
            05 W01-JRNL-REC-IN              PIC S9(7) COMP   VALUE ZERO.
            05 W01-DETAIL-IN                PIC S9(7) COMP   VALUE ZERO.
            05 W01-DENY-CNT                 PIC S9(7) COMP   VALUE ZERO.
            05 W01-RVSL-CNT                 PIC S9(7) COMP   VALUE ZERO.
            05 W01-POST-CNT                 PIC S9(7) COMP   VALUE ZERO.
                                                             VALUE ZERO.
            05 W01-TOT-NET                  PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W01-TOT-DEFER                PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W01-TOT-DENY                 PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W01-TOT-DEBITS               PIC S9(13)V99 COMP-3
            05 W05-DNY-COUNT                PIC S9(4) COMP  VALUE ZERO.
            05 W05-DNY-SUB                  PIC S9(4) COMP  VALUE ZERO.
            05 W05-DNY-HIT-SUB              PIC S9(4) COMP  VALUE ZERO.
            05 W05-DNY-ENTRY  OCCURS 300 TIMES.
                10 W05-DNY-STATE             PIC X(2).
                10 W05-DNY-COST-CENTER       PIC X(4).
                10 W05-DNY-AMT               PIC S9(11)V99 COMP-3.

        01 W06-LOOKUP-KEY                   PIC X(4)    VALUE SPACES.
            05 W07-ACCT-OASDI-WH    PIC X(8)  VALUE '24200000'.
            05 W07-ACCT-MEDI-WH     PIC X(8)  VALUE '24300000'.
            05 W07-ACCT-STATE-WH    PIC X(8)  VALUE '24400000'.
            05 W07-ACCT-401K-DEFER  PIC X(8)  VALUE '24500000'.
            05 W07-ACCT-ACH-CLEAR   PIC X(8)  VALUE '10200000'.
            05 W07-ACCT-BON-ACCRUAL PIC X(8)  VALUE '21500000'.
            05 W07-ACCT-EMP-RECV    PIC X(8)  VALUE '13100000'.

        01 W08-HDG1.
            05 FILLER               PIC X(10) VALUE SPACES.

        01 W14-JRNL-SKIPPED                 PIC S9(7) COMP  VALUE ZERO.

        01 W15-STALE-VOIDS.
            05 W15-VOID-EOF-SW              PIC X           VALUE 'N'.
                88 END-OF-VOID-FILE                         VALUE 'Y'.
            05 W15-VOID-CNT                 PIC S9(7) COMP  VALUE ZERO.
            05 W15-VOID-AMT                 PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.

        01 W16-COST-CENTER-WORK.
            05 W16-EMP-STATUS               PIC X(2)        VALUE '00'.
                88 EMP-REC-FOUND                            VALUE '00'.
                88 EMP-FILE-NOT-FOUND                       VALUE '35'.
            05 W16-COST-CENTER              PIC X(4)    VALUE SPACES.
            05 W16-CC-UNASSIGNED            PIC X(4)    VALUE '9999'.
            05 W16-CC-DEFAULT-CNT           PIC S9(7) COMP  VALUE ZERO.

        01 W17-RETRO-TABLE.
            05 W17-RTA-EOF-SW               PIC X           VALUE 'N'.
                88 END-OF-RETRO-FILE                        VALUE 'Y'.
            05 W17-RTA-CNT                  PIC S9(7) COMP  VALUE ZERO.
            05 W17-RTA-COUNT                PIC S9(4) COMP  VALUE ZERO.
            05 W17-RTA-SUB                  PIC S9(4) COMP  VALUE ZERO.
            05 W17-RTA-HIT-SUB              PIC S9(4) COMP  VALUE ZERO.
            05 W17-RTA-ENTRY  OCCURS 60 TIMES.
                10 W17-RTA-STATE             PIC X(2).
                10 W17-RTA-AMT               PIC S9(11)V99 COMP-3.

        01 W18-RUN-HISTORY.
            05 W18-RHS-STATUS               PIC X(2)        VALUE '00'.
                88 RHS-FILE-NOT-FOUND                       VALUE '35'.
            05 W18-START-DATETIME           PIC X(21)   VALUE SPACES.
            05 W18-END-DATETIME             PIC X(21)   VALUE SPACES.

        PROCEDURE DIVISION.
        P0100-MAINLINE.

            MOVE FUNCTION CURRENT-DATE TO W18-START-DATETIME

            PERFORM P0150-READ-RUN-CONTROL  THRU P0159-EXIT

            IF RUN-CTL-FATAL
                MOVE +95 TO RETURN-CODE
                PERFORM P0970-WRITE-RUN-HISTORY THRU P0979-EXIT
                GOBACK
            END-IF

            PERFORM P0350-TALLY-JRNL        THRU P0359-EXIT
                UNTIL END-OF-JRNL-FILE

            PERFORM P0380-TALLY-VOID        THRU P0389-EXIT
                UNTIL END-OF-VOID-FILE

            PERFORM P0600-TALLY-RETRO       THRU P0609-EXIT
                UNTIL END-OF-RETRO-FILE

            PERFORM P0500-POST-ENTRIES      THRU P0599-EXIT

            PERFORM P0400-WRAP-UP           THRU P0499-EXIT

            PERFORM P0970-WRITE-RUN-HISTORY THRU P0979-EXIT
            GOBACK
            .
        P0199-EXIT.

            OPEN INPUT  TAX-BONUS
                 INPUT  JOURNAL-BONUS
                 INPUT  CHECK-VOID
                 INPUT  RETRO-ADJ
                 OUTPUT GL-POSTING
                 OUTPUT GL-RPT

            OPEN INPUT  EMP-MASTER
            IF EMP-FILE-NOT-FOUND
                DISPLAY 'BONUSGL - EMPLOYEE MASTER EMPMAST MISSING'
                MOVE +95 TO RETURN-CODE
                PERFORM P0970-WRITE-RUN-HISTORY THRU P0979-EXIT
                GOBACK
            END-IF

            MOVE W10-PERIOD-END TO W08-HDG1-PERIOD
            MOVE W10-RUN-NBR    TO W08-HDG1-RUN


        P0310-TALLY-ONE-TAX.

            IF TAX-STATE-DETAIL
                ADD +1 TO W01-DETAIL-IN
                PERFORM P0340-FIND-SWH-ENTRY THRU P0349-EXIT
                IF W04-SWH-HIT-SUB > ZERO
                    ADD TAX-STATE-WITHHELD-AMT
                        TO W04-SWH-AMT (W04-SWH-HIT-SUB)
                END-IF
                GO TO P0319-EXIT
            END-IF

            ADD +1 TO W01-TAX-REC-IN

            MOVE TAX-STATE-CODE      TO EMP-MAST-STATE-CODE
            MOVE TAX-LAST-NAME       TO EMP-MAST-LAST-NAME
            MOVE TAX-FIRST-NAME      TO EMP-MAST-FIRST-NAME
            MOVE TAX-MID-INIT        TO EMP-MAST-MID-INIT

            PERFORM P0390-FIND-COST-CENTER THRU P0398-EXIT

            MOVE W16-COST-CENTER     TO W06-LOOKUP-KEY

            PERFORM P0320-FIND-EXP-ENTRY THRU P0329-EXIT

                    TO W03-EXP-AMT (W03-EXP-HIT-SUB)
            END-IF

            IF NOT TAX-MULTI-STATE
                PERFORM P0340-FIND-SWH-ENTRY THRU P0349-EXIT
                IF W04-SWH-HIT-SUB > ZERO
                    ADD TAX-STATE-WITHHELD-AMT
                        TO W04-SWH-AMT (W04-SWH-HIT-SUB)
                END-IF
            END-IF

            ADD TAX-FED-WITHHELD-AMT   TO W01-TOT-FED
            ADD TAX-OASDI-WITHHELD-AMT TO W01-TOT-OASDI
            ADD TAX-MEDI-WITHHELD-AMT  TO W01-TOT-MEDI
            ADD TAX-NET-BONUS-AMT      TO W01-TOT-NET
            ADD TAX-DEFERRAL-AMT       TO W01-TOT-DEFER

            .
        P0319-EXIT.
            ADD +1 TO W01-DENY-CNT
            ADD JRNL-BONUS-AMT TO W01-TOT-DENY

            MOVE JRNL-STATE-CODE     TO EMP-MAST-STATE-CODE
            MOVE JRNL-LAST-NAME      TO EMP-MAST-LAST-NAME
            MOVE JRNL-FIRST-NAME     TO EMP-MAST-FIRST-NAME
            MOVE JRNL-MID-INIT       TO EMP-MAST-MID-INIT

            PERFORM P0390-FIND-COST-CENTER THRU P0398-EXIT

            PERFORM P0370-FIND-DNY-ENTRY THRU P0379-EXIT

            IF W05-DNY-HIT-SUB > ZERO
                   OR W05-DNY-HIT-SUB > ZERO

            IF W05-DNY-HIT-SUB = ZERO
                IF W05-DNY-COUNT < 300
                    ADD +1 TO W05-DNY-COUNT
                    MOVE W05-DNY-COUNT TO W05-DNY-HIT-SUB
                    MOVE JRNL-STATE-CODE
                        TO W05-DNY-STATE (W05-DNY-HIT-SUB)
                    MOVE W16-COST-CENTER
                        TO W05-DNY-COST-CENTER (W05-DNY-HIT-SUB)
                    MOVE ZERO TO W05-DNY-AMT (W05-DNY-HIT-SUB)
                ELSE
                    DISPLAY 'BONUSGL - DENY TABLE FULL, STATE '
        P0375-SCAN-DNY-TABLE.

            IF W05-DNY-STATE (W05-DNY-SUB) = JRNL-STATE-CODE
             AND W05-DNY-COST-CENTER (W05-DNY-SUB) = W16-COST-CENTER
                MOVE W05-DNY-SUB TO W05-DNY-HIT-SUB
            END-IF

        P0378-EXIT.
            EXIT.

        P0380-TALLY-VOID.

            READ CHECK-VOID
                AT END
                    MOVE 'Y' TO W15-VOID-EOF-SW
                NOT AT END
                    ADD +1 TO W15-VOID-CNT
                    ADD CKR-NET-AMT TO W15-VOID-AMT
            END-READ

            .
        P0389-EXIT.
            EXIT.

        P0390-FIND-COST-CENTER.

            READ EMP-MASTER

            IF EMP-REC-FOUND
             AND EMP-MAST-COST-CENTER NOT = SPACES
                MOVE EMP-MAST-COST-CENTER TO W16-COST-CENTER
            ELSE
                MOVE W16-CC-UNASSIGNED   TO W16-COST-CENTER
                ADD +1 TO W16-CC-DEFAULT-CNT
                DISPLAY 'BONUSGL - NO COST CENTER FOR '
                    EMP-MAST-KEY ', POSTED TO ' W16-CC-UNASSIGNED
            END-IF

            .
        P0398-EXIT.
            EXIT.

        P0500-POST-ENTRIES.

            PERFORM P0510-POST-EXPENSE THRU P0519-EXIT
                VARYING W04-SWH-SUB FROM 1 BY 1
                UNTIL W04-SWH-SUB > W04-SWH-COUNT

            IF W01-TOT-DEFER NOT = ZERO
                MOVE W07-ACCT-401K-DEFER TO W13-ACCOUNT
                MOVE '401K'         TO W13-SUB-CODE
                MOVE 'C'            TO W13-DR-CR
                MOVE W01-TOT-DEFER  TO W13-AMOUNT
                MOVE '401(K) DEFERRALS PAYABLE' TO W13-DESC
                PERFORM P0550-WRITE-POSTING THRU P0559-EXIT
            END-IF

            MOVE W07-ACCT-ACH-CLEAR TO W13-ACCOUNT
            MOVE 'CASH'             TO W13-SUB-CODE
            MOVE 'C'                TO W13-DR-CR
                VARYING W05-DNY-SUB FROM 1 BY 1
                UNTIL W05-DNY-SUB > W05-DNY-COUNT

            IF W15-VOID-AMT NOT = ZERO
                MOVE W07-ACCT-ACH-CLEAR TO W13-ACCOUNT
                MOVE 'CASH'         TO W13-SUB-CODE
                MOVE 'D'            TO W13-DR-CR
                MOVE W15-VOID-AMT   TO W13-AMOUNT
                MOVE 'STALE CHECK VOID - CASH' TO W13-DESC
                PERFORM P0550-WRITE-POSTING THRU P0559-EXIT

                MOVE W07-ACCT-BON-ACCRUAL TO W13-ACCOUNT
                MOVE 'STAL'         TO W13-SUB-CODE
                MOVE 'C'            TO W13-DR-CR
                MOVE W15-VOID-AMT   TO W13-AMOUNT
                MOVE 'STALE CHECKS - UNCLAIMED WAGES' TO W13-DESC
                PERFORM P0550-WRITE-POSTING THRU P0559-EXIT
            END-IF

            PERFORM P0560-POST-RETRO THRU P0569-EXIT
                VARYING W17-RTA-SUB FROM 1 BY 1
                UNTIL W17-RTA-SUB > W17-RTA-COUNT

            .
        P0599-EXIT.
            EXIT.
            MOVE W03-EXP-KEY (W03-EXP-SUB) TO W13-SUB-CODE
            MOVE 'D'                TO W13-DR-CR
            MOVE W03-EXP-AMT (W03-EXP-SUB) TO W13-AMOUNT
            MOVE 'BONUS EXPENSE BY COST CENTER' TO W13-DESC
            PERFORM P0550-WRITE-POSTING THRU P0559-EXIT

            .
            PERFORM P0550-WRITE-POSTING THRU P0559-EXIT

            MOVE W07-ACCT-EXPENSE   TO W13-ACCOUNT
            MOVE W05-DNY-COST-CENTER (W05-DNY-SUB)
                                    TO W13-SUB-CODE
            MOVE 'C'                TO W13-DR-CR
            MOVE W05-DNY-AMT (W05-DNY-SUB) TO W13-AMOUNT
            MOVE 'DENIED BONUS EXPENSE REVERSAL' TO W13-DESC
        P0559-EXIT.
            EXIT.

        P0560-POST-RETRO.

            IF W17-RTA-AMT (W17-RTA-SUB) = ZERO
                GO TO P0569-EXIT
            END-IF

            MOVE W07-ACCT-STATE-WH  TO W13-ACCOUNT
            MOVE SPACES             TO W13-SUB-CODE
            MOVE W17-RTA-STATE (W17-RTA-SUB)
                                    TO W13-SUB-CODE (1:2)
            IF W17-RTA-AMT (W17-RTA-SUB) > ZERO
                MOVE 'C'            TO W13-DR-CR
                MOVE W17-RTA-AMT (W17-RTA-SUB) TO W13-AMOUNT
            ELSE
                MOVE 'D'            TO W13-DR-CR
                COMPUTE W13-AMOUNT = ZERO - W17-RTA-AMT (W17-RTA-SUB)
            END-IF
            MOVE 'RETRO STATE WITHHOLDING ADJ' TO W13-DESC
            PERFORM P0550-WRITE-POSTING THRU P0559-EXIT

            MOVE W07-ACCT-EMP-RECV  TO W13-ACCOUNT
            MOVE 'RETR'             TO W13-SUB-CODE
            IF W13-DR-CR = 'C'
                MOVE 'D'            TO W13-DR-CR
                MOVE 'RETRO WH DUE FROM EMPLOYEES' TO W13-DESC
            ELSE
                MOVE 'C'            TO W13-DR-CR
                MOVE 'RETRO WH DUE TO EMPLOYEES' TO W13-DESC
            END-IF
            PERFORM P0550-WRITE-POSTING THRU P0559-EXIT

            .
        P0569-EXIT.
            EXIT.

        P0400-WRAP-UP.

            CLOSE TAX-BONUS
                  JOURNAL-BONUS
                  CHECK-VOID
                  RETRO-ADJ
                  EMP-MASTER
                  GL-POSTING
                  GL-RPT

            DISPLAY 'TOTAL BONUSTX RECORDS READ = ' W01-TAX-REC-IN
            DISPLAY 'TOTAL STATE DETAIL RECORDS = ' W01-DETAIL-IN
            DISPLAY 'TOTAL JOURNAL RECORDS READ = ' W01-JRNL-REC-IN
            DISPLAY 'JOURNAL RECS OTHER PERIODS = ' W14-JRNL-SKIPPED
            DISPLAY 'TOTAL DENIALS POSTED       = ' W01-DENY-CNT
            DISPLAY 'TOTAL REVERSALS IN BONUSTX = ' W01-RVSL-CNT
            DISPLAY 'TOTAL STALE CHECK VOIDS    = ' W15-VOID-CNT
            DISPLAY 'EXPENSE TO UNASSIGNED CC   = ' W16-CC-DEFAULT-CNT
            DISPLAY 'TOTAL STALE VOID AMOUNT    = ' W15-VOID-AMT
            DISPLAY 'TOTAL RETRO WH ADJUSTMENTS = ' W17-RTA-CNT
            DISPLAY 'TOTAL POSTING RECORDS      = ' W01-POST-CNT
            DISPLAY 'TOTAL DEBITS               = ' W01-TOT-DEBITS
            DISPLAY 'TOTAL CREDITS              = ' W01-TOT-CREDITS
                MOVE +8 TO RETURN-CODE
            END-IF

            IF RETURN-CODE = ZERO
             AND W15-VOID-CNT > ZERO
                OPEN OUTPUT CHECK-VOID
                CLOSE CHECK-VOID
                DISPLAY 'BONUSGL - STALE CHECK VOIDS POSTED, BONCHKVD'
                    ' CLEARED'
            END-IF

            IF RETURN-CODE = ZERO
             AND W17-RTA-CNT > ZERO
                OPEN OUTPUT RETRO-ADJ
                CLOSE RETRO-ADJ
                DISPLAY 'BONUSGL - RETRO WH ADJUSTMENTS POSTED,'
                    ' BONRETGL CLEARED'
            END-IF

            .
        P0499-EXIT.
            EXIT.

        P0600-TALLY-RETRO.

            READ RETRO-ADJ
                AT END
                    MOVE 'Y' TO W17-RTA-EOF-SW
            END-READ

            IF END-OF-RETRO-FILE
             OR NOT RTA-RETRO-ADJ
                GO TO P0609-EXIT
            END-IF

            ADD +1 TO W17-RTA-CNT

            PERFORM P0610-FIND-RTA-ENTRY    THRU P0619-EXIT

            IF W17-RTA-HIT-SUB > ZERO
                ADD RTA-STATE-WH-AMT TO W17-RTA-AMT (W17-RTA-HIT-SUB)
            END-IF

            .
        P0609-EXIT.
            EXIT.

        P0610-FIND-RTA-ENTRY.

            MOVE ZERO TO W17-RTA-HIT-SUB

            PERFORM P0615-SCAN-RTA-TABLE    THRU P0618-EXIT
                VARYING W17-RTA-SUB FROM 1 BY 1
                UNTIL W17-RTA-SUB > W17-RTA-COUNT
                   OR W17-RTA-HIT-SUB > ZERO

            IF W17-RTA-HIT-SUB = ZERO
                IF W17-RTA-COUNT < 60
                    ADD +1 TO W17-RTA-COUNT
                    MOVE W17-RTA-COUNT  TO W17-RTA-HIT-SUB
                    MOVE RTA-STATE-CODE
                        TO W17-RTA-STATE (W17-RTA-HIT-SUB)
                    MOVE ZERO TO W17-RTA-AMT (W17-RTA-HIT-SUB)
                ELSE
                    DISPLAY 'BONUSGL - RETRO TABLE FULL, STATE '
                        RTA-STATE-CODE ' DROPPED'
                END-IF
            END-IF

            .
        P0619-EXIT.
            EXIT.

        P0615-SCAN-RTA-TABLE.

            IF W17-RTA-STATE (W17-RTA-SUB) = RTA-STATE-CODE
                MOVE W17-RTA-SUB TO W17-RTA-HIT-SUB
            END-IF

            .
        P0618-EXIT.
            EXIT.

        P0970-WRITE-RUN-HISTORY.

            MOVE FUNCTION CURRENT-DATE TO W18-END-DATETIME

            MOVE SPACES                  TO RHS-REC
            MOVE W10-PERIOD-END          TO RHS-PERIOD-END
            MOVE W10-RUN-NBR             TO RHS-RUN-NBR
            MOVE 'BONUSGL'               TO RHS-PROGRAM
            MOVE W18-START-DATETIME (1:8) TO RHS-START-DATE
            MOVE W18-START-DATETIME (9:8) TO RHS-START-TIME
            MOVE W18-END-DATETIME (1:8)   TO RHS-END-DATE
            MOVE W18-END-DATETIME (9:8)   TO RHS-END-TIME
            COMPUTE RHS-RECS-READ = W01-TAX-REC-IN + W01-JRNL-REC-IN
            MOVE W01-POST-CNT            TO RHS-RECS-WRITTEN
            MOVE ZERO                    TO RHS-RECS-REJECTED
            MOVE W01-TOT-DEBITS          TO RHS-CTL-AMT-IN
            MOVE W01-TOT-CREDITS         TO RHS-CTL-AMT-OUT
            MOVE RETURN-CODE             TO RHS-RETURN-CODE

            OPEN EXTEND RUN-HISTORY
            IF RHS-FILE-NOT-FOUND
                OPEN OUTPUT RUN-HISTORY
                CLOSE RUN-HISTORY
                OPEN EXTEND RUN-HISTORY
                DISPLAY 'BONUSGL - BONRUNHS NOT FOUND, CREATED NEW'
            END-IF

            WRITE RHS-REC
            CLOSE RUN-HISTORY

            .
        P0979-EXIT.
            EXIT.
