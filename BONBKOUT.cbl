                ACCESS MODE IS RANDOM
                RECORD KEY IS YTD-KEY
                FILE STATUS IS W03-YTD-STATUS.
            SELECT DEFERRAL-MASTER ASSIGN TO BONDEFM
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS DEF-KEY
                FILE STATUS IS W12-DEF-STATUS.
            SELECT OPTIONAL YTD-CHECKPOINT ASSIGN TO BONYTDCK.
            SELECT OPTIONAL TAX-CHECKPOINT ASSIGN TO BONTAXCK.
            SELECT OUTPUT-BONUS ASSIGN TO OUTBONUS.
            SELECT BACKOUT-RPT ASSIGN TO BONBKRPT.
            SELECT RUN-CONTROL ASSIGN TO BONRUNCT
                FILE STATUS IS W10-RUNCTL-STATUS.
            SELECT AGR-MASTER ASSIGN TO BONAGRM
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AGR-KEY
                FILE STATUS IS W13-AGR-STATUS.

        DATA DIVISION.
        FILE SECTION.
            DATA RECORD IS YTD-MASTER-REC.
            COPY BONUSYTM.

        FD DEFERRAL-MASTER
            LABEL RECORDS STANDARD
            DATA RECORD IS DEF-ELECT-REC.
            COPY BONUSDEF.

        FD YTD-CHECKPOINT
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            DATA RECORD IS RUN-CTL-REC.
            COPY BONUSRUN.

        FD AGR-MASTER
            LABEL RECORDS STANDARD
            DATA RECORD IS AGR-REC.
            COPY BONUSAGR.

        WORKING-STORAGE SECTION.
        01 FILLER                               PIC X(40) VALUE
            'BEGIN WORKING STORAGE SECTION FOR BKOUT'.
            05 W01-OUT-QUARANTINED          PIC S9(7) COMP   VALUE ZERO.
            05 W01-TAX-READ                 PIC S9(7) COMP   VALUE ZERO.
            05 W01-TAX-QUARANTINED          PIC S9(7) COMP   VALUE ZERO.
            05 W01-GRSUP-REVERSED           PIC S9(7) COMP   VALUE ZERO.
            05 W01-DEFER-REVERSED           PIC S9(7) COMP   VALUE ZERO.
            05 W01-DEFER-NO-MASTER          PIC S9(7) COMP   VALUE ZERO.

        01 W02-SWITCHES.
            05 W02-JRNL-EOF-SW              PIC X           VALUE 'N'.
            05 W05-APPLIED-SEQ              PIC 9(9)        VALUE ZERO.
            05 W05-NEW-AMOUNT               PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W05-GRSUP-AMOUNT             PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.

        01 W06-THRESHOLD-AMOUNT             PIC 9(9)V99 COMP-3
                                                 VALUE 1000000.00.

        01 W11-PRINT-LINE                   PIC X(133).

        01 W12-DEF-CTL.
            05 W12-DEF-STATUS               PIC X(2)        VALUE '00'.
                88 DEF-REC-FOUND                            VALUE '00'.
                88 DEF-FILE-NOT-FOUND                       VALUE '35'.
            05 W12-DEF-AVAIL-SW             PIC X           VALUE 'N'.
                88 DEF-MASTER-AVAILABLE                     VALUE 'Y'.
            05 W12-NEW-DEFERRED             PIC S9(9)V99 COMP-3
                                                             VALUE ZERO.

        01 W13-AGR-CTL.
            05 W13-AGR-STATUS               PIC X(2)        VALUE '00'.
                88 AGR-IO-OK                                VALUE '00'.
                88 AGR-FILE-NOT-FOUND                       VALUE '35'.
            05 W13-AGR-AVAIL-SW             PIC X           VALUE 'N'.
                88 AGR-MASTER-AVAILABLE                     VALUE 'Y'.
            05 W13-AGR-EOF-SW               PIC X           VALUE 'N'.
                88 END-OF-AGR-FILE                          VALUE 'Y'.
            05 W13-AGR-DELETED              PIC S9(7) COMP  VALUE ZERO.
            05 W13-AGR-RVSL-RESET           PIC S9(7) COMP  VALUE ZERO.

        PROCEDURE DIVISION.
        P0100-MAINLINE.

            PERFORM P0550-QUARANTINE-TAX    THRU P0599-EXIT
                UNTIL END-OF-TAX-FILE

            IF AGR-MASTER-AVAILABLE
                PERFORM P0580-BACKOUT-AGREEMENTS THRU P0589-EXIT
                    UNTIL END-OF-AGR-FILE
            END-IF

            PERFORM P0400-WRAP-UP           THRU P0499-EXIT

            GOBACK
                GOBACK
            END-IF

            OPEN I-O    DEFERRAL-MASTER
            IF DEF-FILE-NOT-FOUND
                MOVE 'N' TO W12-DEF-AVAIL-SW
                DISPLAY 'BONBKOUT - BONDEFM NOT FOUND, 401K DEFERRALS'
                    ' NOT REVERSED'
            ELSE
                MOVE 'Y' TO W12-DEF-AVAIL-SW
            END-IF

            OPEN I-O    AGR-MASTER
            IF AGR-FILE-NOT-FOUND
                MOVE 'N' TO W13-AGR-AVAIL-SW
                DISPLAY 'BONBKOUT - BONAGRM NOT FOUND, REPAYMENT'
                    ' AGREEMENTS NOT BACKED OUT'
            ELSE
                MOVE 'Y' TO W13-AGR-AVAIL-SW
                MOVE LOW-VALUES TO AGR-KEY
                START AGR-MASTER KEY IS NOT LESS THAN AGR-KEY
                    INVALID KEY
                        MOVE 'Y' TO W13-AGR-EOF-SW
                END-START
            END-IF

            IF YTD-LIMIT-ACTIVE
                PERFORM P0250-READ-CHECKPOINT THRU P0259-EXIT
                DISPLAY 'BONBKOUT - YTD STEP INCOMPLETE, REVERSING'
            MOVE W01-TAX-QUARANTINED      TO W09-TOT-COUNT
            PERFORM P0750-WRITE-TOTAL        THRU P0759-EXIT

            MOVE 'GROSS-UPS REVERSED'     TO W09-TOT-LABEL
            MOVE W01-GRSUP-REVERSED       TO W09-TOT-COUNT
            PERFORM P0750-WRITE-TOTAL        THRU P0759-EXIT

            MOVE '401K DEFERRALS REVERSED' TO W09-TOT-LABEL
            MOVE W01-DEFER-REVERSED       TO W09-TOT-COUNT
            PERFORM P0750-WRITE-TOTAL        THRU P0759-EXIT

            MOVE 'NO DEFERRAL MASTER'     TO W09-TOT-LABEL
            MOVE W01-DEFER-NO-MASTER      TO W09-TOT-COUNT
            PERFORM P0750-WRITE-TOTAL        THRU P0759-EXIT

            MOVE 'AGREEMENTS DELETED'     TO W09-TOT-LABEL
            MOVE W13-AGR-DELETED          TO W09-TOT-COUNT
            PERFORM P0750-WRITE-TOTAL        THRU P0759-EXIT

            MOVE 'AGREEMENT REVERSALS RESET' TO W09-TOT-LABEL
            MOVE W13-AGR-RVSL-RESET       TO W09-TOT-COUNT
            PERFORM P0750-WRITE-TOTAL        THRU P0759-EXIT

            IF DEF-MASTER-AVAILABLE
                CLOSE DEFERRAL-MASTER
            END-IF

            IF AGR-MASTER-AVAILABLE
                CLOSE AGR-MASTER
            END-IF

            CLOSE JOURNAL-BONUS
                  JRNL-QUARANTINE
                  JRNL-KEEP
                ' / ' W01-OUT-QUARANTINED
            DISPLAY 'BONUSTX READ/QUARANTINED   = ' W01-TAX-READ
                ' / ' W01-TAX-QUARANTINED
            DISPLAY 'AGREEMENTS DELETED/RESET   = ' W13-AGR-DELETED
                ' / ' W13-AGR-RVSL-RESET

            IF W01-JRNL-REC-IN NOT =
               (W01-JRNL-QUARANTINED + W01-JRNL-RETAINED)
                ' THE PERIOD MAY BE RERUN'

            IF W01-YTD-NO-MASTER > ZERO
             OR W01-DEFER-NO-MASTER > ZERO
                MOVE +4 TO RETURN-CODE
            ELSE
                MOVE +0 TO RETURN-CODE
                        MOVE TAX-BONUS-REC TO TAXQ-REC
                        WRITE TAXQ-REC
                        ADD +1 TO W01-TAX-QUARANTINED
                        IF TAX-GROSSED-UP
                            PERFORM P0560-REVERSE-GROSS-UP
                                THRU P0569-EXIT
                        END-IF
                        IF TAX-DEFERRAL-AMT NOT = ZERO
                            PERFORM P0570-REVERSE-DEFERRAL
                                THRU P0579-EXIT
                        END-IF
                    END-IF
            END-READ

        P0599-EXIT.
            EXIT.

        P0560-REVERSE-GROSS-UP.

            COMPUTE W05-GRSUP-AMOUNT =
                TAX-GROSS-BONUS-AMT - TAX-NET-BONUS-AMT

            MOVE TAX-EMP-ID TO YTD-EMP-ID

            READ YTD-MASTER

            IF NOT YTD-REC-FOUND
                ADD +1 TO W01-YTD-NO-MASTER
                DISPLAY 'BONBKOUT - NO YTD MASTER FOR GROSS-UP '
                    TAX-EMP-ID
                GO TO P0569-EXIT
            END-IF

            COMPUTE W05-NEW-AMOUNT =
                YTD-AMOUNT-YTD - W05-GRSUP-AMOUNT
            IF W05-NEW-AMOUNT < ZERO
                MOVE ZERO TO W05-NEW-AMOUNT
            END-IF
            MOVE W05-NEW-AMOUNT TO YTD-AMOUNT-YTD

            IF YTD-AMOUNT-YTD >= W06-THRESHOLD-AMOUNT
                MOVE 'Y' TO YTD-THRESHOLD-FLAG
            ELSE
                MOVE 'N' TO YTD-THRESHOLD-FLAG
            END-IF

            COMPUTE W05-NEW-AMOUNT =
                YTD-OASDI-WAGES-YTD - W05-GRSUP-AMOUNT
            IF W05-NEW-AMOUNT < ZERO
                MOVE ZERO TO W05-NEW-AMOUNT
            END-IF
            MOVE W05-NEW-AMOUNT TO YTD-OASDI-WAGES-YTD

            COMPUTE W05-NEW-AMOUNT =
                YTD-MEDI-WAGES-YTD - W05-GRSUP-AMOUNT
            IF W05-NEW-AMOUNT < ZERO
                MOVE ZERO TO W05-NEW-AMOUNT
            END-IF
            MOVE W05-NEW-AMOUNT TO YTD-MEDI-WAGES-YTD

            COMPUTE W05-NEW-AMOUNT =
                YTD-FEDTAX-WAGES-YTD - W05-GRSUP-AMOUNT
            IF W05-NEW-AMOUNT < ZERO
                MOVE ZERO TO W05-NEW-AMOUNT
            END-IF
            MOVE W05-NEW-AMOUNT TO YTD-FEDTAX-WAGES-YTD

            REWRITE YTD-MASTER-REC

            ADD +1 TO W01-GRSUP-REVERSED

            .
        P0569-EXIT.
            EXIT.

        P0570-REVERSE-DEFERRAL.

            MOVE TAX-EMP-ID TO YTD-EMP-ID

            READ YTD-MASTER

            IF YTD-REC-FOUND
                COMPUTE W05-NEW-AMOUNT =
                    YTD-FEDTAX-WAGES-YTD + TAX-DEFERRAL-AMT
                IF W05-NEW-AMOUNT < ZERO
                    MOVE ZERO TO W05-NEW-AMOUNT
                END-IF
                MOVE W05-NEW-AMOUNT TO YTD-FEDTAX-WAGES-YTD
                REWRITE YTD-MASTER-REC
            END-IF

            IF NOT DEF-MASTER-AVAILABLE
                ADD +1 TO W01-DEFER-NO-MASTER
                GO TO P0579-EXIT
            END-IF

            MOVE TAX-EMP-ID TO DEF-EMP-ID

            READ DEFERRAL-MASTER

            IF NOT DEF-REC-FOUND
                ADD +1 TO W01-DEFER-NO-MASTER
                DISPLAY 'BONBKOUT - NO DEFERRAL MASTER FOR '
                    TAX-EMP-ID
                GO TO P0579-EXIT
            END-IF

            IF DEF-YTD-YEAR NOT = TAX-PERIOD-END (1:4)
                GO TO P0579-EXIT
            END-IF

            COMPUTE W12-NEW-DEFERRED =
                DEF-YTD-DEFERRED - TAX-DEFERRAL-AMT
            IF W12-NEW-DEFERRED < ZERO
                MOVE ZERO TO W12-NEW-DEFERRED
            END-IF
            MOVE W12-NEW-DEFERRED TO DEF-YTD-DEFERRED

            REWRITE DEF-ELECT-REC

            ADD +1 TO W01-DEFER-REVERSED

            .
        P0579-EXIT.
            EXIT.

        P0580-BACKOUT-AGREEMENTS.

            READ AGR-MASTER NEXT RECORD
                AT END
                    MOVE 'Y' TO W13-AGR-EOF-SW
                    GO TO P0589-EXIT
            END-READ

            IF AGR-PAY-DATE = W04-PARM-PERIOD-N
             AND AGR-RUN-NBR = W04-PARM-RUN-N
                DELETE AGR-MASTER
                    INVALID KEY
                        DISPLAY 'BONBKOUT - AGREEMENT DELETE FAILED'
                            ' FOR ' AGR-EMP-ID
                    NOT INVALID KEY
                        ADD +1 TO W13-AGR-DELETED
                END-DELETE
                GO TO P0589-EXIT
            END-IF

            IF AGR-RVSL-POSTED-DATE = W04-PARM-PERIOD-N
                MOVE ZERO TO AGR-RVSL-POSTED-DATE
                REWRITE AGR-REC
                    INVALID KEY
                        DISPLAY 'BONBKOUT - AGREEMENT REWRITE FAILED'
                            ' FOR ' AGR-EMP-ID
                    NOT INVALID KEY
                        ADD +1 TO W13-AGR-RVSL-RESET
                END-REWRITE
            END-IF

            .
        P0589-EXIT.
            EXIT.

        P0600-RESET-RUN-CONTROL.

            OPEN OUTPUT RUN-CONTROL
