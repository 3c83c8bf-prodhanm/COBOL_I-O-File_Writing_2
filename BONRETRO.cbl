        IDENTIFICATION DIVISION.
        PROGRAM-ID. BONRETRO.
        AUTHOR. REF.
        INSTALLATION. REF COMPANY.
        DATE-WRITTEN. 10/15/2026.
        DATE-COMPILED. 10/15/2026.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL RETRO-QUEUE ASSIGN TO BONRETRQ.
            SELECT TAX-HISTORY ASSIGN TO BONTXHST
                FILE STATUS IS W03-HST-STATUS.
            SELECT RETRO-GL ASSIGN TO BONRETGL
                FILE STATUS IS W04-RGL-STATUS.
            SELECT RETRO-QTR ASSIGN TO BONRETQT
                FILE STATUS IS W05-RQT-STATUS.
            SELECT RETRO-HIST ASSIGN TO BONRETHS
                FILE STATUS IS W18-RTH-STATUS.
            SELECT SORT-WORK-FILE ASSIGN TO SRTWORK.
            SELECT RETRO-RPT ASSIGN TO BONRETRP.

        DATA DIVISION.
        FILE SECTION.

        FD RETRO-QUEUE
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 40 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RRQ-REC.
            COPY BONUSRRQ.

        FD TAX-HISTORY
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 100 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS HST-REC.
        01 HST-REC.
            05 HST-STATE-CODE                   PIC X(2).
            05 HST-LAST-NAME                    PIC X(20).
            05 HST-FIRST-NAME                   PIC X(15).
            05 HST-MID-INIT                     PIC X.
            05 HST-GROSS-BONUS-AMT              PIC S9(7)V99 COMP-3.
            05 HST-FED-EXEMPT-IND               PIC X.
            05 HST-ST-EXEMPT-IND                PIC X.
            05 HST-FED-WITHHELD-AMT             PIC S9(7)V99 COMP-3.
            05 HST-STATE-WITHHELD-AMT           PIC S9(7)V99 COMP-3.
            05 HST-OASDI-WITHHELD-AMT           PIC S9(7)V99 COMP-3.
            05 HST-MEDI-WITHHELD-AMT            PIC S9(7)V99 COMP-3.
            05 HST-NET-BONUS-AMT                PIC S9(7)V99 COMP-3.
            05 HST-EMP-ID                       PIC 9(9).
            05 HST-BONUS-TYPE                   PIC X(2).
            05 HST-PERIOD-END                   PIC 9(8).
            05 HST-RUN-NBR                      PIC 9(3).
            05 HST-GROSS-UP-IND                 PIC X.
            05 HST-DEFERRAL-AMT                 PIC S9(7)V99 COMP-3.
            05 HST-REC-TYPE                     PIC X.
                88 HST-MULTI-STATE                  VALUE 'M'.
                88 HST-STATE-DETAIL                 VALUE 'S'.
                88 HST-RETRO-ADJ                    VALUE 'R'.
            05 FILLER                           PIC X.

        FD RETRO-GL
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 100 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS TAX-BONUS-REC.
            COPY BONUSTX.

        FD RETRO-QTR
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 100 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RQT-REC.
        01 RQT-REC                              PIC X(100).

        FD RETRO-HIST
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 100 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RTH-REC.
        01 RTH-REC.
            05 RTH-STATE-CODE                   PIC X(2).
            05 FILLER                           PIC X(36).
            05 RTH-GROSS-BONUS-AMT              PIC S9(7)V99 COMP-3.
            05 FILLER                           PIC X(7).
            05 RTH-STATE-WITHHELD-AMT           PIC S9(7)V99 COMP-3.
            05 FILLER                           PIC X(15).
            05 RTH-EMP-ID                       PIC 9(9).
            05 RTH-BONUS-TYPE                   PIC X(2).
            05 RTH-PERIOD-END                   PIC 9(8).
            05 RTH-RUN-NBR                      PIC 9(3).
            05 FILLER                           PIC X(6).
            05 RTH-REC-TYPE                     PIC X.
                88 RTH-RETRO-ADJ                    VALUE 'R'.
            05 FILLER                           PIC X.

        SD SORT-WORK-FILE
            DATA RECORD IS SRT-RETRO-REC.
        01 SRT-RETRO-REC.
            05 SRT-STATE-CODE                   PIC X(2).
            05 SRT-EMP-ID                       PIC 9(9).
            05 SRT-PERIOD-END                   PIC 9(8).
            05 SRT-RUN-NBR                      PIC 9(3).
            05 SRT-LAST-NAME                    PIC X(20).
            05 SRT-FIRST-NAME                   PIC X(15).
            05 SRT-MID-INIT                     PIC X.
            05 SRT-BONUS-TYPE                   PIC X(2).
            05 SRT-TAXABLE-AMT                  PIC S9(7)V99 COMP-3.
            05 SRT-OLD-WH-AMT                   PIC S9(7)V99 COMP-3.
            05 SRT-NEW-WH-AMT                   PIC S9(7)V99 COMP-3.
            05 SRT-DIFF-AMT                     PIC S9(7)V99 COMP-3.
            05 SRT-NEW-RATE                     PIC 9V9999.
            05 SRT-REVIEW-SW                    PIC X(1).
                88 SRT-MANUAL-REVIEW                VALUE 'Y'.

        FD RETRO-RPT
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 133 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RPT-LINE.
        01 RPT-LINE                             PIC X(133).

        WORKING-STORAGE SECTION.
        01 FILLER                               PIC X(40) VALUE
            'BEGIN WORKING STORAGE SECTION FOR RETRO'.

        01 W01-ACCUMULATORS.
            05 W01-QUEUE-IN                 PIC S9(4) COMP   VALUE ZERO.
            05 W01-HIST-IN                  PIC S9(7) COMP   VALUE ZERO.
            05 W01-HIST-AFFECTED            PIC S9(7) COMP   VALUE ZERO.
            05 W01-NO-CHANGE                PIC S9(7) COMP   VALUE ZERO.
            05 W01-EXEMPT-SKIPPED           PIC S9(7) COMP   VALUE ZERO.
            05 W01-REVIEW-CNT               PIC S9(7) COMP   VALUE ZERO.
            05 W01-ADJ-WRITTEN              PIC S9(7) COMP   VALUE ZERO.
            05 W01-UNDER-AMT                PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W01-OVER-AMT                 PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.

        01 W02-SWITCHES.
            05 W02-RRQ-EOF-SW               PIC X           VALUE 'N'.
                88 END-OF-QUEUE-FILE                        VALUE 'Y'.
            05 W02-HST-EOF-SW               PIC X           VALUE 'N'.
                88 END-OF-HIST-FILE                         VALUE 'Y'.
            05 W02-SORT-EOF-SW              PIC X           VALUE 'N'.
                88 END-OF-SORT-FILE                         VALUE 'Y'.
            05 W02-FIRST-REC-SW             PIC X           VALUE 'Y'.
                88 FIRST-RECORD                             VALUE 'Y'.

        01 W03-HST-STATUS                   PIC X(2)        VALUE '00'.
            88 HST-FILE-NOT-FOUND                           VALUE '35'.

        01 W04-RGL-STATUS                   PIC X(2)        VALUE '00'.
            88 RGL-FILE-NOT-FOUND                           VALUE '35'.

        01 W05-RQT-STATUS                   PIC X(2)        VALUE '00'.
            88 RQT-FILE-NOT-FOUND                           VALUE '35'.

        01 W06-RETRO-TABLE.
            05 W06-RRQ-COUNT                PIC S9(4) COMP  VALUE ZERO.
            05 W06-RRQ-SUB                  PIC S9(4) COMP  VALUE ZERO.
            05 W06-RRQ-HIT-SUB              PIC S9(4) COMP  VALUE ZERO.
            05 W06-RRQ-ENTRY  OCCURS 60 TIMES.
                10 W06-RRQ-STATE             PIC X(2).
                10 W06-RRQ-EFF-FROM          PIC 9(8).
                10 W06-RRQ-EFF-TO            PIC 9(8).
                10 W06-RRQ-NEW-RATE          PIC 9V9999.

        01 W07-CALC-WORK.
            05 W07-TAXABLE-AMT              PIC S9(7)V99 COMP-3
                                                             VALUE ZERO.
            05 W07-NEW-WH-AMT               PIC S9(7)V99 COMP-3
                                                             VALUE ZERO.

        01 W08-PAGE-CTRL.
            05 W08-PAGE-NO                  PIC S9(3) COMP VALUE ZERO.
            05 W08-LINE-CT                  PIC S9(3) COMP VALUE 99.
            05 W08-LINES-PER-PAGE           PIC S9(3) COMP VALUE 50.

        01 W09-HDG1.
            05 FILLER               PIC X(10) VALUE SPACES.
            05 FILLER               PIC X(50) VALUE
                'RETROACTIVE STATE WITHHOLDING ADJUSTMENT REPORT'.
            05 FILLER               PIC X(5)  VALUE 'PAGE '.
            05 W09-HDG1-PAGE        PIC ZZ9.

        01 W10-HDG2.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 FILLER               PIC X(4)  VALUE 'ST'.
            05 FILLER               PIC X(11) VALUE 'EMP ID'.
            05 FILLER               PIC X(17) VALUE 'NAME'.
            05 FILLER               PIC X(10) VALUE 'PERIOD'.
            05 FILLER               PIC X(4)  VALUE 'TP'.
            05 FILLER               PIC X(8)  VALUE 'RATE'.
            05 FILLER               PIC X(7)  VALUE SPACES.
            05 FILLER               PIC X(7)  VALUE 'TAXABLE'.
            05 FILLER               PIC X(8)  VALUE SPACES.
            05 FILLER               PIC X(6)  VALUE 'OLD WH'.
            05 FILLER               PIC X(9)  VALUE SPACES.
            05 FILLER               PIC X(6)  VALUE 'NEW WH'.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(10) VALUE 'DIFFERENCE'.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 FILLER               PIC X(18) VALUE 'WITHHOLDING'.

        01 W11-DETAIL-LINE.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W11-STATE-CODE       PIC X(2).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W11-EMP-ID           PIC X(9).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W11-LAST-NAME        PIC X(15).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W11-PERIOD-END       PIC X(8).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W11-BONUS-TYPE       PIC X(2).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W11-NEW-RATE         PIC X(6).
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W11-TAXABLE-AMT      PIC $$,$$$,$$9.99-.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W11-OLD-WH-AMT       PIC $$,$$$,$$9.99-.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W11-NEW-WH-AMT       PIC $$,$$$,$$9.99-.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W11-DIFF-AMT         PIC $$,$$$,$$9.99-.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W11-DISPOSITION      PIC X(18).

        01 W12-TOTAL-LINE.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W12-LABEL            PIC X(30).
            05 W12-STATE-CODE       PIC X(2).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 FILLER               PIC X(7)  VALUE 'UNDER '.
            05 W12-UNDER-AMT        PIC $$,$$$,$$$,$$9.99-.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 FILLER               PIC X(6)  VALUE 'OVER '.
            05 W12-OVER-AMT         PIC $$,$$$,$$$,$$9.99-.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 FILLER               PIC X(5)  VALUE 'NET '.
            05 W12-NET-AMT          PIC $$,$$$,$$$,$$9.99-.

        01 W13-BREAK-WORK.
            05 W13-CURRENT-STATE            PIC X(2)    VALUE SPACES.
            05 W13-CURRENT-EMP-ID           PIC 9(9)    VALUE ZERO.
            05 W13-EMP-DIFF-AMT             PIC S9(9)V99 COMP-3
                                                             VALUE ZERO.
            05 W13-EMP-LINES                PIC S9(4) COMP  VALUE ZERO.
            05 W13-STATE-UNDER              PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W13-STATE-OVER               PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W13-GRAND-UNDER              PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W13-GRAND-OVER               PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.

        01 W14-ADJ-SAVE.
            05 W14-STATE-CODE               PIC X(2).
            05 W14-LAST-NAME                PIC X(20).
            05 W14-FIRST-NAME               PIC X(15).
            05 W14-MID-INIT                 PIC X.
            05 W14-EMP-ID                   PIC 9(9).
            05 W14-BONUS-TYPE               PIC X(2).
            05 W14-PERIOD-END               PIC 9(8).
            05 W14-RUN-NBR                  PIC 9(3).

        01 W15-PRINT-LINE                   PIC X(133).
        01 W16-BLANK-LINE                   PIC X(133) VALUE SPACES.
        01 W17-RATE-EDIT                    PIC 9.9999.

        01 W18-PRIOR-ADJ-TABLE.
            05 W18-RTH-STATUS               PIC X(2)        VALUE '00'.
                88 RTH-FILE-NOT-FOUND                       VALUE '35'.
            05 W18-RTH-EOF-SW               PIC X           VALUE 'N'.
                88 END-OF-RETRO-HIST                        VALUE 'Y'.
            05 W18-RTH-IN                   PIC S9(7) COMP  VALUE ZERO.
            05 W18-RTH-WRITTEN              PIC S9(7) COMP  VALUE ZERO.
            05 W18-PRIOR-APPLIED            PIC S9(7) COMP  VALUE ZERO.
            05 W18-ADJ-COUNT                PIC S9(4) COMP  VALUE ZERO.
            05 W18-ADJ-SUB                  PIC S9(4) COMP  VALUE ZERO.
            05 W18-ADJ-HIT-SUB              PIC S9(4) COMP  VALUE ZERO.
            05 W18-ADJ-MAX                  PIC S9(4) COMP  VALUE +3000.
            05 W18-LOOKUP-KEY.
                10 W18-LOOKUP-EMP-ID         PIC 9(9).
                10 W18-LOOKUP-STATE          PIC X(2).
                10 W18-LOOKUP-PERIOD         PIC 9(8).
                10 W18-LOOKUP-RUN            PIC 9(3).
            05 W18-ADJ-ENTRY  OCCURS 3000 TIMES.
                10 W18-ADJ-KEY               PIC X(22).
                10 W18-ADJ-AMT               PIC S9(7)V99 COMP-3.

        PROCEDURE DIVISION.
        P0100-MAINLINE.

            PERFORM P0200-INITIALIZE        THRU P0299-EXIT

            IF W06-RRQ-COUNT = ZERO
                DISPLAY 'BONRETRO - NO BACK-DATED RATES QUEUED'
                CLOSE TAX-HISTORY
                      RETRO-GL
                      RETRO-QTR
                      RETRO-HIST
                      RETRO-RPT
                MOVE +0 TO RETURN-CODE
                GOBACK
            END-IF

            SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-STATE-CODE
                                 SRT-EMP-ID
                                 SRT-PERIOD-END
                                 SRT-RUN-NBR
                INPUT PROCEDURE IS P0300-SCAN-HISTORY THRU P0399-EXIT
                OUTPUT PROCEDURE IS P0600-PRINT-REPORT THRU P0699-EXIT

            PERFORM P0400-WRAP-UP           THRU P0499-EXIT

            GOBACK
            .
        P0199-EXIT.
            EXIT.

        P0200-INITIALIZE.

            OPEN INPUT  TAX-HISTORY
            IF HST-FILE-NOT-FOUND
                DISPLAY 'BONRETRO - BONUSTX HISTORY BONTXHST MISSING'
                MOVE +95 TO RETURN-CODE
                GOBACK
            END-IF

            OPEN OUTPUT RETRO-RPT

            OPEN EXTEND RETRO-GL
            IF RGL-FILE-NOT-FOUND
                OPEN OUTPUT RETRO-GL
                CLOSE RETRO-GL
                OPEN EXTEND RETRO-GL
                DISPLAY 'BONRETRO - BONRETGL NOT FOUND, CREATED NEW'
            END-IF

            OPEN EXTEND RETRO-QTR
            IF RQT-FILE-NOT-FOUND
                OPEN OUTPUT RETRO-QTR
                CLOSE RETRO-QTR
                OPEN EXTEND RETRO-QTR
                DISPLAY 'BONRETRO - BONRETQT NOT FOUND, CREATED NEW'
            END-IF

            PERFORM P0250-LOAD-QUEUE       THRU P0259-EXIT

            PERFORM P0260-LOAD-PRIOR-ADJ   THRU P0269-EXIT

            OPEN EXTEND RETRO-HIST
            IF RTH-FILE-NOT-FOUND
                OPEN OUTPUT RETRO-HIST
                CLOSE RETRO-HIST
                OPEN EXTEND RETRO-HIST
                DISPLAY 'BONRETRO - BONRETHS NOT FOUND, CREATED NEW'
            END-IF

            .
        P0299-EXIT.
            EXIT.

        P0250-LOAD-QUEUE.

            OPEN INPUT RETRO-QUEUE

            PERFORM P0255-LOAD-ONE-QUEUE   THRU P0258-EXIT
                UNTIL END-OF-QUEUE-FILE

            CLOSE RETRO-QUEUE

            DISPLAY 'BONRETRO - BACK-DATED RATES QUEUED = '
                W06-RRQ-COUNT

            .
        P0259-EXIT.
            EXIT.

        P0255-LOAD-ONE-QUEUE.

            READ RETRO-QUEUE
                AT END
                    MOVE 'Y' TO W02-RRQ-EOF-SW
            END-READ

            IF END-OF-QUEUE-FILE
                GO TO P0258-EXIT
            END-IF

            ADD +1 TO W01-QUEUE-IN

            IF W06-RRQ-COUNT < 60
                ADD +1 TO W06-RRQ-COUNT
                MOVE RRQ-STATE-CODE
                    TO W06-RRQ-STATE (W06-RRQ-COUNT)
                MOVE RRQ-EFF-FROM
                    TO W06-RRQ-EFF-FROM (W06-RRQ-COUNT)
                MOVE RRQ-EFF-TO
                    TO W06-RRQ-EFF-TO (W06-RRQ-COUNT)
                MOVE RRQ-NEW-RATE
                    TO W06-RRQ-NEW-RATE (W06-RRQ-COUNT)
                MOVE RRQ-NEW-RATE       TO W17-RATE-EDIT
                DISPLAY 'BONRETRO - STATE ' RRQ-STATE-CODE
                    ' RATE ' W17-RATE-EDIT ' FROM ' RRQ-EFF-FROM
                    ' THRU ' RRQ-EFF-TO
            ELSE
                DISPLAY 'BONRETRO - RETRO TABLE FULL, STATE '
                    RRQ-STATE-CODE ' FROM ' RRQ-EFF-FROM ' DROPPED'
            END-IF

            .
        P0258-EXIT.
            EXIT.

        P0260-LOAD-PRIOR-ADJ.

            OPEN INPUT RETRO-HIST
            IF RTH-FILE-NOT-FOUND
                DISPLAY 'BONRETRO - BONRETHS NOT FOUND, NO PRIOR'
                    ' ADJUSTMENTS'
                GO TO P0269-EXIT
            END-IF

            PERFORM P0265-LOAD-ONE-PRIOR   THRU P0268-EXIT
                UNTIL END-OF-RETRO-HIST

            CLOSE RETRO-HIST

            DISPLAY 'BONRETRO - PRIOR RETRO ADJUSTMENTS LOADED = '
                W18-RTH-IN

            .
        P0269-EXIT.
            EXIT.

        P0265-LOAD-ONE-PRIOR.

            READ RETRO-HIST
                AT END
                    MOVE 'Y' TO W18-RTH-EOF-SW
            END-READ

            IF END-OF-RETRO-HIST
             OR NOT RTH-RETRO-ADJ
                GO TO P0268-EXIT
            END-IF

            ADD +1 TO W18-RTH-IN

            MOVE RTH-EMP-ID             TO W18-LOOKUP-EMP-ID
            MOVE RTH-STATE-CODE         TO W18-LOOKUP-STATE
            MOVE RTH-PERIOD-END         TO W18-LOOKUP-PERIOD
            MOVE RTH-RUN-NBR            TO W18-LOOKUP-RUN

            PERFORM P0340-FIND-PRIOR-ADJ   THRU P0349-EXIT

            IF W18-ADJ-HIT-SUB > ZERO
                ADD RTH-STATE-WITHHELD-AMT
                    TO W18-ADJ-AMT (W18-ADJ-HIT-SUB)
                GO TO P0268-EXIT
            END-IF

            IF W18-ADJ-COUNT NOT < W18-ADJ-MAX
                DISPLAY 'BONRETRO - PRIOR ADJUSTMENT TABLE FULL,'
                    ' RETRO NOT RUN'
                MOVE +95 TO RETURN-CODE
                GOBACK
            END-IF

            ADD +1 TO W18-ADJ-COUNT
            MOVE W18-LOOKUP-KEY     TO W18-ADJ-KEY (W18-ADJ-COUNT)
            MOVE RTH-STATE-WITHHELD-AMT
                                    TO W18-ADJ-AMT (W18-ADJ-COUNT)

            .
        P0268-EXIT.
            EXIT.

        P0300-SCAN-HISTORY.

            PERFORM P0900-READ-HIST        THRU P0999-EXIT

            PERFORM P0310-CHECK-ONE-HIST   THRU P0319-EXIT
                UNTIL END-OF-HIST-FILE

            .
        P0399-EXIT.
            EXIT.

        P0310-CHECK-ONE-HIST.

            IF HST-RETRO-ADJ
                GO TO P0318-READ-NEXT
            END-IF

            PERFORM P0330-FIND-RETRO-RATE  THRU P0339-EXIT

            IF W06-RRQ-HIT-SUB = ZERO
                GO TO P0318-READ-NEXT
            END-IF

            ADD +1 TO W01-HIST-AFFECTED

            IF HST-ST-EXEMPT-IND = 'Y'
                ADD +1 TO W01-EXEMPT-SKIPPED
                GO TO P0318-READ-NEXT
            END-IF

            MOVE SPACES                 TO SRT-RETRO-REC
            MOVE HST-STATE-CODE         TO SRT-STATE-CODE
            MOVE HST-EMP-ID             TO SRT-EMP-ID
            MOVE HST-PERIOD-END         TO SRT-PERIOD-END
            MOVE HST-RUN-NBR            TO SRT-RUN-NBR
            MOVE HST-LAST-NAME          TO SRT-LAST-NAME
            MOVE HST-FIRST-NAME         TO SRT-FIRST-NAME
            MOVE HST-MID-INIT           TO SRT-MID-INIT
            MOVE HST-BONUS-TYPE         TO SRT-BONUS-TYPE
            MOVE HST-STATE-WITHHELD-AMT TO SRT-OLD-WH-AMT
            MOVE W06-RRQ-NEW-RATE (W06-RRQ-HIT-SUB)
                                        TO SRT-NEW-RATE

            MOVE HST-EMP-ID             TO W18-LOOKUP-EMP-ID
            MOVE HST-STATE-CODE         TO W18-LOOKUP-STATE
            MOVE HST-PERIOD-END         TO W18-LOOKUP-PERIOD
            MOVE HST-RUN-NBR            TO W18-LOOKUP-RUN

            PERFORM P0340-FIND-PRIOR-ADJ   THRU P0349-EXIT

            IF W18-ADJ-HIT-SUB > ZERO
                ADD W18-ADJ-AMT (W18-ADJ-HIT-SUB) TO SRT-OLD-WH-AMT
                ADD +1 TO W18-PRIOR-APPLIED
            END-IF

            IF HST-MULTI-STATE OR HST-STATE-DETAIL
                MOVE HST-GROSS-BONUS-AMT TO SRT-TAXABLE-AMT
                MOVE HST-STATE-WITHHELD-AMT TO SRT-NEW-WH-AMT
                MOVE ZERO               TO SRT-DIFF-AMT
                MOVE 'Y'                TO SRT-REVIEW-SW
                ADD +1 TO W01-REVIEW-CNT
                RELEASE SRT-RETRO-REC
                GO TO P0318-READ-NEXT
            END-IF

            IF HST-DEFERRAL-AMT NUMERIC
                COMPUTE W07-TAXABLE-AMT =
                    HST-GROSS-BONUS-AMT - HST-DEFERRAL-AMT
            ELSE
                MOVE HST-GROSS-BONUS-AMT TO W07-TAXABLE-AMT
            END-IF

            COMPUTE W07-NEW-WH-AMT ROUNDED =
                W07-TAXABLE-AMT * W06-RRQ-NEW-RATE (W06-RRQ-HIT-SUB)

            IF W07-NEW-WH-AMT = SRT-OLD-WH-AMT
                ADD +1 TO W01-NO-CHANGE
                GO TO P0318-READ-NEXT
            END-IF

            MOVE W07-TAXABLE-AMT        TO SRT-TAXABLE-AMT
            MOVE W07-NEW-WH-AMT         TO SRT-NEW-WH-AMT
            COMPUTE SRT-DIFF-AMT =
                W07-NEW-WH-AMT - SRT-OLD-WH-AMT
            MOVE 'N'                    TO SRT-REVIEW-SW

            RELEASE SRT-RETRO-REC
            .
        P0318-READ-NEXT.

            PERFORM P0900-READ-HIST        THRU P0999-EXIT
            .
        P0319-EXIT.
            EXIT.

        P0330-FIND-RETRO-RATE.

            MOVE ZERO TO W06-RRQ-HIT-SUB

            PERFORM P0335-SCAN-RETRO-TABLE THRU P0338-EXIT
                VARYING W06-RRQ-SUB FROM 1 BY 1
                UNTIL W06-RRQ-SUB > W06-RRQ-COUNT

            .
        P0339-EXIT.
            EXIT.

        P0335-SCAN-RETRO-TABLE.

            IF W06-RRQ-STATE (W06-RRQ-SUB) NOT = HST-STATE-CODE
             OR HST-PERIOD-END < W06-RRQ-EFF-FROM (W06-RRQ-SUB)
             OR HST-PERIOD-END > W06-RRQ-EFF-TO (W06-RRQ-SUB)
                GO TO P0338-EXIT
            END-IF

            IF W06-RRQ-HIT-SUB = ZERO
                MOVE W06-RRQ-SUB TO W06-RRQ-HIT-SUB
                GO TO P0338-EXIT
            END-IF

            IF W06-RRQ-EFF-FROM (W06-RRQ-SUB)
                > W06-RRQ-EFF-FROM (W06-RRQ-HIT-SUB)
                MOVE W06-RRQ-SUB TO W06-RRQ-HIT-SUB
            END-IF

            .
        P0338-EXIT.
            EXIT.

        P0340-FIND-PRIOR-ADJ.

            MOVE ZERO TO W18-ADJ-HIT-SUB

            PERFORM P0345-SCAN-PRIOR-ADJ   THRU P0348-EXIT
                VARYING W18-ADJ-SUB FROM 1 BY 1
                UNTIL W18-ADJ-SUB > W18-ADJ-COUNT
                   OR W18-ADJ-HIT-SUB > ZERO

            .
        P0349-EXIT.
            EXIT.

        P0345-SCAN-PRIOR-ADJ.

            IF W18-ADJ-KEY (W18-ADJ-SUB) = W18-LOOKUP-KEY
                MOVE W18-ADJ-SUB TO W18-ADJ-HIT-SUB
            END-IF

            .
        P0348-EXIT.
            EXIT.

        P0400-WRAP-UP.

            CLOSE TAX-HISTORY
                  RETRO-GL
                  RETRO-QTR
                  RETRO-HIST
                  RETRO-RPT

            DISPLAY 'TOTAL QUEUED RATE CHANGES  = ' W01-QUEUE-IN
            DISPLAY 'TOTAL HISTORY RECORDS READ = ' W01-HIST-IN
            DISPLAY 'TOTAL RECORDS IN RETRO RANGE = '
                W01-HIST-AFFECTED
            DISPLAY 'STATE EXEMPT, NOT ADJUSTED = ' W01-EXEMPT-SKIPPED
            DISPLAY 'NO WITHHOLDING CHANGE      = ' W01-NO-CHANGE
            DISPLAY 'MULTI-STATE, MANUAL REVIEW = ' W01-REVIEW-CNT
            DISPLAY 'ADJUSTMENT RECORDS WRITTEN = ' W01-ADJ-WRITTEN
            DISPLAY 'PRIOR RETRO AMOUNTS NETTED = ' W18-PRIOR-APPLIED
            DISPLAY 'RETRO HISTORY RECORDS ADDED = ' W18-RTH-WRITTEN
            DISPLAY 'TOTAL UNDER-WITHHELD       = ' W01-UNDER-AMT
            DISPLAY 'TOTAL OVER-WITHHELD        = ' W01-OVER-AMT

            OPEN OUTPUT RETRO-QUEUE
            CLOSE RETRO-QUEUE
            DISPLAY 'BONRETRO - RETRO QUEUE BONRETRQ CLEARED'

            IF W01-REVIEW-CNT > ZERO
                DISPLAY 'BONRETRO - MULTI-STATE RECORDS NEED MANUAL'
                    ' REVIEW, SEE BONRETRP'
                MOVE +4 TO RETURN-CODE
            ELSE
                MOVE +0 TO RETURN-CODE
            END-IF

            .
        P0499-EXIT.
            EXIT.

        P0600-PRINT-REPORT.

            PERFORM P0950-READ-SORT        THRU P0959-EXIT

            IF NOT END-OF-SORT-FILE
                MOVE SRT-STATE-CODE TO W13-CURRENT-STATE
                MOVE SRT-EMP-ID     TO W13-CURRENT-EMP-ID
                MOVE 'N' TO W02-FIRST-REC-SW
            END-IF

            PERFORM P0610-PRINT-ONE        THRU P0619-EXIT
                UNTIL END-OF-SORT-FILE

            IF NOT FIRST-RECORD
                PERFORM P0630-EMP-BREAK    THRU P0639-EXIT
                PERFORM P0650-STATE-BREAK  THRU P0659-EXIT
            END-IF

            MOVE 'GRAND TOTAL'          TO W12-LABEL
            MOVE SPACES                 TO W12-STATE-CODE
            MOVE W13-GRAND-UNDER        TO W12-UNDER-AMT
            MOVE W13-GRAND-OVER         TO W12-OVER-AMT
            COMPUTE W12-NET-AMT = W13-GRAND-UNDER + W13-GRAND-OVER
            MOVE W12-TOTAL-LINE         TO W15-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT

            .
        P0699-EXIT.
            EXIT.

        P0610-PRINT-ONE.

            IF SRT-STATE-CODE NOT = W13-CURRENT-STATE
                PERFORM P0630-EMP-BREAK    THRU P0639-EXIT
                PERFORM P0650-STATE-BREAK  THRU P0659-EXIT
                MOVE SRT-STATE-CODE TO W13-CURRENT-STATE
                MOVE SRT-EMP-ID     TO W13-CURRENT-EMP-ID
            END-IF

            IF SRT-EMP-ID NOT = W13-CURRENT-EMP-ID
                PERFORM P0630-EMP-BREAK    THRU P0639-EXIT
                MOVE SRT-EMP-ID     TO W13-CURRENT-EMP-ID
            END-IF

            MOVE SRT-STATE-CODE         TO W11-STATE-CODE
            MOVE SRT-EMP-ID             TO W11-EMP-ID
            MOVE SRT-LAST-NAME          TO W11-LAST-NAME
            MOVE SRT-PERIOD-END         TO W11-PERIOD-END
            MOVE SRT-BONUS-TYPE         TO W11-BONUS-TYPE
            MOVE SRT-NEW-RATE           TO W17-RATE-EDIT
            MOVE W17-RATE-EDIT          TO W11-NEW-RATE
            MOVE SRT-TAXABLE-AMT        TO W11-TAXABLE-AMT
            MOVE SRT-OLD-WH-AMT         TO W11-OLD-WH-AMT
            MOVE SRT-NEW-WH-AMT         TO W11-NEW-WH-AMT
            MOVE SRT-DIFF-AMT           TO W11-DIFF-AMT

            EVALUATE TRUE
                WHEN SRT-MANUAL-REVIEW
                    MOVE 'MULTI-STATE REVIEW' TO W11-DISPOSITION
                WHEN SRT-DIFF-AMT > ZERO
                    MOVE 'UNDER-WITHHELD'     TO W11-DISPOSITION
                WHEN OTHER
                    MOVE 'OVER-WITHHELD'      TO W11-DISPOSITION
            END-EVALUATE

            MOVE W11-DETAIL-LINE        TO W15-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT

            IF NOT SRT-MANUAL-REVIEW
                ADD SRT-DIFF-AMT        TO W13-EMP-DIFF-AMT
                ADD +1                  TO W13-EMP-LINES
                MOVE SRT-STATE-CODE     TO W14-STATE-CODE
                MOVE SRT-LAST-NAME      TO W14-LAST-NAME
                MOVE SRT-FIRST-NAME     TO W14-FIRST-NAME
                MOVE SRT-MID-INIT       TO W14-MID-INIT
                MOVE SRT-EMP-ID         TO W14-EMP-ID
                MOVE SRT-BONUS-TYPE     TO W14-BONUS-TYPE
                MOVE SRT-PERIOD-END     TO W14-PERIOD-END
                MOVE SRT-RUN-NBR        TO W14-RUN-NBR
                PERFORM P0720-WRITE-RETRO-HIST THRU P0729-EXIT
            END-IF

            PERFORM P0950-READ-SORT        THRU P0959-EXIT
            .
        P0619-EXIT.
            EXIT.

        P0630-EMP-BREAK.

            IF W13-EMP-LINES = ZERO
                GO TO P0639-EXIT
            END-IF

            IF W13-EMP-DIFF-AMT > ZERO
                ADD W13-EMP-DIFF-AMT TO W13-STATE-UNDER
                ADD W13-EMP-DIFF-AMT TO W01-UNDER-AMT
            ELSE
                ADD W13-EMP-DIFF-AMT TO W13-STATE-OVER
                ADD W13-EMP-DIFF-AMT TO W01-OVER-AMT
            END-IF

            IF W13-EMP-DIFF-AMT NOT = ZERO
                PERFORM P0700-WRITE-ADJUSTMENT THRU P0709-EXIT
            END-IF

            MOVE ZERO TO W13-EMP-DIFF-AMT
            MOVE ZERO TO W13-EMP-LINES

            .
        P0639-EXIT.
            EXIT.

        P0650-STATE-BREAK.

            MOVE 'TOTAL STATE'          TO W12-LABEL
            MOVE W13-CURRENT-STATE      TO W12-STATE-CODE
            MOVE W13-STATE-UNDER        TO W12-UNDER-AMT
            MOVE W13-STATE-OVER         TO W12-OVER-AMT
            COMPUTE W12-NET-AMT = W13-STATE-UNDER + W13-STATE-OVER
            MOVE W12-TOTAL-LINE         TO W15-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT

            MOVE W16-BLANK-LINE         TO W15-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT

            ADD W13-STATE-UNDER TO W13-GRAND-UNDER
            ADD W13-STATE-OVER  TO W13-GRAND-OVER

            MOVE ZERO TO W13-STATE-UNDER
            MOVE ZERO TO W13-STATE-OVER

            .
        P0659-EXIT.
            EXIT.

        P0700-WRITE-ADJUSTMENT.

            INITIALIZE TAX-BONUS-REC
            MOVE W14-STATE-CODE         TO TAX-STATE-CODE
            MOVE W14-LAST-NAME          TO TAX-LAST-NAME
            MOVE W14-FIRST-NAME         TO TAX-FIRST-NAME
            MOVE W14-MID-INIT           TO TAX-MID-INIT
            MOVE W14-EMP-ID             TO TAX-EMP-ID
            MOVE W14-BONUS-TYPE         TO TAX-BONUS-TYPE
            MOVE W14-PERIOD-END         TO TAX-PERIOD-END
            MOVE W14-RUN-NBR            TO TAX-RUN-NBR
            MOVE W13-EMP-DIFF-AMT       TO TAX-STATE-WITHHELD-AMT
            MOVE 'N'                    TO TAX-FED-EXEMPT-IND
            MOVE 'N'                    TO TAX-ST-EXEMPT-IND
            MOVE 'R'                    TO TAX-REC-TYPE

            WRITE TAX-BONUS-REC
            WRITE RQT-REC FROM TAX-BONUS-REC

            ADD +1 TO W01-ADJ-WRITTEN

            .
        P0709-EXIT.
            EXIT.

        P0720-WRITE-RETRO-HIST.

            INITIALIZE TAX-BONUS-REC
            MOVE SRT-STATE-CODE         TO TAX-STATE-CODE
            MOVE SRT-LAST-NAME          TO TAX-LAST-NAME
            MOVE SRT-FIRST-NAME         TO TAX-FIRST-NAME
            MOVE SRT-MID-INIT           TO TAX-MID-INIT
            MOVE SRT-TAXABLE-AMT        TO TAX-GROSS-BONUS-AMT
            MOVE SRT-EMP-ID             TO TAX-EMP-ID
            MOVE SRT-BONUS-TYPE         TO TAX-BONUS-TYPE
            MOVE SRT-PERIOD-END         TO TAX-PERIOD-END
            MOVE SRT-RUN-NBR            TO TAX-RUN-NBR
            MOVE SRT-DIFF-AMT           TO TAX-STATE-WITHHELD-AMT
            MOVE 'N'                    TO TAX-FED-EXEMPT-IND
            MOVE 'N'                    TO TAX-ST-EXEMPT-IND
            MOVE 'R'                    TO TAX-REC-TYPE

            WRITE RTH-REC FROM TAX-BONUS-REC

            ADD +1 TO W18-RTH-WRITTEN

            .
        P0729-EXIT.
            EXIT.

        P0800-WRITE-LINE.

            IF W08-LINE-CT >= W08-LINES-PER-PAGE
                PERFORM P0850-WRITE-HEADINGS THRU P0859-EXIT
            END-IF

            WRITE RPT-LINE FROM W15-PRINT-LINE
            ADD +1 TO W08-LINE-CT
            .
        P0899-EXIT.
            EXIT.

        P0850-WRITE-HEADINGS.

            ADD +1 TO W08-PAGE-NO
            MOVE W08-PAGE-NO TO W09-HDG1-PAGE

            IF W08-PAGE-NO > 1
                WRITE RPT-LINE FROM W09-HDG1
                    BEFORE ADVANCING PAGE
            ELSE
                WRITE RPT-LINE FROM W09-HDG1
            END-IF

            WRITE RPT-LINE FROM W10-HDG2
            MOVE ZERO TO W08-LINE-CT
            .
        P0859-EXIT.
            EXIT.

        P0900-READ-HIST.

            READ TAX-HISTORY
                AT END
                    MOVE 'Y' TO W02-HST-EOF-SW
                NOT AT END
                    ADD +1 TO W01-HIST-IN
            END-READ

            .
        P0999-EXIT.
            EXIT.

        P0950-READ-SORT.

            RETURN SORT-WORK-FILE
                AT END
                    MOVE 'Y' TO W02-SORT-EOF-SW
            END-RETURN

            .
        P0959-EXIT.
            EXIT.
