        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TAX-BONUS ASSIGN TO BONUSTX.
            SELECT OPTIONAL RETRO-ADJ ASSIGN TO BONRETQT.
            SELECT SORT-WORK-FILE ASSIGN TO SRTWORK.
            SELECT OPTIONAL QTD-PRIOR-FILE ASSIGN TO BONQTDP.
            SELECT QTD-NEW-FILE ASSIGN TO BONQTDN.
            DATA RECORD IS TAX-BONUS-REC.
            COPY BONUSTX.

        FD RETRO-ADJ
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 100 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RETRO-ADJ-REC.
        01 RETRO-ADJ-REC                        PIC X(100).

        SD SORT-WORK-FILE
            DATA RECORD IS SRT-TAX-REC.
        01 SRT-TAX-REC.
            05 SRT-OASDI-WH-AMT                 PIC S9(7)V99 COMP-3.
            05 SRT-MEDI-WH-AMT                  PIC S9(7)V99 COMP-3.
            05 SRT-NET-AMT                      PIC S9(7)V99 COMP-3.
            05 FILLER                           PIC X(28).
            05 SRT-REC-TYPE                     PIC X.
                88 SRT-MULTI-STATE                  VALUE 'M'.
                88 SRT-STATE-DETAIL                 VALUE 'S'.
                88 SRT-RETRO-ADJ                    VALUE 'R'.
            05 FILLER                           PIC X.

        FD QTD-PRIOR-FILE
            RECORDING MODE IS F
            05 W01-RUN-GROSS                PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W01-RUN-COUNT                PIC S9(7) COMP   VALUE ZERO.
            05 W01-RETRO-IN                 PIC S9(7) COMP   VALUE ZERO.

        01 W02-SWITCHES.
            05 W02-SORT-EOF-SW              PIC X           VALUE 'N'.

            SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-STATE-CODE
                USING TAX-BONUS RETRO-ADJ
                OUTPUT PROCEDURE IS P0200-SORT-OUTPUT THRU P0249-EXIT

            IF W01-RETRO-IN > ZERO
                OPEN OUTPUT RETRO-ADJ
                CLOSE RETRO-ADJ
                DISPLAY 'BONQTRPT - RETRO ADJUSTMENTS BONRETQT CLEARED'
            END-IF

            GOBACK
            .
        P0199-EXIT.
                MOVE SRT-STATE-CODE TO W03-CURRENT-STATE
            END-IF

            ADD +1               TO W01-REC-IN

            IF SRT-RETRO-ADJ
                ADD +1               TO W01-RETRO-IN
                ADD SRT-STATE-WH-AMT TO W01-STATE-WH
                PERFORM P0900-READ-SORT     THRU P0999-EXIT
                GO TO P0399-EXIT
            END-IF

            IF NOT SRT-MULTI-STATE
                ADD +1               TO W01-STATE-COUNT
                ADD SRT-GROSS-AMT    TO W01-STATE-GROSS
                ADD SRT-STATE-WH-AMT TO W01-STATE-WH
            END-IF

            IF SRT-STATE-DETAIL
                PERFORM P0900-READ-SORT     THRU P0999-EXIT
                GO TO P0399-EXIT
            END-IF

            ADD SRT-FED-WH-AMT   TO W01-RUN-FED-WH
            ADD SRT-OASDI-WH-AMT TO W01-RUN-OASDI-WH
            ADD SRT-MEDI-WH-AMT  TO W01-RUN-MEDI-WH
            ADD SRT-GROSS-AMT    TO W01-RUN-GROSS
            ADD +1               TO W01-RUN-COUNT

            PERFORM P0900-READ-SORT         THRU P0999-EXIT
            .
                  QTD-NEW-FILE

            DISPLAY 'TOTAL RECORDS READ = ' W01-REC-IN
            DISPLAY 'TOTAL RETRO ADJUSTMENTS = ' W01-RETRO-IN
            MOVE +0 TO RETURN-CODE

            .
