        IDENTIFICATION DIVISION.
        PROGRAM-ID. BONCHKRC.
        AUTHOR. REF.
        INSTALLATION. REF COMPANY.
        DATE-WRITTEN. 10/15/2026.
        DATE-COMPILED. 10/15/2026.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PAID-ITEMS ASSIGN TO BONPDCHK.
            SELECT CHECK-REGISTER ASSIGN TO BONCHKRG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CKR-KEY
                FILE STATUS IS W03-CKR-STATUS.
            SELECT OPTIONAL DORMANCY-TABLE ASSIGN TO BONDORMT
                FILE STATUS IS W04-DRM-STATUS.
            SELECT CHECK-VOID ASSIGN TO BONCHKVD
                FILE STATUS IS W05-VOID-STATUS.
            SELECT POS-PAY-VOID ASSIGN TO BONPPVD.
            SELECT SORT-WORK-FILE ASSIGN TO SRTWORK.
            SELECT RECON-RPT ASSIGN TO BONCHKXR.
            SELECT AGING-RPT ASSIGN TO BONCHKAG.
            SELECT ESCHEAT-RPT ASSIGN TO BONESCHT.

        DATA DIVISION.
        FILE SECTION.

        FD PAID-ITEMS
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 80 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS PDI-REC.
        01 PDI-REC.
            05 PDI-ACCT-NBR                     PIC X(10).
            05 PDI-CHECK-NBR                    PIC 9(8).
            05 PDI-AMOUNT-CENTS                 PIC 9(10).
            05 PDI-PAID-DATE                    PIC 9(8).
            05 PDI-BANK-SEQ                     PIC X(10).
            05 FILLER                           PIC X(34).

        FD CHECK-REGISTER
            LABEL RECORDS STANDARD
            DATA RECORD IS CKR-REC.
            COPY BONUSCKR.

        FD DORMANCY-TABLE
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 80 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS DRM-REC.
        01 DRM-REC.
            05 DRM-STATE-CODE                   PIC X(2).
            05 DRM-DORMANT-DAYS                 PIC 9(4).
            05 FILLER                           PIC X(74).

        FD CHECK-VOID
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 120 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS VOID-REC.
        01 VOID-REC                             PIC X(120).

        FD POS-PAY-VOID
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 80 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS PP-REC.
        01 PP-REC.
            05 PP-ACCT-NBR                      PIC X(10).
            05 PP-CHECK-NBR                     PIC 9(8).
            05 PP-AMOUNT-CENTS                  PIC 9(10).
            05 PP-ISSUE-DATE                    PIC 9(8).
            05 PP-PAYEE                         PIC X(36).
            05 PP-ISSUE-TYPE                    PIC X(1).
            05 FILLER                           PIC X(7).

        SD SORT-WORK-FILE
            DATA RECORD IS SRT-ESC-REC.
        01 SRT-ESC-REC.
            05 SRT-STATE-CODE                   PIC X(2).
            05 SRT-CHECK-NBR                    PIC 9(8).
            05 SRT-EMP-ID                       PIC 9(9).
            05 SRT-LAST-NAME                    PIC X(20).
            05 SRT-FIRST-NAME                   PIC X(15).
            05 SRT-ISSUE-DATE                   PIC 9(8).
            05 SRT-VOID-DATE                    PIC 9(8).
            05 SRT-NET-AMT                      PIC S9(7)V99 COMP-3.
            05 SRT-DORMANT-DAYS                 PIC 9(4).
            05 FILLER                           PIC X(11).

        FD RECON-RPT
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 133 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RCN-LINE.
        01 RCN-LINE                             PIC X(133).

        FD AGING-RPT
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 133 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS AGE-LINE.
        01 AGE-LINE                             PIC X(133).

        FD ESCHEAT-RPT
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 133 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS ESC-LINE.
        01 ESC-LINE                             PIC X(133).

        WORKING-STORAGE SECTION.
        01 FILLER                               PIC X(40) VALUE
            'BEGIN WORKING STORAGE SECTION FOR CHKRC'.

        01 W01-ACCUMULATORS.
            05 W01-PAID-IN                  PIC S9(7) COMP   VALUE ZERO.
            05 W01-CLEARED                  PIC S9(7) COMP   VALUE ZERO.
            05 W01-NOT-ISSUED               PIC S9(7) COMP   VALUE ZERO.
            05 W01-AMT-MISMATCH             PIC S9(7) COMP   VALUE ZERO.
            05 W01-DUP-PAID                 PIC S9(7) COMP   VALUE ZERO.
            05 W01-PAID-AFTER-VOID          PIC S9(7) COMP   VALUE ZERO.
            05 W01-REG-READ                 PIC S9(7) COMP   VALUE ZERO.
            05 W01-OUTSTANDING              PIC S9(7) COMP   VALUE ZERO.
            05 W01-VOIDED                   PIC S9(7) COMP   VALUE ZERO.
            05 W01-ESCHEAT                  PIC S9(7) COMP   VALUE ZERO.
            05 W01-NO-ISSUE-DATE            PIC S9(7) COMP   VALUE ZERO.
            05 W01-PAID-AMT                 PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W01-CLEARED-AMT              PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W01-OUTSTANDING-AMT          PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W01-VOIDED-AMT               PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W01-ESCHEAT-AMT              PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.

        01 W02-SWITCHES.
            05 W02-PAID-EOF-SW              PIC X           VALUE 'N'.
                88 END-OF-PAID-FILE                         VALUE 'Y'.
            05 W02-REG-EOF-SW               PIC X           VALUE 'N'.
                88 END-OF-REGISTER                          VALUE 'Y'.
            05 W02-DRM-EOF-SW               PIC X           VALUE 'N'.
                88 END-OF-DORMANCY-TABLE                    VALUE 'Y'.
            05 W02-SORT-EOF-SW              PIC X           VALUE 'N'.
                88 END-OF-SORT-FILE                         VALUE 'Y'.
            05 W02-FIRST-REC-SW             PIC X           VALUE 'Y'.
                88 FIRST-RECORD                             VALUE 'Y'.

        01 W03-CKR-STATUS                   PIC X(2)        VALUE '00'.
            88 CKR-REC-FOUND                                VALUE '00'.
            88 CKR-KEY-NOT-FOUND                            VALUE '23'.
            88 CKR-FILE-NOT-FOUND                           VALUE '35'.

        01 W04-DRM-STATUS                   PIC X(2)        VALUE '00'.

        01 W05-VOID-STATUS                  PIC X(2)        VALUE '00'.
            88 VOID-FILE-NOT-FOUND                          VALUE '35'.

        01 W06-DATE-WORK.
            05 W06-CURR-DATETIME            PIC X(21).
            05 W06-TODAY                    PIC 9(8)        VALUE ZERO.
            05 W06-AGE-DAYS                 PIC S9(7) COMP  VALUE ZERO.
            05 W06-REG-CENTS                PIC S9(12)      VALUE ZERO.

        01 W07-PARMS.
            05 W07-PARM-STALE               PIC X(3)   VALUE SPACES.
            05 W07-PARM-STALE-N REDEFINES W07-PARM-STALE
                                            PIC 9(3).
            05 W07-PARM-DORM                PIC X(4)   VALUE SPACES.
            05 W07-PARM-DORM-N REDEFINES W07-PARM-DORM
                                            PIC 9(4).
            05 W07-STALE-DAYS               PIC S9(4) COMP  VALUE +180.
            05 W07-DEFAULT-DORM-DAYS        PIC S9(4) COMP  VALUE +365.
            05 W07-DORM-DAYS                PIC S9(4) COMP  VALUE ZERO.

        01 W08-DORMANCY-TABLE.
            05 W08-DRM-COUNT                PIC S9(4) COMP  VALUE ZERO.
            05 W08-DRM-SUB                  PIC S9(4) COMP  VALUE ZERO.
            05 W08-DRM-HIT-SUB              PIC S9(4) COMP  VALUE ZERO.
            05 W08-DRM-ENTRY  OCCURS 60 TIMES.
                10 W08-DRM-STATE             PIC X(2).
                10 W08-DRM-DAYS              PIC S9(4) COMP.

        01 W09-BUCKET-NAMES.
            05 FILLER               PIC X(16) VALUE '0 - 30 DAYS'.
            05 FILLER               PIC X(16) VALUE '31 - 60 DAYS'.
            05 FILLER               PIC X(16) VALUE '61 - 90 DAYS'.
            05 FILLER               PIC X(16) VALUE 'OVER 90 DAYS'.
            05 FILLER               PIC X(16) VALUE 'STALE - VOIDED'.
        01 W09-BUCKET-NAMES-R REDEFINES W09-BUCKET-NAMES.
            05 W09-BUCKET-NAME      PIC X(16) OCCURS 5 TIMES.

        01 W10-BUCKET-TOTALS.
            05 W10-BKT-SUB                  PIC S9(4) COMP  VALUE ZERO.
            05 W10-BKT-ENTRY  OCCURS 5 TIMES.
                10 W10-BKT-COUNT             PIC S9(7) COMP.
                10 W10-BKT-AMT               PIC S9(11)V99 COMP-3.

        01 W11-COMPANY-ACCT                 PIC X(10)
                                                 VALUE '0098765432'.

        01 W12-PAGE-CTRL.
            05 W12-RCN-PAGE-NO              PIC S9(3) COMP VALUE ZERO.
            05 W12-RCN-LINE-CT              PIC S9(3) COMP VALUE 99.
            05 W12-AGE-PAGE-NO              PIC S9(3) COMP VALUE ZERO.
            05 W12-AGE-LINE-CT              PIC S9(3) COMP VALUE 99.
            05 W12-ESC-PAGE-NO              PIC S9(3) COMP VALUE ZERO.
            05 W12-ESC-LINE-CT              PIC S9(3) COMP VALUE 99.
            05 W12-LINES-PER-PAGE           PIC S9(3) COMP VALUE 50.

        01 W13-RCN-HDG1.
            05 FILLER               PIC X(10) VALUE SPACES.
            05 FILLER               PIC X(44) VALUE
                'BONUS CHECK PAID ITEMS RECONCILIATION'.
            05 FILLER               PIC X(6)  VALUE 'PAGE '.
            05 W13-HDG1-PAGE        PIC ZZ9.

        01 W14-RCN-HDG2.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 FILLER               PIC X(10) VALUE 'CHECK NO'.
            05 FILLER               PIC X(10) VALUE 'PAID DATE'.
            05 FILLER               PIC X(9)  VALUE SPACES.
            05 FILLER               PIC X(11) VALUE 'PAID AMOUNT'.
            05 FILLER               PIC X(7)  VALUE SPACES.
            05 FILLER               PIC X(13) VALUE 'ISSUED AMOUNT'.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 FILLER               PIC X(11) VALUE 'EMP ID'.
            05 FILLER               PIC X(30) VALUE 'DISPOSITION'.

        01 W15-RCN-DETAIL.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W15-CHECK-NBR        PIC 9(8).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W15-PAID-DATE        PIC 9(8).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W15-PAID-AMT         PIC $$,$$$,$$$,$$9.99-.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W15-ISSUED-AMT       PIC $$,$$$,$$$,$$9.99-.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W15-EMP-ID           PIC X(9).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W15-DISPOSITION      PIC X(30).

        01 W16-AGE-HDG1.
            05 FILLER               PIC X(10) VALUE SPACES.
            05 FILLER               PIC X(44) VALUE
                'BONUS OUTSTANDING CHECK AGING REPORT'.
            05 FILLER               PIC X(6)  VALUE 'PAGE '.
            05 W16-HDG1-PAGE        PIC ZZ9.

        01 W17-AGE-HDG2.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 FILLER               PIC X(10) VALUE 'CHECK NO'.
            05 FILLER               PIC X(11) VALUE 'EMP ID'.
            05 FILLER               PIC X(22) VALUE 'NAME'.
            05 FILLER               PIC X(10) VALUE 'ISSUED'.
            05 FILLER               PIC X(7)  VALUE 'DAYS'.
            05 FILLER               PIC X(20) VALUE '          AMOUNT'.
            05 FILLER               PIC X(16) VALUE 'AGE BUCKET'.

        01 W18-AGE-DETAIL.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W18-CHECK-NBR        PIC 9(8).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W18-EMP-ID           PIC 9(9).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W18-LAST-NAME        PIC X(20).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W18-ISSUE-DATE       PIC 9(8).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W18-AGE-DAYS         PIC ZZZZ9.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W18-AMOUNT           PIC $$,$$$,$$$,$$9.99-.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W18-BUCKET           PIC X(16).

        01 W19-AGE-TOTAL-LINE.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 FILLER               PIC X(10) VALUE 'TOTAL'.
            05 W19-BUCKET           PIC X(16).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W19-COUNT            PIC ZZZ,ZZ9.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W19-AMOUNT           PIC $$,$$$,$$$,$$9.99-.

        01 W20-ESC-HDG1.
            05 FILLER               PIC X(10) VALUE SPACES.
            05 FILLER               PIC X(44) VALUE
                'UNCLAIMED BONUS CHECKS - ESCHEAT REPORT'.
            05 FILLER               PIC X(6)  VALUE 'PAGE '.
            05 W20-HDG1-PAGE        PIC ZZ9.

        01 W21-ESC-HDG2.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 FILLER               PIC X(7)  VALUE 'STATE'.
            05 FILLER               PIC X(10) VALUE 'CHECK NO'.
            05 FILLER               PIC X(11) VALUE 'EMP ID'.
            05 FILLER               PIC X(37) VALUE 'NAME'.
            05 FILLER               PIC X(10) VALUE 'ISSUED'.
            05 FILLER               PIC X(10) VALUE 'VOIDED'.
            05 FILLER               PIC X(6)  VALUE 'DORM'.
            05 FILLER               PIC X(20) VALUE '          AMOUNT'.

        01 W22-ESC-DETAIL.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W22-STATE-CODE       PIC X(2).
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 W22-CHECK-NBR        PIC 9(8).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W22-EMP-ID           PIC 9(9).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W22-LAST-NAME        PIC X(20).
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W22-FIRST-NAME       PIC X(15).
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W22-ISSUE-DATE       PIC 9(8).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W22-VOID-DATE        PIC 9(8).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W22-DORMANT-DAYS     PIC ZZZ9.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W22-AMOUNT           PIC $$,$$$,$$$,$$9.99-.

        01 W23-ESC-TOTAL-LINE.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W23-LABEL            PIC X(24).
            05 W23-STATE-CODE       PIC X(2).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W23-COUNT            PIC ZZZ,ZZ9.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W23-AMOUNT           PIC $$,$$$,$$$,$$9.99-.

        01 W24-STATE-BREAK.
            05 W24-CURRENT-STATE            PIC X(2)    VALUE SPACES.
            05 W24-STATE-COUNT              PIC S9(7) COMP  VALUE ZERO.
            05 W24-STATE-AMT                PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W24-GRAND-COUNT              PIC S9(7) COMP  VALUE ZERO.
            05 W24-GRAND-AMT                PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.

        01 W25-PRINT-LINE                   PIC X(133).
        01 W26-BLANK-LINE                   PIC X(133) VALUE SPACES.

        PROCEDURE DIVISION.
        P0100-MAINLINE.

            PERFORM P0200-INITIALIZE        THRU P0299-EXIT

            PERFORM P0300-PROCESS-PAID      THRU P0399-EXIT
                UNTIL END-OF-PAID-FILE

            SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-STATE-CODE
                                 SRT-CHECK-NBR
                INPUT PROCEDURE IS P0500-SCAN-REGISTER THRU P0599-EXIT
                OUTPUT PROCEDURE IS P0600-ESCHEAT-REPORT
                                 THRU P0699-EXIT

            PERFORM P0400-WRAP-UP           THRU P0499-EXIT

            GOBACK
            .
        P0199-EXIT.
            EXIT.

        P0200-INITIALIZE.

            OPEN INPUT  PAID-ITEMS
                 OUTPUT POS-PAY-VOID
                 OUTPUT RECON-RPT
                 OUTPUT AGING-RPT
                 OUTPUT ESCHEAT-RPT

            OPEN I-O    CHECK-REGISTER
            IF CKR-FILE-NOT-FOUND
                DISPLAY 'BONCHKRC - CHECK REGISTER BONCHKRG MISSING'
                MOVE +95 TO RETURN-CODE
                GOBACK
            END-IF

            OPEN EXTEND CHECK-VOID
            IF VOID-FILE-NOT-FOUND
                OPEN OUTPUT CHECK-VOID
                CLOSE CHECK-VOID
                OPEN EXTEND CHECK-VOID
                DISPLAY 'BONCHKRC - BONCHKVD NOT FOUND, CREATED NEW'
            END-IF

            MOVE FUNCTION CURRENT-DATE TO W06-CURR-DATETIME
            MOVE W06-CURR-DATETIME (1:8) TO W06-TODAY

            PERFORM P0250-GET-PARMS        THRU P0259-EXIT

            PERFORM P0260-LOAD-DORMANCY    THRU P0269-EXIT

            PERFORM P0900-READ-PAID        THRU P0999-EXIT

            IF END-OF-PAID-FILE
                DISPLAY 'BONCHKRC - NO PAID ITEMS TO MATCH'
            END-IF

            .
        P0299-EXIT.
            EXIT.

        P0250-GET-PARMS.

            ACCEPT W07-PARM-STALE FROM ENVIRONMENT 'BONCHKRC-STALE'
            ACCEPT W07-PARM-DORM  FROM ENVIRONMENT 'BONCHKRC-DORMDAYS'

            IF W07-PARM-STALE NUMERIC
                MOVE W07-PARM-STALE-N TO W07-STALE-DAYS
            ELSE
                IF W07-PARM-STALE NOT = SPACES
                    DISPLAY 'BONCHKRC - BONCHKRC-STALE INVALID (NNN),'
                        ' DEFAULT USED'
                END-IF
            END-IF

            IF W07-PARM-DORM NUMERIC
                MOVE W07-PARM-DORM-N TO W07-DEFAULT-DORM-DAYS
            ELSE
                IF W07-PARM-DORM NOT = SPACES
                    DISPLAY 'BONCHKRC - BONCHKRC-DORMDAYS INVALID'
                        ' (NNNN), DEFAULT USED'
                END-IF
            END-IF

            DISPLAY 'BONCHKRC - STALE DATE DAYS      = '
                W07-STALE-DAYS
            DISPLAY 'BONCHKRC - DEFAULT DORMANCY DAYS = '
                W07-DEFAULT-DORM-DAYS

            .
        P0259-EXIT.
            EXIT.

        P0260-LOAD-DORMANCY.

            OPEN INPUT DORMANCY-TABLE

            PERFORM P0265-LOAD-ONE-DORMANCY THRU P0268-EXIT
                UNTIL END-OF-DORMANCY-TABLE

            CLOSE DORMANCY-TABLE

            DISPLAY 'BONCHKRC - STATE DORMANCY ENTRIES LOADED = '
                W08-DRM-COUNT

            .
        P0269-EXIT.
            EXIT.

        P0265-LOAD-ONE-DORMANCY.

            READ DORMANCY-TABLE
                AT END
                    MOVE 'Y' TO W02-DRM-EOF-SW
            END-READ

            IF END-OF-DORMANCY-TABLE
                GO TO P0268-EXIT
            END-IF

            IF DRM-STATE-CODE = SPACES
             OR DRM-DORMANT-DAYS NOT NUMERIC
                DISPLAY 'BONCHKRC - INVALID DORMANCY ENTRY '
                    DRM-STATE-CODE ' IGNORED'
                GO TO P0268-EXIT
            END-IF

            IF W08-DRM-COUNT < 60
                ADD +1 TO W08-DRM-COUNT
                MOVE DRM-STATE-CODE
                    TO W08-DRM-STATE (W08-DRM-COUNT)
                MOVE DRM-DORMANT-DAYS
                    TO W08-DRM-DAYS (W08-DRM-COUNT)
            ELSE
                DISPLAY 'BONCHKRC - DORMANCY TABLE FULL, STATE '
                    DRM-STATE-CODE ' DROPPED'
            END-IF

            .
        P0268-EXIT.
            EXIT.

        P0300-PROCESS-PAID.

            COMPUTE W01-PAID-AMT = W01-PAID-AMT
                + (PDI-AMOUNT-CENTS / 100)

            MOVE PDI-CHECK-NBR          TO CKR-CHECK-NBR

            READ CHECK-REGISTER

            IF NOT CKR-REC-FOUND
                ADD +1 TO W01-NOT-ISSUED
                MOVE SPACES              TO W15-EMP-ID
                MOVE ZERO                TO W15-ISSUED-AMT
                MOVE 'PAID NOT ISSUED'   TO W15-DISPOSITION
                PERFORM P0700-WRITE-RCN-LINE THRU P0709-EXIT
                GO TO P0390-READ-NEXT
            END-IF

            MOVE CKR-EMP-ID             TO W15-EMP-ID
            MOVE CKR-NET-AMT            TO W15-ISSUED-AMT

            IF CKR-CLEARED
                ADD +1 TO W01-DUP-PAID
                MOVE 'ALREADY CLEARED'   TO W15-DISPOSITION
                PERFORM P0700-WRITE-RCN-LINE THRU P0709-EXIT
                GO TO P0390-READ-NEXT
            END-IF

            IF CKR-VOIDED OR CKR-ESCHEATED
                ADD +1 TO W01-PAID-AFTER-VOID
                MOVE 'PAID AFTER STALE VOID' TO W15-DISPOSITION
                PERFORM P0700-WRITE-RCN-LINE THRU P0709-EXIT
                GO TO P0390-READ-NEXT
            END-IF

            COMPUTE W06-REG-CENTS = CKR-NET-AMT * 100

            IF W06-REG-CENTS NOT = PDI-AMOUNT-CENTS
                ADD +1 TO W01-AMT-MISMATCH
                MOVE 'AMOUNT MISMATCH'   TO W15-DISPOSITION
                PERFORM P0700-WRITE-RCN-LINE THRU P0709-EXIT
                GO TO P0390-READ-NEXT
            END-IF

            MOVE 'C'                    TO CKR-STATUS
            MOVE PDI-PAID-DATE          TO CKR-STATUS-DATE
            REWRITE CKR-REC

            ADD +1 TO W01-CLEARED
            ADD CKR-NET-AMT TO W01-CLEARED-AMT

            MOVE 'CLEARED'              TO W15-DISPOSITION
            PERFORM P0700-WRITE-RCN-LINE   THRU P0709-EXIT
            .
        P0390-READ-NEXT.

            PERFORM P0900-READ-PAID        THRU P0999-EXIT
            .
        P0399-EXIT.
            EXIT.

        P0400-WRAP-UP.

            CLOSE PAID-ITEMS
                  CHECK-REGISTER
                  CHECK-VOID
                  POS-PAY-VOID
                  RECON-RPT
                  AGING-RPT
                  ESCHEAT-RPT

            DISPLAY 'TOTAL PAID ITEMS READ    = ' W01-PAID-IN
            DISPLAY 'TOTAL PAID ITEMS AMOUNT  = ' W01-PAID-AMT
            DISPLAY 'TOTAL CHECKS CLEARED     = ' W01-CLEARED
            DISPLAY 'TOTAL CLEARED AMOUNT     = ' W01-CLEARED-AMT
            DISPLAY 'PAID NOT ISSUED          = ' W01-NOT-ISSUED
            DISPLAY 'AMOUNT MISMATCHES        = ' W01-AMT-MISMATCH
            DISPLAY 'ALREADY CLEARED          = ' W01-DUP-PAID
            DISPLAY 'PAID AFTER STALE VOID    = ' W01-PAID-AFTER-VOID
            DISPLAY 'REGISTER RECORDS READ    = ' W01-REG-READ
            DISPLAY 'CHECKS STILL OUTSTANDING = ' W01-OUTSTANDING
            DISPLAY 'OUTSTANDING AMOUNT       = ' W01-OUTSTANDING-AMT
            DISPLAY 'STALE CHECKS VOIDED      = ' W01-VOIDED
            DISPLAY 'STALE VOIDED AMOUNT      = ' W01-VOIDED-AMT
            DISPLAY 'CHECKS TO ESCHEAT        = ' W01-ESCHEAT
            DISPLAY 'ESCHEAT AMOUNT           = ' W01-ESCHEAT-AMT
            DISPLAY 'CHECKS WITH NO ISSUE DATE = ' W01-NO-ISSUE-DATE

            IF W01-NOT-ISSUED > ZERO
             OR W01-AMT-MISMATCH > ZERO
             OR W01-DUP-PAID > ZERO
             OR W01-PAID-AFTER-VOID > ZERO
             OR W01-NO-ISSUE-DATE > ZERO
                DISPLAY 'BONCHKRC - PAID ITEM EXCEPTIONS, REVIEW'
                    ' BONCHKXR'
                MOVE +4 TO RETURN-CODE
            ELSE
                MOVE +0 TO RETURN-CODE
            END-IF

            .
        P0499-EXIT.
            EXIT.

        P0500-SCAN-REGISTER.

            MOVE LOW-VALUES TO CKR-KEY

            START CHECK-REGISTER KEY IS NOT LESS THAN CKR-KEY
                INVALID KEY
                    MOVE 'Y' TO W02-REG-EOF-SW
            END-START

            PERFORM P0510-SCAN-ONE-CHECK   THRU P0519-EXIT
                UNTIL END-OF-REGISTER

            PERFORM P0560-PRINT-AGING-TOTALS THRU P0569-EXIT

            .
        P0599-EXIT.
            EXIT.

        P0510-SCAN-ONE-CHECK.

            READ CHECK-REGISTER NEXT RECORD
                AT END
                    MOVE 'Y' TO W02-REG-EOF-SW
            END-READ

            IF END-OF-REGISTER
                GO TO P0519-EXIT
            END-IF

            ADD +1 TO W01-REG-READ

            IF NOT CKR-OUTSTANDING AND NOT CKR-VOIDED
                GO TO P0519-EXIT
            END-IF

            IF CKR-ISSUE-DATE NOT NUMERIC
             OR CKR-ISSUE-DATE = ZERO
                ADD +1 TO W01-NO-ISSUE-DATE
                DISPLAY 'BONCHKRC - NO ISSUE DATE, CHECK NOT AGED: '
                    CKR-CHECK-NBR
                GO TO P0519-EXIT
            END-IF

            COMPUTE W06-AGE-DAYS =
                FUNCTION INTEGER-OF-DATE (W06-TODAY)
              - FUNCTION INTEGER-OF-DATE (CKR-ISSUE-DATE)

            IF CKR-OUTSTANDING
                PERFORM P0520-AGE-ONE-CHECK THRU P0529-EXIT
            END-IF

            IF CKR-VOIDED
                PERFORM P0540-CHECK-DORMANCY THRU P0549-EXIT
            END-IF

            .
        P0519-EXIT.
            EXIT.

        P0520-AGE-ONE-CHECK.

            EVALUATE TRUE
                WHEN W06-AGE-DAYS > W07-STALE-DAYS
                    MOVE 5 TO W10-BKT-SUB
                WHEN W06-AGE-DAYS > 90
                    MOVE 4 TO W10-BKT-SUB
                WHEN W06-AGE-DAYS > 60
                    MOVE 3 TO W10-BKT-SUB
                WHEN W06-AGE-DAYS > 30
                    MOVE 2 TO W10-BKT-SUB
                WHEN OTHER
                    MOVE 1 TO W10-BKT-SUB
            END-EVALUATE

            ADD +1 TO W10-BKT-COUNT (W10-BKT-SUB)
            ADD CKR-NET-AMT TO W10-BKT-AMT (W10-BKT-SUB)

            MOVE CKR-CHECK-NBR          TO W18-CHECK-NBR
            MOVE CKR-EMP-ID             TO W18-EMP-ID
            MOVE CKR-LAST-NAME          TO W18-LAST-NAME
            MOVE CKR-ISSUE-DATE         TO W18-ISSUE-DATE
            MOVE W06-AGE-DAYS           TO W18-AGE-DAYS
            MOVE CKR-NET-AMT            TO W18-AMOUNT
            MOVE W09-BUCKET-NAME (W10-BKT-SUB) TO W18-BUCKET
            MOVE W18-AGE-DETAIL         TO W25-PRINT-LINE
            PERFORM P0720-WRITE-AGE-LINE   THRU P0729-EXIT

            IF W10-BKT-SUB = 5
                PERFORM P0530-VOID-STALE-CHECK THRU P0539-EXIT
            ELSE
                ADD +1 TO W01-OUTSTANDING
                ADD CKR-NET-AMT TO W01-OUTSTANDING-AMT
            END-IF

            .
        P0529-EXIT.
            EXIT.

        P0530-VOID-STALE-CHECK.

            MOVE 'V'                    TO CKR-STATUS
            MOVE W06-TODAY              TO CKR-STATUS-DATE
            REWRITE CKR-REC

            WRITE VOID-REC FROM CKR-REC

            MOVE W11-COMPANY-ACCT       TO PP-ACCT-NBR
            MOVE CKR-CHECK-NBR          TO PP-CHECK-NBR
            COMPUTE PP-AMOUNT-CENTS = CKR-NET-AMT * 100
            MOVE CKR-ISSUE-DATE         TO PP-ISSUE-DATE
            MOVE SPACES                 TO PP-PAYEE
            STRING CKR-FIRST-NAME  DELIMITED BY '  '
                   ' '             DELIMITED BY SIZE
                   CKR-LAST-NAME   DELIMITED BY '  '
                INTO PP-PAYEE
            MOVE 'V'                    TO PP-ISSUE-TYPE
            MOVE SPACES                 TO PP-REC (74:7)
            WRITE PP-REC

            ADD +1 TO W01-VOIDED
            ADD CKR-NET-AMT TO W01-VOIDED-AMT

            .
        P0539-EXIT.
            EXIT.

        P0540-CHECK-DORMANCY.

            MOVE W07-DEFAULT-DORM-DAYS TO W07-DORM-DAYS
            MOVE ZERO TO W08-DRM-HIT-SUB

            PERFORM P0545-SCAN-DORMANCY    THRU P0548-EXIT
                VARYING W08-DRM-SUB FROM 1 BY 1
                UNTIL W08-DRM-SUB > W08-DRM-COUNT
                   OR W08-DRM-HIT-SUB > ZERO

            IF W08-DRM-HIT-SUB > ZERO
                MOVE W08-DRM-DAYS (W08-DRM-HIT-SUB) TO W07-DORM-DAYS
            END-IF

            IF W06-AGE-DAYS < W07-DORM-DAYS
                GO TO P0549-EXIT
            END-IF

            MOVE SPACES                 TO SRT-ESC-REC
            MOVE CKR-STATE-CODE         TO SRT-STATE-CODE
            MOVE CKR-CHECK-NBR          TO SRT-CHECK-NBR
            MOVE CKR-EMP-ID             TO SRT-EMP-ID
            MOVE CKR-LAST-NAME          TO SRT-LAST-NAME
            MOVE CKR-FIRST-NAME         TO SRT-FIRST-NAME
            MOVE CKR-ISSUE-DATE         TO SRT-ISSUE-DATE
            MOVE CKR-STATUS-DATE        TO SRT-VOID-DATE
            MOVE CKR-NET-AMT            TO SRT-NET-AMT
            MOVE W07-DORM-DAYS          TO SRT-DORMANT-DAYS
            RELEASE SRT-ESC-REC

            MOVE 'E'                    TO CKR-STATUS
            REWRITE CKR-REC

            ADD +1 TO W01-ESCHEAT
            ADD CKR-NET-AMT TO W01-ESCHEAT-AMT

            .
        P0549-EXIT.
            EXIT.

        P0545-SCAN-DORMANCY.

            IF W08-DRM-STATE (W08-DRM-SUB) = CKR-STATE-CODE
                MOVE W08-DRM-SUB TO W08-DRM-HIT-SUB
            END-IF

            .
        P0548-EXIT.
            EXIT.

        P0560-PRINT-AGING-TOTALS.

            MOVE W26-BLANK-LINE         TO W25-PRINT-LINE
            PERFORM P0720-WRITE-AGE-LINE   THRU P0729-EXIT

            PERFORM P0565-PRINT-ONE-BUCKET THRU P0568-EXIT
                VARYING W10-BKT-SUB FROM 1 BY 1
                UNTIL W10-BKT-SUB > 5

            .
        P0569-EXIT.
            EXIT.

        P0565-PRINT-ONE-BUCKET.

            MOVE W09-BUCKET-NAME (W10-BKT-SUB) TO W19-BUCKET
            MOVE W10-BKT-COUNT (W10-BKT-SUB)   TO W19-COUNT
            MOVE W10-BKT-AMT (W10-BKT-SUB)     TO W19-AMOUNT
            MOVE W19-AGE-TOTAL-LINE     TO W25-PRINT-LINE
            PERFORM P0720-WRITE-AGE-LINE   THRU P0729-EXIT

            .
        P0568-EXIT.
            EXIT.

        P0600-ESCHEAT-REPORT.

            PERFORM P0950-READ-SORT        THRU P0959-EXIT

            IF NOT END-OF-SORT-FILE
                MOVE SRT-STATE-CODE TO W24-CURRENT-STATE
                MOVE 'N' TO W02-FIRST-REC-SW
            END-IF

            PERFORM P0610-PROCESS-ESCHEAT  THRU P0619-EXIT
                UNTIL END-OF-SORT-FILE

            IF NOT FIRST-RECORD
                PERFORM P0650-STATE-BREAK  THRU P0659-EXIT
            END-IF

            MOVE 'GRAND TOTAL'          TO W23-LABEL
            MOVE SPACES                 TO W23-STATE-CODE
            MOVE W24-GRAND-COUNT        TO W23-COUNT
            MOVE W24-GRAND-AMT          TO W23-AMOUNT
            MOVE W23-ESC-TOTAL-LINE     TO W25-PRINT-LINE
            PERFORM P0740-WRITE-ESC-LINE   THRU P0749-EXIT

            .
        P0699-EXIT.
            EXIT.

        P0610-PROCESS-ESCHEAT.

            IF SRT-STATE-CODE NOT = W24-CURRENT-STATE
                PERFORM P0650-STATE-BREAK  THRU P0659-EXIT
                MOVE SRT-STATE-CODE TO W24-CURRENT-STATE
            END-IF

            MOVE SRT-STATE-CODE         TO W22-STATE-CODE
            MOVE SRT-CHECK-NBR          TO W22-CHECK-NBR
            MOVE SRT-EMP-ID             TO W22-EMP-ID
            MOVE SRT-LAST-NAME          TO W22-LAST-NAME
            MOVE SRT-FIRST-NAME         TO W22-FIRST-NAME
            MOVE SRT-ISSUE-DATE         TO W22-ISSUE-DATE
            MOVE SRT-VOID-DATE          TO W22-VOID-DATE
            MOVE SRT-DORMANT-DAYS       TO W22-DORMANT-DAYS
            MOVE SRT-NET-AMT            TO W22-AMOUNT
            MOVE W22-ESC-DETAIL         TO W25-PRINT-LINE
            PERFORM P0740-WRITE-ESC-LINE   THRU P0749-EXIT

            ADD +1 TO W24-STATE-COUNT
            ADD SRT-NET-AMT TO W24-STATE-AMT

            PERFORM P0950-READ-SORT        THRU P0959-EXIT
            .
        P0619-EXIT.
            EXIT.

        P0650-STATE-BREAK.

            MOVE 'TOTAL LAST-KNOWN STATE' TO W23-LABEL
            MOVE W24-CURRENT-STATE      TO W23-STATE-CODE
            MOVE W24-STATE-COUNT        TO W23-COUNT
            MOVE W24-STATE-AMT          TO W23-AMOUNT
            MOVE W23-ESC-TOTAL-LINE     TO W25-PRINT-LINE
            PERFORM P0740-WRITE-ESC-LINE   THRU P0749-EXIT

            MOVE W26-BLANK-LINE         TO W25-PRINT-LINE
            PERFORM P0740-WRITE-ESC-LINE   THRU P0749-EXIT

            ADD W24-STATE-COUNT TO W24-GRAND-COUNT
            ADD W24-STATE-AMT   TO W24-GRAND-AMT

            MOVE ZERO TO W24-STATE-COUNT
            MOVE ZERO TO W24-STATE-AMT

            .
        P0659-EXIT.
            EXIT.

        P0700-WRITE-RCN-LINE.

            MOVE PDI-CHECK-NBR          TO W15-CHECK-NBR
            MOVE PDI-PAID-DATE          TO W15-PAID-DATE
            COMPUTE W15-PAID-AMT = PDI-AMOUNT-CENTS / 100

            IF W12-RCN-LINE-CT >= W12-LINES-PER-PAGE
                ADD +1 TO W12-RCN-PAGE-NO
                MOVE W12-RCN-PAGE-NO TO W13-HDG1-PAGE
                IF W12-RCN-PAGE-NO > 1
                    WRITE RCN-LINE FROM W13-RCN-HDG1
                        BEFORE ADVANCING PAGE
                ELSE
                    WRITE RCN-LINE FROM W13-RCN-HDG1
                END-IF
                WRITE RCN-LINE FROM W14-RCN-HDG2
                MOVE ZERO TO W12-RCN-LINE-CT
            END-IF

            WRITE RCN-LINE FROM W15-RCN-DETAIL
            ADD +1 TO W12-RCN-LINE-CT
            .
        P0709-EXIT.
            EXIT.

        P0720-WRITE-AGE-LINE.

            IF W12-AGE-LINE-CT >= W12-LINES-PER-PAGE
                ADD +1 TO W12-AGE-PAGE-NO
                MOVE W12-AGE-PAGE-NO TO W16-HDG1-PAGE
                IF W12-AGE-PAGE-NO > 1
                    WRITE AGE-LINE FROM W16-AGE-HDG1
                        BEFORE ADVANCING PAGE
                ELSE
                    WRITE AGE-LINE FROM W16-AGE-HDG1
                END-IF
                WRITE AGE-LINE FROM W17-AGE-HDG2
                MOVE ZERO TO W12-AGE-LINE-CT
            END-IF

            WRITE AGE-LINE FROM W25-PRINT-LINE
            ADD +1 TO W12-AGE-LINE-CT
            .
        P0729-EXIT.
            EXIT.

        P0740-WRITE-ESC-LINE.

            IF W12-ESC-LINE-CT >= W12-LINES-PER-PAGE
                ADD +1 TO W12-ESC-PAGE-NO
                MOVE W12-ESC-PAGE-NO TO W20-HDG1-PAGE
                IF W12-ESC-PAGE-NO > 1
                    WRITE ESC-LINE FROM W20-ESC-HDG1
                        BEFORE ADVANCING PAGE
                ELSE
                    WRITE ESC-LINE FROM W20-ESC-HDG1
                END-IF
                WRITE ESC-LINE FROM W21-ESC-HDG2
                MOVE ZERO TO W12-ESC-LINE-CT
            END-IF

            WRITE ESC-LINE FROM W25-PRINT-LINE
            ADD +1 TO W12-ESC-LINE-CT
            .
        P0749-EXIT.
            EXIT.

        P0900-READ-PAID.

            READ PAID-ITEMS
                AT END
                    MOVE 'Y' TO W02-PAID-EOF-SW
                NOT AT END
                    ADD +1 TO W01-PAID-IN
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
