      >>SOURCE FORMAT FREE
*> CNTPOST - physical inventory count posting. Measures the counts
*> keyed from the CNTSHEET count sheets (CNTTXN) against the book
*> on-hand CNTSHEET froze on CNTOPEN when the sheets were issued, and
*> prints the variance report (CNTVAR): units over or short, and
*> their value at the ITEM-PRICE frozen with them.
*>
*> A variance within the approval threshold (APPROVE-UNITS and
*> APPROVE-VALUE on CNTPARM; both must be met) is posted straight
*> to STKMSTR. The adjustment is applied to today's on-hand, not
*> set to the counted figure, so stock that moved between issue and
*> posting is not lost. A larger variance is held on CNTHELD for
*> sign-off, as is any whose adjustment would take on-hand below
*> zero or below what is already allocated to orders. Held variances
*> carry forward from run to run until a CNTAPRV card approves (A)
*> or rejects (R) them; an approval posts the variance as held, a
*> rejection drops it and the item can be issued for recount.
*> Sign-offs are applied before the day's counts.
*>
*> Every variance posted, held, approved, or rejected is added to the
*> adjustment audit file (ADJAUD), which only grows; SHRKRPT reports
*> shrinkage by department from it and GLPOST journals the day's
*> posted adjustments. CNTPOST therefore runs before GLPOST. Counts
*> and sign-offs that cannot be applied go to CNTEXC with a reason.
*>
*> CNTOPEN is emptied once the count is posted, so a second run over
*> the same CNTTXN finds nothing issued and cannot post it twice.
*> Items issued but not counted are listed and left as they are.
*>
*> Modification history:
*>   2026-10-15  New program.
IDENTIFICATION DIVISION.
PROGRAM-ID. CNTPOST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO "CNTPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.

    SELECT STOCK-MASTER-FILE ASSIGN TO "STKMSTR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STOCK-FILE-STATUS.

    SELECT OPEN-COUNT-FILE ASSIGN TO "CNTOPEN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-OPEN-FILE-STATUS.

    SELECT COUNT-TRANS-FILE ASSIGN TO "CNTTXN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-COUNT-FILE-STATUS.

    SELECT SIGN-OFF-FILE ASSIGN TO "CNTAPRV"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SIGN-OFF-FILE-STATUS.

    SELECT HELD-COUNT-FILE ASSIGN TO "CNTHELD"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HELD-FILE-STATUS.

    SELECT ADJUST-AUDIT-FILE ASSIGN TO "ADJAUD"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.

    SELECT COUNT-EXCEPT-FILE ASSIGN TO "CNTEXC"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-COUNT-EXC-FILE-STATUS.

    SELECT VARIANCE-REPORT-FILE ASSIGN TO "CNTVAR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

    SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CYC-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE.
01  PARM-CARD                   PIC X(80).

FD  STOCK-MASTER-FILE.
01  STOCK-MASTER-RECORD.
    05  STK-ITEM-NUMBER         PIC 9(6).
    05  STK-ON-HAND             PIC 9(7).
    05  STK-ALLOCATED           PIC 9(7).
    05  STK-REORDER-POINT       PIC 9(7).
    05  STK-REORDER-QTY         PIC 9(7).

FD  OPEN-COUNT-FILE.
01  OPEN-COUNT-RECORD.
    05  CNO-ITEM-NUMBER         PIC 9(6).
    05  CNO-DEPT-CODE           PIC X(2).
    05  CNO-CATEGORY            PIC X(4).
    05  CNO-ITEM-NAME           PIC X(30).
    05  CNO-BOOK-QTY            PIC 9(7).
    05  CNO-UNIT-PRICE          PIC 9(5)V99.
    05  CNO-ISSUE-DATE          PIC X(8).

FD  COUNT-TRANS-FILE.
01  COUNT-TRANS-RECORD.
    05  CTX-ITEM-NUMBER         PIC 9(6).
    05  CTX-COUNTED-QTY         PIC 9(7).

FD  SIGN-OFF-FILE.
01  SIGN-OFF-RECORD.
    05  CAP-ACTION              PIC X(1).
        88  CAP-APPROVE           VALUE 'A'.
        88  CAP-REJECT            VALUE 'R'.
    05  CAP-ITEM-NUMBER         PIC 9(6).
    05  CAP-APPROVER            PIC X(10).

*> CNTHELD and ADJAUD share one layout: the held file is the audit
*> record of each variance still waiting for sign-off.
FD  HELD-COUNT-FILE.
01  HELD-COUNT-RECORD.
    05  HLD-DATE                PIC X(8).
    05  HLD-COUNT-DATE          PIC X(8).
    05  HLD-ITEM-NUMBER         PIC 9(6).
    05  HLD-DEPT-CODE           PIC X(2).
    05  HLD-CATEGORY            PIC X(4).
    05  HLD-BOOK-QTY            PIC 9(7).
    05  HLD-COUNTED-QTY         PIC 9(7).
    05  HLD-DIRECTION           PIC X(1).
    05  HLD-VARIANCE-QTY        PIC 9(7).
    05  HLD-UNIT-PRICE          PIC 9(5)V99.
    05  HLD-VARIANCE-VALUE      PIC 9(11)V99.
    05  HLD-STATUS              PIC X(1).
    05  HLD-APPROVER            PIC X(10).
    05  HLD-REASON              PIC X(30).

FD  ADJUST-AUDIT-FILE.
01  ADJUST-AUDIT-RECORD.
    05  ADJ-DATE                PIC X(8).
    05  ADJ-COUNT-DATE          PIC X(8).
    05  ADJ-ITEM-NUMBER         PIC 9(6).
    05  ADJ-DEPT-CODE           PIC X(2).
    05  ADJ-CATEGORY            PIC X(4).
    05  ADJ-BOOK-QTY            PIC 9(7).
    05  ADJ-COUNTED-QTY         PIC 9(7).
    05  ADJ-DIRECTION           PIC X(1).
        88  ADJ-GAIN              VALUE 'G'.
        88  ADJ-LOSS              VALUE 'L'.
    05  ADJ-VARIANCE-QTY        PIC 9(7).
    05  ADJ-UNIT-PRICE          PIC 9(5)V99.
    05  ADJ-VARIANCE-VALUE      PIC 9(11)V99.
    05  ADJ-STATUS              PIC X(1).
        88  ADJ-POSTED            VALUE 'P'.
        88  ADJ-HELD              VALUE 'H'.
        88  ADJ-APPROVED          VALUE 'A'.
        88  ADJ-REJECTED          VALUE 'R'.
    05  ADJ-APPROVER            PIC X(10).
    05  ADJ-REASON              PIC X(30).

FD  COUNT-EXCEPT-FILE.
01  COUNT-EXCEPT-RECORD.
    05  CEX-DATE                PIC X(8).
    05  CEX-SOURCE              PIC X(1).
    05  CEX-ITEM-NUMBER         PIC X(6).
    05  CEX-QUANTITY            PIC X(7).
    05  CEX-APPROVER            PIC X(10).
    05  CEX-REASON              PIC X(30).

FD  VARIANCE-REPORT-FILE.
01  VARIANCE-REPORT-LINE        PIC X(132).

FD  CYCLE-CONTROL-FILE.
01  CYCLE-CONTROL-RECORD.
    05  CYC-PROGRAM             PIC X(8).
    05  CYC-RUN-ID              PIC X(16).
    05  CYC-RUN-DATE            PIC X(8).
    05  CYC-PHASE               PIC X(1).
        88  CYC-START             VALUE 'S'.
        88  CYC-END               VALUE 'E'.
    05  CYC-RETURN-CODE         PIC 9(2).
    05  CYC-KEY-COUNT           PIC 9(7).

WORKING-STORAGE SECTION.
01  WS-STK-AREA.
    05  WS-STK-COUNT            PIC 9(5) VALUE 0.
    05  WS-STK-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-STK-COUNT
            ASCENDING KEY IS WS-STK-ITEM-NUMBER
            INDEXED BY WS-STK-IDX.
        10  WS-STK-ITEM-NUMBER   PIC 9(6).
        10  WS-STK-ON-HAND       PIC 9(7).
        10  WS-STK-ALLOCATED     PIC 9(7).
        10  WS-STK-REORDER-POINT PIC 9(7).
        10  WS-STK-REORDER-QTY   PIC 9(7).

*> The day's counts, in item order; a count is marked off when its
*> item is found on CNTOPEN.
01  WS-CNT-AREA.
    05  WS-CNT-COUNT            PIC 9(5) VALUE 0.
    05  WS-CNT-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-CNT-COUNT
            ASCENDING KEY IS WS-CNT-ITEM-NUMBER
            INDEXED BY WS-CNT-IDX.
        10  WS-CNT-ITEM-NUMBER   PIC 9(6).
        10  WS-CNT-COUNTED-QTY   PIC 9(7).
        10  WS-CNT-MATCHED-SW    PIC X(1).
            88  WS-CNT-MATCHED     VALUE 'Y'.

*> Variances waiting for sign-off: those carried in on CNTHELD plus
*> those held today, in item order. A resolved entry is dropped when
*> CNTHELD is rewritten.
01  WS-HLD-AREA.
    05  WS-HLD-COUNT            PIC 9(5) VALUE 0.
    05  WS-HLD-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-HLD-COUNT
            ASCENDING KEY IS WS-HLD-ITEM-NUMBER
            INDEXED BY WS-HLD-IDX.
        10  WS-HLD-ITEM-NUMBER   PIC 9(6).
        10  WS-HLD-RECORD        PIC X(111).
        10  WS-HLD-RESOLVED-SW   PIC X(1).
            88  WS-HLD-RESOLVED    VALUE 'Y'.

*> The variance being posted, held, or signed off; 7200 writes it
*> to ADJAUD and 3450 keeps it on the held table.
01  WS-ADJUSTMENT.
    05  WS-ADJ-DATE             PIC X(8).
    05  WS-ADJ-COUNT-DATE       PIC X(8).
    05  WS-ADJ-ITEM-NUMBER      PIC 9(6).
    05  WS-ADJ-DEPT-CODE        PIC X(2).
    05  WS-ADJ-CATEGORY         PIC X(4).
    05  WS-ADJ-BOOK-QTY         PIC 9(7).
    05  WS-ADJ-COUNTED-QTY      PIC 9(7).
    05  WS-ADJ-DIRECTION        PIC X(1).
        88  WS-ADJ-GAIN           VALUE 'G'.
        88  WS-ADJ-LOSS           VALUE 'L'.
    05  WS-ADJ-VARIANCE-QTY     PIC 9(7).
    05  WS-ADJ-UNIT-PRICE       PIC 9(5)V99.
    05  WS-ADJ-VARIANCE-VALUE   PIC 9(11)V99.
    05  WS-ADJ-STATUS           PIC X(1).
    05  WS-ADJ-APPROVER         PIC X(10).
    05  WS-ADJ-REASON           PIC X(30).

01  WS-FILE-STATUSES.
    05  WS-PARM-FILE-STATUS     PIC XX.
    05  WS-STOCK-FILE-STATUS    PIC XX.
    05  WS-OPEN-FILE-STATUS     PIC XX.
    05  WS-COUNT-FILE-STATUS    PIC XX.
    05  WS-SIGN-OFF-FILE-STATUS PIC XX.
    05  WS-HELD-FILE-STATUS     PIC XX.
    05  WS-AUDIT-FILE-STATUS    PIC XX.
    05  WS-COUNT-EXC-FILE-STATUS PIC XX.
    05  WS-REPORT-FILE-STATUS   PIC XX.
    05  WS-CYC-FILE-STATUS      PIC XX.

01  WS-SWITCHES.
    05  WS-PARM-EOF-SW          PIC X VALUE 'N'.
        88  WS-PARM-EOF           VALUE 'Y'.
    05  WS-STOCK-EOF-SW         PIC X VALUE 'N'.
        88  WS-STOCK-EOF          VALUE 'Y'.
    05  WS-OPEN-EOF-SW          PIC X VALUE 'N'.
        88  WS-OPEN-EOF           VALUE 'Y'.
    05  WS-COUNT-EOF-SW         PIC X VALUE 'N'.
        88  WS-COUNT-EOF          VALUE 'Y'.
    05  WS-SIGN-OFF-EOF-SW      PIC X VALUE 'N'.
        88  WS-SIGN-OFF-EOF       VALUE 'Y'.
    05  WS-HELD-EOF-SW          PIC X VALUE 'N'.
        88  WS-HELD-EOF           VALUE 'Y'.
    05  WS-VALUE-NUMERIC-SW     PIC X VALUE 'Y'.
        88  WS-VALUE-NUMERIC      VALUE 'Y'.
    05  WS-FOUND-SW             PIC X VALUE 'N'.
        88  WS-STOCK-FOUND        VALUE 'Y'.
    05  WS-COUNT-FOUND-SW       PIC X VALUE 'N'.
        88  WS-COUNT-FOUND        VALUE 'Y'.
    05  WS-HELD-FOUND-SW        PIC X VALUE 'N'.
        88  WS-HELD-FOUND         VALUE 'Y'.
    05  WS-COUNT-OPEN-SW        PIC X VALUE 'N'.
        88  WS-COUNT-OPEN         VALUE 'Y'.

01  WS-COUNTERS.
    05  WS-COUNTS-READ          PIC 9(7) VALUE 0.
    05  WS-SIGN-OFFS-READ       PIC 9(7) VALUE 0.
    05  WS-HELD-CARRIED-IN      PIC 9(7) VALUE 0.
    05  WS-ITEMS-ISSUED         PIC 9(7) VALUE 0.
    05  WS-ITEMS-COUNTED        PIC 9(7) VALUE 0.
    05  WS-ITEMS-NOT-COUNTED    PIC 9(7) VALUE 0.
    05  WS-ITEMS-NO-VARIANCE    PIC 9(7) VALUE 0.
    05  WS-VARIANCES-POSTED     PIC 9(7) VALUE 0.
    05  WS-VARIANCES-HELD       PIC 9(7) VALUE 0.
    05  WS-SIGN-OFFS-APPROVED   PIC 9(7) VALUE 0.
    05  WS-SIGN-OFFS-REJECTED   PIC 9(7) VALUE 0.
    05  WS-HELD-CARRIED-OUT     PIC 9(7) VALUE 0.
    05  WS-EXCEPTIONS-WRITTEN   PIC 9(7) VALUE 0.
    05  WS-AUDIT-WRITTEN        PIC 9(7) VALUE 0.
    05  WS-INS-IDX              PIC 9(5) VALUE 0.
    05  WS-PRT-IDX              PIC 9(5) VALUE 0.
    05  WS-VAL-IDX              PIC 9(2) VALUE 0.
    05  WS-VAL-DIGITS           PIC 9(2) VALUE 0.
    05  WS-VAL-POINTS           PIC 9(2) VALUE 0.

*> Net of everything posted to STKMSTR this run, gains positive.
01  WS-POSTED-TOTALS.
    05  WS-NET-UNITS-POSTED     PIC S9(9) VALUE 0.
    05  WS-NET-VALUE-POSTED     PIC S9(11)V99 VALUE 0.

01  WS-MISC.
    05  WS-RUN-ID               PIC X(16).
    05  WS-CURR-DATE            PIC X(8).
    05  WS-CURR-TIME            PIC X(8).
    05  WS-PARM-KEYWORD         PIC X(20).
    05  WS-PARM-VALUE           PIC X(20).
    05  WS-CYC-PHASE            PIC X(1).
    05  WS-CYC-KEY-COUNT        PIC 9(7) VALUE 0.
    05  WS-SEARCH-ITEM          PIC 9(6) VALUE 0.
    05  WS-NEW-ON-HAND          PIC S9(9) VALUE 0.
    05  WS-SIGNED-UNITS         PIC S9(7) VALUE 0.
    05  WS-SIGNED-VALUE         PIC S9(11)V99 VALUE 0.
    05  WS-REPORT-STATUS        PIC X(8).
    05  WS-EXC-SOURCE           PIC X(1).
    05  WS-EXC-ITEM             PIC X(6).
    05  WS-EXC-QUANTITY         PIC X(7).
    05  WS-EXC-APPROVER         PIC X(10).
    05  WS-EXC-REASON           PIC X(30).

*> Approval threshold; the VALUE clauses are the defaults and the
*> CNTPARM cards override them per run. A variance over either
*> limit is held for sign-off.
01  WS-THRESHOLDS.
    05  WS-APPROVE-UNITS        PIC 9(7) VALUE 10.
    05  WS-APPROVE-VALUE        PIC 9(9)V99 VALUE 100.00.

01  WS-VAR-HEADING-1.
    05  FILLER                  PIC X(45)
            VALUE "===== INVENTORY COUNT VARIANCE REPORT =====  ".
    05  FILLER                  PIC X(8) VALUE "RUN ID: ".
    05  VRH-RUN-ID              PIC X(16).
    05  FILLER                  PIC X(9) VALUE "   DATE: ".
    05  VRH-DATE                PIC X(8).
01  WS-VAR-THRESHOLD-LINE.
    05  FILLER                  PIC X(26)
            VALUE "APPROVAL THRESHOLD: UNITS ".
    05  VRH-APPROVE-UNITS       PIC ZZZZZZ9.
    05  FILLER                  PIC X(8) VALUE "  VALUE ".
    05  VRH-APPROVE-VALUE       PIC ZZZ,ZZZ,ZZ9.99.
01  WS-SECTION-LINE             PIC X(40).
01  WS-VAR-HEADING-2.
    05  FILLER                  PIC X(49)
            VALUE "ITEM   NAME                      DP CAT     BOOK ".
    05  FILLER                  PIC X(43)
            VALUE "COUNTED VARIANCE     PRICE           VALUE ".
    05  FILLER                  PIC X(15) VALUE "STATUS   REASON".
01  WS-VAR-DETAIL.
    05  VRD-ITEM-NUMBER         PIC 9(6).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  VRD-ITEM-NAME           PIC X(25).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  VRD-DEPT-CODE           PIC X(2).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  VRD-CATEGORY            PIC X(4).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  VRD-BOOK-QTY            PIC ZZZZZZ9.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  VRD-COUNTED-QTY         PIC ZZZZZZ9.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  VRD-VARIANCE-QTY        PIC -ZZZZZZ9.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  VRD-UNIT-PRICE          PIC ZZ,ZZ9.99.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  VRD-VARIANCE-VALUE      PIC -ZZZ,ZZZ,ZZ9.99.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  VRD-STATUS              PIC X(8).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  VRD-REASON              PIC X(30).
01  WS-RUN-TOTAL-LINE.
    05  PRT-LABEL               PIC X(26).
    05  PRT-COUNT               PIC -ZZZZZZZZ9.
01  WS-RUN-VALUE-LINE.
    05  PRV-LABEL               PIC X(26).
    05  PRV-AMOUNT              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 1300-READ-PARM-FILE
    PERFORM 1500-PRINT-HEADINGS
    PERFORM 2000-LOAD-STOCK-TABLE
    PERFORM 2100-LOAD-HELD-TABLE
    PERFORM 2200-LOAD-COUNT-TABLE
    PERFORM 2500-APPLY-SIGN-OFFS
    PERFORM 3000-POST-COUNTS
    PERFORM 3800-REJECT-UNISSUED-COUNTS
    PERFORM 5000-PRINT-HELD-LIST
    PERFORM 6000-PRINT-RUN-TOTALS
    PERFORM 8000-REWRITE-STOCK-MASTER
    PERFORM 8100-REWRITE-HELD-FILE
    PERFORM 8200-CLOSE-OPEN-COUNT
    COMPUTE WS-CYC-KEY-COUNT =
        WS-VARIANCES-POSTED + WS-SIGN-OFFS-APPROVED
    PERFORM 9650-WRITE-CYCLE-END
    PERFORM 9000-SUMMARY
    PERFORM 9900-CLOSE-FILES
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURR-TIME FROM TIME
    STRING WS-CURR-DATE DELIMITED BY SIZE
           WS-CURR-TIME DELIMITED BY SIZE
           INTO WS-RUN-ID
    PERFORM 9600-WRITE-CYCLE-START
    OPEN OUTPUT VARIANCE-REPORT-FILE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "CNTPOST: UNABLE TO OPEN VARIANCE-REPORT-FILE, "
                "STATUS = " WS-REPORT-FILE-STATUS
        STOP RUN
    END-IF
    OPEN EXTEND ADJUST-AUDIT-FILE
    IF WS-AUDIT-FILE-STATUS NOT = "00"
        CLOSE ADJUST-AUDIT-FILE
        OPEN OUTPUT ADJUST-AUDIT-FILE
        IF WS-AUDIT-FILE-STATUS NOT = "00"
            DISPLAY "CNTPOST: UNABLE TO OPEN ADJUST-AUDIT-FILE, "
                    "STATUS = " WS-AUDIT-FILE-STATUS
            STOP RUN
        END-IF
    END-IF
    OPEN EXTEND COUNT-EXCEPT-FILE
    IF WS-COUNT-EXC-FILE-STATUS NOT = "00"
        CLOSE COUNT-EXCEPT-FILE
        OPEN OUTPUT COUNT-EXCEPT-FILE
        IF WS-COUNT-EXC-FILE-STATUS NOT = "00"
            DISPLAY "CNTPOST: UNABLE TO OPEN COUNT-EXCEPT-FILE, "
                    "STATUS = " WS-COUNT-EXC-FILE-STATUS
            STOP RUN
        END-IF
    END-IF.

1300-READ-PARM-FILE.
    *> Same card convention as INVPARM: KEYWORD=VALUE, '*' comments,
    *> a missing file runs on the compiled defaults, a bad card stops
    *> the job.
    OPEN INPUT PARM-FILE
    IF WS-PARM-FILE-STATUS NOT = "00"
        DISPLAY "CNTPOST: NO PARM FILE, USING DEFAULT THRESHOLDS,"
                " STATUS = " WS-PARM-FILE-STATUS
        CLOSE PARM-FILE
    ELSE
        PERFORM UNTIL WS-PARM-EOF
            READ PARM-FILE
                AT END
                    SET WS-PARM-EOF TO TRUE
                NOT AT END
                    PERFORM 1310-PROCESS-PARM-CARD
            END-READ
        END-PERFORM
        CLOSE PARM-FILE
    END-IF.

1310-PROCESS-PARM-CARD.
    IF PARM-CARD = SPACES OR PARM-CARD(1:1) = '*'
        CONTINUE
    ELSE
        MOVE SPACES TO WS-PARM-KEYWORD
        MOVE SPACES TO WS-PARM-VALUE
        UNSTRING PARM-CARD DELIMITED BY '='
            INTO WS-PARM-KEYWORD WS-PARM-VALUE
        END-UNSTRING
        EVALUATE WS-PARM-KEYWORD
            WHEN "APPROVE-UNITS"
                PERFORM 1320-EDIT-NUMERIC-VALUE
                IF NOT WS-VALUE-NUMERIC OR WS-VAL-POINTS > 0
                    DISPLAY "CNTPOST: APPROVE-UNITS MUST BE A WHOLE "
                            "NUMBER"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                COMPUTE WS-APPROVE-UNITS =
                    FUNCTION NUMVAL(WS-PARM-VALUE)
            WHEN "APPROVE-VALUE"
                PERFORM 1320-EDIT-NUMERIC-VALUE
                IF NOT WS-VALUE-NUMERIC
                    DISPLAY "CNTPOST: APPROVE-VALUE IS NOT NUMERIC"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                COMPUTE WS-APPROVE-VALUE =
                    FUNCTION NUMVAL(WS-PARM-VALUE)
            WHEN OTHER
                DISPLAY "CNTPOST: INVALID CONTROL CARD: " PARM-CARD
                MOVE 12 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
    END-IF.

1320-EDIT-NUMERIC-VALUE.
    *> A zero threshold is legitimate (every variance to sign-off), so
    *> the value is edited the way ORDINV's 1320 edits its tax rate:
    *> digits and at most one decimal point, at least one digit.
    MOVE 'Y' TO WS-VALUE-NUMERIC-SW
    MOVE 0 TO WS-VAL-DIGITS
    MOVE 0 TO WS-VAL-POINTS
    PERFORM VARYING WS-VAL-IDX FROM 1 BY 1 UNTIL WS-VAL-IDX > 20
        EVALUATE TRUE
            WHEN WS-PARM-VALUE(WS-VAL-IDX:1) = SPACE
                CONTINUE
            WHEN WS-PARM-VALUE(WS-VAL-IDX:1) >= '0'
                 AND WS-PARM-VALUE(WS-VAL-IDX:1) <= '9'
                ADD 1 TO WS-VAL-DIGITS
            WHEN WS-PARM-VALUE(WS-VAL-IDX:1) = '.'
                ADD 1 TO WS-VAL-POINTS
            WHEN OTHER
                MOVE 'N' TO WS-VALUE-NUMERIC-SW
        END-EVALUATE
    END-PERFORM
    IF WS-VAL-DIGITS = 0 OR WS-VAL-POINTS > 1
        MOVE 'N' TO WS-VALUE-NUMERIC-SW
    END-IF.

1500-PRINT-HEADINGS.
    MOVE WS-RUN-ID    TO VRH-RUN-ID
    MOVE WS-CURR-DATE TO VRH-DATE
    MOVE WS-VAR-HEADING-1 TO VARIANCE-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE WS-APPROVE-UNITS TO VRH-APPROVE-UNITS
    MOVE WS-APPROVE-VALUE TO VRH-APPROVE-VALUE
    MOVE WS-VAR-THRESHOLD-LINE TO VARIANCE-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE SPACES TO VARIANCE-REPORT-LINE
    PERFORM 7100-WRITE-LINE.

2000-LOAD-STOCK-TABLE.
    OPEN INPUT STOCK-MASTER-FILE
    IF WS-STOCK-FILE-STATUS NOT = "00"
        DISPLAY "CNTPOST: UNABLE TO OPEN STOCK-MASTER-FILE, STATUS = "
                 WS-STOCK-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-STOCK-EOF
        READ STOCK-MASTER-FILE
            AT END
                SET WS-STOCK-EOF TO TRUE
            NOT AT END
                PERFORM 2050-INSERT-STOCK
        END-READ
    END-PERFORM
    CLOSE STOCK-MASTER-FILE
    IF WS-STK-COUNT = 0
        DISPLAY "CNTPOST: STOCK MASTER IS EMPTY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

2050-INSERT-STOCK.
    IF WS-STK-COUNT = 99999
        DISPLAY "CNTPOST: STOCK TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-STK-COUNT
    MOVE WS-STK-COUNT TO WS-INS-IDX
    PERFORM VARYING WS-INS-IDX FROM WS-STK-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-STK-ITEM-NUMBER(WS-INS-IDX - 1) < STK-ITEM-NUMBER
        MOVE WS-STK-TABLE(WS-INS-IDX - 1) TO WS-STK-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE STK-ITEM-NUMBER   TO WS-STK-ITEM-NUMBER(WS-INS-IDX)
    MOVE STK-ON-HAND       TO WS-STK-ON-HAND(WS-INS-IDX)
    MOVE STK-ALLOCATED     TO WS-STK-ALLOCATED(WS-INS-IDX)
    MOVE STK-REORDER-POINT TO WS-STK-REORDER-POINT(WS-INS-IDX)
    MOVE STK-REORDER-QTY   TO WS-STK-REORDER-QTY(WS-INS-IDX).

2100-LOAD-HELD-TABLE.
    OPEN INPUT HELD-COUNT-FILE
    IF WS-HELD-FILE-STATUS = "35"
        DISPLAY "CNTPOST: NO VARIANCES CARRIED FOR SIGN-OFF, "
                "STATUS = " WS-HELD-FILE-STATUS
    ELSE
        IF WS-HELD-FILE-STATUS NOT = "00"
            DISPLAY "CNTPOST: UNABLE TO OPEN HELD-COUNT-FILE, "
                    "STATUS = " WS-HELD-FILE-STATUS
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-HELD-EOF
            READ HELD-COUNT-FILE INTO WS-ADJUSTMENT
                AT END
                    SET WS-HELD-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-HELD-CARRIED-IN
                    PERFORM 3450-INSERT-HELD
            END-READ
        END-PERFORM
        CLOSE HELD-COUNT-FILE
    END-IF.

2200-LOAD-COUNT-TABLE.
    OPEN INPUT COUNT-TRANS-FILE
    IF WS-COUNT-FILE-STATUS = "35"
        DISPLAY "CNTPOST: NO COUNTS TO POST, STATUS = "
                 WS-COUNT-FILE-STATUS
    ELSE
        IF WS-COUNT-FILE-STATUS NOT = "00"
            DISPLAY "CNTPOST: UNABLE TO OPEN COUNT-TRANS-FILE, "
                    "STATUS = " WS-COUNT-FILE-STATUS
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-COUNT-EOF
            READ COUNT-TRANS-FILE
                AT END
                    SET WS-COUNT-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-COUNTS-READ
                    PERFORM 2250-STORE-COUNT
            END-READ
        END-PERFORM
        CLOSE COUNT-TRANS-FILE
    END-IF.

2250-STORE-COUNT.
    *> One count per item per sheet; a second card for the same item
    *> is a keying error, not a second location to add in.
    MOVE 'C' TO WS-EXC-SOURCE
    MOVE COUNT-TRANS-RECORD(1:6)  TO WS-EXC-ITEM
    MOVE COUNT-TRANS-RECORD(7:7)  TO WS-EXC-QUANTITY
    MOVE SPACES TO WS-EXC-APPROVER
    IF CTX-ITEM-NUMBER IS NOT NUMERIC
            OR CTX-COUNTED-QTY IS NOT NUMERIC
        MOVE "COUNT NOT NUMERIC" TO WS-EXC-REASON
        PERFORM 7300-WRITE-EXCEPTION
    ELSE
        MOVE 'N' TO WS-COUNT-FOUND-SW
        SET WS-CNT-IDX TO 1
        IF WS-CNT-COUNT > 0
            SEARCH ALL WS-CNT-TABLE
                AT END
                    CONTINUE
                WHEN WS-CNT-ITEM-NUMBER(WS-CNT-IDX) = CTX-ITEM-NUMBER
                    SET WS-COUNT-FOUND TO TRUE
            END-SEARCH
        END-IF
        IF WS-COUNT-FOUND
            MOVE "DUPLICATE COUNT FOR ITEM" TO WS-EXC-REASON
            PERFORM 7300-WRITE-EXCEPTION
        ELSE
            PERFORM 2260-INSERT-COUNT
        END-IF
    END-IF.

2260-INSERT-COUNT.
    IF WS-CNT-COUNT = 99999
        DISPLAY "CNTPOST: COUNT TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-CNT-COUNT
    MOVE WS-CNT-COUNT TO WS-INS-IDX
    PERFORM VARYING WS-INS-IDX FROM WS-CNT-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-CNT-ITEM-NUMBER(WS-INS-IDX - 1) < CTX-ITEM-NUMBER
        MOVE WS-CNT-TABLE(WS-INS-IDX - 1) TO WS-CNT-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE CTX-ITEM-NUMBER TO WS-CNT-ITEM-NUMBER(WS-INS-IDX)
    MOVE CTX-COUNTED-QTY TO WS-CNT-COUNTED-QTY(WS-INS-IDX)
    MOVE 'N'             TO WS-CNT-MATCHED-SW(WS-INS-IDX).

2500-APPLY-SIGN-OFFS.
    OPEN INPUT SIGN-OFF-FILE
    IF WS-SIGN-OFF-FILE-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-SIGN-OFF-FILE-STATUS NOT = "00"
            DISPLAY "CNTPOST: UNABLE TO OPEN SIGN-OFF-FILE, STATUS = "
                     WS-SIGN-OFF-FILE-STATUS
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "----- SIGN-OFFS -----" TO WS-SECTION-LINE
        MOVE WS-SECTION-LINE TO VARIANCE-REPORT-LINE
        PERFORM 7100-WRITE-LINE
        MOVE WS-VAR-HEADING-2 TO VARIANCE-REPORT-LINE
        PERFORM 7100-WRITE-LINE
        PERFORM UNTIL WS-SIGN-OFF-EOF
            READ SIGN-OFF-FILE
                AT END
                    SET WS-SIGN-OFF-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-SIGN-OFFS-READ
                    PERFORM 2550-PROCESS-SIGN-OFF
            END-READ
        END-PERFORM
        CLOSE SIGN-OFF-FILE
        MOVE SPACES TO VARIANCE-REPORT-LINE
        PERFORM 7100-WRITE-LINE
    END-IF.

2550-PROCESS-SIGN-OFF.
    MOVE 'A' TO WS-EXC-SOURCE
    MOVE SIGN-OFF-RECORD(2:6) TO WS-EXC-ITEM
    MOVE SPACES TO WS-EXC-QUANTITY
    MOVE CAP-APPROVER TO WS-EXC-APPROVER
    MOVE 'N' TO WS-HELD-FOUND-SW
    IF CAP-ITEM-NUMBER IS NUMERIC
        MOVE CAP-ITEM-NUMBER TO WS-SEARCH-ITEM
        PERFORM 4200-FIND-HELD
    END-IF
    IF NOT CAP-APPROVE AND NOT CAP-REJECT
        MOVE "INVALID SIGN-OFF ACTION" TO WS-EXC-REASON
        PERFORM 7300-WRITE-EXCEPTION
    ELSE IF CAP-APPROVER = SPACES
        MOVE "APPROVER REQUIRED" TO WS-EXC-REASON
        PERFORM 7300-WRITE-EXCEPTION
    ELSE IF NOT WS-HELD-FOUND
        MOVE "ITEM NOT HELD FOR SIGN-OFF" TO WS-EXC-REASON
        PERFORM 7300-WRITE-EXCEPTION
    ELSE
        MOVE WS-HLD-RECORD(WS-HLD-IDX) TO WS-ADJUSTMENT
        MOVE CAP-APPROVER TO WS-ADJ-APPROVER
        IF CAP-APPROVE
            PERFORM 2560-APPROVE-HELD
        ELSE
            PERFORM 2570-REJECT-HELD
        END-IF
    END-IF.

2560-APPROVE-HELD.
    *> The limits are checked again against today's stock; a variance
    *> that still cannot be taken stays held and the card is turned
    *> away.
    PERFORM 4100-FIND-STOCK
    IF NOT WS-STOCK-FOUND
        MOVE "ITEM NOT ON STOCK MASTER" TO WS-EXC-REASON
        PERFORM 7300-WRITE-EXCEPTION
    ELSE
        PERFORM 4400-CHECK-STOCK-LIMITS
        IF WS-ADJ-REASON NOT = SPACES
            MOVE WS-ADJ-REASON TO WS-EXC-REASON
            PERFORM 7300-WRITE-EXCEPTION
        ELSE
            PERFORM 4500-APPLY-TO-STOCK
            MOVE 'A' TO WS-ADJ-STATUS
            MOVE "APPROVED AT SIGN-OFF" TO WS-ADJ-REASON
            MOVE WS-CURR-DATE TO WS-ADJ-DATE
            PERFORM 7200-WRITE-AUDIT
            MOVE 'Y' TO WS-HLD-RESOLVED-SW(WS-HLD-IDX)
            ADD 1 TO WS-SIGN-OFFS-APPROVED
            MOVE "APPROVED" TO WS-REPORT-STATUS
            MOVE SPACES TO VRD-ITEM-NAME
            PERFORM 5100-PRINT-DETAIL
        END-IF
    END-IF.

2570-REJECT-HELD.
    MOVE 'R' TO WS-ADJ-STATUS
    MOVE "REJECTED AT SIGN-OFF" TO WS-ADJ-REASON
    MOVE WS-CURR-DATE TO WS-ADJ-DATE
    PERFORM 7200-WRITE-AUDIT
    MOVE 'Y' TO WS-HLD-RESOLVED-SW(WS-HLD-IDX)
    ADD 1 TO WS-SIGN-OFFS-REJECTED
    MOVE "REJECTED" TO WS-REPORT-STATUS
    MOVE SPACES TO VRD-ITEM-NAME
    PERFORM 5100-PRINT-DETAIL.

3000-POST-COUNTS.
    MOVE "----- COUNT VARIANCES -----" TO WS-SECTION-LINE
    MOVE WS-SECTION-LINE TO VARIANCE-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE WS-VAR-HEADING-2 TO VARIANCE-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    OPEN INPUT OPEN-COUNT-FILE
    IF WS-OPEN-FILE-STATUS = "35"
        DISPLAY "CNTPOST: NO COUNT OPEN ON CNTOPEN, STATUS = "
                 WS-OPEN-FILE-STATUS
    ELSE
        IF WS-OPEN-FILE-STATUS NOT = "00"
            DISPLAY "CNTPOST: UNABLE TO OPEN OPEN-COUNT-FILE, "
                    "STATUS = " WS-OPEN-FILE-STATUS
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        SET WS-COUNT-OPEN TO TRUE
        PERFORM UNTIL WS-OPEN-EOF
            READ OPEN-COUNT-FILE
                AT END
                    SET WS-OPEN-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-ITEMS-ISSUED
                    PERFORM 3100-PROCESS-OPEN-ITEM
            END-READ
        END-PERFORM
        CLOSE OPEN-COUNT-FILE
    END-IF
    MOVE SPACES TO VARIANCE-REPORT-LINE
    PERFORM 7100-WRITE-LINE.

3100-PROCESS-OPEN-ITEM.
    MOVE SPACES TO WS-ADJUSTMENT
    MOVE WS-CURR-DATE    TO WS-ADJ-DATE
    MOVE CNO-ISSUE-DATE  TO WS-ADJ-COUNT-DATE
    MOVE CNO-ITEM-NUMBER TO WS-ADJ-ITEM-NUMBER
    MOVE CNO-DEPT-CODE   TO WS-ADJ-DEPT-CODE
    MOVE CNO-CATEGORY    TO WS-ADJ-CATEGORY
    MOVE CNO-BOOK-QTY    TO WS-ADJ-BOOK-QTY
    MOVE CNO-UNIT-PRICE  TO WS-ADJ-UNIT-PRICE
    MOVE 0 TO WS-ADJ-COUNTED-QTY
    MOVE 0 TO WS-ADJ-VARIANCE-QTY
    MOVE 0 TO WS-ADJ-VARIANCE-VALUE
    MOVE CNO-ITEM-NAME TO VRD-ITEM-NAME
    MOVE 'N' TO WS-COUNT-FOUND-SW
    SET WS-CNT-IDX TO 1
    IF WS-CNT-COUNT > 0
        SEARCH ALL WS-CNT-TABLE
            AT END
                CONTINUE
            WHEN WS-CNT-ITEM-NUMBER(WS-CNT-IDX) = CNO-ITEM-NUMBER
                SET WS-COUNT-FOUND TO TRUE
        END-SEARCH
    END-IF
    IF NOT WS-COUNT-FOUND
        ADD 1 TO WS-ITEMS-NOT-COUNTED
        MOVE "SKIPPED" TO WS-REPORT-STATUS
        MOVE "NOT COUNTED - NO ADJUSTMENT" TO WS-ADJ-REASON
        PERFORM 5100-PRINT-DETAIL
    ELSE
        MOVE 'Y' TO WS-CNT-MATCHED-SW(WS-CNT-IDX)
        ADD 1 TO WS-ITEMS-COUNTED
        MOVE WS-CNT-COUNTED-QTY(WS-CNT-IDX) TO WS-ADJ-COUNTED-QTY
        *> Only a reissued count can reach an item CNTSHEET would have
        *> held back; the earlier variance must be signed off first.
        MOVE CNO-ITEM-NUMBER TO WS-SEARCH-ITEM
        PERFORM 4200-FIND-HELD
        IF WS-HELD-FOUND
            MOVE 'C' TO WS-EXC-SOURCE
            MOVE CNO-ITEM-NUMBER TO WS-EXC-ITEM
            MOVE WS-ADJ-COUNTED-QTY TO WS-EXC-QUANTITY
            MOVE SPACES TO WS-EXC-APPROVER
            MOVE "ITEM ALREADY HELD FOR SIGN-OFF" TO WS-EXC-REASON
            PERFORM 7300-WRITE-EXCEPTION
            MOVE "REJECTED" TO WS-REPORT-STATUS
            MOVE WS-EXC-REASON TO WS-ADJ-REASON
            PERFORM 5100-PRINT-DETAIL
        ELSE
            PERFORM 3200-MEASURE-VARIANCE
        END-IF
    END-IF.

3200-MEASURE-VARIANCE.
    IF WS-ADJ-COUNTED-QTY NOT < WS-ADJ-BOOK-QTY
        MOVE 'G' TO WS-ADJ-DIRECTION
        COMPUTE WS-ADJ-VARIANCE-QTY =
            WS-ADJ-COUNTED-QTY - WS-ADJ-BOOK-QTY
    ELSE
        MOVE 'L' TO WS-ADJ-DIRECTION
        COMPUTE WS-ADJ-VARIANCE-QTY =
            WS-ADJ-BOOK-QTY - WS-ADJ-COUNTED-QTY
    END-IF
    COMPUTE WS-ADJ-VARIANCE-VALUE =
        WS-ADJ-VARIANCE-QTY * WS-ADJ-UNIT-PRICE
    IF WS-ADJ-VARIANCE-QTY = 0
        ADD 1 TO WS-ITEMS-NO-VARIANCE
    ELSE
        PERFORM 4100-FIND-STOCK
        IF NOT WS-STOCK-FOUND
            MOVE 'C' TO WS-EXC-SOURCE
            MOVE CNO-ITEM-NUMBER TO WS-EXC-ITEM
            MOVE WS-ADJ-COUNTED-QTY TO WS-EXC-QUANTITY
            MOVE SPACES TO WS-EXC-APPROVER
            MOVE "ITEM NOT ON STOCK MASTER" TO WS-EXC-REASON
            PERFORM 7300-WRITE-EXCEPTION
            MOVE "REJECTED" TO WS-REPORT-STATUS
            MOVE WS-EXC-REASON TO WS-ADJ-REASON
            PERFORM 5100-PRINT-DETAIL
        ELSE
            PERFORM 4400-CHECK-STOCK-LIMITS
            IF WS-ADJ-REASON = SPACES
                IF WS-ADJ-VARIANCE-QTY > WS-APPROVE-UNITS
                    MOVE "OVER UNIT THRESHOLD" TO WS-ADJ-REASON
                ELSE
                    IF WS-ADJ-VARIANCE-VALUE > WS-APPROVE-VALUE
                        MOVE "OVER VALUE THRESHOLD" TO WS-ADJ-REASON
                    END-IF
                END-IF
            END-IF
            IF WS-ADJ-REASON = SPACES
                PERFORM 3300-POST-VARIANCE
            ELSE
                PERFORM 3400-HOLD-VARIANCE
            END-IF
        END-IF
    END-IF.

3300-POST-VARIANCE.
    PERFORM 4500-APPLY-TO-STOCK
    MOVE 'P' TO WS-ADJ-STATUS
    MOVE "WITHIN THRESHOLD" TO WS-ADJ-REASON
    PERFORM 7200-WRITE-AUDIT
    ADD 1 TO WS-VARIANCES-POSTED
    MOVE "POSTED" TO WS-REPORT-STATUS
    PERFORM 5100-PRINT-DETAIL.

3400-HOLD-VARIANCE.
    MOVE 'H' TO WS-ADJ-STATUS
    PERFORM 7200-WRITE-AUDIT
    PERFORM 3450-INSERT-HELD
    ADD 1 TO WS-VARIANCES-HELD
    MOVE "HELD" TO WS-REPORT-STATUS
    PERFORM 5100-PRINT-DETAIL.

3450-INSERT-HELD.
    IF WS-HLD-COUNT = 99999
        DISPLAY "CNTPOST: HELD-VARIANCE TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-HLD-COUNT
    MOVE WS-HLD-COUNT TO WS-INS-IDX
    PERFORM VARYING WS-INS-IDX FROM WS-HLD-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-HLD-ITEM-NUMBER(WS-INS-IDX - 1)
                  NOT > WS-ADJ-ITEM-NUMBER
        MOVE WS-HLD-TABLE(WS-INS-IDX - 1) TO WS-HLD-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE WS-ADJ-ITEM-NUMBER TO WS-HLD-ITEM-NUMBER(WS-INS-IDX)
    MOVE WS-ADJUSTMENT      TO WS-HLD-RECORD(WS-INS-IDX)
    MOVE 'N'                TO WS-HLD-RESOLVED-SW(WS-INS-IDX).

3800-REJECT-UNISSUED-COUNTS.
    *> A count for an item that was not issued (or is still waiting
    *> for sign-off from an earlier count) has no book figure to be
    *> measured against.
    PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
            UNTIL WS-PRT-IDX > WS-CNT-COUNT
        IF NOT WS-CNT-MATCHED(WS-PRT-IDX)
            MOVE 'C' TO WS-EXC-SOURCE
            MOVE WS-CNT-ITEM-NUMBER(WS-PRT-IDX) TO WS-EXC-ITEM
            MOVE WS-CNT-COUNTED-QTY(WS-PRT-IDX) TO WS-EXC-QUANTITY
            MOVE SPACES TO WS-EXC-APPROVER
            MOVE "ITEM NOT ISSUED FOR COUNT" TO WS-EXC-REASON
            PERFORM 7300-WRITE-EXCEPTION
        END-IF
    END-PERFORM.

4100-FIND-STOCK.
    MOVE 'N' TO WS-FOUND-SW
    SET WS-STK-IDX TO 1
    SEARCH ALL WS-STK-TABLE
        AT END
            CONTINUE
        WHEN WS-STK-ITEM-NUMBER(WS-STK-IDX) = WS-ADJ-ITEM-NUMBER
            SET WS-STOCK-FOUND TO TRUE
    END-SEARCH.

4200-FIND-HELD.
    MOVE 'N' TO WS-HELD-FOUND-SW
    SET WS-HLD-IDX TO 1
    IF WS-HLD-COUNT > 0
        SEARCH ALL WS-HLD-TABLE
            AT END
                CONTINUE
            WHEN WS-HLD-ITEM-NUMBER(WS-HLD-IDX) = WS-SEARCH-ITEM
                IF NOT WS-HLD-RESOLVED(WS-HLD-IDX)
                    SET WS-HELD-FOUND TO TRUE
                END-IF
        END-SEARCH
    END-IF.

4400-CHECK-STOCK-LIMITS.
    *> STKMAINT never lets allocated exceed on-hand; an adjustment is
    *> held rather than break that.
    MOVE SPACES TO WS-ADJ-REASON
    IF WS-ADJ-GAIN
        COMPUTE WS-NEW-ON-HAND =
            WS-STK-ON-HAND(WS-STK-IDX) + WS-ADJ-VARIANCE-QTY
    ELSE
        COMPUTE WS-NEW-ON-HAND =
            WS-STK-ON-HAND(WS-STK-IDX) - WS-ADJ-VARIANCE-QTY
    END-IF
    IF WS-NEW-ON-HAND < 0
        MOVE "ADJUSTMENT EXCEEDS ON HAND" TO WS-ADJ-REASON
    ELSE
        IF WS-NEW-ON-HAND > 9999999
            MOVE "ADJUSTMENT EXCEEDS MAXIMUM" TO WS-ADJ-REASON
        ELSE
            IF WS-NEW-ON-HAND < WS-STK-ALLOCATED(WS-STK-IDX)
                MOVE "COUNT BELOW ALLOCATED STOCK" TO WS-ADJ-REASON
            END-IF
        END-IF
    END-IF.

4500-APPLY-TO-STOCK.
    IF WS-ADJ-GAIN
        ADD WS-ADJ-VARIANCE-QTY TO WS-STK-ON-HAND(WS-STK-IDX)
        ADD WS-ADJ-VARIANCE-QTY TO WS-NET-UNITS-POSTED
        ADD WS-ADJ-VARIANCE-VALUE TO WS-NET-VALUE-POSTED
    ELSE
        SUBTRACT WS-ADJ-VARIANCE-QTY FROM WS-STK-ON-HAND(WS-STK-IDX)
        SUBTRACT WS-ADJ-VARIANCE-QTY FROM WS-NET-UNITS-POSTED
        SUBTRACT WS-ADJ-VARIANCE-VALUE FROM WS-NET-VALUE-POSTED
    END-IF.

5000-PRINT-HELD-LIST.
    MOVE "----- HELD FOR SIGN-OFF -----" TO WS-SECTION-LINE
    MOVE WS-SECTION-LINE TO VARIANCE-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE WS-VAR-HEADING-2 TO VARIANCE-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
            UNTIL WS-PRT-IDX > WS-HLD-COUNT
        IF NOT WS-HLD-RESOLVED(WS-PRT-IDX)
            MOVE WS-HLD-RECORD(WS-PRT-IDX) TO WS-ADJUSTMENT
            MOVE "HELD" TO WS-REPORT-STATUS
            MOVE SPACES TO VRD-ITEM-NAME
            PERFORM 5100-PRINT-DETAIL
            ADD 1 TO WS-HELD-CARRIED-OUT
        END-IF
    END-PERFORM
    MOVE SPACES TO VARIANCE-REPORT-LINE
    PERFORM 7100-WRITE-LINE.

5100-PRINT-DETAIL.
    *> The caller sets VRD-ITEM-NAME; everything else comes from the
    *> adjustment in hand.
    MOVE WS-ADJ-ITEM-NUMBER TO VRD-ITEM-NUMBER
    MOVE WS-ADJ-DEPT-CODE   TO VRD-DEPT-CODE
    MOVE WS-ADJ-CATEGORY    TO VRD-CATEGORY
    MOVE WS-ADJ-BOOK-QTY    TO VRD-BOOK-QTY
    MOVE WS-ADJ-COUNTED-QTY TO VRD-COUNTED-QTY
    MOVE WS-ADJ-UNIT-PRICE  TO VRD-UNIT-PRICE
    IF WS-ADJ-LOSS
        COMPUTE WS-SIGNED-UNITS = 0 - WS-ADJ-VARIANCE-QTY
        COMPUTE WS-SIGNED-VALUE = 0 - WS-ADJ-VARIANCE-VALUE
    ELSE
        MOVE WS-ADJ-VARIANCE-QTY   TO WS-SIGNED-UNITS
        MOVE WS-ADJ-VARIANCE-VALUE TO WS-SIGNED-VALUE
    END-IF
    MOVE WS-SIGNED-UNITS  TO VRD-VARIANCE-QTY
    MOVE WS-SIGNED-VALUE  TO VRD-VARIANCE-VALUE
    MOVE WS-REPORT-STATUS TO VRD-STATUS
    MOVE WS-ADJ-REASON    TO VRD-REASON
    MOVE WS-VAR-DETAIL TO VARIANCE-REPORT-LINE
    PERFORM 7100-WRITE-LINE.

6000-PRINT-RUN-TOTALS.
    MOVE "----- RUN TOTALS -----" TO WS-SECTION-LINE
    MOVE WS-SECTION-LINE TO VARIANCE-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE "ITEMS ISSUED FOR COUNT...:" TO PRT-LABEL
    MOVE WS-ITEMS-ISSUED TO PRT-COUNT
    PERFORM 6100-PRINT-TOTAL-LINE
    MOVE "ITEMS COUNTED............:" TO PRT-LABEL
    MOVE WS-ITEMS-COUNTED TO PRT-COUNT
    PERFORM 6100-PRINT-TOTAL-LINE
    MOVE "ITEMS NOT COUNTED........:" TO PRT-LABEL
    MOVE WS-ITEMS-NOT-COUNTED TO PRT-COUNT
    PERFORM 6100-PRINT-TOTAL-LINE
    MOVE "ITEMS WITH NO VARIANCE...:" TO PRT-LABEL
    MOVE WS-ITEMS-NO-VARIANCE TO PRT-COUNT
    PERFORM 6100-PRINT-TOTAL-LINE
    MOVE "VARIANCES POSTED.........:" TO PRT-LABEL
    MOVE WS-VARIANCES-POSTED TO PRT-COUNT
    PERFORM 6100-PRINT-TOTAL-LINE
    MOVE "VARIANCES HELD...........:" TO PRT-LABEL
    MOVE WS-VARIANCES-HELD TO PRT-COUNT
    PERFORM 6100-PRINT-TOTAL-LINE
    MOVE "SIGN-OFFS APPROVED.......:" TO PRT-LABEL
    MOVE WS-SIGN-OFFS-APPROVED TO PRT-COUNT
    PERFORM 6100-PRINT-TOTAL-LINE
    MOVE "SIGN-OFFS REJECTED.......:" TO PRT-LABEL
    MOVE WS-SIGN-OFFS-REJECTED TO PRT-COUNT
    PERFORM 6100-PRINT-TOTAL-LINE
    MOVE "STILL HELD FOR SIGN-OFF..:" TO PRT-LABEL
    MOVE WS-HELD-CARRIED-OUT TO PRT-COUNT
    PERFORM 6100-PRINT-TOTAL-LINE
    MOVE "EXCEPTIONS TO CNTEXC.....:" TO PRT-LABEL
    MOVE WS-EXCEPTIONS-WRITTEN TO PRT-COUNT
    PERFORM 6100-PRINT-TOTAL-LINE
    MOVE "NET UNITS POSTED.........:" TO PRT-LABEL
    MOVE WS-NET-UNITS-POSTED TO PRT-COUNT
    PERFORM 6100-PRINT-TOTAL-LINE
    MOVE SPACES TO WS-RUN-VALUE-LINE
    MOVE "NET VALUE POSTED.........:" TO PRV-LABEL
    MOVE WS-NET-VALUE-POSTED TO PRV-AMOUNT
    MOVE WS-RUN-VALUE-LINE TO VARIANCE-REPORT-LINE
    PERFORM 7100-WRITE-LINE.

6100-PRINT-TOTAL-LINE.
    MOVE WS-RUN-TOTAL-LINE TO VARIANCE-REPORT-LINE
    PERFORM 7100-WRITE-LINE.

7100-WRITE-LINE.
    WRITE VARIANCE-REPORT-LINE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "CNTPOST: ERROR WRITING VARIANCE-REPORT-FILE, "
                "STATUS = " WS-REPORT-FILE-STATUS
        STOP RUN
    END-IF.

7200-WRITE-AUDIT.
    MOVE WS-ADJUSTMENT TO ADJUST-AUDIT-RECORD
    WRITE ADJUST-AUDIT-RECORD
    IF WS-AUDIT-FILE-STATUS NOT = "00"
        DISPLAY "CNTPOST: ERROR WRITING ADJUST-AUDIT-FILE, "
                "STATUS = " WS-AUDIT-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-AUDIT-WRITTEN.

7300-WRITE-EXCEPTION.
    MOVE WS-CURR-DATE    TO CEX-DATE
    MOVE WS-EXC-SOURCE   TO CEX-SOURCE
    MOVE WS-EXC-ITEM     TO CEX-ITEM-NUMBER
    MOVE WS-EXC-QUANTITY TO CEX-QUANTITY
    MOVE WS-EXC-APPROVER TO CEX-APPROVER
    MOVE WS-EXC-REASON   TO CEX-REASON
    WRITE COUNT-EXCEPT-RECORD
    IF WS-COUNT-EXC-FILE-STATUS NOT = "00"
        DISPLAY "CNTPOST: ERROR WRITING COUNT-EXCEPT-FILE, STATUS = "
                 WS-COUNT-EXC-FILE-STATUS
        STOP RUN
    END-IF
    ADD 1 TO WS-EXCEPTIONS-WRITTEN.

8000-REWRITE-STOCK-MASTER.
    OPEN OUTPUT STOCK-MASTER-FILE
    IF WS-STOCK-FILE-STATUS NOT = "00"
        DISPLAY "CNTPOST: UNABLE TO REWRITE STOCK-MASTER-FILE, "
                "STATUS = " WS-STOCK-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM VARYING WS-STK-IDX FROM 1 BY 1
            UNTIL WS-STK-IDX > WS-STK-COUNT
        MOVE WS-STK-ITEM-NUMBER(WS-STK-IDX)   TO STK-ITEM-NUMBER
        MOVE WS-STK-ON-HAND(WS-STK-IDX)       TO STK-ON-HAND
        MOVE WS-STK-ALLOCATED(WS-STK-IDX)     TO STK-ALLOCATED
        MOVE WS-STK-REORDER-POINT(WS-STK-IDX) TO STK-REORDER-POINT
        MOVE WS-STK-REORDER-QTY(WS-STK-IDX)   TO STK-REORDER-QTY
        WRITE STOCK-MASTER-RECORD
        IF WS-STOCK-FILE-STATUS NOT = "00"
            DISPLAY "CNTPOST: ERROR WRITING STOCK-MASTER-FILE, "
                    "STATUS = " WS-STOCK-FILE-STATUS
            STOP RUN
        END-IF
    END-PERFORM
    CLOSE STOCK-MASTER-FILE.

8100-REWRITE-HELD-FILE.
    OPEN OUTPUT HELD-COUNT-FILE
    IF WS-HELD-FILE-STATUS NOT = "00"
        DISPLAY "CNTPOST: UNABLE TO REWRITE HELD-COUNT-FILE, "
                "STATUS = " WS-HELD-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
            UNTIL WS-PRT-IDX > WS-HLD-COUNT
        IF NOT WS-HLD-RESOLVED(WS-PRT-IDX)
            MOVE WS-HLD-RECORD(WS-PRT-IDX) TO HELD-COUNT-RECORD
            WRITE HELD-COUNT-RECORD
            IF WS-HELD-FILE-STATUS NOT = "00"
                DISPLAY "CNTPOST: ERROR WRITING HELD-COUNT-FILE, "
                        "STATUS = " WS-HELD-FILE-STATUS
                STOP RUN
            END-IF
        END-IF
    END-PERFORM
    CLOSE HELD-COUNT-FILE.

8200-CLOSE-OPEN-COUNT.
    *> Emptied, not deleted, so CNTSHEET finds no count open.
    IF WS-COUNT-OPEN
        OPEN OUTPUT OPEN-COUNT-FILE
        IF WS-OPEN-FILE-STATUS NOT = "00"
            DISPLAY "CNTPOST: UNABLE TO CLEAR OPEN-COUNT-FILE, "
                    "STATUS = " WS-OPEN-FILE-STATUS
            STOP RUN
        END-IF
        CLOSE OPEN-COUNT-FILE
    END-IF.

9000-SUMMARY.
    DISPLAY "===== COUNT POSTING SUMMARY ====="
    DISPLAY "RUN ID................: " WS-RUN-ID
    DISPLAY "COUNTS READ...........: " WS-COUNTS-READ
    DISPLAY "SIGN-OFFS READ........: " WS-SIGN-OFFS-READ
    DISPLAY "HELD CARRIED IN.......: " WS-HELD-CARRIED-IN
    DISPLAY "ITEMS ISSUED..........: " WS-ITEMS-ISSUED
    DISPLAY "ITEMS COUNTED.........: " WS-ITEMS-COUNTED
    DISPLAY "ITEMS NOT COUNTED.....: " WS-ITEMS-NOT-COUNTED
    DISPLAY "ITEMS NO VARIANCE.....: " WS-ITEMS-NO-VARIANCE
    DISPLAY "VARIANCES POSTED......: " WS-VARIANCES-POSTED
    DISPLAY "VARIANCES HELD........: " WS-VARIANCES-HELD
    DISPLAY "SIGN-OFFS APPROVED....: " WS-SIGN-OFFS-APPROVED
    DISPLAY "SIGN-OFFS REJECTED....: " WS-SIGN-OFFS-REJECTED
    DISPLAY "HELD CARRIED OUT......: " WS-HELD-CARRIED-OUT
    DISPLAY "AUDIT RECORDS WRITTEN.: " WS-AUDIT-WRITTEN
    DISPLAY "EXCEPTIONS WRITTEN....: " WS-EXCEPTIONS-WRITTEN
    DISPLAY "===============================".

9600-WRITE-CYCLE-START.
    MOVE 'S' TO WS-CYC-PHASE
    MOVE 0 TO WS-CYC-KEY-COUNT
    PERFORM 9700-WRITE-CYCLE-RECORD.

9650-WRITE-CYCLE-END.
    MOVE 'E' TO WS-CYC-PHASE
    PERFORM 9700-WRITE-CYCLE-RECORD.

9700-WRITE-CYCLE-RECORD.
    *> Opened, written, and closed per record so an abend between
    *> start and end leaves the start record behind as evidence.
    OPEN EXTEND CYCLE-CONTROL-FILE
    IF WS-CYC-FILE-STATUS NOT = "00"
        CLOSE CYCLE-CONTROL-FILE
        OPEN OUTPUT CYCLE-CONTROL-FILE
        IF WS-CYC-FILE-STATUS NOT = "00"
            DISPLAY "CNTPOST: UNABLE TO OPEN CYCLE-CONTROL-FILE, "
                    "STATUS = " WS-CYC-FILE-STATUS
            STOP RUN
        END-IF
    END-IF
    MOVE "CNTPOST"        TO CYC-PROGRAM
    MOVE WS-RUN-ID        TO CYC-RUN-ID
    MOVE WS-CURR-DATE     TO CYC-RUN-DATE
    MOVE WS-CYC-PHASE     TO CYC-PHASE
    MOVE RETURN-CODE      TO CYC-RETURN-CODE
    MOVE WS-CYC-KEY-COUNT TO CYC-KEY-COUNT
    WRITE CYCLE-CONTROL-RECORD
    IF WS-CYC-FILE-STATUS NOT = "00"
        DISPLAY "CNTPOST: ERROR WRITING CYCLE-CONTROL-FILE, "
                "STATUS = " WS-CYC-FILE-STATUS
        STOP RUN
    END-IF
    CLOSE CYCLE-CONTROL-FILE.

9900-CLOSE-FILES.
    CLOSE ADJUST-AUDIT-FILE
    CLOSE COUNT-EXCEPT-FILE
    CLOSE VARIANCE-REPORT-FILE.
