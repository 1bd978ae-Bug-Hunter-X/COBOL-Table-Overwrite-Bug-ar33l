      >>SOURCE FORMAT FREE
*> MGNRPT - tells the pricing desk and the buyers what the period's
*> sales made. Reads the period's priced order lines (ORDPRICED - the
*> scheduler stacks the daily files for the period into one input, as
*> for SLSRPT) and costs every line at what we pay the item's supplier
*> (COSTEXTR, published by COSTLOAD, keyed on item and supplier). The
*> item extract (ITEMEXTR) supplies the department, category and
*> supplier of each item, and SUPPCTL the supplier names. Both
*> extracts are balanced H/D/T before anything accumulates. The report
*> shows units, revenue, cost, margin and margin percent by
*> department, by category, by item and by supplier, each section
*> footed with the period total. Lines whose item is no longer on the
*> extract, or that have no cost on file for the item's supplier, are
*> left out of the sections and tallied separately so the margin shown
*> is never flattered by a line costed at zero.
*>
*> Modification history:
*>   2026-10-15  New program.
IDENTIFICATION DIVISION.
PROGRAM-ID. MGNRPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EXTRACT-FILE ASSIGN TO "ITEMEXTR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-FILE-STATUS.

    SELECT COST-EXTRACT-FILE ASSIGN TO "COSTEXTR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-COST-FILE-STATUS.

    SELECT SUPP-CONTROL-FILE ASSIGN TO "SUPPCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SUPP-FILE-STATUS.

    SELECT PRICED-ORDER-FILE ASSIGN TO "ORDPRICED"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PRICED-FILE-STATUS.

    SELECT MARGIN-REPORT-FILE ASSIGN TO "MARGNRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  EXTRACT-FILE.
01  EXTRACT-RECORD.
    05  EXT-REC-TYPE            PIC X(1).
    05  EXT-ITEM-NUMBER         PIC 9(6).
    05  EXT-ITEM-NAME           PIC X(30).
    05  EXT-ITEM-PRICE          PIC 9(5)V99.
    05  EXT-ITEM-CATEGORY       PIC X(4).
    05  EXT-ITEM-DISCOUNT       PIC 9(2)V99.
    05  EXT-CAT-DESC            PIC X(30).
    05  EXT-DEPT-CODE           PIC X(2).
    05  EXT-SUPPLIER            PIC X(3).
01  EXTRACT-TRAILER-RECORD.
    05  EXL-REC-TYPE            PIC X(1).
    05  EXL-RECORD-COUNT        PIC 9(7).
    05  EXL-PRICE-HASH          PIC 9(11)V99.
    05  FILLER                  PIC X(66).

FD  COST-EXTRACT-FILE.
01  COST-EXTRACT-RECORD.
    05  CXT-REC-TYPE            PIC X(1).
    05  CXT-ITEM-NUMBER         PIC 9(6).
    05  CXT-SUPPLIER            PIC X(3).
    05  CXT-UNIT-COST           PIC 9(5)V99.
    05  FILLER                  PIC X(8).
01  COST-EXTRACT-TRAILER.
    05  CXL-REC-TYPE            PIC X(1).
    05  CXL-RECORD-COUNT        PIC 9(7).
    05  CXL-COST-HASH           PIC 9(11)V99.
    05  FILLER                  PIC X(4).

FD  SUPP-CONTROL-FILE.
01  SUPP-CONTROL-RECORD.
    05  SUP-CODE                PIC X(3).
    05  SUP-RANK                PIC 9(2).
    05  SUP-NAME                PIC X(30).

FD  PRICED-ORDER-FILE.
01  PRICED-ORDER-RECORD.
    05  PRC-ORDER-NUMBER        PIC 9(8).
    05  PRC-CUST-NUMBER         PIC 9(6).
    05  PRC-ITEM-NUMBER         PIC 9(6).
    05  PRC-ITEM-NAME           PIC X(30).
    05  PRC-QUANTITY            PIC 9(5).
    05  PRC-UNIT-PRICE          PIC 9(5)V99.
    05  PRC-ITEM-DISCOUNT       PIC 9(2)V99.
    05  PRC-DISC-SOURCE         PIC X(1).
    05  PRC-NET-PRICE           PIC 9(5)V99.
    05  PRC-LINE-AMOUNT         PIC 9(11)V99.

FD  MARGIN-REPORT-FILE.
01  MARGIN-REPORT-LINE          PIC X(132).

WORKING-STORAGE SECTION.
*> One row per extract item, in item order, with the period's units,
*> revenue and cost accumulated in place.
01  WS-ITM-AREA.
    05  WS-ITM-COUNT            PIC 9(5) VALUE 0.
    05  WS-ITM-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-ITM-COUNT
            ASCENDING KEY IS WS-ITM-NUMBER
            INDEXED BY WS-ITM-IDX.
        10  WS-ITM-NUMBER        PIC 9(6).
        10  WS-ITM-NAME          PIC X(30).
        10  WS-ITM-CATEGORY      PIC X(4).
        10  WS-ITM-CAT-DESC      PIC X(30).
        10  WS-ITM-DEPT-CODE     PIC X(2).
        10  WS-ITM-SUPPLIER      PIC X(3).
        10  WS-ITM-UNITS         PIC 9(9) VALUE 0.
        10  WS-ITM-REVENUE       PIC 9(11)V99 VALUE 0.
        10  WS-ITM-COST          PIC 9(11)V99 VALUE 0.

*> Supplier cost table from COSTEXTR, in item/supplier order as
*> COSTLOAD wrote it.
01  WS-CST-AREA.
    05  WS-CST-COUNT            PIC 9(5) VALUE 0.
    05  WS-CST-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-CST-COUNT
            ASCENDING KEY IS WS-CST-KEY
            INDEXED BY WS-CST-IDX.
        10  WS-CST-KEY.
            15  WS-CST-ITEM      PIC 9(6).
            15  WS-CST-SUPPLIER  PIC X(3).
        10  WS-CST-UNIT-COST     PIC 9(5)V99.

01  WS-CST-SEARCH-KEY.
    05  WS-CST-SEARCH-ITEM      PIC 9(6).
    05  WS-CST-SEARCH-SUPPLIER  PIC X(3).

01  WS-SUPP-AREA.
    05  WS-SUPP-COUNT           PIC 9(2) VALUE 0.
    05  WS-SUPP-TABLE OCCURS 0 TO 99 TIMES
            DEPENDING ON WS-SUPP-COUNT.
        10  WS-SUPP-CODE         PIC X(3).
        10  WS-SUPP-RANK         PIC 9(2).
        10  WS-SUPP-NAME         PIC X(30).

*> Rollups, built from the item table after the order pass.
01  WS-DPT-AREA.
    05  WS-DPT-COUNT            PIC 9(3) VALUE 0.
    05  WS-DPT-TABLE OCCURS 0 TO 999 TIMES
            DEPENDING ON WS-DPT-COUNT
            ASCENDING KEY IS WS-DPT-CODE
            INDEXED BY WS-DPT-IDX.
        10  WS-DPT-CODE          PIC X(2).
        10  WS-DPT-UNITS         PIC 9(9).
        10  WS-DPT-REVENUE       PIC 9(11)V99.
        10  WS-DPT-COST          PIC 9(11)V99.

01  WS-CTG-AREA.
    05  WS-CTG-COUNT            PIC 9(4) VALUE 0.
    05  WS-CTG-TABLE OCCURS 0 TO 9999 TIMES
            DEPENDING ON WS-CTG-COUNT
            ASCENDING KEY IS WS-CTG-CODE
            INDEXED BY WS-CTG-IDX.
        10  WS-CTG-CODE          PIC X(4).
        10  WS-CTG-DESC          PIC X(30).
        10  WS-CTG-UNITS         PIC 9(9).
        10  WS-CTG-REVENUE       PIC 9(11)V99.
        10  WS-CTG-COST          PIC 9(11)V99.

01  WS-SPL-AREA.
    05  WS-SPL-COUNT            PIC 9(3) VALUE 0.
    05  WS-SPL-TABLE OCCURS 0 TO 999 TIMES
            DEPENDING ON WS-SPL-COUNT
            ASCENDING KEY IS WS-SPL-CODE
            INDEXED BY WS-SPL-IDX.
        10  WS-SPL-CODE          PIC X(3).
        10  WS-SPL-NAME          PIC X(30).
        10  WS-SPL-UNITS         PIC 9(9).
        10  WS-SPL-REVENUE       PIC 9(11)V99.
        10  WS-SPL-COST          PIC 9(11)V99.

01  WS-FILE-STATUSES.
    05  WS-EXTRACT-FILE-STATUS  PIC XX.
    05  WS-COST-FILE-STATUS     PIC XX.
    05  WS-SUPP-FILE-STATUS     PIC XX.
    05  WS-PRICED-FILE-STATUS   PIC XX.
    05  WS-REPORT-FILE-STATUS   PIC XX.

01  WS-SWITCHES.
    05  WS-EXTRACT-EOF-SW       PIC X VALUE 'N'.
        88  WS-EXTRACT-EOF        VALUE 'Y'.
    05  WS-COST-EOF-SW          PIC X VALUE 'N'.
        88  WS-COST-EOF           VALUE 'Y'.
    05  WS-SUPP-EOF-SW          PIC X VALUE 'N'.
        88  WS-SUPP-EOF           VALUE 'Y'.
    05  WS-EOF-SW               PIC X VALUE 'N'.
        88  WS-EOF                VALUE 'Y'.
    05  WS-FOUND-SW             PIC X VALUE 'N'.
        88  WS-ITEM-FOUND         VALUE 'Y'.
    05  WS-EXTR-HDR-SEEN-SW     PIC X VALUE 'N'.
        88  WS-EXTR-HDR-SEEN      VALUE 'Y'.
    05  WS-EXTR-TRL-SEEN-SW     PIC X VALUE 'N'.
        88  WS-EXTR-TRL-SEEN      VALUE 'Y'.
    05  WS-COST-HDR-SEEN-SW     PIC X VALUE 'N'.
        88  WS-COST-HDR-SEEN      VALUE 'Y'.
    05  WS-COST-TRL-SEEN-SW     PIC X VALUE 'N'.
        88  WS-COST-TRL-SEEN      VALUE 'Y'.

01  WS-COUNTERS.
    05  WS-LINES-READ           PIC 9(7) VALUE 0.
    05  WS-LINES-COSTED         PIC 9(7) VALUE 0.
    05  WS-LINES-UNMATCHED      PIC 9(7) VALUE 0.
    05  WS-UNMATCHED-REVENUE    PIC 9(11)V99 VALUE 0.
    05  WS-LINES-NOT-COSTED     PIC 9(7) VALUE 0.
    05  WS-NOT-COSTED-REVENUE   PIC 9(11)V99 VALUE 0.
    05  WS-EXTR-D-COUNT         PIC 9(7) VALUE 0.
    05  WS-EXTR-PRICE-HASH      PIC 9(11)V99 VALUE 0.
    05  WS-EXTR-TRL-COUNT       PIC 9(7) VALUE 0.
    05  WS-EXTR-TRL-HASH        PIC 9(11)V99 VALUE 0.
    05  WS-COST-D-COUNT         PIC 9(7) VALUE 0.
    05  WS-COST-HASH            PIC 9(11)V99 VALUE 0.
    05  WS-COST-TRL-COUNT       PIC 9(7) VALUE 0.
    05  WS-COST-TRL-HASH        PIC 9(11)V99 VALUE 0.
    05  WS-FND-IDX              PIC 9(5) VALUE 0.
    05  WS-CST-FND-IDX          PIC 9(5) VALUE 0.
    05  WS-INS-IDX              PIC 9(5) VALUE 0.
    05  WS-SCAN-IDX             PIC 9(5) VALUE 0.
    05  WS-PRT-IDX              PIC 9(5) VALUE 0.
    05  WS-SUPP-SCAN-IDX        PIC 9(2) VALUE 0.
    05  WS-GRD-UNITS            PIC 9(9) VALUE 0.
    05  WS-GRD-REVENUE          PIC 9(11)V99 VALUE 0.
    05  WS-GRD-COST             PIC 9(11)V99 VALUE 0.

01  WS-MISC.
    05  WS-RUN-ID               PIC X(16).
    05  WS-CURR-DATE            PIC X(8).
    05  WS-CURR-TIME            PIC X(8).
    05  WS-LINE-COST            PIC 9(11)V99 VALUE 0.
    05  WS-LOOKUP-SUPPLIER      PIC X(3).
    05  WS-LOOKUP-SUPP-NAME     PIC X(30).

*> One margin line, loaded by each section and printed by 5900, so
*> every section computes margin and margin percent the same way.
01  WS-MARGIN-FIGURES.
    05  WS-MGN-CODE             PIC X(6).
    05  WS-MGN-DESC             PIC X(30).
    05  WS-MGN-UNITS            PIC 9(9).
    05  WS-MGN-REVENUE          PIC 9(11)V99.
    05  WS-MGN-COST             PIC 9(11)V99.
    05  WS-MGN-MARGIN           PIC S9(11)V99.
    05  WS-MGN-PCT              PIC S9(5)V99.

01  WS-MGN-HEADING-1.
    05  FILLER                  PIC X(36)
            VALUE "===== GROSS MARGIN REPORT =====     ".
    05  FILLER                  PIC X(8) VALUE "RUN ID: ".
    05  MGH-RUN-ID              PIC X(16).
    05  FILLER                  PIC X(9) VALUE "   DATE: ".
    05  MGH-DATE                PIC X(8).
01  WS-SECTION-LINE             PIC X(40).
01  WS-MGN-HEADING-2.
    05  FILLER                  PIC X(49)
            VALUE "CODE   DESCRIPTION                          UNITS".
    05  FILLER                  PIC X(30)
            VALUE "        REVENUE           COST".
    05  FILLER                  PIC X(26)
            VALUE "          MARGIN   MGN PCT".
01  WS-MGN-DETAIL.
    05  MGD-CODE                PIC X(6).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  MGD-DESC                PIC X(30).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  MGD-UNITS               PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  MGD-REVENUE             PIC ZZZ,ZZZ,ZZ9.99.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  MGD-COST                PIC ZZZ,ZZZ,ZZ9.99.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  MGD-MARGIN              PIC ---,---,--9.99.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  MGD-PCT                 PIC ----9.99.
01  WS-MGN-TOTAL-LINE.
    05  MGT-LABEL               PIC X(26).
    05  MGT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  MGT-COUNT               PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-LOAD-EXTRACT-TABLE
    PERFORM 2400-LOAD-COST-TABLE
    PERFORM 2500-LOAD-SUPPLIER-TABLE
    PERFORM 3000-ACCUMULATE-MARGIN
    PERFORM 4000-ROLL-UP
    PERFORM 5000-PRINT-DEPARTMENT-SECTION
    PERFORM 5200-PRINT-CATEGORY-SECTION
    PERFORM 5400-PRINT-ITEM-SECTION
    PERFORM 5600-PRINT-SUPPLIER-SECTION
    PERFORM 6000-PRINT-NOT-COSTED
    PERFORM 9000-SUMMARY
    PERFORM 9900-CLOSE-FILES
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURR-TIME FROM TIME
    STRING WS-CURR-DATE DELIMITED BY SIZE
           WS-CURR-TIME DELIMITED BY SIZE
           INTO WS-RUN-ID
    OPEN INPUT EXTRACT-FILE
    IF WS-EXTRACT-FILE-STATUS NOT = "00"
        DISPLAY "MGNRPT: UNABLE TO OPEN EXTRACT-FILE, STATUS = "
                 WS-EXTRACT-FILE-STATUS
        STOP RUN
    END-IF
    OPEN INPUT COST-EXTRACT-FILE
    IF WS-COST-FILE-STATUS NOT = "00"
        DISPLAY "MGNRPT: UNABLE TO OPEN COST-EXTRACT-FILE, STATUS = "
                 WS-COST-FILE-STATUS
        STOP RUN
    END-IF
    OPEN INPUT PRICED-ORDER-FILE
    IF WS-PRICED-FILE-STATUS NOT = "00"
        DISPLAY "MGNRPT: UNABLE TO OPEN PRICED-ORDER-FILE, STATUS = "
                 WS-PRICED-FILE-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT MARGIN-REPORT-FILE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "MGNRPT: UNABLE TO OPEN MARGIN-REPORT-FILE, STATUS = "
                 WS-REPORT-FILE-STATUS
        STOP RUN
    END-IF
    MOVE WS-RUN-ID    TO MGH-RUN-ID
    MOVE WS-CURR-DATE TO MGH-DATE
    MOVE WS-MGN-HEADING-1 TO MARGIN-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE SPACES TO MARGIN-REPORT-LINE
    PERFORM 7100-WRITE-LINE.

2000-LOAD-EXTRACT-TABLE.
    *> The extract arrives in item-number order from the load, and its
    *> H/D/T control records are balanced before anything accumulates.
    PERFORM UNTIL WS-EXTRACT-EOF
        READ EXTRACT-FILE
            AT END
                SET WS-EXTRACT-EOF TO TRUE
            NOT AT END
                PERFORM 2100-STORE-EXTRACT-RECORD
        END-READ
    END-PERFORM
    PERFORM 2200-BALANCE-EXTRACT
    IF WS-ITM-COUNT = 0
        DISPLAY "MGNRPT: EXTRACT-FILE IS EMPTY, NOTHING TO REPORT"
        PERFORM 9900-CLOSE-FILES
        STOP RUN
    END-IF.

2100-STORE-EXTRACT-RECORD.
    EVALUATE EXT-REC-TYPE
        WHEN 'H'
            SET WS-EXTR-HDR-SEEN TO TRUE
        WHEN 'D'
            ADD 1 TO WS-EXTR-D-COUNT
            ADD EXT-ITEM-PRICE TO WS-EXTR-PRICE-HASH
            ADD 1 TO WS-ITM-COUNT
            MOVE EXT-ITEM-NUMBER   TO WS-ITM-NUMBER(WS-ITM-COUNT)
            MOVE EXT-ITEM-NAME     TO WS-ITM-NAME(WS-ITM-COUNT)
            MOVE EXT-ITEM-CATEGORY TO WS-ITM-CATEGORY(WS-ITM-COUNT)
            MOVE EXT-CAT-DESC      TO WS-ITM-CAT-DESC(WS-ITM-COUNT)
            MOVE EXT-DEPT-CODE     TO WS-ITM-DEPT-CODE(WS-ITM-COUNT)
            MOVE EXT-SUPPLIER      TO WS-ITM-SUPPLIER(WS-ITM-COUNT)
            MOVE 0                 TO WS-ITM-UNITS(WS-ITM-COUNT)
            MOVE 0                 TO WS-ITM-REVENUE(WS-ITM-COUNT)
            MOVE 0                 TO WS-ITM-COST(WS-ITM-COUNT)
        WHEN 'T'
            MOVE EXL-RECORD-COUNT TO WS-EXTR-TRL-COUNT
            MOVE EXL-PRICE-HASH   TO WS-EXTR-TRL-HASH
            SET WS-EXTR-TRL-SEEN TO TRUE
            SET WS-EXTRACT-EOF TO TRUE
        WHEN OTHER
            DISPLAY "MGNRPT: INVALID RECORD TYPE ON EXTRACT: "
                     EXT-REC-TYPE
            MOVE 12 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

2200-BALANCE-EXTRACT.
    IF NOT WS-EXTR-HDR-SEEN
        DISPLAY "MGNRPT: EXTRACT HEADER MISSING"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT WS-EXTR-TRL-SEEN
        DISPLAY "MGNRPT: EXTRACT TRAILER MISSING, FILE MAY BE "
                "TRUNCATED"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-EXTR-TRL-COUNT NOT = WS-EXTR-D-COUNT
       OR WS-EXTR-TRL-HASH NOT = WS-EXTR-PRICE-HASH
        DISPLAY "MGNRPT: EXTRACT OUT OF BALANCE, TRAILER = "
                 WS-EXTR-TRL-COUNT " / " WS-EXTR-TRL-HASH
                " READ = " WS-EXTR-D-COUNT " / " WS-EXTR-PRICE-HASH
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

2400-LOAD-COST-TABLE.
    PERFORM UNTIL WS-COST-EOF
        READ COST-EXTRACT-FILE
            AT END
                SET WS-COST-EOF TO TRUE
            NOT AT END
                PERFORM 2410-STORE-COST-RECORD
        END-READ
    END-PERFORM
    PERFORM 2420-BALANCE-COST-EXTRACT.

2410-STORE-COST-RECORD.
    EVALUATE CXT-REC-TYPE
        WHEN 'H'
            SET WS-COST-HDR-SEEN TO TRUE
        WHEN 'D'
            ADD 1 TO WS-COST-D-COUNT
            ADD CXT-UNIT-COST TO WS-COST-HASH
            ADD 1 TO WS-CST-COUNT
            MOVE CXT-ITEM-NUMBER TO WS-CST-ITEM(WS-CST-COUNT)
            MOVE CXT-SUPPLIER    TO WS-CST-SUPPLIER(WS-CST-COUNT)
            MOVE CXT-UNIT-COST   TO WS-CST-UNIT-COST(WS-CST-COUNT)
        WHEN 'T'
            MOVE CXL-RECORD-COUNT TO WS-COST-TRL-COUNT
            MOVE CXL-COST-HASH    TO WS-COST-TRL-HASH
            SET WS-COST-TRL-SEEN TO TRUE
            SET WS-COST-EOF TO TRUE
        WHEN OTHER
            DISPLAY "MGNRPT: INVALID RECORD TYPE ON COST EXTRACT: "
                     CXT-REC-TYPE
            MOVE 12 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

2420-BALANCE-COST-EXTRACT.
    IF NOT WS-COST-HDR-SEEN
        DISPLAY "MGNRPT: COST EXTRACT HEADER MISSING"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT WS-COST-TRL-SEEN
        DISPLAY "MGNRPT: COST EXTRACT TRAILER MISSING, FILE MAY BE "
                "TRUNCATED"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-COST-TRL-COUNT NOT = WS-COST-D-COUNT
       OR WS-COST-TRL-HASH NOT = WS-COST-HASH
        DISPLAY "MGNRPT: COST EXTRACT OUT OF BALANCE, TRAILER = "
                 WS-COST-TRL-COUNT " / " WS-COST-TRL-HASH
                " READ = " WS-COST-D-COUNT " / " WS-COST-HASH
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

2500-LOAD-SUPPLIER-TABLE.
    *> Names only; a supplier missing from SUPPCTL still reports under
    *> its code.
    OPEN INPUT SUPP-CONTROL-FILE
    IF WS-SUPP-FILE-STATUS NOT = "00"
        DISPLAY "MGNRPT: UNABLE TO OPEN SUPP-CONTROL-FILE, "
                "STATUS = " WS-SUPP-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-SUPP-EOF
        READ SUPP-CONTROL-FILE
            AT END
                SET WS-SUPP-EOF TO TRUE
            NOT AT END
                IF WS-SUPP-COUNT = 99
                    DISPLAY "MGNRPT: SUPPLIER TABLE AT MAX CAPACITY"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-SUPP-COUNT
                MOVE SUP-CODE TO WS-SUPP-CODE(WS-SUPP-COUNT)
                MOVE SUP-RANK TO WS-SUPP-RANK(WS-SUPP-COUNT)
                MOVE SUP-NAME TO WS-SUPP-NAME(WS-SUPP-COUNT)
        END-READ
    END-PERFORM
    CLOSE SUPP-CONTROL-FILE.

2550-FIND-SUPPLIER-NAME.
    MOVE "NOT ON SUPPCTL" TO WS-LOOKUP-SUPP-NAME
    PERFORM VARYING WS-SUPP-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SUPP-SCAN-IDX > WS-SUPP-COUNT
        IF WS-SUPP-CODE(WS-SUPP-SCAN-IDX) = WS-LOOKUP-SUPPLIER
            MOVE WS-SUPP-NAME(WS-SUPP-SCAN-IDX)
              TO WS-LOOKUP-SUPP-NAME
        END-IF
    END-PERFORM.

3000-ACCUMULATE-MARGIN.
    PERFORM UNTIL WS-EOF
        READ PRICED-ORDER-FILE
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-LINES-READ
                PERFORM 3100-POST-PRICED-LINE
        END-READ
    END-PERFORM.

3100-POST-PRICED-LINE.
    PERFORM 3200-FIND-ITEM
    IF NOT WS-ITEM-FOUND
        *> Priced off an extract the item has since left; counted so
        *> the period's revenue still balances.
        ADD PRC-LINE-AMOUNT TO WS-UNMATCHED-REVENUE
        ADD 1 TO WS-LINES-UNMATCHED
    ELSE
        PERFORM 3300-FIND-COST
        IF WS-CST-FND-IDX = 0
            ADD PRC-LINE-AMOUNT TO WS-NOT-COSTED-REVENUE
            ADD 1 TO WS-LINES-NOT-COSTED
        ELSE
            COMPUTE WS-LINE-COST =
                WS-CST-UNIT-COST(WS-CST-FND-IDX) * PRC-QUANTITY
            ADD PRC-QUANTITY    TO WS-ITM-UNITS(WS-FND-IDX)
            ADD PRC-LINE-AMOUNT TO WS-ITM-REVENUE(WS-FND-IDX)
            ADD WS-LINE-COST    TO WS-ITM-COST(WS-FND-IDX)
            ADD PRC-QUANTITY    TO WS-GRD-UNITS
            ADD PRC-LINE-AMOUNT TO WS-GRD-REVENUE
            ADD WS-LINE-COST    TO WS-GRD-COST
            ADD 1 TO WS-LINES-COSTED
        END-IF
    END-IF.

3200-FIND-ITEM.
    MOVE 'N' TO WS-FOUND-SW
    MOVE 0 TO WS-FND-IDX
    SET WS-ITM-IDX TO 1
    SEARCH ALL WS-ITM-TABLE
        AT END
            CONTINUE
        WHEN WS-ITM-NUMBER(WS-ITM-IDX) = PRC-ITEM-NUMBER
            MOVE 'Y' TO WS-FOUND-SW
            SET WS-FND-IDX TO WS-ITM-IDX
    END-SEARCH.

3300-FIND-COST.
    *> Costed at the supplier whose price the extract is selling.
    MOVE PRC-ITEM-NUMBER             TO WS-CST-SEARCH-ITEM
    MOVE WS-ITM-SUPPLIER(WS-FND-IDX) TO WS-CST-SEARCH-SUPPLIER
    MOVE 0 TO WS-CST-FND-IDX
    IF WS-CST-COUNT > 0
        SET WS-CST-IDX TO 1
        SEARCH ALL WS-CST-TABLE
            AT END
                CONTINUE
            WHEN WS-CST-KEY(WS-CST-IDX) = WS-CST-SEARCH-KEY
                SET WS-CST-FND-IDX TO WS-CST-IDX
        END-SEARCH
    END-IF.

4000-ROLL-UP.
    *> Only items that sold in the period feed the rollups, so no
    *> section prints an empty row.
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SCAN-IDX > WS-ITM-COUNT
        IF WS-ITM-UNITS(WS-SCAN-IDX) > 0
            PERFORM 4100-POST-TO-DEPARTMENT
            PERFORM 4200-POST-TO-CATEGORY
            PERFORM 4300-POST-TO-SUPPLIER
        END-IF
    END-PERFORM.

4100-POST-TO-DEPARTMENT.
    SET WS-DPT-IDX TO 1
    IF WS-DPT-COUNT > 0
        SEARCH ALL WS-DPT-TABLE
            AT END
                PERFORM 4150-INSERT-DEPARTMENT
            WHEN WS-DPT-CODE(WS-DPT-IDX)
                    = WS-ITM-DEPT-CODE(WS-SCAN-IDX)
                ADD WS-ITM-UNITS(WS-SCAN-IDX)
                  TO WS-DPT-UNITS(WS-DPT-IDX)
                ADD WS-ITM-REVENUE(WS-SCAN-IDX)
                  TO WS-DPT-REVENUE(WS-DPT-IDX)
                ADD WS-ITM-COST(WS-SCAN-IDX)
                  TO WS-DPT-COST(WS-DPT-IDX)
        END-SEARCH
    ELSE
        PERFORM 4150-INSERT-DEPARTMENT
    END-IF.

4150-INSERT-DEPARTMENT.
    IF WS-DPT-COUNT = 999
        DISPLAY "MGNRPT: DEPARTMENT TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-DPT-COUNT
    MOVE WS-DPT-COUNT TO WS-INS-IDX
    PERFORM VARYING WS-INS-IDX FROM WS-DPT-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-DPT-CODE(WS-INS-IDX - 1)
                  < WS-ITM-DEPT-CODE(WS-SCAN-IDX)
        MOVE WS-DPT-TABLE(WS-INS-IDX - 1) TO WS-DPT-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE WS-ITM-DEPT-CODE(WS-SCAN-IDX) TO WS-DPT-CODE(WS-INS-IDX)
    MOVE WS-ITM-UNITS(WS-SCAN-IDX)     TO WS-DPT-UNITS(WS-INS-IDX)
    MOVE WS-ITM-REVENUE(WS-SCAN-IDX)   TO WS-DPT-REVENUE(WS-INS-IDX)
    MOVE WS-ITM-COST(WS-SCAN-IDX)      TO WS-DPT-COST(WS-INS-IDX).

4200-POST-TO-CATEGORY.
    SET WS-CTG-IDX TO 1
    IF WS-CTG-COUNT > 0
        SEARCH ALL WS-CTG-TABLE
            AT END
                PERFORM 4250-INSERT-CATEGORY
            WHEN WS-CTG-CODE(WS-CTG-IDX)
                    = WS-ITM-CATEGORY(WS-SCAN-IDX)
                ADD WS-ITM-UNITS(WS-SCAN-IDX)
                  TO WS-CTG-UNITS(WS-CTG-IDX)
                ADD WS-ITM-REVENUE(WS-SCAN-IDX)
                  TO WS-CTG-REVENUE(WS-CTG-IDX)
                ADD WS-ITM-COST(WS-SCAN-IDX)
                  TO WS-CTG-COST(WS-CTG-IDX)
        END-SEARCH
    ELSE
        PERFORM 4250-INSERT-CATEGORY
    END-IF.

4250-INSERT-CATEGORY.
    IF WS-CTG-COUNT = 9999
        DISPLAY "MGNRPT: CATEGORY TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-CTG-COUNT
    MOVE WS-CTG-COUNT TO WS-INS-IDX
    PERFORM VARYING WS-INS-IDX FROM WS-CTG-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-CTG-CODE(WS-INS-IDX - 1)
                  < WS-ITM-CATEGORY(WS-SCAN-IDX)
        MOVE WS-CTG-TABLE(WS-INS-IDX - 1) TO WS-CTG-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE WS-ITM-CATEGORY(WS-SCAN-IDX) TO WS-CTG-CODE(WS-INS-IDX)
    MOVE WS-ITM-CAT-DESC(WS-SCAN-IDX) TO WS-CTG-DESC(WS-INS-IDX)
    MOVE WS-ITM-UNITS(WS-SCAN-IDX)    TO WS-CTG-UNITS(WS-INS-IDX)
    MOVE WS-ITM-REVENUE(WS-SCAN-IDX)  TO WS-CTG-REVENUE(WS-INS-IDX)
    MOVE WS-ITM-COST(WS-SCAN-IDX)     TO WS-CTG-COST(WS-INS-IDX).

4300-POST-TO-SUPPLIER.
    SET WS-SPL-IDX TO 1
    IF WS-SPL-COUNT > 0
        SEARCH ALL WS-SPL-TABLE
            AT END
                PERFORM 4350-INSERT-SUPPLIER
            WHEN WS-SPL-CODE(WS-SPL-IDX)
                    = WS-ITM-SUPPLIER(WS-SCAN-IDX)
                ADD WS-ITM-UNITS(WS-SCAN-IDX)
                  TO WS-SPL-UNITS(WS-SPL-IDX)
                ADD WS-ITM-REVENUE(WS-SCAN-IDX)
                  TO WS-SPL-REVENUE(WS-SPL-IDX)
                ADD WS-ITM-COST(WS-SCAN-IDX)
                  TO WS-SPL-COST(WS-SPL-IDX)
        END-SEARCH
    ELSE
        PERFORM 4350-INSERT-SUPPLIER
    END-IF.

4350-INSERT-SUPPLIER.
    IF WS-SPL-COUNT = 999
        DISPLAY "MGNRPT: SUPPLIER ROLLUP TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-ITM-SUPPLIER(WS-SCAN-IDX) TO WS-LOOKUP-SUPPLIER
    PERFORM 2550-FIND-SUPPLIER-NAME
    ADD 1 TO WS-SPL-COUNT
    MOVE WS-SPL-COUNT TO WS-INS-IDX
    PERFORM VARYING WS-INS-IDX FROM WS-SPL-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-SPL-CODE(WS-INS-IDX - 1)
                  < WS-ITM-SUPPLIER(WS-SCAN-IDX)
        MOVE WS-SPL-TABLE(WS-INS-IDX - 1) TO WS-SPL-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE WS-ITM-SUPPLIER(WS-SCAN-IDX) TO WS-SPL-CODE(WS-INS-IDX)
    MOVE WS-LOOKUP-SUPP-NAME          TO WS-SPL-NAME(WS-INS-IDX)
    MOVE WS-ITM-UNITS(WS-SCAN-IDX)    TO WS-SPL-UNITS(WS-INS-IDX)
    MOVE WS-ITM-REVENUE(WS-SCAN-IDX)  TO WS-SPL-REVENUE(WS-INS-IDX)
    MOVE WS-ITM-COST(WS-SCAN-IDX)     TO WS-SPL-COST(WS-INS-IDX).

5000-PRINT-DEPARTMENT-SECTION.
    MOVE "----- MARGIN BY DEPARTMENT -----" TO WS-SECTION-LINE
    PERFORM 5800-PRINT-SECTION-HEADING
    PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
            UNTIL WS-PRT-IDX > WS-DPT-COUNT
        MOVE SPACES TO WS-MARGIN-FIGURES
        MOVE WS-DPT-CODE(WS-PRT-IDX)    TO WS-MGN-CODE
        MOVE WS-DPT-UNITS(WS-PRT-IDX)   TO WS-MGN-UNITS
        MOVE WS-DPT-REVENUE(WS-PRT-IDX) TO WS-MGN-REVENUE
        MOVE WS-DPT-COST(WS-PRT-IDX)    TO WS-MGN-COST
        PERFORM 5900-PRINT-MARGIN-LINE
    END-PERFORM
    PERFORM 5850-PRINT-SECTION-TOTAL.

5200-PRINT-CATEGORY-SECTION.
    MOVE "----- MARGIN BY CATEGORY -----" TO WS-SECTION-LINE
    PERFORM 5800-PRINT-SECTION-HEADING
    PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
            UNTIL WS-PRT-IDX > WS-CTG-COUNT
        MOVE SPACES TO WS-MARGIN-FIGURES
        MOVE WS-CTG-CODE(WS-PRT-IDX)    TO WS-MGN-CODE
        MOVE WS-CTG-DESC(WS-PRT-IDX)    TO WS-MGN-DESC
        MOVE WS-CTG-UNITS(WS-PRT-IDX)   TO WS-MGN-UNITS
        MOVE WS-CTG-REVENUE(WS-PRT-IDX) TO WS-MGN-REVENUE
        MOVE WS-CTG-COST(WS-PRT-IDX)    TO WS-MGN-COST
        PERFORM 5900-PRINT-MARGIN-LINE
    END-PERFORM
    PERFORM 5850-PRINT-SECTION-TOTAL.

5400-PRINT-ITEM-SECTION.
    MOVE "----- MARGIN BY ITEM -----" TO WS-SECTION-LINE
    PERFORM 5800-PRINT-SECTION-HEADING
    PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
            UNTIL WS-PRT-IDX > WS-ITM-COUNT
        IF WS-ITM-UNITS(WS-PRT-IDX) > 0
            MOVE SPACES TO WS-MARGIN-FIGURES
            MOVE WS-ITM-NUMBER(WS-PRT-IDX)  TO WS-MGN-CODE
            MOVE WS-ITM-NAME(WS-PRT-IDX)    TO WS-MGN-DESC
            MOVE WS-ITM-UNITS(WS-PRT-IDX)   TO WS-MGN-UNITS
            MOVE WS-ITM-REVENUE(WS-PRT-IDX) TO WS-MGN-REVENUE
            MOVE WS-ITM-COST(WS-PRT-IDX)    TO WS-MGN-COST
            PERFORM 5900-PRINT-MARGIN-LINE
        END-IF
    END-PERFORM
    PERFORM 5850-PRINT-SECTION-TOTAL.

5600-PRINT-SUPPLIER-SECTION.
    MOVE "----- MARGIN BY SUPPLIER -----" TO WS-SECTION-LINE
    PERFORM 5800-PRINT-SECTION-HEADING
    PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
            UNTIL WS-PRT-IDX > WS-SPL-COUNT
        MOVE SPACES TO WS-MARGIN-FIGURES
        MOVE WS-SPL-CODE(WS-PRT-IDX)    TO WS-MGN-CODE
        MOVE WS-SPL-NAME(WS-PRT-IDX)    TO WS-MGN-DESC
        MOVE WS-SPL-UNITS(WS-PRT-IDX)   TO WS-MGN-UNITS
        MOVE WS-SPL-REVENUE(WS-PRT-IDX) TO WS-MGN-REVENUE
        MOVE WS-SPL-COST(WS-PRT-IDX)    TO WS-MGN-COST
        PERFORM 5900-PRINT-MARGIN-LINE
    END-PERFORM
    PERFORM 5850-PRINT-SECTION-TOTAL.

5800-PRINT-SECTION-HEADING.
    MOVE WS-SECTION-LINE TO MARGIN-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE WS-MGN-HEADING-2 TO MARGIN-REPORT-LINE
    PERFORM 7100-WRITE-LINE.

5850-PRINT-SECTION-TOTAL.
    *> Every section is a different cut of the same costed lines, so
    *> each one foots to the same period total.
    MOVE SPACES TO WS-MARGIN-FIGURES
    MOVE "TOTAL"        TO WS-MGN-CODE
    MOVE "PERIOD TOTAL" TO WS-MGN-DESC
    MOVE WS-GRD-UNITS   TO WS-MGN-UNITS
    MOVE WS-GRD-REVENUE TO WS-MGN-REVENUE
    MOVE WS-GRD-COST    TO WS-MGN-COST
    PERFORM 5900-PRINT-MARGIN-LINE
    MOVE SPACES TO MARGIN-REPORT-LINE
    PERFORM 7100-WRITE-LINE.

5900-PRINT-MARGIN-LINE.
    *> Margin percent is on revenue; a row with no revenue shows zero
    *> rather than divide by it.
    COMPUTE WS-MGN-MARGIN = WS-MGN-REVENUE - WS-MGN-COST
    IF WS-MGN-REVENUE = 0
        MOVE 0 TO WS-MGN-PCT
    ELSE
        COMPUTE WS-MGN-PCT ROUNDED =
            WS-MGN-MARGIN * 100 / WS-MGN-REVENUE
    END-IF
    MOVE SPACES TO WS-MGN-DETAIL
    MOVE WS-MGN-CODE    TO MGD-CODE
    MOVE WS-MGN-DESC    TO MGD-DESC
    MOVE WS-MGN-UNITS   TO MGD-UNITS
    MOVE WS-MGN-REVENUE TO MGD-REVENUE
    MOVE WS-MGN-COST    TO MGD-COST
    MOVE WS-MGN-MARGIN  TO MGD-MARGIN
    MOVE WS-MGN-PCT     TO MGD-PCT
    MOVE WS-MGN-DETAIL TO MARGIN-REPORT-LINE
    PERFORM 7100-WRITE-LINE.

6000-PRINT-NOT-COSTED.
    MOVE "----- LINES LEFT OUT OF MARGIN -----" TO WS-SECTION-LINE
    MOVE WS-SECTION-LINE TO MARGIN-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE SPACES TO WS-MGN-TOTAL-LINE
    MOVE "NO COST FOR SUPPLIER....:" TO MGT-LABEL
    MOVE WS-NOT-COSTED-REVENUE TO MGT-AMOUNT
    MOVE WS-LINES-NOT-COSTED   TO MGT-COUNT
    MOVE WS-MGN-TOTAL-LINE TO MARGIN-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE SPACES TO WS-MGN-TOTAL-LINE
    MOVE "ITEM NOT ON EXTRACT.....:" TO MGT-LABEL
    MOVE WS-UNMATCHED-REVENUE TO MGT-AMOUNT
    MOVE WS-LINES-UNMATCHED   TO MGT-COUNT
    MOVE WS-MGN-TOTAL-LINE TO MARGIN-REPORT-LINE
    PERFORM 7100-WRITE-LINE.

7100-WRITE-LINE.
    WRITE MARGIN-REPORT-LINE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "MGNRPT: ERROR WRITING MARGIN-REPORT-FILE, STATUS = "
                 WS-REPORT-FILE-STATUS
        STOP RUN
    END-IF.

9000-SUMMARY.
    DISPLAY "===== GROSS MARGIN SUMMARY ====="
    DISPLAY "RUN ID................: " WS-RUN-ID
    DISPLAY "ITEMS ON EXTRACT......: " WS-ITM-COUNT
    DISPLAY "COSTS ON EXTRACT......: " WS-CST-COUNT
    DISPLAY "PRICED LINES READ.....: " WS-LINES-READ
    DISPLAY "LINES COSTED..........: " WS-LINES-COSTED
    DISPLAY "LINES NOT COSTED......: " WS-LINES-NOT-COSTED
    DISPLAY "LINES UNMATCHED.......: " WS-LINES-UNMATCHED
    DISPLAY "PERIOD REVENUE........: " WS-GRD-REVENUE
    DISPLAY "PERIOD COST...........: " WS-GRD-COST
    DISPLAY "=================================".

9900-CLOSE-FILES.
    CLOSE EXTRACT-FILE
    CLOSE COST-EXTRACT-FILE
    CLOSE PRICED-ORDER-FILE
    CLOSE MARGIN-REPORT-FILE.
