      >>SOURCE FORMAT FREE
*> CNTSHEET - physical inventory count sheets. Prints CNTSHT from the
*> stock master (STKMSTR) joined to the balanced item extract
*> (ITEMEXTR): one sheet per department, items grouped by category
*> and listed in item order, with a blank column for the counter to
*> write what is on the shelf. The book quantity is deliberately
*> left off the sheet so the count is taken blind.
*>
*> With no CNTSEL cards every stocked item is issued (a wall-to-wall
*> count); stock items missing from the extract are issued under a
*> blank department so nothing on STKMSTR goes uncounted. DEPT=xx
*> cards limit the count to those departments for a cycle count, and
*> then only extract items in a selected department are issued.
*> Items still held on CNTHELD awaiting sign-off of an earlier count
*> are not issued again until that variance is approved or rejected.
*>
*> Every item issued is written to CNTOPEN with its book on-hand and
*> ITEM-PRICE as of today; CNTPOST measures the count against that
*> snapshot and closes CNTOPEN when it posts. A count already open
*> on CNTOPEN stops the job, so sheets cannot be reissued over an
*> unposted count, unless REISSUE=Y is on CNTSEL.
*>
*> Modification history:
*>   2026-10-15  New program.
IDENTIFICATION DIVISION.
PROGRAM-ID. CNTSHEET.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STOCK-MASTER-FILE ASSIGN TO "STKMSTR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STOCK-FILE-STATUS.

    SELECT EXTRACT-FILE ASSIGN TO "ITEMEXTR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-FILE-STATUS.

    SELECT SELECT-FILE ASSIGN TO "CNTSEL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SELECT-FILE-STATUS.

    SELECT HELD-COUNT-FILE ASSIGN TO "CNTHELD"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HELD-FILE-STATUS.

    SELECT OPEN-COUNT-FILE ASSIGN TO "CNTOPEN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-OPEN-FILE-STATUS.

    SELECT SHEET-REPORT-FILE ASSIGN TO "CNTSHT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SHEET-RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  STOCK-MASTER-FILE.
01  STOCK-MASTER-RECORD.
    05  STK-ITEM-NUMBER         PIC 9(6).
    05  STK-ON-HAND             PIC 9(7).
    05  STK-ALLOCATED           PIC 9(7).
    05  STK-REORDER-POINT       PIC 9(7).
    05  STK-REORDER-QTY         PIC 9(7).

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

FD  SELECT-FILE.
01  SELECT-CARD                 PIC X(80).

*> Same layout as CNTPOST's CNTHELD and ADJAUD; only the item is
*> wanted here.
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

FD  OPEN-COUNT-FILE.
01  OPEN-COUNT-RECORD.
    05  CNO-ITEM-NUMBER         PIC 9(6).
    05  CNO-DEPT-CODE           PIC X(2).
    05  CNO-CATEGORY            PIC X(4).
    05  CNO-ITEM-NAME           PIC X(30).
    05  CNO-BOOK-QTY            PIC 9(7).
    05  CNO-UNIT-PRICE          PIC 9(5)V99.
    05  CNO-ISSUE-DATE          PIC X(8).

FD  SHEET-REPORT-FILE.
01  SHEET-REPORT-LINE           PIC X(132).

WORKING-STORAGE SECTION.
01  WS-ITM-AREA.
    05  WS-ITM-COUNT            PIC 9(5) VALUE 0.
    05  WS-ITM-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-ITM-COUNT
            ASCENDING KEY IS WS-ITM-NUMBER
            INDEXED BY WS-ITM-IDX.
        10  WS-ITM-NUMBER        PIC 9(6).
        10  WS-ITM-NAME          PIC X(30).
        10  WS-ITM-PRICE         PIC 9(5)V99.
        10  WS-ITM-CATEGORY      PIC X(4).
        10  WS-ITM-CAT-DESC      PIC X(30).
        10  WS-ITM-DEPT-CODE     PIC X(2).

*> Departments named on DEPT= cards; none means a full count.
01  WS-SEL-AREA.
    05  WS-SEL-COUNT            PIC 9(2) VALUE 0.
    05  WS-SEL-TABLE OCCURS 0 TO 99 TIMES
            DEPENDING ON WS-SEL-COUNT
            INDEXED BY WS-SEL-IDX.
        10  WS-SEL-DEPT-CODE     PIC X(2).
        10  WS-SEL-ITEMS         PIC 9(5).

01  WS-HLD-AREA.
    05  WS-HLD-COUNT            PIC 9(5) VALUE 0.
    05  WS-HLD-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-HLD-COUNT
            ASCENDING KEY IS WS-HLD-ITEM-NUMBER
            INDEXED BY WS-HLD-IDX.
        10  WS-HLD-ITEM-NUMBER   PIC 9(6).

*> Items issued for count, in department / category / item order.
01  WS-SHT-AREA.
    05  WS-SHT-COUNT            PIC 9(5) VALUE 0.
    05  WS-SHT-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-SHT-COUNT.
        10  WS-SHT-KEY.
            15  WS-SHT-DEPT-CODE PIC X(2).
            15  WS-SHT-CATEGORY  PIC X(4).
            15  WS-SHT-ITEM-NUMBER PIC 9(6).
        10  WS-SHT-ITEM-NAME     PIC X(30).
        10  WS-SHT-CAT-DESC      PIC X(30).
        10  WS-SHT-BOOK-QTY      PIC 9(7).
        10  WS-SHT-UNIT-PRICE    PIC 9(5)V99.

01  WS-NEW-SHT-KEY.
    05  WS-NEW-DEPT-CODE        PIC X(2).
    05  WS-NEW-CATEGORY         PIC X(4).
    05  WS-NEW-ITEM-NUMBER      PIC 9(6).

01  WS-FILE-STATUSES.
    05  WS-STOCK-FILE-STATUS    PIC XX.
    05  WS-EXTRACT-FILE-STATUS  PIC XX.
    05  WS-SELECT-FILE-STATUS   PIC XX.
    05  WS-HELD-FILE-STATUS     PIC XX.
    05  WS-OPEN-FILE-STATUS     PIC XX.
    05  WS-SHEET-RPT-FILE-STATUS PIC XX.

01  WS-SWITCHES.
    05  WS-STOCK-EOF-SW         PIC X VALUE 'N'.
        88  WS-STOCK-EOF          VALUE 'Y'.
    05  WS-EXTRACT-EOF-SW       PIC X VALUE 'N'.
        88  WS-EXTRACT-EOF        VALUE 'Y'.
    05  WS-SELECT-EOF-SW        PIC X VALUE 'N'.
        88  WS-SELECT-EOF         VALUE 'Y'.
    05  WS-HELD-EOF-SW          PIC X VALUE 'N'.
        88  WS-HELD-EOF           VALUE 'Y'.
    05  WS-EXTR-HDR-SEEN-SW     PIC X VALUE 'N'.
        88  WS-EXTR-HDR-SEEN      VALUE 'Y'.
    05  WS-EXTR-TRL-SEEN-SW     PIC X VALUE 'N'.
        88  WS-EXTR-TRL-SEEN      VALUE 'Y'.
    05  WS-FOUND-SW             PIC X VALUE 'N'.
        88  WS-ITEM-FOUND         VALUE 'Y'.
    05  WS-SELECTED-SW          PIC X VALUE 'N'.
        88  WS-ITEM-SELECTED      VALUE 'Y'.
    05  WS-HELD-SW              PIC X VALUE 'N'.
        88  WS-ITEM-HELD          VALUE 'Y'.
    05  WS-COUNT-OPEN-SW        PIC X VALUE 'N'.
        88  WS-COUNT-OPEN         VALUE 'Y'.
    05  WS-REISSUE-SW           PIC X VALUE 'N'.
        88  WS-REISSUE            VALUE 'Y'.

01  WS-COUNTERS.
    05  WS-EXTR-D-COUNT         PIC 9(7) VALUE 0.
    05  WS-EXTR-PRICE-HASH      PIC 9(11)V99 VALUE 0.
    05  WS-EXTR-TRL-COUNT       PIC 9(7) VALUE 0.
    05  WS-EXTR-TRL-HASH        PIC 9(11)V99 VALUE 0.
    05  WS-STOCK-READ           PIC 9(7) VALUE 0.
    05  WS-ITEMS-ISSUED         PIC 9(7) VALUE 0.
    05  WS-ITEMS-NOT-SELECTED   PIC 9(7) VALUE 0.
    05  WS-ITEMS-HELD           PIC 9(7) VALUE 0.
    05  WS-ITEMS-NO-EXTRACT     PIC 9(7) VALUE 0.
    05  WS-SHEETS-PRINTED       PIC 9(5) VALUE 0.
    05  WS-DEPT-ITEMS           PIC 9(5) VALUE 0.
    05  WS-INS-IDX              PIC 9(5) VALUE 0.
    05  WS-PRT-IDX              PIC 9(5) VALUE 0.

01  WS-MISC.
    05  WS-RUN-ID               PIC X(16).
    05  WS-CURR-DATE            PIC X(8).
    05  WS-CURR-TIME            PIC X(8).
    05  WS-PARM-KEYWORD         PIC X(20).
    05  WS-PARM-VALUE           PIC X(20).
    05  WS-PREV-DEPT            PIC X(2).
    05  WS-PREV-CATEGORY        PIC X(4).
    05  WS-OPEN-ISSUE-DATE      PIC X(8).

01  WS-SHT-HEADING-1.
    05  FILLER                  PIC X(18) VALUE "===== COUNT SHEET ".
    05  FILLER                  PIC X(12) VALUE "DEPARTMENT: ".
    05  CSH-DEPT-CODE           PIC X(6).
    05  FILLER                  PIC X(8) VALUE " =====  ".
    05  FILLER                  PIC X(6) VALUE "DATE: ".
    05  CSH-DATE                PIC X(8).
    05  FILLER                  PIC X(10) VALUE "  RUN ID: ".
    05  CSH-RUN-ID              PIC X(16).
01  WS-SHT-HEADING-2.
    05  FILLER                  PIC X(10) VALUE "CATEGORY: ".
    05  CSH-CATEGORY            PIC X(4).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  CSH-CAT-DESC            PIC X(30).
01  WS-SHT-HEADING-3.
    05  FILLER                  PIC X(38)
            VALUE "ITEM    NAME                          ".
    05  FILLER                  PIC X(30)
            VALUE "      COUNTED".
01  WS-SHT-DETAIL.
    05  CSD-ITEM-NUMBER         PIC 9(6).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  CSD-ITEM-NAME           PIC X(30).
    05  FILLER                  PIC X(6) VALUE SPACES.
    05  FILLER                  PIC X(9) VALUE "_________".
01  WS-SHT-TOTAL-LINE.
    05  FILLER                  PIC X(10) VALUE "ITEMS: ".
    05  CST-ITEM-COUNT          PIC ZZZZ9.
    05  FILLER                  PIC X(30)
            VALUE "     COUNTED BY: ____________".
    05  FILLER                  PIC X(26)
            VALUE "  CHECKED BY: ____________".
01  WS-SCOPE-LINE               PIC X(80).
01  WS-RUN-TOTAL-LINE.
    05  PRT-LABEL               PIC X(26).
    05  PRT-COUNT               PIC ZZZZZZZZ9.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 1300-READ-SELECT-FILE
    PERFORM 1400-CHECK-OPEN-COUNT
    PERFORM 1500-LOAD-HELD-ITEMS
    PERFORM 2000-LOAD-EXTRACT-TABLE
    PERFORM 2100-LOAD-STOCK-ITEMS
    PERFORM 3000-PRINT-SCOPE
    PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
            UNTIL WS-PRT-IDX > WS-SHT-COUNT
        PERFORM 3100-PRINT-SHEET-LINE
    END-PERFORM
    IF WS-SHT-COUNT > 0
        PERFORM 3500-CLOSE-SHEET
    END-IF
    PERFORM 4000-WRITE-OPEN-COUNT
    PERFORM 6000-PRINT-RUN-TOTALS
    PERFORM 6100-CHECK-SELECTED-DEPTS
    PERFORM 9000-SUMMARY
    PERFORM 9900-CLOSE-FILES
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURR-TIME FROM TIME
    STRING WS-CURR-DATE DELIMITED BY SIZE
           WS-CURR-TIME DELIMITED BY SIZE
           INTO WS-RUN-ID
    OPEN OUTPUT SHEET-REPORT-FILE
    IF WS-SHEET-RPT-FILE-STATUS NOT = "00"
        DISPLAY "CNTSHEET: UNABLE TO OPEN SHEET-REPORT-FILE, "
                "STATUS = " WS-SHEET-RPT-FILE-STATUS
        STOP RUN
    END-IF.

1300-READ-SELECT-FILE.
    *> Same card convention as the other control-card files: a
    *> missing CNTSEL is a full count, a bad card stops the job.
    OPEN INPUT SELECT-FILE
    IF WS-SELECT-FILE-STATUS NOT = "00"
        CLOSE SELECT-FILE
    ELSE
        PERFORM UNTIL WS-SELECT-EOF
            READ SELECT-FILE
                AT END
                    SET WS-SELECT-EOF TO TRUE
                NOT AT END
                    PERFORM 1310-PROCESS-SELECT-CARD
            END-READ
        END-PERFORM
        CLOSE SELECT-FILE
    END-IF.

1310-PROCESS-SELECT-CARD.
    IF SELECT-CARD = SPACES OR SELECT-CARD(1:1) = '*'
        CONTINUE
    ELSE
        MOVE SPACES TO WS-PARM-KEYWORD
        MOVE SPACES TO WS-PARM-VALUE
        UNSTRING SELECT-CARD DELIMITED BY '='
            INTO WS-PARM-KEYWORD WS-PARM-VALUE
        END-UNSTRING
        EVALUATE WS-PARM-KEYWORD
            WHEN "DEPT"
                IF WS-PARM-VALUE(1:2) = SPACES
                        OR WS-PARM-VALUE(3:18) NOT = SPACES
                    DISPLAY "CNTSHEET: DEPT MUST BE A TWO-CHARACTER "
                            "DEPARTMENT CODE: " SELECT-CARD
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM 1320-ADD-SELECTED-DEPT
            WHEN "REISSUE"
                MOVE WS-PARM-VALUE(1:1) TO WS-REISSUE-SW
                IF WS-REISSUE-SW NOT = 'Y'
                        AND WS-REISSUE-SW NOT = 'N'
                    DISPLAY "CNTSHEET: REISSUE MUST BE Y OR N"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
            WHEN OTHER
                DISPLAY "CNTSHEET: INVALID CONTROL CARD: " SELECT-CARD
                MOVE 12 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
    END-IF.

1320-ADD-SELECTED-DEPT.
    *> A department named twice is only selected once.
    MOVE 'N' TO WS-SELECTED-SW
    PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
            UNTIL WS-SEL-IDX > WS-SEL-COUNT
        IF WS-SEL-DEPT-CODE(WS-SEL-IDX) = WS-PARM-VALUE(1:2)
            SET WS-ITEM-SELECTED TO TRUE
        END-IF
    END-PERFORM
    IF NOT WS-ITEM-SELECTED
        IF WS-SEL-COUNT = 99
            DISPLAY "CNTSHEET: DEPARTMENT SELECTION TABLE AT MAX "
                    "CAPACITY"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-SEL-COUNT
        MOVE WS-PARM-VALUE(1:2) TO WS-SEL-DEPT-CODE(WS-SEL-COUNT)
        MOVE 0 TO WS-SEL-ITEMS(WS-SEL-COUNT)
    END-IF.

1400-CHECK-OPEN-COUNT.
    *> CNTOPEN is emptied by CNTPOST; anything still on it is a count
    *> that has been issued but not yet posted.
    OPEN INPUT OPEN-COUNT-FILE
    IF WS-OPEN-FILE-STATUS = "35"
        CLOSE OPEN-COUNT-FILE
    ELSE IF WS-OPEN-FILE-STATUS NOT = "00"
        DISPLAY "CNTSHEET: UNABLE TO OPEN OPEN-COUNT-FILE, STATUS = "
                 WS-OPEN-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    ELSE
        READ OPEN-COUNT-FILE
            AT END
                CONTINUE
            NOT AT END
                SET WS-COUNT-OPEN TO TRUE
                MOVE CNO-ISSUE-DATE TO WS-OPEN-ISSUE-DATE
        END-READ
        CLOSE OPEN-COUNT-FILE
    END-IF
    IF WS-COUNT-OPEN AND NOT WS-REISSUE
        DISPLAY "CNTSHEET: A COUNT ISSUED ON " WS-OPEN-ISSUE-DATE
                " IS STILL OPEN, POST IT WITH CNTPOST OR"
        DISPLAY "CNTSHEET: REISSUE=Y REQUIRED TO REPLACE IT"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-COUNT-OPEN
        DISPLAY "CNTSHEET: REPLACING OPEN COUNT ISSUED ON "
                 WS-OPEN-ISSUE-DATE
    END-IF.

1500-LOAD-HELD-ITEMS.
    OPEN INPUT HELD-COUNT-FILE
    IF WS-HELD-FILE-STATUS = "35"
        CLOSE HELD-COUNT-FILE
    ELSE
        IF WS-HELD-FILE-STATUS NOT = "00"
            DISPLAY "CNTSHEET: UNABLE TO OPEN HELD-COUNT-FILE, "
                    "STATUS = " WS-HELD-FILE-STATUS
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-HELD-EOF
            READ HELD-COUNT-FILE
                AT END
                    SET WS-HELD-EOF TO TRUE
                NOT AT END
                    PERFORM 1550-INSERT-HELD-ITEM
            END-READ
        END-PERFORM
        CLOSE HELD-COUNT-FILE
    END-IF.

1550-INSERT-HELD-ITEM.
    IF WS-HLD-COUNT = 99999
        DISPLAY "CNTSHEET: HELD-ITEM TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-HLD-COUNT
    MOVE WS-HLD-COUNT TO WS-INS-IDX
    PERFORM VARYING WS-INS-IDX FROM WS-HLD-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-HLD-ITEM-NUMBER(WS-INS-IDX - 1) < HLD-ITEM-NUMBER
        MOVE WS-HLD-TABLE(WS-INS-IDX - 1) TO WS-HLD-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE HLD-ITEM-NUMBER TO WS-HLD-ITEM-NUMBER(WS-INS-IDX).

2000-LOAD-EXTRACT-TABLE.
    OPEN INPUT EXTRACT-FILE
    IF WS-EXTRACT-FILE-STATUS NOT = "00"
        DISPLAY "CNTSHEET: UNABLE TO OPEN EXTRACT-FILE, STATUS = "
                 WS-EXTRACT-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EXTRACT-EOF
        READ EXTRACT-FILE
            AT END
                SET WS-EXTRACT-EOF TO TRUE
            NOT AT END
                PERFORM 2010-STORE-EXTRACT-RECORD
        END-READ
    END-PERFORM
    CLOSE EXTRACT-FILE
    PERFORM 2020-BALANCE-EXTRACT.

2010-STORE-EXTRACT-RECORD.
    EVALUATE EXT-REC-TYPE
        WHEN 'H'
            SET WS-EXTR-HDR-SEEN TO TRUE
        WHEN 'D'
            ADD 1 TO WS-EXTR-D-COUNT
            ADD EXT-ITEM-PRICE TO WS-EXTR-PRICE-HASH
            ADD 1 TO WS-ITM-COUNT
            MOVE EXT-ITEM-NUMBER   TO WS-ITM-NUMBER(WS-ITM-COUNT)
            MOVE EXT-ITEM-NAME     TO WS-ITM-NAME(WS-ITM-COUNT)
            MOVE EXT-ITEM-PRICE    TO WS-ITM-PRICE(WS-ITM-COUNT)
            MOVE EXT-ITEM-CATEGORY TO WS-ITM-CATEGORY(WS-ITM-COUNT)
            MOVE EXT-CAT-DESC      TO WS-ITM-CAT-DESC(WS-ITM-COUNT)
            MOVE EXT-DEPT-CODE     TO WS-ITM-DEPT-CODE(WS-ITM-COUNT)
        WHEN 'T'
            MOVE EXL-RECORD-COUNT TO WS-EXTR-TRL-COUNT
            MOVE EXL-PRICE-HASH   TO WS-EXTR-TRL-HASH
            SET WS-EXTR-TRL-SEEN TO TRUE
            SET WS-EXTRACT-EOF TO TRUE
        WHEN OTHER
            DISPLAY "CNTSHEET: INVALID RECORD TYPE ON EXTRACT: "
                     EXT-REC-TYPE
            MOVE 12 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

2020-BALANCE-EXTRACT.
    IF NOT WS-EXTR-HDR-SEEN
        DISPLAY "CNTSHEET: EXTRACT HEADER MISSING"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT WS-EXTR-TRL-SEEN
        DISPLAY "CNTSHEET: EXTRACT TRAILER MISSING, FILE MAY BE "
                "TRUNCATED"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-EXTR-TRL-COUNT NOT = WS-EXTR-D-COUNT
       OR WS-EXTR-TRL-HASH NOT = WS-EXTR-PRICE-HASH
        DISPLAY "CNTSHEET: EXTRACT OUT OF BALANCE, TRAILER = "
                 WS-EXTR-TRL-COUNT " / " WS-EXTR-TRL-HASH
                " READ = " WS-EXTR-D-COUNT " / " WS-EXTR-PRICE-HASH
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

2100-LOAD-STOCK-ITEMS.
    OPEN INPUT STOCK-MASTER-FILE
    IF WS-STOCK-FILE-STATUS NOT = "00"
        DISPLAY "CNTSHEET: UNABLE TO OPEN STOCK-MASTER-FILE, STATUS = "
                 WS-STOCK-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-STOCK-EOF
        READ STOCK-MASTER-FILE
            AT END
                SET WS-STOCK-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-STOCK-READ
                PERFORM 2150-SELECT-STOCK-ITEM
        END-READ
    END-PERFORM
    CLOSE STOCK-MASTER-FILE.

2150-SELECT-STOCK-ITEM.
    MOVE 'N' TO WS-FOUND-SW
    SET WS-ITM-IDX TO 1
    IF WS-ITM-COUNT > 0
        SEARCH ALL WS-ITM-TABLE
            AT END
                CONTINUE
            WHEN WS-ITM-NUMBER(WS-ITM-IDX) = STK-ITEM-NUMBER
                SET WS-ITEM-FOUND TO TRUE
        END-SEARCH
    END-IF
    MOVE 'Y' TO WS-SELECTED-SW
    IF WS-SEL-COUNT > 0
        MOVE 'N' TO WS-SELECTED-SW
        IF WS-ITEM-FOUND
            PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                    UNTIL WS-SEL-IDX > WS-SEL-COUNT
                IF WS-SEL-DEPT-CODE(WS-SEL-IDX)
                        = WS-ITM-DEPT-CODE(WS-ITM-IDX)
                    SET WS-ITEM-SELECTED TO TRUE
                    ADD 1 TO WS-SEL-ITEMS(WS-SEL-IDX)
                END-IF
            END-PERFORM
        END-IF
    END-IF
    IF NOT WS-ITEM-SELECTED
        ADD 1 TO WS-ITEMS-NOT-SELECTED
    ELSE
        MOVE 'N' TO WS-HELD-SW
        SET WS-HLD-IDX TO 1
        IF WS-HLD-COUNT > 0
            SEARCH ALL WS-HLD-TABLE
                AT END
                    CONTINUE
                WHEN WS-HLD-ITEM-NUMBER(WS-HLD-IDX) = STK-ITEM-NUMBER
                    SET WS-ITEM-HELD TO TRUE
            END-SEARCH
        END-IF
        IF WS-ITEM-HELD
            ADD 1 TO WS-ITEMS-HELD
        ELSE
            PERFORM 2160-INSERT-SHEET-LINE
        END-IF
    END-IF.

2160-INSERT-SHEET-LINE.
    IF WS-SHT-COUNT = 99999
        DISPLAY "CNTSHEET: COUNT-SHEET TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-ITEM-FOUND
        MOVE WS-ITM-DEPT-CODE(WS-ITM-IDX) TO WS-NEW-DEPT-CODE
        MOVE WS-ITM-CATEGORY(WS-ITM-IDX)  TO WS-NEW-CATEGORY
    ELSE
        MOVE SPACES TO WS-NEW-DEPT-CODE
        MOVE SPACES TO WS-NEW-CATEGORY
        ADD 1 TO WS-ITEMS-NO-EXTRACT
    END-IF
    MOVE STK-ITEM-NUMBER TO WS-NEW-ITEM-NUMBER
    ADD 1 TO WS-SHT-COUNT
    MOVE WS-SHT-COUNT TO WS-INS-IDX
    PERFORM VARYING WS-INS-IDX FROM WS-SHT-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-SHT-KEY(WS-INS-IDX - 1) < WS-NEW-SHT-KEY
        MOVE WS-SHT-TABLE(WS-INS-IDX - 1) TO WS-SHT-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE WS-NEW-SHT-KEY TO WS-SHT-KEY(WS-INS-IDX)
    MOVE STK-ON-HAND    TO WS-SHT-BOOK-QTY(WS-INS-IDX)
    IF WS-ITEM-FOUND
        MOVE WS-ITM-NAME(WS-ITM-IDX)     TO WS-SHT-ITEM-NAME(WS-INS-IDX)
        MOVE WS-ITM-CAT-DESC(WS-ITM-IDX) TO WS-SHT-CAT-DESC(WS-INS-IDX)
        MOVE WS-ITM-PRICE(WS-ITM-IDX)
            TO WS-SHT-UNIT-PRICE(WS-INS-IDX)
    ELSE
        MOVE "*** NOT ON ITEM EXTRACT ***"
            TO WS-SHT-ITEM-NAME(WS-INS-IDX)
        MOVE SPACES TO WS-SHT-CAT-DESC(WS-INS-IDX)
        MOVE 0 TO WS-SHT-UNIT-PRICE(WS-INS-IDX)
    END-IF.

3000-PRINT-SCOPE.
    IF WS-SEL-COUNT = 0
        MOVE "COUNT SCOPE: FULL COUNT - ALL DEPARTMENTS"
            TO WS-SCOPE-LINE
    ELSE
        MOVE "COUNT SCOPE: CYCLE COUNT - SELECTED DEPARTMENTS"
            TO WS-SCOPE-LINE
    END-IF
    MOVE WS-SCOPE-LINE TO SHEET-REPORT-LINE
    PERFORM 7100-WRITE-SHEET-LINE
    MOVE SPACES TO SHEET-REPORT-LINE
    PERFORM 7100-WRITE-SHEET-LINE.

3100-PRINT-SHEET-LINE.
    IF WS-PRT-IDX = 1
            OR WS-SHT-DEPT-CODE(WS-PRT-IDX) NOT = WS-PREV-DEPT
        IF WS-PRT-IDX > 1
            PERFORM 3500-CLOSE-SHEET
        END-IF
        PERFORM 3200-START-SHEET
        PERFORM 3300-START-CATEGORY
    ELSE
        IF WS-SHT-CATEGORY(WS-PRT-IDX) NOT = WS-PREV-CATEGORY
            MOVE SPACES TO SHEET-REPORT-LINE
            PERFORM 7100-WRITE-SHEET-LINE
            PERFORM 3300-START-CATEGORY
        END-IF
    END-IF
    MOVE WS-SHT-ITEM-NUMBER(WS-PRT-IDX) TO CSD-ITEM-NUMBER
    MOVE WS-SHT-ITEM-NAME(WS-PRT-IDX)   TO CSD-ITEM-NAME
    MOVE WS-SHT-DETAIL TO SHEET-REPORT-LINE
    PERFORM 7100-WRITE-SHEET-LINE
    ADD 1 TO WS-DEPT-ITEMS
    ADD 1 TO WS-ITEMS-ISSUED.

3200-START-SHEET.
    MOVE WS-SHT-DEPT-CODE(WS-PRT-IDX) TO WS-PREV-DEPT
    MOVE 0 TO WS-DEPT-ITEMS
    IF WS-PREV-DEPT = SPACES
        MOVE "(NONE)" TO CSH-DEPT-CODE
    ELSE
        MOVE WS-PREV-DEPT TO CSH-DEPT-CODE
    END-IF
    MOVE WS-CURR-DATE TO CSH-DATE
    MOVE WS-RUN-ID    TO CSH-RUN-ID
    MOVE WS-SHT-HEADING-1 TO SHEET-REPORT-LINE
    PERFORM 7100-WRITE-SHEET-LINE
    ADD 1 TO WS-SHEETS-PRINTED.

3300-START-CATEGORY.
    MOVE WS-SHT-CATEGORY(WS-PRT-IDX) TO WS-PREV-CATEGORY
    MOVE WS-PREV-CATEGORY TO CSH-CATEGORY
    MOVE WS-SHT-CAT-DESC(WS-PRT-IDX) TO CSH-CAT-DESC
    MOVE WS-SHT-HEADING-2 TO SHEET-REPORT-LINE
    PERFORM 7100-WRITE-SHEET-LINE
    MOVE WS-SHT-HEADING-3 TO SHEET-REPORT-LINE
    PERFORM 7100-WRITE-SHEET-LINE.

3500-CLOSE-SHEET.
    MOVE WS-DEPT-ITEMS TO CST-ITEM-COUNT
    MOVE SPACES TO SHEET-REPORT-LINE
    PERFORM 7100-WRITE-SHEET-LINE
    MOVE WS-SHT-TOTAL-LINE TO SHEET-REPORT-LINE
    PERFORM 7100-WRITE-SHEET-LINE
    MOVE SPACES TO SHEET-REPORT-LINE
    PERFORM 7100-WRITE-SHEET-LINE.

4000-WRITE-OPEN-COUNT.
    *> Written whole, in sheet order, so CNTPOST reports the count in
    *> the order it was taken.
    OPEN OUTPUT OPEN-COUNT-FILE
    IF WS-OPEN-FILE-STATUS NOT = "00"
        DISPLAY "CNTSHEET: UNABLE TO OPEN OPEN-COUNT-FILE, STATUS = "
                 WS-OPEN-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
            UNTIL WS-PRT-IDX > WS-SHT-COUNT
        MOVE WS-SHT-ITEM-NUMBER(WS-PRT-IDX) TO CNO-ITEM-NUMBER
        MOVE WS-SHT-DEPT-CODE(WS-PRT-IDX)   TO CNO-DEPT-CODE
        MOVE WS-SHT-CATEGORY(WS-PRT-IDX)    TO CNO-CATEGORY
        MOVE WS-SHT-ITEM-NAME(WS-PRT-IDX)   TO CNO-ITEM-NAME
        MOVE WS-SHT-BOOK-QTY(WS-PRT-IDX)    TO CNO-BOOK-QTY
        MOVE WS-SHT-UNIT-PRICE(WS-PRT-IDX)  TO CNO-UNIT-PRICE
        MOVE WS-CURR-DATE                   TO CNO-ISSUE-DATE
        WRITE OPEN-COUNT-RECORD
        IF WS-OPEN-FILE-STATUS NOT = "00"
            DISPLAY "CNTSHEET: ERROR WRITING OPEN-COUNT-FILE, "
                    "STATUS = " WS-OPEN-FILE-STATUS
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-PERFORM
    CLOSE OPEN-COUNT-FILE.

6000-PRINT-RUN-TOTALS.
    MOVE SPACES TO WS-RUN-TOTAL-LINE
    MOVE "COUNT SHEETS PRINTED.....:" TO PRT-LABEL
    MOVE WS-SHEETS-PRINTED TO PRT-COUNT
    MOVE WS-RUN-TOTAL-LINE TO SHEET-REPORT-LINE
    PERFORM 7100-WRITE-SHEET-LINE
    MOVE SPACES TO WS-RUN-TOTAL-LINE
    MOVE "ITEMS ISSUED FOR COUNT...:" TO PRT-LABEL
    MOVE WS-ITEMS-ISSUED TO PRT-COUNT
    MOVE WS-RUN-TOTAL-LINE TO SHEET-REPORT-LINE
    PERFORM 7100-WRITE-SHEET-LINE
    MOVE SPACES TO WS-RUN-TOTAL-LINE
    MOVE "ITEMS NOT ON EXTRACT.....:" TO PRT-LABEL
    MOVE WS-ITEMS-NO-EXTRACT TO PRT-COUNT
    MOVE WS-RUN-TOTAL-LINE TO SHEET-REPORT-LINE
    PERFORM 7100-WRITE-SHEET-LINE
    MOVE SPACES TO WS-RUN-TOTAL-LINE
    MOVE "ITEMS HELD FOR SIGN-OFF..:" TO PRT-LABEL
    MOVE WS-ITEMS-HELD TO PRT-COUNT
    MOVE WS-RUN-TOTAL-LINE TO SHEET-REPORT-LINE
    PERFORM 7100-WRITE-SHEET-LINE.

6100-CHECK-SELECTED-DEPTS.
    *> A selected department with nothing to count is most likely a
    *> mistyped card; the sheets still print for the others.
    PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
            UNTIL WS-SEL-IDX > WS-SEL-COUNT
        IF WS-SEL-ITEMS(WS-SEL-IDX) = 0
            DISPLAY "CNTSHEET: NO STOCK ITEMS IN SELECTED DEPARTMENT "
                     WS-SEL-DEPT-CODE(WS-SEL-IDX)
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
    END-PERFORM.

7100-WRITE-SHEET-LINE.
    WRITE SHEET-REPORT-LINE
    IF WS-SHEET-RPT-FILE-STATUS NOT = "00"
        DISPLAY "CNTSHEET: ERROR WRITING SHEET-REPORT-FILE, STATUS = "
                 WS-SHEET-RPT-FILE-STATUS
        STOP RUN
    END-IF.

9000-SUMMARY.
    DISPLAY "===== COUNT SHEET SUMMARY ====="
    DISPLAY "RUN ID................: " WS-RUN-ID
    DISPLAY "STOCK ITEMS READ......: " WS-STOCK-READ
    DISPLAY "DEPARTMENTS SELECTED..: " WS-SEL-COUNT
    DISPLAY "ITEMS NOT SELECTED....: " WS-ITEMS-NOT-SELECTED
    DISPLAY "ITEMS HELD, SKIPPED...: " WS-ITEMS-HELD
    DISPLAY "ITEMS NOT ON EXTRACT..: " WS-ITEMS-NO-EXTRACT
    DISPLAY "ITEMS ISSUED..........: " WS-ITEMS-ISSUED
    DISPLAY "COUNT SHEETS PRINTED..: " WS-SHEETS-PRINTED
    DISPLAY "===============================".

9900-CLOSE-FILES.
    CLOSE SHEET-REPORT-FILE.
