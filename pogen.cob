      >>SOURCE FORMAT FREE
*> POGEN - purchase order generation. Turns the reorder candidates
*> ORDPRICE lists on REORDRPT (available stock below STK-REORDER-POINT)
*> into purchase orders, one per supplier per run. Run after STKMAINT
*> has posted the day's receipts, so stock that has just arrived is
*> not ordered again.
*>
*> Each candidate is ordered at its STK-REORDER-QTY from the supplier
*> carried on today's item extract (ITEMEXTR, balanced and producer-
*> checked the way ORDPRICE loads it); the supplier must be on SUPPCTL,
*> which also supplies the name printed on the order. An item that
*> still has a line open on POOPEN is skipped - its stock is already
*> on the way - so running again the same day orders nothing twice.
*>
*> New order lines are added to the end of POOPEN, the open-PO file
*> PORECV receives against. The last PO number issued is kept on
*> POCTL. PORPT prints each order for the buyer. Candidates that
*> cannot be ordered go to POEXC with a reason.
*>
*> Modification history:
*>   2026-10-15  New program.
IDENTIFICATION DIVISION.
PROGRAM-ID. POGEN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EXTRACT-FILE ASSIGN TO "ITEMEXTR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-FILE-STATUS.

    SELECT SUPP-CONTROL-FILE ASSIGN TO "SUPPCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SUPP-FILE-STATUS.

    SELECT STOCK-MASTER-FILE ASSIGN TO "STKMSTR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STOCK-FILE-STATUS.

    SELECT PO-OPEN-FILE ASSIGN TO "POOPEN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PO-OPEN-FILE-STATUS.

    SELECT PO-CONTROL-FILE ASSIGN TO "POCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PO-CTL-FILE-STATUS.

    SELECT PO-EXCEPT-FILE ASSIGN TO "POEXC"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PO-EXC-FILE-STATUS.

    SELECT PO-REPORT-FILE ASSIGN TO "PORPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

    SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CYC-FILE-STATUS.

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
01  EXTRACT-HEADER-RECORD.
    05  EXH-REC-TYPE            PIC X(1).
    05  EXH-RUN-ID              PIC X(16).
    05  EXH-RUN-DATE            PIC X(8).
    05  FILLER                  PIC X(62).
01  EXTRACT-TRAILER-RECORD.
    05  EXL-REC-TYPE            PIC X(1).
    05  EXL-RECORD-COUNT        PIC 9(7).
    05  EXL-PRICE-HASH          PIC 9(11)V99.
    05  FILLER                  PIC X(66).

FD  SUPP-CONTROL-FILE.
01  SUPP-CONTROL-RECORD.
    05  SUP-CODE                PIC X(3).
    05  SUP-RANK                PIC 9(2).
    05  SUP-NAME                PIC X(30).

FD  STOCK-MASTER-FILE.
01  STOCK-MASTER-RECORD.
    05  STK-ITEM-NUMBER         PIC 9(6).
    05  STK-ON-HAND             PIC 9(7).
    05  STK-ALLOCATED           PIC 9(7).
    05  STK-REORDER-POINT       PIC 9(7).
    05  STK-REORDER-QTY         PIC 9(7).

*> One line per item per purchase order, still awaiting receipt.
FD  PO-OPEN-FILE.
01  PO-OPEN-RECORD.
    05  POO-PO-NUMBER           PIC 9(8).
    05  POO-SUPPLIER            PIC X(3).
    05  POO-ITEM-NUMBER         PIC 9(6).
    05  POO-ORDER-DATE          PIC X(8).
    05  POO-QTY-ORDERED         PIC 9(7).
    05  POO-QTY-RECEIVED        PIC 9(7).

FD  PO-CONTROL-FILE.
01  PO-CONTROL-RECORD.
    05  PCT-LAST-PO-NUMBER      PIC 9(8).
    05  PCT-LAST-RUN-ID         PIC X(16).

FD  PO-EXCEPT-FILE.
01  PO-EXCEPT-RECORD.
    05  POX-DATE                PIC X(8).
    05  POX-SOURCE              PIC X(1).
        88  POX-FROM-GENERATION   VALUE 'G'.
        88  POX-FROM-RECEIVING    VALUE 'R'.
    05  POX-PO-NUMBER           PIC 9(8).
    05  POX-ITEM-NUMBER         PIC 9(6).
    05  POX-QUANTITY            PIC 9(7).
    05  POX-REASON              PIC X(30).

FD  PO-REPORT-FILE.
01  PO-REPORT-LINE              PIC X(132).

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
01  WS-DATA-AREA.
    05  WS-ITEM-COUNT           PIC 9(5) VALUE 0.
    05  WS-ITEM-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-ITEM-COUNT
            ASCENDING KEY IS WS-ITEM-NUMBER
            INDEXED BY WS-IDX.
        10  WS-ITEM-NUMBER       PIC 9(6).
        10  WS-ITEM-NAME         PIC X(30).
        10  WS-ITEM-SUPPLIER     PIC X(3).

*> Supplier control table from SUPPCTL, loaded the way ITEMMNT loads it.
01  WS-SUPP-AREA.
    05  WS-SUPP-COUNT           PIC 9(2) VALUE 0.
    05  WS-SUPP-TABLE OCCURS 0 TO 99 TIMES
            DEPENDING ON WS-SUPP-COUNT.
        10  WS-SUPP-CODE         PIC X(3).
        10  WS-SUPP-RANK         PIC 9(2).
        10  WS-SUPP-NAME         PIC X(30).

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

*> Items with a line still open on POOPEN. An item can be on more
*> than one order, so an item number may repeat.
01  WS-OPN-AREA.
    05  WS-OPN-COUNT            PIC 9(5) VALUE 0.
    05  WS-OPN-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-OPN-COUNT
            ASCENDING KEY IS WS-OPN-ITEM-NUMBER
            INDEXED BY WS-OPN-IDX.
        10  WS-OPN-ITEM-NUMBER   PIC 9(6).

*> Lines to be ordered this run, in supplier / item sequence so each
*> supplier's lines come together under one PO number.
01  WS-CND-AREA.
    05  WS-CND-COUNT            PIC 9(5) VALUE 0.
    05  WS-CND-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-CND-COUNT
            INDEXED BY WS-CND-IDX.
        10  WS-CND-KEY.
            15  WS-CND-SUPPLIER  PIC X(3).
            15  WS-CND-ITEM      PIC 9(6).
        10  WS-CND-ITEM-NAME     PIC X(30).
        10  WS-CND-SUPP-NAME     PIC X(30).
        10  WS-CND-AVAILABLE     PIC S9(7).
        10  WS-CND-REORDER-POINT PIC 9(7).
        10  WS-CND-ORDER-QTY     PIC 9(7).

01  WS-CND-NEW-KEY.
    05  WS-NEW-SUPPLIER         PIC X(3).
    05  WS-NEW-ITEM             PIC 9(6).

01  WS-FILE-STATUSES.
    05  WS-EXTRACT-FILE-STATUS  PIC XX.
    05  WS-SUPP-FILE-STATUS     PIC XX.
    05  WS-STOCK-FILE-STATUS    PIC XX.
    05  WS-PO-OPEN-FILE-STATUS  PIC XX.
    05  WS-PO-CTL-FILE-STATUS   PIC XX.
    05  WS-PO-EXC-FILE-STATUS   PIC XX.
    05  WS-REPORT-FILE-STATUS   PIC XX.
    05  WS-CYC-FILE-STATUS      PIC XX.

01  WS-SWITCHES.
    05  WS-EXTRACT-EOF-SW       PIC X VALUE 'N'.
        88  WS-EXTRACT-EOF        VALUE 'Y'.
    05  WS-EXTR-HDR-SEEN-SW     PIC X VALUE 'N'.
        88  WS-EXTR-HDR-SEEN      VALUE 'Y'.
    05  WS-EXTR-TRL-SEEN-SW     PIC X VALUE 'N'.
        88  WS-EXTR-TRL-SEEN      VALUE 'Y'.
    05  WS-SUPP-EOF-SW          PIC X VALUE 'N'.
        88  WS-SUPP-EOF           VALUE 'Y'.
    05  WS-STOCK-EOF-SW         PIC X VALUE 'N'.
        88  WS-STOCK-EOF          VALUE 'Y'.
    05  WS-PO-OPEN-EOF-SW       PIC X VALUE 'N'.
        88  WS-PO-OPEN-EOF        VALUE 'Y'.
    05  WS-CYC-EOF-SW           PIC X VALUE 'N'.
        88  WS-CYC-EOF            VALUE 'Y'.
    05  WS-PROD-OK-SW           PIC X VALUE 'N'.
        88  WS-PRODUCER-OK        VALUE 'Y'.
    05  WS-ON-ORDER-SW          PIC X VALUE 'N'.
        88  WS-ON-ORDER           VALUE 'Y'.

01  WS-COUNTERS.
    05  WS-OPEN-LINES-IN        PIC 9(7) VALUE 0.
    05  WS-ITEMS-BELOW-REORDER  PIC 9(7) VALUE 0.
    05  WS-ITEMS-ON-ORDER       PIC 9(7) VALUE 0.
    05  WS-ITEMS-REJECTED       PIC 9(7) VALUE 0.
    05  WS-POS-WRITTEN          PIC 9(7) VALUE 0.
    05  WS-LINES-ORDERED        PIC 9(7) VALUE 0.
    05  WS-UNITS-ORDERED        PIC 9(9) VALUE 0.
    05  WS-PO-LINES             PIC 9(5) VALUE 0.
    05  WS-PO-UNITS             PIC 9(9) VALUE 0.
    05  WS-FND-IDX              PIC 9(5) VALUE 0.
    05  WS-INS-IDX              PIC 9(5) VALUE 0.
    05  WS-SUPP-SCAN-IDX        PIC 9(2) VALUE 0.
    05  WS-AVAILABLE            PIC S9(7) VALUE 0.
    05  WS-EXTR-D-COUNT         PIC 9(7) VALUE 0.
    05  WS-EXTR-PRICE-HASH      PIC 9(11)V99 VALUE 0.
    05  WS-EXTR-TRL-COUNT       PIC 9(7) VALUE 0.
    05  WS-EXTR-TRL-HASH        PIC 9(11)V99 VALUE 0.

01  WS-MISC.
    05  WS-REASON               PIC X(30).
    05  WS-RUN-ID               PIC X(16).
    05  WS-CURR-DATE            PIC X(8).
    05  WS-CURR-TIME            PIC X(8).
    05  WS-EXTR-RUN-ID          PIC X(16) VALUE SPACES.
    05  WS-EXTR-RUN-DATE        PIC X(8) VALUE SPACES.
    05  WS-LOOKUP-SUPPLIER      PIC X(3).
    05  WS-LOOKUP-SUPP-NAME     PIC X(30).
    05  WS-LOOKUP-SUPP-RANK     PIC 9(2) VALUE 0.
    05  WS-PO-NUMBER            PIC 9(8) VALUE 0.
    05  WS-PREV-SUPPLIER        PIC X(3).
    05  WS-CYC-PHASE            PIC X(1).
    05  WS-CYC-KEY-COUNT        PIC 9(7) VALUE 0.

01  WS-PO-HEADING-1.
    05  FILLER                  PIC X(28)
            VALUE "===== PURCHASE ORDERS =====".
    05  FILLER                  PIC X(8) VALUE "RUN ID: ".
    05  PHD-RUN-ID              PIC X(16).
01  WS-PO-HEADING-2.
    05  FILLER                  PIC X(11) VALUE "PO NUMBER: ".
    05  PHD-PO-NUMBER           PIC 9(8).
    05  FILLER                  PIC X(13) VALUE "   SUPPLIER: ".
    05  PHD-SUPPLIER            PIC X(3).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  PHD-SUPP-NAME           PIC X(30).
    05  FILLER                  PIC X(12) VALUE "   ORDERED: ".
    05  PHD-ORDER-DATE          PIC X(8).
01  WS-PO-HEADING-3.
    05  FILLER                  PIC X(45) VALUE "  ITEM    NAME".
    05  FILLER                  PIC X(25)
            VALUE "AVAIL   RE-PT   ORDER QTY".
01  WS-PO-DETAIL.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  PDT-ITEM-NUMBER         PIC 9(6).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  PDT-ITEM-NAME           PIC X(30).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  PDT-AVAILABLE           PIC -ZZZZZZ9.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  PDT-REORDER-POINT       PIC ZZZZZZ9.
    05  FILLER                  PIC X(5) VALUE SPACES.
    05  PDT-ORDER-QTY           PIC ZZZZZZ9.
01  WS-PO-TOTAL-LINE.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  PTT-LABEL               PIC X(26).
    05  PTT-LINES               PIC ZZZZ9.
    05  FILLER                  PIC X(10) VALUE "   UNITS: ".
    05  PTT-UNITS               PIC ZZZZZZZZ9.
01  WS-RUN-TOTAL-LINE.
    05  RTT-LABEL               PIC X(26).
    05  RTT-COUNT               PIC ZZZZZZZZ9.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-LOAD-EXTRACT-TABLE
    PERFORM 2500-LOAD-SUPPLIER-TABLE
    PERFORM 2600-LOAD-STOCK-TABLE
    PERFORM 2700-LOAD-OPEN-ORDERS
    PERFORM 2800-READ-PO-CONTROL
    PERFORM 1100-OPEN-OUTPUT-FILES
    PERFORM VARYING WS-STK-IDX FROM 1 BY 1
            UNTIL WS-STK-IDX > WS-STK-COUNT
        COMPUTE WS-AVAILABLE =
            WS-STK-ON-HAND(WS-STK-IDX) - WS-STK-ALLOCATED(WS-STK-IDX)
        IF WS-AVAILABLE < WS-STK-REORDER-POINT(WS-STK-IDX)
            ADD 1 TO WS-ITEMS-BELOW-REORDER
            PERFORM 3000-SELECT-CANDIDATE
        END-IF
    END-PERFORM
    PERFORM 8000-WRITE-PURCHASE-ORDERS
    PERFORM 8800-REWRITE-PO-CONTROL
    MOVE WS-LINES-ORDERED TO WS-CYC-KEY-COUNT
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
    OPEN INPUT EXTRACT-FILE
    IF WS-EXTRACT-FILE-STATUS NOT = "00"
        DISPLAY "POGEN: UNABLE TO OPEN EXTRACT-FILE, STATUS = "
                 WS-EXTRACT-FILE-STATUS
        STOP RUN
    END-IF.

1100-OPEN-OUTPUT-FILES.
    *> Held back until every input has loaded clean. POOPEN still
    *> holds the orders placed on earlier days; today's go after them.
    OPEN EXTEND PO-OPEN-FILE
    IF WS-PO-OPEN-FILE-STATUS NOT = "00"
        CLOSE PO-OPEN-FILE
        OPEN OUTPUT PO-OPEN-FILE
        IF WS-PO-OPEN-FILE-STATUS NOT = "00"
            DISPLAY "POGEN: UNABLE TO OPEN PO-OPEN-FILE, STATUS = "
                     WS-PO-OPEN-FILE-STATUS
            STOP RUN
        END-IF
    END-IF
    OPEN EXTEND PO-EXCEPT-FILE
    IF WS-PO-EXC-FILE-STATUS NOT = "00"
        CLOSE PO-EXCEPT-FILE
        OPEN OUTPUT PO-EXCEPT-FILE
        IF WS-PO-EXC-FILE-STATUS NOT = "00"
            DISPLAY "POGEN: UNABLE TO OPEN PO-EXCEPT-FILE, STATUS = "
                     WS-PO-EXC-FILE-STATUS
            STOP RUN
        END-IF
    END-IF
    OPEN OUTPUT PO-REPORT-FILE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "POGEN: UNABLE TO OPEN PO-REPORT-FILE, STATUS = "
                 WS-REPORT-FILE-STATUS
        STOP RUN
    END-IF.

2000-LOAD-EXTRACT-TABLE.
    *> Same extract, balancing, and producer check as ORDPRICE, so the
    *> supplier ordered from is the one on today's item data.
    PERFORM UNTIL WS-EXTRACT-EOF
        READ EXTRACT-FILE
            AT END
                SET WS-EXTRACT-EOF TO TRUE
            NOT AT END
                PERFORM 2100-STORE-EXTRACT-RECORD
        END-READ
    END-PERFORM
    CLOSE EXTRACT-FILE
    PERFORM 2200-BALANCE-EXTRACT
    PERFORM 2300-CHECK-CYCLE-CONTROL
    IF WS-ITEM-COUNT = 0
        DISPLAY "POGEN: EXTRACT-FILE IS EMPTY, NOTHING TO ORDER"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

2100-STORE-EXTRACT-RECORD.
    EVALUATE EXT-REC-TYPE
        WHEN 'H'
            SET WS-EXTR-HDR-SEEN TO TRUE
            MOVE EXH-RUN-ID   TO WS-EXTR-RUN-ID
            MOVE EXH-RUN-DATE TO WS-EXTR-RUN-DATE
        WHEN 'D'
            ADD 1 TO WS-EXTR-D-COUNT
            ADD EXT-ITEM-PRICE TO WS-EXTR-PRICE-HASH
            ADD 1 TO WS-ITEM-COUNT
            MOVE EXT-ITEM-NUMBER TO WS-ITEM-NUMBER(WS-ITEM-COUNT)
            MOVE EXT-ITEM-NAME   TO WS-ITEM-NAME(WS-ITEM-COUNT)
            MOVE EXT-SUPPLIER    TO WS-ITEM-SUPPLIER(WS-ITEM-COUNT)
        WHEN 'T'
            MOVE EXL-RECORD-COUNT TO WS-EXTR-TRL-COUNT
            MOVE EXL-PRICE-HASH   TO WS-EXTR-TRL-HASH
            SET WS-EXTR-TRL-SEEN TO TRUE
            SET WS-EXTRACT-EOF TO TRUE
        WHEN OTHER
            DISPLAY "POGEN: INVALID RECORD TYPE ON EXTRACT: "
                     EXT-REC-TYPE
            MOVE 12 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

2200-BALANCE-EXTRACT.
    IF NOT WS-EXTR-HDR-SEEN
        DISPLAY "POGEN: EXTRACT HEADER MISSING"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT WS-EXTR-TRL-SEEN
        DISPLAY "POGEN: EXTRACT TRAILER MISSING, FILE MAY BE "
                "TRUNCATED"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-EXTR-TRL-COUNT NOT = WS-EXTR-D-COUNT
       OR WS-EXTR-TRL-HASH NOT = WS-EXTR-PRICE-HASH
        DISPLAY "POGEN: EXTRACT OUT OF BALANCE, TRAILER = "
                 WS-EXTR-TRL-COUNT " / " WS-EXTR-TRL-HASH
                " READ = " WS-EXTR-D-COUNT " / " WS-EXTR-PRICE-HASH
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

2300-CHECK-CYCLE-CONTROL.
    *> No second-run guard is needed here: every line ordered is on
    *> POOPEN by the end of the run, and a second run skips it.
    OPEN INPUT CYCLE-CONTROL-FILE
    IF WS-CYC-FILE-STATUS NOT = "00"
        DISPLAY "POGEN: UNABLE TO OPEN CYCLE-CONTROL-FILE, "
                "STATUS = " WS-CYC-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-CYC-EOF
        READ CYCLE-CONTROL-FILE
            AT END
                SET WS-CYC-EOF TO TRUE
            NOT AT END
                PERFORM 2310-JUDGE-CYCLE-RECORD
        END-READ
    END-PERFORM
    CLOSE CYCLE-CONTROL-FILE
    IF WS-EXTR-RUN-DATE NOT = WS-CURR-DATE
        DISPLAY "POGEN: EXTRACT IS DATED " WS-EXTR-RUN-DATE
                " NOT TODAY, REFUSING TO ORDER"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT WS-PRODUCER-OK
        DISPLAY "POGEN: EXTRACT RUN " WS-EXTR-RUN-ID
                " HAS NO SUCCESSFUL PRODUCER RUN IN CYCCTL, "
                "REFUSING TO ORDER"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

2310-JUDGE-CYCLE-RECORD.
    IF CYC-END
       AND CYC-RETURN-CODE = 0
       AND CYC-RUN-ID = WS-EXTR-RUN-ID
       AND CYC-RUN-DATE = WS-CURR-DATE
       AND (CYC-PROGRAM = "ITEMLOAD"
            OR CYC-PROGRAM = "ITEMMNT"
            OR CYC-PROGRAM = "ITEMRCYC")
        SET WS-PRODUCER-OK TO TRUE
    END-IF.

2500-LOAD-SUPPLIER-TABLE.
    *> No order can go out without a supplier to send it to.
    OPEN INPUT SUPP-CONTROL-FILE
    IF WS-SUPP-FILE-STATUS NOT = "00"
        DISPLAY "POGEN: UNABLE TO OPEN SUPP-CONTROL-FILE, "
                "STATUS = " WS-SUPP-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-SUPP-EOF
        READ SUPP-CONTROL-FILE
            AT END
                SET WS-SUPP-EOF TO TRUE
            NOT AT END
                IF WS-SUPP-COUNT = 99
                    DISPLAY "POGEN: SUPPLIER TABLE AT MAX CAPACITY"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-SUPP-COUNT
                MOVE SUP-CODE TO WS-SUPP-CODE(WS-SUPP-COUNT)
                MOVE SUP-RANK TO WS-SUPP-RANK(WS-SUPP-COUNT)
                MOVE SUP-NAME TO WS-SUPP-NAME(WS-SUPP-COUNT)
        END-READ
    END-PERFORM
    CLOSE SUPP-CONTROL-FILE
    IF WS-SUPP-COUNT = 0
        DISPLAY "POGEN: SUPPLIER CONTROL FILE IS EMPTY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

2550-FIND-SUPPLIER.
    *> Looks up WS-LOOKUP-SUPPLIER; rank zero back means not listed.
    MOVE 0 TO WS-LOOKUP-SUPP-RANK
    MOVE SPACES TO WS-LOOKUP-SUPP-NAME
    PERFORM VARYING WS-SUPP-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SUPP-SCAN-IDX > WS-SUPP-COUNT
        IF WS-SUPP-CODE(WS-SUPP-SCAN-IDX) = WS-LOOKUP-SUPPLIER
            MOVE WS-SUPP-RANK(WS-SUPP-SCAN-IDX)
              TO WS-LOOKUP-SUPP-RANK
            MOVE WS-SUPP-NAME(WS-SUPP-SCAN-IDX)
              TO WS-LOOKUP-SUPP-NAME
        END-IF
    END-PERFORM.

2600-LOAD-STOCK-TABLE.
    OPEN INPUT STOCK-MASTER-FILE
    IF WS-STOCK-FILE-STATUS NOT = "00"
        DISPLAY "POGEN: UNABLE TO OPEN STOCK-MASTER-FILE, STATUS = "
                 WS-STOCK-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-STOCK-EOF
        READ STOCK-MASTER-FILE
            AT END
                SET WS-STOCK-EOF TO TRUE
            NOT AT END
                PERFORM 2650-INSERT-STOCK
        END-READ
    END-PERFORM
    CLOSE STOCK-MASTER-FILE.

2650-INSERT-STOCK.
    IF WS-STK-COUNT = 99999
        DISPLAY "POGEN: STOCK TABLE AT MAX CAPACITY"
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

2700-LOAD-OPEN-ORDERS.
    OPEN INPUT PO-OPEN-FILE
    IF WS-PO-OPEN-FILE-STATUS = "35"
        DISPLAY "POGEN: NO OPEN PURCHASE ORDERS, STATUS = "
                 WS-PO-OPEN-FILE-STATUS
    ELSE
        IF WS-PO-OPEN-FILE-STATUS NOT = "00"
            DISPLAY "POGEN: UNABLE TO OPEN PO-OPEN-FILE, STATUS = "
                     WS-PO-OPEN-FILE-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL WS-PO-OPEN-EOF
            READ PO-OPEN-FILE
                AT END
                    SET WS-PO-OPEN-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-OPEN-LINES-IN
                    PERFORM 2750-INSERT-OPEN-ITEM
            END-READ
        END-PERFORM
        CLOSE PO-OPEN-FILE
    END-IF.

2750-INSERT-OPEN-ITEM.
    IF WS-OPN-COUNT = 99999
        DISPLAY "POGEN: OPEN-ORDER TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-OPN-COUNT
    MOVE WS-OPN-COUNT TO WS-INS-IDX
    PERFORM VARYING WS-INS-IDX FROM WS-OPN-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-OPN-ITEM-NUMBER(WS-INS-IDX - 1)
                    NOT > POO-ITEM-NUMBER
        MOVE WS-OPN-TABLE(WS-INS-IDX - 1) TO WS-OPN-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE POO-ITEM-NUMBER TO WS-OPN-ITEM-NUMBER(WS-INS-IDX).

2800-READ-PO-CONTROL.
    *> A missing POCTL means no order has ever been issued, and
    *> numbering starts at 1.
    OPEN INPUT PO-CONTROL-FILE
    IF WS-PO-CTL-FILE-STATUS = "35"
        DISPLAY "POGEN: NO PO CONTROL RECORD, NUMBERING FROM 1, "
                "STATUS = " WS-PO-CTL-FILE-STATUS
        MOVE 0 TO WS-PO-NUMBER
    ELSE
        IF WS-PO-CTL-FILE-STATUS NOT = "00"
            DISPLAY "POGEN: UNABLE TO OPEN PO-CONTROL-FILE, STATUS = "
                     WS-PO-CTL-FILE-STATUS
            STOP RUN
        END-IF
        READ PO-CONTROL-FILE
            AT END
                MOVE 0 TO WS-PO-NUMBER
            NOT AT END
                IF PCT-LAST-PO-NUMBER IS NOT NUMERIC
                    DISPLAY "POGEN: PO CONTROL RECORD IS INVALID: "
                             PO-CONTROL-RECORD
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE PCT-LAST-PO-NUMBER TO WS-PO-NUMBER
        END-READ
        CLOSE PO-CONTROL-FILE
    END-IF.

3000-SELECT-CANDIDATE.
    MOVE 0 TO WS-FND-IDX
    MOVE 0 TO WS-LOOKUP-SUPP-RANK
    PERFORM 3100-CHECK-ON-ORDER
    PERFORM 3200-FIND-ITEM
    IF WS-FND-IDX > 0
        MOVE WS-ITEM-SUPPLIER(WS-FND-IDX) TO WS-LOOKUP-SUPPLIER
        PERFORM 2550-FIND-SUPPLIER
    END-IF
    IF WS-ON-ORDER
        ADD 1 TO WS-ITEMS-ON-ORDER
    ELSE IF WS-FND-IDX = 0
        MOVE "ITEM NOT ON EXTRACT" TO WS-REASON
        PERFORM 3700-WRITE-PO-EXCEPTION
    ELSE IF WS-LOOKUP-SUPP-RANK = 0
        MOVE "SUPPLIER NOT ON SUPPCTL" TO WS-REASON
        PERFORM 3700-WRITE-PO-EXCEPTION
    ELSE IF WS-STK-REORDER-QTY(WS-STK-IDX) = 0
        MOVE "NO REORDER QUANTITY" TO WS-REASON
        PERFORM 3700-WRITE-PO-EXCEPTION
    ELSE
        PERFORM 3300-ADD-CANDIDATE
    END-IF.

3100-CHECK-ON-ORDER.
    MOVE 'N' TO WS-ON-ORDER-SW
    IF WS-OPN-COUNT > 0
        SET WS-OPN-IDX TO 1
        SEARCH ALL WS-OPN-TABLE
            AT END
                CONTINUE
            WHEN WS-OPN-ITEM-NUMBER(WS-OPN-IDX)
                    = WS-STK-ITEM-NUMBER(WS-STK-IDX)
                SET WS-ON-ORDER TO TRUE
        END-SEARCH
    END-IF.

3200-FIND-ITEM.
    SET WS-IDX TO 1
    SEARCH ALL WS-ITEM-TABLE
        AT END
            CONTINUE
        WHEN WS-ITEM-NUMBER(WS-IDX) = WS-STK-ITEM-NUMBER(WS-STK-IDX)
            SET WS-FND-IDX TO WS-IDX
    END-SEARCH.

3300-ADD-CANDIDATE.
    MOVE WS-ITEM-SUPPLIER(WS-FND-IDX)    TO WS-NEW-SUPPLIER
    MOVE WS-STK-ITEM-NUMBER(WS-STK-IDX)  TO WS-NEW-ITEM
    ADD 1 TO WS-CND-COUNT
    MOVE WS-CND-COUNT TO WS-INS-IDX
    PERFORM VARYING WS-INS-IDX FROM WS-CND-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-CND-KEY(WS-INS-IDX - 1) < WS-CND-NEW-KEY
        MOVE WS-CND-TABLE(WS-INS-IDX - 1) TO WS-CND-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE WS-CND-NEW-KEY           TO WS-CND-KEY(WS-INS-IDX)
    MOVE WS-ITEM-NAME(WS-FND-IDX) TO WS-CND-ITEM-NAME(WS-INS-IDX)
    MOVE WS-LOOKUP-SUPP-NAME      TO WS-CND-SUPP-NAME(WS-INS-IDX)
    MOVE WS-AVAILABLE             TO WS-CND-AVAILABLE(WS-INS-IDX)
    MOVE WS-STK-REORDER-POINT(WS-STK-IDX)
      TO WS-CND-REORDER-POINT(WS-INS-IDX)
    MOVE WS-STK-REORDER-QTY(WS-STK-IDX)
      TO WS-CND-ORDER-QTY(WS-INS-IDX).

3700-WRITE-PO-EXCEPTION.
    MOVE WS-CURR-DATE TO POX-DATE
    SET POX-FROM-GENERATION TO TRUE
    MOVE 0 TO POX-PO-NUMBER
    MOVE WS-STK-ITEM-NUMBER(WS-STK-IDX) TO POX-ITEM-NUMBER
    MOVE WS-STK-REORDER-QTY(WS-STK-IDX) TO POX-QUANTITY
    MOVE WS-REASON TO POX-REASON
    WRITE PO-EXCEPT-RECORD
    IF WS-PO-EXC-FILE-STATUS NOT = "00"
        DISPLAY "POGEN: ERROR WRITING PO-EXCEPT-FILE, STATUS = "
                 WS-PO-EXC-FILE-STATUS
        STOP RUN
    END-IF
    ADD 1 TO WS-ITEMS-REJECTED.

8000-WRITE-PURCHASE-ORDERS.
    *> A new PO number starts at each change of supplier.
    MOVE WS-RUN-ID TO PHD-RUN-ID
    MOVE WS-PO-HEADING-1 TO PO-REPORT-LINE
    PERFORM 8700-WRITE-REPORT-LINE
    MOVE SPACES TO WS-PREV-SUPPLIER
    PERFORM VARYING WS-CND-IDX FROM 1 BY 1
            UNTIL WS-CND-IDX > WS-CND-COUNT
        IF WS-CND-SUPPLIER(WS-CND-IDX) NOT = WS-PREV-SUPPLIER
            IF WS-CND-IDX > 1
                PERFORM 8300-PRINT-PO-TOTAL
            END-IF
            PERFORM 8100-START-PURCHASE-ORDER
        END-IF
        PERFORM 8200-WRITE-PO-LINE
    END-PERFORM
    IF WS-CND-COUNT > 0
        PERFORM 8300-PRINT-PO-TOTAL
    END-IF
    MOVE SPACES TO PO-REPORT-LINE
    PERFORM 8700-WRITE-REPORT-LINE
    MOVE SPACES TO WS-RUN-TOTAL-LINE
    MOVE "PURCHASE ORDERS WRITTEN..:" TO RTT-LABEL
    MOVE WS-POS-WRITTEN TO RTT-COUNT
    MOVE WS-RUN-TOTAL-LINE TO PO-REPORT-LINE
    PERFORM 8700-WRITE-REPORT-LINE
    MOVE "LINES ORDERED............:" TO RTT-LABEL
    MOVE WS-LINES-ORDERED TO RTT-COUNT
    MOVE WS-RUN-TOTAL-LINE TO PO-REPORT-LINE
    PERFORM 8700-WRITE-REPORT-LINE
    MOVE "ITEMS ALREADY ON ORDER...:" TO RTT-LABEL
    MOVE WS-ITEMS-ON-ORDER TO RTT-COUNT
    MOVE WS-RUN-TOTAL-LINE TO PO-REPORT-LINE
    PERFORM 8700-WRITE-REPORT-LINE
    MOVE "ITEMS NOT ORDERED (POEXC):" TO RTT-LABEL
    MOVE WS-ITEMS-REJECTED TO RTT-COUNT
    MOVE WS-RUN-TOTAL-LINE TO PO-REPORT-LINE
    PERFORM 8700-WRITE-REPORT-LINE.

8100-START-PURCHASE-ORDER.
    ADD 1 TO WS-PO-NUMBER
    ADD 1 TO WS-POS-WRITTEN
    MOVE 0 TO WS-PO-LINES
    MOVE 0 TO WS-PO-UNITS
    MOVE WS-CND-SUPPLIER(WS-CND-IDX) TO WS-PREV-SUPPLIER
    MOVE SPACES TO PO-REPORT-LINE
    PERFORM 8700-WRITE-REPORT-LINE
    MOVE WS-PO-NUMBER                 TO PHD-PO-NUMBER
    MOVE WS-CND-SUPPLIER(WS-CND-IDX)  TO PHD-SUPPLIER
    MOVE WS-CND-SUPP-NAME(WS-CND-IDX) TO PHD-SUPP-NAME
    MOVE WS-CURR-DATE                 TO PHD-ORDER-DATE
    MOVE WS-PO-HEADING-2 TO PO-REPORT-LINE
    PERFORM 8700-WRITE-REPORT-LINE
    MOVE WS-PO-HEADING-3 TO PO-REPORT-LINE
    PERFORM 8700-WRITE-REPORT-LINE.

8200-WRITE-PO-LINE.
    MOVE WS-PO-NUMBER                TO POO-PO-NUMBER
    MOVE WS-CND-SUPPLIER(WS-CND-IDX) TO POO-SUPPLIER
    MOVE WS-CND-ITEM(WS-CND-IDX)     TO POO-ITEM-NUMBER
    MOVE WS-CURR-DATE                TO POO-ORDER-DATE
    MOVE WS-CND-ORDER-QTY(WS-CND-IDX) TO POO-QTY-ORDERED
    MOVE 0                           TO POO-QTY-RECEIVED
    WRITE PO-OPEN-RECORD
    IF WS-PO-OPEN-FILE-STATUS NOT = "00"
        DISPLAY "POGEN: ERROR WRITING PO-OPEN-FILE, STATUS = "
                 WS-PO-OPEN-FILE-STATUS
        STOP RUN
    END-IF
    MOVE WS-CND-ITEM(WS-CND-IDX)          TO PDT-ITEM-NUMBER
    MOVE WS-CND-ITEM-NAME(WS-CND-IDX)     TO PDT-ITEM-NAME
    MOVE WS-CND-AVAILABLE(WS-CND-IDX)     TO PDT-AVAILABLE
    MOVE WS-CND-REORDER-POINT(WS-CND-IDX) TO PDT-REORDER-POINT
    MOVE WS-CND-ORDER-QTY(WS-CND-IDX)     TO PDT-ORDER-QTY
    MOVE WS-PO-DETAIL TO PO-REPORT-LINE
    PERFORM 8700-WRITE-REPORT-LINE
    ADD 1 TO WS-PO-LINES
    ADD 1 TO WS-LINES-ORDERED
    ADD WS-CND-ORDER-QTY(WS-CND-IDX) TO WS-PO-UNITS
    ADD WS-CND-ORDER-QTY(WS-CND-IDX) TO WS-UNITS-ORDERED.

8300-PRINT-PO-TOTAL.
    MOVE "LINES ON PO..............:" TO PTT-LABEL
    MOVE WS-PO-LINES TO PTT-LINES
    MOVE WS-PO-UNITS TO PTT-UNITS
    MOVE WS-PO-TOTAL-LINE TO PO-REPORT-LINE
    PERFORM 8700-WRITE-REPORT-LINE.

8700-WRITE-REPORT-LINE.
    WRITE PO-REPORT-LINE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "POGEN: ERROR WRITING PO-REPORT-FILE, STATUS = "
                 WS-REPORT-FILE-STATUS
        STOP RUN
    END-IF.

8800-REWRITE-PO-CONTROL.
    OPEN OUTPUT PO-CONTROL-FILE
    IF WS-PO-CTL-FILE-STATUS NOT = "00"
        DISPLAY "POGEN: UNABLE TO REWRITE PO-CONTROL-FILE, STATUS = "
                 WS-PO-CTL-FILE-STATUS
        STOP RUN
    END-IF
    MOVE WS-PO-NUMBER TO PCT-LAST-PO-NUMBER
    MOVE WS-RUN-ID    TO PCT-LAST-RUN-ID
    WRITE PO-CONTROL-RECORD
    IF WS-PO-CTL-FILE-STATUS NOT = "00"
        DISPLAY "POGEN: ERROR WRITING PO-CONTROL-FILE, STATUS = "
                 WS-PO-CTL-FILE-STATUS
        STOP RUN
    END-IF
    CLOSE PO-CONTROL-FILE.

9600-WRITE-CYCLE-START.
    MOVE 'S' TO WS-CYC-PHASE
    MOVE 0 TO WS-CYC-KEY-COUNT
    PERFORM 9700-WRITE-CYCLE-RECORD.

9650-WRITE-CYCLE-END.
    MOVE 'E' TO WS-CYC-PHASE
    PERFORM 9700-WRITE-CYCLE-RECORD.

9700-WRITE-CYCLE-RECORD.
    OPEN EXTEND CYCLE-CONTROL-FILE
    IF WS-CYC-FILE-STATUS NOT = "00"
        CLOSE CYCLE-CONTROL-FILE
        OPEN OUTPUT CYCLE-CONTROL-FILE
        IF WS-CYC-FILE-STATUS NOT = "00"
            DISPLAY "POGEN: UNABLE TO OPEN CYCLE-CONTROL-FILE, "
                    "STATUS = " WS-CYC-FILE-STATUS
            STOP RUN
        END-IF
    END-IF
    MOVE "POGEN"          TO CYC-PROGRAM
    MOVE WS-RUN-ID        TO CYC-RUN-ID
    MOVE WS-CURR-DATE     TO CYC-RUN-DATE
    MOVE WS-CYC-PHASE     TO CYC-PHASE
    MOVE RETURN-CODE      TO CYC-RETURN-CODE
    MOVE WS-CYC-KEY-COUNT TO CYC-KEY-COUNT
    WRITE CYCLE-CONTROL-RECORD
    IF WS-CYC-FILE-STATUS NOT = "00"
        DISPLAY "POGEN: ERROR WRITING CYCLE-CONTROL-FILE, "
                "STATUS = " WS-CYC-FILE-STATUS
        STOP RUN
    END-IF
    CLOSE CYCLE-CONTROL-FILE.

9000-SUMMARY.
    DISPLAY "===== PURCHASE ORDER GENERATION SUMMARY ====="
    DISPLAY "RUN ID................: " WS-RUN-ID
    DISPLAY "OPEN PO LINES READ....: " WS-OPEN-LINES-IN
    DISPLAY "ITEMS BELOW REORDER PT: " WS-ITEMS-BELOW-REORDER
    DISPLAY "ITEMS ALREADY ON ORDER: " WS-ITEMS-ON-ORDER
    DISPLAY "ITEMS REJECTED........: " WS-ITEMS-REJECTED
    DISPLAY "PURCHASE ORDERS.......: " WS-POS-WRITTEN
    DISPLAY "LINES ORDERED.........: " WS-LINES-ORDERED
    DISPLAY "UNITS ORDERED.........: " WS-UNITS-ORDERED
    DISPLAY "LAST PO NUMBER........: " WS-PO-NUMBER
    DISPLAY "=============================================".

9900-CLOSE-FILES.
    CLOSE PO-OPEN-FILE
    CLOSE PO-EXCEPT-FILE
    CLOSE PO-REPORT-FILE.
