      >>SOURCE FORMAT FREE
*> BACKREL - backorder release. BACKORD is cumulative: every line
*> ORDPRICE could not fill waits there until stock comes in. Run after
*> STKMAINT has posted the day's receipts and before ORDINV bills,
*> this job walks the waiting lines oldest first and releases each one
*> the stock master can now fill in full:
*>   - the line is allocated against STKMSTR the way ORDPRICE
*>     allocates, and the updated master is rewritten at end of run;
*>   - it is priced off today's extract exactly as ORDPRICE prices
*>     (item discount or better promo in effect today, then the
*>     customer's group discount) and added to the end of ORDPRICED,
*>     so it is picked, confirmed by SHIPCONF, and billed by ORDINV
*>     under its original order number;
*>   - whatever could not be filled is written back to BACKORD in its
*>     original order with the current available quantity and reason.
*>
*> Allocation is strictly first come, first served per item: once an
*> older line for an item cannot be filled, no newer line for that
*> item is released ahead of it, however small. Lines are filled whole
*> or not at all. Credit was cleared when the order was first priced
*> (ORDPRICE counts backordered lines against the limit), so it is not
*> checked again here, but a customer since put on credit hold keeps
*> waiting. A line whose customer or item has gone from the masters
*> can never release; it is dropped from BACKORD to ORDEXC so ORDINV
*> reports it against its order.
*>
*> BORPT lists every line still waiting with how many days old it is.
*>
*> Released lines are added to the ORDPRICED that ORDPRICE wrote
*> today, so the job stops with RETURN-CODE 12 unless CYCCTL shows
*> ORDPRICE finished today, and refuses to run once SHIPCONF has
*> confirmed the day's shipments from it, since lines added after
*> that would never be picked or billed. ORDPRICE holds back from
*> new orders the stock these waiting lines claim, so they are
*> still first in line for it here.
*>
*> Modification history:
*>   2026-10-15  New program.
*>   2026-10-15  Customer master layout extended with the sales tax
*>               jurisdiction and exemption certificate fields.
*>   2026-10-15  Stops unless ORDPRICE completed today per CYCCTL.
*>   2026-10-15  Stops if SHIPCONF has already run today per CYCCTL.
IDENTIFICATION DIVISION.
PROGRAM-ID. BACKREL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EXTRACT-FILE ASSIGN TO "ITEMEXTR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-FILE-STATUS.

    SELECT PROMO-MASTER-FILE ASSIGN TO "PROMOMST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PROMO-FILE-STATUS.

    SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMSTR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CUST-FILE-STATUS.

    SELECT STOCK-MASTER-FILE ASSIGN TO "STKMSTR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STOCK-FILE-STATUS.

    SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-BACKORD-FILE-STATUS.

    SELECT PRICED-ORDER-FILE ASSIGN TO "ORDPRICED"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PRICED-FILE-STATUS.

    SELECT ORDER-EXCEPT-FILE ASSIGN TO "ORDEXC"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ORD-EXC-FILE-STATUS.

    SELECT WAITING-REPORT-FILE ASSIGN TO "BORPT"
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

FD  PROMO-MASTER-FILE.
01  PROMO-MASTER-RECORD.
    05  PRM-PROMO-TYPE          PIC X(1).
    05  PRM-PROMO-KEY           PIC X(6).
    05  PRM-PROMO-PCT           PIC 9(2)V99.
    05  PRM-FROM-DATE           PIC X(8).
    05  PRM-THRU-DATE           PIC X(8).
    05  PRM-PROMO-DESC          PIC X(30).

FD  CUST-MASTER-FILE.
01  CUST-MASTER-RECORD.
    05  CUS-CUST-NUMBER         PIC 9(6).
    05  CUS-CUST-NAME           PIC X(30).
    05  CUS-GROUP-DISCOUNT      PIC 9(2)V99.
    05  CUS-CREDIT-LIMIT        PIC 9(9)V99.
    05  CUS-OPEN-BALANCE        PIC 9(9)V99.
    05  CUS-CREDIT-STATUS       PIC X(1).
    05  CUS-BILL-NAME           PIC X(30).
    05  CUS-BILL-ADDR-1         PIC X(30).
    05  CUS-BILL-ADDR-2         PIC X(30).
    05  CUS-BILL-CITY           PIC X(20).
    05  CUS-BILL-STATE          PIC X(2).
    05  CUS-BILL-ZIP            PIC X(10).
    05  CUS-TAX-JURIS           PIC X(4).
    05  CUS-TAX-EXEMPT          PIC X(1).
    05  CUS-EXEMPT-CERT         PIC X(15).
    05  CUS-EXEMPT-EXPIRY       PIC X(8).

FD  STOCK-MASTER-FILE.
01  STOCK-MASTER-RECORD.
    05  STK-ITEM-NUMBER         PIC 9(6).
    05  STK-ON-HAND             PIC 9(7).
    05  STK-ALLOCATED           PIC 9(7).
    05  STK-REORDER-POINT       PIC 9(7).
    05  STK-REORDER-QTY         PIC 9(7).

FD  BACKORDER-FILE.
01  BACKORDER-RECORD.
    05  BCK-DATE                PIC X(8).
    05  BCK-ORDER-NUMBER        PIC 9(8).
    05  BCK-CUST-NUMBER         PIC 9(6).
    05  BCK-ITEM-NUMBER         PIC 9(6).
    05  BCK-QUANTITY            PIC 9(5).
    05  BCK-AVAILABLE           PIC 9(7).
    05  BCK-REASON              PIC X(30).

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

FD  ORDER-EXCEPT-FILE.
01  ORDER-EXCEPT-RECORD.
    05  OEX-DATE                PIC X(8).
    05  OEX-ORDER-NUMBER        PIC 9(8).
    05  OEX-CUST-NUMBER         PIC 9(6).
    05  OEX-ITEM-NUMBER         PIC 9(6).
    05  OEX-QUANTITY            PIC 9(5).
    05  OEX-REASON              PIC X(30).

FD  WAITING-REPORT-FILE.
01  WAITING-REPORT-LINE         PIC X(132).

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
        10  WS-ITEM-PRICE        PIC 9(5)V99.
        10  WS-ITEM-CATEGORY     PIC X(4).
        10  WS-ITEM-DISCOUNT     PIC 9(2)V99.

01  WS-PRM-AREA.
    05  WS-PRM-COUNT            PIC 9(4) VALUE 0.
    05  WS-PRM-TABLE OCCURS 0 TO 9999 TIMES
            DEPENDING ON WS-PRM-COUNT.
        10  WS-PRM-TYPE          PIC X(1).
            88  WS-PRM-ITEM-PROMO  VALUE 'I'.
            88  WS-PRM-CAT-PROMO   VALUE 'C'.
        10  WS-PRM-PROMO-KEY     PIC X(6).
        10  WS-PRM-PCT           PIC 9(2)V99.
        10  WS-PRM-FROM-DATE     PIC X(8).
        10  WS-PRM-THRU-DATE     PIC X(8).

01  WS-CUS-AREA.
    05  WS-CUS-COUNT            PIC 9(5) VALUE 0.
    05  WS-CUS-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-CUS-COUNT
            ASCENDING KEY IS WS-CUS-NUMBER
            INDEXED BY WS-CUS-IDX.
        10  WS-CUS-NUMBER        PIC 9(6).
        10  WS-CUS-GROUP-DISC    PIC 9(2)V99.
        10  WS-CUS-CREDIT-STATUS PIC X(1).
            88  WS-CUS-ON-HOLD     VALUE 'H'.

*> Stock master table. WS-STK-BLOCKED-SW is set the first time an
*> item's oldest waiting line cannot be filled, so newer lines for
*> the same item wait behind it.
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
        10  WS-STK-BLOCKED-SW    PIC X(1).
            88  WS-STK-BLOCKED     VALUE 'Y'.

*> Waiting lines, oldest first. WS-BCK-STATUS records what this run
*> did with each: still waiting, released to ORDPRICED, or dropped to
*> ORDEXC.
01  WS-BCK-AREA.
    05  WS-BCK-COUNT            PIC 9(5) VALUE 0.
    05  WS-BCK-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-BCK-COUNT.
        10  WS-BCK-DATE          PIC X(8).
        10  WS-BCK-ORDER-NUMBER  PIC 9(8).
        10  WS-BCK-CUST-NUMBER   PIC 9(6).
        10  WS-BCK-ITEM-NUMBER   PIC 9(6).
        10  WS-BCK-QUANTITY      PIC 9(5).
        10  WS-BCK-AVAILABLE     PIC 9(7).
        10  WS-BCK-REASON        PIC X(30).
        10  WS-BCK-STATUS        PIC X(1).
            88  WS-BCK-WAITING     VALUE 'W'.
            88  WS-BCK-RELEASED    VALUE 'R'.
            88  WS-BCK-DROPPED     VALUE 'X'.

01  WS-FILE-STATUSES.
    05  WS-EXTRACT-FILE-STATUS  PIC XX.
    05  WS-PROMO-FILE-STATUS    PIC XX.
    05  WS-CUST-FILE-STATUS     PIC XX.
    05  WS-STOCK-FILE-STATUS    PIC XX.
    05  WS-BACKORD-FILE-STATUS  PIC XX.
    05  WS-PRICED-FILE-STATUS   PIC XX.
    05  WS-ORD-EXC-FILE-STATUS  PIC XX.
    05  WS-REPORT-FILE-STATUS   PIC XX.
    05  WS-CYC-FILE-STATUS      PIC XX.

01  WS-SWITCHES.
    05  WS-EXTRACT-EOF-SW       PIC X VALUE 'N'.
        88  WS-EXTRACT-EOF        VALUE 'Y'.
    05  WS-EXTR-HDR-SEEN-SW     PIC X VALUE 'N'.
        88  WS-EXTR-HDR-SEEN      VALUE 'Y'.
    05  WS-EXTR-TRL-SEEN-SW     PIC X VALUE 'N'.
        88  WS-EXTR-TRL-SEEN      VALUE 'Y'.
    05  WS-PROMO-EOF-SW         PIC X VALUE 'N'.
        88  WS-PROMO-EOF          VALUE 'Y'.
    05  WS-CUST-EOF-SW          PIC X VALUE 'N'.
        88  WS-CUST-EOF           VALUE 'Y'.
    05  WS-STOCK-EOF-SW         PIC X VALUE 'N'.
        88  WS-STOCK-EOF          VALUE 'Y'.
    05  WS-BACKORD-EOF-SW       PIC X VALUE 'N'.
        88  WS-BACKORD-EOF        VALUE 'Y'.
    05  WS-CYC-EOF-SW           PIC X VALUE 'N'.
        88  WS-CYC-EOF            VALUE 'Y'.
    05  WS-PROD-OK-SW           PIC X VALUE 'N'.
        88  WS-PRODUCER-OK        VALUE 'Y'.
    05  WS-PRICED-TODAY-SW      PIC X VALUE 'N'.
        88  WS-PRICED-TODAY       VALUE 'Y'.
    05  WS-SHIPCONF-RAN-SW      PIC X VALUE 'N'.
        88  WS-SHIPCONF-RAN       VALUE 'Y'.

01  WS-COUNTERS.
    05  WS-LINES-WAITING-IN     PIC 9(7) VALUE 0.
    05  WS-LINES-RELEASED       PIC 9(7) VALUE 0.
    05  WS-LINES-PROMO-PRICED   PIC 9(7) VALUE 0.
    05  WS-LINES-DROPPED        PIC 9(7) VALUE 0.
    05  WS-LINES-STILL-WAITING  PIC 9(7) VALUE 0.
    05  WS-UNITS-STILL-WAITING  PIC 9(9) VALUE 0.
    05  WS-FND-IDX              PIC 9(5) VALUE 0.
    05  WS-PRM-SCAN-IDX         PIC 9(4) VALUE 0.
    05  WS-CUS-INS-IDX          PIC 9(5) VALUE 0.
    05  WS-CUS-FND-IDX          PIC 9(5) VALUE 0.
    05  WS-STK-INS-IDX          PIC 9(5) VALUE 0.
    05  WS-STK-FND-IDX          PIC 9(5) VALUE 0.
    05  WS-BCK-INS-IDX          PIC 9(5) VALUE 0.
    05  WS-BCK-IDX              PIC 9(5) VALUE 0.
    05  WS-AVAILABLE            PIC S9(7) VALUE 0.
    05  WS-RELEASED-VALUE       PIC 9(11)V99 VALUE 0.
    05  WS-EXTR-D-COUNT         PIC 9(7) VALUE 0.
    05  WS-EXTR-PRICE-HASH      PIC 9(11)V99 VALUE 0.
    05  WS-EXTR-TRL-COUNT       PIC 9(7) VALUE 0.
    05  WS-EXTR-TRL-HASH        PIC 9(11)V99 VALUE 0.
    05  WS-DAYS-OLD             PIC S9(5) VALUE 0.

01  WS-MISC.
    05  WS-REASON               PIC X(30).
    05  WS-RUN-ID               PIC X(16).
    05  WS-CURR-DATE            PIC X(8).
    05  WS-CURR-TIME            PIC X(8).
    05  WS-NET-PRICE            PIC 9(5)V99 VALUE 0.
    05  WS-LINE-AMOUNT          PIC 9(11)V99 VALUE 0.
    05  WS-BEST-DISCOUNT        PIC 9(2)V99 VALUE 0.
    05  WS-DISC-SOURCE          PIC X(1) VALUE 'I'.
    05  WS-PROMO-ITEM-KEY       PIC X(6).
    05  WS-EXTR-RUN-ID          PIC X(16) VALUE SPACES.
    05  WS-EXTR-RUN-DATE        PIC X(8) VALUE SPACES.
    05  WS-CYC-PHASE            PIC X(1).
    05  WS-CYC-KEY-COUNT        PIC 9(7) VALUE 0.

01  WS-WAIT-HEADING-1.
    05  FILLER                  PIC X(36)
            VALUE "===== BACKORDERS STILL WAITING =====".
    05  FILLER                  PIC X(10) VALUE "  RUN ID: ".
    05  WHD-RUN-ID              PIC X(16).
01  WS-WAIT-HEADING-2.
    05  FILLER                  PIC X(45)
            VALUE "BO DATE   DAYS  ORDER     CUST    ITEM   NAME".
    05  FILLER                  PIC X(29) VALUE SPACES.
    05  FILLER                  PIC X(19)
            VALUE "QTY   AVAIL  REASON".
01  WS-WAIT-DETAIL.
    05  WDT-DATE                PIC X(8).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  WDT-DAYS-OLD            PIC ZZZZ9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WDT-ORDER-NUMBER        PIC 9(8).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WDT-CUST-NUMBER         PIC 9(6).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WDT-ITEM-NUMBER         PIC 9(6).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  WDT-ITEM-NAME           PIC X(30).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  WDT-QUANTITY            PIC ZZZZ9.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  WDT-AVAILABLE           PIC ZZZZZZ9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WDT-REASON              PIC X(30).
01  WS-WAIT-TOTAL-LINE.
    05  WTT-LABEL               PIC X(26).
    05  WTT-COUNT               PIC ZZZZZZZZ9.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-LOAD-EXTRACT-TABLE
    PERFORM 2500-LOAD-PROMO-TABLE
    PERFORM 2700-LOAD-CUSTOMER-TABLE
    PERFORM 2800-LOAD-STOCK-TABLE
    PERFORM 2900-LOAD-BACKORDERS
    PERFORM 1100-OPEN-OUTPUT-FILES
    PERFORM VARYING WS-BCK-IDX FROM 1 BY 1
            UNTIL WS-BCK-IDX > WS-BCK-COUNT
        PERFORM 3000-RELEASE-BACKORDER
    END-PERFORM
    PERFORM 8000-REWRITE-STOCK-MASTER
    PERFORM 8200-REWRITE-BACKORDERS
    PERFORM 8500-WAITING-REPORT
    MOVE WS-LINES-RELEASED TO WS-CYC-KEY-COUNT
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
        DISPLAY "BACKREL: UNABLE TO OPEN EXTRACT-FILE, STATUS = "
                 WS-EXTRACT-FILE-STATUS
        STOP RUN
    END-IF.

1100-OPEN-OUTPUT-FILES.
    *> Held back until every input has loaded clean. ORDPRICED and
    *> ORDEXC already hold ORDPRICE's output for the day (2300 has
    *> checked that it ran); released and dropped lines are added
    *> after it.
    OPEN EXTEND PRICED-ORDER-FILE
    IF WS-PRICED-FILE-STATUS NOT = "00"
        DISPLAY "BACKREL: UNABLE TO OPEN PRICED-ORDER-FILE, STATUS = "
                 WS-PRICED-FILE-STATUS
        STOP RUN
    END-IF
    OPEN EXTEND ORDER-EXCEPT-FILE
    IF WS-ORD-EXC-FILE-STATUS NOT = "00"
        DISPLAY "BACKREL: UNABLE TO OPEN ORDER-EXCEPT-FILE, STATUS = "
                 WS-ORD-EXC-FILE-STATUS
        STOP RUN
    END-IF.

2000-LOAD-EXTRACT-TABLE.
    *> Same extract, balancing, and producer check as ORDPRICE, so a
    *> released line is priced off the same item data as the rest of
    *> the day's orders.
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
        DISPLAY "BACKREL: EXTRACT-FILE IS EMPTY, NOTHING TO PRICE"
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
            MOVE EXT-ITEM-NUMBER   TO WS-ITEM-NUMBER(WS-ITEM-COUNT)
            MOVE EXT-ITEM-NAME     TO WS-ITEM-NAME(WS-ITEM-COUNT)
            MOVE EXT-ITEM-PRICE    TO WS-ITEM-PRICE(WS-ITEM-COUNT)
            MOVE EXT-ITEM-CATEGORY TO WS-ITEM-CATEGORY(WS-ITEM-COUNT)
            MOVE EXT-ITEM-DISCOUNT TO WS-ITEM-DISCOUNT(WS-ITEM-COUNT)
        WHEN 'T'
            MOVE EXL-RECORD-COUNT TO WS-EXTR-TRL-COUNT
            MOVE EXL-PRICE-HASH   TO WS-EXTR-TRL-HASH
            SET WS-EXTR-TRL-SEEN TO TRUE
            SET WS-EXTRACT-EOF TO TRUE
        WHEN OTHER
            DISPLAY "BACKREL: INVALID RECORD TYPE ON EXTRACT: "
                     EXT-REC-TYPE
            MOVE 12 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

2200-BALANCE-EXTRACT.
    IF NOT WS-EXTR-HDR-SEEN
        DISPLAY "BACKREL: EXTRACT HEADER MISSING"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT WS-EXTR-TRL-SEEN
        DISPLAY "BACKREL: EXTRACT TRAILER MISSING, FILE MAY BE "
                "TRUNCATED"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-EXTR-TRL-COUNT NOT = WS-EXTR-D-COUNT
       OR WS-EXTR-TRL-HASH NOT = WS-EXTR-PRICE-HASH
        DISPLAY "BACKREL: EXTRACT OUT OF BALANCE, TRAILER = "
                 WS-EXTR-TRL-COUNT " / " WS-EXTR-TRL-HASH
                " READ = " WS-EXTR-D-COUNT " / " WS-EXTR-PRICE-HASH
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

2300-CHECK-CYCLE-CONTROL.
    *> No second-run guard is needed here: a released line leaves
    *> BACKORD in the same run that adds it to ORDPRICED, so running
    *> again only looks at what is still waiting. Once SHIPCONF has
    *> taken today's ORDPRICED, though, a line added to it would
    *> leave BACKORD and never be picked, shipped or billed.
    OPEN INPUT CYCLE-CONTROL-FILE
    IF WS-CYC-FILE-STATUS NOT = "00"
        DISPLAY "BACKREL: UNABLE TO OPEN CYCLE-CONTROL-FILE, "
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
        DISPLAY "BACKREL: EXTRACT IS DATED " WS-EXTR-RUN-DATE
                " NOT TODAY, REFUSING TO RELEASE"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT WS-PRODUCER-OK
        DISPLAY "BACKREL: EXTRACT RUN " WS-EXTR-RUN-ID
                " HAS NO SUCCESSFUL PRODUCER RUN IN CYCCTL, "
                "REFUSING TO RELEASE"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT WS-PRICED-TODAY
        DISPLAY "BACKREL: NO SUCCESSFUL ORDPRICE RUN TODAY IN CYCCTL, "
                "REFUSING TO RELEASE"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-SHIPCONF-RAN
        DISPLAY "BACKREL: SHIPCONF ALREADY RAN TODAY, "
                "REFUSING TO RELEASE"
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
    END-IF
    *> ORDPRICE's RETURN-CODE 4 only means its below-cost check was
    *> skipped; ORDPRICED is still complete.
    IF CYC-END
       AND CYC-RETURN-CODE NOT > 4
       AND CYC-RUN-DATE = WS-CURR-DATE
       AND CYC-PROGRAM = "ORDPRICE"
        SET WS-PRICED-TODAY TO TRUE
    END-IF
    IF CYC-END
       AND CYC-RUN-DATE = WS-CURR-DATE
       AND CYC-PROGRAM = "SHIPCONF"
        SET WS-SHIPCONF-RAN TO TRUE
    END-IF.

2500-LOAD-PROMO-TABLE.
    OPEN INPUT PROMO-MASTER-FILE
    IF WS-PROMO-FILE-STATUS = "35"
        DISPLAY "BACKREL: NO PROMO MASTER, PRICING WITHOUT "
                "PROMOTIONS, STATUS = " WS-PROMO-FILE-STATUS
        CLOSE PROMO-MASTER-FILE
    ELSE IF WS-PROMO-FILE-STATUS NOT = "00"
        DISPLAY "BACKREL: UNABLE TO OPEN PROMO-MASTER-FILE, "
                "STATUS = " WS-PROMO-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    ELSE
        PERFORM UNTIL WS-PROMO-EOF
            READ PROMO-MASTER-FILE
                AT END
                    SET WS-PROMO-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-PRM-COUNT
                    MOVE PRM-PROMO-TYPE
                      TO WS-PRM-TYPE(WS-PRM-COUNT)
                    MOVE PRM-PROMO-KEY
                      TO WS-PRM-PROMO-KEY(WS-PRM-COUNT)
                    MOVE PRM-PROMO-PCT
                      TO WS-PRM-PCT(WS-PRM-COUNT)
                    MOVE PRM-FROM-DATE
                      TO WS-PRM-FROM-DATE(WS-PRM-COUNT)
                    MOVE PRM-THRU-DATE
                      TO WS-PRM-THRU-DATE(WS-PRM-COUNT)
            END-READ
        END-PERFORM
        CLOSE PROMO-MASTER-FILE
    END-IF.

2700-LOAD-CUSTOMER-TABLE.
    OPEN INPUT CUST-MASTER-FILE
    IF WS-CUST-FILE-STATUS NOT = "00"
        DISPLAY "BACKREL: UNABLE TO OPEN CUST-MASTER-FILE, STATUS = "
                 WS-CUST-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-CUST-EOF
        READ CUST-MASTER-FILE
            AT END
                SET WS-CUST-EOF TO TRUE
            NOT AT END
                PERFORM 2750-INSERT-CUSTOMER
        END-READ
    END-PERFORM
    CLOSE CUST-MASTER-FILE
    IF WS-CUS-COUNT = 0
        DISPLAY "BACKREL: CUSTOMER MASTER IS EMPTY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

2750-INSERT-CUSTOMER.
    IF WS-CUS-COUNT = 99999
        DISPLAY "BACKREL: CUSTOMER TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-CUS-COUNT
    MOVE WS-CUS-COUNT TO WS-CUS-INS-IDX
    PERFORM VARYING WS-CUS-INS-IDX FROM WS-CUS-COUNT BY -1
            UNTIL WS-CUS-INS-IDX = 1
               OR WS-CUS-NUMBER(WS-CUS-INS-IDX - 1) < CUS-CUST-NUMBER
        MOVE WS-CUS-TABLE(WS-CUS-INS-IDX - 1)
          TO WS-CUS-TABLE(WS-CUS-INS-IDX)
    END-PERFORM
    MOVE CUS-CUST-NUMBER    TO WS-CUS-NUMBER(WS-CUS-INS-IDX)
    MOVE CUS-GROUP-DISCOUNT TO WS-CUS-GROUP-DISC(WS-CUS-INS-IDX)
    MOVE CUS-CREDIT-STATUS  TO WS-CUS-CREDIT-STATUS(WS-CUS-INS-IDX).

2800-LOAD-STOCK-TABLE.
    OPEN INPUT STOCK-MASTER-FILE
    IF WS-STOCK-FILE-STATUS NOT = "00"
        DISPLAY "BACKREL: UNABLE TO OPEN STOCK-MASTER-FILE, STATUS = "
                 WS-STOCK-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-STOCK-EOF
        READ STOCK-MASTER-FILE
            AT END
                SET WS-STOCK-EOF TO TRUE
            NOT AT END
                PERFORM 2850-INSERT-STOCK
        END-READ
    END-PERFORM
    CLOSE STOCK-MASTER-FILE
    IF WS-STK-COUNT = 0
        DISPLAY "BACKREL: STOCK MASTER IS EMPTY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

2850-INSERT-STOCK.
    IF WS-STK-COUNT = 99999
        DISPLAY "BACKREL: STOCK TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-STK-COUNT
    MOVE WS-STK-COUNT TO WS-STK-INS-IDX
    PERFORM VARYING WS-STK-INS-IDX FROM WS-STK-COUNT BY -1
            UNTIL WS-STK-INS-IDX = 1
               OR WS-STK-ITEM-NUMBER(WS-STK-INS-IDX - 1)
                  < STK-ITEM-NUMBER
        MOVE WS-STK-TABLE(WS-STK-INS-IDX - 1)
          TO WS-STK-TABLE(WS-STK-INS-IDX)
    END-PERFORM
    MOVE STK-ITEM-NUMBER   TO WS-STK-ITEM-NUMBER(WS-STK-INS-IDX)
    MOVE STK-ON-HAND       TO WS-STK-ON-HAND(WS-STK-INS-IDX)
    MOVE STK-ALLOCATED     TO WS-STK-ALLOCATED(WS-STK-INS-IDX)
    MOVE STK-REORDER-POINT TO WS-STK-REORDER-POINT(WS-STK-INS-IDX)
    MOVE STK-REORDER-QTY   TO WS-STK-REORDER-QTY(WS-STK-INS-IDX)
    MOVE 'N'               TO WS-STK-BLOCKED-SW(WS-STK-INS-IDX).

2900-LOAD-BACKORDERS.
    *> No BACKORD at all just means nothing has ever been short.
    OPEN INPUT BACKORDER-FILE
    IF WS-BACKORD-FILE-STATUS = "35"
        DISPLAY "BACKREL: NO BACKORDER FILE, NOTHING WAITING, STATUS = "
                 WS-BACKORD-FILE-STATUS
    ELSE
        IF WS-BACKORD-FILE-STATUS NOT = "00"
            DISPLAY "BACKREL: UNABLE TO OPEN BACKORDER-FILE, STATUS = "
                     WS-BACKORD-FILE-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL WS-BACKORD-EOF
            READ BACKORDER-FILE
                AT END
                    SET WS-BACKORD-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-LINES-WAITING-IN
                    PERFORM 2950-INSERT-BACKORDER
            END-READ
        END-PERFORM
        CLOSE BACKORDER-FILE
    END-IF.

2950-INSERT-BACKORDER.
    *> Ordered by backorder date. A line only moves ahead of lines
    *> dated later than itself, so lines of the same date keep the
    *> order they were written in and the oldest is always served
    *> first even if the file was patched out of sequence.
    IF WS-BCK-COUNT = 99999
        DISPLAY "BACKREL: BACKORDER TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-BCK-COUNT
    MOVE WS-BCK-COUNT TO WS-BCK-INS-IDX
    PERFORM VARYING WS-BCK-INS-IDX FROM WS-BCK-COUNT BY -1
            UNTIL WS-BCK-INS-IDX = 1
               OR WS-BCK-DATE(WS-BCK-INS-IDX - 1) NOT > BCK-DATE
        MOVE WS-BCK-TABLE(WS-BCK-INS-IDX - 1)
          TO WS-BCK-TABLE(WS-BCK-INS-IDX)
    END-PERFORM
    MOVE BCK-DATE         TO WS-BCK-DATE(WS-BCK-INS-IDX)
    MOVE BCK-ORDER-NUMBER TO WS-BCK-ORDER-NUMBER(WS-BCK-INS-IDX)
    MOVE BCK-CUST-NUMBER  TO WS-BCK-CUST-NUMBER(WS-BCK-INS-IDX)
    MOVE BCK-ITEM-NUMBER  TO WS-BCK-ITEM-NUMBER(WS-BCK-INS-IDX)
    MOVE BCK-QUANTITY     TO WS-BCK-QUANTITY(WS-BCK-INS-IDX)
    MOVE BCK-AVAILABLE    TO WS-BCK-AVAILABLE(WS-BCK-INS-IDX)
    MOVE BCK-REASON       TO WS-BCK-REASON(WS-BCK-INS-IDX)
    MOVE 'W'              TO WS-BCK-STATUS(WS-BCK-INS-IDX).

3000-RELEASE-BACKORDER.
    PERFORM 3170-FIND-CUSTOMER
    PERFORM 3200-FIND-ITEM
    PERFORM 3635-FIND-STOCK
    IF WS-CUS-FND-IDX = 0
        MOVE "CUSTOMER NOT ON MASTER" TO WS-REASON
        PERFORM 3700-DROP-BACKORDER
    ELSE IF WS-FND-IDX = 0
        MOVE "ITEM NOT ON EXTRACT" TO WS-REASON
        PERFORM 3700-DROP-BACKORDER
    ELSE IF WS-CUS-ON-HOLD(WS-CUS-FND-IDX)
        MOVE "CUSTOMER ON CREDIT HOLD" TO WS-BCK-REASON(WS-BCK-IDX)
    ELSE IF WS-STK-FND-IDX = 0
        MOVE 0 TO WS-BCK-AVAILABLE(WS-BCK-IDX)
        MOVE "ITEM NOT ON STOCK MASTER" TO WS-BCK-REASON(WS-BCK-IDX)
    ELSE
        PERFORM 3100-ALLOCATE-LINE
    END-IF.

3100-ALLOCATE-LINE.
    COMPUTE WS-AVAILABLE =
        WS-STK-ON-HAND(WS-STK-FND-IDX)
        - WS-STK-ALLOCATED(WS-STK-FND-IDX)
    IF WS-AVAILABLE > 0
        MOVE WS-AVAILABLE TO WS-BCK-AVAILABLE(WS-BCK-IDX)
    ELSE
        MOVE 0 TO WS-BCK-AVAILABLE(WS-BCK-IDX)
    END-IF
    IF WS-STK-BLOCKED(WS-STK-FND-IDX)
        MOVE "WAITING ON OLDER BACKORDER" TO WS-BCK-REASON(WS-BCK-IDX)
    ELSE IF WS-BCK-QUANTITY(WS-BCK-IDX) > WS-AVAILABLE
        MOVE 'Y' TO WS-STK-BLOCKED-SW(WS-STK-FND-IDX)
        MOVE "INSUFFICIENT STOCK" TO WS-BCK-REASON(WS-BCK-IDX)
    ELSE
        ADD WS-BCK-QUANTITY(WS-BCK-IDX)
          TO WS-STK-ALLOCATED(WS-STK-FND-IDX)
        PERFORM 3300-WRITE-RELEASED-LINE
    END-IF.

3170-FIND-CUSTOMER.
    MOVE 0 TO WS-CUS-FND-IDX
    SET WS-CUS-IDX TO 1
    SEARCH ALL WS-CUS-TABLE
        AT END
            CONTINUE
        WHEN WS-CUS-NUMBER(WS-CUS-IDX) = WS-BCK-CUST-NUMBER(WS-BCK-IDX)
            SET WS-CUS-FND-IDX TO WS-CUS-IDX
    END-SEARCH.

3200-FIND-ITEM.
    MOVE 0 TO WS-FND-IDX
    SET WS-IDX TO 1
    SEARCH ALL WS-ITEM-TABLE
        AT END
            CONTINUE
        WHEN WS-ITEM-NUMBER(WS-IDX) = WS-BCK-ITEM-NUMBER(WS-BCK-IDX)
            SET WS-FND-IDX TO WS-IDX
    END-SEARCH.

3250-SELECT-DISCOUNT.
    *> Identical to ORDPRICE's: the better of the item discount and
    *> any item or category promotion in effect today.
    MOVE WS-ITEM-DISCOUNT(WS-FND-IDX) TO WS-BEST-DISCOUNT
    MOVE 'I' TO WS-DISC-SOURCE
    MOVE WS-BCK-ITEM-NUMBER(WS-BCK-IDX) TO WS-PROMO-ITEM-KEY
    PERFORM VARYING WS-PRM-SCAN-IDX FROM 1 BY 1
            UNTIL WS-PRM-SCAN-IDX > WS-PRM-COUNT
        IF WS-CURR-DATE >= WS-PRM-FROM-DATE(WS-PRM-SCAN-IDX)
           AND WS-CURR-DATE <= WS-PRM-THRU-DATE(WS-PRM-SCAN-IDX)
           AND WS-PRM-PCT(WS-PRM-SCAN-IDX) > WS-BEST-DISCOUNT
            IF (WS-PRM-ITEM-PROMO(WS-PRM-SCAN-IDX)
                AND WS-PRM-PROMO-KEY(WS-PRM-SCAN-IDX)(1:6)
                    = WS-PROMO-ITEM-KEY)
               OR (WS-PRM-CAT-PROMO(WS-PRM-SCAN-IDX)
                AND WS-PRM-PROMO-KEY(WS-PRM-SCAN-IDX)
                    = WS-ITEM-CATEGORY(WS-FND-IDX))
                MOVE WS-PRM-PCT(WS-PRM-SCAN-IDX) TO WS-BEST-DISCOUNT
                MOVE 'P' TO WS-DISC-SOURCE
            END-IF
        END-IF
    END-PERFORM.

3300-WRITE-RELEASED-LINE.
    *> Priced at today's prices, not the day it was ordered: the
    *> customer is billed when the goods go out.
    PERFORM 3250-SELECT-DISCOUNT
    COMPUTE WS-NET-PRICE ROUNDED =
        WS-ITEM-PRICE(WS-FND-IDX)
        * (100 - WS-BEST-DISCOUNT) / 100
        * (100 - WS-CUS-GROUP-DISC(WS-CUS-FND-IDX)) / 100
    COMPUTE WS-LINE-AMOUNT = WS-NET-PRICE * WS-BCK-QUANTITY(WS-BCK-IDX)
    MOVE WS-BCK-ORDER-NUMBER(WS-BCK-IDX) TO PRC-ORDER-NUMBER
    MOVE WS-BCK-CUST-NUMBER(WS-BCK-IDX)  TO PRC-CUST-NUMBER
    MOVE WS-BCK-ITEM-NUMBER(WS-BCK-IDX)  TO PRC-ITEM-NUMBER
    MOVE WS-ITEM-NAME(WS-FND-IDX)        TO PRC-ITEM-NAME
    MOVE WS-BCK-QUANTITY(WS-BCK-IDX)     TO PRC-QUANTITY
    MOVE WS-ITEM-PRICE(WS-FND-IDX)       TO PRC-UNIT-PRICE
    MOVE WS-BEST-DISCOUNT                TO PRC-ITEM-DISCOUNT
    MOVE WS-DISC-SOURCE                  TO PRC-DISC-SOURCE
    MOVE WS-NET-PRICE                    TO PRC-NET-PRICE
    MOVE WS-LINE-AMOUNT                  TO PRC-LINE-AMOUNT
    WRITE PRICED-ORDER-RECORD
    IF WS-PRICED-FILE-STATUS NOT = "00"
        DISPLAY "BACKREL: ERROR WRITING PRICED-ORDER-FILE, "
                "STATUS = " WS-PRICED-FILE-STATUS
        STOP RUN
    END-IF
    MOVE 'R' TO WS-BCK-STATUS(WS-BCK-IDX)
    ADD WS-LINE-AMOUNT TO WS-RELEASED-VALUE
    ADD 1 TO WS-LINES-RELEASED
    IF WS-DISC-SOURCE = 'P'
        ADD 1 TO WS-LINES-PROMO-PRICED
    END-IF.

3635-FIND-STOCK.
    MOVE 0 TO WS-STK-FND-IDX
    SET WS-STK-IDX TO 1
    SEARCH ALL WS-STK-TABLE
        AT END
            CONTINUE
        WHEN WS-STK-ITEM-NUMBER(WS-STK-IDX)
                = WS-BCK-ITEM-NUMBER(WS-BCK-IDX)
            SET WS-STK-FND-IDX TO WS-STK-IDX
    END-SEARCH.

3700-DROP-BACKORDER.
    MOVE WS-CURR-DATE                    TO OEX-DATE
    MOVE WS-BCK-ORDER-NUMBER(WS-BCK-IDX) TO OEX-ORDER-NUMBER
    MOVE WS-BCK-CUST-NUMBER(WS-BCK-IDX)  TO OEX-CUST-NUMBER
    MOVE WS-BCK-ITEM-NUMBER(WS-BCK-IDX)  TO OEX-ITEM-NUMBER
    MOVE WS-BCK-QUANTITY(WS-BCK-IDX)     TO OEX-QUANTITY
    MOVE WS-REASON                       TO OEX-REASON
    WRITE ORDER-EXCEPT-RECORD
    IF WS-ORD-EXC-FILE-STATUS NOT = "00"
        DISPLAY "BACKREL: ERROR WRITING ORDER-EXCEPT-FILE, STATUS = "
                 WS-ORD-EXC-FILE-STATUS
        STOP RUN
    END-IF
    MOVE 'X' TO WS-BCK-STATUS(WS-BCK-IDX)
    ADD 1 TO WS-LINES-DROPPED.

8000-REWRITE-STOCK-MASTER.
    OPEN OUTPUT STOCK-MASTER-FILE
    IF WS-STOCK-FILE-STATUS NOT = "00"
        DISPLAY "BACKREL: UNABLE TO REWRITE STOCK-MASTER-FILE, "
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
            DISPLAY "BACKREL: ERROR WRITING STOCK-MASTER-FILE, "
                    "STATUS = " WS-STOCK-FILE-STATUS
            STOP RUN
        END-IF
    END-PERFORM
    CLOSE STOCK-MASTER-FILE.

8200-REWRITE-BACKORDERS.
    *> Only the lines still waiting go back, oldest first, with their
    *> original backorder date so they keep their place in the queue.
    OPEN OUTPUT BACKORDER-FILE
    IF WS-BACKORD-FILE-STATUS NOT = "00"
        DISPLAY "BACKREL: UNABLE TO REWRITE BACKORDER-FILE, STATUS = "
                 WS-BACKORD-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM VARYING WS-BCK-IDX FROM 1 BY 1
            UNTIL WS-BCK-IDX > WS-BCK-COUNT
        IF WS-BCK-WAITING(WS-BCK-IDX)
            MOVE WS-BCK-DATE(WS-BCK-IDX)         TO BCK-DATE
            MOVE WS-BCK-ORDER-NUMBER(WS-BCK-IDX) TO BCK-ORDER-NUMBER
            MOVE WS-BCK-CUST-NUMBER(WS-BCK-IDX)  TO BCK-CUST-NUMBER
            MOVE WS-BCK-ITEM-NUMBER(WS-BCK-IDX)  TO BCK-ITEM-NUMBER
            MOVE WS-BCK-QUANTITY(WS-BCK-IDX)     TO BCK-QUANTITY
            MOVE WS-BCK-AVAILABLE(WS-BCK-IDX)    TO BCK-AVAILABLE
            MOVE WS-BCK-REASON(WS-BCK-IDX)       TO BCK-REASON
            WRITE BACKORDER-RECORD
            IF WS-BACKORD-FILE-STATUS NOT = "00"
                DISPLAY "BACKREL: ERROR WRITING BACKORDER-FILE, "
                        "STATUS = " WS-BACKORD-FILE-STATUS
                STOP RUN
            END-IF
            ADD 1 TO WS-LINES-STILL-WAITING
            ADD WS-BCK-QUANTITY(WS-BCK-IDX) TO WS-UNITS-STILL-WAITING
        END-IF
    END-PERFORM
    CLOSE BACKORDER-FILE.

8500-WAITING-REPORT.
    OPEN OUTPUT WAITING-REPORT-FILE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "BACKREL: UNABLE TO OPEN WAITING-REPORT-FILE, "
                "STATUS = " WS-REPORT-FILE-STATUS
        STOP RUN
    END-IF
    MOVE WS-RUN-ID TO WHD-RUN-ID
    MOVE WS-WAIT-HEADING-1 TO WAITING-REPORT-LINE
    PERFORM 8700-WRITE-WAITING-LINE
    MOVE WS-WAIT-HEADING-2 TO WAITING-REPORT-LINE
    PERFORM 8700-WRITE-WAITING-LINE
    PERFORM VARYING WS-BCK-IDX FROM 1 BY 1
            UNTIL WS-BCK-IDX > WS-BCK-COUNT
        IF WS-BCK-WAITING(WS-BCK-IDX)
            PERFORM 8600-PRINT-WAITING-LINE
        END-IF
    END-PERFORM
    MOVE SPACES TO WS-WAIT-TOTAL-LINE
    MOVE "LINES RELEASED TODAY.....:" TO WTT-LABEL
    MOVE WS-LINES-RELEASED TO WTT-COUNT
    MOVE WS-WAIT-TOTAL-LINE TO WAITING-REPORT-LINE
    PERFORM 8700-WRITE-WAITING-LINE
    MOVE SPACES TO WS-WAIT-TOTAL-LINE
    MOVE "LINES STILL WAITING......:" TO WTT-LABEL
    MOVE WS-LINES-STILL-WAITING TO WTT-COUNT
    MOVE WS-WAIT-TOTAL-LINE TO WAITING-REPORT-LINE
    PERFORM 8700-WRITE-WAITING-LINE
    MOVE SPACES TO WS-WAIT-TOTAL-LINE
    MOVE "UNITS STILL WAITING......:" TO WTT-LABEL
    MOVE WS-UNITS-STILL-WAITING TO WTT-COUNT
    MOVE WS-WAIT-TOTAL-LINE TO WAITING-REPORT-LINE
    PERFORM 8700-WRITE-WAITING-LINE
    CLOSE WAITING-REPORT-FILE.

8600-PRINT-WAITING-LINE.
    MOVE SPACES TO WS-WAIT-DETAIL
    MOVE WS-BCK-DATE(WS-BCK-IDX) TO WDT-DATE
    *> A date that will not convert (hand-patched record) prints as
    *> zero days old rather than stopping the report.
    IF WS-BCK-DATE(WS-BCK-IDX) IS NUMERIC
        COMPUTE WS-DAYS-OLD =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CURR-DATE))
            - FUNCTION INTEGER-OF-DATE
                  (FUNCTION NUMVAL(WS-BCK-DATE(WS-BCK-IDX)))
    ELSE
        MOVE 0 TO WS-DAYS-OLD
    END-IF
    IF WS-DAYS-OLD < 0
        MOVE 0 TO WS-DAYS-OLD
    END-IF
    MOVE WS-DAYS-OLD                     TO WDT-DAYS-OLD
    MOVE WS-BCK-ORDER-NUMBER(WS-BCK-IDX) TO WDT-ORDER-NUMBER
    MOVE WS-BCK-CUST-NUMBER(WS-BCK-IDX)  TO WDT-CUST-NUMBER
    MOVE WS-BCK-ITEM-NUMBER(WS-BCK-IDX)  TO WDT-ITEM-NUMBER
    PERFORM 3200-FIND-ITEM
    IF WS-FND-IDX > 0
        MOVE WS-ITEM-NAME(WS-FND-IDX) TO WDT-ITEM-NAME
    END-IF
    MOVE WS-BCK-QUANTITY(WS-BCK-IDX)     TO WDT-QUANTITY
    MOVE WS-BCK-AVAILABLE(WS-BCK-IDX)    TO WDT-AVAILABLE
    MOVE WS-BCK-REASON(WS-BCK-IDX)       TO WDT-REASON
    MOVE WS-WAIT-DETAIL TO WAITING-REPORT-LINE
    PERFORM 8700-WRITE-WAITING-LINE.

8700-WRITE-WAITING-LINE.
    WRITE WAITING-REPORT-LINE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "BACKREL: ERROR WRITING WAITING-REPORT-FILE, "
                "STATUS = " WS-REPORT-FILE-STATUS
        STOP RUN
    END-IF.

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
            DISPLAY "BACKREL: UNABLE TO OPEN CYCLE-CONTROL-FILE, "
                    "STATUS = " WS-CYC-FILE-STATUS
            STOP RUN
        END-IF
    END-IF
    MOVE "BACKREL"        TO CYC-PROGRAM
    MOVE WS-RUN-ID        TO CYC-RUN-ID
    MOVE WS-CURR-DATE     TO CYC-RUN-DATE
    MOVE WS-CYC-PHASE     TO CYC-PHASE
    MOVE RETURN-CODE      TO CYC-RETURN-CODE
    MOVE WS-CYC-KEY-COUNT TO CYC-KEY-COUNT
    WRITE CYCLE-CONTROL-RECORD
    IF WS-CYC-FILE-STATUS NOT = "00"
        DISPLAY "BACKREL: ERROR WRITING CYCLE-CONTROL-FILE, "
                "STATUS = " WS-CYC-FILE-STATUS
        STOP RUN
    END-IF
    CLOSE CYCLE-CONTROL-FILE.

9000-SUMMARY.
    DISPLAY "===== BACKORDER RELEASE SUMMARY ====="
    DISPLAY "RUN ID................: " WS-RUN-ID
    DISPLAY "LINES WAITING AT START: " WS-LINES-WAITING-IN
    DISPLAY "LINES RELEASED........: " WS-LINES-RELEASED
    DISPLAY "  AT PROMO PRICE......: " WS-LINES-PROMO-PRICED
    DISPLAY "LINES DROPPED TO ORDEXC: " WS-LINES-DROPPED
    DISPLAY "LINES STILL WAITING...: " WS-LINES-STILL-WAITING
    DISPLAY "UNITS STILL WAITING...: " WS-UNITS-STILL-WAITING
    DISPLAY "VALUE RELEASED........: " WS-RELEASED-VALUE
    DISPLAY "=====================================".

9900-CLOSE-FILES.
    CLOSE PRICED-ORDER-FILE
    CLOSE ORDER-EXCEPT-FILE.
