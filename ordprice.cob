*>               one cycle needs an OVERRIDE-RERUN=Y card in ORDPARM.
*>   2026-09-02  Extract layout extended with the category's
*>               department code.
*>   2026-10-15  Customer master now maintained by CUSTMAINT and
*>               extended with a credit status and bill-to name and
*>               address; every line of an order for a customer on
*>               credit hold rejects to ORDEXC with a CUSTOMER ON
*>               CREDIT HOLD reason.
*>   2026-10-15  BACKORD is now cumulative: short lines are appended
*>               to the lines already waiting, and BACKREL releases
*>               them oldest first as stock comes in.
*>   2026-10-15  Supplier costs (COSTEXTR, published by COSTLOAD) are
*>               read alongside the item extract; every line released
*>               to ORDPRICED whose net price is below what we pay
*>               the item's supplier goes to MGNEXC for the pricing
*>               desk. The line still prices and releases. A missing
*>               cost extract skips the check; a stale or unproven
*>               one skips it with a warning return code of 4.
*>   2026-10-15  Customer master layout extended with the sales tax
*>               jurisdiction and exemption certificate fields.
*>   2026-10-15  Stock claimed by lines already waiting on BACKORD is
*>               held back from the day's new orders, so they cannot
*>               take newly received stock ahead of older backorders
*>               that BACKREL releases after this run.
*>   2026-10-15  A missing cost extract now also ends with the warning
*>               return code of 4, like a stale or unproven one.
IDENTIFICATION DIVISION.
PROGRAM-ID. ORDPRICE.

        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CYC-FILE-STATUS.

    SELECT COST-EXTRACT-FILE ASSIGN TO "COSTEXTR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-COST-FILE-STATUS.

    SELECT MARGIN-EXCEPT-FILE ASSIGN TO "MGNEXC"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-MGN-EXC-FILE-STATUS.

    SELECT PARM-FILE ASSIGN TO "ORDPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.
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
    05  CYC-RETURN-CODE         PIC 9(2).
    05  CYC-KEY-COUNT           PIC 9(7).

FD  COST-EXTRACT-FILE.
01  COST-EXTRACT-RECORD.
    05  CXT-REC-TYPE            PIC X(1).
    05  CXT-ITEM-NUMBER         PIC 9(6).
    05  CXT-SUPPLIER            PIC X(3).
    05  CXT-UNIT-COST           PIC 9(5)V99.
    05  FILLER                  PIC X(8).
01  COST-EXTRACT-HEADER.
    05  CXH-REC-TYPE            PIC X(1).
    05  CXH-RUN-ID              PIC X(16).
    05  CXH-RUN-DATE            PIC X(8).
01  COST-EXTRACT-TRAILER.
    05  CXL-REC-TYPE            PIC X(1).
    05  CXL-RECORD-COUNT        PIC 9(7).
    05  CXL-COST-HASH           PIC 9(11)V99.
    05  FILLER                  PIC X(4).

FD  MARGIN-EXCEPT-FILE.
01  MARGIN-EXCEPT-RECORD.
    05  MGX-DATE                PIC X(8).
    05  MGX-ORDER-NUMBER        PIC 9(8).
    05  MGX-CUST-NUMBER         PIC 9(6).
    05  MGX-ITEM-NUMBER         PIC 9(6).
    05  MGX-SUPPLIER            PIC X(3).
    05  MGX-QUANTITY            PIC 9(5).
    05  MGX-NET-PRICE           PIC 9(5)V99.
    05  MGX-UNIT-COST           PIC 9(5)V99.
    05  MGX-LINE-SHORTFALL      PIC 9(11)V99.
    05  MGX-REASON              PIC X(30).

FD  PARM-FILE.
01  PARM-CARD                   PIC X(80).

        10  WS-CUS-GROUP-DISC    PIC 9(2)V99.
        10  WS-CUS-CREDIT-LIMIT  PIC 9(9)V99.
        10  WS-CUS-EXPOSURE      PIC 9(9)V99.
        10  WS-CUS-CREDIT-STATUS PIC X(1).
            88  WS-CUS-ON-HOLD     VALUE 'H'.

*> Stock master table; allocations move in memory as orders release
*> and the whole table is rewritten to STKMSTR at end of run.
        10  WS-STK-ALLOCATED     PIC 9(7).
        10  WS-STK-REORDER-POINT PIC 9(7).
        10  WS-STK-REORDER-QTY   PIC 9(7).
        10  WS-STK-WAITING       PIC 9(7).

*> Supplier cost table from COSTEXTR, in item/supplier order as
*> COSTLOAD wrote it; a line is costed at its item's extract supplier.
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

*> Priced lines of the order now in flight. Nothing is written to
*> ORDPRICED until the order clears the credit check at its control
        10  WS-PEND-DISC-SOURCE  PIC X(1).
        10  WS-PEND-NET-PRICE    PIC 9(5)V99.
        10  WS-PEND-LINE-AMOUNT  PIC 9(11)V99.
        10  WS-PEND-SUPPLIER     PIC X(3).

01  WS-FILE-STATUSES.
    05  WS-EXTRACT-FILE-STATUS  PIC XX.
    05  WS-REORD-FILE-STATUS    PIC XX.
    05  WS-CYC-FILE-STATUS      PIC XX.
    05  WS-PARM-FILE-STATUS     PIC XX.
    05  WS-COST-FILE-STATUS     PIC XX.
    05  WS-MGN-EXC-FILE-STATUS  PIC XX.

01  WS-SWITCHES.
    05  WS-EXTRACT-EOF-SW       PIC X VALUE 'N'.
        88  WS-CUST-EOF           VALUE 'Y'.
    05  WS-STOCK-EOF-SW         PIC X VALUE 'N'.
        88  WS-STOCK-EOF          VALUE 'Y'.
    05  WS-BACKORD-EOF-SW       PIC X VALUE 'N'.
        88  WS-BACKORD-EOF        VALUE 'Y'.
    05  WS-ORDER-OPEN-SW        PIC X VALUE 'N'.
        88  WS-ORDER-OPEN         VALUE 'Y'.
    05  WS-ORD-CUST-OK-SW       PIC X VALUE 'N'.
        88  WS-ALREADY-RAN        VALUE 'Y'.
    05  WS-OVERRIDE-SW          PIC X VALUE 'N'.
        88  WS-OVERRIDE-RERUN     VALUE 'Y'.
    05  WS-COST-CHECK-SW        PIC X VALUE 'N'.
        88  WS-COST-CHECK-ON      VALUE 'Y'.
    05  WS-COST-EOF-SW          PIC X VALUE 'N'.
        88  WS-COST-EOF           VALUE 'Y'.
    05  WS-COST-HDR-SEEN-SW     PIC X VALUE 'N'.
        88  WS-COST-HDR-SEEN      VALUE 'Y'.
    05  WS-COST-TRL-SEEN-SW     PIC X VALUE 'N'.
        88  WS-COST-TRL-SEEN      VALUE 'Y'.
    05  WS-COST-PROD-OK-SW      PIC X VALUE 'N'.
        88  WS-COST-PRODUCER-OK   VALUE 'Y'.

01  WS-COUNTERS.
    05  WS-LINES-READ           PIC 9(7) VALUE 0.
    05  WS-LINES-PROMO-PRICED   PIC 9(7) VALUE 0.
    05  WS-LINES-REJECTED       PIC 9(7) VALUE 0.
    05  WS-FND-IDX              PIC 9(5) VALUE 0.
    05  WS-CST-FND-IDX          PIC 9(5) VALUE 0.
    05  WS-PRM-SCAN-IDX         PIC 9(4) VALUE 0.
    05  WS-CUS-INS-IDX          PIC 9(5) VALUE 0.
    05  WS-CUS-FND-IDX          PIC 9(5) VALUE 0.
    05  WS-PEND-TOTAL           PIC 9(11)V99 VALUE 0.
    05  WS-REL-TOTAL            PIC 9(11)V99 VALUE 0.
    05  WS-LINES-BACKORDERED    PIC 9(7) VALUE 0.
    05  WS-BACKORD-LINES-IN     PIC 9(7) VALUE 0.
    05  WS-STK-INS-IDX          PIC 9(5) VALUE 0.
    05  WS-STK-FND-IDX          PIC 9(5) VALUE 0.
    05  WS-STK-PRT-IDX          PIC 9(5) VALUE 0.
    05  WS-EXTR-PRICE-HASH      PIC 9(11)V99 VALUE 0.
    05  WS-EXTR-TRL-COUNT       PIC 9(7) VALUE 0.
    05  WS-EXTR-TRL-HASH        PIC 9(11)V99 VALUE 0.
    05  WS-COST-D-COUNT         PIC 9(7) VALUE 0.
    05  WS-COST-HASH            PIC 9(11)V99 VALUE 0.
    05  WS-COST-TRL-COUNT       PIC 9(7) VALUE 0.
    05  WS-COST-TRL-HASH        PIC 9(11)V99 VALUE 0.
    05  WS-LINES-BELOW-COST     PIC 9(7) VALUE 0.
    05  WS-LINES-NOT-COSTED     PIC 9(7) VALUE 0.

01  WS-MISC.
    05  WS-REASON               PIC X(30).
    05  WS-CYC-KEY-COUNT        PIC 9(7) VALUE 0.
    05  WS-PARM-KEYWORD         PIC X(20).
    05  WS-PARM-VALUE           PIC X(20).
    05  WS-COST-RUN-ID          PIC X(16) VALUE SPACES.
    05  WS-COST-RUN-DATE        PIC X(8) VALUE SPACES.

01  WS-REORD-HEADING-1.
    05  FILLER                  PIC X(28)
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-LOAD-EXTRACT-TABLE
    PERFORM 2600-LOAD-COST-TABLE
    PERFORM 2500-LOAD-PROMO-TABLE
    PERFORM 2700-LOAD-CUSTOMER-TABLE
    PERFORM 2800-LOAD-STOCK-TABLE
    PERFORM 2900-LOAD-BACKORDER-CLAIMS
    PERFORM 1100-OPEN-OUTPUT-FILES
    PERFORM UNTIL WS-EOF
        PERFORM 3000-READ-ORDER-LINE
        IF NOT WS-EOF
1100-OPEN-OUTPUT-FILES.
    *> Deliberately held back until the cycle-control check has
    *> passed: OPEN OUTPUT truncates, and a refused rerun must not
    *> wipe the earlier successful run's priced and exception files
    *> on its way out.
    OPEN OUTPUT PRICED-ORDER-FILE
    IF WS-PRICED-FILE-STATUS NOT = "00"
        DISPLAY "ORDPRICE: UNABLE TO OPEN PRICED-ORDER-FILE, STATUS = "
                 WS-ORD-EXC-FILE-STATUS
        STOP RUN
    END-IF
    *> BACKORD carries every line still waiting from earlier days
    *> (BACKREL rewrites it with what it could not fill), so today's
    *> short lines are added to the end of it, oldest first stays
    *> oldest first. Like STKMSTR, an OVERRIDE-RERUN has to start from
    *> the BACKORD the replaced run started from.
    OPEN EXTEND BACKORDER-FILE
    IF WS-BACKORD-FILE-STATUS NOT = "00"
        CLOSE BACKORDER-FILE
        OPEN OUTPUT BACKORDER-FILE
        IF WS-BACKORD-FILE-STATUS NOT = "00"
            DISPLAY "ORDPRICE: UNABLE TO OPEN BACKORDER-FILE, STATUS = "
                     WS-BACKORD-FILE-STATUS
            STOP RUN
        END-IF
    END-IF
    OPEN OUTPUT MARGIN-EXCEPT-FILE
    IF WS-MGN-EXC-FILE-STATUS NOT = "00"
        DISPLAY "ORDPRICE: UNABLE TO OPEN MARGIN-EXCEPT-FILE, STATUS = "
                 WS-MGN-EXC-FILE-STATUS
        STOP RUN
    END-IF.

        CLOSE PROMO-MASTER-FILE
    END-IF.

2600-LOAD-COST-TABLE.
    *> The cost extract feeds a control, not the price itself, so a
    *> missing one only turns the below-cost check off, with a
    *> warning. One that is there must balance; a stale or unproven
    *> one is not trusted and also turns the check off with a
    *> warning, rather than flag the day's lines against yesterday's
    *> costs.
    OPEN INPUT COST-EXTRACT-FILE
    IF WS-COST-FILE-STATUS = "35"
        DISPLAY "ORDPRICE: NO COST EXTRACT, BELOW-COST CHECK SKIPPED"
        MOVE 4 TO RETURN-CODE
        CLOSE COST-EXTRACT-FILE
    ELSE
        IF WS-COST-FILE-STATUS NOT = "00"
            DISPLAY "ORDPRICE: UNABLE TO OPEN COST-EXTRACT-FILE, "
                    "STATUS = " WS-COST-FILE-STATUS
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-COST-EOF
            READ COST-EXTRACT-FILE
                AT END
                    SET WS-COST-EOF TO TRUE
                NOT AT END
                    PERFORM 2610-STORE-COST-RECORD
            END-READ
        END-PERFORM
        CLOSE COST-EXTRACT-FILE
        PERFORM 2620-BALANCE-COST-EXTRACT
        PERFORM 2630-CHECK-COST-PRODUCER
        IF WS-COST-RUN-DATE NOT = WS-CURR-DATE
            DISPLAY "ORDPRICE: COST EXTRACT IS DATED " WS-COST-RUN-DATE
                    " NOT TODAY, BELOW-COST CHECK SKIPPED"
            MOVE 4 TO RETURN-CODE
        ELSE
            IF NOT WS-COST-PRODUCER-OK
                DISPLAY "ORDPRICE: COST EXTRACT RUN " WS-COST-RUN-ID
                        " HAS NO SUCCESSFUL COSTLOAD RUN IN CYCCTL, "
                        "BELOW-COST CHECK SKIPPED"
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 'Y' TO WS-COST-CHECK-SW
            END-IF
        END-IF
    END-IF.

2610-STORE-COST-RECORD.
    EVALUATE CXT-REC-TYPE
        WHEN 'H'
            SET WS-COST-HDR-SEEN TO TRUE
            MOVE CXH-RUN-ID   TO WS-COST-RUN-ID
            MOVE CXH-RUN-DATE TO WS-COST-RUN-DATE
        WHEN 'D'
            ADD 1 TO WS-COST-D-COUNT
            ADD CXT-UNIT-COST TO WS-COST-HASH
            IF WS-CST-COUNT = 99999
                DISPLAY "ORDPRICE: COST TABLE AT MAX CAPACITY"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
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
            DISPLAY "ORDPRICE: INVALID RECORD TYPE ON COST EXTRACT: "
                     CXT-REC-TYPE
            MOVE 12 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

2620-BALANCE-COST-EXTRACT.
    IF NOT WS-COST-HDR-SEEN
        DISPLAY "ORDPRICE: COST EXTRACT HEADER MISSING"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT WS-COST-TRL-SEEN
        DISPLAY "ORDPRICE: COST EXTRACT TRAILER MISSING, FILE MAY BE "
                "TRUNCATED"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-COST-TRL-COUNT NOT = WS-COST-D-COUNT
       OR WS-COST-TRL-HASH NOT = WS-COST-HASH
        DISPLAY "ORDPRICE: COST EXTRACT OUT OF BALANCE, TRAILER = "
                 WS-COST-TRL-COUNT " / " WS-COST-TRL-HASH
                " READ = " WS-COST-D-COUNT " / " WS-COST-HASH
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

2630-CHECK-COST-PRODUCER.
    OPEN INPUT CYCLE-CONTROL-FILE
    IF WS-CYC-FILE-STATUS NOT = "00"
        DISPLAY "ORDPRICE: UNABLE TO OPEN CYCLE-CONTROL-FILE, "
                "STATUS = " WS-CYC-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO WS-CYC-EOF-SW
    PERFORM UNTIL WS-CYC-EOF
        READ CYCLE-CONTROL-FILE
            AT END
                SET WS-CYC-EOF TO TRUE
            NOT AT END
                IF CYC-END
                   AND CYC-RETURN-CODE = 0
                   AND CYC-RUN-ID = WS-COST-RUN-ID
                   AND CYC-RUN-DATE = WS-CURR-DATE
                   AND CYC-PROGRAM = "COSTLOAD"
                    SET WS-COST-PRODUCER-OK TO TRUE
                END-IF
        END-READ
    END-PERFORM
    CLOSE CYCLE-CONTROL-FILE.

2700-LOAD-CUSTOMER-TABLE.
    *> The customer master is required the way the category master is
    *> in ITEMLOAD: without it every order would reject as an unknown
    *> customer. CUSTMAINT writes it in customer order, so the
    *> insert-sort below only ever appends; it stays to keep SEARCH
    *> ALL honest against a file patched outside the maintenance run.
    OPEN INPUT CUST-MASTER-FILE
    IF WS-CUST-FILE-STATUS NOT = "00"
        DISPLAY "ORDPRICE: UNABLE TO OPEN CUST-MASTER-FILE, STATUS = "
    MOVE CUS-CUST-NAME      TO WS-CUS-NAME(WS-CUS-INS-IDX)
    MOVE CUS-GROUP-DISCOUNT TO WS-CUS-GROUP-DISC(WS-CUS-INS-IDX)
    MOVE CUS-CREDIT-LIMIT   TO WS-CUS-CREDIT-LIMIT(WS-CUS-INS-IDX)
    MOVE CUS-OPEN-BALANCE   TO WS-CUS-EXPOSURE(WS-CUS-INS-IDX)
    MOVE CUS-CREDIT-STATUS  TO WS-CUS-CREDIT-STATUS(WS-CUS-INS-IDX).

2800-LOAD-STOCK-TABLE.
    *> The stock master is part of the order cycle now: pricing 5,000
    MOVE STK-ON-HAND       TO WS-STK-ON-HAND(WS-STK-INS-IDX)
    MOVE STK-ALLOCATED     TO WS-STK-ALLOCATED(WS-STK-INS-IDX)
    MOVE STK-REORDER-POINT TO WS-STK-REORDER-POINT(WS-STK-INS-IDX)
    MOVE STK-REORDER-QTY   TO WS-STK-REORDER-QTY(WS-STK-INS-IDX)
    MOVE 0                 TO WS-STK-WAITING(WS-STK-INS-IDX).

2900-LOAD-BACKORDER-CLAIMS.
    *> BACKREL runs after this job and fills BACKORD oldest first, so
    *> stock that would go to a line already waiting is not offered
    *> to today's orders. A line whose customer is gone or on credit
    *> hold cannot release and claims nothing. No BACKORD yet means
    *> nothing is waiting.
    OPEN INPUT BACKORDER-FILE
    IF WS-BACKORD-FILE-STATUS = "35"
        CLOSE BACKORDER-FILE
    ELSE
        IF WS-BACKORD-FILE-STATUS NOT = "00"
            DISPLAY "ORDPRICE: UNABLE TO OPEN BACKORDER-FILE, STATUS = "
                     WS-BACKORD-FILE-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL WS-BACKORD-EOF
            READ BACKORDER-FILE
                AT END
                    SET WS-BACKORD-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-BACKORD-LINES-IN
                    PERFORM 2910-CLAIM-WAITING-STOCK
            END-READ
        END-PERFORM
        CLOSE BACKORDER-FILE
    END-IF.

2910-CLAIM-WAITING-STOCK.
    MOVE 0 TO WS-CUS-FND-IDX
    SET WS-CUS-IDX TO 1
    SEARCH ALL WS-CUS-TABLE
        AT END
            CONTINUE
        WHEN WS-CUS-NUMBER(WS-CUS-IDX) = BCK-CUST-NUMBER
            SET WS-CUS-FND-IDX TO WS-CUS-IDX
    END-SEARCH
    MOVE 0 TO WS-STK-FND-IDX
    SET WS-STK-IDX TO 1
    SEARCH ALL WS-STK-TABLE
        AT END
            CONTINUE
        WHEN WS-STK-ITEM-NUMBER(WS-STK-IDX) = BCK-ITEM-NUMBER
            SET WS-STK-FND-IDX TO WS-STK-IDX
    END-SEARCH
    IF WS-CUS-FND-IDX > 0 AND WS-STK-FND-IDX > 0
        IF NOT WS-CUS-ON-HOLD(WS-CUS-FND-IDX)
            ADD BCK-QUANTITY TO WS-STK-WAITING(WS-STK-FND-IDX)
        END-IF
    END-IF.

3000-READ-ORDER-LINE.
    READ ORDER-FILE
    ELSE
        MOVE ORD-CUST-NUMBER TO WS-CURR-CUST
        PERFORM 3170-FIND-CUSTOMER
        IF WS-CUS-FND-IDX = 0
            MOVE "CUSTOMER NOT ON MASTER" TO WS-ORD-CUST-REASON
        ELSE
            *> A held account takes no new orders at all, whatever
            *> room is left under the limit.
            IF WS-CUS-ON-HOLD(WS-CUS-FND-IDX)
                MOVE "CUSTOMER ON CREDIT HOLD" TO WS-ORD-CUST-REASON
            ELSE
                MOVE 'Y' TO WS-ORD-CUST-OK-SW
            END-IF
        END-IF
    END-IF.

    MOVE WS-DISC-SOURCE            TO WS-PEND-DISC-SOURCE(WS-PEND-COUNT)
    MOVE WS-NET-PRICE              TO WS-PEND-NET-PRICE(WS-PEND-COUNT)
    MOVE WS-LINE-AMOUNT            TO WS-PEND-LINE-AMOUNT(WS-PEND-COUNT)
    MOVE WS-ITEM-SUPPLIER(WS-FND-IDX)
                                   TO WS-PEND-SUPPLIER(WS-PEND-COUNT)
    ADD WS-LINE-AMOUNT TO WS-PEND-TOTAL.

3600-CLOSE-ORDER.
        MOVE "ITEM NOT ON STOCK MASTER" TO WS-BACKORD-REASON
        PERFORM 3660-WRITE-BACKORDER
    ELSE
        *> A short line joins the queue, so a later order for the
        *> same item does not slip in ahead of it either.
        COMPUTE WS-AVAILABLE =
            WS-STK-ON-HAND(WS-STK-FND-IDX)
            - WS-STK-ALLOCATED(WS-STK-FND-IDX)
            - WS-STK-WAITING(WS-STK-FND-IDX)
        IF WS-PEND-QUANTITY(WS-REL-IDX) > WS-AVAILABLE
            MOVE "INSUFFICIENT STOCK" TO WS-BACKORD-REASON
            PERFORM 3660-WRITE-BACKORDER
            ADD WS-PEND-QUANTITY(WS-REL-IDX)
              TO WS-STK-WAITING(WS-STK-FND-IDX)
        ELSE
            ADD WS-PEND-QUANTITY(WS-REL-IDX)
              TO WS-STK-ALLOCATED(WS-STK-FND-IDX)
    ADD 1 TO WS-LINES-PRICED
    IF WS-PEND-DISC-SOURCE(WS-REL-IDX) = 'P'
        ADD 1 TO WS-LINES-PROMO-PRICED
    END-IF
    IF WS-COST-CHECK-ON
        PERFORM 3645-CHECK-BELOW-COST
    END-IF.

3645-CHECK-BELOW-COST.
    *> Costed at the supplier whose price the extract is selling; a
    *> line with no cost on file for that pair is only counted.
    MOVE WS-PEND-ITEM-NUMBER(WS-REL-IDX) TO WS-CST-SEARCH-ITEM
    MOVE WS-PEND-SUPPLIER(WS-REL-IDX)    TO WS-CST-SEARCH-SUPPLIER
    MOVE 0 TO WS-CST-FND-IDX
    IF WS-CST-COUNT > 0
        SET WS-CST-IDX TO 1
        SEARCH ALL WS-CST-TABLE
            AT END
                CONTINUE
            WHEN WS-CST-KEY(WS-CST-IDX) = WS-CST-SEARCH-KEY
                SET WS-CST-FND-IDX TO WS-CST-IDX
        END-SEARCH
    END-IF
    IF WS-CST-FND-IDX = 0
        ADD 1 TO WS-LINES-NOT-COSTED
    ELSE
        IF WS-PEND-NET-PRICE(WS-REL-IDX)
                < WS-CST-UNIT-COST(WS-CST-FND-IDX)
            PERFORM 3690-WRITE-MARGIN-EXCEPTION
        END-IF
    END-IF.

3660-WRITE-BACKORDER.
    END-IF
    ADD 1 TO WS-LINES-BACKORDERED.

3690-WRITE-MARGIN-EXCEPTION.
    MOVE WS-CURR-DATE                    TO MGX-DATE
    MOVE WS-CURR-ORDER                   TO MGX-ORDER-NUMBER
    MOVE WS-CURR-CUST                    TO MGX-CUST-NUMBER
    MOVE WS-PEND-ITEM-NUMBER(WS-REL-IDX) TO MGX-ITEM-NUMBER
    MOVE WS-PEND-SUPPLIER(WS-REL-IDX)    TO MGX-SUPPLIER
    MOVE WS-PEND-QUANTITY(WS-REL-IDX)    TO MGX-QUANTITY
    MOVE WS-PEND-NET-PRICE(WS-REL-IDX)   TO MGX-NET-PRICE
    MOVE WS-CST-UNIT-COST(WS-CST-FND-IDX) TO MGX-UNIT-COST
    COMPUTE MGX-LINE-SHORTFALL =
        (WS-CST-UNIT-COST(WS-CST-FND-IDX)
         - WS-PEND-NET-PRICE(WS-REL-IDX))
        * WS-PEND-QUANTITY(WS-REL-IDX)
    MOVE "NET PRICE BELOW COST"          TO MGX-REASON
    WRITE MARGIN-EXCEPT-RECORD
    IF WS-MGN-EXC-FILE-STATUS NOT = "00"
        DISPLAY "ORDPRICE: ERROR WRITING MARGIN-EXCEPT-FILE, "
                "STATUS = " WS-MGN-EXC-FILE-STATUS
        STOP RUN
    END-IF
    ADD 1 TO WS-LINES-BELOW-COST.

3650-REJECT-ORDER-CREDIT.
    MOVE "OVER CREDIT LIMIT" TO WS-REASON
    PERFORM VARYING WS-REL-IDX FROM 1 BY 1
    DISPLAY "ORDERS OVER CREDIT....: " WS-ORDERS-CREDIT-REJ
    DISPLAY "ORDER LINES PRICED....: " WS-LINES-PRICED
    DISPLAY "  AT PROMO PRICE......: " WS-LINES-PROMO-PRICED
    DISPLAY "BACKORDERS WAITING IN.: " WS-BACKORD-LINES-IN
    DISPLAY "ORDER LINES BACKORDERED: " WS-LINES-BACKORDERED
    DISPLAY "ITEMS BELOW REORDER PT: " WS-ITEMS-BELOW-REORDER
    DISPLAY "ORDER LINES REJECTED..: " WS-LINES-REJECTED
    DISPLAY "COSTS ON EXTRACT......: " WS-CST-COUNT
    DISPLAY "LINES BELOW COST......: " WS-LINES-BELOW-COST
    DISPLAY "LINES NOT COSTED......: " WS-LINES-NOT-COSTED
    DISPLAY "TOTAL ORDER VALUE.....: " WS-ORDER-TOTAL
    DISPLAY "=================================".

    CLOSE ORDER-FILE
    CLOSE PRICED-ORDER-FILE
    CLOSE ORDER-EXCEPT-FILE
    CLOSE BACKORDER-FILE
    CLOSE MARGIN-EXCEPT-FILE.
