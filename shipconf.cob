      >>SOURCE FORMAT FREE
*> SHIPCONF - shipment confirmation. ORDPRICE and BACKREL allocate
*> stock as lines release; this job takes the warehouse's word for what
*> actually left the dock and settles the stock master and billing to
*> match. Run after the pick tickets (PICKTKT) have been worked and
*> before ORDINV.
*>
*> The lines on the pick list are the day's ORDPRICED plus any line
*> picked on an earlier day that the warehouse has not confirmed yet
*> (PICKOPEN). Each SHIPTXN record confirms one order line with the
*> quantity that shipped:
*>   - on-hand comes down by the shipped quantity and allocated comes
*>     down by the full picked quantity, so a short-pick gives back
*>     the allocation it is not going to use;
*>   - the shipped quantity is written to ORDSHIPD in ORDPRICED format,
*>     re-extended at the priced net price, and ORDINV bills from it;
*>   - the short quantity goes to ORDEXC as SHORT PICKED, so ORDINV
*>     shows the order PARTIAL (or NOT INVOICED if nothing shipped).
*>     It is not backordered: a short-pick means on-hand is overstated,
*>     and BACKREL would only allocate the same phantom units again
*>     until a stock count corrects the master.
*> Lines with no confirmation stay allocated and carry forward on
*> PICKOPEN for a later day. Confirmations that do not match an open
*> line, or ship more than was picked, go to SHIPEXC.
*>
*> ORDSHIPD is written in order-number sequence, whatever order the
*> lines arrived in, so ORDINV's control break sees each order once.
*>
*> ORDPRICED must be today's: the job stops with RETURN-CODE 12
*> unless CYCCTL shows ORDPRICE finished today, rather than confirm
*> a pick list left over from an earlier day.
*>
*> Modification history:
*>   2026-10-15  New program.
*>   2026-10-15  Stops unless ORDPRICE completed today per CYCCTL.
IDENTIFICATION DIVISION.
PROGRAM-ID. SHIPCONF.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PRICED-ORDER-FILE ASSIGN TO "ORDPRICED"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PRICED-FILE-STATUS.

    SELECT PICK-OPEN-FILE ASSIGN TO "PICKOPEN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PICK-OPEN-FILE-STATUS.

    SELECT SHIP-TRANS-FILE ASSIGN TO "SHIPTXN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SHIP-TXN-FILE-STATUS.

    SELECT SHIPPED-ORDER-FILE ASSIGN TO "ORDSHIPD"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SHIPPED-FILE-STATUS.

    SELECT STOCK-MASTER-FILE ASSIGN TO "STKMSTR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STOCK-FILE-STATUS.

    SELECT ORDER-EXCEPT-FILE ASSIGN TO "ORDEXC"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ORD-EXC-FILE-STATUS.

    SELECT SHIP-EXCEPT-FILE ASSIGN TO "SHIPEXC"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SHIP-EXC-FILE-STATUS.

    SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CYC-FILE-STATUS.

    SELECT PARM-FILE ASSIGN TO "SHIPPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
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

*> PICKOPEN and ORDSHIPD are both in ORDPRICED format.
FD  PICK-OPEN-FILE.
01  PICK-OPEN-RECORD            PIC X(87).

FD  SHIPPED-ORDER-FILE.
01  SHIPPED-ORDER-RECORD        PIC X(87).

FD  SHIP-TRANS-FILE.
01  SHIP-TRANS-RECORD.
    05  SHP-ORDER-NUMBER        PIC 9(8).
    05  SHP-ITEM-NUMBER         PIC 9(6).
    05  SHP-QTY-SHIPPED         PIC 9(5).

FD  STOCK-MASTER-FILE.
01  STOCK-MASTER-RECORD.
    05  STK-ITEM-NUMBER         PIC 9(6).
    05  STK-ON-HAND             PIC 9(7).
    05  STK-ALLOCATED           PIC 9(7).
    05  STK-REORDER-POINT       PIC 9(7).
    05  STK-REORDER-QTY         PIC 9(7).

FD  ORDER-EXCEPT-FILE.
01  ORDER-EXCEPT-RECORD.
    05  OEX-DATE                PIC X(8).
    05  OEX-ORDER-NUMBER        PIC 9(8).
    05  OEX-CUST-NUMBER         PIC 9(6).
    05  OEX-ITEM-NUMBER         PIC 9(6).
    05  OEX-QUANTITY            PIC 9(5).
    05  OEX-REASON              PIC X(30).

FD  SHIP-EXCEPT-FILE.
01  SHIP-EXCEPT-RECORD.
    05  SHX-DATE                PIC X(8).
    05  SHX-ORDER-NUMBER        PIC 9(8).
    05  SHX-ITEM-NUMBER         PIC 9(6).
    05  SHX-QTY-SHIPPED         PIC 9(5).
    05  SHX-REASON              PIC X(30).

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

FD  PARM-FILE.
01  PARM-CARD                   PIC X(80).

WORKING-STORAGE SECTION.
*> Pick-list lines in order / item sequence. An order can carry the
*> same item on more than one line, so a key may repeat; lines with
*> the same key keep their arrival order and are confirmed in turn.
01  WS-PCK-AREA.
    05  WS-PCK-COUNT            PIC 9(5) VALUE 0.
    05  WS-PCK-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-PCK-COUNT
            ASCENDING KEY IS WS-PCK-KEY
            INDEXED BY WS-PCK-IDX.
        10  WS-PCK-KEY.
            15  WS-PCK-ORDER     PIC 9(8).
            15  WS-PCK-ITEM      PIC 9(6).
        10  WS-PCK-LINE          PIC X(87).
        10  WS-PCK-QTY-SHIPPED   PIC 9(5).
        10  WS-PCK-STATUS        PIC X(1).
            88  WS-PCK-OPEN        VALUE 'O'.
            88  WS-PCK-CONFIRMED   VALUE 'C'.

01  WS-SEARCH-KEY.
    05  WS-SRCH-ORDER           PIC 9(8).
    05  WS-SRCH-ITEM            PIC 9(6).

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

01  WS-FILE-STATUSES.
    05  WS-PRICED-FILE-STATUS   PIC XX.
    05  WS-PICK-OPEN-FILE-STATUS PIC XX.
    05  WS-SHIP-TXN-FILE-STATUS PIC XX.
    05  WS-SHIPPED-FILE-STATUS  PIC XX.
    05  WS-STOCK-FILE-STATUS    PIC XX.
    05  WS-ORD-EXC-FILE-STATUS  PIC XX.
    05  WS-SHIP-EXC-FILE-STATUS PIC XX.
    05  WS-CYC-FILE-STATUS      PIC XX.
    05  WS-PARM-FILE-STATUS     PIC XX.

01  WS-SWITCHES.
    05  WS-PRICED-EOF-SW        PIC X VALUE 'N'.
        88  WS-PRICED-EOF         VALUE 'Y'.
    05  WS-PICK-OPEN-EOF-SW     PIC X VALUE 'N'.
        88  WS-PICK-OPEN-EOF      VALUE 'Y'.
    05  WS-SHIP-TXN-EOF-SW      PIC X VALUE 'N'.
        88  WS-SHIP-TXN-EOF       VALUE 'Y'.
    05  WS-STOCK-EOF-SW         PIC X VALUE 'N'.
        88  WS-STOCK-EOF          VALUE 'Y'.
    05  WS-CYC-EOF-SW           PIC X VALUE 'N'.
        88  WS-CYC-EOF            VALUE 'Y'.
    05  WS-PARM-EOF-SW          PIC X VALUE 'N'.
        88  WS-PARM-EOF           VALUE 'Y'.
    05  WS-ALREADY-RAN-SW       PIC X VALUE 'N'.
        88  WS-ALREADY-RAN        VALUE 'Y'.
    05  WS-PRICED-TODAY-SW      PIC X VALUE 'N'.
        88  WS-PRICED-TODAY       VALUE 'Y'.
    05  WS-OVERRIDE-SW          PIC X VALUE 'N'.
        88  WS-OVERRIDE-RERUN     VALUE 'Y'.

01  WS-COUNTERS.
    05  WS-LINES-CARRIED-IN     PIC 9(7) VALUE 0.
    05  WS-LINES-PRICED-IN      PIC 9(7) VALUE 0.
    05  WS-CONFIRMS-READ        PIC 9(7) VALUE 0.
    05  WS-CONFIRMS-REJECTED    PIC 9(7) VALUE 0.
    05  WS-LINES-SHIPPED-FULL   PIC 9(7) VALUE 0.
    05  WS-LINES-SHORT          PIC 9(7) VALUE 0.
    05  WS-LINES-CARRIED-OUT    PIC 9(7) VALUE 0.
    05  WS-LINES-WRITTEN        PIC 9(7) VALUE 0.
    05  WS-UNITS-SHIPPED        PIC 9(9) VALUE 0.
    05  WS-UNITS-SHORT          PIC 9(9) VALUE 0.
    05  WS-SHIPPED-VALUE        PIC 9(11)V99 VALUE 0.
    05  WS-INS-IDX              PIC 9(5) VALUE 0.
    05  WS-PCK-FND-IDX          PIC 9(5) VALUE 0.
    05  WS-PCK-OPEN-IDX         PIC 9(5) VALUE 0.
    05  WS-STK-FND-IDX          PIC 9(5) VALUE 0.
    05  WS-QTY-SHORT            PIC 9(5) VALUE 0.

01  WS-MISC.
    05  WS-REASON               PIC X(30).
    05  WS-RUN-ID               PIC X(16).
    05  WS-CURR-DATE            PIC X(8).
    05  WS-CURR-TIME            PIC X(8).
    05  WS-CYC-PHASE            PIC X(1).
    05  WS-CYC-KEY-COUNT        PIC 9(7) VALUE 0.
    05  WS-PARM-KEYWORD         PIC X(20).
    05  WS-PARM-VALUE           PIC X(20).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-LOAD-STOCK-TABLE
    PERFORM 2100-LOAD-PICK-LIST
    PERFORM 1100-OPEN-OUTPUT-FILES
    PERFORM UNTIL WS-SHIP-TXN-EOF
        READ SHIP-TRANS-FILE
            AT END
                SET WS-SHIP-TXN-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-CONFIRMS-READ
                PERFORM 3000-APPLY-CONFIRMATION
        END-READ
    END-PERFORM
    PERFORM 8000-REWRITE-STOCK-MASTER
    PERFORM 8100-WRITE-SHIPPED-LINES
    PERFORM 8200-REWRITE-PICK-OPEN
    MOVE WS-LINES-WRITTEN TO WS-CYC-KEY-COUNT
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
    PERFORM 1300-READ-PARM-FILE
    PERFORM 1400-CHECK-CYCLE-CONTROL
    PERFORM 9600-WRITE-CYCLE-START
    OPEN INPUT SHIP-TRANS-FILE
    IF WS-SHIP-TXN-FILE-STATUS NOT = "00"
        DISPLAY "SHIPCONF: UNABLE TO OPEN SHIP-TRANS-FILE, STATUS = "
                 WS-SHIP-TXN-FILE-STATUS
        STOP RUN
    END-IF.

1100-OPEN-OUTPUT-FILES.
    OPEN OUTPUT SHIPPED-ORDER-FILE
    IF WS-SHIPPED-FILE-STATUS NOT = "00"
        DISPLAY "SHIPCONF: UNABLE TO OPEN SHIPPED-ORDER-FILE, "
                "STATUS = " WS-SHIPPED-FILE-STATUS
        STOP RUN
    END-IF
    *> ORDEXC already holds the day's pricing and release rejects.
    OPEN EXTEND ORDER-EXCEPT-FILE
    IF WS-ORD-EXC-FILE-STATUS NOT = "00"
        DISPLAY "SHIPCONF: UNABLE TO OPEN ORDER-EXCEPT-FILE, STATUS = "
                 WS-ORD-EXC-FILE-STATUS
        STOP RUN
    END-IF
    OPEN EXTEND SHIP-EXCEPT-FILE
    IF WS-SHIP-EXC-FILE-STATUS NOT = "00"
        CLOSE SHIP-EXCEPT-FILE
        OPEN OUTPUT SHIP-EXCEPT-FILE
        IF WS-SHIP-EXC-FILE-STATUS NOT = "00"
            DISPLAY "SHIPCONF: UNABLE TO OPEN SHIP-EXCEPT-FILE, "
                    "STATUS = " WS-SHIP-EXC-FILE-STATUS
            STOP RUN
        END-IF
    END-IF.

1300-READ-PARM-FILE.
    *> Same card convention as ORDPRICE's ORDPARM: a missing SHIPPARM
    *> just runs without the override, a bad card stops the job.
    OPEN INPUT PARM-FILE
    IF WS-PARM-FILE-STATUS NOT = "00"
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
            WHEN "OVERRIDE-RERUN"
                MOVE WS-PARM-VALUE(1:1) TO WS-OVERRIDE-SW
                IF WS-OVERRIDE-SW NOT = 'Y'
                        AND WS-OVERRIDE-SW NOT = 'N'
                    DISPLAY "SHIPCONF: OVERRIDE-RERUN MUST BE Y OR N"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
            WHEN OTHER
                DISPLAY "SHIPCONF: INVALID CONTROL CARD: " PARM-CARD
                MOVE 12 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
    END-IF.

1400-CHECK-CYCLE-CONTROL.
    *> A second run over the same ORDPRICED would relieve the same
    *> stock twice and carry its lines onto PICKOPEN a second time.
    *> ORDPRICE's RETURN-CODE 4 only means its below-cost check was
    *> skipped; ORDPRICED is still complete.
    OPEN INPUT CYCLE-CONTROL-FILE
    IF WS-CYC-FILE-STATUS = "35"
        CLOSE CYCLE-CONTROL-FILE
    ELSE IF WS-CYC-FILE-STATUS NOT = "00"
        DISPLAY "SHIPCONF: UNABLE TO OPEN CYCLE-CONTROL-FILE, "
                "STATUS = " WS-CYC-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    ELSE
        PERFORM UNTIL WS-CYC-EOF
            READ CYCLE-CONTROL-FILE
                AT END
                    SET WS-CYC-EOF TO TRUE
                NOT AT END
                    IF CYC-END
                       AND CYC-PROGRAM = "SHIPCONF"
                       AND CYC-RUN-DATE = WS-CURR-DATE
                        SET WS-ALREADY-RAN TO TRUE
                    END-IF
                    IF CYC-END
                       AND CYC-RETURN-CODE NOT > 4
                       AND CYC-RUN-DATE = WS-CURR-DATE
                       AND CYC-PROGRAM = "ORDPRICE"
                        SET WS-PRICED-TODAY TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CYCLE-CONTROL-FILE
    END-IF
    END-IF
    IF WS-ALREADY-RAN AND NOT WS-OVERRIDE-RERUN
        DISPLAY "SHIPCONF: ALREADY COMPLETED THIS CYCLE, "
                "OVERRIDE-RERUN=Y REQUIRED TO RUN AGAIN"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT WS-PRICED-TODAY
        DISPLAY "SHIPCONF: NO SUCCESSFUL ORDPRICE RUN TODAY IN "
                "CYCCTL, ORDPRICED NOT CONFIRMED"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

2000-LOAD-STOCK-TABLE.
    OPEN INPUT STOCK-MASTER-FILE
    IF WS-STOCK-FILE-STATUS NOT = "00"
        DISPLAY "SHIPCONF: UNABLE TO OPEN STOCK-MASTER-FILE, STATUS = "
                 WS-STOCK-FILE-STATUS
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
        DISPLAY "SHIPCONF: STOCK MASTER IS EMPTY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

2050-INSERT-STOCK.
    IF WS-STK-COUNT = 99999
        DISPLAY "SHIPCONF: STOCK TABLE AT MAX CAPACITY"
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

2100-LOAD-PICK-LIST.
    *> Carried lines load first so, within a key, the older line is
    *> the one a confirmation settles first.
    OPEN INPUT PICK-OPEN-FILE
    IF WS-PICK-OPEN-FILE-STATUS = "35"
        DISPLAY "SHIPCONF: NO CARRIED PICK LINES, STATUS = "
                 WS-PICK-OPEN-FILE-STATUS
    ELSE
        IF WS-PICK-OPEN-FILE-STATUS NOT = "00"
            DISPLAY "SHIPCONF: UNABLE TO OPEN PICK-OPEN-FILE, STATUS = "
                     WS-PICK-OPEN-FILE-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL WS-PICK-OPEN-EOF
            READ PICK-OPEN-FILE INTO PRICED-ORDER-RECORD
                AT END
                    SET WS-PICK-OPEN-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-LINES-CARRIED-IN
                    PERFORM 2150-INSERT-PICK-LINE
            END-READ
        END-PERFORM
        CLOSE PICK-OPEN-FILE
    END-IF
    OPEN INPUT PRICED-ORDER-FILE
    IF WS-PRICED-FILE-STATUS NOT = "00"
        DISPLAY "SHIPCONF: UNABLE TO OPEN PRICED-ORDER-FILE, STATUS = "
                 WS-PRICED-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-PRICED-EOF
        READ PRICED-ORDER-FILE
            AT END
                SET WS-PRICED-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-LINES-PRICED-IN
                PERFORM 2150-INSERT-PICK-LINE
        END-READ
    END-PERFORM
    CLOSE PRICED-ORDER-FILE.

2150-INSERT-PICK-LINE.
    IF WS-PCK-COUNT = 99999
        DISPLAY "SHIPCONF: PICK-LIST TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE PRC-ORDER-NUMBER TO WS-SRCH-ORDER
    MOVE PRC-ITEM-NUMBER  TO WS-SRCH-ITEM
    ADD 1 TO WS-PCK-COUNT
    MOVE WS-PCK-COUNT TO WS-INS-IDX
    PERFORM VARYING WS-INS-IDX FROM WS-PCK-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-PCK-KEY(WS-INS-IDX - 1) NOT > WS-SEARCH-KEY
        MOVE WS-PCK-TABLE(WS-INS-IDX - 1) TO WS-PCK-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE WS-SEARCH-KEY       TO WS-PCK-KEY(WS-INS-IDX)
    MOVE PRICED-ORDER-RECORD TO WS-PCK-LINE(WS-INS-IDX)
    MOVE 0                   TO WS-PCK-QTY-SHIPPED(WS-INS-IDX)
    MOVE 'O'                 TO WS-PCK-STATUS(WS-INS-IDX).

3000-APPLY-CONFIRMATION.
    MOVE 0 TO WS-PCK-FND-IDX
    MOVE 0 TO WS-PCK-OPEN-IDX
    MOVE 0 TO WS-STK-FND-IDX
    IF SHP-ORDER-NUMBER IS NUMERIC AND SHP-ITEM-NUMBER IS NUMERIC
        MOVE SHP-ORDER-NUMBER TO WS-SRCH-ORDER
        MOVE SHP-ITEM-NUMBER  TO WS-SRCH-ITEM
        PERFORM 3100-FIND-PICK-LINE
        PERFORM 3150-FIND-STOCK
    END-IF
    IF WS-PCK-OPEN-IDX > 0
        MOVE WS-PCK-LINE(WS-PCK-OPEN-IDX) TO PRICED-ORDER-RECORD
    END-IF
    IF SHP-ORDER-NUMBER IS NOT NUMERIC OR SHP-ORDER-NUMBER = ZERO
        MOVE "INVALID ORDER NUMBER" TO WS-REASON
        PERFORM 3700-WRITE-SHIP-EXCEPTION
    ELSE IF SHP-ITEM-NUMBER IS NOT NUMERIC OR SHP-ITEM-NUMBER = ZERO
        MOVE "INVALID ITEM NUMBER" TO WS-REASON
        PERFORM 3700-WRITE-SHIP-EXCEPTION
    ELSE IF SHP-QTY-SHIPPED IS NOT NUMERIC
        MOVE "INVALID SHIPPED QUANTITY" TO WS-REASON
        PERFORM 3700-WRITE-SHIP-EXCEPTION
    ELSE IF WS-PCK-FND-IDX = 0
        MOVE "LINE NOT ON PICK LIST" TO WS-REASON
        PERFORM 3700-WRITE-SHIP-EXCEPTION
    ELSE IF WS-PCK-OPEN-IDX = 0
        MOVE "LINE ALREADY CONFIRMED" TO WS-REASON
        PERFORM 3700-WRITE-SHIP-EXCEPTION
    ELSE IF SHP-QTY-SHIPPED > PRC-QUANTITY
        MOVE "SHIPPED EXCEEDS PICKED" TO WS-REASON
        PERFORM 3700-WRITE-SHIP-EXCEPTION
    ELSE IF WS-STK-FND-IDX = 0
        MOVE "ITEM NOT ON STOCK MASTER" TO WS-REASON
        PERFORM 3700-WRITE-SHIP-EXCEPTION
    ELSE
        PERFORM 3200-CONFIRM-LINE
    END-IF.

3100-FIND-PICK-LINE.
    *> SEARCH ALL lands on any one of a run of equal keys; back up to
    *> the first of them, then take the first that is still open.
    SET WS-PCK-IDX TO 1
    IF WS-PCK-COUNT > 0
        SEARCH ALL WS-PCK-TABLE
            AT END
                CONTINUE
            WHEN WS-PCK-KEY(WS-PCK-IDX) = WS-SEARCH-KEY
                SET WS-PCK-FND-IDX TO WS-PCK-IDX
        END-SEARCH
    END-IF
    IF WS-PCK-FND-IDX > 0
        PERFORM UNTIL WS-PCK-FND-IDX = 1
                   OR WS-PCK-KEY(WS-PCK-FND-IDX - 1) NOT = WS-SEARCH-KEY
            SUBTRACT 1 FROM WS-PCK-FND-IDX
        END-PERFORM
        MOVE WS-PCK-FND-IDX TO WS-INS-IDX
        PERFORM UNTIL WS-INS-IDX > WS-PCK-COUNT
                   OR WS-PCK-OPEN-IDX > 0
                   OR WS-PCK-KEY(WS-INS-IDX) NOT = WS-SEARCH-KEY
            IF WS-PCK-OPEN(WS-INS-IDX)
                MOVE WS-INS-IDX TO WS-PCK-OPEN-IDX
            END-IF
            ADD 1 TO WS-INS-IDX
        END-PERFORM
    END-IF.

3150-FIND-STOCK.
    SET WS-STK-IDX TO 1
    SEARCH ALL WS-STK-TABLE
        AT END
            CONTINUE
        WHEN WS-STK-ITEM-NUMBER(WS-STK-IDX) = WS-SRCH-ITEM
            SET WS-STK-FND-IDX TO WS-STK-IDX
    END-SEARCH.

3200-CONFIRM-LINE.
    *> The allocation made when the line released is given back in
    *> full; only what shipped leaves on-hand. Either figure floors at
    *> zero against a master that was corrected by hand meanwhile.
    IF SHP-QTY-SHIPPED > WS-STK-ON-HAND(WS-STK-FND-IDX)
        MOVE 0 TO WS-STK-ON-HAND(WS-STK-FND-IDX)
    ELSE
        SUBTRACT SHP-QTY-SHIPPED FROM WS-STK-ON-HAND(WS-STK-FND-IDX)
    END-IF
    IF PRC-QUANTITY > WS-STK-ALLOCATED(WS-STK-FND-IDX)
        MOVE 0 TO WS-STK-ALLOCATED(WS-STK-FND-IDX)
    ELSE
        SUBTRACT PRC-QUANTITY FROM WS-STK-ALLOCATED(WS-STK-FND-IDX)
    END-IF
    MOVE SHP-QTY-SHIPPED TO WS-PCK-QTY-SHIPPED(WS-PCK-OPEN-IDX)
    MOVE 'C' TO WS-PCK-STATUS(WS-PCK-OPEN-IDX)
    ADD SHP-QTY-SHIPPED TO WS-UNITS-SHIPPED
    IF SHP-QTY-SHIPPED < PRC-QUANTITY
        COMPUTE WS-QTY-SHORT = PRC-QUANTITY - SHP-QTY-SHIPPED
        PERFORM 3300-WRITE-SHORT-PICK
    ELSE
        ADD 1 TO WS-LINES-SHIPPED-FULL
    END-IF.

3300-WRITE-SHORT-PICK.
    MOVE WS-CURR-DATE     TO OEX-DATE
    MOVE PRC-ORDER-NUMBER TO OEX-ORDER-NUMBER
    MOVE PRC-CUST-NUMBER  TO OEX-CUST-NUMBER
    MOVE PRC-ITEM-NUMBER  TO OEX-ITEM-NUMBER
    MOVE WS-QTY-SHORT     TO OEX-QUANTITY
    MOVE "SHORT PICKED"   TO OEX-REASON
    WRITE ORDER-EXCEPT-RECORD
    IF WS-ORD-EXC-FILE-STATUS NOT = "00"
        DISPLAY "SHIPCONF: ERROR WRITING ORDER-EXCEPT-FILE, STATUS = "
                 WS-ORD-EXC-FILE-STATUS
        STOP RUN
    END-IF
    ADD 1 TO WS-LINES-SHORT
    ADD WS-QTY-SHORT TO WS-UNITS-SHORT.

3700-WRITE-SHIP-EXCEPTION.
    MOVE WS-CURR-DATE     TO SHX-DATE
    MOVE SHP-ORDER-NUMBER TO SHX-ORDER-NUMBER
    MOVE SHP-ITEM-NUMBER  TO SHX-ITEM-NUMBER
    MOVE SHP-QTY-SHIPPED  TO SHX-QTY-SHIPPED
    MOVE WS-REASON        TO SHX-REASON
    WRITE SHIP-EXCEPT-RECORD
    IF WS-SHIP-EXC-FILE-STATUS NOT = "00"
        DISPLAY "SHIPCONF: ERROR WRITING SHIP-EXCEPT-FILE, STATUS = "
                 WS-SHIP-EXC-FILE-STATUS
        STOP RUN
    END-IF
    ADD 1 TO WS-CONFIRMS-REJECTED.

8000-REWRITE-STOCK-MASTER.
    OPEN OUTPUT STOCK-MASTER-FILE
    IF WS-STOCK-FILE-STATUS NOT = "00"
        DISPLAY "SHIPCONF: UNABLE TO REWRITE STOCK-MASTER-FILE, "
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
            DISPLAY "SHIPCONF: ERROR WRITING STOCK-MASTER-FILE, "
                    "STATUS = " WS-STOCK-FILE-STATUS
            STOP RUN
        END-IF
    END-PERFORM
    CLOSE STOCK-MASTER-FILE.

8100-WRITE-SHIPPED-LINES.
    *> Quantity and line amount are replaced with what shipped; price
    *> and discount stay exactly as priced.
    PERFORM VARYING WS-PCK-IDX FROM 1 BY 1
            UNTIL WS-PCK-IDX > WS-PCK-COUNT
        IF WS-PCK-CONFIRMED(WS-PCK-IDX)
           AND WS-PCK-QTY-SHIPPED(WS-PCK-IDX) > 0
            MOVE WS-PCK-LINE(WS-PCK-IDX) TO PRICED-ORDER-RECORD
            MOVE WS-PCK-QTY-SHIPPED(WS-PCK-IDX) TO PRC-QUANTITY
            COMPUTE PRC-LINE-AMOUNT = PRC-NET-PRICE * PRC-QUANTITY
            MOVE PRICED-ORDER-RECORD TO SHIPPED-ORDER-RECORD
            WRITE SHIPPED-ORDER-RECORD
            IF WS-SHIPPED-FILE-STATUS NOT = "00"
                DISPLAY "SHIPCONF: ERROR WRITING SHIPPED-ORDER-FILE, "
                        "STATUS = " WS-SHIPPED-FILE-STATUS
                STOP RUN
            END-IF
            ADD PRC-LINE-AMOUNT TO WS-SHIPPED-VALUE
            ADD 1 TO WS-LINES-WRITTEN
        END-IF
    END-PERFORM.

8200-REWRITE-PICK-OPEN.
    OPEN OUTPUT PICK-OPEN-FILE
    IF WS-PICK-OPEN-FILE-STATUS NOT = "00"
        DISPLAY "SHIPCONF: UNABLE TO REWRITE PICK-OPEN-FILE, STATUS = "
                 WS-PICK-OPEN-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM VARYING WS-PCK-IDX FROM 1 BY 1
            UNTIL WS-PCK-IDX > WS-PCK-COUNT
        IF WS-PCK-OPEN(WS-PCK-IDX)
            MOVE WS-PCK-LINE(WS-PCK-IDX) TO PICK-OPEN-RECORD
            WRITE PICK-OPEN-RECORD
            IF WS-PICK-OPEN-FILE-STATUS NOT = "00"
                DISPLAY "SHIPCONF: ERROR WRITING PICK-OPEN-FILE, "
                        "STATUS = " WS-PICK-OPEN-FILE-STATUS
                STOP RUN
            END-IF
            ADD 1 TO WS-LINES-CARRIED-OUT
        END-IF
    END-PERFORM
    CLOSE PICK-OPEN-FILE.

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
            DISPLAY "SHIPCONF: UNABLE TO OPEN CYCLE-CONTROL-FILE, "
                    "STATUS = " WS-CYC-FILE-STATUS
            STOP RUN
        END-IF
    END-IF
    MOVE "SHIPCONF"       TO CYC-PROGRAM
    MOVE WS-RUN-ID        TO CYC-RUN-ID
    MOVE WS-CURR-DATE     TO CYC-RUN-DATE
    MOVE WS-CYC-PHASE     TO CYC-PHASE
    MOVE RETURN-CODE      TO CYC-RETURN-CODE
    MOVE WS-CYC-KEY-COUNT TO CYC-KEY-COUNT
    WRITE CYCLE-CONTROL-RECORD
    IF WS-CYC-FILE-STATUS NOT = "00"
        DISPLAY "SHIPCONF: ERROR WRITING CYCLE-CONTROL-FILE, "
                "STATUS = " WS-CYC-FILE-STATUS
        STOP RUN
    END-IF
    CLOSE CYCLE-CONTROL-FILE.

9000-SUMMARY.
    DISPLAY "===== SHIPMENT CONFIRMATION SUMMARY ====="
    DISPLAY "RUN ID................: " WS-RUN-ID
    DISPLAY "LINES CARRIED IN......: " WS-LINES-CARRIED-IN
    DISPLAY "LINES PRICED TODAY....: " WS-LINES-PRICED-IN
    DISPLAY "CONFIRMATIONS READ....: " WS-CONFIRMS-READ
    DISPLAY "CONFIRMATIONS REJECTED: " WS-CONFIRMS-REJECTED
    DISPLAY "LINES SHIPPED IN FULL.: " WS-LINES-SHIPPED-FULL
    DISPLAY "LINES SHORT PICKED....: " WS-LINES-SHORT
    DISPLAY "UNITS SHIPPED.........: " WS-UNITS-SHIPPED
    DISPLAY "UNITS SHORT...........: " WS-UNITS-SHORT
    DISPLAY "LINES TO ORDSHIPD.....: " WS-LINES-WRITTEN
    DISPLAY "VALUE SHIPPED.........: " WS-SHIPPED-VALUE
    DISPLAY "LINES CARRIED FORWARD.: " WS-LINES-CARRIED-OUT
    DISPLAY "==========================================".

9900-CLOSE-FILES.
    CLOSE SHIP-TRANS-FILE
    CLOSE SHIPPED-ORDER-FILE
    CLOSE ORDER-EXCEPT-FILE
    CLOSE SHIP-EXCEPT-FILE.
