      >>SOURCE FORMAT FREE
*> PORECV - purchase order receiving. Takes the dock's receipts
*> against the orders POGEN placed and turns them into stock master
*> receipts, so nothing arriving on the dock has to be keyed into
*> STKMAINT by hand. Run before STKMAINT, which posts what this job
*> writes to STKTXN.
*>
*> Each PORCPT record receives a quantity against one open PO line
*> (PO number and item):
*>   - the quantity is added to the line's received quantity on
*>     POOPEN and written to STKTXN as a Receipt (R) transaction for
*>     the item;
*>   - a line received in full is closed and leaves POOPEN, which
*>     frees the item for POGEN to order again;
*>   - a receipt flagged final closes the line even though it is
*>     short, for a supplier that will not ship the balance. A final
*>     receipt may carry a zero quantity just to close the line.
*> Receipts for lines not open on POOPEN, or for more than the line
*> still has to come, go to POEXC and nothing is posted for them.
*>
*> STKTXN may already hold the day's hand-keyed stock changes, so
*> receipts are added after them.
*>
*> Modification history:
*>   2026-10-15  New program.
IDENTIFICATION DIVISION.
PROGRAM-ID. PORECV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PO-OPEN-FILE ASSIGN TO "POOPEN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PO-OPEN-FILE-STATUS.

    SELECT RECEIPT-FILE ASSIGN TO "PORCPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RECEIPT-FILE-STATUS.

    SELECT STOCK-TRANS-FILE ASSIGN TO "STKTXN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-TRANS-FILE-STATUS.

    SELECT PO-EXCEPT-FILE ASSIGN TO "POEXC"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PO-EXC-FILE-STATUS.

    SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CYC-FILE-STATUS.

    SELECT PARM-FILE ASSIGN TO "PORPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PO-OPEN-FILE.
01  PO-OPEN-RECORD.
    05  POO-PO-NUMBER           PIC 9(8).
    05  POO-SUPPLIER            PIC X(3).
    05  POO-ITEM-NUMBER         PIC 9(6).
    05  POO-ORDER-DATE          PIC X(8).
    05  POO-QTY-ORDERED         PIC 9(7).
    05  POO-QTY-RECEIVED        PIC 9(7).

FD  RECEIPT-FILE.
01  RECEIPT-RECORD.
    05  RCV-PO-NUMBER           PIC 9(8).
    05  RCV-ITEM-NUMBER         PIC 9(6).
    05  RCV-QTY-RECEIVED        PIC 9(7).
    05  RCV-FINAL-FLAG          PIC X(1).
        88  RCV-FINAL             VALUE 'Y'.
        88  RCV-FLAG-VALID        VALUE 'Y' 'N' ' '.

FD  STOCK-TRANS-FILE.
01  STOCK-TRANS-RECORD.
    05  STX-ACTION              PIC X(1).
        88  STX-ADD               VALUE 'A'.
        88  STX-CHANGE            VALUE 'C'.
        88  STX-DELETE            VALUE 'D'.
        88  STX-RECEIPT           VALUE 'R'.
    05  STX-ITEM-NUMBER         PIC 9(6).
    05  STX-ON-HAND             PIC 9(7).
    05  STX-ALLOCATED           PIC 9(7).
    05  STX-REORDER-POINT       PIC 9(7).
    05  STX-REORDER-QTY         PIC 9(7).

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
*> Open PO lines in PO / item sequence.
01  WS-POL-AREA.
    05  WS-POL-COUNT            PIC 9(5) VALUE 0.
    05  WS-POL-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-POL-COUNT
            ASCENDING KEY IS WS-POL-KEY
            INDEXED BY WS-POL-IDX.
        10  WS-POL-KEY.
            15  WS-POL-PO-NUMBER PIC 9(8).
            15  WS-POL-ITEM      PIC 9(6).
        10  WS-POL-SUPPLIER      PIC X(3).
        10  WS-POL-ORDER-DATE    PIC X(8).
        10  WS-POL-QTY-ORDERED   PIC 9(7).
        10  WS-POL-QTY-RECEIVED  PIC 9(7).
        10  WS-POL-STATUS        PIC X(1).
            88  WS-POL-OPEN        VALUE 'O'.
            88  WS-POL-CLOSED      VALUE 'C'.

01  WS-SEARCH-KEY.
    05  WS-SRCH-PO-NUMBER       PIC 9(8).
    05  WS-SRCH-ITEM            PIC 9(6).

01  WS-FILE-STATUSES.
    05  WS-PO-OPEN-FILE-STATUS  PIC XX.
    05  WS-RECEIPT-FILE-STATUS  PIC XX.
    05  WS-TRANS-FILE-STATUS    PIC XX.
    05  WS-PO-EXC-FILE-STATUS   PIC XX.
    05  WS-CYC-FILE-STATUS      PIC XX.
    05  WS-PARM-FILE-STATUS     PIC XX.

01  WS-SWITCHES.
    05  WS-PO-OPEN-EOF-SW       PIC X VALUE 'N'.
        88  WS-PO-OPEN-EOF        VALUE 'Y'.
    05  WS-RECEIPT-EOF-SW       PIC X VALUE 'N'.
        88  WS-RECEIPT-EOF        VALUE 'Y'.
    05  WS-CYC-EOF-SW           PIC X VALUE 'N'.
        88  WS-CYC-EOF            VALUE 'Y'.
    05  WS-PARM-EOF-SW          PIC X VALUE 'N'.
        88  WS-PARM-EOF           VALUE 'Y'.
    05  WS-ALREADY-RAN-SW       PIC X VALUE 'N'.
        88  WS-ALREADY-RAN        VALUE 'Y'.
    05  WS-OVERRIDE-SW          PIC X VALUE 'N'.
        88  WS-OVERRIDE-RERUN     VALUE 'Y'.

01  WS-COUNTERS.
    05  WS-OPEN-LINES-IN        PIC 9(7) VALUE 0.
    05  WS-RECEIPTS-READ        PIC 9(7) VALUE 0.
    05  WS-RECEIPTS-APPLIED     PIC 9(7) VALUE 0.
    05  WS-RECEIPTS-REJECTED    PIC 9(7) VALUE 0.
    05  WS-TXNS-WRITTEN         PIC 9(7) VALUE 0.
    05  WS-UNITS-RECEIVED       PIC 9(9) VALUE 0.
    05  WS-LINES-CLOSED-FULL    PIC 9(7) VALUE 0.
    05  WS-LINES-CLOSED-SHORT   PIC 9(7) VALUE 0.
    05  WS-LINES-STILL-OPEN     PIC 9(7) VALUE 0.
    05  WS-INS-IDX              PIC 9(5) VALUE 0.
    05  WS-POL-FND-IDX          PIC 9(5) VALUE 0.
    05  WS-QTY-OUTSTANDING      PIC 9(7) VALUE 0.

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
    PERFORM 2000-LOAD-OPEN-LINES
    PERFORM 1100-OPEN-OUTPUT-FILES
    PERFORM UNTIL WS-RECEIPT-EOF
        READ RECEIPT-FILE
            AT END
                SET WS-RECEIPT-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-RECEIPTS-READ
                PERFORM 3000-APPLY-RECEIPT
        END-READ
    END-PERFORM
    PERFORM 8000-REWRITE-OPEN-LINES
    MOVE WS-TXNS-WRITTEN TO WS-CYC-KEY-COUNT
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
    OPEN INPUT RECEIPT-FILE
    IF WS-RECEIPT-FILE-STATUS NOT = "00"
        DISPLAY "PORECV: UNABLE TO OPEN RECEIPT-FILE, STATUS = "
                 WS-RECEIPT-FILE-STATUS
        STOP RUN
    END-IF.

1100-OPEN-OUTPUT-FILES.
    OPEN EXTEND STOCK-TRANS-FILE
    IF WS-TRANS-FILE-STATUS NOT = "00"
        CLOSE STOCK-TRANS-FILE
        OPEN OUTPUT STOCK-TRANS-FILE
        IF WS-TRANS-FILE-STATUS NOT = "00"
            DISPLAY "PORECV: UNABLE TO OPEN STOCK-TRANS-FILE, "
                    "STATUS = " WS-TRANS-FILE-STATUS
            STOP RUN
        END-IF
    END-IF
    OPEN EXTEND PO-EXCEPT-FILE
    IF WS-PO-EXC-FILE-STATUS NOT = "00"
        CLOSE PO-EXCEPT-FILE
        OPEN OUTPUT PO-EXCEPT-FILE
        IF WS-PO-EXC-FILE-STATUS NOT = "00"
            DISPLAY "PORECV: UNABLE TO OPEN PO-EXCEPT-FILE, STATUS = "
                     WS-PO-EXC-FILE-STATUS
            STOP RUN
        END-IF
    END-IF.

1300-READ-PARM-FILE.
    *> Same card convention as ORDPRICE's ORDPARM: a missing PORPARM
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
                    DISPLAY "PORECV: OVERRIDE-RERUN MUST BE Y OR N"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
            WHEN OTHER
                DISPLAY "PORECV: INVALID CONTROL CARD: " PARM-CARD
                MOVE 12 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
    END-IF.

1400-CHECK-CYCLE-CONTROL.
    *> A second run over the same PORCPT would add the same receipts
    *> to STKTXN again and post the stock twice. Like STKMSTR for
    *> ORDPRICE, an OVERRIDE-RERUN has to start from the POOPEN and
    *> STKTXN the replaced run started from.
    OPEN INPUT CYCLE-CONTROL-FILE
    IF WS-CYC-FILE-STATUS = "35"
        CLOSE CYCLE-CONTROL-FILE
    ELSE IF WS-CYC-FILE-STATUS NOT = "00"
        DISPLAY "PORECV: UNABLE TO OPEN CYCLE-CONTROL-FILE, "
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
                       AND CYC-PROGRAM = "PORECV"
                       AND CYC-RUN-DATE = WS-CURR-DATE
                        SET WS-ALREADY-RAN TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CYCLE-CONTROL-FILE
    END-IF
    IF WS-ALREADY-RAN AND NOT WS-OVERRIDE-RERUN
        DISPLAY "PORECV: ALREADY COMPLETED THIS CYCLE, "
                "OVERRIDE-RERUN=Y REQUIRED TO RUN AGAIN"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

2000-LOAD-OPEN-LINES.
    OPEN INPUT PO-OPEN-FILE
    IF WS-PO-OPEN-FILE-STATUS = "35"
        DISPLAY "PORECV: NO OPEN PURCHASE ORDERS, STATUS = "
                 WS-PO-OPEN-FILE-STATUS
    ELSE
        IF WS-PO-OPEN-FILE-STATUS NOT = "00"
            DISPLAY "PORECV: UNABLE TO OPEN PO-OPEN-FILE, STATUS = "
                     WS-PO-OPEN-FILE-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL WS-PO-OPEN-EOF
            READ PO-OPEN-FILE
                AT END
                    SET WS-PO-OPEN-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-OPEN-LINES-IN
                    PERFORM 2100-INSERT-OPEN-LINE
            END-READ
        END-PERFORM
        CLOSE PO-OPEN-FILE
    END-IF.

2100-INSERT-OPEN-LINE.
    IF WS-POL-COUNT = 99999
        DISPLAY "PORECV: OPEN-LINE TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE POO-PO-NUMBER   TO WS-SRCH-PO-NUMBER
    MOVE POO-ITEM-NUMBER TO WS-SRCH-ITEM
    ADD 1 TO WS-POL-COUNT
    MOVE WS-POL-COUNT TO WS-INS-IDX
    PERFORM VARYING WS-INS-IDX FROM WS-POL-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-POL-KEY(WS-INS-IDX - 1) NOT > WS-SEARCH-KEY
        MOVE WS-POL-TABLE(WS-INS-IDX - 1) TO WS-POL-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE WS-SEARCH-KEY    TO WS-POL-KEY(WS-INS-IDX)
    MOVE POO-SUPPLIER     TO WS-POL-SUPPLIER(WS-INS-IDX)
    MOVE POO-ORDER-DATE   TO WS-POL-ORDER-DATE(WS-INS-IDX)
    MOVE POO-QTY-ORDERED  TO WS-POL-QTY-ORDERED(WS-INS-IDX)
    MOVE POO-QTY-RECEIVED TO WS-POL-QTY-RECEIVED(WS-INS-IDX)
    MOVE 'O'              TO WS-POL-STATUS(WS-INS-IDX).

3000-APPLY-RECEIPT.
    MOVE 0 TO WS-POL-FND-IDX
    MOVE 0 TO WS-QTY-OUTSTANDING
    IF RCV-PO-NUMBER IS NUMERIC AND RCV-ITEM-NUMBER IS NUMERIC
        MOVE RCV-PO-NUMBER   TO WS-SRCH-PO-NUMBER
        MOVE RCV-ITEM-NUMBER TO WS-SRCH-ITEM
        PERFORM 3100-FIND-OPEN-LINE
    END-IF
    IF WS-POL-FND-IDX > 0
        COMPUTE WS-QTY-OUTSTANDING =
            WS-POL-QTY-ORDERED(WS-POL-FND-IDX)
            - WS-POL-QTY-RECEIVED(WS-POL-FND-IDX)
    END-IF
    IF RCV-PO-NUMBER IS NOT NUMERIC OR RCV-PO-NUMBER = ZERO
        MOVE "INVALID PO NUMBER" TO WS-REASON
        PERFORM 3700-WRITE-PO-EXCEPTION
    ELSE IF RCV-ITEM-NUMBER IS NOT NUMERIC OR RCV-ITEM-NUMBER = ZERO
        MOVE "INVALID ITEM NUMBER" TO WS-REASON
        PERFORM 3700-WRITE-PO-EXCEPTION
    ELSE IF NOT RCV-FLAG-VALID
        MOVE "INVALID FINAL RECEIPT FLAG" TO WS-REASON
        PERFORM 3700-WRITE-PO-EXCEPTION
    ELSE IF RCV-QTY-RECEIVED IS NOT NUMERIC
            OR (RCV-QTY-RECEIVED = ZERO AND NOT RCV-FINAL)
        MOVE "INVALID RECEIVED QUANTITY" TO WS-REASON
        PERFORM 3700-WRITE-PO-EXCEPTION
    ELSE IF WS-POL-FND-IDX = 0
        MOVE "LINE NOT ON OPEN PO" TO WS-REASON
        PERFORM 3700-WRITE-PO-EXCEPTION
    ELSE IF WS-POL-CLOSED(WS-POL-FND-IDX)
        MOVE "PO LINE ALREADY CLOSED" TO WS-REASON
        PERFORM 3700-WRITE-PO-EXCEPTION
    ELSE IF RCV-QTY-RECEIVED > WS-QTY-OUTSTANDING
        MOVE "RECEIPT EXCEEDS OPEN QUANTITY" TO WS-REASON
        PERFORM 3700-WRITE-PO-EXCEPTION
    ELSE
        PERFORM 3200-RECEIVE-LINE
    END-IF.

3100-FIND-OPEN-LINE.
    IF WS-POL-COUNT > 0
        SET WS-POL-IDX TO 1
        SEARCH ALL WS-POL-TABLE
            AT END
                CONTINUE
            WHEN WS-POL-KEY(WS-POL-IDX) = WS-SEARCH-KEY
                SET WS-POL-FND-IDX TO WS-POL-IDX
        END-SEARCH
    END-IF.

3200-RECEIVE-LINE.
    ADD RCV-QTY-RECEIVED TO WS-POL-QTY-RECEIVED(WS-POL-FND-IDX)
    ADD RCV-QTY-RECEIVED TO WS-UNITS-RECEIVED
    ADD 1 TO WS-RECEIPTS-APPLIED
    IF RCV-QTY-RECEIVED > 0
        PERFORM 3300-WRITE-STOCK-RECEIPT
    END-IF
    IF WS-POL-QTY-RECEIVED(WS-POL-FND-IDX)
            = WS-POL-QTY-ORDERED(WS-POL-FND-IDX)
        MOVE 'C' TO WS-POL-STATUS(WS-POL-FND-IDX)
        ADD 1 TO WS-LINES-CLOSED-FULL
    ELSE IF RCV-FINAL
        MOVE 'C' TO WS-POL-STATUS(WS-POL-FND-IDX)
        ADD 1 TO WS-LINES-CLOSED-SHORT
    END-IF.

3300-WRITE-STOCK-RECEIPT.
    *> Only the quantity matters to a receipt; STKMAINT leaves the
    *> item's allocation and reorder settings as they are.
    SET STX-RECEIPT TO TRUE
    MOVE RCV-ITEM-NUMBER  TO STX-ITEM-NUMBER
    MOVE RCV-QTY-RECEIVED TO STX-ON-HAND
    MOVE 0                TO STX-ALLOCATED
    MOVE 0                TO STX-REORDER-POINT
    MOVE 0                TO STX-REORDER-QTY
    WRITE STOCK-TRANS-RECORD
    IF WS-TRANS-FILE-STATUS NOT = "00"
        DISPLAY "PORECV: ERROR WRITING STOCK-TRANS-FILE, STATUS = "
                 WS-TRANS-FILE-STATUS
        STOP RUN
    END-IF
    ADD 1 TO WS-TXNS-WRITTEN.

3700-WRITE-PO-EXCEPTION.
    MOVE WS-CURR-DATE     TO POX-DATE
    SET POX-FROM-RECEIVING TO TRUE
    MOVE RCV-PO-NUMBER    TO POX-PO-NUMBER
    MOVE RCV-ITEM-NUMBER  TO POX-ITEM-NUMBER
    MOVE RCV-QTY-RECEIVED TO POX-QUANTITY
    MOVE WS-REASON        TO POX-REASON
    WRITE PO-EXCEPT-RECORD
    IF WS-PO-EXC-FILE-STATUS NOT = "00"
        DISPLAY "PORECV: ERROR WRITING PO-EXCEPT-FILE, STATUS = "
                 WS-PO-EXC-FILE-STATUS
        STOP RUN
    END-IF
    ADD 1 TO WS-RECEIPTS-REJECTED.

8000-REWRITE-OPEN-LINES.
    *> Closed lines drop off; what is left goes back in PO / item order
    *> with its received quantity brought up to date.
    OPEN OUTPUT PO-OPEN-FILE
    IF WS-PO-OPEN-FILE-STATUS NOT = "00"
        DISPLAY "PORECV: UNABLE TO REWRITE PO-OPEN-FILE, STATUS = "
                 WS-PO-OPEN-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM VARYING WS-POL-IDX FROM 1 BY 1
            UNTIL WS-POL-IDX > WS-POL-COUNT
        IF WS-POL-OPEN(WS-POL-IDX)
            MOVE WS-POL-PO-NUMBER(WS-POL-IDX)    TO POO-PO-NUMBER
            MOVE WS-POL-SUPPLIER(WS-POL-IDX)     TO POO-SUPPLIER
            MOVE WS-POL-ITEM(WS-POL-IDX)         TO POO-ITEM-NUMBER
            MOVE WS-POL-ORDER-DATE(WS-POL-IDX)   TO POO-ORDER-DATE
            MOVE WS-POL-QTY-ORDERED(WS-POL-IDX)  TO POO-QTY-ORDERED
            MOVE WS-POL-QTY-RECEIVED(WS-POL-IDX) TO POO-QTY-RECEIVED
            WRITE PO-OPEN-RECORD
            IF WS-PO-OPEN-FILE-STATUS NOT = "00"
                DISPLAY "PORECV: ERROR WRITING PO-OPEN-FILE, "
                        "STATUS = " WS-PO-OPEN-FILE-STATUS
                STOP RUN
            END-IF
            ADD 1 TO WS-LINES-STILL-OPEN
        END-IF
    END-PERFORM
    CLOSE PO-OPEN-FILE.

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
            DISPLAY "PORECV: UNABLE TO OPEN CYCLE-CONTROL-FILE, "
                    "STATUS = " WS-CYC-FILE-STATUS
            STOP RUN
        END-IF
    END-IF
    MOVE "PORECV"         TO CYC-PROGRAM
    MOVE WS-RUN-ID        TO CYC-RUN-ID
    MOVE WS-CURR-DATE     TO CYC-RUN-DATE
    MOVE WS-CYC-PHASE     TO CYC-PHASE
    MOVE RETURN-CODE      TO CYC-RETURN-CODE
    MOVE WS-CYC-KEY-COUNT TO CYC-KEY-COUNT
    WRITE CYCLE-CONTROL-RECORD
    IF WS-CYC-FILE-STATUS NOT = "00"
        DISPLAY "PORECV: ERROR WRITING CYCLE-CONTROL-FILE, "
                "STATUS = " WS-CYC-FILE-STATUS
        STOP RUN
    END-IF
    CLOSE CYCLE-CONTROL-FILE.

9000-SUMMARY.
    DISPLAY "===== PURCHASE ORDER RECEIVING SUMMARY ====="
    DISPLAY "RUN ID................: " WS-RUN-ID
    DISPLAY "OPEN PO LINES READ....: " WS-OPEN-LINES-IN
    DISPLAY "RECEIPTS READ.........: " WS-RECEIPTS-READ
    DISPLAY "RECEIPTS APPLIED......: " WS-RECEIPTS-APPLIED
    DISPLAY "RECEIPTS REJECTED.....: " WS-RECEIPTS-REJECTED
    DISPLAY "UNITS RECEIVED........: " WS-UNITS-RECEIVED
    DISPLAY "STKTXN RECEIPTS.......: " WS-TXNS-WRITTEN
    DISPLAY "LINES RECEIVED IN FULL: " WS-LINES-CLOSED-FULL
    DISPLAY "LINES CLOSED SHORT....: " WS-LINES-CLOSED-SHORT
    DISPLAY "LINES STILL OPEN......: " WS-LINES-STILL-OPEN
    DISPLAY "============================================".

9900-CLOSE-FILES.
    CLOSE RECEIPT-FILE
    CLOSE STOCK-TRANS-FILE
    CLOSE PO-EXCEPT-FILE.
