*> allocates against, so the order cycle finally knows how many units
*> are actually on the shelf. Reads the current master (STKMSTO) as
*> the base table, applies Add/Change/Delete transactions (STKTXN)
*> keyed on item number - physical counts post through CNTPOST
*> straight to STKMSTR, and Receipt transactions, which PORECV (dock
*> receipts) and RETPOST (returned goods) write, add the quantity
*> received to on-hand - and writes the merged master out as the
*> new STKMSTR in item order, the same transaction-file way ITEMMNT
*> and CATMAINT work.
*> Transactions that cannot be applied go to STKEXC with a reason.
*>
*> PORECV and RETPOST add their receipts to STKTXN rather than
*> replace it, so once the new master is written STKTXN is emptied
*> and the same receipts are not posted again the next day. A second
*> run in one day would start again from STKMSTO and lose what the
*> first one posted, so the job refuses to run twice in one day
*> (CYCCTL) unless OVERRIDE-RERUN=Y is on STKPARM; an override run
*> has to start from the STKMSTO and STKTXN the replaced run did.
*>
*> Modification history:
*>   2026-09-02  New program.
*>   2026-09-02  ITEM-NUMBER widened from three digits to six
*>               across every layout; existing files were
*>               rewritten once by the ITEMCONV conversion run.
*>   2026-10-15  Receipt (R) action adds STX-ON-HAND to the item's
*>               on-hand, leaving allocation and reorder settings
*>               alone; PORECV (dock receipts) and RETPOST
*>               (returned goods) write these.
*>   2026-10-15  STKTXN emptied once the new master is written; a
*>               same-day rerun is refused through CYCCTL unless
*>               STKPARM overrides it.
IDENTIFICATION DIVISION.
PROGRAM-ID. STKMAINT.

        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-MASTER-FILE-STATUS.

    SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CYC-FILE-STATUS.

    SELECT PARM-FILE ASSIGN TO "STKPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  BASE-STOCK-FILE.
        88  STX-ADD               VALUE 'A'.
        88  STX-CHANGE            VALUE 'C'.
        88  STX-DELETE            VALUE 'D'.
        88  STX-RECEIPT           VALUE 'R'.
    05  STX-ITEM-NUMBER         PIC 9(6).
    05  STX-ON-HAND             PIC 9(7).
    05  STX-ALLOCATED           PIC 9(7).
    05  STK-REORDER-POINT       PIC 9(7).
    05  STK-REORDER-QTY         PIC 9(7).

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
01  WS-STK-AREA.
    05  WS-STK-COUNT            PIC 9(5) VALUE 0.
    05  WS-TRANS-FILE-STATUS    PIC XX.
    05  WS-EXCEPT-FILE-STATUS   PIC XX.
    05  WS-MASTER-FILE-STATUS   PIC XX.
    05  WS-CYC-FILE-STATUS      PIC XX.
    05  WS-PARM-FILE-STATUS     PIC XX.

01  WS-SWITCHES.
    05  WS-BASE-EOF-SW          PIC X VALUE 'N'.
        88  WS-STOCK-FOUND        VALUE 'Y'.
    05  WS-TXN-VALID-SW         PIC X VALUE 'Y'.
        88  WS-TXN-VALID          VALUE 'Y'.
    05  WS-CYC-EOF-SW           PIC X VALUE 'N'.
        88  WS-CYC-EOF            VALUE 'Y'.
    05  WS-PARM-EOF-SW          PIC X VALUE 'N'.
        88  WS-PARM-EOF           VALUE 'Y'.
    05  WS-ALREADY-RAN-SW       PIC X VALUE 'N'.
        88  WS-ALREADY-RAN        VALUE 'Y'.
    05  WS-OVERRIDE-SW          PIC X VALUE 'N'.
        88  WS-OVERRIDE-RERUN     VALUE 'Y'.

01  WS-COUNTERS.
    05  WS-BASE-RECS-READ       PIC 9(5) VALUE 0.
    05  WS-TXNS-READ            PIC 9(5) VALUE 0.
    05  WS-TXNS-APPLIED         PIC 9(5) VALUE 0.
    05  WS-TXNS-REJECTED        PIC 9(5) VALUE 0.
    05  WS-RECEIPTS-APPLIED     PIC 9(5) VALUE 0.
    05  WS-UNITS-RECEIVED       PIC 9(9) VALUE 0.
    05  WS-INS-IDX              PIC 9(5) VALUE 0.
    05  WS-FND-IDX              PIC 9(5) VALUE 0.

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
        END-IF
    END-PERFORM
    PERFORM 8000-EXPORT-MASTER
    PERFORM 8100-CLEAR-TRANSACTIONS
    MOVE WS-TXNS-APPLIED TO WS-CYC-KEY-COUNT
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
    OPEN INPUT BASE-STOCK-FILE
    IF WS-BASE-FILE-STATUS = "35"
        *> First-ever stock build starts from an empty master and is
        END-IF
    END-IF.

1300-READ-PARM-FILE.
    *> Same card convention as ORDPRICE's ORDPARM: a missing STKPARM
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
                    DISPLAY "STKMAINT: OVERRIDE-RERUN MUST BE Y OR N"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
            WHEN OTHER
                DISPLAY "STKMAINT: INVALID CONTROL CARD: " PARM-CARD
                MOVE 12 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
    END-IF.

1400-CHECK-CYCLE-CONTROL.
    *> The first run has already emptied STKTXN, so a second one
    *> would rebuild STKMSTR from STKMSTO with nothing applied.
    OPEN INPUT CYCLE-CONTROL-FILE
    IF WS-CYC-FILE-STATUS = "35"
        CLOSE CYCLE-CONTROL-FILE
    ELSE IF WS-CYC-FILE-STATUS NOT = "00"
        DISPLAY "STKMAINT: UNABLE TO OPEN CYCLE-CONTROL-FILE, "
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
                       AND CYC-PROGRAM = "STKMAINT"
                       AND CYC-RUN-DATE = WS-CURR-DATE
                        SET WS-ALREADY-RAN TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CYCLE-CONTROL-FILE
    END-IF
    IF WS-ALREADY-RAN AND NOT WS-OVERRIDE-RERUN
        DISPLAY "STKMAINT: ALREADY COMPLETED THIS CYCLE, "
                "OVERRIDE-RERUN=Y REQUIRED TO RUN AGAIN"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

2000-LOAD-BASE-TABLE.
    *> The master is written from this table, so it arrives already in
    *> item-number order and loads straight in.
            AND STX-ALLOCATED > STX-ON-HAND
        MOVE 'N' TO WS-TXN-VALID-SW
        MOVE "ALLOCATED EXCEEDS ON-HAND" TO WS-REASON
    ELSE IF STX-RECEIPT
            AND (STX-ON-HAND IS NOT NUMERIC OR STX-ON-HAND = ZERO)
        MOVE 'N' TO WS-TXN-VALID-SW
        MOVE "INVALID RECEIPT QUANTITY" TO WS-REASON
    END-IF.

3100-APPLY-TRANSACTION.
        WHEN STX-DELETE
            PERFORM 3500-DELETE-STOCK
            ADD 1 TO WS-TXNS-APPLIED
        WHEN STX-RECEIPT AND NOT WS-STOCK-FOUND
            MOVE "RECEIPT FOR MISSING ITEM" TO WS-REASON
            PERFORM 3700-WRITE-STOCK-EXCEPTION
        WHEN STX-RECEIPT
                AND WS-STK-ON-HAND(WS-FND-IDX) + STX-ON-HAND > 9999999
            MOVE "RECEIPT OVERFLOWS ON-HAND" TO WS-REASON
            PERFORM 3700-WRITE-STOCK-EXCEPTION
        WHEN STX-RECEIPT
            PERFORM 3450-RECEIVE-STOCK
            ADD 1 TO WS-TXNS-APPLIED
        WHEN OTHER
            MOVE "INVALID ACTION CODE" TO WS-REASON
            PERFORM 3700-WRITE-STOCK-EXCEPTION
    MOVE STX-REORDER-POINT TO WS-STK-REORDER-POINT(WS-FND-IDX)
    MOVE STX-REORDER-QTY   TO WS-STK-REORDER-QTY(WS-FND-IDX).

3450-RECEIVE-STOCK.
    ADD STX-ON-HAND TO WS-STK-ON-HAND(WS-FND-IDX)
    ADD 1 TO WS-RECEIPTS-APPLIED
    ADD STX-ON-HAND TO WS-UNITS-RECEIVED.

3500-DELETE-STOCK.
    PERFORM VARYING WS-FND-IDX FROM WS-FND-IDX BY 1
            UNTIL WS-FND-IDX = WS-STK-COUNT
    END-PERFORM
    CLOSE STOCK-MASTER-FILE.

8100-CLEAR-TRANSACTIONS.
    *> Emptied, not deleted, so PORECV and RETPOST extend an empty
    *> file tomorrow.
    CLOSE STOCK-TRANS-FILE
    OPEN OUTPUT STOCK-TRANS-FILE
    IF WS-TRANS-FILE-STATUS NOT = "00"
        DISPLAY "STKMAINT: UNABLE TO CLEAR STOCK-TRANS-FILE, STATUS = "
                 WS-TRANS-FILE-STATUS
        STOP RUN
    END-IF
    CLOSE STOCK-TRANS-FILE.

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
            DISPLAY "STKMAINT: UNABLE TO OPEN CYCLE-CONTROL-FILE, "
                    "STATUS = " WS-CYC-FILE-STATUS
            STOP RUN
        END-IF
    END-IF
    MOVE "STKMAINT"       TO CYC-PROGRAM
    MOVE WS-RUN-ID        TO CYC-RUN-ID
    MOVE WS-CURR-DATE     TO CYC-RUN-DATE
    MOVE WS-CYC-PHASE     TO CYC-PHASE
    MOVE RETURN-CODE      TO CYC-RETURN-CODE
    MOVE WS-CYC-KEY-COUNT TO CYC-KEY-COUNT
    WRITE CYCLE-CONTROL-RECORD
    IF WS-CYC-FILE-STATUS NOT = "00"
        DISPLAY "STKMAINT: ERROR WRITING CYCLE-CONTROL-FILE, "
                "STATUS = " WS-CYC-FILE-STATUS
        STOP RUN
    END-IF
    CLOSE CYCLE-CONTROL-FILE.

9000-SUMMARY.
    DISPLAY "===== STOCK MAINTENANCE SUMMARY ====="
    DISPLAY "RUN ID................: " WS-RUN-ID
    DISPLAY "BASE RECORDS READ.....: " WS-BASE-RECS-READ
    DISPLAY "TRANSACTIONS READ.....: " WS-TXNS-READ
    DISPLAY "TRANSACTIONS APPLIED..: " WS-TXNS-APPLIED
    DISPLAY "TRANSACTIONS REJECTED.: " WS-TXNS-REJECTED
    DISPLAY "RECEIPTS APPLIED......: " WS-RECEIPTS-APPLIED
    DISPLAY "UNITS RECEIVED........: " WS-UNITS-RECEIVED
    DISPLAY "ITEMS ON MASTER.......: " WS-STK-COUNT
    DISPLAY "=====================================".

9900-CLOSE-FILES.
    CLOSE BASE-STOCK-FILE
    CLOSE STOCK-EXCEPT-FILE.
