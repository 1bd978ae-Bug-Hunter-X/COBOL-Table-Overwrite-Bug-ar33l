      >>SOURCE FORMAT FREE
*> TAXMAINT - maintains the sales tax jurisdiction master (TAXJUR):
*> one entry per taxing jurisdiction with its name and combined rate.
*> Each customer on CUSTMSTR names the jurisdiction its goods ship
*> to, CUSTMAINT validates that link against this master, and
*> ORDINV taxes every invoice at the rate of its customer's
*> jurisdiction. Reads the current master (TAXJURO) as the base
*> table, applies Add/Change/Delete transactions (TAXJTXN) keyed on
*> jurisdiction code, and writes the merged master out as the new
*> TAXJUR in code order, the same way DEPTMNT maintains DEPTMSTR.
*> Transactions that cannot be applied go to TAXJEXC with a reason.
*>
*> A rate change takes effect from the next ORDINV run; invoices
*> already billed keep the rate they were billed at on INVHIST and
*> TAXHIST. A zero rate is legitimate (some jurisdictions levy no
*> sales tax), so it is accepted.
*>
*> Modification history:
*>   2026-10-15  New program.
IDENTIFICATION DIVISION.
PROGRAM-ID. TAXMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BASE-JURIS-FILE ASSIGN TO "TAXJURO"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-BASE-FILE-STATUS.

    SELECT JURIS-TRANS-FILE ASSIGN TO "TAXJTXN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-TRANS-FILE-STATUS.

    SELECT JURIS-EXCEPT-FILE ASSIGN TO "TAXJEXC"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EXCEPT-FILE-STATUS.

    SELECT JURIS-MASTER-FILE ASSIGN TO "TAXJUR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-MASTER-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  BASE-JURIS-FILE.
01  BASE-JURIS-RECORD.
    05  BTJ-JURIS-CODE          PIC X(4).
    05  BTJ-JURIS-NAME          PIC X(30).
    05  BTJ-TAX-RATE            PIC 9(2)V9(3).

FD  JURIS-TRANS-FILE.
01  JURIS-TRANS-RECORD.
    05  TJX-ACTION              PIC X(1).
        88  TJX-ADD               VALUE 'A'.
        88  TJX-CHANGE            VALUE 'C'.
        88  TJX-DELETE            VALUE 'D'.
    05  TJX-JURIS-CODE          PIC X(4).
    05  TJX-JURIS-NAME          PIC X(30).
    05  TJX-TAX-RATE            PIC 9(2)V9(3).

FD  JURIS-EXCEPT-FILE.
01  JURIS-EXCEPT-RECORD.
    05  TJE-DATE                PIC X(8).
    05  TJE-JURIS-CODE          PIC X(4).
    05  TJE-JURIS-NAME          PIC X(30).
    05  TJE-REASON              PIC X(30).

FD  JURIS-MASTER-FILE.
01  JURIS-MASTER-RECORD.
    05  TJR-JURIS-CODE          PIC X(4).
    05  TJR-JURIS-NAME          PIC X(30).
    05  TJR-TAX-RATE            PIC 9(2)V9(3).

WORKING-STORAGE SECTION.
01  WS-TJR-AREA.
    05  WS-TJR-COUNT            PIC 9(3) VALUE 0.
    05  WS-TJR-TABLE OCCURS 0 TO 999 TIMES
            DEPENDING ON WS-TJR-COUNT
            ASCENDING KEY IS WS-TJR-CODE
            INDEXED BY WS-TJR-IDX.
        10  WS-TJR-CODE          PIC X(4).
        10  WS-TJR-NAME          PIC X(30).
        10  WS-TJR-TAX-RATE      PIC 9(2)V9(3).

01  WS-FILE-STATUSES.
    05  WS-BASE-FILE-STATUS     PIC XX.
    05  WS-TRANS-FILE-STATUS    PIC XX.
    05  WS-EXCEPT-FILE-STATUS   PIC XX.
    05  WS-MASTER-FILE-STATUS   PIC XX.

01  WS-SWITCHES.
    05  WS-BASE-EOF-SW          PIC X VALUE 'N'.
        88  WS-BASE-EOF           VALUE 'Y'.
    05  WS-EOF-SW               PIC X VALUE 'N'.
        88  WS-EOF                VALUE 'Y'.
    05  WS-FOUND-SW             PIC X VALUE 'N'.
        88  WS-JURIS-FOUND        VALUE 'Y'.
    05  WS-TXN-VALID-SW         PIC X VALUE 'Y'.
        88  WS-TXN-VALID          VALUE 'Y'.

01  WS-COUNTERS.
    05  WS-BASE-RECS-READ       PIC 9(5) VALUE 0.
    05  WS-TXNS-READ            PIC 9(5) VALUE 0.
    05  WS-TXNS-APPLIED         PIC 9(5) VALUE 0.
    05  WS-TXNS-REJECTED        PIC 9(5) VALUE 0.
    05  WS-INS-IDX              PIC 9(3) VALUE 0.
    05  WS-FND-IDX              PIC 9(3) VALUE 0.

01  WS-MISC.
    05  WS-REASON               PIC X(30).
    05  WS-CURR-DATE            PIC X(8).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-LOAD-BASE-TABLE
    PERFORM UNTIL WS-EOF
        PERFORM 3000-READ-TRANSACTION
        IF NOT WS-EOF
            PERFORM 3100-APPLY-TRANSACTION
        END-IF
    END-PERFORM
    PERFORM 8000-EXPORT-MASTER
    PERFORM 9000-SUMMARY
    PERFORM 9900-CLOSE-FILES
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
    OPEN INPUT BASE-JURIS-FILE
    IF WS-BASE-FILE-STATUS = "35"
        *> The first jurisdiction ever keyed starts from an empty
        *> master, the same way DEPTMNT starts.
        DISPLAY "TAXMAINT: NO BASE JURISDICTION MASTER, STARTING "
                "EMPTY, STATUS = " WS-BASE-FILE-STATUS
        SET WS-BASE-EOF TO TRUE
    ELSE
        IF WS-BASE-FILE-STATUS NOT = "00"
            DISPLAY "TAXMAINT: UNABLE TO OPEN BASE-JURIS-FILE, "
                    "STATUS = " WS-BASE-FILE-STATUS
            STOP RUN
        END-IF
    END-IF
    OPEN INPUT JURIS-TRANS-FILE
    IF WS-TRANS-FILE-STATUS NOT = "00"
        DISPLAY "TAXMAINT: UNABLE TO OPEN JURIS-TRANS-FILE, STATUS = "
                 WS-TRANS-FILE-STATUS
        STOP RUN
    END-IF
    OPEN EXTEND JURIS-EXCEPT-FILE
    IF WS-EXCEPT-FILE-STATUS NOT = "00"
        CLOSE JURIS-EXCEPT-FILE
        OPEN OUTPUT JURIS-EXCEPT-FILE
        IF WS-EXCEPT-FILE-STATUS NOT = "00"
            DISPLAY "TAXMAINT: UNABLE TO OPEN JURIS-EXCEPT-FILE, "
                    "STATUS = " WS-EXCEPT-FILE-STATUS
            STOP RUN
        END-IF
    END-IF.

2000-LOAD-BASE-TABLE.
    *> The master is written from this table, so it arrives already in
    *> code order and loads straight in.
    PERFORM UNTIL WS-BASE-EOF
        READ BASE-JURIS-FILE
            AT END
                SET WS-BASE-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-BASE-RECS-READ
                ADD 1 TO WS-TJR-COUNT
                MOVE BTJ-JURIS-CODE TO WS-TJR-CODE(WS-TJR-COUNT)
                MOVE BTJ-JURIS-NAME TO WS-TJR-NAME(WS-TJR-COUNT)
                MOVE BTJ-TAX-RATE   TO WS-TJR-TAX-RATE(WS-TJR-COUNT)
        END-READ
    END-PERFORM.

3000-READ-TRANSACTION.
    READ JURIS-TRANS-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-TXNS-READ
    END-READ.

3050-VALIDATE-TRANSACTION.
    MOVE 'Y' TO WS-TXN-VALID-SW
    IF TJX-ADD AND WS-TJR-COUNT = 999
        MOVE 'N' TO WS-TXN-VALID-SW
        MOVE "JURISDICTION TABLE AT MAX SIZE" TO WS-REASON
    ELSE IF TJX-JURIS-CODE = SPACES
        MOVE 'N' TO WS-TXN-VALID-SW
        MOVE "BLANK JURISDICTION CODE" TO WS-REASON
    ELSE IF (TJX-ADD OR TJX-CHANGE)
            AND TJX-JURIS-NAME = SPACES
        MOVE 'N' TO WS-TXN-VALID-SW
        MOVE "BLANK JURISDICTION NAME" TO WS-REASON
    ELSE IF (TJX-ADD OR TJX-CHANGE)
            AND TJX-TAX-RATE IS NOT NUMERIC
        MOVE 'N' TO WS-TXN-VALID-SW
        MOVE "INVALID TAX RATE" TO WS-REASON
    END-IF.

3100-APPLY-TRANSACTION.
    PERFORM 3050-VALIDATE-TRANSACTION
    IF NOT WS-TXN-VALID
        PERFORM 3700-WRITE-JURIS-EXCEPTION
    ELSE
        PERFORM 3150-ROUTE-TRANSACTION
    END-IF.

3150-ROUTE-TRANSACTION.
    PERFORM 3200-FIND-JURIS
    EVALUATE TRUE
        WHEN TJX-ADD AND WS-JURIS-FOUND
            MOVE "ADD FOR EXISTING JURIS CODE" TO WS-REASON
            PERFORM 3700-WRITE-JURIS-EXCEPTION
        WHEN TJX-ADD
            PERFORM 3300-INSERT-JURIS
            ADD 1 TO WS-TXNS-APPLIED
        WHEN TJX-CHANGE AND NOT WS-JURIS-FOUND
            MOVE "CHANGE FOR MISSING JURIS CODE" TO WS-REASON
            PERFORM 3700-WRITE-JURIS-EXCEPTION
        WHEN TJX-CHANGE
            PERFORM 3400-CHANGE-JURIS
            ADD 1 TO WS-TXNS-APPLIED
        WHEN TJX-DELETE AND NOT WS-JURIS-FOUND
            MOVE "DELETE FOR MISSING JURIS CODE" TO WS-REASON
            PERFORM 3700-WRITE-JURIS-EXCEPTION
        WHEN TJX-DELETE
            PERFORM 3500-DELETE-JURIS
            ADD 1 TO WS-TXNS-APPLIED
        WHEN OTHER
            MOVE "INVALID ACTION CODE" TO WS-REASON
            PERFORM 3700-WRITE-JURIS-EXCEPTION
    END-EVALUATE.

3200-FIND-JURIS.
    MOVE 'N' TO WS-FOUND-SW
    MOVE 0 TO WS-FND-IDX
    IF WS-TJR-COUNT > 0
        SET WS-TJR-IDX TO 1
        SEARCH ALL WS-TJR-TABLE
            AT END
                CONTINUE
            WHEN WS-TJR-CODE(WS-TJR-IDX) = TJX-JURIS-CODE
                MOVE 'Y' TO WS-FOUND-SW
                SET WS-FND-IDX TO WS-TJR-IDX
        END-SEARCH
    END-IF.

3300-INSERT-JURIS.
    ADD 1 TO WS-TJR-COUNT
    MOVE WS-TJR-COUNT TO WS-INS-IDX
    PERFORM VARYING WS-INS-IDX FROM WS-TJR-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-TJR-CODE(WS-INS-IDX - 1) < TJX-JURIS-CODE
        MOVE WS-TJR-TABLE(WS-INS-IDX - 1) TO WS-TJR-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE TJX-JURIS-CODE TO WS-TJR-CODE(WS-INS-IDX)
    MOVE TJX-JURIS-NAME TO WS-TJR-NAME(WS-INS-IDX)
    MOVE TJX-TAX-RATE   TO WS-TJR-TAX-RATE(WS-INS-IDX).

3400-CHANGE-JURIS.
    MOVE TJX-JURIS-NAME TO WS-TJR-NAME(WS-FND-IDX)
    MOVE TJX-TAX-RATE   TO WS-TJR-TAX-RATE(WS-FND-IDX).

3500-DELETE-JURIS.
    *> Customers still pointing at a deleted code are billed at the
    *> INVPARM default rate and flagged by ORDINV until CUSTMAINT
    *> moves them.
    PERFORM VARYING WS-FND-IDX FROM WS-FND-IDX BY 1
            UNTIL WS-FND-IDX = WS-TJR-COUNT
        MOVE WS-TJR-TABLE(WS-FND-IDX + 1) TO WS-TJR-TABLE(WS-FND-IDX)
    END-PERFORM
    SUBTRACT 1 FROM WS-TJR-COUNT.

3700-WRITE-JURIS-EXCEPTION.
    MOVE WS-CURR-DATE   TO TJE-DATE
    MOVE TJX-JURIS-CODE TO TJE-JURIS-CODE
    MOVE TJX-JURIS-NAME TO TJE-JURIS-NAME
    MOVE WS-REASON      TO TJE-REASON
    WRITE JURIS-EXCEPT-RECORD
    IF WS-EXCEPT-FILE-STATUS NOT = "00"
        DISPLAY "TAXMAINT: ERROR WRITING JURIS-EXCEPT-FILE, STATUS = "
                 WS-EXCEPT-FILE-STATUS
        STOP RUN
    END-IF
    ADD 1 TO WS-TXNS-REJECTED.

8000-EXPORT-MASTER.
    OPEN OUTPUT JURIS-MASTER-FILE
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "TAXMAINT: UNABLE TO OPEN JURIS-MASTER-FILE, STATUS = "
                 WS-MASTER-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM VARYING WS-TJR-IDX FROM 1 BY 1
            UNTIL WS-TJR-IDX > WS-TJR-COUNT
        MOVE WS-TJR-CODE(WS-TJR-IDX)     TO TJR-JURIS-CODE
        MOVE WS-TJR-NAME(WS-TJR-IDX)     TO TJR-JURIS-NAME
        MOVE WS-TJR-TAX-RATE(WS-TJR-IDX) TO TJR-TAX-RATE
        WRITE JURIS-MASTER-RECORD
        IF WS-MASTER-FILE-STATUS NOT = "00"
            DISPLAY "TAXMAINT: ERROR WRITING JURIS-MASTER-FILE, "
                    "STATUS = " WS-MASTER-FILE-STATUS
            STOP RUN
        END-IF
    END-PERFORM
    CLOSE JURIS-MASTER-FILE.

9000-SUMMARY.
    DISPLAY "===== TAX JURISDICTION MAINTENANCE SUMMARY ====="
    DISPLAY "BASE RECORDS READ.....: " WS-BASE-RECS-READ
    DISPLAY "TRANSACTIONS READ.....: " WS-TXNS-READ
    DISPLAY "TRANSACTIONS APPLIED..: " WS-TXNS-APPLIED
    DISPLAY "TRANSACTIONS REJECTED.: " WS-TXNS-REJECTED
    DISPLAY "JURISDICTIONS ON FILE.: " WS-TJR-COUNT
    DISPLAY "================================================".

9900-CLOSE-FILES.
    CLOSE BASE-JURIS-FILE
    CLOSE JURIS-TRANS-FILE
    CLOSE JURIS-EXCEPT-FILE.
