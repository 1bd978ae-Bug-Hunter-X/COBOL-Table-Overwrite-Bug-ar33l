      >>SOURCE FORMAT FREE
*> COSTLOAD - loads the day's supplier cost feed (COSTFILE) and
*> publishes the cost extract (COSTEXTR) the pricing and margin runs
*> read. A cost is what we pay one supplier for one item, so the feed
*> and the extract are keyed on item number and supplier together.
*> The feed is built like the item feed: each supplier's segment ends
*> in its own TRL trailer carrying the record count and a hash total
*> of the unit cost, and is balanced separately; the run abends on a
*> mismatch. Rejects go to COSTEXC. The extract carries H/D/T control
*> records (run ID on the header, count and cost hash on the trailer)
*> and start/end records go to CYCCTL, so consumers can prove they
*> have the whole of a successful same-day load.
*>
*> Modification history:
*>   2026-10-15  New program.
IDENTIFICATION DIVISION.
PROGRAM-ID. COSTLOAD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COST-FILE ASSIGN TO "COSTFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-COST-FILE-STATUS.

    SELECT COST-EXCEPT-FILE ASSIGN TO "COSTEXC"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EXCEPT-FILE-STATUS.

    SELECT COST-EXTRACT-FILE ASSIGN TO "COSTEXTR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-FILE-STATUS.

    SELECT SUPP-CONTROL-FILE ASSIGN TO "SUPPCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SUPP-FILE-STATUS.

    SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CYC-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  COST-FILE.
01  COST-RECORD.
    05  CST-ITEM-NUMBER         PIC 9(6).
    05  CST-SUPPLIER            PIC X(3).
    05  CST-UNIT-COST           PIC 9(5)V99.
    05  FILLER                  PIC X(7).
*> Each supplier closes its segment with a trailer record, flagged by
*> "TRL" where the item number would sit, as on the item feed.
01  COST-TRAILER-RECORD.
    05  TRL-ID                  PIC X(3).
    05  TRL-RECORD-COUNT        PIC 9(7).
    05  TRL-COST-HASH           PIC 9(11)V99.

FD  COST-EXCEPT-FILE.
01  COST-EXCEPT-RECORD.
    05  CEX-DATE                PIC X(8).
    05  CEX-ITEM-NUMBER         PIC 9(6).
    05  CEX-SUPPLIER            PIC X(3).
    05  CEX-UNIT-COST           PIC 9(5)V99.
    05  CEX-REASON              PIC X(30).

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

FD  SUPP-CONTROL-FILE.
01  SUPP-CONTROL-RECORD.
    05  SUP-CODE                PIC X(3).
    05  SUP-RANK                PIC 9(2).
    05  SUP-NAME                PIC X(30).

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
*> Cost table, kept in item/supplier order as it loads so the
*> duplicate check can SEARCH ALL and the extract comes out sorted.
01  WS-COST-AREA.
    05  WS-COST-COUNT           PIC 9(5) VALUE 0.
    05  WS-COST-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-COST-COUNT
            ASCENDING KEY IS WS-COST-KEY
            INDEXED BY WS-COST-IDX.
        10  WS-COST-KEY.
            15  WS-COST-ITEM     PIC 9(6).
            15  WS-COST-SUPPLIER PIC X(3).
        10  WS-COST-UNIT         PIC 9(5)V99.

01  WS-COST-NEW-KEY.
    05  WS-NEW-ITEM             PIC 9(6).
    05  WS-NEW-SUPPLIER         PIC X(3).

*> Supplier control table from SUPPCTL: a feed record's supplier must
*> be listed here.
01  WS-SUPP-AREA.
    05  WS-SUPP-COUNT           PIC 9(2) VALUE 0.
    05  WS-SUPP-TABLE OCCURS 0 TO 99 TIMES
            DEPENDING ON WS-SUPP-COUNT.
        10  WS-SUPP-CODE         PIC X(3).
        10  WS-SUPP-RANK         PIC 9(2).
        10  WS-SUPP-NAME         PIC X(30).

01  WS-FILE-STATUSES.
    05  WS-COST-FILE-STATUS     PIC XX.
    05  WS-EXCEPT-FILE-STATUS   PIC XX.
    05  WS-EXTRACT-FILE-STATUS  PIC XX.
    05  WS-SUPP-FILE-STATUS     PIC XX.
    05  WS-CYC-FILE-STATUS      PIC XX.

01  WS-SWITCHES.
    05  WS-EOF-SW               PIC X VALUE 'N'.
        88  WS-EOF                VALUE 'Y'.
    05  WS-VALID-SW             PIC X VALUE 'Y'.
        88  WS-COST-VALID         VALUE 'Y'.
    05  WS-DUP-SW               PIC X VALUE 'N'.
        88  WS-COST-DUP           VALUE 'Y'.
    05  WS-TRAILER-FOUND-SW     PIC X VALUE 'N'.
        88  WS-TRAILER-FOUND      VALUE 'Y'.
    05  WS-GOT-DATA-SW          PIC X VALUE 'N'.
        88  WS-GOT-DATA           VALUE 'Y'.
    05  WS-SEG-OPEN-SW          PIC X VALUE 'N'.
        88  WS-SEG-OPEN           VALUE 'Y'.
    05  WS-SUPP-EOF-SW          PIC X VALUE 'N'.
        88  WS-SUPP-EOF           VALUE 'Y'.
    05  WS-SUPP-FOUND-SW        PIC X VALUE 'N'.
        88  WS-SUPP-FOUND         VALUE 'Y'.

01  WS-COUNTERS.
    05  WS-RECS-READ            PIC 9(7) VALUE 0.
    05  WS-RECS-REJECTED        PIC 9(7) VALUE 0.
    05  WS-INS-IDX              PIC 9(5) VALUE 0.
    05  WS-SUPP-SCAN-IDX        PIC 9(2) VALUE 0.
    05  WS-SEG-RECS-READ        PIC 9(7) VALUE 0.
    05  WS-SEG-COST-HASH        PIC 9(11)V99 VALUE 0.
    05  WS-INPUT-COST-HASH      PIC 9(11)V99 VALUE 0.
    05  WS-SEGMENTS-BALANCED    PIC 9(3) VALUE 0.
    05  WS-TRL-COUNT            PIC 9(7) VALUE 0.
    05  WS-TRL-HASH             PIC 9(11)V99 VALUE 0.
    05  WS-EXT-COST-HASH        PIC 9(11)V99 VALUE 0.

01  WS-MISC.
    05  WS-REASON               PIC X(30).
    05  WS-RUN-ID               PIC X(16).
    05  WS-CURR-DATE            PIC X(8).
    05  WS-CURR-TIME            PIC X(8).
    05  WS-LOOKUP-SUPPLIER      PIC X(3).
    05  WS-CYC-PHASE            PIC X(1).
    05  WS-CYC-KEY-COUNT        PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM UNTIL WS-EOF
        PERFORM 3000-READ-COST
        IF NOT WS-EOF AND WS-GOT-DATA
            PERFORM 3100-VALIDATE-COST
            IF WS-COST-VALID
                PERFORM 3200-CHECK-DUPLICATE
                IF WS-COST-DUP
                    MOVE "DUPLICATE ITEM/SUPPLIER COST" TO WS-REASON
                    PERFORM 3700-WRITE-COST-EXCEPTION
                ELSE
                    PERFORM 3300-INSERT-COST
                END-IF
            ELSE
                PERFORM 3700-WRITE-COST-EXCEPTION
            END-IF
        END-IF
    END-PERFORM
    PERFORM 6000-BALANCE-INPUT
    PERFORM 8000-EXPORT-COST-EXTRACT
    MOVE WS-COST-COUNT TO WS-CYC-KEY-COUNT
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
    OPEN INPUT COST-FILE
    IF WS-COST-FILE-STATUS NOT = "00"
        DISPLAY "COSTLOAD: UNABLE TO OPEN COST-FILE, STATUS = "
                 WS-COST-FILE-STATUS
        STOP RUN
    END-IF
    *> COSTEXC accumulates across runs the way ITEMEXC does; CEX-DATE
    *> tells one day's rejects from the next.
    OPEN EXTEND COST-EXCEPT-FILE
    IF WS-EXCEPT-FILE-STATUS NOT = "00"
        CLOSE COST-EXCEPT-FILE
        OPEN OUTPUT COST-EXCEPT-FILE
        IF WS-EXCEPT-FILE-STATUS NOT = "00"
            DISPLAY "COSTLOAD: UNABLE TO OPEN COST-EXCEPT-FILE, "
                    "STATUS = " WS-EXCEPT-FILE-STATUS
            STOP RUN
        END-IF
    END-IF
    PERFORM 1150-LOAD-SUPPLIER-TABLE.

1150-LOAD-SUPPLIER-TABLE.
    *> The supplier control file is required: without it no cost
    *> record can prove its supplier.
    OPEN INPUT SUPP-CONTROL-FILE
    IF WS-SUPP-FILE-STATUS NOT = "00"
        DISPLAY "COSTLOAD: UNABLE TO OPEN SUPP-CONTROL-FILE, "
                "STATUS = " WS-SUPP-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-SUPP-EOF
        READ SUPP-CONTROL-FILE
            AT END
                SET WS-SUPP-EOF TO TRUE
            NOT AT END
                IF WS-SUPP-COUNT = 99
                    DISPLAY "COSTLOAD: SUPPLIER TABLE AT MAX CAPACITY"
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
        DISPLAY "COSTLOAD: SUPPLIER CONTROL FILE IS EMPTY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

1160-FIND-SUPPLIER.
    MOVE 'N' TO WS-SUPP-FOUND-SW
    PERFORM VARYING WS-SUPP-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SUPP-SCAN-IDX > WS-SUPP-COUNT
        IF WS-SUPP-CODE(WS-SUPP-SCAN-IDX) = WS-LOOKUP-SUPPLIER
            MOVE 'Y' TO WS-SUPP-FOUND-SW
        END-IF
    END-PERFORM.

3000-READ-COST.
    *> Same segment rules as ITEMLOAD's item feed: the hash covers
    *> every data record read, loaded or rejected, a TRL record
    *> balances and closes the current segment, and real end of file
    *> must land on a closed segment.
    MOVE 'N' TO WS-GOT-DATA-SW
    READ COST-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            IF TRL-ID = "TRL"
                MOVE TRL-RECORD-COUNT TO WS-TRL-COUNT
                MOVE TRL-COST-HASH    TO WS-TRL-HASH
                SET WS-TRAILER-FOUND TO TRUE
                PERFORM 3050-BALANCE-SEGMENT
            ELSE
                MOVE 'Y' TO WS-GOT-DATA-SW
                SET WS-SEG-OPEN TO TRUE
                ADD 1 TO WS-RECS-READ
                ADD 1 TO WS-SEG-RECS-READ
                IF CST-UNIT-COST IS NUMERIC
                    ADD CST-UNIT-COST TO WS-INPUT-COST-HASH
                    ADD CST-UNIT-COST TO WS-SEG-COST-HASH
                END-IF
            END-IF
    END-READ.

3050-BALANCE-SEGMENT.
    IF WS-TRL-COUNT NOT = WS-SEG-RECS-READ
        DISPLAY "COSTLOAD: SUPPLIER SEGMENT OUT OF BALANCE, "
                "TRAILER COUNT = " WS-TRL-COUNT
                " RECORDS READ = " WS-SEG-RECS-READ
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-TRL-HASH NOT = WS-SEG-COST-HASH
        DISPLAY "COSTLOAD: SUPPLIER SEGMENT OUT OF BALANCE, "
                "TRAILER COST HASH = " WS-TRL-HASH
                " HASH OF RECORDS READ = " WS-SEG-COST-HASH
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-SEGMENTS-BALANCED
    MOVE 0 TO WS-SEG-RECS-READ
    MOVE 0 TO WS-SEG-COST-HASH
    MOVE 'N' TO WS-SEG-OPEN-SW.

3100-VALIDATE-COST.
    MOVE 'Y' TO WS-VALID-SW
    MOVE SPACES TO WS-REASON
    IF WS-COST-COUNT = 99999
        MOVE 'N' TO WS-VALID-SW
        MOVE "TABLE AT MAX CAPACITY" TO WS-REASON
    ELSE IF CST-ITEM-NUMBER IS NOT NUMERIC OR CST-ITEM-NUMBER = ZERO
        MOVE 'N' TO WS-VALID-SW
        MOVE "INVALID ITEM NUMBER" TO WS-REASON
    ELSE IF CST-UNIT-COST IS NOT NUMERIC OR CST-UNIT-COST NOT > ZERO
        MOVE 'N' TO WS-VALID-SW
        MOVE "ZERO OR NEGATIVE COST" TO WS-REASON
    END-IF
    IF WS-COST-VALID
        MOVE CST-SUPPLIER TO WS-LOOKUP-SUPPLIER
        PERFORM 1160-FIND-SUPPLIER
        IF NOT WS-SUPP-FOUND
            MOVE 'N' TO WS-VALID-SW
            MOVE "UNKNOWN SUPPLIER CODE" TO WS-REASON
        END-IF
    END-IF.

3200-CHECK-DUPLICATE.
    *> One cost per item per supplier; a second quote for the same
    *> pair in one feed is rejected and the first one stands.
    MOVE 'N' TO WS-DUP-SW
    MOVE CST-ITEM-NUMBER TO WS-NEW-ITEM
    MOVE CST-SUPPLIER    TO WS-NEW-SUPPLIER
    IF WS-COST-COUNT > 0
        SET WS-COST-IDX TO 1
        SEARCH ALL WS-COST-TABLE
            AT END
                CONTINUE
            WHEN WS-COST-KEY(WS-COST-IDX) = WS-COST-NEW-KEY
                MOVE 'Y' TO WS-DUP-SW
        END-SEARCH
    END-IF.

3300-INSERT-COST.
    ADD 1 TO WS-COST-COUNT
    MOVE WS-COST-COUNT TO WS-INS-IDX
    PERFORM VARYING WS-INS-IDX FROM WS-COST-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-COST-KEY(WS-INS-IDX - 1) < WS-COST-NEW-KEY
        MOVE WS-COST-TABLE(WS-INS-IDX - 1) TO WS-COST-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE CST-ITEM-NUMBER TO WS-COST-ITEM(WS-INS-IDX)
    MOVE CST-SUPPLIER    TO WS-COST-SUPPLIER(WS-INS-IDX)
    MOVE CST-UNIT-COST   TO WS-COST-UNIT(WS-INS-IDX).

3700-WRITE-COST-EXCEPTION.
    MOVE WS-CURR-DATE    TO CEX-DATE
    MOVE CST-ITEM-NUMBER TO CEX-ITEM-NUMBER
    MOVE CST-SUPPLIER    TO CEX-SUPPLIER
    MOVE CST-UNIT-COST   TO CEX-UNIT-COST
    MOVE WS-REASON       TO CEX-REASON
    WRITE COST-EXCEPT-RECORD
    IF WS-EXCEPT-FILE-STATUS NOT = "00"
        DISPLAY "COSTLOAD: ERROR WRITING COST-EXCEPT-FILE, STATUS = "
                 WS-EXCEPT-FILE-STATUS
        STOP RUN
    END-IF
    ADD 1 TO WS-RECS-REJECTED.

6000-BALANCE-INPUT.
    *> Each segment balanced at its own trailer in 3050; what is left
    *> to prove is that the feed had a trailer at all and that the
    *> last segment was closed, not cut off mid-supplier.
    IF NOT WS-TRAILER-FOUND
        DISPLAY "COSTLOAD: COST FEED TRAILER MISSING, FEED MAY BE "
                "TRUNCATED"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-SEG-OPEN
        DISPLAY "COSTLOAD: FINAL SUPPLIER SEGMENT HAS NO TRAILER, "
                "FEED MAY BE TRUNCATED"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

8000-EXPORT-COST-EXTRACT.
    OPEN OUTPUT COST-EXTRACT-FILE
    IF WS-EXTRACT-FILE-STATUS NOT = "00"
        DISPLAY "COSTLOAD: UNABLE TO OPEN COST-EXTRACT-FILE, STATUS = "
                 WS-EXTRACT-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM 8100-WRITE-EXTRACT-HEADER
    MOVE 0 TO WS-EXT-COST-HASH
    PERFORM VARYING WS-COST-IDX FROM 1 BY 1
            UNTIL WS-COST-IDX > WS-COST-COUNT
        MOVE SPACES TO COST-EXTRACT-RECORD
        MOVE 'D'                           TO CXT-REC-TYPE
        MOVE WS-COST-ITEM(WS-COST-IDX)     TO CXT-ITEM-NUMBER
        MOVE WS-COST-SUPPLIER(WS-COST-IDX) TO CXT-SUPPLIER
        MOVE WS-COST-UNIT(WS-COST-IDX)     TO CXT-UNIT-COST
        ADD WS-COST-UNIT(WS-COST-IDX) TO WS-EXT-COST-HASH
        WRITE COST-EXTRACT-RECORD
        IF WS-EXTRACT-FILE-STATUS NOT = "00"
            DISPLAY "COSTLOAD: ERROR WRITING COST-EXTRACT-FILE, "
                    "STATUS = " WS-EXTRACT-FILE-STATUS
            STOP RUN
        END-IF
    END-PERFORM
    PERFORM 8200-WRITE-EXTRACT-TRAILER
    CLOSE COST-EXTRACT-FILE.

8100-WRITE-EXTRACT-HEADER.
    MOVE SPACES TO COST-EXTRACT-RECORD
    MOVE 'H'          TO CXH-REC-TYPE
    MOVE WS-RUN-ID    TO CXH-RUN-ID
    MOVE WS-CURR-DATE TO CXH-RUN-DATE
    WRITE COST-EXTRACT-HEADER
    IF WS-EXTRACT-FILE-STATUS NOT = "00"
        DISPLAY "COSTLOAD: ERROR WRITING COST-EXTRACT-FILE, STATUS = "
                 WS-EXTRACT-FILE-STATUS
        STOP RUN
    END-IF.

8200-WRITE-EXTRACT-TRAILER.
    MOVE SPACES TO COST-EXTRACT-TRAILER
    MOVE 'T'              TO CXL-REC-TYPE
    MOVE WS-COST-COUNT    TO CXL-RECORD-COUNT
    MOVE WS-EXT-COST-HASH TO CXL-COST-HASH
    WRITE COST-EXTRACT-TRAILER
    IF WS-EXTRACT-FILE-STATUS NOT = "00"
        DISPLAY "COSTLOAD: ERROR WRITING COST-EXTRACT-FILE, STATUS = "
                 WS-EXTRACT-FILE-STATUS
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
    *> Opened, written, and closed per record so an abend between
    *> start and end leaves the start record behind as evidence, and
    *> the consumers' freshness check sees no end record to trust.
    OPEN EXTEND CYCLE-CONTROL-FILE
    IF WS-CYC-FILE-STATUS NOT = "00"
        CLOSE CYCLE-CONTROL-FILE
        OPEN OUTPUT CYCLE-CONTROL-FILE
        IF WS-CYC-FILE-STATUS NOT = "00"
            DISPLAY "COSTLOAD: UNABLE TO OPEN CYCLE-CONTROL-FILE, "
                    "STATUS = " WS-CYC-FILE-STATUS
            STOP RUN
        END-IF
    END-IF
    MOVE "COSTLOAD"       TO CYC-PROGRAM
    MOVE WS-RUN-ID        TO CYC-RUN-ID
    MOVE WS-CURR-DATE     TO CYC-RUN-DATE
    MOVE WS-CYC-PHASE     TO CYC-PHASE
    MOVE RETURN-CODE      TO CYC-RETURN-CODE
    MOVE WS-CYC-KEY-COUNT TO CYC-KEY-COUNT
    WRITE CYCLE-CONTROL-RECORD
    IF WS-CYC-FILE-STATUS NOT = "00"
        DISPLAY "COSTLOAD: ERROR WRITING CYCLE-CONTROL-FILE, "
                "STATUS = " WS-CYC-FILE-STATUS
        STOP RUN
    END-IF
    CLOSE CYCLE-CONTROL-FILE.

9000-SUMMARY.
    DISPLAY "===== COST LOAD SUMMARY ====="
    DISPLAY "RUN ID................: " WS-RUN-ID
    DISPLAY "RECORDS READ..........: " WS-RECS-READ
    DISPLAY "SUPPLIER SEGMENTS.....: " WS-SEGMENTS-BALANCED
    DISPLAY "COSTS LOADED..........: " WS-COST-COUNT
    DISPLAY "COSTS REJECTED........: " WS-RECS-REJECTED
    DISPLAY "COST HASH PUBLISHED...: " WS-EXT-COST-HASH
    DISPLAY "=============================".

9900-CLOSE-FILES.
    CLOSE COST-FILE
    CLOSE COST-EXCEPT-FILE.
