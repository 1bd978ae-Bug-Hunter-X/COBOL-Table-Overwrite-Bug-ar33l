      >>SOURCE FORMAT FREE
*> GLMAPMNT - maintains the general ledger account map (GLMAP) that
*> GLPOST looks up every journal line's account in, so finance can
*> move a department's sales or open a new clearing account without
*> a program change. Each entry is keyed on an entry code and, for
*> sales and shrinkage, a department code:
*>   AR    accounts receivable (billing, credits and cash applied)
*>   SALE  sales revenue; one entry per department, and one with a
*>         blank department that takes sales for items whose
*>         department has no entry of its own
*>   TAX   sales tax payable
*>   RETN  sales returns and allowances
*>   CASH  cash received
*>   UNAP  unapplied cash (payments ARPOST could not apply)
*>   ARSU  receivables suspense (invoices and credits ARPOST could
*>         not post to a customer)
*>   INV   merchandise inventory
*>   SHRK  inventory shrinkage (count adjustments); per department
*>         like SALE, with a blank-department entry as the fallback
*> Reads the current map (GLMAPO) as the base table, applies
*> Add/Change/Delete transactions (GLMTXN) and writes the merged map
*> out as the new GLMAP in key order, the same way CATMAINT maintains
*> CATMSTR. Department codes are validated against DEPTMSTR.
*> Transactions that cannot be applied go to GLMEXC with a reason.
*>
*> Modification history:
*>   2026-10-15  New program.
*>   2026-10-15  INV and SHRK entries added for the physical count
*>               adjustments GLPOST now journals; SHRK takes a
*>               department.
*>   2026-10-15  ARSU entry added for the invoices and credits ARPOST
*>               turns away, which GLPOST now journals to suspense.
IDENTIFICATION DIVISION.
PROGRAM-ID. GLMAPMNT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BASE-MAP-FILE ASSIGN TO "GLMAPO"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-BASE-FILE-STATUS.

    SELECT MAP-TRANS-FILE ASSIGN TO "GLMTXN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-TRANS-FILE-STATUS.

    SELECT MAP-EXCEPT-FILE ASSIGN TO "GLMEXC"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EXCEPT-FILE-STATUS.

    SELECT MAP-MASTER-FILE ASSIGN TO "GLMAP"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-MASTER-FILE-STATUS.

    SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMSTR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-DEPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  BASE-MAP-FILE.
01  BASE-MAP-RECORD.
    05  BGM-ENTRY-CODE          PIC X(4).
    05  BGM-DEPT-CODE           PIC X(2).
    05  BGM-ACCOUNT             PIC X(10).
    05  BGM-DESCRIPTION         PIC X(30).

FD  MAP-TRANS-FILE.
01  MAP-TRANS-RECORD.
    05  GTX-ACTION              PIC X(1).
        88  GTX-ADD               VALUE 'A'.
        88  GTX-CHANGE            VALUE 'C'.
        88  GTX-DELETE            VALUE 'D'.
    05  GTX-KEY.
        10  GTX-ENTRY-CODE      PIC X(4).
            88  GTX-VALID-ENTRY   VALUE "AR  " "SALE" "TAX " "RETN"
                                        "CASH" "UNAP" "INV " "SHRK"
                                        "ARSU".
            88  GTX-DEPT-ENTRY    VALUE "SALE" "SHRK".
        10  GTX-DEPT-CODE       PIC X(2).
    05  GTX-ACCOUNT             PIC X(10).
    05  GTX-DESCRIPTION         PIC X(30).

FD  MAP-EXCEPT-FILE.
01  MAP-EXCEPT-RECORD.
    05  GEX-DATE                PIC X(8).
    05  GEX-ENTRY-CODE          PIC X(4).
    05  GEX-DEPT-CODE           PIC X(2).
    05  GEX-ACCOUNT             PIC X(10).
    05  GEX-REASON              PIC X(30).

FD  MAP-MASTER-FILE.
01  MAP-MASTER-RECORD.
    05  GLM-ENTRY-CODE          PIC X(4).
    05  GLM-DEPT-CODE           PIC X(2).
    05  GLM-ACCOUNT             PIC X(10).
    05  GLM-DESCRIPTION         PIC X(30).

FD  DEPT-MASTER-FILE.
01  DEPT-MASTER-RECORD.
    05  DEP-CODE                PIC X(2).
    05  DEP-NAME                PIC X(30).
    05  DEP-ACTIVE-FLAG         PIC X(1).
    05  DEP-EFF-DATE            PIC X(8).

WORKING-STORAGE SECTION.
01  WS-GLM-AREA.
    05  WS-GLM-COUNT            PIC 9(4) VALUE 0.
    05  WS-GLM-TABLE OCCURS 0 TO 9999 TIMES
            DEPENDING ON WS-GLM-COUNT
            ASCENDING KEY IS WS-GLM-KEY
            INDEXED BY WS-GLM-IDX.
        10  WS-GLM-KEY.
            15  WS-GLM-ENTRY-CODE PIC X(4).
            15  WS-GLM-DEPT-CODE  PIC X(2).
        10  WS-GLM-ACCOUNT       PIC X(10).
        10  WS-GLM-DESCRIPTION   PIC X(30).

01  WS-DEP-AREA.
    05  WS-DEP-COUNT            PIC 9(3) VALUE 0.
    05  WS-DEP-TABLE OCCURS 0 TO 999 TIMES
            DEPENDING ON WS-DEP-COUNT
            ASCENDING KEY IS WS-DEP-CODE
            INDEXED BY WS-DEP-IDX.
        10  WS-DEP-CODE          PIC X(2).
        10  WS-DEP-NAME          PIC X(30).
        10  WS-DEP-ACTIVE-FLAG   PIC X(1).
            88  WS-DEP-ACTIVE      VALUE 'A'.

01  WS-FILE-STATUSES.
    05  WS-BASE-FILE-STATUS     PIC XX.
    05  WS-TRANS-FILE-STATUS    PIC XX.
    05  WS-EXCEPT-FILE-STATUS   PIC XX.
    05  WS-MASTER-FILE-STATUS   PIC XX.
    05  WS-DEPT-FILE-STATUS     PIC XX.

01  WS-SWITCHES.
    05  WS-BASE-EOF-SW          PIC X VALUE 'N'.
        88  WS-BASE-EOF           VALUE 'Y'.
    05  WS-EOF-SW               PIC X VALUE 'N'.
        88  WS-EOF                VALUE 'Y'.
    05  WS-FOUND-SW             PIC X VALUE 'N'.
        88  WS-MAP-FOUND          VALUE 'Y'.
    05  WS-TXN-VALID-SW         PIC X VALUE 'Y'.
        88  WS-TXN-VALID          VALUE 'Y'.
    05  WS-DEPT-EOF-SW          PIC X VALUE 'N'.
        88  WS-DEPT-EOF           VALUE 'Y'.
    05  WS-DEPT-FOUND-SW        PIC X VALUE 'N'.
        88  WS-DEPT-FOUND         VALUE 'Y'.

01  WS-COUNTERS.
    05  WS-BASE-RECS-READ       PIC 9(5) VALUE 0.
    05  WS-TXNS-READ            PIC 9(5) VALUE 0.
    05  WS-TXNS-APPLIED         PIC 9(5) VALUE 0.
    05  WS-TXNS-REJECTED        PIC 9(5) VALUE 0.
    05  WS-INS-IDX              PIC 9(4) VALUE 0.
    05  WS-FND-IDX              PIC 9(4) VALUE 0.

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
    OPEN INPUT BASE-MAP-FILE
    IF WS-BASE-FILE-STATUS = "35"
        *> The first accounts ever keyed start from an empty map, the
        *> same way DEPTMNT starts.
        DISPLAY "GLMAPMNT: NO BASE ACCOUNT MAP, STARTING EMPTY,"
                " STATUS = " WS-BASE-FILE-STATUS
        SET WS-BASE-EOF TO TRUE
    ELSE
        IF WS-BASE-FILE-STATUS NOT = "00"
            DISPLAY "GLMAPMNT: UNABLE TO OPEN BASE-MAP-FILE, "
                    "STATUS = " WS-BASE-FILE-STATUS
            STOP RUN
        END-IF
    END-IF
    OPEN INPUT MAP-TRANS-FILE
    IF WS-TRANS-FILE-STATUS NOT = "00"
        DISPLAY "GLMAPMNT: UNABLE TO OPEN MAP-TRANS-FILE, STATUS = "
                 WS-TRANS-FILE-STATUS
        STOP RUN
    END-IF
    OPEN EXTEND MAP-EXCEPT-FILE
    IF WS-EXCEPT-FILE-STATUS NOT = "00"
        CLOSE MAP-EXCEPT-FILE
        OPEN OUTPUT MAP-EXCEPT-FILE
        IF WS-EXCEPT-FILE-STATUS NOT = "00"
            DISPLAY "GLMAPMNT: UNABLE TO OPEN MAP-EXCEPT-FILE, "
                    "STATUS = " WS-EXCEPT-FILE-STATUS
            STOP RUN
        END-IF
    END-IF
    PERFORM 1100-LOAD-DEPT-TABLE.

1100-LOAD-DEPT-TABLE.
    *> The department master is required: without it every sales
    *> entry for a department would reject as unknown.
    OPEN INPUT DEPT-MASTER-FILE
    IF WS-DEPT-FILE-STATUS NOT = "00"
        DISPLAY "GLMAPMNT: UNABLE TO OPEN DEPT-MASTER-FILE, STATUS = "
                 WS-DEPT-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-DEPT-EOF
        READ DEPT-MASTER-FILE
            AT END
                SET WS-DEPT-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-DEP-COUNT
                MOVE DEP-CODE        TO WS-DEP-CODE(WS-DEP-COUNT)
                MOVE DEP-NAME        TO WS-DEP-NAME(WS-DEP-COUNT)
                MOVE DEP-ACTIVE-FLAG TO WS-DEP-ACTIVE-FLAG(WS-DEP-COUNT)
        END-READ
    END-PERFORM
    CLOSE DEPT-MASTER-FILE
    IF WS-DEP-COUNT = 0
        DISPLAY "GLMAPMNT: DEPARTMENT MASTER IS EMPTY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

1200-FIND-DEPT.
    *> Looks up GTX-DEPT-CODE in the department table.
    MOVE 'N' TO WS-DEPT-FOUND-SW
    SET WS-DEP-IDX TO 1
    SEARCH ALL WS-DEP-TABLE
        AT END
            CONTINUE
        WHEN WS-DEP-CODE(WS-DEP-IDX) = GTX-DEPT-CODE
            MOVE 'Y' TO WS-DEPT-FOUND-SW
    END-SEARCH.

2000-LOAD-BASE-TABLE.
    *> The map is written from this table, so it arrives already in
    *> key order and loads straight in.
    PERFORM UNTIL WS-BASE-EOF
        READ BASE-MAP-FILE
            AT END
                SET WS-BASE-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-BASE-RECS-READ
                ADD 1 TO WS-GLM-COUNT
                MOVE BGM-ENTRY-CODE  TO WS-GLM-ENTRY-CODE(WS-GLM-COUNT)
                MOVE BGM-DEPT-CODE   TO WS-GLM-DEPT-CODE(WS-GLM-COUNT)
                MOVE BGM-ACCOUNT     TO WS-GLM-ACCOUNT(WS-GLM-COUNT)
                MOVE BGM-DESCRIPTION TO WS-GLM-DESCRIPTION(WS-GLM-COUNT)
        END-READ
    END-PERFORM.

3000-READ-TRANSACTION.
    READ MAP-TRANS-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-TXNS-READ
    END-READ.

3050-VALIDATE-TRANSACTION.
    MOVE 'Y' TO WS-TXN-VALID-SW
    IF NOT GTX-VALID-ENTRY
        MOVE 'N' TO WS-TXN-VALID-SW
        MOVE "INVALID ENTRY CODE" TO WS-REASON
    ELSE IF GTX-DEPT-CODE NOT = SPACES
            AND NOT GTX-DEPT-ENTRY
        MOVE 'N' TO WS-TXN-VALID-SW
        MOVE "DEPARTMENT NOT VALID FOR ENTRY" TO WS-REASON
    ELSE IF (GTX-ADD OR GTX-CHANGE)
            AND GTX-ACCOUNT = SPACES
        MOVE 'N' TO WS-TXN-VALID-SW
        MOVE "BLANK ACCOUNT NUMBER" TO WS-REASON
    ELSE IF (GTX-ADD OR GTX-CHANGE)
            AND GTX-DESCRIPTION = SPACES
        MOVE 'N' TO WS-TXN-VALID-SW
        MOVE "BLANK ACCOUNT DESCRIPTION" TO WS-REASON
    END-IF
    IF WS-TXN-VALID AND (GTX-ADD OR GTX-CHANGE)
            AND GTX-DEPT-CODE NOT = SPACES
        PERFORM 3060-CHECK-DEPT
    END-IF.

3060-CHECK-DEPT.
    PERFORM 1200-FIND-DEPT
    IF NOT WS-DEPT-FOUND
        MOVE 'N' TO WS-TXN-VALID-SW
        MOVE "UNKNOWN DEPARTMENT CODE" TO WS-REASON
    ELSE IF NOT WS-DEP-ACTIVE(WS-DEP-IDX)
        MOVE 'N' TO WS-TXN-VALID-SW
        MOVE "INACTIVE DEPARTMENT CODE" TO WS-REASON
    END-IF.

3100-APPLY-TRANSACTION.
    PERFORM 3050-VALIDATE-TRANSACTION
    IF NOT WS-TXN-VALID
        PERFORM 3700-WRITE-MAP-EXCEPTION
    ELSE
        PERFORM 3150-ROUTE-TRANSACTION
    END-IF.

3150-ROUTE-TRANSACTION.
    PERFORM 3200-FIND-MAP-ENTRY
    EVALUATE TRUE
        WHEN GTX-ADD AND WS-MAP-FOUND
            MOVE "ADD FOR EXISTING MAP ENTRY" TO WS-REASON
            PERFORM 3700-WRITE-MAP-EXCEPTION
        WHEN GTX-ADD
            PERFORM 3300-INSERT-MAP-ENTRY
            ADD 1 TO WS-TXNS-APPLIED
        WHEN GTX-CHANGE AND NOT WS-MAP-FOUND
            MOVE "CHANGE FOR MISSING MAP ENTRY" TO WS-REASON
            PERFORM 3700-WRITE-MAP-EXCEPTION
        WHEN GTX-CHANGE
            PERFORM 3400-CHANGE-MAP-ENTRY
            ADD 1 TO WS-TXNS-APPLIED
        WHEN GTX-DELETE AND NOT WS-MAP-FOUND
            MOVE "DELETE FOR MISSING MAP ENTRY" TO WS-REASON
            PERFORM 3700-WRITE-MAP-EXCEPTION
        WHEN GTX-DELETE
            PERFORM 3500-DELETE-MAP-ENTRY
            ADD 1 TO WS-TXNS-APPLIED
        WHEN OTHER
            MOVE "INVALID ACTION CODE" TO WS-REASON
            PERFORM 3700-WRITE-MAP-EXCEPTION
    END-EVALUATE.

3200-FIND-MAP-ENTRY.
    MOVE 'N' TO WS-FOUND-SW
    MOVE 0 TO WS-FND-IDX
    IF WS-GLM-COUNT > 0
        SET WS-GLM-IDX TO 1
        SEARCH ALL WS-GLM-TABLE
            AT END
                CONTINUE
            WHEN WS-GLM-KEY(WS-GLM-IDX) = GTX-KEY
                MOVE 'Y' TO WS-FOUND-SW
                SET WS-FND-IDX TO WS-GLM-IDX
        END-SEARCH
    END-IF.

3300-INSERT-MAP-ENTRY.
    IF WS-GLM-COUNT = 9999
        DISPLAY "GLMAPMNT: ACCOUNT MAP TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-GLM-COUNT
    MOVE WS-GLM-COUNT TO WS-INS-IDX
    PERFORM VARYING WS-INS-IDX FROM WS-GLM-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-GLM-KEY(WS-INS-IDX - 1) < GTX-KEY
        MOVE WS-GLM-TABLE(WS-INS-IDX - 1) TO WS-GLM-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE GTX-ENTRY-CODE  TO WS-GLM-ENTRY-CODE(WS-INS-IDX)
    MOVE GTX-DEPT-CODE   TO WS-GLM-DEPT-CODE(WS-INS-IDX)
    MOVE GTX-ACCOUNT     TO WS-GLM-ACCOUNT(WS-INS-IDX)
    MOVE GTX-DESCRIPTION TO WS-GLM-DESCRIPTION(WS-INS-IDX).

3400-CHANGE-MAP-ENTRY.
    MOVE GTX-ACCOUNT     TO WS-GLM-ACCOUNT(WS-FND-IDX)
    MOVE GTX-DESCRIPTION TO WS-GLM-DESCRIPTION(WS-FND-IDX).

3500-DELETE-MAP-ENTRY.
    PERFORM VARYING WS-FND-IDX FROM WS-FND-IDX BY 1
            UNTIL WS-FND-IDX = WS-GLM-COUNT
        MOVE WS-GLM-TABLE(WS-FND-IDX + 1) TO WS-GLM-TABLE(WS-FND-IDX)
    END-PERFORM
    SUBTRACT 1 FROM WS-GLM-COUNT.

3700-WRITE-MAP-EXCEPTION.
    MOVE WS-CURR-DATE    TO GEX-DATE
    MOVE GTX-ENTRY-CODE  TO GEX-ENTRY-CODE
    MOVE GTX-DEPT-CODE   TO GEX-DEPT-CODE
    MOVE GTX-ACCOUNT     TO GEX-ACCOUNT
    MOVE WS-REASON       TO GEX-REASON
    WRITE MAP-EXCEPT-RECORD
    IF WS-EXCEPT-FILE-STATUS NOT = "00"
        DISPLAY "GLMAPMNT: ERROR WRITING MAP-EXCEPT-FILE, STATUS = "
                 WS-EXCEPT-FILE-STATUS
        STOP RUN
    END-IF
    ADD 1 TO WS-TXNS-REJECTED.

8000-EXPORT-MASTER.
    OPEN OUTPUT MAP-MASTER-FILE
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "GLMAPMNT: UNABLE TO OPEN MAP-MASTER-FILE, STATUS = "
                 WS-MASTER-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM VARYING WS-GLM-IDX FROM 1 BY 1
            UNTIL WS-GLM-IDX > WS-GLM-COUNT
        MOVE WS-GLM-ENTRY-CODE(WS-GLM-IDX)  TO GLM-ENTRY-CODE
        MOVE WS-GLM-DEPT-CODE(WS-GLM-IDX)   TO GLM-DEPT-CODE
        MOVE WS-GLM-ACCOUNT(WS-GLM-IDX)     TO GLM-ACCOUNT
        MOVE WS-GLM-DESCRIPTION(WS-GLM-IDX) TO GLM-DESCRIPTION
        WRITE MAP-MASTER-RECORD
        IF WS-MASTER-FILE-STATUS NOT = "00"
            DISPLAY "GLMAPMNT: ERROR WRITING MAP-MASTER-FILE, STATUS = "
                     WS-MASTER-FILE-STATUS
            STOP RUN
        END-IF
    END-PERFORM
    CLOSE MAP-MASTER-FILE.

9000-SUMMARY.
    DISPLAY "===== GL ACCOUNT MAP MAINTENANCE SUMMARY ====="
    DISPLAY "BASE RECORDS READ.....: " WS-BASE-RECS-READ
    DISPLAY "TRANSACTIONS READ.....: " WS-TXNS-READ
    DISPLAY "TRANSACTIONS APPLIED..: " WS-TXNS-APPLIED
    DISPLAY "TRANSACTIONS REJECTED.: " WS-TXNS-REJECTED
    DISPLAY "ENTRIES ON MAP........: " WS-GLM-COUNT
    DISPLAY "==============================================".

9900-CLOSE-FILES.
    CLOSE BASE-MAP-FILE
    CLOSE MAP-TRANS-FILE
    CLOSE MAP-EXCEPT-FILE.
