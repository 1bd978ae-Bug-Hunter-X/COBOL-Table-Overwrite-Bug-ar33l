      >>SOURCE FORMAT FREE
*> CUSTMAINT - maintains the customer master (CUSTMSTR) that ORDPRICE
*> credit-checks every order against, so the file is no longer
*> rebuilt by hand whenever a customer is added or a limit changes.
*> Reads the current master (CUSTMSTO) as the base table, applies
*> Add/Change/Delete transactions (CUSTTXN) keyed on customer number,
*> and writes the merged master out as the new CUSTMSTR in customer
*> order, the same transaction-file way CATMAINT, STKMAINT, and
*> PROMOMNT work. Transactions that cannot be applied go to CUSTEXC
*> with a reason.
*>
*> Besides the pricing fields, each customer carries a credit status
*> ('A' active, 'H' on credit hold - ORDPRICE rejects every order for
*> a customer on hold) and a bill-to name and address for the
*> invoice heading. A blank bill-to name defaults to the customer
*> name. The open balance is keyed only on an add, as the customer's
*> opening balance; a change carries the balance on the master
*> forward untouched, and a customer with an open balance cannot be
*> deleted.
*>
*> Each customer also names the sales tax jurisdiction its goods ship
*> to, which must be on the jurisdiction master (TAXJUR, maintained
*> by TAXMAINT); ORDINV taxes its invoices at that jurisdiction's
*> rate. A tax-exempt customer ('Y') carries the exemption
*> certificate number and the date it expires; ORDINV bills it tax
*> free only while the certificate is unexpired. A non-exempt
*> customer carries neither. The summary counts the certificates
*> already past their expiry date so renewals can be chased.
*>
*> Modification history:
*>   2026-10-15  New program.
*>   2026-10-15  Sales tax jurisdiction, validated against TAXJUR, and
*>               tax exemption certificate number and expiry added.
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BASE-CUST-FILE ASSIGN TO "CUSTMSTO"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-BASE-FILE-STATUS.

    SELECT CUST-TRANS-FILE ASSIGN TO "CUSTTXN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-TRANS-FILE-STATUS.

    SELECT CUST-EXCEPT-FILE ASSIGN TO "CUSTEXC"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EXCEPT-FILE-STATUS.

    SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMSTR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-MASTER-FILE-STATUS.

    SELECT JURIS-MASTER-FILE ASSIGN TO "TAXJUR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-JURIS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  BASE-CUST-FILE.
01  BASE-CUST-RECORD.
    05  BCU-CUST-NUMBER         PIC 9(6).
    05  BCU-CUST-NAME           PIC X(30).
    05  BCU-GROUP-DISCOUNT      PIC 9(2)V99.
    05  BCU-CREDIT-LIMIT        PIC 9(9)V99.
    05  BCU-OPEN-BALANCE        PIC 9(9)V99.
    05  BCU-CREDIT-STATUS       PIC X(1).
    05  BCU-BILL-NAME           PIC X(30).
    05  BCU-BILL-ADDR-1         PIC X(30).
    05  BCU-BILL-ADDR-2         PIC X(30).
    05  BCU-BILL-CITY           PIC X(20).
    05  BCU-BILL-STATE          PIC X(2).
    05  BCU-BILL-ZIP            PIC X(10).
    05  BCU-TAX-JURIS           PIC X(4).
    05  BCU-TAX-EXEMPT          PIC X(1).
    05  BCU-EXEMPT-CERT         PIC X(15).
    05  BCU-EXEMPT-EXPIRY       PIC X(8).

FD  CUST-TRANS-FILE.
01  CUST-TRANS-RECORD.
    05  CTX-ACTION              PIC X(1).
        88  CTX-ADD               VALUE 'A'.
        88  CTX-CHANGE            VALUE 'C'.
        88  CTX-DELETE            VALUE 'D'.
    05  CTX-CUST-NUMBER         PIC 9(6).
    05  CTX-CUST-NAME           PIC X(30).
    05  CTX-GROUP-DISCOUNT      PIC 9(2)V99.
    05  CTX-CREDIT-LIMIT        PIC 9(9)V99.
    05  CTX-OPEN-BALANCE        PIC 9(9)V99.
    05  CTX-CREDIT-STATUS       PIC X(1).
    05  CTX-BILL-NAME           PIC X(30).
    05  CTX-BILL-ADDR-1         PIC X(30).
    05  CTX-BILL-ADDR-2         PIC X(30).
    05  CTX-BILL-CITY           PIC X(20).
    05  CTX-BILL-STATE          PIC X(2).
    05  CTX-BILL-ZIP            PIC X(10).
    05  CTX-TAX-JURIS           PIC X(4).
    05  CTX-TAX-EXEMPT          PIC X(1).
    05  CTX-EXEMPT-CERT         PIC X(15).
    05  CTX-EXEMPT-EXPIRY       PIC X(8).

FD  CUST-EXCEPT-FILE.
01  CUST-EXCEPT-RECORD.
    05  CUX-DATE                PIC X(8).
    05  CUX-CUST-NUMBER         PIC 9(6).
    05  CUX-CUST-NAME           PIC X(30).
    05  CUX-REASON              PIC X(30).

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

FD  JURIS-MASTER-FILE.
01  JURIS-MASTER-RECORD.
    05  TJR-JURIS-CODE          PIC X(4).
    05  TJR-JURIS-NAME          PIC X(30).
    05  TJR-TAX-RATE            PIC 9(2)V9(3).

WORKING-STORAGE SECTION.
01  WS-CUS-AREA.
    05  WS-CUS-COUNT            PIC 9(5) VALUE 0.
    05  WS-CUS-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-CUS-COUNT
            ASCENDING KEY IS WS-CUS-NUMBER
            INDEXED BY WS-CUS-IDX.
        10  WS-CUS-NUMBER        PIC 9(6).
        10  WS-CUS-NAME          PIC X(30).
        10  WS-CUS-GROUP-DISC    PIC 9(2)V99.
        10  WS-CUS-CREDIT-LIMIT  PIC 9(9)V99.
        10  WS-CUS-OPEN-BALANCE  PIC 9(9)V99.
        10  WS-CUS-CREDIT-STATUS PIC X(1).
        10  WS-CUS-BILL-NAME     PIC X(30).
        10  WS-CUS-BILL-ADDR-1   PIC X(30).
        10  WS-CUS-BILL-ADDR-2   PIC X(30).
        10  WS-CUS-BILL-CITY     PIC X(20).
        10  WS-CUS-BILL-STATE    PIC X(2).
        10  WS-CUS-BILL-ZIP      PIC X(10).
        10  WS-CUS-TAX-JURIS     PIC X(4).
        10  WS-CUS-TAX-EXEMPT    PIC X(1).
        10  WS-CUS-EXEMPT-CERT   PIC X(15).
        10  WS-CUS-EXEMPT-EXPIRY PIC X(8).

*> Jurisdiction codes a customer may name, from TAXJUR.
01  WS-TJR-AREA.
    05  WS-TJR-COUNT            PIC 9(3) VALUE 0.
    05  WS-TJR-TABLE OCCURS 0 TO 999 TIMES
            DEPENDING ON WS-TJR-COUNT
            ASCENDING KEY IS WS-TJR-CODE
            INDEXED BY WS-TJR-IDX.
        10  WS-TJR-CODE          PIC X(4).

01  WS-FILE-STATUSES.
    05  WS-BASE-FILE-STATUS     PIC XX.
    05  WS-TRANS-FILE-STATUS    PIC XX.
    05  WS-EXCEPT-FILE-STATUS   PIC XX.
    05  WS-MASTER-FILE-STATUS   PIC XX.
    05  WS-JURIS-FILE-STATUS    PIC XX.

01  WS-SWITCHES.
    05  WS-BASE-EOF-SW          PIC X VALUE 'N'.
        88  WS-BASE-EOF           VALUE 'Y'.
    05  WS-EOF-SW               PIC X VALUE 'N'.
        88  WS-EOF                VALUE 'Y'.
    05  WS-FOUND-SW             PIC X VALUE 'N'.
        88  WS-CUST-FOUND         VALUE 'Y'.
    05  WS-TXN-VALID-SW         PIC X VALUE 'Y'.
        88  WS-TXN-VALID          VALUE 'Y'.
    05  WS-JURIS-EOF-SW         PIC X VALUE 'N'.
        88  WS-JURIS-EOF          VALUE 'Y'.
    05  WS-JURIS-FOUND-SW       PIC X VALUE 'N'.
        88  WS-JURIS-FOUND        VALUE 'Y'.

01  WS-COUNTERS.
    05  WS-BASE-RECS-READ       PIC 9(5) VALUE 0.
    05  WS-TXNS-READ            PIC 9(5) VALUE 0.
    05  WS-TXNS-APPLIED         PIC 9(5) VALUE 0.
    05  WS-TXNS-REJECTED        PIC 9(5) VALUE 0.
    05  WS-INS-IDX              PIC 9(5) VALUE 0.
    05  WS-FND-IDX              PIC 9(5) VALUE 0.
    05  WS-CUSTS-ON-HOLD        PIC 9(5) VALUE 0.
    05  WS-CUSTS-TAX-EXEMPT     PIC 9(5) VALUE 0.
    05  WS-CUSTS-CERT-EXPIRED   PIC 9(5) VALUE 0.

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
    OPEN INPUT BASE-CUST-FILE
    IF WS-BASE-FILE-STATUS = "35"
        *> First-ever build starts from an empty master and is loaded
        *> entirely from add transactions.
        DISPLAY "CUSTMAINT: NO BASE CUSTOMER MASTER, STARTING EMPTY,"
                " STATUS = " WS-BASE-FILE-STATUS
        SET WS-BASE-EOF TO TRUE
    ELSE
        IF WS-BASE-FILE-STATUS NOT = "00"
            DISPLAY "CUSTMAINT: UNABLE TO OPEN BASE-CUST-FILE, "
                    "STATUS = " WS-BASE-FILE-STATUS
            STOP RUN
        END-IF
    END-IF
    OPEN INPUT CUST-TRANS-FILE
    IF WS-TRANS-FILE-STATUS NOT = "00"
        DISPLAY "CUSTMAINT: UNABLE TO OPEN CUST-TRANS-FILE, STATUS = "
                 WS-TRANS-FILE-STATUS
        STOP RUN
    END-IF
    OPEN EXTEND CUST-EXCEPT-FILE
    IF WS-EXCEPT-FILE-STATUS NOT = "00"
        CLOSE CUST-EXCEPT-FILE
        OPEN OUTPUT CUST-EXCEPT-FILE
        IF WS-EXCEPT-FILE-STATUS NOT = "00"
            DISPLAY "CUSTMAINT: UNABLE TO OPEN CUST-EXCEPT-FILE, "
                    "STATUS = " WS-EXCEPT-FILE-STATUS
            STOP RUN
        END-IF
    END-IF
    PERFORM 1100-LOAD-JURIS-TABLE.

1100-LOAD-JURIS-TABLE.
    *> The jurisdiction master is required: without it every add and
    *> change would reject as an unknown jurisdiction.
    OPEN INPUT JURIS-MASTER-FILE
    IF WS-JURIS-FILE-STATUS NOT = "00"
        DISPLAY "CUSTMAINT: UNABLE TO OPEN JURIS-MASTER-FILE, STATUS = "
                 WS-JURIS-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-JURIS-EOF
        READ JURIS-MASTER-FILE
            AT END
                SET WS-JURIS-EOF TO TRUE
            NOT AT END
                IF WS-TJR-COUNT = 999
                    DISPLAY "CUSTMAINT: JURISDICTION TABLE AT MAX "
                            "CAPACITY"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-TJR-COUNT
                MOVE TJR-JURIS-CODE TO WS-TJR-CODE(WS-TJR-COUNT)
        END-READ
    END-PERFORM
    CLOSE JURIS-MASTER-FILE
    IF WS-TJR-COUNT = 0
        DISPLAY "CUSTMAINT: TAX JURISDICTION MASTER IS EMPTY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

1200-FIND-JURIS.
    *> Looks up CTX-TAX-JURIS in the jurisdiction table.
    MOVE 'N' TO WS-JURIS-FOUND-SW
    SET WS-TJR-IDX TO 1
    SEARCH ALL WS-TJR-TABLE
        AT END
            CONTINUE
        WHEN WS-TJR-CODE(WS-TJR-IDX) = CTX-TAX-JURIS
            MOVE 'Y' TO WS-JURIS-FOUND-SW
    END-SEARCH.

2000-LOAD-BASE-TABLE.
    *> The master is written from this table, so it arrives already in
    *> customer-number order and loads straight in.
    PERFORM UNTIL WS-BASE-EOF
        READ BASE-CUST-FILE
            AT END
                SET WS-BASE-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-BASE-RECS-READ
                ADD 1 TO WS-CUS-COUNT
                MOVE BCU-CUST-NUMBER
                  TO WS-CUS-NUMBER(WS-CUS-COUNT)
                MOVE BCU-CUST-NAME
                  TO WS-CUS-NAME(WS-CUS-COUNT)
                MOVE BCU-GROUP-DISCOUNT
                  TO WS-CUS-GROUP-DISC(WS-CUS-COUNT)
                MOVE BCU-CREDIT-LIMIT
                  TO WS-CUS-CREDIT-LIMIT(WS-CUS-COUNT)
                MOVE BCU-OPEN-BALANCE
                  TO WS-CUS-OPEN-BALANCE(WS-CUS-COUNT)
                MOVE BCU-CREDIT-STATUS
                  TO WS-CUS-CREDIT-STATUS(WS-CUS-COUNT)
                MOVE BCU-BILL-NAME
                  TO WS-CUS-BILL-NAME(WS-CUS-COUNT)
                MOVE BCU-BILL-ADDR-1
                  TO WS-CUS-BILL-ADDR-1(WS-CUS-COUNT)
                MOVE BCU-BILL-ADDR-2
                  TO WS-CUS-BILL-ADDR-2(WS-CUS-COUNT)
                MOVE BCU-BILL-CITY
                  TO WS-CUS-BILL-CITY(WS-CUS-COUNT)
                MOVE BCU-BILL-STATE
                  TO WS-CUS-BILL-STATE(WS-CUS-COUNT)
                MOVE BCU-BILL-ZIP
                  TO WS-CUS-BILL-ZIP(WS-CUS-COUNT)
                MOVE BCU-TAX-JURIS
                  TO WS-CUS-TAX-JURIS(WS-CUS-COUNT)
                MOVE BCU-TAX-EXEMPT
                  TO WS-CUS-TAX-EXEMPT(WS-CUS-COUNT)
                MOVE BCU-EXEMPT-CERT
                  TO WS-CUS-EXEMPT-CERT(WS-CUS-COUNT)
                MOVE BCU-EXEMPT-EXPIRY
                  TO WS-CUS-EXEMPT-EXPIRY(WS-CUS-COUNT)
        END-READ
    END-PERFORM.

3000-READ-TRANSACTION.
    READ CUST-TRANS-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-TXNS-READ
    END-READ.

3050-VALIDATE-TRANSACTION.
    MOVE 'Y' TO WS-TXN-VALID-SW
    IF CTX-ADD AND WS-CUS-COUNT = 99999
        MOVE 'N' TO WS-TXN-VALID-SW
        MOVE "CUSTOMER TABLE AT MAX CAPACITY" TO WS-REASON
    ELSE IF CTX-CUST-NUMBER IS NOT NUMERIC OR CTX-CUST-NUMBER = ZERO
        MOVE 'N' TO WS-TXN-VALID-SW
        MOVE "INVALID CUSTOMER NUMBER" TO WS-REASON
    ELSE IF (CTX-ADD OR CTX-CHANGE)
            AND CTX-CUST-NAME = SPACES
        MOVE 'N' TO WS-TXN-VALID-SW
        MOVE "BLANK CUSTOMER NAME" TO WS-REASON
    ELSE IF (CTX-ADD OR CTX-CHANGE)
            AND CTX-GROUP-DISCOUNT IS NOT NUMERIC
        MOVE 'N' TO WS-TXN-VALID-SW
        MOVE "INVALID GROUP DISCOUNT" TO WS-REASON
    ELSE IF (CTX-ADD OR CTX-CHANGE)
            AND CTX-CREDIT-LIMIT IS NOT NUMERIC
        MOVE 'N' TO WS-TXN-VALID-SW
        MOVE "INVALID CREDIT LIMIT" TO WS-REASON
    ELSE IF CTX-ADD AND CTX-OPEN-BALANCE IS NOT NUMERIC
        MOVE 'N' TO WS-TXN-VALID-SW
        MOVE "INVALID OPENING BALANCE" TO WS-REASON
    ELSE IF (CTX-ADD OR CTX-CHANGE)
            AND CTX-CREDIT-STATUS NOT = 'A'
            AND CTX-CREDIT-STATUS NOT = 'H'
        MOVE 'N' TO WS-TXN-VALID-SW
        MOVE "INVALID CREDIT STATUS" TO WS-REASON
    ELSE IF (CTX-ADD OR CTX-CHANGE)
            AND CTX-BILL-ADDR-1 = SPACES
        MOVE 'N' TO WS-TXN-VALID-SW
        MOVE "BLANK BILL-TO ADDRESS" TO WS-REASON
    ELSE IF (CTX-ADD OR CTX-CHANGE)
            AND (CTX-BILL-CITY = SPACES OR CTX-BILL-STATE = SPACES)
        MOVE 'N' TO WS-TXN-VALID-SW
        MOVE "INCOMPLETE BILL-TO ADDRESS" TO WS-REASON
    ELSE IF (CTX-ADD OR CTX-CHANGE)
            AND CTX-TAX-JURIS = SPACES
        MOVE 'N' TO WS-TXN-VALID-SW
        MOVE "BLANK TAX JURISDICTION" TO WS-REASON
    ELSE IF (CTX-ADD OR CTX-CHANGE)
            AND CTX-TAX-EXEMPT NOT = 'Y'
            AND CTX-TAX-EXEMPT NOT = 'N'
        MOVE 'N' TO WS-TXN-VALID-SW
        MOVE "INVALID TAX EXEMPT FLAG" TO WS-REASON
    ELSE IF (CTX-ADD OR CTX-CHANGE)
            AND CTX-TAX-EXEMPT = 'Y'
            AND CTX-EXEMPT-CERT = SPACES
        MOVE 'N' TO WS-TXN-VALID-SW
        MOVE "BLANK EXEMPTION CERTIFICATE" TO WS-REASON
    ELSE IF (CTX-ADD OR CTX-CHANGE)
            AND CTX-TAX-EXEMPT = 'Y'
            AND CTX-EXEMPT-EXPIRY IS NOT NUMERIC
        MOVE 'N' TO WS-TXN-VALID-SW
        MOVE "INVALID EXEMPTION EXPIRY DATE" TO WS-REASON
    END-IF
    IF WS-TXN-VALID AND (CTX-ADD OR CTX-CHANGE)
        PERFORM 1200-FIND-JURIS
        IF NOT WS-JURIS-FOUND
            MOVE 'N' TO WS-TXN-VALID-SW
            MOVE "UNKNOWN TAX JURISDICTION" TO WS-REASON
        END-IF
    END-IF.

3100-APPLY-TRANSACTION.
    PERFORM 3050-VALIDATE-TRANSACTION
    IF NOT WS-TXN-VALID
        PERFORM 3700-WRITE-CUST-EXCEPTION
    ELSE
        PERFORM 3150-ROUTE-TRANSACTION
    END-IF.

3150-ROUTE-TRANSACTION.
    PERFORM 3200-FIND-CUSTOMER
    EVALUATE TRUE
        WHEN CTX-ADD AND WS-CUST-FOUND
            MOVE "ADD FOR EXISTING CUSTOMER" TO WS-REASON
            PERFORM 3700-WRITE-CUST-EXCEPTION
        WHEN CTX-ADD
            PERFORM 3300-INSERT-CUSTOMER
            ADD 1 TO WS-TXNS-APPLIED
        WHEN CTX-CHANGE AND NOT WS-CUST-FOUND
            MOVE "CHANGE FOR MISSING CUSTOMER" TO WS-REASON
            PERFORM 3700-WRITE-CUST-EXCEPTION
        WHEN CTX-CHANGE
            PERFORM 3400-CHANGE-CUSTOMER
            ADD 1 TO WS-TXNS-APPLIED
        WHEN CTX-DELETE AND NOT WS-CUST-FOUND
            MOVE "DELETE FOR MISSING CUSTOMER" TO WS-REASON
            PERFORM 3700-WRITE-CUST-EXCEPTION
        WHEN CTX-DELETE AND WS-CUS-OPEN-BALANCE(WS-FND-IDX) > 0
            *> Dropping the customer would drop the money they owe.
            MOVE "DELETE WITH OPEN BALANCE" TO WS-REASON
            PERFORM 3700-WRITE-CUST-EXCEPTION
        WHEN CTX-DELETE
            PERFORM 3500-DELETE-CUSTOMER
            ADD 1 TO WS-TXNS-APPLIED
        WHEN OTHER
            MOVE "INVALID ACTION CODE" TO WS-REASON
            PERFORM 3700-WRITE-CUST-EXCEPTION
    END-EVALUATE.

3200-FIND-CUSTOMER.
    MOVE 'N' TO WS-FOUND-SW
    MOVE 0 TO WS-FND-IDX
    IF WS-CUS-COUNT > 0
        SET WS-CUS-IDX TO 1
        SEARCH ALL WS-CUS-TABLE
            AT END
                CONTINUE
            WHEN WS-CUS-NUMBER(WS-CUS-IDX) = CTX-CUST-NUMBER
                MOVE 'Y' TO WS-FOUND-SW
                SET WS-FND-IDX TO WS-CUS-IDX
        END-SEARCH
    END-IF.

3300-INSERT-CUSTOMER.
    ADD 1 TO WS-CUS-COUNT
    MOVE WS-CUS-COUNT TO WS-INS-IDX
    PERFORM VARYING WS-INS-IDX FROM WS-CUS-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-CUS-NUMBER(WS-INS-IDX - 1) < CTX-CUST-NUMBER
        MOVE WS-CUS-TABLE(WS-INS-IDX - 1) TO WS-CUS-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE CTX-CUST-NUMBER  TO WS-CUS-NUMBER(WS-INS-IDX)
    MOVE CTX-OPEN-BALANCE TO WS-CUS-OPEN-BALANCE(WS-INS-IDX)
    MOVE WS-INS-IDX TO WS-FND-IDX
    PERFORM 3450-MOVE-CUSTOMER-FIELDS.

3400-CHANGE-CUSTOMER.
    *> The open balance is not on a change: it belongs to billing and
    *> collections, not to the maintenance desk.
    PERFORM 3450-MOVE-CUSTOMER-FIELDS.

3450-MOVE-CUSTOMER-FIELDS.
    MOVE CTX-CUST-NAME      TO WS-CUS-NAME(WS-FND-IDX)
    MOVE CTX-GROUP-DISCOUNT TO WS-CUS-GROUP-DISC(WS-FND-IDX)
    MOVE CTX-CREDIT-LIMIT   TO WS-CUS-CREDIT-LIMIT(WS-FND-IDX)
    MOVE CTX-CREDIT-STATUS  TO WS-CUS-CREDIT-STATUS(WS-FND-IDX)
    IF CTX-BILL-NAME = SPACES
        MOVE CTX-CUST-NAME  TO WS-CUS-BILL-NAME(WS-FND-IDX)
    ELSE
        MOVE CTX-BILL-NAME  TO WS-CUS-BILL-NAME(WS-FND-IDX)
    END-IF
    MOVE CTX-BILL-ADDR-1    TO WS-CUS-BILL-ADDR-1(WS-FND-IDX)
    MOVE CTX-BILL-ADDR-2    TO WS-CUS-BILL-ADDR-2(WS-FND-IDX)
    MOVE CTX-BILL-CITY      TO WS-CUS-BILL-CITY(WS-FND-IDX)
    MOVE CTX-BILL-STATE     TO WS-CUS-BILL-STATE(WS-FND-IDX)
    MOVE CTX-BILL-ZIP       TO WS-CUS-BILL-ZIP(WS-FND-IDX)
    MOVE CTX-TAX-JURIS      TO WS-CUS-TAX-JURIS(WS-FND-IDX)
    MOVE CTX-TAX-EXEMPT     TO WS-CUS-TAX-EXEMPT(WS-FND-IDX)
    IF CTX-TAX-EXEMPT = 'Y'
        MOVE CTX-EXEMPT-CERT   TO WS-CUS-EXEMPT-CERT(WS-FND-IDX)
        MOVE CTX-EXEMPT-EXPIRY TO WS-CUS-EXEMPT-EXPIRY(WS-FND-IDX)
    ELSE
        MOVE SPACES TO WS-CUS-EXEMPT-CERT(WS-FND-IDX)
        MOVE SPACES TO WS-CUS-EXEMPT-EXPIRY(WS-FND-IDX)
    END-IF.

3500-DELETE-CUSTOMER.
    PERFORM VARYING WS-FND-IDX FROM WS-FND-IDX BY 1
            UNTIL WS-FND-IDX = WS-CUS-COUNT
        MOVE WS-CUS-TABLE(WS-FND-IDX + 1) TO WS-CUS-TABLE(WS-FND-IDX)
    END-PERFORM
    SUBTRACT 1 FROM WS-CUS-COUNT.

3700-WRITE-CUST-EXCEPTION.
    MOVE WS-CURR-DATE    TO CUX-DATE
    MOVE CTX-CUST-NUMBER TO CUX-CUST-NUMBER
    MOVE CTX-CUST-NAME   TO CUX-CUST-NAME
    MOVE WS-REASON       TO CUX-REASON
    WRITE CUST-EXCEPT-RECORD
    IF WS-EXCEPT-FILE-STATUS NOT = "00"
        DISPLAY "CUSTMAINT: ERROR WRITING CUST-EXCEPT-FILE, STATUS = "
                 WS-EXCEPT-FILE-STATUS
        STOP RUN
    END-IF
    ADD 1 TO WS-TXNS-REJECTED.

8000-EXPORT-MASTER.
    OPEN OUTPUT CUST-MASTER-FILE
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "CUSTMAINT: UNABLE TO OPEN CUST-MASTER-FILE, STATUS = "
                 WS-MASTER-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
            UNTIL WS-CUS-IDX > WS-CUS-COUNT
        MOVE WS-CUS-NUMBER(WS-CUS-IDX)        TO CUS-CUST-NUMBER
        MOVE WS-CUS-NAME(WS-CUS-IDX)          TO CUS-CUST-NAME
        MOVE WS-CUS-GROUP-DISC(WS-CUS-IDX)    TO CUS-GROUP-DISCOUNT
        MOVE WS-CUS-CREDIT-LIMIT(WS-CUS-IDX)  TO CUS-CREDIT-LIMIT
        MOVE WS-CUS-OPEN-BALANCE(WS-CUS-IDX)  TO CUS-OPEN-BALANCE
        MOVE WS-CUS-CREDIT-STATUS(WS-CUS-IDX) TO CUS-CREDIT-STATUS
        MOVE WS-CUS-BILL-NAME(WS-CUS-IDX)     TO CUS-BILL-NAME
        MOVE WS-CUS-BILL-ADDR-1(WS-CUS-IDX)   TO CUS-BILL-ADDR-1
        MOVE WS-CUS-BILL-ADDR-2(WS-CUS-IDX)   TO CUS-BILL-ADDR-2
        MOVE WS-CUS-BILL-CITY(WS-CUS-IDX)     TO CUS-BILL-CITY
        MOVE WS-CUS-BILL-STATE(WS-CUS-IDX)    TO CUS-BILL-STATE
        MOVE WS-CUS-BILL-ZIP(WS-CUS-IDX)      TO CUS-BILL-ZIP
        MOVE WS-CUS-TAX-JURIS(WS-CUS-IDX)     TO CUS-TAX-JURIS
        MOVE WS-CUS-TAX-EXEMPT(WS-CUS-IDX)    TO CUS-TAX-EXEMPT
        MOVE WS-CUS-EXEMPT-CERT(WS-CUS-IDX)   TO CUS-EXEMPT-CERT
        MOVE WS-CUS-EXEMPT-EXPIRY(WS-CUS-IDX) TO CUS-EXEMPT-EXPIRY
        WRITE CUST-MASTER-RECORD
        IF WS-MASTER-FILE-STATUS NOT = "00"
            DISPLAY "CUSTMAINT: ERROR WRITING CUST-MASTER-FILE, "
                    "STATUS = " WS-MASTER-FILE-STATUS
            STOP RUN
        END-IF
        IF WS-CUS-CREDIT-STATUS(WS-CUS-IDX) = 'H'
            ADD 1 TO WS-CUSTS-ON-HOLD
        END-IF
        IF WS-CUS-TAX-EXEMPT(WS-CUS-IDX) = 'Y'
            ADD 1 TO WS-CUSTS-TAX-EXEMPT
            IF WS-CUS-EXEMPT-EXPIRY(WS-CUS-IDX) < WS-CURR-DATE
                ADD 1 TO WS-CUSTS-CERT-EXPIRED
            END-IF
        END-IF
    END-PERFORM
    CLOSE CUST-MASTER-FILE.

9000-SUMMARY.
    DISPLAY "===== CUSTOMER MAINTENANCE SUMMARY ====="
    DISPLAY "BASE RECORDS READ.....: " WS-BASE-RECS-READ
    DISPLAY "TRANSACTIONS READ.....: " WS-TXNS-READ
    DISPLAY "TRANSACTIONS APPLIED..: " WS-TXNS-APPLIED
    DISPLAY "TRANSACTIONS REJECTED.: " WS-TXNS-REJECTED
    DISPLAY "CUSTOMERS ON MASTER...: " WS-CUS-COUNT
    DISPLAY "  ON CREDIT HOLD......: " WS-CUSTS-ON-HOLD
    DISPLAY "  TAX EXEMPT..........: " WS-CUSTS-TAX-EXEMPT
    DISPLAY "  CERTIFICATE EXPIRED.: " WS-CUSTS-CERT-EXPIRED
    DISPLAY "========================================".

9900-CLOSE-FILES.
    CLOSE BASE-CUST-FILE
    CLOSE CUST-TRANS-FILE
    CLOSE CUST-EXCEPT-FILE.
