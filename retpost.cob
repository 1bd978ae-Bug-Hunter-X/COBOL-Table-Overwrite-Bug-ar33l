      >>SOURCE FORMAT FREE
*> RETPOST - customer returns and credit memos. Takes goods back
*> against what was actually billed, so a return no longer means a
*> hand-keyed STKMAINT change and a hand-written credit. Run before
*> STKMAINT, which posts what this job writes to STKTXN, and before
*> ARPOST, which posts the credits.
*>
*> Each RETTXN record returns a quantity of one item on one order at
*> the unit price the customer says was paid. It is checked against
*> the invoice history ORDINV keeps (INVHIST, one record per billed
*> line):
*>   - the item must have been billed on that order, and billed
*>     within the return window: no more than RETURN-DAYS (RETPARM,
*>     90 if no card) before the run date;
*>   - the price must be the net price it was billed at, so nobody
*>     is credited at a price other than the one paid;
*>   - the quantity may not exceed what was billed at that price less
*>     what has already come back, so nobody returns more than was
*>     bought. An order billed more than once (backorder releases)
*>     is returned against its oldest billing first.
*> A return that passes is credited at the billed price, with tax at
*> the rate the billing carried, and the returned quantity is added
*> to the history so the same goods cannot be credited twice. Goods
*> coming back in good condition (G) go back on the shelf as a Receipt
*> (R) on STKTXN; damaged goods (D) are credited but not restocked.
*> Returns that fail go to RETEXC with a reason.
*>
*> One credit memo prints per order (CRMEMO) and the day's credits go
*> to ARCRED for ARPOST to take off the customer's balance. The credit
*> register (CRREG) balances the way INVREG does: its grand subtotal
*> is the VALUE CREDITED in the summary below, and the job ends with
*> RETURN-CODE 12 if the two disagree.
*>
*> Each memo's credit also goes to the tax history (TAXHIST) ORDINV
*> keeps, as a Credit record under the jurisdiction the order was
*> billed in, split into taxable and exempt sales, so TAXRPT nets
*> returns out of the month's tax liability. An order billed more
*> than once is recorded under the jurisdiction of its first
*> credited line.
*>
*> A second run over the same RETTXN would restock the goods again,
*> so the job refuses to run twice in one day (CYCCTL) unless
*> OVERRIDE-RERUN=Y is on RETPARM; an override has to start from the
*> INVHIST and STKTXN the replaced run started from.
*>
*> INVHIST is written back without the lines that can no longer be
*> returned - those fully returned already and those billed before
*> the return window - so it holds only what is still returnable
*> instead of growing with every day's billing.
*>
*> Modification history:
*>   2026-10-15  New program.
*>   2026-10-15  Customer master layout extended with the sales tax
*>               jurisdiction and exemption certificate fields;
*>               INVHIST rate to three decimals with the jurisdiction
*>               and exempt flag; each memo's credit to TAXHIST.
*>   2026-10-15  Return window (RETURN-DAYS on RETPARM); INVHIST
*>               rewritten without fully returned or expired lines.
IDENTIFICATION DIVISION.
PROGRAM-ID. RETPOST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INVOICE-HISTORY-FILE ASSIGN TO "INVHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HISTORY-FILE-STATUS.

    SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMSTR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CUST-FILE-STATUS.

    SELECT RETURN-TRANS-FILE ASSIGN TO "RETTXN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RETURN-FILE-STATUS.

    SELECT CREDIT-MEMO-FILE ASSIGN TO "CRMEMO"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-MEMO-FILE-STATUS.

    SELECT REGISTER-FILE ASSIGN TO "CRREG"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REGISTER-FILE-STATUS.

    SELECT TAX-HISTORY-FILE ASSIGN TO "TAXHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-TAX-HIST-FILE-STATUS.

    SELECT CREDIT-POST-FILE ASSIGN TO "ARCRED"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AR-POST-FILE-STATUS.

    SELECT STOCK-TRANS-FILE ASSIGN TO "STKTXN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-TRANS-FILE-STATUS.

    SELECT RETURN-EXCEPT-FILE ASSIGN TO "RETEXC"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RET-EXC-FILE-STATUS.

    SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CYC-FILE-STATUS.

    SELECT PARM-FILE ASSIGN TO "RETPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  INVOICE-HISTORY-FILE.
01  INVOICE-HISTORY-RECORD.
    05  IHS-ORDER-NUMBER        PIC 9(8).
    05  IHS-CUST-NUMBER         PIC 9(6).
    05  IHS-ITEM-NUMBER         PIC 9(6).
    05  IHS-ITEM-NAME           PIC X(30).
    05  IHS-INVOICE-DATE        PIC X(8).
    05  IHS-QUANTITY            PIC 9(5).
    05  IHS-NET-PRICE           PIC 9(5)V99.
    05  IHS-LINE-AMOUNT         PIC 9(11)V99.
    05  IHS-TAX-RATE            PIC 9(2)V9(3).
    05  IHS-TAX-JURIS           PIC X(4).
    05  IHS-TAX-EXEMPT          PIC X(1).
    05  IHS-QTY-RETURNED        PIC 9(5).

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

FD  RETURN-TRANS-FILE.
01  RETURN-TRANS-RECORD.
    05  RTN-ORDER-NUMBER        PIC 9(8).
    05  RTN-ITEM-NUMBER         PIC 9(6).
    05  RTN-QUANTITY            PIC 9(5).
    05  RTN-UNIT-PRICE          PIC 9(5)V99.
    05  RTN-CONDITION           PIC X(1).
        88  RTN-GOOD              VALUE 'G'.
        88  RTN-DAMAGED           VALUE 'D'.

FD  CREDIT-MEMO-FILE.
01  CREDIT-MEMO-LINE            PIC X(132).

FD  REGISTER-FILE.
01  REGISTER-LINE               PIC X(132).

FD  TAX-HISTORY-FILE.
01  TAX-HISTORY-RECORD.
    05  TXH-DATE                PIC X(8).
    05  TXH-TYPE                PIC X(1).
        88  TXH-INVOICE           VALUE 'I'.
        88  TXH-CREDIT            VALUE 'C'.
    05  TXH-ORDER-NUMBER        PIC 9(8).
    05  TXH-CUST-NUMBER         PIC 9(6).
    05  TXH-TAX-JURIS           PIC X(4).
    05  TXH-TAX-RATE            PIC 9(2)V9(3).
    05  TXH-TAXABLE-AMOUNT      PIC 9(11)V99.
    05  TXH-EXEMPT-AMOUNT       PIC 9(11)V99.
    05  TXH-TAX-AMOUNT          PIC 9(11)V99.
    05  TXH-EXEMPT-CERT         PIC X(15).

*> Same layout as ORDINV's ARINV, with item type C.
FD  CREDIT-POST-FILE.
01  CREDIT-POST-RECORD.
    05  ARC-CUST-NUMBER         PIC 9(6).
    05  ARC-REF-NUMBER          PIC 9(8).
    05  ARC-ITEM-TYPE           PIC X(1).
    05  ARC-ITEM-DATE           PIC X(8).
    05  ARC-AMOUNT              PIC 9(9)V99.

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

FD  RETURN-EXCEPT-FILE.
01  RETURN-EXCEPT-RECORD.
    05  RTX-DATE                PIC X(8).
    05  RTX-ORDER-NUMBER        PIC 9(8).
    05  RTX-ITEM-NUMBER         PIC 9(6).
    05  RTX-QUANTITY            PIC 9(5).
    05  RTX-UNIT-PRICE          PIC 9(5)V99.
    05  RTX-CONDITION           PIC X(1).
    05  RTX-REASON              PIC X(30).

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
*> Invoice history in order / item sequence. An item billed on more
*> than one line or more than one day repeats the key; lines with
*> the same key keep their file order, oldest billing first.
01  WS-HST-AREA.
    05  WS-HST-COUNT            PIC 9(5) VALUE 0.
    05  WS-HST-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-HST-COUNT
            ASCENDING KEY IS WS-HST-KEY
            INDEXED BY WS-HST-IDX.
        10  WS-HST-KEY.
            15  WS-HST-ORDER     PIC 9(8).
            15  WS-HST-ITEM      PIC 9(6).
        10  WS-HST-CUST          PIC 9(6).
        10  WS-HST-ITEM-NAME     PIC X(30).
        10  WS-HST-INVOICE-DATE  PIC X(8).
        10  WS-HST-QUANTITY      PIC 9(5).
        10  WS-HST-NET-PRICE     PIC 9(5)V99.
        10  WS-HST-LINE-AMOUNT   PIC 9(11)V99.
        10  WS-HST-TAX-RATE      PIC 9(2)V9(3).
        10  WS-HST-TAX-JURIS     PIC X(4).
        10  WS-HST-TAX-EXEMPT    PIC X(1).
        10  WS-HST-QTY-RETURNED  PIC 9(5).

01  WS-SEARCH-KEY.
    05  WS-SRCH-ORDER           PIC 9(8).
    05  WS-SRCH-ITEM            PIC 9(6).

*> Bill-to names and addresses from the customer master, for the
*> credit memo heading.
01  WS-CUS-AREA.
    05  WS-CUS-COUNT            PIC 9(5) VALUE 0.
    05  WS-CUS-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-CUS-COUNT
            ASCENDING KEY IS WS-CUS-NUMBER
            INDEXED BY WS-CUS-IDX.
        10  WS-CUS-NUMBER        PIC 9(6).
        10  WS-CUS-BILL-NAME     PIC X(30).
        10  WS-CUS-BILL-ADDR-1   PIC X(30).
        10  WS-CUS-BILL-ADDR-2   PIC X(30).
        10  WS-CUS-BILL-CITY     PIC X(20).
        10  WS-CUS-BILL-STATE    PIC X(2).
        10  WS-CUS-BILL-ZIP      PIC X(10).

*> Credit lines accepted this run, in order sequence for the memo
*> control break. A return spread over two billings of the order
*> makes two lines, each at its own billing's tax rate.
01  WS-CRL-AREA.
    05  WS-CRL-COUNT            PIC 9(5) VALUE 0.
    05  WS-CRL-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-CRL-COUNT
            ASCENDING KEY IS WS-CRL-ORDER
            INDEXED BY WS-CRL-IDX.
        10  WS-CRL-ORDER         PIC 9(8).
        10  WS-CRL-CUST          PIC 9(6).
        10  WS-CRL-ITEM          PIC 9(6).
        10  WS-CRL-ITEM-NAME     PIC X(30).
        10  WS-CRL-QUANTITY      PIC 9(5).
        10  WS-CRL-NET-PRICE     PIC 9(5)V99.
        10  WS-CRL-AMOUNT        PIC 9(11)V99.
        10  WS-CRL-TAX-RATE      PIC 9(2)V9(3).
        10  WS-CRL-TAX-JURIS     PIC X(4).
        10  WS-CRL-TAX-EXEMPT    PIC X(1).
        10  WS-CRL-CONDITION     PIC X(1).

*> Distinct order numbers with rejected returns, and how many, for
*> the register's rejected-orders section.
01  WS-REJ-AREA.
    05  WS-REJ-COUNT            PIC 9(5) VALUE 0.
    05  WS-REJ-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-REJ-COUNT
            ASCENDING KEY IS WS-REJ-ORDER-NUMBER
            INDEXED BY WS-REJ-IDX.
        10  WS-REJ-ORDER-NUMBER  PIC 9(8).
        10  WS-REJ-LINE-COUNT    PIC 9(5).

01  WS-FILE-STATUSES.
    05  WS-HISTORY-FILE-STATUS  PIC XX.
    05  WS-CUST-FILE-STATUS     PIC XX.
    05  WS-RETURN-FILE-STATUS   PIC XX.
    05  WS-MEMO-FILE-STATUS     PIC XX.
    05  WS-REGISTER-FILE-STATUS PIC XX.
    05  WS-AR-POST-FILE-STATUS  PIC XX.
    05  WS-TAX-HIST-FILE-STATUS PIC XX.
    05  WS-TRANS-FILE-STATUS    PIC XX.
    05  WS-RET-EXC-FILE-STATUS  PIC XX.
    05  WS-CYC-FILE-STATUS      PIC XX.
    05  WS-PARM-FILE-STATUS     PIC XX.

01  WS-SWITCHES.
    05  WS-HISTORY-EOF-SW       PIC X VALUE 'N'.
        88  WS-HISTORY-EOF        VALUE 'Y'.
    05  WS-CUST-EOF-SW          PIC X VALUE 'N'.
        88  WS-CUST-EOF           VALUE 'Y'.
    05  WS-RETURN-EOF-SW        PIC X VALUE 'N'.
        88  WS-RETURN-EOF         VALUE 'Y'.
    05  WS-CYC-EOF-SW           PIC X VALUE 'N'.
        88  WS-CYC-EOF            VALUE 'Y'.
    05  WS-PARM-EOF-SW          PIC X VALUE 'N'.
        88  WS-PARM-EOF           VALUE 'Y'.
    05  WS-ALREADY-RAN-SW       PIC X VALUE 'N'.
        88  WS-ALREADY-RAN        VALUE 'Y'.
    05  WS-OVERRIDE-SW          PIC X VALUE 'N'.
        88  WS-OVERRIDE-RERUN     VALUE 'Y'.
    05  WS-MEMO-OPEN-SW         PIC X VALUE 'N'.
        88  WS-MEMO-OPEN          VALUE 'Y'.
    05  WS-FOUND-SW             PIC X VALUE 'N'.
        88  WS-ORDER-CREDITED     VALUE 'Y'.

01  WS-COUNTERS.
    05  WS-HISTORY-LINES-READ   PIC 9(7) VALUE 0.
    05  WS-RETURNS-READ         PIC 9(7) VALUE 0.
    05  WS-RETURNS-ACCEPTED     PIC 9(7) VALUE 0.
    05  WS-RETURNS-REJECTED     PIC 9(7) VALUE 0.
    05  WS-UNITS-RESTOCKED      PIC 9(9) VALUE 0.
    05  WS-UNITS-DAMAGED        PIC 9(9) VALUE 0.
    05  WS-TXNS-WRITTEN         PIC 9(7) VALUE 0.
    05  WS-MEMOS-PRINTED        PIC 9(7) VALUE 0.
    05  WS-ORDERS-PARTIAL       PIC 9(7) VALUE 0.
    05  WS-ORDERS-NOT-CREDITED  PIC 9(7) VALUE 0.
    05  WS-INS-IDX              PIC 9(5) VALUE 0.
    05  WS-PRT-IDX              PIC 9(5) VALUE 0.
    05  WS-HST-FND-IDX          PIC 9(5) VALUE 0.
    05  WS-HST-SCAN-IDX         PIC 9(5) VALUE 0.
    05  WS-CUS-FND-IDX          PIC 9(5) VALUE 0.
    05  WS-ITEM-LINES-FOUND     PIC 9(5) VALUE 0.
    05  WS-PRICE-LINES-FOUND    PIC 9(5) VALUE 0.
    05  WS-EXPIRED-LINES-FOUND  PIC 9(5) VALUE 0.
    05  WS-HISTORY-LINES-KEPT   PIC 9(7) VALUE 0.
    05  WS-HISTORY-LINES-DROPPED PIC 9(7) VALUE 0.
    05  WS-QTY-RETURNABLE       PIC 9(7) VALUE 0.
    05  WS-QTY-TO-CREDIT        PIC 9(5) VALUE 0.
    05  WS-QTY-THIS-LINE        PIC 9(5) VALUE 0.
    05  WS-QTY-LINE-OPEN        PIC 9(5) VALUE 0.

01  WS-MEMO-TOTALS.
    05  WS-MEM-LINE-COUNT       PIC 9(5) VALUE 0.
    05  WS-MEM-SUBTOTAL         PIC 9(11)V99 VALUE 0.
    05  WS-MEM-TAXABLE          PIC 9(11)V99 VALUE 0.
    05  WS-MEM-EXEMPT           PIC 9(11)V99 VALUE 0.
    05  WS-MEM-TAX-EXACT        PIC 9(11)V9(6) VALUE 0.
    05  WS-MEM-TAX              PIC 9(11)V99 VALUE 0.
    05  WS-MEM-CREDIT-TOTAL     PIC 9(11)V99 VALUE 0.

01  WS-GRAND-TOTALS.
    05  WS-GRD-SUBTOTAL         PIC 9(11)V99 VALUE 0.
    05  WS-GRD-TAX              PIC 9(11)V99 VALUE 0.
    05  WS-GRD-CREDIT-TOTAL     PIC 9(11)V99 VALUE 0.
    05  WS-VALUE-CREDITED       PIC 9(11)V99 VALUE 0.

01  WS-MISC.
    05  WS-REASON               PIC X(30).
    05  WS-RUN-ID               PIC X(16).
    05  WS-CURR-DATE            PIC X(8).
    05  WS-CURR-TIME            PIC X(8).
    05  WS-PREV-ORDER           PIC 9(8) VALUE 0.
    05  WS-PREV-CUST            PIC 9(6) VALUE 0.
    05  WS-LOOKUP-ORDER         PIC 9(8) VALUE 0.
    05  WS-LOOKUP-CUST          PIC 9(6) VALUE 0.
    05  WS-LINE-AMOUNT          PIC 9(11)V99 VALUE 0.
    05  WS-CYC-PHASE            PIC X(1).
    05  WS-CYC-KEY-COUNT        PIC 9(7) VALUE 0.
    05  WS-PARM-KEYWORD         PIC X(20).
    05  WS-PARM-VALUE           PIC X(20).
    05  WS-CITY-LINE            PIC X(40).
    05  WS-RETURN-DAYS          PIC 9(3) VALUE 90.
    05  WS-CUTOFF-DATE          PIC X(8).
    05  WS-DATE-NUM             PIC 9(8) VALUE 0.
    05  WS-DAY-INT              PIC 9(7) VALUE 0.

01  WS-MEMO-HEADING-1.
    05  FILLER                  PIC X(17) VALUE "CREDIT MEMO ORDER".
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  CMH-ORDER-NUMBER        PIC 9(8).
    05  FILLER                  PIC X(12) VALUE "   CUSTOMER ".
    05  CMH-CUST-NUMBER         PIC 9(6).
    05  FILLER                  PIC X(9) VALUE "   DATE: ".
    05  CMH-DATE                PIC X(8).
01  WS-MEMO-BILL-TO-LINE.
    05  CMB-LABEL               PIC X(9).
    05  CMB-TEXT                PIC X(40).
01  WS-MEMO-HEADING-2.
    05  FILLER                  PIC X(50)
            VALUE "ITEM NAME                                 QTY".
    05  FILLER                  PIC X(25)
            VALUE "  NET COND         AMOUNT".
01  WS-MEMO-DETAIL.
    05  CMD-ITEM-NUMBER         PIC 9(6).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  CMD-ITEM-NAME           PIC X(30).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  CMD-QUANTITY            PIC ZZ,ZZ9.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  CMD-NET-PRICE           PIC ZZ,ZZ9.99.
    05  FILLER                  PIC X(3) VALUE SPACES.
    05  CMD-CONDITION           PIC X(1).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  CMD-LINE-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
01  WS-MEMO-TOTAL-LINE.
    05  CMT-LABEL               PIC X(24).
    05  CMT-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

01  WS-REG-HEADING-1.
    05  FILLER                  PIC X(32)
            VALUE "===== CREDIT REGISTER =====     ".
    05  FILLER                  PIC X(8) VALUE "RUN ID: ".
    05  RGH-RUN-ID              PIC X(16).
01  WS-REG-HEADING-2.
    05  FILLER                  PIC X(50)
            VALUE "ORDER     LINES        SUBTOTAL             TAX".
    05  FILLER                  PIC X(24)
            VALUE "    CREDIT TOTAL  STATUS".
01  WS-REG-DETAIL.
    05  RGD-ORDER-NUMBER        PIC 9(8).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  RGD-LINE-COUNT          PIC ZZZZ9.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  RGD-SUBTOTAL            PIC ZZZ,ZZZ,ZZ9.99.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  RGD-TAX                 PIC ZZZ,ZZZ,ZZ9.99.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  RGD-TOTAL               PIC ZZZ,ZZZ,ZZ9.99.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  RGD-STATUS              PIC X(13).
01  WS-REG-TOTAL-LINE.
    05  RGT-LABEL               PIC X(26).
    05  RGT-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-LOAD-CUSTOMER-TABLE
    PERFORM 2100-LOAD-INVOICE-HISTORY
    PERFORM 1100-OPEN-OUTPUT-FILES
    PERFORM UNTIL WS-RETURN-EOF
        READ RETURN-TRANS-FILE
            AT END
                SET WS-RETURN-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-RETURNS-READ
                PERFORM 3000-APPLY-RETURN
        END-READ
    END-PERFORM
    PERFORM 4000-PRINT-CREDIT-MEMOS
    PERFORM 5000-REGISTER-REJECTED-ORDERS
    PERFORM 6000-REGISTER-GRAND-TOTALS
    PERFORM 8000-REWRITE-INVOICE-HISTORY
    MOVE WS-RETURNS-ACCEPTED TO WS-CYC-KEY-COUNT
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
    PERFORM 1500-SET-CUTOFF-DATE
    PERFORM 9600-WRITE-CYCLE-START
    OPEN INPUT RETURN-TRANS-FILE
    IF WS-RETURN-FILE-STATUS NOT = "00"
        DISPLAY "RETPOST: UNABLE TO OPEN RETURN-TRANS-FILE, STATUS = "
                 WS-RETURN-FILE-STATUS
        STOP RUN
    END-IF.

1100-OPEN-OUTPUT-FILES.
    OPEN OUTPUT CREDIT-MEMO-FILE
    IF WS-MEMO-FILE-STATUS NOT = "00"
        DISPLAY "RETPOST: UNABLE TO OPEN CREDIT-MEMO-FILE, STATUS = "
                 WS-MEMO-FILE-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT REGISTER-FILE
    IF WS-REGISTER-FILE-STATUS NOT = "00"
        DISPLAY "RETPOST: UNABLE TO OPEN REGISTER-FILE, STATUS = "
                 WS-REGISTER-FILE-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT CREDIT-POST-FILE
    IF WS-AR-POST-FILE-STATUS NOT = "00"
        DISPLAY "RETPOST: UNABLE TO OPEN CREDIT-POST-FILE, STATUS = "
                 WS-AR-POST-FILE-STATUS
        STOP RUN
    END-IF
    OPEN EXTEND STOCK-TRANS-FILE
    IF WS-TRANS-FILE-STATUS NOT = "00"
        CLOSE STOCK-TRANS-FILE
        OPEN OUTPUT STOCK-TRANS-FILE
        IF WS-TRANS-FILE-STATUS NOT = "00"
            DISPLAY "RETPOST: UNABLE TO OPEN STOCK-TRANS-FILE, "
                    "STATUS = " WS-TRANS-FILE-STATUS
            STOP RUN
        END-IF
    END-IF
    OPEN EXTEND TAX-HISTORY-FILE
    IF WS-TAX-HIST-FILE-STATUS NOT = "00"
        CLOSE TAX-HISTORY-FILE
        OPEN OUTPUT TAX-HISTORY-FILE
        IF WS-TAX-HIST-FILE-STATUS NOT = "00"
            DISPLAY "RETPOST: UNABLE TO OPEN TAX-HISTORY-FILE, "
                    "STATUS = " WS-TAX-HIST-FILE-STATUS
            STOP RUN
        END-IF
    END-IF
    OPEN EXTEND RETURN-EXCEPT-FILE
    IF WS-RET-EXC-FILE-STATUS NOT = "00"
        CLOSE RETURN-EXCEPT-FILE
        OPEN OUTPUT RETURN-EXCEPT-FILE
        IF WS-RET-EXC-FILE-STATUS NOT = "00"
            DISPLAY "RETPOST: UNABLE TO OPEN RETURN-EXCEPT-FILE, "
                    "STATUS = " WS-RET-EXC-FILE-STATUS
            STOP RUN
        END-IF
    END-IF
    MOVE WS-RUN-ID TO RGH-RUN-ID
    MOVE WS-REG-HEADING-1 TO REGISTER-LINE
    PERFORM 7200-WRITE-REGISTER-LINE
    MOVE WS-REG-HEADING-2 TO REGISTER-LINE
    PERFORM 7200-WRITE-REGISTER-LINE
    MOVE SPACES TO REGISTER-LINE
    PERFORM 7200-WRITE-REGISTER-LINE.

1300-READ-PARM-FILE.
    *> Same card convention as ORDPRICE's ORDPARM: a missing RETPARM
    *> just runs with the defaults, a bad card stops the job.
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
                    DISPLAY "RETPOST: OVERRIDE-RERUN MUST BE Y OR N"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
            WHEN "RETURN-DAYS"
                COMPUTE WS-RETURN-DAYS =
                    FUNCTION NUMVAL(WS-PARM-VALUE)
                IF WS-RETURN-DAYS = 0
                    DISPLAY "RETPOST: RETURN-DAYS MUST BE 1 OR MORE"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
            WHEN OTHER
                DISPLAY "RETPOST: INVALID CONTROL CARD: " PARM-CARD
                MOVE 12 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
    END-IF.

1400-CHECK-CYCLE-CONTROL.
    *> A second run over the same RETTXN would restock the same goods
    *> again through STKTXN.
    OPEN INPUT CYCLE-CONTROL-FILE
    IF WS-CYC-FILE-STATUS = "35"
        CLOSE CYCLE-CONTROL-FILE
    ELSE IF WS-CYC-FILE-STATUS NOT = "00"
        DISPLAY "RETPOST: UNABLE TO OPEN CYCLE-CONTROL-FILE, "
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
                       AND CYC-PROGRAM = "RETPOST"
                       AND CYC-RUN-DATE = WS-CURR-DATE
                        SET WS-ALREADY-RAN TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CYCLE-CONTROL-FILE
    END-IF
    IF WS-ALREADY-RAN AND NOT WS-OVERRIDE-RERUN
        DISPLAY "RETPOST: ALREADY COMPLETED THIS CYCLE, "
                "OVERRIDE-RERUN=Y REQUIRED TO RUN AGAIN"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

1500-SET-CUTOFF-DATE.
    *> A line is returnable for RETURN-DAYS days after it was billed;
    *> one billed before the cutoff is past its window.
    MOVE WS-CURR-DATE TO WS-DATE-NUM
    COMPUTE WS-DAY-INT =
        FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - WS-RETURN-DAYS
    COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
    MOVE WS-DATE-NUM TO WS-CUTOFF-DATE.

2000-LOAD-CUSTOMER-TABLE.
    OPEN INPUT CUST-MASTER-FILE
    IF WS-CUST-FILE-STATUS NOT = "00"
        DISPLAY "RETPOST: UNABLE TO OPEN CUST-MASTER-FILE, STATUS = "
                 WS-CUST-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-CUST-EOF
        READ CUST-MASTER-FILE
            AT END
                SET WS-CUST-EOF TO TRUE
            NOT AT END
                PERFORM 2050-INSERT-CUSTOMER
        END-READ
    END-PERFORM
    CLOSE CUST-MASTER-FILE.

2050-INSERT-CUSTOMER.
    IF WS-CUS-COUNT = 99999
        DISPLAY "RETPOST: CUSTOMER TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-CUS-COUNT
    MOVE WS-CUS-COUNT TO WS-INS-IDX
    PERFORM VARYING WS-INS-IDX FROM WS-CUS-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-CUS-NUMBER(WS-INS-IDX - 1) < CUS-CUST-NUMBER
        MOVE WS-CUS-TABLE(WS-INS-IDX - 1) TO WS-CUS-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE CUS-CUST-NUMBER TO WS-CUS-NUMBER(WS-INS-IDX)
    MOVE CUS-BILL-NAME   TO WS-CUS-BILL-NAME(WS-INS-IDX)
    MOVE CUS-BILL-ADDR-1 TO WS-CUS-BILL-ADDR-1(WS-INS-IDX)
    MOVE CUS-BILL-ADDR-2 TO WS-CUS-BILL-ADDR-2(WS-INS-IDX)
    MOVE CUS-BILL-CITY   TO WS-CUS-BILL-CITY(WS-INS-IDX)
    MOVE CUS-BILL-STATE  TO WS-CUS-BILL-STATE(WS-INS-IDX)
    MOVE CUS-BILL-ZIP    TO WS-CUS-BILL-ZIP(WS-INS-IDX).

2100-LOAD-INVOICE-HISTORY.
    *> Before ORDINV has billed anything there is no history, and
    *> every return rejects as not invoiced.
    OPEN INPUT INVOICE-HISTORY-FILE
    IF WS-HISTORY-FILE-STATUS = "35"
        DISPLAY "RETPOST: NO INVOICE HISTORY, STATUS = "
                 WS-HISTORY-FILE-STATUS
    ELSE
        IF WS-HISTORY-FILE-STATUS NOT = "00"
            DISPLAY "RETPOST: UNABLE TO OPEN INVOICE-HISTORY-FILE, "
                    "STATUS = " WS-HISTORY-FILE-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL WS-HISTORY-EOF
            READ INVOICE-HISTORY-FILE
                AT END
                    SET WS-HISTORY-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-HISTORY-LINES-READ
                    PERFORM 2150-INSERT-HISTORY-LINE
            END-READ
        END-PERFORM
        CLOSE INVOICE-HISTORY-FILE
    END-IF.

2150-INSERT-HISTORY-LINE.
    IF WS-HST-COUNT = 99999
        DISPLAY "RETPOST: HISTORY TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE IHS-ORDER-NUMBER TO WS-SRCH-ORDER
    MOVE IHS-ITEM-NUMBER  TO WS-SRCH-ITEM
    ADD 1 TO WS-HST-COUNT
    MOVE WS-HST-COUNT TO WS-INS-IDX
    PERFORM VARYING WS-INS-IDX FROM WS-HST-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-HST-KEY(WS-INS-IDX - 1) NOT > WS-SEARCH-KEY
        MOVE WS-HST-TABLE(WS-INS-IDX - 1) TO WS-HST-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE WS-SEARCH-KEY    TO WS-HST-KEY(WS-INS-IDX)
    MOVE IHS-CUST-NUMBER  TO WS-HST-CUST(WS-INS-IDX)
    MOVE IHS-ITEM-NAME    TO WS-HST-ITEM-NAME(WS-INS-IDX)
    MOVE IHS-INVOICE-DATE TO WS-HST-INVOICE-DATE(WS-INS-IDX)
    MOVE IHS-QUANTITY     TO WS-HST-QUANTITY(WS-INS-IDX)
    MOVE IHS-NET-PRICE    TO WS-HST-NET-PRICE(WS-INS-IDX)
    MOVE IHS-LINE-AMOUNT  TO WS-HST-LINE-AMOUNT(WS-INS-IDX)
    MOVE IHS-TAX-RATE     TO WS-HST-TAX-RATE(WS-INS-IDX)
    MOVE IHS-TAX-JURIS    TO WS-HST-TAX-JURIS(WS-INS-IDX)
    MOVE IHS-TAX-EXEMPT   TO WS-HST-TAX-EXEMPT(WS-INS-IDX)
    MOVE IHS-QTY-RETURNED TO WS-HST-QTY-RETURNED(WS-INS-IDX).

3000-APPLY-RETURN.
    MOVE 0 TO WS-HST-FND-IDX
    MOVE 0 TO WS-ITEM-LINES-FOUND
    MOVE 0 TO WS-PRICE-LINES-FOUND
    MOVE 0 TO WS-EXPIRED-LINES-FOUND
    MOVE 0 TO WS-QTY-RETURNABLE
    IF RTN-ORDER-NUMBER IS NUMERIC AND RTN-ITEM-NUMBER IS NUMERIC
            AND RTN-UNIT-PRICE IS NUMERIC
        MOVE RTN-ORDER-NUMBER TO WS-SRCH-ORDER
        MOVE RTN-ITEM-NUMBER  TO WS-SRCH-ITEM
        PERFORM 3100-FIND-HISTORY-LINES
    END-IF
    IF RTN-ORDER-NUMBER IS NOT NUMERIC OR RTN-ORDER-NUMBER = ZERO
        MOVE "INVALID ORDER NUMBER" TO WS-REASON
        PERFORM 3700-WRITE-RETURN-EXCEPTION
    ELSE IF RTN-ITEM-NUMBER IS NOT NUMERIC OR RTN-ITEM-NUMBER = ZERO
        MOVE "INVALID ITEM NUMBER" TO WS-REASON
        PERFORM 3700-WRITE-RETURN-EXCEPTION
    ELSE IF RTN-QUANTITY IS NOT NUMERIC OR RTN-QUANTITY = ZERO
        MOVE "INVALID RETURN QUANTITY" TO WS-REASON
        PERFORM 3700-WRITE-RETURN-EXCEPTION
    ELSE IF RTN-UNIT-PRICE IS NOT NUMERIC OR RTN-UNIT-PRICE = ZERO
        MOVE "INVALID UNIT PRICE" TO WS-REASON
        PERFORM 3700-WRITE-RETURN-EXCEPTION
    ELSE IF NOT RTN-GOOD AND NOT RTN-DAMAGED
        MOVE "INVALID CONDITION CODE" TO WS-REASON
        PERFORM 3700-WRITE-RETURN-EXCEPTION
    ELSE IF WS-ITEM-LINES-FOUND = 0
        MOVE "ITEM NOT INVOICED ON ORDER" TO WS-REASON
        PERFORM 3700-WRITE-RETURN-EXCEPTION
    ELSE IF WS-EXPIRED-LINES-FOUND = WS-ITEM-LINES-FOUND
        MOVE "OUTSIDE RETURN WINDOW" TO WS-REASON
        PERFORM 3700-WRITE-RETURN-EXCEPTION
    ELSE IF WS-PRICE-LINES-FOUND = 0
        MOVE "PRICE DIFFERS FROM INVOICE" TO WS-REASON
        PERFORM 3700-WRITE-RETURN-EXCEPTION
    ELSE IF RTN-QUANTITY > WS-QTY-RETURNABLE
        MOVE "RETURN EXCEEDS QTY INVOICED" TO WS-REASON
        PERFORM 3700-WRITE-RETURN-EXCEPTION
    ELSE
        PERFORM 3200-CREDIT-RETURN
    END-IF.

3100-FIND-HISTORY-LINES.
    *> SEARCH ALL lands on any one of a run of equal keys; back up to
    *> the first of them, then total what is still returnable at the
    *> price the customer quotes. Lines past the return window count
    *> as found but returnable at no price.
    SET WS-HST-IDX TO 1
    IF WS-HST-COUNT > 0
        SEARCH ALL WS-HST-TABLE
            AT END
                CONTINUE
            WHEN WS-HST-KEY(WS-HST-IDX) = WS-SEARCH-KEY
                SET WS-HST-FND-IDX TO WS-HST-IDX
        END-SEARCH
    END-IF
    IF WS-HST-FND-IDX > 0
        PERFORM UNTIL WS-HST-FND-IDX = 1
                   OR WS-HST-KEY(WS-HST-FND-IDX - 1) NOT = WS-SEARCH-KEY
            SUBTRACT 1 FROM WS-HST-FND-IDX
        END-PERFORM
        MOVE WS-HST-FND-IDX TO WS-HST-SCAN-IDX
        PERFORM UNTIL WS-HST-SCAN-IDX > WS-HST-COUNT
                   OR WS-HST-KEY(WS-HST-SCAN-IDX) NOT = WS-SEARCH-KEY
            ADD 1 TO WS-ITEM-LINES-FOUND
            IF WS-HST-INVOICE-DATE(WS-HST-SCAN-IDX) < WS-CUTOFF-DATE
                ADD 1 TO WS-EXPIRED-LINES-FOUND
            ELSE
                IF WS-HST-NET-PRICE(WS-HST-SCAN-IDX) = RTN-UNIT-PRICE
                    ADD 1 TO WS-PRICE-LINES-FOUND
                    COMPUTE WS-QTY-RETURNABLE = WS-QTY-RETURNABLE
                        + WS-HST-QUANTITY(WS-HST-SCAN-IDX)
                        - WS-HST-QTY-RETURNED(WS-HST-SCAN-IDX)
                END-IF
            END-IF
            ADD 1 TO WS-HST-SCAN-IDX
        END-PERFORM
    END-IF.

3200-CREDIT-RETURN.
    *> Consume the billed lines at this price oldest first; each
    *> portion taken becomes a credit line at its billing's tax rate.
    MOVE RTN-QUANTITY TO WS-QTY-TO-CREDIT
    MOVE WS-HST-FND-IDX TO WS-HST-SCAN-IDX
    PERFORM UNTIL WS-QTY-TO-CREDIT = 0
        IF WS-HST-NET-PRICE(WS-HST-SCAN-IDX) = RTN-UNIT-PRICE
           AND WS-HST-INVOICE-DATE(WS-HST-SCAN-IDX)
               NOT < WS-CUTOFF-DATE
            COMPUTE WS-QTY-LINE-OPEN =
                WS-HST-QUANTITY(WS-HST-SCAN-IDX)
                - WS-HST-QTY-RETURNED(WS-HST-SCAN-IDX)
            IF WS-QTY-LINE-OPEN > 0
                IF WS-QTY-LINE-OPEN < WS-QTY-TO-CREDIT
                    MOVE WS-QTY-LINE-OPEN TO WS-QTY-THIS-LINE
                ELSE
                    MOVE WS-QTY-TO-CREDIT TO WS-QTY-THIS-LINE
                END-IF
                ADD WS-QTY-THIS-LINE
                  TO WS-HST-QTY-RETURNED(WS-HST-SCAN-IDX)
                SUBTRACT WS-QTY-THIS-LINE FROM WS-QTY-TO-CREDIT
                PERFORM 3300-ADD-CREDIT-LINE
            END-IF
        END-IF
        ADD 1 TO WS-HST-SCAN-IDX
    END-PERFORM
    IF RTN-GOOD
        PERFORM 3400-WRITE-STOCK-RECEIPT
        ADD RTN-QUANTITY TO WS-UNITS-RESTOCKED
    ELSE
        ADD RTN-QUANTITY TO WS-UNITS-DAMAGED
    END-IF
    ADD 1 TO WS-RETURNS-ACCEPTED.

3300-ADD-CREDIT-LINE.
    IF WS-CRL-COUNT = 99999
        DISPLAY "RETPOST: CREDIT-LINE TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    COMPUTE WS-LINE-AMOUNT = WS-QTY-THIS-LINE * RTN-UNIT-PRICE
    ADD WS-LINE-AMOUNT TO WS-VALUE-CREDITED
    ADD 1 TO WS-CRL-COUNT
    MOVE WS-CRL-COUNT TO WS-INS-IDX
    PERFORM VARYING WS-INS-IDX FROM WS-CRL-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-CRL-ORDER(WS-INS-IDX - 1) NOT > RTN-ORDER-NUMBER
        MOVE WS-CRL-TABLE(WS-INS-IDX - 1) TO WS-CRL-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE RTN-ORDER-NUMBER TO WS-CRL-ORDER(WS-INS-IDX)
    MOVE WS-HST-CUST(WS-HST-SCAN-IDX)
      TO WS-CRL-CUST(WS-INS-IDX)
    MOVE RTN-ITEM-NUMBER  TO WS-CRL-ITEM(WS-INS-IDX)
    MOVE WS-HST-ITEM-NAME(WS-HST-SCAN-IDX)
      TO WS-CRL-ITEM-NAME(WS-INS-IDX)
    MOVE WS-QTY-THIS-LINE TO WS-CRL-QUANTITY(WS-INS-IDX)
    MOVE RTN-UNIT-PRICE   TO WS-CRL-NET-PRICE(WS-INS-IDX)
    MOVE WS-LINE-AMOUNT   TO WS-CRL-AMOUNT(WS-INS-IDX)
    MOVE WS-HST-TAX-RATE(WS-HST-SCAN-IDX)
      TO WS-CRL-TAX-RATE(WS-INS-IDX)
    MOVE WS-HST-TAX-JURIS(WS-HST-SCAN-IDX)
      TO WS-CRL-TAX-JURIS(WS-INS-IDX)
    MOVE WS-HST-TAX-EXEMPT(WS-HST-SCAN-IDX)
      TO WS-CRL-TAX-EXEMPT(WS-INS-IDX)
    MOVE RTN-CONDITION    TO WS-CRL-CONDITION(WS-INS-IDX).

3400-WRITE-STOCK-RECEIPT.
    *> Same Receipt transaction PORECV writes: STKMAINT adds the
    *> quantity to on-hand and leaves the rest of the item alone.
    SET STX-RECEIPT TO TRUE
    MOVE RTN-ITEM-NUMBER TO STX-ITEM-NUMBER
    MOVE RTN-QUANTITY    TO STX-ON-HAND
    MOVE 0               TO STX-ALLOCATED
    MOVE 0               TO STX-REORDER-POINT
    MOVE 0               TO STX-REORDER-QTY
    WRITE STOCK-TRANS-RECORD
    IF WS-TRANS-FILE-STATUS NOT = "00"
        DISPLAY "RETPOST: ERROR WRITING STOCK-TRANS-FILE, STATUS = "
                 WS-TRANS-FILE-STATUS
        STOP RUN
    END-IF
    ADD 1 TO WS-TXNS-WRITTEN.

3700-WRITE-RETURN-EXCEPTION.
    MOVE WS-CURR-DATE     TO RTX-DATE
    MOVE RTN-ORDER-NUMBER TO RTX-ORDER-NUMBER
    MOVE RTN-ITEM-NUMBER  TO RTX-ITEM-NUMBER
    MOVE RTN-QUANTITY     TO RTX-QUANTITY
    MOVE RTN-UNIT-PRICE   TO RTX-UNIT-PRICE
    MOVE RTN-CONDITION    TO RTX-CONDITION
    MOVE WS-REASON        TO RTX-REASON
    WRITE RETURN-EXCEPT-RECORD
    IF WS-RET-EXC-FILE-STATUS NOT = "00"
        DISPLAY "RETPOST: ERROR WRITING RETURN-EXCEPT-FILE, STATUS = "
                 WS-RET-EXC-FILE-STATUS
        STOP RUN
    END-IF
    ADD 1 TO WS-RETURNS-REJECTED
    IF RTN-ORDER-NUMBER IS NUMERIC
        PERFORM 3750-TALLY-REJECTED-ORDER
    END-IF.

3750-TALLY-REJECTED-ORDER.
    SET WS-REJ-IDX TO 1
    IF WS-REJ-COUNT > 0
        SEARCH ALL WS-REJ-TABLE
            AT END
                PERFORM 3760-INSERT-REJECTED-ORDER
            WHEN WS-REJ-ORDER-NUMBER(WS-REJ-IDX) = RTN-ORDER-NUMBER
                ADD 1 TO WS-REJ-LINE-COUNT(WS-REJ-IDX)
        END-SEARCH
    ELSE
        PERFORM 3760-INSERT-REJECTED-ORDER
    END-IF.

3760-INSERT-REJECTED-ORDER.
    IF WS-REJ-COUNT = 99999
        DISPLAY "RETPOST: REJECTED-ORDER TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-REJ-COUNT
    MOVE WS-REJ-COUNT TO WS-INS-IDX
    PERFORM VARYING WS-INS-IDX FROM WS-REJ-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-REJ-ORDER-NUMBER(WS-INS-IDX - 1)
                  < RTN-ORDER-NUMBER
        MOVE WS-REJ-TABLE(WS-INS-IDX - 1) TO WS-REJ-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE RTN-ORDER-NUMBER TO WS-REJ-ORDER-NUMBER(WS-INS-IDX)
    MOVE 1 TO WS-REJ-LINE-COUNT(WS-INS-IDX).

4000-PRINT-CREDIT-MEMOS.
    *> The credit lines are in order sequence, so a straight control
    *> break on the order gives one memo per order.
    PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
            UNTIL WS-PRT-IDX > WS-CRL-COUNT
        IF NOT WS-MEMO-OPEN
                OR WS-CRL-ORDER(WS-PRT-IDX) NOT = WS-PREV-ORDER
            IF WS-MEMO-OPEN
                PERFORM 4500-CLOSE-MEMO
            END-IF
            PERFORM 4100-START-MEMO
        END-IF
        PERFORM 4300-PRINT-MEMO-DETAIL
    END-PERFORM
    IF WS-MEMO-OPEN
        PERFORM 4500-CLOSE-MEMO
    END-IF.

4100-START-MEMO.
    MOVE WS-CRL-ORDER(WS-PRT-IDX) TO WS-PREV-ORDER
    MOVE WS-CRL-CUST(WS-PRT-IDX)  TO WS-PREV-CUST
    MOVE 'Y' TO WS-MEMO-OPEN-SW
    MOVE 0 TO WS-MEM-LINE-COUNT
    MOVE 0 TO WS-MEM-SUBTOTAL
    MOVE 0 TO WS-MEM-TAXABLE
    MOVE 0 TO WS-MEM-EXEMPT
    MOVE 0 TO WS-MEM-TAX-EXACT
    MOVE WS-CRL-TAX-JURIS(WS-PRT-IDX) TO TXH-TAX-JURIS
    MOVE WS-CRL-TAX-RATE(WS-PRT-IDX)  TO TXH-TAX-RATE
    MOVE WS-PREV-ORDER     TO CMH-ORDER-NUMBER
    MOVE WS-PREV-CUST      TO CMH-CUST-NUMBER
    MOVE WS-CURR-DATE      TO CMH-DATE
    MOVE WS-MEMO-HEADING-1 TO CREDIT-MEMO-LINE
    PERFORM 7100-WRITE-MEMO-LINE
    PERFORM 4200-PRINT-BILL-TO
    MOVE WS-MEMO-HEADING-2 TO CREDIT-MEMO-LINE
    PERFORM 7100-WRITE-MEMO-LINE.

4200-PRINT-BILL-TO.
    *> As on ORDINV's invoice, a customer dropped from the master
    *> since billing still gets the memo, flagged for billing.
    MOVE WS-PREV-CUST TO WS-LOOKUP-CUST
    PERFORM 4250-FIND-CUSTOMER
    MOVE "BILL TO: " TO CMB-LABEL
    IF WS-CUS-FND-IDX = 0
        MOVE "*** CUSTOMER NOT ON MASTER ***" TO CMB-TEXT
        MOVE WS-MEMO-BILL-TO-LINE TO CREDIT-MEMO-LINE
        PERFORM 7100-WRITE-MEMO-LINE
    ELSE
        MOVE WS-CUS-BILL-NAME(WS-CUS-FND-IDX) TO CMB-TEXT
        MOVE WS-MEMO-BILL-TO-LINE TO CREDIT-MEMO-LINE
        PERFORM 7100-WRITE-MEMO-LINE
        MOVE SPACES TO CMB-LABEL
        MOVE WS-CUS-BILL-ADDR-1(WS-CUS-FND-IDX) TO CMB-TEXT
        MOVE WS-MEMO-BILL-TO-LINE TO CREDIT-MEMO-LINE
        PERFORM 7100-WRITE-MEMO-LINE
        IF WS-CUS-BILL-ADDR-2(WS-CUS-FND-IDX) NOT = SPACES
            MOVE WS-CUS-BILL-ADDR-2(WS-CUS-FND-IDX) TO CMB-TEXT
            MOVE WS-MEMO-BILL-TO-LINE TO CREDIT-MEMO-LINE
            PERFORM 7100-WRITE-MEMO-LINE
        END-IF
        MOVE SPACES TO WS-CITY-LINE
        STRING WS-CUS-BILL-CITY(WS-CUS-FND-IDX)  DELIMITED BY "  "
               ", "                              DELIMITED BY SIZE
               WS-CUS-BILL-STATE(WS-CUS-FND-IDX) DELIMITED BY SIZE
               "  "                              DELIMITED BY SIZE
               WS-CUS-BILL-ZIP(WS-CUS-FND-IDX)   DELIMITED BY SPACE
               INTO WS-CITY-LINE
        END-STRING
        MOVE WS-CITY-LINE TO CMB-TEXT
        MOVE WS-MEMO-BILL-TO-LINE TO CREDIT-MEMO-LINE
        PERFORM 7100-WRITE-MEMO-LINE
    END-IF
    MOVE SPACES TO CREDIT-MEMO-LINE
    PERFORM 7100-WRITE-MEMO-LINE.

4250-FIND-CUSTOMER.
    MOVE 0 TO WS-CUS-FND-IDX
    IF WS-CUS-COUNT > 0
        SET WS-CUS-IDX TO 1
        SEARCH ALL WS-CUS-TABLE
            AT END
                CONTINUE
            WHEN WS-CUS-NUMBER(WS-CUS-IDX) = WS-LOOKUP-CUST
                SET WS-CUS-FND-IDX TO WS-CUS-IDX
        END-SEARCH
    END-IF.

4300-PRINT-MEMO-DETAIL.
    MOVE WS-CRL-ITEM(WS-PRT-IDX)      TO CMD-ITEM-NUMBER
    MOVE WS-CRL-ITEM-NAME(WS-PRT-IDX) TO CMD-ITEM-NAME
    MOVE WS-CRL-QUANTITY(WS-PRT-IDX)  TO CMD-QUANTITY
    MOVE WS-CRL-NET-PRICE(WS-PRT-IDX) TO CMD-NET-PRICE
    MOVE WS-CRL-CONDITION(WS-PRT-IDX) TO CMD-CONDITION
    MOVE WS-CRL-AMOUNT(WS-PRT-IDX)    TO CMD-LINE-AMOUNT
    MOVE WS-MEMO-DETAIL TO CREDIT-MEMO-LINE
    PERFORM 7100-WRITE-MEMO-LINE
    ADD 1 TO WS-MEM-LINE-COUNT
    ADD WS-CRL-AMOUNT(WS-PRT-IDX) TO WS-MEM-SUBTOTAL
    IF WS-CRL-TAX-EXEMPT(WS-PRT-IDX) = 'Y'
        ADD WS-CRL-AMOUNT(WS-PRT-IDX) TO WS-MEM-EXEMPT
    ELSE
        ADD WS-CRL-AMOUNT(WS-PRT-IDX) TO WS-MEM-TAXABLE
    END-IF
    COMPUTE WS-MEM-TAX-EXACT = WS-MEM-TAX-EXACT
        + WS-CRL-AMOUNT(WS-PRT-IDX) * WS-CRL-TAX-RATE(WS-PRT-IDX)
          / 100.

4500-CLOSE-MEMO.
    *> Tax is rounded once per memo, as ORDINV rounds it once per
    *> invoice, so returning a whole invoice credits back its tax.
    COMPUTE WS-MEM-TAX ROUNDED = WS-MEM-TAX-EXACT
    COMPUTE WS-MEM-CREDIT-TOTAL =
        WS-MEM-SUBTOTAL + WS-MEM-TAX
    MOVE "  SUBTOTAL............:" TO CMT-LABEL
    MOVE WS-MEM-SUBTOTAL TO CMT-AMOUNT
    MOVE WS-MEMO-TOTAL-LINE TO CREDIT-MEMO-LINE
    PERFORM 7100-WRITE-MEMO-LINE
    MOVE "  TAX.................:" TO CMT-LABEL
    MOVE WS-MEM-TAX TO CMT-AMOUNT
    MOVE WS-MEMO-TOTAL-LINE TO CREDIT-MEMO-LINE
    PERFORM 7100-WRITE-MEMO-LINE
    MOVE "  CREDIT TOTAL........:" TO CMT-LABEL
    MOVE WS-MEM-CREDIT-TOTAL TO CMT-AMOUNT
    MOVE WS-MEMO-TOTAL-LINE TO CREDIT-MEMO-LINE
    PERFORM 7100-WRITE-MEMO-LINE
    MOVE SPACES TO CREDIT-MEMO-LINE
    PERFORM 7100-WRITE-MEMO-LINE
    PERFORM 4600-WRITE-REGISTER-ENTRY
    PERFORM 4680-WRITE-AR-CREDIT
    PERFORM 4690-WRITE-TAX-HISTORY
    ADD WS-MEM-SUBTOTAL     TO WS-GRD-SUBTOTAL
    ADD WS-MEM-TAX          TO WS-GRD-TAX
    ADD WS-MEM-CREDIT-TOTAL TO WS-GRD-CREDIT-TOTAL
    ADD 1 TO WS-MEMOS-PRINTED
    MOVE 'N' TO WS-MEMO-OPEN-SW.

4600-WRITE-REGISTER-ENTRY.
    MOVE SPACES TO WS-REG-DETAIL
    MOVE WS-PREV-ORDER       TO RGD-ORDER-NUMBER
    MOVE WS-MEM-LINE-COUNT   TO RGD-LINE-COUNT
    MOVE WS-MEM-SUBTOTAL     TO RGD-SUBTOTAL
    MOVE WS-MEM-TAX          TO RGD-TAX
    MOVE WS-MEM-CREDIT-TOTAL TO RGD-TOTAL
    MOVE "CREDITED"           TO RGD-STATUS
    MOVE WS-REG-DETAIL TO REGISTER-LINE
    PERFORM 7200-WRITE-REGISTER-LINE.

4680-WRITE-AR-CREDIT.
    *> The credit carries the order number, which is also the number
    *> of the invoice it was raised against.
    MOVE WS-PREV-CUST        TO ARC-CUST-NUMBER
    MOVE WS-PREV-ORDER       TO ARC-REF-NUMBER
    MOVE 'C'                 TO ARC-ITEM-TYPE
    MOVE WS-CURR-DATE        TO ARC-ITEM-DATE
    MOVE WS-MEM-CREDIT-TOTAL TO ARC-AMOUNT
    WRITE CREDIT-POST-RECORD
    IF WS-AR-POST-FILE-STATUS NOT = "00"
        DISPLAY "RETPOST: ERROR WRITING CREDIT-POST-FILE, STATUS = "
                 WS-AR-POST-FILE-STATUS
        STOP RUN
    END-IF.

4690-WRITE-TAX-HISTORY.
    *> Jurisdiction and rate were taken from the memo's first line
    *> when it was started.
    MOVE WS-CURR-DATE   TO TXH-DATE
    MOVE 'C'            TO TXH-TYPE
    MOVE WS-PREV-ORDER  TO TXH-ORDER-NUMBER
    MOVE WS-PREV-CUST   TO TXH-CUST-NUMBER
    MOVE WS-MEM-TAXABLE TO TXH-TAXABLE-AMOUNT
    MOVE WS-MEM-EXEMPT  TO TXH-EXEMPT-AMOUNT
    MOVE WS-MEM-TAX     TO TXH-TAX-AMOUNT
    MOVE SPACES         TO TXH-EXEMPT-CERT
    WRITE TAX-HISTORY-RECORD
    IF WS-TAX-HIST-FILE-STATUS NOT = "00"
        DISPLAY "RETPOST: ERROR WRITING TAX-HISTORY-FILE, STATUS = "
                 WS-TAX-HIST-FILE-STATUS
        STOP RUN
    END-IF.

5000-REGISTER-REJECTED-ORDERS.
    PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
            UNTIL WS-PRT-IDX > WS-REJ-COUNT
        PERFORM 5100-REGISTER-ONE-REJECT
    END-PERFORM.

5100-REGISTER-ONE-REJECT.
    MOVE WS-REJ-ORDER-NUMBER(WS-PRT-IDX) TO WS-LOOKUP-ORDER
    PERFORM 5200-FIND-CREDITED-ORDER
    MOVE SPACES TO WS-REG-DETAIL
    MOVE WS-LOOKUP-ORDER TO RGD-ORDER-NUMBER
    MOVE WS-REJ-LINE-COUNT(WS-PRT-IDX) TO RGD-LINE-COUNT
    IF WS-ORDER-CREDITED
        MOVE "PARTIAL" TO RGD-STATUS
        ADD 1 TO WS-ORDERS-PARTIAL
    ELSE
        MOVE "NOT CREDITED" TO RGD-STATUS
        ADD 1 TO WS-ORDERS-NOT-CREDITED
    END-IF
    MOVE WS-REG-DETAIL TO REGISTER-LINE
    PERFORM 7200-WRITE-REGISTER-LINE.

5200-FIND-CREDITED-ORDER.
    MOVE 'N' TO WS-FOUND-SW
    IF WS-CRL-COUNT > 0
        SET WS-CRL-IDX TO 1
        SEARCH ALL WS-CRL-TABLE
            AT END
                CONTINUE
            WHEN WS-CRL-ORDER(WS-CRL-IDX) = WS-LOOKUP-ORDER
                MOVE 'Y' TO WS-FOUND-SW
        END-SEARCH
    END-IF.

6000-REGISTER-GRAND-TOTALS.
    *> The grand subtotal is the sum of every credited line, so it
    *> balances back to VALUE CREDITED for the day.
    MOVE SPACES TO REGISTER-LINE
    PERFORM 7200-WRITE-REGISTER-LINE
    MOVE "GRAND SUBTOTAL..........:" TO RGT-LABEL
    MOVE WS-GRD-SUBTOTAL TO RGT-AMOUNT
    MOVE WS-REG-TOTAL-LINE TO REGISTER-LINE
    PERFORM 7200-WRITE-REGISTER-LINE
    MOVE "GRAND TAX...............:" TO RGT-LABEL
    MOVE WS-GRD-TAX TO RGT-AMOUNT
    MOVE WS-REG-TOTAL-LINE TO REGISTER-LINE
    PERFORM 7200-WRITE-REGISTER-LINE
    MOVE "GRAND CREDIT TOTAL......:" TO RGT-LABEL
    MOVE WS-GRD-CREDIT-TOTAL TO RGT-AMOUNT
    MOVE WS-REG-TOTAL-LINE TO REGISTER-LINE
    PERFORM 7200-WRITE-REGISTER-LINE
    IF WS-GRD-SUBTOTAL NOT = WS-VALUE-CREDITED
        DISPLAY "RETPOST: CREDIT REGISTER OUT OF BALANCE, SUBTOTAL = "
                 WS-GRD-SUBTOTAL " VALUE CREDITED = " WS-VALUE-CREDITED
        MOVE 12 TO RETURN-CODE
    END-IF.

7100-WRITE-MEMO-LINE.
    WRITE CREDIT-MEMO-LINE
    IF WS-MEMO-FILE-STATUS NOT = "00"
        DISPLAY "RETPOST: ERROR WRITING CREDIT-MEMO-FILE, STATUS = "
                 WS-MEMO-FILE-STATUS
        STOP RUN
    END-IF.

7200-WRITE-REGISTER-LINE.
    WRITE REGISTER-LINE
    IF WS-REGISTER-FILE-STATUS NOT = "00"
        DISPLAY "RETPOST: ERROR WRITING REGISTER-FILE, STATUS = "
                 WS-REGISTER-FILE-STATUS
        STOP RUN
    END-IF.

8000-REWRITE-INVOICE-HISTORY.
    *> Written back in order / item sequence, with the returned
    *> quantities brought up to date and the lines that can no longer
    *> come back left out; ORDINV adds the next day's billing after
    *> it.
    OPEN OUTPUT INVOICE-HISTORY-FILE
    IF WS-HISTORY-FILE-STATUS NOT = "00"
        DISPLAY "RETPOST: UNABLE TO REWRITE INVOICE-HISTORY-FILE, "
                "STATUS = " WS-HISTORY-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM VARYING WS-HST-IDX FROM 1 BY 1
            UNTIL WS-HST-IDX > WS-HST-COUNT
        IF WS-HST-QTY-RETURNED(WS-HST-IDX)
                NOT < WS-HST-QUANTITY(WS-HST-IDX)
           OR WS-HST-INVOICE-DATE(WS-HST-IDX) < WS-CUTOFF-DATE
            ADD 1 TO WS-HISTORY-LINES-DROPPED
        ELSE
            PERFORM 8100-WRITE-HISTORY-LINE
        END-IF
    END-PERFORM
    CLOSE INVOICE-HISTORY-FILE.

8100-WRITE-HISTORY-LINE.
    MOVE WS-HST-ORDER(WS-HST-IDX)        TO IHS-ORDER-NUMBER
    MOVE WS-HST-CUST(WS-HST-IDX)         TO IHS-CUST-NUMBER
    MOVE WS-HST-ITEM(WS-HST-IDX)         TO IHS-ITEM-NUMBER
    MOVE WS-HST-ITEM-NAME(WS-HST-IDX)    TO IHS-ITEM-NAME
    MOVE WS-HST-INVOICE-DATE(WS-HST-IDX) TO IHS-INVOICE-DATE
    MOVE WS-HST-QUANTITY(WS-HST-IDX)     TO IHS-QUANTITY
    MOVE WS-HST-NET-PRICE(WS-HST-IDX)    TO IHS-NET-PRICE
    MOVE WS-HST-LINE-AMOUNT(WS-HST-IDX)  TO IHS-LINE-AMOUNT
    MOVE WS-HST-TAX-RATE(WS-HST-IDX)     TO IHS-TAX-RATE
    MOVE WS-HST-TAX-JURIS(WS-HST-IDX)    TO IHS-TAX-JURIS
    MOVE WS-HST-TAX-EXEMPT(WS-HST-IDX)   TO IHS-TAX-EXEMPT
    MOVE WS-HST-QTY-RETURNED(WS-HST-IDX) TO IHS-QTY-RETURNED
    WRITE INVOICE-HISTORY-RECORD
    IF WS-HISTORY-FILE-STATUS NOT = "00"
        DISPLAY "RETPOST: ERROR WRITING INVOICE-HISTORY-FILE, "
                "STATUS = " WS-HISTORY-FILE-STATUS
        STOP RUN
    END-IF
    ADD 1 TO WS-HISTORY-LINES-KEPT.

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
            DISPLAY "RETPOST: UNABLE TO OPEN CYCLE-CONTROL-FILE, "
                    "STATUS = " WS-CYC-FILE-STATUS
            STOP RUN
        END-IF
    END-IF
    MOVE "RETPOST"        TO CYC-PROGRAM
    MOVE WS-RUN-ID        TO CYC-RUN-ID
    MOVE WS-CURR-DATE     TO CYC-RUN-DATE
    MOVE WS-CYC-PHASE     TO CYC-PHASE
    MOVE RETURN-CODE      TO CYC-RETURN-CODE
    MOVE WS-CYC-KEY-COUNT TO CYC-KEY-COUNT
    WRITE CYCLE-CONTROL-RECORD
    IF WS-CYC-FILE-STATUS NOT = "00"
        DISPLAY "RETPOST: ERROR WRITING CYCLE-CONTROL-FILE, "
                "STATUS = " WS-CYC-FILE-STATUS
        STOP RUN
    END-IF
    CLOSE CYCLE-CONTROL-FILE.

9000-SUMMARY.
    DISPLAY "===== RETURNS AND CREDITS SUMMARY ====="
    DISPLAY "RUN ID................: " WS-RUN-ID
    DISPLAY "HISTORY LINES READ....: " WS-HISTORY-LINES-READ
    DISPLAY "HISTORY LINES KEPT....: " WS-HISTORY-LINES-KEPT
    DISPLAY "HISTORY LINES DROPPED.: " WS-HISTORY-LINES-DROPPED
    DISPLAY "RETURNS READ..........: " WS-RETURNS-READ
    DISPLAY "RETURNS ACCEPTED......: " WS-RETURNS-ACCEPTED
    DISPLAY "RETURNS REJECTED......: " WS-RETURNS-REJECTED
    DISPLAY "UNITS RESTOCKED.......: " WS-UNITS-RESTOCKED
    DISPLAY "UNITS DAMAGED.........: " WS-UNITS-DAMAGED
    DISPLAY "STKTXN RECEIPTS.......: " WS-TXNS-WRITTEN
    DISPLAY "CREDIT MEMOS..........: " WS-MEMOS-PRINTED
    DISPLAY "ORDERS PARTIAL........: " WS-ORDERS-PARTIAL
    DISPLAY "ORDERS NOT CREDITED...: " WS-ORDERS-NOT-CREDITED
    DISPLAY "VALUE CREDITED........: " WS-VALUE-CREDITED
    DISPLAY "GRAND CREDIT TOTAL....: " WS-GRD-CREDIT-TOTAL
    DISPLAY "=======================================".

9900-CLOSE-FILES.
    CLOSE RETURN-TRANS-FILE
    CLOSE CREDIT-MEMO-FILE
    CLOSE REGISTER-FILE
    CLOSE CREDIT-POST-FILE
    CLOSE TAX-HISTORY-FILE
    CLOSE STOCK-TRANS-FILE
    CLOSE RETURN-EXCEPT-FILE.
