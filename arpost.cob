      >>SOURCE FORMAT FREE
*> ARPOST - daily accounts-receivable posting. Keeps the open-item
*> file (AROPEN) that says which invoices each customer still owes
*> on, and keeps the customer master's open balance (CUSTMSTR
*> CUS-OPEN-BALANCE) - the figure ORDPRICE credit-checks against -
*> moving with billing and collections instead of with hand edits.
*>
*> Three inputs post each day, in this order:
*>   ARINV    the day's invoices, one record per invoice, written by
*>            ORDINV. Each becomes an open item and is added to the
*>            customer's balance. An order can be billed more than
*>            once - lines released later by BACKREL go out under
*>            the original order number - so a billing for an order
*>            still open on AROPEN is added to that open item, which
*>            keeps its first billing date.
*>   ARCRED   the day's credit memos, one record per order, written
*>            by RETPOST. A credit is taken off the open amount of the
*>            invoice it was raised against; whatever that invoice no
*>            longer owes (it was already paid) stays on AROPEN as an
*>            open credit (item type C) for the customer, which
*>            ARAGING nets against what they owe. Either way the
*>            customer's balance comes down by the whole credit. No
*>            ARCRED (no returns run yet) is not an error.
*>   CASHTXN  the day's customer payments, each naming the invoice it
*>            pays (the invoice number is the order number). A
*>            payment is applied to that invoice's open amount and
*>            taken off the customer's balance. A payment that does
*>            not match an open invoice for that customer, or is for
*>            more than the invoice still owes, is not applied at all:
*>            the whole payment goes to AREXC with a reason for the
*>            cash desk to research.
*>
*> AROPEN is rewritten in customer/invoice order with fully paid
*> items dropped, and CUSTMSTR is rewritten in place the way ORDPRICE
*> rewrites STKMSTR. ARAGING ages what is left.
*>
*> Because a repeat billing now adds to the open item, a second run
*> over the same ARINV would double-post it; the job refuses to run
*> twice in one day (CYCCTL) unless OVERRIDE-RERUN=Y is on ARPARM.
*>
*> ARINV and ARCRED are rewritten by their producers each time they
*> run, so on a day ORDINV or RETPOST has not finished cleanly they
*> still hold an earlier day's items. ARINV is only posted when
*> CYCCTL shows ORDINV ended today with RETURN-CODE 0, and ARCRED
*> only when RETPOST did; otherwise that file is left unread with a
*> message, and the rest of the day's posting goes ahead.
*>
*> Modification history:
*>   2026-10-15  New program.
*>   2026-10-15  Later billings of an order still open (backorder
*>               releases) are added to its open item instead of
*>               rejecting as already posted; a same-day rerun is
*>               refused through CYCCTL unless ARPARM overrides it.
*>   2026-10-15  RETPOST's credit memos (ARCRED) are posted against
*>               the invoice they were raised on, any excess left
*>               open as a credit item, and taken off the balance.
*>   2026-10-15  Customer master layout extended with the sales tax
*>               jurisdiction and exemption certificate fields.
*>   2026-10-15  ARINV and ARCRED posted only when ORDINV and RETPOST
*>               completed today per CYCCTL.
IDENTIFICATION DIVISION.
PROGRAM-ID. ARPOST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMSTR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CUST-FILE-STATUS.

    SELECT OPEN-ITEM-FILE ASSIGN TO "AROPEN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-OPEN-FILE-STATUS.

    SELECT INVOICE-POST-FILE ASSIGN TO "ARINV"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-INVOICE-FILE-STATUS.

    SELECT CREDIT-POST-FILE ASSIGN TO "ARCRED"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CREDIT-FILE-STATUS.

    SELECT CASH-TRANS-FILE ASSIGN TO "CASHTXN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CASH-FILE-STATUS.

    SELECT AR-EXCEPT-FILE ASSIGN TO "AREXC"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EXCEPT-FILE-STATUS.

    SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CYC-FILE-STATUS.

    SELECT PARM-FILE ASSIGN TO "ARPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
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

FD  OPEN-ITEM-FILE.
01  OPEN-ITEM-RECORD.
    05  ARO-CUST-NUMBER         PIC 9(6).
    05  ARO-REF-NUMBER          PIC 9(8).
    05  ARO-ITEM-TYPE           PIC X(1).
    05  ARO-ITEM-DATE           PIC X(8).
    05  ARO-ORIG-AMOUNT         PIC 9(9)V99.
    05  ARO-OPEN-AMOUNT         PIC 9(9)V99.
    05  ARO-LAST-PAY-DATE       PIC X(8).

FD  INVOICE-POST-FILE.
01  INVOICE-POST-RECORD.
    05  ARI-CUST-NUMBER         PIC 9(6).
    05  ARI-REF-NUMBER          PIC 9(8).
    05  ARI-ITEM-TYPE           PIC X(1).
    05  ARI-ITEM-DATE           PIC X(8).
    05  ARI-AMOUNT              PIC 9(9)V99.

FD  CREDIT-POST-FILE.
01  CREDIT-POST-RECORD.
    05  ARC-CUST-NUMBER         PIC 9(6).
    05  ARC-REF-NUMBER          PIC 9(8).
    05  ARC-ITEM-TYPE           PIC X(1).
    05  ARC-ITEM-DATE           PIC X(8).
    05  ARC-AMOUNT              PIC 9(9)V99.

FD  CASH-TRANS-FILE.
01  CASH-TRANS-RECORD.
    05  CSH-CUST-NUMBER         PIC 9(6).
    05  CSH-REF-NUMBER          PIC 9(8).
    05  CSH-PAY-DATE            PIC X(8).
    05  CSH-AMOUNT              PIC 9(9)V99.
    05  CSH-CHECK-NUMBER        PIC X(10).

FD  AR-EXCEPT-FILE.
01  AR-EXCEPT-RECORD.
    05  ARX-DATE                PIC X(8).
    05  ARX-SOURCE              PIC X(1).
    05  ARX-CUST-NUMBER         PIC 9(6).
    05  ARX-REF-NUMBER          PIC 9(8).
    05  ARX-AMOUNT              PIC 9(9)V99.
    05  ARX-CHECK-NUMBER        PIC X(10).
    05  ARX-REASON              PIC X(30).

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
*> Customer master table. The record is carried whole so the master
*> is rewritten exactly as read, with only the balance moved.
01  WS-CUS-AREA.
    05  WS-CUS-COUNT            PIC 9(5) VALUE 0.
    05  WS-CUS-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-CUS-COUNT
            ASCENDING KEY IS WS-CUS-NUMBER
            INDEXED BY WS-CUS-IDX.
        10  WS-CUS-NUMBER        PIC 9(6).
        10  WS-CUS-OPEN-BALANCE  PIC 9(9)V99.
        10  WS-CUS-RECORD        PIC X(213).

*> Open items, kept in customer / reference / type order.
01  WS-ARO-AREA.
    05  WS-ARO-COUNT            PIC 9(5) VALUE 0.
    05  WS-ARO-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-ARO-COUNT
            ASCENDING KEY IS WS-ARO-KEY
            INDEXED BY WS-ARO-IDX.
        10  WS-ARO-KEY.
            15  WS-ARO-CUST      PIC 9(6).
            15  WS-ARO-REF       PIC 9(8).
            15  WS-ARO-TYPE      PIC X(1).
        10  WS-ARO-ITEM-DATE     PIC X(8).
        10  WS-ARO-ORIG-AMOUNT   PIC 9(9)V99.
        10  WS-ARO-OPEN-AMOUNT   PIC 9(9)V99.
        10  WS-ARO-LAST-PAY-DATE PIC X(8).

01  WS-SEARCH-KEY.
    05  WS-SRCH-CUST            PIC 9(6).
    05  WS-SRCH-REF             PIC 9(8).
    05  WS-SRCH-TYPE            PIC X(1).

01  WS-FILE-STATUSES.
    05  WS-CUST-FILE-STATUS     PIC XX.
    05  WS-OPEN-FILE-STATUS     PIC XX.
    05  WS-INVOICE-FILE-STATUS  PIC XX.
    05  WS-CREDIT-FILE-STATUS   PIC XX.
    05  WS-CASH-FILE-STATUS     PIC XX.
    05  WS-EXCEPT-FILE-STATUS   PIC XX.
    05  WS-CYC-FILE-STATUS      PIC XX.
    05  WS-PARM-FILE-STATUS     PIC XX.

01  WS-SWITCHES.
    05  WS-CUST-EOF-SW          PIC X VALUE 'N'.
        88  WS-CUST-EOF           VALUE 'Y'.
    05  WS-OPEN-EOF-SW          PIC X VALUE 'N'.
        88  WS-OPEN-EOF           VALUE 'Y'.
    05  WS-INVOICE-EOF-SW       PIC X VALUE 'N'.
        88  WS-INVOICE-EOF        VALUE 'Y'.
    05  WS-CREDIT-EOF-SW        PIC X VALUE 'N'.
        88  WS-CREDIT-EOF         VALUE 'Y'.
    05  WS-CASH-EOF-SW          PIC X VALUE 'N'.
        88  WS-CASH-EOF           VALUE 'Y'.
    05  WS-CYC-EOF-SW           PIC X VALUE 'N'.
        88  WS-CYC-EOF            VALUE 'Y'.
    05  WS-PARM-EOF-SW          PIC X VALUE 'N'.
        88  WS-PARM-EOF           VALUE 'Y'.
    05  WS-ALREADY-RAN-SW       PIC X VALUE 'N'.
        88  WS-ALREADY-RAN        VALUE 'Y'.
    05  WS-OVERRIDE-SW          PIC X VALUE 'N'.
        88  WS-OVERRIDE-RERUN     VALUE 'Y'.
    05  WS-BILLED-TODAY-SW      PIC X VALUE 'N'.
        88  WS-BILLED-TODAY       VALUE 'Y'.
    05  WS-CREDITED-TODAY-SW    PIC X VALUE 'N'.
        88  WS-CREDITED-TODAY     VALUE 'Y'.

01  WS-COUNTERS.
    05  WS-OPEN-ITEMS-READ      PIC 9(7) VALUE 0.
    05  WS-INVOICES-READ        PIC 9(7) VALUE 0.
    05  WS-INVOICES-POSTED      PIC 9(7) VALUE 0.
    05  WS-INVOICES-ADDED       PIC 9(7) VALUE 0.
    05  WS-INVOICES-REJECTED    PIC 9(7) VALUE 0.
    05  WS-CREDITS-READ         PIC 9(7) VALUE 0.
    05  WS-CREDITS-POSTED       PIC 9(7) VALUE 0.
    05  WS-CREDITS-LEFT-OPEN    PIC 9(7) VALUE 0.
    05  WS-CREDITS-REJECTED     PIC 9(7) VALUE 0.
    05  WS-PAYMENTS-READ        PIC 9(7) VALUE 0.
    05  WS-PAYMENTS-APPLIED     PIC 9(7) VALUE 0.
    05  WS-PAYMENTS-REJECTED    PIC 9(7) VALUE 0.
    05  WS-ITEMS-CLOSED         PIC 9(7) VALUE 0.
    05  WS-OPEN-ITEMS-WRITTEN   PIC 9(7) VALUE 0.
    05  WS-INS-IDX              PIC 9(5) VALUE 0.
    05  WS-CUS-FND-IDX          PIC 9(5) VALUE 0.
    05  WS-ARO-FND-IDX          PIC 9(5) VALUE 0.

01  WS-AMOUNTS.
    05  WS-INVOICES-POSTED-AMT  PIC 9(11)V99 VALUE 0.
    05  WS-CREDITS-POSTED-AMT   PIC 9(11)V99 VALUE 0.
    05  WS-CREDIT-TO-INVOICE    PIC 9(9)V99 VALUE 0.
    05  WS-CREDIT-REMAINDER     PIC 9(9)V99 VALUE 0.
    05  WS-PAYMENTS-APPLIED-AMT PIC 9(11)V99 VALUE 0.
    05  WS-PAYMENTS-REJECT-AMT  PIC 9(11)V99 VALUE 0.

01  WS-MISC.
    05  WS-RUN-ID               PIC X(16).
    05  WS-CURR-DATE            PIC X(8).
    05  WS-CURR-TIME            PIC X(8).
    05  WS-REASON               PIC X(30).
    05  WS-CYC-PHASE            PIC X(1).
    05  WS-CYC-KEY-COUNT        PIC 9(7) VALUE 0.
    05  WS-PARM-KEYWORD         PIC X(20).
    05  WS-PARM-VALUE           PIC X(20).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-LOAD-CUSTOMER-TABLE
    PERFORM 2100-LOAD-OPEN-ITEMS
    PERFORM 3000-POST-INVOICES
    PERFORM 3400-POST-CREDITS
    PERFORM 4000-APPLY-CASH
    PERFORM 8000-WRITE-OPEN-ITEMS
    PERFORM 8100-REWRITE-CUSTOMER-MASTER
    MOVE WS-PAYMENTS-APPLIED TO WS-CYC-KEY-COUNT
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
    *> A day with no billing or no returns is not an error, so the
    *> job still ends cleanly and GLPOST still journals the cash.
    IF NOT WS-BILLED-TODAY
        DISPLAY "ARPOST: NO SUCCESSFUL ORDINV RUN TODAY IN CYCCTL, "
                "INVOICES NOT POSTED"
        SET WS-INVOICE-EOF TO TRUE
    ELSE
        OPEN INPUT INVOICE-POST-FILE
        IF WS-INVOICE-FILE-STATUS NOT = "00"
            DISPLAY "ARPOST: UNABLE TO OPEN INVOICE-POST-FILE, "
                    "STATUS = " WS-INVOICE-FILE-STATUS
            STOP RUN
        END-IF
    END-IF
    IF NOT WS-CREDITED-TODAY
        DISPLAY "ARPOST: NO SUCCESSFUL RETPOST RUN TODAY IN CYCCTL, "
                "CREDITS NOT POSTED"
        SET WS-CREDIT-EOF TO TRUE
    ELSE
        OPEN INPUT CREDIT-POST-FILE
        IF WS-CREDIT-FILE-STATUS = "35"
            DISPLAY "ARPOST: NO CREDIT FILE, NO CREDITS POSTED, "
                    "STATUS = " WS-CREDIT-FILE-STATUS
            SET WS-CREDIT-EOF TO TRUE
        ELSE
            IF WS-CREDIT-FILE-STATUS NOT = "00"
                DISPLAY "ARPOST: UNABLE TO OPEN CREDIT-POST-FILE, "
                        "STATUS = " WS-CREDIT-FILE-STATUS
                STOP RUN
            END-IF
        END-IF
    END-IF
    OPEN INPUT CASH-TRANS-FILE
    IF WS-CASH-FILE-STATUS NOT = "00"
        DISPLAY "ARPOST: UNABLE TO OPEN CASH-TRANS-FILE, STATUS = "
                 WS-CASH-FILE-STATUS
        STOP RUN
    END-IF
    OPEN EXTEND AR-EXCEPT-FILE
    IF WS-EXCEPT-FILE-STATUS NOT = "00"
        CLOSE AR-EXCEPT-FILE
        OPEN OUTPUT AR-EXCEPT-FILE
        IF WS-EXCEPT-FILE-STATUS NOT = "00"
            DISPLAY "ARPOST: UNABLE TO OPEN AR-EXCEPT-FILE, STATUS = "
                     WS-EXCEPT-FILE-STATUS
            STOP RUN
        END-IF
    END-IF.

1300-READ-PARM-FILE.
    *> Same card convention as ORDPRICE's ORDPARM: a missing ARPARM
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
                    DISPLAY "ARPOST: OVERRIDE-RERUN MUST BE Y OR N"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
            WHEN OTHER
                DISPLAY "ARPOST: INVALID CONTROL CARD: " PARM-CARD
                MOVE 12 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
    END-IF.

1400-CHECK-CYCLE-CONTROL.
    *> A registry that does not exist yet cannot show an earlier run.
    OPEN INPUT CYCLE-CONTROL-FILE
    IF WS-CYC-FILE-STATUS = "35"
        CLOSE CYCLE-CONTROL-FILE
    ELSE IF WS-CYC-FILE-STATUS NOT = "00"
        DISPLAY "ARPOST: UNABLE TO OPEN CYCLE-CONTROL-FILE, "
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
                       AND CYC-PROGRAM = "ARPOST"
                       AND CYC-RUN-DATE = WS-CURR-DATE
                        SET WS-ALREADY-RAN TO TRUE
                    END-IF
                    IF CYC-END
                       AND CYC-RETURN-CODE = 0
                       AND CYC-RUN-DATE = WS-CURR-DATE
                       AND CYC-PROGRAM = "ORDINV"
                        SET WS-BILLED-TODAY TO TRUE
                    END-IF
                    IF CYC-END
                       AND CYC-RETURN-CODE = 0
                       AND CYC-RUN-DATE = WS-CURR-DATE
                       AND CYC-PROGRAM = "RETPOST"
                        SET WS-CREDITED-TODAY TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CYCLE-CONTROL-FILE
    END-IF
    IF WS-ALREADY-RAN AND NOT WS-OVERRIDE-RERUN
        DISPLAY "ARPOST: ALREADY COMPLETED THIS CYCLE, "
                "OVERRIDE-RERUN=Y REQUIRED TO RUN AGAIN"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

2000-LOAD-CUSTOMER-TABLE.
    *> Every invoice and payment belongs to a customer on the master,
    *> so an empty or missing master is a setup error.
    OPEN INPUT CUST-MASTER-FILE
    IF WS-CUST-FILE-STATUS NOT = "00"
        DISPLAY "ARPOST: UNABLE TO OPEN CUST-MASTER-FILE, STATUS = "
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
    CLOSE CUST-MASTER-FILE
    IF WS-CUS-COUNT = 0
        DISPLAY "ARPOST: CUSTOMER MASTER IS EMPTY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

2050-INSERT-CUSTOMER.
    IF WS-CUS-COUNT = 99999
        DISPLAY "ARPOST: CUSTOMER TABLE AT MAX CAPACITY"
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
    MOVE CUS-CUST-NUMBER    TO WS-CUS-NUMBER(WS-INS-IDX)
    MOVE CUS-OPEN-BALANCE   TO WS-CUS-OPEN-BALANCE(WS-INS-IDX)
    MOVE CUST-MASTER-RECORD TO WS-CUS-RECORD(WS-INS-IDX).

2100-LOAD-OPEN-ITEMS.
    *> The first posting run starts from no open items at all.
    OPEN INPUT OPEN-ITEM-FILE
    IF WS-OPEN-FILE-STATUS = "35"
        DISPLAY "ARPOST: NO OPEN-ITEM FILE, STARTING EMPTY, STATUS = "
                 WS-OPEN-FILE-STATUS
    ELSE
        IF WS-OPEN-FILE-STATUS NOT = "00"
            DISPLAY "ARPOST: UNABLE TO OPEN OPEN-ITEM-FILE, STATUS = "
                     WS-OPEN-FILE-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL WS-OPEN-EOF
            READ OPEN-ITEM-FILE
                AT END
                    SET WS-OPEN-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-OPEN-ITEMS-READ
                    MOVE ARO-CUST-NUMBER TO WS-SRCH-CUST
                    MOVE ARO-REF-NUMBER  TO WS-SRCH-REF
                    MOVE ARO-ITEM-TYPE   TO WS-SRCH-TYPE
                    PERFORM 2150-INSERT-OPEN-ITEM
                    MOVE ARO-ITEM-DATE
                      TO WS-ARO-ITEM-DATE(WS-INS-IDX)
                    MOVE ARO-ORIG-AMOUNT
                      TO WS-ARO-ORIG-AMOUNT(WS-INS-IDX)
                    MOVE ARO-OPEN-AMOUNT
                      TO WS-ARO-OPEN-AMOUNT(WS-INS-IDX)
                    MOVE ARO-LAST-PAY-DATE
                      TO WS-ARO-LAST-PAY-DATE(WS-INS-IDX)
            END-READ
        END-PERFORM
        CLOSE OPEN-ITEM-FILE
    END-IF.

2150-INSERT-OPEN-ITEM.
    *> Opens a slot for WS-SEARCH-KEY in key order and leaves its
    *> position in WS-INS-IDX for the caller to fill.
    IF WS-ARO-COUNT = 99999
        DISPLAY "ARPOST: OPEN-ITEM TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-ARO-COUNT
    MOVE WS-ARO-COUNT TO WS-INS-IDX
    PERFORM VARYING WS-INS-IDX FROM WS-ARO-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-ARO-KEY(WS-INS-IDX - 1) < WS-SEARCH-KEY
        MOVE WS-ARO-TABLE(WS-INS-IDX - 1) TO WS-ARO-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE WS-SEARCH-KEY TO WS-ARO-KEY(WS-INS-IDX).

3000-POST-INVOICES.
    PERFORM UNTIL WS-INVOICE-EOF
        READ INVOICE-POST-FILE
            AT END
                SET WS-INVOICE-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-INVOICES-READ
                PERFORM 3100-POST-ONE-INVOICE
        END-READ
    END-PERFORM.

3100-POST-ONE-INVOICE.
    MOVE ARI-CUST-NUMBER TO WS-SRCH-CUST
    MOVE ARI-REF-NUMBER  TO WS-SRCH-REF
    MOVE ARI-ITEM-TYPE   TO WS-SRCH-TYPE
    PERFORM 3250-FIND-CUSTOMER
    PERFORM 3200-FIND-OPEN-ITEM
    IF WS-CUS-FND-IDX = 0
        MOVE "CUSTOMER NOT ON MASTER" TO WS-REASON
        PERFORM 3700-WRITE-INVOICE-EXCEPTION
    ELSE IF WS-ARO-FND-IDX > 0
        ADD ARI-AMOUNT TO WS-ARO-ORIG-AMOUNT(WS-ARO-FND-IDX)
        ADD ARI-AMOUNT TO WS-ARO-OPEN-AMOUNT(WS-ARO-FND-IDX)
        ADD ARI-AMOUNT TO WS-CUS-OPEN-BALANCE(WS-CUS-FND-IDX)
        ADD ARI-AMOUNT TO WS-INVOICES-POSTED-AMT
        ADD 1 TO WS-INVOICES-POSTED
        ADD 1 TO WS-INVOICES-ADDED
    ELSE
        PERFORM 2150-INSERT-OPEN-ITEM
        MOVE ARI-ITEM-DATE TO WS-ARO-ITEM-DATE(WS-INS-IDX)
        MOVE ARI-AMOUNT    TO WS-ARO-ORIG-AMOUNT(WS-INS-IDX)
        MOVE ARI-AMOUNT    TO WS-ARO-OPEN-AMOUNT(WS-INS-IDX)
        MOVE SPACES        TO WS-ARO-LAST-PAY-DATE(WS-INS-IDX)
        ADD ARI-AMOUNT TO WS-CUS-OPEN-BALANCE(WS-CUS-FND-IDX)
        ADD ARI-AMOUNT TO WS-INVOICES-POSTED-AMT
        ADD 1 TO WS-INVOICES-POSTED
    END-IF.

3200-FIND-OPEN-ITEM.
    MOVE 0 TO WS-ARO-FND-IDX
    IF WS-ARO-COUNT > 0
        SET WS-ARO-IDX TO 1
        SEARCH ALL WS-ARO-TABLE
            AT END
                CONTINUE
            WHEN WS-ARO-KEY(WS-ARO-IDX) = WS-SEARCH-KEY
                SET WS-ARO-FND-IDX TO WS-ARO-IDX
        END-SEARCH
    END-IF.

3250-FIND-CUSTOMER.
    MOVE 0 TO WS-CUS-FND-IDX
    SET WS-CUS-IDX TO 1
    SEARCH ALL WS-CUS-TABLE
        AT END
            CONTINUE
        WHEN WS-CUS-NUMBER(WS-CUS-IDX) = WS-SRCH-CUST
            SET WS-CUS-FND-IDX TO WS-CUS-IDX
    END-SEARCH.

3400-POST-CREDITS.
    PERFORM UNTIL WS-CREDIT-EOF
        READ CREDIT-POST-FILE
            AT END
                SET WS-CREDIT-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-CREDITS-READ
                PERFORM 3450-POST-ONE-CREDIT
        END-READ
    END-PERFORM.

3450-POST-ONE-CREDIT.
    MOVE ARC-CUST-NUMBER TO WS-SRCH-CUST
    MOVE ARC-REF-NUMBER  TO WS-SRCH-REF
    MOVE 'I'             TO WS-SRCH-TYPE
    PERFORM 3250-FIND-CUSTOMER
    PERFORM 3200-FIND-OPEN-ITEM
    IF WS-CUS-FND-IDX = 0
        MOVE "CUSTOMER NOT ON MASTER" TO WS-REASON
        PERFORM 3770-WRITE-CREDIT-EXCEPTION
    ELSE IF ARC-AMOUNT IS NOT NUMERIC OR ARC-AMOUNT = ZERO
        MOVE "INVALID CREDIT AMOUNT" TO WS-REASON
        PERFORM 3770-WRITE-CREDIT-EXCEPTION
    ELSE
        PERFORM 3500-APPLY-CREDIT
    END-IF.

3500-APPLY-CREDIT.
    MOVE 0 TO WS-CREDIT-TO-INVOICE
    IF WS-ARO-FND-IDX > 0
        IF ARC-AMOUNT > WS-ARO-OPEN-AMOUNT(WS-ARO-FND-IDX)
            MOVE WS-ARO-OPEN-AMOUNT(WS-ARO-FND-IDX)
              TO WS-CREDIT-TO-INVOICE
        ELSE
            MOVE ARC-AMOUNT TO WS-CREDIT-TO-INVOICE
        END-IF
        IF WS-CREDIT-TO-INVOICE > ZERO
            SUBTRACT WS-CREDIT-TO-INVOICE
                FROM WS-ARO-OPEN-AMOUNT(WS-ARO-FND-IDX)
            IF WS-ARO-OPEN-AMOUNT(WS-ARO-FND-IDX) = ZERO
                ADD 1 TO WS-ITEMS-CLOSED
            END-IF
        END-IF
    END-IF
    COMPUTE WS-CREDIT-REMAINDER = ARC-AMOUNT - WS-CREDIT-TO-INVOICE
    IF WS-CREDIT-REMAINDER > ZERO
        *> The invoice is paid (or gone), so what is left is money the
        *> customer has coming; it stays open as a credit item.
        MOVE 'C' TO WS-SRCH-TYPE
        PERFORM 3200-FIND-OPEN-ITEM
        IF WS-ARO-FND-IDX > 0
            ADD WS-CREDIT-REMAINDER
              TO WS-ARO-ORIG-AMOUNT(WS-ARO-FND-IDX)
            ADD WS-CREDIT-REMAINDER
              TO WS-ARO-OPEN-AMOUNT(WS-ARO-FND-IDX)
        ELSE
            PERFORM 2150-INSERT-OPEN-ITEM
            MOVE ARC-ITEM-DATE       TO WS-ARO-ITEM-DATE(WS-INS-IDX)
            MOVE WS-CREDIT-REMAINDER TO WS-ARO-ORIG-AMOUNT(WS-INS-IDX)
            MOVE WS-CREDIT-REMAINDER TO WS-ARO-OPEN-AMOUNT(WS-INS-IDX)
            MOVE SPACES          TO WS-ARO-LAST-PAY-DATE(WS-INS-IDX)
        END-IF
        ADD 1 TO WS-CREDITS-LEFT-OPEN
    END-IF
    *> Floored at zero for the same reason as a payment in 4200.
    IF ARC-AMOUNT > WS-CUS-OPEN-BALANCE(WS-CUS-FND-IDX)
        MOVE ZERO TO WS-CUS-OPEN-BALANCE(WS-CUS-FND-IDX)
    ELSE
        SUBTRACT ARC-AMOUNT FROM WS-CUS-OPEN-BALANCE(WS-CUS-FND-IDX)
    END-IF
    ADD ARC-AMOUNT TO WS-CREDITS-POSTED-AMT
    ADD 1 TO WS-CREDITS-POSTED.

3700-WRITE-INVOICE-EXCEPTION.
    MOVE WS-CURR-DATE    TO ARX-DATE
    MOVE 'I'             TO ARX-SOURCE
    MOVE ARI-CUST-NUMBER TO ARX-CUST-NUMBER
    MOVE ARI-REF-NUMBER  TO ARX-REF-NUMBER
    MOVE ARI-AMOUNT      TO ARX-AMOUNT
    MOVE SPACES          TO ARX-CHECK-NUMBER
    MOVE WS-REASON       TO ARX-REASON
    PERFORM 3790-WRITE-AR-EXCEPTION
    ADD 1 TO WS-INVOICES-REJECTED.

3750-WRITE-CASH-EXCEPTION.
    MOVE WS-CURR-DATE     TO ARX-DATE
    MOVE 'P'              TO ARX-SOURCE
    MOVE CSH-CUST-NUMBER  TO ARX-CUST-NUMBER
    MOVE CSH-REF-NUMBER   TO ARX-REF-NUMBER
    MOVE CSH-AMOUNT       TO ARX-AMOUNT
    MOVE CSH-CHECK-NUMBER TO ARX-CHECK-NUMBER
    MOVE WS-REASON        TO ARX-REASON
    PERFORM 3790-WRITE-AR-EXCEPTION
    ADD 1 TO WS-PAYMENTS-REJECTED
    IF CSH-AMOUNT IS NUMERIC
        ADD CSH-AMOUNT TO WS-PAYMENTS-REJECT-AMT
    END-IF.

3770-WRITE-CREDIT-EXCEPTION.
    MOVE WS-CURR-DATE    TO ARX-DATE
    MOVE 'C'             TO ARX-SOURCE
    MOVE ARC-CUST-NUMBER TO ARX-CUST-NUMBER
    MOVE ARC-REF-NUMBER  TO ARX-REF-NUMBER
    MOVE ARC-AMOUNT      TO ARX-AMOUNT
    MOVE SPACES          TO ARX-CHECK-NUMBER
    MOVE WS-REASON       TO ARX-REASON
    PERFORM 3790-WRITE-AR-EXCEPTION
    ADD 1 TO WS-CREDITS-REJECTED.

3790-WRITE-AR-EXCEPTION.
    WRITE AR-EXCEPT-RECORD
    IF WS-EXCEPT-FILE-STATUS NOT = "00"
        DISPLAY "ARPOST: ERROR WRITING AR-EXCEPT-FILE, STATUS = "
                 WS-EXCEPT-FILE-STATUS
        STOP RUN
    END-IF.

4000-APPLY-CASH.
    PERFORM UNTIL WS-CASH-EOF
        READ CASH-TRANS-FILE
            AT END
                SET WS-CASH-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-PAYMENTS-READ
                PERFORM 4100-APPLY-ONE-PAYMENT
        END-READ
    END-PERFORM.

4100-APPLY-ONE-PAYMENT.
    *> A payment applies whole or not at all: splitting an
    *> over-payment between an invoice and an unapplied remainder is
    *> the cash desk's call, not this job's.
    IF CSH-CUST-NUMBER IS NUMERIC
        MOVE CSH-CUST-NUMBER TO WS-SRCH-CUST
        PERFORM 3250-FIND-CUSTOMER
    ELSE
        MOVE 0 TO WS-CUS-FND-IDX
    END-IF
    MOVE 0 TO WS-ARO-FND-IDX
    IF WS-CUS-FND-IDX > 0 AND CSH-REF-NUMBER IS NUMERIC
        MOVE CSH-REF-NUMBER TO WS-SRCH-REF
        MOVE 'I'            TO WS-SRCH-TYPE
        PERFORM 3200-FIND-OPEN-ITEM
    END-IF
    IF CSH-CUST-NUMBER IS NOT NUMERIC OR CSH-CUST-NUMBER = ZERO
        MOVE "INVALID CUSTOMER NUMBER" TO WS-REASON
        PERFORM 3750-WRITE-CASH-EXCEPTION
    ELSE IF WS-CUS-FND-IDX = 0
        MOVE "CUSTOMER NOT ON MASTER" TO WS-REASON
        PERFORM 3750-WRITE-CASH-EXCEPTION
    ELSE IF CSH-AMOUNT IS NOT NUMERIC OR CSH-AMOUNT = ZERO
        MOVE "INVALID PAYMENT AMOUNT" TO WS-REASON
        PERFORM 3750-WRITE-CASH-EXCEPTION
    ELSE IF WS-ARO-FND-IDX = 0
        MOVE "NO MATCHING OPEN INVOICE" TO WS-REASON
        PERFORM 3750-WRITE-CASH-EXCEPTION
    ELSE IF WS-ARO-OPEN-AMOUNT(WS-ARO-FND-IDX) = ZERO
        MOVE "INVOICE ALREADY PAID" TO WS-REASON
        PERFORM 3750-WRITE-CASH-EXCEPTION
    ELSE IF CSH-AMOUNT > WS-ARO-OPEN-AMOUNT(WS-ARO-FND-IDX)
        MOVE "PAYMENT EXCEEDS OPEN AMOUNT" TO WS-REASON
        PERFORM 3750-WRITE-CASH-EXCEPTION
    ELSE
        PERFORM 4200-POST-PAYMENT
    END-IF.

4200-POST-PAYMENT.
    SUBTRACT CSH-AMOUNT FROM WS-ARO-OPEN-AMOUNT(WS-ARO-FND-IDX)
    MOVE CSH-PAY-DATE TO WS-ARO-LAST-PAY-DATE(WS-ARO-FND-IDX)
    IF WS-ARO-OPEN-AMOUNT(WS-ARO-FND-IDX) = ZERO
        ADD 1 TO WS-ITEMS-CLOSED
    END-IF
    *> The balance can sit below the open items only when it was
    *> keyed by hand; it never goes negative.
    IF CSH-AMOUNT > WS-CUS-OPEN-BALANCE(WS-CUS-FND-IDX)
        MOVE ZERO TO WS-CUS-OPEN-BALANCE(WS-CUS-FND-IDX)
    ELSE
        SUBTRACT CSH-AMOUNT FROM WS-CUS-OPEN-BALANCE(WS-CUS-FND-IDX)
    END-IF
    ADD CSH-AMOUNT TO WS-PAYMENTS-APPLIED-AMT
    ADD 1 TO WS-PAYMENTS-APPLIED.

8000-WRITE-OPEN-ITEMS.
    OPEN OUTPUT OPEN-ITEM-FILE
    IF WS-OPEN-FILE-STATUS NOT = "00"
        DISPLAY "ARPOST: UNABLE TO OPEN OPEN-ITEM-FILE, STATUS = "
                 WS-OPEN-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM VARYING WS-ARO-IDX FROM 1 BY 1
            UNTIL WS-ARO-IDX > WS-ARO-COUNT
        IF WS-ARO-OPEN-AMOUNT(WS-ARO-IDX) > ZERO
            MOVE WS-ARO-CUST(WS-ARO-IDX)          TO ARO-CUST-NUMBER
            MOVE WS-ARO-REF(WS-ARO-IDX)           TO ARO-REF-NUMBER
            MOVE WS-ARO-TYPE(WS-ARO-IDX)          TO ARO-ITEM-TYPE
            MOVE WS-ARO-ITEM-DATE(WS-ARO-IDX)     TO ARO-ITEM-DATE
            MOVE WS-ARO-ORIG-AMOUNT(WS-ARO-IDX)   TO ARO-ORIG-AMOUNT
            MOVE WS-ARO-OPEN-AMOUNT(WS-ARO-IDX)   TO ARO-OPEN-AMOUNT
            MOVE WS-ARO-LAST-PAY-DATE(WS-ARO-IDX) TO ARO-LAST-PAY-DATE
            WRITE OPEN-ITEM-RECORD
            IF WS-OPEN-FILE-STATUS NOT = "00"
                DISPLAY "ARPOST: ERROR WRITING OPEN-ITEM-FILE, "
                        "STATUS = " WS-OPEN-FILE-STATUS
                STOP RUN
            END-IF
            ADD 1 TO WS-OPEN-ITEMS-WRITTEN
        END-IF
    END-PERFORM
    CLOSE OPEN-ITEM-FILE.

8100-REWRITE-CUSTOMER-MASTER.
    OPEN OUTPUT CUST-MASTER-FILE
    IF WS-CUST-FILE-STATUS NOT = "00"
        DISPLAY "ARPOST: UNABLE TO OPEN CUST-MASTER-FILE, STATUS = "
                 WS-CUST-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
            UNTIL WS-CUS-IDX > WS-CUS-COUNT
        MOVE WS-CUS-RECORD(WS-CUS-IDX)       TO CUST-MASTER-RECORD
        MOVE WS-CUS-OPEN-BALANCE(WS-CUS-IDX) TO CUS-OPEN-BALANCE
        WRITE CUST-MASTER-RECORD
        IF WS-CUST-FILE-STATUS NOT = "00"
            DISPLAY "ARPOST: ERROR WRITING CUST-MASTER-FILE, STATUS = "
                     WS-CUST-FILE-STATUS
            STOP RUN
        END-IF
    END-PERFORM
    CLOSE CUST-MASTER-FILE.

9600-WRITE-CYCLE-START.
    MOVE 'S' TO WS-CYC-PHASE
    MOVE 0 TO WS-CYC-KEY-COUNT
    PERFORM 9700-WRITE-CYCLE-RECORD.

9650-WRITE-CYCLE-END.
    MOVE 'E' TO WS-CYC-PHASE
    PERFORM 9700-WRITE-CYCLE-RECORD.

9700-WRITE-CYCLE-RECORD.
    *> Opened, written, and closed per record so an abend between
    *> start and end leaves the start record behind as evidence.
    OPEN EXTEND CYCLE-CONTROL-FILE
    IF WS-CYC-FILE-STATUS NOT = "00"
        CLOSE CYCLE-CONTROL-FILE
        OPEN OUTPUT CYCLE-CONTROL-FILE
        IF WS-CYC-FILE-STATUS NOT = "00"
            DISPLAY "ARPOST: UNABLE TO OPEN CYCLE-CONTROL-FILE, "
                    "STATUS = " WS-CYC-FILE-STATUS
            STOP RUN
        END-IF
    END-IF
    MOVE "ARPOST"         TO CYC-PROGRAM
    MOVE WS-RUN-ID        TO CYC-RUN-ID
    MOVE WS-CURR-DATE     TO CYC-RUN-DATE
    MOVE WS-CYC-PHASE     TO CYC-PHASE
    MOVE RETURN-CODE      TO CYC-RETURN-CODE
    MOVE WS-CYC-KEY-COUNT TO CYC-KEY-COUNT
    WRITE CYCLE-CONTROL-RECORD
    IF WS-CYC-FILE-STATUS NOT = "00"
        DISPLAY "ARPOST: ERROR WRITING CYCLE-CONTROL-FILE, "
                "STATUS = " WS-CYC-FILE-STATUS
        STOP RUN
    END-IF
    CLOSE CYCLE-CONTROL-FILE.

9000-SUMMARY.
    DISPLAY "===== AR POSTING SUMMARY ====="
    DISPLAY "RUN ID................: " WS-RUN-ID
    DISPLAY "OPEN ITEMS READ.......: " WS-OPEN-ITEMS-READ
    DISPLAY "INVOICES READ.........: " WS-INVOICES-READ
    DISPLAY "INVOICES POSTED.......: " WS-INVOICES-POSTED
    DISPLAY "  ADDED TO OPEN ITEM..: " WS-INVOICES-ADDED
    DISPLAY "  AMOUNT POSTED.......: " WS-INVOICES-POSTED-AMT
    DISPLAY "INVOICES REJECTED.....: " WS-INVOICES-REJECTED
    DISPLAY "CREDITS READ..........: " WS-CREDITS-READ
    DISPLAY "CREDITS POSTED........: " WS-CREDITS-POSTED
    DISPLAY "  AMOUNT POSTED.......: " WS-CREDITS-POSTED-AMT
    DISPLAY "  LEFT OPEN AS CREDIT.: " WS-CREDITS-LEFT-OPEN
    DISPLAY "CREDITS REJECTED......: " WS-CREDITS-REJECTED
    DISPLAY "PAYMENTS READ.........: " WS-PAYMENTS-READ
    DISPLAY "PAYMENTS APPLIED......: " WS-PAYMENTS-APPLIED
    DISPLAY "  AMOUNT APPLIED......: " WS-PAYMENTS-APPLIED-AMT
    DISPLAY "PAYMENTS REJECTED.....: " WS-PAYMENTS-REJECTED
    DISPLAY "  AMOUNT REJECTED.....: " WS-PAYMENTS-REJECT-AMT
    DISPLAY "ITEMS PAID IN FULL....: " WS-ITEMS-CLOSED
    DISPLAY "OPEN ITEMS WRITTEN....: " WS-OPEN-ITEMS-WRITTEN
    DISPLAY "==============================".

9900-CLOSE-FILES.
    IF WS-BILLED-TODAY
        CLOSE INVOICE-POST-FILE
    END-IF
    IF WS-CREDITED-TODAY
        CLOSE CREDIT-POST-FILE
    END-IF
    CLOSE CASH-TRANS-FILE
    CLOSE AR-EXCEPT-FILE.
