      >>SOURCE FORMAT FREE
*> ORDINV - turns the day's priced order file into order-level
*> invoices so billing stops re-keying totals by hand. Reads ORDSHIPD
*> (written by SHIPCONF: the priced lines of ORDPRICED cut down to the
*> quantities the warehouse confirmed shipped, in order sequence) with
*> a control break on PRC-ORDER-NUMBER and prints one invoice per
*> order - line detail, order subtotal, a tax line, and an invoice
*> total - to INVCRPT, plus an invoice register (INVREG) with one line
*> per order and a grand total that balances back to SHIPCONF's VALUE
*> SHIPPED. Released backorder lines bill under their original order
*> number, like any other shipped line. Orders that only appear on
*> the exception file (ORDEXC) are listed on the register as NOT
*> INVOICED, and orders that lost some lines to rejects are marked
*> PARTIAL, so billing can see the day is complete.
*>
*> Each invoice is taxed at the rate of its customer's ship-to
*> jurisdiction on the jurisdiction master (TAXJUR, maintained by
*> TAXMAINT). A tax-exempt customer is billed tax free while its
*> exemption certificate is unexpired on the invoice date; once the
*> certificate has expired the invoice is taxed like any other and
*> says why. A customer with no jurisdiction, or one no longer on
*> TAXJUR, is taxed at the default rate below (INVPARM TAX-RATE
*> overrides it per run) and flagged on the invoice so the customer
*> can be corrected. Every invoice's taxable or exempt sales and its
*> tax go to the cumulative tax history (TAXHIST) by jurisdiction,
*> for TAXRPT's monthly liability report.
*>
*> Every line billed is also added to the invoice history (INVHIST),
*> the record of what each customer bought and paid; RETPOST checks
*> returns against it. Because that file only grows, the job refuses
*> to run twice in one day (CYCCTL) unless OVERRIDE-RERUN=Y is on
*> INVPARM, and like STKMSTR for ORDPRICE an override has to start
*> from the INVHIST the replaced run started from. ORDSHIPD must be
*> today's: the job stops with RETURN-CODE 12 unless CYCCTL shows
*> SHIPCONF finished today.
*>
*> Modification history:
*>   2026-09-02  New program.
*>               rewritten once by the ITEMCONV conversion run.
*>   2026-09-02  Start/end records go to the cycle-control registry
*>               (CYCCTL) so the registry shows billing's day closed.
*>   2026-10-15  The customer master (CUSTMSTR) is read for the
*>               bill-to name and address, printed under the invoice
*>               heading in place of a bare customer number.
*>   2026-10-15  Each invoice is also written to ARINV for ARPOST to
*>               post to the receivables open-item file (AROPEN).
*>   2026-10-15  ORDPRICED may now end with backorder lines released
*>               by BACKREL; they invoice like any other order.
*>   2026-10-15  Bills from ORDSHIPD (confirmed shipped quantities,
*>               written by SHIPCONF) instead of ORDPRICED, so nothing
*>               is invoiced before it leaves the dock; short-picked
*>               quantities arrive on ORDEXC and show the order
*>               PARTIAL or NOT INVOICED.
*>   2026-10-15  Each billed line is added to the invoice history
*>               (INVHIST) with the tax rate charged, for RETPOST to
*>               validate returns against; a same-day rerun is
*>               refused through CYCCTL unless INVPARM overrides it.
*>   2026-10-15  Tax by the customer's jurisdiction (TAXJUR) instead
*>               of one rate for every invoice; exempt customers billed
*>               tax free while their certificate is unexpired. The
*>               rate, now to three decimals, and the jurisdiction go
*>               to INVHIST, and each invoice's tax to TAXHIST.
*>   2026-10-15  Stops unless SHIPCONF completed today per CYCCTL.
IDENTIFICATION DIVISION.
PROGRAM-ID. ORDINV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PRICED-ORDER-FILE ASSIGN TO "ORDSHIPD"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PRICED-FILE-STATUS.

        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CYC-FILE-STATUS.

    SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMSTR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CUST-FILE-STATUS.

    SELECT INVOICE-POST-FILE ASSIGN TO "ARINV"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AR-POST-FILE-STATUS.

    SELECT INVOICE-HISTORY-FILE ASSIGN TO "INVHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HISTORY-FILE-STATUS.

    SELECT JURIS-MASTER-FILE ASSIGN TO "TAXJUR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-JURIS-FILE-STATUS.

    SELECT TAX-HISTORY-FILE ASSIGN TO "TAXHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-TAX-HIST-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PRICED-ORDER-FILE.
    05  CYC-RETURN-CODE         PIC 9(2).
    05  CYC-KEY-COUNT           PIC 9(7).

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

FD  INVOICE-POST-FILE.
01  INVOICE-POST-RECORD.
    05  ARI-CUST-NUMBER         PIC 9(6).
    05  ARI-REF-NUMBER          PIC 9(8).
    05  ARI-ITEM-TYPE           PIC X(1).
    05  ARI-ITEM-DATE           PIC X(8).
    05  ARI-AMOUNT              PIC 9(9)V99.

*> One record per invoiced line. RETPOST adds to IHS-QTY-RETURNED as
*> goods come back.
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

FD  JURIS-MASTER-FILE.
01  JURIS-MASTER-RECORD.
    05  TJR-JURIS-CODE          PIC X(4).
    05  TJR-JURIS-NAME          PIC X(30).
    05  TJR-TAX-RATE            PIC 9(2)V9(3).

*> One record per invoice (and, from RETPOST, per credit memo): the
*> sales split into taxable and exempt and the tax charged, under
*> the customer's jurisdiction.
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

WORKING-STORAGE SECTION.
*> Bill-to names and addresses from the customer master, for the
*> invoice heading, and the customer's tax jurisdiction and
*> exemption.
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
        10  WS-CUS-TAX-JURIS     PIC X(4).
        10  WS-CUS-TAX-EXEMPT    PIC X(1).
        10  WS-CUS-EXEMPT-CERT   PIC X(15).
        10  WS-CUS-EXEMPT-EXPIRY PIC X(8).

*> Tax jurisdictions and their rates, from TAXJUR.
01  WS-TJR-AREA.
    05  WS-TJR-COUNT            PIC 9(3) VALUE 0.
    05  WS-TJR-TABLE OCCURS 0 TO 999 TIMES
            DEPENDING ON WS-TJR-COUNT
            ASCENDING KEY IS WS-TJR-CODE
            INDEXED BY WS-TJR-IDX.
        10  WS-TJR-CODE          PIC X(4).
        10  WS-TJR-NAME          PIC X(30).
        10  WS-TJR-TAX-RATE      PIC 9(2)V9(3).

*> Order numbers invoiced this run, kept in order so the exception
*> pass can tell a partially invoiced order from one that never made
*> it to ORDSHIPD at all.
01  WS-INV-AREA.
    05  WS-INV-COUNT            PIC 9(5) VALUE 0.
    05  WS-INV-TABLE OCCURS 0 TO 99999 TIMES
    05  WS-REGISTER-FILE-STATUS PIC XX.
    05  WS-PARM-FILE-STATUS     PIC XX.
    05  WS-CYC-FILE-STATUS      PIC XX.
    05  WS-CUST-FILE-STATUS     PIC XX.
    05  WS-AR-POST-FILE-STATUS  PIC XX.
    05  WS-HISTORY-FILE-STATUS  PIC XX.
    05  WS-JURIS-FILE-STATUS    PIC XX.
    05  WS-TAX-HIST-FILE-STATUS PIC XX.

01  WS-SWITCHES.
    05  WS-EOF-SW               PIC X VALUE 'N'.
        88  WS-EXC-EOF            VALUE 'Y'.
    05  WS-PARM-EOF-SW          PIC X VALUE 'N'.
        88  WS-PARM-EOF           VALUE 'Y'.
    05  WS-CUST-EOF-SW          PIC X VALUE 'N'.
        88  WS-CUST-EOF           VALUE 'Y'.
    05  WS-ORDER-OPEN-SW        PIC X VALUE 'N'.
        88  WS-ORDER-OPEN         VALUE 'Y'.
    05  WS-FOUND-SW             PIC X VALUE 'N'.
        88  WS-ORDER-INVOICED     VALUE 'Y'.
    05  WS-VALUE-NUMERIC-SW     PIC X VALUE 'Y'.
        88  WS-VALUE-NUMERIC      VALUE 'Y'.
    05  WS-CYC-EOF-SW           PIC X VALUE 'N'.
        88  WS-CYC-EOF            VALUE 'Y'.
    05  WS-ALREADY-RAN-SW       PIC X VALUE 'N'.
        88  WS-ALREADY-RAN        VALUE 'Y'.
    05  WS-OVERRIDE-SW          PIC X VALUE 'N'.
        88  WS-OVERRIDE-RERUN     VALUE 'Y'.
    05  WS-SHIPPED-TODAY-SW     PIC X VALUE 'N'.
        88  WS-SHIPPED-TODAY      VALUE 'Y'.
    05  WS-JURIS-EOF-SW         PIC X VALUE 'N'.
        88  WS-JURIS-EOF          VALUE 'Y'.
    05  WS-JURIS-FOUND-SW       PIC X VALUE 'N'.
        88  WS-JURIS-FOUND        VALUE 'Y'.

01  WS-COUNTERS.
    05  WS-LINES-READ           PIC 9(7) VALUE 0.
    05  WS-ORDERS-INVOICED      PIC 9(7) VALUE 0.
    05  WS-ORDERS-NOT-INVOICED  PIC 9(7) VALUE 0.
    05  WS-ORDERS-PARTIAL       PIC 9(7) VALUE 0.
    05  WS-ORDERS-TAX-EXEMPT    PIC 9(7) VALUE 0.
    05  WS-EXEMPTIONS-EXPIRED   PIC 9(7) VALUE 0.
    05  WS-ORDERS-DEFAULT-RATE  PIC 9(7) VALUE 0.
    05  WS-INS-IDX              PIC 9(5) VALUE 0.
    05  WS-PRT-IDX              PIC 9(5) VALUE 0.
    05  WS-CUS-INS-IDX          PIC 9(5) VALUE 0.
    05  WS-CUS-FND-IDX          PIC 9(5) VALUE 0.
    05  WS-VAL-IDX              PIC 9(2) VALUE 0.
    05  WS-VAL-DIGITS           PIC 9(2) VALUE 0.
    05  WS-VAL-POINTS           PIC 9(2) VALUE 0.
    05  WS-CURR-DATE            PIC X(8).
    05  WS-CURR-TIME            PIC X(8).
    05  WS-PREV-ORDER           PIC 9(8) VALUE 0.
    05  WS-PREV-CUST            PIC 9(6) VALUE 0.
    05  WS-LOOKUP-ORDER         PIC 9(8) VALUE 0.
    05  WS-PARM-KEYWORD         PIC X(20).
    05  WS-PARM-VALUE           PIC X(20).
    05  WS-CYC-PHASE            PIC X(1).
    05  WS-CYC-KEY-COUNT        PIC 9(7) VALUE 0.
    05  WS-CITY-LINE            PIC X(40).
    05  WS-TAX-TEXT             PIC X(70).
    05  WS-RATE-EDIT            PIC Z9.999.

*> Default sales tax rate, for invoices whose customer has no
*> jurisdiction on TAXJUR; the VALUE clause is the default and the
*> INVPARM TAX-RATE card overrides it per run. The WS-ORD- fields
*> hold the tax settled for the invoice being built.
01  WS-TAX-CONTROLS.
    05  WS-TAX-RATE             PIC 9(2)V9(3) VALUE 6.000.
    05  WS-ORD-TAX-RATE         PIC 9(2)V9(3) VALUE 0.
    05  WS-ORD-TAX-JURIS        PIC X(4).
    05  WS-ORD-TAX-EXEMPT       PIC X(1).
        88  WS-ORD-EXEMPT         VALUE 'Y'.
    05  WS-ORD-EXEMPT-CERT      PIC X(15).

01  WS-INV-HEADING-1.
    05  FILLER                  PIC X(17) VALUE "INVOICE    ORDER ".
    05  IVH-CUST-NUMBER         PIC 9(6).
    05  FILLER                  PIC X(9) VALUE "   DATE: ".
    05  IVH-DATE                PIC X(8).
01  WS-INV-BILL-TO-LINE.
    05  IVB-LABEL               PIC X(9).
    05  IVB-TEXT                PIC X(40).
01  WS-INV-TAX-LINE.
    05  IVX-LABEL               PIC X(9).
    05  IVX-TEXT                PIC X(70).
01  WS-INV-HEADING-2.
    05  FILLER                  PIC X(50)
            VALUE "ITEM NAME                                 QTY".
           WS-CURR-TIME DELIMITED BY SIZE
           INTO WS-RUN-ID
    PERFORM 1300-READ-PARM-FILE
    PERFORM 1400-CHECK-CYCLE-CONTROL
    PERFORM 9600-WRITE-CYCLE-START
    PERFORM 1500-LOAD-CUSTOMER-TABLE
    PERFORM 1600-LOAD-JURIS-TABLE
    OPEN INPUT PRICED-ORDER-FILE
    IF WS-PRICED-FILE-STATUS NOT = "00"
        DISPLAY "ORDINV: UNABLE TO OPEN PRICED-ORDER-FILE, STATUS = "
                 WS-REGISTER-FILE-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT INVOICE-POST-FILE
    IF WS-AR-POST-FILE-STATUS NOT = "00"
        DISPLAY "ORDINV: UNABLE TO OPEN INVOICE-POST-FILE, STATUS = "
                 WS-AR-POST-FILE-STATUS
        STOP RUN
    END-IF
    OPEN EXTEND INVOICE-HISTORY-FILE
    IF WS-HISTORY-FILE-STATUS NOT = "00"
        CLOSE INVOICE-HISTORY-FILE
        OPEN OUTPUT INVOICE-HISTORY-FILE
        IF WS-HISTORY-FILE-STATUS NOT = "00"
            DISPLAY "ORDINV: UNABLE TO OPEN INVOICE-HISTORY-FILE, "
                    "STATUS = " WS-HISTORY-FILE-STATUS
            STOP RUN
        END-IF
    END-IF
    OPEN EXTEND TAX-HISTORY-FILE
    IF WS-TAX-HIST-FILE-STATUS NOT = "00"
        CLOSE TAX-HISTORY-FILE
        OPEN OUTPUT TAX-HISTORY-FILE
        IF WS-TAX-HIST-FILE-STATUS NOT = "00"
            DISPLAY "ORDINV: UNABLE TO OPEN TAX-HISTORY-FILE, "
                    "STATUS = " WS-TAX-HIST-FILE-STATUS
            STOP RUN
        END-IF
    END-IF
    PERFORM 2000-WRITE-REGISTER-HEADINGS.

1300-READ-PARM-FILE.
                END-IF
                COMPUTE WS-TAX-RATE =
                    FUNCTION NUMVAL(WS-PARM-VALUE)
            WHEN "OVERRIDE-RERUN"
                MOVE WS-PARM-VALUE(1:1) TO WS-OVERRIDE-SW
                IF WS-OVERRIDE-SW NOT = 'Y'
                        AND WS-OVERRIDE-SW NOT = 'N'
                    DISPLAY "ORDINV: OVERRIDE-RERUN MUST BE Y OR N"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
            WHEN OTHER
                DISPLAY "ORDINV: INVALID CONTROL CARD: " PARM-CARD
                MOVE 12 TO RETURN-CODE
        MOVE 'N' TO WS-VALUE-NUMERIC-SW
    END-IF.

1400-CHECK-CYCLE-CONTROL.
    *> A second run would add the day's lines to INVHIST again.
    *> SHIPCONF rewrites ORDSHIPD on every run, so one that did not
    *> finish today leaves yesterday's shipments there to bill twice.
    OPEN INPUT CYCLE-CONTROL-FILE
    IF WS-CYC-FILE-STATUS = "35"
        CLOSE CYCLE-CONTROL-FILE
    ELSE IF WS-CYC-FILE-STATUS NOT = "00"
        DISPLAY "ORDINV: UNABLE TO OPEN CYCLE-CONTROL-FILE, "
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
                       AND CYC-PROGRAM = "ORDINV"
                       AND CYC-RUN-DATE = WS-CURR-DATE
                        SET WS-ALREADY-RAN TO TRUE
                    END-IF
                    IF CYC-END
                       AND CYC-RETURN-CODE = 0
                       AND CYC-RUN-DATE = WS-CURR-DATE
                       AND CYC-PROGRAM = "SHIPCONF"
                        SET WS-SHIPPED-TODAY TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CYCLE-CONTROL-FILE
    END-IF
    END-IF
    IF WS-ALREADY-RAN AND NOT WS-OVERRIDE-RERUN
        DISPLAY "ORDINV: ALREADY COMPLETED THIS CYCLE, "
                "OVERRIDE-RERUN=Y REQUIRED TO RUN AGAIN"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT WS-SHIPPED-TODAY
        DISPLAY "ORDINV: NO SUCCESSFUL SHIPCONF RUN TODAY IN "
                "CYCCTL, ORDSHIPD NOT BILLED"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

1500-LOAD-CUSTOMER-TABLE.
    *> Same load as ORDPRICE's 2700: the master is required, and the
    *> insert-sort guards SEARCH ALL against a file patched outside
    *> CUSTMAINT.
    OPEN INPUT CUST-MASTER-FILE
    IF WS-CUST-FILE-STATUS NOT = "00"
        DISPLAY "ORDINV: UNABLE TO OPEN CUST-MASTER-FILE, STATUS = "
                 WS-CUST-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-CUST-EOF
        READ CUST-MASTER-FILE
            AT END
                SET WS-CUST-EOF TO TRUE
            NOT AT END
                PERFORM 1550-INSERT-CUSTOMER
        END-READ
    END-PERFORM
    CLOSE CUST-MASTER-FILE.

1550-INSERT-CUSTOMER.
    IF WS-CUS-COUNT = 99999
        DISPLAY "ORDINV: CUSTOMER TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-CUS-COUNT
    MOVE WS-CUS-COUNT TO WS-CUS-INS-IDX
    PERFORM VARYING WS-CUS-INS-IDX FROM WS-CUS-COUNT BY -1
            UNTIL WS-CUS-INS-IDX = 1
               OR WS-CUS-NUMBER(WS-CUS-INS-IDX - 1) < CUS-CUST-NUMBER
        MOVE WS-CUS-TABLE(WS-CUS-INS-IDX - 1)
          TO WS-CUS-TABLE(WS-CUS-INS-IDX)
    END-PERFORM
    MOVE CUS-CUST-NUMBER TO WS-CUS-NUMBER(WS-CUS-INS-IDX)
    MOVE CUS-BILL-NAME   TO WS-CUS-BILL-NAME(WS-CUS-INS-IDX)
    MOVE CUS-BILL-ADDR-1 TO WS-CUS-BILL-ADDR-1(WS-CUS-INS-IDX)
    MOVE CUS-BILL-ADDR-2 TO WS-CUS-BILL-ADDR-2(WS-CUS-INS-IDX)
    MOVE CUS-BILL-CITY   TO WS-CUS-BILL-CITY(WS-CUS-INS-IDX)
    MOVE CUS-BILL-STATE  TO WS-CUS-BILL-STATE(WS-CUS-INS-IDX)
    MOVE CUS-BILL-ZIP    TO WS-CUS-BILL-ZIP(WS-CUS-INS-IDX)
    MOVE CUS-TAX-JURIS   TO WS-CUS-TAX-JURIS(WS-CUS-INS-IDX)
    MOVE CUS-TAX-EXEMPT  TO WS-CUS-TAX-EXEMPT(WS-CUS-INS-IDX)
    MOVE CUS-EXEMPT-CERT TO WS-CUS-EXEMPT-CERT(WS-CUS-INS-IDX)
    MOVE CUS-EXEMPT-EXPIRY
                         TO WS-CUS-EXEMPT-EXPIRY(WS-CUS-INS-IDX).

1600-LOAD-JURIS-TABLE.
    *> Required like the customer master. TAXMAINT writes it in code
    *> order, so it loads straight in.
    OPEN INPUT JURIS-MASTER-FILE
    IF WS-JURIS-FILE-STATUS NOT = "00"
        DISPLAY "ORDINV: UNABLE TO OPEN JURIS-MASTER-FILE, STATUS = "
                 WS-JURIS-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-JURIS-EOF
        READ JURIS-MASTER-FILE
            AT END
                SET WS-JURIS-EOF TO TRUE
            NOT AT END
                IF WS-TJR-COUNT = 999
                    DISPLAY "ORDINV: JURISDICTION TABLE AT MAX CAPACITY"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-TJR-COUNT
                MOVE TJR-JURIS-CODE TO WS-TJR-CODE(WS-TJR-COUNT)
                MOVE TJR-JURIS-NAME TO WS-TJR-NAME(WS-TJR-COUNT)
                MOVE TJR-TAX-RATE   TO WS-TJR-TAX-RATE(WS-TJR-COUNT)
        END-READ
    END-PERFORM
    CLOSE JURIS-MASTER-FILE.

2000-WRITE-REGISTER-HEADINGS.
    MOVE WS-RUN-ID TO RGH-RUN-ID
    MOVE WS-REG-HEADING-1 TO REGISTER-LINE
    END-READ.

3100-PROCESS-PRICED-LINE.
    *> SHIPCONF writes shipped lines in order-number sequence, so
    *> lines for one order are contiguous and a straight control break
    *> on PRC-ORDER-NUMBER is enough.
    IF NOT WS-ORDER-OPEN
            OR PRC-ORDER-NUMBER NOT = WS-PREV-ORDER
        IF WS-ORDER-OPEN

3200-START-INVOICE.
    MOVE PRC-ORDER-NUMBER TO WS-PREV-ORDER
    MOVE PRC-CUST-NUMBER  TO WS-PREV-CUST
    MOVE 'Y' TO WS-ORDER-OPEN-SW
    MOVE 0 TO WS-ORD-LINE-COUNT
    MOVE 0 TO WS-ORD-SUBTOTAL
    MOVE WS-CURR-DATE     TO IVH-DATE
    MOVE WS-INV-HEADING-1 TO INVOICE-REPORT-LINE
    PERFORM 7100-WRITE-INVOICE-LINE
    PERFORM 3250-PRINT-BILL-TO
    PERFORM 3280-SET-INVOICE-TAX
    MOVE WS-INV-HEADING-2 TO INVOICE-REPORT-LINE
    PERFORM 7100-WRITE-INVOICE-LINE.

3250-PRINT-BILL-TO.
    *> ORDPRICE only prices lines for customers on the master, so a
    *> miss here means the master changed between pricing and
    *> billing; the invoice still prints, flagged for billing.
    PERFORM 3270-FIND-CUSTOMER
    MOVE "BILL TO: " TO IVB-LABEL
    IF WS-CUS-FND-IDX = 0
        MOVE "*** CUSTOMER NOT ON MASTER ***" TO IVB-TEXT
        MOVE WS-INV-BILL-TO-LINE TO INVOICE-REPORT-LINE
        PERFORM 7100-WRITE-INVOICE-LINE
    ELSE
        MOVE WS-CUS-BILL-NAME(WS-CUS-FND-IDX) TO IVB-TEXT
        MOVE WS-INV-BILL-TO-LINE TO INVOICE-REPORT-LINE
        PERFORM 7100-WRITE-INVOICE-LINE
        MOVE SPACES TO IVB-LABEL
        MOVE WS-CUS-BILL-ADDR-1(WS-CUS-FND-IDX) TO IVB-TEXT
        MOVE WS-INV-BILL-TO-LINE TO INVOICE-REPORT-LINE
        PERFORM 7100-WRITE-INVOICE-LINE
        IF WS-CUS-BILL-ADDR-2(WS-CUS-FND-IDX) NOT = SPACES
            MOVE WS-CUS-BILL-ADDR-2(WS-CUS-FND-IDX) TO IVB-TEXT
            MOVE WS-INV-BILL-TO-LINE TO INVOICE-REPORT-LINE
            PERFORM 7100-WRITE-INVOICE-LINE
        END-IF
        MOVE SPACES TO WS-CITY-LINE
        STRING WS-CUS-BILL-CITY(WS-CUS-FND-IDX)  DELIMITED BY "  "
               ", "                              DELIMITED BY SIZE
               WS-CUS-BILL-STATE(WS-CUS-FND-IDX) DELIMITED BY SIZE
               "  "                              DELIMITED BY SIZE
               WS-CUS-BILL-ZIP(WS-CUS-FND-IDX)   DELIMITED BY SPACE
               INTO WS-CITY-LINE
        END-STRING
        MOVE WS-CITY-LINE TO IVB-TEXT
        MOVE WS-INV-BILL-TO-LINE TO INVOICE-REPORT-LINE
        PERFORM 7100-WRITE-INVOICE-LINE
    END-IF
    MOVE SPACES TO INVOICE-REPORT-LINE
    PERFORM 7100-WRITE-INVOICE-LINE.

3270-FIND-CUSTOMER.
    MOVE 0 TO WS-CUS-FND-IDX
    IF WS-CUS-COUNT > 0
        SET WS-CUS-IDX TO 1
        SEARCH ALL WS-CUS-TABLE
            AT END
                CONTINUE
            WHEN WS-CUS-NUMBER(WS-CUS-IDX) = PRC-CUST-NUMBER
                SET WS-CUS-FND-IDX TO WS-CUS-IDX
        END-SEARCH
    END-IF.

3280-SET-INVOICE-TAX.
    *> Settles the invoice's rate before any line is billed, so every
    *> INVHIST line carries the rate the invoice was taxed at. The
    *> exemption is judged on the invoice date: a certificate
    *> expiring today still covers today's invoices.
    MOVE SPACES TO WS-ORD-TAX-JURIS
    MOVE 'N'    TO WS-ORD-TAX-EXEMPT
    MOVE SPACES TO WS-ORD-EXEMPT-CERT
    MOVE WS-TAX-RATE TO WS-ORD-TAX-RATE
    MOVE SPACES TO WS-TAX-TEXT
    MOVE "TAX:    " TO IVX-LABEL
    IF WS-CUS-FND-IDX = 0
        ADD 1 TO WS-ORDERS-DEFAULT-RATE
        MOVE WS-ORD-TAX-RATE TO WS-RATE-EDIT
        STRING "DEFAULT RATE "  DELIMITED BY SIZE
               WS-RATE-EDIT     DELIMITED BY SIZE
               "% - CUSTOMER NOT ON MASTER"
                                DELIMITED BY SIZE
               INTO WS-TAX-TEXT
        END-STRING
    ELSE
        MOVE WS-CUS-TAX-JURIS(WS-CUS-FND-IDX) TO WS-ORD-TAX-JURIS
        IF WS-CUS-TAX-EXEMPT(WS-CUS-FND-IDX) = 'Y'
           AND WS-CUS-EXEMPT-EXPIRY(WS-CUS-FND-IDX) >= WS-CURR-DATE
            MOVE 'Y' TO WS-ORD-TAX-EXEMPT
            MOVE WS-CUS-EXEMPT-CERT(WS-CUS-FND-IDX)
              TO WS-ORD-EXEMPT-CERT
            MOVE 0 TO WS-ORD-TAX-RATE
            ADD 1 TO WS-ORDERS-TAX-EXEMPT
            STRING "EXEMPT - CERTIFICATE "
                                    DELIMITED BY SIZE
                   WS-ORD-EXEMPT-CERT
                                    DELIMITED BY "  "
                   " EXPIRES "      DELIMITED BY SIZE
                   WS-CUS-EXEMPT-EXPIRY(WS-CUS-FND-IDX)
                                    DELIMITED BY SIZE
                   INTO WS-TAX-TEXT
            END-STRING
        ELSE
            IF WS-CUS-TAX-EXEMPT(WS-CUS-FND-IDX) = 'Y'
                *> The certificate has lapsed; the customer is taxed
                *> until CUSTMAINT keys the renewal.
                ADD 1 TO WS-EXEMPTIONS-EXPIRED
                MOVE SPACES TO IVX-TEXT
                STRING "*** EXEMPTION CERTIFICATE "
                                        DELIMITED BY SIZE
                       WS-CUS-EXEMPT-CERT(WS-CUS-FND-IDX)
                                        DELIMITED BY "  "
                       " EXPIRED "      DELIMITED BY SIZE
                       WS-CUS-EXEMPT-EXPIRY(WS-CUS-FND-IDX)
                                        DELIMITED BY SIZE
                       " - TAXED ***"   DELIMITED BY SIZE
                       INTO IVX-TEXT
                END-STRING
                MOVE WS-INV-TAX-LINE TO INVOICE-REPORT-LINE
                PERFORM 7100-WRITE-INVOICE-LINE
                MOVE SPACES TO IVX-LABEL
            END-IF
            PERFORM 3285-SET-JURIS-RATE
        END-IF
    END-IF
    MOVE WS-TAX-TEXT TO IVX-TEXT
    MOVE WS-INV-TAX-LINE TO INVOICE-REPORT-LINE
    PERFORM 7100-WRITE-INVOICE-LINE
    MOVE SPACES TO INVOICE-REPORT-LINE
    PERFORM 7100-WRITE-INVOICE-LINE.

3285-SET-JURIS-RATE.
    MOVE 'N' TO WS-JURIS-FOUND-SW
    IF WS-ORD-TAX-JURIS NOT = SPACES AND WS-TJR-COUNT > 0
        SET WS-TJR-IDX TO 1
        SEARCH ALL WS-TJR-TABLE
            AT END
                CONTINUE
            WHEN WS-TJR-CODE(WS-TJR-IDX) = WS-ORD-TAX-JURIS
                MOVE 'Y' TO WS-JURIS-FOUND-SW
        END-SEARCH
    END-IF
    IF WS-JURIS-FOUND
        MOVE WS-TJR-TAX-RATE(WS-TJR-IDX) TO WS-ORD-TAX-RATE
        MOVE WS-ORD-TAX-RATE TO WS-RATE-EDIT
        STRING WS-ORD-TAX-JURIS DELIMITED BY SIZE
               " "              DELIMITED BY SIZE
               WS-TJR-NAME(WS-TJR-IDX)
                                DELIMITED BY "  "
               " "              DELIMITED BY SIZE
               WS-RATE-EDIT     DELIMITED BY SIZE
               "%"              DELIMITED BY SIZE
               INTO WS-TAX-TEXT
        END-STRING
    ELSE
        ADD 1 TO WS-ORDERS-DEFAULT-RATE
        MOVE WS-ORD-TAX-RATE TO WS-RATE-EDIT
        IF WS-ORD-TAX-JURIS = SPACES
            STRING "DEFAULT RATE "  DELIMITED BY SIZE
                   WS-RATE-EDIT     DELIMITED BY SIZE
                   "% - NO JURISDICTION ON CUSTOMER"
                                    DELIMITED BY SIZE
                   INTO WS-TAX-TEXT
            END-STRING
        ELSE
            STRING "DEFAULT RATE "  DELIMITED BY SIZE
                   WS-RATE-EDIT     DELIMITED BY SIZE
                   "% - JURISDICTION "
                                    DELIMITED BY SIZE
                   WS-ORD-TAX-JURIS DELIMITED BY SIZE
                   " NOT ON TAXJUR" DELIMITED BY SIZE
                   INTO WS-TAX-TEXT
            END-STRING
        END-IF
    END-IF.

3300-PRINT-INVOICE-DETAIL.
    MOVE PRC-ITEM-NUMBER   TO IVD-ITEM-NUMBER
    MOVE PRC-ITEM-NAME     TO IVD-ITEM-NAME
    MOVE WS-INV-DETAIL TO INVOICE-REPORT-LINE
    PERFORM 7100-WRITE-INVOICE-LINE
    ADD 1 TO WS-ORD-LINE-COUNT
    ADD PRC-LINE-AMOUNT TO WS-ORD-SUBTOTAL
    PERFORM 3350-WRITE-INVOICE-HISTORY.

3350-WRITE-INVOICE-HISTORY.
    MOVE PRC-ORDER-NUMBER TO IHS-ORDER-NUMBER
    MOVE PRC-CUST-NUMBER  TO IHS-CUST-NUMBER
    MOVE PRC-ITEM-NUMBER  TO IHS-ITEM-NUMBER
    MOVE PRC-ITEM-NAME    TO IHS-ITEM-NAME
    MOVE WS-CURR-DATE     TO IHS-INVOICE-DATE
    MOVE PRC-QUANTITY     TO IHS-QUANTITY
    MOVE PRC-NET-PRICE    TO IHS-NET-PRICE
    MOVE PRC-LINE-AMOUNT  TO IHS-LINE-AMOUNT
    MOVE WS-ORD-TAX-RATE  TO IHS-TAX-RATE
    MOVE WS-ORD-TAX-JURIS TO IHS-TAX-JURIS
    MOVE WS-ORD-TAX-EXEMPT TO IHS-TAX-EXEMPT
    MOVE 0                TO IHS-QTY-RETURNED
    WRITE INVOICE-HISTORY-RECORD
    IF WS-HISTORY-FILE-STATUS NOT = "00"
        DISPLAY "ORDINV: ERROR WRITING INVOICE-HISTORY-FILE, STATUS = "
                 WS-HISTORY-FILE-STATUS
        STOP RUN
    END-IF.

3500-CLOSE-ORDER.
    COMPUTE WS-ORD-TAX ROUNDED =
        WS-ORD-SUBTOTAL * WS-ORD-TAX-RATE / 100
    COMPUTE WS-ORD-INVOICE-TOTAL =
        WS-ORD-SUBTOTAL + WS-ORD-TAX
    MOVE "  SUBTOTAL............:" TO IVT-LABEL
    PERFORM 7100-WRITE-INVOICE-LINE
    PERFORM 3600-WRITE-REGISTER-ENTRY
    PERFORM 3650-RECORD-INVOICED-ORDER
    PERFORM 3680-WRITE-AR-INVOICE
    PERFORM 3690-WRITE-TAX-HISTORY
    ADD WS-ORD-SUBTOTAL      TO WS-GRD-SUBTOTAL
    ADD WS-ORD-TAX           TO WS-GRD-TAX
    ADD WS-ORD-INVOICE-TOTAL TO WS-GRD-INVOICE-TOTAL
    END-PERFORM
    MOVE WS-PREV-ORDER TO WS-INV-ORDER-NUMBER(WS-INS-IDX).

3680-WRITE-AR-INVOICE.
    *> The order number doubles as the invoice number; it is what the
    *> customer quotes on the payment.
    MOVE WS-PREV-CUST         TO ARI-CUST-NUMBER
    MOVE WS-PREV-ORDER        TO ARI-REF-NUMBER
    MOVE 'I'                  TO ARI-ITEM-TYPE
    MOVE WS-CURR-DATE         TO ARI-ITEM-DATE
    MOVE WS-ORD-INVOICE-TOTAL TO ARI-AMOUNT
    WRITE INVOICE-POST-RECORD
    IF WS-AR-POST-FILE-STATUS NOT = "00"
        DISPLAY "ORDINV: ERROR WRITING INVOICE-POST-FILE, STATUS = "
                 WS-AR-POST-FILE-STATUS
        STOP RUN
    END-IF.

3690-WRITE-TAX-HISTORY.
    MOVE WS-CURR-DATE     TO TXH-DATE
    MOVE 'I'              TO TXH-TYPE
    MOVE WS-PREV-ORDER    TO TXH-ORDER-NUMBER
    MOVE WS-PREV-CUST     TO TXH-CUST-NUMBER
    MOVE WS-ORD-TAX-JURIS TO TXH-TAX-JURIS
    MOVE WS-ORD-TAX-RATE  TO TXH-TAX-RATE
    IF WS-ORD-EXEMPT
        MOVE 0               TO TXH-TAXABLE-AMOUNT
        MOVE WS-ORD-SUBTOTAL TO TXH-EXEMPT-AMOUNT
    ELSE
        MOVE WS-ORD-SUBTOTAL TO TXH-TAXABLE-AMOUNT
        MOVE 0               TO TXH-EXEMPT-AMOUNT
    END-IF
    MOVE WS-ORD-TAX         TO TXH-TAX-AMOUNT
    MOVE WS-ORD-EXEMPT-CERT TO TXH-EXEMPT-CERT
    WRITE TAX-HISTORY-RECORD
    IF WS-TAX-HIST-FILE-STATUS NOT = "00"
        DISPLAY "ORDINV: ERROR WRITING TAX-HISTORY-FILE, STATUS = "
                 WS-TAX-HIST-FILE-STATUS
        STOP RUN
    END-IF.

4000-COLLECT-EXCEPTIONS.
    *> An order can reject several lines, so distinct order numbers
    *> are collected first and the register section prints one line
    END-IF.

6000-REGISTER-GRAND-TOTALS.
    *> The grand subtotal is the sum of every shipped line amount, so
    *> it balances back to SHIPCONF's VALUE SHIPPED for the day.
    MOVE SPACES TO REGISTER-LINE
    PERFORM 7200-WRITE-REGISTER-LINE
    MOVE "GRAND SUBTOTAL..........:" TO RGT-LABEL
    DISPLAY "ORDERS NOT INVOICED...: " WS-ORDERS-NOT-INVOICED
    DISPLAY "GRAND SUBTOTAL........: " WS-GRD-SUBTOTAL
    DISPLAY "GRAND INVOICE TOTAL...: " WS-GRD-INVOICE-TOTAL
    DISPLAY "ORDERS TAX EXEMPT.....: " WS-ORDERS-TAX-EXEMPT
    DISPLAY "EXEMPTIONS EXPIRED....: " WS-EXEMPTIONS-EXPIRED
    DISPLAY "AT DEFAULT TAX RATE...: " WS-ORDERS-DEFAULT-RATE
    DISPLAY "===================================".

9900-CLOSE-FILES.
    CLOSE PRICED-ORDER-FILE
    CLOSE ORDER-EXCEPT-FILE
    CLOSE INVOICE-REPORT-FILE
    CLOSE REGISTER-FILE
    CLOSE INVOICE-POST-FILE
    CLOSE INVOICE-HISTORY-FILE
    CLOSE TAX-HISTORY-FILE.
