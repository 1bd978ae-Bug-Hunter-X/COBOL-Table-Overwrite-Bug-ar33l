      >>SOURCE FORMAT FREE
*> PICKTKT - warehouse pick tickets. Prints the day's ORDPRICED (the
*> lines ORDPRICE and BACKREL released and allocated) to PICKRPT, one
*> ticket per order: the customer and bill-to name, then each line's
*> item, name, and quantity to pick, with a blank column for the
*> picker to write what was actually picked. That figure comes back
*> as the SHIPTXN confirmation SHIPCONF posts.
*>
*> ORDPRICED is not in order sequence once BACKREL has added released
*> backorder lines to the end of it, so the lines are sorted by order
*> number (keeping file order within an order) before printing; each
*> order gets exactly one ticket.
*>
*> Modification history:
*>   2026-10-15  New program.
*>   2026-10-15  Customer master layout extended with the sales tax
*>               jurisdiction and exemption certificate fields.
IDENTIFICATION DIVISION.
PROGRAM-ID. PICKTKT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PRICED-ORDER-FILE ASSIGN TO "ORDPRICED"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PRICED-FILE-STATUS.

    SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMSTR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CUST-FILE-STATUS.

    SELECT PICK-REPORT-FILE ASSIGN TO "PICKRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PICK-RPT-FILE-STATUS.

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

FD  PICK-REPORT-FILE.
01  PICK-REPORT-LINE            PIC X(132).

WORKING-STORAGE SECTION.
01  WS-CUS-AREA.
    05  WS-CUS-COUNT            PIC 9(5) VALUE 0.
    05  WS-CUS-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-CUS-COUNT
            ASCENDING KEY IS WS-CUS-NUMBER
            INDEXED BY WS-CUS-IDX.
        10  WS-CUS-NUMBER        PIC 9(6).
        10  WS-CUS-NAME          PIC X(30).

*> The day's released lines, ordered by order number.
01  WS-PCK-AREA.
    05  WS-PCK-COUNT            PIC 9(5) VALUE 0.
    05  WS-PCK-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-PCK-COUNT.
        10  WS-PCK-ORDER-NUMBER  PIC 9(8).
        10  WS-PCK-CUST-NUMBER   PIC 9(6).
        10  WS-PCK-ITEM-NUMBER   PIC 9(6).
        10  WS-PCK-ITEM-NAME     PIC X(30).
        10  WS-PCK-QUANTITY      PIC 9(5).

01  WS-FILE-STATUSES.
    05  WS-PRICED-FILE-STATUS   PIC XX.
    05  WS-CUST-FILE-STATUS     PIC XX.
    05  WS-PICK-RPT-FILE-STATUS PIC XX.

01  WS-SWITCHES.
    05  WS-PRICED-EOF-SW        PIC X VALUE 'N'.
        88  WS-PRICED-EOF         VALUE 'Y'.
    05  WS-CUST-EOF-SW          PIC X VALUE 'N'.
        88  WS-CUST-EOF           VALUE 'Y'.

01  WS-COUNTERS.
    05  WS-LINES-READ           PIC 9(7) VALUE 0.
    05  WS-TICKETS-PRINTED      PIC 9(7) VALUE 0.
    05  WS-UNITS-TO-PICK        PIC 9(9) VALUE 0.
    05  WS-TKT-LINE-COUNT       PIC 9(5) VALUE 0.
    05  WS-TKT-UNITS            PIC 9(7) VALUE 0.
    05  WS-INS-IDX              PIC 9(5) VALUE 0.
    05  WS-PRT-IDX              PIC 9(5) VALUE 0.

01  WS-MISC.
    05  WS-RUN-ID               PIC X(16).
    05  WS-CURR-DATE            PIC X(8).
    05  WS-CURR-TIME            PIC X(8).
    05  WS-PREV-ORDER           PIC 9(8) VALUE 0.

01  WS-TKT-HEADING-1.
    05  FILLER                  PIC X(18) VALUE "===== PICK TICKET ".
    05  FILLER                  PIC X(7) VALUE "ORDER: ".
    05  PKH-ORDER-NUMBER        PIC 9(8).
    05  FILLER                  PIC X(8) VALUE " =====  ".
    05  FILLER                  PIC X(6) VALUE "DATE: ".
    05  PKH-DATE                PIC X(8).
01  WS-TKT-HEADING-2.
    05  FILLER                  PIC X(10) VALUE "CUSTOMER: ".
    05  PKH-CUST-NUMBER         PIC 9(6).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  PKH-CUST-NAME           PIC X(30).
01  WS-TKT-HEADING-3.
    05  FILLER                  PIC X(38)
            VALUE "ITEM    NAME                          ".
    05  FILLER                  PIC X(30)
            VALUE "  TO PICK    PICKED".
01  WS-TKT-DETAIL.
    05  PKD-ITEM-NUMBER         PIC 9(6).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  PKD-ITEM-NAME           PIC X(30).
    05  FILLER                  PIC X(4) VALUE SPACES.
    05  PKD-QUANTITY            PIC ZZZZ9.
    05  FILLER                  PIC X(3) VALUE SPACES.
    05  FILLER                  PIC X(7) VALUE "_______".
01  WS-TKT-TOTAL-LINE.
    05  FILLER                  PIC X(10) VALUE "LINES: ".
    05  PKT-LINE-COUNT          PIC ZZZZ9.
    05  FILLER                  PIC X(14) VALUE "     UNITS: ".
    05  PKT-UNITS               PIC ZZZZZZ9.
    05  FILLER                  PIC X(28)
            VALUE "     PICKED BY: ____________".
01  WS-RUN-TOTAL-LINE.
    05  PRT-LABEL               PIC X(26).
    05  PRT-COUNT               PIC ZZZZZZZZ9.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-LOAD-CUSTOMER-TABLE
    PERFORM 2100-LOAD-PICK-LINES
    PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
            UNTIL WS-PRT-IDX > WS-PCK-COUNT
        PERFORM 3000-PRINT-PICK-LINE
    END-PERFORM
    IF WS-PCK-COUNT > 0
        PERFORM 3500-CLOSE-TICKET
    END-IF
    PERFORM 6000-PRINT-RUN-TOTALS
    PERFORM 9000-SUMMARY
    PERFORM 9900-CLOSE-FILES
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURR-TIME FROM TIME
    STRING WS-CURR-DATE DELIMITED BY SIZE
           WS-CURR-TIME DELIMITED BY SIZE
           INTO WS-RUN-ID
    OPEN INPUT PRICED-ORDER-FILE
    IF WS-PRICED-FILE-STATUS NOT = "00"
        DISPLAY "PICKTKT: UNABLE TO OPEN PRICED-ORDER-FILE, STATUS = "
                 WS-PRICED-FILE-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT PICK-REPORT-FILE
    IF WS-PICK-RPT-FILE-STATUS NOT = "00"
        DISPLAY "PICKTKT: UNABLE TO OPEN PICK-REPORT-FILE, STATUS = "
                 WS-PICK-RPT-FILE-STATUS
        STOP RUN
    END-IF.

2000-LOAD-CUSTOMER-TABLE.
    *> Only the name is wanted; a customer missing from the master
    *> still gets a ticket, with the name left blank.
    OPEN INPUT CUST-MASTER-FILE
    IF WS-CUST-FILE-STATUS NOT = "00"
        DISPLAY "PICKTKT: UNABLE TO OPEN CUST-MASTER-FILE, STATUS = "
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
        DISPLAY "PICKTKT: CUSTOMER TABLE AT MAX CAPACITY"
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
    *> The bill-to name is what the dock knows the customer by.
    MOVE CUS-BILL-NAME   TO WS-CUS-NAME(WS-INS-IDX).

2100-LOAD-PICK-LINES.
    PERFORM UNTIL WS-PRICED-EOF
        READ PRICED-ORDER-FILE
            AT END
                SET WS-PRICED-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-LINES-READ
                PERFORM 2150-INSERT-PICK-LINE
        END-READ
    END-PERFORM.

2150-INSERT-PICK-LINE.
    IF WS-PCK-COUNT = 99999
        DISPLAY "PICKTKT: PICK-LINE TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-PCK-COUNT
    MOVE WS-PCK-COUNT TO WS-INS-IDX
    PERFORM VARYING WS-INS-IDX FROM WS-PCK-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-PCK-ORDER-NUMBER(WS-INS-IDX - 1)
                  NOT > PRC-ORDER-NUMBER
        MOVE WS-PCK-TABLE(WS-INS-IDX - 1) TO WS-PCK-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE PRC-ORDER-NUMBER TO WS-PCK-ORDER-NUMBER(WS-INS-IDX)
    MOVE PRC-CUST-NUMBER  TO WS-PCK-CUST-NUMBER(WS-INS-IDX)
    MOVE PRC-ITEM-NUMBER  TO WS-PCK-ITEM-NUMBER(WS-INS-IDX)
    MOVE PRC-ITEM-NAME    TO WS-PCK-ITEM-NAME(WS-INS-IDX)
    MOVE PRC-QUANTITY     TO WS-PCK-QUANTITY(WS-INS-IDX).

3000-PRINT-PICK-LINE.
    IF WS-PRT-IDX = 1
            OR WS-PCK-ORDER-NUMBER(WS-PRT-IDX) NOT = WS-PREV-ORDER
        IF WS-PRT-IDX > 1
            PERFORM 3500-CLOSE-TICKET
        END-IF
        PERFORM 3200-START-TICKET
    END-IF
    MOVE WS-PCK-ITEM-NUMBER(WS-PRT-IDX) TO PKD-ITEM-NUMBER
    MOVE WS-PCK-ITEM-NAME(WS-PRT-IDX)   TO PKD-ITEM-NAME
    MOVE WS-PCK-QUANTITY(WS-PRT-IDX)    TO PKD-QUANTITY
    MOVE WS-TKT-DETAIL TO PICK-REPORT-LINE
    PERFORM 7100-WRITE-PICK-LINE
    ADD 1 TO WS-TKT-LINE-COUNT
    ADD WS-PCK-QUANTITY(WS-PRT-IDX) TO WS-TKT-UNITS
    ADD WS-PCK-QUANTITY(WS-PRT-IDX) TO WS-UNITS-TO-PICK.

3200-START-TICKET.
    MOVE WS-PCK-ORDER-NUMBER(WS-PRT-IDX) TO WS-PREV-ORDER
    MOVE 0 TO WS-TKT-LINE-COUNT
    MOVE 0 TO WS-TKT-UNITS
    MOVE WS-PREV-ORDER TO PKH-ORDER-NUMBER
    MOVE WS-CURR-DATE  TO PKH-DATE
    MOVE WS-TKT-HEADING-1 TO PICK-REPORT-LINE
    PERFORM 7100-WRITE-PICK-LINE
    MOVE WS-PCK-CUST-NUMBER(WS-PRT-IDX) TO PKH-CUST-NUMBER
    MOVE SPACES TO PKH-CUST-NAME
    SET WS-CUS-IDX TO 1
    IF WS-CUS-COUNT > 0
        SEARCH ALL WS-CUS-TABLE
            AT END
                CONTINUE
            WHEN WS-CUS-NUMBER(WS-CUS-IDX)
                    = WS-PCK-CUST-NUMBER(WS-PRT-IDX)
                MOVE WS-CUS-NAME(WS-CUS-IDX) TO PKH-CUST-NAME
        END-SEARCH
    END-IF
    MOVE WS-TKT-HEADING-2 TO PICK-REPORT-LINE
    PERFORM 7100-WRITE-PICK-LINE
    MOVE WS-TKT-HEADING-3 TO PICK-REPORT-LINE
    PERFORM 7100-WRITE-PICK-LINE
    ADD 1 TO WS-TICKETS-PRINTED.

3500-CLOSE-TICKET.
    MOVE WS-TKT-LINE-COUNT TO PKT-LINE-COUNT
    MOVE WS-TKT-UNITS      TO PKT-UNITS
    MOVE WS-TKT-TOTAL-LINE TO PICK-REPORT-LINE
    PERFORM 7100-WRITE-PICK-LINE
    MOVE SPACES TO PICK-REPORT-LINE
    PERFORM 7100-WRITE-PICK-LINE.

6000-PRINT-RUN-TOTALS.
    MOVE SPACES TO WS-RUN-TOTAL-LINE
    MOVE "PICK TICKETS PRINTED.....:" TO PRT-LABEL
    MOVE WS-TICKETS-PRINTED TO PRT-COUNT
    MOVE WS-RUN-TOTAL-LINE TO PICK-REPORT-LINE
    PERFORM 7100-WRITE-PICK-LINE
    MOVE SPACES TO WS-RUN-TOTAL-LINE
    MOVE "LINES TO PICK............:" TO PRT-LABEL
    MOVE WS-LINES-READ TO PRT-COUNT
    MOVE WS-RUN-TOTAL-LINE TO PICK-REPORT-LINE
    PERFORM 7100-WRITE-PICK-LINE
    MOVE SPACES TO WS-RUN-TOTAL-LINE
    MOVE "UNITS TO PICK............:" TO PRT-LABEL
    MOVE WS-UNITS-TO-PICK TO PRT-COUNT
    MOVE WS-RUN-TOTAL-LINE TO PICK-REPORT-LINE
    PERFORM 7100-WRITE-PICK-LINE.

7100-WRITE-PICK-LINE.
    WRITE PICK-REPORT-LINE
    IF WS-PICK-RPT-FILE-STATUS NOT = "00"
        DISPLAY "PICKTKT: ERROR WRITING PICK-REPORT-FILE, STATUS = "
                 WS-PICK-RPT-FILE-STATUS
        STOP RUN
    END-IF.

9000-SUMMARY.
    DISPLAY "===== PICK TICKET SUMMARY ====="
    DISPLAY "RUN ID................: " WS-RUN-ID
    DISPLAY "LINES READ............: " WS-LINES-READ
    DISPLAY "PICK TICKETS PRINTED..: " WS-TICKETS-PRINTED
    DISPLAY "UNITS TO PICK.........: " WS-UNITS-TO-PICK
    DISPLAY "===============================".

9900-CLOSE-FILES.
    CLOSE PRICED-ORDER-FILE
    CLOSE PICK-REPORT-FILE.
