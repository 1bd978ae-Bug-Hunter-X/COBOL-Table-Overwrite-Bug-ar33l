      >>SOURCE FORMAT FREE
*> ARAGING - receivables aging report. Reads the open-item file
*> (AROPEN, kept by ARPOST in customer/invoice order) and prints one
*> line per customer with the open amounts spread by age - current,
*> 30, 60, and 90-plus days past the item date as of the run date -
*> plus a total, and grand totals for every bucket, to AGINGRPT.
*> Customer names come from the customer master (CUSTMSTR). A credit
*> item ages like an invoice but counts against the customer, so it
*> prints as a negative amount in its bucket.
*>
*> Modification history:
*>   2026-10-15  New program.
*>   2026-10-15  Customer master layout extended with the sales tax
*>               jurisdiction and exemption certificate fields.
IDENTIFICATION DIVISION.
PROGRAM-ID. ARAGING.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPEN-ITEM-FILE ASSIGN TO "AROPEN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-OPEN-FILE-STATUS.

    SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMSTR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CUST-FILE-STATUS.

    SELECT AGING-REPORT-FILE ASSIGN TO "AGINGRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  OPEN-ITEM-FILE.
01  OPEN-ITEM-RECORD.
    05  ARO-CUST-NUMBER         PIC 9(6).
    05  ARO-REF-NUMBER          PIC 9(8).
    05  ARO-ITEM-TYPE           PIC X(1).
        88  ARO-CREDIT            VALUE 'C'.
    05  ARO-ITEM-DATE           PIC X(8).
    05  ARO-ORIG-AMOUNT         PIC 9(9)V99.
    05  ARO-OPEN-AMOUNT         PIC 9(9)V99.
    05  ARO-LAST-PAY-DATE       PIC X(8).

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

FD  AGING-REPORT-FILE.
01  AGING-REPORT-LINE           PIC X(132).

WORKING-STORAGE SECTION.
01  WS-CUS-AREA.
    05  WS-CUS-COUNT            PIC 9(5) VALUE 0.
    05  WS-CUS-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-CUS-COUNT
            ASCENDING KEY IS WS-CUS-NUMBER
            INDEXED BY WS-CUS-IDX.
        10  WS-CUS-NUMBER        PIC 9(6).
        10  WS-CUS-NAME          PIC X(30).

01  WS-FILE-STATUSES.
    05  WS-OPEN-FILE-STATUS     PIC XX.
    05  WS-CUST-FILE-STATUS     PIC XX.
    05  WS-REPORT-FILE-STATUS   PIC XX.

01  WS-SWITCHES.
    05  WS-EOF-SW               PIC X VALUE 'N'.
        88  WS-EOF                VALUE 'Y'.
    05  WS-CUST-EOF-SW          PIC X VALUE 'N'.
        88  WS-CUST-EOF           VALUE 'Y'.
    05  WS-CUST-OPEN-SW         PIC X VALUE 'N'.
        88  WS-CUST-OPEN          VALUE 'Y'.

01  WS-COUNTERS.
    05  WS-ITEMS-READ           PIC 9(7) VALUE 0.
    05  WS-CUSTOMERS-AGED       PIC 9(7) VALUE 0.
    05  WS-INS-IDX              PIC 9(5) VALUE 0.
    05  WS-BKT-IDX              PIC 9(1) VALUE 0.

*> Buckets 1-4 are current, 30, 60, and 90-plus days; 5 is the total.
01  WS-CUST-BUCKETS.
    05  WS-CUST-BUCKET          PIC S9(11)V99 OCCURS 5 TIMES.
01  WS-GRAND-BUCKETS.
    05  WS-GRAND-BUCKET         PIC S9(11)V99 OCCURS 5 TIMES.

01  WS-MISC.
    05  WS-CURR-DATE            PIC X(8).
    05  WS-PREV-CUST            PIC 9(6) VALUE 0.
    05  WS-DATE-NUM             PIC 9(8) VALUE 0.
    05  WS-RUN-DAY-INT          PIC 9(7) VALUE 0.
    05  WS-DAYS-OLD             PIC S9(7) VALUE 0.
    05  WS-ITEM-AMOUNT          PIC S9(11)V99 VALUE 0.

01  WS-AGE-HEADING-1.
    05  FILLER                  PIC X(40)
            VALUE "===== ACCOUNTS RECEIVABLE AGING =====   ".
    05  FILLER                  PIC X(7) VALUE "AS OF: ".
    05  AGH-DATE                PIC X(8).
01  WS-AGE-HEADING-2.
    05  FILLER                  PIC X(38)
            VALUE "CUST    NAME".
    05  FILLER                  PIC X(48)
            VALUE "        CURRENT         30 DAYS         60 DAYS".
    05  FILLER                  PIC X(31)
            VALUE "       90+ DAYS       TOTAL DUE".
01  WS-AGE-DETAIL.
    05  AGD-CUST-NUMBER         PIC 9(6).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  AGD-CUST-NAME           PIC X(30).
    05  AGD-BUCKET OCCURS 5 TIMES.
        10  FILLER              PIC X(1).
        10  AGD-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-LOAD-CUSTOMER-TABLE
    PERFORM 2500-WRITE-HEADINGS
    PERFORM UNTIL WS-EOF
        READ OPEN-ITEM-FILE
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-ITEMS-READ
                PERFORM 3000-AGE-OPEN-ITEM
        END-READ
    END-PERFORM
    IF WS-CUST-OPEN
        PERFORM 3500-PRINT-CUSTOMER
    END-IF
    PERFORM 6000-PRINT-GRAND-TOTALS
    PERFORM 9000-SUMMARY
    PERFORM 9900-CLOSE-FILES
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
    MOVE WS-CURR-DATE TO WS-DATE-NUM
    COMPUTE WS-RUN-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
    INITIALIZE WS-GRAND-BUCKETS
    OPEN INPUT OPEN-ITEM-FILE
    IF WS-OPEN-FILE-STATUS NOT = "00"
        DISPLAY "ARAGING: UNABLE TO OPEN OPEN-ITEM-FILE, STATUS = "
                 WS-OPEN-FILE-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT AGING-REPORT-FILE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "ARAGING: UNABLE TO OPEN AGING-REPORT-FILE, STATUS = "
                 WS-REPORT-FILE-STATUS
        STOP RUN
    END-IF.

2000-LOAD-CUSTOMER-TABLE.
    OPEN INPUT CUST-MASTER-FILE
    IF WS-CUST-FILE-STATUS NOT = "00"
        DISPLAY "ARAGING: UNABLE TO OPEN CUST-MASTER-FILE, STATUS = "
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
        DISPLAY "ARAGING: CUSTOMER TABLE AT MAX CAPACITY"
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
    MOVE CUS-CUST-NAME   TO WS-CUS-NAME(WS-INS-IDX).

2500-WRITE-HEADINGS.
    MOVE WS-CURR-DATE TO AGH-DATE
    MOVE WS-AGE-HEADING-1 TO AGING-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE SPACES TO AGING-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE WS-AGE-HEADING-2 TO AGING-REPORT-LINE
    PERFORM 7100-WRITE-LINE.

3000-AGE-OPEN-ITEM.
    *> ARPOST writes AROPEN in customer order, so a control break on
    *> the customer number bounds each customer's items.
    IF NOT WS-CUST-OPEN OR ARO-CUST-NUMBER NOT = WS-PREV-CUST
        IF WS-CUST-OPEN
            PERFORM 3500-PRINT-CUSTOMER
        END-IF
        MOVE ARO-CUST-NUMBER TO WS-PREV-CUST
        MOVE 'Y' TO WS-CUST-OPEN-SW
        INITIALIZE WS-CUST-BUCKETS
    END-IF
    MOVE ARO-ITEM-DATE TO WS-DATE-NUM
    COMPUTE WS-DAYS-OLD =
        WS-RUN-DAY-INT - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
    EVALUATE TRUE
        WHEN WS-DAYS-OLD < 30
            MOVE 1 TO WS-BKT-IDX
        WHEN WS-DAYS-OLD < 60
            MOVE 2 TO WS-BKT-IDX
        WHEN WS-DAYS-OLD < 90
            MOVE 3 TO WS-BKT-IDX
        WHEN OTHER
            MOVE 4 TO WS-BKT-IDX
    END-EVALUATE
    IF ARO-CREDIT
        COMPUTE WS-ITEM-AMOUNT = 0 - ARO-OPEN-AMOUNT
    ELSE
        MOVE ARO-OPEN-AMOUNT TO WS-ITEM-AMOUNT
    END-IF
    ADD WS-ITEM-AMOUNT TO WS-CUST-BUCKET(WS-BKT-IDX)
    ADD WS-ITEM-AMOUNT TO WS-CUST-BUCKET(5).

3500-PRINT-CUSTOMER.
    MOVE SPACES TO WS-AGE-DETAIL
    MOVE WS-PREV-CUST TO AGD-CUST-NUMBER
    SET WS-CUS-IDX TO 1
    SEARCH ALL WS-CUS-TABLE
        AT END
            MOVE "*** NOT ON CUSTOMER MASTER ***" TO AGD-CUST-NAME
        WHEN WS-CUS-NUMBER(WS-CUS-IDX) = WS-PREV-CUST
            MOVE WS-CUS-NAME(WS-CUS-IDX) TO AGD-CUST-NAME
    END-SEARCH
    PERFORM VARYING WS-BKT-IDX FROM 1 BY 1 UNTIL WS-BKT-IDX > 5
        MOVE WS-CUST-BUCKET(WS-BKT-IDX) TO AGD-AMOUNT(WS-BKT-IDX)
        ADD WS-CUST-BUCKET(WS-BKT-IDX) TO WS-GRAND-BUCKET(WS-BKT-IDX)
    END-PERFORM
    MOVE WS-AGE-DETAIL TO AGING-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    ADD 1 TO WS-CUSTOMERS-AGED.

6000-PRINT-GRAND-TOTALS.
    MOVE SPACES TO AGING-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE SPACES TO WS-AGE-DETAIL
    MOVE "GRAND TOTAL.............:" TO AGD-CUST-NAME
    PERFORM VARYING WS-BKT-IDX FROM 1 BY 1 UNTIL WS-BKT-IDX > 5
        MOVE WS-GRAND-BUCKET(WS-BKT-IDX) TO AGD-AMOUNT(WS-BKT-IDX)
    END-PERFORM
    MOVE WS-AGE-DETAIL TO AGING-REPORT-LINE
    PERFORM 7100-WRITE-LINE.

7100-WRITE-LINE.
    WRITE AGING-REPORT-LINE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "ARAGING: ERROR WRITING AGING-REPORT-FILE, STATUS = "
                 WS-REPORT-FILE-STATUS
        STOP RUN
    END-IF.

9000-SUMMARY.
    DISPLAY "===== AR AGING SUMMARY ====="
    DISPLAY "AS OF DATE............: " WS-CURR-DATE
    DISPLAY "OPEN ITEMS READ.......: " WS-ITEMS-READ
    DISPLAY "CUSTOMERS AGED........: " WS-CUSTOMERS-AGED
    DISPLAY "============================".

9900-CLOSE-FILES.
    CLOSE OPEN-ITEM-FILE
    CLOSE AGING-REPORT-FILE.
