      >>SOURCE FORMAT FREE
*> CUSTCONV - one-time conversion run that brings the hand-built
*> customer master into the layout CUSTMAINT maintains. Reads the old
*> file (CNVCUST) and writes the new CUSTMSTR in customer-number
*> order, each record gaining a credit status and a bill-to name and
*> address:
*>
*>     credit status   'A' (active) - holds are placed afterwards by
*>                     CUSTMAINT change transactions
*>     bill-to name    the customer name
*>     bill-to address spaces - keyed through CUSTMAINT changes
*>     tax jurisdiction spaces - ORDINV bills at the INVPARM default
*>                     rate until CUSTMAINT keys the jurisdiction
*>     tax exempt      'N' - exemption certificates are keyed through
*>                     CUSTMAINT changes
*>
*> Operating procedure: the scheduler renames the live CUSTMSTR to
*> CNVCUST and runs this job once; the converted file comes out under
*> the live name and the old file stays behind as fallback. The old
*> file was keyed by hand in no particular order, so records are
*> sorted here; a duplicate or non-numeric customer number stops the
*> run for the file to be corrected, since either one would leave
*> ORDPRICE credit-checking against the wrong customer.
*>
*> Modification history:
*>   2026-10-15  New program.
*>   2026-10-15  Converted records also carry the sales tax
*>               jurisdiction and exemption fields, defaulted as above.
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTCONV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OLD-CUST-FILE ASSIGN TO "CNVCUST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-OCU-FILE-STATUS.

    SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CUST-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  OLD-CUST-FILE.
01  OLD-CUST-RECORD.
    05  OCU-CUST-NUMBER         PIC 9(6).
    05  OCU-CUST-NAME           PIC X(30).
    05  OCU-GROUP-DISCOUNT      PIC 9(2)V99.
    05  OCU-CREDIT-LIMIT        PIC 9(9)V99.
    05  OCU-OPEN-BALANCE        PIC 9(9)V99.

FD  CUSTOMER-FILE.
01  CUSTOMER-RECORD.
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

WORKING-STORAGE SECTION.
01  WS-OCU-AREA.
    05  WS-OCU-COUNT            PIC 9(5) VALUE 0.
    05  WS-OCU-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-OCU-COUNT
            INDEXED BY WS-OCU-IDX.
        10  WS-OCU-NUMBER        PIC 9(6).
        10  WS-OCU-NAME          PIC X(30).
        10  WS-OCU-GROUP-DISC    PIC 9(2)V99.
        10  WS-OCU-CREDIT-LIMIT  PIC 9(9)V99.
        10  WS-OCU-OPEN-BALANCE  PIC 9(9)V99.

01  WS-FILE-STATUSES.
    05  WS-OCU-FILE-STATUS      PIC XX.
    05  WS-CUST-FILE-STATUS     PIC XX.

01  WS-SWITCHES.
    05  WS-EOF-SW               PIC X VALUE 'N'.
        88  WS-EOF                VALUE 'Y'.

01  WS-COUNTERS.
    05  WS-CUS-READ             PIC 9(7) VALUE 0.
    05  WS-CUS-CONVERTED        PIC 9(7) VALUE 0.
    05  WS-INS-IDX              PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 3000-LOAD-OLD-CUSTOMERS
    PERFORM 3100-WRITE-CUSTOMERS
    PERFORM 9000-SUMMARY
    STOP RUN.

3000-LOAD-OLD-CUSTOMERS.
    OPEN INPUT OLD-CUST-FILE
    IF WS-OCU-FILE-STATUS NOT = "00"
        DISPLAY "CUSTCONV: UNABLE TO OPEN OLD-CUST-FILE, STATUS = "
                 WS-OCU-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EOF
        READ OLD-CUST-FILE
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-CUS-READ
                PERFORM 3010-INSERT-OLD-CUSTOMER
        END-READ
    END-PERFORM
    CLOSE OLD-CUST-FILE.

3010-INSERT-OLD-CUSTOMER.
    IF OCU-CUST-NUMBER IS NOT NUMERIC
        DISPLAY "CUSTCONV: NON-NUMERIC CUSTOMER NUMBER ON OLD FILE: "
                 OCU-CUST-NUMBER
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-OCU-COUNT = 99999
        DISPLAY "CUSTCONV: CUSTOMER TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-OCU-COUNT
    PERFORM VARYING WS-INS-IDX FROM WS-OCU-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-OCU-NUMBER(WS-INS-IDX - 1) <= OCU-CUST-NUMBER
        MOVE WS-OCU-TABLE(WS-INS-IDX - 1) TO WS-OCU-TABLE(WS-INS-IDX)
    END-PERFORM
    IF WS-INS-IDX > 1
        IF WS-OCU-NUMBER(WS-INS-IDX - 1) = OCU-CUST-NUMBER
            DISPLAY "CUSTCONV: DUPLICATE CUSTOMER NUMBER ON OLD FILE: "
                     OCU-CUST-NUMBER
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    MOVE OCU-CUST-NUMBER    TO WS-OCU-NUMBER(WS-INS-IDX)
    MOVE OCU-CUST-NAME      TO WS-OCU-NAME(WS-INS-IDX)
    MOVE OCU-GROUP-DISCOUNT TO WS-OCU-GROUP-DISC(WS-INS-IDX)
    MOVE OCU-CREDIT-LIMIT   TO WS-OCU-CREDIT-LIMIT(WS-INS-IDX)
    MOVE OCU-OPEN-BALANCE   TO WS-OCU-OPEN-BALANCE(WS-INS-IDX).

3100-WRITE-CUSTOMERS.
    OPEN OUTPUT CUSTOMER-FILE
    IF WS-CUST-FILE-STATUS NOT = "00"
        DISPLAY "CUSTCONV: UNABLE TO OPEN CUSTOMER-FILE, STATUS = "
                 WS-CUST-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM VARYING WS-OCU-IDX FROM 1 BY 1
            UNTIL WS-OCU-IDX > WS-OCU-COUNT
        MOVE SPACES                          TO CUSTOMER-RECORD
        MOVE WS-OCU-NUMBER(WS-OCU-IDX)       TO CUS-CUST-NUMBER
        MOVE WS-OCU-NAME(WS-OCU-IDX)         TO CUS-CUST-NAME
        MOVE WS-OCU-GROUP-DISC(WS-OCU-IDX)   TO CUS-GROUP-DISCOUNT
        MOVE WS-OCU-CREDIT-LIMIT(WS-OCU-IDX) TO CUS-CREDIT-LIMIT
        MOVE WS-OCU-OPEN-BALANCE(WS-OCU-IDX) TO CUS-OPEN-BALANCE
        MOVE 'A'                             TO CUS-CREDIT-STATUS
        MOVE WS-OCU-NAME(WS-OCU-IDX)         TO CUS-BILL-NAME
        MOVE 'N'                             TO CUS-TAX-EXEMPT
        WRITE CUSTOMER-RECORD
        IF WS-CUST-FILE-STATUS NOT = "00"
            DISPLAY "CUSTCONV: ERROR WRITING CUSTOMER-FILE, STATUS = "
                     WS-CUST-FILE-STATUS
            STOP RUN
        END-IF
        ADD 1 TO WS-CUS-CONVERTED
    END-PERFORM
    CLOSE CUSTOMER-FILE.

9000-SUMMARY.
    DISPLAY "===== CUSTOMER CONVERSION SUMMARY ====="
    DISPLAY "OLD RECORDS READ......: " WS-CUS-READ
    DISPLAY "CUSTOMER RECORDS......: " WS-CUS-CONVERTED
    DISPLAY "=======================================".
