      >>SOURCE FORMAT FREE
*> TAXRPT - monthly sales tax liability by jurisdiction. Reads the
*> tax history ORDINV and RETPOST keep (TAXHIST, one record per
*> invoice and per credit memo) and totals, for each jurisdiction,
*> the taxable sales, the exempt sales and the tax collected in the
*> month. Credit memos come off the month they were issued in, so
*> every figure is net of returns and can print negative. Invoices
*> billed at the default rate because the customer was not on the
*> customer master report under (NONE). Jurisdiction names and
*> current rates come from TAXJUR.
*>
*> The month defaults to the current one; a MONTH card on TAXPARM
*> (YYYYMM) reports an earlier month, which is how the month just
*> closed is filed.
*>
*> Modification history:
*>   2026-10-15  New program.
IDENTIFICATION DIVISION.
PROGRAM-ID. TAXRPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO "TAXPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.

    SELECT TAX-HISTORY-FILE ASSIGN TO "TAXHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-TAX-HIST-FILE-STATUS.

    SELECT JURIS-MASTER-FILE ASSIGN TO "TAXJUR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-JURIS-FILE-STATUS.

    SELECT TAX-REPORT-FILE ASSIGN TO "TAXRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE.
01  PARM-CARD                   PIC X(80).

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

FD  JURIS-MASTER-FILE.
01  JURIS-MASTER-RECORD.
    05  TJR-JURIS-CODE          PIC X(4).
    05  TJR-JURIS-NAME          PIC X(30).
    05  TJR-TAX-RATE            PIC 9(2)V9(3).

FD  TAX-REPORT-FILE.
01  TAX-REPORT-LINE             PIC X(132).

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

*> The month's sales and tax by jurisdiction, in jurisdiction order;
*> billed and credited are kept apart and netted when printed.
01  WS-JUR-AREA.
    05  WS-JUR-COUNT            PIC 9(3) VALUE 0.
    05  WS-JUR-TABLE OCCURS 0 TO 999 TIMES
            DEPENDING ON WS-JUR-COUNT
            ASCENDING KEY IS WS-JUR-CODE
            INDEXED BY WS-JUR-IDX.
        10  WS-JUR-CODE          PIC X(4).
        10  WS-JUR-INVOICES      PIC 9(7).
        10  WS-JUR-CREDITS       PIC 9(7).
        10  WS-JUR-TAXABLE-BILLED
                                 PIC 9(11)V99.
        10  WS-JUR-TAXABLE-CREDITED
                                 PIC 9(11)V99.
        10  WS-JUR-EXEMPT-BILLED PIC 9(11)V99.
        10  WS-JUR-EXEMPT-CREDITED
                                 PIC 9(11)V99.
        10  WS-JUR-TAX-BILLED    PIC 9(11)V99.
        10  WS-JUR-TAX-CREDITED  PIC 9(11)V99.

01  WS-FILE-STATUSES.
    05  WS-PARM-FILE-STATUS     PIC XX.
    05  WS-TAX-HIST-FILE-STATUS PIC XX.
    05  WS-JURIS-FILE-STATUS    PIC XX.
    05  WS-REPORT-FILE-STATUS   PIC XX.

01  WS-SWITCHES.
    05  WS-PARM-EOF-SW          PIC X VALUE 'N'.
        88  WS-PARM-EOF           VALUE 'Y'.
    05  WS-TAX-HIST-EOF-SW      PIC X VALUE 'N'.
        88  WS-TAX-HIST-EOF       VALUE 'Y'.
    05  WS-JURIS-EOF-SW         PIC X VALUE 'N'.
        88  WS-JURIS-EOF          VALUE 'Y'.

01  WS-COUNTERS.
    05  WS-HISTORY-READ         PIC 9(7) VALUE 0.
    05  WS-OUT-OF-PERIOD        PIC 9(7) VALUE 0.
    05  WS-INVOICES-REPORTED    PIC 9(7) VALUE 0.
    05  WS-CREDITS-REPORTED     PIC 9(7) VALUE 0.
    05  WS-EXEMPT-INVOICES      PIC 9(7) VALUE 0.
    05  WS-INS-IDX              PIC 9(5) VALUE 0.
    05  WS-PRT-IDX              PIC 9(5) VALUE 0.

01  WS-GRAND-TOTALS.
    05  WS-GRD-TAXABLE-BILLED   PIC 9(11)V99 VALUE 0.
    05  WS-GRD-TAXABLE-CREDITED PIC 9(11)V99 VALUE 0.
    05  WS-GRD-EXEMPT-BILLED    PIC 9(11)V99 VALUE 0.
    05  WS-GRD-EXEMPT-CREDITED  PIC 9(11)V99 VALUE 0.
    05  WS-GRD-TAX-BILLED       PIC 9(11)V99 VALUE 0.
    05  WS-GRD-TAX-CREDITED     PIC 9(11)V99 VALUE 0.

01  WS-MISC.
    05  WS-RUN-ID               PIC X(16).
    05  WS-CURR-DATE            PIC X(8).
    05  WS-CURR-TIME            PIC X(8).
    05  WS-PARM-KEYWORD         PIC X(20).
    05  WS-PARM-VALUE           PIC X(20).
    05  WS-REPORT-MONTH         PIC X(6).
    05  WS-NET-TAXABLE          PIC S9(11)V99 VALUE 0.
    05  WS-NET-EXEMPT           PIC S9(11)V99 VALUE 0.
    05  WS-NET-TAX              PIC S9(11)V99 VALUE 0.

01  WS-TAX-HEADING-1.
    05  FILLER                  PIC X(36)
            VALUE "===== SALES TAX LIABILITY =====".
    05  FILLER                  PIC X(8) VALUE "RUN ID: ".
    05  TRH-RUN-ID              PIC X(16).
    05  FILLER                  PIC X(9) VALUE "   DATE: ".
    05  TRH-DATE                PIC X(8).
01  WS-TAX-PERIOD-LINE.
    05  FILLER                  PIC X(7) VALUE "MONTH: ".
    05  TRH-MONTH               PIC X(6).
01  WS-SECTION-LINE             PIC X(40).
01  WS-TAX-HEADING-2.
    05  FILLER                  PIC X(38)
            VALUE "JURIS  NAME".
    05  FILLER                  PIC X(23)
            VALUE "  RATE    INVS CREDITS ".
    05  FILLER                  PIC X(44)
            VALUE " TAXABLE SALES   EXEMPT SALES  TAX COLLECTED".
01  WS-TAX-DETAIL.
    05  TRD-JURIS-CODE          PIC X(6).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  TRD-JURIS-NAME          PIC X(30).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  TRD-TAX-RATE            PIC Z9.999.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  TRD-INVOICES            PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  TRD-CREDITS             PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  TRD-TAXABLE-SALES       PIC ---,---,--9.99.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  TRD-EXEMPT-SALES        PIC ---,---,--9.99.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  TRD-TAX-COLLECTED       PIC ---,---,--9.99.
01  WS-RUN-TOTAL-LINE.
    05  PRT-LABEL               PIC X(26).
    05  PRT-AMOUNT              PIC ---,---,--9.99.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 1300-READ-PARM-FILE
    PERFORM 1500-PRINT-HEADINGS
    PERFORM 2000-LOAD-JURIS-TABLE
    PERFORM 3000-ACCUMULATE-TAX-HISTORY
    PERFORM 5000-PRINT-JURIS-SECTION
    PERFORM 6000-PRINT-BILLED-AND-CREDITED
    PERFORM 9000-SUMMARY
    PERFORM 9900-CLOSE-FILES
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURR-TIME FROM TIME
    STRING WS-CURR-DATE DELIMITED BY SIZE
           WS-CURR-TIME DELIMITED BY SIZE
           INTO WS-RUN-ID
    MOVE WS-CURR-DATE(1:6) TO WS-REPORT-MONTH
    OPEN OUTPUT TAX-REPORT-FILE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "TAXRPT: UNABLE TO OPEN TAX-REPORT-FILE, STATUS = "
                 WS-REPORT-FILE-STATUS
        STOP RUN
    END-IF.

1300-READ-PARM-FILE.
    *> Same card convention as the other control-card files: a
    *> missing TAXPARM reports the current month.
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
            WHEN "MONTH"
                IF WS-PARM-VALUE(1:6) IS NOT NUMERIC
                        OR WS-PARM-VALUE(5:2) < "01"
                        OR WS-PARM-VALUE(5:2) > "12"
                    DISPLAY "TAXRPT: MONTH MUST BE YYYYMM"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-PARM-VALUE(1:6) TO WS-REPORT-MONTH
            WHEN OTHER
                DISPLAY "TAXRPT: INVALID CONTROL CARD: " PARM-CARD
                MOVE 12 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
    END-IF.

1500-PRINT-HEADINGS.
    MOVE WS-RUN-ID    TO TRH-RUN-ID
    MOVE WS-CURR-DATE TO TRH-DATE
    MOVE WS-TAX-HEADING-1 TO TAX-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE WS-REPORT-MONTH TO TRH-MONTH
    MOVE WS-TAX-PERIOD-LINE TO TAX-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE SPACES TO TAX-REPORT-LINE
    PERFORM 7100-WRITE-LINE.

2000-LOAD-JURIS-TABLE.
    *> Names and rates only; a jurisdiction since dropped from TAXJUR
    *> still reports, with the name and rate left blank.
    OPEN INPUT JURIS-MASTER-FILE
    IF WS-JURIS-FILE-STATUS = "35"
        DISPLAY "TAXRPT: NO JURISDICTION MASTER, NAMES OMITTED, "
                "STATUS = " WS-JURIS-FILE-STATUS
    ELSE
        IF WS-JURIS-FILE-STATUS NOT = "00"
            DISPLAY "TAXRPT: UNABLE TO OPEN JURIS-MASTER-FILE, "
                    "STATUS = " WS-JURIS-FILE-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL WS-JURIS-EOF
            READ JURIS-MASTER-FILE
                AT END
                    SET WS-JURIS-EOF TO TRUE
                NOT AT END
                    PERFORM 2050-INSERT-JURIS
            END-READ
        END-PERFORM
        CLOSE JURIS-MASTER-FILE
    END-IF.

2050-INSERT-JURIS.
    IF WS-TJR-COUNT = 999
        DISPLAY "TAXRPT: JURISDICTION TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-TJR-COUNT
    MOVE WS-TJR-COUNT TO WS-INS-IDX
    PERFORM VARYING WS-INS-IDX FROM WS-TJR-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-TJR-CODE(WS-INS-IDX - 1) < TJR-JURIS-CODE
        MOVE WS-TJR-TABLE(WS-INS-IDX - 1) TO WS-TJR-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE TJR-JURIS-CODE TO WS-TJR-CODE(WS-INS-IDX)
    MOVE TJR-JURIS-NAME TO WS-TJR-NAME(WS-INS-IDX)
    MOVE TJR-TAX-RATE   TO WS-TJR-TAX-RATE(WS-INS-IDX).

3000-ACCUMULATE-TAX-HISTORY.
    OPEN INPUT TAX-HISTORY-FILE
    IF WS-TAX-HIST-FILE-STATUS = "35"
        DISPLAY "TAXRPT: NO TAX HISTORY FILE, STATUS = "
                 WS-TAX-HIST-FILE-STATUS
    ELSE
        IF WS-TAX-HIST-FILE-STATUS NOT = "00"
            DISPLAY "TAXRPT: UNABLE TO OPEN TAX-HISTORY-FILE, "
                    "STATUS = " WS-TAX-HIST-FILE-STATUS
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-TAX-HIST-EOF
            READ TAX-HISTORY-FILE
                AT END
                    SET WS-TAX-HIST-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-HISTORY-READ
                    PERFORM 3100-POST-TAX-RECORD
            END-READ
        END-PERFORM
        CLOSE TAX-HISTORY-FILE
    END-IF.

3100-POST-TAX-RECORD.
    IF TXH-DATE(1:6) NOT = WS-REPORT-MONTH
        ADD 1 TO WS-OUT-OF-PERIOD
    ELSE
        PERFORM 3200-POST-TO-JURISDICTION
    END-IF.

3200-POST-TO-JURISDICTION.
    SET WS-JUR-IDX TO 1
    IF WS-JUR-COUNT > 0
        SEARCH ALL WS-JUR-TABLE
            AT END
                PERFORM 3250-INSERT-JURISDICTION
            WHEN WS-JUR-CODE(WS-JUR-IDX) = TXH-TAX-JURIS
                CONTINUE
        END-SEARCH
    ELSE
        PERFORM 3250-INSERT-JURISDICTION
    END-IF
    IF TXH-CREDIT
        ADD 1 TO WS-CREDITS-REPORTED
        ADD 1 TO WS-JUR-CREDITS(WS-JUR-IDX)
        ADD TXH-TAXABLE-AMOUNT
                           TO WS-JUR-TAXABLE-CREDITED(WS-JUR-IDX)
        ADD TXH-EXEMPT-AMOUNT TO WS-JUR-EXEMPT-CREDITED(WS-JUR-IDX)
        ADD TXH-TAX-AMOUNT    TO WS-JUR-TAX-CREDITED(WS-JUR-IDX)
        ADD TXH-TAXABLE-AMOUNT TO WS-GRD-TAXABLE-CREDITED
        ADD TXH-EXEMPT-AMOUNT  TO WS-GRD-EXEMPT-CREDITED
        ADD TXH-TAX-AMOUNT     TO WS-GRD-TAX-CREDITED
    ELSE
        ADD 1 TO WS-INVOICES-REPORTED
        IF TXH-EXEMPT-AMOUNT > 0
            ADD 1 TO WS-EXEMPT-INVOICES
        END-IF
        ADD 1 TO WS-JUR-INVOICES(WS-JUR-IDX)
        ADD TXH-TAXABLE-AMOUNT TO WS-JUR-TAXABLE-BILLED(WS-JUR-IDX)
        ADD TXH-EXEMPT-AMOUNT  TO WS-JUR-EXEMPT-BILLED(WS-JUR-IDX)
        ADD TXH-TAX-AMOUNT     TO WS-JUR-TAX-BILLED(WS-JUR-IDX)
        ADD TXH-TAXABLE-AMOUNT TO WS-GRD-TAXABLE-BILLED
        ADD TXH-EXEMPT-AMOUNT  TO WS-GRD-EXEMPT-BILLED
        ADD TXH-TAX-AMOUNT     TO WS-GRD-TAX-BILLED
    END-IF.

3250-INSERT-JURISDICTION.
    *> Leaves WS-JUR-IDX on the new entry for 3200 to add into.
    IF WS-JUR-COUNT = 999
        DISPLAY "TAXRPT: LIABILITY TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-JUR-COUNT
    MOVE WS-JUR-COUNT TO WS-INS-IDX
    PERFORM VARYING WS-INS-IDX FROM WS-JUR-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-JUR-CODE(WS-INS-IDX - 1) < TXH-TAX-JURIS
        MOVE WS-JUR-TABLE(WS-INS-IDX - 1) TO WS-JUR-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE TXH-TAX-JURIS TO WS-JUR-CODE(WS-INS-IDX)
    MOVE 0 TO WS-JUR-INVOICES(WS-INS-IDX)
    MOVE 0 TO WS-JUR-CREDITS(WS-INS-IDX)
    MOVE 0 TO WS-JUR-TAXABLE-BILLED(WS-INS-IDX)
    MOVE 0 TO WS-JUR-TAXABLE-CREDITED(WS-INS-IDX)
    MOVE 0 TO WS-JUR-EXEMPT-BILLED(WS-INS-IDX)
    MOVE 0 TO WS-JUR-EXEMPT-CREDITED(WS-INS-IDX)
    MOVE 0 TO WS-JUR-TAX-BILLED(WS-INS-IDX)
    MOVE 0 TO WS-JUR-TAX-CREDITED(WS-INS-IDX)
    SET WS-JUR-IDX TO WS-INS-IDX.

5000-PRINT-JURIS-SECTION.
    MOVE "----- LIABILITY BY JURISDICTION -----" TO WS-SECTION-LINE
    MOVE WS-SECTION-LINE TO TAX-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE WS-TAX-HEADING-2 TO TAX-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
            UNTIL WS-PRT-IDX > WS-JUR-COUNT
        MOVE SPACES TO WS-TAX-DETAIL
        IF WS-JUR-CODE(WS-PRT-IDX) = SPACES
            MOVE "(NONE)" TO TRD-JURIS-CODE
            MOVE "DEFAULT RATE - NO JURISDICTION" TO TRD-JURIS-NAME
        ELSE
            MOVE WS-JUR-CODE(WS-PRT-IDX) TO TRD-JURIS-CODE
            PERFORM 5100-FIND-JURIS-NAME
        END-IF
        MOVE WS-JUR-INVOICES(WS-PRT-IDX) TO TRD-INVOICES
        MOVE WS-JUR-CREDITS(WS-PRT-IDX)  TO TRD-CREDITS
        COMPUTE WS-NET-TAXABLE = WS-JUR-TAXABLE-BILLED(WS-PRT-IDX)
                               - WS-JUR-TAXABLE-CREDITED(WS-PRT-IDX)
        COMPUTE WS-NET-EXEMPT = WS-JUR-EXEMPT-BILLED(WS-PRT-IDX)
                              - WS-JUR-EXEMPT-CREDITED(WS-PRT-IDX)
        COMPUTE WS-NET-TAX = WS-JUR-TAX-BILLED(WS-PRT-IDX)
                           - WS-JUR-TAX-CREDITED(WS-PRT-IDX)
        MOVE WS-NET-TAXABLE TO TRD-TAXABLE-SALES
        MOVE WS-NET-EXEMPT  TO TRD-EXEMPT-SALES
        MOVE WS-NET-TAX     TO TRD-TAX-COLLECTED
        MOVE WS-TAX-DETAIL TO TAX-REPORT-LINE
        PERFORM 7100-WRITE-LINE
    END-PERFORM
    MOVE SPACES TO WS-TAX-DETAIL
    MOVE "TOTAL"                TO TRD-JURIS-CODE
    MOVE "MONTH TOTAL"          TO TRD-JURIS-NAME
    MOVE WS-INVOICES-REPORTED   TO TRD-INVOICES
    MOVE WS-CREDITS-REPORTED    TO TRD-CREDITS
    COMPUTE WS-NET-TAXABLE = WS-GRD-TAXABLE-BILLED
                           - WS-GRD-TAXABLE-CREDITED
    COMPUTE WS-NET-EXEMPT = WS-GRD-EXEMPT-BILLED
                          - WS-GRD-EXEMPT-CREDITED
    COMPUTE WS-NET-TAX = WS-GRD-TAX-BILLED - WS-GRD-TAX-CREDITED
    MOVE WS-NET-TAXABLE TO TRD-TAXABLE-SALES
    MOVE WS-NET-EXEMPT  TO TRD-EXEMPT-SALES
    MOVE WS-NET-TAX     TO TRD-TAX-COLLECTED
    MOVE WS-TAX-DETAIL TO TAX-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE SPACES TO TAX-REPORT-LINE
    PERFORM 7100-WRITE-LINE.

5100-FIND-JURIS-NAME.
    SET WS-TJR-IDX TO 1
    IF WS-TJR-COUNT > 0
        SEARCH ALL WS-TJR-TABLE
            AT END
                CONTINUE
            WHEN WS-TJR-CODE(WS-TJR-IDX) = WS-JUR-CODE(WS-PRT-IDX)
                MOVE WS-TJR-NAME(WS-TJR-IDX)     TO TRD-JURIS-NAME
                MOVE WS-TJR-TAX-RATE(WS-TJR-IDX) TO TRD-TAX-RATE
        END-SEARCH
    END-IF.

6000-PRINT-BILLED-AND-CREDITED.
    *> The month's totals before netting, to tie back to the INVREG
    *> and CRREG registers for the month.
    MOVE "----- BILLED AND CREDITED -----" TO WS-SECTION-LINE
    MOVE WS-SECTION-LINE TO TAX-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE SPACES TO WS-RUN-TOTAL-LINE
    MOVE "TAXABLE SALES BILLED.....:" TO PRT-LABEL
    MOVE WS-GRD-TAXABLE-BILLED TO PRT-AMOUNT
    MOVE WS-RUN-TOTAL-LINE TO TAX-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE "TAXABLE SALES CREDITED...:" TO PRT-LABEL
    MOVE WS-GRD-TAXABLE-CREDITED TO PRT-AMOUNT
    MOVE WS-RUN-TOTAL-LINE TO TAX-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE "EXEMPT SALES BILLED......:" TO PRT-LABEL
    MOVE WS-GRD-EXEMPT-BILLED TO PRT-AMOUNT
    MOVE WS-RUN-TOTAL-LINE TO TAX-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE "EXEMPT SALES CREDITED....:" TO PRT-LABEL
    MOVE WS-GRD-EXEMPT-CREDITED TO PRT-AMOUNT
    MOVE WS-RUN-TOTAL-LINE TO TAX-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE "TAX BILLED...............:" TO PRT-LABEL
    MOVE WS-GRD-TAX-BILLED TO PRT-AMOUNT
    MOVE WS-RUN-TOTAL-LINE TO TAX-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE "TAX CREDITED.............:" TO PRT-LABEL
    MOVE WS-GRD-TAX-CREDITED TO PRT-AMOUNT
    MOVE WS-RUN-TOTAL-LINE TO TAX-REPORT-LINE
    PERFORM 7100-WRITE-LINE.

7100-WRITE-LINE.
    WRITE TAX-REPORT-LINE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "TAXRPT: ERROR WRITING TAX-REPORT-FILE, STATUS = "
                 WS-REPORT-FILE-STATUS
        STOP RUN
    END-IF.

9000-SUMMARY.
    DISPLAY "===== SALES TAX SUMMARY ====="
    DISPLAY "RUN ID................: " WS-RUN-ID
    DISPLAY "REPORT MONTH..........: " WS-REPORT-MONTH
    DISPLAY "HISTORY RECORDS READ..: " WS-HISTORY-READ
    DISPLAY "OUTSIDE MONTH.........: " WS-OUT-OF-PERIOD
    DISPLAY "INVOICES REPORTED.....: " WS-INVOICES-REPORTED
    DISPLAY "EXEMPT INVOICES.......: " WS-EXEMPT-INVOICES
    DISPLAY "CREDIT MEMOS REPORTED.: " WS-CREDITS-REPORTED
    DISPLAY "TAX BILLED............: " WS-GRD-TAX-BILLED
    DISPLAY "TAX CREDITED..........: " WS-GRD-TAX-CREDITED
    DISPLAY "=============================".

9900-CLOSE-FILES.
    CLOSE TAX-REPORT-FILE.
