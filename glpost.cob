      >>SOURCE FORMAT FREE
*> GLPOST - the day's general ledger journal. Runs last in the order
*> cycle, after ORDINV, RETPOST, ARPOST and any CNTPOST, and writes
*> one balanced journal (GLJRNL) for finance to load instead of
*> re-keying the registers. Every account number comes from the
*> account map (GLMAP, maintained by GLMAPMNT); nothing is
*> hard-coded here.
*>
*> Four groups of entries are built:
*>   BILL  the day's invoicing. Debit receivables with the invoices
*>         ORDINV posted to ARINV; credit sales by department with
*>         the shipped lines ORDINV billed (ORDSHIPD), each line's
*>         department taken from EXT-DEPT-CODE on the balanced item
*>         extract; credit sales tax payable with the register's
*>         grand tax, since tax is rounded per invoice and cannot be
*>         rebuilt from the lines. Invoices ARPOST turned away to
*>         AREXC today reached no customer's balance; they are
*>         debited to receivables suspense instead of receivables.
*>         Unless CYCCTL shows ARPOST finished cleanly today after
*>         ORDINV, none of ARINV has reached AROPEN yet, and the
*>         whole of it is debited to receivables suspense.
*>   RETN  the day's credit memos, when RETPOST ran today. Debit
*>         sales returns with the credit register's grand subtotal
*>         and sales tax payable with its grand tax; credit
*>         receivables with the credits RETPOST posted to ARCRED,
*>         less those ARPOST turned away to AREXC today, which are
*>         credited to receivables suspense. As with BILL, all of
*>         ARCRED goes to suspense unless ARPOST finished cleanly
*>         today after RETPOST.
*>   CASH  the day's receipts, when ARPOST finished cleanly today.
*>         Debit cash with every payment on CASHTXN; credit
*>         receivables with what ARPOST applied, and unapplied cash
*>         with the payments it turned away to AREXC today.
*>   IADJ  the day's physical count adjustments: the variances
*>         CNTPOST posted or had approved today on ADJAUD, valued
*>         at ITEM-PRICE as CNTPOST valued them. Each department's
*>         net loss is debited to its shrinkage account (a net gain
*>         is credited), and inventory takes the net of them all.
*>
*> Before the journal is written it must prove: the ARINV debit
*> (receivables and suspense together) must equal INVREG's GRAND
*> INVOICE TOTAL, the sales credits must equal INVREG's GRAND
*> SUBTOTAL, the ARCRED credit must equal CRREG's GRAND CREDIT
*> TOTAL, every line must find its account on GLMAP,
*> and total debits must equal total credits. If any of these fails
*> GLJRNL is left empty, the journal listing (GLRPT) shows what did
*> not tie, and the job ends with RETURN-CODE 12. GLJRNL is rewritten
*> whole on every run, so a rerun replaces the day's journal rather
*> than adding to it.
*>
*> Modification history:
*>   2026-10-15  New program.
*>   2026-10-15  Physical count adjustments (ADJAUD) journaled as the
*>               IADJ group, to SHRK by department and INV.
*>   2026-10-15  Invoices and credits ARPOST rejected to AREXC today
*>               journaled to receivables suspense (ARSU) rather
*>               than receivables.
*>   2026-10-15  ARINV and ARCRED journaled wholly to receivables
*>               suspense when ARPOST has not posted them today.
IDENTIFICATION DIVISION.
PROGRAM-ID. GLPOST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MAP-MASTER-FILE ASSIGN TO "GLMAP"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-MAP-FILE-STATUS.

    SELECT EXTRACT-FILE ASSIGN TO "ITEMEXTR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-FILE-STATUS.

    SELECT REGISTER-FILE ASSIGN TO "INVREG"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REGISTER-FILE-STATUS.

    SELECT SHIPPED-ORDER-FILE ASSIGN TO "ORDSHIPD"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SHIPPED-FILE-STATUS.

    SELECT INVOICE-POST-FILE ASSIGN TO "ARINV"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-INVOICE-FILE-STATUS.

    SELECT CREDIT-REGISTER-FILE ASSIGN TO "CRREG"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CR-REGISTER-FILE-STATUS.

    SELECT CREDIT-POST-FILE ASSIGN TO "ARCRED"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CREDIT-FILE-STATUS.

    SELECT CASH-TRANS-FILE ASSIGN TO "CASHTXN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CASH-FILE-STATUS.

    SELECT AR-EXCEPT-FILE ASSIGN TO "AREXC"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AR-EXCEPT-FILE-STATUS.

    SELECT ADJUST-AUDIT-FILE ASSIGN TO "ADJAUD"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.

    SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CYC-FILE-STATUS.

    SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-FILE-STATUS.

    SELECT JOURNAL-REPORT-FILE ASSIGN TO "GLRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MAP-MASTER-FILE.
01  MAP-MASTER-RECORD.
    05  GLM-ENTRY-CODE          PIC X(4).
    05  GLM-DEPT-CODE           PIC X(2).
    05  GLM-ACCOUNT             PIC X(10).
    05  GLM-DESCRIPTION         PIC X(30).

FD  EXTRACT-FILE.
01  EXTRACT-RECORD.
    05  EXT-REC-TYPE            PIC X(1).
    05  EXT-ITEM-NUMBER         PIC 9(6).
    05  EXT-ITEM-NAME           PIC X(30).
    05  EXT-ITEM-PRICE          PIC 9(5)V99.
    05  EXT-ITEM-CATEGORY       PIC X(4).
    05  EXT-ITEM-DISCOUNT       PIC 9(2)V99.
    05  EXT-CAT-DESC            PIC X(30).
    05  EXT-DEPT-CODE           PIC X(2).
    05  EXT-SUPPLIER            PIC X(3).
01  EXTRACT-TRAILER-RECORD.
    05  EXL-REC-TYPE            PIC X(1).
    05  EXL-RECORD-COUNT        PIC 9(7).
    05  EXL-PRICE-HASH          PIC 9(11)V99.
    05  FILLER                  PIC X(66).

FD  REGISTER-FILE.
01  REGISTER-LINE               PIC X(132).

*> ORDSHIPD is in ORDPRICED format.
FD  SHIPPED-ORDER-FILE.
01  SHIPPED-ORDER-RECORD.
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

FD  INVOICE-POST-FILE.
01  INVOICE-POST-RECORD.
    05  ARI-CUST-NUMBER         PIC 9(6).
    05  ARI-REF-NUMBER          PIC 9(8).
    05  ARI-ITEM-TYPE           PIC X(1).
    05  ARI-ITEM-DATE           PIC X(8).
    05  ARI-AMOUNT              PIC 9(9)V99.

FD  CREDIT-REGISTER-FILE.
01  CREDIT-REGISTER-LINE        PIC X(132).

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
        88  ARX-INVOICE           VALUE 'I'.
        88  ARX-PAYMENT           VALUE 'P'.
        88  ARX-CREDIT            VALUE 'C'.
    05  ARX-CUST-NUMBER         PIC 9(6).
    05  ARX-REF-NUMBER          PIC 9(8).
    05  ARX-AMOUNT              PIC 9(9)V99.
    05  ARX-CHECK-NUMBER        PIC X(10).
    05  ARX-REASON              PIC X(30).

FD  ADJUST-AUDIT-FILE.
01  ADJUST-AUDIT-RECORD.
    05  ADJ-DATE                PIC X(8).
    05  ADJ-COUNT-DATE          PIC X(8).
    05  ADJ-ITEM-NUMBER         PIC 9(6).
    05  ADJ-DEPT-CODE           PIC X(2).
    05  ADJ-CATEGORY            PIC X(4).
    05  ADJ-BOOK-QTY            PIC 9(7).
    05  ADJ-COUNTED-QTY         PIC 9(7).
    05  ADJ-DIRECTION           PIC X(1).
        88  ADJ-GAIN              VALUE 'G'.
        88  ADJ-LOSS              VALUE 'L'.
    05  ADJ-VARIANCE-QTY        PIC 9(7).
    05  ADJ-UNIT-PRICE          PIC 9(5)V99.
    05  ADJ-VARIANCE-VALUE      PIC 9(11)V99.
    05  ADJ-STATUS              PIC X(1).
        88  ADJ-POSTED            VALUE 'P'.
        88  ADJ-HELD              VALUE 'H'.
        88  ADJ-APPROVED          VALUE 'A'.
        88  ADJ-REJECTED          VALUE 'R'.
    05  ADJ-APPROVER            PIC X(10).
    05  ADJ-REASON              PIC X(30).

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

*> Journal: one header, the day's lines, and a trailer carrying the
*> line count and both sides' totals for the ledger load to prove.
FD  JOURNAL-FILE.
01  JOURNAL-RECORD.
    05  GLJ-REC-TYPE            PIC X(1).
    05  GLJ-JOURNAL-DATE        PIC X(8).
    05  GLJ-LINE-NUMBER         PIC 9(5).
    05  GLJ-SOURCE              PIC X(4).
    05  GLJ-ACCOUNT             PIC X(10).
    05  GLJ-DR-CR               PIC X(1).
    05  GLJ-AMOUNT              PIC 9(11)V99.
    05  GLJ-DESCRIPTION         PIC X(30).
    05  FILLER                  PIC X(8).
01  JOURNAL-HEADER-RECORD.
    05  GLH-REC-TYPE            PIC X(1).
    05  GLH-RUN-ID              PIC X(16).
    05  GLH-JOURNAL-DATE        PIC X(8).
    05  FILLER                  PIC X(55).
01  JOURNAL-TRAILER-RECORD.
    05  GLT-REC-TYPE            PIC X(1).
    05  GLT-LINE-COUNT          PIC 9(7).
    05  GLT-TOTAL-DEBITS        PIC 9(13)V99.
    05  GLT-TOTAL-CREDITS       PIC 9(13)V99.
    05  FILLER                  PIC X(42).

FD  JOURNAL-REPORT-FILE.
01  JOURNAL-REPORT-LINE         PIC X(132).

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

01  WS-GLM-SEARCH-KEY.
    05  WS-GLM-SEARCH-ENTRY     PIC X(4).
    05  WS-GLM-SEARCH-DEPT      PIC X(2).

01  WS-ITM-AREA.
    05  WS-ITM-COUNT            PIC 9(5) VALUE 0.
    05  WS-ITM-TABLE OCCURS 0 TO 99999 TIMES
            DEPENDING ON WS-ITM-COUNT
            ASCENDING KEY IS WS-ITM-NUMBER
            INDEXED BY WS-ITM-IDX.
        10  WS-ITM-NUMBER        PIC 9(6).
        10  WS-ITM-DEPT-CODE     PIC X(2).

*> The day's shipped sales by department, in department order.
01  WS-DPT-AREA.
    05  WS-DPT-COUNT            PIC 9(3) VALUE 0.
    05  WS-DPT-TABLE OCCURS 0 TO 999 TIMES
            DEPENDING ON WS-DPT-COUNT
            ASCENDING KEY IS WS-DPT-CODE
            INDEXED BY WS-DPT-IDX.
        10  WS-DPT-CODE          PIC X(2).
        10  WS-DPT-SALES         PIC 9(11)V99.

*> The day's posted count adjustments by department, in department
*> order.
01  WS-SHK-AREA.
    05  WS-SHK-COUNT            PIC 9(3) VALUE 0.
    05  WS-SHK-TABLE OCCURS 0 TO 999 TIMES
            DEPENDING ON WS-SHK-COUNT
            ASCENDING KEY IS WS-SHK-DEPT-CODE
            INDEXED BY WS-SHK-IDX.
        10  WS-SHK-DEPT-CODE     PIC X(2).
        10  WS-SHK-VALUE-LOST    PIC 9(11)V99.
        10  WS-SHK-VALUE-GAINED  PIC 9(11)V99.

*> Journal lines in the order they are built, each carrying the
*> account GLMAP gave it.
01  WS-JNL-AREA.
    05  WS-JNL-COUNT            PIC 9(4) VALUE 0.
    05  WS-JNL-TABLE OCCURS 0 TO 9999 TIMES
            DEPENDING ON WS-JNL-COUNT
            INDEXED BY WS-JNL-IDX.
        10  WS-JNL-SOURCE        PIC X(4).
        10  WS-JNL-ACCOUNT       PIC X(10).
        10  WS-JNL-DR-CR         PIC X(1).
            88  WS-JNL-DEBIT       VALUE 'D'.
        10  WS-JNL-AMOUNT        PIC 9(11)V99.
        10  WS-JNL-DESCRIPTION   PIC X(30).

01  WS-FILE-STATUSES.
    05  WS-MAP-FILE-STATUS      PIC XX.
    05  WS-EXTRACT-FILE-STATUS  PIC XX.
    05  WS-REGISTER-FILE-STATUS PIC XX.
    05  WS-SHIPPED-FILE-STATUS  PIC XX.
    05  WS-INVOICE-FILE-STATUS  PIC XX.
    05  WS-CR-REGISTER-FILE-STATUS PIC XX.
    05  WS-CREDIT-FILE-STATUS   PIC XX.
    05  WS-CASH-FILE-STATUS     PIC XX.
    05  WS-AR-EXCEPT-FILE-STATUS PIC XX.
    05  WS-AUDIT-FILE-STATUS    PIC XX.
    05  WS-CYC-FILE-STATUS      PIC XX.
    05  WS-JOURNAL-FILE-STATUS  PIC XX.
    05  WS-REPORT-FILE-STATUS   PIC XX.

01  WS-SWITCHES.
    05  WS-MAP-EOF-SW           PIC X VALUE 'N'.
        88  WS-MAP-EOF            VALUE 'Y'.
    05  WS-EXTRACT-EOF-SW       PIC X VALUE 'N'.
        88  WS-EXTRACT-EOF        VALUE 'Y'.
    05  WS-REGISTER-EOF-SW      PIC X VALUE 'N'.
        88  WS-REGISTER-EOF       VALUE 'Y'.
    05  WS-EOF-SW               PIC X VALUE 'N'.
        88  WS-EOF                VALUE 'Y'.
    05  WS-INVOICE-EOF-SW       PIC X VALUE 'N'.
        88  WS-INVOICE-EOF        VALUE 'Y'.
    05  WS-CR-REGISTER-EOF-SW   PIC X VALUE 'N'.
        88  WS-CR-REGISTER-EOF    VALUE 'Y'.
    05  WS-CREDIT-EOF-SW        PIC X VALUE 'N'.
        88  WS-CREDIT-EOF         VALUE 'Y'.
    05  WS-CASH-EOF-SW          PIC X VALUE 'N'.
        88  WS-CASH-EOF           VALUE 'Y'.
    05  WS-AR-EXCEPT-EOF-SW     PIC X VALUE 'N'.
        88  WS-AR-EXCEPT-EOF      VALUE 'Y'.
    05  WS-AUDIT-EOF-SW         PIC X VALUE 'N'.
        88  WS-AUDIT-EOF          VALUE 'Y'.
    05  WS-CYC-EOF-SW           PIC X VALUE 'N'.
        88  WS-CYC-EOF            VALUE 'Y'.
    05  WS-EXTR-HDR-SEEN-SW     PIC X VALUE 'N'.
        88  WS-EXTR-HDR-SEEN      VALUE 'Y'.
    05  WS-EXTR-TRL-SEEN-SW     PIC X VALUE 'N'.
        88  WS-EXTR-TRL-SEEN      VALUE 'Y'.
    05  WS-FOUND-SW             PIC X VALUE 'N'.
        88  WS-ITEM-FOUND         VALUE 'Y'.
    05  WS-ACCOUNT-FOUND-SW     PIC X VALUE 'N'.
        88  WS-ACCOUNT-FOUND      VALUE 'Y'.
    05  WS-RETURNS-SW           PIC X VALUE 'N'.
        88  WS-RETURNS-TODAY      VALUE 'Y'.
    05  WS-CASH-SW              PIC X VALUE 'N'.
        88  WS-CASH-POSTED-TODAY  VALUE 'Y'.
    05  WS-BILLED-SW            PIC X VALUE 'N'.
        88  WS-BILLED-TODAY       VALUE 'Y'.
    05  WS-CREDITED-SW          PIC X VALUE 'N'.
        88  WS-CREDITED-TODAY     VALUE 'Y'.
    05  WS-INV-POSTED-SW        PIC X VALUE 'N'.
        88  WS-INVOICES-POSTED-TODAY VALUE 'Y'.
    05  WS-CRED-POSTED-SW       PIC X VALUE 'N'.
        88  WS-CREDITS-POSTED-TODAY  VALUE 'Y'.
    05  WS-JOURNAL-OK-SW        PIC X VALUE 'Y'.
        88  WS-JOURNAL-OK         VALUE 'Y'.

01  WS-COUNTERS.
    05  WS-EXTR-D-COUNT         PIC 9(7) VALUE 0.
    05  WS-EXTR-PRICE-HASH      PIC 9(11)V99 VALUE 0.
    05  WS-EXTR-TRL-COUNT       PIC 9(7) VALUE 0.
    05  WS-EXTR-TRL-HASH        PIC 9(11)V99 VALUE 0.
    05  WS-REG-LINES-READ       PIC 9(7) VALUE 0.
    05  WS-REG-TOTALS-FOUND     PIC 9(1) VALUE 0.
    05  WS-CRG-LINES-READ       PIC 9(7) VALUE 0.
    05  WS-CRG-TOTALS-FOUND     PIC 9(1) VALUE 0.
    05  WS-SHIPPED-LINES-READ   PIC 9(7) VALUE 0.
    05  WS-LINES-NO-DEPT        PIC 9(7) VALUE 0.
    05  WS-INVOICES-READ        PIC 9(7) VALUE 0.
    05  WS-INVOICES-NOT-TODAY   PIC 9(7) VALUE 0.
    05  WS-CREDITS-READ         PIC 9(7) VALUE 0.
    05  WS-CREDITS-NOT-TODAY    PIC 9(7) VALUE 0.
    05  WS-PAYMENTS-READ        PIC 9(7) VALUE 0.
    05  WS-PAYMENTS-NOT-NUMERIC PIC 9(7) VALUE 0.
    05  WS-PAYMENTS-UNAPPLIED   PIC 9(7) VALUE 0.
    05  WS-INVOICES-SUSPENDED   PIC 9(7) VALUE 0.
    05  WS-CREDITS-SUSPENDED    PIC 9(7) VALUE 0.
    05  WS-AUDIT-READ           PIC 9(7) VALUE 0.
    05  WS-ADJUSTMENTS-TODAY    PIC 9(7) VALUE 0.
    05  WS-ACCOUNTS-MISSING     PIC 9(5) VALUE 0.
    05  WS-INS-IDX              PIC 9(5) VALUE 0.
    05  WS-FND-IDX              PIC 9(5) VALUE 0.
    05  WS-PRT-IDX              PIC 9(5) VALUE 0.

*> Control totals from the registers and the amounts the journal is
*> built from; 4000 proves the one against the other.
01  WS-CONTROL-TOTALS.
    05  WS-REG-SUBTOTAL         PIC 9(11)V99 VALUE 0.
    05  WS-REG-TAX              PIC 9(11)V99 VALUE 0.
    05  WS-REG-INVOICE-TOTAL    PIC 9(11)V99 VALUE 0.
    05  WS-CRG-SUBTOTAL         PIC 9(11)V99 VALUE 0.
    05  WS-CRG-TAX              PIC 9(11)V99 VALUE 0.
    05  WS-CRG-CREDIT-TOTAL     PIC 9(11)V99 VALUE 0.
    05  WS-SHIPPED-SALES        PIC 9(11)V99 VALUE 0.
    05  WS-AR-INVOICED          PIC 9(11)V99 VALUE 0.
    05  WS-AR-CREDITED          PIC 9(11)V99 VALUE 0.
    05  WS-AR-INV-SUSPENSE      PIC 9(11)V99 VALUE 0.
    05  WS-AR-CRED-SUSPENSE     PIC 9(11)V99 VALUE 0.
    05  WS-AR-INV-POSTED        PIC 9(11)V99 VALUE 0.
    05  WS-AR-CRED-POSTED       PIC 9(11)V99 VALUE 0.
    05  WS-CASH-RECEIVED        PIC 9(11)V99 VALUE 0.
    05  WS-CASH-UNAPPLIED       PIC 9(11)V99 VALUE 0.
    05  WS-CASH-APPLIED         PIC 9(11)V99 VALUE 0.
    05  WS-INV-VALUE-LOST       PIC 9(11)V99 VALUE 0.
    05  WS-INV-VALUE-GAINED     PIC 9(11)V99 VALUE 0.
    05  WS-TOTAL-DEBITS         PIC 9(13)V99 VALUE 0.
    05  WS-TOTAL-CREDITS        PIC 9(13)V99 VALUE 0.

01  WS-MISC.
    05  WS-RUN-ID               PIC X(16).
    05  WS-CURR-DATE            PIC X(8).
    05  WS-CURR-TIME            PIC X(8).
    05  WS-REG-RUN-DATE         PIC X(8).
    05  WS-CRG-RUN-DATE         PIC X(8).
    05  WS-CYC-PHASE            PIC X(1).
    05  WS-CYC-KEY-COUNT        PIC 9(7) VALUE 0.
    05  WS-LINE-SOURCE          PIC X(4).
    05  WS-LINE-DR-CR           PIC X(1).
    05  WS-LINE-DEPT            PIC X(2).
    05  WS-LINE-AMOUNT          PIC 9(11)V99 VALUE 0.

*> INVREG and CRREG are print files written by ORDINV and RETPOST;
*> these views read back the heading's run date and the grand total
*> lines exactly as those programs lay them out.
01  WS-REG-HEADING-VIEW.
    05  RHV-TITLE               PIC X(32).
    05  FILLER                  PIC X(8).
    05  RHV-RUN-DATE            PIC X(8).
    05  FILLER                  PIC X(84).
01  WS-REG-TOTAL-VIEW.
    05  RGV-LABEL               PIC X(26).
    05  RGV-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  FILLER                  PIC X(88).

01  WS-GLR-HEADING-1.
    05  FILLER                  PIC X(36)
            VALUE "===== GENERAL LEDGER JOURNAL =====  ".
    05  FILLER                  PIC X(8) VALUE "RUN ID: ".
    05  GRH-RUN-ID              PIC X(16).
    05  FILLER                  PIC X(9) VALUE "   DATE: ".
    05  GRH-DATE                PIC X(8).
01  WS-SECTION-LINE             PIC X(40).
01  WS-GLR-HEADING-2.
    05  FILLER                  PIC X(56)
            VALUE "LINE  SRCE  ACCOUNT     DESCRIPTION".
    05  FILLER                  PIC X(38)
            VALUE "             DEBIT              CREDIT".
01  WS-GLR-DETAIL.
    05  GRD-LINE-NUMBER         PIC ZZZZ9.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  GRD-SOURCE              PIC X(4).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  GRD-ACCOUNT             PIC X(10).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  GRD-DESCRIPTION         PIC X(30).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  GRD-DEBIT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  GRD-CREDIT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
01  WS-GLR-TIE-HEADING.
    05  FILLER                  PIC X(50)
            VALUE "CONTROL                            REGISTER TOTAL".
    05  FILLER                  PIC X(34)
            VALUE "       JOURNAL TOTAL  STATUS".
01  WS-GLR-TIE-LINE.
    05  GRT-LABEL               PIC X(30).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  GRT-CONTROL-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  GRT-JOURNAL-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  GRT-STATUS              PIC X(12).
01  WS-GLR-MESSAGE-LINE         PIC X(80).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 1100-LOAD-ACCOUNT-MAP
    PERFORM 1200-LOAD-EXTRACT-TABLE
    PERFORM 2000-READ-INVOICE-REGISTER
    PERFORM 2100-ACCUMULATE-SHIPPED-SALES
    PERFORM 2200-TOTAL-AR-INVOICES
    PERFORM 2300-READ-CREDIT-REGISTER
    IF WS-RETURNS-TODAY
        PERFORM 2350-TOTAL-AR-CREDITS
    END-IF
    PERFORM 2400-CHECK-AR-POSTING
    IF WS-CASH-POSTED-TODAY
        PERFORM 2450-TOTAL-CASH-RECEIVED
    END-IF
    PERFORM 2470-TOTAL-AR-EXCEPTIONS
    PERFORM 2500-TOTAL-INVENTORY-ADJUSTMENTS
    PERFORM 3000-BUILD-JOURNAL
    PERFORM 4000-PROVE-JOURNAL
    PERFORM 5000-PRINT-JOURNAL
    PERFORM 5500-PRINT-TIE-OUT
    IF WS-JOURNAL-OK
        PERFORM 6000-WRITE-JOURNAL-FILE
    ELSE
        MOVE 12 TO RETURN-CODE
    END-IF
    MOVE WS-JNL-COUNT TO WS-CYC-KEY-COUNT
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
    *> The journal is emptied before anything is proven, so a failed
    *> run can never leave yesterday's journal behind for the load.
    OPEN OUTPUT JOURNAL-FILE
    IF WS-JOURNAL-FILE-STATUS NOT = "00"
        DISPLAY "GLPOST: UNABLE TO OPEN JOURNAL-FILE, STATUS = "
                 WS-JOURNAL-FILE-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT JOURNAL-REPORT-FILE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "GLPOST: UNABLE TO OPEN JOURNAL-REPORT-FILE, STATUS = "
                 WS-REPORT-FILE-STATUS
        STOP RUN
    END-IF
    MOVE WS-RUN-ID    TO GRH-RUN-ID
    MOVE WS-CURR-DATE TO GRH-DATE
    MOVE WS-GLR-HEADING-1 TO JOURNAL-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE SPACES TO JOURNAL-REPORT-LINE
    PERFORM 7100-WRITE-LINE.

1100-LOAD-ACCOUNT-MAP.
    *> GLMAPMNT writes the map in key order, so it loads straight in
    *> for SEARCH ALL.
    OPEN INPUT MAP-MASTER-FILE
    IF WS-MAP-FILE-STATUS NOT = "00"
        DISPLAY "GLPOST: UNABLE TO OPEN MAP-MASTER-FILE, STATUS = "
                 WS-MAP-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-MAP-EOF
        READ MAP-MASTER-FILE
            AT END
                SET WS-MAP-EOF TO TRUE
            NOT AT END
                IF WS-GLM-COUNT = 9999
                    DISPLAY "GLPOST: ACCOUNT MAP TABLE AT MAX CAPACITY"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-GLM-COUNT
                MOVE GLM-ENTRY-CODE  TO WS-GLM-ENTRY-CODE(WS-GLM-COUNT)
                MOVE GLM-DEPT-CODE   TO WS-GLM-DEPT-CODE(WS-GLM-COUNT)
                MOVE GLM-ACCOUNT     TO WS-GLM-ACCOUNT(WS-GLM-COUNT)
                MOVE GLM-DESCRIPTION TO WS-GLM-DESCRIPTION(WS-GLM-COUNT)
        END-READ
    END-PERFORM
    CLOSE MAP-MASTER-FILE
    IF WS-GLM-COUNT = 0
        DISPLAY "GLPOST: ACCOUNT MAP IS EMPTY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

1200-LOAD-EXTRACT-TABLE.
    *> Only the department is wanted from the extract, but it is
    *> balanced H/D/T all the same before a line is classified by it.
    OPEN INPUT EXTRACT-FILE
    IF WS-EXTRACT-FILE-STATUS NOT = "00"
        DISPLAY "GLPOST: UNABLE TO OPEN EXTRACT-FILE, STATUS = "
                 WS-EXTRACT-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EXTRACT-EOF
        READ EXTRACT-FILE
            AT END
                SET WS-EXTRACT-EOF TO TRUE
            NOT AT END
                PERFORM 1210-STORE-EXTRACT-RECORD
        END-READ
    END-PERFORM
    CLOSE EXTRACT-FILE
    PERFORM 1220-BALANCE-EXTRACT.

1210-STORE-EXTRACT-RECORD.
    EVALUATE EXT-REC-TYPE
        WHEN 'H'
            SET WS-EXTR-HDR-SEEN TO TRUE
        WHEN 'D'
            ADD 1 TO WS-EXTR-D-COUNT
            ADD EXT-ITEM-PRICE TO WS-EXTR-PRICE-HASH
            IF WS-ITM-COUNT = 99999
                DISPLAY "GLPOST: ITEM TABLE AT MAX CAPACITY"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-ITM-COUNT
            MOVE EXT-ITEM-NUMBER TO WS-ITM-NUMBER(WS-ITM-COUNT)
            MOVE EXT-DEPT-CODE   TO WS-ITM-DEPT-CODE(WS-ITM-COUNT)
        WHEN 'T'
            MOVE EXL-RECORD-COUNT TO WS-EXTR-TRL-COUNT
            MOVE EXL-PRICE-HASH   TO WS-EXTR-TRL-HASH
            SET WS-EXTR-TRL-SEEN TO TRUE
            SET WS-EXTRACT-EOF TO TRUE
        WHEN OTHER
            DISPLAY "GLPOST: INVALID RECORD TYPE ON EXTRACT: "
                     EXT-REC-TYPE
            MOVE 12 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

1220-BALANCE-EXTRACT.
    IF NOT WS-EXTR-HDR-SEEN
        DISPLAY "GLPOST: EXTRACT HEADER MISSING"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT WS-EXTR-TRL-SEEN
        DISPLAY "GLPOST: EXTRACT TRAILER MISSING, FILE MAY BE "
                "TRUNCATED"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-EXTR-TRL-COUNT NOT = WS-EXTR-D-COUNT
       OR WS-EXTR-TRL-HASH NOT = WS-EXTR-PRICE-HASH
        DISPLAY "GLPOST: EXTRACT OUT OF BALANCE, TRAILER = "
                 WS-EXTR-TRL-COUNT " / " WS-EXTR-TRL-HASH
                " READ = " WS-EXTR-D-COUNT " / " WS-EXTR-PRICE-HASH
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

2000-READ-INVOICE-REGISTER.
    *> The register must be today's: a journal built on yesterday's
    *> register would post yesterday's sales a second time.
    OPEN INPUT REGISTER-FILE
    IF WS-REGISTER-FILE-STATUS NOT = "00"
        DISPLAY "GLPOST: UNABLE TO OPEN REGISTER-FILE, STATUS = "
                 WS-REGISTER-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-REGISTER-EOF
        READ REGISTER-FILE
            AT END
                SET WS-REGISTER-EOF TO TRUE
            NOT AT END
                PERFORM 2050-SCAN-REGISTER-LINE
        END-READ
    END-PERFORM
    CLOSE REGISTER-FILE
    IF WS-REG-RUN-DATE NOT = WS-CURR-DATE
        DISPLAY "GLPOST: INVOICE REGISTER IS DATED " WS-REG-RUN-DATE
                " NOT TODAY, ORDINV HAS NOT RUN"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-REG-TOTALS-FOUND NOT = 3
        DISPLAY "GLPOST: INVOICE REGISTER GRAND TOTALS MISSING, "
                "REGISTER MAY BE TRUNCATED"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

2050-SCAN-REGISTER-LINE.
    ADD 1 TO WS-REG-LINES-READ
    IF WS-REG-LINES-READ = 1
        MOVE REGISTER-LINE TO WS-REG-HEADING-VIEW
        IF RHV-TITLE(1:28) = "===== INVOICE REGISTER ====="
            MOVE RHV-RUN-DATE TO WS-REG-RUN-DATE
        END-IF
    ELSE
        MOVE REGISTER-LINE TO WS-REG-TOTAL-VIEW
        EVALUATE RGV-LABEL
            WHEN "GRAND SUBTOTAL..........:"
                MOVE RGV-AMOUNT TO WS-REG-SUBTOTAL
                ADD 1 TO WS-REG-TOTALS-FOUND
            WHEN "GRAND TAX...............:"
                MOVE RGV-AMOUNT TO WS-REG-TAX
                ADD 1 TO WS-REG-TOTALS-FOUND
            WHEN "GRAND INVOICE TOTAL.....:"
                MOVE RGV-AMOUNT TO WS-REG-INVOICE-TOTAL
                ADD 1 TO WS-REG-TOTALS-FOUND
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

2100-ACCUMULATE-SHIPPED-SALES.
    *> ORDINV bills every line on ORDSHIPD, so these lines are the
    *> register's GRAND SUBTOTAL split by department.
    OPEN INPUT SHIPPED-ORDER-FILE
    IF WS-SHIPPED-FILE-STATUS NOT = "00"
        DISPLAY "GLPOST: UNABLE TO OPEN SHIPPED-ORDER-FILE, STATUS = "
                 WS-SHIPPED-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EOF
        READ SHIPPED-ORDER-FILE
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-SHIPPED-LINES-READ
                ADD PRC-LINE-AMOUNT TO WS-SHIPPED-SALES
                PERFORM 2150-FIND-ITEM-DEPT
                PERFORM 2160-ADD-DEPT-SALES
        END-READ
    END-PERFORM
    CLOSE SHIPPED-ORDER-FILE.

2150-FIND-ITEM-DEPT.
    *> An item gone from the extract since it shipped has no
    *> department; its sales go to the map's default sales account.
    MOVE 'N' TO WS-FOUND-SW
    MOVE SPACES TO WS-GLM-SEARCH-DEPT
    IF WS-ITM-COUNT > 0
        SET WS-ITM-IDX TO 1
        SEARCH ALL WS-ITM-TABLE
            AT END
                CONTINUE
            WHEN WS-ITM-NUMBER(WS-ITM-IDX) = PRC-ITEM-NUMBER
                MOVE 'Y' TO WS-FOUND-SW
                MOVE WS-ITM-DEPT-CODE(WS-ITM-IDX) TO WS-GLM-SEARCH-DEPT
        END-SEARCH
    END-IF
    IF NOT WS-ITEM-FOUND
        ADD 1 TO WS-LINES-NO-DEPT
    END-IF.

2160-ADD-DEPT-SALES.
    MOVE 0 TO WS-FND-IDX
    IF WS-DPT-COUNT > 0
        SET WS-DPT-IDX TO 1
        SEARCH ALL WS-DPT-TABLE
            AT END
                CONTINUE
            WHEN WS-DPT-CODE(WS-DPT-IDX) = WS-GLM-SEARCH-DEPT
                SET WS-FND-IDX TO WS-DPT-IDX
        END-SEARCH
    END-IF
    IF WS-FND-IDX = 0
        PERFORM 2170-INSERT-DEPT
    END-IF
    ADD PRC-LINE-AMOUNT TO WS-DPT-SALES(WS-FND-IDX).

2170-INSERT-DEPT.
    IF WS-DPT-COUNT = 999
        DISPLAY "GLPOST: DEPARTMENT TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-DPT-COUNT
    PERFORM VARYING WS-INS-IDX FROM WS-DPT-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-DPT-CODE(WS-INS-IDX - 1) < WS-GLM-SEARCH-DEPT
        MOVE WS-DPT-TABLE(WS-INS-IDX - 1) TO WS-DPT-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE WS-GLM-SEARCH-DEPT TO WS-DPT-CODE(WS-INS-IDX)
    MOVE 0                  TO WS-DPT-SALES(WS-INS-IDX)
    MOVE WS-INS-IDX TO WS-FND-IDX.

2200-TOTAL-AR-INVOICES.
    OPEN INPUT INVOICE-POST-FILE
    IF WS-INVOICE-FILE-STATUS NOT = "00"
        DISPLAY "GLPOST: UNABLE TO OPEN INVOICE-POST-FILE, STATUS = "
                 WS-INVOICE-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-INVOICE-EOF
        READ INVOICE-POST-FILE
            AT END
                SET WS-INVOICE-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-INVOICES-READ
                IF ARI-ITEM-DATE = WS-CURR-DATE
                    ADD ARI-AMOUNT TO WS-AR-INVOICED
                ELSE
                    ADD 1 TO WS-INVOICES-NOT-TODAY
                END-IF
        END-READ
    END-PERFORM
    CLOSE INVOICE-POST-FILE.

2300-READ-CREDIT-REGISTER.
    *> No credit register, or one left from an earlier day, means
    *> RETPOST has not run today and there are no returns to carry.
    OPEN INPUT CREDIT-REGISTER-FILE
    IF WS-CR-REGISTER-FILE-STATUS = "35"
        DISPLAY "GLPOST: NO CREDIT REGISTER, NO RETURNS JOURNALED"
    ELSE
        IF WS-CR-REGISTER-FILE-STATUS NOT = "00"
            DISPLAY "GLPOST: UNABLE TO OPEN CREDIT-REGISTER-FILE, "
                    "STATUS = " WS-CR-REGISTER-FILE-STATUS
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-CR-REGISTER-EOF
            READ CREDIT-REGISTER-FILE
                AT END
                    SET WS-CR-REGISTER-EOF TO TRUE
                NOT AT END
                    PERFORM 2310-SCAN-CREDIT-REGISTER-LINE
            END-READ
        END-PERFORM
        CLOSE CREDIT-REGISTER-FILE
        IF WS-CRG-RUN-DATE NOT = WS-CURR-DATE
            DISPLAY "GLPOST: CREDIT REGISTER IS DATED "
                    WS-CRG-RUN-DATE " NOT TODAY, NO RETURNS JOURNALED"
        ELSE
            IF WS-CRG-TOTALS-FOUND NOT = 3
                DISPLAY "GLPOST: CREDIT REGISTER GRAND TOTALS "
                        "MISSING, REGISTER MAY BE TRUNCATED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE 'Y' TO WS-RETURNS-SW
        END-IF
    END-IF.

2310-SCAN-CREDIT-REGISTER-LINE.
    ADD 1 TO WS-CRG-LINES-READ
    IF WS-CRG-LINES-READ = 1
        MOVE CREDIT-REGISTER-LINE TO WS-REG-HEADING-VIEW
        IF RHV-TITLE(1:27) = "===== CREDIT REGISTER ====="
            MOVE RHV-RUN-DATE TO WS-CRG-RUN-DATE
        END-IF
    ELSE
        MOVE CREDIT-REGISTER-LINE TO WS-REG-TOTAL-VIEW
        EVALUATE RGV-LABEL
            WHEN "GRAND SUBTOTAL..........:"
                MOVE RGV-AMOUNT TO WS-CRG-SUBTOTAL
                ADD 1 TO WS-CRG-TOTALS-FOUND
            WHEN "GRAND TAX...............:"
                MOVE RGV-AMOUNT TO WS-CRG-TAX
                ADD 1 TO WS-CRG-TOTALS-FOUND
            WHEN "GRAND CREDIT TOTAL......:"
                MOVE RGV-AMOUNT TO WS-CRG-CREDIT-TOTAL
                ADD 1 TO WS-CRG-TOTALS-FOUND
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

2350-TOTAL-AR-CREDITS.
    OPEN INPUT CREDIT-POST-FILE
    IF WS-CREDIT-FILE-STATUS NOT = "00"
        DISPLAY "GLPOST: UNABLE TO OPEN CREDIT-POST-FILE, STATUS = "
                 WS-CREDIT-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-CREDIT-EOF
        READ CREDIT-POST-FILE
            AT END
                SET WS-CREDIT-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-CREDITS-READ
                IF ARC-ITEM-DATE = WS-CURR-DATE
                    ADD ARC-AMOUNT TO WS-AR-CREDITED
                ELSE
                    ADD 1 TO WS-CREDITS-NOT-TODAY
                END-IF
        END-READ
    END-PERFORM
    CLOSE CREDIT-POST-FILE.

2400-CHECK-AR-POSTING.
    *> Cash is only journaled once ARPOST has applied it: until then
    *> nobody knows which payments will be turned away as unapplied.
    *> ARPOST only posts ARINV and ARCRED when ORDINV and RETPOST
    *> finished before it, and CYCCTL is written in the order the
    *> jobs end, so the same scan shows whether they reached AROPEN.
    OPEN INPUT CYCLE-CONTROL-FILE
    IF WS-CYC-FILE-STATUS NOT = "00"
        DISPLAY "GLPOST: UNABLE TO OPEN CYCLE-CONTROL-FILE, "
                "STATUS = " WS-CYC-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO WS-CYC-EOF-SW
    PERFORM UNTIL WS-CYC-EOF
        READ CYCLE-CONTROL-FILE
            AT END
                SET WS-CYC-EOF TO TRUE
            NOT AT END
                IF CYC-END
                   AND CYC-RETURN-CODE = 0
                   AND CYC-RUN-DATE = WS-CURR-DATE
                    PERFORM 2410-JUDGE-CYCLE-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE CYCLE-CONTROL-FILE
    IF NOT WS-CASH-POSTED-TODAY
        DISPLAY "GLPOST: NO SUCCESSFUL ARPOST RUN TODAY IN CYCCTL, "
                "CASH RECEIPTS NOT JOURNALED"
        MOVE 4 TO RETURN-CODE
    END-IF
    IF NOT WS-INVOICES-POSTED-TODAY
        DISPLAY "GLPOST: ARPOST HAS NOT POSTED TODAY'S ARINV, "
                "INVOICES JOURNALED TO SUSPENSE"
        MOVE 4 TO RETURN-CODE
    END-IF
    IF WS-RETURNS-TODAY AND NOT WS-CREDITS-POSTED-TODAY
        DISPLAY "GLPOST: ARPOST HAS NOT POSTED TODAY'S ARCRED, "
                "CREDITS JOURNALED TO SUSPENSE"
        MOVE 4 TO RETURN-CODE
    END-IF.

2410-JUDGE-CYCLE-RECORD.
    EVALUATE CYC-PROGRAM
        WHEN "ORDINV"
            MOVE 'Y' TO WS-BILLED-SW
        WHEN "RETPOST"
            MOVE 'Y' TO WS-CREDITED-SW
        WHEN "ARPOST"
            MOVE 'Y' TO WS-CASH-SW
            IF WS-BILLED-TODAY
                MOVE 'Y' TO WS-INV-POSTED-SW
            END-IF
            IF WS-CREDITED-TODAY
                MOVE 'Y' TO WS-CRED-POSTED-SW
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

2450-TOTAL-CASH-RECEIVED.
    *> A payment whose amount is not numeric was rejected by ARPOST
    *> and never banked as a figure; it is counted, not journaled.
    OPEN INPUT CASH-TRANS-FILE
    IF WS-CASH-FILE-STATUS NOT = "00"
        DISPLAY "GLPOST: UNABLE TO OPEN CASH-TRANS-FILE, STATUS = "
                 WS-CASH-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-CASH-EOF
        READ CASH-TRANS-FILE
            AT END
                SET WS-CASH-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-PAYMENTS-READ
                IF CSH-AMOUNT IS NUMERIC
                    ADD CSH-AMOUNT TO WS-CASH-RECEIVED
                ELSE
                    ADD 1 TO WS-PAYMENTS-NOT-NUMERIC
                END-IF
        END-READ
    END-PERFORM
    CLOSE CASH-TRANS-FILE.

2470-TOTAL-AR-EXCEPTIONS.
    *> AREXC is cumulative; only today's rejects count. Payments
    *> count only once ARPOST has run, credits only when there is a
    *> RETN group for them to come out of. A credit rejected for an
    *> amount that is not numeric carries no figure to suspend.
    *> Invoices or credits ARPOST has not posted today go to suspense
    *> whole, in place of its rejects.
    OPEN INPUT AR-EXCEPT-FILE
    IF WS-AR-EXCEPT-FILE-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-AR-EXCEPT-FILE-STATUS NOT = "00"
            DISPLAY "GLPOST: UNABLE TO OPEN AR-EXCEPT-FILE, "
                    "STATUS = " WS-AR-EXCEPT-FILE-STATUS
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-AR-EXCEPT-EOF
            READ AR-EXCEPT-FILE
                AT END
                    SET WS-AR-EXCEPT-EOF TO TRUE
                NOT AT END
                    IF ARX-DATE = WS-CURR-DATE
                       AND ARX-AMOUNT IS NUMERIC
                        PERFORM 2480-ADD-AR-EXCEPTION
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AR-EXCEPT-FILE
    END-IF
    IF NOT WS-INVOICES-POSTED-TODAY
        MOVE WS-AR-INVOICED TO WS-AR-INV-SUSPENSE
        COMPUTE WS-INVOICES-SUSPENDED =
            WS-INVOICES-READ - WS-INVOICES-NOT-TODAY
    END-IF
    IF WS-RETURNS-TODAY AND NOT WS-CREDITS-POSTED-TODAY
        MOVE WS-AR-CREDITED TO WS-AR-CRED-SUSPENSE
        COMPUTE WS-CREDITS-SUSPENDED =
            WS-CREDITS-READ - WS-CREDITS-NOT-TODAY
    END-IF
    IF WS-CASH-UNAPPLIED > WS-CASH-RECEIVED
        DISPLAY "GLPOST: UNAPPLIED CASH " WS-CASH-UNAPPLIED
                " EXCEEDS CASH RECEIVED " WS-CASH-RECEIVED
        MOVE 'N' TO WS-JOURNAL-OK-SW
        MOVE WS-CASH-RECEIVED TO WS-CASH-UNAPPLIED
    END-IF
    COMPUTE WS-CASH-APPLIED = WS-CASH-RECEIVED - WS-CASH-UNAPPLIED
    IF WS-AR-INV-SUSPENSE > WS-AR-INVOICED
        DISPLAY "GLPOST: SUSPENDED INVOICES " WS-AR-INV-SUSPENSE
                " EXCEED INVOICES POSTED " WS-AR-INVOICED
        MOVE 'N' TO WS-JOURNAL-OK-SW
        MOVE WS-AR-INVOICED TO WS-AR-INV-SUSPENSE
    END-IF
    COMPUTE WS-AR-INV-POSTED = WS-AR-INVOICED - WS-AR-INV-SUSPENSE
    IF WS-AR-CRED-SUSPENSE > WS-AR-CREDITED
        DISPLAY "GLPOST: SUSPENDED CREDITS " WS-AR-CRED-SUSPENSE
                " EXCEED CREDITS POSTED " WS-AR-CREDITED
        MOVE 'N' TO WS-JOURNAL-OK-SW
        MOVE WS-AR-CREDITED TO WS-AR-CRED-SUSPENSE
    END-IF
    COMPUTE WS-AR-CRED-POSTED = WS-AR-CREDITED - WS-AR-CRED-SUSPENSE.

2480-ADD-AR-EXCEPTION.
    EVALUATE TRUE
        WHEN ARX-PAYMENT AND WS-CASH-POSTED-TODAY
            ADD ARX-AMOUNT TO WS-CASH-UNAPPLIED
            ADD 1 TO WS-PAYMENTS-UNAPPLIED
        WHEN ARX-INVOICE AND WS-INVOICES-POSTED-TODAY
            ADD ARX-AMOUNT TO WS-AR-INV-SUSPENSE
            ADD 1 TO WS-INVOICES-SUSPENDED
        WHEN ARX-CREDIT AND WS-CREDITS-POSTED-TODAY
            ADD ARX-AMOUNT TO WS-AR-CRED-SUSPENSE
            ADD 1 TO WS-CREDITS-SUSPENDED
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

2500-TOTAL-INVENTORY-ADJUSTMENTS.
    *> ADJAUD is cumulative; only what reached STKMSTR today counts.
    *> Held variances moved no stock and rejected ones never will.
    OPEN INPUT ADJUST-AUDIT-FILE
    IF WS-AUDIT-FILE-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-AUDIT-FILE-STATUS NOT = "00"
            DISPLAY "GLPOST: UNABLE TO OPEN ADJUST-AUDIT-FILE, "
                    "STATUS = " WS-AUDIT-FILE-STATUS
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-AUDIT-EOF
            READ ADJUST-AUDIT-FILE
                AT END
                    SET WS-AUDIT-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF ADJ-DATE = WS-CURR-DATE
                       AND (ADJ-POSTED OR ADJ-APPROVED)
                        ADD 1 TO WS-ADJUSTMENTS-TODAY
                        PERFORM 2550-ADD-DEPT-ADJUSTMENT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ADJUST-AUDIT-FILE
    END-IF.

2550-ADD-DEPT-ADJUSTMENT.
    MOVE 0 TO WS-FND-IDX
    IF WS-SHK-COUNT > 0
        SET WS-SHK-IDX TO 1
        SEARCH ALL WS-SHK-TABLE
            AT END
                CONTINUE
            WHEN WS-SHK-DEPT-CODE(WS-SHK-IDX) = ADJ-DEPT-CODE
                SET WS-FND-IDX TO WS-SHK-IDX
        END-SEARCH
    END-IF
    IF WS-FND-IDX = 0
        PERFORM 2560-INSERT-ADJ-DEPT
    END-IF
    IF ADJ-LOSS
        ADD ADJ-VARIANCE-VALUE TO WS-SHK-VALUE-LOST(WS-FND-IDX)
        ADD ADJ-VARIANCE-VALUE TO WS-INV-VALUE-LOST
    ELSE
        ADD ADJ-VARIANCE-VALUE TO WS-SHK-VALUE-GAINED(WS-FND-IDX)
        ADD ADJ-VARIANCE-VALUE TO WS-INV-VALUE-GAINED
    END-IF.

2560-INSERT-ADJ-DEPT.
    IF WS-SHK-COUNT = 999
        DISPLAY "GLPOST: ADJUSTMENT DEPARTMENT TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-SHK-COUNT
    PERFORM VARYING WS-INS-IDX FROM WS-SHK-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-SHK-DEPT-CODE(WS-INS-IDX - 1) < ADJ-DEPT-CODE
        MOVE WS-SHK-TABLE(WS-INS-IDX - 1) TO WS-SHK-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE ADJ-DEPT-CODE TO WS-SHK-DEPT-CODE(WS-INS-IDX)
    MOVE 0             TO WS-SHK-VALUE-LOST(WS-INS-IDX)
    MOVE 0             TO WS-SHK-VALUE-GAINED(WS-INS-IDX)
    MOVE WS-INS-IDX TO WS-FND-IDX.

3000-BUILD-JOURNAL.
    MOVE "BILL" TO WS-LINE-SOURCE
    MOVE "AR  " TO WS-GLM-SEARCH-ENTRY
    MOVE SPACES TO WS-GLM-SEARCH-DEPT
    MOVE 'D'    TO WS-LINE-DR-CR
    MOVE WS-AR-INV-POSTED TO WS-LINE-AMOUNT
    PERFORM 3900-ADD-JOURNAL-LINE
    MOVE "ARSU" TO WS-GLM-SEARCH-ENTRY
    MOVE 'D'    TO WS-LINE-DR-CR
    MOVE WS-AR-INV-SUSPENSE TO WS-LINE-AMOUNT
    PERFORM 3900-ADD-JOURNAL-LINE
    PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
            UNTIL WS-PRT-IDX > WS-DPT-COUNT
        MOVE "SALE" TO WS-GLM-SEARCH-ENTRY
        MOVE WS-DPT-CODE(WS-PRT-IDX) TO WS-GLM-SEARCH-DEPT
        MOVE 'C'    TO WS-LINE-DR-CR
        MOVE WS-DPT-SALES(WS-PRT-IDX) TO WS-LINE-AMOUNT
        PERFORM 3900-ADD-JOURNAL-LINE
    END-PERFORM
    MOVE "TAX " TO WS-GLM-SEARCH-ENTRY
    MOVE SPACES TO WS-GLM-SEARCH-DEPT
    MOVE 'C'    TO WS-LINE-DR-CR
    MOVE WS-REG-TAX TO WS-LINE-AMOUNT
    PERFORM 3900-ADD-JOURNAL-LINE
    IF WS-RETURNS-TODAY
        MOVE "RETN" TO WS-LINE-SOURCE
        MOVE "RETN" TO WS-GLM-SEARCH-ENTRY
        MOVE 'D'    TO WS-LINE-DR-CR
        MOVE WS-CRG-SUBTOTAL TO WS-LINE-AMOUNT
        PERFORM 3900-ADD-JOURNAL-LINE
        MOVE "TAX " TO WS-GLM-SEARCH-ENTRY
        MOVE 'D'    TO WS-LINE-DR-CR
        MOVE WS-CRG-TAX TO WS-LINE-AMOUNT
        PERFORM 3900-ADD-JOURNAL-LINE
        MOVE "AR  " TO WS-GLM-SEARCH-ENTRY
        MOVE 'C'    TO WS-LINE-DR-CR
        MOVE WS-AR-CRED-POSTED TO WS-LINE-AMOUNT
        PERFORM 3900-ADD-JOURNAL-LINE
        MOVE "ARSU" TO WS-GLM-SEARCH-ENTRY
        MOVE 'C'    TO WS-LINE-DR-CR
        MOVE WS-AR-CRED-SUSPENSE TO WS-LINE-AMOUNT
        PERFORM 3900-ADD-JOURNAL-LINE
    END-IF
    IF WS-CASH-POSTED-TODAY
        MOVE "CASH" TO WS-LINE-SOURCE
        MOVE "CASH" TO WS-GLM-SEARCH-ENTRY
        MOVE 'D'    TO WS-LINE-DR-CR
        MOVE WS-CASH-RECEIVED TO WS-LINE-AMOUNT
        PERFORM 3900-ADD-JOURNAL-LINE
        MOVE "AR  " TO WS-GLM-SEARCH-ENTRY
        MOVE 'C'    TO WS-LINE-DR-CR
        MOVE WS-CASH-APPLIED TO WS-LINE-AMOUNT
        PERFORM 3900-ADD-JOURNAL-LINE
        MOVE "UNAP" TO WS-GLM-SEARCH-ENTRY
        MOVE 'C'    TO WS-LINE-DR-CR
        MOVE WS-CASH-UNAPPLIED TO WS-LINE-AMOUNT
        PERFORM 3900-ADD-JOURNAL-LINE
    END-IF
    IF WS-SHK-COUNT > 0
        PERFORM 3100-BUILD-ADJUSTMENT-ENTRIES
    END-IF.

3100-BUILD-ADJUSTMENT-ENTRIES.
    *> Netted per department, so a department whose gains and losses
    *> cancel journals nothing.
    MOVE "IADJ" TO WS-LINE-SOURCE
    PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
            UNTIL WS-PRT-IDX > WS-SHK-COUNT
        MOVE "SHRK" TO WS-GLM-SEARCH-ENTRY
        MOVE WS-SHK-DEPT-CODE(WS-PRT-IDX) TO WS-GLM-SEARCH-DEPT
        IF WS-SHK-VALUE-LOST(WS-PRT-IDX)
                > WS-SHK-VALUE-GAINED(WS-PRT-IDX)
            MOVE 'D' TO WS-LINE-DR-CR
            COMPUTE WS-LINE-AMOUNT = WS-SHK-VALUE-LOST(WS-PRT-IDX)
                                   - WS-SHK-VALUE-GAINED(WS-PRT-IDX)
        ELSE
            MOVE 'C' TO WS-LINE-DR-CR
            COMPUTE WS-LINE-AMOUNT = WS-SHK-VALUE-GAINED(WS-PRT-IDX)
                                   - WS-SHK-VALUE-LOST(WS-PRT-IDX)
        END-IF
        PERFORM 3900-ADD-JOURNAL-LINE
    END-PERFORM
    MOVE "INV " TO WS-GLM-SEARCH-ENTRY
    MOVE SPACES TO WS-GLM-SEARCH-DEPT
    IF WS-INV-VALUE-LOST > WS-INV-VALUE-GAINED
        MOVE 'C' TO WS-LINE-DR-CR
        COMPUTE WS-LINE-AMOUNT =
            WS-INV-VALUE-LOST - WS-INV-VALUE-GAINED
    ELSE
        MOVE 'D' TO WS-LINE-DR-CR
        COMPUTE WS-LINE-AMOUNT =
            WS-INV-VALUE-GAINED - WS-INV-VALUE-LOST
    END-IF
    PERFORM 3900-ADD-JOURNAL-LINE.

3900-ADD-JOURNAL-LINE.
    *> Zero lines are left out; a quiet day journals nothing for the
    *> group rather than a line of zeros.
    IF WS-LINE-AMOUNT > 0
        IF WS-JNL-COUNT = 9999
            DISPLAY "GLPOST: JOURNAL TABLE AT MAX CAPACITY"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM 3950-FIND-ACCOUNT
        ADD 1 TO WS-JNL-COUNT
        MOVE WS-LINE-SOURCE TO WS-JNL-SOURCE(WS-JNL-COUNT)
        MOVE WS-LINE-DR-CR  TO WS-JNL-DR-CR(WS-JNL-COUNT)
        MOVE WS-LINE-AMOUNT TO WS-JNL-AMOUNT(WS-JNL-COUNT)
        IF WS-ACCOUNT-FOUND
            MOVE WS-GLM-ACCOUNT(WS-FND-IDX)
                TO WS-JNL-ACCOUNT(WS-JNL-COUNT)
            MOVE WS-GLM-DESCRIPTION(WS-FND-IDX)
                TO WS-JNL-DESCRIPTION(WS-JNL-COUNT)
        ELSE
            MOVE "UNMAPPED" TO WS-JNL-ACCOUNT(WS-JNL-COUNT)
            MOVE SPACES TO WS-JNL-DESCRIPTION(WS-JNL-COUNT)
            STRING "NO GLMAP ENTRY " DELIMITED BY SIZE
                   WS-GLM-SEARCH-ENTRY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LINE-DEPT DELIMITED BY SIZE
                   INTO WS-JNL-DESCRIPTION(WS-JNL-COUNT)
        END-IF
        IF WS-JNL-DEBIT(WS-JNL-COUNT)
            ADD WS-LINE-AMOUNT TO WS-TOTAL-DEBITS
        ELSE
            ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDITS
        END-IF
    END-IF.

3950-FIND-ACCOUNT.
    *> A department with no sales or shrinkage entry of its own falls
    *> back to the blank-department entry before it counts as
    *> unmapped.
    MOVE WS-GLM-SEARCH-DEPT TO WS-LINE-DEPT
    PERFORM 3960-SEARCH-ACCOUNT-MAP
    IF NOT WS-ACCOUNT-FOUND
       AND (WS-GLM-SEARCH-ENTRY = "SALE"
            OR WS-GLM-SEARCH-ENTRY = "SHRK")
       AND WS-GLM-SEARCH-DEPT NOT = SPACES
        MOVE SPACES TO WS-GLM-SEARCH-DEPT
        PERFORM 3960-SEARCH-ACCOUNT-MAP
    END-IF
    IF NOT WS-ACCOUNT-FOUND
        DISPLAY "GLPOST: NO ACCOUNT ON GLMAP FOR ENTRY "
                WS-GLM-SEARCH-ENTRY " DEPT " WS-LINE-DEPT
        ADD 1 TO WS-ACCOUNTS-MISSING
        MOVE 'N' TO WS-JOURNAL-OK-SW
    END-IF.

3960-SEARCH-ACCOUNT-MAP.
    MOVE 'N' TO WS-ACCOUNT-FOUND-SW
    MOVE 0 TO WS-FND-IDX
    SET WS-GLM-IDX TO 1
    SEARCH ALL WS-GLM-TABLE
        AT END
            CONTINUE
        WHEN WS-GLM-KEY(WS-GLM-IDX) = WS-GLM-SEARCH-KEY
            MOVE 'Y' TO WS-ACCOUNT-FOUND-SW
            SET WS-FND-IDX TO WS-GLM-IDX
    END-SEARCH.

4000-PROVE-JOURNAL.
    IF WS-AR-INVOICED NOT = WS-REG-INVOICE-TOTAL
        DISPLAY "GLPOST: ARINV TOTAL " WS-AR-INVOICED
                " DOES NOT TIE TO INVREG GRAND INVOICE TOTAL "
                WS-REG-INVOICE-TOTAL
        MOVE 'N' TO WS-JOURNAL-OK-SW
    END-IF
    IF WS-SHIPPED-SALES NOT = WS-REG-SUBTOTAL
        DISPLAY "GLPOST: SALES BY DEPARTMENT " WS-SHIPPED-SALES
                " DO NOT TIE TO INVREG GRAND SUBTOTAL "
                WS-REG-SUBTOTAL
        MOVE 'N' TO WS-JOURNAL-OK-SW
    END-IF
    IF WS-RETURNS-TODAY
       AND WS-AR-CREDITED NOT = WS-CRG-CREDIT-TOTAL
        DISPLAY "GLPOST: ARCRED TOTAL " WS-AR-CREDITED
                " DOES NOT TIE TO CRREG GRAND CREDIT TOTAL "
                WS-CRG-CREDIT-TOTAL
        MOVE 'N' TO WS-JOURNAL-OK-SW
    END-IF
    IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
        DISPLAY "GLPOST: JOURNAL OUT OF BALANCE, DEBITS = "
                WS-TOTAL-DEBITS " CREDITS = " WS-TOTAL-CREDITS
        MOVE 'N' TO WS-JOURNAL-OK-SW
    END-IF.

5000-PRINT-JOURNAL.
    MOVE "----- JOURNAL LINES -----" TO WS-SECTION-LINE
    MOVE WS-SECTION-LINE TO JOURNAL-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE WS-GLR-HEADING-2 TO JOURNAL-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
            UNTIL WS-PRT-IDX > WS-JNL-COUNT
        MOVE SPACES TO WS-GLR-DETAIL
        MOVE WS-PRT-IDX                      TO GRD-LINE-NUMBER
        MOVE WS-JNL-SOURCE(WS-PRT-IDX)       TO GRD-SOURCE
        MOVE WS-JNL-ACCOUNT(WS-PRT-IDX)      TO GRD-ACCOUNT
        MOVE WS-JNL-DESCRIPTION(WS-PRT-IDX)  TO GRD-DESCRIPTION
        IF WS-JNL-DEBIT(WS-PRT-IDX)
            MOVE WS-JNL-AMOUNT(WS-PRT-IDX) TO GRD-DEBIT
        ELSE
            MOVE WS-JNL-AMOUNT(WS-PRT-IDX) TO GRD-CREDIT
        END-IF
        MOVE WS-GLR-DETAIL TO JOURNAL-REPORT-LINE
        PERFORM 7100-WRITE-LINE
    END-PERFORM
    MOVE SPACES TO WS-GLR-DETAIL
    MOVE "JOURNAL TOTAL"  TO GRD-DESCRIPTION
    MOVE WS-TOTAL-DEBITS  TO GRD-DEBIT
    MOVE WS-TOTAL-CREDITS TO GRD-CREDIT
    MOVE WS-GLR-DETAIL TO JOURNAL-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE SPACES TO JOURNAL-REPORT-LINE
    PERFORM 7100-WRITE-LINE.

5500-PRINT-TIE-OUT.
    MOVE "----- CONTROL TIE-OUT -----" TO WS-SECTION-LINE
    MOVE WS-SECTION-LINE TO JOURNAL-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE WS-GLR-TIE-HEADING TO JOURNAL-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE SPACES TO WS-GLR-TIE-LINE
    MOVE "INVREG GRAND INVOICE TOTAL" TO GRT-LABEL
    MOVE WS-REG-INVOICE-TOTAL TO GRT-CONTROL-AMOUNT
    MOVE WS-AR-INVOICED       TO GRT-JOURNAL-AMOUNT
    IF WS-REG-INVOICE-TOTAL = WS-AR-INVOICED
        MOVE "TIES" TO GRT-STATUS
    ELSE
        MOVE "DOES NOT TIE" TO GRT-STATUS
    END-IF
    MOVE WS-GLR-TIE-LINE TO JOURNAL-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE SPACES TO WS-GLR-TIE-LINE
    MOVE "INVREG GRAND SUBTOTAL" TO GRT-LABEL
    MOVE WS-REG-SUBTOTAL  TO GRT-CONTROL-AMOUNT
    MOVE WS-SHIPPED-SALES TO GRT-JOURNAL-AMOUNT
    IF WS-REG-SUBTOTAL = WS-SHIPPED-SALES
        MOVE "TIES" TO GRT-STATUS
    ELSE
        MOVE "DOES NOT TIE" TO GRT-STATUS
    END-IF
    MOVE WS-GLR-TIE-LINE TO JOURNAL-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    IF WS-RETURNS-TODAY
        MOVE SPACES TO WS-GLR-TIE-LINE
        MOVE "CRREG GRAND CREDIT TOTAL" TO GRT-LABEL
        MOVE WS-CRG-CREDIT-TOTAL TO GRT-CONTROL-AMOUNT
        MOVE WS-AR-CREDITED      TO GRT-JOURNAL-AMOUNT
        IF WS-CRG-CREDIT-TOTAL = WS-AR-CREDITED
            MOVE "TIES" TO GRT-STATUS
        ELSE
            MOVE "DOES NOT TIE" TO GRT-STATUS
        END-IF
        MOVE WS-GLR-TIE-LINE TO JOURNAL-REPORT-LINE
        PERFORM 7100-WRITE-LINE
    END-IF
    MOVE SPACES TO WS-GLR-TIE-LINE
    MOVE "TOTAL DEBITS / CREDITS" TO GRT-LABEL
    MOVE WS-TOTAL-DEBITS  TO GRT-CONTROL-AMOUNT
    MOVE WS-TOTAL-CREDITS TO GRT-JOURNAL-AMOUNT
    IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
        MOVE "BALANCED" TO GRT-STATUS
    ELSE
        MOVE "OUT OF BAL" TO GRT-STATUS
    END-IF
    MOVE WS-GLR-TIE-LINE TO JOURNAL-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE SPACES TO JOURNAL-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    IF NOT WS-RETURNS-TODAY
        MOVE "NO RETURNS RUN TODAY - NO RETURN ENTRIES"
            TO WS-GLR-MESSAGE-LINE
        MOVE WS-GLR-MESSAGE-LINE TO JOURNAL-REPORT-LINE
        PERFORM 7100-WRITE-LINE
    END-IF
    IF NOT WS-CASH-POSTED-TODAY
        MOVE "NO SUCCESSFUL ARPOST RUN TODAY - NO CASH ENTRIES"
            TO WS-GLR-MESSAGE-LINE
        MOVE WS-GLR-MESSAGE-LINE TO JOURNAL-REPORT-LINE
        PERFORM 7100-WRITE-LINE
    END-IF
    IF NOT WS-INVOICES-POSTED-TODAY
        MOVE "ARINV NOT POSTED BY ARPOST TODAY - INVOICES IN SUSPENSE"
            TO WS-GLR-MESSAGE-LINE
        MOVE WS-GLR-MESSAGE-LINE TO JOURNAL-REPORT-LINE
        PERFORM 7100-WRITE-LINE
    END-IF
    IF WS-RETURNS-TODAY AND NOT WS-CREDITS-POSTED-TODAY
        MOVE "ARCRED NOT POSTED BY ARPOST TODAY - CREDITS IN SUSPENSE"
            TO WS-GLR-MESSAGE-LINE
        MOVE WS-GLR-MESSAGE-LINE TO JOURNAL-REPORT-LINE
        PERFORM 7100-WRITE-LINE
    END-IF
    IF WS-ACCOUNTS-MISSING > 0
        MOVE "ENTRIES WITH NO ACCOUNT ON GLMAP - SEE UNMAPPED LINES"
            TO WS-GLR-MESSAGE-LINE
        MOVE WS-GLR-MESSAGE-LINE TO JOURNAL-REPORT-LINE
        PERFORM 7100-WRITE-LINE
    END-IF
    IF WS-JOURNAL-OK
        MOVE "JOURNAL PROVEN AND WRITTEN TO GLJRNL"
            TO WS-GLR-MESSAGE-LINE
    ELSE
        MOVE "JOURNAL NOT WRITTEN - CONTROLS DO NOT TIE"
            TO WS-GLR-MESSAGE-LINE
    END-IF
    MOVE WS-GLR-MESSAGE-LINE TO JOURNAL-REPORT-LINE
    PERFORM 7100-WRITE-LINE.

6000-WRITE-JOURNAL-FILE.
    MOVE SPACES       TO JOURNAL-HEADER-RECORD
    MOVE 'H'          TO GLH-REC-TYPE
    MOVE WS-RUN-ID    TO GLH-RUN-ID
    MOVE WS-CURR-DATE TO GLH-JOURNAL-DATE
    PERFORM 6100-WRITE-JOURNAL-RECORD
    PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
            UNTIL WS-PRT-IDX > WS-JNL-COUNT
        MOVE SPACES TO JOURNAL-RECORD
        MOVE 'D'                            TO GLJ-REC-TYPE
        MOVE WS-CURR-DATE                   TO GLJ-JOURNAL-DATE
        MOVE WS-PRT-IDX                     TO GLJ-LINE-NUMBER
        MOVE WS-JNL-SOURCE(WS-PRT-IDX)      TO GLJ-SOURCE
        MOVE WS-JNL-ACCOUNT(WS-PRT-IDX)     TO GLJ-ACCOUNT
        MOVE WS-JNL-DR-CR(WS-PRT-IDX)       TO GLJ-DR-CR
        MOVE WS-JNL-AMOUNT(WS-PRT-IDX)      TO GLJ-AMOUNT
        MOVE WS-JNL-DESCRIPTION(WS-PRT-IDX) TO GLJ-DESCRIPTION
        PERFORM 6100-WRITE-JOURNAL-RECORD
    END-PERFORM
    MOVE SPACES           TO JOURNAL-TRAILER-RECORD
    MOVE 'T'              TO GLT-REC-TYPE
    MOVE WS-JNL-COUNT     TO GLT-LINE-COUNT
    MOVE WS-TOTAL-DEBITS  TO GLT-TOTAL-DEBITS
    MOVE WS-TOTAL-CREDITS TO GLT-TOTAL-CREDITS
    PERFORM 6100-WRITE-JOURNAL-RECORD.

6100-WRITE-JOURNAL-RECORD.
    WRITE JOURNAL-RECORD
    IF WS-JOURNAL-FILE-STATUS NOT = "00"
        DISPLAY "GLPOST: ERROR WRITING JOURNAL-FILE, STATUS = "
                 WS-JOURNAL-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

7100-WRITE-LINE.
    WRITE JOURNAL-REPORT-LINE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "GLPOST: ERROR WRITING JOURNAL-REPORT-FILE, "
                "STATUS = " WS-REPORT-FILE-STATUS
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
    *> start and end leaves the start record behind as evidence.
    OPEN EXTEND CYCLE-CONTROL-FILE
    IF WS-CYC-FILE-STATUS NOT = "00"
        CLOSE CYCLE-CONTROL-FILE
        OPEN OUTPUT CYCLE-CONTROL-FILE
        IF WS-CYC-FILE-STATUS NOT = "00"
            DISPLAY "GLPOST: UNABLE TO OPEN CYCLE-CONTROL-FILE, "
                    "STATUS = " WS-CYC-FILE-STATUS
            STOP RUN
        END-IF
    END-IF
    MOVE "GLPOST"         TO CYC-PROGRAM
    MOVE WS-RUN-ID        TO CYC-RUN-ID
    MOVE WS-CURR-DATE     TO CYC-RUN-DATE
    MOVE WS-CYC-PHASE     TO CYC-PHASE
    MOVE RETURN-CODE      TO CYC-RETURN-CODE
    MOVE WS-CYC-KEY-COUNT TO CYC-KEY-COUNT
    WRITE CYCLE-CONTROL-RECORD
    IF WS-CYC-FILE-STATUS NOT = "00"
        DISPLAY "GLPOST: ERROR WRITING CYCLE-CONTROL-FILE, "
                "STATUS = " WS-CYC-FILE-STATUS
        STOP RUN
    END-IF
    CLOSE CYCLE-CONTROL-FILE.

9000-SUMMARY.
    DISPLAY "===== GL JOURNAL SUMMARY ====="
    DISPLAY "RUN ID................: " WS-RUN-ID
    DISPLAY "MAP ENTRIES LOADED....: " WS-GLM-COUNT
    DISPLAY "SHIPPED LINES READ....: " WS-SHIPPED-LINES-READ
    DISPLAY "LINES WITH NO DEPT....: " WS-LINES-NO-DEPT
    DISPLAY "INVOICES READ.........: " WS-INVOICES-READ
    DISPLAY "INVOICES NOT TODAY....: " WS-INVOICES-NOT-TODAY
    DISPLAY "CREDITS READ..........: " WS-CREDITS-READ
    DISPLAY "CREDITS NOT TODAY.....: " WS-CREDITS-NOT-TODAY
    DISPLAY "PAYMENTS READ.........: " WS-PAYMENTS-READ
    DISPLAY "PAYMENTS UNAPPLIED....: " WS-PAYMENTS-UNAPPLIED
    DISPLAY "INVOICES SUSPENDED....: " WS-INVOICES-SUSPENDED
    DISPLAY "CREDITS SUSPENDED.....: " WS-CREDITS-SUSPENDED
    DISPLAY "PAYMENTS NOT NUMERIC..: " WS-PAYMENTS-NOT-NUMERIC
    DISPLAY "COUNT ADJUSTMENTS.....: " WS-ADJUSTMENTS-TODAY
    DISPLAY "ADJUSTMENT VALUE LOST.: " WS-INV-VALUE-LOST
    DISPLAY "ADJUSTMENT VALUE GAIN.: " WS-INV-VALUE-GAINED
    DISPLAY "JOURNAL LINES.........: " WS-JNL-COUNT
    DISPLAY "TOTAL DEBITS..........: " WS-TOTAL-DEBITS
    DISPLAY "TOTAL CREDITS.........: " WS-TOTAL-CREDITS
    IF WS-JOURNAL-OK
        DISPLAY "JOURNAL...............: WRITTEN"
    ELSE
        DISPLAY "JOURNAL...............: NOT WRITTEN"
    END-IF
    DISPLAY "===============================".

9900-CLOSE-FILES.
    CLOSE JOURNAL-FILE
    CLOSE JOURNAL-REPORT-FILE.
