      >>SOURCE FORMAT FREE
*> SHRKRPT - inventory shrinkage by department. Reads the adjustment
*> audit file CNTPOST keeps (ADJAUD) and totals, for each department,
*> the count variances that actually reached STKMSTR: those posted
*> within threshold (status P) and those approved at sign-off (A).
*> Variances held at count (H) or rejected (R) changed no stock and
*> are only tallied at the foot. ADJAUD only grows, so the held
*> figure counts every variance held at count in the period, those
*> since approved or rejected included; it is not what is still
*> waiting on CNTHELD. Units and value lost and gained are
*> shown separately with the net shrinkage (value lost less value
*> gained), valued at the ITEM-PRICE CNTPOST recorded with each
*> variance. Department names come from DEPTMSTR.
*>
*> The period defaults to everything on ADJAUD; FROM-DATE and
*> THRU-DATE cards on SHRKPARM (either or both, YYYYMMDD) limit it by
*> the date the adjustment was posted.
*>
*> Modification history:
*>   2026-10-15  New program.
IDENTIFICATION DIVISION.
PROGRAM-ID. SHRKRPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO "SHRKPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.

    SELECT ADJUST-AUDIT-FILE ASSIGN TO "ADJAUD"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.

    SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMSTR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-DEPT-FILE-STATUS.

    SELECT SHRINK-REPORT-FILE ASSIGN TO "SHRKRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE.
01  PARM-CARD                   PIC X(80).

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

FD  DEPT-MASTER-FILE.
01  DEPT-MASTER-RECORD.
    05  DEP-CODE                PIC X(2).
    05  DEP-NAME                PIC X(30).
    05  DEP-ACTIVE-FLAG         PIC X(1).
    05  DEP-EFF-DATE            PIC X(8).

FD  SHRINK-REPORT-FILE.
01  SHRINK-REPORT-LINE          PIC X(132).

WORKING-STORAGE SECTION.
01  WS-DEP-AREA.
    05  WS-DEP-COUNT            PIC 9(3) VALUE 0.
    05  WS-DEP-TABLE OCCURS 0 TO 999 TIMES
            DEPENDING ON WS-DEP-COUNT
            ASCENDING KEY IS WS-DEP-CODE
            INDEXED BY WS-DEP-IDX.
        10  WS-DEP-CODE          PIC X(2).
        10  WS-DEP-NAME          PIC X(30).

*> Posted adjustments by department, in department order.
01  WS-DPT-AREA.
    05  WS-DPT-COUNT            PIC 9(3) VALUE 0.
    05  WS-DPT-TABLE OCCURS 0 TO 999 TIMES
            DEPENDING ON WS-DPT-COUNT
            ASCENDING KEY IS WS-DPT-CODE
            INDEXED BY WS-DPT-IDX.
        10  WS-DPT-CODE          PIC X(2).
        10  WS-DPT-ADJUSTMENTS   PIC 9(7).
        10  WS-DPT-UNITS-LOST    PIC 9(9).
        10  WS-DPT-UNITS-GAINED  PIC 9(9).
        10  WS-DPT-VALUE-LOST    PIC 9(11)V99.
        10  WS-DPT-VALUE-GAINED  PIC 9(11)V99.

01  WS-FILE-STATUSES.
    05  WS-PARM-FILE-STATUS     PIC XX.
    05  WS-AUDIT-FILE-STATUS    PIC XX.
    05  WS-DEPT-FILE-STATUS     PIC XX.
    05  WS-REPORT-FILE-STATUS   PIC XX.

01  WS-SWITCHES.
    05  WS-PARM-EOF-SW          PIC X VALUE 'N'.
        88  WS-PARM-EOF           VALUE 'Y'.
    05  WS-AUDIT-EOF-SW         PIC X VALUE 'N'.
        88  WS-AUDIT-EOF          VALUE 'Y'.
    05  WS-DEPT-EOF-SW          PIC X VALUE 'N'.
        88  WS-DEPT-EOF           VALUE 'Y'.

01  WS-COUNTERS.
    05  WS-AUDIT-READ           PIC 9(7) VALUE 0.
    05  WS-OUT-OF-PERIOD        PIC 9(7) VALUE 0.
    05  WS-ADJUSTMENTS-POSTED   PIC 9(7) VALUE 0.
    05  WS-ADJUSTMENTS-HELD     PIC 9(7) VALUE 0.
    05  WS-ADJUSTMENTS-REJECTED PIC 9(7) VALUE 0.
    05  WS-INS-IDX              PIC 9(5) VALUE 0.
    05  WS-PRT-IDX              PIC 9(5) VALUE 0.

01  WS-GRAND-TOTALS.
    05  WS-GRD-ADJUSTMENTS      PIC 9(7) VALUE 0.
    05  WS-GRD-UNITS-LOST       PIC 9(9) VALUE 0.
    05  WS-GRD-UNITS-GAINED     PIC 9(9) VALUE 0.
    05  WS-GRD-VALUE-LOST       PIC 9(11)V99 VALUE 0.
    05  WS-GRD-VALUE-GAINED     PIC 9(11)V99 VALUE 0.

01  WS-MISC.
    05  WS-RUN-ID               PIC X(16).
    05  WS-CURR-DATE            PIC X(8).
    05  WS-CURR-TIME            PIC X(8).
    05  WS-PARM-KEYWORD         PIC X(20).
    05  WS-PARM-VALUE           PIC X(20).
    05  WS-FROM-DATE            PIC X(8) VALUE SPACES.
    05  WS-THRU-DATE            PIC X(8) VALUE SPACES.
    05  WS-NET-SHRINK           PIC S9(11)V99 VALUE 0.

01  WS-SHR-HEADING-1.
    05  FILLER                  PIC X(36)
            VALUE "===== SHRINKAGE BY DEPARTMENT =====".
    05  FILLER                  PIC X(8) VALUE "RUN ID: ".
    05  SRH-RUN-ID              PIC X(16).
    05  FILLER                  PIC X(9) VALUE "   DATE: ".
    05  SRH-DATE                PIC X(8).
01  WS-SHR-PERIOD-LINE.
    05  FILLER                  PIC X(13) VALUE "POSTED FROM: ".
    05  SRH-FROM-DATE           PIC X(8).
    05  FILLER                  PIC X(8) VALUE "  THRU: ".
    05  SRH-THRU-DATE           PIC X(8).
01  WS-SECTION-LINE             PIC X(40).
01  WS-SHR-HEADING-2.
    05  FILLER                  PIC X(45)
            VALUE "DEPT   NAME                              ADJS".
    05  FILLER                  PIC X(24)
            VALUE " UNITS LOST UNITS GAINED".
    05  FILLER                  PIC X(45)
            VALUE "     VALUE LOST   VALUE GAINED     NET SHRINK".
01  WS-SHR-DETAIL.
    05  SRD-DEPT-CODE           PIC X(6).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  SRD-DEPT-NAME           PIC X(30).
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  SRD-ADJUSTMENTS         PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  SRD-UNITS-LOST          PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  SRD-UNITS-GAINED        PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  SRD-VALUE-LOST          PIC ZZZ,ZZZ,ZZ9.99.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  SRD-VALUE-GAINED        PIC ZZZ,ZZZ,ZZ9.99.
    05  FILLER                  PIC X(1) VALUE SPACE.
    05  SRD-NET-SHRINK          PIC ---,---,--9.99.
01  WS-RUN-TOTAL-LINE.
    05  PRT-LABEL               PIC X(26).
    05  PRT-COUNT               PIC ZZZZZZZZ9.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 1300-READ-PARM-FILE
    PERFORM 1500-PRINT-HEADINGS
    PERFORM 2000-LOAD-DEPT-TABLE
    PERFORM 3000-ACCUMULATE-ADJUSTMENTS
    PERFORM 5000-PRINT-DEPARTMENT-SECTION
    PERFORM 6000-PRINT-NOT-POSTED
    PERFORM 9000-SUMMARY
    PERFORM 9900-CLOSE-FILES
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURR-TIME FROM TIME
    STRING WS-CURR-DATE DELIMITED BY SIZE
           WS-CURR-TIME DELIMITED BY SIZE
           INTO WS-RUN-ID
    OPEN OUTPUT SHRINK-REPORT-FILE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "SHRKRPT: UNABLE TO OPEN SHRINK-REPORT-FILE, STATUS = "
                 WS-REPORT-FILE-STATUS
        STOP RUN
    END-IF.

1300-READ-PARM-FILE.
    *> Same card convention as the other control-card files: a
    *> missing SHRKPARM reports the whole audit file.
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
    END-IF
    IF WS-FROM-DATE NOT = SPACES AND WS-THRU-DATE NOT = SPACES
            AND WS-FROM-DATE > WS-THRU-DATE
        DISPLAY "SHRKRPT: FROM-DATE IS AFTER THRU-DATE"
        MOVE 12 TO RETURN-CODE
        STOP RUN
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
            WHEN "FROM-DATE"
                IF WS-PARM-VALUE(1:8) IS NOT NUMERIC
                    DISPLAY "SHRKRPT: FROM-DATE MUST BE YYYYMMDD"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-PARM-VALUE(1:8) TO WS-FROM-DATE
            WHEN "THRU-DATE"
                IF WS-PARM-VALUE(1:8) IS NOT NUMERIC
                    DISPLAY "SHRKRPT: THRU-DATE MUST BE YYYYMMDD"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-PARM-VALUE(1:8) TO WS-THRU-DATE
            WHEN OTHER
                DISPLAY "SHRKRPT: INVALID CONTROL CARD: " PARM-CARD
                MOVE 12 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
    END-IF.

1500-PRINT-HEADINGS.
    MOVE WS-RUN-ID    TO SRH-RUN-ID
    MOVE WS-CURR-DATE TO SRH-DATE
    MOVE WS-SHR-HEADING-1 TO SHRINK-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    IF WS-FROM-DATE = SPACES
        MOVE "START" TO SRH-FROM-DATE
    ELSE
        MOVE WS-FROM-DATE TO SRH-FROM-DATE
    END-IF
    IF WS-THRU-DATE = SPACES
        MOVE "END" TO SRH-THRU-DATE
    ELSE
        MOVE WS-THRU-DATE TO SRH-THRU-DATE
    END-IF
    MOVE WS-SHR-PERIOD-LINE TO SHRINK-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE SPACES TO SHRINK-REPORT-LINE
    PERFORM 7100-WRITE-LINE.

2000-LOAD-DEPT-TABLE.
    *> Names only; a department missing from DEPTMSTR still reports,
    *> with the name left blank.
    OPEN INPUT DEPT-MASTER-FILE
    IF WS-DEPT-FILE-STATUS = "35"
        DISPLAY "SHRKRPT: NO DEPARTMENT MASTER, NAMES OMITTED, "
                "STATUS = " WS-DEPT-FILE-STATUS
    ELSE
        IF WS-DEPT-FILE-STATUS NOT = "00"
            DISPLAY "SHRKRPT: UNABLE TO OPEN DEPT-MASTER-FILE, "
                    "STATUS = " WS-DEPT-FILE-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL WS-DEPT-EOF
            READ DEPT-MASTER-FILE
                AT END
                    SET WS-DEPT-EOF TO TRUE
                NOT AT END
                    PERFORM 2050-INSERT-DEPT
            END-READ
        END-PERFORM
        CLOSE DEPT-MASTER-FILE
    END-IF.

2050-INSERT-DEPT.
    IF WS-DEP-COUNT = 999
        DISPLAY "SHRKRPT: DEPARTMENT TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-DEP-COUNT
    MOVE WS-DEP-COUNT TO WS-INS-IDX
    PERFORM VARYING WS-INS-IDX FROM WS-DEP-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-DEP-CODE(WS-INS-IDX - 1) < DEP-CODE
        MOVE WS-DEP-TABLE(WS-INS-IDX - 1) TO WS-DEP-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE DEP-CODE TO WS-DEP-CODE(WS-INS-IDX)
    MOVE DEP-NAME TO WS-DEP-NAME(WS-INS-IDX).

3000-ACCUMULATE-ADJUSTMENTS.
    OPEN INPUT ADJUST-AUDIT-FILE
    IF WS-AUDIT-FILE-STATUS = "35"
        DISPLAY "SHRKRPT: NO ADJUSTMENT AUDIT FILE, STATUS = "
                 WS-AUDIT-FILE-STATUS
    ELSE
        IF WS-AUDIT-FILE-STATUS NOT = "00"
            DISPLAY "SHRKRPT: UNABLE TO OPEN ADJUST-AUDIT-FILE, "
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
                    PERFORM 3100-POST-ADJUSTMENT
            END-READ
        END-PERFORM
        CLOSE ADJUST-AUDIT-FILE
    END-IF.

3100-POST-ADJUSTMENT.
    IF (WS-FROM-DATE NOT = SPACES AND ADJ-DATE < WS-FROM-DATE)
            OR (WS-THRU-DATE NOT = SPACES AND ADJ-DATE > WS-THRU-DATE)
        ADD 1 TO WS-OUT-OF-PERIOD
    ELSE
        EVALUATE TRUE
            WHEN ADJ-POSTED OR ADJ-APPROVED
                ADD 1 TO WS-ADJUSTMENTS-POSTED
                PERFORM 3200-POST-TO-DEPARTMENT
            WHEN ADJ-HELD
                ADD 1 TO WS-ADJUSTMENTS-HELD
            WHEN OTHER
                ADD 1 TO WS-ADJUSTMENTS-REJECTED
        END-EVALUATE
    END-IF.

3200-POST-TO-DEPARTMENT.
    SET WS-DPT-IDX TO 1
    IF WS-DPT-COUNT > 0
        SEARCH ALL WS-DPT-TABLE
            AT END
                PERFORM 3250-INSERT-DEPARTMENT
            WHEN WS-DPT-CODE(WS-DPT-IDX) = ADJ-DEPT-CODE
                CONTINUE
        END-SEARCH
    ELSE
        PERFORM 3250-INSERT-DEPARTMENT
    END-IF
    ADD 1 TO WS-DPT-ADJUSTMENTS(WS-DPT-IDX)
    ADD 1 TO WS-GRD-ADJUSTMENTS
    IF ADJ-LOSS
        ADD ADJ-VARIANCE-QTY   TO WS-DPT-UNITS-LOST(WS-DPT-IDX)
        ADD ADJ-VARIANCE-VALUE TO WS-DPT-VALUE-LOST(WS-DPT-IDX)
        ADD ADJ-VARIANCE-QTY   TO WS-GRD-UNITS-LOST
        ADD ADJ-VARIANCE-VALUE TO WS-GRD-VALUE-LOST
    ELSE
        ADD ADJ-VARIANCE-QTY   TO WS-DPT-UNITS-GAINED(WS-DPT-IDX)
        ADD ADJ-VARIANCE-VALUE TO WS-DPT-VALUE-GAINED(WS-DPT-IDX)
        ADD ADJ-VARIANCE-QTY   TO WS-GRD-UNITS-GAINED
        ADD ADJ-VARIANCE-VALUE TO WS-GRD-VALUE-GAINED
    END-IF.

3250-INSERT-DEPARTMENT.
    *> Leaves WS-DPT-IDX on the new entry for 3200 to add into.
    IF WS-DPT-COUNT = 999
        DISPLAY "SHRKRPT: SHRINKAGE TABLE AT MAX CAPACITY"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-DPT-COUNT
    MOVE WS-DPT-COUNT TO WS-INS-IDX
    PERFORM VARYING WS-INS-IDX FROM WS-DPT-COUNT BY -1
            UNTIL WS-INS-IDX = 1
               OR WS-DPT-CODE(WS-INS-IDX - 1) < ADJ-DEPT-CODE
        MOVE WS-DPT-TABLE(WS-INS-IDX - 1) TO WS-DPT-TABLE(WS-INS-IDX)
    END-PERFORM
    MOVE ADJ-DEPT-CODE TO WS-DPT-CODE(WS-INS-IDX)
    MOVE 0 TO WS-DPT-ADJUSTMENTS(WS-INS-IDX)
    MOVE 0 TO WS-DPT-UNITS-LOST(WS-INS-IDX)
    MOVE 0 TO WS-DPT-UNITS-GAINED(WS-INS-IDX)
    MOVE 0 TO WS-DPT-VALUE-LOST(WS-INS-IDX)
    MOVE 0 TO WS-DPT-VALUE-GAINED(WS-INS-IDX)
    SET WS-DPT-IDX TO WS-INS-IDX.

5000-PRINT-DEPARTMENT-SECTION.
    MOVE "----- SHRINKAGE BY DEPARTMENT -----" TO WS-SECTION-LINE
    MOVE WS-SECTION-LINE TO SHRINK-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE WS-SHR-HEADING-2 TO SHRINK-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
            UNTIL WS-PRT-IDX > WS-DPT-COUNT
        MOVE SPACES TO WS-SHR-DETAIL
        IF WS-DPT-CODE(WS-PRT-IDX) = SPACES
            MOVE "(NONE)" TO SRD-DEPT-CODE
        ELSE
            MOVE WS-DPT-CODE(WS-PRT-IDX) TO SRD-DEPT-CODE
            PERFORM 5100-FIND-DEPT-NAME
        END-IF
        MOVE WS-DPT-ADJUSTMENTS(WS-PRT-IDX)  TO SRD-ADJUSTMENTS
        MOVE WS-DPT-UNITS-LOST(WS-PRT-IDX)   TO SRD-UNITS-LOST
        MOVE WS-DPT-UNITS-GAINED(WS-PRT-IDX) TO SRD-UNITS-GAINED
        MOVE WS-DPT-VALUE-LOST(WS-PRT-IDX)   TO SRD-VALUE-LOST
        MOVE WS-DPT-VALUE-GAINED(WS-PRT-IDX) TO SRD-VALUE-GAINED
        COMPUTE WS-NET-SHRINK = WS-DPT-VALUE-LOST(WS-PRT-IDX)
                              - WS-DPT-VALUE-GAINED(WS-PRT-IDX)
        MOVE WS-NET-SHRINK TO SRD-NET-SHRINK
        MOVE WS-SHR-DETAIL TO SHRINK-REPORT-LINE
        PERFORM 7100-WRITE-LINE
    END-PERFORM
    MOVE SPACES TO WS-SHR-DETAIL
    MOVE "TOTAL"               TO SRD-DEPT-CODE
    MOVE "PERIOD TOTAL"        TO SRD-DEPT-NAME
    MOVE WS-GRD-ADJUSTMENTS    TO SRD-ADJUSTMENTS
    MOVE WS-GRD-UNITS-LOST     TO SRD-UNITS-LOST
    MOVE WS-GRD-UNITS-GAINED   TO SRD-UNITS-GAINED
    MOVE WS-GRD-VALUE-LOST     TO SRD-VALUE-LOST
    MOVE WS-GRD-VALUE-GAINED   TO SRD-VALUE-GAINED
    COMPUTE WS-NET-SHRINK = WS-GRD-VALUE-LOST - WS-GRD-VALUE-GAINED
    MOVE WS-NET-SHRINK TO SRD-NET-SHRINK
    MOVE WS-SHR-DETAIL TO SHRINK-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE SPACES TO SHRINK-REPORT-LINE
    PERFORM 7100-WRITE-LINE.

5100-FIND-DEPT-NAME.
    SET WS-DEP-IDX TO 1
    IF WS-DEP-COUNT > 0
        SEARCH ALL WS-DEP-TABLE
            AT END
                CONTINUE
            WHEN WS-DEP-CODE(WS-DEP-IDX) = WS-DPT-CODE(WS-PRT-IDX)
                MOVE WS-DEP-NAME(WS-DEP-IDX) TO SRD-DEPT-NAME
        END-SEARCH
    END-IF.

6000-PRINT-NOT-POSTED.
    MOVE "----- VARIANCES NOT POSTED -----" TO WS-SECTION-LINE
    MOVE WS-SECTION-LINE TO SHRINK-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE SPACES TO WS-RUN-TOTAL-LINE
    MOVE "HELD AT COUNT............:" TO PRT-LABEL
    MOVE WS-ADJUSTMENTS-HELD TO PRT-COUNT
    MOVE WS-RUN-TOTAL-LINE TO SHRINK-REPORT-LINE
    PERFORM 7100-WRITE-LINE
    MOVE SPACES TO WS-RUN-TOTAL-LINE
    MOVE "REJECTED AT SIGN-OFF.....:" TO PRT-LABEL
    MOVE WS-ADJUSTMENTS-REJECTED TO PRT-COUNT
    MOVE WS-RUN-TOTAL-LINE TO SHRINK-REPORT-LINE
    PERFORM 7100-WRITE-LINE.

7100-WRITE-LINE.
    WRITE SHRINK-REPORT-LINE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "SHRKRPT: ERROR WRITING SHRINK-REPORT-FILE, STATUS = "
                 WS-REPORT-FILE-STATUS
        STOP RUN
    END-IF.

9000-SUMMARY.
    DISPLAY "===== SHRINKAGE SUMMARY ====="
    DISPLAY "RUN ID................: " WS-RUN-ID
    DISPLAY "AUDIT RECORDS READ....: " WS-AUDIT-READ
    DISPLAY "OUTSIDE PERIOD........: " WS-OUT-OF-PERIOD
    DISPLAY "ADJUSTMENTS POSTED....: " WS-ADJUSTMENTS-POSTED
    DISPLAY "HELD AT COUNT.........: " WS-ADJUSTMENTS-HELD
    DISPLAY "REJECTED..............: " WS-ADJUSTMENTS-REJECTED
    DISPLAY "VALUE LOST............: " WS-GRD-VALUE-LOST
    DISPLAY "VALUE GAINED..........: " WS-GRD-VALUE-GAINED
    DISPLAY "===============================".

9900-CLOSE-FILES.
    CLOSE SHRINK-REPORT-FILE.
