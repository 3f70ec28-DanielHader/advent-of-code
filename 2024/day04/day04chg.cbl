*> Compiled using GnuCOBOL "cobc" with flags "-std=ibm -free -I ."
IDENTIFICATION DIVISION.
PROGRAM-ID. Advent-Of-Code-Day04-Chargeback.

*> Month-end vendor chargeback over the per-dataset run ledger that
*> Advent-Of-Code-Day04 appends to for every dataset it attempts. The
*> control card names the month; each ledger record is charged to the
*> vendor the dataset registry holds for it and priced from the rate
*> card - a charge per dataset scanned, per million comparisons and
*> per CPU second - giving one invoice section per vendor and a grand
*> total, replacing the spreadsheet finance used to key from the
*> daily reports. Before anything is billed the month's ledger is
*> footed against the month's run history; a ledger that does not
*> agree with the history is not fit to invoice from, and the run
*> ends with RETURN-CODE 8.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Chargeback-Control-File
        ASSIGN TO "day04-chargeback-control.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Control-File-Status.

    SELECT Rate-Card-File
        ASSIGN TO "day04-rate-card.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Rate-File-Status.

    SELECT Run-Ledger-File
        ASSIGN TO "day04-ledger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Ledger-File-Status.

    SELECT Run-History-File
        ASSIGN TO "day04-history.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-History-File-Status.

    SELECT Dataset-Registry-File
        ASSIGN TO "day04-registry.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Registry-Dataset
        FILE STATUS IS WS-Registry-File-Status.

    SELECT Chargeback-Report-File
        ASSIGN TO DYNAMIC WS-Report-Dataset-Name
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD Chargeback-Control-File.
01 Chargeback-Control-Record.
    05 Chargeback-Month         PIC X(6) VALUE " ".

*> One rate per vendor, the three prices carried with two implied
*> decimal places (0001250 is 12.50). A vendor of *DEFAULT prices
*> every vendor that has no line of its own.
FD Rate-Card-File.
01 Rate-Card-Record.
    05 Rate-Vendor              PIC X(8).
    05 Rate-Per-Dataset         PIC 9(5)V99.
    05 Rate-Per-Million         PIC 9(5)V99.
    05 Rate-Per-Second          PIC 9(5)V99.

FD Run-Ledger-File.
COPY "day04ldg.cpy".

FD Run-History-File.
COPY "day04hst.cpy".

FD Dataset-Registry-File.
COPY "day04reg.cpy".

FD Chargeback-Report-File.
01 Report-Line                  PIC X(160).

WORKING-STORAGE SECTION.
01 WS-Control-File-Status       PIC X(2)  VALUE "00".
01 WS-Rate-File-Status          PIC X(2)  VALUE "00".
01 WS-Ledger-File-Status        PIC X(2)  VALUE "00".
01 WS-History-File-Status       PIC X(2)  VALUE "00".
01 WS-Registry-File-Status      PIC X(2)  VALUE "00".
01 WS-Report-Dataset-Name       PIC X(40) VALUE SPACES.
01 WS-Chargeback-Month          PIC X(6)  VALUE SPACES.

01 Control-End-Of-File          PIC A(1)  VALUE "N".
01 Rate-End-Of-File             PIC A(1)  VALUE "N".
01 Ledger-End-Of-File           PIC A(1)  VALUE "N".
01 History-End-Of-File          PIC A(1)  VALUE "N".
01 Registry-Available           PIC A(1)  VALUE "Y".

01 Rate-Table.
    05 Rate-Entry               OCCURS 100 TIMES.
        10 Rate-Tbl-Vendor      PIC X(8).
        10 Rate-Tbl-Dataset     PIC 9(5)V99.
        10 Rate-Tbl-Million     PIC 9(5)V99.
        10 Rate-Tbl-Second      PIC 9(5)V99.
01 Rate-Count                   PIC 9(3)  VALUE 0.
01 Rate-Idx                     PIC 9(3)  VALUE 0.
01 Rate-Found                   PIC A(1)  VALUE "N".
01 Rate-Source                  PIC X(8)  VALUE SPACES.
01 Current-Per-Dataset          PIC 9(5)V99 VALUE 0.
01 Current-Per-Million          PIC 9(5)V99 VALUE 0.
01 Current-Per-Second           PIC 9(5)V99 VALUE 0.

*> One entry per vendor and dataset billed in the month, held in
*> vendor-then-dataset order as it is built so the invoice sections
*> come out grouped without a separate sort step.
01 Charge-Table.
    05 Charge-Entry             OCCURS 500 TIMES.
        10 Charge-Key.
            15 Charge-Vendor    PIC X(8).
            15 Charge-Dataset   PIC X(40).
        10 Charge-Runs          PIC 9(5).
        10 Charge-Not-Billed    PIC 9(5).
        10 Charge-Comparisons   PIC 9(18).
        10 Charge-Elapsed       PIC 9(10).
01 Charge-Count                 PIC 9(3)  VALUE 0.
01 Charge-Idx                   PIC 9(3)  VALUE 0.
01 Shift-Idx                    PIC 9(3)  VALUE 0.
01 Lookup-Key.
    05 Lookup-Vendor            PIC X(8).
    05 Lookup-Dataset           PIC X(40).

01 Dataset-Charge               PIC 9(9)V99 VALUE 0.
01 Vendor-Charge                PIC 9(9)V99 VALUE 0.
01 Grand-Charge                 PIC 9(9)V99 VALUE 0.
01 Vendor-Runs                  PIC 9(7)  VALUE 0.
01 Grand-Runs                   PIC 9(7)  VALUE 0.
01 Vendor-Count                 PIC 9(3)  VALUE 0.
01 Unpriced-Vendor-Count        PIC 9(3)  VALUE 0.
01 Previous-Vendor              PIC X(8)  VALUE SPACES.
01 Vendor-Priced                PIC A(1)  VALUE "Y".
01 Dataset-Seconds              PIC 9(8)V99 VALUE 0.
01 Charge-Edit                  PIC Z(8)9.99.
01 Seconds-Edit                 PIC Z(7)9.99.
01 Rate-Dataset-Edit            PIC Z(4)9.99.
01 Rate-Million-Edit            PIC Z(4)9.99.
01 Rate-Second-Edit             PIC Z(4)9.99.

01 Ledger-Month-Records         PIC 9(7)  VALUE 0.
01 Ledger-Skipped-Count         PIC 9(7)  VALUE 0.
01 Ledger-Word-Total            PIC 9(10) VALUE 0.
01 Ledger-Cross-Total           PIC 9(10) VALUE 0.
01 Ledger-Comparison-Total      PIC 9(18) VALUE 0.
01 Ledger-Elapsed-Total         PIC 9(10) VALUE 0.
01 History-Dataset-Total        PIC 9(7)  VALUE 0.
01 History-Skipped-Total        PIC 9(7)  VALUE 0.
01 History-Word-Total           PIC 9(10) VALUE 0.
01 History-Cross-Total          PIC 9(10) VALUE 0.
01 History-Comparison-Total     PIC 9(18) VALUE 0.
01 History-Elapsed-Total        PIC 9(10) VALUE 0.

01 Balance-Left-Count           PIC 9(18) VALUE 0.
01 Balance-Right-Count          PIC 9(18) VALUE 0.
01 Balance-Pair-Label           PIC X(44) VALUE SPACES.
01 Out-Of-Balance-Count         PIC 9(3)  VALUE 0.

PROCEDURE DIVISION.
    PERFORM READ-CHARGEBACK-CONTROL-CARD
    PERFORM LOAD-RATE-CARD

    OPEN INPUT Dataset-Registry-File
    IF WS-Registry-File-Status = "35"
        MOVE "N" TO Registry-Available
    ELSE
        IF WS-Registry-File-Status NOT = "00"
            DISPLAY "DATASET REGISTRY ERROR: day04-registry.dat COULD "
                "NOT BE OPENED (STATUS=" WS-Registry-File-Status ")"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    PERFORM ACCUMULATE-MONTH-LEDGER
    IF Registry-Available = "Y"
        CLOSE Dataset-Registry-File
    END-IF
    PERFORM TOTAL-MONTH-HISTORY

    MOVE SPACES TO WS-Report-Dataset-Name
    STRING "day04-chargeback-" DELIMITED BY SIZE
        WS-Chargeback-Month DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-Report-Dataset-Name

    OPEN OUTPUT Chargeback-Report-File
    PERFORM WRITE-CHARGEBACK-HEADER
    PERFORM RECONCILE-LEDGER-TO-HISTORY
    IF Out-Of-Balance-Count = 0
        PERFORM WRITE-VENDOR-INVOICES
        PERFORM WRITE-GRAND-TOTAL
    END-IF
    CLOSE Chargeback-Report-File

    IF Out-Of-Balance-Count > 0
        MOVE 8 TO RETURN-CODE
    ELSE
        IF Unpriced-Vendor-Count > 0
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    STOP RUN.

READ-CHARGEBACK-CONTROL-CARD.
    *> Reads the YYYYMM month to bill, the same card layout the
    *> statistics program takes.
    OPEN INPUT Chargeback-Control-File
    IF WS-Control-File-Status NOT = "00"
        DISPLAY "CONTROL CARD ERROR: day04-chargeback-control.txt NOT "
            "FOUND OR UNREADABLE (STATUS="
            WS-Control-File-Status ")"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    READ Chargeback-Control-File
        AT END MOVE "Y" TO Control-End-Of-File
        NOT AT END MOVE Chargeback-Month TO WS-Chargeback-Month
    END-READ
    CLOSE Chargeback-Control-File

    IF (WS-Chargeback-Month = SPACES)
            OR (WS-Chargeback-Month IS NOT NUMERIC)
        DISPLAY "CONTROL CARD ERROR: chargeback month must be a "
            "six-digit YYYYMM"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

LOAD-RATE-CARD.
    *> Carries the rate card into storage. Without a rate card there
    *> is nothing to price with, so its absence stops the run; a rate
    *> line whose prices are not numeric is a keying error on the
    *> card and stops it too, rather than billing a vendor at zero.
    OPEN INPUT Rate-Card-File
    IF WS-Rate-File-Status NOT = "00"
        DISPLAY "RATE CARD ERROR: day04-rate-card.txt NOT FOUND OR "
            "UNREADABLE (STATUS=" WS-Rate-File-Status ")"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL Rate-End-Of-File = "Y"
        READ Rate-Card-File
            AT END MOVE "Y" TO Rate-End-Of-File
            NOT AT END
                IF Rate-Vendor NOT = SPACES
                    IF (Rate-Per-Dataset IS NOT NUMERIC)
                            OR (Rate-Per-Million IS NOT NUMERIC)
                            OR (Rate-Per-Second IS NOT NUMERIC)
                        DISPLAY "RATE CARD ERROR: rates for vendor "
                            Rate-Vendor " are not numeric"
                        CLOSE Rate-Card-File
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    IF Rate-Count >= 100
                        DISPLAY "RATE CARD ERROR: more than 100 "
                            "vendors on day04-rate-card.txt"
                        CLOSE Rate-Card-File
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO Rate-Count
                    MOVE Rate-Vendor      TO Rate-Tbl-Vendor(Rate-Count)
                    MOVE Rate-Per-Dataset TO Rate-Tbl-Dataset(Rate-Count)
                    MOVE Rate-Per-Million TO Rate-Tbl-Million(Rate-Count)
                    MOVE Rate-Per-Second  TO Rate-Tbl-Second(Rate-Count)
                END-IF
        END-READ
    END-PERFORM
    CLOSE Rate-Card-File.

ACCUMULATE-MONTH-LEDGER.
    *> Foots every in-month ledger record for the reconciliation and
    *> charges it to its vendor and dataset. Scanned datasets are the
    *> billable ones, and a dataset carried forward from an unchanged
    *> prior scan is billed as a scan with no usage - its output was
    *> delivered; a skipped or unreadable dataset is carried on the
    *> invoice as not billed so the vendor can see it was tried.
    OPEN INPUT Run-Ledger-File
    IF WS-Ledger-File-Status NOT = "00"
        DISPLAY "RUN LEDGER ERROR: day04-ledger.txt NOT FOUND OR "
            "UNREADABLE (STATUS=" WS-Ledger-File-Status ")"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL Ledger-End-Of-File = "Y"
        READ Run-Ledger-File
            AT END MOVE "Y" TO Ledger-End-Of-File
            NOT AT END
                IF Ledger-Run-Date(1:6) = WS-Chargeback-Month
                    PERFORM ACCUMULATE-LEDGER-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE Run-Ledger-File.

ACCUMULATE-LEDGER-RECORD.
    ADD 1                  TO Ledger-Month-Records
    ADD Ledger-Word-Count  TO Ledger-Word-Total
    ADD Ledger-Cross-Count TO Ledger-Cross-Total
    ADD Ledger-Comparisons TO Ledger-Comparison-Total
    ADD Ledger-Elapsed     TO Ledger-Elapsed-Total
    IF Ledger-Outcome = "K"
        ADD 1 TO Ledger-Skipped-Count
    END-IF

    PERFORM FIND-DATASET-VENDOR
    MOVE Ledger-Dataset TO Lookup-Dataset
    PERFORM FIND-CHARGE-ENTRY

    IF (Ledger-Outcome = "S") OR (Ledger-Outcome = "C")
        ADD 1 TO Charge-Runs(Charge-Idx)
        ADD Ledger-Comparisons TO Charge-Comparisons(Charge-Idx)
        ADD Ledger-Elapsed     TO Charge-Elapsed(Charge-Idx)
    ELSE
        ADD 1 TO Charge-Not-Billed(Charge-Idx)
    END-IF.

FIND-DATASET-VENDOR.
    *> The registry says whose dataset it is. A dataset the registry
    *> does not know - named on a control card but never registered -
    *> is billed under UNKNOWN so it stands out on the invoice run.
    MOVE "UNKNOWN" TO Lookup-Vendor
    IF Registry-Available = "N"
        EXIT PARAGRAPH
    END-IF
    MOVE Ledger-Dataset TO Registry-Dataset
    READ Dataset-Registry-File
        INVALID KEY CONTINUE
        NOT INVALID KEY
            IF Registry-Vendor NOT = SPACES
                MOVE Registry-Vendor TO Lookup-Vendor
            END-IF
    END-READ.

FIND-CHARGE-ENTRY.
    *> Leaves Charge-Idx on the entry for Lookup-Key, inserting a
    *> zeroed entry in key order when this is the first ledger record
    *> for that vendor and dataset.
    MOVE 1 TO Charge-Idx
    PERFORM UNTIL (Charge-Idx > Charge-Count)
            OR (Charge-Key(Charge-Idx) >= Lookup-Key)
        ADD 1 TO Charge-Idx
    END-PERFORM
    IF Charge-Idx <= Charge-Count
        IF Charge-Key(Charge-Idx) = Lookup-Key
            EXIT PARAGRAPH
        END-IF
    END-IF

    IF Charge-Count >= 500
        DISPLAY "CHARGEBACK ERROR: more than 500 vendor datasets in "
            "the month's ledger"
        CLOSE Run-Ledger-File
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM VARYING Shift-Idx FROM Charge-Count BY -1
            UNTIL (Shift-Idx < Charge-Idx)
        MOVE Charge-Entry(Shift-Idx) TO Charge-Entry(Shift-Idx + 1)
    END-PERFORM
    ADD 1 TO Charge-Count
    MOVE Lookup-Key TO Charge-Key(Charge-Idx)
    MOVE 0 TO Charge-Runs(Charge-Idx)
    MOVE 0 TO Charge-Not-Billed(Charge-Idx)
    MOVE 0 TO Charge-Comparisons(Charge-Idx)
    MOVE 0 TO Charge-Elapsed(Charge-Idx).

TOTAL-MONTH-HISTORY.
    *> Sums the month's run-history records, the figures the ledger
    *> must agree with before it is billed from.
    OPEN INPUT Run-History-File
    IF WS-History-File-Status NOT = "00"
        DISPLAY "RUN HISTORY ERROR: day04-history.txt NOT FOUND OR "
            "UNREADABLE (STATUS=" WS-History-File-Status ")"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL History-End-Of-File = "Y"
        READ Run-History-File
            AT END MOVE "Y" TO History-End-Of-File
            NOT AT END
                IF History-Run-Date(1:6) = WS-Chargeback-Month
                    ADD History-Dataset-Count TO History-Dataset-Total
                    ADD History-Skipped-Count TO History-Skipped-Total
                    ADD History-Word-Count    TO History-Word-Total
                    ADD History-Cross-Count   TO History-Cross-Total
                    ADD History-Comparisons
                        TO History-Comparison-Total
                    ADD History-Elapsed       TO History-Elapsed-Total
                END-IF
        END-READ
    END-PERFORM
    CLOSE Run-History-File.

WRITE-CHARGEBACK-HEADER.
    MOVE "ADVENT OF CODE DAY 04 - MONTH-END VENDOR CHARGEBACK"
        TO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "Billing Month    : " DELIMITED BY SIZE
        WS-Chargeback-Month DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "Ledger Records   : " DELIMITED BY SIZE
        Ledger-Month-Records DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    IF Registry-Available = "N"
        MOVE "NOTE: day04-registry.dat is not on file - every dataset "
            & "is billed under UNKNOWN" TO Report-Line
        WRITE Report-Line
    END-IF

    MOVE SPACES TO Report-Line
    WRITE Report-Line.

RECONCILE-LEDGER-TO-HISTORY.
    *> The scan writes a ledger record for every dataset it attempts
    *> and a history record for every execution, both from the same
    *> figures, so the month's two files must foot to the same totals.
    MOVE "LEDGER TO RUN HISTORY RECONCILIATION" TO Report-Line
    WRITE Report-Line

    MOVE "LEDGER DATASETS VS HISTORY DATASETS"
        TO Balance-Pair-Label
    MOVE Ledger-Month-Records  TO Balance-Left-Count
    MOVE History-Dataset-Total TO Balance-Right-Count
    PERFORM WRITE-ONE-VERDICT-LINE

    MOVE "LEDGER SKIPPED VS HISTORY SKIPPED"
        TO Balance-Pair-Label
    MOVE Ledger-Skipped-Count  TO Balance-Left-Count
    MOVE History-Skipped-Total TO Balance-Right-Count
    PERFORM WRITE-ONE-VERDICT-LINE

    MOVE "LEDGER WORDS VS HISTORY WORD COUNT"
        TO Balance-Pair-Label
    MOVE Ledger-Word-Total  TO Balance-Left-Count
    MOVE History-Word-Total TO Balance-Right-Count
    PERFORM WRITE-ONE-VERDICT-LINE

    MOVE "LEDGER CROSSES VS HISTORY CROSS COUNT"
        TO Balance-Pair-Label
    MOVE Ledger-Cross-Total  TO Balance-Left-Count
    MOVE History-Cross-Total TO Balance-Right-Count
    PERFORM WRITE-ONE-VERDICT-LINE

    MOVE "LEDGER COMPARISONS VS HISTORY COMPARISONS"
        TO Balance-Pair-Label
    MOVE Ledger-Comparison-Total  TO Balance-Left-Count
    MOVE History-Comparison-Total TO Balance-Right-Count
    PERFORM WRITE-ONE-VERDICT-LINE

    MOVE "LEDGER ELAPSED VS HISTORY ELAPSED"
        TO Balance-Pair-Label
    MOVE Ledger-Elapsed-Total  TO Balance-Left-Count
    MOVE History-Elapsed-Total TO Balance-Right-Count
    PERFORM WRITE-ONE-VERDICT-LINE

    MOVE SPACES TO Report-Line
    WRITE Report-Line

    IF Out-Of-Balance-Count = 0
        MOVE "RECONCILIATION   : IN BALANCE" TO Report-Line
    ELSE
        MOVE SPACES TO Report-Line
        STRING "RECONCILIATION   : OUT OF BALANCE - " DELIMITED BY SIZE
            Out-Of-Balance-Count DELIMITED BY SIZE
            " DISAGREEMENTS - NO INVOICES PRODUCED"
            DELIMITED BY SIZE
            INTO Report-Line
    END-IF
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    WRITE Report-Line.

WRITE-ONE-VERDICT-LINE.
    *> Balance-Pair-Label and the two counts are staged by the
    *> caller; renders one pair with its verdict the way the
    *> end-of-run balancing report does.
    MOVE SPACES TO Report-Line
    IF Balance-Left-Count = Balance-Right-Count
        STRING "  " Balance-Pair-Label DELIMITED BY SIZE
            " : IN BALANCE     " DELIMITED BY SIZE
            Balance-Left-Count DELIMITED BY SIZE
            " = " DELIMITED BY SIZE
            Balance-Right-Count DELIMITED BY SIZE
            INTO Report-Line
    ELSE
        ADD 1 TO Out-Of-Balance-Count
        STRING "  " Balance-Pair-Label DELIMITED BY SIZE
            " : OUT OF BALANCE " DELIMITED BY SIZE
            Balance-Left-Count DELIMITED BY SIZE
            " / " DELIMITED BY SIZE
            Balance-Right-Count DELIMITED BY SIZE
            INTO Report-Line
    END-IF
    WRITE Report-Line.

WRITE-VENDOR-INVOICES.
    *> Walks the vendor-ordered charge table, opening an invoice
    *> section at each change of vendor and closing it with the
    *> vendor's total.
    MOVE SPACES TO Previous-Vendor
    PERFORM VARYING Charge-Idx FROM 1 BY 1
            UNTIL (Charge-Idx > Charge-Count)
        IF (Charge-Idx = 1)
                OR (Charge-Vendor(Charge-Idx) NOT = Previous-Vendor)
            IF Charge-Idx > 1
                PERFORM WRITE-VENDOR-TOTAL
            END-IF
            MOVE Charge-Vendor(Charge-Idx) TO Previous-Vendor
            PERFORM START-VENDOR-INVOICE
        END-IF
        PERFORM WRITE-DATASET-CHARGE-LINE
    END-PERFORM
    IF Charge-Count > 0
        PERFORM WRITE-VENDOR-TOTAL
    END-IF.

FIND-VENDOR-RATE.
    *> Takes the vendor's own rate line, or the *DEFAULT line when the
    *> vendor has none. A vendor with neither is listed but not
    *> priced, and the run ends with RETURN-CODE 4.
    MOVE "N" TO Rate-Found
    MOVE 0 TO Current-Per-Dataset
    MOVE 0 TO Current-Per-Million
    MOVE 0 TO Current-Per-Second
    MOVE SPACES TO Rate-Source
    PERFORM VARYING Rate-Idx FROM 1 BY 1
            UNTIL (Rate-Idx > Rate-Count) OR (Rate-Found = "Y")
        IF Rate-Tbl-Vendor(Rate-Idx) = Previous-Vendor
            MOVE "Y" TO Rate-Found
            PERFORM TAKE-RATE-ENTRY
        END-IF
    END-PERFORM
    PERFORM VARYING Rate-Idx FROM 1 BY 1
            UNTIL (Rate-Idx > Rate-Count) OR (Rate-Found = "Y")
        IF Rate-Tbl-Vendor(Rate-Idx) = "*DEFAULT"
            MOVE "Y" TO Rate-Found
            PERFORM TAKE-RATE-ENTRY
        END-IF
    END-PERFORM.

TAKE-RATE-ENTRY.
    MOVE Rate-Tbl-Vendor(Rate-Idx)  TO Rate-Source
    MOVE Rate-Tbl-Dataset(Rate-Idx) TO Current-Per-Dataset
    MOVE Rate-Tbl-Million(Rate-Idx) TO Current-Per-Million
    MOVE Rate-Tbl-Second(Rate-Idx)  TO Current-Per-Second.

START-VENDOR-INVOICE.
    ADD 1 TO Vendor-Count
    MOVE 0 TO Vendor-Charge
    MOVE 0 TO Vendor-Runs
    PERFORM FIND-VENDOR-RATE
    MOVE Rate-Found TO Vendor-Priced
    IF Rate-Found = "N"
        ADD 1 TO Unpriced-Vendor-Count
    END-IF

    MOVE SPACES TO Report-Line
    STRING "INVOICE - VENDOR " DELIMITED BY SIZE
        Previous-Vendor DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    IF Vendor-Priced = "N"
        MOVE "  RATES : NO RATE FOR THIS VENDOR AND NO *DEFAULT RATE "
            & "ON THE RATE CARD - NOT PRICED" TO Report-Line
        WRITE Report-Line
    ELSE
        MOVE Current-Per-Dataset TO Rate-Dataset-Edit
        MOVE Current-Per-Million TO Rate-Million-Edit
        MOVE Current-Per-Second  TO Rate-Second-Edit
        MOVE SPACES TO Report-Line
        STRING "  RATES : PER DATASET " DELIMITED BY SIZE
            Rate-Dataset-Edit DELIMITED BY SIZE
            " PER MILLION COMPARISONS " DELIMITED BY SIZE
            Rate-Million-Edit DELIMITED BY SIZE
            " PER CPU SECOND " DELIMITED BY SIZE
            Rate-Second-Edit DELIMITED BY SIZE
            " (RATE CARD LINE " DELIMITED BY SIZE
            Rate-Source DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
            INTO Report-Line
        WRITE Report-Line
    END-IF.

WRITE-DATASET-CHARGE-LINE.
    *> Prices one dataset for the month: its scans at the per-dataset
    *> rate, its comparisons per million, and its elapsed
    *> centiseconds per second.
    COMPUTE Dataset-Seconds = Charge-Elapsed(Charge-Idx) / 100
    IF Vendor-Priced = "Y"
        COMPUTE Dataset-Charge ROUNDED =
            Charge-Runs(Charge-Idx) * Current-Per-Dataset
            + Charge-Comparisons(Charge-Idx) * Current-Per-Million
                / 1000000
            + Charge-Elapsed(Charge-Idx) * Current-Per-Second / 100
    ELSE
        MOVE 0 TO Dataset-Charge
    END-IF
    ADD Dataset-Charge TO Vendor-Charge
    ADD Charge-Runs(Charge-Idx) TO Vendor-Runs

    MOVE Dataset-Seconds TO Seconds-Edit
    MOVE Dataset-Charge  TO Charge-Edit
    MOVE SPACES TO Report-Line
    STRING "  " Charge-Dataset(Charge-Idx) DELIMITED BY SIZE
        " SCANS=" DELIMITED BY SIZE
        Charge-Runs(Charge-Idx) DELIMITED BY SIZE
        " NOT BILLED=" DELIMITED BY SIZE
        Charge-Not-Billed(Charge-Idx) DELIMITED BY SIZE
        " COMPARISONS=" DELIMITED BY SIZE
        Charge-Comparisons(Charge-Idx) DELIMITED BY SIZE
        " CPU SEC=" DELIMITED BY SIZE
        Seconds-Edit DELIMITED BY SIZE
        " CHARGE=" DELIMITED BY SIZE
        Charge-Edit DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line.

WRITE-VENDOR-TOTAL.
    ADD Vendor-Charge TO Grand-Charge
    ADD Vendor-Runs   TO Grand-Runs
    MOVE Vendor-Charge TO Charge-Edit
    MOVE SPACES TO Report-Line
    STRING "  VENDOR TOTAL   : SCANS=" DELIMITED BY SIZE
        Vendor-Runs DELIMITED BY SIZE
        " CHARGE=" DELIMITED BY SIZE
        Charge-Edit DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    WRITE Report-Line.

WRITE-GRAND-TOTAL.
    MOVE "GRAND TOTAL" TO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "  Vendors invoiced       : " DELIMITED BY SIZE
        Vendor-Count DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "  Vendors not priced     : " DELIMITED BY SIZE
        Unpriced-Vendor-Count DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "  Dataset scans billed   : " DELIMITED BY SIZE
        Grand-Runs DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE Grand-Charge TO Charge-Edit
    MOVE SPACES TO Report-Line
    STRING "  Total charge           : " DELIMITED BY SIZE
        Charge-Edit DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line.
