*> Per-dataset run ledger record shared by the scan program, which
*> appends one record to the cumulative day04-ledger.txt for every
*> dataset it attempts, and the chargeback program, which prices the
*> month's records by vendor. Where the run history carries one line
*> per execution, the ledger carries the same figures one dataset at
*> a time, so the month's ledger sums back to the month's history.
*> Outcome is S (scanned), C (carried forward from an unchanged
*> prior scan - counts as delivered, with no comparisons or elapsed
*> time), K (skipped - invalid grid) or U (input dataset unreadable,
*> the run aborted); the reason says why a dataset was not scanned
*> and is blank otherwise.
01 Ledger-Record.
    05 Ledger-Run-Date          PIC X(8).
    05 Ledger-Dataset           PIC X(40).
    05 Ledger-Rows              PIC 9(4).
    05 Ledger-Cols              PIC 9(3).
    05 Ledger-Word-Count        PIC 9(10).
    05 Ledger-Cross-Count       PIC 9(10).
    05 Ledger-Suppressed        PIC 9(10).
    05 Ledger-Comparisons       PIC 9(18).
    05 Ledger-Elapsed           PIC 9(8).
    05 Ledger-Outcome           PIC A(1).
    05 Ledger-Reason            PIC X(80).
