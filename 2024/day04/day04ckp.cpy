*> Scan checkpoint record, rewritten by the scan after every dataset
*> so a restart can resume at the first unprocessed one, and read by
*> the partition merge to total a partitioned run. Carries the last
*> completed dataset index and the running totals and file positions
*> at that point. A partitioned scan keeps one checkpoint per
*> partition and stamps it with the partition, the run date and the
*> complete flag - N while the partition is running, Y once it has
*> finished its slice of the dataset list, M once the merge has
*> combined it into the day's files. Records written before the
*> trailing fields existed read them as spaces.
01 Checkpoint-Record.
    05 Checkpoint-Dataset-Idx   PIC 9(3).
    05 Checkpoint-XMAS-Count    PIC 9(10).
    05 Checkpoint-Cross-Count   PIC 9(10).
    05 Checkpoint-Comparisons   PIC 9(18).
    05 Checkpoint-Elapsed       PIC 9(8).
    05 Checkpoint-Detail-Count  PIC 9(9).
    05 Checkpoint-Skipped       PIC 9(3).
    05 Checkpoint-Extract-Recs  PIC 9(9).
    05 Checkpoint-Extract-Hits  PIC 9(10).
    05 Checkpoint-Overlay-Count PIC 9(9).
    05 Checkpoint-Hotspot-Count PIC 9(9).
    05 Checkpoint-Suppressed    PIC 9(10).
    05 Checkpoint-Word-Count    PIC 9(2).
    05 Checkpoint-Word-Entry    OCCURS 20 TIMES.
        10 Checkpoint-Word-Total PIC 9(10).
    05 Checkpoint-Carried-Count PIC 9(3).
    05 Checkpoint-Carried-Comps PIC 9(18).
    05 Checkpoint-Carried-Elapsed PIC 9(8).
    05 Checkpoint-Partition-Count PIC 9(1).
    05 Checkpoint-Partition-No  PIC 9(1).
    05 Checkpoint-Run-Date      PIC X(8).
    05 Checkpoint-Complete      PIC A(1).
    05 Checkpoint-Datasets-Done PIC 9(3).
    05 Checkpoint-Word-Text     OCCURS 20 TIMES PIC A(10).
