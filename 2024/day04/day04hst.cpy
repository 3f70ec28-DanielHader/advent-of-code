*> Run-history record shared by the scan program, which appends one
*> record per execution to the cumulative day04-history.txt (for a
*> partitioned run the partition merge appends the one record for
*> the day), and the statistics program, which reads it back for the
*> month-end report.
*> Carries the run date, the header search word, the direction mode,
*> dataset and skipped counts, the four consolidated totals, and the
*> final return code of the execution. Datasets carried forward from
*> an unchanged prior scan are in the dataset and word counts but not
*> in the comparisons or elapsed time; the trailing carried fields
*> count them and carry what their prior scans cost. Records written
*> before those fields existed read them as spaces.
01 History-Record.
    05 History-Run-Date         PIC X(8).
    05 History-Search-Word      PIC A(10).
    05 History-Comparisons      PIC 9(18).
    05 History-Elapsed          PIC 9(8).
    05 History-Return-Code      PIC 9(2).
    05 History-Carried-Count    PIC 9(3).
    05 History-Carried-Comparisons PIC 9(18).
    05 History-Carried-Elapsed  PIC 9(8).
