*> Match-master posting journal record. Every program that writes,
*> rewrites or deletes a day04-master.dat record appends one of these
*> to the cumulative day04-master-journal.txt: the scan for each
*> posting (the partition merge posts on a partitioned scan's
*> behalf), the purge for each delete and each reload, and the
*> backout for each posting it reverses. Source is S (scan), P
*> (purge delete), L (purge reload) or B (backout); action is A
*> (record added), C (record changed) or D (record deleted). The
*> before-image is blank on an add and the after-image is blank on a
*> delete. The run date is the scan date the posting belongs to - for
*> a backout, the date being reversed - and the purge's processing
*> date for purge and reload entries.
01 Journal-Record.
    05 Journal-Run-Date         PIC X(8).
    05 Journal-Source           PIC A(1).
    05 Journal-Action           PIC A(1).
    05 Journal-Before-Image.
        10 Journal-Before-Key   PIC X(57).
        10 Journal-Before-First PIC X(8).
        10 Journal-Before-Last  PIC X(8).
        10 Journal-Before-Hits  PIC 9(5).
    05 Journal-After-Image.
        10 Journal-After-Key    PIC X(57).
        10 Journal-After-First  PIC X(8).
        10 Journal-After-Last   PIC X(8).
        10 Journal-After-Hits   PIC 9(5).
