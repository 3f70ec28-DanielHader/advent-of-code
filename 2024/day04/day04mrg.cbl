*> Compiled using GnuCOBOL "cobc" with flags "-std=ibm -free -I ."
IDENTIFICATION DIVISION.
PROGRAM-ID. Advent-Of-Code-Day04-Merge.

*> Partition merge, run once every partition of a partitioned
*> Advent-Of-Code-Day04 run has finished. The control card splits the
*> dataset list into contiguous slices and each partition writes its
*> own -p<n> detail, extract, overlay, hotspot, report, checkpoint and
*> ledger files without touching the match master, its journal or
*> the run history. This program checks every partition's checkpoint
*> says it completed, then builds the day's normal dated detail,
*> extract, overlay, hotspot and report files from the partitions in
*> partition order - one extract header, one trailer counting the
*> whole day - posts the day's matches to the match master with the
*> same journaling the scan does, appends the partition ledgers to
*> the cumulative ledger, and writes the day's single run-history
*> record. Balancing, compare and acknowledgment then see the same
*> files an unpartitioned run would have left. Refuses, with
*> RETURN-CODE 8 and nothing written, when any partition did not run
*> or did not complete, or when only some of the partitions have
*> already been stamped merged.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Control-File
        ASSIGN TO "day04-control.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Control-File-Status.

    SELECT Part-Checkpoint-File
        ASSIGN TO DYNAMIC WS-Part-Checkpoint-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Part-Checkpoint-Status.

    SELECT Part-Detail-File
        ASSIGN TO DYNAMIC WS-Part-Detail-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Part-Detail-Status.

    SELECT Part-Extract-File
        ASSIGN TO DYNAMIC WS-Part-Extract-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Part-Extract-Status.

    SELECT Part-Overlay-File
        ASSIGN TO DYNAMIC WS-Part-Overlay-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Part-Overlay-Status.

    SELECT Part-Hotspot-File
        ASSIGN TO DYNAMIC WS-Part-Hotspot-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Part-Hotspot-Status.

    SELECT Part-Report-File
        ASSIGN TO DYNAMIC WS-Part-Report-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Part-Report-Status.

    SELECT Part-Ledger-File
        ASSIGN TO DYNAMIC WS-Part-Ledger-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Part-Ledger-Status.

    SELECT Detail-File
        ASSIGN TO DYNAMIC WS-Detail-Dataset-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Detail-File-Status.

    SELECT Extract-File
        ASSIGN TO DYNAMIC WS-Extract-Dataset-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Extract-File-Status.

    SELECT Overlay-File
        ASSIGN TO DYNAMIC WS-Overlay-Dataset-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Overlay-File-Status.

    SELECT Hotspot-File
        ASSIGN TO DYNAMIC WS-Hotspot-Dataset-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Hotspot-File-Status.

    SELECT Report-File
        ASSIGN TO DYNAMIC WS-Report-Dataset-Name
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT Run-History-File
        ASSIGN TO "day04-history.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-History-File-Status.

    SELECT Run-Ledger-File
        ASSIGN TO "day04-ledger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Ledger-File-Status.

    SELECT Master-Journal-File
        ASSIGN TO "day04-master-journal.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Journal-File-Status.

    SELECT Match-Master-File
        ASSIGN TO "day04-master.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Master-Key
        FILE STATUS IS WS-Master-File-Status.

DATA DIVISION.
FILE SECTION.
*> Only the header card is read: the search word, direction mode,
*> run date and partition count the partitions were run under.
FD Control-File.
01 Control-Header-Record.
    05 Control-Search-Word      PIC A(10) VALUE " ".
    05 Control-Search-Length    PIC 9(2)  VALUE 0.
    05 Control-Direction-Mode   PIC A(1)  VALUE "A".
    05 Control-Run-Date         PIC X(8)  VALUE " ".
    05 Control-Dataset-Count    PIC 9(3)  VALUE 0.
    05 Control-Restart-Flag     PIC A(1)  VALUE " ".
    05 Control-Partition-Count  PIC X(1)  VALUE " ".

FD Part-Checkpoint-File.
COPY "day04ckp.cpy".

FD Part-Detail-File.
01 Part-Detail-Line             PIC X(120).

FD Part-Extract-File.
01 Part-Extract-Record          PIC X(80).

FD Part-Overlay-File.
01 Part-Overlay-Line            PIC X(1003).

FD Part-Hotspot-File.
01 Part-Hotspot-Line            PIC X(160).

FD Part-Report-File.
01 Part-Report-Line             PIC X(160).

FD Part-Ledger-File.
01 Part-Ledger-Line             PIC X(192).

FD Detail-File.
01 Detail-Line                  PIC X(120).

FD Extract-File.
01 Extract-Record               PIC X(80).

FD Overlay-File.
01 Overlay-Line                 PIC X(1003).

FD Hotspot-File.
01 Hotspot-Line                 PIC X(160).

FD Report-File.
01 Report-Line                  PIC X(160).

FD Run-History-File.
COPY "day04hst.cpy".

FD Run-Ledger-File.
COPY "day04ldg.cpy".

FD Master-Journal-File.
COPY "day04jnl.cpy".

FD Match-Master-File.
COPY "day04mst.cpy".

WORKING-STORAGE SECTION.
01 WS-Control-File-Status       PIC X(2)  VALUE "00".
01 WS-Part-Checkpoint-Status    PIC X(2)  VALUE "00".
01 WS-Part-Detail-Status        PIC X(2)  VALUE "00".
01 WS-Part-Extract-Status       PIC X(2)  VALUE "00".
01 WS-Part-Overlay-Status       PIC X(2)  VALUE "00".
01 WS-Part-Hotspot-Status       PIC X(2)  VALUE "00".
01 WS-Part-Report-Status        PIC X(2)  VALUE "00".
01 WS-Part-Ledger-Status        PIC X(2)  VALUE "00".
01 WS-Detail-File-Status        PIC X(2)  VALUE "00".
01 WS-Extract-File-Status       PIC X(2)  VALUE "00".
01 WS-Overlay-File-Status       PIC X(2)  VALUE "00".
01 WS-Hotspot-File-Status       PIC X(2)  VALUE "00".
01 WS-History-File-Status       PIC X(2)  VALUE "00".
01 WS-Ledger-File-Status        PIC X(2)  VALUE "00".
01 WS-Journal-File-Status       PIC X(2)  VALUE "00".
01 WS-Master-File-Status        PIC X(2)  VALUE "00".

01 WS-Run-Date                  PIC X(8)  VALUE SPACES.
01 WS-Direction-Mode            PIC A(1)  VALUE SPACES.
01 WS-Partition-Count           PIC 9(1)  VALUE 0.
01 WS-Partition-Suffix          PIC X(3)  VALUE SPACES.

01 WS-Part-Checkpoint-Name      PIC X(40) VALUE SPACES.
01 WS-Part-Detail-Name          PIC X(40) VALUE SPACES.
01 WS-Part-Extract-Name         PIC X(40) VALUE SPACES.
01 WS-Part-Overlay-Name         PIC X(40) VALUE SPACES.
01 WS-Part-Hotspot-Name         PIC X(40) VALUE SPACES.
01 WS-Part-Report-Name          PIC X(40) VALUE SPACES.
01 WS-Part-Ledger-Name          PIC X(40) VALUE SPACES.
01 WS-Detail-Dataset-Name       PIC X(40) VALUE SPACES.
01 WS-Extract-Dataset-Name      PIC X(40) VALUE SPACES.
01 WS-Overlay-Dataset-Name      PIC X(40) VALUE SPACES.
01 WS-Hotspot-Dataset-Name      PIC X(40) VALUE SPACES.
01 WS-Report-Dataset-Name       PIC X(40) VALUE SPACES.

01 Part-End-Of-File             PIC A(1)  VALUE "N".
01 Part-Report-Section          PIC A(1)  VALUE "H".

*> What each partition's checkpoint says it did, held from the
*> checking pass for the report and the run-history totals.
01 Partition-Table.
    05 Partition-Entry          OCCURS 9 TIMES.
        10 Part-Complete        PIC A(1).
        10 Part-Datasets-Done   PIC 9(3).
        10 Part-Skipped         PIC 9(3).
        10 Part-XMAS-Count      PIC 9(10).
        10 Part-Cross-Count     PIC 9(10).
        10 Part-Suppressed      PIC 9(10).
        10 Part-Comparisons     PIC 9(18).
        10 Part-Elapsed         PIC 9(8).
        10 Part-Detail-Count    PIC 9(9).
        10 Part-Extract-Hits    PIC 9(10).
        10 Part-Carried-Count   PIC 9(3).
        10 Part-Carried-Comps   PIC 9(18).
        10 Part-Carried-Elapsed PIC 9(8).
01 Part-Idx                     PIC 9(2)  VALUE 0.
01 Refused-Count                PIC 9(2)  VALUE 0.
01 Merged-Already-Count         PIC 9(2)  VALUE 0.
01 Part-Records-Read            PIC 9(9)  VALUE 0.
01 Part-Details-Read            PIC 9(10) VALUE 0.

*> The day's totals across the partitions.
01 Merge-Datasets-Done          PIC 9(3)  VALUE 0.
01 Merge-History-Datasets       PIC 9(3)  VALUE 0.
01 Merge-Skipped                PIC 9(3)  VALUE 0.
01 Merge-XMAS-Count             PIC 9(10) VALUE 0.
01 Merge-Cross-Count            PIC 9(10) VALUE 0.
01 Merge-Suppressed             PIC 9(10) VALUE 0.
01 Merge-Comparisons            PIC 9(18) VALUE 0.
01 Merge-Elapsed                PIC 9(8)  VALUE 0.
01 Merge-Longest-Elapsed        PIC 9(8)  VALUE 0.
01 Merge-Carried-Count          PIC 9(3)  VALUE 0.
01 Merge-Carried-Comps          PIC 9(18) VALUE 0.
01 Merge-Carried-Elapsed        PIC 9(8)  VALUE 0.
01 Merge-Word-Count             PIC 9(2)  VALUE 0.
01 Merge-Word-Table.
    05 Merge-Word-Entry         OCCURS 20 TIMES.
        10 Merge-Word-Text      PIC A(10).
        10 Merge-Word-Total     PIC 9(10).
01 Word-Idx                     PIC 9(2)  VALUE 0.

01 WS-Extract-Record-Count      PIC 9(9)  VALUE 0.
01 WS-Extract-Match-Count       PIC 9(10) VALUE 0.
01 WS-Detail-Record-Count       PIC 9(9)  VALUE 0.
01 Merge-Posting-Count          PIC 9(10) VALUE 0.

*> Extract record views, the same fixed layout the scan writes.
01 Extract-Header-Record.
    05 Extract-Header-Type      PIC X(1).
    05 Extract-Header-Date      PIC X(8).
    05 Extract-Header-Word      PIC A(10).
    05 Extract-Header-Length    PIC 9(2).
    05 Extract-Header-Mode      PIC A(1).
    05 Extract-Header-Words     PIC 9(2).
    05 FILLER                   PIC X(56).
01 Extract-Detail-Record.
    05 Extract-Detail-Type      PIC X(1).
    05 Extract-Detail-Dataset   PIC X(40).
    05 Extract-Detail-Row       PIC 9(3).
    05 Extract-Detail-Col       PIC 9(3).
    05 Extract-Detail-Dir       PIC 9(1).
    05 Extract-Detail-Word      PIC A(10).
    05 FILLER                   PIC X(22).
01 Extract-Trailer-Record.
    05 Extract-Trailer-Type     PIC X(1)  VALUE "T".
    05 Extract-Trailer-Records  PIC 9(9)  VALUE 0.
    05 Extract-Trailer-Matches  PIC 9(10) VALUE 0.
    05 FILLER                   PIC X(60) VALUE SPACES.
01 Extract-Trailer-Seen         PIC A(1)  VALUE "N".
01 Extract-Header-Seen          PIC A(1)  VALUE "N".
01 Extract-Header-Saved         PIC X(80) VALUE SPACES.

PROCEDURE DIVISION.
    PERFORM READ-MERGE-CONTROL-CARD
    PERFORM BUILD-DATED-FILENAMES

    PERFORM VARYING Part-Idx FROM 1 BY 1
            UNTIL Part-Idx > WS-Partition-Count
        PERFORM CHECK-ONE-PARTITION
    END-PERFORM
    IF Refused-Count > 0
        DISPLAY "MERGE REFUSED: " Refused-Count " OF "
            WS-Partition-Count " PARTITIONS FOR " WS-Run-Date
            " DID NOT COMPLETE - RERUN THEM BEFORE THE MERGE"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF Merged-Already-Count = WS-Partition-Count
        DISPLAY "MERGE NOT RUN: THE PARTITIONS FOR " WS-Run-Date
            " HAVE ALREADY BEEN MERGED"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
    *> Some but not all stamped merged means an earlier merge stopped
    *> part way through stamping, or a partition was rerun after the
    *> merge; merging again would post the day to the master and the
    *> run history a second time.
    IF Merged-Already-Count > 0
        DISPLAY "MERGE REFUSED: " Merged-Already-Count " OF "
            WS-Partition-Count " PARTITIONS FOR " WS-Run-Date
            " HAVE ALREADY BEEN MERGED - THE DAY IS ALREADY POSTED"
        PERFORM VARYING Part-Idx FROM 1 BY 1
                UNTIL Part-Idx > WS-Partition-Count
            IF Part-Complete(Part-Idx) = "M"
                DISPLAY "PARTITION " Part-Idx(2:1)
                    " IS ALREADY STAMPED MERGED"
            END-IF
        END-PERFORM
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM OPEN-MATCH-MASTER
    OPEN OUTPUT Detail-File
    OPEN OUTPUT Extract-File
    OPEN OUTPUT Overlay-File
    OPEN OUTPUT Hotspot-File
    OPEN OUTPUT Report-File
    PERFORM WRITE-MERGE-REPORT-HEADER

    MOVE Extract-Header-Saved TO Extract-Record
    WRITE Extract-Record
    ADD 1 TO WS-Extract-Record-Count

    PERFORM VARYING Part-Idx FROM 1 BY 1
            UNTIL Part-Idx > WS-Partition-Count
        PERFORM BUILD-PARTITION-FILENAMES
        PERFORM MERGE-PARTITION-DETAIL
        PERFORM MERGE-PARTITION-EXTRACT
        PERFORM MERGE-PARTITION-OVERLAY
        PERFORM MERGE-PARTITION-HOTSPOT
        PERFORM MERGE-PARTITION-REPORT
    END-PERFORM

    ADD 1 TO WS-Extract-Record-Count
    MOVE WS-Extract-Record-Count TO Extract-Trailer-Records
    MOVE WS-Extract-Match-Count  TO Extract-Trailer-Matches
    MOVE Extract-Trailer-Record  TO Extract-Record
    WRITE Extract-Record

    CLOSE Match-Master-File
    CLOSE Master-Journal-File
    CLOSE Detail-File
    CLOSE Extract-File
    CLOSE Overlay-File
    CLOSE Hotspot-File

    IF Merge-Skipped > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM WRITE-MERGE-REPORT-SUMMARY
    CLOSE Report-File

    PERFORM MERGE-PARTITION-LEDGERS
    PERFORM WRITE-RUN-HISTORY
    PERFORM VARYING Part-Idx FROM 1 BY 1
            UNTIL Part-Idx > WS-Partition-Count
        PERFORM MARK-PARTITION-MERGED
    END-PERFORM
    STOP RUN.

READ-MERGE-CONTROL-CARD.
    *> Reads the scan's own control card, so the merge always
    *> combines the run date and partition split the partitions ran
    *> under.
    OPEN INPUT Control-File
    IF WS-Control-File-Status NOT = "00"
        DISPLAY "CONTROL CARD ERROR: day04-control.txt NOT FOUND OR "
            "UNREADABLE (STATUS=" WS-Control-File-Status ")"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    READ Control-File
        AT END
            DISPLAY "CONTROL CARD ERROR: day04-control.txt IS EMPTY"
            CLOSE Control-File
            MOVE 8 TO RETURN-CODE
            STOP RUN
        NOT AT END
            MOVE Control-Direction-Mode TO WS-Direction-Mode
            MOVE Control-Run-Date       TO WS-Run-Date
    END-READ
    CLOSE Control-File

    IF WS-Run-Date = SPACES
        ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    END-IF

    IF (Control-Partition-Count IS NOT NUMERIC)
            OR (Control-Partition-Count = "0")
        DISPLAY "MERGE REFUSED: the control card does not partition "
            "the run for " WS-Run-Date " - there is nothing to merge"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE Control-Partition-Count TO WS-Partition-Count.

BUILD-DATED-FILENAMES.
    *> The day's files under the names an unpartitioned scan writes.
    MOVE SPACES TO WS-Report-Dataset-Name
    STRING "day04-report-" DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-Report-Dataset-Name

    MOVE SPACES TO WS-Detail-Dataset-Name
    STRING "day04-detail-" DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-Detail-Dataset-Name

    MOVE SPACES TO WS-Overlay-Dataset-Name
    STRING "day04-overlay-" DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-Overlay-Dataset-Name

    MOVE SPACES TO WS-Extract-Dataset-Name
    STRING "day04-extract-" DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-Extract-Dataset-Name

    MOVE SPACES TO WS-Hotspot-Dataset-Name
    STRING "day04-hotspot-" DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-Hotspot-Dataset-Name.

BUILD-PARTITION-FILENAMES.
    *> Part-Idx is staged by the caller; the -p<n> names the scan
    *> gives that partition's files.
    MOVE SPACES TO WS-Partition-Suffix
    MOVE Part-Idx(2:1) TO WS-Partition-Suffix(3:1)
    MOVE "-p" TO WS-Partition-Suffix(1:2)

    MOVE SPACES TO WS-Part-Checkpoint-Name
    STRING "day04-checkpoint" DELIMITED BY SIZE
        WS-Partition-Suffix DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-Part-Checkpoint-Name

    MOVE SPACES TO WS-Part-Ledger-Name
    STRING "day04-ledger" DELIMITED BY SIZE
        WS-Partition-Suffix DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-Part-Ledger-Name

    MOVE SPACES TO WS-Part-Report-Name
    STRING "day04-report-" DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        WS-Partition-Suffix DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-Part-Report-Name

    MOVE SPACES TO WS-Part-Detail-Name
    STRING "day04-detail-" DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        WS-Partition-Suffix DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-Part-Detail-Name

    MOVE SPACES TO WS-Part-Overlay-Name
    STRING "day04-overlay-" DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        WS-Partition-Suffix DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-Part-Overlay-Name

    MOVE SPACES TO WS-Part-Extract-Name
    STRING "day04-extract-" DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        WS-Partition-Suffix DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-Part-Extract-Name

    MOVE SPACES TO WS-Part-Hotspot-Name
    STRING "day04-hotspot-" DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        WS-Partition-Suffix DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-Part-Hotspot-Name.

CHECK-ONE-PARTITION.
    *> A partition is mergeable when its checkpoint is for this run
    *> date and split and says it completed, and its detail and
    *> extract hold what the checkpoint vouches for with the extract
    *> closed by its trailer. Every partition is checked, so one
    *> refusal lists every partition that needs a rerun.
    PERFORM BUILD-PARTITION-FILENAMES
    MOVE "N" TO Part-Complete(Part-Idx)

    OPEN INPUT Part-Checkpoint-File
    IF WS-Part-Checkpoint-Status NOT = "00"
        DISPLAY "PARTITION " Part-Idx(2:1) " DID NOT RUN: "
            WS-Part-Checkpoint-Name " NOT FOUND OR UNREADABLE (STATUS="
            WS-Part-Checkpoint-Status ")"
        ADD 1 TO Refused-Count
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO Checkpoint-Record
    READ Part-Checkpoint-File
        AT END
            MOVE SPACES TO Checkpoint-Record
    END-READ
    CLOSE Part-Checkpoint-File

    IF (Checkpoint-Run-Date NOT = WS-Run-Date)
            OR (Checkpoint-Partition-Count IS NOT NUMERIC)
            OR (Checkpoint-Partition-No IS NOT NUMERIC)
        DISPLAY "PARTITION " Part-Idx(2:1) " DID NOT RUN FOR "
            WS-Run-Date ": " WS-Part-Checkpoint-Name
            " IS FROM ANOTHER RUN"
        ADD 1 TO Refused-Count
        EXIT PARAGRAPH
    END-IF
    IF (Checkpoint-Partition-Count NOT = WS-Partition-Count)
            OR (Checkpoint-Partition-No NOT = Part-Idx)
        DISPLAY "PARTITION " Part-Idx(2:1) " WAS RUN AS PARTITION "
            Checkpoint-Partition-No " OF " Checkpoint-Partition-Count
            " - THE CONTROL CARD SPLITS THE RUN " WS-Partition-Count
            " WAYS"
        ADD 1 TO Refused-Count
        EXIT PARAGRAPH
    END-IF
    IF (Checkpoint-Complete NOT = "Y") AND (Checkpoint-Complete NOT = "M")
        DISPLAY "PARTITION " Part-Idx(2:1) " DID NOT COMPLETE: "
            "LAST COMPLETED DATASET " Checkpoint-Dataset-Idx
            " - RESTART IT FROM " WS-Part-Checkpoint-Name
        ADD 1 TO Refused-Count
        EXIT PARAGRAPH
    END-IF

    *> Every partition must have searched for the same words; the
    *> first sets the list the rest are held to.
    IF Part-Idx = 1
        MOVE Checkpoint-Word-Count TO Merge-Word-Count
        PERFORM VARYING Word-Idx FROM 1 BY 1 UNTIL Word-Idx > 20
            MOVE Checkpoint-Word-Text(Word-Idx)
                TO Merge-Word-Text(Word-Idx)
            MOVE 0 TO Merge-Word-Total(Word-Idx)
        END-PERFORM
    ELSE
        IF Checkpoint-Word-Count NOT = Merge-Word-Count
            DISPLAY "PARTITION " Part-Idx(2:1) " SEARCHED FOR "
                Checkpoint-Word-Count " WORDS AND PARTITION 1 FOR "
                Merge-Word-Count
            ADD 1 TO Refused-Count
            EXIT PARAGRAPH
        END-IF
        PERFORM VARYING Word-Idx FROM 1 BY 1
                UNTIL Word-Idx > Merge-Word-Count
            IF Checkpoint-Word-Text(Word-Idx)
                    NOT = Merge-Word-Text(Word-Idx)
                DISPLAY "PARTITION " Part-Idx(2:1) " SEARCHED FOR "
                    Checkpoint-Word-Text(Word-Idx) " WHERE PARTITION 1 "
                    "SEARCHED FOR " Merge-Word-Text(Word-Idx)
                ADD 1 TO Refused-Count
                EXIT PARAGRAPH
            END-IF
        END-PERFORM
    END-IF

    MOVE Checkpoint-Complete       TO Part-Complete(Part-Idx)
    MOVE Checkpoint-Datasets-Done  TO Part-Datasets-Done(Part-Idx)
    MOVE Checkpoint-Skipped        TO Part-Skipped(Part-Idx)
    MOVE Checkpoint-XMAS-Count     TO Part-XMAS-Count(Part-Idx)
    MOVE Checkpoint-Cross-Count    TO Part-Cross-Count(Part-Idx)
    MOVE Checkpoint-Suppressed     TO Part-Suppressed(Part-Idx)
    MOVE Checkpoint-Comparisons    TO Part-Comparisons(Part-Idx)
    MOVE Checkpoint-Elapsed        TO Part-Elapsed(Part-Idx)
    MOVE Checkpoint-Detail-Count   TO Part-Detail-Count(Part-Idx)
    MOVE Checkpoint-Extract-Hits   TO Part-Extract-Hits(Part-Idx)
    MOVE Checkpoint-Carried-Count  TO Part-Carried-Count(Part-Idx)
    MOVE Checkpoint-Carried-Comps  TO Part-Carried-Comps(Part-Idx)
    MOVE Checkpoint-Carried-Elapsed TO Part-Carried-Elapsed(Part-Idx)
    PERFORM VARYING Word-Idx FROM 1 BY 1
            UNTIL Word-Idx > Merge-Word-Count
        ADD Checkpoint-Word-Total(Word-Idx)
            TO Merge-Word-Total(Word-Idx)
    END-PERFORM

    PERFORM VERIFY-PARTITION-FILES
    IF Part-Complete(Part-Idx) = "N"
        ADD 1 TO Refused-Count
        EXIT PARAGRAPH
    END-IF

    IF Part-Complete(Part-Idx) = "M"
        ADD 1 TO Merged-Already-Count
    END-IF
    ADD Part-Datasets-Done(Part-Idx)   TO Merge-Datasets-Done
    ADD Part-Skipped(Part-Idx)         TO Merge-Skipped
    ADD Part-XMAS-Count(Part-Idx)      TO Merge-XMAS-Count
    ADD Part-Cross-Count(Part-Idx)     TO Merge-Cross-Count
    ADD Part-Suppressed(Part-Idx)      TO Merge-Suppressed
    ADD Part-Comparisons(Part-Idx)     TO Merge-Comparisons
    ADD Part-Elapsed(Part-Idx)         TO Merge-Elapsed
    ADD Part-Carried-Count(Part-Idx)   TO Merge-Carried-Count
    ADD Part-Carried-Comps(Part-Idx)   TO Merge-Carried-Comps
    ADD Part-Carried-Elapsed(Part-Idx) TO Merge-Carried-Elapsed
    IF Part-Elapsed(Part-Idx) > Merge-Longest-Elapsed
        MOVE Part-Elapsed(Part-Idx) TO Merge-Longest-Elapsed
    END-IF.

VERIFY-PARTITION-FILES.
    *> Counts the partition's detail lines and extract records against
    *> its checkpoint and trailer. Partition 1's extract header is
    *> kept to lead the day's extract. Sets Part-Complete to N on any
    *> disagreement.
    MOVE 0 TO Part-Records-Read
    MOVE "N" TO Part-End-Of-File
    OPEN INPUT Part-Detail-File
    IF WS-Part-Detail-Status NOT = "00"
        DISPLAY "PARTITION " Part-Idx(2:1) " DETAIL FILE "
            WS-Part-Detail-Name " NOT FOUND OR UNREADABLE (STATUS="
            WS-Part-Detail-Status ")"
        MOVE "N" TO Part-Complete(Part-Idx)
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL Part-End-Of-File = "Y"
        READ Part-Detail-File
            AT END MOVE "Y" TO Part-End-Of-File
            NOT AT END ADD 1 TO Part-Records-Read
        END-READ
    END-PERFORM
    CLOSE Part-Detail-File
    IF Part-Records-Read NOT = Part-Detail-Count(Part-Idx)
        DISPLAY "PARTITION " Part-Idx(2:1) " DETAIL FILE HOLDS "
            Part-Records-Read " LINES AND ITS CHECKPOINT VOUCHES FOR "
            Part-Detail-Count(Part-Idx)
        MOVE "N" TO Part-Complete(Part-Idx)
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO Part-Records-Read
    MOVE 0 TO Part-Details-Read
    MOVE "N" TO Extract-Header-Seen
    MOVE "N" TO Extract-Trailer-Seen
    MOVE "N" TO Part-End-Of-File
    OPEN INPUT Part-Extract-File
    IF WS-Part-Extract-Status NOT = "00"
        DISPLAY "PARTITION " Part-Idx(2:1) " EXTRACT "
            WS-Part-Extract-Name " NOT FOUND OR UNREADABLE (STATUS="
            WS-Part-Extract-Status ")"
        MOVE "N" TO Part-Complete(Part-Idx)
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL Part-End-Of-File = "Y"
        READ Part-Extract-File
            AT END MOVE "Y" TO Part-End-Of-File
            NOT AT END
                ADD 1 TO Part-Records-Read
                EVALUATE Part-Extract-Record(1:1)
                    WHEN "H"
                        IF Part-Records-Read = 1
                            MOVE "Y" TO Extract-Header-Seen
                            IF Part-Idx = 1
                                MOVE Part-Extract-Record
                                    TO Extract-Header-Saved
                            END-IF
                        END-IF
                    WHEN "D"
                        ADD 1 TO Part-Details-Read
                    WHEN "T"
                        MOVE "Y" TO Extract-Trailer-Seen
                        MOVE Part-Extract-Record
                            TO Extract-Trailer-Record
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE Part-Extract-File
    IF (Extract-Header-Seen = "N") OR (Extract-Trailer-Seen = "N")
        DISPLAY "PARTITION " Part-Idx(2:1) " EXTRACT "
            WS-Part-Extract-Name " IS NOT CLOSED BY ITS HEADER AND "
            "TRAILER - INCOMPLETE"
        MOVE "N" TO Part-Complete(Part-Idx)
        EXIT PARAGRAPH
    END-IF
    IF (Extract-Trailer-Records NOT = Part-Records-Read)
            OR (Extract-Trailer-Matches NOT = Part-Details-Read)
            OR (Part-Details-Read NOT = Part-Extract-Hits(Part-Idx))
        DISPLAY "PARTITION " Part-Idx(2:1) " EXTRACT "
            WS-Part-Extract-Name " DOES NOT AGREE WITH ITS TRAILER "
            "OR CHECKPOINT"
        MOVE "N" TO Part-Complete(Part-Idx)
    END-IF.

MERGE-PARTITION-DETAIL.
    MOVE "N" TO Part-End-Of-File
    OPEN INPUT Part-Detail-File
    PERFORM UNTIL Part-End-Of-File = "Y"
        READ Part-Detail-File
            AT END MOVE "Y" TO Part-End-Of-File
            NOT AT END
                MOVE Part-Detail-Line TO Detail-Line
                WRITE Detail-Line
                ADD 1 TO WS-Detail-Record-Count
        END-READ
    END-PERFORM
    CLOSE Part-Detail-File.

MERGE-PARTITION-EXTRACT.
    *> Carries the partition's detail records into the day's extract
    *> between the one header and the one trailer, and posts each to
    *> the match master as the scan would have.
    MOVE "N" TO Part-End-Of-File
    OPEN INPUT Part-Extract-File
    PERFORM UNTIL Part-End-Of-File = "Y"
        READ Part-Extract-File
            AT END MOVE "Y" TO Part-End-Of-File
            NOT AT END
                IF Part-Extract-Record(1:1) = "D"
                    MOVE Part-Extract-Record TO Extract-Record
                    WRITE Extract-Record
                    ADD 1 TO WS-Extract-Record-Count
                    ADD 1 TO WS-Extract-Match-Count
                    MOVE Part-Extract-Record TO Extract-Detail-Record
                    PERFORM UPDATE-MATCH-MASTER
                END-IF
        END-READ
    END-PERFORM
    CLOSE Part-Extract-File.

MERGE-PARTITION-OVERLAY.
    MOVE "N" TO Part-End-Of-File
    OPEN INPUT Part-Overlay-File
    IF WS-Part-Overlay-Status NOT = "00"
        DISPLAY "MERGE WARNING: " WS-Part-Overlay-Name
            " NOT FOUND OR UNREADABLE (STATUS="
            WS-Part-Overlay-Status ")"
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL Part-End-Of-File = "Y"
        READ Part-Overlay-File
            AT END MOVE "Y" TO Part-End-Of-File
            NOT AT END
                MOVE Part-Overlay-Line TO Overlay-Line
                WRITE Overlay-Line
        END-READ
    END-PERFORM
    CLOSE Part-Overlay-File.

MERGE-PARTITION-HOTSPOT.
    MOVE "N" TO Part-End-Of-File
    OPEN INPUT Part-Hotspot-File
    IF WS-Part-Hotspot-Status NOT = "00"
        DISPLAY "MERGE WARNING: " WS-Part-Hotspot-Name
            " NOT FOUND OR UNREADABLE (STATUS="
            WS-Part-Hotspot-Status ")"
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL Part-End-Of-File = "Y"
        READ Part-Hotspot-File
            AT END MOVE "Y" TO Part-End-Of-File
            NOT AT END
                MOVE Part-Hotspot-Line TO Hotspot-Line
                WRITE Hotspot-Line
        END-READ
    END-PERFORM
    CLOSE Part-Hotspot-File.

MERGE-PARTITION-REPORT.
    *> Copies the per-dataset lines of the partition's report - those
    *> between its header block and its own consolidated totals - so
    *> the day's report reads dataset by dataset as an unpartitioned
    *> one does.
    MOVE "N" TO Part-End-Of-File
    MOVE "H" TO Part-Report-Section
    OPEN INPUT Part-Report-File
    IF WS-Part-Report-Status NOT = "00"
        DISPLAY "MERGE WARNING: " WS-Part-Report-Name
            " NOT FOUND OR UNREADABLE (STATUS="
            WS-Part-Report-Status ")"
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL Part-End-Of-File = "Y"
        READ Part-Report-File
            AT END MOVE "Y" TO Part-End-Of-File
            NOT AT END
                EVALUATE TRUE
                    WHEN Part-Report-Line = "CONSOLIDATED TOTALS"
                        MOVE "Y" TO Part-End-Of-File
                    WHEN Part-Report-Line = SPACES
                        MOVE "D" TO Part-Report-Section
                    WHEN Part-Report-Section = "D"
                        MOVE Part-Report-Line TO Report-Line
                        WRITE Report-Line
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE Part-Report-File.

MERGE-PARTITION-LEDGERS.
    *> Appends each partition's ledger to the cumulative ledger the
    *> chargeback bills from, then empties it, so a later partitioned
    *> run does not bill the same datasets twice. The history record
    *> counts every ledger record appended - a partition restarted
    *> after an unreadable dataset stopped it has a ledger record for
    *> that attempt as well as for the retry - so the ledger and the
    *> history foot for the chargeback.
    MOVE Merge-Datasets-Done TO Merge-History-Datasets
    OPEN EXTEND Run-Ledger-File
    IF WS-Ledger-File-Status = "35"
        OPEN OUTPUT Run-Ledger-File
    END-IF
    IF WS-Ledger-File-Status NOT = "00"
        DISPLAY "RUN LEDGER ERROR: day04-ledger.txt COULD NOT BE "
            "OPENED (STATUS=" WS-Ledger-File-Status ") - THE "
            "PARTITION LEDGERS ARE LEFT IN PLACE"
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO Merge-History-Datasets
    PERFORM VARYING Part-Idx FROM 1 BY 1
            UNTIL Part-Idx > WS-Partition-Count
        PERFORM BUILD-PARTITION-FILENAMES
        MOVE "N" TO Part-End-Of-File
        OPEN INPUT Part-Ledger-File
        IF WS-Part-Ledger-Status = "00"
            PERFORM UNTIL Part-End-Of-File = "Y"
                READ Part-Ledger-File
                    AT END MOVE "Y" TO Part-End-Of-File
                    NOT AT END
                        MOVE Part-Ledger-Line TO Ledger-Record
                        WRITE Ledger-Record
                        ADD 1 TO Merge-History-Datasets
                END-READ
            END-PERFORM
            CLOSE Part-Ledger-File
            OPEN OUTPUT Part-Ledger-File
            CLOSE Part-Ledger-File
        END-IF
    END-PERFORM
    CLOSE Run-Ledger-File.

MARK-PARTITION-MERGED.
    *> Part-Idx is staged by the caller. Stamps the partition's
    *> checkpoint M, so rerunning the merge cannot post the day to the
    *> run history a second time.
    PERFORM BUILD-PARTITION-FILENAMES
    OPEN INPUT Part-Checkpoint-File
    IF WS-Part-Checkpoint-Status NOT = "00"
        DISPLAY "PARTITION " Part-Idx(2:1) " NOT STAMPED MERGED: "
            WS-Part-Checkpoint-Name " COULD NOT BE OPENED (STATUS="
            WS-Part-Checkpoint-Status ")"
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO Checkpoint-Record
    READ Part-Checkpoint-File
        AT END MOVE "10" TO WS-Part-Checkpoint-Status
    END-READ
    IF WS-Part-Checkpoint-Status NOT = "00"
        DISPLAY "PARTITION " Part-Idx(2:1) " NOT STAMPED MERGED: "
            WS-Part-Checkpoint-Name " COULD NOT BE READ (STATUS="
            WS-Part-Checkpoint-Status ")"
        CLOSE Part-Checkpoint-File
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    CLOSE Part-Checkpoint-File
    MOVE "M" TO Checkpoint-Complete
    OPEN OUTPUT Part-Checkpoint-File
    IF WS-Part-Checkpoint-Status NOT = "00"
        DISPLAY "PARTITION " Part-Idx(2:1) " NOT STAMPED MERGED: "
            WS-Part-Checkpoint-Name " COULD NOT BE REWRITTEN (STATUS="
            WS-Part-Checkpoint-Status ")"
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    WRITE Checkpoint-Record
    IF WS-Part-Checkpoint-Status NOT = "00"
        DISPLAY "PARTITION " Part-Idx(2:1) " NOT STAMPED MERGED: "
            WS-Part-Checkpoint-Name " COULD NOT BE WRITTEN (STATUS="
            WS-Part-Checkpoint-Status ")"
        MOVE 8 TO RETURN-CODE
    END-IF
    CLOSE Part-Checkpoint-File.

OPEN-MATCH-MASTER.
    *> Opens the match master and its journal the way the scan does;
    *> the merge posts the day's matches on the scan's behalf.
    OPEN I-O Match-Master-File
    IF WS-Master-File-Status = "35"
        OPEN OUTPUT Match-Master-File
        CLOSE Match-Master-File
        OPEN I-O Match-Master-File
    END-IF
    IF WS-Master-File-Status NOT = "00"
        DISPLAY "MATCH MASTER ERROR: day04-master.dat COULD NOT BE "
            "OPENED (STATUS=" WS-Master-File-Status ")"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN EXTEND Master-Journal-File
    IF WS-Journal-File-Status = "35"
        OPEN OUTPUT Master-Journal-File
    END-IF
    IF WS-Journal-File-Status NOT = "00"
        DISPLAY "MASTER JOURNAL ERROR: day04-master-journal.txt COULD "
            "NOT BE OPENED (STATUS=" WS-Journal-File-Status ")"
        CLOSE Match-Master-File
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

UPDATE-MATCH-MASTER.
    *> Posts the match in Extract-Detail-Record under the scan's
    *> rules: a new cell is added, a known one has its last-seen date
    *> rolled forward and its count bumped once per run date, and each
    *> change is journaled as a scan posting, so the backout program
    *> reverses a merged day like any other.
    MOVE Extract-Detail-Dataset TO Master-Dataset
    MOVE Extract-Detail-Row     TO Master-Row
    MOVE Extract-Detail-Col     TO Master-Col
    MOVE Extract-Detail-Dir     TO Master-Dir
    MOVE Extract-Detail-Word    TO Master-Word
    READ Match-Master-File
        INVALID KEY
            MOVE WS-Run-Date TO Master-First-Seen
            MOVE WS-Run-Date TO Master-Last-Seen
            MOVE 1 TO Master-Hit-Count
            WRITE Master-Record
            MOVE "A" TO Journal-Action
            MOVE SPACES TO Journal-Before-Image
            MOVE Master-Record TO Journal-After-Image
            PERFORM WRITE-MASTER-JOURNAL
        NOT INVALID KEY
            IF Master-Last-Seen NOT = WS-Run-Date
                MOVE Master-Record TO Journal-Before-Image
                MOVE WS-Run-Date TO Master-Last-Seen
                ADD 1 TO Master-Hit-Count
                REWRITE Master-Record
                MOVE "C" TO Journal-Action
                MOVE Master-Record TO Journal-After-Image
                PERFORM WRITE-MASTER-JOURNAL
            END-IF
    END-READ
    ADD 1 TO Merge-Posting-Count.

WRITE-MASTER-JOURNAL.
    *> Journal-Action and both images are staged by the caller.
    MOVE WS-Run-Date TO Journal-Run-Date
    MOVE "S"         TO Journal-Source
    WRITE Journal-Record.

WRITE-MERGE-REPORT-HEADER.
    MOVE "ADVENT OF CODE DAY 04 - WORD SEARCH REPORT" TO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "Run Date      : " DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "Datasets In Run : " DELIMITED BY SIZE
        Merge-Datasets-Done DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "Partitions      : " DELIMITED BY SIZE
        WS-Partition-Count DELIMITED BY SIZE
        " - merged" DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    WRITE Report-Line.

WRITE-MERGE-REPORT-SUMMARY.
    *> The consolidated totals an unpartitioned run prints, taken from
    *> the partitions' checkpoints, then one line per partition.
    MOVE SPACES TO Report-Line
    WRITE Report-Line

    MOVE "CONSOLIDATED TOTALS" TO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "Word occurrences found   : " DELIMITED BY SIZE
        Merge-XMAS-Count DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    PERFORM VARYING Word-Idx FROM 1 BY 1
            UNTIL (Word-Idx > Merge-Word-Count)
        MOVE SPACES TO Report-Line
        STRING "  " Merge-Word-Text(Word-Idx)
            " occurrences       : " DELIMITED BY SIZE
            Merge-Word-Total(Word-Idx) DELIMITED BY SIZE
            INTO Report-Line
        WRITE Report-Line
    END-PERFORM

    MOVE SPACES TO Report-Line
    STRING "Suppressed matches       : " DELIMITED BY SIZE
        Merge-Suppressed DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "X-MAS crosses found      : " DELIMITED BY SIZE
        Merge-Cross-Count DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "Total comparisons        : " DELIMITED BY SIZE
        Merge-Comparisons DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "Total elapsed centisec   : " DELIMITED BY SIZE
        Merge-Elapsed DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "Datasets carried forward : " DELIMITED BY SIZE
        Merge-Carried-Count DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    *> The elapsed total is the sum of the partitions' scan time; the
    *> longest partition is what the batch window actually saw.
    MOVE SPACES TO Report-Line
    STRING "Longest partition centis : " DELIMITED BY SIZE
        Merge-Longest-Elapsed DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "Master postings          : " DELIMITED BY SIZE
        Merge-Posting-Count DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    WRITE Report-Line
    MOVE "PARTITIONS MERGED" TO Report-Line
    WRITE Report-Line
    PERFORM VARYING Part-Idx FROM 1 BY 1
            UNTIL Part-Idx > WS-Partition-Count
        MOVE SPACES TO Report-Line
        STRING "  PARTITION " DELIMITED BY SIZE
            Part-Idx(2:1) DELIMITED BY SIZE
            " DATASETS=" DELIMITED BY SIZE
            Part-Datasets-Done(Part-Idx) DELIMITED BY SIZE
            " SKIPPED=" DELIMITED BY SIZE
            Part-Skipped(Part-Idx) DELIMITED BY SIZE
            " MATCHES=" DELIMITED BY SIZE
            Part-Detail-Count(Part-Idx) DELIMITED BY SIZE
            " ELAPSED=" DELIMITED BY SIZE
            Part-Elapsed(Part-Idx) DELIMITED BY SIZE
            INTO Report-Line
        WRITE Report-Line
    END-PERFORM.

WRITE-RUN-HISTORY.
    *> The day's one run-history record, carrying the partitions'
    *> combined totals exactly as an unpartitioned run would post
    *> them.
    OPEN EXTEND Run-History-File
    IF WS-History-File-Status = "35"
        OPEN OUTPUT Run-History-File
    END-IF
    IF WS-History-File-Status NOT = "00"
        DISPLAY "RUN HISTORY ERROR: day04-history.txt COULD NOT BE "
            "OPENED (STATUS=" WS-History-File-Status ")"
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO History-Record
    MOVE WS-Run-Date            TO History-Run-Date
    MOVE Merge-Word-Text(1)     TO History-Search-Word
    MOVE WS-Direction-Mode      TO History-Direction-Mode
    MOVE Merge-History-Datasets TO History-Dataset-Count
    MOVE Merge-Skipped          TO History-Skipped-Count
    MOVE Merge-XMAS-Count       TO History-Word-Count
    MOVE Merge-Cross-Count      TO History-Cross-Count
    MOVE Merge-Comparisons      TO History-Comparisons
    MOVE Merge-Elapsed          TO History-Elapsed
    MOVE RETURN-CODE            TO History-Return-Code
    MOVE Merge-Carried-Count    TO History-Carried-Count
    MOVE Merge-Carried-Comps    TO History-Carried-Comparisons
    MOVE Merge-Carried-Elapsed  TO History-Carried-Elapsed
    WRITE History-Record
    CLOSE Run-History-File.
