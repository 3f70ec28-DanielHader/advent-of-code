        FILE STATUS IS WS-Hotspot-File-Status.

    SELECT Checkpoint-File
        ASSIGN TO DYNAMIC WS-Checkpoint-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Checkpoint-File-Status.

    SELECT Detail-Work-File
        ASSIGN TO DYNAMIC WS-Detail-Work-Name
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT Fingerprint-File
        ASSIGN TO DYNAMIC WS-Fingerprint-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Fingerprint-File-Status.

    SELECT Fingerprint-Work-File
        ASSIGN TO DYNAMIC WS-Fp-Work-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Fp-Work-File-Status.

    SELECT Run-History-File
        ASSIGN TO "day04-history.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-History-File-Status.

    SELECT Run-Ledger-File
        ASSIGN TO DYNAMIC WS-Ledger-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Ledger-File-Status.

    SELECT Master-Journal-File
        ASSIGN TO "day04-master-journal.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Journal-File-Status.

    SELECT Match-Master-File
        ASSIGN TO "day04-master.dat"
        ORGANIZATION IS INDEXED
        RECORD KEY IS Suppress-Key
        FILE STATUS IS WS-Suppress-File-Status.

    SELECT Dataset-Registry-File
        ASSIGN TO "day04-registry.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Registry-Dataset
        FILE STATUS IS WS-Registry-File-Status.

    SELECT Trial-Word-File
        ASSIGN TO "day04-trial-words.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Trial-Word-File-Status.

    SELECT Trial-Suppress-File
        ASSIGN TO "day04-trial-suppress.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Trial-Suppress-File-Status.

    SELECT Impact-Detail-File
        ASSIGN TO DYNAMIC WS-Impact-Detail-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Impact-Detail-File-Status.

    SELECT Impact-Report-File
        ASSIGN TO DYNAMIC WS-Impact-Dataset-Name
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD Control-File.
    05 Control-Run-Date         PIC X(8)  VALUE " ".
    05 Control-Dataset-Count    PIC 9(3)  VALUE 0.
    05 Control-Restart-Flag     PIC A(1)  VALUE " ".
    05 Control-Partition-Count  PIC X(1)  VALUE " ".
    05 Control-Trial-Flag       PIC A(1)  VALUE " ".
01 Control-Dataset-Record.
    05 Control-Dataset-Name     PIC X(40) VALUE " ".
01 Control-Word-Record.
01 Hotspot-Line                 PIC X(160).

FD Checkpoint-File.
COPY "day04ckp.cpy".

FD Detail-Work-File.
01 Detail-Work-Line             PIC X(1003).

*> One file per dataset, named for it, holding what the dataset's
*> last successful scan was run against and what it produced - see
*> the Fingerprint-* layouts in working storage.
FD Fingerprint-File.
01 Fingerprint-Line             PIC X(1003).

FD Fingerprint-Work-File.
01 Fingerprint-Work-Line        PIC X(1003).

FD Run-History-File.
COPY "day04hst.cpy".

FD Run-Ledger-File.
COPY "day04ldg.cpy".

FD Master-Journal-File.
COPY "day04jnl.cpy".

FD Match-Master-File.
COPY "day04mst.cpy".

FD Suppress-Master-File.
COPY "day04sup.cpy".

FD Dataset-Registry-File.
COPY "day04reg.cpy".

*> Candidate search words and suppression entries for a trial run,
*> keyed the way the catalog word and the suppression master key are.
FD Trial-Word-File.
01 Trial-Word-Record.
    05 Trial-Word-Text          PIC A(10).
    05 Trial-Word-Length        PIC 9(2).

FD Trial-Suppress-File.
01 Trial-Suppress-Record.
    05 Trial-Sup-Dataset        PIC X(40).
    05 Trial-Sup-Row            PIC 9(3).
    05 Trial-Sup-Col            PIC 9(3).
    05 Trial-Sup-Dir            PIC X(1).
    05 Trial-Sup-Word           PIC X(10).

*> A detail file read back for the trial impact comparison, in the
*> fixed layout WRITE-MATCH-DETAIL writes and the compare program
*> parses.
FD Impact-Detail-File.
01 Impact-Detail-Record.
    05 FILLER                   PIC X(8).
    05 ID-Dataset               PIC X(40).
    05 FILLER                   PIC X(5).
    05 ID-Row                   PIC X(3).
    05 FILLER                   PIC X(5).
    05 ID-Col                   PIC X(3).
    05 FILLER                   PIC X(5).
    05 ID-Dir                   PIC X(1).
    05 FILLER                   PIC X(6).
    05 ID-Word                  PIC X(10).
    05 FILLER                   PIC X(34).

FD Impact-Report-File.
01 Impact-Line                  PIC X(160).

WORKING-STORAGE SECTION.
01 WS-Input-Dataset-Name        PIC X(40) VALUE "input.txt".
01 WS-Input-File-Status         PIC X(2)  VALUE "00".
    05 Extract-Trailer-Matches  PIC 9(10) VALUE 0.
    05 FILLER                   PIC X(60) VALUE SPACES.
01 WS-Default-Input-Name        PIC X(40) VALUE SPACES.
01 WS-Checkpoint-Name           PIC X(40) VALUE "day04-checkpoint.txt".
01 WS-Detail-Work-Name          PIC X(40) VALUE "day04-detail-work.txt".
01 WS-Fp-Work-Name              PIC X(40) VALUE "day04-fp-work.txt".
01 WS-Ledger-Name               PIC X(40) VALUE "day04-ledger.txt".

*> A partitioned run splits the dataset list into as many contiguous
*> slices as the control card asks for, and each concurrent execution
*> scans the slice named by the partition number on its command line.
*> Every file a partition writes carries a -p<n> suffix, and the
*> match master, its journal and the run history are left to the
*> merge program, which combines the partitions in partition order -
*> contiguous slices keep that the same order an unpartitioned run
*> writes in.
01 WS-Partition-Count           PIC 9(1)  VALUE 0.
01 WS-Partition-No              PIC 9(1)  VALUE 0.
01 WS-Partition-Parm            PIC X(8)  VALUE SPACES.
01 WS-Partition-Suffix          PIC X(3)  VALUE SPACES.
01 WS-Partition-First-Idx       PIC 9(3)  VALUE 1.
01 WS-Partition-Last-Idx        PIC 9(3)  VALUE 0.
01 WS-Partition-Slice-Size      PIC 9(3)  VALUE 0.
01 WS-Run-Complete              PIC A(1)  VALUE "N".
01 WS-Base-Datasets-Done        PIC 9(3)  VALUE 0.

*> A trial run scans with candidate words and suppression entries
*> added to the live ones, to show the review team what they would do
*> before they go onto the catalog or the suppression master. Its
*> outputs carry a day04-trial- prefix; it posts nothing to the match
*> master, journal, run history, ledger, checkpoint or fingerprints,
*> and ends by comparing its detail file with the production detail
*> file for the run date. Production-Posting is Y only for the
*> unpartitioned production run that posts the master and history
*> itself.
01 WS-Trial-Flag                PIC A(1)  VALUE " ".
01 Production-Posting           PIC A(1)  VALUE "Y".
01 WS-Output-Prefix             PIC X(12) VALUE "day04-".
01 WS-Trial-Word-File-Status    PIC X(2)  VALUE "00".
01 WS-Trial-Suppress-File-Status PIC X(2) VALUE "00".
01 Trial-End-Of-File            PIC A(1)  VALUE "N".
01 Live-Word-Count              PIC 9(2)  VALUE 0.
01 Live-Suppress-Count          PIC 9(3)  VALUE 0.
01 Trial-Word-Count             PIC 9(2)  VALUE 0.
01 Trial-Suppress-Count         PIC 9(3)  VALUE 0.
01 Trial-Word-Known             PIC A(1)  VALUE "N".

*> Trial impact comparison: the production and trial detail files
*> loaded on the DATASET/ROW/COL/DIR/WORD key and paired as the
*> compare program pairs two days, with per dataset and word counts
*> of what the candidates add and remove.
01 WS-Impact-Detail-Name        PIC X(40) VALUE SPACES.
01 WS-Impact-Detail-File-Status PIC X(2)  VALUE "00".
01 WS-Impact-Dataset-Name       PIC X(40) VALUE SPACES.
01 WS-Production-Detail-Name    PIC X(40) VALUE SPACES.
01 Impact-Key-Work              PIC X(57) VALUE SPACES.
01 Impact-Key-Parts REDEFINES Impact-Key-Work.
    05 Impact-Key-Dataset       PIC X(40).
    05 Impact-Key-Row           PIC X(3).
    05 Impact-Key-Col           PIC X(3).
    05 Impact-Key-Dir           PIC X(1).
    05 Impact-Key-Word          PIC X(10).
01 Impact-Prod-Table.
    05 Impact-Prod-Entry        OCCURS 20000 TIMES.
        10 Impact-Prod-Key      PIC X(57).
        10 Impact-Prod-Seen     PIC A(1).
01 Impact-Prod-Count            PIC 9(5)  VALUE 0.
01 Impact-Trial-Table.
    05 Impact-Trial-Entry       OCCURS 20000 TIMES.
        10 Impact-Trial-Key     PIC X(57).
        10 Impact-Trial-Seen    PIC A(1).
01 Impact-Trial-Count           PIC 9(5)  VALUE 0.
01 Impact-Word-Table.
    05 Impact-Word-Entry        OCCURS 1000 TIMES.
        10 Impact-Word-Dataset  PIC X(40).
        10 Impact-Word-Text     PIC X(10).
        10 Impact-Word-Prod     PIC 9(5).
        10 Impact-Word-Trial    PIC 9(5).
        10 Impact-Word-Added    PIC 9(5).
        10 Impact-Word-Removed  PIC 9(5).
        10 Impact-Word-Printed  PIC A(1).
01 Impact-Word-Count            PIC 9(4)  VALUE 0.
01 Impact-Load-Side             PIC A(1)  VALUE "P".
01 Impact-Prod-Missing          PIC A(1)  VALUE "N".
01 Impact-End-Of-File           PIC A(1)  VALUE "N".
01 Impact-Key-Found             PIC A(1)  VALUE "N".
01 Impact-Idx                   PIC 9(5)  VALUE 0.
01 Impact-Search-Idx            PIC 9(5)  VALUE 0.
01 Impact-Word-Idx              PIC 9(4)  VALUE 0.
01 Impact-Group-Idx             PIC 9(4)  VALUE 0.
01 Impact-Added-Count           PIC 9(5)  VALUE 0.
01 Impact-Removed-Count         PIC 9(5)  VALUE 0.
01 Impact-Word-Note             PIC X(10) VALUE SPACES.

*> Fingerprint file layouts. The F record leads the file with the
*> grid checksum, the digest of the word list and direction mode,
*> the digest of the dataset's suppression entries, and the scan's
*> figures; a W record per search word carries its count, then an M
*> record per match, the overlay block as O records and the hotspot
*> block as H records, and an E record closes the file so a
*> truncated one is never carried forward from. Each checksum is an
*> Adler-32 pair of running sums modulo 65521.
01 Fingerprint-Header-Record.
    05 Fp-Header-Type           PIC X(1)  VALUE "F".
    05 Fp-Grid-Sum-A            PIC 9(5)  VALUE 0.
    05 Fp-Grid-Sum-B            PIC 9(5)  VALUE 0.
    05 Fp-Rows                  PIC 9(4)  VALUE 0.
    05 Fp-Cols                  PIC 9(3)  VALUE 0.
    05 Fp-Word-Sum-A            PIC 9(5)  VALUE 0.
    05 Fp-Word-Sum-B            PIC 9(5)  VALUE 0.
    05 Fp-Word-Count            PIC 9(2)  VALUE 0.
    05 Fp-Direction-Mode        PIC A(1)  VALUE SPACES.
    05 Fp-Suppress-Sum-A        PIC 9(5)  VALUE 0.
    05 Fp-Suppress-Sum-B        PIC 9(5)  VALUE 0.
    05 Fp-Suppress-Count        PIC 9(3)  VALUE 0.
    05 Fp-Scan-Date             PIC X(8)  VALUE SPACES.
    05 Fp-Match-Count           PIC 9(10) VALUE 0.
    05 Fp-Cross-Count           PIC 9(10) VALUE 0.
    05 Fp-Suppressed            PIC 9(10) VALUE 0.
    05 Fp-Comparisons           PIC 9(18) VALUE 0.
    05 Fp-Elapsed               PIC 9(8)  VALUE 0.
    05 Fp-Overlay-Count         PIC 9(9)  VALUE 0.
    05 Fp-Hotspot-Count         PIC 9(9)  VALUE 0.
01 Fingerprint-Word-Record.
    05 Fp-Word-Type             PIC X(1)  VALUE "W".
    05 Fp-Word-Text             PIC A(10) VALUE SPACES.
    05 Fp-Word-Found            PIC 9(10) VALUE 0.
01 Fingerprint-Match-Record.
    05 Fp-Match-Type            PIC X(1)  VALUE "M".
    05 Fp-Match-Row             PIC 9(3)  VALUE 0.
    05 Fp-Match-Col             PIC 9(3)  VALUE 0.
    05 Fp-Match-Dir             PIC 9(1)  VALUE 0.
    05 Fp-Match-Word            PIC A(10) VALUE SPACES.
01 Fingerprint-Text-Record.
    05 Fp-Text-Type             PIC X(1)  VALUE SPACES.
    05 Fp-Text                  PIC X(1002) VALUE SPACES.
01 Fingerprint-End-Record.
    05 Fp-End-Type              PIC X(1)  VALUE "E".
    05 FILLER                   PIC X(9)  VALUE SPACES.

01 WS-Fingerprint-Name          PIC X(60) VALUE SPACES.
01 WS-Fingerprint-File-Status   PIC X(2)  VALUE "00".
01 WS-Fp-Work-File-Status       PIC X(2)  VALUE "00".
01 Fingerprint-Matched          PIC A(1)  VALUE "N".
01 Fingerprint-End-Of-File      PIC A(1)  VALUE "N".
01 Fingerprint-End-Seen         PIC A(1)  VALUE "N".
01 Fp-Work-Open                 PIC A(1)  VALUE "N".
01 Carrying-Forward             PIC A(1)  VALUE "N".
01 Fp-Words-Read                PIC 9(2)  VALUE 0.
01 Fp-Matches-Read              PIC 9(10) VALUE 0.
01 Fp-Overlay-Read              PIC 9(9)  VALUE 0.
01 Fp-Hotspot-Read              PIC 9(9)  VALUE 0.
01 Fp-Save-Overlay-Start        PIC 9(9)  VALUE 0.
01 Fp-Save-Hotspot-Start        PIC 9(9)  VALUE 0.
01 Fp-Carried-Scan-Date         PIC X(8)  VALUE SPACES.

*> This run's fingerprint of the dataset, built up as the grid is
*> read and completed once the word list and suppression entries
*> are known.
01 Grid-Sum-A                   PIC 9(5)  VALUE 0.
01 Grid-Sum-B                   PIC 9(5)  VALUE 0.
01 Word-Sum-A                   PIC 9(5)  VALUE 0.
01 Word-Sum-B                   PIC 9(5)  VALUE 0.
01 Suppress-Sum-A               PIC 9(5)  VALUE 0.
01 Suppress-Sum-B               PIC 9(5)  VALUE 0.
01 Dataset-Suppress-Count       PIC 9(3)  VALUE 0.

*> Adler-32 over Digest-Text(1:Digest-Length) into the running
*> Digest-Sum-A/B the caller seeds. The ordinal of each character is
*> read through a two-byte binary view with a low-value high byte.
01 Digest-Text                  PIC X(1003) VALUE SPACES.
01 Digest-Length                PIC 9(4)  VALUE 0.
01 Digest-Idx                   PIC 9(4)  VALUE 0.
01 Digest-Sum-A                 PIC 9(6)  VALUE 0.
01 Digest-Sum-B                 PIC 9(6)  VALUE 0.
01 Digest-Ord-Pair.
    05 FILLER                   PIC X(1)  VALUE LOW-VALUE.
    05 Digest-Ord-Char          PIC X(1).
01 Digest-Ord-Value REDEFINES Digest-Ord-Pair PIC 9(4) COMP.
01 Digest-Suppress-Entry.
    05 Digest-Sup-Row           PIC 9(3).
    05 Digest-Sup-Col           PIC 9(3).
    05 Digest-Sup-Dir           PIC X(1).
    05 Digest-Sup-Word          PIC X(10).
01 Digest-Word-Entry.
    05 Digest-Word-Text         PIC A(10).
    05 Digest-Word-Length       PIC 9(2).

01 WS-Dataset-Table.
    05 WS-Dataset-Entry          OCCURS 50 TIMES.
01 Catalog-Word-On-Card         PIC A(1) VALUE "N".
01 WS-Suppress-File-Status      PIC X(2) VALUE "00".
01 Suppress-End-Of-File         PIC A(1) VALUE "N".
01 WS-Registry-File-Status      PIC X(2) VALUE "00".
01 Registry-End-Of-File         PIC A(1) VALUE "N".
01 Registry-In-Effect           PIC A(1) VALUE "N".

*> The suppression master is small and consulted once per confirmed
*> match, so it is carried in storage for the run; direction and word
01 Suppressed-Found             PIC 9(10) VALUE 0.
01 WS-Total-Suppressed          PIC 9(10) VALUE 0.
01 WS-History-File-Status       PIC X(2) VALUE "00".
01 WS-Ledger-File-Status        PIC X(2) VALUE "00".
01 Ledger-Pending               PIC A(1) VALUE "N".
01 WS-Journal-File-Status       PIC X(2) VALUE "00".
01 WS-Skipped-Count             PIC 9(3) VALUE 0.
01 WS-Run-Dataset-Count         PIC 9(3) VALUE 0.

*> Datasets carried forward from an unchanged prior scan, with the
*> comparisons and elapsed time those prior scans cost. They are
*> kept apart from the figures for the work actually done, so the
*> alert baselines can be put on a like-for-like footing.
01 WS-Carried-Count             PIC 9(3)  VALUE 0.
01 WS-Carried-Comparisons       PIC 9(18) VALUE 0.
01 WS-Carried-Elapsed           PIC 9(8)  VALUE 0.
01 WS-Base-Carried-Count        PIC 9(3)  VALUE 0.
01 WS-Base-Carried-Comparisons  PIC 9(18) VALUE 0.
01 WS-Base-Carried-Elapsed      PIC 9(8)  VALUE 0.

*> Checkpoint figures restored at restart, held so the run-history
*> record can post only what THIS execution added on top of them -
*> otherwise an abort-plus-restart day double-counts in the
PROCEDURE DIVISION.
    PERFORM READ-CONTROL-CARD
    PERFORM LOAD-CATALOG-WORDS
    IF WS-Trial-Flag = "T"
        PERFORM LOAD-TRIAL-WORDS
    END-IF
    PERFORM BUILD-DATED-FILENAMES
    PERFORM INIT-SEARCH-DIRECTIONS
    PERFORM RESTORE-CHECKPOINT
        PERFORM WRITE-EXTRACT-HEADER
    END-IF

    *> A partition marks its checkpoint incomplete before it starts,
    *> so the merge cannot take a partition that is still running, or
    *> died before its first dataset, for one that finished earlier.
    IF WS-Partition-Count > 0
        COMPUTE WS-Dataset-Idx = WS-Dataset-Loop-Start - 1
        PERFORM WRITE-CHECKPOINT
    END-IF
    IF Production-Posting = "Y"
        PERFORM OPEN-MATCH-MASTER
    END-IF
    IF WS-Trial-Flag NOT = "T"
        PERFORM OPEN-RUN-LEDGER
    END-IF
    PERFORM LOAD-SUPPRESS-TABLE
    IF WS-Trial-Flag = "T"
        PERFORM LOAD-TRIAL-SUPPRESS
    END-IF

    PERFORM VARYING WS-Dataset-Idx FROM WS-Dataset-Loop-Start BY 1
            UNTIL WS-Dataset-Idx > WS-Partition-Last-Idx
        IF WS-Dataset-Name(WS-Dataset-Idx) = SPACES
            MOVE WS-Default-Input-Name TO WS-Input-Dataset-Name
        ELSE
            MOVE WS-Dataset-Name(WS-Dataset-Idx) TO WS-Input-Dataset-Name
        END-IF
        PERFORM PROCESS-ONE-DATASET
        IF WS-Trial-Flag NOT = "T"
            PERFORM WRITE-CHECKPOINT
        END-IF
        PERFORM WRITE-LEDGER-RECORD
    END-PERFORM

    IF Production-Posting = "Y"
        CLOSE Match-Master-File
        CLOSE Master-Journal-File
    END-IF
    IF WS-Trial-Flag NOT = "T"
        CLOSE Run-Ledger-File
    END-IF
    CLOSE Overlay-File
    CLOSE Hotspot-File
    PERFORM WRITE-EXTRACT-TRAILER
    PERFORM WRITE-REPORT-SUMMARY
    CLOSE Report-File

    IF WS-Partition-Count > 0
        MOVE "Y" TO WS-Run-Complete
        MOVE WS-Partition-Last-Idx TO WS-Dataset-Idx
        PERFORM WRITE-CHECKPOINT
    END-IF
    IF WS-Trial-Flag = "T"
        PERFORM WRITE-TRIAL-IMPACT
    END-IF
    IF Production-Posting = "Y"
        PERFORM WRITE-RUN-HISTORY
    END-IF
    STOP RUN.

PROCESS-ONE-DATASET.
    MOVE "N" TO End-Of-File
    MOVE "N" TO Envelope-Header-Found
    MOVE "N" TO Envelope-Trailer-Found
    MOVE 1 TO Digest-Sum-A
    MOVE 0 TO Digest-Sum-B

    OPEN INPUT Input-File
    IF WS-Input-File-Status NOT = "00"
            ")" DELIMITED BY SIZE
            INTO Report-Line
        WRITE Report-Line
        MOVE "U" TO Ledger-Outcome
        MOVE SPACES TO Ledger-Reason
        STRING "input dataset not found or unreadable (status="
            DELIMITED BY SIZE
            WS-Input-File-Status DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
            INTO Ledger-Reason
        *> The run stops here with no checkpoint for this dataset, so
        *> the failed attempt is recorded straight away.
        PERFORM STAGE-LEDGER-RECORD
        PERFORM WRITE-LEDGER-RECORD
        IF Production-Posting = "Y"
            CLOSE Match-Master-File
            CLOSE Master-Journal-File
        END-IF
        IF WS-Trial-Flag NOT = "T"
            CLOSE Run-Ledger-File
        END-IF
        CLOSE Overlay-File
        CLOSE Hotspot-File
        CLOSE Extract-File
        PERFORM WRITE-REPORT-SUMMARY
        CLOSE Report-File
        MOVE 12 TO RETURN-CODE
        IF Production-Posting = "Y"
            PERFORM WRITE-RUN-HISTORY
        END-IF
        STOP RUN
    END-IF

        WRITE Report-Line
        ADD 1 TO WS-Skipped-Count
        MOVE 4 TO RETURN-CODE
        MOVE "K" TO Ledger-Outcome
        MOVE Grid-Error-Message TO Ledger-Reason
        PERFORM STAGE-LEDGER-RECORD
    ELSE
        *> A grid, word list, direction mode and suppression set all
        *> unchanged since the dataset's last successful scan would
        *> only reproduce that scan, so its results are carried
        *> forward instead - still written to every output for the
        *> day and still posted to the master as seen today. A trial
        *> run always scans, and leaves the fingerprints alone.
        MOVE Digest-Sum-A TO Grid-Sum-A
        MOVE Digest-Sum-B TO Grid-Sum-B
        MOVE "N" TO Fingerprint-Matched
        IF WS-Trial-Flag NOT = "T"
            PERFORM CHECK-GRID-FINGERPRINT
        END-IF
        IF Fingerprint-Matched = "Y"
            PERFORM CARRY-FORWARD-RESULTS
        ELSE
            IF WS-Trial-Flag NOT = "T"
                PERFORM OPEN-FINGERPRINT-WORK
            END-IF
            PERFORM CLEAR-CELL-TRACKING
            PERFORM SCAN-GRID
            PERFORM WRITE-GRID-OVERLAY
            PERFORM WRITE-GRID-HOTSPOTS
        END-IF
        ADD Matches-Found TO WS-Total-XMAS-Count
        ADD Suppressed-Found TO WS-Total-Suppressed
        ADD Cross-Matches-Found TO WS-Total-Cross-Count
                TO Search-Word-Total(Word-Idx)
        END-PERFORM

        IF Carrying-Forward = "Y"
            MOVE SPACES TO Report-Line
            STRING "  " WS-Input-Dataset-Name
                " CARRIED FORWARD - UNCHANGED SINCE THE SCAN OF "
                DELIMITED BY SIZE
                Fp-Carried-Scan-Date DELIMITED BY SIZE
                INTO Report-Line
            WRITE Report-Line
        END-IF

        MOVE SPACES TO Report-Line
        STRING "  " WS-Input-Dataset-Name " word occurrences : "
            DELIMITED BY SIZE
            WS-Elapsed-Centis DELIMITED BY SIZE
            INTO Report-Line
        WRITE Report-Line

        IF Carrying-Forward = "Y"
            ADD 1 TO WS-Carried-Count
            ADD Fp-Comparisons TO WS-Carried-Comparisons
            ADD Fp-Elapsed TO WS-Carried-Elapsed
            MOVE "N" TO Carrying-Forward
            MOVE "C" TO Ledger-Outcome
            MOVE SPACES TO Ledger-Reason
            STRING "carried forward from the scan of "
                DELIMITED BY SIZE
                Fp-Carried-Scan-Date DELIMITED BY SIZE
                INTO Ledger-Reason
        ELSE
            PERFORM SAVE-GRID-FINGERPRINT
            MOVE "S" TO Ledger-Outcome
            MOVE SPACES TO Ledger-Reason
        END-IF
        PERFORM STAGE-LEDGER-RECORD
    END-IF.

OPEN-RUN-LEDGER.
    *> Opens the cumulative per-dataset ledger for append, creating
    *> it on first use the way the run history is. The ledger is what
    *> the month-end chargeback bills from, so a scan that cannot
    *> record its datasets does not start. A partition keeps its own
    *> ledger, which the merge appends to the cumulative one; a fresh
    *> partition run starts it empty, so an abandoned attempt is
    *> neither billed nor counted, and only a restart extends it.
    IF (WS-Partition-Count > 0) AND (WS-Restart-Flag NOT = "R")
        OPEN OUTPUT Run-Ledger-File
    ELSE
        OPEN EXTEND Run-Ledger-File
        IF WS-Ledger-File-Status = "35"
            OPEN OUTPUT Run-Ledger-File
        END-IF
    END-IF
    IF WS-Ledger-File-Status NOT = "00"
        DISPLAY "RUN LEDGER ERROR: " WS-Ledger-Name
            " COULD NOT BE OPENED (STATUS=" WS-Ledger-File-Status ")"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

STAGE-LEDGER-RECORD.
    *> Ledger-Outcome and Ledger-Reason are staged by the caller;
    *> builds the dataset's ledger record, which WRITE-LEDGER-RECORD
    *> appends once the checkpoint covering the dataset is taken, so
    *> a restart never bills a dataset twice. Only a scanned or carried
    *> dataset carries counts - a skipped or unreadable one is
    *> recorded with its reason and zero usage, matching what the run
    *> history totals for it. A carried dataset did no comparisons
    *> and took no time today, so its usage is zero as well. A trial
    *> run is not billed and keeps no ledger.
    IF WS-Trial-Flag = "T"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-Run-Date           TO Ledger-Run-Date
    MOVE WS-Input-Dataset-Name TO Ledger-Dataset
    MOVE Row-Count             TO Ledger-Rows
    MOVE Col-Count             TO Ledger-Cols
    IF (Ledger-Outcome = "S") OR (Ledger-Outcome = "C")
        MOVE Matches-Found       TO Ledger-Word-Count
        MOVE Cross-Matches-Found TO Ledger-Cross-Count
        MOVE Suppressed-Found    TO Ledger-Suppressed
        MOVE WS-Comparison-Count TO Ledger-Comparisons
        MOVE WS-Elapsed-Centis   TO Ledger-Elapsed
    ELSE
        MOVE 0 TO Ledger-Word-Count
        MOVE 0 TO Ledger-Cross-Count
        MOVE 0 TO Ledger-Suppressed
        MOVE 0 TO Ledger-Comparisons
        MOVE 0 TO Ledger-Elapsed
    END-IF
    MOVE "Y" TO Ledger-Pending.

WRITE-LEDGER-RECORD.
    *> Appends the ledger record staged for the dataset just
    *> processed, if there is one.
    IF Ledger-Pending = "N"
        EXIT PARAGRAPH
    END-IF
    WRITE Ledger-Record
    MOVE "N" TO Ledger-Pending.

RESTORE-CHECKPOINT.
    *> When the control card requests a restart, reloads the running
    *> totals and the last completed dataset index from the checkpoint
    IF WS-Restart-Flag = "R"
        OPEN INPUT Checkpoint-File
        IF WS-Checkpoint-File-Status NOT = "00"
            DISPLAY "RESTART REQUESTED BUT " WS-Checkpoint-Name
                " NOT FOUND OR UNREADABLE (STATUS="
                WS-Checkpoint-File-Status ")"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        READ Checkpoint-File
            AT END
                DISPLAY "RESTART REQUESTED BUT " WS-Checkpoint-Name
                    " IS EMPTY"
                CLOSE Checkpoint-File
                MOVE 8 TO RETURN-CODE
                STOP RUN
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                *> A partition resumes only from its own checkpoint for
                *> the same run date and the same split of the list.
                IF (WS-Partition-Count > 0)
                        AND ((Checkpoint-Partition-No NOT = WS-Partition-No)
                            OR (Checkpoint-Partition-Count
                                NOT = WS-Partition-Count)
                            OR (Checkpoint-Run-Date NOT = WS-Run-Date))
                    DISPLAY "RESTART REQUESTED BUT " WS-Checkpoint-Name
                        " WAS NOT TAKEN BY PARTITION " WS-Partition-No
                        " OF " WS-Partition-Count " FOR " WS-Run-Date
                    CLOSE Checkpoint-File
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF Checkpoint-Datasets-Done IS NUMERIC
                    MOVE Checkpoint-Datasets-Done
                        TO WS-Base-Datasets-Done
                END-IF
                MOVE Checkpoint-Detail-Count TO WS-Detail-Record-Count
                MOVE Checkpoint-Skipped      TO WS-Skipped-Count
                MOVE Checkpoint-Extract-Recs
                    MOVE Checkpoint-Word-Total(Word-Idx)
                        TO Search-Word-Total(Word-Idx)
                END-PERFORM
                IF (Checkpoint-Carried-Count IS NUMERIC)
                        AND (Checkpoint-Carried-Comps IS NUMERIC)
                        AND (Checkpoint-Carried-Elapsed IS NUMERIC)
                    MOVE Checkpoint-Carried-Count
                        TO WS-Carried-Count
                    MOVE Checkpoint-Carried-Comps
                        TO WS-Carried-Comparisons
                    MOVE Checkpoint-Carried-Elapsed
                        TO WS-Carried-Elapsed
                    MOVE Checkpoint-Carried-Count
                        TO WS-Base-Carried-Count
                    MOVE Checkpoint-Carried-Comps
                        TO WS-Base-Carried-Comparisons
                    MOVE Checkpoint-Carried-Elapsed
                        TO WS-Base-Carried-Elapsed
                END-IF
        END-READ
        CLOSE Checkpoint-File
    END-IF
    COMPUTE WS-Dataset-Loop-Start = WS-Restart-From-Idx + 1
    IF WS-Dataset-Loop-Start < WS-Partition-First-Idx
        MOVE WS-Partition-First-Idx TO WS-Dataset-Loop-Start
    END-IF.

WRITE-CHECKPOINT.
    *> Snapshots the accumulated totals and the detail-file position
    *> after each dataset completes. The checkpoint is rewritten in
    *> place each time, so after a failure it always describes the
    *> last dataset that finished cleanly. A partition's checkpoint
    *> also carries what the merge totals the day from.
    OPEN OUTPUT Checkpoint-File
    MOVE WS-Dataset-Idx              TO Checkpoint-Dataset-Idx
    MOVE WS-Total-XMAS-Count         TO Checkpoint-XMAS-Count
                TO Checkpoint-Word-Total(Word-Idx)
        END-IF
    END-PERFORM
    MOVE WS-Carried-Count            TO Checkpoint-Carried-Count
    MOVE WS-Carried-Comparisons      TO Checkpoint-Carried-Comps
    MOVE WS-Carried-Elapsed          TO Checkpoint-Carried-Elapsed
    MOVE WS-Partition-Count          TO Checkpoint-Partition-Count
    MOVE WS-Partition-No             TO Checkpoint-Partition-No
    MOVE WS-Run-Date                 TO Checkpoint-Run-Date
    MOVE WS-Run-Complete             TO Checkpoint-Complete
    COMPUTE Checkpoint-Datasets-Done =
        WS-Base-Datasets-Done + WS-Run-Dataset-Count
    PERFORM VARYING Word-Idx FROM 1 BY 1 UNTIL (Word-Idx > 20)
        IF Word-Idx > Search-Word-Count
            MOVE SPACES TO Checkpoint-Word-Text(Word-Idx)
        ELSE
            MOVE Search-Word-Text(Word-Idx)
                TO Checkpoint-Word-Text(Word-Idx)
        END-IF
    END-PERFORM
    WRITE Checkpoint-Record
    CLOSE Checkpoint-File.

        INTO Report-Line
    WRITE Report-Line

    IF WS-Partition-Count > 0
        MOVE SPACES TO Report-Line
        STRING "Partition       : " DELIMITED BY SIZE
            WS-Partition-No DELIMITED BY SIZE
            " OF " DELIMITED BY SIZE
            WS-Partition-Count DELIMITED BY SIZE
            " - datasets " DELIMITED BY SIZE
            WS-Partition-First-Idx DELIMITED BY SIZE
            " to " DELIMITED BY SIZE
            WS-Partition-Last-Idx DELIMITED BY SIZE
            INTO Report-Line
        WRITE Report-Line
    END-IF

    IF WS-Trial-Flag = "T"
        MOVE SPACES TO Report-Line
        STRING "Trial Run       : candidates from day04-trial-words.txt"
            " and day04-trial-suppress.txt - impact in "
            DELIMITED BY SIZE
            WS-Impact-Dataset-Name DELIMITED BY SPACE
            INTO Report-Line
        WRITE Report-Line
    END-IF

    IF WS-Restart-Flag = "R"
        MOVE SPACES TO Report-Line
        STRING "Restarted At    : dataset " DELIMITED BY SIZE
    STRING "Total elapsed centisec   : " DELIMITED BY SIZE
        WS-Total-Elapsed-Centis DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    *> Carried-forward datasets are in the word, suppression and
    *> cross totals above - their output was delivered - but not in
    *> the comparisons or elapsed time, which they did not cost.
    MOVE SPACES TO Report-Line
    STRING "Datasets carried forward : " DELIMITED BY SIZE
        WS-Carried-Count DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    IF WS-Trial-Flag = "T"
        MOVE SPACES TO Report-Line
        STRING "Candidate words          : " DELIMITED BY SIZE
            Trial-Word-Count DELIMITED BY SIZE
            INTO Report-Line
        WRITE Report-Line

        MOVE SPACES TO Report-Line
        STRING "Candidate suppressions   : " DELIMITED BY SIZE
            Trial-Suppress-Count DELIMITED BY SIZE
            INTO Report-Line
        WRITE Report-Line
    END-IF.

READ-CONTROL-CARD.
    *> Reads the target search word, its length, and the list of grid
    *> datasets to run the scan engine against, so a day with multiple
    *> grids does not mean multiple manual reruns. A dataset count of
    *> zero takes the list from the dataset registry instead.
    OPEN INPUT Control-File
    IF WS-Control-File-Status NOT = "00"
        DISPLAY "CONTROL CARD ERROR: day04-control.txt NOT FOUND OR "
            MOVE Control-Run-Date        TO WS-Run-Date
            MOVE Control-Dataset-Count   TO WS-Dataset-Count
            MOVE Control-Restart-Flag    TO WS-Restart-Flag
            IF (Control-Partition-Count IS NUMERIC)
                    AND (Control-Partition-Count NOT = "0")
                MOVE Control-Partition-Count TO WS-Partition-Count
            ELSE
                IF Control-Partition-Count NOT = SPACE
                        AND Control-Partition-Count NOT = "0"
                    DISPLAY "CONTROL CARD ERROR: partition count '"
                        Control-Partition-Count "' must be 1 to 9"
                    CLOSE Control-File
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF
            MOVE Control-Trial-Flag      TO WS-Trial-Flag
    END-READ

    *> A trial run is always a single whole run from the start: it
    *> keeps no checkpoint to restart from, and it compares against
    *> the production detail file for the whole date.
    IF (WS-Trial-Flag NOT = SPACE) AND (WS-Trial-Flag NOT = "T")
        DISPLAY "CONTROL CARD ERROR: trial flag '" WS-Trial-Flag
            "' must be T or blank"
        CLOSE Control-File
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF (WS-Trial-Flag = "T") AND (WS-Restart-Flag = "R")
        DISPLAY "CONTROL CARD ERROR: a trial run keeps no checkpoint "
            "and cannot be restarted - rerun it without the restart flag"
        CLOSE Control-File
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF (WS-Trial-Flag = "T") AND (WS-Partition-Count > 0)
        DISPLAY "CONTROL CARD ERROR: a trial run cannot be partitioned"
        CLOSE Control-File
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF (WS-Partition-Count > 0) OR (WS-Trial-Flag = "T")
        MOVE "N" TO Production-Posting
    END-IF
    IF WS-Trial-Flag = "T"
        MOVE "day04-trial-" TO WS-Output-Prefix
    END-IF

    IF WS-Run-Date = SPACES
        ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    END-IF
        STOP RUN
    END-IF

    CLOSE Control-File

    IF WS-Dataset-Count = 0
        PERFORM LOAD-REGISTRY-DATASETS
    END-IF
    PERFORM SET-PARTITION-SLICE.

SET-PARTITION-SLICE.
    *> Takes the partition number from the command line of a
    *> partitioned run and works out its slice of the dataset list:
    *> the list is cut into equal contiguous runs, the last partition
    *> taking what is left, so a partition whose slice runs past the
    *> end of a short list simply scans nothing. An unpartitioned run
    *> takes the whole list and must not be given a partition number.
    ACCEPT WS-Partition-Parm FROM COMMAND-LINE
    MOVE 1 TO WS-Partition-First-Idx
    MOVE WS-Dataset-Count TO WS-Partition-Last-Idx
    IF WS-Partition-Count = 0
        IF WS-Partition-Parm NOT = SPACES
            DISPLAY "CONTROL CARD ERROR: partition " WS-Partition-Parm
                " requested but the control card does not partition "
                "the run"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-Partition-No
    IF WS-Partition-Parm(1:1) IS NUMERIC
        MOVE WS-Partition-Parm(1:1) TO WS-Partition-No
    END-IF
    IF (WS-Partition-Parm(2:7) NOT = SPACES)
            OR (WS-Partition-No = 0)
            OR (WS-Partition-No > WS-Partition-Count)
        DISPLAY "CONTROL CARD ERROR: the control card splits the run "
            "into " WS-Partition-Count " partitions - give the "
            "partition number 1 to " WS-Partition-Count
            " on the command line"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    COMPUTE WS-Partition-Slice-Size =
        (WS-Dataset-Count + WS-Partition-Count - 1) / WS-Partition-Count
    COMPUTE WS-Partition-First-Idx =
        (WS-Partition-No - 1) * WS-Partition-Slice-Size + 1
    COMPUTE WS-Partition-Last-Idx =
        WS-Partition-No * WS-Partition-Slice-Size
    IF WS-Partition-Last-Idx > WS-Dataset-Count
        MOVE WS-Dataset-Count TO WS-Partition-Last-Idx
    END-IF

    MOVE SPACES TO WS-Partition-Suffix
    STRING "-p" DELIMITED BY SIZE
        WS-Partition-No DELIMITED BY SIZE
        INTO WS-Partition-Suffix.

LOAD-REGISTRY-DATASETS.
    *> A control card that names no datasets scans every dataset the
    *> registry holds in effect on the run date, in registry key
    *> order - so adding or retiring a vendor feed is a registry
    *> transaction instead of a retyped dataset list. The order is
    *> stable for a given registry, which is what lets a restart
    *> resume by dataset index.
    OPEN INPUT Dataset-Registry-File
    IF WS-Registry-File-Status NOT = "00"
        DISPLAY "CONTROL CARD ERROR: no datasets on the control card "
            "and day04-registry.dat NOT FOUND OR UNREADABLE (STATUS="
            WS-Registry-File-Status ")"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "N" TO Registry-End-Of-File
    PERFORM UNTIL Registry-End-Of-File = "Y"
        READ Dataset-Registry-File NEXT
            AT END MOVE "Y" TO Registry-End-Of-File
            NOT AT END
                PERFORM TEST-REGISTRY-IN-EFFECT
                IF Registry-In-Effect = "Y"
                    IF WS-Dataset-Count >= 50
                        DISPLAY "DATASET REGISTRY ERROR: active "
                            "datasets overflow the 50-entry dataset "
                            "table - list the datasets on the control "
                            "card"
                        CLOSE Dataset-Registry-File
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-Dataset-Count
                    MOVE Registry-Dataset
                        TO WS-Dataset-Name(WS-Dataset-Count)
                END-IF
        END-READ
    END-PERFORM
    CLOSE Dataset-Registry-File
    MOVE WS-Dataset-Count TO WS-Dataset-Read-Count

    IF WS-Dataset-Count = 0
        DISPLAY "CONTROL CARD ERROR: no datasets on the control card "
            "and no active datasets on the registry for " WS-Run-Date
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

TEST-REGISTRY-IN-EFFECT.
    *> A registry entry is in effect on the run date from its
    *> effective date until its retired date; a retirement keyed
    *> ahead of time leaves the dataset live until that date arrives.
    MOVE "N" TO Registry-In-Effect
    IF (Registry-Effective NOT = SPACES)
            AND (Registry-Effective > WS-Run-Date)
        EXIT PARAGRAPH
    END-IF
    IF Registry-Status = "A"
        MOVE "Y" TO Registry-In-Effect
    ELSE
        IF (Registry-Retired NOT = SPACES)
                AND (Registry-Retired > WS-Run-Date)
            MOVE "Y" TO Registry-In-Effect
        END-IF
    END-IF.

ADD-CONTROL-WORD.
    *> Adds one WORD record from the control card to the search-word
    MOVE 0 TO Search-Word-Found(Search-Word-Count)
    MOVE 0 TO Search-Word-Total(Search-Word-Count).

LOAD-TRIAL-WORDS.
    *> Adds a trial run's candidate words to the end of the search-word
    *> table, after the live words from the card and the catalog, so
    *> the scan finds them in the same traversal. A candidate that is
    *> already live adds nothing, and a missing candidate file simply
    *> means the trial adds no words.
    MOVE Search-Word-Count TO Live-Word-Count
    OPEN INPUT Trial-Word-File
    IF WS-Trial-Word-File-Status NOT = "00"
        DISPLAY "TRIAL WARNING: day04-trial-words.txt NOT FOUND OR "
            "UNREADABLE (STATUS=" WS-Trial-Word-File-Status
            ") - NO CANDIDATE WORDS"
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO Trial-End-Of-File
    PERFORM UNTIL Trial-End-Of-File = "Y"
        READ Trial-Word-File
            AT END MOVE "Y" TO Trial-End-Of-File
            NOT AT END
                IF Trial-Word-Text NOT = SPACES
                    PERFORM ADD-TRIAL-WORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE Trial-Word-File.

ADD-TRIAL-WORD.
    *> Appends one candidate word under the same 20-entry ceiling and
    *> length rule the WORD cards respect.
    IF (Trial-Word-Length IS NOT NUMERIC)
            OR (Trial-Word-Length > 10) OR (Trial-Word-Length < 1)
        DISPLAY "TRIAL ERROR: candidate word " Trial-Word-Text
            " length " Trial-Word-Length " must be between 1 and 10"
        CLOSE Trial-Word-File
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "N" TO Trial-Word-Known
    PERFORM VARYING Word-Idx FROM 1 BY 1
            UNTIL (Word-Idx > Search-Word-Count)
                OR (Trial-Word-Known = "Y")
        IF Search-Word-Text(Word-Idx) = Trial-Word-Text
            MOVE "Y" TO Trial-Word-Known
        END-IF
    END-PERFORM
    IF Trial-Word-Known = "Y"
        DISPLAY "TRIAL WARNING: candidate word " Trial-Word-Text
            " is already a live search word"
        EXIT PARAGRAPH
    END-IF

    IF Search-Word-Count >= 20
        DISPLAY "TRIAL ERROR: live and candidate words overflow the "
            "20-word table"
        CLOSE Trial-Word-File
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    ADD 1 TO Search-Word-Count
    ADD 1 TO Trial-Word-Count
    MOVE Trial-Word-Text   TO Search-Word-Text(Search-Word-Count)
    MOVE Trial-Word-Length TO Search-Word-Length(Search-Word-Count)
    MOVE 0 TO Search-Word-Found(Search-Word-Count)
    MOVE 0 TO Search-Word-Total(Search-Word-Count).

BUILD-DATED-FILENAMES.
    *> Names the report and detail output from the run date so each
    *> day's results are archived under their own dataset name and can
    *> be reran or diffed against a prior day. Also builds the default
    *> input dataset name used for any control-card dataset-list entry
    *> left blank, so a plain dated rerun does not require the operator
    *> to spell out "input-<date>.txt" by hand. A partition's outputs,
    *> checkpoint, work files and ledger carry its -p<n> suffix, and a
    *> trial run's outputs carry the day04-trial- prefix. A trial run
    *> also names its impact report and the production detail file it
    *> is compared with.
    MOVE SPACES TO WS-Report-Dataset-Name
    STRING WS-Output-Prefix DELIMITED BY SPACE
        "report-" DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        WS-Partition-Suffix DELIMITED BY SPACE
        ".txt" DELIMITED BY SIZE
        INTO WS-Report-Dataset-Name

    MOVE SPACES TO WS-Detail-Dataset-Name
    STRING WS-Output-Prefix DELIMITED BY SPACE
        "detail-" DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        WS-Partition-Suffix DELIMITED BY SPACE
        ".txt" DELIMITED BY SIZE
        INTO WS-Detail-Dataset-Name

    MOVE SPACES TO WS-Overlay-Dataset-Name
    STRING WS-Output-Prefix DELIMITED BY SPACE
        "overlay-" DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        WS-Partition-Suffix DELIMITED BY SPACE
        ".txt" DELIMITED BY SIZE
        INTO WS-Overlay-Dataset-Name

    MOVE SPACES TO WS-Extract-Dataset-Name
    STRING WS-Output-Prefix DELIMITED BY SPACE
        "extract-" DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        WS-Partition-Suffix DELIMITED BY SPACE
        ".txt" DELIMITED BY SIZE
        INTO WS-Extract-Dataset-Name

    MOVE SPACES TO WS-Hotspot-Dataset-Name
    STRING WS-Output-Prefix DELIMITED BY SPACE
        "hotspot-" DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        WS-Partition-Suffix DELIMITED BY SPACE
        ".txt" DELIMITED BY SIZE
        INTO WS-Hotspot-Dataset-Name

    STRING "day04-input-" DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-Default-Input-Name

    IF WS-Trial-Flag = "T"
        MOVE SPACES TO WS-Impact-Dataset-Name
        STRING "day04-trial-impact-" DELIMITED BY SIZE
            WS-Run-Date DELIMITED BY SIZE
            ".txt" DELIMITED BY SIZE
            INTO WS-Impact-Dataset-Name
        MOVE SPACES TO WS-Production-Detail-Name
        STRING "day04-detail-" DELIMITED BY SIZE
            WS-Run-Date DELIMITED BY SIZE
            ".txt" DELIMITED BY SIZE
            INTO WS-Production-Detail-Name
    END-IF

    IF WS-Partition-Count > 0
        MOVE SPACES TO WS-Checkpoint-Name
        STRING "day04-checkpoint" DELIMITED BY SIZE
            WS-Partition-Suffix DELIMITED BY SPACE
            ".txt" DELIMITED BY SIZE
            INTO WS-Checkpoint-Name
        MOVE SPACES TO WS-Detail-Work-Name
        STRING "day04-detail-work" DELIMITED BY SIZE
            WS-Partition-Suffix DELIMITED BY SPACE
            ".txt" DELIMITED BY SIZE
            INTO WS-Detail-Work-Name
        MOVE SPACES TO WS-Fp-Work-Name
        STRING "day04-fp-work" DELIMITED BY SIZE
            WS-Partition-Suffix DELIMITED BY SPACE
            ".txt" DELIMITED BY SIZE
            INTO WS-Fp-Work-Name
        MOVE SPACES TO WS-Ledger-Name
        STRING "day04-ledger" DELIMITED BY SIZE
            WS-Partition-Suffix DELIMITED BY SPACE
            ".txt" DELIMITED BY SIZE
            INTO WS-Ledger-Name
    END-IF.

CLASSIFY-INPUT-RECORD.
    *> Sorts one incoming record into the dataset's integrity
                    MOVE "Y" TO End-Of-File
                ELSE
                    PERFORM VALIDATE-GRID-ROW
                    PERFORM FINGERPRINT-GRID-ROW
                END-IF
            END-IF
        END-IF
        MOVE "Y" TO End-Of-File
    END-IF.

FINGERPRINT-GRID-ROW.
    *> Folds the grid row just validated into the dataset's running
    *> grid checksum. Only the grid itself counts - the envelope's
    *> creation date changes with every feed even when the grid does
    *> not.
    MOVE Input-Row TO Digest-Text
    MOVE Row-Width TO Digest-Length
    PERFORM ADD-TO-DIGEST.

ADD-TO-DIGEST.
    PERFORM VARYING Digest-Idx FROM 1 BY 1
            UNTIL Digest-Idx > Digest-Length
        MOVE Digest-Text(Digest-Idx:1) TO Digest-Ord-Char
        ADD Digest-Ord-Value TO Digest-Sum-A
        IF Digest-Sum-A >= 65521
            SUBTRACT 65521 FROM Digest-Sum-A
        END-IF
        ADD Digest-Sum-A TO Digest-Sum-B
        IF Digest-Sum-B >= 65521
            SUBTRACT 65521 FROM Digest-Sum-B
        END-IF
    END-PERFORM.

BUILD-SETTINGS-DIGESTS.
    *> Digests the search-word table in table order, and the
    *> suppression entries for this dataset alone in key order, so a
    *> word added, dropped or reordered, or a suppression keyed or
    *> removed for the dataset, forces a fresh scan. Suppressions for
    *> other datasets do not affect this one.
    MOVE 1 TO Digest-Sum-A
    MOVE 0 TO Digest-Sum-B
    PERFORM VARYING Word-Idx FROM 1 BY 1
            UNTIL (Word-Idx > Search-Word-Count)
        MOVE Search-Word-Text(Word-Idx)   TO Digest-Word-Text
        MOVE Search-Word-Length(Word-Idx) TO Digest-Word-Length
        MOVE Digest-Word-Entry TO Digest-Text
        MOVE 12 TO Digest-Length
        PERFORM ADD-TO-DIGEST
    END-PERFORM
    MOVE Digest-Sum-A TO Word-Sum-A
    MOVE Digest-Sum-B TO Word-Sum-B

    MOVE 1 TO Digest-Sum-A
    MOVE 0 TO Digest-Sum-B
    MOVE 0 TO Dataset-Suppress-Count
    PERFORM VARYING Suppress-Idx FROM 1 BY 1
            UNTIL (Suppress-Idx > Suppress-Load-Count)
        IF Sup-Entry-Dataset(Suppress-Idx) = WS-Input-Dataset-Name
            ADD 1 TO Dataset-Suppress-Count
            MOVE Sup-Entry-Row(Suppress-Idx)  TO Digest-Sup-Row
            MOVE Sup-Entry-Col(Suppress-Idx)  TO Digest-Sup-Col
            MOVE Sup-Entry-Dir(Suppress-Idx)  TO Digest-Sup-Dir
            MOVE Sup-Entry-Word(Suppress-Idx) TO Digest-Sup-Word
            MOVE Digest-Suppress-Entry TO Digest-Text
            MOVE 17 TO Digest-Length
            PERFORM ADD-TO-DIGEST
        END-IF
    END-PERFORM
    MOVE Digest-Sum-A TO Suppress-Sum-A
    MOVE Digest-Sum-B TO Suppress-Sum-B.

CHECK-GRID-FINGERPRINT.
    *> Sets Fingerprint-Matched when the dataset's fingerprint file
    *> describes exactly this grid under exactly this word list,
    *> direction mode and suppression set, and holds every record its
    *> header promises through to the closing E record. A missing,
    *> stale or incomplete file simply means the grid is scanned.
    MOVE "N" TO Fingerprint-Matched
    PERFORM BUILD-SETTINGS-DIGESTS
    MOVE SPACES TO WS-Fingerprint-Name
    STRING "day04-fp-" DELIMITED BY SIZE
        WS-Input-Dataset-Name DELIMITED BY SPACE
        INTO WS-Fingerprint-Name

    OPEN INPUT Fingerprint-File
    IF WS-Fingerprint-File-Status NOT = "00"
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO Fingerprint-End-Of-File
    MOVE SPACES TO Fingerprint-Header-Record
    READ Fingerprint-File
        AT END MOVE "Y" TO Fingerprint-End-Of-File
        NOT AT END MOVE Fingerprint-Line TO Fingerprint-Header-Record
    END-READ
    IF (Fingerprint-End-Of-File = "Y")
            OR (Fp-Header-Type NOT = "F")
            OR (Fp-Grid-Sum-A IS NOT NUMERIC)
            OR (Fp-Match-Count IS NOT NUMERIC)
            OR (Fp-Overlay-Count IS NOT NUMERIC)
            OR (Fp-Hotspot-Count IS NOT NUMERIC)
        CLOSE Fingerprint-File
        EXIT PARAGRAPH
    END-IF
    IF (Fp-Grid-Sum-A NOT = Grid-Sum-A)
            OR (Fp-Grid-Sum-B NOT = Grid-Sum-B)
            OR (Fp-Rows NOT = Row-Count)
            OR (Fp-Cols NOT = Col-Count)
            OR (Fp-Word-Sum-A NOT = Word-Sum-A)
            OR (Fp-Word-Sum-B NOT = Word-Sum-B)
            OR (Fp-Word-Count NOT = Search-Word-Count)
            OR (Fp-Direction-Mode NOT = Direction-Mode)
            OR (Fp-Suppress-Sum-A NOT = Suppress-Sum-A)
            OR (Fp-Suppress-Sum-B NOT = Suppress-Sum-B)
            OR (Fp-Suppress-Count NOT = Dataset-Suppress-Count)
        CLOSE Fingerprint-File
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO Fp-Words-Read
    MOVE 0 TO Fp-Matches-Read
    MOVE 0 TO Fp-Overlay-Read
    MOVE 0 TO Fp-Hotspot-Read
    MOVE "N" TO Fingerprint-End-Seen
    PERFORM UNTIL (Fingerprint-End-Of-File = "Y")
            OR (Fingerprint-End-Seen = "Y")
        READ Fingerprint-File
            AT END MOVE "Y" TO Fingerprint-End-Of-File
            NOT AT END
                EVALUATE Fingerprint-Line(1:1)
                    WHEN "W" ADD 1 TO Fp-Words-Read
                    WHEN "M" ADD 1 TO Fp-Matches-Read
                    WHEN "O" ADD 1 TO Fp-Overlay-Read
                    WHEN "H" ADD 1 TO Fp-Hotspot-Read
                    WHEN "E" MOVE "Y" TO Fingerprint-End-Seen
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE Fingerprint-File

    IF (Fingerprint-End-Seen = "Y")
            AND (Fp-Words-Read = Search-Word-Count)
            AND (Fp-Matches-Read = Fp-Match-Count)
            AND (Fp-Overlay-Read = Fp-Overlay-Count)
            AND (Fp-Hotspot-Read = Fp-Hotspot-Count)
        MOVE "Y" TO Fingerprint-Matched
        MOVE Fp-Scan-Date TO Fp-Carried-Scan-Date
    END-IF.

CARRY-FORWARD-RESULTS.
    *> Replays the saved scan: each saved match goes back through the
    *> same detail, extract and master posting a fresh match gets, and
    *> the saved overlay and hotspot blocks are written as they were.
    *> The dataset did no comparisons and took no time today.
    MOVE "Y" TO Carrying-Forward
    MOVE Fp-Match-Count TO Matches-Found
    MOVE Fp-Cross-Count TO Cross-Matches-Found
    MOVE Fp-Suppressed  TO Suppressed-Found
    MOVE 0 TO WS-Comparison-Count
    MOVE 0 TO WS-Elapsed-Centis
    MOVE 0 TO Word-Idx

    OPEN INPUT Fingerprint-File
    IF WS-Fingerprint-File-Status NOT = "00"
        DISPLAY "FINGERPRINT ERROR: " WS-Fingerprint-Name
            " COULD NOT BE REOPENED (STATUS="
            WS-Fingerprint-File-Status ")"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "N" TO Fingerprint-End-Of-File
    PERFORM UNTIL Fingerprint-End-Of-File = "Y"
        READ Fingerprint-File
            AT END MOVE "Y" TO Fingerprint-End-Of-File
            NOT AT END PERFORM REPLAY-FINGERPRINT-RECORD
        END-READ
    END-PERFORM
    CLOSE Fingerprint-File.

REPLAY-FINGERPRINT-RECORD.
    EVALUATE Fingerprint-Line(1:1)
        WHEN "W"
            MOVE Fingerprint-Line TO Fingerprint-Word-Record
            ADD 1 TO Word-Idx
            MOVE Fp-Word-Found TO Search-Word-Found(Word-Idx)
        WHEN "M"
            MOVE Fingerprint-Line TO Fingerprint-Match-Record
            MOVE Fp-Match-Row  TO Start-Row
            MOVE Fp-Match-Col  TO Start-Col
            MOVE Fp-Match-Dir  TO Dir
            MOVE Fp-Match-Word TO Search-String
            PERFORM WRITE-MATCH-DETAIL
        WHEN "O"
            MOVE Fingerprint-Line(2:) TO Overlay-Line
            PERFORM WRITE-OVERLAY-LINE
        WHEN "H"
            MOVE Fingerprint-Line(2:) TO Hotspot-Line
            PERFORM WRITE-HOTSPOT-LINE
        WHEN "E"
            MOVE "Y" TO Fingerprint-End-Of-File
    END-EVALUATE.

OPEN-FINGERPRINT-WORK.
    *> Collects the scan's matches, overlay and hotspot lines as they
    *> are written, for the dataset's new fingerprint file. A work
    *> file that cannot be opened costs only the carry-forward: the
    *> dataset is scanned again next run.
    MOVE "N" TO Fp-Work-Open
    MOVE WS-Overlay-Record-Count TO Fp-Save-Overlay-Start
    MOVE WS-Hotspot-Record-Count TO Fp-Save-Hotspot-Start
    OPEN OUTPUT Fingerprint-Work-File
    IF WS-Fp-Work-File-Status = "00"
        MOVE "Y" TO Fp-Work-Open
    ELSE
        DISPLAY "FINGERPRINT WARNING: " WS-Fp-Work-Name
            " COULD NOT BE OPENED (STATUS=" WS-Fp-Work-File-Status
            ") - " WS-Input-Dataset-Name " WILL NOT BE CARRIED FORWARD"
    END-IF.

SAVE-GRID-FINGERPRINT.
    *> Replaces the dataset's fingerprint file after a successful
    *> scan: the header with this run's fingerprint and figures, the
    *> per-word counts, then the collected matches, overlay and
    *> hotspot lines, and the closing E record. Only the last
    *> successful scan is kept.
    IF Fp-Work-Open = "N"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO Fp-Work-Open
    CLOSE Fingerprint-Work-File

    OPEN OUTPUT Fingerprint-File
    IF WS-Fingerprint-File-Status NOT = "00"
        DISPLAY "FINGERPRINT WARNING: " WS-Fingerprint-Name
            " COULD NOT BE WRITTEN (STATUS="
            WS-Fingerprint-File-Status ") - "
            WS-Input-Dataset-Name " WILL NOT BE CARRIED FORWARD"
        EXIT PARAGRAPH
    END-IF

    MOVE "F"                    TO Fp-Header-Type
    MOVE Grid-Sum-A             TO Fp-Grid-Sum-A
    MOVE Grid-Sum-B             TO Fp-Grid-Sum-B
    MOVE Row-Count              TO Fp-Rows
    MOVE Col-Count              TO Fp-Cols
    MOVE Word-Sum-A             TO Fp-Word-Sum-A
    MOVE Word-Sum-B             TO Fp-Word-Sum-B
    MOVE Search-Word-Count      TO Fp-Word-Count
    MOVE Direction-Mode         TO Fp-Direction-Mode
    MOVE Suppress-Sum-A         TO Fp-Suppress-Sum-A
    MOVE Suppress-Sum-B         TO Fp-Suppress-Sum-B
    MOVE Dataset-Suppress-Count TO Fp-Suppress-Count
    MOVE WS-Run-Date            TO Fp-Scan-Date
    MOVE Matches-Found          TO Fp-Match-Count
    MOVE Cross-Matches-Found    TO Fp-Cross-Count
    MOVE Suppressed-Found       TO Fp-Suppressed
    MOVE WS-Comparison-Count    TO Fp-Comparisons
    MOVE WS-Elapsed-Centis      TO Fp-Elapsed
    COMPUTE Fp-Overlay-Count =
        WS-Overlay-Record-Count - Fp-Save-Overlay-Start
    COMPUTE Fp-Hotspot-Count =
        WS-Hotspot-Record-Count - Fp-Save-Hotspot-Start
    MOVE Fingerprint-Header-Record TO Fingerprint-Line
    WRITE Fingerprint-Line

    PERFORM VARYING Word-Idx FROM 1 BY 1
            UNTIL (Word-Idx > Search-Word-Count)
        MOVE "W" TO Fp-Word-Type
        MOVE Search-Word-Text(Word-Idx)  TO Fp-Word-Text
        MOVE Search-Word-Found(Word-Idx) TO Fp-Word-Found
        MOVE Fingerprint-Word-Record TO Fingerprint-Line
        WRITE Fingerprint-Line
    END-PERFORM

    OPEN INPUT Fingerprint-Work-File
    MOVE "N" TO Fingerprint-End-Of-File
    PERFORM UNTIL Fingerprint-End-Of-File = "Y"
        READ Fingerprint-Work-File
            AT END MOVE "Y" TO Fingerprint-End-Of-File
            NOT AT END
                MOVE Fingerprint-Work-Line TO Fingerprint-Line
                WRITE Fingerprint-Line
        END-READ
    END-PERFORM
    CLOSE Fingerprint-Work-File

    MOVE Fingerprint-End-Record TO Fingerprint-Line
    WRITE Fingerprint-Line
    CLOSE Fingerprint-File.

INIT-SEARCH-DIRECTIONS.
    *> Initializes Search DY and DX to be tables of relative directions
    *> to add to rows and columns. Direction-Mode restricts which of
    WRITE Detail-Line
    ADD 1 TO WS-Detail-Record-Count
    PERFORM WRITE-EXTRACT-DETAIL
    IF Production-Posting = "Y"
        PERFORM UPDATE-MATCH-MASTER
    END-IF
    IF Fp-Work-Open = "Y"
        MOVE Start-Row     TO Fp-Match-Row
        MOVE Start-Col     TO Fp-Match-Col
        MOVE Dir           TO Fp-Match-Dir
        MOVE Search-String TO Fp-Match-Word
        MOVE Fingerprint-Match-Record TO Fingerprint-Work-Line
        WRITE Fingerprint-Work-Line
    END-IF.

WRITE-EXTRACT-HEADER.
    *> Leads the downstream extract with the run date and search
            WS-Total-Comparison-Count - WS-Base-Comparison-Count
        COMPUTE History-Elapsed =
            WS-Total-Elapsed-Centis - WS-Base-Elapsed-Centis
        COMPUTE History-Carried-Count =
            WS-Carried-Count - WS-Base-Carried-Count
        COMPUTE History-Carried-Comparisons =
            WS-Carried-Comparisons - WS-Base-Carried-Comparisons
        COMPUTE History-Carried-Elapsed =
            WS-Carried-Elapsed - WS-Base-Carried-Elapsed
        MOVE RETURN-CODE               TO History-Return-Code
        WRITE History-Record
        CLOSE Run-History-File
    END-IF.

WRITE-TRIAL-IMPACT.
    *> Ends a trial run with the review team's answer: the trial detail
    *> file set against the production detail file for the run date,
    *> paired on DATASET/ROW/COL/DIR/WORD, showing per dataset and per
    *> word the matches the candidates would add and remove, then every
    *> added and removed match. Without a production detail file for
    *> the date every trial match shows as added, and the run ends
    *> with at least RETURN-CODE 4.
    MOVE "P" TO Impact-Load-Side
    MOVE WS-Production-Detail-Name TO WS-Impact-Detail-Name
    PERFORM LOAD-IMPACT-DETAIL

    MOVE "T" TO Impact-Load-Side
    MOVE WS-Detail-Dataset-Name TO WS-Impact-Detail-Name
    PERFORM LOAD-IMPACT-DETAIL

    PERFORM PAIR-IMPACT-RECORDS

    OPEN OUTPUT Impact-Report-File
    PERFORM WRITE-IMPACT-HEADER
    PERFORM WRITE-IMPACT-BY-WORD
    PERFORM WRITE-IMPACT-ADDED
    PERFORM WRITE-IMPACT-REMOVED
    CLOSE Impact-Report-File

    IF (Impact-Prod-Missing = "Y") AND (RETURN-CODE < 4)
        MOVE 4 TO RETURN-CODE
    END-IF.

LOAD-IMPACT-DETAIL.
    *> Loads one detail file into the production or trial match table
    *> and counts its matches by dataset and word.
    MOVE "N" TO Impact-End-Of-File
    OPEN INPUT Impact-Detail-File
    IF WS-Impact-Detail-File-Status NOT = "00"
        IF Impact-Load-Side = "P"
            DISPLAY "TRIAL WARNING: PRODUCTION DETAIL FILE "
                WS-Impact-Detail-Name " NOT FOUND OR UNREADABLE (STATUS="
                WS-Impact-Detail-File-Status ")"
            MOVE "Y" TO Impact-Prod-Missing
            EXIT PARAGRAPH
        END-IF
        DISPLAY "TRIAL IMPACT ERROR: " WS-Impact-Detail-Name
            " COULD NOT BE REOPENED (STATUS="
            WS-Impact-Detail-File-Status ")"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL Impact-End-Of-File = "Y"
        READ Impact-Detail-File
            AT END MOVE "Y" TO Impact-End-Of-File
            NOT AT END PERFORM STORE-IMPACT-RECORD
        END-READ
    END-PERFORM
    CLOSE Impact-Detail-File.

STORE-IMPACT-RECORD.
    MOVE ID-Dataset TO Impact-Key-Dataset
    MOVE ID-Row     TO Impact-Key-Row
    MOVE ID-Col     TO Impact-Key-Col
    MOVE ID-Dir     TO Impact-Key-Dir
    MOVE ID-Word    TO Impact-Key-Word

    IF Impact-Load-Side = "P"
        IF Impact-Prod-Count >= 20000
            DISPLAY "TRIAL IMPACT ERROR: " WS-Impact-Detail-Name
                " exceeds the 20000-record match table"
            CLOSE Impact-Detail-File
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO Impact-Prod-Count
        MOVE Impact-Key-Work TO Impact-Prod-Key(Impact-Prod-Count)
        MOVE "N" TO Impact-Prod-Seen(Impact-Prod-Count)
    ELSE
        IF Impact-Trial-Count >= 20000
            DISPLAY "TRIAL IMPACT ERROR: " WS-Impact-Detail-Name
                " exceeds the 20000-record match table"
            CLOSE Impact-Detail-File
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO Impact-Trial-Count
        MOVE Impact-Key-Work TO Impact-Trial-Key(Impact-Trial-Count)
        MOVE "N" TO Impact-Trial-Seen(Impact-Trial-Count)
    END-IF

    PERFORM FIND-IMPACT-WORD
    IF Impact-Load-Side = "P"
        ADD 1 TO Impact-Word-Prod(Impact-Word-Idx)
    ELSE
        ADD 1 TO Impact-Word-Trial(Impact-Word-Idx)
    END-IF.

FIND-IMPACT-WORD.
    *> Finds (or adds) the dataset and word entry for the key in
    *> Impact-Key-Work and leaves its index in Impact-Word-Idx.
    MOVE "N" TO Impact-Key-Found
    PERFORM VARYING Impact-Word-Idx FROM 1 BY 1
            UNTIL (Impact-Word-Idx > Impact-Word-Count)
                OR (Impact-Key-Found = "Y")
        IF (Impact-Word-Dataset(Impact-Word-Idx) = Impact-Key-Dataset)
                AND (Impact-Word-Text(Impact-Word-Idx) = Impact-Key-Word)
            MOVE "Y" TO Impact-Key-Found
        END-IF
    END-PERFORM

    IF Impact-Key-Found = "Y"
        COMPUTE Impact-Word-Idx = Impact-Word-Idx - 1
    ELSE
        IF Impact-Word-Count >= 1000
            DISPLAY "TRIAL IMPACT ERROR: more than 1000 dataset and "
                "word combinations across the two detail files"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO Impact-Word-Count
        MOVE Impact-Word-Count TO Impact-Word-Idx
        MOVE Impact-Key-Dataset TO Impact-Word-Dataset(Impact-Word-Idx)
        MOVE Impact-Key-Word    TO Impact-Word-Text(Impact-Word-Idx)
        MOVE 0 TO Impact-Word-Prod(Impact-Word-Idx)
        MOVE 0 TO Impact-Word-Trial(Impact-Word-Idx)
        MOVE 0 TO Impact-Word-Added(Impact-Word-Idx)
        MOVE 0 TO Impact-Word-Removed(Impact-Word-Idx)
        MOVE "N" TO Impact-Word-Printed(Impact-Word-Idx)
    END-IF.

PAIR-IMPACT-RECORDS.
    *> Pairs each trial record with one unpaired production record on
    *> the full key. A trial record left unpaired is a match the
    *> candidates would add; a production record left unpaired is one
    *> they would remove. Each is tallied against its dataset and word.
    PERFORM VARYING Impact-Idx FROM 1 BY 1
            UNTIL Impact-Idx > Impact-Trial-Count
        MOVE "N" TO Impact-Key-Found
        PERFORM VARYING Impact-Search-Idx FROM 1 BY 1
                UNTIL (Impact-Search-Idx > Impact-Prod-Count)
                    OR (Impact-Key-Found = "Y")
            IF (Impact-Prod-Seen(Impact-Search-Idx) = "N")
                    AND (Impact-Prod-Key(Impact-Search-Idx)
                        = Impact-Trial-Key(Impact-Idx))
                MOVE "Y" TO Impact-Key-Found
                MOVE "Y" TO Impact-Prod-Seen(Impact-Search-Idx)
                MOVE "Y" TO Impact-Trial-Seen(Impact-Idx)
            END-IF
        END-PERFORM
    END-PERFORM

    PERFORM VARYING Impact-Idx FROM 1 BY 1
            UNTIL Impact-Idx > Impact-Trial-Count
        IF Impact-Trial-Seen(Impact-Idx) = "N"
            MOVE Impact-Trial-Key(Impact-Idx) TO Impact-Key-Work
            PERFORM FIND-IMPACT-WORD
            ADD 1 TO Impact-Word-Added(Impact-Word-Idx)
        END-IF
    END-PERFORM

    PERFORM VARYING Impact-Idx FROM 1 BY 1
            UNTIL Impact-Idx > Impact-Prod-Count
        IF Impact-Prod-Seen(Impact-Idx) = "N"
            MOVE Impact-Prod-Key(Impact-Idx) TO Impact-Key-Work
            PERFORM FIND-IMPACT-WORD
            ADD 1 TO Impact-Word-Removed(Impact-Word-Idx)
        END-IF
    END-PERFORM.

WRITE-IMPACT-HEADER.
    *> Names the two files compared and lists the candidates the trial
    *> ran with.
    MOVE "ADVENT OF CODE DAY 04 - TRIAL SCAN IMPACT REPORT"
        TO Impact-Line
    WRITE Impact-Line

    MOVE SPACES TO Impact-Line
    STRING "Run Date          : " DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        INTO Impact-Line
    WRITE Impact-Line

    MOVE SPACES TO Impact-Line
    IF Impact-Prod-Missing = "Y"
        STRING "Production Detail : " DELIMITED BY SIZE
            WS-Production-Detail-Name DELIMITED BY SPACE
            " NOT FOUND - EVERY TRIAL MATCH SHOWS AS ADDED"
            DELIMITED BY SIZE
            INTO Impact-Line
    ELSE
        STRING "Production Detail : " DELIMITED BY SIZE
            WS-Production-Detail-Name DELIMITED BY SIZE
            INTO Impact-Line
    END-IF
    WRITE Impact-Line

    MOVE SPACES TO Impact-Line
    STRING "Trial Detail      : " DELIMITED BY SIZE
        WS-Detail-Dataset-Name DELIMITED BY SIZE
        INTO Impact-Line
    WRITE Impact-Line

    MOVE SPACES TO Impact-Line
    WRITE Impact-Line

    MOVE "CANDIDATE WORDS" TO Impact-Line
    WRITE Impact-Line
    IF Trial-Word-Count = 0
        MOVE "  NONE" TO Impact-Line
        WRITE Impact-Line
    END-IF
    PERFORM VARYING Word-Idx FROM Live-Word-Count BY 1
            UNTIL Word-Idx >= Search-Word-Count
        MOVE SPACES TO Impact-Line
        STRING "  WORD=" DELIMITED BY SIZE
            Search-Word-Text(Word-Idx + 1) DELIMITED BY SIZE
            " LENGTH=" DELIMITED BY SIZE
            Search-Word-Length(Word-Idx + 1) DELIMITED BY SIZE
            INTO Impact-Line
        WRITE Impact-Line
    END-PERFORM

    MOVE "CANDIDATE SUPPRESSIONS" TO Impact-Line
    WRITE Impact-Line
    IF Trial-Suppress-Count = 0
        MOVE "  NONE" TO Impact-Line
        WRITE Impact-Line
    END-IF
    PERFORM VARYING Suppress-Idx FROM Live-Suppress-Count BY 1
            UNTIL Suppress-Idx >= Suppress-Load-Count
        MOVE SPACES TO Impact-Line
        STRING "  DATASET=" DELIMITED BY SIZE
            Sup-Entry-Dataset(Suppress-Idx + 1) DELIMITED BY SIZE
            " ROW=" DELIMITED BY SIZE
            Sup-Entry-Row(Suppress-Idx + 1) DELIMITED BY SIZE
            " COL=" DELIMITED BY SIZE
            Sup-Entry-Col(Suppress-Idx + 1) DELIMITED BY SIZE
            " DIR=" DELIMITED BY SIZE
            Sup-Entry-Dir(Suppress-Idx + 1) DELIMITED BY SIZE
            " WORD=" DELIMITED BY SIZE
            Sup-Entry-Word(Suppress-Idx + 1) DELIMITED BY SIZE
            INTO Impact-Line
        WRITE Impact-Line
    END-PERFORM

    MOVE SPACES TO Impact-Line
    WRITE Impact-Line.

WRITE-IMPACT-BY-WORD.
    *> One line per dataset and word, the datasets in the order they
    *> first appear and each dataset's words kept together.
    MOVE "IMPACT BY DATASET AND WORD" TO Impact-Line
    WRITE Impact-Line

    PERFORM VARYING Impact-Word-Idx FROM 1 BY 1
            UNTIL Impact-Word-Idx > Impact-Word-Count
        IF Impact-Word-Printed(Impact-Word-Idx) = "N"
            PERFORM VARYING Impact-Group-Idx FROM Impact-Word-Idx BY 1
                    UNTIL Impact-Group-Idx > Impact-Word-Count
                IF Impact-Word-Dataset(Impact-Group-Idx)
                        = Impact-Word-Dataset(Impact-Word-Idx)
                    PERFORM WRITE-IMPACT-WORD-LINE
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM

    MOVE SPACES TO Impact-Line
    WRITE Impact-Line.

WRITE-IMPACT-WORD-LINE.
    *> Writes the entry at Impact-Group-Idx, flagging a candidate word.
    MOVE "Y" TO Impact-Word-Printed(Impact-Group-Idx)
    MOVE SPACES TO Impact-Word-Note
    PERFORM VARYING Word-Idx FROM Live-Word-Count BY 1
            UNTIL (Word-Idx >= Search-Word-Count)
                OR (Impact-Word-Note NOT = SPACES)
        IF Search-Word-Text(Word-Idx + 1)
                = Impact-Word-Text(Impact-Group-Idx)
            MOVE " CANDIDATE" TO Impact-Word-Note
        END-IF
    END-PERFORM

    MOVE SPACES TO Impact-Line
    STRING "  " DELIMITED BY SIZE
        Impact-Word-Dataset(Impact-Group-Idx) DELIMITED BY SIZE
        " WORD=" DELIMITED BY SIZE
        Impact-Word-Text(Impact-Group-Idx) DELIMITED BY SIZE
        " PRODUCTION=" DELIMITED BY SIZE
        Impact-Word-Prod(Impact-Group-Idx) DELIMITED BY SIZE
        " TRIAL=" DELIMITED BY SIZE
        Impact-Word-Trial(Impact-Group-Idx) DELIMITED BY SIZE
        " ADDED=" DELIMITED BY SIZE
        Impact-Word-Added(Impact-Group-Idx) DELIMITED BY SIZE
        " REMOVED=" DELIMITED BY SIZE
        Impact-Word-Removed(Impact-Group-Idx) DELIMITED BY SIZE
        Impact-Word-Note DELIMITED BY SIZE
        INTO Impact-Line
    WRITE Impact-Line.

WRITE-IMPACT-ADDED.
    MOVE "MATCHES ADDED (IN THE TRIAL, NOT IN PRODUCTION)"
        TO Impact-Line
    WRITE Impact-Line

    PERFORM VARYING Impact-Idx FROM 1 BY 1
            UNTIL Impact-Idx > Impact-Trial-Count
        IF Impact-Trial-Seen(Impact-Idx) = "N"
            ADD 1 TO Impact-Added-Count
            MOVE Impact-Trial-Key(Impact-Idx) TO Impact-Key-Work
            PERFORM WRITE-IMPACT-KEY-LINE
        END-IF
    END-PERFORM

    MOVE SPACES TO Impact-Line
    STRING "  Added Count       : " DELIMITED BY SIZE
        Impact-Added-Count DELIMITED BY SIZE
        INTO Impact-Line
    WRITE Impact-Line

    MOVE SPACES TO Impact-Line
    WRITE Impact-Line.

WRITE-IMPACT-REMOVED.
    MOVE "MATCHES REMOVED (IN PRODUCTION, NOT IN THE TRIAL)"
        TO Impact-Line
    WRITE Impact-Line

    PERFORM VARYING Impact-Idx FROM 1 BY 1
            UNTIL Impact-Idx > Impact-Prod-Count
        IF Impact-Prod-Seen(Impact-Idx) = "N"
            ADD 1 TO Impact-Removed-Count
            MOVE Impact-Prod-Key(Impact-Idx) TO Impact-Key-Work
            PERFORM WRITE-IMPACT-KEY-LINE
        END-IF
    END-PERFORM

    MOVE SPACES TO Impact-Line
    STRING "  Removed Count     : " DELIMITED BY SIZE
        Impact-Removed-Count DELIMITED BY SIZE
        INTO Impact-Line
    WRITE Impact-Line.

WRITE-IMPACT-KEY-LINE.
    *> Renders one table key back out in the detail-line wording, as
    *> the compare program does.
    MOVE SPACES TO Impact-Line
    STRING "  DATASET=" DELIMITED BY SIZE
        Impact-Key-Dataset DELIMITED BY SIZE
        " ROW=" DELIMITED BY SIZE
        Impact-Key-Row DELIMITED BY SIZE
        " COL=" DELIMITED BY SIZE
        Impact-Key-Col DELIMITED BY SIZE
        " DIR=" DELIMITED BY SIZE
        Impact-Key-Dir DELIMITED BY SIZE
        " WORD=" DELIMITED BY SIZE
        Impact-Key-Word DELIMITED BY SIZE
        INTO Impact-Line
    WRITE Impact-Line.

OPEN-MATCH-MASTER.
    *> Opens the indexed match-history master for update, creating it
    *> on the first run so a fresh environment does not need a
            "OPENED (STATUS=" WS-Master-File-Status ")"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    *> Every posting is journaled, so the master is not opened for
    *> update without the journal to record against.
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
    *> forward and its hit count bumped once per run date, so the
    *> count reads as the number of distinct run dates the match was
    *> seen on and a same-day rerun or restart cannot double-post.
    *> Each add and each rewrite is journaled with its before- and
    *> after-image, which is what lets a bad day's postings be backed
    *> out.
    MOVE WS-Input-Dataset-Name TO Master-Dataset
    MOVE Start-Row             TO Master-Row
    MOVE Start-Col             TO Master-Col
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
    END-READ.

WRITE-MASTER-JOURNAL.
    *> Journal-Action and both images are staged by the caller.
    MOVE WS-Run-Date TO Journal-Run-Date
    MOVE "S"         TO Journal-Source
    WRITE Journal-Record.
    
LOAD-SUPPRESS-TABLE.
    *> Carries the suppression master into storage for the run. A
    END-PERFORM
    CLOSE Suppress-Master-File.

LOAD-TRIAL-SUPPRESS.
    *> Adds a trial run's candidate suppression entries to the table
    *> after the live ones, so a candidate is honored exactly as it
    *> would be once on the suppression master. A missing candidate
    *> file simply means the trial suppresses nothing new.
    MOVE Suppress-Load-Count TO Live-Suppress-Count
    OPEN INPUT Trial-Suppress-File
    IF WS-Trial-Suppress-File-Status NOT = "00"
        DISPLAY "TRIAL WARNING: day04-trial-suppress.txt NOT FOUND OR "
            "UNREADABLE (STATUS=" WS-Trial-Suppress-File-Status
            ") - NO CANDIDATE SUPPRESSIONS"
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO Trial-End-Of-File
    PERFORM UNTIL Trial-End-Of-File = "Y"
        READ Trial-Suppress-File
            AT END MOVE "Y" TO Trial-End-Of-File
            NOT AT END
                IF Trial-Sup-Dataset NOT = SPACES
                    PERFORM ADD-TRIAL-SUPPRESS
                END-IF
        END-READ
    END-PERFORM
    CLOSE Trial-Suppress-File.

ADD-TRIAL-SUPPRESS.
    IF (Trial-Sup-Row IS NOT NUMERIC) OR (Trial-Sup-Col IS NOT NUMERIC)
        DISPLAY "TRIAL ERROR: candidate suppression for "
            Trial-Sup-Dataset " has a row or column that is not "
            "numeric"
        CLOSE Trial-Suppress-File
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    IF Suppress-Load-Count >= 200
        DISPLAY "TRIAL ERROR: live and candidate suppression entries "
            "overflow the 200-entry table"
        CLOSE Trial-Suppress-File
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    ADD 1 TO Suppress-Load-Count
    ADD 1 TO Trial-Suppress-Count
    MOVE Trial-Sup-Dataset TO Sup-Entry-Dataset(Suppress-Load-Count)
    MOVE Trial-Sup-Row     TO Sup-Entry-Row(Suppress-Load-Count)
    MOVE Trial-Sup-Col     TO Sup-Entry-Col(Suppress-Load-Count)
    MOVE Trial-Sup-Dir     TO Sup-Entry-Dir(Suppress-Load-Count)
    MOVE Trial-Sup-Word    TO Sup-Entry-Word(Suppress-Load-Count).

CHECK-MATCH-SUPPRESSION.
    *> Tests the confirmed match at Start-Row/Start-Col against the
    *> suppression entries before any output is written for it. The
    *> checkpoint can vouch for the overlay file's position on a
    *> restart.
    WRITE Overlay-Line
    ADD 1 TO WS-Overlay-Record-Count
    IF Fp-Work-Open = "Y"
        MOVE "O" TO Fp-Text-Type
        MOVE Overlay-Line TO Fp-Text
        MOVE Fingerprint-Text-Record TO Fingerprint-Work-Line
        WRITE Fingerprint-Work-Line
    END-IF.

WRITE-HOTSPOT-LINE.
    *> Hotspot-Line is staged by the caller; counted for the same
    *> restart repositioning the overlay gets.
    WRITE Hotspot-Line
    ADD 1 TO WS-Hotspot-Record-Count
    IF Fp-Work-Open = "Y"
        MOVE "H" TO Fp-Text-Type
        MOVE Hotspot-Line TO Fp-Text
        MOVE Fingerprint-Text-Record TO Fingerprint-Work-Line
        WRITE Fingerprint-Work-Line
    END-IF.

CHECK-CROSS-ARM.
    *> Matches the two corner characters for one diagonal against
