*> Compiled using GnuCOBOL "cobc" with flags "-std=ibm -free -I ."
IDENTIFICATION DIVISION.
PROGRAM-ID. Advent-Of-Code-Day04-Backout.

*> Reverses one run date's scan postings to the match-history master
*> when a bad feed has been scanned, instead of reloading the master
*> from an old purge archive and losing every later day. The control
*> card names the run date and, optionally, the one dataset to back
*> out. The scan's postings for that date are collected from the
*> master journal; a key first created that day is deleted, and a
*> key that already existed gets its prior first-seen, last-seen and
*> hit count back from the journal's before-image. A key the scan
*> has posted again on a later date keeps that later posting and
*> loses only the backed-out one. Every reversal is itself journaled,
*> so running the same backout twice changes nothing the second
*> time, and the date's extract is flagged on the extract-status file
*> so analytics knows to reload it. Ends with RETURN-CODE 4 when any
*> posting could not be reversed or none were found. The control card
*> names the operator, who must hold BKOUT on the operator
*> authorization file; a refused backout changes nothing, ends with
*> RETURN-CODE 8, and every backout, refused or not, goes to the
*> shared security log.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Backout-Control-File
        ASSIGN TO "day04-backout-control.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Control-File-Status.

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

    SELECT Backout-Work-File
        ASSIGN TO "day04-backout-work.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Work-Key
        FILE STATUS IS WS-Work-File-Status.

    SELECT Extract-Status-File
        ASSIGN TO "day04-extract-status.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Status-File-Status.

    SELECT Backout-Report-File
        ASSIGN TO DYNAMIC WS-Report-Dataset-Name
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT Operator-Auth-File
        ASSIGN TO "day04-operator-auth.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Auth-File-Status.

    SELECT Security-Log-File
        ASSIGN TO "day04-security-log.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Security-File-Status.

DATA DIVISION.
FILE SECTION.
FD Backout-Control-File.
01 Backout-Control-Record.
    05 Backout-Run-Date         PIC X(8)  VALUE " ".
    05 Backout-Dataset          PIC X(40) VALUE " ".
    05 Backout-Operator         PIC X(8)  VALUE " ".

FD Master-Journal-File.
COPY "day04jnl.cpy".

FD Match-Master-File.
COPY "day04mst.cpy".

*> One record per master key the backout date posted, keyed like the
*> master. State P is still to be reversed; R was already reversed
*> by an earlier backout of the same date. The later date is the
*> first later run date the scan posted the key on, if any.
FD Backout-Work-File.
01 Work-Record.
    05 Work-Key.
        10 Work-Dataset         PIC X(40).
        10 Work-Row             PIC 9(3).
        10 Work-Col             PIC 9(3).
        10 Work-Dir             PIC 9(1).
        10 Work-Word            PIC A(10).
    05 Work-Action              PIC A(1).
    05 Work-State               PIC A(1).
    05 Work-Before-Image.
        10 Work-Before-Key      PIC X(57).
        10 Work-Before-First    PIC X(8).
        10 Work-Before-Last     PIC X(8).
        10 Work-Before-Hits     PIC 9(5).
    05 Work-Later-Date          PIC X(8).

FD Extract-Status-File.
COPY "day04xst.cpy".

FD Backout-Report-File.
01 Report-Line                  PIC X(160).

FD Operator-Auth-File.
COPY "day04auth.cpy".

FD Security-Log-File.
COPY "day04sec.cpy".

WORKING-STORAGE SECTION.
01 WS-Control-File-Status       PIC X(2)  VALUE "00".
01 WS-Journal-File-Status       PIC X(2)  VALUE "00".
01 WS-Master-File-Status        PIC X(2)  VALUE "00".
01 WS-Work-File-Status          PIC X(2)  VALUE "00".
01 WS-Status-File-Status        PIC X(2)  VALUE "00".
01 WS-Report-Dataset-Name       PIC X(40) VALUE SPACES.
01 WS-Today                     PIC X(8)  VALUE SPACES.
01 WS-Backout-Date              PIC X(8)  VALUE SPACES.
01 WS-Backout-Dataset           PIC X(40) VALUE SPACES.
01 WS-Operator-Id               PIC X(8)  VALUE SPACES.

01 Control-End-Of-File          PIC A(1)  VALUE "N".
01 Journal-End-Of-File          PIC A(1)  VALUE "N".
01 Work-End-Of-File             PIC A(1)  VALUE "N".
01 Status-End-Of-File           PIC A(1)  VALUE "N".
01 Posting-Selected             PIC A(1)  VALUE "N".
01 Outcome-Text                 PIC X(60) VALUE SPACES.
01 Outcome-Verb                 PIC X(12) VALUE SPACES.

*> The extract-status file is small and rewritten wholesale, the
*> same way the acknowledgment program maintains it.
01 Status-Table.
    05 Status-Entry             OCCURS 400 TIMES.
        10 Entry-Status-Record  PIC X(55).
01 Status-Count                 PIC 9(3)  VALUE 0.
01 Status-Idx                   PIC 9(3)  VALUE 0.
01 Entry-Found                  PIC A(1)  VALUE "N".

01 Journal-Read-Count           PIC 9(9)  VALUE 0.
01 Postings-Found-Count         PIC 9(7)  VALUE 0.
01 Deleted-Count                PIC 9(7)  VALUE 0.
01 Restored-Count               PIC 9(7)  VALUE 0.
01 Decremented-Count            PIC 9(7)  VALUE 0.
01 Already-Reversed-Count       PIC 9(7)  VALUE 0.
01 Not-Reversed-Count           PIC 9(7)  VALUE 0.
01 Reversal-Count               PIC 9(7)  VALUE 0.

*> This program's entries from the operator authorization file, and
*> the operator and action a card is checked for.
01 WS-Auth-File-Status          PIC X(2)  VALUE "00".
01 WS-Security-File-Status      PIC X(2)  VALUE "00".
01 Auth-This-Program            PIC X(4)  VALUE "BKO".
01 Auth-File-Present            PIC A(1)  VALUE "N".
01 Auth-End-Of-File             PIC A(1)  VALUE "N".
01 Auth-Table.
    05 Auth-Entry               OCCURS 100 TIMES.
        10 Auth-Entry-Operator  PIC X(8).
        10 Auth-Entry-Action    OCCURS 8 TIMES PIC X(5).
01 Auth-Count                   PIC 9(3)  VALUE 0.
01 Auth-Idx                     PIC 9(3)  VALUE 0.
01 Auth-Slot                    PIC 9(1)  VALUE 0.
01 Auth-Check-Operator          PIC X(8)  VALUE SPACES.
01 Auth-Check-Action            PIC X(5)  VALUE SPACES.
01 Auth-Granted                 PIC A(1)  VALUE "N".
01 Auth-Problem                 PIC X(60) VALUE SPACES.
01 Security-Time-Now            PIC 9(8)  VALUE 0.

PROCEDURE DIVISION.
    ACCEPT WS-Today FROM DATE YYYYMMDD
    PERFORM READ-BACKOUT-CONTROL-CARD
    PERFORM LOAD-OPERATOR-AUTH
    PERFORM OPEN-SECURITY-LOG

    MOVE SPACES TO WS-Report-Dataset-Name
    STRING "day04-backout-" DELIMITED BY SIZE
        WS-Backout-Date DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-Report-Dataset-Name
    OPEN OUTPUT Backout-Report-File
    PERFORM WRITE-BACKOUT-HEADER
    PERFORM AUTHORIZE-BACKOUT-RUN

    PERFORM OPEN-BACKOUT-WORK-FILE
    PERFORM COLLECT-DATE-POSTINGS
    PERFORM WRITE-POSTINGS-NOTE

    PERFORM REVERSE-DATE-POSTINGS
    CLOSE Backout-Work-File

    COMPUTE Reversal-Count =
        Deleted-Count + Restored-Count + Decremented-Count
    IF Reversal-Count > 0
        PERFORM FLAG-EXTRACT-FOR-RELOAD
    END-IF

    PERFORM WRITE-BACKOUT-SUMMARY
    CLOSE Security-Log-File
    CLOSE Backout-Report-File

    IF (Not-Reversed-Count > 0) OR (Postings-Found-Count = 0)
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

READ-BACKOUT-CONTROL-CARD.
    *> Reads the run date to back out and the optional dataset that
    *> narrows it; a blank dataset backs out every dataset the date
    *> posted. There is no default date - backing out today by
    *> accident is not a mistake this program should make easy.
    OPEN INPUT Backout-Control-File
    IF WS-Control-File-Status NOT = "00"
        DISPLAY "CONTROL CARD ERROR: day04-backout-control.txt NOT "
            "FOUND OR UNREADABLE (STATUS=" WS-Control-File-Status ")"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    READ Backout-Control-File
        AT END MOVE "Y" TO Control-End-Of-File
        NOT AT END
            MOVE Backout-Run-Date TO WS-Backout-Date
            MOVE Backout-Dataset  TO WS-Backout-Dataset
            MOVE Backout-Operator TO WS-Operator-Id
    END-READ
    CLOSE Backout-Control-File

    IF (WS-Backout-Date = SPACES)
            OR (WS-Backout-Date IS NOT NUMERIC)
        DISPLAY "CONTROL CARD ERROR: backout run date must be an "
            "eight-digit YYYYMMDD date"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

AUTHORIZE-BACKOUT-RUN.
    *> The operator must hold BKOUT in BKO. A refused backout is
    *> reported, logged and stopped before the work file, the journal
    *> or the master is touched.
    MOVE SPACES TO Security-Record
    MOVE "BKOUT" TO Security-Action
    MOVE WS-Operator-Id TO Security-Operator
    STRING "RUN DATE=" DELIMITED BY SIZE
        WS-Backout-Date DELIMITED BY SIZE
        " DATASET=" DELIMITED BY SIZE
        WS-Backout-Dataset DELIMITED BY SPACE
        INTO Security-Subject

    MOVE WS-Operator-Id TO Auth-Check-Operator
    MOVE "BKOUT" TO Auth-Check-Action
    PERFORM CHECK-OPERATOR-AUTH

    IF Auth-Granted = "Y"
        MOVE "ACCEPTED" TO Security-Outcome
        MOVE "run authorized - reversals are on the backout report"
            TO Security-Reason
        PERFORM WRITE-SECURITY-LOG
        EXIT PARAGRAPH
    END-IF

    MOVE "REJECTED" TO Security-Outcome
    MOVE Auth-Problem TO Security-Reason
    PERFORM WRITE-SECURITY-LOG

    MOVE SPACES TO Report-Line
    STRING "BACKOUT REFUSED - " DELIMITED BY SIZE
        Auth-Problem DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line
    DISPLAY "BACKOUT REFUSED: " Auth-Problem

    CLOSE Security-Log-File
    CLOSE Backout-Report-File
    MOVE 8 TO RETURN-CODE
    STOP RUN.

OPEN-BACKOUT-WORK-FILE.
    *> The work file is rebuilt from the journal on every run.
    OPEN OUTPUT Backout-Work-File
    CLOSE Backout-Work-File
    OPEN I-O Backout-Work-File
    IF WS-Work-File-Status NOT = "00"
        DISPLAY "BACKOUT WORK FILE ERROR: day04-backout-work.dat "
            "COULD NOT BE OPENED (STATUS=" WS-Work-File-Status ")"
        CLOSE Security-Log-File
        CLOSE Backout-Report-File
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

COLLECT-DATE-POSTINGS.
    *> One pass of the journal. The scan's postings for the backout
    *> date become work records; an earlier backout's reversal of one
    *> of them marks it already done, unless the date was rescanned
    *> after that backout; and any scan posting of the same key on a
    *> later date is remembered, because that posting stands.
    OPEN INPUT Master-Journal-File
    IF WS-Journal-File-Status NOT = "00"
        DISPLAY "MASTER JOURNAL ERROR: day04-master-journal.txt NOT "
            "FOUND OR UNREADABLE (STATUS=" WS-Journal-File-Status ")"
        CLOSE Backout-Work-File
        CLOSE Security-Log-File
        CLOSE Backout-Report-File
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL Journal-End-Of-File = "Y"
        READ Master-Journal-File
            AT END MOVE "Y" TO Journal-End-Of-File
            NOT AT END
                ADD 1 TO Journal-Read-Count
                EVALUATE TRUE
                    WHEN (Journal-Source = "S")
                            AND (Journal-Run-Date = WS-Backout-Date)
                        PERFORM COLLECT-ONE-POSTING
                    WHEN (Journal-Source = "B")
                            AND (Journal-Run-Date = WS-Backout-Date)
                        PERFORM NOTE-PRIOR-REVERSAL
                    WHEN (Journal-Source = "S")
                            AND (Journal-Run-Date > WS-Backout-Date)
                        PERFORM NOTE-LATER-POSTING
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE Master-Journal-File.

COLLECT-ONE-POSTING.
    IF (WS-Backout-Dataset NOT = SPACES)
            AND (Journal-After-Key(1:40) NOT = WS-Backout-Dataset)
        EXIT PARAGRAPH
    END-IF

    MOVE Journal-After-Key TO Work-Key
    READ Backout-Work-File
        INVALID KEY
            ADD 1 TO Postings-Found-Count
            PERFORM LOAD-WORK-FROM-JOURNAL
            WRITE Work-Record
        NOT INVALID KEY
            *> The date was backed out and then scanned again; it is
            *> the new posting that is now to be reversed.
            IF Work-State = "R"
                PERFORM LOAD-WORK-FROM-JOURNAL
                REWRITE Work-Record
            END-IF
    END-READ.

LOAD-WORK-FROM-JOURNAL.
    MOVE Journal-Action       TO Work-Action
    MOVE "P"                  TO Work-State
    MOVE Journal-Before-Image TO Work-Before-Image
    MOVE SPACES               TO Work-Later-Date.

NOTE-PRIOR-REVERSAL.
    *> A backout journals the key it reversed in its before-image.
    MOVE Journal-Before-Key TO Work-Key
    READ Backout-Work-File
        INVALID KEY CONTINUE
        NOT INVALID KEY
            MOVE "R" TO Work-State
            REWRITE Work-Record
    END-READ.

NOTE-LATER-POSTING.
    IF Postings-Found-Count = 0
        EXIT PARAGRAPH
    END-IF
    MOVE Journal-After-Key TO Work-Key
    READ Backout-Work-File
        INVALID KEY CONTINUE
        NOT INVALID KEY
            IF (Work-Later-Date = SPACES)
                    OR (Journal-Run-Date < Work-Later-Date)
                MOVE Journal-Run-Date TO Work-Later-Date
                REWRITE Work-Record
            END-IF
    END-READ.

REVERSE-DATE-POSTINGS.
    *> Walks the collected postings in key order and reverses each
    *> against the master as it stands now, journaling every change.
    OPEN I-O Match-Master-File
    IF WS-Master-File-Status NOT = "00"
        DISPLAY "MATCH MASTER ERROR: day04-master.dat COULD NOT BE "
            "OPENED (STATUS=" WS-Master-File-Status ")"
        CLOSE Backout-Work-File
        CLOSE Security-Log-File
        CLOSE Backout-Report-File
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN EXTEND Master-Journal-File
    IF WS-Journal-File-Status NOT = "00"
        DISPLAY "MASTER JOURNAL ERROR: day04-master-journal.txt COULD "
            "NOT BE OPENED (STATUS=" WS-Journal-File-Status ")"
        CLOSE Match-Master-File
        CLOSE Backout-Work-File
        CLOSE Security-Log-File
        CLOSE Backout-Report-File
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE LOW-VALUES TO Work-Key
    START Backout-Work-File KEY NOT LESS THAN Work-Key
        INVALID KEY MOVE "Y" TO Work-End-Of-File
    END-START
    PERFORM UNTIL Work-End-Of-File = "Y"
        READ Backout-Work-File NEXT
            AT END MOVE "Y" TO Work-End-Of-File
            NOT AT END PERFORM REVERSE-ONE-POSTING
        END-READ
    END-PERFORM

    CLOSE Master-Journal-File
    CLOSE Match-Master-File.

REVERSE-ONE-POSTING.
    *> The master's last-seen date says what has happened to the key
    *> since: still the backout date means nothing later touched it
    *> and the posting comes off whole; a later date means a later
    *> scan posted it again and only this date's share comes off; an
    *> earlier date means it has already been put back.
    IF Work-State = "R"
        ADD 1 TO Already-Reversed-Count
        MOVE "SKIPPED"   TO Outcome-Verb
        MOVE "ALREADY REVERSED BY AN EARLIER BACKOUT OF THIS DATE"
            TO Outcome-Text
        PERFORM WRITE-POSTING-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE Work-Key TO Master-Key
    READ Match-Master-File
        INVALID KEY
            ADD 1 TO Not-Reversed-Count
            MOVE "NOT REVERSED" TO Outcome-Verb
            MOVE "NO LONGER ON THE MASTER - PURGED SINCE"
                TO Outcome-Text
            PERFORM WRITE-POSTING-LINE
            EXIT PARAGRAPH
    END-READ

    MOVE Master-Record TO Journal-Before-Image
    EVALUATE TRUE
        WHEN (Master-Last-Seen = WS-Backout-Date)
                AND (Work-Action = "A")
            DELETE Match-Master-File
            MOVE "D" TO Journal-Action
            MOVE SPACES TO Journal-After-Image
            PERFORM WRITE-MASTER-JOURNAL
            ADD 1 TO Deleted-Count
            MOVE "DELETED" TO Outcome-Verb
            MOVE "FIRST CREATED ON THE BACKOUT DATE" TO Outcome-Text
        WHEN Master-Last-Seen = WS-Backout-Date
            MOVE Work-Before-First TO Master-First-Seen
            MOVE Work-Before-Last  TO Master-Last-Seen
            MOVE Work-Before-Hits  TO Master-Hit-Count
            REWRITE Master-Record
            MOVE "C" TO Journal-Action
            MOVE Master-Record TO Journal-After-Image
            PERFORM WRITE-MASTER-JOURNAL
            ADD 1 TO Restored-Count
            MOVE "RESTORED" TO Outcome-Verb
            MOVE SPACES TO Outcome-Text
            STRING "LAST SEEN " DELIMITED BY SIZE
                Work-Before-Last DELIMITED BY SIZE
                " HITS " DELIMITED BY SIZE
                Work-Before-Hits DELIMITED BY SIZE
                INTO Outcome-Text
        WHEN Master-Last-Seen > WS-Backout-Date
            IF Master-Hit-Count > 1
                SUBTRACT 1 FROM Master-Hit-Count
            END-IF
            IF Work-Action = "A"
                IF Work-Later-Date NOT = SPACES
                    MOVE Work-Later-Date TO Master-First-Seen
                ELSE
                    MOVE Master-Last-Seen TO Master-First-Seen
                END-IF
            END-IF
            REWRITE Master-Record
            MOVE "C" TO Journal-Action
            MOVE Master-Record TO Journal-After-Image
            PERFORM WRITE-MASTER-JOURNAL
            ADD 1 TO Decremented-Count
            MOVE "DECREMENTED" TO Outcome-Verb
            MOVE SPACES TO Outcome-Text
            STRING "POSTED AGAIN THROUGH " DELIMITED BY SIZE
                Master-Last-Seen DELIMITED BY SIZE
                " - LATER POSTING KEPT" DELIMITED BY SIZE
                INTO Outcome-Text
        WHEN OTHER
            ADD 1 TO Not-Reversed-Count
            MOVE "NOT REVERSED" TO Outcome-Verb
            MOVE SPACES TO Outcome-Text
            STRING "MASTER LAST SEEN " DELIMITED BY SIZE
                Master-Last-Seen DELIMITED BY SIZE
                " IS BEFORE THE BACKOUT DATE" DELIMITED BY SIZE
                INTO Outcome-Text
    END-EVALUATE
    PERFORM WRITE-POSTING-LINE.

WRITE-MASTER-JOURNAL.
    *> Journal-Action and both images are staged by the caller. The
    *> entry carries the date being backed out, which is how a second
    *> backout of the same date recognizes the work as done.
    MOVE WS-Backout-Date TO Journal-Run-Date
    MOVE "B"             TO Journal-Source
    WRITE Journal-Record.

WRITE-POSTING-LINE.
    *> Outcome-Verb and Outcome-Text are staged by the caller.
    MOVE SPACES TO Report-Line
    STRING "  " Outcome-Verb DELIMITED BY SIZE
        " " Work-Dataset DELIMITED BY SIZE
        " ROW=" DELIMITED BY SIZE
        Work-Row DELIMITED BY SIZE
        " COL=" DELIMITED BY SIZE
        Work-Col DELIMITED BY SIZE
        " DIR=" DELIMITED BY SIZE
        Work-Dir DELIMITED BY SIZE
        " WORD=" DELIMITED BY SIZE
        Work-Word DELIMITED BY SIZE
        " : " DELIMITED BY SIZE
        Outcome-Text DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line.

FLAG-EXTRACT-FOR-RELOAD.
    *> Marks the backed-out date B on the extract-status file, adding
    *> an entry if the acknowledgment program has not registered the
    *> date yet, so the ack report carries it until analytics reloads.
    OPEN INPUT Extract-Status-File
    IF (WS-Status-File-Status NOT = "00")
            AND (WS-Status-File-Status NOT = "35")
        DISPLAY "STATUS FILE ERROR: day04-extract-status.txt COULD "
            "NOT BE OPENED (STATUS=" WS-Status-File-Status ")"
        CLOSE Security-Log-File
        CLOSE Backout-Report-File
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-Status-File-Status = "00"
        PERFORM UNTIL Status-End-Of-File = "Y"
            READ Extract-Status-File
                AT END MOVE "Y" TO Status-End-Of-File
                NOT AT END
                    IF Status-Count >= 400
                        DISPLAY "STATUS FILE ERROR: more than 400 "
                            "extract dates on day04-extract-status.txt"
                        CLOSE Extract-Status-File
                        CLOSE Security-Log-File
                        CLOSE Backout-Report-File
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO Status-Count
                    MOVE Status-Record
                        TO Entry-Status-Record(Status-Count)
            END-READ
        END-PERFORM
        CLOSE Extract-Status-File
    END-IF

    OPEN OUTPUT Extract-Status-File
    MOVE "N" TO Entry-Found
    PERFORM VARYING Status-Idx FROM 1 BY 1
            UNTIL Status-Idx > Status-Count
        MOVE Entry-Status-Record(Status-Idx) TO Status-Record
        IF Status-Extract-Date = WS-Backout-Date
            MOVE "Y" TO Entry-Found
            MOVE "B" TO Status-State
            MOVE WS-Today TO Status-Ack-Date
        END-IF
        WRITE Status-Record
    END-PERFORM
    IF Entry-Found = "N"
        MOVE WS-Backout-Date TO Status-Extract-Date
        MOVE 0 TO Status-Trailer-Records
        MOVE 0 TO Status-Trailer-Matches
        MOVE "B" TO Status-State
        MOVE WS-Today TO Status-Ack-Date
        MOVE 0 TO Status-Ack-Records
        MOVE 0 TO Status-Ack-Matches
        WRITE Status-Record
    END-IF
    CLOSE Extract-Status-File

    MOVE SPACES TO Report-Line
    WRITE Report-Line
    MOVE SPACES TO Report-Line
    STRING "EXTRACT " DELIMITED BY SIZE
        WS-Backout-Date DELIMITED BY SIZE
        " FLAGGED FOR RELOAD ON day04-extract-status.txt"
        DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line.

WRITE-BACKOUT-HEADER.
    MOVE "ADVENT OF CODE DAY 04 - MATCH MASTER BACKOUT" TO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "Run Date      : " DELIMITED BY SIZE
        WS-Backout-Date DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    IF WS-Backout-Dataset = SPACES
        MOVE "Dataset       : ALL DATASETS" TO Report-Line
    ELSE
        STRING "Dataset       : " DELIMITED BY SIZE
            WS-Backout-Dataset DELIMITED BY SIZE
            INTO Report-Line
    END-IF
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "Backed Out On : " DELIMITED BY SIZE
        WS-Today DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "Operator      : " DELIMITED BY SIZE
        WS-Operator-Id DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line.

WRITE-POSTINGS-NOTE.
    *> Closes the report header once the journal has been read.
    IF Postings-Found-Count = 0
        MOVE "NOTE: the journal holds no scan postings for this date"
            & " and dataset - nothing to back out" TO Report-Line
        WRITE Report-Line
    END-IF

    MOVE SPACES TO Report-Line
    WRITE Report-Line.

WRITE-BACKOUT-SUMMARY.
    MOVE SPACES TO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "JOURNAL RECORDS READ : " DELIMITED BY SIZE
        Journal-Read-Count DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "POSTINGS FOUND       : " DELIMITED BY SIZE
        Postings-Found-Count DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "KEYS DELETED         : " DELIMITED BY SIZE
        Deleted-Count DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "KEYS RESTORED        : " DELIMITED BY SIZE
        Restored-Count DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "KEYS DECREMENTED     : " DELIMITED BY SIZE
        Decremented-Count DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "ALREADY BACKED OUT   : " DELIMITED BY SIZE
        Already-Reversed-Count DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "NOT REVERSED         : " DELIMITED BY SIZE
        Not-Reversed-Count DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line.

LOAD-OPERATOR-AUTH.
    *> Loads this program's entries from the operator authorization
    *> file. Without the file nobody is authorized, so every card is
    *> rejected and logged rather than applied unchecked.
    OPEN INPUT Operator-Auth-File
    IF WS-Auth-File-Status NOT = "00"
        DISPLAY "OPERATOR AUTHORIZATION ERROR: day04-operator-auth.txt "
            "NOT FOUND OR UNREADABLE (STATUS=" WS-Auth-File-Status
            ") - EVERY CARD WILL BE REJECTED"
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO Auth-File-Present

    PERFORM UNTIL Auth-End-Of-File = "Y"
        READ Operator-Auth-File
            AT END MOVE "Y" TO Auth-End-Of-File
            NOT AT END
                IF (Auth-Program = Auth-This-Program)
                        AND (Auth-Operator NOT = SPACES)
                        AND (Auth-Count < 100)
                    ADD 1 TO Auth-Count
                    MOVE Auth-Operator TO Auth-Entry-Operator(Auth-Count)
                    PERFORM VARYING Auth-Slot FROM 1 BY 1
                            UNTIL Auth-Slot > 8
                        MOVE Auth-Action(Auth-Slot)
                            TO Auth-Entry-Action(Auth-Count, Auth-Slot)
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE Operator-Auth-File.

CHECK-OPERATOR-AUTH.
    *> Auth-Check-Operator and Auth-Check-Action are staged by the
    *> caller. Sets Auth-Granted, and Auth-Problem when it is N.
    MOVE "N" TO Auth-Granted
    MOVE SPACES TO Auth-Problem
    IF Auth-Check-Operator = SPACES
        MOVE "operator ID is missing from the card" TO Auth-Problem
        EXIT PARAGRAPH
    END-IF
    IF Auth-File-Present = "N"
        MOVE "operator authorization file is not available"
            TO Auth-Problem
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING Auth-Idx FROM 1 BY 1 UNTIL Auth-Idx > Auth-Count
        IF Auth-Entry-Operator(Auth-Idx) = Auth-Check-Operator
            PERFORM VARYING Auth-Slot FROM 1 BY 1 UNTIL Auth-Slot > 8
                IF Auth-Entry-Action(Auth-Idx, Auth-Slot)
                        = Auth-Check-Action
                    MOVE "Y" TO Auth-Granted
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM

    STRING "operator " DELIMITED BY SIZE
        Auth-Check-Operator DELIMITED BY SPACE
        " is not authorized for " DELIMITED BY SIZE
        Auth-Check-Action DELIMITED BY SPACE
        " in " DELIMITED BY SIZE
        Auth-This-Program DELIMITED BY SPACE
        INTO Auth-Problem.

OPEN-SECURITY-LOG.
    *> The security log is cumulative and shared by every maintenance
    *> program, created on first use the way the run history is. No
    *> card is processed unless its attempt can be logged.
    OPEN EXTEND Security-Log-File
    IF WS-Security-File-Status = "35"
        OPEN OUTPUT Security-Log-File
    END-IF
    IF WS-Security-File-Status NOT = "00"
        DISPLAY "SECURITY LOG ERROR: day04-security-log.txt COULD NOT "
            "BE OPENED (STATUS=" WS-Security-File-Status ")"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-SECURITY-LOG.
    *> The caller clears Security-Record and stages the action,
    *> operator, approver, outcome, reason and subject.
    ACCEPT Security-Time-Now FROM TIME
    MOVE WS-Today          TO Security-Date
    MOVE Security-Time-Now TO Security-Time
    MOVE Auth-This-Program TO Security-Program
    WRITE Security-Record.
