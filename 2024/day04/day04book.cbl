*> Compiled using GnuCOBOL "cobc" with flags "-std=ibm -free -I ."
IDENTIFICATION DIVISION.
PROGRAM-ID. Advent-Of-Code-Day04-Runbook.

*> Morning run-book page for one run date, in place of opening the
*> edit report, the scan report and the run-history tail, the
*> balancing report, the alert report, the acknowledgment exception
*> report, the intake log and reject file and the archive sweep
*> summary one at a time. Each job gets one GREEN / AMBER / RED line
*> built from its step return code on the driver's step log and from
*> the verdict lines of its own output, and under every job that is
*> not green the lines that made it so - the out-of-balance pairs,
*> the breached thresholds, the aged or rejected extracts, the
*> rejected feeds and datasets. A job the job stream says should
*> have run that left no output for the date is RED NOT RUN. The
*> overall status - the worst job's - heads the page for forwarding
*> to the shift lead. Ends with RETURN-CODE 0, 4 or 8 for an overall
*> GREEN, AMBER or RED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Runbook-Control-File
        ASSIGN TO "day04-runbook-control.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Control-File-Status.

    SELECT Job-Stream-File
        ASSIGN TO "day04-jobstream.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Stream-File-Status.

    SELECT Step-Log-File
        ASSIGN TO DYNAMIC WS-Step-Log-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Log-File-Status.

    SELECT Job-Output-File
        ASSIGN TO DYNAMIC WS-Job-Output-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Output-File-Status.

    SELECT Run-History-File
        ASSIGN TO "day04-history.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-History-File-Status.

    SELECT Runbook-Report-File
        ASSIGN TO DYNAMIC WS-Report-Dataset-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-File-Status.

DATA DIVISION.
FILE SECTION.
*> Run date the page is for; blank means today.
FD Runbook-Control-File.
01 Runbook-Control-Record.
    05 Runbook-Run-Date         PIC X(8) VALUE " ".

*> The driver's step cards; only the step name and command are
*> needed, to tell which job each step runs.
FD Job-Stream-File.
01 Step-Card-Record.
    05 Card-Step-Name           PIC X(8).
    05 Card-Step-Command        PIC X(60).

*> The driver's dated step log, the same fixed layout it writes.
FD Step-Log-File.
01 Step-Log-Record.
    05 Log-Run-Date             PIC X(8).
    05 FILLER                   PIC X(1).
    05 Log-Step-Name            PIC X(8).
    05 FILLER                   PIC X(1).
    05 Log-Event                PIC X(8).
    05 FILLER                   PIC X(1).
    05 Log-Date                 PIC X(8).
    05 FILLER                   PIC X(1).
    05 Log-Time                 PIC X(8).
    05 FILLER                   PIC X(4).
    05 Log-Return-Code          PIC 9(3).
    05 FILLER                   PIC X(1).
    05 Log-Text                 PIC X(80).

*> Each job's report, log or reject file in turn.
FD Job-Output-File.
01 Output-Line                  PIC X(160).

FD Run-History-File.
COPY "day04hst.cpy".

FD Runbook-Report-File.
01 Report-Line                  PIC X(160).

WORKING-STORAGE SECTION.
01 WS-Control-File-Status       PIC X(2)  VALUE "00".
01 WS-Stream-File-Status        PIC X(2)  VALUE "00".
01 WS-Log-File-Status           PIC X(2)  VALUE "00".
01 WS-Output-File-Status        PIC X(2)  VALUE "00".
01 WS-History-File-Status       PIC X(2)  VALUE "00".
01 WS-Report-File-Status        PIC X(2)  VALUE "00".
01 WS-Run-Date                  PIC X(8)  VALUE SPACES.
01 WS-Step-Log-Name             PIC X(40) VALUE SPACES.
01 WS-Job-Output-Name           PIC X(40) VALUE SPACES.
01 WS-Report-Dataset-Name       PIC X(40) VALUE SPACES.

01 Stream-Present               PIC A(1)  VALUE "N".
01 Step-Log-Present             PIC A(1)  VALUE "N".
01 Output-End-Of-File           PIC A(1)  VALUE "N".
01 Stream-End-Of-File           PIC A(1)  VALUE "N".
01 Log-End-Of-File              PIC A(1)  VALUE "N".
01 History-End-Of-File          PIC A(1)  VALUE "N".

*> The night's jobs in running order. Job-Token is how a step's
*> command names the job's program; the scan's own program is
*> named by "day04 " since every other program name extends it.
*> Severity is 0, 4 or 8 for GREEN, AMBER or RED.
01 Job-Table.
    05 Job-Entry                OCCURS 7 TIMES.
        10 Job-Name             PIC X(8).
        10 Job-Token            PIC X(10).
        10 Job-Token-Length     PIC 9(2).
        10 Job-Scheduled        PIC A(1).
        10 Job-Step-Seen        PIC A(1).
        10 Job-Step-Severity    PIC 9(1).
        10 Job-Step-Text        PIC X(40).
        10 Job-RC-Text          PIC X(3).
        10 Job-Output-Found     PIC A(1).
        10 Job-Verdict-Severity PIC 9(1).
        10 Job-Verdict-Text     PIC X(80).
        10 Job-Severity         PIC 9(1).
        10 Job-Status           PIC X(5).
        10 Job-First-Exception  PIC 9(3).
        10 Job-Exception-Count  PIC 9(3).
01 Job-Count                    PIC 9(1)  VALUE 7.
01 Job-Idx                      PIC 9(1)  VALUE 0.
01 Intake-Job                   PIC 9(1)  VALUE 1.
01 Edit-Job                     PIC 9(1)  VALUE 2.
01 Scan-Job                     PIC 9(1)  VALUE 3.
01 Balance-Job                  PIC 9(1)  VALUE 4.
01 Alert-Job                    PIC 9(1)  VALUE 5.
01 Ack-Job                      PIC 9(1)  VALUE 6.
01 Archive-Job                  PIC 9(1)  VALUE 7.

*> Steps on the job stream that run one of the night's jobs, with
*> the latest event the step log holds for each.
01 Step-Table.
    05 Step-Entry               OCCURS 20 TIMES.
        10 Step-Name            PIC X(8).
        10 Step-Job-Idx         PIC 9(1).
        10 Step-Event           PIC X(8).
        10 Step-Return-Code     PIC 9(3).
01 Step-Count                   PIC 9(2)  VALUE 0.
01 Step-Idx                     PIC 9(2)  VALUE 0.
01 Step-Severity                PIC 9(1)  VALUE 0.
01 Step-Text                    PIC X(40) VALUE SPACES.
01 Token-Tally                  PIC 9(3)  VALUE 0.

*> Exception lines in job order. Each job shows at most ten and a
*> count of the rest.
01 Exception-Table.
    05 Exception-Text           OCCURS 80 TIMES PIC X(150).
01 Exception-Count              PIC 9(3)  VALUE 0.
01 Exception-Idx                PIC 9(3)  VALUE 0.
01 Exception-Limit              PIC 9(3)  VALUE 10.
01 Exception-Overflow           PIC 9(5)  VALUE 0.
01 Exception-Staged             PIC X(150) VALUE SPACES.
01 Held-Dataset-Line            PIC X(150) VALUE SPACES.
01 Held-Line-Written            PIC A(1)  VALUE "N".

01 Report-Date-Seen             PIC X(8)  VALUE SPACES.
01 Verdict-Seen                 PIC A(1)  VALUE "N".
01 Converted-Count              PIC 9(3)  VALUE 0.
01 Rejected-Count               PIC 9(3)  VALUE 0.
01 History-Match-Count          PIC 9(3)  VALUE 0.
01 Last-History-Record          PIC X(120) VALUE SPACES.
01 Last-History-View REDEFINES Last-History-Record.
    05 Last-Run-Date            PIC X(8).
    05 Last-Search-Word         PIC A(10).
    05 Last-Direction-Mode      PIC A(1).
    05 Last-Dataset-Count       PIC 9(3).
    05 Last-Skipped-Count       PIC 9(3).
    05 Last-Word-Count          PIC 9(10).
    05 Last-Cross-Count         PIC 9(10).
    05 Last-Comparisons         PIC 9(18).
    05 Last-Elapsed             PIC 9(8).
    05 Last-Return-Code         PIC 9(2).
    05 FILLER                   PIC X(47).
01 Exceptions-Reported          PIC 9(5)  VALUE 0.

01 Overall-Severity             PIC 9(1)  VALUE 0.
01 Overall-Status               PIC X(5)  VALUE SPACES.
01 Green-Count                  PIC 9(1)  VALUE 0.
01 Amber-Count                  PIC 9(1)  VALUE 0.
01 Red-Count                    PIC 9(1)  VALUE 0.
01 Unscheduled-Count            PIC 9(1)  VALUE 0.

PROCEDURE DIVISION.
    PERFORM READ-RUNBOOK-CONTROL-CARD
    PERFORM LOAD-JOB-TABLE
    PERFORM LOAD-JOB-STREAM
    PERFORM LOAD-STEP-LOG

    *> Each job is rated as soon as its output has been read, so the
    *> lines under it on the page stay together.
    PERFORM CHECK-INTAKE-JOB
    PERFORM RATE-ONE-JOB
    PERFORM CHECK-EDIT-JOB
    PERFORM RATE-ONE-JOB
    PERFORM CHECK-SCAN-JOB
    PERFORM RATE-ONE-JOB
    PERFORM CHECK-BALANCE-JOB
    PERFORM RATE-ONE-JOB
    PERFORM CHECK-ALERT-JOB
    PERFORM RATE-ONE-JOB
    PERFORM CHECK-ACK-JOB
    PERFORM RATE-ONE-JOB
    PERFORM CHECK-ARCHIVE-JOB
    PERFORM RATE-ONE-JOB

    PERFORM WRITE-RUNBOOK-PAGE
    CLOSE Runbook-Report-File

    MOVE Overall-Severity TO RETURN-CODE
    STOP RUN.

READ-RUNBOOK-CONTROL-CARD.
    OPEN INPUT Runbook-Control-File
    IF WS-Control-File-Status NOT = "00"
        DISPLAY "CONTROL CARD ERROR: day04-runbook-control.txt NOT "
            "FOUND OR UNREADABLE (STATUS=" WS-Control-File-Status ")"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    READ Runbook-Control-File
        AT END MOVE SPACES TO Runbook-Run-Date
    END-READ
    MOVE Runbook-Run-Date TO WS-Run-Date
    CLOSE Runbook-Control-File

    IF WS-Run-Date = SPACES
        ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    END-IF

    MOVE SPACES TO WS-Report-Dataset-Name
    STRING "day04-runbook-" DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-Report-Dataset-Name

    MOVE SPACES TO WS-Step-Log-Name
    STRING "day04-steplog-" DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-Step-Log-Name.

LOAD-JOB-TABLE.
    MOVE "INTAKE"    TO Job-Name(1)
    MOVE "day04intk" TO Job-Token(1)
    MOVE 9           TO Job-Token-Length(1)
    MOVE "EDIT"      TO Job-Name(2)
    MOVE "day04edit" TO Job-Token(2)
    MOVE 9           TO Job-Token-Length(2)
    MOVE "SCAN"      TO Job-Name(3)
    MOVE "day04 "    TO Job-Token(3)
    MOVE 6           TO Job-Token-Length(3)
    MOVE "BALANCE"   TO Job-Name(4)
    MOVE "day04bal"  TO Job-Token(4)
    MOVE 8           TO Job-Token-Length(4)
    MOVE "ALERT"     TO Job-Name(5)
    MOVE "day04alrt" TO Job-Token(5)
    MOVE 9           TO Job-Token-Length(5)
    MOVE "ACK"       TO Job-Name(6)
    MOVE "day04ack"  TO Job-Token(6)
    MOVE 8           TO Job-Token-Length(6)
    MOVE "ARCHIVE"   TO Job-Name(7)
    MOVE "day04arcv" TO Job-Token(7)
    MOVE 9           TO Job-Token-Length(7)

    PERFORM VARYING Job-Idx FROM 1 BY 1 UNTIL Job-Idx > Job-Count
        MOVE "Y"    TO Job-Scheduled(Job-Idx)
        MOVE "N"    TO Job-Step-Seen(Job-Idx)
        MOVE 0      TO Job-Step-Severity(Job-Idx)
        MOVE SPACES TO Job-Step-Text(Job-Idx)
        MOVE "---"  TO Job-RC-Text(Job-Idx)
        MOVE "N"    TO Job-Output-Found(Job-Idx)
        MOVE 0      TO Job-Verdict-Severity(Job-Idx)
        MOVE SPACES TO Job-Verdict-Text(Job-Idx)
        MOVE 0      TO Job-Severity(Job-Idx)
        MOVE SPACES TO Job-Status(Job-Idx)
        MOVE 1      TO Job-First-Exception(Job-Idx)
        MOVE 0      TO Job-Exception-Count(Job-Idx)
    END-PERFORM.

LOAD-JOB-STREAM.
    *> With a job stream on file, only the jobs one of its steps runs
    *> are expected; without one, every job is. The partition merge
    *> is the step that finishes a partitioned scan, so it counts as
    *> the scan.
    OPEN INPUT Job-Stream-File
    IF WS-Stream-File-Status NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO Stream-Present
    PERFORM VARYING Job-Idx FROM 1 BY 1 UNTIL Job-Idx > Job-Count
        MOVE "N" TO Job-Scheduled(Job-Idx)
    END-PERFORM

    PERFORM UNTIL Stream-End-Of-File = "Y"
        READ Job-Stream-File
            AT END MOVE "Y" TO Stream-End-Of-File
            NOT AT END
                IF (Card-Step-Name NOT = SPACES) AND (Step-Count < 20)
                    PERFORM MAP-STEP-TO-JOB
                END-IF
        END-READ
    END-PERFORM
    CLOSE Job-Stream-File.

MAP-STEP-TO-JOB.
    PERFORM VARYING Job-Idx FROM 1 BY 1 UNTIL Job-Idx > Job-Count
        MOVE 0 TO Token-Tally
        INSPECT Card-Step-Command TALLYING Token-Tally
            FOR ALL Job-Token(Job-Idx)(1:Job-Token-Length(Job-Idx))
        IF Job-Idx = Scan-Job
            INSPECT Card-Step-Command TALLYING Token-Tally
                FOR ALL "day04mrg"
        END-IF
        IF Token-Tally > 0
            MOVE "Y" TO Job-Scheduled(Job-Idx)
            ADD 1 TO Step-Count
            MOVE Card-Step-Name TO Step-Name(Step-Count)
            MOVE Job-Idx        TO Step-Job-Idx(Step-Count)
            MOVE SPACES         TO Step-Event(Step-Count)
            MOVE 0              TO Step-Return-Code(Step-Count)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM.

LOAD-STEP-LOG.
    *> Keeps the latest event the log holds for each step, so a rerun
    *> of the stream supersedes the failed attempt before it, then
    *> rates each job by its worst step.
    IF Step-Count = 0
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT Step-Log-File
    IF WS-Log-File-Status NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO Step-Log-Present

    PERFORM UNTIL Log-End-Of-File = "Y"
        READ Step-Log-File
            AT END MOVE "Y" TO Log-End-Of-File
            NOT AT END
                PERFORM VARYING Step-Idx FROM 1 BY 1
                        UNTIL Step-Idx > Step-Count
                    IF Step-Name(Step-Idx) = Log-Step-Name
                        MOVE Log-Event TO Step-Event(Step-Idx)
                        IF Log-Return-Code IS NUMERIC
                            MOVE Log-Return-Code
                                TO Step-Return-Code(Step-Idx)
                        END-IF
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM
    CLOSE Step-Log-File

    PERFORM VARYING Step-Idx FROM 1 BY 1 UNTIL Step-Idx > Step-Count
        PERFORM RATE-ONE-STEP
    END-PERFORM.

RATE-ONE-STEP.
    *> A step that started and never ended took the driver down; one
    *> skipped or halted by a condition did not run.
    IF Step-Event(Step-Idx) = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE Step-Job-Idx(Step-Idx) TO Job-Idx
    MOVE SPACES TO Step-Text
    EVALUATE Step-Event(Step-Idx)
        WHEN "ENDED"
            EVALUATE TRUE
                WHEN Step-Return-Code(Step-Idx) = 0
                    MOVE 0 TO Step-Severity
                WHEN Step-Return-Code(Step-Idx) <= 4
                    MOVE 4 TO Step-Severity
                WHEN OTHER
                    MOVE 8 TO Step-Severity
            END-EVALUATE
            STRING "STEP " DELIMITED BY SIZE
                Step-Name(Step-Idx) DELIMITED BY SPACE
                " ENDED RC=" DELIMITED BY SIZE
                Step-Return-Code(Step-Idx) DELIMITED BY SIZE
                INTO Step-Text
        WHEN "STARTED"
            MOVE 8 TO Step-Severity
            STRING "STEP " DELIMITED BY SIZE
                Step-Name(Step-Idx) DELIMITED BY SPACE
                " STARTED AND NEVER ENDED" DELIMITED BY SIZE
                INTO Step-Text
        WHEN "SKIPPED"
            MOVE 8 TO Step-Severity
            STRING "STEP " DELIMITED BY SIZE
                Step-Name(Step-Idx) DELIMITED BY SPACE
                " SKIPPED BY A CONDITION" DELIMITED BY SIZE
                INTO Step-Text
        WHEN OTHER
            MOVE 8 TO Step-Severity
            STRING "STEP " DELIMITED BY SIZE
                Step-Name(Step-Idx) DELIMITED BY SPACE
                " HALTED THE STREAM" DELIMITED BY SIZE
                INTO Step-Text
    END-EVALUATE

    IF (Job-Step-Seen(Job-Idx) = "N")
            OR (Step-Severity > Job-Step-Severity(Job-Idx))
        MOVE Step-Severity TO Job-Step-Severity(Job-Idx)
        MOVE Step-Text     TO Job-Step-Text(Job-Idx)
        IF Step-Event(Step-Idx) = "ENDED"
            MOVE Step-Return-Code(Step-Idx) TO Job-RC-Text(Job-Idx)
        END-IF
    END-IF
    MOVE "Y" TO Job-Step-Seen(Job-Idx).

OPEN-JOB-OUTPUT.
    *> WS-Job-Output-Name and Job-Idx are staged by the caller. Marks
    *> where the job's exception lines begin; Output-End-Of-File is
    *> left Y when there is nothing to read.
    MOVE "N" TO Output-End-Of-File
    COMPUTE Job-First-Exception(Job-Idx) = Exception-Count + 1
    OPEN INPUT Job-Output-File
    IF WS-Output-File-Status NOT = "00"
        MOVE "Y" TO Output-End-Of-File
    END-IF.

ADD-EXCEPTION-LINE.
    *> Exception-Staged and Job-Idx are staged by the caller.
    IF Job-Exception-Count(Job-Idx) < Exception-Limit
        ADD 1 TO Exception-Count
        MOVE Exception-Staged TO Exception-Text(Exception-Count)
    END-IF
    ADD 1 TO Job-Exception-Count(Job-Idx).

DROP-JOB-EXCEPTIONS.
    *> For output that turned out not to belong to the run date.
    COMPUTE Exception-Count = Job-First-Exception(Job-Idx) - 1
    MOVE 0 TO Job-Exception-Count(Job-Idx).

CHECK-INTAKE-JOB.
    *> The intake log carries one line per feed converted or rejected,
    *> stamped with the run date; a rejection also leaves the bad
    *> records on the reject file of the last intake run.
    MOVE Intake-Job TO Job-Idx
    MOVE "day04-intake-log.txt" TO WS-Job-Output-Name
    PERFORM OPEN-JOB-OUTPUT
    MOVE 0 TO Converted-Count
    MOVE 0 TO Rejected-Count
    PERFORM UNTIL Output-End-Of-File = "Y"
        READ Job-Output-File
            AT END MOVE "Y" TO Output-End-Of-File
            NOT AT END
                IF Output-Line(1:8) = WS-Run-Date
                    MOVE 0 TO Token-Tally
                    INSPECT Output-Line TALLYING Token-Tally
                        FOR ALL " REJECTED "
                    IF Token-Tally > 0
                        ADD 1 TO Rejected-Count
                        MOVE SPACES TO Exception-Staged
                        STRING "    " DELIMITED BY SIZE
                            Output-Line(10:140) DELIMITED BY SIZE
                            INTO Exception-Staged
                        PERFORM ADD-EXCEPTION-LINE
                    ELSE
                        ADD 1 TO Converted-Count
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF WS-Output-File-Status = "00" OR "10"
        CLOSE Job-Output-File
    END-IF

    IF (Converted-Count = 0) AND (Rejected-Count = 0)
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO Job-Output-Found(Job-Idx)
    MOVE SPACES TO Job-Verdict-Text(Job-Idx)
    STRING Converted-Count DELIMITED BY SIZE
        " FEEDS CONVERTED, " DELIMITED BY SIZE
        Rejected-Count DELIMITED BY SIZE
        " REJECTED" DELIMITED BY SIZE
        INTO Job-Verdict-Text(Job-Idx)
    IF Rejected-Count = 0
        EXIT PARAGRAPH
    END-IF
    MOVE 8 TO Job-Verdict-Severity(Job-Idx)

    MOVE "day04-intake-rejects.txt" TO WS-Job-Output-Name
    MOVE "N" TO Output-End-Of-File
    OPEN INPUT Job-Output-File
    IF WS-Output-File-Status NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL Output-End-Of-File = "Y"
        READ Job-Output-File
            AT END MOVE "Y" TO Output-End-Of-File
            NOT AT END
                IF Output-Line NOT = SPACES
                    MOVE SPACES TO Exception-Staged
                    STRING "    LAST REJECT FILE:" DELIMITED BY SIZE
                        Output-Line(1:120) DELIMITED BY SIZE
                        INTO Exception-Staged
                    PERFORM ADD-EXCEPTION-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE Job-Output-File.

CHECK-EDIT-JOB.
    *> The edit report is rewritten on every edit run and stamped with
    *> the run date it edited for. Problem lines are shown under the
    *> dataset they belong to.
    MOVE Edit-Job TO Job-Idx
    MOVE "day04-edit-report.txt" TO WS-Job-Output-Name
    PERFORM OPEN-JOB-OUTPUT
    MOVE SPACES TO Report-Date-Seen
    MOVE "N" TO Verdict-Seen
    MOVE SPACES TO Held-Dataset-Line
    MOVE "Y" TO Held-Line-Written
    PERFORM UNTIL Output-End-Of-File = "Y"
        READ Job-Output-File
            AT END MOVE "Y" TO Output-End-Of-File
            NOT AT END
                EVALUATE TRUE
                    WHEN Output-Line(1:20) = "RUN DATE          : "
                        MOVE Output-Line(21:8) TO Report-Date-Seen
                    WHEN Output-Line(1:20) = "EDIT VERDICT      : "
                        MOVE "Y" TO Verdict-Seen
                        MOVE Output-Line(21:80)
                            TO Job-Verdict-Text(Job-Idx)
                        IF Output-Line(21:21) NOT =
                                "CONTROL CARD ACCEPTED"
                            MOVE 8 TO Job-Verdict-Severity(Job-Idx)
                        END-IF
                    WHEN Output-Line(1:8) = "DATASET "
                        MOVE SPACES TO Held-Dataset-Line
                        STRING "    " DELIMITED BY SIZE
                            Output-Line(1:140) DELIMITED BY SIZE
                            INTO Held-Dataset-Line
                        MOVE "N" TO Held-Line-Written
                    WHEN Output-Line(1:10) = "  VERDICT:"
                        CONTINUE
                    WHEN Output-Line(1:2) = "  "
                            AND Output-Line NOT = SPACES
                        IF Held-Line-Written = "N"
                            MOVE Held-Dataset-Line TO Exception-Staged
                            PERFORM ADD-EXCEPTION-LINE
                            MOVE "Y" TO Held-Line-Written
                        END-IF
                        MOVE SPACES TO Exception-Staged
                        STRING "    " DELIMITED BY SIZE
                            Output-Line(1:140) DELIMITED BY SIZE
                            INTO Exception-Staged
                        PERFORM ADD-EXCEPTION-LINE
                END-EVALUATE
        END-READ
    END-PERFORM
    IF WS-Output-File-Status = "00" OR "10"
        CLOSE Job-Output-File
    ELSE
        EXIT PARAGRAPH
    END-IF

    IF (Report-Date-Seen NOT = SPACES)
            AND (Report-Date-Seen NOT = WS-Run-Date)
        PERFORM DROP-JOB-EXCEPTIONS
        MOVE 0 TO Job-Verdict-Severity(Job-Idx)
        MOVE SPACES TO Job-Verdict-Text(Job-Idx)
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO Job-Output-Found(Job-Idx)
    IF Verdict-Seen = "N"
        MOVE 8 TO Job-Verdict-Severity(Job-Idx)
        MOVE "EDIT REPORT INCOMPLETE - NO VERDICT LINE"
            TO Job-Verdict-Text(Job-Idx)
    END-IF.

CHECK-SCAN-JOB.
    *> The dated scan report names every dataset skipped; the run
    *> history's last record for the date carries the return code the
    *> scan (or the partition merge) ended with.
    MOVE Scan-Job TO Job-Idx
    MOVE SPACES TO WS-Job-Output-Name
    STRING "day04-report-" DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-Job-Output-Name
    PERFORM OPEN-JOB-OUTPUT
    IF Output-End-Of-File = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO Job-Output-Found(Job-Idx)
    MOVE "N" TO Verdict-Seen
    PERFORM UNTIL Output-End-Of-File = "Y"
        READ Job-Output-File
            AT END MOVE "Y" TO Output-End-Of-File
            NOT AT END
                IF Output-Line = "CONSOLIDATED TOTALS"
                    MOVE "Y" TO Verdict-Seen
                END-IF
                MOVE 0 TO Token-Tally
                INSPECT Output-Line TALLYING Token-Tally
                    FOR ALL " SKIPPED - " ALL "NOT FOUND OR UNREADABLE"
                IF Token-Tally > 0
                    MOVE SPACES TO Exception-Staged
                    STRING "  " DELIMITED BY SIZE
                        Output-Line(1:140) DELIMITED BY SIZE
                        INTO Exception-Staged
                    PERFORM ADD-EXCEPTION-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE Job-Output-File

    MOVE 0 TO History-Match-Count
    MOVE "N" TO History-End-Of-File
    OPEN INPUT Run-History-File
    IF WS-History-File-Status = "00"
        PERFORM UNTIL History-End-Of-File = "Y"
            READ Run-History-File
                AT END MOVE "Y" TO History-End-Of-File
                NOT AT END
                    IF History-Run-Date = WS-Run-Date
                        ADD 1 TO History-Match-Count
                        MOVE History-Record TO Last-History-Record
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Run-History-File
    END-IF

    IF History-Match-Count = 0
        MOVE 8 TO Job-Verdict-Severity(Job-Idx)
        MOVE "NO RUN-HISTORY RECORD FOR THE DATE"
            TO Job-Verdict-Text(Job-Idx)
        EXIT PARAGRAPH
    END-IF

    IF Last-Return-Code IS NOT NUMERIC
        MOVE 0 TO Last-Return-Code
    END-IF
    EVALUATE TRUE
        WHEN Last-Return-Code = 0
            MOVE 0 TO Job-Verdict-Severity(Job-Idx)
        WHEN Last-Return-Code <= 4
            MOVE 4 TO Job-Verdict-Severity(Job-Idx)
        WHEN OTHER
            MOVE 8 TO Job-Verdict-Severity(Job-Idx)
    END-EVALUATE
    IF Job-RC-Text(Job-Idx) = "---"
        MOVE "0" TO Job-RC-Text(Job-Idx)(1:1)
        MOVE Last-Return-Code TO Job-RC-Text(Job-Idx)(2:2)
    END-IF
    MOVE SPACES TO Job-Verdict-Text(Job-Idx)
    STRING "DATASETS=" DELIMITED BY SIZE
        Last-Dataset-Count DELIMITED BY SIZE
        " SKIPPED=" DELIMITED BY SIZE
        Last-Skipped-Count DELIMITED BY SIZE
        " WORDS=" DELIMITED BY SIZE
        Last-Word-Count DELIMITED BY SIZE
        " HISTORY RC=" DELIMITED BY SIZE
        Last-Return-Code DELIMITED BY SIZE
        INTO Job-Verdict-Text(Job-Idx)
    IF History-Match-Count > 1
        MOVE SPACES TO Exception-Staged
        STRING "    RUN HISTORY HOLDS " DELIMITED BY SIZE
            History-Match-Count DELIMITED BY SIZE
            " RECORDS FOR THE DATE - THE RUN WAS RESTARTED"
            DELIMITED BY SIZE
            INTO Exception-Staged
        PERFORM ADD-EXCEPTION-LINE
    END-IF
    IF Verdict-Seen = "N"
        MOVE 8 TO Job-Verdict-Severity(Job-Idx)
        MOVE "    SCAN REPORT HAS NO CONSOLIDATED TOTALS - THE RUN "
            & "ABORTED" TO Exception-Staged
        PERFORM ADD-EXCEPTION-LINE
    END-IF.

CHECK-BALANCE-JOB.
    MOVE Balance-Job TO Job-Idx
    MOVE SPACES TO WS-Job-Output-Name
    STRING "day04-balance-" DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-Job-Output-Name
    PERFORM OPEN-JOB-OUTPUT
    IF Output-End-Of-File = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO Job-Output-Found(Job-Idx)
    MOVE "N" TO Verdict-Seen
    PERFORM UNTIL Output-End-Of-File = "Y"
        READ Job-Output-File
            AT END MOVE "Y" TO Output-End-Of-File
            NOT AT END
                EVALUATE TRUE
                    WHEN Output-Line(1:16) = "RUN VERDICT   : "
                        MOVE "Y" TO Verdict-Seen
                        MOVE Output-Line(17:80)
                            TO Job-Verdict-Text(Job-Idx)
                        IF Output-Line(17:10) NOT = "IN BALANCE"
                            MOVE 8 TO Job-Verdict-Severity(Job-Idx)
                        END-IF
                    WHEN OTHER
                        MOVE 0 TO Token-Tally
                        INSPECT Output-Line TALLYING Token-Tally
                            FOR ALL " : OUT OF BALANCE "
                        IF Token-Tally > 0
                            MOVE SPACES TO Exception-Staged
                            STRING "  " DELIMITED BY SIZE
                                Output-Line(1:140) DELIMITED BY SIZE
                                INTO Exception-Staged
                            PERFORM ADD-EXCEPTION-LINE
                        END-IF
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE Job-Output-File
    IF Verdict-Seen = "N"
        MOVE 8 TO Job-Verdict-Severity(Job-Idx)
        MOVE "BALANCE REPORT INCOMPLETE - NO RUN VERDICT LINE"
            TO Job-Verdict-Text(Job-Idx)
    END-IF.

CHECK-ALERT-JOB.
    *> A blown batch window is RED; tolerances breached are AMBER.
    MOVE Alert-Job TO Job-Idx
    MOVE SPACES TO WS-Job-Output-Name
    STRING "day04-alert-" DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-Job-Output-Name
    PERFORM OPEN-JOB-OUTPUT
    IF Output-End-Of-File = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO Job-Output-Found(Job-Idx)
    MOVE "N" TO Verdict-Seen
    PERFORM UNTIL Output-End-Of-File = "Y"
        READ Job-Output-File
            AT END MOVE "Y" TO Output-End-Of-File
            NOT AT END
                EVALUATE TRUE
                    WHEN Output-Line(1:22) = "ALERT VERDICT       : "
                        MOVE "Y" TO Verdict-Seen
                        MOVE Output-Line(23:80)
                            TO Job-Verdict-Text(Job-Idx)
                        EVALUATE TRUE
                            WHEN Output-Line(23:21) =
                                    "BATCH WINDOW EXCEEDED"
                                MOVE 8 TO Job-Verdict-Severity(Job-Idx)
                            WHEN Output-Line(23:16) =
                                    "WITHIN TOLERANCE"
                                CONTINUE
                            WHEN OTHER
                                MOVE 4 TO Job-Verdict-Severity(Job-Idx)
                        END-EVALUATE
                    WHEN Output-Line(1:21) = "  THRESHOLD BREACHED "
                    WHEN Output-Line(1:31) =
                            "  BATCH-WINDOW CEILING EXCEEDED"
                        MOVE SPACES TO Exception-Staged
                        STRING "  " DELIMITED BY SIZE
                            Output-Line(1:140) DELIMITED BY SIZE
                            INTO Exception-Staged
                        PERFORM ADD-EXCEPTION-LINE
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE Job-Output-File
    IF Verdict-Seen = "N"
        MOVE 8 TO Job-Verdict-Severity(Job-Idx)
        MOVE "ALERT REPORT INCOMPLETE - NO ALERT VERDICT LINE"
            TO Job-Verdict-Text(Job-Idx)
    END-IF.

CHECK-ACK-JOB.
    *> Any exception on the acknowledgment report - an extract aged
    *> past the limit unacknowledged, rejected by the load, with
    *> disagreeing counts or backed out awaiting reload - is AMBER.
    MOVE Ack-Job TO Job-Idx
    MOVE SPACES TO WS-Job-Output-Name
    STRING "day04-ack-report-" DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-Job-Output-Name
    PERFORM OPEN-JOB-OUTPUT
    IF Output-End-Of-File = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO Job-Output-Found(Job-Idx)
    MOVE "N" TO Verdict-Seen
    PERFORM UNTIL Output-End-Of-File = "Y"
        READ Job-Output-File
            AT END MOVE "Y" TO Output-End-Of-File
            NOT AT END
                EVALUATE TRUE
                    WHEN Output-Line(1:22) = "EXCEPTIONS REPORTED : "
                        MOVE "Y" TO Verdict-Seen
                        MOVE 0 TO Exceptions-Reported
                        IF Output-Line(23:5) IS NUMERIC
                            MOVE Output-Line(23:5) TO Exceptions-Reported
                        END-IF
                        MOVE SPACES TO Job-Verdict-Text(Job-Idx)
                        STRING Exceptions-Reported DELIMITED BY SIZE
                            " EXTRACT EXCEPTIONS REPORTED"
                            DELIMITED BY SIZE
                            INTO Job-Verdict-Text(Job-Idx)
                        IF Exceptions-Reported > 0
                            MOVE 4 TO Job-Verdict-Severity(Job-Idx)
                        END-IF
                    WHEN Output-Line(1:10) = "  EXTRACT "
                    WHEN Output-Line(1:11) = "  MALFORMED"
                    WHEN Output-Line(1:9)  = "  ACK FOR"
                        MOVE SPACES TO Exception-Staged
                        STRING "  " DELIMITED BY SIZE
                            Output-Line(1:140) DELIMITED BY SIZE
                            INTO Exception-Staged
                        PERFORM ADD-EXCEPTION-LINE
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE Job-Output-File
    IF Verdict-Seen = "N"
        MOVE 8 TO Job-Verdict-Severity(Job-Idx)
        MOVE "ACK REPORT INCOMPLETE - NO EXCEPTION COUNT"
            TO Job-Verdict-Text(Job-Idx)
    END-IF.

CHECK-ARCHIVE-JOB.
    *> The archive report is rewritten on every archive run; only a
    *> sweep run on the run date counts. A file left in place is
    *> AMBER.
    MOVE Archive-Job TO Job-Idx
    MOVE "day04-archive-report.txt" TO WS-Job-Output-Name
    PERFORM OPEN-JOB-OUTPUT
    IF Output-End-Of-File = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO Report-Date-Seen
    MOVE "N" TO Verdict-Seen
    MOVE "N" TO Held-Line-Written
    PERFORM UNTIL Output-End-Of-File = "Y"
        READ Job-Output-File
            AT END MOVE "Y" TO Output-End-Of-File
            NOT AT END
                EVALUATE TRUE
                    WHEN Output-Line(1:16) = "Run Date      : "
                        MOVE Output-Line(17:8) TO Report-Date-Seen
                    WHEN Output-Line = "Run Mode      : ARCHIVE SWEEP"
                        MOVE "Y" TO Held-Line-Written
                    WHEN Output-Line(1:17) = "FILES ARCHIVED : "
                        MOVE "Y" TO Verdict-Seen
                        MOVE SPACES TO Job-Verdict-Text(Job-Idx)
                        STRING Output-Line(18:5) DELIMITED BY SIZE
                            " FILES ARCHIVED" DELIMITED BY SIZE
                            INTO Job-Verdict-Text(Job-Idx)
                    WHEN Output-Line(1:13) = "  UNREADABLE,"
                    WHEN Output-Line(1:19) = "  COULD NOT REMOVE "
                        MOVE 4 TO Job-Verdict-Severity(Job-Idx)
                        MOVE SPACES TO Exception-Staged
                        STRING "  " DELIMITED BY SIZE
                            Output-Line(1:140) DELIMITED BY SIZE
                            INTO Exception-Staged
                        PERFORM ADD-EXCEPTION-LINE
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE Job-Output-File

    IF (Report-Date-Seen NOT = WS-Run-Date) OR (Held-Line-Written = "N")
        PERFORM DROP-JOB-EXCEPTIONS
        MOVE 0 TO Job-Verdict-Severity(Job-Idx)
        MOVE SPACES TO Job-Verdict-Text(Job-Idx)
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO Job-Output-Found(Job-Idx)
    IF Verdict-Seen = "N"
        MOVE 8 TO Job-Verdict-Severity(Job-Idx)
        MOVE "ARCHIVE REPORT INCOMPLETE - NO SWEEP SUMMARY"
            TO Job-Verdict-Text(Job-Idx)
    END-IF.

RATE-ONE-JOB.
    *> Job-Idx is left by the job's check. The job's status is the worse
    *> of its step return code and its own verdict; a job expected to
    *> run that left no output for the date did not run, whatever the
    *> step log says.
    IF (Job-Output-Found(Job-Idx) = "N")
            AND (Job-Scheduled(Job-Idx) = "N")
        MOVE SPACES TO Job-Status(Job-Idx)
        MOVE "NOT ON THE JOB STREAM" TO Job-Verdict-Text(Job-Idx)
        ADD 1 TO Unscheduled-Count
        EXIT PARAGRAPH
    END-IF

    IF Job-Output-Found(Job-Idx) = "N"
        MOVE 8 TO Job-Severity(Job-Idx)
        MOVE SPACES TO Job-Verdict-Text(Job-Idx)
        IF Job-Step-Text(Job-Idx) = SPACES
            MOVE "NOT RUN" TO Job-Verdict-Text(Job-Idx)
        ELSE
            STRING "NOT RUN - " DELIMITED BY SIZE
                Job-Step-Text(Job-Idx) DELIMITED BY SIZE
                INTO Job-Verdict-Text(Job-Idx)
        END-IF
    ELSE
        MOVE Job-Verdict-Severity(Job-Idx) TO Job-Severity(Job-Idx)
        IF Job-Step-Severity(Job-Idx) > Job-Severity(Job-Idx)
            MOVE Job-Step-Severity(Job-Idx) TO Job-Severity(Job-Idx)
            MOVE SPACES TO Exception-Staged
            STRING "    " DELIMITED BY SIZE
                Job-Step-Text(Job-Idx) DELIMITED BY SIZE
                INTO Exception-Staged
            PERFORM ADD-EXCEPTION-LINE
        END-IF
    END-IF

    EVALUATE Job-Severity(Job-Idx)
        WHEN 0
            MOVE "GREEN" TO Job-Status(Job-Idx)
            ADD 1 TO Green-Count
        WHEN 4
            MOVE "AMBER" TO Job-Status(Job-Idx)
            ADD 1 TO Amber-Count
        WHEN OTHER
            MOVE "RED"   TO Job-Status(Job-Idx)
            ADD 1 TO Red-Count
    END-EVALUATE
    IF Job-Severity(Job-Idx) > Overall-Severity
        MOVE Job-Severity(Job-Idx) TO Overall-Severity
    END-IF.

WRITE-RUNBOOK-PAGE.
    OPEN OUTPUT Runbook-Report-File
    IF WS-Report-File-Status NOT = "00"
        DISPLAY "RUN-BOOK ERROR: " WS-Report-Dataset-Name
            " COULD NOT BE OPENED (STATUS=" WS-Report-File-Status ")"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "ADVENT OF CODE DAY 04 - MORNING RUN-BOOK" TO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "Run Date      : " DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    EVALUATE Overall-Severity
        WHEN 0
            MOVE "GREEN" TO Overall-Status
        WHEN 4
            MOVE "AMBER" TO Overall-Status
        WHEN OTHER
            MOVE "RED"   TO Overall-Status
    END-EVALUATE
    MOVE SPACES TO Report-Line
    STRING "OVERALL STATUS : " DELIMITED BY SIZE
        Overall-Status DELIMITED BY SIZE
        " - " DELIMITED BY SIZE
        Red-Count DELIMITED BY SIZE
        " RED, " DELIMITED BY SIZE
        Amber-Count DELIMITED BY SIZE
        " AMBER, " DELIMITED BY SIZE
        Green-Count DELIMITED BY SIZE
        " GREEN" DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    IF Stream-Present = "N"
        MOVE "Job Stream    : day04-jobstream.txt NOT FOUND - EVERY JOB"
            & " IS EXPECTED" TO Report-Line
    ELSE
        IF Step-Log-Present = "N"
            STRING "Step Log      : " DELIMITED BY SIZE
                WS-Step-Log-Name DELIMITED BY SPACE
                " NOT FOUND - THE DRIVER DID NOT RUN FOR THE DATE"
                DELIMITED BY SIZE
                INTO Report-Line
        ELSE
            STRING "Step Log      : " DELIMITED BY SIZE
                WS-Step-Log-Name DELIMITED BY SPACE
                INTO Report-Line
        END-IF
    END-IF
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    WRITE Report-Line
    MOVE "STATUS JOB      RC  RESULT" TO Report-Line
    WRITE Report-Line

    PERFORM VARYING Job-Idx FROM 1 BY 1 UNTIL Job-Idx > Job-Count
        PERFORM WRITE-ONE-JOB
    END-PERFORM.

WRITE-ONE-JOB.
    MOVE SPACES TO Report-Line
    STRING Job-Status(Job-Idx) DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        Job-Name(Job-Idx) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        Job-RC-Text(Job-Idx) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        Job-Verdict-Text(Job-Idx) DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    IF (Job-Status(Job-Idx) = "GREEN") OR (Job-Status(Job-Idx) = SPACES)
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING Exception-Idx FROM Job-First-Exception(Job-Idx) BY 1
            UNTIL (Exception-Idx >
                Job-First-Exception(Job-Idx) + Job-Exception-Count(Job-Idx)
                - 1)
            OR (Exception-Idx >= Job-First-Exception(Job-Idx)
                + Exception-Limit)
        MOVE Exception-Text(Exception-Idx) TO Report-Line
        WRITE Report-Line
    END-PERFORM
    IF Job-Exception-Count(Job-Idx) > Exception-Limit
        COMPUTE Exception-Overflow =
            Job-Exception-Count(Job-Idx) - Exception-Limit
        MOVE SPACES TO Report-Line
        STRING "    ... AND " DELIMITED BY SIZE
            Exception-Overflow DELIMITED BY SIZE
            " MORE" DELIMITED BY SIZE
            INTO Report-Line
        WRITE Report-Line
    END-IF.
