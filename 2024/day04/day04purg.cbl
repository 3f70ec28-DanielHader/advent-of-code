*> Advent-Of-Code-Day04 grows on every run and nothing ever shrinks.
*> In purge mode every master record whose last-seen date is older
*> than the control card's cutoff, or whose dataset appears on a
*> RETIRED card or is retired on the dataset registry, is unloaded
*> to a sequential archive file and deleted from the master, with a
*> before/after record count report for retention compliance.
*> In reload mode a previously written archive is restored into the
*> master, so an audit reopening an old grid gets its history back
*> without replaying months of detail files.
*> Every delete and every restored record is journaled to the same
*> master journal the scan posts to. The control card names the
*> operator, who must be authorized for the run mode on the operator
*> authorization file; a reload also needs a second, different
*> operator authorized to approve it. A refused run touches nothing,
*> and every run, refused or not, goes to the shared security log.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ASSIGN TO "day04-purge-report.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT Master-Journal-File
        ASSIGN TO "day04-master-journal.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Journal-File-Status.

    SELECT Dataset-Registry-File
        ASSIGN TO "day04-registry.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Registry-Dataset
        FILE STATUS IS WS-Registry-File-Status.

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
FD Purge-Control-File.
    05 Purge-Cutoff-Date        PIC X(8)  VALUE " ".
    05 Purge-Retired-Count      PIC 9(3)  VALUE 0.
    05 Purge-Archive-Name       PIC X(40) VALUE " ".
    05 Purge-Operator           PIC X(8)  VALUE " ".
    05 Purge-Approver           PIC X(8)  VALUE " ".
01 Purge-Retired-Record.
    05 Purge-Retired-Dataset    PIC X(40) VALUE " ".

FD Purge-Report-File.
01 Report-Line                  PIC X(160).

FD Dataset-Registry-File.
COPY "day04reg.cpy".

FD Master-Journal-File.
COPY "day04jnl.cpy".

FD Operator-Auth-File.
COPY "day04auth.cpy".

FD Security-Log-File.
COPY "day04sec.cpy".

WORKING-STORAGE SECTION.
01 WS-Control-File-Status       PIC X(2)  VALUE "00".
01 WS-Master-File-Status        PIC X(2)  VALUE "00".
01 WS-Archive-File-Status       PIC X(2)  VALUE "00".
01 WS-Registry-File-Status      PIC X(2)  VALUE "00".
01 WS-Journal-File-Status       PIC X(2)  VALUE "00".
01 WS-Today                     PIC X(8)  VALUE SPACES.
01 WS-Archive-Dataset-Name      PIC X(40) VALUE SPACES.
01 WS-Run-Mode                  PIC A(1)  VALUE " ".
01 WS-Cutoff-Date               PIC X(8)  VALUE SPACES.
01 WS-Operator-Id               PIC X(8)  VALUE SPACES.
01 WS-Approver-Id               PIC X(8)  VALUE SPACES.

01 WS-Retired-Table.
    05 WS-Retired-Entry         OCCURS 50 TIMES.
01 Master-End-Of-File           PIC A(1) VALUE "N".
01 Archive-End-Of-File          PIC A(1) VALUE "N".
01 Record-Is-Purgeable          PIC A(1) VALUE "N".
01 Registry-Available           PIC A(1) VALUE "N".
01 Registry-End-Of-File         PIC A(1) VALUE "N".
01 Registry-Retired-Count       PIC 9(5) VALUE 0.

*> The master is walked in key order, so every record of one dataset
*> arrives together; the registry verdict for the dataset last looked
*> up is kept here so the registry is read once per dataset rather
*> than once per master record.
01 Last-Registry-Dataset        PIC X(40) VALUE SPACES.
01 Last-Registry-Retired        PIC A(1) VALUE "N".

01 Before-Record-Count          PIC 9(9) VALUE 0.
01 Purged-Record-Count          PIC 9(9) VALUE 0.
01 Reload-Written-Count         PIC 9(9) VALUE 0.
01 Reload-Duplicate-Count       PIC 9(9) VALUE 0.

*> This program's entries from the operator authorization file, and
*> the operator and action a card is checked for.
01 WS-Auth-File-Status          PIC X(2)  VALUE "00".
01 WS-Security-File-Status      PIC X(2)  VALUE "00".
01 Auth-This-Program            PIC X(4)  VALUE "PURG".
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
    PERFORM READ-PURGE-CONTROL-CARD

    OPEN OUTPUT Purge-Report-File
    PERFORM WRITE-PURGE-HEADER

    PERFORM LOAD-OPERATOR-AUTH
    PERFORM OPEN-SECURITY-LOG
    PERFORM AUTHORIZE-PURGE-RUN

    PERFORM OPEN-MASTER-JOURNAL
    IF WS-Run-Mode = "P"
        PERFORM PURGE-MATCH-MASTER
        PERFORM WRITE-PURGE-SUMMARY
        PERFORM WRITE-RELOAD-SUMMARY
    END-IF

    CLOSE Master-Journal-File
    CLOSE Security-Log-File
    CLOSE Purge-Report-File
    IF Registry-Available = "Y"
        CLOSE Dataset-Registry-File
    END-IF
    STOP RUN.

READ-PURGE-CONTROL-CARD.
            MOVE Purge-Cutoff-Date   TO WS-Cutoff-Date
            MOVE Purge-Retired-Count TO WS-Retired-Count
            MOVE Purge-Archive-Name  TO WS-Archive-Dataset-Name
            MOVE Purge-Operator      TO WS-Operator-Id
            MOVE Purge-Approver      TO WS-Approver-Id
    END-READ

    IF Control-End-Of-File = "Y"
        STOP RUN
    END-IF

    IF WS-Run-Mode = "P"
        PERFORM COUNT-REGISTRY-RETIREMENTS
    END-IF

    IF (WS-Run-Mode = "P") AND (WS-Cutoff-Date = SPACES)
            AND (WS-Retired-Count = 0) AND (Registry-Retired-Count = 0)
        DISPLAY "CONTROL CARD ERROR: purge mode needs a cutoff date, "
            "a retired dataset card, or a dataset retired on the "
            "registry"
        CLOSE Purge-Control-File
        MOVE 8 TO RETURN-CODE
        STOP RUN

    CLOSE Purge-Control-File.

AUTHORIZE-PURGE-RUN.
    *> A purge needs the operator to hold PURGE in PURG. A reload puts
    *> old history back into the master, so it needs RLOAD and also a
    *> second operator, not the first, who holds APPRV. A refused run
    *> is reported, logged and stopped before the master is opened.
    MOVE SPACES TO Security-Record
    IF WS-Run-Mode = "P"
        MOVE "PURGE" TO Security-Action
    ELSE
        MOVE "RLOAD" TO Security-Action
    END-IF
    MOVE WS-Operator-Id TO Security-Operator
    MOVE WS-Approver-Id TO Security-Approver
    STRING "CUTOFF=" DELIMITED BY SIZE
        WS-Cutoff-Date DELIMITED BY SIZE
        " ARCHIVE=" DELIMITED BY SIZE
        WS-Archive-Dataset-Name DELIMITED BY SPACE
        INTO Security-Subject

    MOVE WS-Operator-Id  TO Auth-Check-Operator
    MOVE Security-Action TO Auth-Check-Action
    PERFORM CHECK-OPERATOR-AUTH

    IF (Auth-Granted = "Y") AND (WS-Run-Mode = "R")
        EVALUATE TRUE
            WHEN WS-Approver-Id = SPACES
                MOVE "N" TO Auth-Granted
                MOVE "a second approver ID is required on a reload"
                    TO Auth-Problem
            WHEN WS-Approver-Id = WS-Operator-Id
                MOVE "N" TO Auth-Granted
                MOVE "the approver must be a different operator"
                    TO Auth-Problem
            WHEN OTHER
                MOVE WS-Approver-Id TO Auth-Check-Operator
                MOVE "APPRV" TO Auth-Check-Action
                PERFORM CHECK-OPERATOR-AUTH
                IF Auth-Granted = "N"
                    MOVE SPACES TO Auth-Problem
                    STRING "approver " DELIMITED BY SIZE
                        WS-Approver-Id DELIMITED BY SPACE
                        " is not authorized to approve in PURG"
                        DELIMITED BY SIZE
                        INTO Auth-Problem
                END-IF
        END-EVALUATE
    END-IF

    IF Auth-Granted = "Y"
        MOVE "ACCEPTED" TO Security-Outcome
        MOVE "run authorized - records affected are on the purge report"
            TO Security-Reason
        PERFORM WRITE-SECURITY-LOG
        EXIT PARAGRAPH
    END-IF

    MOVE "REJECTED" TO Security-Outcome
    MOVE Auth-Problem TO Security-Reason
    PERFORM WRITE-SECURITY-LOG

    MOVE SPACES TO Report-Line
    STRING "RUN REFUSED - " DELIMITED BY SIZE
        Auth-Problem DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line
    DISPLAY "PURGE REFUSED: " Auth-Problem

    CLOSE Security-Log-File
    CLOSE Purge-Report-File
    IF Registry-Available = "Y"
        CLOSE Dataset-Registry-File
    END-IF
    MOVE 8 TO RETURN-CODE
    STOP RUN.

COUNT-REGISTRY-RETIREMENTS.
    *> A dataset retired on the registry is purged exactly as if a
    *> RETIRED card named it, so retiring a feed is one registry
    *> transaction instead of a registry change plus a purge card
    *> someone has to remember. A retirement keyed ahead of today is
    *> not yet in force. No registry simply means no retirements.
    MOVE 0 TO Registry-Retired-Count
    OPEN INPUT Dataset-Registry-File
    IF WS-Registry-File-Status = "35"
        MOVE "N" TO Registry-Available
        EXIT PARAGRAPH
    END-IF
    IF WS-Registry-File-Status NOT = "00"
        DISPLAY "DATASET REGISTRY ERROR: day04-registry.dat COULD NOT "
            "BE OPENED (STATUS=" WS-Registry-File-Status ")"
        CLOSE Purge-Control-File
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "Y" TO Registry-Available

    MOVE "N" TO Registry-End-Of-File
    PERFORM UNTIL Registry-End-Of-File = "Y"
        READ Dataset-Registry-File NEXT
            AT END MOVE "Y" TO Registry-End-Of-File
            NOT AT END
                IF (Registry-Status = "R")
                        AND (Registry-Retired <= WS-Today)
                    ADD 1 TO Registry-Retired-Count
                END-IF
        END-READ
    END-PERFORM.

TEST-REGISTRY-RETIRED.
    *> Looks Master-Dataset up on the registry, reusing the verdict
    *> while the walk stays on the same dataset.
    IF Master-Dataset = Last-Registry-Dataset
        EXIT PARAGRAPH
    END-IF
    MOVE Master-Dataset TO Last-Registry-Dataset
    MOVE "N" TO Last-Registry-Retired
    MOVE Master-Dataset TO Registry-Dataset
    READ Dataset-Registry-File
        INVALID KEY CONTINUE
        NOT INVALID KEY
            IF (Registry-Status = "R")
                    AND (Registry-Retired <= WS-Today)
                MOVE "Y" TO Last-Registry-Retired
            END-IF
    END-READ.

PURGE-MATCH-MASTER.
    *> Walks the whole master in key order, unloads every purgeable
    *> record to the sequential archive, and deletes it from the
                IF Record-Is-Purgeable = "Y"
                    MOVE Master-Record TO Archive-Record
                    WRITE Archive-Record
                    MOVE "P" TO Journal-Source
                    MOVE "D" TO Journal-Action
                    MOVE Master-Record TO Journal-Before-Image
                    MOVE SPACES TO Journal-After-Image
                    DELETE Match-Master-File
                    ADD 1 TO Purged-Record-Count
                    PERFORM WRITE-MASTER-JOURNAL
                END-IF
        END-READ
    END-PERFORM

TEST-RECORD-PURGEABLE.
    *> A record is purgeable when its last-seen date is older than
    *> the cutoff, or its dataset appears on a RETIRED card or is
    *> retired on the registry. A blank cutoff purges by retired
    *> dataset alone.
    MOVE "N" TO Record-Is-Purgeable
    IF (WS-Cutoff-Date NOT = SPACES)
            AND (Master-Last-Seen < WS-Cutoff-Date)
        IF Master-Dataset = WS-Retired-Dataset(Retired-Idx)
            MOVE "Y" TO Record-Is-Purgeable
        END-IF
    END-PERFORM
    IF (Record-Is-Purgeable = "N") AND (Registry-Retired-Count > 0)
        PERFORM TEST-REGISTRY-RETIRED
        MOVE Last-Registry-Retired TO Record-Is-Purgeable
    END-IF.

RELOAD-MATCH-MASTER.
    *> Restores an archive back into the master, creating the master
                        ADD 1 TO Reload-Duplicate-Count
                    NOT INVALID KEY
                        ADD 1 TO Reload-Written-Count
                        MOVE "L" TO Journal-Source
                        MOVE "A" TO Journal-Action
                        MOVE SPACES TO Journal-Before-Image
                        MOVE Master-Record TO Journal-After-Image
                        PERFORM WRITE-MASTER-JOURNAL
                END-WRITE
        END-READ
    END-PERFORM
    CLOSE Archive-File
    CLOSE Match-Master-File.

OPEN-MASTER-JOURNAL.
    *> Opens the master journal for append, creating it on first use;
    *> the master is not changed without it.
    OPEN EXTEND Master-Journal-File
    IF WS-Journal-File-Status = "35"
        OPEN OUTPUT Master-Journal-File
    END-IF
    IF WS-Journal-File-Status NOT = "00"
        DISPLAY "MASTER JOURNAL ERROR: day04-master-journal.txt COULD "
            "NOT BE OPENED (STATUS=" WS-Journal-File-Status ")"
        CLOSE Security-Log-File
        CLOSE Purge-Report-File
        IF Registry-Available = "Y"
            CLOSE Dataset-Registry-File
        END-IF
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-MASTER-JOURNAL.
    *> Source, action and both images are staged by the caller; purge
    *> and reload entries carry the processing date.
    MOVE WS-Today TO Journal-Run-Date
    WRITE Journal-Record.

WRITE-PURGE-HEADER.
    MOVE "ADVENT OF CODE DAY 04 - MATCH MASTER PURGE AND ARCHIVE"
        TO Report-Line
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "Operator        : " DELIMITED BY SIZE
        WS-Operator-Id DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    IF WS-Approver-Id NOT = SPACES
        MOVE SPACES TO Report-Line
        STRING "Approver        : " DELIMITED BY SIZE
            WS-Approver-Id DELIMITED BY SIZE
            INTO Report-Line
        WRITE Report-Line
    END-IF

    PERFORM VARYING Retired-Idx FROM 1 BY 1
            UNTIL Retired-Idx > WS-Retired-Count
        MOVE SPACES TO Report-Line
        WRITE Report-Line
    END-PERFORM

    IF (WS-Run-Mode = "P") AND (Registry-Retired-Count > 0)
        MOVE LOW-VALUES TO Registry-Dataset
        MOVE "N" TO Registry-End-Of-File
        START Dataset-Registry-File KEY NOT LESS THAN Registry-Dataset
            INVALID KEY MOVE "Y" TO Registry-End-Of-File
        END-START
        PERFORM UNTIL Registry-End-Of-File = "Y"
            READ Dataset-Registry-File NEXT
                AT END MOVE "Y" TO Registry-End-Of-File
                NOT AT END
                    IF (Registry-Status = "R")
                            AND (Registry-Retired <= WS-Today)
                        MOVE SPACES TO Report-Line
                        STRING "Retired Dataset : " DELIMITED BY SIZE
                            Registry-Dataset DELIMITED BY SIZE
                            " (REGISTRY, RETIRED " DELIMITED BY SIZE
                            Registry-Retired DELIMITED BY SIZE
                            ")" DELIMITED BY SIZE
                            INTO Report-Line
                        WRITE Report-Line
                    END-IF
            END-READ
        END-PERFORM
    END-IF

    MOVE SPACES TO Report-Line
    WRITE Report-Line.

        Reload-Duplicate-Count DELIMITED BY SIZE
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
        CLOSE Purge-Report-File
        IF Registry-Available = "Y"
            CLOSE Dataset-Registry-File
        END-IF
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
