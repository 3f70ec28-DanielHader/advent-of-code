*> Compiled using GnuCOBOL "cobc" with flags "-std=ibm -free -I ."
IDENTIFICATION DIVISION.
PROGRAM-ID. Advent-Of-Code-Day04-Registry.

*> Card-driven maintenance for the indexed dataset registry - the one
*> place that says which vendor owns a dataset, which format intake
*> should expect from it, what shape its grid should be, whether it is
*> still live, and who to call when it is wrong. Before the registry
*> that knowledge lived on the intake card, in the edit program's
*> header check, in the dataset cards typed onto day04-control.txt and
*> on the RETIRED cards fed to the purge, and the four drifted apart.
*> Cards carry ADD, CHG, RET and LST actions; every transaction,
*> applied or rejected, lands on the maintenance report with its
*> outcome. Each card carries the operator ID, checked against the
*> operator authorization file before the action is applied, and every
*> card, applied or rejected, goes to the shared security log.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Registry-Control-File
        ASSIGN TO "day04-registry-control.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Control-File-Status.

    SELECT Dataset-Registry-File
        ASSIGN TO "day04-registry.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Registry-Dataset
        FILE STATUS IS WS-Registry-File-Status.

    SELECT Registry-Report-File
        ASSIGN TO "day04-registry-report.txt"
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
FD Registry-Control-File.
01 Registry-Card-Record.
    05 Card-Action              PIC X(5)  VALUE " ".
    05 Card-Dataset             PIC X(40) VALUE " ".
    05 Card-Vendor              PIC X(8)  VALUE " ".
    05 Card-Format              PIC A(1)  VALUE " ".
    05 Card-Rows                PIC 9(3)  VALUE 0.
    05 Card-Cols                PIC 9(3)  VALUE 0.
    05 Card-Effective           PIC X(8)  VALUE " ".
    05 Card-Retired             PIC X(8)  VALUE " ".
    05 Card-Contact             PIC X(30) VALUE " ".
    05 Card-Operator            PIC X(8)  VALUE " ".
01 Registry-Card-Raw REDEFINES Registry-Card-Record.
    05 Raw-Action               PIC X(5).
    05 Raw-Dataset              PIC X(40).
    05 Raw-Vendor               PIC X(8).
    05 Raw-Format               PIC X(1).
    05 Raw-Rows                 PIC X(3).
    05 Raw-Cols                 PIC X(3).
    05 Raw-Effective            PIC X(8).
    05 Raw-Retired              PIC X(8).
    05 Raw-Contact              PIC X(30).
    05 Raw-Operator             PIC X(8).

FD Dataset-Registry-File.
COPY "day04reg.cpy".

FD Registry-Report-File.
01 Report-Line                  PIC X(160).

FD Operator-Auth-File.
COPY "day04auth.cpy".

FD Security-Log-File.
COPY "day04sec.cpy".

WORKING-STORAGE SECTION.
01 WS-Control-File-Status       PIC X(2) VALUE "00".
01 WS-Registry-File-Status      PIC X(2) VALUE "00".
01 WS-Today                     PIC X(8) VALUE SPACES.

01 Control-End-Of-File          PIC A(1) VALUE "N".
01 Registry-End-Of-File         PIC A(1) VALUE "N".
01 Card-Is-Valid                PIC A(1) VALUE "Y".
01 Card-Problem                 PIC X(60) VALUE SPACES.

01 Card-Read-Count              PIC 9(5) VALUE 0.
01 Applied-Count                PIC 9(5) VALUE 0.
01 Rejected-Count               PIC 9(5) VALUE 0.
01 Listed-Count                 PIC 9(5) VALUE 0.

*> This program's entries from the operator authorization file, and
*> the operator and action a card is checked for.
01 WS-Auth-File-Status          PIC X(2)  VALUE "00".
01 WS-Security-File-Status      PIC X(2)  VALUE "00".
01 Auth-This-Program            PIC X(4)  VALUE "REGM".
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

    OPEN INPUT Registry-Control-File
    IF WS-Control-File-Status NOT = "00"
        DISPLAY "CONTROL CARD ERROR: day04-registry-control.txt NOT "
            "FOUND OR UNREADABLE (STATUS=" WS-Control-File-Status ")"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM LOAD-OPERATOR-AUTH
    PERFORM OPEN-SECURITY-LOG
    PERFORM OPEN-DATASET-REGISTRY

    OPEN OUTPUT Registry-Report-File
    PERFORM WRITE-REGISTRY-HEADER

    PERFORM UNTIL Control-End-Of-File = "Y"
        READ Registry-Control-File
            AT END MOVE "Y" TO Control-End-Of-File
            NOT AT END PERFORM APPLY-ONE-CARD
        END-READ
    END-PERFORM

    PERFORM WRITE-REGISTRY-SUMMARY
    CLOSE Registry-Report-File
    CLOSE Security-Log-File
    CLOSE Dataset-Registry-File
    CLOSE Registry-Control-File

    IF Rejected-Count > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

OPEN-DATASET-REGISTRY.
    *> Opens the registry for update, creating it on first use the
    *> way the catalog maintenance program creates the word catalog.
    OPEN I-O Dataset-Registry-File
    IF WS-Registry-File-Status = "35"
        OPEN OUTPUT Dataset-Registry-File
        CLOSE Dataset-Registry-File
        OPEN I-O Dataset-Registry-File
    END-IF
    IF WS-Registry-File-Status NOT = "00"
        DISPLAY "DATASET REGISTRY ERROR: day04-registry.dat COULD NOT "
            "BE OPENED (STATUS=" WS-Registry-File-Status ")"
        CLOSE Security-Log-File
        CLOSE Registry-Control-File
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

APPLY-ONE-CARD.
    ADD 1 TO Card-Read-Count
    EVALUATE Card-Action
        WHEN "ADD  "
            PERFORM AUTHORIZE-CARD
            IF Auth-Granted = "Y"
                PERFORM APPLY-ADD-CARD
            END-IF
        WHEN "CHG  "
            PERFORM AUTHORIZE-CARD
            IF Auth-Granted = "Y"
                PERFORM APPLY-CHANGE-CARD
            END-IF
        WHEN "RET  "
            PERFORM AUTHORIZE-CARD
            IF Auth-Granted = "Y"
                PERFORM APPLY-RETIRE-CARD
            END-IF
        WHEN "LST  "
            PERFORM AUTHORIZE-CARD
            IF Auth-Granted = "Y"
                PERFORM LIST-DATASET-REGISTRY
            END-IF
        WHEN OTHER
            MOVE "action is not ADD, CHG, RET, or LST"
                TO Card-Problem
            PERFORM WRITE-REJECT-LINE
    END-EVALUATE.

AUTHORIZE-CARD.
    *> The card's operator must hold the card's action in REGM; a
    *> refused card is rejected here and never reaches the registry.
    MOVE Card-Operator TO Auth-Check-Operator
    MOVE Card-Action   TO Auth-Check-Action
    PERFORM CHECK-OPERATOR-AUTH
    IF Auth-Granted = "N"
        MOVE Auth-Problem TO Card-Problem
        PERFORM WRITE-REJECT-LINE
    END-IF.

EDIT-CARD-FIELDS.
    *> Field edits shared by ADD and CHG. On a CHG a blank field
    *> means "leave it alone", so only fields that are present are
    *> held to their edits there; an ADD must carry the vendor and the
    *> format because intake cannot convert a dataset without them.
    MOVE "Y" TO Card-Is-Valid

    IF Raw-Dataset = SPACES
        MOVE "dataset name is blank" TO Card-Problem
        MOVE "N" TO Card-Is-Valid
        EXIT PARAGRAPH
    END-IF

    IF (Card-Action = "ADD  ") AND (Raw-Vendor = SPACES)
        MOVE "vendor is blank" TO Card-Problem
        MOVE "N" TO Card-Is-Valid
        EXIT PARAGRAPH
    END-IF

    IF (Card-Action = "ADD  ") OR (Raw-Format NOT = SPACES)
        IF (Card-Format NOT = "P") AND (Card-Format NOT = "C")
            MOVE "format code must be P (plain) or C (comma-separated)"
                TO Card-Problem
            MOVE "N" TO Card-Is-Valid
            EXIT PARAGRAPH
        END-IF
    END-IF

    IF (Raw-Rows NOT = SPACES) AND (Raw-Rows IS NOT NUMERIC)
        MOVE "expected rows is neither blank nor numeric"
            TO Card-Problem
        MOVE "N" TO Card-Is-Valid
        EXIT PARAGRAPH
    END-IF

    IF (Raw-Cols NOT = SPACES) AND (Raw-Cols IS NOT NUMERIC)
        MOVE "expected columns is neither blank nor numeric"
            TO Card-Problem
        MOVE "N" TO Card-Is-Valid
        EXIT PARAGRAPH
    END-IF

    IF (Raw-Effective NOT = SPACES)
            AND (Raw-Effective IS NOT NUMERIC)
        MOVE "effective date is neither blank nor an eight-digit date"
            TO Card-Problem
        MOVE "N" TO Card-Is-Valid
        EXIT PARAGRAPH
    END-IF

    IF Raw-Retired NOT = SPACES
        MOVE "retired date is set with the RET action, not ADD or CHG"
            TO Card-Problem
        MOVE "N" TO Card-Is-Valid
    END-IF.

APPLY-ADD-CARD.
    PERFORM EDIT-CARD-FIELDS
    IF Card-Is-Valid = "N"
        PERFORM WRITE-REJECT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE Card-Dataset TO Registry-Dataset
    MOVE Card-Vendor TO Registry-Vendor
    MOVE Card-Format TO Registry-Format
    IF Raw-Rows = SPACES
        MOVE 0 TO Registry-Rows
    ELSE
        MOVE Card-Rows TO Registry-Rows
    END-IF
    IF Raw-Cols = SPACES
        MOVE 0 TO Registry-Cols
    ELSE
        MOVE Card-Cols TO Registry-Cols
    END-IF
    MOVE "A" TO Registry-Status
    IF Raw-Effective = SPACES
        MOVE WS-Today TO Registry-Effective
    ELSE
        MOVE Card-Effective TO Registry-Effective
    END-IF
    MOVE SPACES TO Registry-Retired
    MOVE Card-Contact TO Registry-Contact

    WRITE Registry-Record
        INVALID KEY
            MOVE "dataset is already on the registry" TO Card-Problem
            PERFORM WRITE-REJECT-LINE
        NOT INVALID KEY
            ADD 1 TO Applied-Count
            MOVE "ADDED" TO Card-Problem
            PERFORM WRITE-APPLIED-LINE
    END-WRITE.

APPLY-CHANGE-CARD.
    PERFORM EDIT-CARD-FIELDS
    IF Card-Is-Valid = "N"
        PERFORM WRITE-REJECT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE Card-Dataset TO Registry-Dataset
    READ Dataset-Registry-File
        INVALID KEY
            MOVE "dataset is not on the registry" TO Card-Problem
            PERFORM WRITE-REJECT-LINE
        NOT INVALID KEY
            *> Blank fields on a CHG leave the registry values alone,
            *> so correcting one field cannot silently blank another;
            *> retiring a dataset is what the RET action is for.
            IF Raw-Vendor NOT = SPACES
                MOVE Card-Vendor TO Registry-Vendor
            END-IF
            IF Raw-Format NOT = SPACES
                MOVE Card-Format TO Registry-Format
            END-IF
            IF Raw-Rows NOT = SPACES
                MOVE Card-Rows TO Registry-Rows
            END-IF
            IF Raw-Cols NOT = SPACES
                MOVE Card-Cols TO Registry-Cols
            END-IF
            IF Raw-Effective NOT = SPACES
                MOVE Card-Effective TO Registry-Effective
            END-IF
            IF Raw-Contact NOT = SPACES
                MOVE Card-Contact TO Registry-Contact
            END-IF
            REWRITE Registry-Record
            ADD 1 TO Applied-Count
            MOVE "CHANGED" TO Card-Problem
            PERFORM WRITE-APPLIED-LINE
    END-READ.

APPLY-RETIRE-CARD.
    *> Retires a dataset as of the card's retired date - blank means
    *> today - leaving the entry on the registry so the purge can
    *> find the retirement and the vendor and contact stay on record.
    IF Raw-Dataset = SPACES
        MOVE "dataset name is blank" TO Card-Problem
        PERFORM WRITE-REJECT-LINE
        EXIT PARAGRAPH
    END-IF

    IF (Raw-Retired NOT = SPACES) AND (Raw-Retired IS NOT NUMERIC)
        MOVE "retired date is neither blank nor an eight-digit date"
            TO Card-Problem
        PERFORM WRITE-REJECT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE Card-Dataset TO Registry-Dataset
    READ Dataset-Registry-File
        INVALID KEY
            MOVE "dataset is not on the registry" TO Card-Problem
            PERFORM WRITE-REJECT-LINE
        NOT INVALID KEY
            MOVE "R" TO Registry-Status
            IF Raw-Retired = SPACES
                MOVE WS-Today TO Registry-Retired
            ELSE
                MOVE Card-Retired TO Registry-Retired
            END-IF
            REWRITE Registry-Record
            ADD 1 TO Applied-Count
            MOVE "RETIRED" TO Card-Problem
            PERFORM WRITE-APPLIED-LINE
    END-READ.

LIST-DATASET-REGISTRY.
    *> Walks the whole registry in key order and prints every entry,
    *> the standing way to review what the scan will pick up when the
    *> control card names no datasets.
    ADD 1 TO Applied-Count
    MOVE "  REGISTRY LISTING" TO Report-Line
    WRITE Report-Line

    MOVE LOW-VALUES TO Registry-Dataset
    MOVE "N" TO Registry-End-Of-File
    MOVE 0 TO Listed-Count
    START Dataset-Registry-File KEY NOT LESS THAN Registry-Dataset
        INVALID KEY MOVE "Y" TO Registry-End-Of-File
    END-START

    PERFORM UNTIL Registry-End-Of-File = "Y"
        READ Dataset-Registry-File NEXT
            AT END MOVE "Y" TO Registry-End-Of-File
            NOT AT END
                ADD 1 TO Listed-Count
                MOVE SPACES TO Report-Line
                STRING "    DATASET=" DELIMITED BY SIZE
                    Registry-Dataset DELIMITED BY SIZE
                    " VENDOR=" DELIMITED BY SIZE
                    Registry-Vendor DELIMITED BY SIZE
                    " FORMAT=" DELIMITED BY SIZE
                    Registry-Format DELIMITED BY SIZE
                    " SHAPE=" DELIMITED BY SIZE
                    Registry-Rows DELIMITED BY SIZE
                    "X" DELIMITED BY SIZE
                    Registry-Cols DELIMITED BY SIZE
                    " STATUS=" DELIMITED BY SIZE
                    Registry-Status DELIMITED BY SIZE
                    " EFFECTIVE=" DELIMITED BY SIZE
                    Registry-Effective DELIMITED BY SIZE
                    " RETIRED=" DELIMITED BY SIZE
                    Registry-Retired DELIMITED BY SIZE
                    " CONTACT=" DELIMITED BY SIZE
                    Registry-Contact DELIMITED BY SIZE
                    INTO Report-Line
                WRITE Report-Line
        END-READ
    END-PERFORM

    MOVE SPACES TO Report-Line
    STRING "    ENTRIES ON REGISTRY=" DELIMITED BY SIZE
        Listed-Count DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Security-Record
    MOVE "ACCEPTED" TO Security-Outcome
    MOVE "LISTED" TO Card-Problem
    PERFORM LOG-CARD-ATTEMPT.

WRITE-APPLIED-LINE.
    *> Card-Problem carries the applied outcome wording here.
    MOVE SPACES TO Report-Line
    STRING "  CARD " DELIMITED BY SIZE
        Card-Read-Count DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        Card-Action DELIMITED BY SIZE
        " DATASET=" DELIMITED BY SIZE
        Card-Dataset DELIMITED BY SIZE
        " : " DELIMITED BY SIZE
        Card-Problem DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Security-Record
    MOVE "ACCEPTED" TO Security-Outcome
    PERFORM LOG-CARD-ATTEMPT.

WRITE-REJECT-LINE.
    ADD 1 TO Rejected-Count
    MOVE SPACES TO Report-Line
    STRING "  CARD " DELIMITED BY SIZE
        Card-Read-Count DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        Card-Action DELIMITED BY SIZE
        " DATASET=" DELIMITED BY SIZE
        Raw-Dataset DELIMITED BY SIZE
        " : REJECTED - " DELIMITED BY SIZE
        Card-Problem DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Security-Record
    MOVE "REJECTED" TO Security-Outcome
    PERFORM LOG-CARD-ATTEMPT.

LOG-CARD-ATTEMPT.
    *> Security-Outcome is staged by the caller and Card-Problem
    *> carries the outcome wording or the reason.
    MOVE Card-Action   TO Security-Action
    MOVE Card-Operator TO Security-Operator
    MOVE Card-Problem  TO Security-Reason
    STRING "DATASET=" DELIMITED BY SIZE
        Raw-Dataset DELIMITED BY SPACE
        INTO Security-Subject
    PERFORM WRITE-SECURITY-LOG.

WRITE-REGISTRY-HEADER.
    MOVE "ADVENT OF CODE DAY 04 - DATASET REGISTRY MAINTENANCE"
        TO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "Run Date      : " DELIMITED BY SIZE
        WS-Today DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    WRITE Report-Line.

WRITE-REGISTRY-SUMMARY.
    MOVE SPACES TO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "CARDS READ        : " DELIMITED BY SIZE
        Card-Read-Count DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "CARDS APPLIED     : " DELIMITED BY SIZE
        Applied-Count DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "CARDS REJECTED    : " DELIMITED BY SIZE
        Rejected-Count DELIMITED BY SIZE
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
        CLOSE Registry-Control-File
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
