*> who is adding the entry and why. Every applied transaction is
*> appended to a cumulative audit trail with its date and time, so
*> the paper list is replaced by something that can be reviewed.
*> Each card carries the operator ID, checked against the operator
*> authorization file before the action is applied; an ADD also needs
*> a second, different operator authorized to approve it. Every card,
*> applied or rejected, goes to the shared security log.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ASSIGN TO "day04-suppress-report.txt"
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
FD Suppress-Control-File.
    05 Sup-Card-Word            PIC X(10) VALUE " ".
    05 Sup-Card-User            PIC X(8)  VALUE " ".
    05 Sup-Card-Reason          PIC X(40) VALUE " ".
    05 Sup-Card-Operator        PIC X(8)  VALUE " ".
    05 Sup-Card-Approver        PIC X(8)  VALUE " ".
01 Suppress-Card-Raw REDEFINES Suppress-Card-Record.
    05 Raw-Action               PIC X(5).
    05 Raw-Dataset              PIC X(40).
    05 Raw-Word                 PIC X(10).
    05 Raw-User                 PIC X(8).
    05 Raw-Reason               PIC X(40).
    05 Raw-Operator             PIC X(8).
    05 Raw-Approver             PIC X(8).

FD Suppress-Master-File.
COPY "day04sup.cpy".
FD Suppress-Report-File.
01 Report-Line                  PIC X(160).

FD Operator-Auth-File.
COPY "day04auth.cpy".

FD Security-Log-File.
COPY "day04sec.cpy".

WORKING-STORAGE SECTION.
01 WS-Control-File-Status       PIC X(2) VALUE "00".
01 WS-Suppress-File-Status      PIC X(2) VALUE "00".
01 Rejected-Count               PIC 9(5) VALUE 0.
01 Listed-Count                 PIC 9(5) VALUE 0.

*> This program's entries from the operator authorization file, and
*> the operator and action a card is checked for.
01 WS-Auth-File-Status          PIC X(2)  VALUE "00".
01 WS-Security-File-Status      PIC X(2)  VALUE "00".
01 Auth-This-Program            PIC X(4)  VALUE "SUPM".
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

        STOP RUN
    END-IF

    PERFORM LOAD-OPERATOR-AUTH
    PERFORM OPEN-SECURITY-LOG
    PERFORM OPEN-SUPPRESS-MASTER
    PERFORM OPEN-AUDIT-TRAIL

    PERFORM WRITE-SUPPRESS-SUMMARY
    CLOSE Suppress-Report-File
    CLOSE Suppress-Audit-File
    CLOSE Security-Log-File
    CLOSE Suppress-Master-File
    CLOSE Suppress-Control-File

    IF WS-Suppress-File-Status NOT = "00"
        DISPLAY "SUPPRESSION MASTER ERROR: day04-suppress.dat COULD "
            "NOT BE OPENED (STATUS=" WS-Suppress-File-Status ")"
        CLOSE Security-Log-File
        CLOSE Suppress-Control-File
        MOVE 8 TO RETURN-CODE
        STOP RUN
        DISPLAY "AUDIT TRAIL ERROR: day04-suppress-audit.txt COULD "
            "NOT BE OPENED (STATUS=" WS-Audit-File-Status ")"
        CLOSE Suppress-Master-File
        CLOSE Security-Log-File
        CLOSE Suppress-Control-File
        MOVE 8 TO RETURN-CODE
        STOP RUN
    ADD 1 TO Card-Read-Count
    EVALUATE Sup-Card-Action
        WHEN "ADD  "
            PERFORM AUTHORIZE-CARD
            IF Auth-Granted = "Y"
                PERFORM APPLY-ADD-CARD
            END-IF
        WHEN "DEL  "
            PERFORM AUTHORIZE-CARD
            IF Auth-Granted = "Y"
                PERFORM APPLY-DELETE-CARD
            END-IF
        WHEN "LST  "
            PERFORM AUTHORIZE-CARD
            IF Auth-Granted = "Y"
                PERFORM LIST-SUPPRESS-MASTER
            END-IF
        WHEN OTHER
            MOVE "action is not ADD, DEL, or LST" TO Card-Problem
            PERFORM WRITE-REJECT-LINE
    END-EVALUATE.

AUTHORIZE-CARD.
    *> The card's operator must hold the card's action in SUPM. An ADD
    *> also needs a second operator, not the first, who holds APPRV;
    *> a suppression hides real matches from every output, so no one
    *> person can add one alone. A refused card is rejected here.
    MOVE Sup-Card-Operator TO Auth-Check-Operator
    MOVE Sup-Card-Action   TO Auth-Check-Action
    PERFORM CHECK-OPERATOR-AUTH

    IF (Auth-Granted = "Y") AND (Sup-Card-Action = "ADD  ")
        EVALUATE TRUE
            WHEN Sup-Card-Approver = SPACES
                MOVE "N" TO Auth-Granted
                MOVE "a second approver ID is required on an ADD"
                    TO Auth-Problem
            WHEN Sup-Card-Approver = Sup-Card-Operator
                MOVE "N" TO Auth-Granted
                MOVE "the approver must be a different operator"
                    TO Auth-Problem
            WHEN OTHER
                MOVE Sup-Card-Approver TO Auth-Check-Operator
                MOVE "APPRV" TO Auth-Check-Action
                PERFORM CHECK-OPERATOR-AUTH
                IF Auth-Granted = "N"
                    MOVE SPACES TO Auth-Problem
                    STRING "approver " DELIMITED BY SIZE
                        Sup-Card-Approver DELIMITED BY SPACE
                        " is not authorized to approve in SUPM"
                        DELIMITED BY SIZE
                        INTO Auth-Problem
                END-IF
        END-EVALUATE
    END-IF

    IF Auth-Granted = "N"
        MOVE Auth-Problem TO Card-Problem
        PERFORM WRITE-REJECT-LINE
    END-IF.

EDIT-CARD-KEY.
    *> Key edits shared by ADD and DEL: the dataset must be named,
    *> row and column must be numeric, the direction must be 1-8 or

APPLY-ADD-CARD.
    PERFORM EDIT-CARD-KEY
    *> The entry is recorded as added by the authorized operator; an
    *> added-by user on the card must be that operator.
    IF Card-Is-Valid = "Y"
        IF (Raw-User NOT = SPACES) AND (Raw-User NOT = Raw-Operator)
            MOVE "added-by user does not match the operator ID"
                TO Card-Problem
            MOVE "N" TO Card-Is-Valid
        END-IF
    MOVE Sup-Card-Col     TO Suppress-Col
    MOVE Sup-Card-Dir     TO Suppress-Dir
    MOVE Sup-Card-Word    TO Suppress-Word
    MOVE Sup-Card-Operator TO Suppress-Added-By
    MOVE WS-Today         TO Suppress-Added-Date
    MOVE Sup-Card-Reason  TO Suppress-Reason

    STRING "    ENTRIES ON MASTER=" DELIMITED BY SIZE
        Listed-Count DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE "LISTED" TO Card-Problem
    MOVE "ACCEPTED" TO Audit-Outcome
    PERFORM LOG-CARD-ATTEMPT.

WRITE-AUDIT-LINE.
    *> One cumulative audit line per applied transaction: when, what
        " WORD=" DELIMITED BY SIZE
        Suppress-Word DELIMITED BY SIZE
        " BY=" DELIMITED BY SIZE
        Sup-Card-Operator DELIMITED BY SIZE
        " APPROVER=" DELIMITED BY SIZE
        Sup-Card-Approver DELIMITED BY SIZE
        " REASON=" DELIMITED BY SIZE
        Sup-Card-Reason DELIMITED BY SIZE
        INTO Audit-Line
        " : " DELIMITED BY SIZE
        Card-Problem DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line
    MOVE "ACCEPTED" TO Audit-Outcome
    PERFORM LOG-CARD-ATTEMPT.

WRITE-REJECT-LINE.
    ADD 1 TO Rejected-Count
        " : REJECTED - " DELIMITED BY SIZE
        Card-Problem DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line
    MOVE "REJECTED" TO Audit-Outcome
    PERFORM LOG-CARD-ATTEMPT.

LOG-CARD-ATTEMPT.
    *> Audit-Outcome is ACCEPTED or REJECTED and Card-Problem carries
    *> the outcome wording or the reason; the subject is the card's
    *> key as punched.
    MOVE SPACES TO Security-Record
    MOVE Sup-Card-Action   TO Security-Action
    MOVE Sup-Card-Operator TO Security-Operator
    MOVE Sup-Card-Approver TO Security-Approver
    MOVE Audit-Outcome     TO Security-Outcome
    MOVE Card-Problem      TO Security-Reason
    STRING "DATASET=" DELIMITED BY SIZE
        Raw-Dataset DELIMITED BY SPACE
        " ROW=" DELIMITED BY SIZE
        Raw-Row DELIMITED BY SIZE
        " COL=" DELIMITED BY SIZE
        Raw-Col DELIMITED BY SIZE
        " DIR=" DELIMITED BY SIZE
        Raw-Dir DELIMITED BY SIZE
        " WORD=" DELIMITED BY SIZE
        Raw-Word DELIMITED BY SPACE
        INTO Security-Subject
    PERFORM WRITE-SECURITY-LOG.

WRITE-SUPPRESS-HEADER.
    MOVE "ADVENT OF CODE DAY 04 - SUPPRESSION MASTER MAINTENANCE"
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
        CLOSE Suppress-Control-File
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
