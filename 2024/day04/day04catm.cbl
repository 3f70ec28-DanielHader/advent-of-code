*> CHG, EXP and LST actions; every transaction, applied or rejected,
*> lands on the maintenance report with its outcome, so a word change
*> is an audited catalog transaction instead of an edit nobody
*> reviews. Each card carries the operator ID, checked against the
*> operator authorization file before the action is applied, and every
*> card, applied or rejected, goes to the shared security log.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ASSIGN TO "day04-catalog-report.txt"
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
FD Catalog-Control-File.
    05 Card-Effective           PIC X(8)  VALUE " ".
    05 Card-Expiry              PIC X(8)  VALUE " ".
    05 Card-Category            PIC X(4)  VALUE " ".
    05 Card-Operator            PIC X(8)  VALUE " ".
01 Catalog-Card-Raw REDEFINES Catalog-Card-Record.
    05 Raw-Action               PIC X(5).
    05 Raw-Word                 PIC X(10).
    05 Raw-Effective            PIC X(8).
    05 Raw-Expiry               PIC X(8).
    05 Raw-Category             PIC X(4).
    05 Raw-Operator             PIC X(8).

FD Word-Catalog-File.
COPY "day04cat.cpy".
FD Catalog-Report-File.
01 Report-Line                  PIC X(160).

FD Operator-Auth-File.
COPY "day04auth.cpy".

FD Security-Log-File.
COPY "day04sec.cpy".

WORKING-STORAGE SECTION.
01 WS-Control-File-Status       PIC X(2) VALUE "00".
01 WS-Catalog-File-Status       PIC X(2) VALUE "00".
01 Rejected-Count               PIC 9(5) VALUE 0.
01 Listed-Count                 PIC 9(5) VALUE 0.

*> This program's entries from the operator authorization file, and
*> the operator and action a card is checked for.
01 WS-Auth-File-Status          PIC X(2)  VALUE "00".
01 WS-Security-File-Status      PIC X(2)  VALUE "00".
01 Auth-This-Program            PIC X(4)  VALUE "CATM".
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
    PERFORM OPEN-WORD-CATALOG

    OPEN OUTPUT Catalog-Report-File

    PERFORM WRITE-CATALOG-SUMMARY
    CLOSE Catalog-Report-File
    CLOSE Security-Log-File
    CLOSE Word-Catalog-File
    CLOSE Catalog-Control-File

    IF WS-Catalog-File-Status NOT = "00"
        DISPLAY "WORD CATALOG ERROR: day04-wordcat.dat COULD NOT BE "
            "OPENED (STATUS=" WS-Catalog-File-Status ")"
        CLOSE Security-Log-File
        CLOSE Catalog-Control-File
        MOVE 8 TO RETURN-CODE
        STOP RUN
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
        WHEN "EXP  "
            PERFORM AUTHORIZE-CARD
            IF Auth-Granted = "Y"
                PERFORM APPLY-EXPIRE-CARD
            END-IF
        WHEN "LST  "
            PERFORM AUTHORIZE-CARD
            IF Auth-Granted = "Y"
                PERFORM LIST-WORD-CATALOG
            END-IF
        WHEN OTHER
            MOVE "action is not ADD, CHG, EXP, or LST"
                TO Card-Problem
            PERFORM WRITE-REJECT-LINE
    END-EVALUATE.

AUTHORIZE-CARD.
    *> The card's operator must hold the card's action in CATM; a
    *> refused card is rejected here and never reaches the catalog.
    MOVE Card-Operator TO Auth-Check-Operator
    MOVE Card-Action   TO Auth-Check-Action
    PERFORM CHECK-OPERATOR-AUTH
    IF Auth-Granted = "N"
        MOVE Auth-Problem TO Card-Problem
        PERFORM WRITE-REJECT-LINE
    END-IF.

EDIT-CARD-FIELDS.
    *> Field edits shared by ADD and CHG: the word, its stated
    *> length against the word's trailing blanks, the effective
    STRING "    ENTRIES ON CATALOG=" DELIMITED BY SIZE
        Listed-Count DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Security-Record
    MOVE "ACCEPTED" TO Security-Outcome
    MOVE "LISTED" TO Card-Problem
    PERFORM LOG-CARD-ATTEMPT.

WRITE-APPLIED-LINE.
    *> Card-Problem carries the applied outcome wording here.
        " : " DELIMITED BY SIZE
        Card-Problem DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Security-Record
    MOVE "ACCEPTED" TO Security-Outcome
    PERFORM LOG-CARD-ATTEMPT.

WRITE-REJECT-LINE.
    ADD 1 TO Rejected-Count
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
    STRING "WORD=" DELIMITED BY SIZE
        Raw-Word DELIMITED BY SPACE
        INTO Security-Subject
    PERFORM WRITE-SECURITY-LOG.

WRITE-CATALOG-HEADER.
    MOVE "ADVENT OF CODE DAY 04 - SEARCH-WORD CATALOG MAINTENANCE"
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
        CLOSE Catalog-Control-File
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
