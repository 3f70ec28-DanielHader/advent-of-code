*> same width and row/column-ceiling rules the scan program applies,
*> and writes one edit report listing every problem found with an
*> accept/reject verdict per dataset - so the overnight job never
*> discovers problems one rerun at a time. A registered dataset's
*> header must also agree with the shape on the dataset registry, and
*> a card that names no datasets edits the registry's active entries,
*> the same list the scan program will build.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ASSIGN TO "day04-edit-report.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT Dataset-Registry-File
        ASSIGN TO "day04-registry.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Registry-Dataset
        FILE STATUS IS WS-Registry-File-Status.

DATA DIVISION.
FILE SECTION.
FD Control-File.
    05 Control-Run-Date         PIC X(8)  VALUE " ".
    05 Control-Dataset-Count    PIC 9(3)  VALUE 0.
    05 Control-Restart-Flag     PIC A(1)  VALUE " ".
    05 Control-Partition-Count  PIC X(1)  VALUE " ".
    05 Control-Trial-Flag       PIC A(1)  VALUE " ".
01 Control-Header-Raw REDEFINES Control-Header-Record.
    05 Raw-Search-Word          PIC X(10).
    05 Raw-Search-Length        PIC X(2).
    05 Raw-Run-Date             PIC X(8).
    05 Raw-Dataset-Count        PIC X(3).
    05 Raw-Restart-Flag         PIC X(1).
    05 Raw-Partition-Count      PIC X(1).
    05 Raw-Trial-Flag           PIC X(1).
01 Control-Dataset-Record.
    05 Control-Dataset-Name     PIC X(40) VALUE " ".
01 Control-Word-Record.
FD Edit-Report-File.
01 Report-Line                  PIC X(160).

FD Dataset-Registry-File.
COPY "day04reg.cpy".

WORKING-STORAGE SECTION.
01 WS-Input-Dataset-Name        PIC X(40) VALUE SPACES.
01 WS-Input-File-Status         PIC X(2)  VALUE "00".
01 WS-Control-File-Status       PIC X(2)  VALUE "00".
01 WS-Registry-File-Status      PIC X(2)  VALUE "00".
01 WS-Run-Date                  PIC X(8)  VALUE SPACES.
01 WS-Default-Input-Name        PIC X(40) VALUE SPACES.
01 WS-Run-Date-Check            PIC X(8)  VALUE SPACES.
01 Control-End-Of-File          PIC A(1) VALUE "N".
01 End-Of-File                  PIC A(1) VALUE "N".
01 Header-Present               PIC A(1) VALUE "N".
01 Registry-Available           PIC A(1) VALUE "N".
01 Registry-End-Of-File         PIC A(1) VALUE "N".
01 Registry-In-Effect           PIC A(1) VALUE "N".
01 Registry-Entry-Found         PIC A(1) VALUE "N".
01 Registry-Active-Count        PIC 9(5) VALUE 0.
01 Idx                          PIC 9(4).

01 Row-Count                    PIC 9(4) VALUE 0.
    OPEN OUTPUT Edit-Report-File
    PERFORM WRITE-EDIT-HEADER

    PERFORM OPEN-DATASET-REGISTRY
    PERFORM EDIT-CONTROL-CARD

    IF Header-Present = "Y"

    PERFORM WRITE-EDIT-SUMMARY
    CLOSE Edit-Report-File
    IF Registry-Available = "Y"
        CLOSE Dataset-Registry-File
    END-IF

    IF Problem-Count > 0
        MOVE 8 TO RETURN-CODE
    MOVE SPACES TO Report-Line
    WRITE Report-Line.

OPEN-DATASET-REGISTRY.
    *> The registry is optional to the edit: with no registry there is
    *> no registered shape to hold a header to and no active list to
    *> fall back on, so a missing file only switches those checks off.
    OPEN INPUT Dataset-Registry-File
    IF WS-Registry-File-Status = "00"
        MOVE "Y" TO Registry-Available
    ELSE
        MOVE "N" TO Registry-Available
        IF WS-Registry-File-Status NOT = "35"
            MOVE SPACES TO Report-Line
            STRING "  DATASET REGISTRY: day04-registry.dat COULD NOT "
                "BE OPENED (STATUS=" DELIMITED BY SIZE
                WS-Registry-File-Status DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO Report-Line
            PERFORM WRITE-PROBLEM-LINE
        END-IF
    END-IF.

WRITE-PROBLEM-LINE.
    *> Report-Line is staged by the caller; counts the problem and
    *> writes it so every problem in the run lands on one report.
            DELIMITED BY SIZE
            INTO Report-Line
        PERFORM WRITE-PROBLEM-LINE
    END-IF

    IF (Raw-Dataset-Count IS NUMERIC) AND (WS-Dataset-Count = 0)
        PERFORM LOAD-REGISTRY-DATASETS
    END-IF.

LOAD-REGISTRY-DATASETS.
    *> A card that names no datasets scans every dataset the registry
    *> holds in effect on the run date, so the edit builds the same
    *> list the scan program will and edits each entry on it. Only
    *> an empty list is a problem - there is then nothing to scan.
    MOVE 0 TO Registry-Active-Count
    IF Registry-Available = "Y"
        MOVE LOW-VALUES TO Registry-Dataset
        MOVE "N" TO Registry-End-Of-File
        START Dataset-Registry-File KEY NOT LESS THAN Registry-Dataset
            INVALID KEY MOVE "Y" TO Registry-End-Of-File
        END-START
        PERFORM UNTIL Registry-End-Of-File = "Y"
            READ Dataset-Registry-File NEXT
                AT END MOVE "Y" TO Registry-End-Of-File
                NOT AT END
                    PERFORM TEST-REGISTRY-IN-EFFECT
                    IF Registry-In-Effect = "Y"
                        ADD 1 TO Registry-Active-Count
                        IF WS-Dataset-Read-Count < 50
                            ADD 1 TO WS-Dataset-Read-Count
                            MOVE Registry-Dataset
                                TO WS-Dataset-Name(WS-Dataset-Read-Count)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF

    IF Registry-Active-Count = 0
        MOVE "  CONTROL CARD: dataset count is zero and the registry "
            & "holds no active datasets - nothing to scan"
            TO Report-Line
        PERFORM WRITE-PROBLEM-LINE
    END-IF

    IF Registry-Active-Count > 50
        MOVE SPACES TO Report-Line
        STRING "  DATASET REGISTRY: " DELIMITED BY SIZE
            Registry-Active-Count DELIMITED BY SIZE
            " active datasets exceed the 50-entry dataset table"
            DELIMITED BY SIZE
            INTO Report-Line
        PERFORM WRITE-PROBLEM-LINE
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

EDIT-HEADER-FIELDS.
                INTO Report-Line
            PERFORM WRITE-PROBLEM-LINE
        END-IF
    END-IF

    IF (Raw-Restart-Flag NOT = " ") AND (Raw-Restart-Flag NOT = "R")
            "' is not blank or R" DELIMITED BY SIZE
            INTO Report-Line
        PERFORM WRITE-PROBLEM-LINE
    END-IF

    IF (Raw-Partition-Count NOT = " ")
            AND (Raw-Partition-Count IS NOT NUMERIC)
        MOVE SPACES TO Report-Line
        STRING "  CONTROL CARD: partition count '" DELIMITED BY SIZE
            Raw-Partition-Count DELIMITED BY SIZE
            "' is not blank or a digit 0-9" DELIMITED BY SIZE
            INTO Report-Line
        PERFORM WRITE-PROBLEM-LINE
    END-IF

    *> A trial run is always a single whole run from the start, so it
    *> cannot be combined with a restart or a partitioned split.
    IF (Raw-Trial-Flag NOT = " ") AND (Raw-Trial-Flag NOT = "T")
        MOVE SPACES TO Report-Line
        STRING "  CONTROL CARD: trial indicator '" DELIMITED BY SIZE
            Raw-Trial-Flag DELIMITED BY SIZE
            "' is not blank or T" DELIMITED BY SIZE
            INTO Report-Line
        PERFORM WRITE-PROBLEM-LINE
    END-IF

    IF (Raw-Trial-Flag = "T") AND (Raw-Restart-Flag = "R")
        MOVE "  CONTROL CARD: a trial run cannot be restarted"
            TO Report-Line
        PERFORM WRITE-PROBLEM-LINE
    END-IF

    IF (Raw-Trial-Flag = "T") AND (Raw-Partition-Count IS NUMERIC)
            AND (Raw-Partition-Count NOT = "0")
        MOVE "  CONTROL CARD: a trial run cannot be partitioned"
            TO Report-Line
        PERFORM WRITE-PROBLEM-LINE
    END-IF.

EDIT-WORD-RECORD.
            PERFORM WRITE-PROBLEM-LINE
            ADD 1 TO Dataset-Problem-Count
        END-IF
        PERFORM EDIT-REGISTERED-SHAPE
    END-IF.

EDIT-REGISTERED-SHAPE.
    *> A registered dataset's header must describe the grid the
    *> registry says the vendor sends. A header that agrees with its
    *> own rows but not with the registry is a vendor that changed
    *> shape without telling anyone, and the scan must not run on it.
    *> A zero registered row or column count is not checked.
    IF Registry-Available = "N"
        EXIT PARAGRAPH
    END-IF

    MOVE WS-Input-Dataset-Name TO Registry-Dataset
    READ Dataset-Registry-File
        INVALID KEY MOVE "N" TO Registry-Entry-Found
        NOT INVALID KEY MOVE "Y" TO Registry-Entry-Found
    END-READ
    IF Registry-Entry-Found = "N"
        EXIT PARAGRAPH
    END-IF

    IF ((Registry-Rows > 0)
                AND (Envelope-Expected-Rows NOT = Registry-Rows))
            OR ((Registry-Cols > 0)
                AND (Envelope-Expected-Cols NOT = Registry-Cols))
        MOVE SPACES TO Report-Line
        STRING "  HEADER SHAPE " DELIMITED BY SIZE
            Envelope-Expected-Rows DELIMITED BY SIZE
            "X" DELIMITED BY SIZE
            Envelope-Expected-Cols DELIMITED BY SIZE
            " DISAGREES WITH REGISTERED SHAPE " DELIMITED BY SIZE
            Registry-Rows DELIMITED BY SIZE
            "X" DELIMITED BY SIZE
            Registry-Cols DELIMITED BY SIZE
            " FOR VENDOR " DELIMITED BY SIZE
            Registry-Vendor DELIMITED BY SIZE
            INTO Report-Line
        PERFORM WRITE-PROBLEM-LINE
        ADD 1 TO Dataset-Problem-Count
    END-IF.

EDIT-GRID-ROW.
    MOVE SPACES TO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "RUN DATE          : " DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "PROBLEMS FOUND    : " DELIMITED BY SIZE
        Problem-Count DELIMITED BY SIZE
