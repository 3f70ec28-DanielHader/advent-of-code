*> Intake normalization for the raw vendor grid feeds that arrive
*> without the H/T integrity envelope - lowercase letters, and on one
*> feed comma-separated cells. Upcases and strips delimiters per the
*> vendor format code the dataset registry holds for the output
*> dataset (the control card's code is only used for a dataset that
*> is not registered, and must agree with the registry when both are
*> given), counts the rows and
*> columns itself, and writes a proper dataset with the header and
*> trailer records that CLASSIFY-INPUT-RECORD and
*> RECONCILE-DATASET-ENVELOPE in the scan program expect - so nobody
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Log-File-Status.

    SELECT Dataset-Registry-File
        ASSIGN TO "day04-registry.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Registry-Dataset
        FILE STATUS IS WS-Registry-File-Status.

DATA DIVISION.
FILE SECTION.
FD Intake-Control-File.
FD Intake-Log-File.
01 Log-Line                     PIC X(160).

FD Dataset-Registry-File.
COPY "day04reg.cpy".

WORKING-STORAGE SECTION.
01 WS-Control-File-Status       PIC X(2)  VALUE "00".
01 WS-Raw-File-Status           PIC X(2)  VALUE "00".
01 WS-Output-File-Status        PIC X(2)  VALUE "00".
01 WS-Reject-File-Status        PIC X(2)  VALUE "00".
01 WS-Log-File-Status           PIC X(2)  VALUE "00".
01 WS-Registry-File-Status      PIC X(2)  VALUE "00".
01 WS-Raw-Dataset-Name          PIC X(40) VALUE SPACES.
01 WS-Output-Dataset-Name       PIC X(40) VALUE SPACES.
01 WS-Vendor-Format             PIC A(1)  VALUE " ".
01 WS-Dataset-Name              PIC X(40) VALUE SPACES.
01 WS-Created-Date              PIC X(8)  VALUE SPACES.
01 WS-Log-Time                  PIC 9(8)  VALUE 0.
01 Registry-Entry-Found         PIC A(1)  VALUE "N".

01 WS-Lower-Letters             PIC X(26)
    VALUE "abcdefghijklmnopqrstuvwxyz".

READ-INTAKE-CONTROL-CARD.
    *> Reads the per-vendor format code - P for plain lowercase rows,
    *> C for comma-separated cells, and normally left blank for a
    *> registered dataset - the raw and output dataset
    *> names, the dataset name the header record carries, and the
    *> created date for the header (blank means today).
    OPEN INPUT Intake-Control-File
        STOP RUN
    END-IF

    IF WS-Raw-Dataset-Name = SPACES
        DISPLAY "CONTROL CARD ERROR: raw dataset name is blank"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM LOOKUP-REGISTERED-FORMAT

    IF (WS-Vendor-Format NOT = "P") AND (WS-Vendor-Format NOT = "C")
        DISPLAY "CONTROL CARD ERROR: vendor format '"
            WS-Vendor-Format "' is not P (plain) or C "
            "(comma-separated)"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    IF WS-Dataset-Name = SPACES
        MOVE WS-Output-Dataset-Name TO WS-Dataset-Name
    END-IF
        ACCEPT WS-Created-Date FROM DATE YYYYMMDD
    END-IF.

LOOKUP-REGISTERED-FORMAT.
    *> The registry owns the vendor format code. A registered output
    *> dataset takes its code from there; a code typed on the card as
    *> well must agree with it, because a disagreement means one of
    *> the two is wrong and converting with either would be a guess.
    *> A dataset that is not registered - or a shop with no registry
    *> yet - falls back to the card's code.
    MOVE "N" TO Registry-Entry-Found
    OPEN INPUT Dataset-Registry-File
    IF WS-Registry-File-Status = "35"
        EXIT PARAGRAPH
    END-IF
    IF WS-Registry-File-Status NOT = "00"
        DISPLAY "DATASET REGISTRY ERROR: day04-registry.dat COULD NOT "
            "BE OPENED (STATUS=" WS-Registry-File-Status ")"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE WS-Output-Dataset-Name TO Registry-Dataset
    READ Dataset-Registry-File
        INVALID KEY MOVE "N" TO Registry-Entry-Found
        NOT INVALID KEY MOVE "Y" TO Registry-Entry-Found
    END-READ
    CLOSE Dataset-Registry-File

    IF Registry-Entry-Found = "N"
        EXIT PARAGRAPH
    END-IF

    IF (WS-Vendor-Format NOT = " ")
            AND (WS-Vendor-Format NOT = Registry-Format)
        DISPLAY "CONTROL CARD ERROR: vendor format '"
            WS-Vendor-Format "' disagrees with the registered format '"
            Registry-Format "' for " WS-Output-Dataset-Name
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE Registry-Format TO WS-Vendor-Format.

CONVERT-RAW-FILE.
    *> Reads the raw feed, converts each record per the vendor format
    *> code, and stages the good rows. Every problem writes a reason
    *> Appends one record for this conversion to the cumulative
    *> intake log, creating it on first use the way the run history
    *> is, so what was converted when can be proven without the
    *> operator's notes. A rejection names the output dataset it was
    *> for, in the same columns a conversion's TO dataset occupies,
    *> so the feed check can tell which scheduled feed failed.
    OPEN EXTEND Intake-Log-File
    IF WS-Log-File-Status = "35"
        OPEN OUTPUT Intake-Log-File
            WS-Log-Time DELIMITED BY SIZE
            " REJECTED " DELIMITED BY SIZE
            WS-Raw-Dataset-Name DELIMITED BY SIZE
            " FOR " DELIMITED BY SIZE
            WS-Output-Dataset-Name DELIMITED BY SIZE
            " BAD RECORDS=" DELIMITED BY SIZE
            Reject-Count DELIMITED BY SIZE
            " FORMAT=" DELIMITED BY SIZE
