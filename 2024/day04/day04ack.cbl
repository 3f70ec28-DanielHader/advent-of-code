    05 FILLER                   PIC X(60).

FD Extract-Status-File.
COPY "day04xst.cpy".

FD Ack-Report-File.
01 Report-Line                  PIC X(160).
*> The cumulative extract-status file is carried in this table for
*> the run and rewritten wholesale at the end. States: U awaiting
*> acknowledgment, A accepted in balance, M acknowledged but the
*> counts disagree with our trailer, R rejected by the load, B backed
*> out by the backout program and awaiting the analytics reload - a
*> fresh ack for the date settles it like any other, against the
*> trailer of the rescanned extract.
01 Status-Table.
    05 Status-Entry             OCCURS 400 TIMES.
        10 Entry-Extract-Date   PIC X(8).
        History-Run-Date DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-Extract-Dataset-Name
    PERFORM READ-EXTRACT-TRAILER

    IF Trailer-Was-Found = "N"
        EXIT PARAGRAPH
    END-IF

    IF Status-Count >= 400
        DISPLAY "STATUS FILE ERROR: more than 400 extract dates - "
            "retire old entries from day04-extract-status.txt"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO Status-Count
    MOVE History-Run-Date TO Entry-Extract-Date(Status-Count)
    MOVE Found-Trailer-Records TO Entry-Trailer-Recs(Status-Count)
    MOVE Found-Trailer-Matches TO Entry-Trailer-Hits(Status-Count)
    MOVE "U" TO Entry-State(Status-Count)
    MOVE SPACES TO Entry-Ack-Date(Status-Count)
    MOVE 0 TO Entry-Ack-Recs(Status-Count)
    MOVE 0 TO Entry-Ack-Hits(Status-Count).

READ-EXTRACT-TRAILER.
    *> WS-Extract-Dataset-Name is staged by the caller. Sets
    *> Trailer-Was-Found and, when found, the trailer's counts; a
    *> missing extract reads as no trailer.
    MOVE "N" TO Trailer-Was-Found
    OPEN INPUT Ack-Extract-File
    IF WS-Extract-File-Status NOT = "00"
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO Extract-End-Of-File
    PERFORM UNTIL Extract-End-Of-File = "Y"
        READ Ack-Extract-File
                END-IF
        END-READ
    END-PERFORM
    CLOSE Ack-Extract-File.

APPLY-ACK-FILE.
    *> Applies each incoming ack to its extract's status entry. A
    END-IF

    COMPUTE Status-Idx = Status-Idx - 1

    *> A backed-out date's counts are those of the extract that was
    *> backed out. The reload ack is for the rescanned extract, so the
    *> entry takes that extract's trailer first; with no trailer on
    *> hand there is nothing to settle it against and it stays B.
    IF Entry-State(Status-Idx) = "B"
        MOVE SPACES TO WS-Extract-Dataset-Name
        STRING "day04-extract-" DELIMITED BY SIZE
            Ack-Extract-Date DELIMITED BY SIZE
            ".txt" DELIMITED BY SIZE
            INTO WS-Extract-Dataset-Name
        PERFORM READ-EXTRACT-TRAILER
        IF Trailer-Was-Found = "N"
            ADD 1 TO Exception-Count
            MOVE SPACES TO Report-Line
            STRING "  RELOAD ACK FOR EXTRACT " DELIMITED BY SIZE
                Ack-Extract-Date DELIMITED BY SIZE
                " NOT APPLIED - NO EXTRACT TRAILER ON HAND"
                DELIMITED BY SIZE
                INTO Report-Line
            WRITE Report-Line
            EXIT PARAGRAPH
        END-IF
        MOVE Found-Trailer-Records TO Entry-Trailer-Recs(Status-Idx)
        MOVE Found-Trailer-Matches TO Entry-Trailer-Hits(Status-Idx)
    END-IF

    ADD 1 TO Ack-Applied-Count
    MOVE WS-Run-Date TO Entry-Ack-Date(Status-Idx)
    MOVE Ack-Records-Loaded TO Entry-Ack-Recs(Status-Idx)

REPORT-EXCEPTIONS.
    *> Lines for the review meeting: every rejected or count-mismatch
    *> acknowledgment on the status file, every backed-out extract
    *> still waiting for its reload, and every extract still
    *> unacknowledged past the aging days.
    PERFORM VARYING Status-Idx FROM 1 BY 1
            UNTIL Status-Idx > Status-Count
                    Entry-Ack-Hits(Status-Idx) DELIMITED BY SIZE
                    INTO Report-Line
                WRITE Report-Line
            WHEN "B"
                ADD 1 TO Exception-Count
                MOVE SPACES TO Report-Line
                STRING "  EXTRACT " DELIMITED BY SIZE
                    Entry-Extract-Date(Status-Idx) DELIMITED BY SIZE
                    " BACKED OUT ON " DELIMITED BY SIZE
                    Entry-Ack-Date(Status-Idx) DELIMITED BY SIZE
                    " - ANALYTICS MUST RELOAD THIS DATE"
                    DELIMITED BY SIZE
                    INTO Report-Line
                WRITE Report-Line
            WHEN "U"
                MOVE Entry-Extract-Date(Status-Idx)
                    TO Serial-Date-In
