*> Compiled using GnuCOBOL "cobc" with flags "-std=ibm -free -I ."
IDENTIFICATION DIVISION.
PROGRAM-ID. Advent-Of-Code-Day04-Feeds.

*> Feed arrival check, run after intake and ahead of the edit
*> program. Reads the feed schedule - each dataset, the weekdays it
*> is expected and its cutoff time - and for every feed due on the
*> run date's weekday looks for it on the intake log and on disk:
*> RECEIVED when it was converted by the cutoff (or a pre-enveloped
*> file dated the run date is on disk), LATE when it was converted
*> after the cutoff, REJECTED AT INTAKE when intake refused it, and
*> MISSING when there is no trace of it. A vendor feed that never
*> arrived used to surface only as a grid quietly absent from the
*> extract. Each day's outcomes are kept on the feed history, which
*> also gives the month-to-date missed-feed count per vendor per
*> day. Ends with RETURN-CODE 8 when any feed is MISSING, so the
*> scan can be held on it, and 4 for a late or rejected feed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Feed-Control-File
        ASSIGN TO "day04-feed-control.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Control-File-Status.

    SELECT Feed-Schedule-File
        ASSIGN TO "day04-feed-schedule.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Schedule-File-Status.

    SELECT Intake-Log-File
        ASSIGN TO "day04-intake-log.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Log-File-Status.

    SELECT Feed-Input-File
        ASSIGN TO DYNAMIC WS-Feed-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Input-File-Status.

    SELECT Feed-History-File
        ASSIGN TO "day04-feed-history.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-History-File-Status.

    SELECT Feed-Work-File
        ASSIGN TO "day04-feed-work.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Work-File-Status.

    SELECT Feed-Report-File
        ASSIGN TO DYNAMIC WS-Report-Dataset-Name
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT Dataset-Registry-File
        ASSIGN TO "day04-registry.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Registry-Dataset
        FILE STATUS IS WS-Registry-File-Status.

DATA DIVISION.
FILE SECTION.
FD Feed-Control-File.
01 Feed-Control-Record.
    05 Feed-Run-Date            PIC X(8) VALUE " ".

*> One card per feed. A blank dataset is the dated default input,
*> day04-input-<date>.txt, the same default the scan applies. The
*> weekday flags run Monday to Sunday, Y where the feed is due; the
*> cutoff is HHMM. The vendor is only needed for a dataset the
*> registry does not know.
FD Feed-Schedule-File.
01 Schedule-Record.
    05 Schedule-Dataset         PIC X(40).
    05 Schedule-Vendor          PIC X(8).
    05 Schedule-Weekdays        PIC X(7).
    05 Schedule-Cutoff          PIC X(4).

*> Intake log lines are built with fixed-width fields, so the date,
*> time, event and output dataset sit in fixed columns.
FD Intake-Log-File.
01 Log-Line                     PIC X(160).
01 Log-Line-Fields.
    05 Log-Date                 PIC X(8).
    05 FILLER                   PIC X(1).
    05 Log-Time                 PIC X(8).
    05 Log-Event                PIC X(11).
    05 FILLER                   PIC X(39).
    05 Log-For-Literal          PIC X(5).
    05 Log-Output-Dataset       PIC X(40).
    05 FILLER                   PIC X(48).

FD Feed-Input-File.
01 Feed-Input-Record            PIC X(1003).
01 Feed-Input-Header.
    05 Feed-Header-Type         PIC X(1).
    05 Feed-Header-Dataset      PIC X(40).
    05 Feed-Header-Created      PIC X(8).
    05 FILLER                   PIC X(954).

*> One record per feed due on a run date; a rerun for the same date
*> replaces that date's records, so the month's counts never double.
*> Status is R received, L late, J rejected at intake, M missing.
FD Feed-History-File.
01 Feed-History-Record.
    05 Feed-Hist-Date           PIC X(8).
    05 Feed-Hist-Dataset        PIC X(40).
    05 Feed-Hist-Vendor         PIC X(8).
    05 Feed-Hist-Status         PIC A(1).
    05 Feed-Hist-Time           PIC X(8).

FD Feed-Work-File.
01 Feed-Work-Record             PIC X(65).

FD Feed-Report-File.
01 Report-Line                  PIC X(160).

FD Dataset-Registry-File.
COPY "day04reg.cpy".

WORKING-STORAGE SECTION.
01 WS-Control-File-Status       PIC X(2)  VALUE "00".
01 WS-Schedule-File-Status      PIC X(2)  VALUE "00".
01 WS-Log-File-Status           PIC X(2)  VALUE "00".
01 WS-Input-File-Status         PIC X(2)  VALUE "00".
01 WS-History-File-Status       PIC X(2)  VALUE "00".
01 WS-Work-File-Status          PIC X(2)  VALUE "00".
01 WS-Registry-File-Status      PIC X(2)  VALUE "00".
01 WS-Report-Dataset-Name       PIC X(40) VALUE SPACES.
01 WS-Feed-File-Name            PIC X(40) VALUE SPACES.
01 WS-Default-Input-Name        PIC X(40) VALUE SPACES.
01 WS-Run-Date                  PIC X(8)  VALUE SPACES.
01 WS-Run-Month                 PIC X(6)  VALUE SPACES.
01 Registry-Available           PIC A(1)  VALUE "Y".

01 Control-End-Of-File          PIC A(1)  VALUE "N".
01 Schedule-End-Of-File         PIC A(1)  VALUE "N".
01 Log-End-Of-File              PIC A(1)  VALUE "N".
01 History-End-Of-File          PIC A(1)  VALUE "N".
01 Work-End-Of-File             PIC A(1)  VALUE "N".

*> Serial day number for the run date's weekday: the serial modulo 7
*> is 0 on a Saturday, so Monday is 2.
01 Serial-Date-In               PIC X(8)  VALUE SPACES.
01 Serial-Date-Digits REDEFINES Serial-Date-In.
    05 Serial-YYYY              PIC 9(4).
    05 Serial-MM                PIC 9(2).
    05 Serial-DD                PIC 9(2).
01 Serial-Work-Year             PIC 9(4)  VALUE 0.
01 Serial-Work-Month            PIC 9(2)  VALUE 0.
01 Serial-Term-1                PIC 9(8)  VALUE 0.
01 Serial-Term-2                PIC 9(8)  VALUE 0.
01 Serial-Term-3                PIC 9(8)  VALUE 0.
01 Serial-Term-4                PIC 9(8)  VALUE 0.
01 Serial-Result                PIC 9(8)  VALUE 0.
01 Serial-Quotient              PIC 9(8)  VALUE 0.
01 Weekday-Remainder            PIC 9(1)  VALUE 0.
01 Weekday-Position             PIC 9(1)  VALUE 0.
01 Weekday-Names                PIC X(21)
    VALUE "MONTUEWEDTHUFRISATSUN".
01 Weekday-Name                 PIC X(3)  VALUE SPACES.

*> Feeds due on the run date, with what the log and the disk say
*> about each.
01 Feed-Table.
    05 Feed-Entry               OCCURS 100 TIMES.
        10 Feed-Dataset         PIC X(40).
        10 Feed-File-Name       PIC X(40).
        10 Feed-Vendor          PIC X(8).
        10 Feed-Cutoff          PIC 9(4).
        10 Feed-Converted       PIC A(1).
        10 Feed-Converted-Time  PIC X(8).
        10 Feed-Rejected        PIC A(1).
        10 Feed-Rejected-Time   PIC X(8).
        10 Feed-On-Disk         PIC A(1).
        10 Feed-Disk-Created    PIC X(8).
        10 Feed-Status          PIC A(1).
01 Feed-Count                   PIC 9(3)  VALUE 0.
01 Feed-Idx                     PIC 9(3)  VALUE 0.
01 Not-Due-Count                PIC 9(3)  VALUE 0.
01 Schedule-Card-Count          PIC 9(3)  VALUE 0.
01 Lookup-Dataset               PIC X(40) VALUE SPACES.
01 Converted-HHMM               PIC X(4)  VALUE SPACES.
01 Converted-HHMM-Num REDEFINES Converted-HHMM PIC 9(4).

01 Received-Count               PIC 9(3)  VALUE 0.
01 Late-Count                   PIC 9(3)  VALUE 0.
01 Rejected-Count               PIC 9(3)  VALUE 0.
01 Missing-Count                PIC 9(3)  VALUE 0.
01 Status-Text                  PIC X(18) VALUE SPACES.
01 Status-Note                  PIC X(60) VALUE SPACES.

*> Month-to-date misses, one row per vendor and one column per day.
01 Vendor-Miss-Table.
    05 Vendor-Miss-Entry        OCCURS 50 TIMES.
        10 Miss-Vendor          PIC X(8).
        10 Miss-Day-Count       OCCURS 31 TIMES PIC 9(3).
        10 Miss-Month-Total     PIC 9(5).
01 Vendor-Count                 PIC 9(2)  VALUE 0.
01 Vendor-Idx                   PIC 9(2)  VALUE 0.
01 Vendor-Found                 PIC A(1)  VALUE "N".
01 Miss-Day                     PIC 9(2)  VALUE 0.
01 Day-Idx                      PIC 9(2)  VALUE 0.
01 Day-Column                   PIC 9(3)  VALUE 0.
01 Miss-Count-Edit              PIC ZZ9.
01 Miss-Total-Edit              PIC ZZZZ9.
01 Day-Number-Edit              PIC 99.

PROCEDURE DIVISION.
    PERFORM READ-FEED-CONTROL-CARD
    PERFORM FIND-RUN-WEEKDAY
    PERFORM OPEN-DATASET-REGISTRY
    PERFORM LOAD-FEED-SCHEDULE
    IF Registry-Available = "Y"
        CLOSE Dataset-Registry-File
    END-IF
    PERFORM READ-INTAKE-LOG
    PERFORM VARYING Feed-Idx FROM 1 BY 1 UNTIL Feed-Idx > Feed-Count
        PERFORM CHECK-FEED-ON-DISK
        PERFORM DECIDE-FEED-STATUS
    END-PERFORM
    PERFORM REPLACE-FEED-HISTORY
    PERFORM COUNT-MONTH-MISSES

    OPEN OUTPUT Feed-Report-File
    PERFORM WRITE-FEED-HEADER
    PERFORM VARYING Feed-Idx FROM 1 BY 1 UNTIL Feed-Idx > Feed-Count
        PERFORM WRITE-FEED-LINE
    END-PERFORM
    PERFORM WRITE-FEED-SUMMARY
    PERFORM WRITE-MONTH-MISSES
    CLOSE Feed-Report-File

    IF Missing-Count > 0
        MOVE 8 TO RETURN-CODE
    ELSE
        IF (Late-Count > 0) OR (Rejected-Count > 0)
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    STOP RUN.

READ-FEED-CONTROL-CARD.
    *> Reads the run date whose feeds are checked; blank means today.
    OPEN INPUT Feed-Control-File
    IF WS-Control-File-Status NOT = "00"
        DISPLAY "CONTROL CARD ERROR: day04-feed-control.txt NOT "
            "FOUND OR UNREADABLE (STATUS=" WS-Control-File-Status ")"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    READ Feed-Control-File
        AT END MOVE "Y" TO Control-End-Of-File
        NOT AT END MOVE Feed-Run-Date TO WS-Run-Date
    END-READ
    CLOSE Feed-Control-File

    IF WS-Run-Date = SPACES
        ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    END-IF
    IF WS-Run-Date IS NOT NUMERIC
        DISPLAY "CONTROL CARD ERROR: run date " WS-Run-Date
            " is not numeric"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-Run-Date(1:6) TO WS-Run-Month

    MOVE SPACES TO WS-Default-Input-Name
    STRING "day04-input-" DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-Default-Input-Name

    MOVE SPACES TO WS-Report-Dataset-Name
    STRING "day04-feed-" DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-Report-Dataset-Name.

FIND-RUN-WEEKDAY.
    *> Leaves Weekday-Position at 1 for Monday through 7 for Sunday,
    *> the order of the schedule's weekday flags.
    MOVE WS-Run-Date TO Serial-Date-In
    PERFORM CONVERT-DATE-TO-SERIAL
    DIVIDE Serial-Result BY 7 GIVING Serial-Quotient
        REMAINDER Weekday-Remainder
    IF Weekday-Remainder < 2
        COMPUTE Weekday-Position = Weekday-Remainder + 6
    ELSE
        COMPUTE Weekday-Position = Weekday-Remainder - 1
    END-IF
    MOVE Weekday-Names((Weekday-Position - 1) * 3 + 1:3)
        TO Weekday-Name.

CONVERT-DATE-TO-SERIAL.
    *> Serial-Date-In is staged by the caller. Standard Gregorian
    *> day-count: the year is backed up one for January and February
    *> so leap days land after the month arithmetic, then the leap
    *> corrections and the month's day offset are summed. Each
    *> division is done alone so the truncation is explicit.
    IF Serial-MM < 3
        COMPUTE Serial-Work-Year = Serial-YYYY - 1
        COMPUTE Serial-Work-Month = Serial-MM + 12
    ELSE
        MOVE Serial-YYYY TO Serial-Work-Year
        MOVE Serial-MM   TO Serial-Work-Month
    END-IF
    DIVIDE Serial-Work-Year BY 4 GIVING Serial-Term-1
    DIVIDE Serial-Work-Year BY 100 GIVING Serial-Term-2
    DIVIDE Serial-Work-Year BY 400 GIVING Serial-Term-3
    COMPUTE Serial-Term-4 = 153 * (Serial-Work-Month + 1)
    DIVIDE Serial-Term-4 BY 5 GIVING Serial-Term-4
    COMPUTE Serial-Result = 365 * Serial-Work-Year
        + Serial-Term-1 - Serial-Term-2 + Serial-Term-3
        + Serial-Term-4 + Serial-DD.

OPEN-DATASET-REGISTRY.
    *> The registry says whose feed each dataset is. Without one the
    *> schedule's own vendor is used, or UNKNOWN.
    OPEN INPUT Dataset-Registry-File
    IF WS-Registry-File-Status = "35"
        MOVE "N" TO Registry-Available
        EXIT PARAGRAPH
    END-IF
    IF WS-Registry-File-Status NOT = "00"
        DISPLAY "DATASET REGISTRY ERROR: day04-registry.dat COULD NOT "
            "BE OPENED (STATUS=" WS-Registry-File-Status ")"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

LOAD-FEED-SCHEDULE.
    *> Keeps the feeds due on the run date's weekday. A card that
    *> cannot be read as a schedule entry stops the check: a feed
    *> dropped from the check by a typing error is exactly the silent
    *> miss this program exists to prevent.
    OPEN INPUT Feed-Schedule-File
    IF WS-Schedule-File-Status NOT = "00"
        DISPLAY "FEED SCHEDULE ERROR: day04-feed-schedule.txt NOT "
            "FOUND OR UNREADABLE (STATUS=" WS-Schedule-File-Status ")"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL Schedule-End-Of-File = "Y"
        READ Feed-Schedule-File
            AT END MOVE "Y" TO Schedule-End-Of-File
            NOT AT END PERFORM ADD-SCHEDULED-FEED
        END-READ
    END-PERFORM
    CLOSE Feed-Schedule-File

    IF Schedule-Card-Count = 0
        DISPLAY "FEED SCHEDULE ERROR: day04-feed-schedule.txt holds "
            "no feeds"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

ADD-SCHEDULED-FEED.
    ADD 1 TO Schedule-Card-Count
    IF (Schedule-Cutoff IS NOT NUMERIC)
            OR (Schedule-Cutoff(1:2) > "23")
            OR (Schedule-Cutoff(3:2) > "59")
        DISPLAY "FEED SCHEDULE ERROR: card " Schedule-Card-Count
            " cutoff '" Schedule-Cutoff "' is not a time HHMM"
        CLOSE Feed-Schedule-File
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    IF Schedule-Weekdays(Weekday-Position:1) NOT = "Y"
        ADD 1 TO Not-Due-Count
        EXIT PARAGRAPH
    END-IF

    IF Feed-Count >= 100
        DISPLAY "FEED SCHEDULE ERROR: more than 100 feeds due on "
            WS-Run-Date
        CLOSE Feed-Schedule-File
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    ADD 1 TO Feed-Count
    MOVE Schedule-Dataset TO Feed-Dataset(Feed-Count)
    IF Schedule-Dataset = SPACES
        MOVE WS-Default-Input-Name TO Feed-File-Name(Feed-Count)
    ELSE
        MOVE Schedule-Dataset TO Feed-File-Name(Feed-Count)
    END-IF
    MOVE Schedule-Cutoff TO Feed-Cutoff(Feed-Count)
    MOVE "N"    TO Feed-Converted(Feed-Count)
    MOVE SPACES TO Feed-Converted-Time(Feed-Count)
    MOVE "N"    TO Feed-Rejected(Feed-Count)
    MOVE SPACES TO Feed-Rejected-Time(Feed-Count)
    MOVE "N"    TO Feed-On-Disk(Feed-Count)
    MOVE SPACES TO Feed-Disk-Created(Feed-Count)
    MOVE SPACE  TO Feed-Status(Feed-Count)

    MOVE Schedule-Vendor TO Feed-Vendor(Feed-Count)
    IF Registry-Available = "Y"
        MOVE Feed-File-Name(Feed-Count) TO Registry-Dataset
        READ Dataset-Registry-File
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF Registry-Vendor NOT = SPACES
                    MOVE Registry-Vendor TO Feed-Vendor(Feed-Count)
                END-IF
        END-READ
    END-IF
    IF Feed-Vendor(Feed-Count) = SPACES
        MOVE "UNKNOWN" TO Feed-Vendor(Feed-Count)
    END-IF.

READ-INTAKE-LOG.
    *> Picks the run date's conversions and rejections off the intake
    *> log. The log is in time order, so the first conversion of a
    *> dataset is when it arrived; a later re-send does not make an
    *> on-time feed late. A rejection logged before the output
    *> dataset was recorded on reject lines names no dataset and
    *> cannot be matched to a feed.
    OPEN INPUT Intake-Log-File
    IF WS-Log-File-Status = "35"
        EXIT PARAGRAPH
    END-IF
    IF WS-Log-File-Status NOT = "00"
        DISPLAY "INTAKE LOG ERROR: day04-intake-log.txt COULD NOT BE "
            "OPENED (STATUS=" WS-Log-File-Status ")"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL Log-End-Of-File = "Y"
        READ Intake-Log-File
            AT END MOVE "Y" TO Log-End-Of-File
            NOT AT END
                IF Log-Date = WS-Run-Date
                    PERFORM MATCH-LOG-LINE-TO-FEED
                END-IF
        END-READ
    END-PERFORM
    CLOSE Intake-Log-File.

MATCH-LOG-LINE-TO-FEED.
    MOVE SPACES TO Lookup-Dataset
    EVALUATE TRUE
        WHEN Log-Event = " CONVERTED "
            MOVE Log-Output-Dataset TO Lookup-Dataset
        WHEN (Log-Event(1:10) = " REJECTED ")
                AND (Log-For-Literal = " FOR ")
            MOVE Log-Output-Dataset TO Lookup-Dataset
    END-EVALUATE
    IF Lookup-Dataset = SPACES
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING Feed-Idx FROM 1 BY 1 UNTIL Feed-Idx > Feed-Count
        IF Feed-File-Name(Feed-Idx) = Lookup-Dataset
            IF Log-Event = " CONVERTED "
                IF Feed-Converted(Feed-Idx) = "N"
                    MOVE "Y" TO Feed-Converted(Feed-Idx)
                    MOVE Log-Time TO Feed-Converted-Time(Feed-Idx)
                END-IF
            ELSE
                MOVE "Y" TO Feed-Rejected(Feed-Idx)
                MOVE Log-Time TO Feed-Rejected-Time(Feed-Idx)
            END-IF
        END-IF
    END-PERFORM.

CHECK-FEED-ON-DISK.
    *> A feed's dataset on disk is only evidence of today's feed when
    *> its header carries the run date - the registered datasets are
    *> overwritten in place, so yesterday's file is always there.
    MOVE Feed-File-Name(Feed-Idx) TO WS-Feed-File-Name
    OPEN INPUT Feed-Input-File
    IF WS-Input-File-Status NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO Feed-On-Disk(Feed-Idx)
    READ Feed-Input-File
        AT END CONTINUE
        NOT AT END
            IF Feed-Header-Type = "H"
                MOVE Feed-Header-Created
                    TO Feed-Disk-Created(Feed-Idx)
            END-IF
    END-READ
    CLOSE Feed-Input-File.

DECIDE-FEED-STATUS.
    *> A conversion needs its output still on disk to count. Without
    *> a conversion, an intake rejection is the verdict; a dataset
    *> dated the run date that came in already enveloped, with no
    *> intake step, is received (there is no arrival time to judge).
    IF (Feed-Converted(Feed-Idx) = "Y") AND (Feed-On-Disk(Feed-Idx) = "Y")
        MOVE Feed-Converted-Time(Feed-Idx)(1:4) TO Converted-HHMM
        IF Converted-HHMM-Num > Feed-Cutoff(Feed-Idx)
            MOVE "L" TO Feed-Status(Feed-Idx)
            ADD 1 TO Late-Count
        ELSE
            MOVE "R" TO Feed-Status(Feed-Idx)
            ADD 1 TO Received-Count
        END-IF
        EXIT PARAGRAPH
    END-IF

    IF Feed-Rejected(Feed-Idx) = "Y"
        MOVE "J" TO Feed-Status(Feed-Idx)
        ADD 1 TO Rejected-Count
        EXIT PARAGRAPH
    END-IF

    IF (Feed-On-Disk(Feed-Idx) = "Y")
            AND (Feed-Disk-Created(Feed-Idx) = WS-Run-Date)
        MOVE "R" TO Feed-Status(Feed-Idx)
        ADD 1 TO Received-Count
        EXIT PARAGRAPH
    END-IF

    MOVE "M" TO Feed-Status(Feed-Idx)
    ADD 1 TO Missing-Count.

REPLACE-FEED-HISTORY.
    *> Copies the feed history less any records for the run date to a
    *> work file, rebuilds the history from it, and appends the run
    *> date's outcomes - so a rerun after a late feed lands replaces
    *> the earlier verdict instead of adding a second one.
    OPEN OUTPUT Feed-Work-File
    IF WS-Work-File-Status NOT = "00"
        DISPLAY "FEED HISTORY ERROR: day04-feed-work.txt COULD NOT BE "
            "OPENED (STATUS=" WS-Work-File-Status ")"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT Feed-History-File
    IF WS-History-File-Status = "00"
        PERFORM UNTIL History-End-Of-File = "Y"
            READ Feed-History-File
                AT END MOVE "Y" TO History-End-Of-File
                NOT AT END
                    IF Feed-Hist-Date NOT = WS-Run-Date
                        MOVE Feed-History-Record TO Feed-Work-Record
                        WRITE Feed-Work-Record
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Feed-History-File
    ELSE
        IF WS-History-File-Status NOT = "35"
            DISPLAY "FEED HISTORY ERROR: day04-feed-history.txt COULD "
                "NOT BE OPENED (STATUS=" WS-History-File-Status ")"
            CLOSE Feed-Work-File
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    CLOSE Feed-Work-File

    OPEN INPUT Feed-Work-File
    IF WS-Work-File-Status NOT = "00"
        DISPLAY "FEED HISTORY ERROR: day04-feed-work.txt COULD NOT BE "
            "REOPENED (STATUS=" WS-Work-File-Status ")"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT Feed-History-File
    IF WS-History-File-Status NOT = "00"
        DISPLAY "FEED HISTORY ERROR: day04-feed-history.txt COULD "
            "NOT BE REBUILT (STATUS=" WS-History-File-Status ")"
        CLOSE Feed-Work-File
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL Work-End-Of-File = "Y"
        READ Feed-Work-File
            AT END MOVE "Y" TO Work-End-Of-File
            NOT AT END
                MOVE Feed-Work-Record TO Feed-History-Record
                WRITE Feed-History-Record
        END-READ
    END-PERFORM
    CLOSE Feed-Work-File

    PERFORM VARYING Feed-Idx FROM 1 BY 1 UNTIL Feed-Idx > Feed-Count
        MOVE WS-Run-Date              TO Feed-Hist-Date
        MOVE Feed-File-Name(Feed-Idx) TO Feed-Hist-Dataset
        MOVE Feed-Vendor(Feed-Idx)    TO Feed-Hist-Vendor
        MOVE Feed-Status(Feed-Idx)    TO Feed-Hist-Status
        IF Feed-Converted(Feed-Idx) = "Y"
            MOVE Feed-Converted-Time(Feed-Idx) TO Feed-Hist-Time
        ELSE
            MOVE SPACES TO Feed-Hist-Time
        END-IF
        WRITE Feed-History-Record
    END-PERFORM
    CLOSE Feed-History-File.

COUNT-MONTH-MISSES.
    *> Tallies the run month's MISSING outcomes on the feed history
    *> by vendor and day of the month.
    MOVE "N" TO History-End-Of-File
    OPEN INPUT Feed-History-File
    IF WS-History-File-Status NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL History-End-Of-File = "Y"
        READ Feed-History-File
            AT END MOVE "Y" TO History-End-Of-File
            NOT AT END
                IF (Feed-Hist-Date(1:6) = WS-Run-Month)
                        AND (Feed-Hist-Status = "M")
                        AND (Feed-Hist-Date(7:2) IS NUMERIC)
                    PERFORM ADD-VENDOR-MISS
                END-IF
        END-READ
    END-PERFORM
    CLOSE Feed-History-File.

ADD-VENDOR-MISS.
    MOVE Feed-Hist-Date(7:2) TO Miss-Day
    IF (Miss-Day < 1) OR (Miss-Day > 31)
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO Vendor-Found
    PERFORM VARYING Vendor-Idx FROM 1 BY 1
            UNTIL (Vendor-Idx > Vendor-Count) OR (Vendor-Found = "Y")
        IF Miss-Vendor(Vendor-Idx) = Feed-Hist-Vendor
            MOVE "Y" TO Vendor-Found
        END-IF
    END-PERFORM

    IF Vendor-Found = "Y"
        SUBTRACT 1 FROM Vendor-Idx
    ELSE
        IF Vendor-Count >= 50
            DISPLAY "FEED HISTORY WARNING: more than 50 vendors with "
                "missed feeds in " WS-Run-Month " - " Feed-Hist-Vendor
                " not counted"
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO Vendor-Count
        MOVE Vendor-Count TO Vendor-Idx
        MOVE Feed-Hist-Vendor TO Miss-Vendor(Vendor-Idx)
        MOVE 0 TO Miss-Month-Total(Vendor-Idx)
        PERFORM VARYING Day-Idx FROM 1 BY 1 UNTIL Day-Idx > 31
            MOVE 0 TO Miss-Day-Count(Vendor-Idx, Day-Idx)
        END-PERFORM
    END-IF

    ADD 1 TO Miss-Day-Count(Vendor-Idx, Miss-Day)
    ADD 1 TO Miss-Month-Total(Vendor-Idx).

WRITE-FEED-HEADER.
    MOVE "ADVENT OF CODE DAY 04 - FEED ARRIVAL REPORT" TO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "Run Date      : " DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        " (" DELIMITED BY SIZE
        Weekday-Name DELIMITED BY SIZE
        ")" DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "Feeds Due     : " DELIMITED BY SIZE
        Feed-Count DELIMITED BY SIZE
        "   NOT DUE TODAY: " DELIMITED BY SIZE
        Not-Due-Count DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    WRITE Report-Line.

WRITE-FEED-LINE.
    MOVE SPACES TO Status-Note
    EVALUATE Feed-Status(Feed-Idx)
        WHEN "R"
            MOVE "RECEIVED" TO Status-Text
            IF Feed-Converted(Feed-Idx) = "Y"
                STRING "CONVERTED AT " DELIMITED BY SIZE
                    Feed-Converted-Time(Feed-Idx) DELIMITED BY SIZE
                    " CUTOFF " DELIMITED BY SIZE
                    Feed-Cutoff(Feed-Idx) DELIMITED BY SIZE
                    INTO Status-Note
            ELSE
                MOVE "ENVELOPED DATASET ON DISK - NO INTAKE ENTRY"
                    TO Status-Note
            END-IF
        WHEN "L"
            MOVE "LATE" TO Status-Text
            STRING "CONVERTED AT " DELIMITED BY SIZE
                Feed-Converted-Time(Feed-Idx) DELIMITED BY SIZE
                " CUTOFF " DELIMITED BY SIZE
                Feed-Cutoff(Feed-Idx) DELIMITED BY SIZE
                INTO Status-Note
        WHEN "J"
            MOVE "REJECTED AT INTAKE" TO Status-Text
            STRING "REJECTED AT " DELIMITED BY SIZE
                Feed-Rejected-Time(Feed-Idx) DELIMITED BY SIZE
                " - SEE day04-intake-rejects.txt" DELIMITED BY SIZE
                INTO Status-Note
        WHEN OTHER
            MOVE "MISSING" TO Status-Text
            EVALUATE TRUE
                WHEN Feed-Converted(Feed-Idx) = "Y"
                    MOVE "CONVERTED BUT THE DATASET IS NOT ON DISK"
                        TO Status-Note
                WHEN Feed-On-Disk(Feed-Idx) = "Y"
                    STRING "ON DISK BUT DATED " DELIMITED BY SIZE
                        Feed-Disk-Created(Feed-Idx) DELIMITED BY SIZE
                        INTO Status-Note
                WHEN OTHER
                    MOVE "NO INTAKE ENTRY AND NOT ON DISK"
                        TO Status-Note
            END-EVALUATE
    END-EVALUATE

    MOVE SPACES TO Report-Line
    STRING "  " DELIMITED BY SIZE
        Feed-File-Name(Feed-Idx) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        Feed-Vendor(Feed-Idx) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        Status-Text DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        Status-Note DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line.

WRITE-FEED-SUMMARY.
    MOVE SPACES TO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "FEEDS RECEIVED    : " DELIMITED BY SIZE
        Received-Count DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line
    MOVE SPACES TO Report-Line
    STRING "FEEDS LATE        : " DELIMITED BY SIZE
        Late-Count DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line
    MOVE SPACES TO Report-Line
    STRING "FEEDS REJECTED    : " DELIMITED BY SIZE
        Rejected-Count DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line
    MOVE SPACES TO Report-Line
    STRING "FEEDS MISSING     : " DELIMITED BY SIZE
        Missing-Count DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    EVALUATE TRUE
        WHEN Missing-Count > 0
            STRING "FEED VERDICT      : " DELIMITED BY SIZE
                Missing-Count DELIMITED BY SIZE
                " FEEDS MISSING - HOLD THE SCAN" DELIMITED BY SIZE
                INTO Report-Line
        WHEN (Late-Count > 0) OR (Rejected-Count > 0)
            MOVE "FEED VERDICT      : ALL FEEDS ACCOUNTED FOR - LATE "
                & "OR REJECTED FEEDS" TO Report-Line
        WHEN OTHER
            MOVE "FEED VERDICT      : ALL FEEDS RECEIVED"
                TO Report-Line
    END-EVALUATE
    WRITE Report-Line.

WRITE-MONTH-MISSES.
    *> One row per vendor with a missed feed this month: the misses
    *> on each day 01 to 31, blank where none, and the month total.
    MOVE SPACES TO Report-Line
    WRITE Report-Line

    MOVE SPACES TO Report-Line
    STRING "MISSED FEEDS BY VENDOR AND DAY - MONTH " DELIMITED BY SIZE
        WS-Run-Month DELIMITED BY SIZE
        " TO DATE" DELIMITED BY SIZE
        INTO Report-Line
    WRITE Report-Line

    IF Vendor-Count = 0
        MOVE "  NO MISSED FEEDS THIS MONTH" TO Report-Line
        WRITE Report-Line
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO Report-Line
    MOVE "  VENDOR  " TO Report-Line(1:10)
    PERFORM VARYING Day-Idx FROM 1 BY 1 UNTIL Day-Idx > 31
        MOVE Day-Idx TO Day-Number-Edit
        COMPUTE Day-Column = 10 + (Day-Idx - 1) * 3 + 2
        MOVE Day-Number-Edit TO Report-Line(Day-Column:2)
    END-PERFORM
    MOVE "  TOTAL" TO Report-Line(104:7)
    WRITE Report-Line

    PERFORM VARYING Vendor-Idx FROM 1 BY 1
            UNTIL Vendor-Idx > Vendor-Count
        MOVE SPACES TO Report-Line
        MOVE Miss-Vendor(Vendor-Idx) TO Report-Line(3:8)
        PERFORM VARYING Day-Idx FROM 1 BY 1 UNTIL Day-Idx > 31
            IF Miss-Day-Count(Vendor-Idx, Day-Idx) > 0
                MOVE Miss-Day-Count(Vendor-Idx, Day-Idx)
                    TO Miss-Count-Edit
                COMPUTE Day-Column = 10 + (Day-Idx - 1) * 3 + 1
                MOVE Miss-Count-Edit TO Report-Line(Day-Column:3)
            END-IF
        END-PERFORM
        MOVE Miss-Month-Total(Vendor-Idx) TO Miss-Total-Edit
        MOVE Miss-Total-Edit TO Report-Line(106:5)
        WRITE Report-Line
    END-PERFORM.
