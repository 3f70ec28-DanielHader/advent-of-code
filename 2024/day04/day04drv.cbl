*> Compiled using GnuCOBOL "cobc" with flags "-std=ibm -free -I ."
IDENTIFICATION DIVISION.
PROGRAM-ID. Advent-Of-Code-Day04-Driver.

*> Nightly job-stream driver. Runs the steps listed on the job-stream
*> file - intake, edit, scan, balance, alerts, acknowledgment and the
*> archive sweep - in order, in place of someone starting each
*> program by hand and reading its RETURN-CODE before starting the
*> next. Each step card carries up to three conditions on the return
*> codes of earlier steps; a condition that holds either skips the
*> step or halts the stream there. Every step's start and end, with
*> its return code, goes to the dated step log, and a rerun card
*> resumes the stream from a named step - or from the first step not
*> completed - taking the earlier steps' return codes from the log
*> instead of running them again. Ends with the highest step return
*> code, and at least 8 when a condition halted the stream.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Driver-Control-File
        ASSIGN TO "day04-driver-control.txt"
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

DATA DIVISION.
FILE SECTION.
FD Driver-Control-File.
01 Driver-Control-Record.
    05 Driver-Run-Date          PIC X(8) VALUE " ".
    05 Driver-Restart-Flag      PIC A(1) VALUE " ".
    05 Driver-Restart-Step      PIC X(8) VALUE " ".

*> One card per step, in running order. Each condition names an
*> earlier step, an operator (GT GE EQ NE LT LE against that step's
*> return code, or NR - the step did not run) and the action taken
*> when it holds: S skips this step, H halts the stream before it. A
*> condition on a step that did not run is ignored, except NR.
FD Job-Stream-File.
01 Step-Card-Record.
    05 Card-Step-Name           PIC X(8).
    05 Card-Step-Command        PIC X(60).
    05 Card-Condition           OCCURS 3 TIMES.
        10 Card-Cond-Step       PIC X(8).
        10 Card-Cond-Op         PIC X(2).
        10 Card-Cond-RC         PIC X(2).
        10 Card-Cond-Action     PIC A(1).

*> STARTED is logged before a step runs and ENDED after, so a step
*> that took the driver down with it shows as STARTED with no ENDED.
*> SKIPPED and HALTED record a condition that held; STREAM lines
*> bracket each execution of the driver.
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

WORKING-STORAGE SECTION.
01 WS-Control-File-Status       PIC X(2)  VALUE "00".
01 WS-Stream-File-Status        PIC X(2)  VALUE "00".
01 WS-Log-File-Status           PIC X(2)  VALUE "00".
01 WS-Step-Log-Name             PIC X(40) VALUE SPACES.
01 WS-Run-Date                  PIC X(8)  VALUE SPACES.
01 WS-Restart-Flag              PIC A(1)  VALUE " ".
01 WS-Restart-Step              PIC X(8)  VALUE SPACES.
01 WS-Now-Date                  PIC X(8)  VALUE SPACES.
01 WS-Now-Time                  PIC X(8)  VALUE SPACES.
01 WS-Log-Step-Name             PIC X(8)  VALUE SPACES.
01 WS-Log-Event                 PIC X(8)  VALUE SPACES.
01 WS-Log-Return-Code           PIC 9(3)  VALUE 0.

01 Control-End-Of-File          PIC A(1)  VALUE "N".
01 Stream-End-Of-File           PIC A(1)  VALUE "N".
01 Log-End-Of-File              PIC A(1)  VALUE "N".

*> Step outcomes: blank not yet run, E ended (return code held), S
*> skipped by a condition, H halted the stream.
01 Step-Table.
    05 Step-Entry               OCCURS 20 TIMES.
        10 Step-Name            PIC X(8).
        10 Step-Command         PIC X(60).
        10 Step-Condition       OCCURS 3 TIMES.
            15 Step-Cond-Step   PIC X(8).
            15 Step-Cond-Op     PIC X(2).
            15 Step-Cond-RC     PIC 9(2).
            15 Step-Cond-Action PIC A(1).
        10 Step-Outcome         PIC A(1).
        10 Step-Return-Code     PIC 9(3).
01 Step-Count                   PIC 9(2)  VALUE 0.
01 Step-Idx                     PIC 9(2)  VALUE 0.
01 Prior-Idx                    PIC 9(2)  VALUE 0.
01 Cond-Idx                     PIC 9(1)  VALUE 0.
01 Start-Step-Idx               PIC 9(2)  VALUE 1.
01 Step-Found                   PIC A(1)  VALUE "N".
01 Stream-Problem               PIC X(80) VALUE SPACES.

01 Condition-Holds              PIC A(1)  VALUE "N".
01 Step-Action                  PIC A(1)  VALUE " ".
01 Action-Text                  PIC X(80) VALUE SPACES.
01 Stream-Halted                PIC A(1)  VALUE "N".
01 Highest-Return-Code          PIC 9(3)  VALUE 0.

01 System-Status                PIC S9(9) VALUE 0.
01 System-Exit-Code             PIC 9(9)  VALUE 0.
01 System-Signal                PIC 9(9)  VALUE 0.
01 Command-Line-Text            PIC X(61) VALUE SPACES.

01 Steps-Run-Count              PIC 9(2)  VALUE 0.
01 Steps-Skipped-Count          PIC 9(2)  VALUE 0.
01 Steps-Resumed-Count          PIC 9(2)  VALUE 0.

PROCEDURE DIVISION.
    PERFORM READ-DRIVER-CONTROL-CARD
    PERFORM LOAD-JOB-STREAM

    MOVE SPACES TO WS-Step-Log-Name
    STRING "day04-steplog-" DELIMITED BY SIZE
        WS-Run-Date DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-Step-Log-Name

    IF WS-Restart-Flag = "R"
        PERFORM LOAD-PRIOR-STEP-OUTCOMES
        PERFORM FIND-RESTART-STEP
    END-IF

    OPEN EXTEND Step-Log-File
    IF WS-Log-File-Status = "35"
        OPEN OUTPUT Step-Log-File
    END-IF
    IF WS-Log-File-Status NOT = "00"
        DISPLAY "STEP LOG ERROR: " WS-Step-Log-Name
            " COULD NOT BE OPENED (STATUS=" WS-Log-File-Status ")"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE SPACES TO Action-Text
    IF WS-Restart-Flag = "R"
        STRING "RESTARTED AT STEP " DELIMITED BY SIZE
            Step-Name(Start-Step-Idx) DELIMITED BY SIZE
            INTO Action-Text
    ELSE
        MOVE "FRESH RUN" TO Action-Text
    END-IF
    MOVE "*STREAM*" TO Log-Step-Name
    MOVE "BEGIN"    TO Log-Event
    MOVE 0          TO Log-Return-Code
    PERFORM WRITE-STEP-LOG-LINE

    PERFORM VARYING Step-Idx FROM Start-Step-Idx BY 1
            UNTIL (Step-Idx > Step-Count) OR (Stream-Halted = "Y")
        PERFORM RUN-ONE-STEP
    END-PERFORM

    IF (Stream-Halted = "Y") AND (Highest-Return-Code < 8)
        MOVE 8 TO Highest-Return-Code
    END-IF

    MOVE SPACES TO Action-Text
    STRING "STEPS RUN=" DELIMITED BY SIZE
        Steps-Run-Count DELIMITED BY SIZE
        " SKIPPED=" DELIMITED BY SIZE
        Steps-Skipped-Count DELIMITED BY SIZE
        " RESUMED PAST=" DELIMITED BY SIZE
        Steps-Resumed-Count DELIMITED BY SIZE
        " HALTED=" DELIMITED BY SIZE
        Stream-Halted DELIMITED BY SIZE
        INTO Action-Text
    MOVE "*STREAM*" TO Log-Step-Name
    MOVE "END"      TO Log-Event
    MOVE Highest-Return-Code TO Log-Return-Code
    PERFORM WRITE-STEP-LOG-LINE
    CLOSE Step-Log-File

    DISPLAY "JOB STREAM " WS-Run-Date " ENDED RC=" Highest-Return-Code
    MOVE Highest-Return-Code TO RETURN-CODE
    STOP RUN.

READ-DRIVER-CONTROL-CARD.
    *> Reads the run date the step log is named for - blank means
    *> today - and the rerun request: flag R with a step name resumes
    *> at that step, flag R alone resumes at the first step the log
    *> does not show completed.
    OPEN INPUT Driver-Control-File
    IF WS-Control-File-Status NOT = "00"
        DISPLAY "CONTROL CARD ERROR: day04-driver-control.txt NOT "
            "FOUND OR UNREADABLE (STATUS=" WS-Control-File-Status ")"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    READ Driver-Control-File
        AT END MOVE "Y" TO Control-End-Of-File
        NOT AT END
            MOVE Driver-Run-Date     TO WS-Run-Date
            MOVE Driver-Restart-Flag TO WS-Restart-Flag
            MOVE Driver-Restart-Step TO WS-Restart-Step
    END-READ
    CLOSE Driver-Control-File

    IF WS-Run-Date = SPACES
        ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    END-IF

    IF (WS-Restart-Flag NOT = SPACE) AND (WS-Restart-Flag NOT = "R")
        DISPLAY "CONTROL CARD ERROR: restart flag '" WS-Restart-Flag
            "' is not R or blank"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    IF (WS-Restart-Flag = SPACE) AND (WS-Restart-Step NOT = SPACES)
        DISPLAY "CONTROL CARD ERROR: restart step " WS-Restart-Step
            " given without restart flag R"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

LOAD-JOB-STREAM.
    *> Carries the step cards into the step table, checking each
    *> condition as it goes so a bad card stops the stream before any
    *> step has run rather than halfway through the night.
    OPEN INPUT Job-Stream-File
    IF WS-Stream-File-Status NOT = "00"
        DISPLAY "JOB STREAM ERROR: day04-jobstream.txt NOT FOUND OR "
            "UNREADABLE (STATUS=" WS-Stream-File-Status ")"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL Stream-End-Of-File = "Y"
        READ Job-Stream-File
            AT END MOVE "Y" TO Stream-End-Of-File
            NOT AT END
                IF Card-Step-Name NOT = SPACES
                    PERFORM ADD-STEP-CARD
                END-IF
        END-READ
    END-PERFORM
    CLOSE Job-Stream-File

    IF Step-Count = 0
        DISPLAY "JOB STREAM ERROR: day04-jobstream.txt holds no steps"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

ADD-STEP-CARD.
    IF Step-Count >= 20
        MOVE "more than 20 steps on the job stream" TO Stream-Problem
        PERFORM REJECT-JOB-STREAM
    END-IF

    IF Card-Step-Command = SPACES
        MOVE SPACES TO Stream-Problem
        STRING "step " DELIMITED BY SIZE
            Card-Step-Name DELIMITED BY SIZE
            " has no command" DELIMITED BY SIZE
            INTO Stream-Problem
        PERFORM REJECT-JOB-STREAM
    END-IF

    PERFORM VARYING Step-Idx FROM 1 BY 1 UNTIL Step-Idx > Step-Count
        IF Step-Name(Step-Idx) = Card-Step-Name
            MOVE SPACES TO Stream-Problem
            STRING "step name " DELIMITED BY SIZE
                Card-Step-Name DELIMITED BY SIZE
                " appears twice" DELIMITED BY SIZE
                INTO Stream-Problem
            PERFORM REJECT-JOB-STREAM
        END-IF
    END-PERFORM

    ADD 1 TO Step-Count
    MOVE Card-Step-Name    TO Step-Name(Step-Count)
    MOVE Card-Step-Command TO Step-Command(Step-Count)
    MOVE SPACE             TO Step-Outcome(Step-Count)
    MOVE 0                 TO Step-Return-Code(Step-Count)
    PERFORM VARYING Cond-Idx FROM 1 BY 1 UNTIL Cond-Idx > 3
        PERFORM EDIT-STEP-CONDITION
    END-PERFORM.

EDIT-STEP-CONDITION.
    *> A blank condition is unused. Otherwise it must name a step
    *> already on the stream, a known operator, a numeric return code
    *> (not needed for NR) and an S or H action.
    MOVE Card-Cond-Step(Cond-Idx) TO Step-Cond-Step(Step-Count, Cond-Idx)
    MOVE Card-Cond-Op(Cond-Idx)   TO Step-Cond-Op(Step-Count, Cond-Idx)
    MOVE Card-Cond-Action(Cond-Idx)
        TO Step-Cond-Action(Step-Count, Cond-Idx)
    MOVE 0 TO Step-Cond-RC(Step-Count, Cond-Idx)
    IF Card-Cond-Step(Cond-Idx) = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO Step-Found
    PERFORM VARYING Prior-Idx FROM 1 BY 1
            UNTIL (Prior-Idx >= Step-Count) OR (Step-Found = "Y")
        IF Step-Name(Prior-Idx) = Card-Cond-Step(Cond-Idx)
            MOVE "Y" TO Step-Found
        END-IF
    END-PERFORM

    MOVE SPACES TO Stream-Problem
    EVALUATE TRUE
        WHEN Step-Found = "N"
            STRING "step " Card-Step-Name DELIMITED BY SIZE
                " condition names " DELIMITED BY SIZE
                Card-Cond-Step(Cond-Idx) DELIMITED BY SIZE
                ", which is not an earlier step" DELIMITED BY SIZE
                INTO Stream-Problem
        WHEN (Card-Cond-Op(Cond-Idx) NOT = "GT")
                AND (Card-Cond-Op(Cond-Idx) NOT = "GE")
                AND (Card-Cond-Op(Cond-Idx) NOT = "EQ")
                AND (Card-Cond-Op(Cond-Idx) NOT = "NE")
                AND (Card-Cond-Op(Cond-Idx) NOT = "LT")
                AND (Card-Cond-Op(Cond-Idx) NOT = "LE")
                AND (Card-Cond-Op(Cond-Idx) NOT = "NR")
            STRING "step " Card-Step-Name DELIMITED BY SIZE
                " condition operator " DELIMITED BY SIZE
                Card-Cond-Op(Cond-Idx) DELIMITED BY SIZE
                " is not GT GE EQ NE LT LE or NR" DELIMITED BY SIZE
                INTO Stream-Problem
        WHEN (Card-Cond-Op(Cond-Idx) NOT = "NR")
                AND (Card-Cond-RC(Cond-Idx) IS NOT NUMERIC)
            STRING "step " Card-Step-Name DELIMITED BY SIZE
                " condition return code is not numeric"
                DELIMITED BY SIZE
                INTO Stream-Problem
        WHEN (Card-Cond-Action(Cond-Idx) NOT = "S")
                AND (Card-Cond-Action(Cond-Idx) NOT = "H")
            STRING "step " Card-Step-Name DELIMITED BY SIZE
                " condition action is not S (skip) or H (halt)"
                DELIMITED BY SIZE
                INTO Stream-Problem
    END-EVALUATE
    IF Stream-Problem NOT = SPACES
        PERFORM REJECT-JOB-STREAM
    END-IF

    IF Card-Cond-Op(Cond-Idx) NOT = "NR"
        MOVE Card-Cond-RC(Cond-Idx)
            TO Step-Cond-RC(Step-Count, Cond-Idx)
    END-IF.

REJECT-JOB-STREAM.
    DISPLAY "JOB STREAM ERROR: " Stream-Problem
    CLOSE Job-Stream-File
    MOVE 8 TO RETURN-CODE
    STOP RUN.

LOAD-PRIOR-STEP-OUTCOMES.
    *> On a rerun the dated step log says how each step already
    *> ended; the last outcome logged for a step is the one that
    *> counts. Without a log there is nothing to resume from.
    OPEN INPUT Step-Log-File
    IF WS-Log-File-Status NOT = "00"
        DISPLAY "RESTART REQUESTED BUT " WS-Step-Log-Name
            " NOT FOUND OR UNREADABLE (STATUS="
            WS-Log-File-Status ")"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL Log-End-Of-File = "Y"
        READ Step-Log-File
            AT END MOVE "Y" TO Log-End-Of-File
            NOT AT END
                PERFORM VARYING Step-Idx FROM 1 BY 1
                        UNTIL Step-Idx > Step-Count
                    IF Step-Name(Step-Idx) = Log-Step-Name
                        EVALUATE Log-Event
                            WHEN "STARTED"
                                MOVE SPACE TO Step-Outcome(Step-Idx)
                            WHEN "ENDED"
                                MOVE "E" TO Step-Outcome(Step-Idx)
                                MOVE Log-Return-Code
                                    TO Step-Return-Code(Step-Idx)
                            WHEN "SKIPPED"
                                MOVE "S" TO Step-Outcome(Step-Idx)
                            WHEN "HALTED"
                                MOVE "H" TO Step-Outcome(Step-Idx)
                        END-EVALUATE
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM
    CLOSE Step-Log-File.

FIND-RESTART-STEP.
    *> A named step must be on the stream, and every step ahead of it
    *> must have ended or been skipped on the log - the rerun does
    *> not run them again, so they must already be done. Without a
    *> name the rerun starts at the first step that did not end with
    *> a return code below 8 or get skipped.
    IF WS-Restart-Step = SPACES
        MOVE 0 TO Start-Step-Idx
        PERFORM VARYING Step-Idx FROM 1 BY 1
                UNTIL (Step-Idx > Step-Count) OR (Start-Step-Idx > 0)
            IF NOT ((Step-Outcome(Step-Idx) = "S")
                    OR ((Step-Outcome(Step-Idx) = "E")
                        AND (Step-Return-Code(Step-Idx) < 8)))
                MOVE Step-Idx TO Start-Step-Idx
            END-IF
        END-PERFORM
        IF Start-Step-Idx = 0
            DISPLAY "RESTART REQUESTED BUT EVERY STEP ON "
                WS-Step-Log-Name " HAS ALREADY COMPLETED"
            MOVE 4 TO RETURN-CODE
            STOP RUN
        END-IF
    ELSE
        MOVE 0 TO Start-Step-Idx
        PERFORM VARYING Step-Idx FROM 1 BY 1
                UNTIL (Step-Idx > Step-Count) OR (Start-Step-Idx > 0)
            IF Step-Name(Step-Idx) = WS-Restart-Step
                MOVE Step-Idx TO Start-Step-Idx
            END-IF
        END-PERFORM
        IF Start-Step-Idx = 0
            DISPLAY "CONTROL CARD ERROR: restart step "
                WS-Restart-Step " is not on day04-jobstream.txt"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM VARYING Step-Idx FROM 1 BY 1
                UNTIL Step-Idx >= Start-Step-Idx
            IF (Step-Outcome(Step-Idx) NOT = "E")
                    AND (Step-Outcome(Step-Idx) NOT = "S")
                DISPLAY "CONTROL CARD ERROR: restart at "
                    WS-Restart-Step " but earlier step "
                    Step-Name(Step-Idx) " has not completed on "
                    WS-Step-Log-Name
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
        END-PERFORM
    END-IF

    *> Earlier steps keep their logged outcomes for the condition
    *> tests and count toward the stream's return code; the restart
    *> step and everything after it run fresh.
    PERFORM VARYING Step-Idx FROM 1 BY 1
            UNTIL Step-Idx > Step-Count
        IF Step-Idx < Start-Step-Idx
            ADD 1 TO Steps-Resumed-Count
            IF (Step-Outcome(Step-Idx) = "E")
                    AND (Step-Return-Code(Step-Idx)
                        > Highest-Return-Code)
                MOVE Step-Return-Code(Step-Idx)
                    TO Highest-Return-Code
            END-IF
        ELSE
            MOVE SPACE TO Step-Outcome(Step-Idx)
            MOVE 0 TO Step-Return-Code(Step-Idx)
        END-IF
    END-PERFORM.

RUN-ONE-STEP.
    *> Tests the step's conditions in card order; the first that
    *> holds decides. Otherwise the step's command is run and its
    *> return code kept for the steps after it.
    MOVE SPACE TO Step-Action
    PERFORM VARYING Cond-Idx FROM 1 BY 1
            UNTIL (Cond-Idx > 3) OR (Step-Action NOT = SPACE)
        IF Step-Cond-Step(Step-Idx, Cond-Idx) NOT = SPACES
            PERFORM TEST-STEP-CONDITION
            IF Condition-Holds = "Y"
                MOVE Step-Cond-Action(Step-Idx, Cond-Idx)
                    TO Step-Action
                MOVE SPACES TO Action-Text
                STRING "CONDITION " DELIMITED BY SIZE
                    Step-Cond-Step(Step-Idx, Cond-Idx)
                        DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    Step-Cond-Op(Step-Idx, Cond-Idx) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    Step-Cond-RC(Step-Idx, Cond-Idx) DELIMITED BY SIZE
                    " HOLDS" DELIMITED BY SIZE
                    INTO Action-Text
            END-IF
        END-IF
    END-PERFORM

    MOVE Step-Name(Step-Idx) TO Log-Step-Name
    MOVE 0 TO Log-Return-Code

    IF Step-Action = "H"
        MOVE "H" TO Step-Outcome(Step-Idx)
        MOVE "Y" TO Stream-Halted
        MOVE "HALTED" TO Log-Event
        PERFORM WRITE-STEP-LOG-LINE
        DISPLAY "STEP " Step-Name(Step-Idx) " HALTED THE STREAM: "
            Action-Text
        EXIT PARAGRAPH
    END-IF

    IF Step-Action = "S"
        MOVE "S" TO Step-Outcome(Step-Idx)
        ADD 1 TO Steps-Skipped-Count
        MOVE "SKIPPED" TO Log-Event
        PERFORM WRITE-STEP-LOG-LINE
        DISPLAY "STEP " Step-Name(Step-Idx) " SKIPPED: " Action-Text
        EXIT PARAGRAPH
    END-IF

    MOVE Step-Command(Step-Idx) TO Action-Text
    MOVE "STARTED" TO Log-Event
    PERFORM WRITE-STEP-LOG-LINE

    *> The step log is closed across the step so everything up to
    *> the STARTED line is on disk if the step takes the machine
    *> down with it.
    CLOSE Step-Log-File
    MOVE SPACES TO Command-Line-Text
    MOVE Step-Command(Step-Idx) TO Command-Line-Text
    CALL "SYSTEM" USING Command-Line-Text
    MOVE RETURN-CODE TO System-Status
    MOVE 0 TO RETURN-CODE
    PERFORM DERIVE-STEP-RETURN-CODE

    MOVE "E" TO Step-Outcome(Step-Idx)
    ADD 1 TO Steps-Run-Count
    IF Step-Return-Code(Step-Idx) > Highest-Return-Code
        MOVE Step-Return-Code(Step-Idx) TO Highest-Return-Code
    END-IF

    *> Without the ENDED line a rerun would repeat a step that has
    *> completed, so a log that cannot be reopened ends the stream.
    OPEN EXTEND Step-Log-File
    IF WS-Log-File-Status = "35"
        OPEN OUTPUT Step-Log-File
    END-IF
    IF WS-Log-File-Status NOT = "00"
        DISPLAY "STEP " Step-Name(Step-Idx) " ENDED RC="
            Step-Return-Code(Step-Idx)
        DISPLAY "STEP LOG ERROR: " WS-Step-Log-Name
            " COULD NOT BE REOPENED (STATUS=" WS-Log-File-Status
            ") - THE STREAM IS HALTED"
        MOVE "Y" TO Stream-Halted
        IF Highest-Return-Code < 8
            MOVE 8 TO Highest-Return-Code
        END-IF
        DISPLAY "JOB STREAM " WS-Run-Date " ENDED RC="
            Highest-Return-Code
        MOVE Highest-Return-Code TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE Step-Name(Step-Idx) TO Log-Step-Name
    MOVE "ENDED" TO Log-Event
    MOVE Step-Return-Code(Step-Idx) TO Log-Return-Code
    IF System-Signal > 0
        MOVE "ENDED ABNORMALLY - NO RETURN CODE FROM THE PROGRAM"
            TO Action-Text
    ELSE
        MOVE Step-Command(Step-Idx) TO Action-Text
    END-IF
    PERFORM WRITE-STEP-LOG-LINE
    DISPLAY "STEP " Step-Name(Step-Idx) " ENDED RC="
        Step-Return-Code(Step-Idx).

DERIVE-STEP-RETURN-CODE.
    *> The system call hands back the wait status: the program's
    *> return code in the high byte, and in the low byte the signal
    *> that ended it if it did not end on its own. A step that could
    *> not be started or was killed is given 99 so no condition can
    *> mistake it for a clean end.
    IF System-Status < 0
        MOVE 99 TO Step-Return-Code(Step-Idx)
        MOVE 1 TO System-Signal
        EXIT PARAGRAPH
    END-IF
    DIVIDE System-Status BY 256 GIVING System-Exit-Code
        REMAINDER System-Signal
    IF System-Signal > 0
        MOVE 99 TO Step-Return-Code(Step-Idx)
    ELSE
        IF System-Exit-Code > 999
            MOVE 999 TO Step-Return-Code(Step-Idx)
        ELSE
            MOVE System-Exit-Code TO Step-Return-Code(Step-Idx)
        END-IF
    END-IF.

TEST-STEP-CONDITION.
    *> Sets Condition-Holds for condition Cond-Idx of step Step-Idx.
    *> NR holds when the named step did not run - skipped, halted or
    *> never reached; every other operator compares against a step
    *> that ran and is ignored when it did not.
    MOVE "N" TO Condition-Holds
    PERFORM VARYING Prior-Idx FROM 1 BY 1
            UNTIL (Prior-Idx >= Step-Idx)
                OR (Step-Name(Prior-Idx)
                    = Step-Cond-Step(Step-Idx, Cond-Idx))
        CONTINUE
    END-PERFORM

    IF Step-Cond-Op(Step-Idx, Cond-Idx) = "NR"
        IF Step-Outcome(Prior-Idx) NOT = "E"
            MOVE "Y" TO Condition-Holds
        END-IF
        EXIT PARAGRAPH
    END-IF

    IF Step-Outcome(Prior-Idx) NOT = "E"
        EXIT PARAGRAPH
    END-IF

    EVALUATE Step-Cond-Op(Step-Idx, Cond-Idx)
        WHEN "GT"
            IF Step-Return-Code(Prior-Idx)
                    > Step-Cond-RC(Step-Idx, Cond-Idx)
                MOVE "Y" TO Condition-Holds
            END-IF
        WHEN "GE"
            IF Step-Return-Code(Prior-Idx)
                    >= Step-Cond-RC(Step-Idx, Cond-Idx)
                MOVE "Y" TO Condition-Holds
            END-IF
        WHEN "EQ"
            IF Step-Return-Code(Prior-Idx)
                    = Step-Cond-RC(Step-Idx, Cond-Idx)
                MOVE "Y" TO Condition-Holds
            END-IF
        WHEN "NE"
            IF Step-Return-Code(Prior-Idx)
                    NOT = Step-Cond-RC(Step-Idx, Cond-Idx)
                MOVE "Y" TO Condition-Holds
            END-IF
        WHEN "LT"
            IF Step-Return-Code(Prior-Idx)
                    < Step-Cond-RC(Step-Idx, Cond-Idx)
                MOVE "Y" TO Condition-Holds
            END-IF
        WHEN "LE"
            IF Step-Return-Code(Prior-Idx)
                    <= Step-Cond-RC(Step-Idx, Cond-Idx)
                MOVE "Y" TO Condition-Holds
            END-IF
    END-EVALUATE.

WRITE-STEP-LOG-LINE.
    *> Log-Step-Name, Log-Event, Log-Return-Code and Action-Text are
    *> staged by the caller; stamps the line with the clock.
    ACCEPT WS-Now-Date FROM DATE YYYYMMDD
    ACCEPT WS-Now-Time FROM TIME
    MOVE Log-Step-Name   TO WS-Log-Step-Name
    MOVE Log-Event       TO WS-Log-Event
    MOVE Log-Return-Code TO WS-Log-Return-Code
    MOVE SPACES          TO Step-Log-Record
    MOVE WS-Log-Step-Name   TO Log-Step-Name
    MOVE WS-Log-Event       TO Log-Event
    MOVE WS-Log-Return-Code TO Log-Return-Code
    MOVE WS-Run-Date     TO Log-Run-Date
    MOVE WS-Now-Date     TO Log-Date
    MOVE WS-Now-Time     TO Log-Time
    MOVE Action-Text     TO Log-Text
    WRITE Step-Log-Record.
