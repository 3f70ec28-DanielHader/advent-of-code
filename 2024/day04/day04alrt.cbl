*> threshold. Ends with RETURN-CODE 4 when a tolerance is breached
*> and the distinct RETURN-CODE 12 when elapsed time exceeds the
*> configured batch-window ceiling, so the scheduler can page someone
*> before the window is blown a second time. A dataset the scan
*> carried forward from an unchanged prior scan costs nothing on the
*> day, so the elapsed and comparison figures judged against the
*> baseline add back what its prior scan cost - otherwise a day of
*> carried datasets would drag the baseline down and the next full
*> scan would read as a breach. The window ceiling is judged on the
*> time actually spent.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 Today-Word-Count             PIC 9(10) VALUE 0.
01 Today-Skipped                PIC 9(7)  VALUE 0.
01 Today-Run-Records            PIC 9(5)  VALUE 0.
01 Today-Window-Elapsed         PIC 9(10) VALUE 0.
01 Today-Carried-Count          PIC 9(5)  VALUE 0.

01 Baseline-Elapsed             PIC 9(10) VALUE 0.
01 Baseline-Comparisons         PIC 9(18) VALUE 0.
                IF History-Run-Date = WS-Run-Date
                    ADD 1 TO Today-Run-Records
                    ADD History-Elapsed     TO Today-Elapsed
                    ADD History-Elapsed     TO Today-Window-Elapsed
                    ADD History-Comparisons TO Today-Comparisons
                    ADD History-Word-Count  TO Today-Word-Count
                    ADD History-Skipped-Count TO Today-Skipped
                    IF (History-Carried-Count IS NUMERIC)
                            AND (History-Carried-Comparisons
                                IS NUMERIC)
                            AND (History-Carried-Elapsed IS NUMERIC)
                        ADD History-Carried-Count
                            TO Today-Carried-Count
                        ADD History-Carried-Elapsed TO Today-Elapsed
                        ADD History-Carried-Comparisons
                            TO Today-Comparisons
                    END-IF
                ELSE
                    IF History-Run-Date < WS-Run-Date
                        PERFORM ACCUMULATE-PRIOR-DATE
    ADD History-Elapsed       TO Stats-Elapsed(Stats-Idx)
    ADD History-Comparisons   TO Stats-Comparisons(Stats-Idx)
    ADD History-Word-Count    TO Stats-Word-Count(Stats-Idx)
    ADD History-Skipped-Count TO Stats-Skipped(Stats-Idx)
    IF (History-Carried-Comparisons IS NUMERIC)
            AND (History-Carried-Elapsed IS NUMERIC)
        ADD History-Carried-Elapsed TO Stats-Elapsed(Stats-Idx)
        ADD History-Carried-Comparisons
            TO Stats-Comparisons(Stats-Idx)
    END-IF.

PICK-BASELINE-DATES.
    *> Flags the N most recent prior run dates for the baseline, or
        INTO Report-Line
    WRITE Report-Line

    IF Today-Carried-Count > 0
        MOVE SPACES TO Report-Line
        STRING "Carried Forward   : " DELIMITED BY SIZE
            Today-Carried-Count DELIMITED BY SIZE
            " DATASETS - ELAPSED AND COMPARISONS INCLUDE THEIR PRIOR "
            DELIMITED BY SIZE
            "SCANS" DELIMITED BY SIZE
            INTO Report-Line
        WRITE Report-Line
    END-IF

    IF Baseline-Used-Count = 0
        MOVE "NOTE: no prior run dates on the history - tolerance "
            & "checks skipped, ceiling still enforced" TO Report-Line
    END-IF

    IF (WS-Window-Ceiling > 0)
            AND (Today-Window-Elapsed > WS-Window-Ceiling)
        MOVE "Y" TO Window-Breached
        MOVE SPACES TO Report-Line
        STRING "  BATCH-WINDOW CEILING EXCEEDED : ELAPSED "
            DELIMITED BY SIZE
            Today-Window-Elapsed DELIMITED BY SIZE
            " OVER CEILING " DELIMITED BY SIZE
            WS-Window-Ceiling DELIMITED BY SIZE
            INTO Report-Line
