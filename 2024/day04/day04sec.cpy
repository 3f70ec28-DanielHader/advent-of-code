*> Security log record, appended to the cumulative
*> day04-security-log.txt by every maintenance program for every
*> transaction it is given - applied or rejected - so audit reviews
*> one log across suppression, word catalog, purge and reload,
*> dataset registry and backout maintenance. Carries when, which
*> program, the card action, the operator and second approver named
*> on the card, the outcome (ACCEPTED or REJECTED), the reason a
*> rejected card was refused, and the key or subject of the
*> transaction.
01 Security-Record.
    05 Security-Date            PIC X(8).
    05 FILLER                   PIC X(1).
    05 Security-Time            PIC X(8).
    05 FILLER                   PIC X(1).
    05 Security-Program         PIC X(4).
    05 FILLER                   PIC X(1).
    05 Security-Action          PIC X(5).
    05 FILLER                   PIC X(1).
    05 Security-Operator        PIC X(8).
    05 FILLER                   PIC X(1).
    05 Security-Approver        PIC X(8).
    05 FILLER                   PIC X(1).
    05 Security-Outcome         PIC X(8).
    05 FILLER                   PIC X(1).
    05 Security-Reason          PIC X(60).
    05 FILLER                   PIC X(1).
    05 Security-Subject         PIC X(70).
