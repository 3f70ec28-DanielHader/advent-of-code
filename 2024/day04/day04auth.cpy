*> Operator authorization record, read by every maintenance program
*> that changes a master file - suppression, word catalog, purge and
*> reload, dataset registry and backout - before it applies a card.
*> One record per operator per program, kept in day04-operator-auth.txt
*> by security administration. Program is SUPM, CATM, PURG, REGM or
*> BKO. Each action slot holds one card action code the operator may
*> perform in that program - ADD, CHG, DEL, EXP, RET or LST as the
*> program's cards spell them, PURGE and RLOAD for the purge modes,
*> BKOUT for a backout - or APPRV, which lets the operator act as the
*> second approver on a suppression add or a purge reload. An
*> operator with no record for a program may do nothing in it.
01 Auth-Record.
    05 Auth-Operator            PIC X(8).
    05 Auth-Program             PIC X(4).
    05 Auth-Action              OCCURS 8 TIMES PIC X(5).
