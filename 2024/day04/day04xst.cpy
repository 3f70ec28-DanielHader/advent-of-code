*> Extract-status record shared by the acknowledgment program, which
*> owns the cumulative day04-extract-status.txt, and the backout
*> program, which flags a date whose postings it reversed. States: U
*> awaiting acknowledgment, A accepted in balance, M acknowledged but
*> the counts disagree with our trailer, R rejected by the load, B
*> backed out - analytics must reload that date. On a B entry the ack
*> date carries the date the backout ran.
01 Status-Record.
    05 Status-Extract-Date      PIC X(8).
    05 Status-Trailer-Records   PIC 9(9).
    05 Status-Trailer-Matches   PIC 9(10).
    05 Status-State             PIC A(1).
    05 Status-Ack-Date          PIC X(8).
    05 Status-Ack-Records       PIC 9(9).
    05 Status-Ack-Matches       PIC 9(10).
