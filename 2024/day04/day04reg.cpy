*> Dataset registry record shared by the registry maintenance program,
*> which owns the file, and every program that needs to know what a
*> dataset is supposed to be: intake takes the vendor format code from
*> it, the edit program checks a grid's header against the registered
*> shape, the scan builds its dataset list from the active entries when
*> the control card names none, and the purge treats retired entries
*> like RETIRED cards. Keyed on the dataset name exactly as the control
*> card and the match master carry it. Status is A (active) or R
*> (retired); a dataset is in effect on a run date from its effective
*> date until its retired date, so a retirement can be keyed ahead of
*> time. Expected rows and columns of zero mean the shape is not
*> registered and is not checked.
01 Registry-Record.
    05 Registry-Dataset         PIC X(40).
    05 Registry-Vendor          PIC X(8).
    05 Registry-Format          PIC A(1).
    05 Registry-Rows            PIC 9(3).
    05 Registry-Cols            PIC 9(3).
    05 Registry-Status          PIC A(1).
    05 Registry-Effective       PIC X(8).
    05 Registry-Retired         PIC X(8).
    05 Registry-Contact         PIC X(30).
