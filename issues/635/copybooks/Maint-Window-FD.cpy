*>COPY "./copybooks/Maint-Window-FD.cpy".
FD  Maint-Window-File.
01  Maint-Window-Line.
*> window number, handed out by PGM49 and never reused -
*> the suppressed log and the close-out summary key on it.
    05  MW-ID                    PIC 9(04).
*> YYYYMMDDHHMM local - open from the start minute up to
*> (not including) the end minute.
    05  MW-Start                 PIC X(12).
    05  MW-End                   PIC X(12).
*> A = everything, C = one company code, V = one vendor
*> code (MW-Scope-Value names which).
    05  MW-Scope                 PIC X(01).
    05  MW-Scope-Value           PIC X(10).
    05  MW-Reason                PIC X(40).
*> who last changed the row through PGM49, and when.
    05  MW-Changed-By            PIC X(20).
    05  MW-Changed-Stamp         PIC X(14).
