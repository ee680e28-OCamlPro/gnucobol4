    05  WS-Rdu-Time              PIC X(06).
    05                          PIC X(01).
    05  WS-Rdu-Elapsed           PIC 9(07).
*> SPACE on PGM00's own whole-run row; the step's program
*> on a row PGM00B writes per chain step (or PGM33 per
*> period job), with the pending-file count the chain
*> started against - zero where the volume is not known.
    05                          PIC X(01).
    05  WS-Rdu-Program           PIC X(08).
    05                          PIC X(01).
    05  WS-Rdu-Files-X           PIC X(07).
    05  WS-Rdu-Files             REDEFINES WS-Rdu-Files-X
                                 PIC 9(07).

01  WS-EOF-RDU                   PIC X(01) VALUE "N".
    88  Run-Duration-EOF         VALUE "Y".
