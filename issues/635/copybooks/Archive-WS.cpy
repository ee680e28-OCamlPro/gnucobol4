
*> one manifest row per bundled file - what went into
*> which bundle, so an old file stays retrievable without
*> sitting uncompressed in the live tree.  The member's
*> cksum CRC rides on the end so a bundle can later be
*> proven still to hold the bytes that went into it; rows
*> written before the column existed read back blank/zero
*> (not recorded).
01  WS-Archive-Manifest-Row      PIC X(172) VALUE SPACE.
01  WS-Archive-Manifest-Fields   REDEFINES WS-Archive-Manifest-Row.
    05  WS-Arch-Man-Filename     PIC X(80).
    05                          PIC X(02).
    05  WS-Arch-Man-Size         PIC 9(18).
    05                          PIC X(02).
    05  WS-Arch-Man-Bundle       PIC X(58).
    05                          PIC X(02).
    05  WS-Arch-Man-Cksum        PIC 9(10).
