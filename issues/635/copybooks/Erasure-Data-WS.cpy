*>COPY "./copybooks/Erasure-Data-WS.cpy".
01  WS-StatusERD                 PIC X(02).
*> wide enough for a member of an extracted bundle or a
*> copy on the mirror mount, not just the live tree.
01  WS-Erasure-Data-Path         PIC X(160) VALUE SPACE.

01  WS-EOF-ERD                   PIC X(01) VALUE "N".
    88  Erasure-Data-EOF         VALUE "Y".
