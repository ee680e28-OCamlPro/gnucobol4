    05  RW-Action                PIC X(08).
    05  RW-Operator              PIC X(20).
    05  RW-Reason                PIC X(40).
*> hash-chain link over the 162 bytes above (PGM70).
    05                           PIC X(01).
    05  RW-Chain-Link            PIC X(20).
