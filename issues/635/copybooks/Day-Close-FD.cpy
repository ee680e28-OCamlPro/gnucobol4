*> later, not just asserted.
    05  DC-Hash                  PIC 9(10).
    05  DC-Closed-Stamp          PIC X(14).
*> hash-chain link over the 63 bytes above (PGM70).
    05                           PIC X(01).
    05  DC-Chain-Link            PIC X(20).
