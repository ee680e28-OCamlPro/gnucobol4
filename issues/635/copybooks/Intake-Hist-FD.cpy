    05  IH-Key-Id                PIC X(20).
    05  IH-Priority              PIC X(01).
    05  IH-Seq-Sw                PIC X(01).
    05  IH-Post-Run-ID           PIC X(15).
    05  IH-Post-Date             PIC X(08).
    05  IH-Reversal-User         PIC X(20).
    05  IH-Reversal-Stamp        PIC X(14).
    05  IH-Layout-Version        PIC X(08).
    05  IH-Source-Format         PIC X(01).
