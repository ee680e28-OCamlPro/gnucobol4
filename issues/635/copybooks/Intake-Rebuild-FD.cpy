    05  IR-Key-Id                PIC X(20).
    05  IR-Priority              PIC X(01).
    05  IR-Seq-Sw                PIC X(01).
    05  IR-Post-Run-ID           PIC X(15).
    05  IR-Post-Date             PIC X(08).
    05  IR-Reversal-User         PIC X(20).
    05  IR-Reversal-Stamp        PIC X(14).
    05  IR-Layout-Version        PIC X(08).
    05  IR-Source-Format         PIC X(01).
