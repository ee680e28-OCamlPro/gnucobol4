*>COPY "./copybooks/Trans-Hist-FD.cpy".
FD  Trans-Hist-File.
*> field-for-field mirror of Trans-Master-FD.cpy's
*> record - the two layouts must stay in lockstep, or
*> closed years would stop being readable.
01  Trans-Hist-Record.
    05  TH-Key.
        10  TH-Company           PIC X(10).
        10  TH-Post-Date         PIC X(08).
        10  TH-Doc-Number        PIC 9(09).
    05  TH-Source-File           PIC X(80).
    05  TH-Run-ID                PIC X(15).
    05  TH-Amount                PIC S9(13)V9(02).
    05  TH-Record-Data           PIC X(200).
    05  TH-Vendor-Code           PIC X(10).
    05  TH-Delimiter             PIC X(01).
    05  TH-Entry-Type            PIC X(01).
        88  TH-Is-Reversal       VALUE "R".
        88  TH-Is-Opening        VALUE "O".
    05  TH-Reverses-Doc          PIC 9(09).
    05  TH-Reversed-By-Doc       PIC 9(09).
    05  TH-Business-Ref          PIC X(40).
    05  TH-Orig-Post-Date        PIC X(08).
    05  TH-GL-Account            PIC X(12).
    05  TH-Match-Id              PIC X(12).
    05  TH-Match-Status          PIC X(01).
    05  TH-Source-Line           PIC 9(07).
    05  TH-Source-Canon-Sw       PIC X(01).
