*>COPY "./copybooks/Onboard-FD.cpy".
FD  Onboard-File.
01  Onboard-Line.
    05  OB-Vendor-Code           PIC X(10).
*> PROBATION until OB-Signed-Count reaches
*> OB-Probation-Count, ACTIVE after.
    05  OB-Status                PIC X(10).
    05  OB-Probation-Count       PIC 9(03).
    05  OB-Signed-Count          PIC 9(03).
    05  OB-Setup-User            PIC X(20).
    05  OB-Setup-Stamp           PIC X(14).
*> SPACE while the vendor is still on probation.
    05  OB-Ended-Stamp           PIC X(14).
    05  OB-Approver              PIC X(20).
