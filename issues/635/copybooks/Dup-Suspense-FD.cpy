*>COPY "./copybooks/Dup-Suspense-FD.cpy".
FD  Dup-Suspense-File.
01  Dup-Suspense-Line.
    05  DS-Held-Stamp            PIC X(14).
    05  DS-Company               PIC X(10).
    05  DS-Vendor-Code           PIC X(10).
    05  DS-Reference             PIC X(40).
*> the arrival the record came in and the run that held
*> it back.
    05  DS-Source-File           PIC X(80).
    05  DS-Received-Stamp        PIC X(16).
    05  DS-Run-ID                PIC X(15).
*> the posting it collided with.
    05  DS-Orig-Doc-Number       PIC 9(09).
    05  DS-Orig-Post-Date        PIC X(08).
    05  DS-Orig-Source-File      PIC X(80).
    05  DS-Amount                PIC S9(13)V9(02).
    05  DS-Delimiter             PIC X(01).
    05  DS-Record-Data           PIC X(200).
