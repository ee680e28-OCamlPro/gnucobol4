*>COPY "./copybooks/Value-Gate-FD.cpy".
FD  Value-Gate-File.
01  Value-Gate-Line.
    05  VG-Vendor-Code           PIC X(10).
    05  VG-Company               PIC X(10).
*> the largest file total that posts unattended.
    05  VG-Limit                 PIC 9(13)V9(02).
