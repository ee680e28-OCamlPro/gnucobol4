*>COPY "./copybooks/Value-Release-FD.cpy".
FD  Value-Release-File.
01  Value-Release-Line.
    05  VR-Stamp                 PIC X(14).
*> the arrival decided on - its intake index key.
    05  VR-Filename              PIC X(80).
    05  VR-Received-Stamp        PIC X(16).
    05  VR-Vendor-Code           PIC X(10).
*> RELEASED or REFUSED.
    05  VR-Action                PIC X(10).
    05  VR-User                  PIC X(20).
*> the control figures and threshold the user saw.
    05  VR-Detail-Count          PIC 9(07).
    05  VR-Amount                PIC S9(13)V9(02).
    05  VR-Limit                 PIC 9(13)V9(02).
    05  VR-Reason                PIC X(60).
