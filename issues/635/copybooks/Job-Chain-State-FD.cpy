01  Job-Chain-State-Line.
    05  JCS-Seq                  PIC 9(02).
    05  JCS-Program              PIC X(10).
*> OK / WARN / FAIL / SKIP / PEND, RUN while the step
*> is in flight, BLKD when a predecessor failed
    05  JCS-Status               PIC X(04).
    05  JCS-Return               PIC 9(10).
*> YYYYMMDDHHMMSS - blank until the step starts / ends
    05  JCS-Start-Stamp          PIC X(14).
    05  JCS-End-Stamp            PIC X(14).
