*>COPY "./copybooks/Onboard-WS.cpy".
01  WS-StatusOBD                 PIC X(02).
01  WS-Onboard-Path              PIC X(60) VALUE SPACE.

01  WS-EOF-OBD                   PIC X(01) VALUE "N".
    88  Onboard-EOF              VALUE "Y".

*> in-memory copy of ./reports/vendor-onboarding.dat - no
*> file means no vendor is on probation and every
*> arrival flows on exactly as before.
01  WS-Obd-Table.
    05  WS-Obd-Count             PIC 9(02) VALUE ZERO.
    05  WS-Obd-Entry OCCURS 40 TIMES
                       INDEXED BY WS-Obd-Idx.
        10  WS-Obd-Vendor        PIC X(10).
        10  WS-Obd-Status        PIC X(10).
        10  WS-Obd-Probation     PIC 9(03).
        10  WS-Obd-Signed        PIC 9(03).
        10  WS-Obd-Setup-User    PIC X(20).
        10  WS-Obd-Setup-Stamp   PIC X(14).
        10  WS-Obd-Ended-Stamp   PIC X(14).
        10  WS-Obd-Approver      PIC X(20).

*> lookup scratch - WS-Obd-Check-Vendor in, the row and
*> the probation verdict out.
01  WS-Obd-Check-Vendor          PIC X(10) VALUE SPACE.
01  WS-Obd-Found-Sw              PIC X(01) VALUE "N".
    88  WS-Obd-Found             VALUE "Y".
01  WS-Obd-Hit                   PIC 9(02) VALUE ZERO.
01  WS-Obd-Probation-Sw          PIC X(01) VALUE "N".
    88  WS-Obd-On-Probation      VALUE "Y".

*> PGM01's release pass over signed-off arrivals.
01  WS-EOF-OBDIDX                PIC X(01) VALUE "N".
    88  Onboard-Index-Sweep-EOF  VALUE "Y".
01  WS-Obd-Released-Count        PIC 9(05) VALUE ZERO.
