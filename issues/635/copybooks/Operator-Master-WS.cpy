*>COPY "./copybooks/Operator-Master-WS.cpy".
01  WS-StatusOPM                 PIC X(02).
01  WS-Operator-Master-Path      PIC X(60) VALUE SPACE.

01  WS-EOF-OPM                   PIC X(01) VALUE "N".
    88  Operator-Master-EOF      VALUE "Y".

*> "Y" when ./reports/operators.cfg could not be opened -
*> no master deployed, sign-on not in force.
01  WS-Opm-No-File-Sw            PIC X(01) VALUE "Y".
    88  WS-Opm-No-File           VALUE "Y".

*> the whole master in memory - it is small, and every
*> change (a failed try, a lock, a new PIN) rewrites it
*> whole from here.
01  WS-Opm-Count                 PIC 9(03) VALUE ZERO.
01  WS-Opm-Limit                 PIC 9(03) VALUE 200.
01  WS-Opm-Table.
    05  WS-Opm-Entry OCCURS 200 TIMES
                       INDEXED BY WS-Opm-Idx.
        10  WS-Opm-Operator-ID   PIC X(20).
        10  WS-Opm-Name          PIC X(30).
        10  WS-Opm-Pin-Hash      PIC X(64).
        10  WS-Opm-Status        PIC X(01).
            88  WS-Opm-Active    VALUE "A".
            88  WS-Opm-Locked    VALUE "L".
            88  WS-Opm-Disabled  VALUE "D".
        10  WS-Opm-Fail-Count    PIC 9(02).
        10  WS-Opm-Last-Signon   PIC X(14).
        10  WS-Opm-Changed-By    PIC X(20).
        10  WS-Opm-Changed-Stamp PIC X(14).
01  WS-Opm-Found-Sw              PIC X(01) VALUE "N".
    88  WS-Opm-Found             VALUE "Y".
01  WS-Opm-Hit                   PIC 9(03) VALUE ZERO.
