*>COPY "./copybooks/Operator-Link-WS.cpy".
*> PGM61 sign-on service call area.
*> Place in Working-Storage Section in CALLing program
*> Place in Linkage Section in PGM61
*>   S - check WS-Opr-ID / WS-Opr-PIN and open a session
*>   V - validate the session PGM00_SESSION_ID names and
*>       hand back its operator in WS-Opr-ID
*>   E - sign the session off
*>   H - hash WS-Opr-ID / WS-Opr-PIN into WS-Opr-Hash
01  WS-Opr-Link.
    05  WS-Opr-Function          PIC X(01).
        88  WS-Opr-Fn-Sign-On    VALUE "S".
        88  WS-Opr-Fn-Validate   VALUE "V".
        88  WS-Opr-Fn-Sign-Off   VALUE "E".
        88  WS-Opr-Fn-Hash       VALUE "H".
    05  WS-Opr-ID                PIC X(20).
    05  WS-Opr-PIN               PIC X(12).
    05  WS-Opr-Hash              PIC X(64).
    05  WS-Opr-Session-ID        PIC X(20).
    05  WS-Opr-Return            PIC 9(02).
        88  WS-Opr-OK            VALUE 0.
        88  WS-Opr-No-Master     VALUE 4.
        88  WS-Opr-No-Session    VALUE 8.
        88  WS-Opr-Timed-Out     VALUE 12.
        88  WS-Opr-Refused       VALUE 16.
    05  WS-Opr-Msg               PIC X(60).
