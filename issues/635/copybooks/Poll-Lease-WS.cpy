*>COPY "./copybooks/Poll-Lease-WS.cpy".
01  WS-StatusPLS                 PIC X(02).
01  WS-Poll-Lease-Path           PIC X(60) VALUE SPACE.
01  WS-Poll-Lease-Lck-Path       PIC X(60) VALUE SPACE.

*> the lease as last read - PL-Holder SPACE (or no file)
*> means nobody holds it.
01  WS-Lse-Holder                PIC X(20) VALUE SPACE.
01  WS-Lse-Role                  PIC X(08) VALUE SPACE.
01  WS-Lse-Acquired              PIC X(14) VALUE SPACE.
01  WS-Lse-Expires               PIC X(14) VALUE SPACE.
01  WS-Lse-Handback-Req          PIC X(20) VALUE SPACE.

01  WS-Lse-Node                  PIC X(20) VALUE SPACE.
01  WS-Lse-Seconds               PIC 9(05) VALUE ZERO.
01  WS-Lse-Seconds-Raw           PIC X(08) VALUE SPACE.

01  WS-Lse-Mutex-Sw              PIC X(01) VALUE "N".
    88  WS-Lse-Mutex-Held        VALUE "Y".
01  WS-Lse-Expired-Sw            PIC X(01) VALUE "N".
    88  WS-Lse-Expired           VALUE "Y".

*> a mutex directory older than this is left over from
*> a process that died between C$MAKEDIR and its
*> delete - it is removed and the claim retried once.
01  WS-Lse-Mutex-Stale-Secs      PIC 9(05) VALUE 120.

*> YYYYMMDDHHMMSS stamps and their seconds-since-day-
*> one equivalents, for the age and expiry arithmetic.
01  WS-Lse-Now-Stamp             PIC X(14) VALUE SPACE.
01  WS-Lse-Now-Secs              PIC 9(12) VALUE ZERO.
01  WS-Lse-Cvt-Stamp.
    05  WS-Lse-Cvt-YMD           PIC 9(08).
    05  WS-Lse-Cvt-HH            PIC 9(02).
    05  WS-Lse-Cvt-MI            PIC 9(02).
    05  WS-Lse-Cvt-SS            PIC 9(02).
01  WS-Lse-Cvt-Stamp-X           REDEFINES WS-Lse-Cvt-Stamp
                                 PIC X(14).
01  WS-Lse-Cvt-Secs              PIC 9(12) VALUE ZERO.
01  WS-Lse-Cvt-Days              PIC 9(08) VALUE ZERO.
01  WS-Lse-Cvt-Rem               PIC 9(05) VALUE ZERO.
