*>COPY "./copybooks/Posting-Proof-FD.cpy".
FD  Posting-Proof-File.
01  Posting-Proof-Line.
*> P a proof (PGM72), S a finance sign-off (PGM73).
    05  PP-Type                  PIC X(01).
        88  PP-Is-Proof          VALUE "P".
        88  PP-Is-Sign-Off       VALUE "S".
    05  PP-Stamp                 PIC X(14).
*> the posting date proved - TM-Post-Date / II-Post-Date.
    05  PP-Proof-Date            PIC X(08).
    05  PP-Company               PIC X(10).
*> BALANCED or SUSPECT on a proof; SIGNED on a sign-off.
    05  PP-Result                PIC X(08).
*> posted files proved and how many of them (plus any
*> master rows with no posted intake row behind them)
*> did not balance.
    05  PP-Files                 PIC 9(05).
    05  PP-Suspect-Files         PIC 9(05).
*> the day's totals both ways - master documents and
*> amount as posted, intake control figures as measured
*> (held duplicate references added back to the master
*> side before the two are compared).
    05  PP-TM-Docs               PIC 9(09).
    05  PP-TM-Amount             PIC S9(13)V9(02).
    05  PP-Ctl-Docs              PIC 9(09).
    05  PP-Ctl-Amount            PIC S9(13)V9(02).
*> the day against PGM20's day-close row: A agrees,
*> D differs, N date not closed yet.
    05  PP-Day-Close             PIC X(01).
        88  PP-Day-Close-Agrees  VALUE "A".
        88  PP-Day-Close-Differs VALUE "D".
        88  PP-Day-Not-Closed    VALUE "N".
*> cksum of the proof report - a sign-off row carries
*> the one it signed, so a re-run proof (a new report)
*> needs a sign-off of its own.
    05  PP-Signature             PIC 9(10).
*> who ran the proof / who signed it off.
    05  PP-User                  PIC X(20).
    05  PP-Report-Path           PIC X(80).
    05  PP-Remark                PIC X(40).
*> hash-chain link over the 250 bytes above (PGM70).
    05                           PIC X(01).
    05  PP-Chain-Link            PIC X(20).
