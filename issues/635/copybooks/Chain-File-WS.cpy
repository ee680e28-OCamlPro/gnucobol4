*>COPY "./copybooks/Chain-File-WS.cpy".
01  WS-StatusCHF                 PIC X(02).
01  WS-StatusCHO                 PIC X(02).
01  WS-Chain-File-Path           PIC X(80) VALUE SPACE.
01  WS-Chain-Out-Path            PIC X(90) VALUE SPACE.
01  WS-Chain-Lock-Path           PIC X(90) VALUE SPACE.

01  WS-EOF-CHF                   PIC X(01) VALUE "N".
    88  Chain-File-EOF           VALUE "Y".

*> one ledger row split into its content and the link
*> that follows it; the link is twenty digits, so a
*> row whose link is not numeric predates the chain
*> (or was written around it).
01  WS-Chain-Content             PIC X(700) VALUE SPACE.
01  WS-Chain-Content-Len         PIC 9(03) VALUE ZERO.
01  WS-Chain-Row-Link            PIC X(20) VALUE SPACE.
01  WS-Chain-Row-Link-Num        REDEFINES WS-Chain-Row-Link
                                 PIC 9(20).
01  WS-Chain-Link-Pos            PIC 9(03) VALUE ZERO.

*> the link being carried down the file, and the one
*> computed for the row in hand.
01  WS-Chain-Prev                PIC X(20) VALUE ZERO.
01  WS-Chain-Next.
    05  WS-Chain-H1              PIC 9(10) VALUE ZERO.
    05  WS-Chain-H2              PIC 9(10) VALUE ZERO.
01  WS-Chain-Started-Sw          PIC X(01) VALUE "N".
    88  WS-Chain-Started         VALUE "Y".

*> PGM00_CHAIN_KEY seeds both halves of every link, so
*> nobody without the key can forge a row and re-link
*> the rest of the file behind it.
01  WS-Chain-Key                 PIC X(40) VALUE SPACE.
01  WS-Chain-Seed1               PIC 9(10) VALUE ZERO.
01  WS-Chain-Seed2               PIC 9(10) VALUE ZERO.
01  WS-Chain-Hash-Src            PIC X(720) VALUE SPACE.
01  WS-Chain-Hash-Len            PIC 9(03) VALUE ZERO.
01  WS-Chain-Char-Idx            PIC 9(03) VALUE ZERO.

01  WS-Chain-Lock-Tries          PIC 9(02) VALUE ZERO.
01  WS-Chain-Lock-Sw             PIC X(01) VALUE "N".
    88  WS-Chain-Locked          VALUE "Y".
01  WS-Chain-Sleep-Cmd           PIC X(10) VALUE "sleep 1".
