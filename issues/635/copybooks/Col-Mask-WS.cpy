*>COPY "./copybooks/Col-Mask-WS.cpy".
*> column-masking scratch for a vendor's VL-Mask-Codes -
*> the code for the column in hand, the row rebuilt with
*> its masked columns, and the token hash.
01  WS-StatusMSK                 PIC X(02).

01  WS-Mask-Code                 PIC X(01) VALUE SPACE.
    88  WS-Mask-Full             VALUE "F".
    88  WS-Mask-Partial          VALUE "P".
    88  WS-Mask-Token            VALUE "T".
01  WS-Mask-Len                  PIC 9(03) VALUE ZERO.

*> "Y" when the profile in hand masks any column at all -
*> rows of an unmasked vendor are never rebuilt.
01  WS-Mask-Any-Sw               PIC X(01) VALUE "N".
    88  WS-Mask-Any              VALUE "Y".

01  WS-Mask-Row-Buf              PIC X(512) VALUE SPACE.
01  WS-Mask-Ptr                  PIC 9(03) VALUE ZERO.
01  WS-Mask-Col-Num              PIC 9(02) VALUE ZERO.
01  WS-Mask-Col-Text             PIC X(80) VALUE SPACE.

*> tokens are a keyed hash of the value: PGM00_MASK_KEY
*> seeds it, so the same value gives the same token in
*> every program and run, and nobody without the key
*> can rebuild the table of tokens for known values.
01  WS-Mask-Key                  PIC X(40) VALUE SPACE.
01  WS-Mask-Key-Sw               PIC X(01) VALUE "N".
    88  WS-Mask-Key-Loaded       VALUE "Y".
01  WS-Mask-Seed                 PIC 9(10) VALUE ZERO.
01  WS-Mask-Hash                 PIC 9(10) VALUE ZERO.
01  WS-Mask-Hash-Src             PIC X(80) VALUE SPACE.
01  WS-Mask-Hash-Len             PIC 9(03) VALUE ZERO.
01  WS-Mask-Char-Idx             PIC 9(03) VALUE ZERO.
01  WS-Mask-Token-Value.
    05                           PIC X(01) VALUE "T".
    05  WS-Mask-Token-Digits     PIC 9(10) VALUE ZERO.
