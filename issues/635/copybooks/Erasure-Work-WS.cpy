*>COPY "./copybooks/Erasure-Work-WS.cpy".
01  WS-StatusERW                 PIC X(02).
*> the artifact's own path plus a scratch suffix.
01  WS-Erasure-Work-Path         PIC X(170) VALUE SPACE.
