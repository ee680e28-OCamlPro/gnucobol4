*>COPY "./copybooks/Recipient-Key-FD.cpy".
FD  Recipient-Key-File.
01  Recipient-Key-Line.
    05  RK-Recipient             PIC X(10).
*> the recipient's public key - blank means none on
*> file yet, which blocks a "required" recipient.
    05  RK-Key-Id                PIC X(20).
*> R = required (no usable key blocks the send),
*> O = optional (no usable key falls back to clear).
    05  RK-Mode                  PIC X(01).
*> Y = sign as well as encrypt.
    05  RK-Sign                  PIC X(01).
*> the encrypt wrapper (gpg script, typically).
    05  RK-Command               PIC X(200).
