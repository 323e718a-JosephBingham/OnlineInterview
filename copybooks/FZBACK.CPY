000158*                    SUBSCRIBER ACKS ITS OWN FILE, SO THE MATCH
000159*                    NOW RUNS ON RUN DATE + PROFILE +
000160*                    SUBSCRIBER.
000161*    2026-10-06 JHB  ADDED FZB-ACK-HANDOFF-TYPE - THE RECEIVER
000162*                    ECHOES THE HEADER TYPE (N = NIGHTLY
000163*                    INTERFACE FILE, C = FZBRPR CORRECTION FILE)
000164*                    SO A CORRECTION AND THE SAME NIGHT'S NORMAL
000165*                    HANDOFF ARE ACKED SEPARATELY. BLANK READS
000166*                    AS N.
000168******************************************************************
000170 01  FZB-ACK-RECORD.
000180     05  FZB-ACK-RUN-DATE        PIC X(10).
000190     05  FZB-ACK-PROFILE         PIC X(08).
000230     05  FZB-ACK-STATUS          PIC X(01).
000240         88  FZB-ACK-ACCEPTED    VALUE "A".
000250         88  FZB-ACK-REJECTED    VALUE "R".
000251     05  FZB-ACK-HANDOFF-TYPE    PIC X(01).
