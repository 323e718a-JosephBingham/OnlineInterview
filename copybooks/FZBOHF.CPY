000159*                    FZBSUB01), SO TWO CONSUMERS OF THE SAME
000160*                    PROFILE NO LONGER COLLIDE ON THE
000161*                    RUN-DATE/PROFILE KEY.
000162*    2026-10-06 JHB  ADDED FZB-OHF-HANDOFF-TYPE - FZBRPR NOW
000163*                    CUTS A CORRECTION HANDOFF (TYPE C) FOR EACH
000164*                    SUBSCRIBER WHOSE RECORDS A REPAIR CHANGED,
000165*                    AND IT CAN SHARE A RUN DATE WITH THE NIGHT'S
000166*                    NORMAL HANDOFF (TYPE N). BLANK ON AN OLD
000167*                    RECORD READS AS N.
000169******************************************************************
000170 01  FZB-OUTSTAND-RECORD.
000180     05  FZB-OHF-RUN-DATE        PIC X(10).
000190     05  FZB-OHF-PROFILE         PIC X(08).
000250         88  FZB-OHF-REJECTED    VALUE "R".
000260         88  FZB-OHF-MISMATCHED  VALUE "M".
000270     05  FZB-OHF-AGE-DAYS        PIC 9(03).
000271     05  FZB-OHF-HANDOFF-TYPE    PIC X(01).
000272         88  FZB-OHF-NORMAL      VALUE "N" " ".
000273         88  FZB-OHF-CORRECTION  VALUE "C".
