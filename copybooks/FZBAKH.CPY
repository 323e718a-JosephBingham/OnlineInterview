000010******************************************************************
000020*    COPYBOOK    : FZBAKH
000030*    DESCRIPTION : ACKNOWLEDGMENT RESULTS HISTORY RECORD, APPENDED
000040*                  TO FZBAKH01 BY FZBACK - ONE RECORD PER HANDOFF
000050*                  OUTCOME EACH MORNING. A CLEAN ACCEPTED ACK THAT
000060*                  RETIRES A HANDOFF IS EVENT A (CARRYING THE
000070*                  RECORD COUNT DELIVERED), A REJECT ACK IS EVENT
000080*                  R, A COUNT/CHECKSUM MISMATCH IS EVENT M, AND
000090*                  EVERY RESEND OR RETRANSMISSION FZBACK ASKS FOR
000100*                  IS EVENT S. AN ACK THAT ARRIVED AFTER THE
000110*                  HANDOFF HAD AGED AT LEAST ONE BUSINESS MORNING
000120*                  IS FLAGGED LATE. THE RUN DATE IS THE NIGHT THE
000130*                  HANDOFF WAS CUT, SO THE MONTH-END USAGE
000140*                  STATEMENT (FZBUSG) CHARGES EVERY EVENT TO THE
000150*                  MONTH THE HANDOFF BELONGS TO, HOWEVER LATE THE
000160*                  ACK CAME BACK.
000170*    MODIFICATION HISTORY
000180*    DATE       INIT DESCRIPTION
000190*    ---------- ---- -----------------------------------------
000200*    2026-10-06 JHB  INITIAL VERSION.
000210******************************************************************
000220 01  FZB-ACK-HISTORY-RECORD.
000230     05  FZB-AKH-PROC-DATE       PIC X(10).
000240     05  FZB-AKH-RUN-DATE        PIC X(10).
000250     05  FZB-AKH-PROFILE         PIC X(08).
000260     05  FZB-AKH-SUBSCRIBER      PIC X(08).
000270     05  FZB-AKH-HANDOFF-TYPE    PIC X(01).
000280         88  FZB-AKH-NORMAL      VALUE "N" " ".
000290         88  FZB-AKH-CORRECTION  VALUE "C".
000300     05  FZB-AKH-EVENT           PIC X(01).
000310         88  FZB-AKH-ACCEPTED    VALUE "A".
000320         88  FZB-AKH-REJECTED    VALUE "R".
000330         88  FZB-AKH-MISMATCHED  VALUE "M".
000340         88  FZB-AKH-RESEND      VALUE "S".
000350     05  FZB-AKH-REC-COUNT       PIC 9(07).
000360     05  FZB-AKH-AGE-DAYS        PIC 9(03).
000370     05  FZB-AKH-LATE-SW         PIC X(01).
000380         88  FZB-AKH-LATE        VALUE "Y".
