000010******************************************************************
000020*    COPYBOOK    : FZBSVL
000030*    DESCRIPTION : SECURITY VIOLATION LOG RECORD, APPENDED TO
000040*                  FZBSVL01 BY THE FZBAUTH SUBPROGRAM EVERY TIME
000050*                  AN ONLINE TRANSACTION IS REFUSED FOR A USER
000060*                  WHO IS NOT AUTHORIZED FOR THE PROFILE AND
000070*                  ACCESS LEVEL ASKED FOR. CARRIES WHEN, WHO, THE
000080*                  TRANSACTION, THE PROFILE, THE ACCESS LEVEL
000090*                  (I = INQUIRE, S = SIMULATE, M = MAINTAIN), AND
000100*                  WHY IT WAS REFUSED. READ BY THE FZBSVR DAILY
000110*                  SECURITY VIOLATION REPORT.
000120*    MODIFICATION HISTORY
000130*    DATE       INIT DESCRIPTION
000140*    ---------- ---- -----------------------------------------
000150*    2026-10-06 JHB  INITIAL VERSION.
000160******************************************************************
000170 01  FZB-VIOLATION-RECORD.
000180     05  FZB-SVL-DATE            PIC X(10).
000190     05  FZB-SVL-TIME            PIC X(08).
000200     05  FZB-SVL-USERID          PIC X(08).
000210     05  FZB-SVL-TRANID          PIC X(04).
000220     05  FZB-SVL-PROFILE         PIC X(08).
000230     05  FZB-SVL-ACCESS          PIC X(01).
000240         88  FZB-SVL-INQUIRE     VALUE "I".
000250         88  FZB-SVL-SIMULATE    VALUE "S".
000260         88  FZB-SVL-MAINTAIN    VALUE "M".
000270     05  FZB-SVL-REASON          PIC X(01).
000280         88  FZB-SVL-NO-USER     VALUE "U".
000290         88  FZB-SVL-NO-PROFILE  VALUE "P".
000300         88  FZB-SVL-NO-ACCESS   VALUE "A".
000310         88  FZB-SVL-NO-AUTH-FILE VALUE "F".
