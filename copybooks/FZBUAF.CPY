000010******************************************************************
000020*    COPYBOOK    : FZBUAF
000030*    DESCRIPTION : USER/PROFILE AUTHORIZATION RECORD, READ FROM
000040*                  FZBUAF01 BY THE FZBAUTH SUBPROGRAM ON BEHALF
000050*                  OF EVERY ONLINE TRANSACTION. ONE RECORD PER
000060*                  USER PER PROFILE SAYS WHETHER THAT USER MAY
000070*                  INQUIRE ON (FBIQ, FBST, FBLN), SIMULATE AGAINST
000080*                  (FBWI), OR MAINTAIN (FBMT, FBOS, FBAP) THE
000090*                  PROFILE (Y/N PER LEVEL; EACH LEVEL IS GRANTED
000100*                  ON ITS OWN, MAINTAIN DOES NOT IMPLY INQUIRE). A
000110*                  PROFILE OF "*" COVERS EVERY PROFILE, FOR THE
000120*                  OPERATIONS AND SUPPORT GROUPS. A USER WITH NO
000130*                  MATCHING RECORD IS DENIED.
000140*    MODIFICATION HISTORY
000150*    DATE       INIT DESCRIPTION
000160*    ---------- ---- -----------------------------------------
000170*    2026-10-06 JHB  INITIAL VERSION.
000180******************************************************************
000190 01  FZB-USER-AUTH-RECORD.
000200     05  FZB-UAF-USERID          PIC X(08).
000210     05  FZB-UAF-PROFILE         PIC X(08).
000220         88  FZB-UAF-ALL-PROFILES VALUE "*".
000230     05  FZB-UAF-INQUIRE-SW      PIC X(01).
000240         88  FZB-UAF-CAN-INQUIRE VALUE "Y".
000250     05  FZB-UAF-SIMULATE-SW     PIC X(01).
000260         88  FZB-UAF-CAN-SIMULATE VALUE "Y".
000270     05  FZB-UAF-MAINTAIN-SW     PIC X(01).
000280         88  FZB-UAF-CAN-MAINTAIN VALUE "Y".
