000010******************************************************************
000020*    COPYBOOK    : FZBPND
000030*    DESCRIPTION : PENDING-CHANGE LEDGER RECORD (FZBPND01). EVERY
000040*                  CHANGE TO FZBCTL01, FZBOVR01, OR FZBSUB01 IS
000050*                  KEYED HERE FIRST - FBMT FOR A CONTROL RECORD,
000060*                  FBOS FOR AN OVERRIDE OR A SUBSCRIBER - AS A
000070*                  KEYED RECORD (TYPE K) CARRYING A LEDGER NUMBER,
000080*                  THE FILE, THE ACTION (ADD/CHANGE/DELETE), THE
000090*                  RECORD KEY, THE MAKER'S DATE, TIME, AND USERID,
000100*                  AND THE BEFORE AND AFTER IMAGES (SPACES WHERE
000110*                  THERE IS NO BEFORE OR AFTER). NOTHING REACHES
000120*                  THE LIVE FILE UNTIL A DIFFERENT USER APPROVES
000130*                  IT THROUGH FBAP, WHICH APPENDS A DECISION
000140*                  RECORD (TYPE D) WITH THE SAME LEDGER NUMBER,
000150*                  THE CHECKER'S DATE, TIME, AND USERID, THE
000160*                  APPROVE/REJECT CODE, AND THE REASON, AND ONLY
000170*                  ON APPROVAL APPLIES THE AFTER IMAGE. A KEYED
000180*                  RECORD WITH NO DECISION RECORD IS STILL
000190*                  PENDING. THE LEDGER IS APPEND-ONLY. THE KEY IS
000200*                  PROFILE + EFFECTIVE-FROM FOR A CONTROL RECORD,
000210*                  PROFILE + CYCLE + CT + EFFECTIVE-FROM FOR AN
000220*                  OVERRIDE, AND SUBSCRIBER + PROFILE FOR A
000230*                  SUBSCRIBER.
000240*    MODIFICATION HISTORY
000250*    DATE       INIT DESCRIPTION
000260*    ---------- ---- -----------------------------------------
000270*    2026-10-06 JHB  INITIAL VERSION.
000280******************************************************************
000290 01  FZB-PENDING-RECORD.
000300     05  FZB-PND-REC-TYPE        PIC X(01).
000310         88  FZB-PND-KEYED       VALUE "K".
000320         88  FZB-PND-DECIDED     VALUE "D".
000330     05  FZB-PND-ID              PIC 9(06).
000340     05  FZB-PND-FILE            PIC X(01).
000350         88  FZB-PND-CONTROL     VALUE "C".
000360         88  FZB-PND-OVERRIDE    VALUE "O".
000370         88  FZB-PND-SUBSCRIBER  VALUE "S".
000380     05  FZB-PND-ACTION          PIC X(01).
000390         88  FZB-PND-ADD         VALUE "A".
000400         88  FZB-PND-CHANGE      VALUE "C".
000410         88  FZB-PND-DELETE      VALUE "D".
000420     05  FZB-PND-DECISION        PIC X(01).
000430         88  FZB-PND-APPROVED    VALUE "A".
000440         88  FZB-PND-REJECTED    VALUE "R".
000450     05  FZB-PND-KEY             PIC X(25).
000460     05  FZB-PND-DATE            PIC X(10).
000470     05  FZB-PND-TIME            PIC X(08).
000480     05  FZB-PND-USER            PIC X(08).
000490     05  FZB-PND-REASON          PIC X(30).
000500     05  FZB-PND-OLD-IMAGE       PIC X(95).
000510     05  FZB-PND-NEW-IMAGE       PIC X(95).
