000010******************************************************************
000020*    COPYBOOK    : FZBBRQ
000030*    DESCRIPTION : BULK CLASSIFICATION LOOKUP REQUEST RECORD READ
000040*                  BY FZBBLQ FROM FZBBRQ01. OTHER APPLICATIONS
000050*                  APPEND ONE RECORD PER PROFILE/CYCLE/CT THEY
000060*                  WANT CLASSIFIED; THE FZBBULKQ JOB ANSWERS EVERY
000070*                  RECORD ON FZBBRS01 AND EMPTIES THE FILE.
000080*                  CONSECUTIVE RECORDS WITH THE SAME REQUESTING
000090*                  APPLICATION ID MAKE ONE REQUEST BATCH, ANSWERED
000100*                  AS ONE HEADER/DETAIL/TRAILER GROUP AND LOGGED
000110*                  AS ONE FZBAUD01 RECORD. THE CALLER'S REFERENCE
000120*                  IS ECHOED BACK ON THE ANSWER UNCHANGED. A BLANK
000130*                  PROFILE READS AS MAIN, A BLANK OR ZERO CYCLE AS
000140*                  CYCLE 1 (THE SAME AS THE FZBRRQ RERUN REQUEST),
000150*                  AND A BLANK AS-OF DATE (MM/DD/YYYY) AS THE
000160*                  BUSINESS DATE OF THE LOOKUP RUN.
000170*    MODIFICATION HISTORY
000180*    DATE       INIT DESCRIPTION
000190*    ---------- ---- -----------------------------------------
000200*    2026-10-06 JHB  INITIAL VERSION.
000210******************************************************************
000220 01  FZB-BULK-REQUEST-RECORD.
000230     05  FZB-BRQ-REQUESTER       PIC X(08).
000240     05  FZB-BRQ-REFERENCE       PIC X(12).
000250     05  FZB-BRQ-PROFILE         PIC X(08).
000260     05  FZB-BRQ-CYCLE           PIC X(02).
000270     05  FZB-BRQ-CT              PIC X(05).
000280     05  FZB-BRQ-AS-OF-DATE      PIC X(10).
000290     05  FILLER                  PIC X(05).
