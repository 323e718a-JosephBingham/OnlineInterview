000010******************************************************************
000020*    COPYBOOK    : FZBPRQ
000030*    DESCRIPTION : PROFILE ONBOARDING/RETIREMENT REQUEST CARD
000040*                  READ BY FZBPRF FROM FZBPRQ01. THE JOB PARM
000050*                  (ONBOARD OR RETIRE) SAYS WHAT TO DO WITH THE
000060*                  NAMED PROFILE. ON AN ONBOARDING, A NONBLANK
000070*                  CLONE-FROM PROFILE HAS ITS VERSION IN EFFECT
000080*                  AND ITS FZBSUB01 SUBSCRIBERS COPIED TO THE NEW
000090*                  PROFILE AS PENDING ADDS ON THE FZBPND01
000100*                  LEDGER; THE START/END CT AND EFFECTIVE-FROM
000110*                  DATE, WHEN GIVEN, REPLACE THE CLONED ONES.
000120*                  WITHOUT A CLONE-FROM PROFILE THE NEW PROFILE'S
000130*                  CONTROL RECORD MUST ALREADY BE KEYED THROUGH
000140*                  FBMT AND THE CT AND DATE FIELDS ARE IGNORED.
000150*                  THE REQUESTED-BY USERID IS RECORDED AS THE
000160*                  MAKER OF EVERY PENDING CHANGE THE JOB KEYS, SO
000170*                  A DIFFERENT USER MUST APPROVE THEM IN FBAP.
000180*    MODIFICATION HISTORY
000190*    DATE       INIT DESCRIPTION
000200*    ---------- ---- -----------------------------------------
000210*    2026-10-06 JHB  INITIAL VERSION.
000220******************************************************************
000230 01  FZB-PROFILE-REQUEST-RECORD.
000240     05  FZB-PRQ-PROFILE         PIC X(08).
000250     05  FZB-PRQ-CLONE-FROM      PIC X(08).
000260     05  FZB-PRQ-START-NBR       PIC X(05).
000270     05  FZB-PRQ-END-NBR         PIC X(05).
000280     05  FZB-PRQ-EFF-FROM        PIC X(10).
000290     05  FZB-PRQ-USER            PIC X(08).
000300     05  FILLER                  PIC X(36).
