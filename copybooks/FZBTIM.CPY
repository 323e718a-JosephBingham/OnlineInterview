000010******************************************************************
000020*    COPYBOOK    : FZBTIM
000030*    DESCRIPTION : STEP TIMING HISTORY RECORD, HELD IN THE
000040*                  FZBTIM01 VSAM KSDS. THE FZBTIM SUBPROGRAM
000050*                  WRITES ONE RECORD WHEN A TIMED STEP STARTS WORK
000060*                  FOR A PROFILE (STATUS R) AND REWRITES IT WITH
000070*                  THE END TIME, ELAPSED SECONDS, AND RECORDS
000080*                  PROCESSED WHEN THAT WORK ENDS (STATUS E); A
000090*                  RECORD LEFT AT R IS A STEP STILL RUNNING OR ONE
000100*                  THAT NEVER FINISHED. THE KEY IS
000110*                  STEP/QUALIFIER/PROFILE/START STAMP, SO
000120*                  CONCURRENT PROFILE JOBS WRITE DISJOINT KEYS AND
000130*                  EACH STEP'S HISTORY READS BACK IN START ORDER.
000140*                  THE QUALIFIER IS THE JOB ID FOR STEP010
000150*                  (FIZZBUZZ), THE PARM MODE FOR FZBARC, AND BLANK
000160*                  ELSEWHERE; THE PROFILE IS BLANK FOR STEPS THAT
000170*                  WORK ACROSS ALL PROFILES IN ONE PASS (FZBACK,
000180*                  FZBARC). THE RUN DATE IS THE BUSINESS DATE THE
000190*                  STEP ITSELF USED. FZBSLA READS THIS FILE FOR
000200*                  THE BATCH-WINDOW SLA REPORT.
000210*    MODIFICATION HISTORY
000220*    DATE       INIT DESCRIPTION
000230*    ---------- ---- -----------------------------------------
000240*    2026-10-06 JHB  INITIAL VERSION.
000250******************************************************************
000260 01  FZB-TIMING-RECORD.
000270     05  FZB-TIM-KEY.
000280         10  FZB-TIM-STEP        PIC X(08).
000290         10  FZB-TIM-QUAL        PIC X(08).
000300         10  FZB-TIM-PROFILE     PIC X(08).
000310         10  FZB-TIM-START-STAMP.
000320             15  FZB-TIM-START-YMD   PIC 9(08).
000330             15  FZB-TIM-START-HMSC  PIC 9(08).
000340     05  FZB-TIM-RUN-DATE        PIC X(10).
000350     05  FZB-TIM-STATUS          PIC X(01).
000360         88  FZB-TIM-RUNNING     VALUE "R".
000370         88  FZB-TIM-ENDED       VALUE "E".
000380     05  FZB-TIM-START-DATE      PIC X(10).
000390     05  FZB-TIM-START-TIME      PIC X(08).
000400     05  FZB-TIM-END-DATE        PIC X(10).
000410     05  FZB-TIM-END-TIME        PIC X(08).
000420     05  FZB-TIM-ELAPSED         PIC 9(07).
000430     05  FZB-TIM-RECORDS         PIC 9(09).
