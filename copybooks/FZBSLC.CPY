000010******************************************************************
000020*    COPYBOOK    : FZBSLC
000030*    DESCRIPTION : BATCH-WINDOW SLA CONTROL RECORD, READ FROM
000040*                  FZBSLC01 BY FZBSLA. ONE RECORD PER SCHEDULED
000050*                  JOB NAMES THE JOB, THE PROFILE IT RUNS FOR
000060*                  (BLANK = EVERY PROFILE, AS FZBDAILY RUNS THEM),
000070*                  ITS DEADLINE (HH MM - THE FIRST OCCURRENCE OF
000080*                  THAT CLOCK TIME AT OR AFTER THE JOB'S FIRST
000090*                  STEP STARTS, SO A WINDOW THAT CROSSES MIDNIGHT
000100*                  NEEDS NO DATE), WHETHER THE DEADLINE IS THE
000110*                  SUBSCRIBER HANDOFF DEADLINE (Y/N), HOW FAR OVER
000120*                  ITS ROLLING BASELINE A STEP MAY RUN BEFORE IT
000130*                  IS FLAGGED SLOW (PERCENT, ZERO = 50), AND UP TO
000140*                  FIVE TIMED STEPS (PROGRAM NAMES - FIZZBUZZ,
000150*                  FZBREC, FZBXTR, FZBACK, FZBARC, FZBRPR, FZBRRN)
000160*                  IN THE ORDER THE JOB RUNS THEM. DEADLINES LIVE
000170*                  HERE, ON A CONTROL RECORD, SO THEY CAN BE
000180*                  RETUNED WITHOUT A CODE CHANGE.
000190*    MODIFICATION HISTORY
000200*    DATE       INIT DESCRIPTION
000210*    ---------- ---- -----------------------------------------
000220*    2026-10-06 JHB  INITIAL VERSION.
000221*    2026-10-06 JHB  FZBRPR AND FZBRRN NOW LOG STEP TIMING AND MAY
000222*                    BE NAMED AS TIMED STEPS.
000230******************************************************************
000240 01  FZB-SLA-CONTROL-RECORD.
000250     05  FZB-SLC-JOB-ID          PIC X(08).
000260     05  FZB-SLC-PROFILE         PIC X(08).
000270     05  FZB-SLC-DEADLINE.
000280         10  FZB-SLC-DL-HH       PIC 9(02).
000290         10  FZB-SLC-DL-MM       PIC 9(02).
000300     05  FZB-SLC-HANDOFF-SW      PIC X(01).
000310         88  FZB-SLC-HANDOFF     VALUE "Y".
000320     05  FZB-SLC-SLOW-PCT        PIC 9(03).
000330     05  FZB-SLC-STEP            PIC X(08) OCCURS 5 TIMES.
