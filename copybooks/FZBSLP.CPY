000010******************************************************************
000020*    COPYBOOK    : FZBSLP
000030*    DESCRIPTION : PRINT LINE LAYOUTS FOR THE FZBSLA BATCH-WINDOW
000040*                  SLA REPORT (FZBSLR01). ONE SECTION PER FZBSLC01
000050*                  JOB - A JOB LINE, ONE DETAIL LINE PER TIMED
000060*                  STEP/PROFILE WITH TONIGHT'S START, END,
000070*                  ELAPSED, ROLLING BASELINE, RECORDS, AND FLAG,
000080*                  THEN THE JOB'S DEADLINE STATUS LINE (ACTUAL OR
000090*                  PROJECTED END) - FOLLOWED BY ANY TIMED STEP NO
000100*                  JOB CLAIMS AND A SUMMARY LINE. ALL LINES ARE 80
000110*                  BYTES.
000120*    MODIFICATION HISTORY
000130*    DATE       INIT DESCRIPTION
000140*    ---------- ---- -----------------------------------------
000150*    2026-10-06 JHB  INITIAL VERSION.
000151*    2026-10-06 JHB  FZB-SLP-DETAIL-LINE PADDED TO THE FULL 80
000152*                    BYTES.
000160******************************************************************
000170 01  FZB-SLP-HDG1-LINE.
000180     05  FZB-SLP-H-TITLE         PIC X(34).
000190     05  FZB-SLP-H-LIT-DATE      PIC X(10).
000200     05  FZB-SLP-H-RUN-DATE      PIC X(10).
000210     05  FILLER                  PIC X(02).
000220     05  FZB-SLP-H-LIT-ASOF      PIC X(06).
000230     05  FZB-SLP-H-ASOF-DATE     PIC X(10).
000240     05  FILLER                  PIC X(01).
000250     05  FZB-SLP-H-ASOF-TIME     PIC X(05).
000260     05  FILLER                  PIC X(02).
000270 01  FZB-SLP-HDG2-LINE.
000280     05  FILLER                  PIC X(02) VALUE SPACES.
000290     05  FILLER                  PIC X(09) VALUE "STEP".
000300     05  FILLER                  PIC X(09) VALUE "QUAL".
000310     05  FILLER                  PIC X(09) VALUE "PROFILE".
000320     05  FILLER                  PIC X(06) VALUE "START".
000330     05  FILLER                  PIC X(06) VALUE "END".
000340     05  FILLER                  PIC X(09) VALUE "ELAPSED".
000350     05  FILLER                  PIC X(09) VALUE "BASELINE".
000360     05  FILLER                  PIC X(10) VALUE "  RECORDS".
000370     05  FILLER                  PIC X(11) VALUE "FLAG".
000380 01  FZB-SLP-JOB-LINE.
000390     05  FZB-SLP-J-LIT1          PIC X(04).
000400     05  FZB-SLP-J-JOB           PIC X(08).
000410     05  FZB-SLP-J-LIT2          PIC X(10).
000420     05  FZB-SLP-J-PROFILE       PIC X(08).
000430     05  FZB-SLP-J-LIT3          PIC X(11).
000440     05  FZB-SLP-J-DEADLINE      PIC X(05).
000450     05  FZB-SLP-J-LIT4          PIC X(11).
000460     05  FZB-SLP-J-PCT           PIC ZZ9.
000470     05  FZB-SLP-J-LIT5          PIC X(01).
000480     05  FZB-SLP-J-HANDOFF       PIC X(09).
000490     05  FILLER                  PIC X(10).
000500 01  FZB-SLP-DETAIL-LINE.
000510     05  FILLER                  PIC X(02).
000520     05  FZB-SLP-D-STEP          PIC X(08).
000530     05  FILLER                  PIC X(01).
000540     05  FZB-SLP-D-QUAL          PIC X(08).
000550     05  FILLER                  PIC X(01).
000560     05  FZB-SLP-D-PROFILE       PIC X(08).
000570     05  FILLER                  PIC X(01).
000580     05  FZB-SLP-D-START         PIC X(05).
000590     05  FILLER                  PIC X(01).
000600     05  FZB-SLP-D-END           PIC X(05).
000610     05  FILLER                  PIC X(01).
000620     05  FZB-SLP-D-ELAPSED       PIC X(08).
000630     05  FILLER                  PIC X(01).
000640     05  FZB-SLP-D-BASELINE      PIC X(08).
000650     05  FILLER                  PIC X(01).
000660     05  FZB-SLP-D-RECORDS       PIC Z(08)9.
000670     05  FILLER                  PIC X(01).
000680     05  FZB-SLP-D-FLAG          PIC X(10).
000681     05  FILLER                  PIC X(01).
000690 01  FZB-SLP-STATUS-LINE.
000700     05  FILLER                  PIC X(02).
000710     05  FZB-SLP-S-LIT1          PIC X(12).
000720     05  FZB-SLP-S-START         PIC X(05).
000730     05  FZB-SLP-S-LIT2          PIC X(07).
000740     05  FZB-SLP-S-END           PIC X(05).
000750     05  FZB-SLP-S-PROJ          PIC X(08).
000760     05  FZB-SLP-S-LIT3          PIC X(10).
000770     05  FZB-SLP-S-STATUS        PIC X(20).
000780     05  FILLER                  PIC X(11).
000790 01  FZB-SLP-TEXT-LINE.
000800     05  FILLER                  PIC X(02).
000810     05  FZB-SLP-T-TEXT          PIC X(78).
000820 01  FZB-SLP-SUMMARY-LINE.
000830     05  FZB-SLP-M-LIT1          PIC X(07).
000840     05  FZB-SLP-M-STEPS         PIC ZZ9.
000850     05  FZB-SLP-M-LIT2          PIC X(08).
000860     05  FZB-SLP-M-SLOW          PIC ZZ9.
000870     05  FZB-SLP-M-LIT3          PIC X(08).
000880     05  FZB-SLP-M-JOBS          PIC ZZ9.
000890     05  FZB-SLP-M-LIT4          PIC X(18).
000900     05  FZB-SLP-M-LATE          PIC ZZ9.
000910     05  FZB-SLP-M-LIT5          PIC X(10).
000920     05  FZB-SLP-M-ACTION        PIC X(14).
000930     05  FILLER                  PIC X(03).
000940 01  FZB-SLP-BLANK-LINE          PIC X(80) VALUE SPACES.
