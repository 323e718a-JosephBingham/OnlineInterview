000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FZBTIM.
000030 AUTHOR. J HARGROVE-BENNETT.
000040 INSTALLATION. DAILY BATCH SUPPORT.
000050 DATE-WRITTEN. 2026-10-06.
000060 DATE-COMPILED. 2026-10-06.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT DESCRIPTION
000100*    ---------- ---- -----------------------------------------
000110*    2026-10-06 JHB  INITIAL VERSION. CALLABLE STEP-TIMING
000120*                    SUBPROGRAM (A SIBLING TO FZBCALD) SO EVERY
000130*                    TIMED BATCH STEP - STEP010 (FIZZBUZZ),
000140*                    FZBREC, FZBXTR, FZBACK, AND FZBARC - RECORDS
000150*                    ITS START, END, ELAPSED TIME, AND RECORDS
000160*                    PROCESSED THE SAME WAY. TAKES AN ACTION (S =
000170*                    START, E = END), THE STEP, A QUALIFIER, THE
000180*                    PROFILE, THE BUSINESS DATE, A 16-BYTE START
000190*                    STAMP, AND THE RECORD COUNT. A START CALL
000200*                    WRITES A RUNNING RECORD TO THE FZBTIM01
000210*                    TIMING HISTORY (COPYBOOK FZBTIM) AND HANDS
000220*                    BACK ITS START STAMP; THE MATCHING END CALL
000230*                    PASSES THE STAMP BACK IN, AND THE RECORD IS
000240*                    REWRITTEN WITH THE END TIME, ELAPSED SECONDS
000250*                    (DAY NUMBER ARITHMETIC, SO A STEP THAT
000260*                    CROSSES MIDNIGHT TIMES CORRECTLY), AND THE
000270*                    COUNT. TIMING IS BOOKKEEPING, NOT PROCESSING:
000280*                    A TIMING FILE THAT CANNOT BE OPENED OR A
000290*                    RECORD THAT CANNOT BE FOUND ONLY DRAWS A
000300*                    WARNING, AND THE CALLER'S RETURN CODE IS LEFT
000310*                    FOR THE CALLER TO PRESERVE.
000313*    2026-10-06 JHB  A FAILED REWRITE OF THE END TIMES NOW DRAWS
000316*                    FZB2003W, AS A FAILED START WRITE DOES.
000320******************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT FZB-TIMING-FILE ASSIGN TO FZBTIM01
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS FZB-TIM-KEY
000430         FILE STATUS IS FZB-TIM-FILE-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  FZB-TIMING-FILE
000470     LABEL RECORDS ARE STANDARD.
000480 COPY FZBTIM.
000490 WORKING-STORAGE SECTION.
000500 01  FZB-TIM-FILE-STATUS         PIC X(02).
000510 01  FZB-WS-DATE.
000520     05  FZB-WS-YEAR             PIC 9(04).
000530     05  FZB-WS-MONTH            PIC 9(02).
000540     05  FZB-WS-DAY              PIC 9(02).
000550 01  FZB-WS-YMD REDEFINES FZB-WS-DATE
000560                                 PIC 9(08).
000570 01  FZB-WS-TIME-RAW.
000580     05  FZB-WS-HH               PIC 9(02).
000590     05  FZB-WS-MM               PIC 9(02).
000600     05  FZB-WS-SS               PIC 9(02).
000610     05  FZB-WS-CS               PIC 9(02).
000620 01  FZB-WS-HMSC REDEFINES FZB-WS-TIME-RAW
000630                                 PIC 9(08).
000640 01  FZB-WS-NOW-DATE             PIC X(10).
000650 01  FZB-WS-NOW-TIME             PIC X(08).
000660 01  FZB-TMS-START-YMD           PIC 9(08).
000670 01  FZB-TMS-START-YMD-X REDEFINES FZB-TMS-START-YMD.
000680     05  FZB-TMS-START-YYYY      PIC 9(04).
000690     05  FZB-TMS-START-MM        PIC 9(02).
000700     05  FZB-TMS-START-DD        PIC 9(02).
000710 01  FZB-TMS-START-HMSC          PIC 9(08).
000720 01  FZB-TMS-START-HMSC-X REDEFINES FZB-TMS-START-HMSC.
000730     05  FZB-TMS-START-HH        PIC 9(02).
000740     05  FZB-TMS-START-MI        PIC 9(02).
000750     05  FZB-TMS-START-SS        PIC 9(02).
000760     05  FZB-TMS-START-CS        PIC 9(02).
000770 01  FZB-TMS-START-DAY           PIC S9(08) VALUE ZERO COMP.
000780 01  FZB-TMS-END-DAY             PIC S9(08) VALUE ZERO COMP.
000790 01  FZB-TMS-ELAPSED             PIC S9(09) VALUE ZERO COMP.
000800 01  FZB-TMS-WK-MM               PIC 9(02) VALUE ZERO.
000810 01  FZB-TMS-WK-DD               PIC 9(02) VALUE ZERO.
000820 01  FZB-TMS-WK-YYYY             PIC 9(04) VALUE ZERO.
000830 01  FZB-TMS-WK-DAYNBR           PIC S9(08) VALUE ZERO COMP.
000840 01  FZB-TMS-JA                  PIC S9(08) VALUE ZERO COMP.
000850 01  FZB-TMS-JY                  PIC S9(08) VALUE ZERO COMP.
000860 01  FZB-TMS-JM                  PIC S9(08) VALUE ZERO COMP.
000870 01  FZB-TMS-JT                  PIC S9(08) VALUE ZERO COMP.
000880 LINKAGE SECTION.
000890 01  FZB-TMG-ACTION              PIC X(01).
000900 01  FZB-TMG-STEP                PIC X(08).
000910 01  FZB-TMG-QUAL                PIC X(08).
000920 01  FZB-TMG-PROFILE             PIC X(08).
000930 01  FZB-TMG-RUN-DATE            PIC X(10).
000940 01  FZB-TMG-STAMP               PIC X(16).
000950 01  FZB-TMG-RECORDS             PIC 9(09).
000960 PROCEDURE DIVISION USING FZB-TMG-ACTION FZB-TMG-STEP
000970         FZB-TMG-QUAL FZB-TMG-PROFILE FZB-TMG-RUN-DATE
000980         FZB-TMG-STAMP FZB-TMG-RECORDS.
000990 0000-MAINLINE SECTION.
001000     IF FZB-TMG-ACTION = "S"
001010         MOVE SPACES TO FZB-TMG-STAMP
001020     ELSE
001030         IF FZB-TMG-STAMP = SPACES
001040             GOBACK
001050         END-IF
001060     END-IF.
001070     ACCEPT FZB-WS-DATE FROM DATE YYYYMMDD.
001080     ACCEPT FZB-WS-TIME-RAW FROM TIME.
001090     STRING FZB-WS-MONTH   "/"
001100            FZB-WS-DAY     "/"
001110            FZB-WS-YEAR
001120         DELIMITED BY SIZE INTO FZB-WS-NOW-DATE.
001130     STRING FZB-WS-HH ":" FZB-WS-MM ":" FZB-WS-SS
001140         DELIMITED BY SIZE INTO FZB-WS-NOW-TIME.
001150     OPEN I-O FZB-TIMING-FILE.
001160     IF FZB-TIM-FILE-STATUS = "35"
001170         OPEN OUTPUT FZB-TIMING-FILE
001180     END-IF.
001190     IF FZB-TIM-FILE-STATUS NOT = "00"
001200         DISPLAY "FZB2000W UNABLE TO OPEN FZBTIM01, STATUS = "
001210             FZB-TIM-FILE-STATUS " - " FZB-TMG-STEP " "
001220             FZB-TMG-PROFILE " TIMING NOT RECORDED"
001230         GOBACK
001240     END-IF.
001250     IF FZB-TMG-ACTION = "S"
001260         PERFORM 1000-RECORD-START THRU 1000-EXIT
001270     ELSE
001280         PERFORM 2000-RECORD-END THRU 2000-EXIT
001290     END-IF.
001300     CLOSE FZB-TIMING-FILE.
001310     GOBACK.
001320 1000-RECORD-START.
001330     INITIALIZE FZB-TIMING-RECORD.
001340     MOVE FZB-TMG-STEP TO FZB-TIM-STEP.
001350     MOVE FZB-TMG-QUAL TO FZB-TIM-QUAL.
001360     MOVE FZB-TMG-PROFILE TO FZB-TIM-PROFILE.
001370     MOVE FZB-WS-YMD TO FZB-TIM-START-YMD.
001380     MOVE FZB-WS-HMSC TO FZB-TIM-START-HMSC.
001390     MOVE FZB-TMG-RUN-DATE TO FZB-TIM-RUN-DATE.
001400     MOVE "R" TO FZB-TIM-STATUS.
001410     MOVE FZB-WS-NOW-DATE TO FZB-TIM-START-DATE.
001420     MOVE FZB-WS-NOW-TIME TO FZB-TIM-START-TIME.
001430     MOVE SPACES TO FZB-TIM-END-DATE.
001440     MOVE SPACES TO FZB-TIM-END-TIME.
001450     MOVE ZERO TO FZB-TIM-ELAPSED.
001460     MOVE ZERO TO FZB-TIM-RECORDS.
001470     WRITE FZB-TIMING-RECORD.
001480     IF FZB-TIM-FILE-STATUS NOT = "00"
001490         DISPLAY "FZB2001W UNABLE TO WRITE FZBTIM01, STATUS = "
001500             FZB-TIM-FILE-STATUS " - " FZB-TMG-STEP " "
001510             FZB-TMG-PROFILE " TIMING NOT RECORDED"
001520         GO TO 1000-EXIT
001530     END-IF.
001540     MOVE FZB-TIM-START-STAMP TO FZB-TMG-STAMP.
001550 1000-EXIT.
001560     EXIT.
001570 2000-RECORD-END.
001580     MOVE FZB-TMG-STEP TO FZB-TIM-STEP.
001590     MOVE FZB-TMG-QUAL TO FZB-TIM-QUAL.
001600     MOVE FZB-TMG-PROFILE TO FZB-TIM-PROFILE.
001610     MOVE FZB-TMG-STAMP TO FZB-TIM-START-STAMP.
001620     READ FZB-TIMING-FILE.
001630     IF FZB-TIM-FILE-STATUS NOT = "00"
001640         DISPLAY "FZB2002W FZBTIM01 START RECORD NOT FOUND, "
001650             "STATUS = " FZB-TIM-FILE-STATUS " - " FZB-TMG-STEP
001660             " " FZB-TMG-PROFILE " END NOT RECORDED"
001670         GO TO 2000-EXIT
001680     END-IF.
001690     MOVE FZB-TIM-START-YMD TO FZB-TMS-START-YMD.
001700     MOVE FZB-TIM-START-HMSC TO FZB-TMS-START-HMSC.
001710     MOVE FZB-TMS-START-MM TO FZB-TMS-WK-MM.
001720     MOVE FZB-TMS-START-DD TO FZB-TMS-WK-DD.
001730     MOVE FZB-TMS-START-YYYY TO FZB-TMS-WK-YYYY.
001740     PERFORM 8100-DATE-TO-DAYNBR THRU 8100-EXIT.
001750     MOVE FZB-TMS-WK-DAYNBR TO FZB-TMS-START-DAY.
001760     MOVE FZB-WS-MONTH TO FZB-TMS-WK-MM.
001770     MOVE FZB-WS-DAY TO FZB-TMS-WK-DD.
001780     MOVE FZB-WS-YEAR TO FZB-TMS-WK-YYYY.
001790     PERFORM 8100-DATE-TO-DAYNBR THRU 8100-EXIT.
001800     MOVE FZB-TMS-WK-DAYNBR TO FZB-TMS-END-DAY.
001810     COMPUTE FZB-TMS-ELAPSED =
001820         (FZB-TMS-END-DAY - FZB-TMS-START-DAY) * 86400
001830         + (FZB-WS-HH - FZB-TMS-START-HH) * 3600
001840         + (FZB-WS-MM - FZB-TMS-START-MI) * 60
001850         + (FZB-WS-SS - FZB-TMS-START-SS).
001860     IF FZB-TMS-ELAPSED < ZERO
001870         MOVE ZERO TO FZB-TMS-ELAPSED
001880     END-IF.
001890     MOVE "E" TO FZB-TIM-STATUS.
001900     MOVE FZB-WS-NOW-DATE TO FZB-TIM-END-DATE.
001910     MOVE FZB-WS-NOW-TIME TO FZB-TIM-END-TIME.
001920     MOVE FZB-TMS-ELAPSED TO FZB-TIM-ELAPSED.
001930     MOVE FZB-TMG-RECORDS TO FZB-TIM-RECORDS.
001940     REWRITE FZB-TIMING-RECORD.
001941     IF FZB-TIM-FILE-STATUS NOT = "00"
001942         DISPLAY "FZB2003W UNABLE TO REWRITE FZBTIM01, STATUS = "
001943             FZB-TIM-FILE-STATUS " - " FZB-TMG-STEP " "
001944             FZB-TMG-PROFILE " END NOT RECORDED"
001945         GO TO 2000-EXIT
001946     END-IF.
001950 2000-EXIT.
001960     EXIT.
001970 8100-DATE-TO-DAYNBR.
001980     COMPUTE FZB-TMS-JA = 14 - FZB-TMS-WK-MM.
001990     DIVIDE FZB-TMS-JA BY 12 GIVING FZB-TMS-JA.
002000     COMPUTE FZB-TMS-JY =
002010         FZB-TMS-WK-YYYY + 4800 - FZB-TMS-JA.
002020     COMPUTE FZB-TMS-JM =
002030         FZB-TMS-WK-MM + 12 * FZB-TMS-JA - 3.
002040     COMPUTE FZB-TMS-JT = 153 * FZB-TMS-JM + 2.
002050     DIVIDE FZB-TMS-JT BY 5 GIVING FZB-TMS-JT.
002060     COMPUTE FZB-TMS-WK-DAYNBR =
002070         FZB-TMS-WK-DD + FZB-TMS-JT + 365 * FZB-TMS-JY.
002080     DIVIDE FZB-TMS-JY BY 4 GIVING FZB-TMS-JT.
002090     ADD FZB-TMS-JT TO FZB-TMS-WK-DAYNBR.
002100     DIVIDE FZB-TMS-JY BY 100 GIVING FZB-TMS-JT.
002110     SUBTRACT FZB-TMS-JT FROM FZB-TMS-WK-DAYNBR.
002120     DIVIDE FZB-TMS-JY BY 400 GIVING FZB-TMS-JT.
002130     ADD FZB-TMS-JT TO FZB-TMS-WK-DAYNBR.
002140     SUBTRACT 32045 FROM FZB-TMS-WK-DAYNBR.
002150 8100-EXIT.
002160     EXIT.
