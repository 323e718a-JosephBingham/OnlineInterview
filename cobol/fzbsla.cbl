000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FZBSLA.
000030 AUTHOR. J HARGROVE-BENNETT.
000040 INSTALLATION. DAILY BATCH SUPPORT.
000050 DATE-WRITTEN. 2026-10-06.
000060 DATE-COMPILED. 2026-10-06.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT DESCRIPTION
000100*    ---------- ---- -----------------------------------------
000110*    2026-10-06 JHB  INITIAL VERSION. BATCH-WINDOW SLA REPORT FOR
000120*                    ONE BUSINESS DATE (THE PARM, MM/DD/YYYY, OR
000130*                    BLANK FOR THE NIGHT OF THE MOST RECENTLY
000140*                    STARTED TIMED STEP). READS THE FZBTIM01 STEP
000150*                    TIMING HISTORY IN KEY ORDER, SO EACH
000160*                    STEP/QUALIFIER/PROFILE'S NIGHTS ARRIVE OLDEST
000170*                    FIRST: THAT NIGHT'S RECORDS ARE SUMMED INTO
000180*                    TONIGHT'S START, END, ELAPSED, AND RECORDS,
000190*                    AND EACH EARLIER COMPLETED NIGHT'S ELAPSED IS
000200*                    ROLLED INTO A BASELINE OF THE LAST 10 NIGHTS.
000210*                    THEN, FOR EACH JOB ON THE FZBSLC01 SLA
000220*                    CONTROL FILE (COPYBOOK FZBSLC), LISTS THE
000230*                    JOB'S STEPS, FLAGS A STEP SLOW WHEN IT RAN
000240*                    (OR HAS BEEN RUNNING) MORE THAN THE JOB'S
000250*                    PERCENTAGE OVER A BASELINE OF AT LEAST 3
000260*                    NIGHTS AND BY AT LEAST A MINUTE, AND JUDGES
000270*                    THE JOB'S DEADLINE: MET OR MISSED WHEN EVERY
000280*                    STEP HAS ENDED, AND WHILE THE WINDOW IS STILL
000290*                    OPEN A PROJECTED END (THE LATER OF NOW AND
000300*                    THE LAST END SO FAR, PLUS THE BASELINE STILL
000310*                    TO RUN FOR EACH STEP IN ORDER) MARKED ON
000320*                    TRACK OR AT RISK. PRINT LAYOUTS ARE IN
000330*                    COPYBOOK FZBSLP. RC 4 FOR A SLOW STEP OR A
000340*                    NON-HANDOFF JOB LATE OR AT RISK, RC 8 WHEN A
000350*                    HANDOFF DEADLINE IS MISSED OR PROJECTED TO
000360*                    BE, RC 16 WHEN A FILE CANNOT BE OPENED OR THE
000370*                    PARM IS NOT A DATE.
000371*    2026-10-06 JHB  THE FZBSLR01 REPORT OPEN IS NOW CHECKED
000372*                    (FZB2108E, RC 16).
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT FZB-TIMING-FILE ASSIGN TO FZBTIM01
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS FZB-TIM-KEY
000490         FILE STATUS IS FZB-TIM-FILE-STATUS.
000500     SELECT FZB-SLA-CONTROL-FILE ASSIGN TO FZBSLC01
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FZB-SLC-FILE-STATUS.
000530     SELECT FZB-SLA-RPT-FILE ASSIGN TO FZBSLR01
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FZB-SLR-FILE-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  FZB-TIMING-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 COPY FZBTIM.
000610 FD  FZB-SLA-CONTROL-FILE
000620     LABEL RECORDS ARE STANDARD.
000630 COPY FZBSLC.
000640 FD  FZB-SLA-RPT-FILE
000650     LABEL RECORDS ARE STANDARD
000660     RECORD CONTAINS 80 CHARACTERS.
000670 01  FZB-SLA-RPT-RECORD          PIC X(80).
000680 WORKING-STORAGE SECTION.
000690 COPY FZBSLP.
000700 01  FZB-TIM-FILE-STATUS         PIC X(02).
000710 01  FZB-SLC-FILE-STATUS         PIC X(02).
000720 01  FZB-SLR-FILE-STATUS         PIC X(02).
000730 01  FZB-SLA-EOF-SW              PIC X(01) VALUE "N".
000740     88  FZB-SLA-EOF             VALUE "Y".
000750 01  FZB-SLA-JOB-TABLE.
000760     05  FZB-SLA-JOB-ENT         OCCURS 20 TIMES.
000770         10  FZB-SLA-J-RECORD    PIC X(64).
000780 01  FZB-SLA-JOB-CNT             PIC 9(02) VALUE ZERO COMP.
000790 01  FZB-SLA-JOB-MAX             PIC 9(02) VALUE 20 COMP.
000800 01  FZB-SLA-JOB-IDX             PIC 9(02) VALUE ZERO COMP.
000810 01  FZB-SLA-GRP-TABLE.
000820     05  FZB-SLA-GRP-ENT         OCCURS 60 TIMES.
000830         10  FZB-SLA-G-STEP      PIC X(08).
000840         10  FZB-SLA-G-QUAL      PIC X(08).
000850         10  FZB-SLA-G-PROFILE   PIC X(08).
000860         10  FZB-SLA-G-TONIGHT-SW PIC X(01).
000870         10  FZB-SLA-G-RUNNING-SW PIC X(01).
000880         10  FZB-SLA-G-LISTED-SW PIC X(01).
000890         10  FZB-SLA-G-SLOW-SW   PIC X(01).
000900         10  FZB-SLA-G-START-ABS PIC S9(12) COMP.
000910         10  FZB-SLA-G-END-ABS   PIC S9(12) COMP.
000920         10  FZB-SLA-G-RUN-ABS   PIC S9(12) COMP.
000930         10  FZB-SLA-G-ELAPSED   PIC 9(07) COMP.
000940         10  FZB-SLA-G-RECORDS   PIC 9(09) COMP.
000950         10  FZB-SLA-G-ACC-YMD   PIC 9(08).
000960         10  FZB-SLA-G-ACC-SECS  PIC 9(07) COMP.
000970         10  FZB-SLA-G-HIST-CNT  PIC 9(02) COMP.
000980         10  FZB-SLA-G-HIST      PIC 9(07) COMP OCCURS 10 TIMES.
000990         10  FZB-SLA-G-BASELINE  PIC 9(07) COMP.
001000 01  FZB-SLA-GRP-CNT             PIC 9(03) VALUE ZERO COMP.
001010 01  FZB-SLA-GRP-MAX             PIC 9(03) VALUE 60 COMP.
001020 01  FZB-SLA-GRP-IDX             PIC 9(03) VALUE ZERO COMP.
001030 01  FZB-SLA-GRP-HIT             PIC 9(03) VALUE ZERO COMP.
001040 01  FZB-SLA-GRP-OVERFLOW        PIC 9(05) VALUE ZERO COMP.
001050 01  FZB-SLA-HIST-IDX            PIC 9(02) VALUE ZERO COMP.
001060 01  FZB-SLA-HIST-MAX            PIC 9(02) VALUE 10 COMP.
001070 01  FZB-SLA-MIN-NIGHTS          PIC 9(02) VALUE 3 COMP.
001080 01  FZB-SLA-MIN-SLOW-SECS       PIC 9(05) VALUE 60 COMP.
001090 01  FZB-SLA-DFLT-PCT            PIC 9(03) VALUE 50 COMP.
001100 01  FZB-SLA-HIST-SUM            PIC 9(09) VALUE ZERO COMP.
001110 01  FZB-SLA-STEP-IDX            PIC 9(01) VALUE ZERO COMP.
001120 01  FZB-SLA-CUR-STEP            PIC X(08) VALUE SPACES.
001130 01  FZB-SLA-CUR-PCT             PIC 9(03) VALUE ZERO COMP.
001140 01  FZB-SLA-SLOW-LIMIT          PIC 9(09) VALUE ZERO COMP.
001150 01  FZB-SLA-CHK-SECS            PIC 9(09) VALUE ZERO COMP.
001160 01  FZB-SLA-MATCH-SW            PIC X(01) VALUE "N".
001170     88  FZB-SLA-MATCH           VALUE "Y".
001180 01  FZB-SLA-REMAIN              PIC S9(09) VALUE ZERO COMP.
001190 01  FZB-SLA-STEP-REMAIN         PIC S9(09) VALUE ZERO COMP.
001200 01  FZB-SLA-STEP-LAST-END       PIC S9(12) VALUE ZERO COMP.
001210 01  FZB-SLA-JOB-FIRST-ABS       PIC S9(12) VALUE ZERO COMP.
001220 01  FZB-SLA-JOB-LAST-ABS        PIC S9(12) VALUE ZERO COMP.
001230 01  FZB-SLA-JOB-CURSOR          PIC S9(12) VALUE ZERO COMP.
001240 01  FZB-SLA-JOB-DL-ABS          PIC S9(12) VALUE ZERO COMP.
001250 01  FZB-SLA-JOB-OPEN-SW         PIC X(01) VALUE "N".
001260     88  FZB-SLA-JOB-OPEN        VALUE "Y".
001270 01  FZB-SLA-JOB-SEEN-SW         PIC X(01) VALUE "N".
001280     88  FZB-SLA-JOB-SEEN        VALUE "Y".
001290 01  FZB-SLA-LATE-SW             PIC X(01) VALUE "N".
001300     88  FZB-SLA-LATE            VALUE "Y".
001310 01  FZB-SLA-STEPS-TONIGHT       PIC 9(03) VALUE ZERO COMP.
001320 01  FZB-SLA-SLOW-CNT            PIC 9(03) VALUE ZERO COMP.
001330 01  FZB-SLA-LATE-CNT            PIC 9(03) VALUE ZERO COMP.
001340 01  FZB-SLA-HANDOFF-LATE-CNT    PIC 9(03) VALUE ZERO COMP.
001350 01  FZB-SLA-UNLISTED-CNT        PIC 9(03) VALUE ZERO COMP.
001360 01  FZB-SLA-OVERFLOW-D          PIC 9(05) VALUE ZERO.
001370 01  FZB-SLA-NOW-ABS             PIC S9(12) VALUE ZERO COMP.
001380 01  FZB-SLA-REC-START-ABS       PIC S9(12) VALUE ZERO COMP.
001390 01  FZB-SLA-REC-END-ABS         PIC S9(12) VALUE ZERO COMP.
001400 01  FZB-SLA-REC-YMD             PIC 9(08) VALUE ZERO.
001410 01  FZB-SLA-TARGET-YMD          PIC 9(08) VALUE ZERO.
001420 01  FZB-SLA-TARGET-DATE         PIC X(10) VALUE SPACES.
001430 01  FZB-SLA-LATEST-STAMP        PIC X(16) VALUE LOW-VALUES.
001440 01  FZB-SLA-WK-YMD              PIC 9(08) VALUE ZERO.
001450 01  FZB-SLA-WK-YMD-X REDEFINES FZB-SLA-WK-YMD.
001460     05  FZB-SLA-WK-YYYY         PIC 9(04).
001470     05  FZB-SLA-WK-MO           PIC 9(02).
001480     05  FZB-SLA-WK-DD           PIC 9(02).
001490 01  FZB-SLA-WK-HMSC             PIC 9(08) VALUE ZERO.
001500 01  FZB-SLA-WK-HMSC-X REDEFINES FZB-SLA-WK-HMSC.
001510     05  FZB-SLA-WK-HH           PIC 9(02).
001520     05  FZB-SLA-WK-MI           PIC 9(02).
001530     05  FZB-SLA-WK-SS           PIC 9(02).
001540     05  FZB-SLA-WK-CS           PIC 9(02).
001550 01  FZB-SLA-WK-ABS              PIC S9(12) VALUE ZERO COMP.
001560 01  FZB-SLA-WK-DAYS             PIC S9(08) VALUE ZERO COMP.
001570 01  FZB-SLA-WK-SECS             PIC S9(09) VALUE ZERO COMP.
001580 01  FZB-SLA-WK-HOURS            PIC S9(05) VALUE ZERO COMP.
001590 01  FZB-SLA-WK-MINS             PIC S9(05) VALUE ZERO COMP.
001600 01  FZB-SLA-HHMM-X.
001610     05  FZB-SLA-HHMM-HH         PIC 9(02).
001620     05  FILLER                  PIC X(01) VALUE ":".
001630     05  FZB-SLA-HHMM-MM         PIC 9(02).
001640 01  FZB-SLA-HMS-X.
001650     05  FZB-SLA-HMS-HH          PIC 9(02).
001660     05  FILLER                  PIC X(01) VALUE ":".
001670     05  FZB-SLA-HMS-MM          PIC 9(02).
001680     05  FILLER                  PIC X(01) VALUE ":".
001690     05  FZB-SLA-HMS-SS          PIC 9(02).
001700 01  FZB-SLA-DL-X.
001710     05  FZB-SLA-DL-HH           PIC 9(02).
001720     05  FILLER                  PIC X(01) VALUE ":".
001730     05  FZB-SLA-DL-MM           PIC 9(02).
001740 01  FZB-WS-PARM                 PIC X(10).
001750 01  FZB-WS-DATE.
001760     05  FZB-WS-YEAR             PIC 9(04).
001770     05  FZB-WS-MONTH            PIC 9(02).
001780     05  FZB-WS-DAY              PIC 9(02).
001790 01  FZB-WS-YMD REDEFINES FZB-WS-DATE
001800                                 PIC 9(08).
001810 01  FZB-WS-TIME-RAW.
001820     05  FZB-WS-HH               PIC 9(02).
001830     05  FZB-WS-MM               PIC 9(02).
001840     05  FZB-WS-SS               PIC 9(02).
001850     05  FZB-WS-CS               PIC 9(02).
001860 01  FZB-WS-HMSC REDEFINES FZB-WS-TIME-RAW
001870                                 PIC 9(08).
001880 01  FZB-WS-NOW-DATE             PIC X(10).
001890 01  FZB-CAL-FLAG                PIC X(01) VALUE "Y".
001900 01  FZB-CAL-NEXT-DATE           PIC X(10) VALUE SPACES.
001910 01  FZB-YMD-WORK-X.
001920     05  FZB-YMD-MM              PIC X(02).
001930     05  FILLER                  PIC X(01).
001940     05  FZB-YMD-DD              PIC X(02).
001950     05  FILLER                  PIC X(01).
001960     05  FZB-YMD-YYYY            PIC X(04).
001970 01  FZB-YMD-WK-MM               PIC 9(02) VALUE ZERO.
001980 01  FZB-YMD-WK-DD               PIC 9(02) VALUE ZERO.
001990 01  FZB-YMD-WK-YYYY             PIC 9(04) VALUE ZERO.
002000 01  FZB-YMD-RESULT              PIC 9(08) VALUE ZERO.
002010 01  FZB-SLA-DN-MM               PIC 9(02) VALUE ZERO.
002020 01  FZB-SLA-DN-DD               PIC 9(02) VALUE ZERO.
002030 01  FZB-SLA-DN-YYYY             PIC 9(04) VALUE ZERO.
002040 01  FZB-SLA-DN-DAYNBR           PIC S9(08) VALUE ZERO COMP.
002050 01  FZB-SLA-JA                  PIC S9(08) VALUE ZERO COMP.
002060 01  FZB-SLA-JY                  PIC S9(08) VALUE ZERO COMP.
002070 01  FZB-SLA-JM                  PIC S9(08) VALUE ZERO COMP.
002080 01  FZB-SLA-JT                  PIC S9(08) VALUE ZERO COMP.
002090 PROCEDURE DIVISION.
002100 0000-MAINLINE SECTION.
002110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002120     PERFORM 2000-LOAD-TIMINGS THRU 2000-EXIT.
002130     PERFORM 3000-REPORT-JOBS THRU 3000-EXIT.
002140     PERFORM 4000-REPORT-UNLISTED THRU 4000-EXIT.
002150     PERFORM 5000-FINALIZE THRU 5000-EXIT.
002160     STOP RUN.
002170 1000-INITIALIZE.
002180     ACCEPT FZB-WS-DATE FROM DATE YYYYMMDD.
002190     ACCEPT FZB-WS-TIME-RAW FROM TIME.
002200     STRING FZB-WS-MONTH   "/"
002210            FZB-WS-DAY     "/"
002220            FZB-WS-YEAR
002230         DELIMITED BY SIZE INTO FZB-WS-NOW-DATE.
002240     MOVE FZB-WS-YMD TO FZB-SLA-WK-YMD.
002250     MOVE FZB-WS-HMSC TO FZB-SLA-WK-HMSC.
002260     PERFORM 8300-STAMP-TO-ABS THRU 8300-EXIT.
002270     MOVE FZB-SLA-WK-ABS TO FZB-SLA-NOW-ABS.
002280     ACCEPT FZB-WS-PARM FROM COMMAND-LINE.
002290     IF FZB-WS-PARM NOT = SPACES
002300         MOVE FZB-WS-PARM TO FZB-YMD-WORK-X
002310         PERFORM 8000-DATE-TO-YMD THRU 8000-EXIT
002320         IF FZB-YMD-RESULT = ZERO
002330             DISPLAY "FZB2100E PARM MUST BE A BUSINESS DATE "
002340                 "MM/DD/YYYY OR BLANK, VALUE = " FZB-WS-PARM
002350             MOVE 16 TO RETURN-CODE
002360             STOP RUN
002370         END-IF
002380         MOVE FZB-WS-PARM TO FZB-SLA-TARGET-DATE
002390         MOVE FZB-YMD-RESULT TO FZB-SLA-TARGET-YMD
002400     END-IF.
002410     PERFORM 1100-LOAD-JOBS THRU 1100-EXIT.
002420     IF FZB-SLA-TARGET-YMD = ZERO
002430         PERFORM 1200-FIND-LATEST-NIGHT THRU 1200-EXIT
002440     END-IF.
002450     OPEN OUTPUT FZB-SLA-RPT-FILE.
002451     IF FZB-SLR-FILE-STATUS NOT = "00"
002452         DISPLAY "FZB2108E UNABLE TO OPEN FZBSLR01, STATUS = "
002453             FZB-SLR-FILE-STATUS
002454         MOVE 16 TO RETURN-CODE
002455         STOP RUN
002456     END-IF.
002460     MOVE SPACES TO FZB-SLP-HDG1-LINE.
002470     MOVE "FIZZ-BUZZ BATCH WINDOW SLA REPORT" TO FZB-SLP-H-TITLE.
002480     MOVE "BUS DATE:" TO FZB-SLP-H-LIT-DATE.
002490     MOVE FZB-SLA-TARGET-DATE TO FZB-SLP-H-RUN-DATE.
002500     MOVE "AS OF" TO FZB-SLP-H-LIT-ASOF.
002510     MOVE FZB-WS-NOW-DATE TO FZB-SLP-H-ASOF-DATE.
002520     MOVE FZB-SLA-NOW-ABS TO FZB-SLA-WK-ABS.
002530     PERFORM 8400-ABS-TO-HHMM THRU 8400-EXIT.
002540     MOVE FZB-SLA-HHMM-X TO FZB-SLP-H-ASOF-TIME.
002550     MOVE FZB-SLP-HDG1-LINE TO FZB-SLA-RPT-RECORD.
002560     WRITE FZB-SLA-RPT-RECORD.
002570     MOVE FZB-SLP-BLANK-LINE TO FZB-SLA-RPT-RECORD.
002580     WRITE FZB-SLA-RPT-RECORD.
002590 1000-EXIT.
002600     EXIT.
002610 1100-LOAD-JOBS.
002620     OPEN INPUT FZB-SLA-CONTROL-FILE.
002630     IF FZB-SLC-FILE-STATUS NOT = "00"
002640         DISPLAY "FZB2101E UNABLE TO OPEN FZBSLC01, STATUS = "
002650             FZB-SLC-FILE-STATUS
002660         MOVE 16 TO RETURN-CODE
002670         STOP RUN
002680     END-IF.
002690     MOVE "N" TO FZB-SLA-EOF-SW.
002700     PERFORM 1110-READ-JOB THRU 1110-EXIT
002710         UNTIL FZB-SLA-EOF.
002720     CLOSE FZB-SLA-CONTROL-FILE.
002730 1100-EXIT.
002740     EXIT.
002750 1110-READ-JOB.
002760     READ FZB-SLA-CONTROL-FILE
002770         AT END MOVE "Y" TO FZB-SLA-EOF-SW
002780         NOT AT END PERFORM 1120-STORE-JOB THRU 1120-EXIT
002790     END-READ.
002800 1110-EXIT.
002810     EXIT.
002820 1120-STORE-JOB.
002830     IF FZB-SLC-JOB-ID = SPACES
002840         GO TO 1120-EXIT
002850     END-IF.
002860     IF FZB-SLC-DL-HH NOT NUMERIC OR FZB-SLC-DL-MM NOT NUMERIC
002870         OR FZB-SLC-DL-HH > 23 OR FZB-SLC-DL-MM > 59
002880         DISPLAY "FZB2102E FZBSLC01 DEADLINE FOR JOB "
002890             FZB-SLC-JOB-ID " MUST BE HHMM"
002900         MOVE 16 TO RETURN-CODE
002910         STOP RUN
002920     END-IF.
002930     IF FZB-SLC-SLOW-PCT NOT NUMERIC
002940         MOVE ZERO TO FZB-SLC-SLOW-PCT
002950     END-IF.
002960     IF FZB-SLA-JOB-CNT NOT LESS THAN FZB-SLA-JOB-MAX
002970         DISPLAY "FZB2103E FZBSLC01 HAS MORE THAN 20 JOBS"
002980         MOVE 16 TO RETURN-CODE
002990         STOP RUN
003000     END-IF.
003010     ADD 1 TO FZB-SLA-JOB-CNT.
003020     MOVE FZB-SLA-CONTROL-RECORD
003030         TO FZB-SLA-J-RECORD (FZB-SLA-JOB-CNT).
003040 1120-EXIT.
003050     EXIT.
003060 1200-FIND-LATEST-NIGHT.
003070     PERFORM 1300-OPEN-TIMINGS THRU 1300-EXIT.
003080     MOVE "N" TO FZB-SLA-EOF-SW.
003090     PERFORM 1210-READ-LATEST THRU 1210-EXIT
003100         UNTIL FZB-SLA-EOF.
003110     CLOSE FZB-TIMING-FILE.
003120     IF FZB-SLA-TARGET-DATE = SPACES
003130         MOVE FZB-WS-NOW-DATE TO FZB-SLA-TARGET-DATE
003140         CALL "FZBCALD" USING FZB-SLA-TARGET-DATE
003150             FZB-CAL-FLAG FZB-CAL-NEXT-DATE
003160         IF FZB-CAL-FLAG = "N"
003170             MOVE FZB-CAL-NEXT-DATE TO FZB-SLA-TARGET-DATE
003180         END-IF
003190     END-IF.
003200     MOVE FZB-SLA-TARGET-DATE TO FZB-YMD-WORK-X.
003210     PERFORM 8000-DATE-TO-YMD THRU 8000-EXIT.
003220     MOVE FZB-YMD-RESULT TO FZB-SLA-TARGET-YMD.
003230 1200-EXIT.
003240     EXIT.
003250 1210-READ-LATEST.
003260     READ FZB-TIMING-FILE NEXT
003270         AT END MOVE "Y" TO FZB-SLA-EOF-SW
003280         NOT AT END
003290             IF FZB-TIM-START-STAMP > FZB-SLA-LATEST-STAMP
003300                 MOVE FZB-TIM-START-STAMP TO FZB-SLA-LATEST-STAMP
003310                 MOVE FZB-TIM-RUN-DATE TO FZB-SLA-TARGET-DATE
003320             END-IF
003330     END-READ.
003340 1210-EXIT.
003350     EXIT.
003360 1300-OPEN-TIMINGS.
003370     OPEN INPUT FZB-TIMING-FILE.
003380     IF FZB-TIM-FILE-STATUS NOT = "00"
003390         DISPLAY "FZB2104E UNABLE TO OPEN FZBTIM01, STATUS = "
003400             FZB-TIM-FILE-STATUS
003410         MOVE 16 TO RETURN-CODE
003420         STOP RUN
003430     END-IF.
003440 1300-EXIT.
003450     EXIT.
003460 2000-LOAD-TIMINGS.
003470     PERFORM 1300-OPEN-TIMINGS THRU 1300-EXIT.
003480     MOVE "N" TO FZB-SLA-EOF-SW.
003490     PERFORM 2100-READ-TIMING THRU 2100-EXIT
003500         UNTIL FZB-SLA-EOF.
003510     CLOSE FZB-TIMING-FILE.
003520     PERFORM 2500-CLOSE-GROUP THRU 2500-EXIT
003530         VARYING FZB-SLA-GRP-IDX FROM 1 BY 1
003540         UNTIL FZB-SLA-GRP-IDX > FZB-SLA-GRP-CNT.
003550 2000-EXIT.
003560     EXIT.
003570 2100-READ-TIMING.
003580     READ FZB-TIMING-FILE NEXT
003590         AT END MOVE "Y" TO FZB-SLA-EOF-SW
003600         NOT AT END PERFORM 2200-TAKE-TIMING THRU 2200-EXIT
003610     END-READ.
003620 2100-EXIT.
003630     EXIT.
003640 2200-TAKE-TIMING.
003650     MOVE FZB-TIM-RUN-DATE TO FZB-YMD-WORK-X.
003660     PERFORM 8000-DATE-TO-YMD THRU 8000-EXIT.
003670     MOVE FZB-YMD-RESULT TO FZB-SLA-REC-YMD.
003680     IF FZB-SLA-REC-YMD = ZERO
003690         OR FZB-SLA-REC-YMD > FZB-SLA-TARGET-YMD
003700         GO TO 2200-EXIT
003710     END-IF.
003720     PERFORM 2300-FIND-GROUP THRU 2300-EXIT.
003730     IF FZB-SLA-GRP-HIT = ZERO
003740         GO TO 2200-EXIT
003750     END-IF.
003760     MOVE FZB-TIM-START-YMD TO FZB-SLA-WK-YMD.
003770     MOVE FZB-TIM-START-HMSC TO FZB-SLA-WK-HMSC.
003780     PERFORM 8300-STAMP-TO-ABS THRU 8300-EXIT.
003790     MOVE FZB-SLA-WK-ABS TO FZB-SLA-REC-START-ABS.
003800     COMPUTE FZB-SLA-REC-END-ABS =
003810         FZB-SLA-REC-START-ABS + FZB-TIM-ELAPSED.
003820     IF FZB-SLA-REC-YMD = FZB-SLA-TARGET-YMD
003830         PERFORM 2400-TAKE-TONIGHT THRU 2400-EXIT
003840         GO TO 2200-EXIT
003850     END-IF.
003860     IF NOT FZB-TIM-ENDED
003870         GO TO 2200-EXIT
003880     END-IF.
003890     IF FZB-SLA-REC-YMD NOT = FZB-SLA-G-ACC-YMD (FZB-SLA-GRP-HIT)
003900         MOVE FZB-SLA-GRP-HIT TO FZB-SLA-GRP-IDX
003910         PERFORM 2500-CLOSE-GROUP THRU 2500-EXIT
003920         MOVE FZB-SLA-REC-YMD
003930             TO FZB-SLA-G-ACC-YMD (FZB-SLA-GRP-HIT)
003940     END-IF.
003950     ADD FZB-TIM-ELAPSED TO FZB-SLA-G-ACC-SECS (FZB-SLA-GRP-HIT).
003960 2200-EXIT.
003970     EXIT.
003980 2300-FIND-GROUP.
003990     MOVE ZERO TO FZB-SLA-GRP-HIT.
004000     PERFORM 2310-SCAN-GROUP THRU 2310-EXIT
004010         VARYING FZB-SLA-GRP-IDX FROM 1 BY 1
004020         UNTIL FZB-SLA-GRP-IDX > FZB-SLA-GRP-CNT
004030             OR FZB-SLA-GRP-HIT > ZERO.
004040     IF FZB-SLA-GRP-HIT > ZERO
004050         GO TO 2300-EXIT
004060     END-IF.
004070     IF FZB-SLA-GRP-CNT NOT LESS THAN FZB-SLA-GRP-MAX
004080         ADD 1 TO FZB-SLA-GRP-OVERFLOW
004090         GO TO 2300-EXIT
004100     END-IF.
004110     ADD 1 TO FZB-SLA-GRP-CNT.
004120     MOVE FZB-SLA-GRP-CNT TO FZB-SLA-GRP-HIT.
004130     INITIALIZE FZB-SLA-GRP-ENT (FZB-SLA-GRP-HIT).
004140     MOVE FZB-TIM-STEP TO FZB-SLA-G-STEP (FZB-SLA-GRP-HIT).
004150     MOVE FZB-TIM-QUAL TO FZB-SLA-G-QUAL (FZB-SLA-GRP-HIT).
004160     MOVE FZB-TIM-PROFILE TO FZB-SLA-G-PROFILE (FZB-SLA-GRP-HIT).
004170     MOVE "N" TO FZB-SLA-G-TONIGHT-SW (FZB-SLA-GRP-HIT).
004180     MOVE "N" TO FZB-SLA-G-RUNNING-SW (FZB-SLA-GRP-HIT).
004190     MOVE "N" TO FZB-SLA-G-LISTED-SW (FZB-SLA-GRP-HIT).
004200     MOVE "N" TO FZB-SLA-G-SLOW-SW (FZB-SLA-GRP-HIT).
004210 2300-EXIT.
004220     EXIT.
004230 2310-SCAN-GROUP.
004240     IF FZB-SLA-G-STEP (FZB-SLA-GRP-IDX) = FZB-TIM-STEP
004250         AND FZB-SLA-G-QUAL (FZB-SLA-GRP-IDX) = FZB-TIM-QUAL
004260         AND FZB-SLA-G-PROFILE (FZB-SLA-GRP-IDX) = FZB-TIM-PROFILE
004270         MOVE FZB-SLA-GRP-IDX TO FZB-SLA-GRP-HIT
004280     END-IF.
004290 2310-EXIT.
004300     EXIT.
004310 2400-TAKE-TONIGHT.
004320     IF FZB-SLA-G-TONIGHT-SW (FZB-SLA-GRP-HIT) NOT = "Y"
004330         MOVE "Y" TO FZB-SLA-G-TONIGHT-SW (FZB-SLA-GRP-HIT)
004340         MOVE FZB-SLA-REC-START-ABS
004350             TO FZB-SLA-G-START-ABS (FZB-SLA-GRP-HIT)
004360         ADD 1 TO FZB-SLA-STEPS-TONIGHT
004370     END-IF.
004380     ADD FZB-TIM-RECORDS TO FZB-SLA-G-RECORDS (FZB-SLA-GRP-HIT).
004390     IF FZB-TIM-ENDED
004400         ADD FZB-TIM-ELAPSED
004410             TO FZB-SLA-G-ELAPSED (FZB-SLA-GRP-HIT)
004420         IF FZB-SLA-REC-END-ABS
004430                 > FZB-SLA-G-END-ABS (FZB-SLA-GRP-HIT)
004440             MOVE FZB-SLA-REC-END-ABS
004450                 TO FZB-SLA-G-END-ABS (FZB-SLA-GRP-HIT)
004460         END-IF
004470     ELSE
004480         MOVE "Y" TO FZB-SLA-G-RUNNING-SW (FZB-SLA-GRP-HIT)
004490         MOVE FZB-SLA-REC-START-ABS
004500             TO FZB-SLA-G-RUN-ABS (FZB-SLA-GRP-HIT)
004510     END-IF.
004520 2400-EXIT.
004530     EXIT.
004540 2500-CLOSE-GROUP.
004550     IF FZB-SLA-G-ACC-YMD (FZB-SLA-GRP-IDX) NOT = ZERO
004560         IF FZB-SLA-G-HIST-CNT (FZB-SLA-GRP-IDX)
004570                 NOT LESS THAN FZB-SLA-HIST-MAX
004580             PERFORM 2510-SHIFT-HISTORY THRU 2510-EXIT
004590                 VARYING FZB-SLA-HIST-IDX FROM 2 BY 1
004600                 UNTIL FZB-SLA-HIST-IDX > FZB-SLA-HIST-MAX
004610         ELSE
004620             ADD 1 TO FZB-SLA-G-HIST-CNT (FZB-SLA-GRP-IDX)
004630         END-IF
004640         MOVE FZB-SLA-G-HIST-CNT (FZB-SLA-GRP-IDX)
004650             TO FZB-SLA-HIST-IDX
004660         MOVE FZB-SLA-G-ACC-SECS (FZB-SLA-GRP-IDX)
004670             TO FZB-SLA-G-HIST (FZB-SLA-GRP-IDX FZB-SLA-HIST-IDX)
004680     END-IF.
004690     MOVE ZERO TO FZB-SLA-G-ACC-YMD (FZB-SLA-GRP-IDX).
004700     MOVE ZERO TO FZB-SLA-G-ACC-SECS (FZB-SLA-GRP-IDX).
004710     MOVE ZERO TO FZB-SLA-HIST-SUM.
004720     PERFORM 2520-SUM-HISTORY THRU 2520-EXIT
004730         VARYING FZB-SLA-HIST-IDX FROM 1 BY 1
004740         UNTIL FZB-SLA-HIST-IDX
004750             > FZB-SLA-G-HIST-CNT (FZB-SLA-GRP-IDX).
004760     IF FZB-SLA-G-HIST-CNT (FZB-SLA-GRP-IDX) > ZERO
004770         COMPUTE FZB-SLA-G-BASELINE (FZB-SLA-GRP-IDX) ROUNDED =
004780             FZB-SLA-HIST-SUM
004790             / FZB-SLA-G-HIST-CNT (FZB-SLA-GRP-IDX)
004800     END-IF.
004810 2500-EXIT.
004820     EXIT.
004830 2510-SHIFT-HISTORY.
004840     MOVE FZB-SLA-G-HIST (FZB-SLA-GRP-IDX FZB-SLA-HIST-IDX)
004850         TO FZB-SLA-G-HIST (FZB-SLA-GRP-IDX FZB-SLA-HIST-IDX - 1).
004860 2510-EXIT.
004870     EXIT.
004880 2520-SUM-HISTORY.
004890     ADD FZB-SLA-G-HIST (FZB-SLA-GRP-IDX FZB-SLA-HIST-IDX)
004900         TO FZB-SLA-HIST-SUM.
004910 2520-EXIT.
004920     EXIT.
004930 3000-REPORT-JOBS.
004940     PERFORM 3100-REPORT-ONE-JOB THRU 3100-EXIT
004950         VARYING FZB-SLA-JOB-IDX FROM 1 BY 1
004960         UNTIL FZB-SLA-JOB-IDX > FZB-SLA-JOB-CNT.
004970 3000-EXIT.
004980     EXIT.
004990 3100-REPORT-ONE-JOB.
005000     MOVE FZB-SLA-J-RECORD (FZB-SLA-JOB-IDX)
005010         TO FZB-SLA-CONTROL-RECORD.
005020     MOVE FZB-SLC-SLOW-PCT TO FZB-SLA-CUR-PCT.
005030     IF FZB-SLA-CUR-PCT = ZERO
005040         MOVE FZB-SLA-DFLT-PCT TO FZB-SLA-CUR-PCT
005050     END-IF.
005060     MOVE SPACES TO FZB-SLP-JOB-LINE.
005070     MOVE "JOB " TO FZB-SLP-J-LIT1.
005080     MOVE FZB-SLC-JOB-ID TO FZB-SLP-J-JOB.
005090     MOVE "  PROFILE " TO FZB-SLP-J-LIT2.
005100     IF FZB-SLC-PROFILE = SPACES
005110         MOVE "ALL" TO FZB-SLP-J-PROFILE
005120     ELSE
005130         MOVE FZB-SLC-PROFILE TO FZB-SLP-J-PROFILE
005140     END-IF.
005150     MOVE "  DEADLINE " TO FZB-SLP-J-LIT3.
005160     MOVE FZB-SLC-DL-HH TO FZB-SLA-DL-HH.
005170     MOVE FZB-SLC-DL-MM TO FZB-SLA-DL-MM.
005180     MOVE FZB-SLA-DL-X TO FZB-SLP-J-DEADLINE.
005190     MOVE "  SLOW OVER" TO FZB-SLP-J-LIT4.
005200     MOVE FZB-SLA-CUR-PCT TO FZB-SLP-J-PCT.
005210     MOVE "%" TO FZB-SLP-J-LIT5.
005220     IF FZB-SLC-HANDOFF
005230         MOVE "  HANDOFF" TO FZB-SLP-J-HANDOFF
005240     END-IF.
005250     MOVE FZB-SLP-JOB-LINE TO FZB-SLA-RPT-RECORD.
005260     WRITE FZB-SLA-RPT-RECORD.
005270     MOVE FZB-SLP-HDG2-LINE TO FZB-SLA-RPT-RECORD.
005280     WRITE FZB-SLA-RPT-RECORD.
005290     MOVE ZERO TO FZB-SLA-JOB-FIRST-ABS.
005300     MOVE ZERO TO FZB-SLA-JOB-LAST-ABS.
005310     MOVE "N" TO FZB-SLA-JOB-OPEN-SW.
005320     MOVE "N" TO FZB-SLA-JOB-SEEN-SW.
005330     PERFORM 3200-FIND-JOB-START THRU 3200-EXIT
005340         VARYING FZB-SLA-STEP-IDX FROM 1 BY 1
005350         UNTIL FZB-SLA-STEP-IDX > 5.
005360     MOVE FZB-SLA-JOB-FIRST-ABS TO FZB-SLA-JOB-CURSOR.
005370     IF FZB-SLA-NOW-ABS > FZB-SLA-JOB-CURSOR
005380         MOVE FZB-SLA-NOW-ABS TO FZB-SLA-JOB-CURSOR
005390     END-IF.
005400     PERFORM 3300-REPORT-JOB-STEP THRU 3300-EXIT
005410         VARYING FZB-SLA-STEP-IDX FROM 1 BY 1
005420         UNTIL FZB-SLA-STEP-IDX > 5.
005430     PERFORM 3500-JUDGE-DEADLINE THRU 3500-EXIT.
005440     MOVE FZB-SLP-BLANK-LINE TO FZB-SLA-RPT-RECORD.
005450     WRITE FZB-SLA-RPT-RECORD.
005460 3100-EXIT.
005470     EXIT.
005480 3200-FIND-JOB-START.
005490     MOVE FZB-SLC-STEP (FZB-SLA-STEP-IDX) TO FZB-SLA-CUR-STEP.
005500     IF FZB-SLA-CUR-STEP = SPACES
005510         GO TO 3200-EXIT
005520     END-IF.
005530     PERFORM 3210-SCAN-JOB-START THRU 3210-EXIT
005540         VARYING FZB-SLA-GRP-IDX FROM 1 BY 1
005550         UNTIL FZB-SLA-GRP-IDX > FZB-SLA-GRP-CNT.
005560 3200-EXIT.
005570     EXIT.
005580 3210-SCAN-JOB-START.
005590     PERFORM 3400-MATCH-GROUP THRU 3400-EXIT.
005600     IF NOT FZB-SLA-MATCH
005610         OR FZB-SLA-G-TONIGHT-SW (FZB-SLA-GRP-IDX) NOT = "Y"
005620         GO TO 3210-EXIT
005630     END-IF.
005640     MOVE "Y" TO FZB-SLA-JOB-SEEN-SW.
005650     IF FZB-SLA-JOB-FIRST-ABS = ZERO
005660         OR FZB-SLA-G-START-ABS (FZB-SLA-GRP-IDX)
005670             < FZB-SLA-JOB-FIRST-ABS
005680         MOVE FZB-SLA-G-START-ABS (FZB-SLA-GRP-IDX)
005690             TO FZB-SLA-JOB-FIRST-ABS
005700     END-IF.
005710 3210-EXIT.
005720     EXIT.
005730 3300-REPORT-JOB-STEP.
005740     MOVE FZB-SLC-STEP (FZB-SLA-STEP-IDX) TO FZB-SLA-CUR-STEP.
005750     IF FZB-SLA-CUR-STEP = SPACES
005760         GO TO 3300-EXIT
005770     END-IF.
005780     MOVE ZERO TO FZB-SLA-STEP-REMAIN.
005790     MOVE ZERO TO FZB-SLA-STEP-LAST-END.
005800     PERFORM 3310-REPORT-STEP-GROUP THRU 3310-EXIT
005810         VARYING FZB-SLA-GRP-IDX FROM 1 BY 1
005820         UNTIL FZB-SLA-GRP-IDX > FZB-SLA-GRP-CNT.
005830     IF FZB-SLA-STEP-LAST-END > FZB-SLA-JOB-CURSOR
005840         MOVE FZB-SLA-STEP-LAST-END TO FZB-SLA-JOB-CURSOR
005850     END-IF.
005860     ADD FZB-SLA-STEP-REMAIN TO FZB-SLA-JOB-CURSOR.
005870 3300-EXIT.
005880     EXIT.
005890 3310-REPORT-STEP-GROUP.
005900     PERFORM 3400-MATCH-GROUP THRU 3400-EXIT.
005910     IF NOT FZB-SLA-MATCH
005920         GO TO 3310-EXIT
005930     END-IF.
005940     IF FZB-SLA-G-TONIGHT-SW (FZB-SLA-GRP-IDX) NOT = "Y"
005950         AND FZB-SLA-G-HIST-CNT (FZB-SLA-GRP-IDX) = ZERO
005960         GO TO 3310-EXIT
005970     END-IF.
005980     MOVE "Y" TO FZB-SLA-G-LISTED-SW (FZB-SLA-GRP-IDX).
005990     PERFORM 3600-WRITE-GROUP-LINE THRU 3600-EXIT.
006000     IF FZB-SLA-G-END-ABS (FZB-SLA-GRP-IDX)
006010             > FZB-SLA-STEP-LAST-END
006020         MOVE FZB-SLA-G-END-ABS (FZB-SLA-GRP-IDX)
006030             TO FZB-SLA-STEP-LAST-END
006040     END-IF.
006050     IF FZB-SLA-G-TONIGHT-SW (FZB-SLA-GRP-IDX) NOT = "Y"
006060         MOVE "Y" TO FZB-SLA-JOB-OPEN-SW
006070         ADD FZB-SLA-G-BASELINE (FZB-SLA-GRP-IDX)
006080             TO FZB-SLA-STEP-REMAIN
006090         GO TO 3310-EXIT
006100     END-IF.
006110     IF FZB-SLA-G-RUNNING-SW (FZB-SLA-GRP-IDX) = "Y"
006120         MOVE "Y" TO FZB-SLA-JOB-OPEN-SW
006130         COMPUTE FZB-SLA-REMAIN =
006140             FZB-SLA-G-BASELINE (FZB-SLA-GRP-IDX)
006150             - FZB-SLA-NOW-ABS
006160             + FZB-SLA-G-RUN-ABS (FZB-SLA-GRP-IDX)
006170         IF FZB-SLA-REMAIN > ZERO
006180             ADD FZB-SLA-REMAIN TO FZB-SLA-STEP-REMAIN
006190         END-IF
006200     END-IF.
006210 3310-EXIT.
006220     EXIT.
006230 3400-MATCH-GROUP.
006240     MOVE "N" TO FZB-SLA-MATCH-SW.
006250     IF FZB-SLA-G-STEP (FZB-SLA-GRP-IDX) NOT = FZB-SLA-CUR-STEP
006260         GO TO 3400-EXIT
006270     END-IF.
006280     IF FZB-SLC-PROFILE = SPACES
006290         OR FZB-SLA-G-PROFILE (FZB-SLA-GRP-IDX) = SPACES
006300         OR FZB-SLA-G-PROFILE (FZB-SLA-GRP-IDX) = FZB-SLC-PROFILE
006310         MOVE "Y" TO FZB-SLA-MATCH-SW
006320     END-IF.
006330 3400-EXIT.
006340     EXIT.
006350 3500-JUDGE-DEADLINE.
006351     PERFORM 3510-SET-DEADLINE-STATUS THRU 3510-EXIT.
006352     MOVE FZB-SLP-STATUS-LINE TO FZB-SLA-RPT-RECORD.
006354     WRITE FZB-SLA-RPT-RECORD.
006355     IF FZB-SLA-LATE
006357         ADD 1 TO FZB-SLA-LATE-CNT
006358         IF FZB-SLC-HANDOFF
006359             ADD 1 TO FZB-SLA-HANDOFF-LATE-CNT
006361             DISPLAY "FZB2106E HANDOFF DEADLINE " FZB-SLA-DL-X
006362                 " FOR JOB " FZB-SLC-JOB-ID " IS "
006363                 FZB-SLP-S-STATUS
006365         ELSE
006366             DISPLAY "FZB2107W DEADLINE " FZB-SLA-DL-X
006368                 " FOR JOB " FZB-SLC-JOB-ID " IS "
006369                 FZB-SLP-S-STATUS
006370         END-IF
006372     END-IF.
006373 3500-EXIT.
006374     EXIT.
006376 3510-SET-DEADLINE-STATUS.
006377     MOVE SPACES TO FZB-SLP-STATUS-LINE.
006379     MOVE "FIRST START " TO FZB-SLP-S-LIT1.
006380     MOVE "  END " TO FZB-SLP-S-LIT2.
006390     MOVE "  STATUS: " TO FZB-SLP-S-LIT3.
006400     MOVE "N" TO FZB-SLA-LATE-SW.
006410     IF NOT FZB-SLA-JOB-SEEN
006420         MOVE "NOT STARTED" TO FZB-SLP-S-STATUS
006430         GO TO 3510-EXIT
006440     END-IF.
006450     MOVE FZB-SLA-JOB-FIRST-ABS TO FZB-SLA-WK-ABS.
006460     PERFORM 8400-ABS-TO-HHMM THRU 8400-EXIT.
006470     MOVE FZB-SLA-HHMM-X TO FZB-SLP-S-START.
006480     DIVIDE FZB-SLA-JOB-FIRST-ABS BY 86400
006490         GIVING FZB-SLA-WK-DAYS.
006500     COMPUTE FZB-SLA-JOB-DL-ABS = FZB-SLA-WK-DAYS * 86400
006510         + FZB-SLC-DL-HH * 3600 + FZB-SLC-DL-MM * 60.
006520     IF FZB-SLA-JOB-DL-ABS < FZB-SLA-JOB-FIRST-ABS
006530         ADD 86400 TO FZB-SLA-JOB-DL-ABS
006540     END-IF.
006550     MOVE FZB-SLA-JOB-CURSOR TO FZB-SLA-WK-ABS.
006560     PERFORM 8400-ABS-TO-HHMM THRU 8400-EXIT.
006570     MOVE FZB-SLA-HHMM-X TO FZB-SLP-S-END.
006580     IF NOT FZB-SLA-JOB-OPEN
006590         IF FZB-SLA-JOB-CURSOR > FZB-SLA-JOB-DL-ABS
006600             MOVE "MISSED" TO FZB-SLP-S-STATUS
006610             MOVE "Y" TO FZB-SLA-LATE-SW
006620         ELSE
006630             MOVE "MET" TO FZB-SLP-S-STATUS
006640         END-IF
006650         GO TO 3510-EXIT
006660     END-IF.
006670     MOVE " (PROJ)" TO FZB-SLP-S-PROJ.
006680     IF FZB-SLA-NOW-ABS > FZB-SLA-JOB-DL-ABS
006690         MOVE "MISSED - STILL OPEN" TO FZB-SLP-S-STATUS
006700         MOVE "Y" TO FZB-SLA-LATE-SW
006710     ELSE
006720         IF FZB-SLA-JOB-CURSOR > FZB-SLA-JOB-DL-ABS
006730             MOVE "AT RISK - PROJECTED" TO FZB-SLP-S-STATUS
006740             MOVE "Y" TO FZB-SLA-LATE-SW
006750         ELSE
006760             MOVE "ON TRACK" TO FZB-SLP-S-STATUS
006770         END-IF
006780     END-IF.
006781 3510-EXIT.
006782     EXIT.
006970 3600-WRITE-GROUP-LINE.
006971     PERFORM 3610-BUILD-GROUP-LINE THRU 3610-EXIT.
006973     MOVE FZB-SLP-DETAIL-LINE TO FZB-SLA-RPT-RECORD.
006974     WRITE FZB-SLA-RPT-RECORD.
006975 3600-EXIT.
006977     EXIT.
006979 3610-BUILD-GROUP-LINE.
006980     MOVE SPACES TO FZB-SLP-DETAIL-LINE.
006990     MOVE FZB-SLA-G-STEP (FZB-SLA-GRP-IDX) TO FZB-SLP-D-STEP.
007000     MOVE FZB-SLA-G-QUAL (FZB-SLA-GRP-IDX) TO FZB-SLP-D-QUAL.
007010     IF FZB-SLA-G-PROFILE (FZB-SLA-GRP-IDX) = SPACES
007020         MOVE "ALL" TO FZB-SLP-D-PROFILE
007030     ELSE
007040         MOVE FZB-SLA-G-PROFILE (FZB-SLA-GRP-IDX)
007050             TO FZB-SLP-D-PROFILE
007060     END-IF.
007070     IF FZB-SLA-G-HIST-CNT (FZB-SLA-GRP-IDX) > ZERO
007080         MOVE FZB-SLA-G-BASELINE (FZB-SLA-GRP-IDX)
007090             TO FZB-SLA-WK-SECS
007100         PERFORM 8500-SECS-TO-HMS THRU 8500-EXIT
007110         MOVE FZB-SLA-HMS-X TO FZB-SLP-D-BASELINE
007120     END-IF.
007130     IF FZB-SLA-G-TONIGHT-SW (FZB-SLA-GRP-IDX) NOT = "Y"
007140         MOVE "NOT RUN" TO FZB-SLP-D-FLAG
007150         GO TO 3610-EXIT
007160     END-IF.
007170     MOVE FZB-SLA-G-START-ABS (FZB-SLA-GRP-IDX) TO FZB-SLA-WK-ABS.
007180     PERFORM 8400-ABS-TO-HHMM THRU 8400-EXIT.
007190     MOVE FZB-SLA-HHMM-X TO FZB-SLP-D-START.
007200     MOVE FZB-SLA-G-RECORDS (FZB-SLA-GRP-IDX)
007210         TO FZB-SLP-D-RECORDS.
007220     MOVE FZB-SLA-G-ELAPSED (FZB-SLA-GRP-IDX) TO FZB-SLA-CHK-SECS.
007230     IF FZB-SLA-G-RUNNING-SW (FZB-SLA-GRP-IDX) = "Y"
007240         COMPUTE FZB-SLA-CHK-SECS = FZB-SLA-CHK-SECS
007250             + FZB-SLA-NOW-ABS
007260             - FZB-SLA-G-RUN-ABS (FZB-SLA-GRP-IDX)
007270     ELSE
007280         MOVE FZB-SLA-G-END-ABS (FZB-SLA-GRP-IDX)
007290             TO FZB-SLA-WK-ABS
007300         PERFORM 8400-ABS-TO-HHMM THRU 8400-EXIT
007310         MOVE FZB-SLA-HHMM-X TO FZB-SLP-D-END
007320     END-IF.
007330     MOVE FZB-SLA-CHK-SECS TO FZB-SLA-WK-SECS.
007340     PERFORM 8500-SECS-TO-HMS THRU 8500-EXIT.
007350     MOVE FZB-SLA-HMS-X TO FZB-SLP-D-ELAPSED.
007360     COMPUTE FZB-SLA-SLOW-LIMIT =
007370         FZB-SLA-G-BASELINE (FZB-SLA-GRP-IDX)
007380         * (100 + FZB-SLA-CUR-PCT) / 100.
007390     IF FZB-SLA-SLOW-LIMIT < FZB-SLA-G-BASELINE (FZB-SLA-GRP-IDX)
007400             + FZB-SLA-MIN-SLOW-SECS
007410         COMPUTE FZB-SLA-SLOW-LIMIT =
007420             FZB-SLA-G-BASELINE (FZB-SLA-GRP-IDX)
007430             + FZB-SLA-MIN-SLOW-SECS
007440     END-IF.
007450     IF FZB-SLA-G-HIST-CNT (FZB-SLA-GRP-IDX)
007460             NOT LESS THAN FZB-SLA-MIN-NIGHTS
007470         AND FZB-SLA-CHK-SECS > FZB-SLA-SLOW-LIMIT
007480         IF FZB-SLA-G-SLOW-SW (FZB-SLA-GRP-IDX) NOT = "Y"
007490             MOVE "Y" TO FZB-SLA-G-SLOW-SW (FZB-SLA-GRP-IDX)
007500             ADD 1 TO FZB-SLA-SLOW-CNT
007510             DISPLAY "FZB2105W STEP "
007520                 FZB-SLA-G-STEP (FZB-SLA-GRP-IDX)
007530                 " " FZB-SLP-D-PROFILE " RUNNING SLOW - "
007540                 FZB-SLP-D-ELAPSED " AGAINST BASELINE "
007550                 FZB-SLP-D-BASELINE
007560         END-IF
007570         IF FZB-SLA-G-RUNNING-SW (FZB-SLA-GRP-IDX) = "Y"
007580             MOVE "SLOW (RUN)" TO FZB-SLP-D-FLAG
007590         ELSE
007600             MOVE "SLOW" TO FZB-SLP-D-FLAG
007610         END-IF
007620         GO TO 3610-EXIT
007630     END-IF.
007640     IF FZB-SLA-G-RUNNING-SW (FZB-SLA-GRP-IDX) = "Y"
007650         MOVE "RUNNING" TO FZB-SLP-D-FLAG
007660     ELSE
007670         IF FZB-SLA-G-HIST-CNT (FZB-SLA-GRP-IDX)
007680                 < FZB-SLA-MIN-NIGHTS
007690             MOVE "NEW" TO FZB-SLP-D-FLAG
007700         END-IF
007710     END-IF.
007711 3610-EXIT.
007712     EXIT.
007770 4000-REPORT-UNLISTED.
007780     MOVE ZERO TO FZB-SLA-UNLISTED-CNT.
007790     MOVE FZB-SLA-DFLT-PCT TO FZB-SLA-CUR-PCT.
007800     PERFORM 4100-REPORT-ONE-UNLISTED THRU 4100-EXIT
007810         VARYING FZB-SLA-GRP-IDX FROM 1 BY 1
007820         UNTIL FZB-SLA-GRP-IDX > FZB-SLA-GRP-CNT.
007830     IF FZB-SLA-UNLISTED-CNT > ZERO
007840         MOVE FZB-SLP-BLANK-LINE TO FZB-SLA-RPT-RECORD
007850         WRITE FZB-SLA-RPT-RECORD
007860     END-IF.
007870     IF FZB-SLA-GRP-OVERFLOW > ZERO
007880         MOVE FZB-SLA-GRP-OVERFLOW TO FZB-SLA-OVERFLOW-D
007890         MOVE SPACES TO FZB-SLP-TEXT-LINE
007900         STRING "MORE THAN 60 STEP/PROFILE GROUPS - "
007910             FZB-SLA-OVERFLOW-D " TIMING RECORD(S) NOT REPORTED"
007920             DELIMITED BY SIZE INTO FZB-SLP-T-TEXT
007930         MOVE FZB-SLP-TEXT-LINE TO FZB-SLA-RPT-RECORD
007940         WRITE FZB-SLA-RPT-RECORD
007950         MOVE FZB-SLP-BLANK-LINE TO FZB-SLA-RPT-RECORD
007960         WRITE FZB-SLA-RPT-RECORD
007970     END-IF.
007980 4000-EXIT.
007990     EXIT.
008000 4100-REPORT-ONE-UNLISTED.
008010     IF FZB-SLA-G-LISTED-SW (FZB-SLA-GRP-IDX) = "Y"
008020         OR FZB-SLA-G-TONIGHT-SW (FZB-SLA-GRP-IDX) NOT = "Y"
008030         GO TO 4100-EXIT
008040     END-IF.
008050     IF FZB-SLA-UNLISTED-CNT = ZERO
008060         MOVE SPACES TO FZB-SLP-TEXT-LINE
008070         MOVE "TIMED STEPS NOT ON ANY FZBSLC01 JOB"
008080             TO FZB-SLP-T-TEXT
008090         MOVE FZB-SLP-TEXT-LINE TO FZB-SLA-RPT-RECORD
008100         WRITE FZB-SLA-RPT-RECORD
008110         MOVE FZB-SLP-HDG2-LINE TO FZB-SLA-RPT-RECORD
008120         WRITE FZB-SLA-RPT-RECORD
008130     END-IF.
008140     ADD 1 TO FZB-SLA-UNLISTED-CNT.
008150     PERFORM 3600-WRITE-GROUP-LINE THRU 3600-EXIT.
008160 4100-EXIT.
008170     EXIT.
008180 5000-FINALIZE.
008190     MOVE SPACES TO FZB-SLP-SUMMARY-LINE.
008200     MOVE "STEPS: " TO FZB-SLP-M-LIT1.
008210     MOVE FZB-SLA-STEPS-TONIGHT TO FZB-SLP-M-STEPS.
008220     MOVE "  SLOW: " TO FZB-SLP-M-LIT2.
008230     MOVE FZB-SLA-SLOW-CNT TO FZB-SLP-M-SLOW.
008240     MOVE "  JOBS: " TO FZB-SLP-M-LIT3.
008250     MOVE FZB-SLA-JOB-CNT TO FZB-SLP-M-JOBS.
008260     MOVE "  MISSED/AT RISK: " TO FZB-SLP-M-LIT4.
008270     MOVE FZB-SLA-LATE-CNT TO FZB-SLP-M-LATE.
008280     MOVE "  ACTION: " TO FZB-SLP-M-LIT5.
008290     IF FZB-SLA-HANDOFF-LATE-CNT > ZERO
008300         MOVE "HANDOFF LATE" TO FZB-SLP-M-ACTION
008310         MOVE 8 TO RETURN-CODE
008320     ELSE
008330         IF FZB-SLA-LATE-CNT > ZERO OR FZB-SLA-SLOW-CNT > ZERO
008340             MOVE "REVIEW" TO FZB-SLP-M-ACTION
008350             MOVE 4 TO RETURN-CODE
008360         ELSE
008370             MOVE "NONE" TO FZB-SLP-M-ACTION
008380         END-IF
008390     END-IF.
008400     MOVE FZB-SLP-SUMMARY-LINE TO FZB-SLA-RPT-RECORD.
008410     WRITE FZB-SLA-RPT-RECORD.
008420     CLOSE FZB-SLA-RPT-FILE.
008430 5000-EXIT.
008440     EXIT.
008450 8000-DATE-TO-YMD.
008460     MOVE ZERO TO FZB-YMD-RESULT.
008470     IF FZB-YMD-MM NUMERIC AND FZB-YMD-DD NUMERIC
008480             AND FZB-YMD-YYYY NUMERIC
008490         MOVE FZB-YMD-MM TO FZB-YMD-WK-MM
008500         MOVE FZB-YMD-DD TO FZB-YMD-WK-DD
008510         MOVE FZB-YMD-YYYY TO FZB-YMD-WK-YYYY
008520         COMPUTE FZB-YMD-RESULT = FZB-YMD-WK-YYYY * 10000
008530             + FZB-YMD-WK-MM * 100 + FZB-YMD-WK-DD
008540     END-IF.
008550 8000-EXIT.
008560     EXIT.
008570 8100-DATE-TO-DAYNBR.
008580     COMPUTE FZB-SLA-JA = 14 - FZB-SLA-DN-MM.
008590     DIVIDE FZB-SLA-JA BY 12 GIVING FZB-SLA-JA.
008600     COMPUTE FZB-SLA-JY =
008610         FZB-SLA-DN-YYYY + 4800 - FZB-SLA-JA.
008620     COMPUTE FZB-SLA-JM =
008630         FZB-SLA-DN-MM + 12 * FZB-SLA-JA - 3.
008640     COMPUTE FZB-SLA-JT = 153 * FZB-SLA-JM + 2.
008650     DIVIDE FZB-SLA-JT BY 5 GIVING FZB-SLA-JT.
008660     COMPUTE FZB-SLA-DN-DAYNBR =
008670         FZB-SLA-DN-DD + FZB-SLA-JT + 365 * FZB-SLA-JY.
008680     DIVIDE FZB-SLA-JY BY 4 GIVING FZB-SLA-JT.
008690     ADD FZB-SLA-JT TO FZB-SLA-DN-DAYNBR.
008700     DIVIDE FZB-SLA-JY BY 100 GIVING FZB-SLA-JT.
008710     SUBTRACT FZB-SLA-JT FROM FZB-SLA-DN-DAYNBR.
008720     DIVIDE FZB-SLA-JY BY 400 GIVING FZB-SLA-JT.
008730     ADD FZB-SLA-JT TO FZB-SLA-DN-DAYNBR.
008740     SUBTRACT 32045 FROM FZB-SLA-DN-DAYNBR.
008750 8100-EXIT.
008760     EXIT.
008770 8300-STAMP-TO-ABS.
008780     MOVE FZB-SLA-WK-MO TO FZB-SLA-DN-MM.
008790     MOVE FZB-SLA-WK-DD TO FZB-SLA-DN-DD.
008800     MOVE FZB-SLA-WK-YYYY TO FZB-SLA-DN-YYYY.
008810     PERFORM 8100-DATE-TO-DAYNBR THRU 8100-EXIT.
008820     COMPUTE FZB-SLA-WK-ABS = FZB-SLA-DN-DAYNBR * 86400
008830         + FZB-SLA-WK-HH * 3600 + FZB-SLA-WK-MI * 60
008840         + FZB-SLA-WK-SS.
008850 8300-EXIT.
008860     EXIT.
008870 8400-ABS-TO-HHMM.
008880     DIVIDE FZB-SLA-WK-ABS BY 86400 GIVING FZB-SLA-WK-DAYS
008890         REMAINDER FZB-SLA-WK-SECS.
008900     DIVIDE FZB-SLA-WK-SECS BY 3600 GIVING FZB-SLA-WK-HOURS
008910         REMAINDER FZB-SLA-WK-SECS.
008920     DIVIDE FZB-SLA-WK-SECS BY 60 GIVING FZB-SLA-WK-MINS.
008930     MOVE FZB-SLA-WK-HOURS TO FZB-SLA-HHMM-HH.
008940     MOVE FZB-SLA-WK-MINS TO FZB-SLA-HHMM-MM.
008950 8400-EXIT.
008960     EXIT.
008970 8500-SECS-TO-HMS.
008980     DIVIDE FZB-SLA-WK-SECS BY 3600 GIVING FZB-SLA-WK-HOURS
008990         REMAINDER FZB-SLA-WK-SECS.
009000     DIVIDE FZB-SLA-WK-SECS BY 60 GIVING FZB-SLA-WK-MINS
009010         REMAINDER FZB-SLA-WK-SECS.
009020     IF FZB-SLA-WK-HOURS > 99
009030         MOVE 99 TO FZB-SLA-WK-HOURS
009040     END-IF.
009050     MOVE FZB-SLA-WK-HOURS TO FZB-SLA-HMS-HH.
009060     MOVE FZB-SLA-WK-MINS TO FZB-SLA-HMS-MM.
009070     MOVE FZB-SLA-WK-SECS TO FZB-SLA-HMS-SS.
009080 8500-EXIT.
009090     EXIT.
