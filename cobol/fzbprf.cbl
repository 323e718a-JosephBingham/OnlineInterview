000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FZBPRF.
000030 AUTHOR. J HARGROVE-BENNETT.
000040 INSTALLATION. DAILY BATCH SUPPORT.
000050 DATE-WRITTEN. 2026-10-06.
000060 DATE-COMPILED. 2026-10-06.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT DESCRIPTION
000100*    ---------- ---- -----------------------------------------
000110*    2026-10-06 JHB  INITIAL VERSION. PROFILE ONBOARDING AND
000120*                    RETIREMENT UTILITY, DRIVEN BY ONE FZBPRQ01
000130*                    REQUEST CARD AND THE JOB PARM.
000140*                    PARM=ONBOARD SEEDS EVERY STATE RECORD A NEW
000150*                    PROFILE NEEDS SO NOTHING IS LEFT TO BE
000160*                    CREATED ON ITS FIRST RUN: FZBPCS01 AT THE CT
000170*                    BEFORE ITS START CT WITH FRESH COUNTERS,
000180*                    FZBCKP01 WITH NO ACTIVE CHECKPOINT, FZBRNC01
000190*                    COMPLETE FOR THE BUSINESS DATE BEFORE ITS
000200*                    FIRST RUN (SO CATCH-UP SEES NO BACKLOG), AND
000210*                    FZBSTS01 AS ONBOARDED. A PROFILE THAT
000220*                    ALREADY HAS RUN STATE IS REFUSED. WITH A
000230*                    CLONE-FROM PROFILE ON THE CARD, THAT
000240*                    PROFILE'S VERSION IN EFFECT AND ITS FZBSUB01
000250*                    SUBSCRIBERS ARE COPIED TO THE NEW PROFILE -
000260*                    AS PENDING ADDS ON THE FZBPND01 LEDGER UNDER
000270*                    THE REQUESTED-BY USERID, NEVER STRAIGHT TO
000280*                    FZBCTL01 OR FZBSUB01, SO THEY STILL NEED A
000290*                    SECOND USER'S APPROVAL IN FBAP. WITHOUT ONE,
000300*                    THE PROFILE'S CONTROL RECORD MUST ALREADY BE
000310*                    KEYED THROUGH FBMT (LIVE OR STILL PENDING).
000320*                    PARM=RETIRE,VERIFY ONLY CHECKS THE PROFILE
000330*                    CAN BE RETIRED: IT MUST BE IN FZBCTL01 WITH
000340*                    NO ACTIVE VERSION LEFT (DEACTIVATED THROUGH
000350*                    FBMT/FBAP), NO HANDOFF STILL OUTSTANDING IN
000360*                    FZBOHF01, AND NO RUN IN FLIGHT OR ACTIVE
000370*                    CHECKPOINT. PARM=RETIRE REPEATS THOSE CHECKS
000380*                    AFTER THE FZBRETIR JOB'S FINAL FZBARC
000390*                    ARCHIVE, REFUSES IF ANY OF THE PROFILE'S
000400*                    CATEGORY KSDS RECORDS ARE LEFT, THEN DELETES
000410*                    ITS FZBPCS01, FZBCKP01, AND FZBRNC01
000420*                    RECORDS, MARKS FZBSTS01 RETIRED, KEYS A
000430*                    PENDING DELETE FOR EACH OF ITS FZBSUB01
000440*                    SUBSCRIBERS, AND APPENDS A RETIREMENT RECORD
000450*                    TO FZBAUD01 CARRYING THE FINAL CT POSITION
000460*                    AND A ZERO RULE COUNT, SO THE WINDOW SCANS
000470*                    PASS OVER IT THE WAY THEY PASS OVER THE
000480*                    FZBACK RESEND MARKERS. A REFUSAL ENDS RC 8;
000490*                    A FILE ERROR ENDS RC 16.
000493*    2026-10-06 JHB  FZBSTS01 AND FZBAUD01 WRITE FAILURES NOW END
000496*                    RC 16 THROUGH 7900-IO-FAILED LIKE THE OPENS.
000497*    2026-10-06 JHB  AN FZBPND01 OPEN FAILURE OTHER THAN A MISSING
000498*                    FILE NOW ENDS RC 16 INSTEAD OF READING AS NO
000499*                    PENDING CHANGES.
000500*    2026-10-06 JHB  THE CLOSE-OUT ARCHIVE CHECK NOW TREATS ONLY A
000501*                    MISSING CATEGORY CLUSTER (STATUS 35) AS
000502*                    EMPTY; ANY OTHER OPEN FAILURE ENDS RC 16
000503*                    THROUGH 7900-IO-FAILED INSTEAD OF LETTING THE
000504*                    PROFILE CLOSE OUT UNCHECKED.
000507******************************************************************
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. IBM-370.
000540 OBJECT-COMPUTER. IBM-370.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT FZB-REQUEST-FILE ASSIGN TO FZBPRQ01
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FZB-PRQ-FILE-STATUS.
000600     SELECT FZB-CONTROL-FILE ASSIGN TO FZBCTL01
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FZB-CTL-FILE-STATUS.
000630     SELECT FZB-SUBSCRIBER-FILE ASSIGN TO FZBSUB01
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS FZB-SUB-FILE-STATUS.
000660     SELECT FZB-PENDING-FILE ASSIGN TO FZBPND01
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FZB-PND-FILE-STATUS.
000690     SELECT FZB-OUTSTAND-FILE ASSIGN TO FZBOHF01
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FZB-OHF-FILE-STATUS.
000720     SELECT FZB-AUDIT-FILE ASSIGN TO FZBAUD01
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FZB-AUD-FILE-STATUS.
000750     SELECT FZB-PERSIST-FILE ASSIGN TO FZBPCS01
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS FZB-PCS-KEY
000790         FILE STATUS IS FZB-PCS-FILE-STATUS.
000800     SELECT FZB-CHECKPOINT-FILE ASSIGN TO FZBCKP01
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS RANDOM
000830         RECORD KEY IS FZB-CKP-PROFILE
000840         FILE STATUS IS FZB-CKP-FILE-STATUS.
000850     SELECT FZB-RUNCTL-FILE ASSIGN TO FZBRNC01
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS RANDOM
000880         RECORD KEY IS FZB-RNC-PROFILE
000890         FILE STATUS IS FZB-RNC-FILE-STATUS.
000900     SELECT FZB-STATUS-FILE ASSIGN TO FZBSTS01
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS RANDOM
000930         RECORD KEY IS FZB-STS-PROFILE
000940         FILE STATUS IS FZB-STS-FILE-STATUS.
000950     SELECT FIZZ-FILE ASSIGN TO FIZZOUT
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS FIZZ-KEY
000990         FILE STATUS IS FZB-FIZZ-FILE-STATUS.
001000     SELECT BUZZ-FILE ASSIGN TO BUZZOUT
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS DYNAMIC
001030         RECORD KEY IS BUZZ-KEY
001040         FILE STATUS IS FZB-BUZZ-FILE-STATUS.
001050     SELECT FIZZBUZZ-FILE ASSIGN TO FZBZOUT
001060         ORGANIZATION IS INDEXED
001070         ACCESS MODE IS DYNAMIC
001080         RECORD KEY IS FZBZ-KEY
001090         FILE STATUS IS FZB-FZBZ-FILE-STATUS.
001100     SELECT PLAIN-FILE ASSIGN TO PLAINOUT
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS DYNAMIC
001130         RECORD KEY IS PLN-KEY
001140         FILE STATUS IS FZB-PLN-FILE-STATUS.
001150     SELECT OTHER-FILE ASSIGN TO OTHEROUT
001160         ORGANIZATION IS INDEXED
001170         ACCESS MODE IS DYNAMIC
001180         RECORD KEY IS OTH-KEY
001190         FILE STATUS IS FZB-OTH-FILE-STATUS.
001200 DATA DIVISION.
001210 FILE SECTION.
001220 FD  FZB-REQUEST-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 COPY FZBPRQ.
001250 FD  FZB-CONTROL-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 COPY FZBCTL.
001280 FD  FZB-SUBSCRIBER-FILE
001290     LABEL RECORDS ARE STANDARD.
001300 COPY FZBSUB.
001310 FD  FZB-PENDING-FILE
001320     LABEL RECORDS ARE STANDARD.
001330 COPY FZBPND.
001340 FD  FZB-OUTSTAND-FILE
001350     LABEL RECORDS ARE STANDARD.
001360 COPY FZBOHF.
001370 FD  FZB-AUDIT-FILE
001380     LABEL RECORDS ARE STANDARD.
001390 COPY FZBAUD.
001400 FD  FZB-PERSIST-FILE
001410     LABEL RECORDS ARE STANDARD.
001420 COPY FZBPCS.
001430 FD  FZB-CHECKPOINT-FILE
001440     LABEL RECORDS ARE STANDARD.
001450 COPY FZBCKP.
001460 FD  FZB-RUNCTL-FILE
001470     LABEL RECORDS ARE STANDARD.
001480 COPY FZBRNC.
001490 FD  FZB-STATUS-FILE
001500     LABEL RECORDS ARE STANDARD.
001510 COPY FZBSTS.
001520 FD  FIZZ-FILE
001530     LABEL RECORDS ARE STANDARD.
001540 COPY FZBCAT REPLACING ==FZB-CATEGORY-RECORD== BY ==FIZZ-RECORD==
001550     ==FZB-CAT-KEY== BY ==FIZZ-KEY==
001560     ==FZB-CAT-CT== BY ==FIZZ-CT==
001570     ==FZB-CAT-CYCLE== BY ==FIZZ-CYCLE==
001580     ==FZB-CAT-PROFILE== BY ==FIZZ-PROFILE==
001590     ==FZB-CAT-RUN-DATE== BY
001600     ==FIZZ-RUN-DATE==.
001610 FD  BUZZ-FILE
001620     LABEL RECORDS ARE STANDARD.
001630 COPY FZBCAT REPLACING ==FZB-CATEGORY-RECORD== BY ==BUZZ-RECORD==
001640     ==FZB-CAT-KEY== BY ==BUZZ-KEY==
001650     ==FZB-CAT-CT== BY ==BUZZ-CT==
001660     ==FZB-CAT-CYCLE== BY ==BUZZ-CYCLE==
001670     ==FZB-CAT-PROFILE== BY ==BUZZ-PROFILE==
001680     ==FZB-CAT-RUN-DATE== BY
001690     ==BUZZ-RUN-DATE==.
001700 FD  FIZZBUZZ-FILE
001710     LABEL RECORDS ARE STANDARD.
001720 COPY FZBCAT REPLACING ==FZB-CATEGORY-RECORD== BY ==FZBZ-RECORD==
001730     ==FZB-CAT-KEY== BY ==FZBZ-KEY==
001740     ==FZB-CAT-CT== BY ==FZBZ-CT==
001750     ==FZB-CAT-CYCLE== BY ==FZBZ-CYCLE==
001760     ==FZB-CAT-PROFILE== BY ==FZBZ-PROFILE==
001770     ==FZB-CAT-RUN-DATE== BY
001780     ==FZBZ-RUN-DATE==.
001790 FD  PLAIN-FILE
001800     LABEL RECORDS ARE STANDARD.
001810 COPY FZBCAT REPLACING ==FZB-CATEGORY-RECORD== BY ==PLN-RECORD==
001820     ==FZB-CAT-KEY== BY ==PLN-KEY==
001830     ==FZB-CAT-CT== BY ==PLN-CT==
001840     ==FZB-CAT-CYCLE== BY ==PLN-CYCLE==
001850     ==FZB-CAT-PROFILE== BY ==PLN-PROFILE==
001860     ==FZB-CAT-RUN-DATE== BY
001870     ==PLN-RUN-DATE==.
001880 FD  OTHER-FILE
001890     LABEL RECORDS ARE STANDARD.
001900 COPY FZBCAT REPLACING ==FZB-CATEGORY-RECORD== BY ==OTH-RECORD==
001910     ==FZB-CAT-KEY== BY ==OTH-KEY==
001920     ==FZB-CAT-CT== BY ==OTH-CT==
001930     ==FZB-CAT-CYCLE== BY ==OTH-CYCLE==
001940     ==FZB-CAT-PROFILE== BY ==OTH-PROFILE==
001950     ==FZB-CAT-RUN-DATE== BY
001960     ==OTH-RUN-DATE==.
001970 WORKING-STORAGE SECTION.
001980 01  FZB-PRQ-FILE-STATUS         PIC X(02).
001990 01  FZB-CTL-FILE-STATUS         PIC X(02).
002000 01  FZB-SUB-FILE-STATUS         PIC X(02).
002010 01  FZB-PND-FILE-STATUS         PIC X(02).
002020 01  FZB-OHF-FILE-STATUS         PIC X(02).
002030 01  FZB-AUD-FILE-STATUS         PIC X(02).
002040 01  FZB-PCS-FILE-STATUS         PIC X(02).
002050 01  FZB-CKP-FILE-STATUS         PIC X(02).
002060 01  FZB-RNC-FILE-STATUS         PIC X(02).
002070 01  FZB-STS-FILE-STATUS         PIC X(02).
002080 01  FZB-FIZZ-FILE-STATUS        PIC X(02).
002090 01  FZB-BUZZ-FILE-STATUS        PIC X(02).
002100 01  FZB-FZBZ-FILE-STATUS        PIC X(02).
002110 01  FZB-PLN-FILE-STATUS         PIC X(02).
002120 01  FZB-OTH-FILE-STATUS         PIC X(02).
002130 01  FZB-PFU-PARM                PIC X(20) VALUE SPACES.
002140 01  FZB-PFU-MODE                PIC X(08) VALUE SPACES.
002150     88  FZB-PFU-ONBOARD         VALUE "ONBOARD".
002160     88  FZB-PFU-RETIRE          VALUE "RETIRE".
002170 01  FZB-PFU-OPTION              PIC X(08) VALUE SPACES.
002180     88  FZB-PFU-VERIFY-ONLY     VALUE "VERIFY".
002190 01  FZB-PFU-EOF-SW              PIC X(01) VALUE "N".
002200     88  FZB-PFU-EOF             VALUE "Y".
002210 01  FZB-PFU-EFFECT-SW           PIC X(01) VALUE "N".
002220     88  FZB-PFU-IN-EFFECT       VALUE "Y".
002230 01  FZB-PFU-STATE-SW            PIC X(01) VALUE "N".
002240     88  FZB-PFU-HAS-STATE       VALUE "Y".
002250 01  FZB-PFU-DUP-SW              PIC X(01) VALUE "N".
002260     88  FZB-PFU-DUPLICATE       VALUE "Y".
002270 01  FZB-PFU-CTL-TABLE.
002280     05  FZB-PFU-CTL-RECORD      PIC X(95) OCCURS 50 TIMES.
002290 01  FZB-PFU-CTL-COUNT           PIC 9(03) VALUE ZERO COMP.
002300 01  FZB-PFU-CTL-IDX             PIC 9(03) VALUE ZERO COMP.
002310 01  FZB-PFU-SRC-HIT             PIC 9(03) VALUE ZERO COMP.
002320 01  FZB-PFU-NEW-HIT             PIC 9(03) VALUE ZERO COMP.
002330 01  FZB-PFU-ACTIVE-CT           PIC 9(03) VALUE ZERO COMP.
002340 01  FZB-PFU-NEW-IMAGE           PIC X(95) VALUE SPACES.
002350 01  FZB-PFU-PND-TABLE.
002360     05  FZB-PFU-PND-ENT         OCCURS 50 TIMES.
002370         10  FZB-PFU-PND-T-ID    PIC 9(06).
002380         10  FZB-PFU-PND-T-FILE  PIC X(01).
002390         10  FZB-PFU-PND-T-ACTION PIC X(01).
002400         10  FZB-PFU-PND-T-KEY   PIC X(25).
002410         10  FZB-PFU-PND-T-IMAGE PIC X(95).
002420 01  FZB-PFU-PND-COUNT           PIC 9(03) VALUE ZERO COMP.
002430 01  FZB-PFU-PND-IDX             PIC 9(03) VALUE ZERO COMP.
002440 01  FZB-PFU-PND-HIT             PIC 9(03) VALUE ZERO COMP.
002450 01  FZB-PFU-NEXT-ID             PIC 9(06) VALUE ZERO.
002460 01  FZB-PFU-KEY                 PIC X(25) VALUE SPACES.
002470 01  FZB-PFU-KEY-FILE            PIC X(01) VALUE SPACES.
002480 01  FZB-PFU-KEY-ACTION          PIC X(01) VALUE SPACES.
002490 01  FZB-PFU-OLD-IMAGE           PIC X(95) VALUE SPACES.
002500 01  FZB-PFU-KEY-IMAGE           PIC X(95) VALUE SPACES.
002510 01  FZB-PFU-KEYED-CT            PIC 9(03) VALUE ZERO COMP.
002520 01  FZB-PFU-SUB-TABLE.
002530     05  FZB-PFU-SUB-RECORD      PIC X(29) OCCURS 100 TIMES.
002540 01  FZB-PFU-SUB-COUNT           PIC 9(03) VALUE ZERO COMP.
002550 01  FZB-PFU-SUB-IDX             PIC 9(03) VALUE ZERO COMP.
002560 01  FZB-PFU-SUB-SCAN            PIC 9(03) VALUE ZERO COMP.
002570 01  FZB-PFU-SUB-HIT             PIC 9(03) VALUE ZERO COMP.
002580 01  FZB-PFU-OHF-COUNT           PIC 9(05) VALUE ZERO COMP.
002590 01  FZB-PFU-LEFT-CT             PIC 9(01) VALUE ZERO COMP.
002600 01  FZB-PFU-CTR-IDX             PIC 9(01) VALUE ZERO COMP.
002610 01  FZB-PFU-LAST-CT             PIC 9(05) VALUE ZERO.
002620 01  FZB-PFU-LAST-CYC            PIC 9(02) VALUE ZERO.
002630 01  FZB-PFU-FIRST-DATE          PIC X(10) VALUE SPACES.
002640 01  FZB-PFU-SEED-DATE           PIC X(10) VALUE SPACES.
002650 01  FZB-PFU-DDNAME              PIC X(08) VALUE SPACES.
002660 01  FZB-PFU-IO-STATUS           PIC X(02) VALUE SPACES.
002670 01  FZB-WS-DATE.
002680     05  FZB-WS-YEAR             PIC 9(04).
002690     05  FZB-WS-MONTH            PIC 9(02).
002700     05  FZB-WS-DAY              PIC 9(02).
002710 01  FZB-WS-TIME-RAW.
002720     05  FZB-WS-HH               PIC 9(02).
002730     05  FZB-WS-MM               PIC 9(02).
002740     05  FZB-WS-SS               PIC 9(02).
002750     05  FZB-WS-CS               PIC 9(02).
002760 01  FZB-WS-TODAY                PIC X(10) VALUE SPACES.
002770 01  FZB-WS-RUN-DATE             PIC X(10) VALUE SPACES.
002780 01  FZB-WS-RUN-TIME             PIC X(08) VALUE SPACES.
002790 01  FZB-WS-RUN-YMD              PIC 9(08) VALUE ZERO.
002800 01  FZB-CAL-FLAG                PIC X(01) VALUE "Y".
002810 01  FZB-CAL-NEXT-DATE           PIC X(10) VALUE SPACES.
002820 01  FZB-YMD-WORK-X.
002830     05  FZB-YMD-MM              PIC X(02).
002840     05  FILLER                  PIC X(01).
002850     05  FZB-YMD-DD              PIC X(02).
002860     05  FILLER                  PIC X(01).
002870     05  FZB-YMD-YYYY            PIC X(04).
002880 01  FZB-YMD-WK-MM               PIC 9(02) VALUE ZERO.
002890 01  FZB-YMD-WK-DD               PIC 9(02) VALUE ZERO.
002900 01  FZB-YMD-WK-YYYY             PIC 9(04) VALUE ZERO.
002910 01  FZB-YMD-RESULT              PIC 9(08) VALUE ZERO.
002920 01  FZB-PFU-DATE-X.
002930     05  FZB-PFU-DTE-MM          PIC X(02).
002940     05  FILLER                  PIC X(01).
002950     05  FZB-PFU-DTE-DD          PIC X(02).
002960     05  FILLER                  PIC X(01).
002970     05  FZB-PFU-DTE-YYYY        PIC X(04).
002980 01  FZB-PFU-WK-MM               PIC 9(02) VALUE ZERO.
002990 01  FZB-PFU-WK-DD               PIC 9(02) VALUE ZERO.
003000 01  FZB-PFU-WK-YYYY             PIC 9(04) VALUE ZERO.
003010 01  FZB-PFU-WK-DAYNBR           PIC S9(08) VALUE ZERO COMP.
003020 01  FZB-PFU-JA                  PIC S9(08) VALUE ZERO COMP.
003030 01  FZB-PFU-JY                  PIC S9(08) VALUE ZERO COMP.
003040 01  FZB-PFU-JM                  PIC S9(08) VALUE ZERO COMP.
003050 01  FZB-PFU-JT                  PIC S9(08) VALUE ZERO COMP.
003060 01  FZB-PFU-JB                  PIC S9(08) VALUE ZERO COMP.
003070 01  FZB-PFU-JC                  PIC S9(08) VALUE ZERO COMP.
003080 01  FZB-PFU-JD                  PIC S9(08) VALUE ZERO COMP.
003090 01  FZB-PFU-JE                  PIC S9(08) VALUE ZERO COMP.
003100 01  FZB-PFU-GAP-DAY             PIC S9(08) VALUE ZERO COMP.
003110 01  FZB-PFU-GAP-DATE-X.
003120     05  FZB-PFU-GAP-MM          PIC 9(02).
003130     05  FILLER                  PIC X(01) VALUE "/".
003140     05  FZB-PFU-GAP-DD          PIC 9(02).
003150     05  FILLER                  PIC X(01) VALUE "/".
003160     05  FZB-PFU-GAP-YYYY        PIC 9(04).
003170 PROCEDURE DIVISION.
003180 0000-MAINLINE SECTION.
003190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003200     IF FZB-PFU-ONBOARD
003210         PERFORM 2000-ONBOARD-PROFILE THRU 2000-EXIT
003220     ELSE
003230         PERFORM 3000-RETIRE-PROFILE THRU 3000-EXIT
003240     END-IF.
003250     STOP RUN.
003260 1000-INITIALIZE.
003270     ACCEPT FZB-PFU-PARM FROM COMMAND-LINE.
003280     UNSTRING FZB-PFU-PARM DELIMITED BY ","
003290         INTO FZB-PFU-MODE FZB-PFU-OPTION.
003300     IF (NOT FZB-PFU-ONBOARD AND NOT FZB-PFU-RETIRE)
003310             OR (FZB-PFU-OPTION NOT = SPACES
003320                 AND NOT (FZB-PFU-RETIRE AND FZB-PFU-VERIFY-ONLY))
003330         DISPLAY "FZB2200E PARM MUST BE ONBOARD, RETIRE, OR "
003340             "RETIRE,VERIFY - VALUE = " FZB-PFU-PARM
003350         MOVE 16 TO RETURN-CODE
003360         STOP RUN
003370     END-IF.
003380     ACCEPT FZB-WS-DATE FROM DATE YYYYMMDD.
003390     STRING FZB-WS-MONTH   "/"
003400            FZB-WS-DAY     "/"
003410            FZB-WS-YEAR
003420         DELIMITED BY SIZE INTO FZB-WS-TODAY.
003430     ACCEPT FZB-WS-TIME-RAW FROM TIME.
003440     STRING FZB-WS-HH ":" FZB-WS-MM ":" FZB-WS-SS
003450         DELIMITED BY SIZE INTO FZB-WS-RUN-TIME.
003460     MOVE FZB-WS-TODAY TO FZB-WS-RUN-DATE.
003470     CALL "FZBCALD" USING FZB-WS-RUN-DATE
003480         FZB-CAL-FLAG FZB-CAL-NEXT-DATE.
003490     IF FZB-CAL-FLAG = "N"
003500         MOVE FZB-CAL-NEXT-DATE TO FZB-WS-RUN-DATE
003510     END-IF.
003520     MOVE FZB-WS-RUN-DATE TO FZB-YMD-WORK-X.
003530     PERFORM 8000-DATE-TO-YMD THRU 8000-EXIT.
003540     MOVE FZB-YMD-RESULT TO FZB-WS-RUN-YMD.
003550     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
003560     PERFORM 1200-LOAD-CONTROL THRU 1200-EXIT.
003570     PERFORM 1300-SCAN-PENDING THRU 1300-EXIT.
003580 1000-EXIT.
003590     EXIT.
003600 1100-READ-REQUEST.
003610     OPEN INPUT FZB-REQUEST-FILE.
003620     IF FZB-PRQ-FILE-STATUS NOT = "00"
003630         DISPLAY "FZB2201E UNABLE TO OPEN FZBPRQ01, STATUS = "
003640             FZB-PRQ-FILE-STATUS
003650         MOVE 16 TO RETURN-CODE
003660         STOP RUN
003670     END-IF.
003680     READ FZB-REQUEST-FILE.
003690     IF FZB-PRQ-FILE-STATUS NOT = "00"
003700         DISPLAY "FZB2202E NO REQUEST CARD IN FZBPRQ01, STATUS = "
003710             FZB-PRQ-FILE-STATUS
003720         MOVE 16 TO RETURN-CODE
003730         STOP RUN
003740     END-IF.
003750     CLOSE FZB-REQUEST-FILE.
003760     DISPLAY "FZB2204I " FZB-PFU-MODE " " FZB-PFU-OPTION
003770         " PROFILE " FZB-PRQ-PROFILE " CLONE-FROM "
003780         FZB-PRQ-CLONE-FROM " REQUESTED BY " FZB-PRQ-USER.
003790     IF FZB-PRQ-PROFILE = SPACES
003800         DISPLAY "FZB2203E PROFILE ID IS REQUIRED ON THE "
003810             "FZBPRQ01 REQUEST CARD"
003820         MOVE 8 TO RETURN-CODE
003830         STOP RUN
003840     END-IF.
003850     IF FZB-PRQ-USER = SPACES
003860         DISPLAY "FZB2203E REQUESTED-BY USERID IS REQUIRED ON "
003870             "THE FZBPRQ01 REQUEST CARD"
003880         MOVE 8 TO RETURN-CODE
003890         STOP RUN
003900     END-IF.
003910     IF NOT FZB-PFU-ONBOARD OR FZB-PRQ-CLONE-FROM = SPACES
003920         GO TO 1100-EXIT
003930     END-IF.
003940     IF FZB-PRQ-CLONE-FROM = FZB-PRQ-PROFILE
003950         DISPLAY "FZB2203E CLONE-FROM PROFILE MUST DIFFER FROM "
003960             "THE NEW PROFILE"
003970         MOVE 8 TO RETURN-CODE
003980         STOP RUN
003990     END-IF.
004000     IF (FZB-PRQ-START-NBR NOT = SPACES
004010             AND FZB-PRQ-START-NBR NOT NUMERIC)
004020         OR (FZB-PRQ-END-NBR NOT = SPACES
004030             AND FZB-PRQ-END-NBR NOT NUMERIC)
004040         DISPLAY "FZB2203E START AND END CT MUST BE NUMERIC OR "
004050             "BLANK"
004060         MOVE 8 TO RETURN-CODE
004070         STOP RUN
004080     END-IF.
004090     IF FZB-PRQ-EFF-FROM NOT = SPACES
004100         MOVE FZB-PRQ-EFF-FROM TO FZB-YMD-WORK-X
004110         PERFORM 8000-DATE-TO-YMD THRU 8000-EXIT
004120         IF FZB-YMD-RESULT = ZERO
004130             DISPLAY "FZB2203E EFFECTIVE-FROM MUST BE MM/DD/YYYY "
004140                 "OR BLANK - VALUE = " FZB-PRQ-EFF-FROM
004150             MOVE 8 TO RETURN-CODE
004160             STOP RUN
004170         END-IF
004180     END-IF.
004190 1100-EXIT.
004200     EXIT.
004210 1200-LOAD-CONTROL.
004220     OPEN INPUT FZB-CONTROL-FILE.
004230     IF FZB-CTL-FILE-STATUS NOT = "00"
004240         DISPLAY "FZB2205E UNABLE TO OPEN FZBCTL01, STATUS = "
004250             FZB-CTL-FILE-STATUS
004260         MOVE 16 TO RETURN-CODE
004270         STOP RUN
004280     END-IF.
004290     MOVE ZERO TO FZB-PFU-CTL-COUNT.
004300     MOVE "N" TO FZB-PFU-EOF-SW.
004310     PERFORM 1210-READ-CONTROL THRU 1210-EXIT
004320         UNTIL FZB-PFU-EOF.
004330     CLOSE FZB-CONTROL-FILE.
004340 1200-EXIT.
004350     EXIT.
004360 1210-READ-CONTROL.
004370     READ FZB-CONTROL-FILE
004380         AT END MOVE "Y" TO FZB-PFU-EOF-SW
004390         NOT AT END
004400             IF FZB-PFU-CTL-COUNT NOT LESS THAN 50
004410                 DISPLAY "FZB2206E MORE THAN 50 RECORDS IN "
004420                     "FZBCTL01 - TABLE FULL"
004430                 MOVE 16 TO RETURN-CODE
004440                 STOP RUN
004450             END-IF
004460             ADD 1 TO FZB-PFU-CTL-COUNT
004470             MOVE FZB-CONTROL-RECORD
004480                 TO FZB-PFU-CTL-RECORD (FZB-PFU-CTL-COUNT)
004490     END-READ.
004500 1210-EXIT.
004510     EXIT.
004520 1300-SCAN-PENDING.
004530     MOVE ZERO TO FZB-PFU-NEXT-ID.
004540     MOVE ZERO TO FZB-PFU-PND-COUNT.
004550     OPEN INPUT FZB-PENDING-FILE.
004560     IF FZB-PND-FILE-STATUS = "35"
004570         GO TO 1300-EXIT
004580     END-IF.
004581     IF FZB-PND-FILE-STATUS NOT = "00"
004582         MOVE "FZBPND01" TO FZB-PFU-DDNAME
004583         MOVE FZB-PND-FILE-STATUS TO FZB-PFU-IO-STATUS
004584         PERFORM 7900-IO-FAILED THRU 7900-EXIT
004585     END-IF.
004590     MOVE "N" TO FZB-PFU-EOF-SW.
004600     PERFORM 1310-READ-PENDING THRU 1310-EXIT
004610         UNTIL FZB-PFU-EOF.
004620     CLOSE FZB-PENDING-FILE.
004630 1300-EXIT.
004640     EXIT.
004650 1310-READ-PENDING.
004660     READ FZB-PENDING-FILE
004670         AT END MOVE "Y" TO FZB-PFU-EOF-SW
004680         NOT AT END
004690             IF FZB-PND-ID > FZB-PFU-NEXT-ID
004700                 MOVE FZB-PND-ID TO FZB-PFU-NEXT-ID
004710             END-IF
004720             IF FZB-PND-KEYED
004730                 PERFORM 1320-ADD-OPEN-PENDING THRU 1320-EXIT
004740             END-IF
004750             IF FZB-PND-DECIDED
004760                 PERFORM 1330-CLOSE-PENDING THRU 1330-EXIT
004770                     VARYING FZB-PFU-PND-IDX FROM 1 BY 1
004780                     UNTIL FZB-PFU-PND-IDX > FZB-PFU-PND-COUNT
004790             END-IF
004800     END-READ.
004810 1310-EXIT.
004820     EXIT.
004830 1320-ADD-OPEN-PENDING.
004840     MOVE ZERO TO FZB-PFU-PND-HIT.
004850     PERFORM 1325-FIND-FREE-SLOT THRU 1325-EXIT
004860         VARYING FZB-PFU-PND-IDX FROM 1 BY 1
004870         UNTIL FZB-PFU-PND-IDX > FZB-PFU-PND-COUNT
004880             OR FZB-PFU-PND-HIT > ZERO.
004890     IF FZB-PFU-PND-HIT = ZERO
004900         IF FZB-PFU-PND-COUNT NOT LESS THAN 50
004910             DISPLAY "FZB2206E MORE THAN 50 OPEN CHANGES ON "
004920                 "FZBPND01 - TABLE FULL"
004930             MOVE 16 TO RETURN-CODE
004940             STOP RUN
004950         END-IF
004960         ADD 1 TO FZB-PFU-PND-COUNT
004970         MOVE FZB-PFU-PND-COUNT TO FZB-PFU-PND-HIT
004980     END-IF.
004990     MOVE FZB-PND-ID TO FZB-PFU-PND-T-ID (FZB-PFU-PND-HIT).
005000     MOVE FZB-PND-FILE TO FZB-PFU-PND-T-FILE (FZB-PFU-PND-HIT).
005010     MOVE FZB-PND-ACTION
005020         TO FZB-PFU-PND-T-ACTION (FZB-PFU-PND-HIT).
005030     MOVE FZB-PND-KEY TO FZB-PFU-PND-T-KEY (FZB-PFU-PND-HIT).
005040     MOVE FZB-PND-NEW-IMAGE
005050         TO FZB-PFU-PND-T-IMAGE (FZB-PFU-PND-HIT).
005060 1320-EXIT.
005070     EXIT.
005080 1325-FIND-FREE-SLOT.
005090     IF FZB-PFU-PND-T-ID (FZB-PFU-PND-IDX) = ZERO
005100         MOVE FZB-PFU-PND-IDX TO FZB-PFU-PND-HIT
005110     END-IF.
005120 1325-EXIT.
005130     EXIT.
005140 1330-CLOSE-PENDING.
005150     IF FZB-PFU-PND-T-ID (FZB-PFU-PND-IDX) = FZB-PND-ID
005160         MOVE ZERO TO FZB-PFU-PND-T-ID (FZB-PFU-PND-IDX)
005170     END-IF.
005180 1330-EXIT.
005190     EXIT.
005200 2000-ONBOARD-PROFILE.
005210     PERFORM 2100-CHECK-NO-STATE THRU 2100-EXIT.
005220     MOVE ZERO TO FZB-PFU-KEYED-CT.
005230     IF FZB-PRQ-CLONE-FROM NOT = SPACES
005240         PERFORM 2200-CLONE-CONTROL THRU 2200-EXIT
005250         PERFORM 2400-CLONE-SUBSCRIBERS THRU 2400-EXIT
005260     ELSE
005270         PERFORM 2300-FIND-NEW-CONTROL THRU 2300-EXIT
005280     END-IF.
005290     PERFORM 2500-SET-SEED-DATE THRU 2500-EXIT.
005300     PERFORM 2600-SEED-PERSIST THRU 2600-EXIT.
005310     PERFORM 2610-SEED-CHECKPOINT THRU 2610-EXIT.
005320     PERFORM 2620-SEED-RUNCTL THRU 2620-EXIT.
005330     PERFORM 2630-SEED-STATUS THRU 2630-EXIT.
005340     DISPLAY "FZB2219I PROFILE " FZB-PRQ-PROFILE
005350         " ONBOARDED - " FZB-PFU-KEYED-CT
005360         " CHANGE(S) KEYED ON FZBPND01 FOR FBAP APPROVAL".
005370 2000-EXIT.
005380     EXIT.
005390 2100-CHECK-NO-STATE.
005400     MOVE "N" TO FZB-PFU-STATE-SW.
005410     OPEN INPUT FZB-PERSIST-FILE.
005420     IF FZB-PCS-FILE-STATUS = "00"
005430         MOVE FZB-PRQ-PROFILE TO FZB-PCS-KEY
005440         READ FZB-PERSIST-FILE
005450         IF FZB-PCS-FILE-STATUS = "00"
005460             AND FZB-PCS-RULE-COUNT GREATER THAN ZERO
005470             MOVE "Y" TO FZB-PFU-STATE-SW
005480         END-IF
005490         CLOSE FZB-PERSIST-FILE
005500     END-IF.
005510     OPEN INPUT FZB-CHECKPOINT-FILE.
005520     IF FZB-CKP-FILE-STATUS = "00"
005530         MOVE FZB-PRQ-PROFILE TO FZB-CKP-PROFILE
005540         READ FZB-CHECKPOINT-FILE
005550         IF FZB-CKP-FILE-STATUS = "00"
005560             AND FZB-CKP-RULE-COUNT GREATER THAN ZERO
005570             MOVE "Y" TO FZB-PFU-STATE-SW
005580         END-IF
005590         CLOSE FZB-CHECKPOINT-FILE
005600     END-IF.
005610     OPEN INPUT FZB-RUNCTL-FILE.
005620     IF FZB-RNC-FILE-STATUS = "00"
005630         MOVE FZB-PRQ-PROFILE TO FZB-RNC-PROFILE
005640         READ FZB-RUNCTL-FILE
005650         IF FZB-RNC-FILE-STATUS = "00"
005660             MOVE "Y" TO FZB-PFU-STATE-SW
005670         END-IF
005680         CLOSE FZB-RUNCTL-FILE
005690     END-IF.
005700     IF FZB-PFU-HAS-STATE
005710         DISPLAY "FZB2207E PROFILE " FZB-PRQ-PROFILE
005720             " ALREADY HAS RUN STATE IN FZBPCS01, FZBCKP01, OR "
005730             "FZBRNC01 - NOT ONBOARDED"
005740         MOVE 8 TO RETURN-CODE
005750         STOP RUN
005760     END-IF.
005770 2100-EXIT.
005780     EXIT.
005790 2200-CLONE-CONTROL.
005800     MOVE ZERO TO FZB-PFU-SRC-HIT.
005810     MOVE ZERO TO FZB-PFU-NEW-HIT.
005820     PERFORM 2210-SCAN-CLONE-CONTROL THRU 2210-EXIT
005830         VARYING FZB-PFU-CTL-IDX FROM 1 BY 1
005840         UNTIL FZB-PFU-CTL-IDX > FZB-PFU-CTL-COUNT.
005850     IF FZB-PFU-NEW-HIT > ZERO
005860         DISPLAY "FZB2208E PROFILE " FZB-PRQ-PROFILE
005870             " IS ALREADY IN FZBCTL01 - KEY A NEW VERSION "
005880             "THROUGH FBMT INSTEAD OF CLONING"
005890         MOVE 8 TO RETURN-CODE
005900         STOP RUN
005910     END-IF.
005920     PERFORM 2220-FIND-PENDING-CONTROL THRU 2220-EXIT.
005930     IF FZB-PFU-PND-HIT > ZERO
005940         DISPLAY "FZB2209E PROFILE " FZB-PRQ-PROFILE
005950             " ALREADY HAS CHANGE "
005960             FZB-PFU-PND-T-ID (FZB-PFU-PND-HIT)
005970             " PENDING ON FZBPND01 - APPROVE OR REJECT IT FIRST"
005980         MOVE 8 TO RETURN-CODE
005990         STOP RUN
006000     END-IF.
006010     IF FZB-PFU-SRC-HIT = ZERO
006020         DISPLAY "FZB2210E CLONE-FROM PROFILE " FZB-PRQ-CLONE-FROM
006030             " HAS NO ACTIVE VERSION IN EFFECT IN FZBCTL01"
006040         MOVE 8 TO RETURN-CODE
006050         STOP RUN
006060     END-IF.
006070     MOVE FZB-PFU-CTL-RECORD (FZB-PFU-SRC-HIT)
006080         TO FZB-CONTROL-RECORD.
006090     MOVE FZB-PRQ-PROFILE TO FZB-CTL-PROFILE-ID.
006100     MOVE "Y" TO FZB-CTL-ACTIVE-SW.
006110     IF FZB-PRQ-START-NBR NOT = SPACES
006120         MOVE FZB-PRQ-START-NBR TO FZB-CTL-START-NBR
006130     END-IF.
006140     IF FZB-PRQ-END-NBR NOT = SPACES
006150         MOVE FZB-PRQ-END-NBR TO FZB-CTL-END-NBR
006160     END-IF.
006170     MOVE FZB-PRQ-EFF-FROM TO FZB-CTL-EFF-FROM.
006180     MOVE SPACES TO FZB-CTL-EFF-TO.
006190     IF FZB-CTL-START-NBR = ZERO
006200         OR FZB-CTL-START-NBR > FZB-CTL-END-NBR
006210         DISPLAY "FZB2203E START CT " FZB-CTL-START-NBR
006220             " MUST BE NONZERO AND NOT PAST END CT "
006230             FZB-CTL-END-NBR
006240         MOVE 8 TO RETURN-CODE
006250         STOP RUN
006260     END-IF.
006270     MOVE FZB-CONTROL-RECORD TO FZB-PFU-NEW-IMAGE.
006280     MOVE SPACES TO FZB-PFU-KEY.
006290     MOVE FZB-CTL-PROFILE-ID TO FZB-PFU-KEY (1:8).
006300     MOVE FZB-CTL-EFF-FROM TO FZB-PFU-KEY (9:10).
006310     MOVE "C" TO FZB-PFU-KEY-FILE.
006320     MOVE "A" TO FZB-PFU-KEY-ACTION.
006330     MOVE SPACES TO FZB-PFU-OLD-IMAGE.
006340     MOVE FZB-PFU-NEW-IMAGE TO FZB-PFU-KEY-IMAGE.
006350     PERFORM 7000-WRITE-PENDING THRU 7000-EXIT.
006360     DISPLAY "FZB2212I CONTROL VERSION CLONED FROM "
006370         FZB-PRQ-CLONE-FROM " - KEYED AS CHANGE " FZB-PFU-NEXT-ID
006380         ", START CT " FZB-CTL-START-NBR " END CT "
006390         FZB-CTL-END-NBR.
006400 2200-EXIT.
006410     EXIT.
006420 2210-SCAN-CLONE-CONTROL.
006430     MOVE FZB-PFU-CTL-RECORD (FZB-PFU-CTL-IDX)
006440         TO FZB-CONTROL-RECORD.
006450     IF FZB-CTL-PROFILE-ID = FZB-PRQ-PROFILE
006460         MOVE FZB-PFU-CTL-IDX TO FZB-PFU-NEW-HIT
006470     END-IF.
006480     IF FZB-CTL-PROFILE-ID = FZB-PRQ-CLONE-FROM
006490         AND FZB-CTL-ACTIVE
006500         PERFORM 2900-CHECK-IN-EFFECT THRU 2900-EXIT
006510         IF FZB-PFU-IN-EFFECT
006520             MOVE FZB-PFU-CTL-IDX TO FZB-PFU-SRC-HIT
006530         END-IF
006540     END-IF.
006550 2210-EXIT.
006560     EXIT.
006570 2220-FIND-PENDING-CONTROL.
006580     MOVE ZERO TO FZB-PFU-PND-HIT.
006590     PERFORM 2225-SCAN-PENDING-CONTROL THRU 2225-EXIT
006600         VARYING FZB-PFU-PND-IDX FROM 1 BY 1
006610         UNTIL FZB-PFU-PND-IDX > FZB-PFU-PND-COUNT.
006620 2220-EXIT.
006630     EXIT.
006640 2225-SCAN-PENDING-CONTROL.
006650     IF FZB-PFU-PND-T-ID (FZB-PFU-PND-IDX) > ZERO
006660         AND FZB-PFU-PND-T-FILE (FZB-PFU-PND-IDX) = "C"
006670         AND FZB-PFU-PND-T-KEY (FZB-PFU-PND-IDX) (1:8)
006680             = FZB-PRQ-PROFILE
006690         MOVE FZB-PFU-PND-IDX TO FZB-PFU-PND-HIT
006700     END-IF.
006710 2225-EXIT.
006720     EXIT.
006730 2300-FIND-NEW-CONTROL.
006740     MOVE ZERO TO FZB-PFU-NEW-HIT.
006750     PERFORM 2310-SCAN-NEW-CONTROL THRU 2310-EXIT
006760         VARYING FZB-PFU-CTL-IDX FROM 1 BY 1
006770         UNTIL FZB-PFU-CTL-IDX > FZB-PFU-CTL-COUNT.
006780     IF FZB-PFU-NEW-HIT > ZERO
006790         MOVE FZB-PFU-CTL-RECORD (FZB-PFU-NEW-HIT)
006800             TO FZB-PFU-NEW-IMAGE
006810         GO TO 2300-EXIT
006820     END-IF.
006830     PERFORM 2220-FIND-PENDING-CONTROL THRU 2220-EXIT.
006840     IF FZB-PFU-PND-HIT > ZERO
006850         AND FZB-PFU-PND-T-ACTION (FZB-PFU-PND-HIT) NOT = "D"
006860         MOVE FZB-PFU-PND-T-IMAGE (FZB-PFU-PND-HIT)
006870             TO FZB-PFU-NEW-IMAGE
006880         DISPLAY "FZB2213I CONTROL RECORD FOR " FZB-PRQ-PROFILE
006890             " IS STILL PENDING AS CHANGE "
006900             FZB-PFU-PND-T-ID (FZB-PFU-PND-HIT)
006910             " - SEEDED FROM ITS AFTER IMAGE"
006920         GO TO 2300-EXIT
006930     END-IF.
006940     DISPLAY "FZB2211E PROFILE " FZB-PRQ-PROFILE
006950         " HAS NO ACTIVE FZBCTL01 RECORD OR PENDING ADD - KEY IT "
006960         "THROUGH FBMT OR NAME A CLONE-FROM PROFILE".
006970     MOVE 8 TO RETURN-CODE.
006980     STOP RUN.
006990 2300-EXIT.
007000     EXIT.
007010 2310-SCAN-NEW-CONTROL.
007020     MOVE FZB-PFU-CTL-RECORD (FZB-PFU-CTL-IDX)
007030         TO FZB-CONTROL-RECORD.
007040     IF FZB-CTL-PROFILE-ID = FZB-PRQ-PROFILE
007050         AND FZB-CTL-ACTIVE
007060         MOVE FZB-PFU-CTL-IDX TO FZB-PFU-NEW-HIT
007070     END-IF.
007080 2310-EXIT.
007090     EXIT.
007100 2400-CLONE-SUBSCRIBERS.
007110     PERFORM 7200-LOAD-SUBSCRIBERS THRU 7200-EXIT.
007120     MOVE ZERO TO FZB-PFU-SUB-HIT.
007130     PERFORM 2410-CLONE-ONE-SUBSCRIBER THRU 2410-EXIT
007140         VARYING FZB-PFU-SUB-IDX FROM 1 BY 1
007150         UNTIL FZB-PFU-SUB-IDX > FZB-PFU-SUB-COUNT.
007160     IF FZB-PFU-SUB-HIT = ZERO
007170         DISPLAY "FZB2216I CLONE-FROM PROFILE "
007180             FZB-PRQ-CLONE-FROM " HAS NO FZBSUB01 SUBSCRIBERS"
007190     END-IF.
007200 2400-EXIT.
007210     EXIT.
007220 2410-CLONE-ONE-SUBSCRIBER.
007230     MOVE FZB-PFU-SUB-RECORD (FZB-PFU-SUB-IDX)
007240         TO FZB-SUBSCRIBER-RECORD.
007250     IF FZB-SUB-PROFILE NOT = FZB-PRQ-CLONE-FROM
007260         GO TO 2410-EXIT
007270     END-IF.
007280     ADD 1 TO FZB-PFU-SUB-HIT.
007290     MOVE FZB-PRQ-PROFILE TO FZB-SUB-PROFILE.
007300     MOVE SPACES TO FZB-PFU-KEY.
007310     MOVE FZB-SUBSCRIBER-RECORD (1:16) TO FZB-PFU-KEY (1:16).
007320     MOVE "S" TO FZB-PFU-KEY-FILE.
007330     PERFORM 7100-CHECK-SUB-KEY THRU 7100-EXIT.
007340     IF FZB-PFU-DUPLICATE
007350         DISPLAY "FZB2215W SUBSCRIBER " FZB-SUB-ID
007360             " ALREADY ON FZBSUB01 OR PENDING FOR "
007370             FZB-PRQ-PROFILE " - NOT CLONED"
007380         GO TO 2410-EXIT
007390     END-IF.
007400     MOVE "A" TO FZB-PFU-KEY-ACTION.
007410     MOVE SPACES TO FZB-PFU-OLD-IMAGE.
007420     MOVE FZB-SUBSCRIBER-RECORD TO FZB-PFU-KEY-IMAGE.
007430     PERFORM 7000-WRITE-PENDING THRU 7000-EXIT.
007440     DISPLAY "FZB2214I SUBSCRIBER " FZB-SUB-ID
007450         " CLONED - KEYED AS CHANGE " FZB-PFU-NEXT-ID
007460         " ON OUTPUT DD " FZB-SUB-OUTPUT-DD.
007470 2410-EXIT.
007480     EXIT.
007490 2500-SET-SEED-DATE.
007500     MOVE FZB-PFU-NEW-IMAGE TO FZB-CONTROL-RECORD.
007510     MOVE FZB-WS-RUN-DATE TO FZB-PFU-FIRST-DATE.
007520     IF FZB-CTL-EFF-FROM NOT = SPACES
007530         MOVE FZB-CTL-EFF-FROM TO FZB-YMD-WORK-X
007540         PERFORM 8000-DATE-TO-YMD THRU 8000-EXIT
007550         IF FZB-YMD-RESULT > FZB-WS-RUN-YMD
007560             MOVE FZB-CTL-EFF-FROM TO FZB-PFU-FIRST-DATE
007570             CALL "FZBCALD" USING FZB-PFU-FIRST-DATE
007580                 FZB-CAL-FLAG FZB-CAL-NEXT-DATE
007590             IF FZB-CAL-FLAG = "N"
007600                 MOVE FZB-CAL-NEXT-DATE TO FZB-PFU-FIRST-DATE
007610             END-IF
007620         END-IF
007630     END-IF.
007640     MOVE FZB-PFU-FIRST-DATE TO FZB-PFU-DATE-X.
007650     MOVE FZB-PFU-DTE-MM TO FZB-PFU-WK-MM.
007660     MOVE FZB-PFU-DTE-DD TO FZB-PFU-WK-DD.
007670     MOVE FZB-PFU-DTE-YYYY TO FZB-PFU-WK-YYYY.
007680     PERFORM 8100-DATE-TO-DAYNBR THRU 8100-EXIT.
007690     MOVE FZB-PFU-WK-DAYNBR TO FZB-PFU-GAP-DAY.
007700     MOVE "N" TO FZB-CAL-FLAG.
007710     PERFORM 2510-STEP-BACK-BUSDAY THRU 2510-EXIT
007720         UNTIL FZB-CAL-FLAG = "Y".
007730     MOVE FZB-PFU-GAP-DATE-X TO FZB-PFU-SEED-DATE.
007740 2500-EXIT.
007750     EXIT.
007760 2510-STEP-BACK-BUSDAY.
007770     SUBTRACT 1 FROM FZB-PFU-GAP-DAY.
007780     PERFORM 8200-DAYNBR-TO-DATE THRU 8200-EXIT.
007790     CALL "FZBCALD" USING FZB-PFU-GAP-DATE-X
007800         FZB-CAL-FLAG FZB-CAL-NEXT-DATE.
007810 2510-EXIT.
007820     EXIT.
007830 2600-SEED-PERSIST.
007840     MOVE FZB-PFU-NEW-IMAGE TO FZB-CONTROL-RECORD.
007850     OPEN I-O FZB-PERSIST-FILE.
007860     IF FZB-PCS-FILE-STATUS = "35"
007870         OPEN OUTPUT FZB-PERSIST-FILE
007880     END-IF.
007890     IF FZB-PCS-FILE-STATUS NOT = "00"
007900         MOVE "FZBPCS01" TO FZB-PFU-DDNAME
007910         MOVE FZB-PCS-FILE-STATUS TO FZB-PFU-IO-STATUS
007920         PERFORM 7900-IO-FAILED THRU 7900-EXIT
007930     END-IF.
007940     INITIALIZE FZB-PERSIST-RECORD.
007950     MOVE FZB-CTL-PROFILE-ID TO FZB-PCS-KEY.
007960     IF FZB-CTL-START-NBR > ZERO
007970         COMPUTE FZB-PCS-LAST-CT = FZB-CTL-START-NBR - 1
007980     END-IF.
007990     MOVE 1 TO FZB-PCS-CYCLE.
008000     MOVE FZB-CTL-RULE-COUNT TO FZB-PCS-RULE-COUNT.
008010     PERFORM 2605-SEED-CTR THRU 2605-EXIT
008020         VARYING FZB-PFU-CTR-IDX FROM 1 BY 1
008030         UNTIL FZB-PFU-CTR-IDX > FZB-PCS-RULE-COUNT
008040             OR FZB-PFU-CTR-IDX > 5.
008050     WRITE FZB-PERSIST-RECORD.
008060     IF FZB-PCS-FILE-STATUS = "22"
008070         REWRITE FZB-PERSIST-RECORD
008080     END-IF.
008090     IF FZB-PCS-FILE-STATUS NOT = "00"
008100         MOVE "FZBPCS01" TO FZB-PFU-DDNAME
008110         MOVE FZB-PCS-FILE-STATUS TO FZB-PFU-IO-STATUS
008120         PERFORM 7900-IO-FAILED THRU 7900-EXIT
008130     END-IF.
008140     CLOSE FZB-PERSIST-FILE.
008150     DISPLAY "FZB2217I FZBPCS01 SEEDED - FIRST RUN STARTS AT CT "
008160         FZB-CTL-START-NBR " CYCLE 01 WITH "
008170         FZB-CTL-RULE-COUNT " RULE(S)".
008180 2600-EXIT.
008190     EXIT.
008200 2605-SEED-CTR.
008210     MOVE 1 TO FZB-PCS-CTR-VALUE (FZB-PFU-CTR-IDX).
008220 2605-EXIT.
008230     EXIT.
008240 2610-SEED-CHECKPOINT.
008250     OPEN I-O FZB-CHECKPOINT-FILE.
008260     IF FZB-CKP-FILE-STATUS = "35"
008270         OPEN OUTPUT FZB-CHECKPOINT-FILE
008280     END-IF.
008290     IF FZB-CKP-FILE-STATUS NOT = "00"
008300         MOVE "FZBCKP01" TO FZB-PFU-DDNAME
008310         MOVE FZB-CKP-FILE-STATUS TO FZB-PFU-IO-STATUS
008320         PERFORM 7900-IO-FAILED THRU 7900-EXIT
008330     END-IF.
008340     INITIALIZE FZB-CHECKPOINT-RECORD.
008350     MOVE FZB-CTL-PROFILE-ID TO FZB-CKP-PROFILE.
008360     MOVE FZB-CTL-START-NBR TO FZB-CKP-CT.
008370     MOVE 1 TO FZB-CKP-CYCLE.
008380     WRITE FZB-CHECKPOINT-RECORD.
008390     IF FZB-CKP-FILE-STATUS = "22"
008400         REWRITE FZB-CHECKPOINT-RECORD
008410     END-IF.
008420     IF FZB-CKP-FILE-STATUS NOT = "00"
008430         MOVE "FZBCKP01" TO FZB-PFU-DDNAME
008440         MOVE FZB-CKP-FILE-STATUS TO FZB-PFU-IO-STATUS
008450         PERFORM 7900-IO-FAILED THRU 7900-EXIT
008460     END-IF.
008470     CLOSE FZB-CHECKPOINT-FILE.
008480 2610-EXIT.
008490     EXIT.
008500 2620-SEED-RUNCTL.
008510     OPEN I-O FZB-RUNCTL-FILE.
008520     IF FZB-RNC-FILE-STATUS = "35"
008530         OPEN OUTPUT FZB-RUNCTL-FILE
008540     END-IF.
008550     IF FZB-RNC-FILE-STATUS NOT = "00"
008560         MOVE "FZBRNC01" TO FZB-PFU-DDNAME
008570         MOVE FZB-RNC-FILE-STATUS TO FZB-PFU-IO-STATUS
008580         PERFORM 7900-IO-FAILED THRU 7900-EXIT
008590     END-IF.
008600     INITIALIZE FZB-RUNCTL-RECORD.
008610     MOVE FZB-CTL-PROFILE-ID TO FZB-RNC-PROFILE.
008620     MOVE FZB-PFU-SEED-DATE TO FZB-RNC-RUN-DATE.
008630     MOVE "C" TO FZB-RNC-STATUS.
008640     WRITE FZB-RUNCTL-RECORD.
008650     IF FZB-RNC-FILE-STATUS NOT = "00"
008660         MOVE "FZBRNC01" TO FZB-PFU-DDNAME
008670         MOVE FZB-RNC-FILE-STATUS TO FZB-PFU-IO-STATUS
008680         PERFORM 7900-IO-FAILED THRU 7900-EXIT
008690     END-IF.
008700     CLOSE FZB-RUNCTL-FILE.
008710     DISPLAY "FZB2218I FZBRNC01 SEEDED COMPLETE FOR "
008720         FZB-PFU-SEED-DATE " - FIRST RUN DATE "
008730         FZB-PFU-FIRST-DATE.
008740 2620-EXIT.
008750     EXIT.
008760 2630-SEED-STATUS.
008770     OPEN I-O FZB-STATUS-FILE.
008780     IF FZB-STS-FILE-STATUS = "35"
008790         OPEN OUTPUT FZB-STATUS-FILE
008800     END-IF.
008810     IF FZB-STS-FILE-STATUS NOT = "00"
008820         MOVE "FZBSTS01" TO FZB-PFU-DDNAME
008830         MOVE FZB-STS-FILE-STATUS TO FZB-PFU-IO-STATUS
008840         PERFORM 7900-IO-FAILED THRU 7900-EXIT
008850     END-IF.
008860     INITIALIZE FZB-STATUS-RECORD.
008870     MOVE FZB-CTL-PROFILE-ID TO FZB-STS-PROFILE.
008880     MOVE FZB-WS-RUN-DATE TO FZB-STS-RUN-DATE.
008890     MOVE "ONBOARDED" TO FZB-STS-STATUS.
008900     WRITE FZB-STATUS-RECORD.
008910     IF FZB-STS-FILE-STATUS = "22"
008920         REWRITE FZB-STATUS-RECORD
008930     END-IF.
008931     IF FZB-STS-FILE-STATUS NOT = "00"
008932         MOVE "FZBSTS01" TO FZB-PFU-DDNAME
008933         MOVE FZB-STS-FILE-STATUS TO FZB-PFU-IO-STATUS
008934         PERFORM 7900-IO-FAILED THRU 7900-EXIT
008935     END-IF.
008940     CLOSE FZB-STATUS-FILE.
008950 2630-EXIT.
008960     EXIT.
008970 2900-CHECK-IN-EFFECT.
008980     MOVE "Y" TO FZB-PFU-EFFECT-SW.
008990     IF FZB-CTL-EFF-FROM NOT = SPACES
009000         MOVE FZB-CTL-EFF-FROM TO FZB-YMD-WORK-X
009010         PERFORM 8000-DATE-TO-YMD THRU 8000-EXIT
009020         IF FZB-WS-RUN-YMD < FZB-YMD-RESULT
009030             MOVE "N" TO FZB-PFU-EFFECT-SW
009040         END-IF
009050     END-IF.
009060     IF FZB-CTL-EFF-TO NOT = SPACES
009070         MOVE FZB-CTL-EFF-TO TO FZB-YMD-WORK-X
009080         PERFORM 8000-DATE-TO-YMD THRU 8000-EXIT
009090         IF FZB-YMD-RESULT > ZERO
009100             AND FZB-WS-RUN-YMD > FZB-YMD-RESULT
009110             MOVE "N" TO FZB-PFU-EFFECT-SW
009120         END-IF
009130     END-IF.
009140 2900-EXIT.
009150     EXIT.
009160 3000-RETIRE-PROFILE.
009170     PERFORM 3100-CHECK-CONTROL THRU 3100-EXIT.
009180     PERFORM 3200-CHECK-OUTSTANDING THRU 3200-EXIT.
009190     PERFORM 3300-CHECK-IN-FLIGHT THRU 3300-EXIT.
009200     IF FZB-PFU-VERIFY-ONLY
009210         DISPLAY "FZB2225I PROFILE " FZB-PRQ-PROFILE
009220             " IS CLEAR FOR RETIREMENT - FINAL ARCHIVE MAY RUN"
009230         GO TO 3000-EXIT
009240     END-IF.
009250     PERFORM 3400-CHECK-ARCHIVED THRU 3400-EXIT.
009260     MOVE ZERO TO FZB-PFU-KEYED-CT.
009270     PERFORM 3500-CLOSE-PERSIST THRU 3500-EXIT.
009280     PERFORM 3510-CLOSE-CHECKPOINT THRU 3510-EXIT.
009290     PERFORM 3520-CLOSE-RUNCTL THRU 3520-EXIT.
009300     PERFORM 3530-CLOSE-STATUS THRU 3530-EXIT.
009310     PERFORM 3600-DROP-SUBSCRIBERS THRU 3600-EXIT.
009320     PERFORM 3700-WRITE-RETIRE-AUDIT THRU 3700-EXIT.
009330     DISPLAY "FZB2229I PROFILE " FZB-PRQ-PROFILE
009340         " RETIRED AT CT " FZB-PFU-LAST-CT " CYCLE "
009350         FZB-PFU-LAST-CYC " - " FZB-PFU-KEYED-CT
009360         " SUBSCRIBER DELETE(S) KEYED FOR FBAP APPROVAL".
009370 3000-EXIT.
009380     EXIT.
009390 3100-CHECK-CONTROL.
009400     MOVE ZERO TO FZB-PFU-NEW-HIT.
009410     MOVE ZERO TO FZB-PFU-ACTIVE-CT.
009420     PERFORM 3110-SCAN-RETIRE-CONTROL THRU 3110-EXIT
009430         VARYING FZB-PFU-CTL-IDX FROM 1 BY 1
009440         UNTIL FZB-PFU-CTL-IDX > FZB-PFU-CTL-COUNT.
009450     IF FZB-PFU-NEW-HIT = ZERO
009460         DISPLAY "FZB2220E PROFILE " FZB-PRQ-PROFILE
009470             " IS NOT IN FZBCTL01 - NOTHING TO RETIRE"
009480         MOVE 8 TO RETURN-CODE
009490         STOP RUN
009500     END-IF.
009510     IF FZB-PFU-ACTIVE-CT > ZERO
009520         DISPLAY "FZB2221E PROFILE " FZB-PRQ-PROFILE
009530             " STILL HAS " FZB-PFU-ACTIVE-CT
009540             " ACTIVE FZBCTL01 VERSION(S) - DEACTIVATE THROUGH "
009550             "FBMT/FBAP BEFORE RETIRING"
009560         MOVE 8 TO RETURN-CODE
009570         STOP RUN
009580     END-IF.
009590 3100-EXIT.
009600     EXIT.
009610 3110-SCAN-RETIRE-CONTROL.
009620     MOVE FZB-PFU-CTL-RECORD (FZB-PFU-CTL-IDX)
009630         TO FZB-CONTROL-RECORD.
009640     IF FZB-CTL-PROFILE-ID NOT = FZB-PRQ-PROFILE
009650         GO TO 3110-EXIT
009660     END-IF.
009670     MOVE FZB-PFU-CTL-IDX TO FZB-PFU-NEW-HIT.
009680     IF NOT FZB-CTL-ACTIVE
009690         GO TO 3110-EXIT
009700     END-IF.
009710     MOVE "Y" TO FZB-PFU-EFFECT-SW.
009720     IF FZB-CTL-EFF-TO NOT = SPACES
009730         MOVE FZB-CTL-EFF-TO TO FZB-YMD-WORK-X
009740         PERFORM 8000-DATE-TO-YMD THRU 8000-EXIT
009750         IF FZB-YMD-RESULT > ZERO
009760             AND FZB-WS-RUN-YMD > FZB-YMD-RESULT
009770             MOVE "N" TO FZB-PFU-EFFECT-SW
009780         END-IF
009790     END-IF.
009800     IF FZB-PFU-IN-EFFECT
009810         ADD 1 TO FZB-PFU-ACTIVE-CT
009820     END-IF.
009830 3110-EXIT.
009840     EXIT.
009850 3200-CHECK-OUTSTANDING.
009860     MOVE ZERO TO FZB-PFU-OHF-COUNT.
009870     OPEN INPUT FZB-OUTSTAND-FILE.
009880     IF FZB-OHF-FILE-STATUS = "35"
009890         GO TO 3200-EXIT
009900     END-IF.
009910     IF FZB-OHF-FILE-STATUS NOT = "00"
009920         MOVE "FZBOHF01" TO FZB-PFU-DDNAME
009930         MOVE FZB-OHF-FILE-STATUS TO FZB-PFU-IO-STATUS
009940         PERFORM 7900-IO-FAILED THRU 7900-EXIT
009950     END-IF.
009960     MOVE "N" TO FZB-PFU-EOF-SW.
009970     PERFORM 3210-READ-OUTSTANDING THRU 3210-EXIT
009980         UNTIL FZB-PFU-EOF.
009990     CLOSE FZB-OUTSTAND-FILE.
010000     IF FZB-PFU-OHF-COUNT > ZERO
010010         DISPLAY "FZB2223E " FZB-PFU-OHF-COUNT
010020             " HANDOFF(S) STILL OUTSTANDING IN FZBOHF01 FOR "
010030             FZB-PRQ-PROFILE " - RETIREMENT REFUSED"
010040         MOVE 8 TO RETURN-CODE
010050         STOP RUN
010060     END-IF.
010070 3200-EXIT.
010080     EXIT.
010090 3210-READ-OUTSTANDING.
010100     READ FZB-OUTSTAND-FILE
010110         AT END MOVE "Y" TO FZB-PFU-EOF-SW
010120         NOT AT END
010130             IF FZB-OHF-PROFILE = FZB-PRQ-PROFILE
010140                 ADD 1 TO FZB-PFU-OHF-COUNT
010150                 DISPLAY "FZB2222I OUTSTANDING " FZB-OHF-RUN-DATE
010160                     " SUBSCRIBER " FZB-OHF-SUBSCRIBER
010170                     " STATUS " FZB-OHF-STATUS
010180                     " AGE " FZB-OHF-AGE-DAYS
010190             END-IF
010200     END-READ.
010210 3210-EXIT.
010220     EXIT.
010230 3300-CHECK-IN-FLIGHT.
010240     MOVE "N" TO FZB-PFU-STATE-SW.
010250     OPEN INPUT FZB-RUNCTL-FILE.
010260     IF FZB-RNC-FILE-STATUS = "00"
010270         MOVE FZB-PRQ-PROFILE TO FZB-RNC-PROFILE
010280         READ FZB-RUNCTL-FILE
010290         IF FZB-RNC-FILE-STATUS = "00"
010300             AND FZB-RNC-IN-FLIGHT
010310             MOVE "Y" TO FZB-PFU-STATE-SW
010320         END-IF
010330         CLOSE FZB-RUNCTL-FILE
010340     END-IF.
010350     OPEN INPUT FZB-CHECKPOINT-FILE.
010360     IF FZB-CKP-FILE-STATUS = "00"
010370         MOVE FZB-PRQ-PROFILE TO FZB-CKP-PROFILE
010380         READ FZB-CHECKPOINT-FILE
010390         IF FZB-CKP-FILE-STATUS = "00"
010400             AND FZB-CKP-RULE-COUNT GREATER THAN ZERO
010410             MOVE "Y" TO FZB-PFU-STATE-SW
010420         END-IF
010430         CLOSE FZB-CHECKPOINT-FILE
010440     END-IF.
010450     IF FZB-PFU-HAS-STATE
010460         DISPLAY "FZB2224E PROFILE " FZB-PRQ-PROFILE
010470             " HAS A RUN IN FLIGHT OR AN ACTIVE CHECKPOINT - "
010480             "FINISH OR RESET THE RUN BEFORE RETIRING"
010490         MOVE 8 TO RETURN-CODE
010500         STOP RUN
010510     END-IF.
010520 3300-EXIT.
010530     EXIT.
010540 3400-CHECK-ARCHIVED.
010550     MOVE ZERO TO FZB-PFU-LEFT-CT.
010560     OPEN INPUT FIZZ-FILE.
010561     IF FZB-FIZZ-FILE-STATUS NOT = "00" AND NOT = "35"
010562         MOVE "FIZZOUT" TO FZB-PFU-DDNAME
010563         MOVE FZB-FIZZ-FILE-STATUS TO FZB-PFU-IO-STATUS
010564         PERFORM 7900-IO-FAILED THRU 7900-EXIT
010565     END-IF.
010570     IF FZB-FIZZ-FILE-STATUS = "00"
010580         MOVE LOW-VALUES TO FIZZ-KEY
010590         MOVE FZB-PRQ-PROFILE TO FIZZ-PROFILE
010600         START FIZZ-FILE KEY NOT LESS THAN FIZZ-KEY
010610         IF FZB-FIZZ-FILE-STATUS = "00"
010620             READ FIZZ-FILE NEXT
010630             IF FZB-FIZZ-FILE-STATUS = "00"
010640                 AND FIZZ-PROFILE = FZB-PRQ-PROFILE
010650                 ADD 1 TO FZB-PFU-LEFT-CT
010660                 DISPLAY "FZB2226E FIZZOUT STILL HOLDS RECORDS "
010670                     "FOR "
010680                     FZB-PRQ-PROFILE
010690             END-IF
010700         END-IF
010710         CLOSE FIZZ-FILE
010720     END-IF.
010730     OPEN INPUT BUZZ-FILE.
010731     IF FZB-BUZZ-FILE-STATUS NOT = "00" AND NOT = "35"
010732         MOVE "BUZZOUT" TO FZB-PFU-DDNAME
010733         MOVE FZB-BUZZ-FILE-STATUS TO FZB-PFU-IO-STATUS
010734         PERFORM 7900-IO-FAILED THRU 7900-EXIT
010735     END-IF.
010740     IF FZB-BUZZ-FILE-STATUS = "00"
010750         MOVE LOW-VALUES TO BUZZ-KEY
010760         MOVE FZB-PRQ-PROFILE TO BUZZ-PROFILE
010770         START BUZZ-FILE KEY NOT LESS THAN BUZZ-KEY
010780         IF FZB-BUZZ-FILE-STATUS = "00"
010790             READ BUZZ-FILE NEXT
010800             IF FZB-BUZZ-FILE-STATUS = "00"
010810                 AND BUZZ-PROFILE = FZB-PRQ-PROFILE
010820                 ADD 1 TO FZB-PFU-LEFT-CT
010830                 DISPLAY "FZB2226E BUZZOUT STILL HOLDS RECORDS "
010840                     "FOR "
010850                     FZB-PRQ-PROFILE
010860             END-IF
010870         END-IF
010880         CLOSE BUZZ-FILE
010890     END-IF.
010900     OPEN INPUT FIZZBUZZ-FILE.
010901     IF FZB-FZBZ-FILE-STATUS NOT = "00" AND NOT = "35"
010902         MOVE "FZBZOUT" TO FZB-PFU-DDNAME
010903         MOVE FZB-FZBZ-FILE-STATUS TO FZB-PFU-IO-STATUS
010904         PERFORM 7900-IO-FAILED THRU 7900-EXIT
010905     END-IF.
010910     IF FZB-FZBZ-FILE-STATUS = "00"
010920         MOVE LOW-VALUES TO FZBZ-KEY
010930         MOVE FZB-PRQ-PROFILE TO FZBZ-PROFILE
010940         START FIZZBUZZ-FILE KEY NOT LESS THAN FZBZ-KEY
010950         IF FZB-FZBZ-FILE-STATUS = "00"
010960             READ FIZZBUZZ-FILE NEXT
010970             IF FZB-FZBZ-FILE-STATUS = "00"
010980                 AND FZBZ-PROFILE = FZB-PRQ-PROFILE
010990                 ADD 1 TO FZB-PFU-LEFT-CT
011000                 DISPLAY "FZB2226E FZBZOUT STILL HOLDS RECORDS "
011010                     "FOR "
011020                     FZB-PRQ-PROFILE
011030             END-IF
011040         END-IF
011050         CLOSE FIZZBUZZ-FILE
011060     END-IF.
011070     OPEN INPUT PLAIN-FILE.
011071     IF FZB-PLN-FILE-STATUS NOT = "00" AND NOT = "35"
011072         MOVE "PLAINOUT" TO FZB-PFU-DDNAME
011073         MOVE FZB-PLN-FILE-STATUS TO FZB-PFU-IO-STATUS
011074         PERFORM 7900-IO-FAILED THRU 7900-EXIT
011075     END-IF.
011080     IF FZB-PLN-FILE-STATUS = "00"
011090         MOVE LOW-VALUES TO PLN-KEY
011100         MOVE FZB-PRQ-PROFILE TO PLN-PROFILE
011110         START PLAIN-FILE KEY NOT LESS THAN PLN-KEY
011120         IF FZB-PLN-FILE-STATUS = "00"
011130             READ PLAIN-FILE NEXT
011140             IF FZB-PLN-FILE-STATUS = "00"
011150                 AND PLN-PROFILE = FZB-PRQ-PROFILE
011160                 ADD 1 TO FZB-PFU-LEFT-CT
011170                 DISPLAY "FZB2226E PLAINOUT STILL HOLDS RECORDS "
011180                     "FOR "
011190                     FZB-PRQ-PROFILE
011200             END-IF
011210         END-IF
011220         CLOSE PLAIN-FILE
011230     END-IF.
011240     OPEN INPUT OTHER-FILE.
011241     IF FZB-OTH-FILE-STATUS NOT = "00" AND NOT = "35"
011242         MOVE "OTHEROUT" TO FZB-PFU-DDNAME
011243         MOVE FZB-OTH-FILE-STATUS TO FZB-PFU-IO-STATUS
011244         PERFORM 7900-IO-FAILED THRU 7900-EXIT
011245     END-IF.
011250     IF FZB-OTH-FILE-STATUS = "00"
011260         MOVE LOW-VALUES TO OTH-KEY
011270         MOVE FZB-PRQ-PROFILE TO OTH-PROFILE
011280         START OTHER-FILE KEY NOT LESS THAN OTH-KEY
011290         IF FZB-OTH-FILE-STATUS = "00"
011300             READ OTHER-FILE NEXT
011310             IF FZB-OTH-FILE-STATUS = "00"
011320                 AND OTH-PROFILE = FZB-PRQ-PROFILE
011330                 ADD 1 TO FZB-PFU-LEFT-CT
011340                 DISPLAY "FZB2226E OTHEROUT STILL HOLDS RECORDS "
011350                     "FOR "
011360                     FZB-PRQ-PROFILE
011370             END-IF
011380         END-IF
011390         CLOSE OTHER-FILE
011400     END-IF.
011410     IF FZB-PFU-LEFT-CT > ZERO
011420         DISPLAY "FZB2226E TAKE THE FINAL FZBARC ARCHIVE FOR "
011430             FZB-PRQ-PROFILE " BEFORE CLOSING OUT ITS STATE"
011440         MOVE 8 TO RETURN-CODE
011450         STOP RUN
011460     END-IF.
011470 3400-EXIT.
011480     EXIT.
011490 3500-CLOSE-PERSIST.
011500     MOVE ZERO TO FZB-PFU-LAST-CT.
011510     MOVE ZERO TO FZB-PFU-LAST-CYC.
011520     OPEN I-O FZB-PERSIST-FILE.
011530     IF FZB-PCS-FILE-STATUS = "35"
011540         GO TO 3500-EXIT
011550     END-IF.
011560     IF FZB-PCS-FILE-STATUS NOT = "00"
011570         MOVE "FZBPCS01" TO FZB-PFU-DDNAME
011580         MOVE FZB-PCS-FILE-STATUS TO FZB-PFU-IO-STATUS
011590         PERFORM 7900-IO-FAILED THRU 7900-EXIT
011600     END-IF.
011610     MOVE FZB-PRQ-PROFILE TO FZB-PCS-KEY.
011620     READ FZB-PERSIST-FILE.
011630     IF FZB-PCS-FILE-STATUS = "00"
011640         MOVE FZB-PCS-LAST-CT TO FZB-PFU-LAST-CT
011650         MOVE FZB-PCS-CYCLE TO FZB-PFU-LAST-CYC
011660         DELETE FZB-PERSIST-FILE RECORD
011670     END-IF.
011680     MOVE "FZBPCS01" TO FZB-PFU-DDNAME.
011690     MOVE FZB-PCS-FILE-STATUS TO FZB-PFU-IO-STATUS.
011700     CLOSE FZB-PERSIST-FILE.
011710     PERFORM 7800-SHOW-CLOSE-OUT THRU 7800-EXIT.
011720 3500-EXIT.
011730     EXIT.
011740 3510-CLOSE-CHECKPOINT.
011750     OPEN I-O FZB-CHECKPOINT-FILE.
011760     IF FZB-CKP-FILE-STATUS = "35"
011770         GO TO 3510-EXIT
011780     END-IF.
011790     IF FZB-CKP-FILE-STATUS NOT = "00"
011800         MOVE "FZBCKP01" TO FZB-PFU-DDNAME
011810         MOVE FZB-CKP-FILE-STATUS TO FZB-PFU-IO-STATUS
011820         PERFORM 7900-IO-FAILED THRU 7900-EXIT
011830     END-IF.
011840     MOVE FZB-PRQ-PROFILE TO FZB-CKP-PROFILE.
011850     DELETE FZB-CHECKPOINT-FILE RECORD.
011860     MOVE "FZBCKP01" TO FZB-PFU-DDNAME.
011870     MOVE FZB-CKP-FILE-STATUS TO FZB-PFU-IO-STATUS.
011880     CLOSE FZB-CHECKPOINT-FILE.
011890     PERFORM 7800-SHOW-CLOSE-OUT THRU 7800-EXIT.
011900 3510-EXIT.
011910     EXIT.
011920 3520-CLOSE-RUNCTL.
011930     OPEN I-O FZB-RUNCTL-FILE.
011940     IF FZB-RNC-FILE-STATUS = "35"
011950         GO TO 3520-EXIT
011960     END-IF.
011970     IF FZB-RNC-FILE-STATUS NOT = "00"
011980         MOVE "FZBRNC01" TO FZB-PFU-DDNAME
011990         MOVE FZB-RNC-FILE-STATUS TO FZB-PFU-IO-STATUS
012000         PERFORM 7900-IO-FAILED THRU 7900-EXIT
012010     END-IF.
012020     MOVE FZB-PRQ-PROFILE TO FZB-RNC-PROFILE.
012030     DELETE FZB-RUNCTL-FILE RECORD.
012040     MOVE "FZBRNC01" TO FZB-PFU-DDNAME.
012050     MOVE FZB-RNC-FILE-STATUS TO FZB-PFU-IO-STATUS.
012060     CLOSE FZB-RUNCTL-FILE.
012070     PERFORM 7800-SHOW-CLOSE-OUT THRU 7800-EXIT.
012080 3520-EXIT.
012090     EXIT.
012100 3530-CLOSE-STATUS.
012110     OPEN I-O FZB-STATUS-FILE.
012120     IF FZB-STS-FILE-STATUS = "35"
012130         OPEN OUTPUT FZB-STATUS-FILE
012140     END-IF.
012150     IF FZB-STS-FILE-STATUS NOT = "00"
012160         MOVE "FZBSTS01" TO FZB-PFU-DDNAME
012170         MOVE FZB-STS-FILE-STATUS TO FZB-PFU-IO-STATUS
012180         PERFORM 7900-IO-FAILED THRU 7900-EXIT
012190     END-IF.
012200     INITIALIZE FZB-STATUS-RECORD.
012210     MOVE FZB-PRQ-PROFILE TO FZB-STS-PROFILE.
012220     MOVE FZB-WS-RUN-DATE TO FZB-STS-RUN-DATE.
012230     MOVE "RETIRED" TO FZB-STS-STATUS.
012240     WRITE FZB-STATUS-RECORD.
012250     IF FZB-STS-FILE-STATUS = "22"
012260         REWRITE FZB-STATUS-RECORD
012270     END-IF.
012271     IF FZB-STS-FILE-STATUS NOT = "00"
012272         MOVE "FZBSTS01" TO FZB-PFU-DDNAME
012273         MOVE FZB-STS-FILE-STATUS TO FZB-PFU-IO-STATUS
012274         PERFORM 7900-IO-FAILED THRU 7900-EXIT
012275     END-IF.
012280     CLOSE FZB-STATUS-FILE.
012290     DISPLAY "FZB2227I FZBSTS01 MARKED RETIRED FOR "
012300         FZB-WS-RUN-DATE.
012310 3530-EXIT.
012320     EXIT.
012330 3600-DROP-SUBSCRIBERS.
012340     PERFORM 7200-LOAD-SUBSCRIBERS THRU 7200-EXIT.
012350     PERFORM 3610-DROP-ONE-SUBSCRIBER THRU 3610-EXIT
012360         VARYING FZB-PFU-SUB-IDX FROM 1 BY 1
012370         UNTIL FZB-PFU-SUB-IDX > FZB-PFU-SUB-COUNT.
012380 3600-EXIT.
012390     EXIT.
012400 3610-DROP-ONE-SUBSCRIBER.
012410     MOVE FZB-PFU-SUB-RECORD (FZB-PFU-SUB-IDX)
012420         TO FZB-SUBSCRIBER-RECORD.
012430     IF FZB-SUB-PROFILE NOT = FZB-PRQ-PROFILE
012440         GO TO 3610-EXIT
012450     END-IF.
012460     MOVE SPACES TO FZB-PFU-KEY.
012470     MOVE FZB-SUBSCRIBER-RECORD (1:16) TO FZB-PFU-KEY (1:16).
012480     MOVE "S" TO FZB-PFU-KEY-FILE.
012490     PERFORM 7150-FIND-PENDING-KEY THRU 7150-EXIT.
012500     IF FZB-PFU-PND-HIT > ZERO
012510         DISPLAY "FZB2215W SUBSCRIBER " FZB-SUB-ID
012520             " ALREADY HAS CHANGE "
012530             FZB-PFU-PND-T-ID (FZB-PFU-PND-HIT)
012540             " PENDING - DELETE NOT KEYED"
012550         GO TO 3610-EXIT
012560     END-IF.
012570     MOVE "D" TO FZB-PFU-KEY-ACTION.
012580     MOVE FZB-SUBSCRIBER-RECORD TO FZB-PFU-OLD-IMAGE.
012590     MOVE SPACES TO FZB-PFU-KEY-IMAGE.
012600     PERFORM 7000-WRITE-PENDING THRU 7000-EXIT.
012610     DISPLAY "FZB2228I SUBSCRIBER " FZB-SUB-ID
012620         " DELETE KEYED AS CHANGE " FZB-PFU-NEXT-ID.
012630 3610-EXIT.
012640     EXIT.
012650 3700-WRITE-RETIRE-AUDIT.
012660     INITIALIZE FZB-AUDIT-RECORD.
012670     MOVE FZB-WS-RUN-DATE TO FZB-AUD-RUN-DATE.
012680     MOVE FZB-WS-RUN-TIME TO FZB-AUD-RUN-TIME.
012690     MOVE "FZBRETIR" TO FZB-AUD-JOB-ID.
012700     MOVE FZB-PRQ-PROFILE TO FZB-AUD-PROFILE.
012710     MOVE FZB-PFU-LAST-CT TO FZB-AUD-START-NBR.
012720     MOVE FZB-PFU-LAST-CYC TO FZB-AUD-START-CYC.
012730     MOVE FZB-PFU-LAST-CT TO FZB-AUD-END-NBR.
012740     MOVE FZB-PFU-LAST-CYC TO FZB-AUD-END-CYC.
012750     OPEN EXTEND FZB-AUDIT-FILE.
012760     IF FZB-AUD-FILE-STATUS = "35"
012770         OPEN OUTPUT FZB-AUDIT-FILE
012780     END-IF.
012790     IF FZB-AUD-FILE-STATUS NOT = "00"
012800         MOVE "FZBAUD01" TO FZB-PFU-DDNAME
012810         MOVE FZB-AUD-FILE-STATUS TO FZB-PFU-IO-STATUS
012820         PERFORM 7900-IO-FAILED THRU 7900-EXIT
012830     END-IF.
012840     WRITE FZB-AUDIT-RECORD.
012841     IF FZB-AUD-FILE-STATUS NOT = "00"
012842         MOVE "FZBAUD01" TO FZB-PFU-DDNAME
012843         MOVE FZB-AUD-FILE-STATUS TO FZB-PFU-IO-STATUS
012844         PERFORM 7900-IO-FAILED THRU 7900-EXIT
012845     END-IF.
012850     CLOSE FZB-AUDIT-FILE.
012860 3700-EXIT.
012870     EXIT.
012880 7000-WRITE-PENDING.
012890     ADD 1 TO FZB-PFU-NEXT-ID.
012900     INITIALIZE FZB-PENDING-RECORD.
012910     MOVE "K" TO FZB-PND-REC-TYPE.
012920     MOVE FZB-PFU-NEXT-ID TO FZB-PND-ID.
012930     MOVE FZB-PFU-KEY-FILE TO FZB-PND-FILE.
012940     MOVE FZB-PFU-KEY-ACTION TO FZB-PND-ACTION.
012950     MOVE FZB-PFU-KEY TO FZB-PND-KEY.
012960     MOVE FZB-WS-TODAY TO FZB-PND-DATE.
012970     MOVE FZB-WS-RUN-TIME TO FZB-PND-TIME.
012980     MOVE FZB-PRQ-USER TO FZB-PND-USER.
012990     MOVE FZB-PFU-OLD-IMAGE TO FZB-PND-OLD-IMAGE.
013000     MOVE FZB-PFU-KEY-IMAGE TO FZB-PND-NEW-IMAGE.
013010     OPEN EXTEND FZB-PENDING-FILE.
013020     IF FZB-PND-FILE-STATUS = "35"
013030         OPEN OUTPUT FZB-PENDING-FILE
013040     END-IF.
013050     IF FZB-PND-FILE-STATUS NOT = "00"
013060         MOVE "FZBPND01" TO FZB-PFU-DDNAME
013070         MOVE FZB-PND-FILE-STATUS TO FZB-PFU-IO-STATUS
013080         PERFORM 7900-IO-FAILED THRU 7900-EXIT
013090     END-IF.
013100     WRITE FZB-PENDING-RECORD.
013110     IF FZB-PND-FILE-STATUS NOT = "00"
013120         MOVE "FZBPND01" TO FZB-PFU-DDNAME
013130         MOVE FZB-PND-FILE-STATUS TO FZB-PFU-IO-STATUS
013140         PERFORM 7900-IO-FAILED THRU 7900-EXIT
013150     END-IF.
013160     CLOSE FZB-PENDING-FILE.
013170     ADD 1 TO FZB-PFU-KEYED-CT.
013180 7000-EXIT.
013190     EXIT.
013200 7100-CHECK-SUB-KEY.
013210     MOVE "N" TO FZB-PFU-DUP-SW.
013220     PERFORM 7110-SCAN-SUB-KEY THRU 7110-EXIT
013230         VARYING FZB-PFU-SUB-SCAN FROM 1 BY 1
013240         UNTIL FZB-PFU-SUB-SCAN > FZB-PFU-SUB-COUNT.
013250     PERFORM 7150-FIND-PENDING-KEY THRU 7150-EXIT.
013260     IF FZB-PFU-PND-HIT > ZERO
013270         MOVE "Y" TO FZB-PFU-DUP-SW
013280     END-IF.
013290 7100-EXIT.
013300     EXIT.
013310 7110-SCAN-SUB-KEY.
013320     IF FZB-PFU-SUB-RECORD (FZB-PFU-SUB-SCAN) (1:16)
013330             = FZB-PFU-KEY (1:16)
013340         MOVE "Y" TO FZB-PFU-DUP-SW
013350     END-IF.
013360 7110-EXIT.
013370     EXIT.
013380 7150-FIND-PENDING-KEY.
013390     MOVE ZERO TO FZB-PFU-PND-HIT.
013400     PERFORM 7160-SCAN-PENDING-KEY THRU 7160-EXIT
013410         VARYING FZB-PFU-PND-IDX FROM 1 BY 1
013420         UNTIL FZB-PFU-PND-IDX > FZB-PFU-PND-COUNT.
013430 7150-EXIT.
013440     EXIT.
013450 7160-SCAN-PENDING-KEY.
013460     IF FZB-PFU-PND-T-ID (FZB-PFU-PND-IDX) > ZERO
013470         AND FZB-PFU-PND-T-FILE (FZB-PFU-PND-IDX)
013480             = FZB-PFU-KEY-FILE
013490         AND FZB-PFU-PND-T-KEY (FZB-PFU-PND-IDX) = FZB-PFU-KEY
013500         MOVE FZB-PFU-PND-IDX TO FZB-PFU-PND-HIT
013510     END-IF.
013520 7160-EXIT.
013530     EXIT.
013540 7200-LOAD-SUBSCRIBERS.
013550     MOVE ZERO TO FZB-PFU-SUB-COUNT.
013560     OPEN INPUT FZB-SUBSCRIBER-FILE.
013570     IF FZB-SUB-FILE-STATUS NOT = "00"
013580         GO TO 7200-EXIT
013590     END-IF.
013600     MOVE "N" TO FZB-PFU-EOF-SW.
013610     PERFORM 7210-READ-SUBSCRIBER THRU 7210-EXIT
013620         UNTIL FZB-PFU-EOF.
013630     CLOSE FZB-SUBSCRIBER-FILE.
013640 7200-EXIT.
013650     EXIT.
013660 7210-READ-SUBSCRIBER.
013670     READ FZB-SUBSCRIBER-FILE
013680         AT END MOVE "Y" TO FZB-PFU-EOF-SW
013690         NOT AT END
013700             IF FZB-PFU-SUB-COUNT NOT LESS THAN 100
013710                 DISPLAY "FZB2206E MORE THAN 100 RECORDS IN "
013720                     "FZBSUB01 - TABLE FULL"
013730                 MOVE 16 TO RETURN-CODE
013740                 STOP RUN
013750             END-IF
013760             ADD 1 TO FZB-PFU-SUB-COUNT
013770             MOVE FZB-SUBSCRIBER-RECORD
013780                 TO FZB-PFU-SUB-RECORD (FZB-PFU-SUB-COUNT)
013790     END-READ.
013800 7210-EXIT.
013810     EXIT.
013820 7800-SHOW-CLOSE-OUT.
013830     IF FZB-PFU-IO-STATUS = "00"
013840         DISPLAY "FZB2227I " FZB-PFU-DDNAME " RECORD FOR "
013850             FZB-PRQ-PROFILE " DELETED"
013860     ELSE
013870         IF FZB-PFU-IO-STATUS = "23"
013880             DISPLAY "FZB2227I " FZB-PFU-DDNAME
013890                 " HAD NO RECORD FOR " FZB-PRQ-PROFILE
013900         ELSE
013910             PERFORM 7900-IO-FAILED THRU 7900-EXIT
013920         END-IF
013930     END-IF.
013940 7800-EXIT.
013950     EXIT.
013960 7900-IO-FAILED.
013970     DISPLAY "FZB2230E " FZB-PFU-DDNAME " I/O FAILED, STATUS = "
013980         FZB-PFU-IO-STATUS " - PROFILE " FZB-PRQ-PROFILE.
013990     MOVE 16 TO RETURN-CODE.
014000     STOP RUN.
014010 7900-EXIT.
014020     EXIT.
014030 8000-DATE-TO-YMD.
014040     MOVE ZERO TO FZB-YMD-RESULT.
014050     IF FZB-YMD-MM NUMERIC AND FZB-YMD-DD NUMERIC
014060             AND FZB-YMD-YYYY NUMERIC
014070         MOVE FZB-YMD-MM TO FZB-YMD-WK-MM
014080         MOVE FZB-YMD-DD TO FZB-YMD-WK-DD
014090         MOVE FZB-YMD-YYYY TO FZB-YMD-WK-YYYY
014100         COMPUTE FZB-YMD-RESULT = FZB-YMD-WK-YYYY * 10000
014110             + FZB-YMD-WK-MM * 100 + FZB-YMD-WK-DD
014120     END-IF.
014130 8000-EXIT.
014140     EXIT.
014150 8100-DATE-TO-DAYNBR.
014160     COMPUTE FZB-PFU-JA = 14 - FZB-PFU-WK-MM.
014170     DIVIDE FZB-PFU-JA BY 12 GIVING FZB-PFU-JA.
014180     COMPUTE FZB-PFU-JY =
014190         FZB-PFU-WK-YYYY + 4800 - FZB-PFU-JA.
014200     COMPUTE FZB-PFU-JM =
014210         FZB-PFU-WK-MM + 12 * FZB-PFU-JA - 3.
014220     COMPUTE FZB-PFU-JT = 153 * FZB-PFU-JM + 2.
014230     DIVIDE FZB-PFU-JT BY 5 GIVING FZB-PFU-JT.
014240     COMPUTE FZB-PFU-WK-DAYNBR =
014250         FZB-PFU-WK-DD + FZB-PFU-JT + 365 * FZB-PFU-JY.
014260     DIVIDE FZB-PFU-JY BY 4 GIVING FZB-PFU-JT.
014270     ADD FZB-PFU-JT TO FZB-PFU-WK-DAYNBR.
014280     DIVIDE FZB-PFU-JY BY 100 GIVING FZB-PFU-JT.
014290     SUBTRACT FZB-PFU-JT FROM FZB-PFU-WK-DAYNBR.
014300     DIVIDE FZB-PFU-JY BY 400 GIVING FZB-PFU-JT.
014310     ADD FZB-PFU-JT TO FZB-PFU-WK-DAYNBR.
014320     SUBTRACT 32045 FROM FZB-PFU-WK-DAYNBR.
014330 8100-EXIT.
014340     EXIT.
014350 8200-DAYNBR-TO-DATE.
014360     COMPUTE FZB-PFU-JA = FZB-PFU-GAP-DAY + 32044.
014370     COMPUTE FZB-PFU-JT = 4 * FZB-PFU-JA + 3.
014380     DIVIDE FZB-PFU-JT BY 146097 GIVING FZB-PFU-JB.
014390     COMPUTE FZB-PFU-JT = 146097 * FZB-PFU-JB.
014400     DIVIDE FZB-PFU-JT BY 4 GIVING FZB-PFU-JT.
014410     COMPUTE FZB-PFU-JC = FZB-PFU-JA - FZB-PFU-JT.
014420     COMPUTE FZB-PFU-JT = 4 * FZB-PFU-JC + 3.
014430     DIVIDE FZB-PFU-JT BY 1461 GIVING FZB-PFU-JD.
014440     COMPUTE FZB-PFU-JT = 1461 * FZB-PFU-JD.
014450     DIVIDE FZB-PFU-JT BY 4 GIVING FZB-PFU-JT.
014460     COMPUTE FZB-PFU-JE = FZB-PFU-JC - FZB-PFU-JT.
014470     COMPUTE FZB-PFU-JT = 5 * FZB-PFU-JE + 2.
014480     DIVIDE FZB-PFU-JT BY 153 GIVING FZB-PFU-JM.
014490     COMPUTE FZB-PFU-JT = 153 * FZB-PFU-JM + 2.
014500     DIVIDE FZB-PFU-JT BY 5 GIVING FZB-PFU-JT.
014510     COMPUTE FZB-PFU-GAP-DD =
014520         FZB-PFU-JE - FZB-PFU-JT + 1.
014530     DIVIDE FZB-PFU-JM BY 10 GIVING FZB-PFU-JT.
014540     COMPUTE FZB-PFU-GAP-MM =
014550         FZB-PFU-JM + 3 - 12 * FZB-PFU-JT.
014560     COMPUTE FZB-PFU-GAP-YYYY =
014570         100 * FZB-PFU-JB + FZB-PFU-JD - 4800 + FZB-PFU-JT.
014580 8200-EXIT.
014590     EXIT.
