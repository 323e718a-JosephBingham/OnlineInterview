000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FZBBLQ.
000030 AUTHOR. J HARGROVE-BENNETT.
000040 INSTALLATION. DAILY BATCH SUPPORT.
000050 DATE-WRITTEN. 2026-10-06.
000060 DATE-COMPILED. 2026-10-06.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT DESCRIPTION
000100*    ---------- ---- -----------------------------------------
000110*    2026-10-06 JHB  INITIAL VERSION. BATCH BULK CLASSIFICATION
000120*                    LOOKUP FOR OTHER APPLICATIONS - THE FBIQ
000130*                    QUESTION ("WHAT DOES THIS PROFILE/CYCLE/CT
000140*                    CLASSIFY AS") ANSWERED THOUSANDS AT A TIME.
000150*                    READS EVERY REQUEST ON FZBBRQ01 (COPYBOOK
000160*                    FZBBRQ) AND CLASSIFIES IT THROUGH FZBCLSF
000170*                    UNDER THE FZBCTL01 VERSION OF THE PROFILE IN
000180*                    EFFECT ON THE REQUEST'S AS-OF DATE (THE LAST
000190*                    IN-EFFECT RECORD IN THE FILE WINS, THE SAME
000200*                    SELECTION FBIQ AND THE BATCH LOAD MAKE), THEN
000210*                    APPLIES ANY FZBOVR01 FORCE OR SKIP IN EFFECT
000220*                    ON THAT DATE THE SAME WAY FZBRPR DOES. THE
000230*                    KEY IS THEN READ FROM THE FIVE CATEGORY KSDS
000240*                    AND, WHERE THE CT HAS ALREADY BEEN PROCESSED,
000250*                    THE CATEGORY ON FILE IS RETURNED WITH THE
000260*                    ANSWER AND ANY DIFFERENCE IS FLAGGED. ANSWERS
000270*                    GO TO FZBBRS01 (COPYBOOK FZBBRS), ONE HEADER/
000280*                    DETAIL/TRAILER GROUP PER REQUEST BATCH (A RUN
000290*                    OF REQUESTS FROM ONE REQUESTING APPLICATION),
000300*                    AND EACH BATCH IS LOGGED TO FZBAUD01 UNDER
000310*                    JOB ID FZBBULKQ WITH THE REQUESTER IN THE
000320*                    PROFILE FIELD AND A ZERO RULE COUNT, SO THE
000330*                    WINDOW SCANS PASS OVER IT THE WAY THEY PASS
000340*                    OVER THE FZBACK RESEND MARKERS. NOTHING BUT
000350*                    FZBAUD01 IS UPDATED. A REJECTED REQUEST OR
000360*                    AN ANSWER THAT DIFFERS FROM THE FILE ENDS
000370*                    RC 4; A FILE ERROR ENDS RC 16.
000371*    2026-10-06 JHB  A REQUEST WHOSE IN-EFFECT VERSION CARRIES A
000372*                    RULE COUNT ABOVE THE 5-ENTRY FZBCLSF RULE
000373*                    TABLE IS NOW REJECTED WITH REASON RC INSTEAD
000374*                    OF BEING CLASSIFIED PAST THE END OF THE
000375*                    TABLE.
000376*    2026-10-06 JHB  ONLY A MISSING FZBOVR01 (STATUS 35) NOW READS
000377*                    AS NO OVERRIDES; ANY OTHER OPEN FAILURE ENDS
000378*                    RC 16 (FZB2600E) INSTEAD OF CLASSIFYING
000379*                    WITHOUT THE OVERRIDES IN EFFECT.
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT FZB-BULK-REQ-FILE ASSIGN TO FZBBRQ01
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FZB-BRQ-FILE-STATUS.
000480     SELECT FZB-CONTROL-FILE ASSIGN TO FZBCTL01
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FZB-CTL-FILE-STATUS.
000510     SELECT FZB-OVERRIDE-FILE ASSIGN TO FZBOVR01
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS FZB-OVR-FILE-STATUS.
000540     SELECT FIZZ-FILE ASSIGN TO FIZZOUT
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS FIZZ-KEY
000580         FILE STATUS IS FZB-FIZZ-FILE-STATUS.
000590     SELECT BUZZ-FILE ASSIGN TO BUZZOUT
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS BUZZ-KEY
000630         FILE STATUS IS FZB-BUZZ-FILE-STATUS.
000640     SELECT FIZZBUZZ-FILE ASSIGN TO FZBZOUT
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS FZBZ-KEY
000680         FILE STATUS IS FZB-FZBZ-FILE-STATUS.
000690     SELECT PLAIN-FILE ASSIGN TO PLAINOUT
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS PLN-KEY
000730         FILE STATUS IS FZB-PLN-FILE-STATUS.
000740     SELECT OTHER-FILE ASSIGN TO OTHEROUT
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS OTH-KEY
000780         FILE STATUS IS FZB-OTH-FILE-STATUS.
000790     SELECT FZB-BULK-RESP-FILE ASSIGN TO FZBBRS01
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS FZB-BRS-FILE-STATUS.
000820     SELECT FZB-AUDIT-FILE ASSIGN TO FZBAUD01
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS FZB-AUD-FILE-STATUS.
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  FZB-BULK-REQ-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 COPY FZBBRQ.
000900 FD  FZB-CONTROL-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 COPY FZBCTL.
000930 FD  FZB-OVERRIDE-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 COPY FZBOVR.
000960 FD  FIZZ-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 COPY FZBCAT REPLACING ==FZB-CATEGORY-RECORD== BY ==FIZZ-RECORD==
000990     ==FZB-CAT-KEY== BY ==FIZZ-KEY==
001000     ==FZB-CAT-CT== BY ==FIZZ-CT==
001010     ==FZB-CAT-CYCLE== BY ==FIZZ-CYCLE==
001020     ==FZB-CAT-PROFILE== BY ==FIZZ-PROFILE==
001030     ==FZB-CAT-RUN-DATE== BY ==FIZZ-RUN-DATE==.
001040 FD  BUZZ-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 COPY FZBCAT REPLACING ==FZB-CATEGORY-RECORD== BY ==BUZZ-RECORD==
001070     ==FZB-CAT-KEY== BY ==BUZZ-KEY==
001080     ==FZB-CAT-CT== BY ==BUZZ-CT==
001090     ==FZB-CAT-CYCLE== BY ==BUZZ-CYCLE==
001100     ==FZB-CAT-PROFILE== BY ==BUZZ-PROFILE==
001110     ==FZB-CAT-RUN-DATE== BY ==BUZZ-RUN-DATE==.
001120 FD  FIZZBUZZ-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 COPY FZBCAT REPLACING ==FZB-CATEGORY-RECORD== BY ==FZBZ-RECORD==
001150     ==FZB-CAT-KEY== BY ==FZBZ-KEY==
001160     ==FZB-CAT-CT== BY ==FZBZ-CT==
001170     ==FZB-CAT-CYCLE== BY ==FZBZ-CYCLE==
001180     ==FZB-CAT-PROFILE== BY ==FZBZ-PROFILE==
001190     ==FZB-CAT-RUN-DATE== BY ==FZBZ-RUN-DATE==.
001200 FD  PLAIN-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 COPY FZBCAT REPLACING ==FZB-CATEGORY-RECORD== BY ==PLN-RECORD==
001230     ==FZB-CAT-KEY== BY ==PLN-KEY==
001240     ==FZB-CAT-CT== BY ==PLN-CT==
001250     ==FZB-CAT-CYCLE== BY ==PLN-CYCLE==
001260     ==FZB-CAT-PROFILE== BY ==PLN-PROFILE==
001270     ==FZB-CAT-RUN-DATE== BY ==PLN-RUN-DATE==.
001280 FD  OTHER-FILE
001290     LABEL RECORDS ARE STANDARD.
001300 COPY FZBCAT REPLACING ==FZB-CATEGORY-RECORD== BY ==OTH-RECORD==
001310     ==FZB-CAT-KEY== BY ==OTH-KEY==
001320     ==FZB-CAT-CT== BY ==OTH-CT==
001330     ==FZB-CAT-CYCLE== BY ==OTH-CYCLE==
001340     ==FZB-CAT-PROFILE== BY ==OTH-PROFILE==
001350     ==FZB-CAT-RUN-DATE== BY ==OTH-RUN-DATE==.
001360 FD  FZB-BULK-RESP-FILE
001370     LABEL RECORDS ARE STANDARD
001380     RECORD CONTAINS 100 CHARACTERS.
001390 01  FZB-BULK-RESP-RECORD        PIC X(100).
001400 FD  FZB-AUDIT-FILE
001410     LABEL RECORDS ARE STANDARD.
001420 COPY FZBAUD.
001430 WORKING-STORAGE SECTION.
001440 COPY FZBBRS.
001450 COPY FZBCTL REPLACING ==FZB-CONTROL-RECORD== BY
001460     ==FZB-BLQ-CONTROL-RECORD==
001470     LEADING ==FZB-CTL== BY ==FZB-BLQ-CTL==.
001480 01  FZB-BRQ-FILE-STATUS         PIC X(02).
001490 01  FZB-CTL-FILE-STATUS         PIC X(02).
001500 01  FZB-OVR-FILE-STATUS         PIC X(02).
001510 01  FZB-FIZZ-FILE-STATUS        PIC X(02).
001520 01  FZB-BUZZ-FILE-STATUS        PIC X(02).
001530 01  FZB-FZBZ-FILE-STATUS        PIC X(02).
001540 01  FZB-PLN-FILE-STATUS         PIC X(02).
001550 01  FZB-OTH-FILE-STATUS         PIC X(02).
001560 01  FZB-BRS-FILE-STATUS         PIC X(02).
001570 01  FZB-AUD-FILE-STATUS         PIC X(02).
001580 01  FZB-BLQ-DDNAME              PIC X(08).
001590 01  FZB-BLQ-IO-STATUS           PIC X(02).
001600 01  FZB-BLQ-EOF-SW              PIC X(01) VALUE "N".
001610     88  FZB-BLQ-EOF             VALUE "Y".
001620 01  FZB-BLQ-RC                  PIC 9(02) VALUE ZERO.
001630 01  FZB-VER-TABLE.
001640     05  FZB-VER-ENT             OCCURS 50 TIMES.
001650         10  FZB-VER-PROFILE     PIC X(08).
001660         10  FZB-VER-FROM-YMD    PIC 9(08).
001670         10  FZB-VER-TO-YMD      PIC 9(08).
001680         10  FZB-VER-RECORD      PIC X(95).
001690 01  FZB-VER-COUNT               PIC 9(03) VALUE ZERO COMP.
001700 01  FZB-VER-MAX                 PIC 9(03) VALUE 50 COMP.
001710 01  FZB-VER-IDX                 PIC 9(03) VALUE ZERO COMP.
001720 01  FZB-VER-HIT                 PIC 9(03) VALUE ZERO COMP.
001730 01  FZB-OVR-TABLE.
001740     05  FZB-OVR-ENT             OCCURS 200 TIMES.
001750         10  FZB-OVR-T-PROFILE   PIC X(08).
001760         10  FZB-OVR-T-CYCLE     PIC 9(02).
001770         10  FZB-OVR-T-CT        PIC 9(05).
001780         10  FZB-OVR-T-ACTION    PIC X(01).
001790         10  FZB-OVR-T-LABEL     PIC X(08).
001800         10  FZB-OVR-T-FROM-YMD  PIC 9(08).
001810         10  FZB-OVR-T-TO-YMD    PIC 9(08).
001820 01  FZB-OVR-COUNT               PIC 9(03) VALUE ZERO COMP.
001830 01  FZB-OVR-MAX                 PIC 9(03) VALUE 200 COMP.
001840 01  FZB-OVR-IDX                 PIC 9(03) VALUE ZERO COMP.
001850 01  FZB-OVR-HIT                 PIC 9(03) VALUE ZERO COMP.
001860 01  FZB-BLQ-CAT-VALUES.
001870     05  FILLER                  PIC X(08) VALUE "None".
001880     05  FILLER                  PIC X(08) VALUE "Fizz".
001890     05  FILLER                  PIC X(08) VALUE "Buzz".
001900     05  FILLER                  PIC X(08) VALUE "FizzBuzz".
001910     05  FILLER                  PIC X(08) VALUE "Plain".
001920     05  FILLER                  PIC X(08) VALUE "Other".
001930 01  FZB-BLQ-CAT-TABLE REDEFINES FZB-BLQ-CAT-VALUES.
001940     05  FZB-BLQ-CAT-NAME        PIC X(08) OCCURS 6 TIMES.
001950 01  FZB-BLQ-PROFILE             PIC X(08).
001960 01  FZB-BLQ-CYCLE               PIC 9(02) VALUE ZERO.
001970 01  FZB-BLQ-CT                  PIC 9(05) VALUE ZERO.
001980 01  FZB-BLQ-AS-OF-YMD           PIC 9(08) VALUE ZERO.
001990 01  FZB-BLQ-DATE-X.
002000     05  FZB-BLQ-DTE-MM          PIC X(02).
002010     05  FZB-BLQ-DTE-SLASH1      PIC X(01).
002020     05  FZB-BLQ-DTE-DD          PIC X(02).
002030     05  FZB-BLQ-DTE-SLASH2      PIC X(01).
002040     05  FZB-BLQ-DTE-YYYY        PIC X(04).
002050 01  FZB-BLQ-REASON              PIC X(02).
002060 01  FZB-BLQ-CLASS               PIC X(08).
002070 01  FZB-BLQ-CAT-CODE            PIC 9(01) VALUE ZERO.
002080 01  FZB-BLQ-FILE-CODE           PIC 9(01) VALUE ZERO.
002090 01  FZB-BLQ-HIT-CODE            PIC 9(01) VALUE ZERO.
002100 01  FZB-BLQ-HIT-DATE            PIC X(10).
002110 01  FZB-BLQ-FILE-DATE           PIC X(10).
002120 01  FZB-BLQ-FILE-HITS           PIC 9(01) VALUE ZERO.
002130 01  FZB-BLQ-CUR-REQUESTER       PIC X(08) VALUE SPACES.
002140 01  FZB-BLQ-BATCH-SW            PIC X(01) VALUE "N".
002150     88  FZB-BLQ-BATCH-OPEN      VALUE "Y".
002160 01  FZB-BLQ-BAT-COUNTS.
002170     05  FZB-BLQ-BAT-REQUESTS    PIC 9(07) COMP.
002180     05  FZB-BLQ-BAT-ANSWERED    PIC 9(07) COMP.
002190     05  FZB-BLQ-BAT-REJECTED    PIC 9(07) COMP.
002200     05  FZB-BLQ-BAT-ON-FILE     PIC 9(07) COMP.
002210     05  FZB-BLQ-BAT-DIFFERENT   PIC 9(07) COMP.
002220     05  FZB-BLQ-BAT-SKIPPED     PIC 9(07) COMP.
002230     05  FZB-BLQ-BAT-FORCED      PIC 9(07) COMP.
002240     05  FZB-BLQ-BAT-CAT-COUNT   PIC 9(07) COMP OCCURS 5 TIMES.
002250 01  FZB-BLQ-RUN-BATCHES         PIC 9(05) VALUE ZERO COMP.
002260 01  FZB-BLQ-RUN-REQUESTS        PIC 9(07) VALUE ZERO COMP.
002270 01  FZB-BLQ-RUN-REJECTED        PIC 9(07) VALUE ZERO COMP.
002280 01  FZB-BLQ-RUN-DIFFERENT       PIC 9(07) VALUE ZERO COMP.
002290 01  FZB-BLQ-DSP-COUNT-1         PIC Z(06)9.
002300 01  FZB-BLQ-DSP-COUNT-2         PIC Z(06)9.
002310 01  FZB-BLQ-DSP-COUNT-3         PIC Z(06)9.
002320 01  FZB-BLQ-DSP-COUNT-4         PIC Z(06)9.
002330 01  FZB-YMD-WORK-X.
002340     05  FZB-YMD-MM              PIC X(02).
002350     05  FILLER                  PIC X(01).
002360     05  FZB-YMD-DD              PIC X(02).
002370     05  FILLER                  PIC X(01).
002380     05  FZB-YMD-YYYY            PIC X(04).
002390 01  FZB-YMD-WK-MM               PIC 9(02) VALUE ZERO.
002400 01  FZB-YMD-WK-DD               PIC 9(02) VALUE ZERO.
002410 01  FZB-YMD-WK-YYYY             PIC 9(04) VALUE ZERO.
002420 01  FZB-YMD-RESULT              PIC 9(08) VALUE ZERO.
002430 01  FZB-WS-RUN-YMD              PIC 9(08) VALUE ZERO.
002440 01  FZB-WS-DATE.
002450     05  FZB-WS-YEAR             PIC 9(04).
002460     05  FZB-WS-MONTH            PIC 9(02).
002470     05  FZB-WS-DAY              PIC 9(02).
002480 01  FZB-WS-RUN-DATE             PIC X(10).
002490 01  FZB-WS-TIME-RAW.
002500     05  FZB-WS-HH               PIC 9(02).
002510     05  FZB-WS-MM               PIC 9(02).
002520     05  FZB-WS-SS               PIC 9(02).
002530     05  FZB-WS-CS               PIC 9(02).
002540 01  FZB-WS-RUN-TIME             PIC X(08).
002550 01  FZB-CAL-FLAG                PIC X(01) VALUE "Y".
002560 01  FZB-CAL-NEXT-DATE           PIC X(10) VALUE SPACES.
002570 PROCEDURE DIVISION.
002580 0000-MAINLINE SECTION.
002590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002600     PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT.
002610     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002620     STOP RUN.
002630 1000-INITIALIZE.
002640     ACCEPT FZB-WS-DATE FROM DATE YYYYMMDD.
002650     STRING FZB-WS-MONTH   "/"
002660            FZB-WS-DAY     "/"
002670            FZB-WS-YEAR
002680         DELIMITED BY SIZE INTO FZB-WS-RUN-DATE.
002690     ACCEPT FZB-WS-TIME-RAW FROM TIME.
002700     STRING FZB-WS-HH ":" FZB-WS-MM ":" FZB-WS-SS
002710         DELIMITED BY SIZE INTO FZB-WS-RUN-TIME.
002720     CALL "FZBCALD" USING FZB-WS-RUN-DATE
002730         FZB-CAL-FLAG FZB-CAL-NEXT-DATE.
002740     IF FZB-CAL-FLAG = "N"
002750         MOVE FZB-CAL-NEXT-DATE TO FZB-WS-RUN-DATE
002760     END-IF.
002770     MOVE FZB-WS-RUN-DATE TO FZB-YMD-WORK-X.
002780     PERFORM 8000-DATE-TO-YMD THRU 8000-EXIT.
002790     MOVE FZB-YMD-RESULT TO FZB-WS-RUN-YMD.
002800     DISPLAY "FZB2603I BULK CLASSIFICATION LOOKUP - BUSINESS "
002810         "DATE " FZB-WS-RUN-DATE.
002820     PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT.
002830     PERFORM 1200-LOAD-OVERRIDES THRU 1200-EXIT.
002840     OPEN INPUT FZB-BULK-REQ-FILE.
002850     MOVE "FZBBRQ01" TO FZB-BLQ-DDNAME.
002860     MOVE FZB-BRQ-FILE-STATUS TO FZB-BLQ-IO-STATUS.
002870     PERFORM 7900-CHECK-IO THRU 7900-EXIT.
002880     OPEN INPUT FIZZ-FILE.
002890     MOVE "FIZZOUT" TO FZB-BLQ-DDNAME.
002900     MOVE FZB-FIZZ-FILE-STATUS TO FZB-BLQ-IO-STATUS.
002910     PERFORM 7900-CHECK-IO THRU 7900-EXIT.
002920     OPEN INPUT BUZZ-FILE.
002930     MOVE "BUZZOUT" TO FZB-BLQ-DDNAME.
002940     MOVE FZB-BUZZ-FILE-STATUS TO FZB-BLQ-IO-STATUS.
002950     PERFORM 7900-CHECK-IO THRU 7900-EXIT.
002960     OPEN INPUT FIZZBUZZ-FILE.
002970     MOVE "FZBZOUT" TO FZB-BLQ-DDNAME.
002980     MOVE FZB-FZBZ-FILE-STATUS TO FZB-BLQ-IO-STATUS.
002990     PERFORM 7900-CHECK-IO THRU 7900-EXIT.
003000     OPEN INPUT PLAIN-FILE.
003010     MOVE "PLAINOUT" TO FZB-BLQ-DDNAME.
003020     MOVE FZB-PLN-FILE-STATUS TO FZB-BLQ-IO-STATUS.
003030     PERFORM 7900-CHECK-IO THRU 7900-EXIT.
003040     OPEN INPUT OTHER-FILE.
003050     MOVE "OTHEROUT" TO FZB-BLQ-DDNAME.
003060     MOVE FZB-OTH-FILE-STATUS TO FZB-BLQ-IO-STATUS.
003070     PERFORM 7900-CHECK-IO THRU 7900-EXIT.
003080     OPEN OUTPUT FZB-BULK-RESP-FILE.
003090     MOVE "FZBBRS01" TO FZB-BLQ-DDNAME.
003100     MOVE FZB-BRS-FILE-STATUS TO FZB-BLQ-IO-STATUS.
003110     PERFORM 7900-CHECK-IO THRU 7900-EXIT.
003120 1000-EXIT.
003130     EXIT.
003140 1100-LOAD-CONTROL.
003150     OPEN INPUT FZB-CONTROL-FILE.
003160     MOVE "FZBCTL01" TO FZB-BLQ-DDNAME.
003170     MOVE FZB-CTL-FILE-STATUS TO FZB-BLQ-IO-STATUS.
003180     PERFORM 7900-CHECK-IO THRU 7900-EXIT.
003190     MOVE "N" TO FZB-BLQ-EOF-SW.
003200     PERFORM 1110-READ-CONTROL THRU 1110-EXIT
003210         UNTIL FZB-BLQ-EOF.
003220     CLOSE FZB-CONTROL-FILE.
003230 1100-EXIT.
003240     EXIT.
003250 1110-READ-CONTROL.
003260     READ FZB-CONTROL-FILE
003270         AT END MOVE "Y" TO FZB-BLQ-EOF-SW
003280         NOT AT END PERFORM 1120-STORE-VERSION THRU 1120-EXIT
003290     END-READ.
003300 1110-EXIT.
003310     EXIT.
003320 1120-STORE-VERSION.
003330     IF FZB-VER-COUNT NOT LESS THAN FZB-VER-MAX
003340         DISPLAY "FZB2601E MORE THAN 50 VERSION RECORDS IN "
003350             "FZBCTL01 - TABLE FULL"
003360         MOVE 16 TO RETURN-CODE
003370         STOP RUN
003380     END-IF.
003390     ADD 1 TO FZB-VER-COUNT.
003400     MOVE FZB-CONTROL-RECORD TO FZB-VER-RECORD (FZB-VER-COUNT).
003410     MOVE FZB-CTL-PROFILE-ID TO FZB-VER-PROFILE (FZB-VER-COUNT).
003420     IF FZB-CTL-PROFILE-ID = SPACES
003430         MOVE "MAIN" TO FZB-VER-PROFILE (FZB-VER-COUNT)
003440     END-IF.
003450     MOVE ZERO TO FZB-VER-FROM-YMD (FZB-VER-COUNT).
003460     MOVE ZERO TO FZB-VER-TO-YMD (FZB-VER-COUNT).
003470     IF FZB-CTL-EFF-FROM NOT = SPACES
003480         MOVE FZB-CTL-EFF-FROM TO FZB-YMD-WORK-X
003490         PERFORM 8000-DATE-TO-YMD THRU 8000-EXIT
003500         MOVE FZB-YMD-RESULT TO FZB-VER-FROM-YMD (FZB-VER-COUNT)
003510     END-IF.
003520     IF FZB-CTL-EFF-TO NOT = SPACES
003530         MOVE FZB-CTL-EFF-TO TO FZB-YMD-WORK-X
003540         PERFORM 8000-DATE-TO-YMD THRU 8000-EXIT
003550         MOVE FZB-YMD-RESULT TO FZB-VER-TO-YMD (FZB-VER-COUNT)
003560     END-IF.
003570 1120-EXIT.
003580     EXIT.
003590 1200-LOAD-OVERRIDES.
003600     OPEN INPUT FZB-OVERRIDE-FILE.
003610     IF FZB-OVR-FILE-STATUS = "35"
003620         GO TO 1200-EXIT
003630     END-IF.
003631     MOVE "FZBOVR01" TO FZB-BLQ-DDNAME.
003632     MOVE FZB-OVR-FILE-STATUS TO FZB-BLQ-IO-STATUS.
003633     PERFORM 7900-CHECK-IO THRU 7900-EXIT.
003640     MOVE "N" TO FZB-BLQ-EOF-SW.
003650     PERFORM 1210-READ-OVERRIDE THRU 1210-EXIT
003660         UNTIL FZB-BLQ-EOF.
003670     CLOSE FZB-OVERRIDE-FILE.
003680 1200-EXIT.
003690     EXIT.
003700 1210-READ-OVERRIDE.
003710     READ FZB-OVERRIDE-FILE
003720         AT END MOVE "Y" TO FZB-BLQ-EOF-SW
003730         NOT AT END PERFORM 1220-STORE-OVERRIDE THRU 1220-EXIT
003740     END-READ.
003750 1210-EXIT.
003760     EXIT.
003770 1220-STORE-OVERRIDE.
003780     IF FZB-OVR-COUNT NOT LESS THAN FZB-OVR-MAX
003790         DISPLAY "FZB2602E MORE THAN 200 OVERRIDE RECORDS IN "
003800             "FZBOVR01 - TABLE FULL"
003810         MOVE 16 TO RETURN-CODE
003820         STOP RUN
003830     END-IF.
003840     ADD 1 TO FZB-OVR-COUNT.
003850     MOVE FZB-OVR-PROFILE TO FZB-OVR-T-PROFILE (FZB-OVR-COUNT).
003860     MOVE FZB-OVR-CYCLE TO FZB-OVR-T-CYCLE (FZB-OVR-COUNT).
003870     MOVE FZB-OVR-CT TO FZB-OVR-T-CT (FZB-OVR-COUNT).
003880     MOVE FZB-OVR-ACTION TO FZB-OVR-T-ACTION (FZB-OVR-COUNT).
003890     MOVE FZB-OVR-LABEL TO FZB-OVR-T-LABEL (FZB-OVR-COUNT).
003900     MOVE ZERO TO FZB-OVR-T-FROM-YMD (FZB-OVR-COUNT).
003910     MOVE ZERO TO FZB-OVR-T-TO-YMD (FZB-OVR-COUNT).
003920     IF FZB-OVR-EFF-FROM NOT = SPACES
003930         MOVE FZB-OVR-EFF-FROM TO FZB-YMD-WORK-X
003940         PERFORM 8000-DATE-TO-YMD THRU 8000-EXIT
003950         MOVE FZB-YMD-RESULT TO FZB-OVR-T-FROM-YMD (FZB-OVR-COUNT)
003960     END-IF.
003970     IF FZB-OVR-EFF-TO NOT = SPACES
003980         MOVE FZB-OVR-EFF-TO TO FZB-YMD-WORK-X
003990         PERFORM 8000-DATE-TO-YMD THRU 8000-EXIT
004000         MOVE FZB-YMD-RESULT TO FZB-OVR-T-TO-YMD (FZB-OVR-COUNT)
004010     END-IF.
004020 1220-EXIT.
004030     EXIT.
004040 2000-PROCESS-REQUESTS.
004050     MOVE "N" TO FZB-BLQ-EOF-SW.
004060     PERFORM 2100-READ-REQUEST THRU 2100-EXIT
004070         UNTIL FZB-BLQ-EOF.
004080     IF FZB-BLQ-BATCH-OPEN
004090         PERFORM 2900-END-BATCH THRU 2900-EXIT
004100     END-IF.
004110     IF FZB-BLQ-RUN-REQUESTS = ZERO
004120         DISPLAY "FZB2607I NO REQUESTS ON FZBBRQ01 - NOTHING "
004130             "TO DO"
004140     END-IF.
004150 2000-EXIT.
004160     EXIT.
004170 2100-READ-REQUEST.
004180     READ FZB-BULK-REQ-FILE
004190         AT END MOVE "Y" TO FZB-BLQ-EOF-SW
004200         NOT AT END
004210             PERFORM 2200-PROCESS-ONE-REQUEST THRU 2200-EXIT
004220     END-READ.
004230 2100-EXIT.
004240     EXIT.
004250 2200-PROCESS-ONE-REQUEST.
004260     ADD 1 TO FZB-BLQ-RUN-REQUESTS.
004270     IF FZB-BRQ-REQUESTER = SPACES
004280         MOVE "UNKNOWN" TO FZB-BRQ-REQUESTER
004290     END-IF.
004300     IF FZB-BLQ-BATCH-OPEN
004310         AND FZB-BRQ-REQUESTER NOT = FZB-BLQ-CUR-REQUESTER
004320         PERFORM 2900-END-BATCH THRU 2900-EXIT
004330     END-IF.
004340     IF NOT FZB-BLQ-BATCH-OPEN
004350         PERFORM 2800-START-BATCH THRU 2800-EXIT
004360     END-IF.
004370     ADD 1 TO FZB-BLQ-BAT-REQUESTS.
004380     MOVE "DT" TO FZB-BRS-DTL-TYPE.
004390     MOVE FZB-BRQ-REQUESTER TO FZB-BRS-DTL-REQUESTER.
004400     MOVE FZB-BRQ-REFERENCE TO FZB-BRS-DTL-REFERENCE.
004410     MOVE FZB-BRQ-PROFILE TO FZB-BRS-DTL-PROFILE.
004420     MOVE FZB-BRQ-CYCLE TO FZB-BRS-DTL-CYCLE.
004430     MOVE FZB-BRQ-CT TO FZB-BRS-DTL-CT.
004440     MOVE FZB-BRQ-AS-OF-DATE TO FZB-BRS-DTL-AS-OF-DATE.
004450     MOVE SPACES TO FZB-BRS-DTL-STATUS.
004460     MOVE SPACES TO FZB-BRS-DTL-REASON.
004470     MOVE SPACES TO FZB-BRS-DTL-VERSION.
004480     MOVE SPACES TO FZB-BRS-DTL-CLASS.
004490     MOVE SPACES TO FZB-BRS-DTL-OVR-FLAG.
004500     MOVE SPACES TO FZB-BRS-DTL-CATEGORY.
004510     MOVE SPACES TO FZB-BRS-DTL-FILE-CAT.
004520     MOVE SPACES TO FZB-BRS-DTL-FILE-DATE.
004530     MOVE ZERO TO FZB-BRS-DTL-FILE-HITS.
004540     MOVE SPACES TO FZB-BRS-DTL-DIFF-SW.
004550     PERFORM 2300-EDIT-REQUEST THRU 2300-EXIT.
004560     IF FZB-BLQ-REASON NOT = SPACES
004570         PERFORM 2250-REJECT-REQUEST THRU 2250-EXIT
004580         GO TO 2200-EXIT
004590     END-IF.
004600     MOVE FZB-BLQ-PROFILE TO FZB-BRS-DTL-PROFILE.
004610     MOVE FZB-BLQ-CYCLE TO FZB-BRS-DTL-CYCLE.
004620     MOVE FZB-BLQ-CT TO FZB-BRS-DTL-CT.
004630     MOVE FZB-BLQ-DATE-X TO FZB-BRS-DTL-AS-OF-DATE.
004640     MOVE ZERO TO FZB-VER-HIT.
004650     PERFORM 2400-SCAN-VERSION THRU 2400-EXIT
004660         VARYING FZB-VER-IDX FROM 1 BY 1
004670         UNTIL FZB-VER-IDX > FZB-VER-COUNT.
004680     IF FZB-VER-HIT = ZERO
004690         MOVE "PR" TO FZB-BLQ-REASON
004700         PERFORM 2250-REJECT-REQUEST THRU 2250-EXIT
004710         GO TO 2200-EXIT
004720     END-IF.
004721     MOVE FZB-VER-RECORD (FZB-VER-HIT) TO FZB-BLQ-CONTROL-RECORD.
004722     IF FZB-BLQ-CTL-RULE-COUNT > 5
004723         MOVE FZB-BLQ-CTL-EFF-FROM TO FZB-BRS-DTL-VERSION
004724         MOVE "RC" TO FZB-BLQ-REASON
004725         PERFORM 2250-REJECT-REQUEST THRU 2250-EXIT
004726         GO TO 2200-EXIT
004727     END-IF.
004730     PERFORM 2500-CLASSIFY THRU 2500-EXIT.
004740     PERFORM 2600-CHECK-ON-FILE THRU 2600-EXIT.
004750     MOVE "A" TO FZB-BRS-DTL-STATUS.
004760     ADD 1 TO FZB-BLQ-BAT-ANSWERED.
004770     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
004780 2200-EXIT.
004790     EXIT.
004800 2250-REJECT-REQUEST.
004810     MOVE "E" TO FZB-BRS-DTL-STATUS.
004820     MOVE FZB-BLQ-REASON TO FZB-BRS-DTL-REASON.
004830     ADD 1 TO FZB-BLQ-BAT-REJECTED.
004840     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
004850 2250-EXIT.
004860     EXIT.
004870 2300-EDIT-REQUEST.
004880     MOVE SPACES TO FZB-BLQ-REASON.
004890     MOVE FZB-BRQ-PROFILE TO FZB-BLQ-PROFILE.
004900     IF FZB-BLQ-PROFILE = SPACES
004910         MOVE "MAIN" TO FZB-BLQ-PROFILE
004920     END-IF.
004930     IF FZB-BRQ-CT NOT NUMERIC
004940         MOVE "CT" TO FZB-BLQ-REASON
004950         GO TO 2300-EXIT
004960     END-IF.
004970     MOVE FZB-BRQ-CT TO FZB-BLQ-CT.
004980     IF FZB-BLQ-CT = ZERO
004990         MOVE "CT" TO FZB-BLQ-REASON
005000         GO TO 2300-EXIT
005010     END-IF.
005020     MOVE 1 TO FZB-BLQ-CYCLE.
005030     IF FZB-BRQ-CYCLE NOT = SPACES
005040         IF FZB-BRQ-CYCLE NOT NUMERIC
005050             MOVE "CY" TO FZB-BLQ-REASON
005060             GO TO 2300-EXIT
005070         END-IF
005080         MOVE FZB-BRQ-CYCLE TO FZB-BLQ-CYCLE
005090     END-IF.
005100     IF FZB-BLQ-CYCLE = ZERO
005110         MOVE 1 TO FZB-BLQ-CYCLE
005120     END-IF.
005130     IF FZB-BRQ-AS-OF-DATE = SPACES
005140         MOVE FZB-WS-RUN-DATE TO FZB-BLQ-DATE-X
005150         MOVE FZB-WS-RUN-YMD TO FZB-BLQ-AS-OF-YMD
005160         GO TO 2300-EXIT
005170     END-IF.
005180     MOVE FZB-BRQ-AS-OF-DATE TO FZB-BLQ-DATE-X.
005190     MOVE FZB-BRQ-AS-OF-DATE TO FZB-YMD-WORK-X.
005200     PERFORM 8000-DATE-TO-YMD THRU 8000-EXIT.
005210     MOVE FZB-YMD-RESULT TO FZB-BLQ-AS-OF-YMD.
005220     IF FZB-BLQ-AS-OF-YMD = ZERO
005230             OR FZB-BLQ-DTE-SLASH1 NOT = "/"
005240             OR FZB-BLQ-DTE-SLASH2 NOT = "/"
005250             OR FZB-YMD-WK-MM < 1 OR FZB-YMD-WK-MM > 12
005260             OR FZB-YMD-WK-DD < 1 OR FZB-YMD-WK-DD > 31
005270         MOVE "DT" TO FZB-BLQ-REASON
005280     END-IF.
005290 2300-EXIT.
005300     EXIT.
005310 2400-SCAN-VERSION.
005320     IF FZB-VER-PROFILE (FZB-VER-IDX) = FZB-BLQ-PROFILE
005330         AND FZB-VER-FROM-YMD (FZB-VER-IDX)
005340             NOT > FZB-BLQ-AS-OF-YMD
005350         AND (FZB-VER-TO-YMD (FZB-VER-IDX) = ZERO
005360             OR FZB-VER-TO-YMD (FZB-VER-IDX)
005370                 NOT < FZB-BLQ-AS-OF-YMD)
005380         MOVE FZB-VER-IDX TO FZB-VER-HIT
005390     END-IF.
005400 2400-EXIT.
005410     EXIT.
005420 2500-CLASSIFY.
005430     MOVE FZB-VER-RECORD (FZB-VER-HIT) TO FZB-BLQ-CONTROL-RECORD.
005440     MOVE FZB-BLQ-CTL-EFF-FROM TO FZB-BRS-DTL-VERSION.
005450     CALL "FZBCLSF" USING FZB-BLQ-CONTROL-RECORD
005460         FZB-BLQ-CT FZB-BLQ-CYCLE FZB-BLQ-CLASS.
005470     MOVE FZB-BLQ-CLASS TO FZB-BRS-DTL-CLASS.
005480     MOVE ZERO TO FZB-OVR-HIT.
005490     PERFORM 2510-SCAN-OVERRIDE THRU 2510-EXIT
005500         VARYING FZB-OVR-IDX FROM 1 BY 1
005510         UNTIL FZB-OVR-IDX > FZB-OVR-COUNT
005520             OR FZB-OVR-HIT > ZERO.
005530     IF FZB-OVR-HIT > ZERO
005540         AND FZB-OVR-T-ACTION (FZB-OVR-HIT) = "S"
005550         MOVE "S" TO FZB-BRS-DTL-OVR-FLAG
005560         MOVE ZERO TO FZB-BLQ-CAT-CODE
005570         MOVE FZB-BLQ-CAT-NAME (1) TO FZB-BRS-DTL-CATEGORY
005580         ADD 1 TO FZB-BLQ-BAT-SKIPPED
005590         GO TO 2500-EXIT
005600     END-IF.
005610     IF FZB-OVR-HIT > ZERO
005620         MOVE "F" TO FZB-BRS-DTL-OVR-FLAG
005630         MOVE FZB-OVR-T-LABEL (FZB-OVR-HIT) TO FZB-BLQ-CLASS
005640         MOVE FZB-BLQ-CLASS TO FZB-BRS-DTL-CLASS
005650         ADD 1 TO FZB-BLQ-BAT-FORCED
005660     END-IF.
005670     EVALUATE FZB-BLQ-CLASS
005680         WHEN "Plain"
005690             MOVE 4 TO FZB-BLQ-CAT-CODE
005700         WHEN "FizzBuzz"
005710             MOVE 3 TO FZB-BLQ-CAT-CODE
005720         WHEN FZB-BLQ-CTL-LABEL (1)
005730             MOVE 1 TO FZB-BLQ-CAT-CODE
005740         WHEN FZB-BLQ-CTL-LABEL (2)
005750             MOVE 2 TO FZB-BLQ-CAT-CODE
005760         WHEN OTHER
005770             MOVE 5 TO FZB-BLQ-CAT-CODE
005780     END-EVALUATE.
005790     MOVE FZB-BLQ-CAT-NAME (FZB-BLQ-CAT-CODE + 1)
005800         TO FZB-BRS-DTL-CATEGORY.
005810     ADD 1 TO FZB-BLQ-BAT-CAT-COUNT (FZB-BLQ-CAT-CODE).
005820 2500-EXIT.
005830     EXIT.
005840 2510-SCAN-OVERRIDE.
005850     IF FZB-OVR-T-PROFILE (FZB-OVR-IDX) = FZB-BLQ-PROFILE
005860         AND FZB-OVR-T-CYCLE (FZB-OVR-IDX) = FZB-BLQ-CYCLE
005870         AND FZB-OVR-T-CT (FZB-OVR-IDX) = FZB-BLQ-CT
005880         AND FZB-OVR-T-FROM-YMD (FZB-OVR-IDX)
005890             NOT > FZB-BLQ-AS-OF-YMD
005900         AND (FZB-OVR-T-TO-YMD (FZB-OVR-IDX) = ZERO
005910             OR FZB-OVR-T-TO-YMD (FZB-OVR-IDX)
005920                 NOT < FZB-BLQ-AS-OF-YMD)
005930         MOVE FZB-OVR-IDX TO FZB-OVR-HIT
005940     END-IF.
005950 2510-EXIT.
005960     EXIT.
005970 2600-CHECK-ON-FILE.
005980     MOVE ZERO TO FZB-BLQ-FILE-CODE.
005990     MOVE ZERO TO FZB-BLQ-FILE-HITS.
006000     MOVE SPACES TO FZB-BLQ-FILE-DATE.
006010     MOVE FZB-BLQ-PROFILE TO FIZZ-PROFILE.
006020     MOVE FZB-BLQ-CYCLE TO FIZZ-CYCLE.
006030     MOVE FZB-BLQ-CT TO FIZZ-CT.
006040     READ FIZZ-FILE.
006050     MOVE "FIZZOUT" TO FZB-BLQ-DDNAME.
006060     MOVE FZB-FIZZ-FILE-STATUS TO FZB-BLQ-IO-STATUS.
006070     MOVE 1 TO FZB-BLQ-HIT-CODE.
006080     MOVE FIZZ-RUN-DATE TO FZB-BLQ-HIT-DATE.
006090     PERFORM 2690-NOTE-FILE-HIT THRU 2690-EXIT.
006100     MOVE FZB-BLQ-PROFILE TO BUZZ-PROFILE.
006110     MOVE FZB-BLQ-CYCLE TO BUZZ-CYCLE.
006120     MOVE FZB-BLQ-CT TO BUZZ-CT.
006130     READ BUZZ-FILE.
006140     MOVE "BUZZOUT" TO FZB-BLQ-DDNAME.
006150     MOVE FZB-BUZZ-FILE-STATUS TO FZB-BLQ-IO-STATUS.
006160     MOVE 2 TO FZB-BLQ-HIT-CODE.
006170     MOVE BUZZ-RUN-DATE TO FZB-BLQ-HIT-DATE.
006180     PERFORM 2690-NOTE-FILE-HIT THRU 2690-EXIT.
006190     MOVE FZB-BLQ-PROFILE TO FZBZ-PROFILE.
006200     MOVE FZB-BLQ-CYCLE TO FZBZ-CYCLE.
006210     MOVE FZB-BLQ-CT TO FZBZ-CT.
006220     READ FIZZBUZZ-FILE.
006230     MOVE "FZBZOUT" TO FZB-BLQ-DDNAME.
006240     MOVE FZB-FZBZ-FILE-STATUS TO FZB-BLQ-IO-STATUS.
006250     MOVE 3 TO FZB-BLQ-HIT-CODE.
006260     MOVE FZBZ-RUN-DATE TO FZB-BLQ-HIT-DATE.
006270     PERFORM 2690-NOTE-FILE-HIT THRU 2690-EXIT.
006280     MOVE FZB-BLQ-PROFILE TO PLN-PROFILE.
006290     MOVE FZB-BLQ-CYCLE TO PLN-CYCLE.
006300     MOVE FZB-BLQ-CT TO PLN-CT.
006310     READ PLAIN-FILE.
006320     MOVE "PLAINOUT" TO FZB-BLQ-DDNAME.
006330     MOVE FZB-PLN-FILE-STATUS TO FZB-BLQ-IO-STATUS.
006340     MOVE 4 TO FZB-BLQ-HIT-CODE.
006350     MOVE PLN-RUN-DATE TO FZB-BLQ-HIT-DATE.
006360     PERFORM 2690-NOTE-FILE-HIT THRU 2690-EXIT.
006370     MOVE FZB-BLQ-PROFILE TO OTH-PROFILE.
006380     MOVE FZB-BLQ-CYCLE TO OTH-CYCLE.
006390     MOVE FZB-BLQ-CT TO OTH-CT.
006400     READ OTHER-FILE.
006410     MOVE "OTHEROUT" TO FZB-BLQ-DDNAME.
006420     MOVE FZB-OTH-FILE-STATUS TO FZB-BLQ-IO-STATUS.
006430     MOVE 5 TO FZB-BLQ-HIT-CODE.
006440     MOVE OTH-RUN-DATE TO FZB-BLQ-HIT-DATE.
006450     PERFORM 2690-NOTE-FILE-HIT THRU 2690-EXIT.
006460     IF FZB-BLQ-FILE-HITS = ZERO
006470         GO TO 2600-EXIT
006480     END-IF.
006490     ADD 1 TO FZB-BLQ-BAT-ON-FILE.
006500     MOVE FZB-BLQ-CAT-NAME (FZB-BLQ-FILE-CODE + 1)
006510         TO FZB-BRS-DTL-FILE-CAT.
006520     MOVE FZB-BLQ-FILE-DATE TO FZB-BRS-DTL-FILE-DATE.
006530     MOVE FZB-BLQ-FILE-HITS TO FZB-BRS-DTL-FILE-HITS.
006540     MOVE "N" TO FZB-BRS-DTL-DIFF-SW.
006550     IF FZB-BLQ-FILE-HITS > 1
006560             OR FZB-BLQ-FILE-CODE NOT = FZB-BLQ-CAT-CODE
006570         MOVE "Y" TO FZB-BRS-DTL-DIFF-SW
006580         ADD 1 TO FZB-BLQ-BAT-DIFFERENT
006590     END-IF.
006600 2600-EXIT.
006610     EXIT.
006620 2690-NOTE-FILE-HIT.
006630     IF FZB-BLQ-IO-STATUS = "23"
006640         GO TO 2690-EXIT
006650     END-IF.
006660     PERFORM 7900-CHECK-IO THRU 7900-EXIT.
006670     ADD 1 TO FZB-BLQ-FILE-HITS.
006680     IF FZB-BLQ-FILE-CODE = ZERO
006690         MOVE FZB-BLQ-HIT-CODE TO FZB-BLQ-FILE-CODE
006700         MOVE FZB-BLQ-HIT-DATE TO FZB-BLQ-FILE-DATE
006710     END-IF.
006720 2690-EXIT.
006730     EXIT.
006740 2700-WRITE-DETAIL.
006750     MOVE FZB-BRS-DETAIL-RECORD TO FZB-BULK-RESP-RECORD.
006760     PERFORM 2950-WRITE-RESPONSE THRU 2950-EXIT.
006770 2700-EXIT.
006780     EXIT.
006790 2800-START-BATCH.
006800     MOVE FZB-BRQ-REQUESTER TO FZB-BLQ-CUR-REQUESTER.
006810     MOVE "Y" TO FZB-BLQ-BATCH-SW.
006820     INITIALIZE FZB-BLQ-BAT-COUNTS.
006830     ADD 1 TO FZB-BLQ-RUN-BATCHES.
006840     MOVE "HD" TO FZB-BRS-HDR-TYPE.
006850     MOVE "FZBBULKQ" TO FZB-BRS-HDR-SOURCE.
006860     MOVE FZB-BLQ-CUR-REQUESTER TO FZB-BRS-HDR-REQUESTER.
006870     MOVE FZB-WS-RUN-DATE TO FZB-BRS-HDR-RUN-DATE.
006880     MOVE FZB-WS-RUN-TIME TO FZB-BRS-HDR-RUN-TIME.
006890     MOVE FZB-BRS-HEADER-RECORD TO FZB-BULK-RESP-RECORD.
006900     PERFORM 2950-WRITE-RESPONSE THRU 2950-EXIT.
006910 2800-EXIT.
006920     EXIT.
006930 2900-END-BATCH.
006940     MOVE "TR" TO FZB-BRS-TRL-TYPE.
006950     MOVE FZB-BLQ-CUR-REQUESTER TO FZB-BRS-TRL-REQUESTER.
006960     MOVE FZB-BLQ-BAT-REQUESTS TO FZB-BRS-TRL-REC-COUNT.
006970     MOVE FZB-BLQ-BAT-ANSWERED TO FZB-BRS-TRL-ANSWERED.
006980     MOVE FZB-BLQ-BAT-REJECTED TO FZB-BRS-TRL-REJECTED.
006990     MOVE FZB-BLQ-BAT-ON-FILE TO FZB-BRS-TRL-ON-FILE.
007000     MOVE FZB-BLQ-BAT-DIFFERENT TO FZB-BRS-TRL-DIFFERENT.
007010     MOVE FZB-BLQ-BAT-SKIPPED TO FZB-BRS-TRL-SKIPPED.
007020     MOVE FZB-BRS-TRAILER-RECORD TO FZB-BULK-RESP-RECORD.
007030     PERFORM 2950-WRITE-RESPONSE THRU 2950-EXIT.
007040     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
007050     MOVE FZB-BLQ-BAT-REQUESTS TO FZB-BLQ-DSP-COUNT-1.
007060     MOVE FZB-BLQ-BAT-REJECTED TO FZB-BLQ-DSP-COUNT-2.
007070     MOVE FZB-BLQ-BAT-ON-FILE TO FZB-BLQ-DSP-COUNT-3.
007080     MOVE FZB-BLQ-BAT-DIFFERENT TO FZB-BLQ-DSP-COUNT-4.
007090     DISPLAY "FZB2604I REQUESTER " FZB-BLQ-CUR-REQUESTER
007100         " REQUESTS " FZB-BLQ-DSP-COUNT-1
007110         " REJECTED " FZB-BLQ-DSP-COUNT-2.
007120     DISPLAY "FZB2604I REQUESTER " FZB-BLQ-CUR-REQUESTER
007130         " ON FILE " FZB-BLQ-DSP-COUNT-3
007140         " DIFFERENT " FZB-BLQ-DSP-COUNT-4.
007150     ADD FZB-BLQ-BAT-REJECTED TO FZB-BLQ-RUN-REJECTED.
007160     ADD FZB-BLQ-BAT-DIFFERENT TO FZB-BLQ-RUN-DIFFERENT.
007170     MOVE "N" TO FZB-BLQ-BATCH-SW.
007180 2900-EXIT.
007190     EXIT.
007200 2950-WRITE-RESPONSE.
007210     WRITE FZB-BULK-RESP-RECORD.
007220     MOVE "FZBBRS01" TO FZB-BLQ-DDNAME.
007230     MOVE FZB-BRS-FILE-STATUS TO FZB-BLQ-IO-STATUS.
007240     PERFORM 7900-CHECK-IO THRU 7900-EXIT.
007250 2950-EXIT.
007260     EXIT.
007270 3000-FINALIZE.
007280     CLOSE FZB-BULK-REQ-FILE.
007290     CLOSE FIZZ-FILE BUZZ-FILE FIZZBUZZ-FILE PLAIN-FILE
007300         OTHER-FILE.
007310     CLOSE FZB-BULK-RESP-FILE.
007320     IF FZB-BLQ-RUN-REJECTED > ZERO
007330         MOVE FZB-BLQ-RUN-REJECTED TO FZB-BLQ-DSP-COUNT-1
007340         DISPLAY "FZB2605W " FZB-BLQ-DSP-COUNT-1
007350             " REQUEST(S) REJECTED - SEE STATUS E ON FZBBRS01"
007360         MOVE 4 TO FZB-BLQ-RC
007370     END-IF.
007380     IF FZB-BLQ-RUN-DIFFERENT > ZERO
007390         MOVE FZB-BLQ-RUN-DIFFERENT TO FZB-BLQ-DSP-COUNT-1
007400         DISPLAY "FZB2606W " FZB-BLQ-DSP-COUNT-1
007410             " ANSWER(S) DIFFER FROM THE CATEGORY ON FILE"
007420         MOVE 4 TO FZB-BLQ-RC
007430     END-IF.
007440     MOVE FZB-BLQ-RUN-BATCHES TO FZB-BLQ-DSP-COUNT-1.
007450     MOVE FZB-BLQ-RUN-REQUESTS TO FZB-BLQ-DSP-COUNT-2.
007460     DISPLAY "FZB2609I BATCHES " FZB-BLQ-DSP-COUNT-1
007470         " REQUESTS " FZB-BLQ-DSP-COUNT-2.
007480     MOVE FZB-BLQ-RC TO RETURN-CODE.
007490 3000-EXIT.
007500     EXIT.
007510 7000-WRITE-AUDIT.
007520     INITIALIZE FZB-AUDIT-RECORD.
007530     MOVE FZB-WS-RUN-DATE TO FZB-AUD-RUN-DATE.
007540     MOVE FZB-WS-RUN-TIME TO FZB-AUD-RUN-TIME.
007550     MOVE "FZBBULKQ" TO FZB-AUD-JOB-ID.
007560     MOVE FZB-BLQ-CUR-REQUESTER TO FZB-AUD-PROFILE.
007570     MOVE FZB-BLQ-BAT-CAT-COUNT (1) TO FZB-AUD-FIZZ-COUNT.
007580     MOVE FZB-BLQ-BAT-CAT-COUNT (2) TO FZB-AUD-BUZZ-COUNT.
007590     MOVE FZB-BLQ-BAT-CAT-COUNT (3) TO FZB-AUD-FIZZBUZZ-COUNT.
007600     MOVE FZB-BLQ-BAT-CAT-COUNT (4) TO FZB-AUD-PLAIN-COUNT.
007610     MOVE FZB-BLQ-BAT-CAT-COUNT (5) TO FZB-AUD-OTHER-COUNT.
007620     MOVE FZB-BLQ-BAT-FORCED TO FZB-AUD-OVRRIDE-COUNT.
007630     MOVE FZB-BLQ-BAT-SKIPPED TO FZB-AUD-SKIP-COUNT.
007640     MOVE FZB-BLQ-BAT-REQUESTS TO FZB-AUD-TOTAL-COUNT.
007650     OPEN EXTEND FZB-AUDIT-FILE.
007660     IF FZB-AUD-FILE-STATUS = "35"
007670         OPEN OUTPUT FZB-AUDIT-FILE
007680     END-IF.
007690     IF FZB-AUD-FILE-STATUS NOT = "00"
007700         DISPLAY "FZB2608W UNABLE TO LOG REQUESTER "
007710             FZB-BLQ-CUR-REQUESTER " TO FZBAUD01, STATUS = "
007720             FZB-AUD-FILE-STATUS
007730         MOVE 4 TO FZB-BLQ-RC
007740         GO TO 7000-EXIT
007750     END-IF.
007760     WRITE FZB-AUDIT-RECORD.
007770     IF FZB-AUD-FILE-STATUS NOT = "00"
007780         DISPLAY "FZB2608W UNABLE TO LOG REQUESTER "
007790             FZB-BLQ-CUR-REQUESTER " TO FZBAUD01, STATUS = "
007800             FZB-AUD-FILE-STATUS
007810         MOVE 4 TO FZB-BLQ-RC
007820     END-IF.
007830     CLOSE FZB-AUDIT-FILE.
007840 7000-EXIT.
007850     EXIT.
007860 7900-CHECK-IO.
007870     IF FZB-BLQ-IO-STATUS NOT = "00"
007880         DISPLAY "FZB2600E " FZB-BLQ-DDNAME
007890             " I/O FAILED, STATUS = " FZB-BLQ-IO-STATUS
007900         MOVE 16 TO RETURN-CODE
007910         STOP RUN
007920     END-IF.
007930 7900-EXIT.
007940     EXIT.
007950 8000-DATE-TO-YMD.
007960     MOVE ZERO TO FZB-YMD-RESULT.
007970     IF FZB-YMD-MM NUMERIC AND FZB-YMD-DD NUMERIC
007980             AND FZB-YMD-YYYY NUMERIC
007990         MOVE FZB-YMD-MM TO FZB-YMD-WK-MM
008000         MOVE FZB-YMD-DD TO FZB-YMD-WK-DD
008010         MOVE FZB-YMD-YYYY TO FZB-YMD-WK-YYYY
008020         COMPUTE FZB-YMD-RESULT = FZB-YMD-WK-YYYY * 10000
008030             + FZB-YMD-WK-MM * 100 + FZB-YMD-WK-DD
008040     END-IF.
008050 8000-EXIT.
008060     EXIT.
