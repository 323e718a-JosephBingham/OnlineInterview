000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FZBRST.
000030 AUTHOR. J HARGROVE-BENNETT.
000040 INSTALLATION. DAILY BATCH SUPPORT.
000050 DATE-WRITTEN. 2026-10-06.
000060 DATE-COMPILED. 2026-10-06.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT DESCRIPTION
000100*    ---------- ---- -----------------------------------------
000110*    2026-10-06 JHB  INITIAL VERSION. RESTORES THE KEYED STATE
000120*                    FILES - FZBPCS01, FZBCKP01, FZBRNC01,
000130*                    FZBSTS01, AND THE FIVE CATEGORY KSDS - TO THE
000140*                    FZBSNP SNAPSHOT TAKEN FOR THE BUSINESS DATE
000150*                    IN THE PARM (MM/DD/YYYY). SNAPIN IS THE
000160*                    SNAPSHOT GDG BASE, SO EVERY GENERATION IS
000170*                    READ; THE LATEST SNAPSHOT STAMPED WITH THAT
000180*                    DATE IS USED. THE SNAPSHOT IS FIRST PROVED
000190*                    WHOLE AGAINST ITS OWN CONTROL AND TRAILER
000200*                    RECORDS (A DAMAGED ONE IS NEVER RESTORED, RC
000210*                    12). EACH PROFILE IN IT IS THEN CHECKED: THE
000220*                    PERSISTED CT/CYCLE MUST BE THE END OF THE
000230*                    PROFILE'S LAST FZBAUD01 WINDOW ON OR BEFORE
000240*                    THE DATE, THE CATEGORY KSDS MUST HOLD THAT
000250*                    WINDOW'S AUDITED RECORD COUNT AND NOTHING
000260*                    PAST THE PERSISTED CT, AND NO RUN MAY BE IN
000270*                    FLIGHT OR CHECKPOINTED. EVERY MISMATCH IS
000280*                    LISTED, AND ANY MISMATCH HOLDS THE RESTORE
000290*                    (RC 8) UNLESS THE PARM ADDS ,FORCE. ,VERIFY
000300*                    RUNS THE CHECKS ONLY (RC 4 ON A MISMATCH). A
000310*                    RELEASED RESTORE EMPTIES EACH CLUSTER AND
000320*                    RELOADS IT FROM THE SNAPSHOT (RC 4 WHEN
000330*                    FORCED). A FILE ERROR ENDS RC 16.
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT FZB-SNAPSHOT-FILE ASSIGN TO SNAPIN
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS FZB-SNP-FILE-STATUS.
000440     SELECT FZB-AUDIT-FILE ASSIGN TO FZBAUD01
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS FZB-AUD-FILE-STATUS.
000470     SELECT FZB-PERSIST-FILE ASSIGN TO FZBPCS01
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS FZB-RSR-PCS-KEY
000510         FILE STATUS IS FZB-PCS-FILE-STATUS.
000520     SELECT FZB-CHECKPOINT-FILE ASSIGN TO FZBCKP01
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS FZB-RSR-CKP-KEY
000560         FILE STATUS IS FZB-CKP-FILE-STATUS.
000570     SELECT FZB-RUNCTL-FILE ASSIGN TO FZBRNC01
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS FZB-RSR-RNC-KEY
000610         FILE STATUS IS FZB-RNC-FILE-STATUS.
000620     SELECT FZB-STATUS-FILE ASSIGN TO FZBSTS01
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS FZB-RSR-STS-KEY
000660         FILE STATUS IS FZB-STS-FILE-STATUS.
000670     SELECT FIZZ-FILE ASSIGN TO FIZZOUT
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS FZB-RSR-FIZZ-KEY
000710         FILE STATUS IS FZB-FIZZ-FILE-STATUS.
000720     SELECT BUZZ-FILE ASSIGN TO BUZZOUT
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS FZB-RSR-BUZZ-KEY
000760         FILE STATUS IS FZB-BUZZ-FILE-STATUS.
000770     SELECT FIZZBUZZ-FILE ASSIGN TO FZBZOUT
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS FZB-RSR-FZBZ-KEY
000810         FILE STATUS IS FZB-FZBZ-FILE-STATUS.
000820     SELECT PLAIN-FILE ASSIGN TO PLAINOUT
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS FZB-RSR-PLN-KEY
000860         FILE STATUS IS FZB-PLN-FILE-STATUS.
000870     SELECT OTHER-FILE ASSIGN TO OTHEROUT
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS FZB-RSR-OTH-KEY
000910         FILE STATUS IS FZB-OTH-FILE-STATUS.
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  FZB-SNAPSHOT-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 COPY FZBSNP.
000970 FD  FZB-AUDIT-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 COPY FZBAUD.
001000 FD  FZB-PERSIST-FILE
001010     LABEL RECORDS ARE STANDARD.
001020 01  FZB-RSR-PCS-RECORD.
001030     05  FZB-RSR-PCS-KEY         PIC X(08).
001040     05  FILLER                  PIC X(23).
001050 FD  FZB-CHECKPOINT-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  FZB-RSR-CKP-RECORD.
001080     05  FZB-RSR-CKP-KEY         PIC X(08).
001090     05  FILLER                  PIC X(64).
001100 FD  FZB-RUNCTL-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 01  FZB-RSR-RNC-RECORD.
001130     05  FZB-RSR-RNC-KEY         PIC X(08).
001140     05  FILLER                  PIC X(11).
001150 FD  FZB-STATUS-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 01  FZB-RSR-STS-RECORD.
001180     05  FZB-RSR-STS-KEY         PIC X(08).
001190     05  FILLER                  PIC X(19).
001200 FD  FIZZ-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 01  FZB-RSR-FIZZ-RECORD.
001230     05  FZB-RSR-FIZZ-KEY        PIC X(15).
001240     05  FILLER                  PIC X(10).
001250 FD  BUZZ-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 01  FZB-RSR-BUZZ-RECORD.
001280     05  FZB-RSR-BUZZ-KEY        PIC X(15).
001290     05  FILLER                  PIC X(10).
001300 FD  FIZZBUZZ-FILE
001310     LABEL RECORDS ARE STANDARD.
001320 01  FZB-RSR-FZBZ-RECORD.
001330     05  FZB-RSR-FZBZ-KEY        PIC X(15).
001340     05  FILLER                  PIC X(10).
001350 FD  PLAIN-FILE
001360     LABEL RECORDS ARE STANDARD.
001370 01  FZB-RSR-PLN-RECORD.
001380     05  FZB-RSR-PLN-KEY         PIC X(15).
001390     05  FILLER                  PIC X(10).
001400 FD  OTHER-FILE
001410     LABEL RECORDS ARE STANDARD.
001420 01  FZB-RSR-OTH-RECORD.
001430     05  FZB-RSR-OTH-KEY         PIC X(15).
001440     05  FILLER                  PIC X(10).
001450 WORKING-STORAGE SECTION.
001460 01  FZB-SNP-FILE-STATUS         PIC X(02).
001470 01  FZB-AUD-FILE-STATUS         PIC X(02).
001480 01  FZB-PCS-FILE-STATUS         PIC X(02).
001490 01  FZB-CKP-FILE-STATUS         PIC X(02).
001500 01  FZB-RNC-FILE-STATUS         PIC X(02).
001510 01  FZB-STS-FILE-STATUS         PIC X(02).
001520 01  FZB-FIZZ-FILE-STATUS        PIC X(02).
001530 01  FZB-BUZZ-FILE-STATUS        PIC X(02).
001540 01  FZB-FZBZ-FILE-STATUS        PIC X(02).
001550 01  FZB-PLN-FILE-STATUS         PIC X(02).
001560 01  FZB-OTH-FILE-STATUS         PIC X(02).
001570 COPY FZBPCS.
001580 COPY FZBCKP.
001590 COPY FZBRNC.
001600 COPY FZBCAT.
001610 01  FZB-RSR-PARM                PIC X(20) VALUE SPACES.
001620 01  FZB-RSR-DATE                PIC X(10) VALUE SPACES.
001630 01  FZB-RSR-YMD                 PIC 9(08) VALUE ZERO.
001640 01  FZB-RSR-OPTION              PIC X(08) VALUE SPACES.
001650     88  FZB-RSR-VERIFY-ONLY     VALUE "VERIFY".
001660     88  FZB-RSR-FORCE           VALUE "FORCE".
001670 01  FZB-RSR-EOF-SW              PIC X(01) VALUE "N".
001680     88  FZB-RSR-EOF             VALUE "Y".
001690 01  FZB-RSR-APPLY-SW            PIC X(01) VALUE "N".
001700     88  FZB-RSR-APPLYING        VALUE "Y".
001710 01  FZB-RSR-OK-SW               PIC X(01) VALUE "Y".
001720     88  FZB-RSR-PROFILE-OK      VALUE "Y".
001730 01  FZB-RSR-STAMP               PIC X(14) VALUE SPACES.
001740 01  FZB-RSR-SET-COUNT           PIC 9(03) VALUE ZERO COMP.
001750 01  FZB-RSR-HDR-COUNT           PIC 9(03) VALUE ZERO COMP.
001760 01  FZB-RSR-TRL-COUNT           PIC 9(03) VALUE ZERO COMP.
001770 01  FZB-RSR-TRL-RECORDS         PIC 9(09) VALUE ZERO.
001780 01  FZB-RSR-TRL-CONTROLS        PIC 9(05) VALUE ZERO.
001790 01  FZB-RSR-DATA-COUNT          PIC 9(09) VALUE ZERO COMP.
001800 01  FZB-RSR-CONTROL-COUNT       PIC 9(05) VALUE ZERO COMP.
001810 01  FZB-RSR-DAMAGE-CT           PIC 9(05) VALUE ZERO COMP.
001820 01  FZB-RSR-MISMATCH-CT         PIC 9(05) VALUE ZERO COMP.
001830 01  FZB-RSR-RESTORED-CT         PIC 9(09) VALUE ZERO COMP.
001840 01  FZB-RSR-CLEARED-CT          PIC 9(07) VALUE ZERO COMP.
001850 01  FZB-RSR-FILE-VALUES.
001860     05  FILLER                  PIC X(08) VALUE "PERSIST".
001870     05  FILLER                  PIC X(08) VALUE "CHECKPT".
001880     05  FILLER                  PIC X(08) VALUE "RUNCTL".
001890     05  FILLER                  PIC X(08) VALUE "RUNSTAT".
001900     05  FILLER                  PIC X(08) VALUE "FIZZ".
001910     05  FILLER                  PIC X(08) VALUE "BUZZ".
001920     05  FILLER                  PIC X(08) VALUE "FIZZBUZZ".
001930     05  FILLER                  PIC X(08) VALUE "PLAIN".
001940     05  FILLER                  PIC X(08) VALUE "OTHER".
001950 01  FZB-RSR-FILE-TABLE REDEFINES FZB-RSR-FILE-VALUES.
001960     05  FZB-RSR-FILE-NAME       PIC X(08) OCCURS 9 TIMES.
001970 01  FZB-RSR-FILE-STATE.
001980     05  FZB-RSR-FILE-ENT        OCCURS 9 TIMES.
001990         10  FZB-RSR-FILE-SEEN   PIC X(01).
002000         10  FZB-RSR-FILE-LOADED PIC 9(07) COMP.
002010 01  FZB-RSR-FILE-IDX            PIC 9(02) VALUE ZERO COMP.
002020 01  FZB-RSR-FILE-HIT            PIC 9(02) VALUE ZERO COMP.
002030 01  FZB-RSR-CNT-TABLE.
002040     05  FZB-RSR-CNT-ENT         OCCURS 300 TIMES.
002050         10  FZB-RSR-CNT-FILE    PIC X(08).
002060         10  FZB-RSR-CNT-PROFILE PIC X(08).
002070         10  FZB-RSR-CNT-ACTUAL  PIC 9(07) COMP.
002080         10  FZB-RSR-CNT-EXPECT  PIC 9(07) COMP.
002090         10  FZB-RSR-CNT-CTL-SW  PIC X(01).
002100 01  FZB-RSR-CNT-COUNT           PIC 9(03) VALUE ZERO COMP.
002110 01  FZB-RSR-CNT-IDX             PIC 9(03) VALUE ZERO COMP.
002120 01  FZB-RSR-CNT-HIT             PIC 9(03) VALUE ZERO COMP.
002130 01  FZB-RSR-PRF-TABLE.
002140     05  FZB-RSR-PRF-ENT         OCCURS 50 TIMES.
002150         10  FZB-RSR-PRF-ID      PIC X(08).
002160         10  FZB-RSR-PRF-IN-SNAP PIC X(01).
002170         10  FZB-RSR-PRF-AUD-SW  PIC X(01).
002180         10  FZB-RSR-PRF-AUD-DATE PIC X(10).
002190         10  FZB-RSR-PRF-AUD-START PIC 9(07) COMP.
002200         10  FZB-RSR-PRF-AUD-END PIC 9(07) COMP.
002210         10  FZB-RSR-PRF-AUD-TOTAL PIC 9(07) COMP.
002220         10  FZB-RSR-PRF-PCS-SW  PIC X(01).
002230         10  FZB-RSR-PRF-PCS-POS PIC 9(07) COMP.
002240         10  FZB-RSR-PRF-CAT-CT  PIC 9(07) COMP.
002250         10  FZB-RSR-PRF-WIN-CT  PIC 9(07) COMP.
002260         10  FZB-RSR-PRF-MAX-POS PIC 9(07) COMP.
002270         10  FZB-RSR-PRF-FLIGHT-SW PIC X(01).
002280         10  FZB-RSR-PRF-CKP-SW  PIC X(01).
002290 01  FZB-RSR-PRF-COUNT           PIC 9(03) VALUE ZERO COMP.
002300 01  FZB-RSR-PRF-IDX             PIC 9(03) VALUE ZERO COMP.
002310 01  FZB-RSR-PRF-HIT             PIC 9(03) VALUE ZERO COMP.
002320 01  FZB-RSR-WRK-PROFILE         PIC X(08) VALUE SPACES.
002330 01  FZB-RSR-WRK-CYCLE           PIC 9(02) VALUE ZERO.
002340 01  FZB-RSR-WRK-CT              PIC 9(05) VALUE ZERO.
002350 01  FZB-RSR-WRK-POS             PIC 9(07) VALUE ZERO COMP.
002360 01  FZB-RSR-POS-CYCLE           PIC 9(02) VALUE ZERO.
002370 01  FZB-RSR-POS-CT              PIC 9(05) VALUE ZERO.
002380 01  FZB-RSR-SHOW-POS            PIC 9(07) VALUE ZERO.
002390 01  FZB-RSR-SHOW-POS-X REDEFINES FZB-RSR-SHOW-POS.
002400     05  FZB-RSR-SHOW-CYCLE      PIC 9(02).
002410     05  FZB-RSR-SHOW-CT         PIC 9(05).
002420 01  FZB-RSR-SHOW-ACTUAL         PIC Z(08)9.
002430 01  FZB-RSR-SHOW-EXPECT         PIC Z(08)9.
002440 01  FZB-RSR-DDNAME              PIC X(08) VALUE SPACES.
002450 01  FZB-RSR-IO-STATUS           PIC X(02) VALUE SPACES.
002460 01  FZB-YMD-WORK-X.
002470     05  FZB-YMD-MM              PIC X(02).
002480     05  FILLER                  PIC X(01).
002490     05  FZB-YMD-DD              PIC X(02).
002500     05  FILLER                  PIC X(01).
002510     05  FZB-YMD-YYYY            PIC X(04).
002520 01  FZB-YMD-WK-MM               PIC 9(02) VALUE ZERO.
002530 01  FZB-YMD-WK-DD               PIC 9(02) VALUE ZERO.
002540 01  FZB-YMD-WK-YYYY             PIC 9(04) VALUE ZERO.
002550 01  FZB-YMD-RESULT              PIC 9(08) VALUE ZERO.
002560 PROCEDURE DIVISION.
002570 0000-MAINLINE SECTION.
002580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002590     PERFORM 1100-LOCATE-SNAPSHOT THRU 1100-EXIT.
002600     PERFORM 1200-LOAD-AUDIT THRU 1200-EXIT.
002610     PERFORM 2000-READ-SNAPSHOT THRU 2000-EXIT.
002620     PERFORM 2500-CHECK-CONTROLS THRU 2500-EXIT.
002630     PERFORM 2600-CHECK-PROFILES THRU 2600-EXIT.
002640     PERFORM 2900-RELEASE-DECISION THRU 2900-EXIT.
002650     PERFORM 3000-RESTORE-STATE THRU 3000-EXIT.
002660     STOP RUN.
002670 1000-INITIALIZE.
002680     ACCEPT FZB-RSR-PARM FROM COMMAND-LINE.
002690     UNSTRING FZB-RSR-PARM DELIMITED BY ","
002700         INTO FZB-RSR-DATE FZB-RSR-OPTION.
002710     MOVE FZB-RSR-DATE TO FZB-YMD-WORK-X.
002720     PERFORM 8000-DATE-TO-YMD THRU 8000-EXIT.
002730     MOVE FZB-YMD-RESULT TO FZB-RSR-YMD.
002740     IF FZB-RSR-YMD = ZERO
002750             OR (FZB-RSR-OPTION NOT = SPACES
002760                 AND NOT FZB-RSR-VERIFY-ONLY
002770                 AND NOT FZB-RSR-FORCE)
002780         DISPLAY "FZB2400E PARM MUST BE MM/DD/YYYY, OPTIONALLY "
002790             "FOLLOWED BY ,VERIFY OR ,FORCE - VALUE = "
002800             FZB-RSR-PARM
002810         MOVE 16 TO RETURN-CODE
002820         STOP RUN
002830     END-IF.
002840     DISPLAY "FZB2403I STATE RESTORE TO BUSINESS DATE "
002850         FZB-RSR-DATE " " FZB-RSR-OPTION.
002860 1000-EXIT.
002870     EXIT.
002880 1100-LOCATE-SNAPSHOT.
002890     PERFORM 7000-OPEN-SNAPSHOT THRU 7000-EXIT.
002900     PERFORM 1110-SCAN-HEADER THRU 1110-EXIT
002910         UNTIL FZB-RSR-EOF.
002920     CLOSE FZB-SNAPSHOT-FILE.
002930     IF FZB-RSR-STAMP = SPACES
002940         DISPLAY "FZB2402E NO SNAPSHOT FOR BUSINESS DATE "
002950             FZB-RSR-DATE " IN SNAPIN - NOTHING RESTORED"
002960         MOVE 8 TO RETURN-CODE
002970         STOP RUN
002980     END-IF.
002990     IF FZB-RSR-SET-COUNT > 1
003000         DISPLAY "FZB2403I " FZB-RSR-SET-COUNT
003010             " SNAPSHOTS FOR " FZB-RSR-DATE
003020             " - USING THE LATEST, STAMP " FZB-RSR-STAMP
003030     ELSE
003040         DISPLAY "FZB2403I USING SNAPSHOT STAMP " FZB-RSR-STAMP
003050     END-IF.
003060 1100-EXIT.
003070     EXIT.
003080 1110-SCAN-HEADER.
003090     PERFORM 7050-READ-SNAPSHOT THRU 7050-EXIT.
003100     IF FZB-RSR-EOF
003110         GO TO 1110-EXIT
003120     END-IF.
003130     IF FZB-SNP-HEADER AND FZB-SNP-BUS-DATE = FZB-RSR-DATE
003140         ADD 1 TO FZB-RSR-SET-COUNT
003150         IF FZB-SNP-STAMP > FZB-RSR-STAMP
003160             MOVE FZB-SNP-STAMP TO FZB-RSR-STAMP
003170         END-IF
003180     END-IF.
003190 1110-EXIT.
003200     EXIT.
003210 1200-LOAD-AUDIT.
003220     OPEN INPUT FZB-AUDIT-FILE.
003230     IF FZB-AUD-FILE-STATUS NOT = "00"
003240         MOVE "FZBAUD01" TO FZB-RSR-DDNAME
003250         MOVE FZB-AUD-FILE-STATUS TO FZB-RSR-IO-STATUS
003260         PERFORM 7900-IO-FAILED THRU 7900-EXIT
003270     END-IF.
003280     MOVE "N" TO FZB-RSR-EOF-SW.
003290     PERFORM 1210-READ-AUDIT THRU 1210-EXIT
003300         UNTIL FZB-RSR-EOF.
003310     CLOSE FZB-AUDIT-FILE.
003320 1200-EXIT.
003330     EXIT.
003340 1210-READ-AUDIT.
003350     READ FZB-AUDIT-FILE
003360         AT END MOVE "Y" TO FZB-RSR-EOF-SW
003370     END-READ.
003380     IF FZB-RSR-EOF OR FZB-AUD-RULE-COUNT = ZERO
003390         GO TO 1210-EXIT
003400     END-IF.
003410     MOVE FZB-AUD-RUN-DATE TO FZB-YMD-WORK-X.
003420     PERFORM 8000-DATE-TO-YMD THRU 8000-EXIT.
003430     IF FZB-YMD-RESULT = ZERO OR FZB-YMD-RESULT > FZB-RSR-YMD
003440         GO TO 1210-EXIT
003450     END-IF.
003460     MOVE FZB-AUD-PROFILE TO FZB-RSR-WRK-PROFILE.
003470     PERFORM 7200-FIND-PROFILE THRU 7200-EXIT.
003480     MOVE "Y" TO FZB-RSR-PRF-AUD-SW (FZB-RSR-PRF-HIT).
003490     MOVE FZB-AUD-RUN-DATE
003500         TO FZB-RSR-PRF-AUD-DATE (FZB-RSR-PRF-HIT).
003510     MOVE FZB-AUD-START-CYC TO FZB-RSR-POS-CYCLE.
003520     MOVE FZB-AUD-START-NBR TO FZB-RSR-POS-CT.
003530     PERFORM 8100-POSITION THRU 8100-EXIT.
003540     MOVE FZB-RSR-WRK-POS
003550         TO FZB-RSR-PRF-AUD-START (FZB-RSR-PRF-HIT).
003560     MOVE FZB-AUD-END-CYC TO FZB-RSR-POS-CYCLE.
003570     MOVE FZB-AUD-END-NBR TO FZB-RSR-POS-CT.
003580     PERFORM 8100-POSITION THRU 8100-EXIT.
003590     MOVE FZB-RSR-WRK-POS
003600         TO FZB-RSR-PRF-AUD-END (FZB-RSR-PRF-HIT).
003610     MOVE FZB-AUD-TOTAL-COUNT
003620         TO FZB-RSR-PRF-AUD-TOTAL (FZB-RSR-PRF-HIT).
003630 1210-EXIT.
003640     EXIT.
003650 2000-READ-SNAPSHOT.
003660     PERFORM 7000-OPEN-SNAPSHOT THRU 7000-EXIT.
003670     PERFORM 2010-READ-SET THRU 2010-EXIT
003680         UNTIL FZB-RSR-EOF.
003690     CLOSE FZB-SNAPSHOT-FILE.
003700 2000-EXIT.
003710     EXIT.
003720 2010-READ-SET.
003730     PERFORM 7050-READ-SNAPSHOT THRU 7050-EXIT.
003740     IF FZB-RSR-EOF
003750         GO TO 2010-EXIT
003760     END-IF.
003770     IF FZB-SNP-BUS-DATE NOT = FZB-RSR-DATE
003780             OR FZB-SNP-STAMP NOT = FZB-RSR-STAMP
003790         GO TO 2010-EXIT
003800     END-IF.
003810     EVALUATE TRUE
003820         WHEN FZB-SNP-HEADER
003830             ADD 1 TO FZB-RSR-HDR-COUNT
003840         WHEN FZB-SNP-DATA-REC
003850             PERFORM 2100-TALLY-DATA THRU 2100-EXIT
003860         WHEN FZB-SNP-CONTROL
003870             PERFORM 2200-TALLY-CONTROL THRU 2200-EXIT
003880         WHEN FZB-SNP-TRAILER
003890             ADD 1 TO FZB-RSR-TRL-COUNT
003900             MOVE FZB-SNP-TRL-RECORDS TO FZB-RSR-TRL-RECORDS
003910             MOVE FZB-SNP-TRL-CONTROLS TO FZB-RSR-TRL-CONTROLS
003920         WHEN OTHER
003930             DISPLAY "FZB2404E UNKNOWN SNAPSHOT RECORD TYPE "
003940                 FZB-SNP-REC-TYPE
003950             ADD 1 TO FZB-RSR-DAMAGE-CT
003960     END-EVALUATE.
003970 2010-EXIT.
003980     EXIT.
003990 2100-TALLY-DATA.
004000     ADD 1 TO FZB-RSR-DATA-COUNT.
004010     MOVE FZB-SNP-DATA-PROFILE TO FZB-RSR-WRK-PROFILE.
004020     PERFORM 7300-FIND-COUNT THRU 7300-EXIT.
004030     ADD 1 TO FZB-RSR-CNT-ACTUAL (FZB-RSR-CNT-HIT).
004040     PERFORM 7100-FIND-FILE THRU 7100-EXIT.
004050     IF FZB-RSR-FILE-HIT = ZERO
004060         DISPLAY "FZB2404E UNKNOWN CLUSTER " FZB-SNP-FILE-ID
004070             " ON A SNAPSHOT DATA RECORD"
004080         ADD 1 TO FZB-RSR-DAMAGE-CT
004090         GO TO 2100-EXIT
004100     END-IF.
004110     PERFORM 7200-FIND-PROFILE THRU 7200-EXIT.
004120     MOVE "Y" TO FZB-RSR-PRF-IN-SNAP (FZB-RSR-PRF-HIT).
004130     EVALUATE FZB-RSR-FILE-HIT
004140         WHEN 1
004150             MOVE FZB-SNP-DATA TO FZB-PERSIST-RECORD
004160             MOVE "Y" TO FZB-RSR-PRF-PCS-SW (FZB-RSR-PRF-HIT)
004170             MOVE FZB-PCS-CYCLE TO FZB-RSR-POS-CYCLE
004180             MOVE FZB-PCS-LAST-CT TO FZB-RSR-POS-CT
004190             PERFORM 8100-POSITION THRU 8100-EXIT
004200             MOVE FZB-RSR-WRK-POS
004210                 TO FZB-RSR-PRF-PCS-POS (FZB-RSR-PRF-HIT)
004220         WHEN 2
004230             MOVE FZB-SNP-DATA TO FZB-CHECKPOINT-RECORD
004240             IF FZB-CKP-RULE-COUNT > ZERO
004250                 MOVE "Y" TO FZB-RSR-PRF-CKP-SW (FZB-RSR-PRF-HIT)
004260             END-IF
004270         WHEN 3
004280             MOVE FZB-SNP-DATA TO FZB-RUNCTL-RECORD
004290             IF FZB-RNC-IN-FLIGHT
004300                 MOVE "Y"
004310                     TO FZB-RSR-PRF-FLIGHT-SW (FZB-RSR-PRF-HIT)
004320             END-IF
004330         WHEN 4
004340             CONTINUE
004350         WHEN OTHER
004360             PERFORM 2110-TALLY-CATEGORY THRU 2110-EXIT
004370     END-EVALUATE.
004380 2100-EXIT.
004390     EXIT.
004400 2110-TALLY-CATEGORY.
004410     MOVE FZB-SNP-DATA TO FZB-CATEGORY-RECORD.
004420     MOVE FZB-CAT-CYCLE TO FZB-RSR-POS-CYCLE.
004430     MOVE FZB-CAT-CT TO FZB-RSR-POS-CT.
004440     PERFORM 8100-POSITION THRU 8100-EXIT.
004450     ADD 1 TO FZB-RSR-PRF-CAT-CT (FZB-RSR-PRF-HIT).
004460     IF FZB-RSR-WRK-POS > FZB-RSR-PRF-MAX-POS (FZB-RSR-PRF-HIT)
004470         MOVE FZB-RSR-WRK-POS
004480             TO FZB-RSR-PRF-MAX-POS (FZB-RSR-PRF-HIT)
004490     END-IF.
004500     IF FZB-RSR-PRF-AUD-SW (FZB-RSR-PRF-HIT) = "Y"
004510             AND FZB-RSR-WRK-POS
004520                 NOT < FZB-RSR-PRF-AUD-START (FZB-RSR-PRF-HIT)
004530             AND FZB-RSR-WRK-POS
004540                 NOT > FZB-RSR-PRF-AUD-END (FZB-RSR-PRF-HIT)
004550         ADD 1 TO FZB-RSR-PRF-WIN-CT (FZB-RSR-PRF-HIT)
004560     END-IF.
004570 2110-EXIT.
004580     EXIT.
004590 2200-TALLY-CONTROL.
004600     ADD 1 TO FZB-RSR-CONTROL-COUNT.
004610     PERFORM 7100-FIND-FILE THRU 7100-EXIT.
004620     IF FZB-RSR-FILE-HIT = ZERO
004630         DISPLAY "FZB2404E UNKNOWN CLUSTER " FZB-SNP-FILE-ID
004640             " ON A SNAPSHOT CONTROL RECORD"
004650         ADD 1 TO FZB-RSR-DAMAGE-CT
004660         GO TO 2200-EXIT
004670     END-IF.
004680     MOVE "Y" TO FZB-RSR-FILE-SEEN (FZB-RSR-FILE-HIT).
004690     IF FZB-SNP-CNT-PROFILE = SPACES
004700         GO TO 2200-EXIT
004710     END-IF.
004720     MOVE FZB-SNP-CNT-PROFILE TO FZB-RSR-WRK-PROFILE.
004730     PERFORM 7300-FIND-COUNT THRU 7300-EXIT.
004740     MOVE "Y" TO FZB-RSR-CNT-CTL-SW (FZB-RSR-CNT-HIT).
004750     MOVE FZB-SNP-CNT-RECORDS
004760         TO FZB-RSR-CNT-EXPECT (FZB-RSR-CNT-HIT).
004770 2200-EXIT.
004780     EXIT.
004790 2500-CHECK-CONTROLS.
004800     IF FZB-RSR-HDR-COUNT NOT = 1 OR FZB-RSR-TRL-COUNT NOT = 1
004810         DISPLAY "FZB2404E SNAPSHOT HAS " FZB-RSR-HDR-COUNT
004820             " HEADER AND " FZB-RSR-TRL-COUNT
004830             " TRAILER RECORDS - EXPECTED ONE OF EACH"
004840         ADD 1 TO FZB-RSR-DAMAGE-CT
004850     END-IF.
004860     IF FZB-RSR-TRL-RECORDS NOT = FZB-RSR-DATA-COUNT
004870             OR FZB-RSR-TRL-CONTROLS NOT = FZB-RSR-CONTROL-COUNT
004880         MOVE FZB-RSR-DATA-COUNT TO FZB-RSR-SHOW-ACTUAL
004890         MOVE FZB-RSR-TRL-RECORDS TO FZB-RSR-SHOW-EXPECT
004900         DISPLAY "FZB2404E SNAPSHOT HOLDS " FZB-RSR-SHOW-ACTUAL
004910             " DATA RECORDS, TRAILER SAYS " FZB-RSR-SHOW-EXPECT
004920             " (CONTROL RECORDS " FZB-RSR-CONTROL-COUNT
004930             " VS " FZB-RSR-TRL-CONTROLS ")"
004940         ADD 1 TO FZB-RSR-DAMAGE-CT
004950     END-IF.
004960     PERFORM 2510-CHECK-FILE-SEEN THRU 2510-EXIT
004970         VARYING FZB-RSR-FILE-IDX FROM 1 BY 1
004980         UNTIL FZB-RSR-FILE-IDX > 9.
004990     PERFORM 2520-CHECK-COUNT THRU 2520-EXIT
005000         VARYING FZB-RSR-CNT-IDX FROM 1 BY 1
005010         UNTIL FZB-RSR-CNT-IDX > FZB-RSR-CNT-COUNT.
005020     IF FZB-RSR-DAMAGE-CT > ZERO
005030         DISPLAY "FZB2405E SNAPSHOT FOR " FZB-RSR-DATE
005040             " IS INCOMPLETE OR DAMAGED - NOTHING RESTORED"
005050         MOVE 12 TO RETURN-CODE
005060         STOP RUN
005070     END-IF.
005080     MOVE FZB-RSR-DATA-COUNT TO FZB-RSR-SHOW-ACTUAL.
005090     DISPLAY "FZB2405I SNAPSHOT CONTROL TOTALS AGREE - "
005100         FZB-RSR-SHOW-ACTUAL " RECORDS".
005110 2500-EXIT.
005120     EXIT.
005130 2510-CHECK-FILE-SEEN.
005140     IF FZB-RSR-FILE-SEEN (FZB-RSR-FILE-IDX) NOT = "Y"
005150         DISPLAY "FZB2404E SNAPSHOT HAS NO CONTROL RECORD FOR "
005160             FZB-RSR-FILE-NAME (FZB-RSR-FILE-IDX)
005170         ADD 1 TO FZB-RSR-DAMAGE-CT
005180     END-IF.
005190 2510-EXIT.
005200     EXIT.
005210 2520-CHECK-COUNT.
005220     IF FZB-RSR-CNT-CTL-SW (FZB-RSR-CNT-IDX) = "Y"
005230             AND FZB-RSR-CNT-ACTUAL (FZB-RSR-CNT-IDX)
005240                 = FZB-RSR-CNT-EXPECT (FZB-RSR-CNT-IDX)
005250         GO TO 2520-EXIT
005260     END-IF.
005270     MOVE FZB-RSR-CNT-ACTUAL (FZB-RSR-CNT-IDX)
005280         TO FZB-RSR-SHOW-ACTUAL.
005290     MOVE FZB-RSR-CNT-EXPECT (FZB-RSR-CNT-IDX)
005300         TO FZB-RSR-SHOW-EXPECT.
005310     DISPLAY "FZB2404E " FZB-RSR-CNT-FILE (FZB-RSR-CNT-IDX)
005320         " PROFILE " FZB-RSR-CNT-PROFILE (FZB-RSR-CNT-IDX)
005330         " HAS " FZB-RSR-SHOW-ACTUAL " RECORDS, CONTROL SAYS "
005340         FZB-RSR-SHOW-EXPECT.
005350     ADD 1 TO FZB-RSR-DAMAGE-CT.
005360 2520-EXIT.
005370     EXIT.
005380 2600-CHECK-PROFILES.
005390     PERFORM 2610-CHECK-ONE-PROFILE THRU 2610-EXIT
005400         VARYING FZB-RSR-PRF-IDX FROM 1 BY 1
005410         UNTIL FZB-RSR-PRF-IDX > FZB-RSR-PRF-COUNT.
005420 2600-EXIT.
005430     EXIT.
005440 2610-CHECK-ONE-PROFILE.
005450     IF FZB-RSR-PRF-IN-SNAP (FZB-RSR-PRF-IDX) NOT = "Y"
005460         GO TO 2610-EXIT
005470     END-IF.
005480     MOVE "Y" TO FZB-RSR-OK-SW.
005490     MOVE FZB-RSR-PRF-ID (FZB-RSR-PRF-IDX) TO FZB-RSR-WRK-PROFILE.
005500     IF FZB-RSR-PRF-FLIGHT-SW (FZB-RSR-PRF-IDX) = "Y"
005510             OR FZB-RSR-PRF-CKP-SW (FZB-RSR-PRF-IDX) = "Y"
005520         DISPLAY "FZB2406W " FZB-RSR-WRK-PROFILE
005530             " WAS IN FLIGHT OR CHECKPOINTED WHEN THE SNAPSHOT"
005540             " WAS TAKEN"
005550         MOVE "N" TO FZB-RSR-OK-SW
005560     END-IF.
005570     IF FZB-RSR-PRF-PCS-SW (FZB-RSR-PRF-IDX) = "Y"
005580         PERFORM 2620-CHECK-PERSIST THRU 2620-EXIT
005590     ELSE
005600         IF FZB-RSR-PRF-CAT-CT (FZB-RSR-PRF-IDX) > ZERO
005610             DISPLAY "FZB2407W " FZB-RSR-WRK-PROFILE
005620                 " HAS CATEGORY KSDS RECORDS BUT NO PERSIST "
005630                 "RECORD"
005640             MOVE "N" TO FZB-RSR-OK-SW
005650         END-IF
005660     END-IF.
005670     IF FZB-RSR-PROFILE-OK
005680         DISPLAY "FZB2412I " FZB-RSR-WRK-PROFILE
005690             " AGREES WITH FZBAUD01 AND THE CATEGORY KSDS"
005700     ELSE
005710         ADD 1 TO FZB-RSR-MISMATCH-CT
005720     END-IF.
005730 2610-EXIT.
005740     EXIT.
005750 2620-CHECK-PERSIST.
005760     MOVE FZB-RSR-PRF-PCS-POS (FZB-RSR-PRF-IDX)
005770         TO FZB-RSR-SHOW-POS.
005780     IF FZB-RSR-PRF-MAX-POS (FZB-RSR-PRF-IDX)
005790             > FZB-RSR-PRF-PCS-POS (FZB-RSR-PRF-IDX)
005800         DISPLAY "FZB2408W " FZB-RSR-WRK-PROFILE
005810             " CATEGORY KSDS HOLD RECORDS PAST THE PERSISTED CT "
005820             FZB-RSR-SHOW-CT " CYCLE " FZB-RSR-SHOW-CYCLE
005830         MOVE "N" TO FZB-RSR-OK-SW
005840     END-IF.
005850     IF FZB-RSR-PRF-AUD-SW (FZB-RSR-PRF-IDX) NOT = "Y"
005860         IF FZB-RSR-PRF-CAT-CT (FZB-RSR-PRF-IDX) > ZERO
005870             DISPLAY "FZB2409W " FZB-RSR-WRK-PROFILE
005880                 " HAS NO FZBAUD01 WINDOW ON OR BEFORE "
005890                 FZB-RSR-DATE " BUT HAS CATEGORY KSDS RECORDS"
005900             MOVE "N" TO FZB-RSR-OK-SW
005910         ELSE
005920             DISPLAY "FZB2411I " FZB-RSR-WRK-PROFILE
005930                 " HAS NOT RUN YET - PERSISTED CT "
005940                 FZB-RSR-SHOW-CT " CYCLE " FZB-RSR-SHOW-CYCLE
005950         END-IF
005960         GO TO 2620-EXIT
005970     END-IF.
005980     IF FZB-RSR-PRF-PCS-POS (FZB-RSR-PRF-IDX)
005990             NOT = FZB-RSR-PRF-AUD-END (FZB-RSR-PRF-IDX)
006000         DISPLAY "FZB2410W " FZB-RSR-WRK-PROFILE
006010             " PERSISTED CT " FZB-RSR-SHOW-CT " CYCLE "
006020             FZB-RSR-SHOW-CYCLE " IS NOT THE END OF ITS LAST"
006030         MOVE FZB-RSR-PRF-AUD-END (FZB-RSR-PRF-IDX)
006040             TO FZB-RSR-SHOW-POS
006050         DISPLAY "FZB2410W " FZB-RSR-WRK-PROFILE
006060             " FZBAUD01 WINDOW OF "
006070             FZB-RSR-PRF-AUD-DATE (FZB-RSR-PRF-IDX)
006080             " - CT " FZB-RSR-SHOW-CT " CYCLE " FZB-RSR-SHOW-CYCLE
006090         MOVE "N" TO FZB-RSR-OK-SW
006100     END-IF.
006110     IF FZB-RSR-PRF-WIN-CT (FZB-RSR-PRF-IDX)
006120             NOT = FZB-RSR-PRF-AUD-TOTAL (FZB-RSR-PRF-IDX)
006130         MOVE FZB-RSR-PRF-WIN-CT (FZB-RSR-PRF-IDX)
006140             TO FZB-RSR-SHOW-ACTUAL
006150         MOVE FZB-RSR-PRF-AUD-TOTAL (FZB-RSR-PRF-IDX)
006160             TO FZB-RSR-SHOW-EXPECT
006170         DISPLAY "FZB2410W " FZB-RSR-WRK-PROFILE
006180             " CATEGORY KSDS HOLD " FZB-RSR-SHOW-ACTUAL
006190             " RECORDS OF THE WINDOW OF "
006200             FZB-RSR-PRF-AUD-DATE (FZB-RSR-PRF-IDX)
006210             ", FZBAUD01 SAYS " FZB-RSR-SHOW-EXPECT
006220         MOVE "N" TO FZB-RSR-OK-SW
006230     END-IF.
006240 2620-EXIT.
006250     EXIT.
006260 2900-RELEASE-DECISION.
006270     IF FZB-RSR-MISMATCH-CT > ZERO
006280         DISPLAY "FZB2413W " FZB-RSR-MISMATCH-CT
006290             " PROFILE(S) IN THE SNAPSHOT DO NOT AGREE WITH "
006300             "FZBAUD01 AND THE CATEGORY KSDS"
006310     END-IF.
006320     IF FZB-RSR-VERIFY-ONLY
006330         DISPLAY "FZB2414I VERIFY ONLY - NOTHING RESTORED"
006340         IF FZB-RSR-MISMATCH-CT > ZERO
006350             MOVE 4 TO RETURN-CODE
006360         END-IF
006370         STOP RUN
006380     END-IF.
006390     IF FZB-RSR-MISMATCH-CT > ZERO AND NOT FZB-RSR-FORCE
006400         DISPLAY "FZB2415E RESTORE NOT RELEASED - CORRECT THE "
006410             "MISMATCH, OR RESUBMIT WITH ,FORCE TO RESTORE ANYWAY"
006420         MOVE 8 TO RETURN-CODE
006430         STOP RUN
006440     END-IF.
006450 2900-EXIT.
006460     EXIT.
006470 3000-RESTORE-STATE.
006480     MOVE "Y" TO FZB-RSR-APPLY-SW.
006490     PERFORM 3100-CLEAR-PERSIST THRU 3100-EXIT.
006500     PERFORM 3110-CLEAR-CHECKPOINT THRU 3110-EXIT.
006510     PERFORM 3120-CLEAR-RUNCTL THRU 3120-EXIT.
006520     PERFORM 3130-CLEAR-STATUS THRU 3130-EXIT.
006530     PERFORM 3140-CLEAR-FIZZ THRU 3140-EXIT.
006540     PERFORM 3150-CLEAR-BUZZ THRU 3150-EXIT.
006550     PERFORM 3160-CLEAR-FIZZBUZZ THRU 3160-EXIT.
006560     PERFORM 3170-CLEAR-PLAIN THRU 3170-EXIT.
006570     PERFORM 3180-CLEAR-OTHER THRU 3180-EXIT.
006580     PERFORM 7000-OPEN-SNAPSHOT THRU 7000-EXIT.
006590     PERFORM 3900-LOAD-RECORD THRU 3900-EXIT
006600         UNTIL FZB-RSR-EOF.
006610     CLOSE FZB-SNAPSHOT-FILE.
006620     CLOSE FZB-PERSIST-FILE.
006630     CLOSE FZB-CHECKPOINT-FILE.
006640     CLOSE FZB-RUNCTL-FILE.
006650     CLOSE FZB-STATUS-FILE.
006660     CLOSE FIZZ-FILE.
006670     CLOSE BUZZ-FILE.
006680     CLOSE FIZZBUZZ-FILE.
006690     CLOSE PLAIN-FILE.
006700     CLOSE OTHER-FILE.
006710     PERFORM 3990-SHOW-LOADED THRU 3990-EXIT
006720         VARYING FZB-RSR-FILE-IDX FROM 1 BY 1
006730         UNTIL FZB-RSR-FILE-IDX > 9.
006740     MOVE FZB-RSR-RESTORED-CT TO FZB-RSR-SHOW-ACTUAL.
006750     DISPLAY "FZB2418I STATE FILES RESTORED TO " FZB-RSR-DATE
006760         " - " FZB-RSR-SHOW-ACTUAL " RECORDS".
006770     IF FZB-RSR-MISMATCH-CT > ZERO
006780         MOVE 4 TO RETURN-CODE
006790     END-IF.
006800 3000-EXIT.
006810     EXIT.
006820 3100-CLEAR-PERSIST.
006830     MOVE "FZBPCS01" TO FZB-RSR-DDNAME.
006840     OPEN I-O FZB-PERSIST-FILE.
006850     IF FZB-PCS-FILE-STATUS = "35"
006860         OPEN OUTPUT FZB-PERSIST-FILE
006870         MOVE "Y" TO FZB-RSR-EOF-SW
006880     ELSE
006890         MOVE "N" TO FZB-RSR-EOF-SW
006900     END-IF.
006910     MOVE FZB-PCS-FILE-STATUS TO FZB-RSR-IO-STATUS.
006920     IF FZB-RSR-IO-STATUS NOT = "00"
006930         PERFORM 7900-IO-FAILED THRU 7900-EXIT
006940     END-IF.
006950     MOVE ZERO TO FZB-RSR-CLEARED-CT.
006960     PERFORM 3105-DELETE-PERSIST THRU 3105-EXIT
006970         UNTIL FZB-RSR-EOF.
006980     PERFORM 3190-SHOW-CLEARED THRU 3190-EXIT.
006990 3100-EXIT.
007000     EXIT.
007010 3105-DELETE-PERSIST.
007020     READ FZB-PERSIST-FILE NEXT
007030         AT END MOVE "Y" TO FZB-RSR-EOF-SW
007040     END-READ.
007050     IF FZB-RSR-EOF
007060         GO TO 3105-EXIT
007070     END-IF.
007080     MOVE FZB-PCS-FILE-STATUS TO FZB-RSR-IO-STATUS.
007090     IF FZB-RSR-IO-STATUS = "00"
007100         DELETE FZB-PERSIST-FILE RECORD
007110         MOVE FZB-PCS-FILE-STATUS TO FZB-RSR-IO-STATUS
007120     END-IF.
007130     IF FZB-RSR-IO-STATUS NOT = "00"
007140         PERFORM 7900-IO-FAILED THRU 7900-EXIT
007150     END-IF.
007160     ADD 1 TO FZB-RSR-CLEARED-CT.
007170 3105-EXIT.
007180     EXIT.
007190 3110-CLEAR-CHECKPOINT.
007200     MOVE "FZBCKP01" TO FZB-RSR-DDNAME.
007210     OPEN I-O FZB-CHECKPOINT-FILE.
007220     IF FZB-CKP-FILE-STATUS = "35"
007230         OPEN OUTPUT FZB-CHECKPOINT-FILE
007240         MOVE "Y" TO FZB-RSR-EOF-SW
007250     ELSE
007260         MOVE "N" TO FZB-RSR-EOF-SW
007270     END-IF.
007280     MOVE FZB-CKP-FILE-STATUS TO FZB-RSR-IO-STATUS.
007290     IF FZB-RSR-IO-STATUS NOT = "00"
007300         PERFORM 7900-IO-FAILED THRU 7900-EXIT
007310     END-IF.
007320     MOVE ZERO TO FZB-RSR-CLEARED-CT.
007330     PERFORM 3115-DELETE-CHECKPOINT THRU 3115-EXIT
007340         UNTIL FZB-RSR-EOF.
007350     PERFORM 3190-SHOW-CLEARED THRU 3190-EXIT.
007360 3110-EXIT.
007370     EXIT.
007380 3115-DELETE-CHECKPOINT.
007390     READ FZB-CHECKPOINT-FILE NEXT
007400         AT END MOVE "Y" TO FZB-RSR-EOF-SW
007410     END-READ.
007420     IF FZB-RSR-EOF
007430         GO TO 3115-EXIT
007440     END-IF.
007450     MOVE FZB-CKP-FILE-STATUS TO FZB-RSR-IO-STATUS.
007460     IF FZB-RSR-IO-STATUS = "00"
007470         DELETE FZB-CHECKPOINT-FILE RECORD
007480         MOVE FZB-CKP-FILE-STATUS TO FZB-RSR-IO-STATUS
007490     END-IF.
007500     IF FZB-RSR-IO-STATUS NOT = "00"
007510         PERFORM 7900-IO-FAILED THRU 7900-EXIT
007520     END-IF.
007530     ADD 1 TO FZB-RSR-CLEARED-CT.
007540 3115-EXIT.
007550     EXIT.
007560 3120-CLEAR-RUNCTL.
007570     MOVE "FZBRNC01" TO FZB-RSR-DDNAME.
007580     OPEN I-O FZB-RUNCTL-FILE.
007590     IF FZB-RNC-FILE-STATUS = "35"
007600         OPEN OUTPUT FZB-RUNCTL-FILE
007610         MOVE "Y" TO FZB-RSR-EOF-SW
007620     ELSE
007630         MOVE "N" TO FZB-RSR-EOF-SW
007640     END-IF.
007650     MOVE FZB-RNC-FILE-STATUS TO FZB-RSR-IO-STATUS.
007660     IF FZB-RSR-IO-STATUS NOT = "00"
007670         PERFORM 7900-IO-FAILED THRU 7900-EXIT
007680     END-IF.
007690     MOVE ZERO TO FZB-RSR-CLEARED-CT.
007700     PERFORM 3125-DELETE-RUNCTL THRU 3125-EXIT
007710         UNTIL FZB-RSR-EOF.
007720     PERFORM 3190-SHOW-CLEARED THRU 3190-EXIT.
007730 3120-EXIT.
007740     EXIT.
007750 3125-DELETE-RUNCTL.
007760     READ FZB-RUNCTL-FILE NEXT
007770         AT END MOVE "Y" TO FZB-RSR-EOF-SW
007780     END-READ.
007790     IF FZB-RSR-EOF
007800         GO TO 3125-EXIT
007810     END-IF.
007820     MOVE FZB-RNC-FILE-STATUS TO FZB-RSR-IO-STATUS.
007830     IF FZB-RSR-IO-STATUS = "00"
007840         DELETE FZB-RUNCTL-FILE RECORD
007850         MOVE FZB-RNC-FILE-STATUS TO FZB-RSR-IO-STATUS
007860     END-IF.
007870     IF FZB-RSR-IO-STATUS NOT = "00"
007880         PERFORM 7900-IO-FAILED THRU 7900-EXIT
007890     END-IF.
007900     ADD 1 TO FZB-RSR-CLEARED-CT.
007910 3125-EXIT.
007920     EXIT.
007930 3130-CLEAR-STATUS.
007940     MOVE "FZBSTS01" TO FZB-RSR-DDNAME.
007950     OPEN I-O FZB-STATUS-FILE.
007960     IF FZB-STS-FILE-STATUS = "35"
007970         OPEN OUTPUT FZB-STATUS-FILE
007980         MOVE "Y" TO FZB-RSR-EOF-SW
007990     ELSE
008000         MOVE "N" TO FZB-RSR-EOF-SW
008010     END-IF.
008020     MOVE FZB-STS-FILE-STATUS TO FZB-RSR-IO-STATUS.
008030     IF FZB-RSR-IO-STATUS NOT = "00"
008040         PERFORM 7900-IO-FAILED THRU 7900-EXIT
008050     END-IF.
008060     MOVE ZERO TO FZB-RSR-CLEARED-CT.
008070     PERFORM 3135-DELETE-STATUS THRU 3135-EXIT
008080         UNTIL FZB-RSR-EOF.
008090     PERFORM 3190-SHOW-CLEARED THRU 3190-EXIT.
008100 3130-EXIT.
008110     EXIT.
008120 3135-DELETE-STATUS.
008130     READ FZB-STATUS-FILE NEXT
008140         AT END MOVE "Y" TO FZB-RSR-EOF-SW
008150     END-READ.
008160     IF FZB-RSR-EOF
008170         GO TO 3135-EXIT
008180     END-IF.
008190     MOVE FZB-STS-FILE-STATUS TO FZB-RSR-IO-STATUS.
008200     IF FZB-RSR-IO-STATUS = "00"
008210         DELETE FZB-STATUS-FILE RECORD
008220         MOVE FZB-STS-FILE-STATUS TO FZB-RSR-IO-STATUS
008230     END-IF.
008240     IF FZB-RSR-IO-STATUS NOT = "00"
008250         PERFORM 7900-IO-FAILED THRU 7900-EXIT
008260     END-IF.
008270     ADD 1 TO FZB-RSR-CLEARED-CT.
008280 3135-EXIT.
008290     EXIT.
008300 3140-CLEAR-FIZZ.
008310     MOVE "FIZZOUT" TO FZB-RSR-DDNAME.
008320     OPEN I-O FIZZ-FILE.
008330     IF FZB-FIZZ-FILE-STATUS = "35"
008340         OPEN OUTPUT FIZZ-FILE
008350         MOVE "Y" TO FZB-RSR-EOF-SW
008360     ELSE
008370         MOVE "N" TO FZB-RSR-EOF-SW
008380     END-IF.
008390     MOVE FZB-FIZZ-FILE-STATUS TO FZB-RSR-IO-STATUS.
008400     IF FZB-RSR-IO-STATUS NOT = "00"
008410         PERFORM 7900-IO-FAILED THRU 7900-EXIT
008420     END-IF.
008430     MOVE ZERO TO FZB-RSR-CLEARED-CT.
008440     PERFORM 3145-DELETE-FIZZ THRU 3145-EXIT
008450         UNTIL FZB-RSR-EOF.
008460     PERFORM 3190-SHOW-CLEARED THRU 3190-EXIT.
008470 3140-EXIT.
008480     EXIT.
008490 3145-DELETE-FIZZ.
008500     READ FIZZ-FILE NEXT
008510         AT END MOVE "Y" TO FZB-RSR-EOF-SW
008520     END-READ.
008530     IF FZB-RSR-EOF
008540         GO TO 3145-EXIT
008550     END-IF.
008560     MOVE FZB-FIZZ-FILE-STATUS TO FZB-RSR-IO-STATUS.
008570     IF FZB-RSR-IO-STATUS = "00"
008580         DELETE FIZZ-FILE RECORD
008590         MOVE FZB-FIZZ-FILE-STATUS TO FZB-RSR-IO-STATUS
008600     END-IF.
008610     IF FZB-RSR-IO-STATUS NOT = "00"
008620         PERFORM 7900-IO-FAILED THRU 7900-EXIT
008630     END-IF.
008640     ADD 1 TO FZB-RSR-CLEARED-CT.
008650 3145-EXIT.
008660     EXIT.
008670 3150-CLEAR-BUZZ.
008680     MOVE "BUZZOUT" TO FZB-RSR-DDNAME.
008690     OPEN I-O BUZZ-FILE.
008700     IF FZB-BUZZ-FILE-STATUS = "35"
008710         OPEN OUTPUT BUZZ-FILE
008720         MOVE "Y" TO FZB-RSR-EOF-SW
008730     ELSE
008740         MOVE "N" TO FZB-RSR-EOF-SW
008750     END-IF.
008760     MOVE FZB-BUZZ-FILE-STATUS TO FZB-RSR-IO-STATUS.
008770     IF FZB-RSR-IO-STATUS NOT = "00"
008780         PERFORM 7900-IO-FAILED THRU 7900-EXIT
008790     END-IF.
008800     MOVE ZERO TO FZB-RSR-CLEARED-CT.
008810     PERFORM 3155-DELETE-BUZZ THRU 3155-EXIT
008820         UNTIL FZB-RSR-EOF.
008830     PERFORM 3190-SHOW-CLEARED THRU 3190-EXIT.
008840 3150-EXIT.
008850     EXIT.
008860 3155-DELETE-BUZZ.
008870     READ BUZZ-FILE NEXT
008880         AT END MOVE "Y" TO FZB-RSR-EOF-SW
008890     END-READ.
008900     IF FZB-RSR-EOF
008910         GO TO 3155-EXIT
008920     END-IF.
008930     MOVE FZB-BUZZ-FILE-STATUS TO FZB-RSR-IO-STATUS.
008940     IF FZB-RSR-IO-STATUS = "00"
008950         DELETE BUZZ-FILE RECORD
008960         MOVE FZB-BUZZ-FILE-STATUS TO FZB-RSR-IO-STATUS
008970     END-IF.
008980     IF FZB-RSR-IO-STATUS NOT = "00"
008990         PERFORM 7900-IO-FAILED THRU 7900-EXIT
009000     END-IF.
009010     ADD 1 TO FZB-RSR-CLEARED-CT.
009020 3155-EXIT.
009030     EXIT.
009040 3160-CLEAR-FIZZBUZZ.
009050     MOVE "FZBZOUT" TO FZB-RSR-DDNAME.
009060     OPEN I-O FIZZBUZZ-FILE.
009070     IF FZB-FZBZ-FILE-STATUS = "35"
009080         OPEN OUTPUT FIZZBUZZ-FILE
009090         MOVE "Y" TO FZB-RSR-EOF-SW
009100     ELSE
009110         MOVE "N" TO FZB-RSR-EOF-SW
009120     END-IF.
009130     MOVE FZB-FZBZ-FILE-STATUS TO FZB-RSR-IO-STATUS.
009140     IF FZB-RSR-IO-STATUS NOT = "00"
009150         PERFORM 7900-IO-FAILED THRU 7900-EXIT
009160     END-IF.
009170     MOVE ZERO TO FZB-RSR-CLEARED-CT.
009180     PERFORM 3165-DELETE-FIZZBUZZ THRU 3165-EXIT
009190         UNTIL FZB-RSR-EOF.
009200     PERFORM 3190-SHOW-CLEARED THRU 3190-EXIT.
009210 3160-EXIT.
009220     EXIT.
009230 3165-DELETE-FIZZBUZZ.
009240     READ FIZZBUZZ-FILE NEXT
009250         AT END MOVE "Y" TO FZB-RSR-EOF-SW
009260     END-READ.
009270     IF FZB-RSR-EOF
009280         GO TO 3165-EXIT
009290     END-IF.
009300     MOVE FZB-FZBZ-FILE-STATUS TO FZB-RSR-IO-STATUS.
009310     IF FZB-RSR-IO-STATUS = "00"
009320         DELETE FIZZBUZZ-FILE RECORD
009330         MOVE FZB-FZBZ-FILE-STATUS TO FZB-RSR-IO-STATUS
009340     END-IF.
009350     IF FZB-RSR-IO-STATUS NOT = "00"
009360         PERFORM 7900-IO-FAILED THRU 7900-EXIT
009370     END-IF.
009380     ADD 1 TO FZB-RSR-CLEARED-CT.
009390 3165-EXIT.
009400     EXIT.
009410 3170-CLEAR-PLAIN.
009420     MOVE "PLAINOUT" TO FZB-RSR-DDNAME.
009430     OPEN I-O PLAIN-FILE.
009440     IF FZB-PLN-FILE-STATUS = "35"
009450         OPEN OUTPUT PLAIN-FILE
009460         MOVE "Y" TO FZB-RSR-EOF-SW
009470     ELSE
009480         MOVE "N" TO FZB-RSR-EOF-SW
009490     END-IF.
009500     MOVE FZB-PLN-FILE-STATUS TO FZB-RSR-IO-STATUS.
009510     IF FZB-RSR-IO-STATUS NOT = "00"
009520         PERFORM 7900-IO-FAILED THRU 7900-EXIT
009530     END-IF.
009540     MOVE ZERO TO FZB-RSR-CLEARED-CT.
009550     PERFORM 3175-DELETE-PLAIN THRU 3175-EXIT
009560         UNTIL FZB-RSR-EOF.
009570     PERFORM 3190-SHOW-CLEARED THRU 3190-EXIT.
009580 3170-EXIT.
009590     EXIT.
009600 3175-DELETE-PLAIN.
009610     READ PLAIN-FILE NEXT
009620         AT END MOVE "Y" TO FZB-RSR-EOF-SW
009630     END-READ.
009640     IF FZB-RSR-EOF
009650         GO TO 3175-EXIT
009660     END-IF.
009670     MOVE FZB-PLN-FILE-STATUS TO FZB-RSR-IO-STATUS.
009680     IF FZB-RSR-IO-STATUS = "00"
009690         DELETE PLAIN-FILE RECORD
009700         MOVE FZB-PLN-FILE-STATUS TO FZB-RSR-IO-STATUS
009710     END-IF.
009720     IF FZB-RSR-IO-STATUS NOT = "00"
009730         PERFORM 7900-IO-FAILED THRU 7900-EXIT
009740     END-IF.
009750     ADD 1 TO FZB-RSR-CLEARED-CT.
009760 3175-EXIT.
009770     EXIT.
009780 3180-CLEAR-OTHER.
009790     MOVE "OTHEROUT" TO FZB-RSR-DDNAME.
009800     OPEN I-O OTHER-FILE.
009810     IF FZB-OTH-FILE-STATUS = "35"
009820         OPEN OUTPUT OTHER-FILE
009830         MOVE "Y" TO FZB-RSR-EOF-SW
009840     ELSE
009850         MOVE "N" TO FZB-RSR-EOF-SW
009860     END-IF.
009870     MOVE FZB-OTH-FILE-STATUS TO FZB-RSR-IO-STATUS.
009880     IF FZB-RSR-IO-STATUS NOT = "00"
009890         PERFORM 7900-IO-FAILED THRU 7900-EXIT
009900     END-IF.
009910     MOVE ZERO TO FZB-RSR-CLEARED-CT.
009920     PERFORM 3185-DELETE-OTHER THRU 3185-EXIT
009930         UNTIL FZB-RSR-EOF.
009940     PERFORM 3190-SHOW-CLEARED THRU 3190-EXIT.
009950 3180-EXIT.
009960     EXIT.
009970 3185-DELETE-OTHER.
009980     READ OTHER-FILE NEXT
009990         AT END MOVE "Y" TO FZB-RSR-EOF-SW
010000     END-READ.
010010     IF FZB-RSR-EOF
010020         GO TO 3185-EXIT
010030     END-IF.
010040     MOVE FZB-OTH-FILE-STATUS TO FZB-RSR-IO-STATUS.
010050     IF FZB-RSR-IO-STATUS = "00"
010060         DELETE OTHER-FILE RECORD
010070         MOVE FZB-OTH-FILE-STATUS TO FZB-RSR-IO-STATUS
010080     END-IF.
010090     IF FZB-RSR-IO-STATUS NOT = "00"
010100         PERFORM 7900-IO-FAILED THRU 7900-EXIT
010110     END-IF.
010120     ADD 1 TO FZB-RSR-CLEARED-CT.
010130 3185-EXIT.
010140     EXIT.
010150 3190-SHOW-CLEARED.
010160     MOVE FZB-RSR-CLEARED-CT TO FZB-RSR-SHOW-ACTUAL.
010170     DISPLAY "FZB2416I " FZB-RSR-DDNAME " " FZB-RSR-SHOW-ACTUAL
010180         " RECORDS CLEARED".
010190 3190-EXIT.
010200     EXIT.
010210 3900-LOAD-RECORD.
010220     PERFORM 7050-READ-SNAPSHOT THRU 7050-EXIT.
010230     IF FZB-RSR-EOF
010240         GO TO 3900-EXIT
010250     END-IF.
010260     IF NOT FZB-SNP-DATA-REC
010270             OR FZB-SNP-BUS-DATE NOT = FZB-RSR-DATE
010280             OR FZB-SNP-STAMP NOT = FZB-RSR-STAMP
010290         GO TO 3900-EXIT
010300     END-IF.
010310     PERFORM 7100-FIND-FILE THRU 7100-EXIT.
010320     EVALUATE FZB-RSR-FILE-HIT
010330         WHEN 1
010340             MOVE "FZBPCS01" TO FZB-RSR-DDNAME
010350             MOVE FZB-SNP-DATA TO FZB-RSR-PCS-RECORD
010360             WRITE FZB-RSR-PCS-RECORD
010370             MOVE FZB-PCS-FILE-STATUS TO FZB-RSR-IO-STATUS
010380         WHEN 2
010390             MOVE "FZBCKP01" TO FZB-RSR-DDNAME
010400             MOVE FZB-SNP-DATA TO FZB-RSR-CKP-RECORD
010410             WRITE FZB-RSR-CKP-RECORD
010420             MOVE FZB-CKP-FILE-STATUS TO FZB-RSR-IO-STATUS
010430         WHEN 3
010440             MOVE "FZBRNC01" TO FZB-RSR-DDNAME
010450             MOVE FZB-SNP-DATA TO FZB-RSR-RNC-RECORD
010460             WRITE FZB-RSR-RNC-RECORD
010470             MOVE FZB-RNC-FILE-STATUS TO FZB-RSR-IO-STATUS
010480         WHEN 4
010490             MOVE "FZBSTS01" TO FZB-RSR-DDNAME
010500             MOVE FZB-SNP-DATA TO FZB-RSR-STS-RECORD
010510             WRITE FZB-RSR-STS-RECORD
010520             MOVE FZB-STS-FILE-STATUS TO FZB-RSR-IO-STATUS
010530         WHEN 5
010540             MOVE "FIZZOUT" TO FZB-RSR-DDNAME
010550             MOVE FZB-SNP-DATA TO FZB-RSR-FIZZ-RECORD
010560             WRITE FZB-RSR-FIZZ-RECORD
010570             MOVE FZB-FIZZ-FILE-STATUS TO FZB-RSR-IO-STATUS
010580         WHEN 6
010590             MOVE "BUZZOUT" TO FZB-RSR-DDNAME
010600             MOVE FZB-SNP-DATA TO FZB-RSR-BUZZ-RECORD
010610             WRITE FZB-RSR-BUZZ-RECORD
010620             MOVE FZB-BUZZ-FILE-STATUS TO FZB-RSR-IO-STATUS
010630         WHEN 7
010640             MOVE "FZBZOUT" TO FZB-RSR-DDNAME
010650             MOVE FZB-SNP-DATA TO FZB-RSR-FZBZ-RECORD
010660             WRITE FZB-RSR-FZBZ-RECORD
010670             MOVE FZB-FZBZ-FILE-STATUS TO FZB-RSR-IO-STATUS
010680         WHEN 8
010690             MOVE "PLAINOUT" TO FZB-RSR-DDNAME
010700             MOVE FZB-SNP-DATA TO FZB-RSR-PLN-RECORD
010710             WRITE FZB-RSR-PLN-RECORD
010720             MOVE FZB-PLN-FILE-STATUS TO FZB-RSR-IO-STATUS
010730         WHEN 9
010740             MOVE "OTHEROUT" TO FZB-RSR-DDNAME
010750             MOVE FZB-SNP-DATA TO FZB-RSR-OTH-RECORD
010760             WRITE FZB-RSR-OTH-RECORD
010770             MOVE FZB-OTH-FILE-STATUS TO FZB-RSR-IO-STATUS
010780     END-EVALUATE.
010790     IF FZB-RSR-IO-STATUS NOT = "00"
010800         PERFORM 7900-IO-FAILED THRU 7900-EXIT
010810     END-IF.
010820     ADD 1 TO FZB-RSR-FILE-LOADED (FZB-RSR-FILE-HIT).
010830     ADD 1 TO FZB-RSR-RESTORED-CT.
010840 3900-EXIT.
010850     EXIT.
010860 3990-SHOW-LOADED.
010870     MOVE FZB-RSR-FILE-LOADED (FZB-RSR-FILE-IDX)
010880         TO FZB-RSR-SHOW-ACTUAL.
010890     DISPLAY "FZB2417I " FZB-RSR-FILE-NAME (FZB-RSR-FILE-IDX)
010900         " " FZB-RSR-SHOW-ACTUAL " RECORDS RESTORED".
010910 3990-EXIT.
010920     EXIT.
010930 7000-OPEN-SNAPSHOT.
010940     OPEN INPUT FZB-SNAPSHOT-FILE.
010950     IF FZB-SNP-FILE-STATUS NOT = "00"
010960         MOVE "SNAPIN" TO FZB-RSR-DDNAME
010970         MOVE FZB-SNP-FILE-STATUS TO FZB-RSR-IO-STATUS
010980         PERFORM 7900-IO-FAILED THRU 7900-EXIT
010990     END-IF.
011000     MOVE "N" TO FZB-RSR-EOF-SW.
011010 7000-EXIT.
011020     EXIT.
011030 7050-READ-SNAPSHOT.
011040     READ FZB-SNAPSHOT-FILE
011050         AT END MOVE "Y" TO FZB-RSR-EOF-SW
011060     END-READ.
011070     IF FZB-SNP-FILE-STATUS NOT = "00"
011080             AND FZB-SNP-FILE-STATUS NOT = "10"
011090         MOVE "SNAPIN" TO FZB-RSR-DDNAME
011100         MOVE FZB-SNP-FILE-STATUS TO FZB-RSR-IO-STATUS
011110         PERFORM 7900-IO-FAILED THRU 7900-EXIT
011120     END-IF.
011130 7050-EXIT.
011140     EXIT.
011150 7100-FIND-FILE.
011160     MOVE ZERO TO FZB-RSR-FILE-HIT.
011170     PERFORM 7110-SCAN-FILE THRU 7110-EXIT
011180         VARYING FZB-RSR-FILE-IDX FROM 1 BY 1
011190         UNTIL FZB-RSR-FILE-IDX > 9 OR FZB-RSR-FILE-HIT > ZERO.
011200 7100-EXIT.
011210     EXIT.
011220 7110-SCAN-FILE.
011230     IF FZB-RSR-FILE-NAME (FZB-RSR-FILE-IDX) = FZB-SNP-FILE-ID
011240         MOVE FZB-RSR-FILE-IDX TO FZB-RSR-FILE-HIT
011250     END-IF.
011260 7110-EXIT.
011270     EXIT.
011280 7200-FIND-PROFILE.
011290     MOVE ZERO TO FZB-RSR-PRF-HIT.
011300     PERFORM 7210-SCAN-PROFILE THRU 7210-EXIT
011310         VARYING FZB-RSR-PRF-IDX FROM 1 BY 1
011320         UNTIL FZB-RSR-PRF-IDX > FZB-RSR-PRF-COUNT
011330             OR FZB-RSR-PRF-HIT > ZERO.
011340     IF FZB-RSR-PRF-HIT > ZERO
011350         GO TO 7200-EXIT
011360     END-IF.
011370     IF FZB-RSR-PRF-COUNT = 50
011380         DISPLAY "FZB2401E MORE THAN 50 PROFILES - RESTORE "
011390             "TABLE FULL"
011400         MOVE 16 TO RETURN-CODE
011410         STOP RUN
011420     END-IF.
011430     ADD 1 TO FZB-RSR-PRF-COUNT.
011440     MOVE FZB-RSR-PRF-COUNT TO FZB-RSR-PRF-HIT.
011450     MOVE FZB-RSR-WRK-PROFILE TO FZB-RSR-PRF-ID (FZB-RSR-PRF-HIT).
011460     MOVE "N" TO FZB-RSR-PRF-IN-SNAP (FZB-RSR-PRF-HIT).
011470     MOVE "N" TO FZB-RSR-PRF-AUD-SW (FZB-RSR-PRF-HIT).
011480     MOVE SPACES TO FZB-RSR-PRF-AUD-DATE (FZB-RSR-PRF-HIT).
011490     MOVE ZERO TO FZB-RSR-PRF-AUD-START (FZB-RSR-PRF-HIT).
011500     MOVE ZERO TO FZB-RSR-PRF-AUD-END (FZB-RSR-PRF-HIT).
011510     MOVE ZERO TO FZB-RSR-PRF-AUD-TOTAL (FZB-RSR-PRF-HIT).
011520     MOVE "N" TO FZB-RSR-PRF-PCS-SW (FZB-RSR-PRF-HIT).
011530     MOVE ZERO TO FZB-RSR-PRF-PCS-POS (FZB-RSR-PRF-HIT).
011540     MOVE ZERO TO FZB-RSR-PRF-CAT-CT (FZB-RSR-PRF-HIT).
011550     MOVE ZERO TO FZB-RSR-PRF-WIN-CT (FZB-RSR-PRF-HIT).
011560     MOVE ZERO TO FZB-RSR-PRF-MAX-POS (FZB-RSR-PRF-HIT).
011570     MOVE "N" TO FZB-RSR-PRF-FLIGHT-SW (FZB-RSR-PRF-HIT).
011580     MOVE "N" TO FZB-RSR-PRF-CKP-SW (FZB-RSR-PRF-HIT).
011590 7200-EXIT.
011600     EXIT.
011610 7210-SCAN-PROFILE.
011620     IF FZB-RSR-PRF-ID (FZB-RSR-PRF-IDX) = FZB-RSR-WRK-PROFILE
011630         MOVE FZB-RSR-PRF-IDX TO FZB-RSR-PRF-HIT
011640     END-IF.
011650 7210-EXIT.
011660     EXIT.
011670 7300-FIND-COUNT.
011680     MOVE ZERO TO FZB-RSR-CNT-HIT.
011690     PERFORM 7310-SCAN-COUNT THRU 7310-EXIT
011700         VARYING FZB-RSR-CNT-IDX FROM 1 BY 1
011710         UNTIL FZB-RSR-CNT-IDX > FZB-RSR-CNT-COUNT
011720             OR FZB-RSR-CNT-HIT > ZERO.
011730     IF FZB-RSR-CNT-HIT > ZERO
011740         GO TO 7300-EXIT
011750     END-IF.
011760     IF FZB-RSR-CNT-COUNT = 300
011770         DISPLAY "FZB2401E MORE THAN 300 CLUSTER/PROFILE "
011780             "COUNTS - RESTORE TABLE FULL"
011790         MOVE 16 TO RETURN-CODE
011800         STOP RUN
011810     END-IF.
011820     ADD 1 TO FZB-RSR-CNT-COUNT.
011830     MOVE FZB-RSR-CNT-COUNT TO FZB-RSR-CNT-HIT.
011840     MOVE FZB-SNP-FILE-ID TO FZB-RSR-CNT-FILE (FZB-RSR-CNT-HIT).
011850     MOVE FZB-RSR-WRK-PROFILE
011860         TO FZB-RSR-CNT-PROFILE (FZB-RSR-CNT-HIT).
011870     MOVE ZERO TO FZB-RSR-CNT-ACTUAL (FZB-RSR-CNT-HIT).
011880     MOVE ZERO TO FZB-RSR-CNT-EXPECT (FZB-RSR-CNT-HIT).
011890     MOVE "N" TO FZB-RSR-CNT-CTL-SW (FZB-RSR-CNT-HIT).
011900 7300-EXIT.
011910     EXIT.
011920 7310-SCAN-COUNT.
011930     IF FZB-RSR-CNT-FILE (FZB-RSR-CNT-IDX) = FZB-SNP-FILE-ID
011940             AND FZB-RSR-CNT-PROFILE (FZB-RSR-CNT-IDX)
011950                 = FZB-RSR-WRK-PROFILE
011960         MOVE FZB-RSR-CNT-IDX TO FZB-RSR-CNT-HIT
011970     END-IF.
011980 7310-EXIT.
011990     EXIT.
012000 7900-IO-FAILED.
012010     DISPLAY "FZB2419E " FZB-RSR-DDNAME " I/O FAILED, STATUS = "
012020         FZB-RSR-IO-STATUS.
012030     IF FZB-RSR-APPLYING
012040         DISPLAY "FZB2419E THE STATE FILES ARE ONLY PARTLY "
012050             "RESTORED - CORRECT THE ERROR AND RERUN THE RESTORE"
012060     END-IF.
012070     MOVE 16 TO RETURN-CODE.
012080     STOP RUN.
012090 7900-EXIT.
012100     EXIT.
012110 8000-DATE-TO-YMD.
012120     MOVE ZERO TO FZB-YMD-RESULT.
012130     IF FZB-YMD-MM NUMERIC AND FZB-YMD-DD NUMERIC
012140             AND FZB-YMD-YYYY NUMERIC
012150         MOVE FZB-YMD-MM TO FZB-YMD-WK-MM
012160         MOVE FZB-YMD-DD TO FZB-YMD-WK-DD
012170         MOVE FZB-YMD-YYYY TO FZB-YMD-WK-YYYY
012180         COMPUTE FZB-YMD-RESULT = FZB-YMD-WK-YYYY * 10000
012190             + FZB-YMD-WK-MM * 100 + FZB-YMD-WK-DD
012200     END-IF.
012210 8000-EXIT.
012220     EXIT.
012230 8100-POSITION.
012240     IF FZB-RSR-POS-CYCLE = ZERO
012250         MOVE 1 TO FZB-RSR-POS-CYCLE
012260     END-IF.
012270     COMPUTE FZB-RSR-WRK-POS =
012280         FZB-RSR-POS-CYCLE * 100000 + FZB-RSR-POS-CT.
012290 8100-EXIT.
012300     EXIT.
