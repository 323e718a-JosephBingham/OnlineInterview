000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FZBSNP.
000030 AUTHOR. J HARGROVE-BENNETT.
000040 INSTALLATION. DAILY BATCH SUPPORT.
000050 DATE-WRITTEN. 2026-10-06.
000060 DATE-COMPILED. 2026-10-06.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT DESCRIPTION
000100*    ---------- ---- -----------------------------------------
000110*    2026-10-06 JHB  INITIAL VERSION. NIGHTLY POINT-IN-TIME
000120*                    SNAPSHOT OF THE KEYED STATE FILES - FZBPCS01,
000130*                    FZBCKP01, FZBRNC01, FZBSTS01, AND THE FIVE
000140*                    CATEGORY KSDS - TO ONE NEW GENERATION OF
000150*                    SNAPOUT (LAYOUT FZBSNP), STAMPED WITH THE
000160*                    BUSINESS DATE AND CARRYING A CONTROL RECORD
000170*                    OF THE RECORD COUNT PER CLUSTER AND PROFILE.
000180*                    RUNS ONLY AFTER A SUCCESSFUL NIGHT: IT
000190*                    REFUSES (RC 8, NOTHING WRITTEN) WHILE ANY
000200*                    PROFILE'S RUN IS STILL IN FLIGHT OR HAS AN
000210*                    ACTIVE CHECKPOINT, OR WHEN NO PROFILE HAS
000220*                    COMPLETED A RUN FOR THE BUSINESS DATE. FZBRST
000230*                    RESTORES FROM THESE GENERATIONS. A FILE
000240*                    ERROR ENDS RC 16.
000241*    2026-10-06 JHB  PARM=CHECK RUNS ONLY THE END-OF-NIGHT CHECK,
000242*                    OPENING NOTHING BUT FZBRNC01 AND FZBCKP01,
000243*                    SO FZBSNAP CAN REFUSE IN A STEP OF ITS OWN
000244*                    BEFORE THE SNAPSHOT GENERATION IS EVER
000245*                    ALLOCATED. NO PARM CHECKS AND SNAPSHOTS AS
000246*                    BEFORE; ANY OTHER PARM IS FZB2309E, RC 16.
000250******************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT FZB-SNAPSHOT-FILE ASSIGN TO SNAPOUT
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS FZB-SNP-FILE-STATUS.
000350     SELECT FZB-PERSIST-FILE ASSIGN TO FZBPCS01
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS FZB-PCS-KEY
000390         FILE STATUS IS FZB-PCS-FILE-STATUS.
000400     SELECT FZB-CHECKPOINT-FILE ASSIGN TO FZBCKP01
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS FZB-CKP-PROFILE
000440         FILE STATUS IS FZB-CKP-FILE-STATUS.
000450     SELECT FZB-RUNCTL-FILE ASSIGN TO FZBRNC01
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS FZB-RNC-PROFILE
000490         FILE STATUS IS FZB-RNC-FILE-STATUS.
000500     SELECT FZB-STATUS-FILE ASSIGN TO FZBSTS01
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS FZB-STS-PROFILE
000540         FILE STATUS IS FZB-STS-FILE-STATUS.
000550     SELECT FIZZ-FILE ASSIGN TO FIZZOUT
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS FIZZ-KEY
000590         FILE STATUS IS FZB-FIZZ-FILE-STATUS.
000600     SELECT BUZZ-FILE ASSIGN TO BUZZOUT
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS BUZZ-KEY
000640         FILE STATUS IS FZB-BUZZ-FILE-STATUS.
000650     SELECT FIZZBUZZ-FILE ASSIGN TO FZBZOUT
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS FZBZ-KEY
000690         FILE STATUS IS FZB-FZBZ-FILE-STATUS.
000700     SELECT PLAIN-FILE ASSIGN TO PLAINOUT
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS SEQUENTIAL
000730         RECORD KEY IS PLN-KEY
000740         FILE STATUS IS FZB-PLN-FILE-STATUS.
000750     SELECT OTHER-FILE ASSIGN TO OTHEROUT
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS SEQUENTIAL
000780         RECORD KEY IS OTH-KEY
000790         FILE STATUS IS FZB-OTH-FILE-STATUS.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  FZB-SNAPSHOT-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 COPY FZBSNP.
000850 FD  FZB-PERSIST-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 COPY FZBPCS.
000880 FD  FZB-CHECKPOINT-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 COPY FZBCKP.
000910 FD  FZB-RUNCTL-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 COPY FZBRNC.
000940 FD  FZB-STATUS-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 COPY FZBSTS.
000970 FD  FIZZ-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 COPY FZBCAT REPLACING ==FZB-CATEGORY-RECORD== BY ==FIZZ-RECORD==
001000     ==FZB-CAT-KEY== BY ==FIZZ-KEY==
001010     ==FZB-CAT-CT== BY ==FIZZ-CT==
001020     ==FZB-CAT-CYCLE== BY ==FIZZ-CYCLE==
001030     ==FZB-CAT-PROFILE== BY ==FIZZ-PROFILE==
001040     ==FZB-CAT-RUN-DATE== BY
001050     ==FIZZ-RUN-DATE==.
001060 FD  BUZZ-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 COPY FZBCAT REPLACING ==FZB-CATEGORY-RECORD== BY ==BUZZ-RECORD==
001090     ==FZB-CAT-KEY== BY ==BUZZ-KEY==
001100     ==FZB-CAT-CT== BY ==BUZZ-CT==
001110     ==FZB-CAT-CYCLE== BY ==BUZZ-CYCLE==
001120     ==FZB-CAT-PROFILE== BY ==BUZZ-PROFILE==
001130     ==FZB-CAT-RUN-DATE== BY
001140     ==BUZZ-RUN-DATE==.
001150 FD  FIZZBUZZ-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 COPY FZBCAT REPLACING ==FZB-CATEGORY-RECORD== BY ==FZBZ-RECORD==
001180     ==FZB-CAT-KEY== BY ==FZBZ-KEY==
001190     ==FZB-CAT-CT== BY ==FZBZ-CT==
001200     ==FZB-CAT-CYCLE== BY ==FZBZ-CYCLE==
001210     ==FZB-CAT-PROFILE== BY ==FZBZ-PROFILE==
001220     ==FZB-CAT-RUN-DATE== BY
001230     ==FZBZ-RUN-DATE==.
001240 FD  PLAIN-FILE
001250     LABEL RECORDS ARE STANDARD.
001260 COPY FZBCAT REPLACING ==FZB-CATEGORY-RECORD== BY ==PLN-RECORD==
001270     ==FZB-CAT-KEY== BY ==PLN-KEY==
001280     ==FZB-CAT-CT== BY ==PLN-CT==
001290     ==FZB-CAT-CYCLE== BY ==PLN-CYCLE==
001300     ==FZB-CAT-PROFILE== BY ==PLN-PROFILE==
001310     ==FZB-CAT-RUN-DATE== BY
001320     ==PLN-RUN-DATE==.
001330 FD  OTHER-FILE
001340     LABEL RECORDS ARE STANDARD.
001350 COPY FZBCAT REPLACING ==FZB-CATEGORY-RECORD== BY ==OTH-RECORD==
001360     ==FZB-CAT-KEY== BY ==OTH-KEY==
001370     ==FZB-CAT-CT== BY ==OTH-CT==
001380     ==FZB-CAT-CYCLE== BY ==OTH-CYCLE==
001390     ==FZB-CAT-PROFILE== BY ==OTH-PROFILE==
001400     ==FZB-CAT-RUN-DATE== BY
001410     ==OTH-RUN-DATE==.
001420 WORKING-STORAGE SECTION.
001430 01  FZB-SNP-FILE-STATUS         PIC X(02).
001440 01  FZB-PCS-FILE-STATUS         PIC X(02).
001450 01  FZB-CKP-FILE-STATUS         PIC X(02).
001460 01  FZB-RNC-FILE-STATUS         PIC X(02).
001470 01  FZB-STS-FILE-STATUS         PIC X(02).
001480 01  FZB-FIZZ-FILE-STATUS        PIC X(02).
001490 01  FZB-BUZZ-FILE-STATUS        PIC X(02).
001500 01  FZB-FZBZ-FILE-STATUS        PIC X(02).
001510 01  FZB-PLN-FILE-STATUS         PIC X(02).
001520 01  FZB-OTH-FILE-STATUS         PIC X(02).
001522 01  FZB-SNS-PARM                PIC X(08) VALUE SPACES.
001524     88  FZB-SNS-CHECK-ONLY      VALUE "CHECK".
001526     88  FZB-SNS-FULL-RUN        VALUE SPACES.
001530 01  FZB-SNS-EOF-SW              PIC X(01) VALUE "N".
001540     88  FZB-SNS-EOF             VALUE "Y".
001550 01  FZB-SNS-STAMP.
001560     05  FZB-SNS-STAMP-DATE      PIC 9(08).
001570     05  FZB-SNS-STAMP-HH        PIC 9(02).
001580     05  FZB-SNS-STAMP-MM        PIC 9(02).
001590     05  FZB-SNS-STAMP-SS        PIC 9(02).
001600 01  FZB-SNS-FILE-ID             PIC X(08) VALUE SPACES.
001610 01  FZB-SNS-DDNAME              PIC X(08) VALUE SPACES.
001620 01  FZB-SNS-IO-STATUS           PIC X(02) VALUE SPACES.
001630 01  FZB-SNS-IMAGE.
001640     05  FZB-SNS-IMAGE-PROFILE   PIC X(08).
001650     05  FILLER                  PIC X(72).
001660 01  FZB-SNS-CUR-PROFILE         PIC X(08) VALUE SPACES.
001670 01  FZB-SNS-PRF-COUNT           PIC 9(07) VALUE ZERO COMP.
001680 01  FZB-SNS-FILE-COUNT          PIC 9(07) VALUE ZERO COMP.
001690 01  FZB-SNS-TOTAL-COUNT         PIC 9(09) VALUE ZERO COMP.
001700 01  FZB-SNS-CONTROL-COUNT       PIC 9(05) VALUE ZERO COMP.
001710 01  FZB-SNS-IN-FLIGHT-CT        PIC 9(03) VALUE ZERO COMP.
001720 01  FZB-SNS-ACTIVE-CKP-CT       PIC 9(03) VALUE ZERO COMP.
001730 01  FZB-SNS-DONE-TODAY-CT       PIC 9(03) VALUE ZERO COMP.
001740 01  FZB-SNS-SHOW-COUNT          PIC Z(08)9.
001750 01  FZB-WS-DATE.
001760     05  FZB-WS-YEAR             PIC 9(04).
001770     05  FZB-WS-MONTH            PIC 9(02).
001780     05  FZB-WS-DAY              PIC 9(02).
001790 01  FZB-WS-TIME-RAW.
001800     05  FZB-WS-HH               PIC 9(02).
001810     05  FZB-WS-MM               PIC 9(02).
001820     05  FZB-WS-SS               PIC 9(02).
001830     05  FZB-WS-CS               PIC 9(02).
001840 01  FZB-WS-TODAY                PIC X(10) VALUE SPACES.
001850 01  FZB-WS-RUN-DATE             PIC X(10) VALUE SPACES.
001860 01  FZB-WS-RUN-TIME             PIC X(08) VALUE SPACES.
001870 01  FZB-CAL-FLAG                PIC X(01) VALUE "Y".
001880 01  FZB-CAL-NEXT-DATE           PIC X(10) VALUE SPACES.
001890 PROCEDURE DIVISION.
001900 0000-MAINLINE SECTION.
001910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001920     PERFORM 2000-CHECK-NIGHT THRU 2000-EXIT.
001921     IF FZB-SNS-CHECK-ONLY
001922         DISPLAY "FZB2308I NIGHT COMPLETE FOR " FZB-WS-RUN-DATE
001923             " - SNAPSHOT MAY PROCEED"
001924         STOP RUN
001925     END-IF.
001930     PERFORM 3000-TAKE-SNAPSHOT THRU 3000-EXIT.
001940     STOP RUN.
001950 1000-INITIALIZE.
001951     ACCEPT FZB-SNS-PARM FROM COMMAND-LINE.
001952     IF NOT FZB-SNS-CHECK-ONLY AND NOT FZB-SNS-FULL-RUN
001953         DISPLAY "FZB2309E PARM MUST BE CHECK OR BLANK - VALUE = "
001954             FZB-SNS-PARM
001955         MOVE 16 TO RETURN-CODE
001956         STOP RUN
001957     END-IF.
001960     ACCEPT FZB-WS-DATE FROM DATE YYYYMMDD.
001970     STRING FZB-WS-MONTH   "/"
001980            FZB-WS-DAY     "/"
001990            FZB-WS-YEAR
002000         DELIMITED BY SIZE INTO FZB-WS-TODAY.
002010     ACCEPT FZB-WS-TIME-RAW FROM TIME.
002020     STRING FZB-WS-HH ":" FZB-WS-MM ":" FZB-WS-SS
002030         DELIMITED BY SIZE INTO FZB-WS-RUN-TIME.
002040     MOVE FZB-WS-DATE TO FZB-SNS-STAMP-DATE.
002050     MOVE FZB-WS-HH TO FZB-SNS-STAMP-HH.
002060     MOVE FZB-WS-MM TO FZB-SNS-STAMP-MM.
002070     MOVE FZB-WS-SS TO FZB-SNS-STAMP-SS.
002080     MOVE FZB-WS-TODAY TO FZB-WS-RUN-DATE.
002090     CALL "FZBCALD" USING FZB-WS-RUN-DATE
002100         FZB-CAL-FLAG FZB-CAL-NEXT-DATE.
002110     IF FZB-CAL-FLAG = "N"
002120         MOVE FZB-CAL-NEXT-DATE TO FZB-WS-RUN-DATE
002130     END-IF.
002140     DISPLAY "FZB2300I STATE SNAPSHOT FOR BUSINESS DATE "
002150         FZB-WS-RUN-DATE " STAMP " FZB-SNS-STAMP.
002160 1000-EXIT.
002170     EXIT.
002180 2000-CHECK-NIGHT.
002190     MOVE "FZBRNC01" TO FZB-SNS-DDNAME.
002200     OPEN INPUT FZB-RUNCTL-FILE.
002210     IF FZB-RNC-FILE-STATUS NOT = "00"
002220         MOVE FZB-RNC-FILE-STATUS TO FZB-SNS-IO-STATUS
002230         PERFORM 7900-IO-FAILED THRU 7900-EXIT
002240     END-IF.
002250     MOVE "N" TO FZB-SNS-EOF-SW.
002260     PERFORM 2010-CHECK-RUN-CONTROL THRU 2010-EXIT
002270         UNTIL FZB-SNS-EOF.
002280     CLOSE FZB-RUNCTL-FILE.
002290     MOVE "FZBCKP01" TO FZB-SNS-DDNAME.
002300     OPEN INPUT FZB-CHECKPOINT-FILE.
002310     IF FZB-CKP-FILE-STATUS NOT = "00"
002320         MOVE FZB-CKP-FILE-STATUS TO FZB-SNS-IO-STATUS
002330         PERFORM 7900-IO-FAILED THRU 7900-EXIT
002340     END-IF.
002350     MOVE "N" TO FZB-SNS-EOF-SW.
002360     PERFORM 2020-CHECK-CHECKPOINT THRU 2020-EXIT
002370         UNTIL FZB-SNS-EOF.
002380     CLOSE FZB-CHECKPOINT-FILE.
002390     IF FZB-SNS-IN-FLIGHT-CT > ZERO
002400             OR FZB-SNS-ACTIVE-CKP-CT > ZERO
002410         DISPLAY "FZB2302E SNAPSHOT REFUSED - A RUN IS STILL IN "
002420             "FLIGHT OR CHECKPOINTED"
002430         MOVE 8 TO RETURN-CODE
002440         STOP RUN
002450     END-IF.
002460     IF FZB-SNS-DONE-TODAY-CT = ZERO
002470         DISPLAY "FZB2303E SNAPSHOT REFUSED - NO PROFILE HAS "
002480             "COMPLETED A RUN FOR " FZB-WS-RUN-DATE
002490         MOVE 8 TO RETURN-CODE
002500         STOP RUN
002510     END-IF.
002520 2000-EXIT.
002530     EXIT.
002540 2010-CHECK-RUN-CONTROL.
002550     READ FZB-RUNCTL-FILE NEXT
002560         AT END MOVE "Y" TO FZB-SNS-EOF-SW
002570         NOT AT END
002580             IF FZB-RNC-IN-FLIGHT
002590                 DISPLAY "FZB2301W PROFILE " FZB-RNC-PROFILE
002600                     " RUN FOR " FZB-RNC-RUN-DATE
002610                     " IS STILL IN FLIGHT"
002620                 ADD 1 TO FZB-SNS-IN-FLIGHT-CT
002630             ELSE
002640                 IF FZB-RNC-RUN-DATE = FZB-WS-RUN-DATE
002650                     ADD 1 TO FZB-SNS-DONE-TODAY-CT
002660                 END-IF
002670             END-IF
002680     END-READ.
002690     IF FZB-RNC-FILE-STATUS NOT = "00"
002700             AND FZB-RNC-FILE-STATUS NOT = "10"
002710         MOVE FZB-RNC-FILE-STATUS TO FZB-SNS-IO-STATUS
002720         PERFORM 7900-IO-FAILED THRU 7900-EXIT
002730     END-IF.
002740 2010-EXIT.
002750     EXIT.
002760 2020-CHECK-CHECKPOINT.
002770     READ FZB-CHECKPOINT-FILE NEXT
002780         AT END MOVE "Y" TO FZB-SNS-EOF-SW
002790         NOT AT END
002800             IF FZB-CKP-RULE-COUNT > ZERO
002810                 DISPLAY "FZB2301W PROFILE " FZB-CKP-PROFILE
002820                     " HAS AN ACTIVE CHECKPOINT AT CT "
002830                     FZB-CKP-CT " CYCLE " FZB-CKP-CYCLE
002840                 ADD 1 TO FZB-SNS-ACTIVE-CKP-CT
002850             END-IF
002860     END-READ.
002870     IF FZB-CKP-FILE-STATUS NOT = "00"
002880             AND FZB-CKP-FILE-STATUS NOT = "10"
002890         MOVE FZB-CKP-FILE-STATUS TO FZB-SNS-IO-STATUS
002900         PERFORM 7900-IO-FAILED THRU 7900-EXIT
002910     END-IF.
002920 2020-EXIT.
002930     EXIT.
002940 3000-TAKE-SNAPSHOT.
002950     OPEN OUTPUT FZB-SNAPSHOT-FILE.
002960     IF FZB-SNP-FILE-STATUS NOT = "00"
002970         MOVE "SNAPOUT" TO FZB-SNS-DDNAME
002980         MOVE FZB-SNP-FILE-STATUS TO FZB-SNS-IO-STATUS
002990         PERFORM 7900-IO-FAILED THRU 7900-EXIT
003000     END-IF.
003010     MOVE SPACES TO FZB-SNAPSHOT-RECORD.
003020     MOVE "H" TO FZB-SNP-REC-TYPE.
003030     MOVE "FZBSNP" TO FZB-SNP-HDR-JOB-ID.
003040     MOVE FZB-WS-TODAY TO FZB-SNP-HDR-RUN-DATE.
003050     MOVE FZB-WS-RUN-TIME TO FZB-SNP-HDR-RUN-TIME.
003060     PERFORM 7300-WRITE-SNAPSHOT THRU 7300-EXIT.
003070     PERFORM 3100-COPY-PERSIST THRU 3100-EXIT.
003080     PERFORM 3200-COPY-CHECKPOINT THRU 3200-EXIT.
003090     PERFORM 3300-COPY-RUN-CONTROL THRU 3300-EXIT.
003100     PERFORM 3400-COPY-RUN-STATUS THRU 3400-EXIT.
003110     PERFORM 3500-COPY-FIZZ THRU 3500-EXIT.
003120     PERFORM 3600-COPY-BUZZ THRU 3600-EXIT.
003130     PERFORM 3700-COPY-FIZZBUZZ THRU 3700-EXIT.
003140     PERFORM 3800-COPY-PLAIN THRU 3800-EXIT.
003150     PERFORM 3900-COPY-OTHER THRU 3900-EXIT.
003160     MOVE SPACES TO FZB-SNAPSHOT-RECORD.
003170     MOVE "T" TO FZB-SNP-REC-TYPE.
003180     MOVE FZB-SNS-TOTAL-COUNT TO FZB-SNP-TRL-RECORDS.
003190     MOVE FZB-SNS-CONTROL-COUNT TO FZB-SNP-TRL-CONTROLS.
003200     PERFORM 7300-WRITE-SNAPSHOT THRU 7300-EXIT.
003210     CLOSE FZB-SNAPSHOT-FILE.
003220     MOVE FZB-SNS-TOTAL-COUNT TO FZB-SNS-SHOW-COUNT.
003230     DISPLAY "FZB2306I SNAPSHOT FOR " FZB-WS-RUN-DATE
003240         " COMPLETE - " FZB-SNS-SHOW-COUNT " RECORDS".
003250 3000-EXIT.
003260     EXIT.
003270 3100-COPY-PERSIST.
003280     MOVE "PERSIST" TO FZB-SNS-FILE-ID.
003290     MOVE "FZBPCS01" TO FZB-SNS-DDNAME.
003300     OPEN INPUT FZB-PERSIST-FILE.
003310     MOVE FZB-PCS-FILE-STATUS TO FZB-SNS-IO-STATUS.
003320     PERFORM 7000-START-CLUSTER THRU 7000-EXIT.
003330     PERFORM 3110-READ-PERSIST THRU 3110-EXIT
003340         UNTIL FZB-SNS-EOF.
003350     CLOSE FZB-PERSIST-FILE.
003360     PERFORM 7200-END-CLUSTER THRU 7200-EXIT.
003370 3100-EXIT.
003380     EXIT.
003390 3110-READ-PERSIST.
003400     READ FZB-PERSIST-FILE NEXT
003410         AT END MOVE "Y" TO FZB-SNS-EOF-SW
003420         NOT AT END
003430             MOVE FZB-PERSIST-RECORD TO FZB-SNS-IMAGE
003440             PERFORM 7100-WRITE-DATA THRU 7100-EXIT
003450     END-READ.
003460     MOVE FZB-PCS-FILE-STATUS TO FZB-SNS-IO-STATUS.
003470     PERFORM 7050-CHECK-READ THRU 7050-EXIT.
003480 3110-EXIT.
003490     EXIT.
003500 3200-COPY-CHECKPOINT.
003510     MOVE "CHECKPT" TO FZB-SNS-FILE-ID.
003520     MOVE "FZBCKP01" TO FZB-SNS-DDNAME.
003530     OPEN INPUT FZB-CHECKPOINT-FILE.
003540     MOVE FZB-CKP-FILE-STATUS TO FZB-SNS-IO-STATUS.
003550     PERFORM 7000-START-CLUSTER THRU 7000-EXIT.
003560     PERFORM 3210-READ-CHECKPOINT THRU 3210-EXIT
003570         UNTIL FZB-SNS-EOF.
003580     CLOSE FZB-CHECKPOINT-FILE.
003590     PERFORM 7200-END-CLUSTER THRU 7200-EXIT.
003600 3200-EXIT.
003610     EXIT.
003620 3210-READ-CHECKPOINT.
003630     READ FZB-CHECKPOINT-FILE NEXT
003640         AT END MOVE "Y" TO FZB-SNS-EOF-SW
003650         NOT AT END
003660             MOVE FZB-CHECKPOINT-RECORD TO FZB-SNS-IMAGE
003670             PERFORM 7100-WRITE-DATA THRU 7100-EXIT
003680     END-READ.
003690     MOVE FZB-CKP-FILE-STATUS TO FZB-SNS-IO-STATUS.
003700     PERFORM 7050-CHECK-READ THRU 7050-EXIT.
003710 3210-EXIT.
003720     EXIT.
003730 3300-COPY-RUN-CONTROL.
003740     MOVE "RUNCTL" TO FZB-SNS-FILE-ID.
003750     MOVE "FZBRNC01" TO FZB-SNS-DDNAME.
003760     OPEN INPUT FZB-RUNCTL-FILE.
003770     MOVE FZB-RNC-FILE-STATUS TO FZB-SNS-IO-STATUS.
003780     PERFORM 7000-START-CLUSTER THRU 7000-EXIT.
003790     PERFORM 3310-READ-RUN-CONTROL THRU 3310-EXIT
003800         UNTIL FZB-SNS-EOF.
003810     CLOSE FZB-RUNCTL-FILE.
003820     PERFORM 7200-END-CLUSTER THRU 7200-EXIT.
003830 3300-EXIT.
003840     EXIT.
003850 3310-READ-RUN-CONTROL.
003860     READ FZB-RUNCTL-FILE NEXT
003870         AT END MOVE "Y" TO FZB-SNS-EOF-SW
003880         NOT AT END
003890             MOVE FZB-RUNCTL-RECORD TO FZB-SNS-IMAGE
003900             PERFORM 7100-WRITE-DATA THRU 7100-EXIT
003910     END-READ.
003920     MOVE FZB-RNC-FILE-STATUS TO FZB-SNS-IO-STATUS.
003930     PERFORM 7050-CHECK-READ THRU 7050-EXIT.
003940 3310-EXIT.
003950     EXIT.
003960 3400-COPY-RUN-STATUS.
003970     MOVE "RUNSTAT" TO FZB-SNS-FILE-ID.
003980     MOVE "FZBSTS01" TO FZB-SNS-DDNAME.
003990     OPEN INPUT FZB-STATUS-FILE.
004000     MOVE FZB-STS-FILE-STATUS TO FZB-SNS-IO-STATUS.
004010     PERFORM 7000-START-CLUSTER THRU 7000-EXIT.
004020     PERFORM 3410-READ-RUN-STATUS THRU 3410-EXIT
004030         UNTIL FZB-SNS-EOF.
004040     CLOSE FZB-STATUS-FILE.
004050     PERFORM 7200-END-CLUSTER THRU 7200-EXIT.
004060 3400-EXIT.
004070     EXIT.
004080 3410-READ-RUN-STATUS.
004090     READ FZB-STATUS-FILE NEXT
004100         AT END MOVE "Y" TO FZB-SNS-EOF-SW
004110         NOT AT END
004120             MOVE FZB-STATUS-RECORD TO FZB-SNS-IMAGE
004130             PERFORM 7100-WRITE-DATA THRU 7100-EXIT
004140     END-READ.
004150     MOVE FZB-STS-FILE-STATUS TO FZB-SNS-IO-STATUS.
004160     PERFORM 7050-CHECK-READ THRU 7050-EXIT.
004170 3410-EXIT.
004180     EXIT.
004190 3500-COPY-FIZZ.
004200     MOVE "FIZZ" TO FZB-SNS-FILE-ID.
004210     MOVE "FIZZOUT" TO FZB-SNS-DDNAME.
004220     OPEN INPUT FIZZ-FILE.
004230     MOVE FZB-FIZZ-FILE-STATUS TO FZB-SNS-IO-STATUS.
004240     PERFORM 7000-START-CLUSTER THRU 7000-EXIT.
004250     PERFORM 3510-READ-FIZZ THRU 3510-EXIT
004260         UNTIL FZB-SNS-EOF.
004270     CLOSE FIZZ-FILE.
004280     PERFORM 7200-END-CLUSTER THRU 7200-EXIT.
004290 3500-EXIT.
004300     EXIT.
004310 3510-READ-FIZZ.
004320     READ FIZZ-FILE NEXT
004330         AT END MOVE "Y" TO FZB-SNS-EOF-SW
004340         NOT AT END
004350             MOVE FIZZ-RECORD TO FZB-SNS-IMAGE
004360             PERFORM 7100-WRITE-DATA THRU 7100-EXIT
004370     END-READ.
004380     MOVE FZB-FIZZ-FILE-STATUS TO FZB-SNS-IO-STATUS.
004390     PERFORM 7050-CHECK-READ THRU 7050-EXIT.
004400 3510-EXIT.
004410     EXIT.
004420 3600-COPY-BUZZ.
004430     MOVE "BUZZ" TO FZB-SNS-FILE-ID.
004440     MOVE "BUZZOUT" TO FZB-SNS-DDNAME.
004450     OPEN INPUT BUZZ-FILE.
004460     MOVE FZB-BUZZ-FILE-STATUS TO FZB-SNS-IO-STATUS.
004470     PERFORM 7000-START-CLUSTER THRU 7000-EXIT.
004480     PERFORM 3610-READ-BUZZ THRU 3610-EXIT
004490         UNTIL FZB-SNS-EOF.
004500     CLOSE BUZZ-FILE.
004510     PERFORM 7200-END-CLUSTER THRU 7200-EXIT.
004520 3600-EXIT.
004530     EXIT.
004540 3610-READ-BUZZ.
004550     READ BUZZ-FILE NEXT
004560         AT END MOVE "Y" TO FZB-SNS-EOF-SW
004570         NOT AT END
004580             MOVE BUZZ-RECORD TO FZB-SNS-IMAGE
004590             PERFORM 7100-WRITE-DATA THRU 7100-EXIT
004600     END-READ.
004610     MOVE FZB-BUZZ-FILE-STATUS TO FZB-SNS-IO-STATUS.
004620     PERFORM 7050-CHECK-READ THRU 7050-EXIT.
004630 3610-EXIT.
004640     EXIT.
004650 3700-COPY-FIZZBUZZ.
004660     MOVE "FIZZBUZZ" TO FZB-SNS-FILE-ID.
004670     MOVE "FZBZOUT" TO FZB-SNS-DDNAME.
004680     OPEN INPUT FIZZBUZZ-FILE.
004690     MOVE FZB-FZBZ-FILE-STATUS TO FZB-SNS-IO-STATUS.
004700     PERFORM 7000-START-CLUSTER THRU 7000-EXIT.
004710     PERFORM 3710-READ-FIZZBUZZ THRU 3710-EXIT
004720         UNTIL FZB-SNS-EOF.
004730     CLOSE FIZZBUZZ-FILE.
004740     PERFORM 7200-END-CLUSTER THRU 7200-EXIT.
004750 3700-EXIT.
004760     EXIT.
004770 3710-READ-FIZZBUZZ.
004780     READ FIZZBUZZ-FILE NEXT
004790         AT END MOVE "Y" TO FZB-SNS-EOF-SW
004800         NOT AT END
004810             MOVE FZBZ-RECORD TO FZB-SNS-IMAGE
004820             PERFORM 7100-WRITE-DATA THRU 7100-EXIT
004830     END-READ.
004840     MOVE FZB-FZBZ-FILE-STATUS TO FZB-SNS-IO-STATUS.
004850     PERFORM 7050-CHECK-READ THRU 7050-EXIT.
004860 3710-EXIT.
004870     EXIT.
004880 3800-COPY-PLAIN.
004890     MOVE "PLAIN" TO FZB-SNS-FILE-ID.
004900     MOVE "PLAINOUT" TO FZB-SNS-DDNAME.
004910     OPEN INPUT PLAIN-FILE.
004920     MOVE FZB-PLN-FILE-STATUS TO FZB-SNS-IO-STATUS.
004930     PERFORM 7000-START-CLUSTER THRU 7000-EXIT.
004940     PERFORM 3810-READ-PLAIN THRU 3810-EXIT
004950         UNTIL FZB-SNS-EOF.
004960     CLOSE PLAIN-FILE.
004970     PERFORM 7200-END-CLUSTER THRU 7200-EXIT.
004980 3800-EXIT.
004990     EXIT.
005000 3810-READ-PLAIN.
005010     READ PLAIN-FILE NEXT
005020         AT END MOVE "Y" TO FZB-SNS-EOF-SW
005030         NOT AT END
005040             MOVE PLN-RECORD TO FZB-SNS-IMAGE
005050             PERFORM 7100-WRITE-DATA THRU 7100-EXIT
005060     END-READ.
005070     MOVE FZB-PLN-FILE-STATUS TO FZB-SNS-IO-STATUS.
005080     PERFORM 7050-CHECK-READ THRU 7050-EXIT.
005090 3810-EXIT.
005100     EXIT.
005110 3900-COPY-OTHER.
005120     MOVE "OTHER" TO FZB-SNS-FILE-ID.
005130     MOVE "OTHEROUT" TO FZB-SNS-DDNAME.
005140     OPEN INPUT OTHER-FILE.
005150     MOVE FZB-OTH-FILE-STATUS TO FZB-SNS-IO-STATUS.
005160     PERFORM 7000-START-CLUSTER THRU 7000-EXIT.
005170     PERFORM 3910-READ-OTHER THRU 3910-EXIT
005180         UNTIL FZB-SNS-EOF.
005190     CLOSE OTHER-FILE.
005200     PERFORM 7200-END-CLUSTER THRU 7200-EXIT.
005210 3900-EXIT.
005220     EXIT.
005230 3910-READ-OTHER.
005240     READ OTHER-FILE NEXT
005250         AT END MOVE "Y" TO FZB-SNS-EOF-SW
005260         NOT AT END
005270             MOVE OTH-RECORD TO FZB-SNS-IMAGE
005280             PERFORM 7100-WRITE-DATA THRU 7100-EXIT
005290     END-READ.
005300     MOVE FZB-OTH-FILE-STATUS TO FZB-SNS-IO-STATUS.
005310     PERFORM 7050-CHECK-READ THRU 7050-EXIT.
005320 3910-EXIT.
005330     EXIT.
005340 7000-START-CLUSTER.
005350     IF FZB-SNS-IO-STATUS NOT = "00"
005360         PERFORM 7900-IO-FAILED THRU 7900-EXIT
005370     END-IF.
005380     MOVE "N" TO FZB-SNS-EOF-SW.
005390     MOVE SPACES TO FZB-SNS-CUR-PROFILE.
005400     MOVE ZERO TO FZB-SNS-PRF-COUNT.
005410     MOVE ZERO TO FZB-SNS-FILE-COUNT.
005420 7000-EXIT.
005430     EXIT.
005440 7050-CHECK-READ.
005450     IF FZB-SNS-IO-STATUS NOT = "00"
005460             AND FZB-SNS-IO-STATUS NOT = "10"
005470         PERFORM 7900-IO-FAILED THRU 7900-EXIT
005480     END-IF.
005490 7050-EXIT.
005500     EXIT.
005510 7100-WRITE-DATA.
005520     IF FZB-SNS-FILE-COUNT > ZERO
005530             AND FZB-SNS-IMAGE-PROFILE NOT = FZB-SNS-CUR-PROFILE
005540         PERFORM 7250-WRITE-CONTROL THRU 7250-EXIT
005550         MOVE ZERO TO FZB-SNS-PRF-COUNT
005560     END-IF.
005570     MOVE FZB-SNS-IMAGE-PROFILE TO FZB-SNS-CUR-PROFILE.
005580     MOVE SPACES TO FZB-SNAPSHOT-RECORD.
005590     MOVE "D" TO FZB-SNP-REC-TYPE.
005600     MOVE FZB-SNS-IMAGE TO FZB-SNP-DATA.
005610     PERFORM 7300-WRITE-SNAPSHOT THRU 7300-EXIT.
005620     ADD 1 TO FZB-SNS-PRF-COUNT.
005630     ADD 1 TO FZB-SNS-FILE-COUNT.
005640     ADD 1 TO FZB-SNS-TOTAL-COUNT.
005650 7100-EXIT.
005660     EXIT.
005670 7200-END-CLUSTER.
005680     PERFORM 7250-WRITE-CONTROL THRU 7250-EXIT.
005690     MOVE FZB-SNS-FILE-COUNT TO FZB-SNS-SHOW-COUNT.
005700     DISPLAY "FZB2305I " FZB-SNS-FILE-ID " " FZB-SNS-SHOW-COUNT
005710         " RECORDS SNAPPED".
005720 7200-EXIT.
005730     EXIT.
005740 7250-WRITE-CONTROL.
005750     MOVE SPACES TO FZB-SNAPSHOT-RECORD.
005760     MOVE "C" TO FZB-SNP-REC-TYPE.
005770     MOVE FZB-SNS-CUR-PROFILE TO FZB-SNP-CNT-PROFILE.
005780     MOVE FZB-SNS-PRF-COUNT TO FZB-SNP-CNT-RECORDS.
005790     PERFORM 7300-WRITE-SNAPSHOT THRU 7300-EXIT.
005800     ADD 1 TO FZB-SNS-CONTROL-COUNT.
005810     MOVE FZB-SNS-PRF-COUNT TO FZB-SNS-SHOW-COUNT.
005820     DISPLAY "FZB2304I " FZB-SNS-FILE-ID " PROFILE "
005830         FZB-SNS-CUR-PROFILE " " FZB-SNS-SHOW-COUNT " RECORDS".
005840 7250-EXIT.
005850     EXIT.
005860 7300-WRITE-SNAPSHOT.
005870     MOVE FZB-WS-RUN-DATE TO FZB-SNP-BUS-DATE.
005880     MOVE FZB-SNS-STAMP TO FZB-SNP-STAMP.
005890     IF NOT FZB-SNP-HEADER AND NOT FZB-SNP-TRAILER
005900         MOVE FZB-SNS-FILE-ID TO FZB-SNP-FILE-ID
005910     END-IF.
005920     WRITE FZB-SNAPSHOT-RECORD.
005930     IF FZB-SNP-FILE-STATUS NOT = "00"
005940         MOVE "SNAPOUT" TO FZB-SNS-DDNAME
005950         MOVE FZB-SNP-FILE-STATUS TO FZB-SNS-IO-STATUS
005960         PERFORM 7900-IO-FAILED THRU 7900-EXIT
005970     END-IF.
005980 7300-EXIT.
005990     EXIT.
006000 7900-IO-FAILED.
006010     DISPLAY "FZB2307E " FZB-SNS-DDNAME " I/O FAILED, STATUS = "
006020         FZB-SNS-IO-STATUS " - NO USABLE SNAPSHOT TAKEN".
006030     MOVE 16 TO RETURN-CODE.
006040     STOP RUN.
006050 7900-EXIT.
006060     EXIT.
