000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FZBAPV.
000030 AUTHOR. J HARGROVE-BENNETT.
000040 INSTALLATION. DAILY BATCH SUPPORT.
000050 DATE-WRITTEN. 2026-10-06.
000060 DATE-COMPILED. 2026-10-06.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT DESCRIPTION
000100*    ---------- ---- -----------------------------------------
000110*    2026-10-06 JHB  INITIAL VERSION. CICS CHECKER TRANSACTION
000120*                    (TRANID FBAP) FOR THE MAKER/CHECKER CONTROL
000130*                    ON FZBCTL01, FZBOVR01, AND FZBSUB01. LISTS
000140*                    EVERY CHANGE STILL PENDING ON THE FZBPND01
000150*                    LEDGER (KEYED THROUGH FBMT OR FBOS AND NOT
000160*                    YET DECIDED) WITH ITS LEDGER NUMBER, FILE,
000170*                    ACTION, KEY, MAKER, AND DATE, THEN TAKES A
000180*                    LEDGER NUMBER, A DECISION (A APPROVE, R
000190*                    REJECT), AND A REASON. THE REASON IS
000200*                    REQUIRED EITHER WAY, AND THE DECIDING USERID
000210*                    MUST NOT BE THE MAKER'S. AN APPROVAL
000220*                    RE-READS THE LIVE FILE AND REFUSES WHEN THE
000230*                    RECORD NO LONGER MATCHES THE BEFORE IMAGE
000240*                    THE MAKER SAW (OR, FOR AN ADD, WHEN THE KEY
000250*                    HAS SINCE APPEARED) - THE CHANGE MUST THEN BE
000260*                    REJECTED AND REKEYED. OTHERWISE THE AFTER
000270*                    IMAGE IS APPLIED (REPLACED, ADDED, OR, FOR A
000280*                    DELETE, DROPPED) AND THE WHOLE FILE IS
000290*                    REWRITTEN FROM THE TABLE THE WAY FBMT
000300*                    ALWAYS REWROTE FZBCTL01. A CONTROL CHANGE
000310*                    ALSO APPENDS THE FZBCHG01 BEFORE/AFTER
000320*                    HISTORY RECORD, CARRYING THE MAKER'S USERID
000330*                    AND THE DATE AND TIME IT WENT LIVE. EVERY
000340*                    DECISION APPENDS A TYPE-D RECORD TO FZBPND01
000350*                    WITH THE CHECKER'S USERID, DATE, TIME, AND
000360*                    REASON, WHICH CLOSES THE CHANGE. ONLY WHAT
000370*                    HAS BEEN APPROVED HERE EVER REACHES THE
000380*                    FILES FIZZ-BUZZ-MAIN, FZBXTR, AND FZBEDT
000390*                    READ.
000391*    2026-10-06 JHB  PROFILE-LEVEL ACCESS CONTROL - A DECISION IS
000392*                    ONLY RECORDED WHEN THE CHECKER HOLDS MAINTAIN
000393*                    AUTHORITY ON FZBUAF01 FOR THE PROFILE THE
000394*                    CHANGE BELONGS TO (CHECKED BY THE FZBAUTH
000395*                    SUBPROGRAM, WHICH LOGS A REFUSAL TO
000396*                    FZBSVL01); OTHERWISE FZB1812E.
000397*    2026-10-06 JHB  AN APPROVAL NOW STOPS WITH FZB1813E AND
000398*                    APPLIES NOTHING WHEN THE LIVE FILE HOLDS MORE
000399*                    RECORDS THAN THE TABLE HOLDS, LEAVING THE
000400*                    CHANGE PENDING, INSTEAD OF REWRITING THE FILE
000401*                    WITHOUT THE RECORDS PAST THE LIMIT. THE
000402*                    DECISION IS NOW WRITTEN TO FZBPND01 BEFORE
000403*                    THE LIVE FILE IS REWRITTEN, SO A FAILED
000404*                    DECISION WRITE LEAVES THE LIVE FILE
000405*                    UNTOUCHED.
000406******************************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000440 OBJECT-COMPUTER. IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT FZB-PENDING-FILE ASSIGN TO FZBPND01
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS FZB-PND-FILE-STATUS.
000500     SELECT FZB-CONTROL-FILE ASSIGN TO FZBCTL01
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FZB-CTL-FILE-STATUS.
000530     SELECT FZB-OVERRIDE-FILE ASSIGN TO FZBOVR01
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FZB-OVR-FILE-STATUS.
000560     SELECT FZB-SUBSCRIBER-FILE ASSIGN TO FZBSUB01
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FZB-SUB-FILE-STATUS.
000590     SELECT FZB-CHANGE-FILE ASSIGN TO FZBCHG01
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS FZB-CHG-FILE-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  FZB-PENDING-FILE
000650     LABEL RECORDS ARE STANDARD.
000660 COPY FZBPND.
000670 FD  FZB-CONTROL-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 COPY FZBCTL.
000700 FD  FZB-OVERRIDE-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 COPY FZBOVR.
000730 FD  FZB-SUBSCRIBER-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 COPY FZBSUB.
000760 FD  FZB-CHANGE-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY FZBCHG.
000790 WORKING-STORAGE SECTION.
000800 01  FZB-PND-FILE-STATUS         PIC X(02).
000810 01  FZB-CTL-FILE-STATUS         PIC X(02).
000820 01  FZB-OVR-FILE-STATUS         PIC X(02).
000830 01  FZB-SUB-FILE-STATUS         PIC X(02).
000840 01  FZB-CHG-FILE-STATUS         PIC X(02).
000850 01  FZB-APV-LINE                PIC X(79).
000860 01  FZB-APV-MSG                 PIC X(79).
000870 01  FZB-APV-OPN-TABLE.
000880     05  FZB-APV-OPN-RECORD      PIC X(281) OCCURS 50 TIMES.
000890 01  FZB-APV-OPN-COUNT           PIC 9(02) VALUE ZERO COMP.
000900 01  FZB-APV-OPN-MAX             PIC 9(02) VALUE 50 COMP.
000910 01  FZB-APV-OPN-IDX             PIC 9(02) VALUE ZERO COMP.
000920 01  FZB-APV-OPN-HIT             PIC 9(02) VALUE ZERO COMP.
000930 01  FZB-APV-OPN-SHOWN           PIC 9(02) VALUE 15 COMP.
000940 01  FZB-APV-OPN-OVERFLOW        PIC 9(03) VALUE ZERO.
000950 01  FZB-APV-OPN-COUNT-D         PIC 9(02) VALUE ZERO.
000960 01  FZB-APV-MORE-D              PIC 9(02) VALUE ZERO.
000970 01  FZB-APV-SEL-RECORD          PIC X(281) VALUE SPACES.
000980 01  FZB-APV-FILE-LIT            PIC X(03) VALUE SPACES.
000990 01  FZB-APV-CTL-TABLE.
001000     05  FZB-APV-CTL-RECORD      PIC X(95) OCCURS 10 TIMES.
001010 01  FZB-APV-OVR-TABLE.
001020     05  FZB-APV-OVR-RECORD      PIC X(44) OCCURS 200 TIMES.
001030 01  FZB-APV-SUB-TABLE.
001040     05  FZB-APV-SUB-RECORD      PIC X(29) OCCURS 100 TIMES.
001050 01  FZB-APV-REC-COUNT           PIC 9(03) VALUE ZERO COMP.
001060 01  FZB-APV-REC-MAX             PIC 9(03) VALUE ZERO COMP.
001070 01  FZB-APV-REC-IDX             PIC 9(03) VALUE ZERO COMP.
001080 01  FZB-APV-REC-HIT             PIC 9(03) VALUE ZERO COMP.
001090 01  FZB-APV-LIVE-KEY            PIC X(25) VALUE SPACES.
001100 01  FZB-APV-INPUT.
001110     05  FZB-APV-IN-ID           PIC X(06).
001120     05  FZB-APV-IN-ID-N REDEFINES FZB-APV-IN-ID
001130                                 PIC 9(06).
001140     05  FZB-APV-IN-DECISION     PIC X(01).
001150     05  FZB-APV-IN-REASON       PIC X(30).
001160 01  FZB-APV-EOF-SW              PIC X(01) VALUE "N".
001170     88  FZB-APV-EOF             VALUE "Y".
001180 01  FZB-APV-VALID-SW            PIC X(01) VALUE "N".
001190     88  FZB-APV-INPUT-VALID     VALUE "Y".
001200 01  FZB-APV-APPLY-OK-SW         PIC X(01) VALUE "N".
001210     88  FZB-APV-APPLY-OK        VALUE "Y".
001220 01  FZB-APV-STALE-SW            PIC X(01) VALUE "N".
001230     88  FZB-APV-STALE           VALUE "Y".
001240 01  FZB-APV-WRITE-FAIL-SW       PIC X(01) VALUE "N".
001250     88  FZB-APV-WRITE-FAIL      VALUE "Y".
001253 01  FZB-APV-FULL-SW             PIC X(01) VALUE "N".
001256     88  FZB-APV-FULL            VALUE "Y".
001260 01  FZB-APV-TEXT-LEN            PIC S9(04) COMP.
001270 01  FZB-APV-RESP                PIC S9(08) COMP.
001280 01  FZB-APV-ABSTIME             PIC S9(15) COMP-3.
001290 01  FZB-APV-USERID              PIC X(08).
001300 01  FZB-APV-DATE                PIC X(10).
001310 01  FZB-APV-TIME                PIC X(08).
001311 01  FZB-APV-AUTH-PROFILE        PIC X(08).
001312 01  FZB-APV-AUTH-TRANID         PIC X(04) VALUE "FBAP".
001313 01  FZB-APV-AUTH-ACCESS         PIC X(01) VALUE "M".
001314 01  FZB-APV-AUTH-RESULT         PIC X(01) VALUE "N".
001315     88  FZB-APV-AUTHORIZED      VALUE "Y".
001320 PROCEDURE DIVISION.
001330 0000-MAINLINE SECTION.
001340     PERFORM 1000-LOAD-PENDING THRU 1000-EXIT.
001350     PERFORM 2000-SEND-LIST THRU 2000-EXIT.
001360     PERFORM 3000-GET-DECISION THRU 3000-EXIT.
001370     IF FZB-APV-INPUT-VALID
001380         PERFORM 4000-APPLY-DECISION THRU 4000-EXIT
001390     END-IF.
001400     EXEC CICS RETURN
001410     END-EXEC.
001420     GOBACK.
001430 1000-LOAD-PENDING.
001440     OPEN INPUT FZB-PENDING-FILE.
001450     IF FZB-PND-FILE-STATUS NOT = "00"
001460         GO TO 1000-EXIT
001470     END-IF.
001480     MOVE "N" TO FZB-APV-EOF-SW.
001490     PERFORM 1100-READ-PENDING THRU 1100-EXIT
001500         UNTIL FZB-APV-EOF.
001510     CLOSE FZB-PENDING-FILE.
001520 1000-EXIT.
001530     EXIT.
001540 1100-READ-PENDING.
001550     READ FZB-PENDING-FILE
001560         AT END MOVE "Y" TO FZB-APV-EOF-SW
001570         NOT AT END
001580             IF FZB-PND-KEYED
001590                 PERFORM 1110-ADD-OPEN THRU 1110-EXIT
001600             END-IF
001610             IF FZB-PND-DECIDED
001620                 PERFORM 1120-CLOSE-OPEN THRU 1120-EXIT
001630             END-IF
001640     END-READ.
001650 1100-EXIT.
001660     EXIT.
001670 1110-ADD-OPEN.
001680     IF FZB-APV-OPN-COUNT NOT LESS THAN FZB-APV-OPN-MAX
001690         ADD 1 TO FZB-APV-OPN-OVERFLOW
001700         GO TO 1110-EXIT
001710     END-IF.
001720     ADD 1 TO FZB-APV-OPN-COUNT.
001730     MOVE FZB-PENDING-RECORD
001740         TO FZB-APV-OPN-RECORD (FZB-APV-OPN-COUNT).
001750 1110-EXIT.
001760     EXIT.
001770 1120-CLOSE-OPEN.
001780     MOVE FZB-PND-ID TO FZB-APV-IN-ID-N.
001790     PERFORM 9000-FIND-OPEN THRU 9000-EXIT.
001800     IF FZB-APV-OPN-HIT = ZERO
001810         GO TO 1120-EXIT
001820     END-IF.
001830     PERFORM 1130-SHIFT-OPEN THRU 1130-EXIT
001840         VARYING FZB-APV-OPN-IDX FROM FZB-APV-OPN-HIT BY 1
001850         UNTIL FZB-APV-OPN-IDX NOT LESS THAN FZB-APV-OPN-COUNT.
001860     SUBTRACT 1 FROM FZB-APV-OPN-COUNT.
001870 1120-EXIT.
001880     EXIT.
001890 1130-SHIFT-OPEN.
001900     MOVE FZB-APV-OPN-RECORD (FZB-APV-OPN-IDX + 1)
001910         TO FZB-APV-OPN-RECORD (FZB-APV-OPN-IDX).
001920 1130-EXIT.
001930     EXIT.
001940 2000-SEND-LIST.
001950     MOVE FZB-APV-OPN-COUNT TO FZB-APV-OPN-COUNT-D.
001960     MOVE SPACES TO FZB-APV-LINE.
001970     STRING "FZBAPV PENDING CHANGES - " FZB-APV-OPN-COUNT-D
001980             " AWAITING APPROVAL"
001990         DELIMITED BY SIZE INTO FZB-APV-LINE.
002000     EXEC CICS SEND TEXT
002010         FROM(FZB-APV-LINE)
002020         LENGTH(79)
002030         ACCUM
002040         ERASE
002050     END-EXEC.
002060     IF FZB-APV-OPN-OVERFLOW > ZERO
002070         MOVE SPACES TO FZB-APV-LINE
002080         STRING "FZB1810W MORE THAN 50 CHANGES PENDING -"
002090             " DECIDE THE OLDEST TO SEE THE REST"
002100             DELIMITED BY SIZE INTO FZB-APV-LINE
002110         EXEC CICS SEND TEXT
002120             FROM(FZB-APV-LINE)
002130             LENGTH(79)
002140             ACCUM
002150         END-EXEC
002160     END-IF.
002170     PERFORM 2100-SEND-PENDING-LINE THRU 2100-EXIT
002180         VARYING FZB-APV-OPN-IDX FROM 1 BY 1
002190         UNTIL FZB-APV-OPN-IDX > FZB-APV-OPN-COUNT
002200             OR FZB-APV-OPN-IDX > FZB-APV-OPN-SHOWN.
002210     IF FZB-APV-OPN-COUNT > FZB-APV-OPN-SHOWN
002220         COMPUTE FZB-APV-MORE-D =
002230             FZB-APV-OPN-COUNT - FZB-APV-OPN-SHOWN
002240         MOVE SPACES TO FZB-APV-LINE
002250         STRING "  ... AND " FZB-APV-MORE-D " MORE"
002260             DELIMITED BY SIZE INTO FZB-APV-LINE
002270         EXEC CICS SEND TEXT
002280             FROM(FZB-APV-LINE)
002290             LENGTH(79)
002300             ACCUM
002310         END-EXEC
002320     END-IF.
002330     MOVE SPACES TO FZB-APV-LINE.
002340     STRING "KEY LEDGER NBR(6) DECISION(1) A=APPROVE"
002350             " R=REJECT REASON(30), CLEAR TO EXIT:"
002360         DELIMITED BY SIZE INTO FZB-APV-LINE.
002370     EXEC CICS SEND TEXT
002380         FROM(FZB-APV-LINE)
002390         LENGTH(79)
002400         ACCUM
002410     END-EXEC.
002420     EXEC CICS SEND PAGE
002430     END-EXEC.
002440 2000-EXIT.
002450     EXIT.
002460 2100-SEND-PENDING-LINE.
002470     MOVE FZB-APV-OPN-RECORD (FZB-APV-OPN-IDX)
002480         TO FZB-PENDING-RECORD.
002490     PERFORM 9100-SET-FILE-LIT THRU 9100-EXIT.
002500     MOVE SPACES TO FZB-APV-LINE.
002510     STRING FZB-PND-ID " " FZB-APV-FILE-LIT " "
002520             FZB-PND-ACTION " " FZB-PND-KEY
002530             " BY " FZB-PND-USER " " FZB-PND-DATE
002540         DELIMITED BY SIZE INTO FZB-APV-LINE.
002550     EXEC CICS SEND TEXT
002560         FROM(FZB-APV-LINE)
002570         LENGTH(79)
002580         ACCUM
002590     END-EXEC.
002600 2100-EXIT.
002610     EXIT.
002620 3000-GET-DECISION.
002630     MOVE SPACES TO FZB-APV-INPUT.
002640     MOVE 37 TO FZB-APV-TEXT-LEN.
002650     EXEC CICS RECEIVE
002660         INTO(FZB-APV-INPUT)
002670         LENGTH(FZB-APV-TEXT-LEN)
002680         RESP(FZB-APV-RESP)
002690     END-EXEC.
002700     IF FZB-APV-RESP NOT = DFHRESP(NORMAL)
002710             OR FZB-APV-INPUT = SPACES
002720         MOVE SPACES TO FZB-APV-MSG
002730         STRING "FZB1800I NO DECISION KEYED - PENDING"
002740             " CHANGES UNCHANGED"
002750             DELIMITED BY SIZE INTO FZB-APV-MSG
002760         PERFORM 3900-SEND-MSG THRU 3900-EXIT
002770         GO TO 3000-EXIT
002780     END-IF.
002790     PERFORM 3100-VALIDATE THRU 3100-EXIT.
002800 3000-EXIT.
002810     EXIT.
002820 3100-VALIDATE.
002830     IF FZB-APV-IN-ID NOT NUMERIC
002840         MOVE SPACES TO FZB-APV-MSG
002850         STRING "FZB1801E LEDGER NUMBER MUST BE 6 NUMERIC"
002860             " DIGITS - NO DECISION RECORDED"
002870             DELIMITED BY SIZE INTO FZB-APV-MSG
002880         PERFORM 3900-SEND-MSG THRU 3900-EXIT
002890         GO TO 3100-EXIT
002900     END-IF.
002910     IF FZB-APV-IN-DECISION NOT = "A"
002920             AND FZB-APV-IN-DECISION NOT = "R"
002930         MOVE SPACES TO FZB-APV-MSG
002940         STRING "FZB1802E DECISION MUST BE A (APPROVE) OR R"
002950             " (REJECT) - NO DECISION RECORDED"
002960             DELIMITED BY SIZE INTO FZB-APV-MSG
002970         PERFORM 3900-SEND-MSG THRU 3900-EXIT
002980         GO TO 3100-EXIT
002990     END-IF.
003000     IF FZB-APV-IN-REASON = SPACES
003010         MOVE SPACES TO FZB-APV-MSG
003020         STRING "FZB1803E A REASON IS REQUIRED"
003030             " - NO DECISION RECORDED"
003040             DELIMITED BY SIZE INTO FZB-APV-MSG
003050         PERFORM 3900-SEND-MSG THRU 3900-EXIT
003060         GO TO 3100-EXIT
003070     END-IF.
003080     PERFORM 9000-FIND-OPEN THRU 9000-EXIT.
003090     IF FZB-APV-OPN-HIT = ZERO
003100         MOVE SPACES TO FZB-APV-MSG
003110         STRING "FZB1804E CHANGE " FZB-APV-IN-ID
003120             " IS NOT PENDING - NO DECISION RECORDED"
003130             DELIMITED BY SIZE INTO FZB-APV-MSG
003140         PERFORM 3900-SEND-MSG THRU 3900-EXIT
003150         GO TO 3100-EXIT
003160     END-IF.
003170     MOVE FZB-APV-OPN-RECORD (FZB-APV-OPN-HIT)
003180         TO FZB-APV-SEL-RECORD.
003190     EXEC CICS ASSIGN
003200         USERID(FZB-APV-USERID)
003210     END-EXEC.
003220     MOVE FZB-APV-SEL-RECORD TO FZB-PENDING-RECORD.
003230     IF FZB-PND-USER = FZB-APV-USERID
003240         MOVE SPACES TO FZB-APV-MSG
003250         STRING "FZB1805E CHANGE " FZB-APV-IN-ID
003260             " WAS KEYED BY YOU - A SECOND USER MUST DECIDE"
003270             DELIMITED BY SIZE INTO FZB-APV-MSG
003280         PERFORM 3900-SEND-MSG THRU 3900-EXIT
003290         GO TO 3100-EXIT
003300     END-IF.
003301     PERFORM 3500-CHECK-AUTHORITY THRU 3500-EXIT.
003302     IF NOT FZB-APV-AUTHORIZED
003303         MOVE SPACES TO FZB-APV-MSG
003304         STRING "FZB1812E USER " FZB-APV-USERID
003305             " NOT AUTHORIZED TO MAINTAIN PROFILE "
003306             FZB-APV-AUTH-PROFILE
003307             DELIMITED BY SIZE INTO FZB-APV-MSG
003308         PERFORM 3900-SEND-MSG THRU 3900-EXIT
003309         GO TO 3100-EXIT
003310     END-IF.
003311     MOVE "Y" TO FZB-APV-VALID-SW.
003320 3100-EXIT.
003330     EXIT.
003331 3500-CHECK-AUTHORITY.
003332     IF FZB-PND-SUBSCRIBER
003333         MOVE FZB-PND-KEY (9:8) TO FZB-APV-AUTH-PROFILE
003334     ELSE
003335         MOVE FZB-PND-KEY (1:8) TO FZB-APV-AUTH-PROFILE
003336     END-IF.
003337     EXEC CICS ASKTIME
003338         ABSTIME(FZB-APV-ABSTIME)
003339     END-EXEC.
003340     EXEC CICS FORMATTIME
003341         ABSTIME(FZB-APV-ABSTIME)
003342         MMDDYYYY(FZB-APV-DATE)
003343         DATESEP("/")
003344         TIME(FZB-APV-TIME)
003345         TIMESEP(":")
003346     END-EXEC.
003347     CALL "FZBAUTH" USING FZB-APV-USERID FZB-APV-AUTH-TRANID
003348         FZB-APV-AUTH-PROFILE FZB-APV-AUTH-ACCESS FZB-APV-DATE
003349         FZB-APV-TIME FZB-APV-AUTH-RESULT.
003350 3500-EXIT.
003351     EXIT.
003352 3900-SEND-MSG.
003353     EXEC CICS SEND TEXT
003360         FROM(FZB-APV-MSG)
003370         LENGTH(79)
003380     END-EXEC.
003390 3900-EXIT.
003400     EXIT.
003410 4000-APPLY-DECISION.
003420     EXEC CICS ASKTIME
003430         ABSTIME(FZB-APV-ABSTIME)
003440     END-EXEC.
003450     EXEC CICS FORMATTIME
003460         ABSTIME(FZB-APV-ABSTIME)
003470         MMDDYYYY(FZB-APV-DATE)
003480         DATESEP("/")
003490         TIME(FZB-APV-TIME)
003500         TIMESEP(":")
003510     END-EXEC.
003515     MOVE "N" TO FZB-APV-APPLY-OK-SW.
003520     IF FZB-APV-IN-DECISION = "A"
003530         MOVE FZB-APV-SEL-RECORD TO FZB-PENDING-RECORD
003540         EVALUATE TRUE
003550             WHEN FZB-PND-CONTROL
003560                 PERFORM 4100-APPLY-CONTROL THRU 4100-EXIT
003570             WHEN FZB-PND-OVERRIDE
003580                 PERFORM 4200-APPLY-OVERRIDE THRU 4200-EXIT
003590             WHEN OTHER
003600                 PERFORM 4300-APPLY-SUBSCRIBER THRU 4300-EXIT
003610         END-EVALUATE
003620         IF NOT FZB-APV-APPLY-OK
003630             GO TO 4000-EXIT
003640         END-IF
003650     END-IF.
003660     PERFORM 4500-WRITE-DECISION THRU 4500-EXIT.
003670     IF FZB-APV-WRITE-FAIL
003680         GO TO 4000-EXIT
003690     END-IF.
003691     IF FZB-APV-IN-DECISION = "A"
003692         MOVE FZB-APV-SEL-RECORD TO FZB-PENDING-RECORD
003693         EVALUATE TRUE
003694             WHEN FZB-PND-CONTROL
003695                 PERFORM 4140-REWRITE-CONTROL THRU 4140-EXIT
003696             WHEN FZB-PND-OVERRIDE
003697                 PERFORM 4240-REWRITE-OVERRIDE THRU 4240-EXIT
003698             WHEN OTHER
003699                 PERFORM 4340-REWRITE-SUBSCRIBER THRU 4340-EXIT
003700         END-EVALUATE
003701         IF NOT FZB-APV-APPLY-OK
003702             GO TO 4000-EXIT
003703         END-IF
003704     END-IF.
003705     MOVE SPACES TO FZB-APV-MSG.
003710     IF FZB-APV-IN-DECISION = "A"
003720         STRING "FZB1807I CHANGE " FZB-APV-IN-ID
003730             " APPROVED AND APPLIED - LOGGED TO FZBPND01"
003740             DELIMITED BY SIZE INTO FZB-APV-MSG
003750     ELSE
003760         STRING "FZB1809I CHANGE " FZB-APV-IN-ID
003770             " REJECTED - LOGGED TO FZBPND01"
003780             DELIMITED BY SIZE INTO FZB-APV-MSG
003790     END-IF.
003800     PERFORM 3900-SEND-MSG THRU 3900-EXIT.
003810 4000-EXIT.
003820     EXIT.
003830 4100-APPLY-CONTROL.
003840     MOVE ZERO TO FZB-APV-REC-COUNT.
003850     MOVE 10 TO FZB-APV-REC-MAX.
003860     OPEN INPUT FZB-CONTROL-FILE.
003870     IF FZB-CTL-FILE-STATUS NOT = "00"
003880         PERFORM 4900-SEND-FILE-ERROR THRU 4900-EXIT
003890         GO TO 4100-EXIT
003900     END-IF.
003910     MOVE "N" TO FZB-APV-EOF-SW.
003915     MOVE "N" TO FZB-APV-FULL-SW.
003920     PERFORM 4110-LOAD-CONTROL THRU 4110-EXIT
003930         UNTIL FZB-APV-EOF.
003940     CLOSE FZB-CONTROL-FILE.
003942     IF FZB-APV-FULL
003944         PERFORM 4895-SEND-FULL THRU 4895-EXIT
003946         GO TO 4100-EXIT
003948     END-IF.
003950     MOVE FZB-APV-SEL-RECORD TO FZB-PENDING-RECORD.
003960     MOVE ZERO TO FZB-APV-REC-HIT.
003970     PERFORM 4120-SCAN-CONTROL THRU 4120-EXIT
003980         VARYING FZB-APV-REC-IDX FROM 1 BY 1
003990         UNTIL FZB-APV-REC-IDX > FZB-APV-REC-COUNT
004000             OR FZB-APV-REC-HIT > ZERO.
004010     PERFORM 4800-CHECK-STALE THRU 4800-EXIT.
004020     IF FZB-APV-REC-HIT = ZERO
004030             AND NOT FZB-APV-STALE
004040         IF FZB-APV-REC-COUNT NOT LESS THAN FZB-APV-REC-MAX
004050             MOVE "Y" TO FZB-APV-STALE-SW
004060         ELSE
004070             ADD 1 TO FZB-APV-REC-COUNT
004080             MOVE FZB-APV-REC-COUNT TO FZB-APV-REC-HIT
004090         END-IF
004100     END-IF.
004110     IF FZB-APV-STALE
004120         PERFORM 4890-SEND-STALE THRU 4890-EXIT
004130         GO TO 4100-EXIT
004140     END-IF.
004150     MOVE FZB-PND-NEW-IMAGE
004160         TO FZB-APV-CTL-RECORD (FZB-APV-REC-HIT).
004161     MOVE "Y" TO FZB-APV-APPLY-OK-SW.
004162 4100-EXIT.
004163     EXIT.
004330 4110-LOAD-CONTROL.
004340     READ FZB-CONTROL-FILE
004350         AT END MOVE "Y" TO FZB-APV-EOF-SW
004360         NOT AT END
004364             IF FZB-APV-REC-COUNT NOT LESS THAN FZB-APV-REC-MAX
004368                 MOVE "Y" TO FZB-APV-FULL-SW
004372                 MOVE "Y" TO FZB-APV-EOF-SW
004376             ELSE
004380                 ADD 1 TO FZB-APV-REC-COUNT
004390                 MOVE FZB-CONTROL-RECORD
004400                     TO FZB-APV-CTL-RECORD (FZB-APV-REC-COUNT)
004410             END-IF
004420     END-READ.
004430 4110-EXIT.
004440     EXIT.
004450 4120-SCAN-CONTROL.
004460     MOVE FZB-APV-CTL-RECORD (FZB-APV-REC-IDX)
004470         TO FZB-CONTROL-RECORD.
004480     MOVE SPACES TO FZB-APV-LIVE-KEY.
004490     MOVE FZB-CTL-PROFILE-ID TO FZB-APV-LIVE-KEY (1:8).
004500     MOVE FZB-CTL-EFF-FROM TO FZB-APV-LIVE-KEY (9:10).
004510     IF FZB-APV-LIVE-KEY = FZB-PND-KEY
004520         MOVE FZB-APV-REC-IDX TO FZB-APV-REC-HIT
004530     END-IF.
004540 4120-EXIT.
004550     EXIT.
004560 4130-WRITE-CONTROL.
004570     MOVE FZB-APV-CTL-RECORD (FZB-APV-REC-IDX)
004580         TO FZB-CONTROL-RECORD.
004590     WRITE FZB-CONTROL-RECORD.
004600     IF FZB-CTL-FILE-STATUS NOT = "00"
004610         MOVE "N" TO FZB-APV-APPLY-OK-SW
004620         PERFORM 4900-SEND-FILE-ERROR THRU 4900-EXIT
004630     END-IF.
004640 4130-EXIT.
004650     EXIT.
004651 4140-REWRITE-CONTROL.
004652     MOVE "N" TO FZB-APV-APPLY-OK-SW.
004653     OPEN OUTPUT FZB-CONTROL-FILE.
004654     IF FZB-CTL-FILE-STATUS NOT = "00"
004655         PERFORM 4900-SEND-FILE-ERROR THRU 4900-EXIT
004656         GO TO 4140-EXIT
004657     END-IF.
004658     MOVE "Y" TO FZB-APV-APPLY-OK-SW.
004659     PERFORM 4130-WRITE-CONTROL THRU 4130-EXIT
004660         VARYING FZB-APV-REC-IDX FROM 1 BY 1
004661         UNTIL FZB-APV-REC-IDX > FZB-APV-REC-COUNT
004662             OR NOT FZB-APV-APPLY-OK.
004663     CLOSE FZB-CONTROL-FILE.
004664     IF FZB-APV-APPLY-OK
004665         PERFORM 4150-WRITE-HISTORY THRU 4150-EXIT
004666     END-IF.
004667 4140-EXIT.
004668     EXIT.
004669 4150-WRITE-HISTORY.
004670     INITIALIZE FZB-CHANGE-RECORD.
004680     MOVE FZB-APV-DATE TO FZB-CHG-DATE.
004690     MOVE FZB-APV-TIME TO FZB-CHG-TIME.
004700     MOVE FZB-PND-USER TO FZB-CHG-USER.
004710     MOVE FZB-PND-OLD-IMAGE TO FZB-CHG-OLD-IMAGE.
004720     MOVE FZB-PND-NEW-IMAGE TO FZB-CHG-NEW-IMAGE.
004730     OPEN EXTEND FZB-CHANGE-FILE.
004740     IF FZB-CHG-FILE-STATUS = "35"
004750         OPEN OUTPUT FZB-CHANGE-FILE
004760     END-IF.
004770     WRITE FZB-CHANGE-RECORD.
004780     CLOSE FZB-CHANGE-FILE.
004790 4150-EXIT.
004800     EXIT.
004810 4200-APPLY-OVERRIDE.
004820     MOVE ZERO TO FZB-APV-REC-COUNT.
004830     MOVE 200 TO FZB-APV-REC-MAX.
004840     OPEN INPUT FZB-OVERRIDE-FILE.
004850     IF FZB-OVR-FILE-STATUS NOT = "00"
004860         PERFORM 4900-SEND-FILE-ERROR THRU 4900-EXIT
004870         GO TO 4200-EXIT
004880     END-IF.
004890     MOVE "N" TO FZB-APV-EOF-SW.
004895     MOVE "N" TO FZB-APV-FULL-SW.
004900     PERFORM 4210-LOAD-OVERRIDE THRU 4210-EXIT
004910         UNTIL FZB-APV-EOF.
004920     CLOSE FZB-OVERRIDE-FILE.
004922     IF FZB-APV-FULL
004924         PERFORM 4895-SEND-FULL THRU 4895-EXIT
004926         GO TO 4200-EXIT
004928     END-IF.
004930     MOVE FZB-APV-SEL-RECORD TO FZB-PENDING-RECORD.
004940     MOVE ZERO TO FZB-APV-REC-HIT.
004950     PERFORM 4220-SCAN-OVERRIDE THRU 4220-EXIT
004960         VARYING FZB-APV-REC-IDX FROM 1 BY 1
004970         UNTIL FZB-APV-REC-IDX > FZB-APV-REC-COUNT
004980             OR FZB-APV-REC-HIT > ZERO.
004990     PERFORM 4800-CHECK-STALE THRU 4800-EXIT.
005000     IF FZB-APV-REC-HIT = ZERO
005010             AND NOT FZB-APV-STALE
005020         IF FZB-APV-REC-COUNT NOT LESS THAN FZB-APV-REC-MAX
005030             MOVE "Y" TO FZB-APV-STALE-SW
005040         ELSE
005050             ADD 1 TO FZB-APV-REC-COUNT
005060             MOVE FZB-APV-REC-COUNT TO FZB-APV-REC-HIT
005070         END-IF
005080     END-IF.
005090     IF FZB-APV-STALE
005100         PERFORM 4890-SEND-STALE THRU 4890-EXIT
005110         GO TO 4200-EXIT
005120     END-IF.
005130     MOVE FZB-PND-NEW-IMAGE
005140         TO FZB-APV-OVR-RECORD (FZB-APV-REC-HIT).
005141     MOVE "Y" TO FZB-APV-APPLY-OK-SW.
005142 4200-EXIT.
005143     EXIT.
005280 4210-LOAD-OVERRIDE.
005290     READ FZB-OVERRIDE-FILE
005300         AT END MOVE "Y" TO FZB-APV-EOF-SW
005310         NOT AT END
005314             IF FZB-APV-REC-COUNT NOT LESS THAN FZB-APV-REC-MAX
005318                 MOVE "Y" TO FZB-APV-FULL-SW
005322                 MOVE "Y" TO FZB-APV-EOF-SW
005326             ELSE
005330                 ADD 1 TO FZB-APV-REC-COUNT
005340                 MOVE FZB-OVERRIDE-RECORD
005350                     TO FZB-APV-OVR-RECORD (FZB-APV-REC-COUNT)
005360             END-IF
005370     END-READ.
005380 4210-EXIT.
005390     EXIT.
005400 4220-SCAN-OVERRIDE.
005410     MOVE FZB-APV-OVR-RECORD (FZB-APV-REC-IDX)
005420         TO FZB-OVERRIDE-RECORD.
005430     MOVE SPACES TO FZB-APV-LIVE-KEY.
005440     MOVE FZB-OVERRIDE-RECORD (1:15) TO FZB-APV-LIVE-KEY (1:15).
005450     MOVE FZB-OVR-EFF-FROM TO FZB-APV-LIVE-KEY (16:10).
005460     IF FZB-APV-LIVE-KEY = FZB-PND-KEY
005470         MOVE FZB-APV-REC-IDX TO FZB-APV-REC-HIT
005480     END-IF.
005490 4220-EXIT.
005500     EXIT.
005510 4230-WRITE-OVERRIDE.
005520     IF FZB-PND-DELETE
005530             AND FZB-APV-REC-IDX = FZB-APV-REC-HIT
005540         GO TO 4230-EXIT
005550     END-IF.
005560     MOVE FZB-APV-OVR-RECORD (FZB-APV-REC-IDX)
005570         TO FZB-OVERRIDE-RECORD.
005580     WRITE FZB-OVERRIDE-RECORD.
005590     IF FZB-OVR-FILE-STATUS NOT = "00"
005600         MOVE "N" TO FZB-APV-APPLY-OK-SW
005610         PERFORM 4900-SEND-FILE-ERROR THRU 4900-EXIT
005620     END-IF.
005630 4230-EXIT.
005640     EXIT.
005641 4240-REWRITE-OVERRIDE.
005642     MOVE "N" TO FZB-APV-APPLY-OK-SW.
005643     OPEN OUTPUT FZB-OVERRIDE-FILE.
005644     IF FZB-OVR-FILE-STATUS NOT = "00"
005645         PERFORM 4900-SEND-FILE-ERROR THRU 4900-EXIT
005646         GO TO 4240-EXIT
005647     END-IF.
005648     MOVE "Y" TO FZB-APV-APPLY-OK-SW.
005649     PERFORM 4230-WRITE-OVERRIDE THRU 4230-EXIT
005650         VARYING FZB-APV-REC-IDX FROM 1 BY 1
005651         UNTIL FZB-APV-REC-IDX > FZB-APV-REC-COUNT
005652             OR NOT FZB-APV-APPLY-OK.
005653     CLOSE FZB-OVERRIDE-FILE.
005654 4240-EXIT.
005655     EXIT.
005656 4300-APPLY-SUBSCRIBER.
005660     MOVE ZERO TO FZB-APV-REC-COUNT.
005670     MOVE 100 TO FZB-APV-REC-MAX.
005680     OPEN INPUT FZB-SUBSCRIBER-FILE.
005690     IF FZB-SUB-FILE-STATUS NOT = "00"
005700         PERFORM 4900-SEND-FILE-ERROR THRU 4900-EXIT
005710         GO TO 4300-EXIT
005720     END-IF.
005730     MOVE "N" TO FZB-APV-EOF-SW.
005735     MOVE "N" TO FZB-APV-FULL-SW.
005740     PERFORM 4310-LOAD-SUBSCRIBER THRU 4310-EXIT
005750         UNTIL FZB-APV-EOF.
005760     CLOSE FZB-SUBSCRIBER-FILE.
005762     IF FZB-APV-FULL
005764         PERFORM 4895-SEND-FULL THRU 4895-EXIT
005766         GO TO 4300-EXIT
005768     END-IF.
005770     MOVE FZB-APV-SEL-RECORD TO FZB-PENDING-RECORD.
005780     MOVE ZERO TO FZB-APV-REC-HIT.
005790     PERFORM 4320-SCAN-SUBSCRIBER THRU 4320-EXIT
005800         VARYING FZB-APV-REC-IDX FROM 1 BY 1
005810         UNTIL FZB-APV-REC-IDX > FZB-APV-REC-COUNT
005820             OR FZB-APV-REC-HIT > ZERO.
005830     PERFORM 4800-CHECK-STALE THRU 4800-EXIT.
005840     IF FZB-APV-REC-HIT = ZERO
005850             AND NOT FZB-APV-STALE
005860         IF FZB-APV-REC-COUNT NOT LESS THAN FZB-APV-REC-MAX
005870             MOVE "Y" TO FZB-APV-STALE-SW
005880         ELSE
005890             ADD 1 TO FZB-APV-REC-COUNT
005900             MOVE FZB-APV-REC-COUNT TO FZB-APV-REC-HIT
005910         END-IF
005920     END-IF.
005930     IF FZB-APV-STALE
005940         PERFORM 4890-SEND-STALE THRU 4890-EXIT
005950         GO TO 4300-EXIT
005960     END-IF.
005970     MOVE FZB-PND-NEW-IMAGE
005980         TO FZB-APV-SUB-RECORD (FZB-APV-REC-HIT).
005981     MOVE "Y" TO FZB-APV-APPLY-OK-SW.
005982 4300-EXIT.
005983     EXIT.
006120 4310-LOAD-SUBSCRIBER.
006130     READ FZB-SUBSCRIBER-FILE
006140         AT END MOVE "Y" TO FZB-APV-EOF-SW
006150         NOT AT END
006154             IF FZB-APV-REC-COUNT NOT LESS THAN FZB-APV-REC-MAX
006158                 MOVE "Y" TO FZB-APV-FULL-SW
006162                 MOVE "Y" TO FZB-APV-EOF-SW
006166             ELSE
006170                 ADD 1 TO FZB-APV-REC-COUNT
006180                 MOVE FZB-SUBSCRIBER-RECORD
006190                     TO FZB-APV-SUB-RECORD (FZB-APV-REC-COUNT)
006200             END-IF
006210     END-READ.
006220 4310-EXIT.
006230     EXIT.
006240 4320-SCAN-SUBSCRIBER.
006250     MOVE SPACES TO FZB-APV-LIVE-KEY.
006260     MOVE FZB-APV-SUB-RECORD (FZB-APV-REC-IDX) (1:16)
006270         TO FZB-APV-LIVE-KEY (1:16).
006280     IF FZB-APV-LIVE-KEY = FZB-PND-KEY
006290         MOVE FZB-APV-REC-IDX TO FZB-APV-REC-HIT
006300     END-IF.
006310 4320-EXIT.
006320     EXIT.
006330 4330-WRITE-SUBSCRIBER.
006340     IF FZB-PND-DELETE
006350             AND FZB-APV-REC-IDX = FZB-APV-REC-HIT
006360         GO TO 4330-EXIT
006370     END-IF.
006380     MOVE FZB-APV-SUB-RECORD (FZB-APV-REC-IDX)
006390         TO FZB-SUBSCRIBER-RECORD.
006400     WRITE FZB-SUBSCRIBER-RECORD.
006410     IF FZB-SUB-FILE-STATUS NOT = "00"
006420         MOVE "N" TO FZB-APV-APPLY-OK-SW
006430         PERFORM 4900-SEND-FILE-ERROR THRU 4900-EXIT
006440     END-IF.
006450 4330-EXIT.
006460     EXIT.
006461 4340-REWRITE-SUBSCRIBER.
006462     MOVE "N" TO FZB-APV-APPLY-OK-SW.
006463     OPEN OUTPUT FZB-SUBSCRIBER-FILE.
006464     IF FZB-SUB-FILE-STATUS NOT = "00"
006465         PERFORM 4900-SEND-FILE-ERROR THRU 4900-EXIT
006466         GO TO 4340-EXIT
006467     END-IF.
006468     MOVE "Y" TO FZB-APV-APPLY-OK-SW.
006469     PERFORM 4330-WRITE-SUBSCRIBER THRU 4330-EXIT
006470         VARYING FZB-APV-REC-IDX FROM 1 BY 1
006471         UNTIL FZB-APV-REC-IDX > FZB-APV-REC-COUNT
006472             OR NOT FZB-APV-APPLY-OK.
006473     CLOSE FZB-SUBSCRIBER-FILE.
006474 4340-EXIT.
006475     EXIT.
006476 4500-WRITE-DECISION.
006480     MOVE FZB-APV-SEL-RECORD TO FZB-PENDING-RECORD.
006490     MOVE "D" TO FZB-PND-REC-TYPE.
006500     MOVE FZB-APV-IN-DECISION TO FZB-PND-DECISION.
006510     MOVE FZB-APV-DATE TO FZB-PND-DATE.
006520     MOVE FZB-APV-TIME TO FZB-PND-TIME.
006530     MOVE FZB-APV-USERID TO FZB-PND-USER.
006540     MOVE FZB-APV-IN-REASON TO FZB-PND-REASON.
006550     OPEN EXTEND FZB-PENDING-FILE.
006560     IF FZB-PND-FILE-STATUS = "00"
006570         WRITE FZB-PENDING-RECORD
006580     END-IF.
006590     IF FZB-PND-FILE-STATUS NOT = "00"
006600         MOVE "Y" TO FZB-APV-WRITE-FAIL-SW
006610         MOVE SPACES TO FZB-APV-MSG
006620         STRING "FZB1808E FZBPND01 DECISION WRITE FAILED,"
006630             " STATUS = " FZB-PND-FILE-STATUS
006640             " - CONTACT SUPPORT"
006650             DELIMITED BY SIZE INTO FZB-APV-MSG
006660         PERFORM 3900-SEND-MSG THRU 3900-EXIT
006670     END-IF.
006680     CLOSE FZB-PENDING-FILE.
006690 4500-EXIT.
006700     EXIT.
006710 4800-CHECK-STALE.
006720     MOVE "N" TO FZB-APV-STALE-SW.
006730     IF FZB-PND-ADD
006740         IF FZB-APV-REC-HIT > ZERO
006750             MOVE "Y" TO FZB-APV-STALE-SW
006760         END-IF
006770         GO TO 4800-EXIT
006780     END-IF.
006790     IF FZB-APV-REC-HIT = ZERO
006800         MOVE "Y" TO FZB-APV-STALE-SW
006810         GO TO 4800-EXIT
006820     END-IF.
006830     EVALUATE TRUE
006840         WHEN FZB-PND-CONTROL
006850             IF FZB-APV-CTL-RECORD (FZB-APV-REC-HIT)
006860                     NOT = FZB-PND-OLD-IMAGE
006870                 MOVE "Y" TO FZB-APV-STALE-SW
006880             END-IF
006890         WHEN FZB-PND-OVERRIDE
006900             IF FZB-APV-OVR-RECORD (FZB-APV-REC-HIT)
006910                     NOT = FZB-PND-OLD-IMAGE
006920                 MOVE "Y" TO FZB-APV-STALE-SW
006930             END-IF
006940         WHEN OTHER
006950             IF FZB-APV-SUB-RECORD (FZB-APV-REC-HIT)
006960                     NOT = FZB-PND-OLD-IMAGE
006970                 MOVE "Y" TO FZB-APV-STALE-SW
006980             END-IF
006990     END-EVALUATE.
007000 4800-EXIT.
007010     EXIT.
007020 4890-SEND-STALE.
007030     MOVE SPACES TO FZB-APV-MSG.
007040     STRING "FZB1806E CHANGE " FZB-APV-IN-ID
007050         " NO LONGER MATCHES THE FILE - REJECT AND REKEY"
007060         DELIMITED BY SIZE INTO FZB-APV-MSG.
007070     PERFORM 3900-SEND-MSG THRU 3900-EXIT.
007080 4890-EXIT.
007090     EXIT.
007091 4895-SEND-FULL.
007092     MOVE SPACES TO FZB-APV-MSG.
007093     EVALUATE TRUE
007094         WHEN FZB-PND-CONTROL
007095             STRING "FZB1813E MORE THAN 10 RECORDS IN FZBCTL01"
007096                 " - NOTHING APPLIED, CONTACT SUPPORT"
007097                 DELIMITED BY SIZE INTO FZB-APV-MSG
007098         WHEN FZB-PND-OVERRIDE
007099             STRING "FZB1813E MORE THAN 200 RECORDS IN FZBOVR01"
007100                 " - NOTHING APPLIED, CONTACT SUPPORT"
007101                 DELIMITED BY SIZE INTO FZB-APV-MSG
007102         WHEN OTHER
007103             STRING "FZB1813E MORE THAN 100 RECORDS IN FZBSUB01"
007104                 " - NOTHING APPLIED, CONTACT SUPPORT"
007105                 DELIMITED BY SIZE INTO FZB-APV-MSG
007106     END-EVALUATE.
007107     PERFORM 3900-SEND-MSG THRU 3900-EXIT.
007108 4895-EXIT.
007109     EXIT.
007110 4900-SEND-FILE-ERROR.
007111     MOVE SPACES TO FZB-APV-MSG.
007120     EVALUATE TRUE
007130         WHEN FZB-PND-CONTROL
007140             STRING "FZB1811E FZBCTL01 I/O FAILED, STATUS = "
007150                 FZB-CTL-FILE-STATUS " - CONTACT SUPPORT"
007160                 DELIMITED BY SIZE INTO FZB-APV-MSG
007170         WHEN FZB-PND-OVERRIDE
007180             STRING "FZB1811E FZBOVR01 I/O FAILED, STATUS = "
007190                 FZB-OVR-FILE-STATUS " - CONTACT SUPPORT"
007200                 DELIMITED BY SIZE INTO FZB-APV-MSG
007210         WHEN OTHER
007220             STRING "FZB1811E FZBSUB01 I/O FAILED, STATUS = "
007230                 FZB-SUB-FILE-STATUS " - CONTACT SUPPORT"
007240                 DELIMITED BY SIZE INTO FZB-APV-MSG
007250     END-EVALUATE.
007260     PERFORM 3900-SEND-MSG THRU 3900-EXIT.
007270 4900-EXIT.
007280     EXIT.
007290 9000-FIND-OPEN.
007300     MOVE ZERO TO FZB-APV-OPN-HIT.
007310     PERFORM 9010-SCAN-OPEN THRU 9010-EXIT
007320         VARYING FZB-APV-OPN-IDX FROM 1 BY 1
007330         UNTIL FZB-APV-OPN-IDX > FZB-APV-OPN-COUNT
007340             OR FZB-APV-OPN-HIT > ZERO.
007350 9000-EXIT.
007360     EXIT.
007370 9010-SCAN-OPEN.
007380     IF FZB-APV-OPN-RECORD (FZB-APV-OPN-IDX) (2:6)
007390             = FZB-APV-IN-ID
007400         MOVE FZB-APV-OPN-IDX TO FZB-APV-OPN-HIT
007410     END-IF.
007420 9010-EXIT.
007430     EXIT.
007440 9100-SET-FILE-LIT.
007450     EVALUATE TRUE
007460         WHEN FZB-PND-CONTROL
007470             MOVE "CTL" TO FZB-APV-FILE-LIT
007480         WHEN FZB-PND-OVERRIDE
007490             MOVE "OVR" TO FZB-APV-FILE-LIT
007500         WHEN OTHER
007510             MOVE "SUB" TO FZB-APV-FILE-LIT
007520     END-EVALUATE.
007530 9100-EXIT.
007540     EXIT.
