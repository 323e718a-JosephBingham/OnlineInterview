000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FZBLIN.
000030 AUTHOR. J HARGROVE-BENNETT.
000040 INSTALLATION. DAILY BATCH SUPPORT.
000050 DATE-WRITTEN. 2026-10-06.
000060 DATE-COMPILED. 2026-10-06.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT DESCRIPTION
000100*    ---------- ---- -----------------------------------------
000110*    2026-10-06 JHB  INITIAL VERSION. CT LINEAGE INQUIRY (TRANID
000120*                    FBLN, A SIBLING TO FBIQ AND FBST). FBIQ
000130*                    ONLY RECOMPUTES WHAT A CT SHOULD BE UNDER
000140*                    THE CONTROL RECORD IN EFFECT; WHEN A
000150*                    DOWNSTREAM TEAM DISPUTES A VALUE THE
000160*                    ON-CALL OPERATOR NEEDS WHAT ACTUALLY
000170*                    HAPPENED TO IT. FOR A KEYED CT, CYCLE, AND
000180*                    PROFILE (BLANK CYCLE = 01, BLANK PROFILE =
000190*                    MAIN) THIS TRANSACTION SHOWS ON ONE PAGE:
000200*                    THE NIGHTLY FZBAUD01 RECORD WHOSE WINDOW
000210*                    COVERS THE CT (RUN DATE/TIME, JOB ID, AND
000220*                    THE RULE TABLE IN EFFECT), WHICH CATEGORY
000230*                    KSDS HOLDS IT, ANY FZBOVR01 FORCE OR SKIP
000240*                    KEYED FOR IT AND WHETHER IT WAS IN EFFECT
000250*                    FOR THAT RUN, WHETHER AN FZBRPAIR REPAIR
000260*                    EVER REGENERATED IT, AND, FOR EVERY FZBSUB01
000270*                    SUBSCRIBER OF THE PROFILE THAT TAKES THE
000280*                    CATEGORY, THE FZBXTR HANDOFF THAT CARRIED IT
000290*                    WITH ITS FZBOHF01 ACK STATUS (NO
000300*                    OUTSTANDING RECORD LEFT MEANS FZBACK RETIRED
000310*                    IT ON A CLEAN ACK) PLUS ANY FZBRPR
000320*                    CORRECTION HANDOFF STILL OUTSTANDING TO THAT
000330*                    SUBSCRIBER. FILES ARE READ WITH PLAIN COBOL
000340*                    I/O AND THE LINES ARE DELIVERED AS ONE PAGE
000350*                    WITH SEND TEXT ACCUM / SEND PAGE, THE SAME
000360*                    AS FBST.
000361*    2026-10-06 JHB  PROFILE-LEVEL ACCESS CONTROL - THE USER MUST
000362*                    HOLD INQUIRE AUTHORITY FOR THE PROFILE ON
000363*                    FZBUAF01 (CHECKED BY THE FZBAUTH SUBPROGRAM,
000364*                    WHICH LOGS A REFUSAL TO FZBSVL01) BEFORE ANY
000365*                    FILE IS READ; OTHERWISE FZB1602E.
000366*    2026-10-06 JHB  A HANDOFF WITH NO FZBOHF01 RECORD IS NO
000367*                    LONGER ASSUMED ACKNOWLEDGED. THE LAST
000368*                    FZBAKH01 ACK EVENT FOR THE RUN DATE, PROFILE,
000369*                    AND SUBSCRIBER (ACCEPTED, REJECTED,
000370*                    MISMATCHED, OR RESENT) IS SHOWN INSTEAD, OR
000371*                    NO HANDOFF ON RECORD WHEN THERE IS NONE. A
000372*                    RETIRED CORRECTION HANDOFF IS NOW LISTED THE
000373*                    SAME WAY.
000374******************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT FZB-AUDIT-FILE ASSIGN TO FZBAUD01
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS FZB-AUD-FILE-STATUS.
000470     SELECT FIZZ-FILE ASSIGN TO FIZZOUT
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS FIZZ-KEY
000510         FILE STATUS IS FZB-FIZZ-FILE-STATUS.
000520     SELECT BUZZ-FILE ASSIGN TO BUZZOUT
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS BUZZ-KEY
000560         FILE STATUS IS FZB-BUZZ-FILE-STATUS.
000570     SELECT FIZZBUZZ-FILE ASSIGN TO FZBZOUT
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS FZBZ-KEY
000610         FILE STATUS IS FZB-FZBZ-FILE-STATUS.
000620     SELECT PLAIN-FILE ASSIGN TO PLAINOUT
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS PLN-KEY
000660         FILE STATUS IS FZB-PLN-FILE-STATUS.
000670     SELECT OTHER-FILE ASSIGN TO OTHEROUT
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS OTH-KEY
000710         FILE STATUS IS FZB-OTH-FILE-STATUS.
000720     SELECT FZB-OVERRIDE-FILE ASSIGN TO FZBOVR01
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FZB-OVR-FILE-STATUS.
000750     SELECT FZB-SUBSCRIBER-FILE ASSIGN TO FZBSUB01
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS FZB-SUB-FILE-STATUS.
000780     SELECT FZB-OUTSTAND-FILE ASSIGN TO FZBOHF01
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS FZB-OHF-FILE-STATUS.
000802     SELECT FZB-ACK-HIST-FILE ASSIGN TO FZBAKH01
000804         ORGANIZATION IS LINE SEQUENTIAL
000806         FILE STATUS IS FZB-AKH-FILE-STATUS.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  FZB-AUDIT-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 COPY FZBAUD.
000860 FD  FIZZ-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 COPY FZBCAT REPLACING ==FZB-CATEGORY-RECORD== BY ==FIZZ-RECORD==
000890     ==FZB-CAT-KEY== BY ==FIZZ-KEY==
000900     ==FZB-CAT-CT== BY ==FIZZ-CT==
000910     ==FZB-CAT-CYCLE== BY ==FIZZ-CYCLE==
000920     ==FZB-CAT-PROFILE== BY ==FIZZ-PROFILE==
000930     ==FZB-CAT-RUN-DATE== BY
000940     ==FIZZ-RUN-DATE==.
000950 FD  BUZZ-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 COPY FZBCAT REPLACING ==FZB-CATEGORY-RECORD== BY ==BUZZ-RECORD==
000980     ==FZB-CAT-KEY== BY ==BUZZ-KEY==
000990     ==FZB-CAT-CT== BY ==BUZZ-CT==
001000     ==FZB-CAT-CYCLE== BY ==BUZZ-CYCLE==
001010     ==FZB-CAT-PROFILE== BY ==BUZZ-PROFILE==
001020     ==FZB-CAT-RUN-DATE== BY
001030     ==BUZZ-RUN-DATE==.
001040 FD  FIZZBUZZ-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 COPY FZBCAT REPLACING ==FZB-CATEGORY-RECORD== BY ==FZBZ-RECORD==
001070     ==FZB-CAT-KEY== BY ==FZBZ-KEY==
001080     ==FZB-CAT-CT== BY ==FZBZ-CT==
001090     ==FZB-CAT-CYCLE== BY ==FZBZ-CYCLE==
001100     ==FZB-CAT-PROFILE== BY ==FZBZ-PROFILE==
001110     ==FZB-CAT-RUN-DATE== BY
001120     ==FZBZ-RUN-DATE==.
001130 FD  PLAIN-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 COPY FZBCAT REPLACING ==FZB-CATEGORY-RECORD== BY ==PLN-RECORD==
001160     ==FZB-CAT-KEY== BY ==PLN-KEY==
001170     ==FZB-CAT-CT== BY ==PLN-CT==
001180     ==FZB-CAT-CYCLE== BY ==PLN-CYCLE==
001190     ==FZB-CAT-PROFILE== BY ==PLN-PROFILE==
001200     ==FZB-CAT-RUN-DATE== BY
001210     ==PLN-RUN-DATE==.
001220 FD  OTHER-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 COPY FZBCAT REPLACING ==FZB-CATEGORY-RECORD== BY ==OTH-RECORD==
001250     ==FZB-CAT-KEY== BY ==OTH-KEY==
001260     ==FZB-CAT-CT== BY ==OTH-CT==
001270     ==FZB-CAT-CYCLE== BY ==OTH-CYCLE==
001280     ==FZB-CAT-PROFILE== BY ==OTH-PROFILE==
001290     ==FZB-CAT-RUN-DATE== BY
001300     ==OTH-RUN-DATE==.
001310 FD  FZB-OVERRIDE-FILE
001320     LABEL RECORDS ARE STANDARD.
001330 COPY FZBOVR.
001340 FD  FZB-SUBSCRIBER-FILE
001350     LABEL RECORDS ARE STANDARD.
001360 COPY FZBSUB.
001370 FD  FZB-OUTSTAND-FILE
001380     LABEL RECORDS ARE STANDARD.
001390 COPY FZBOHF.
001392 FD  FZB-ACK-HIST-FILE
001394     LABEL RECORDS ARE STANDARD.
001396 COPY FZBAKH.
001400 WORKING-STORAGE SECTION.
001410 01  FZB-AUD-FILE-STATUS         PIC X(02).
001420 01  FZB-FIZZ-FILE-STATUS        PIC X(02).
001430 01  FZB-BUZZ-FILE-STATUS        PIC X(02).
001440 01  FZB-FZBZ-FILE-STATUS        PIC X(02).
001450 01  FZB-PLN-FILE-STATUS         PIC X(02).
001460 01  FZB-OTH-FILE-STATUS         PIC X(02).
001470 01  FZB-OVR-FILE-STATUS         PIC X(02).
001480 01  FZB-SUB-FILE-STATUS         PIC X(02).
001490 01  FZB-OHF-FILE-STATUS         PIC X(02).
001495 01  FZB-AKH-FILE-STATUS         PIC X(02).
001500 01  FZB-LIN-INPUT.
001510     05  FZB-LIN-CT-EDIT         PIC X(05).
001520     05  FZB-LIN-CYC-EDIT        PIC X(02).
001530     05  FZB-LIN-PRF-EDIT        PIC X(08).
001540 01  FZB-LIN-KEY.
001550     05  FZB-LIN-PROFILE         PIC X(08).
001560     05  FZB-LIN-CYCLE           PIC 9(02).
001570     05  FZB-LIN-CT              PIC 9(05).
001580 01  FZB-LIN-LINE                PIC X(79).
001590 01  FZB-LIN-TEXT-LEN            PIC S9(04) COMP.
001600 01  FZB-LIN-RESP                PIC S9(08) COMP.
001610 01  FZB-LIN-INPUT-SW            PIC X(01) VALUE "N".
001620     88  FZB-LIN-INPUT-VALID     VALUE "Y".
001630 01  FZB-LIN-EOF-SW              PIC X(01) VALUE "N".
001640     88  FZB-LIN-EOF             VALUE "Y".
001650 01  FZB-LIN-RUN-FOUND-SW        PIC X(01) VALUE "N".
001660     88  FZB-LIN-RUN-FOUND       VALUE "Y".
001670 01  FZB-LIN-ABS                 PIC 9(09) VALUE ZERO COMP.
001680 01  FZB-LIN-AUD-START           PIC 9(09) VALUE ZERO COMP.
001690 01  FZB-LIN-AUD-END             PIC 9(09) VALUE ZERO COMP.
001700 01  FZB-LIN-WRK-C               PIC 9(09) VALUE ZERO COMP.
001701 01  FZB-LIN-ABSTIME             PIC S9(15) COMP-3.
001702 01  FZB-LIN-USERID              PIC X(08).
001703 01  FZB-LIN-AUTH-DATE           PIC X(10).
001704 01  FZB-LIN-AUTH-TIME           PIC X(08).
001705 01  FZB-LIN-AUTH-TRANID         PIC X(04) VALUE "FBLN".
001706 01  FZB-LIN-AUTH-ACCESS         PIC X(01) VALUE "I".
001707 01  FZB-LIN-AUTH-RESULT         PIC X(01) VALUE "N".
001708     88  FZB-LIN-AUTHORIZED      VALUE "Y".
001710 01  FZB-LIN-IDX                 PIC 9(02) VALUE ZERO COMP.
001720 01  FZB-LIN-RULE-MAX            PIC 9(02) VALUE ZERO COMP.
001730 01  FZB-LIN-PTR                 PIC 9(03) VALUE ZERO COMP.
001740 01  FZB-LIN-RUN-HOLD.
001750     05  FZB-LIN-RUN-DATE        PIC X(10).
001760     05  FZB-LIN-RUN-TIME        PIC X(08).
001770     05  FZB-LIN-RUN-JOB         PIC X(08).
001780     05  FZB-LIN-RUN-START       PIC 9(05).
001790     05  FZB-LIN-RUN-START-CYC   PIC 9(02).
001800     05  FZB-LIN-RUN-END         PIC 9(05).
001810     05  FZB-LIN-RUN-END-CYC     PIC 9(02).
001820 01  FZB-LIN-RUN-YMD             PIC 9(08) VALUE ZERO.
001830 01  FZB-LIN-RULE-TEXT           PIC X(70).
001840 01  FZB-LIN-RPR-COUNT           PIC 9(03) VALUE ZERO.
001850 01  FZB-LIN-RPR-DATE            PIC X(10).
001860 01  FZB-LIN-RPR-TIME            PIC X(08).
001870 01  FZB-LIN-CAT-CODE            PIC 9(01) VALUE ZERO.
001880 01  FZB-LIN-CAT-DD              PIC X(08).
001890 01  FZB-LIN-CAT-NAME            PIC X(08).
001900 01  FZB-LIN-CAT-DATE            PIC X(10).
001910 01  FZB-LIN-OVR-COUNT           PIC 9(02) VALUE ZERO COMP.
001920 01  FZB-LIN-OVR-ACTION          PIC X(05).
001930 01  FZB-LIN-OVR-EFFECT          PIC X(24).
001940 01  FZB-LIN-OVR-FROM-YMD        PIC 9(08) VALUE ZERO.
001950 01  FZB-LIN-OVR-TO-YMD          PIC 9(08) VALUE ZERO.
001960 01  FZB-LIN-SUB-MAX             PIC 9(02) VALUE 12 COMP.
001970 01  FZB-LIN-SUB-CNT             PIC 9(02) VALUE ZERO COMP.
001980 01  FZB-LIN-SUB-MORE            PIC 9(03) VALUE ZERO.
001990 01  FZB-LIN-SUB-IDX             PIC 9(02) VALUE ZERO COMP.
002000 01  FZB-LIN-SUB-TABLE.
002010     05  FZB-LIN-SUB-ENT         OCCURS 12 TIMES.
002020         10  FZB-LIN-SUB-ID      PIC X(08).
002030         10  FZB-LIN-NRM-STATUS  PIC X(01).
002040         10  FZB-LIN-NRM-AGE     PIC 9(03).
002050         10  FZB-LIN-COR-STATUS  PIC X(01).
002060         10  FZB-LIN-COR-AGE     PIC 9(03).
002063         10  FZB-LIN-NRM-EVENT   PIC X(01).
002066         10  FZB-LIN-COR-EVENT   PIC X(01).
002070 01  FZB-LIN-STS-CODE            PIC X(01).
002080 01  FZB-LIN-STS-AGE             PIC 9(03).
002085 01  FZB-LIN-STS-EVENT           PIC X(01).
002090 01  FZB-LIN-STS-TEXT            PIC X(32).
002100 01  FZB-LIN-OHF-PROFILE         PIC X(08).
002102 01  FZB-LIN-AKH-PROFILE         PIC X(08).
002104 01  FZB-LIN-AKH-SW              PIC X(01) VALUE "N".
002106     88  FZB-LIN-AKH-READ        VALUE "Y".
002110 01  FZB-YMD-WORK-X.
002120     05  FZB-YMD-MM              PIC X(02).
002130     05  FILLER                  PIC X(01).
002140     05  FZB-YMD-DD              PIC X(02).
002150     05  FILLER                  PIC X(01).
002160     05  FZB-YMD-YYYY            PIC X(04).
002170 01  FZB-YMD-WK-MM               PIC 9(02) VALUE ZERO.
002180 01  FZB-YMD-WK-DD               PIC 9(02) VALUE ZERO.
002190 01  FZB-YMD-WK-YYYY             PIC 9(04) VALUE ZERO.
002200 01  FZB-YMD-RESULT              PIC 9(08) VALUE ZERO.
002210 PROCEDURE DIVISION.
002220 0000-MAINLINE SECTION.
002230     PERFORM 2000-GET-KEY THRU 2000-EXIT.
002231     IF FZB-LIN-INPUT-VALID
002232         PERFORM 2500-CHECK-AUTHORITY THRU 2500-EXIT
002233     END-IF.
002240     IF FZB-LIN-INPUT-VALID
002250         PERFORM 3000-SHOW-AUDIT-RUN THRU 3000-EXIT
002260         PERFORM 4000-SHOW-CATEGORY THRU 4000-EXIT
002270         PERFORM 5000-SHOW-OVERRIDES THRU 5000-EXIT
002280         PERFORM 6000-SHOW-REPAIR THRU 6000-EXIT
002290         PERFORM 7000-SHOW-HANDOFFS THRU 7000-EXIT
002300         EXEC CICS SEND PAGE
002310         END-EXEC
002320     END-IF.
002330     EXEC CICS RETURN
002340     END-EXEC.
002350     GOBACK.
002360 2000-GET-KEY.
002370     MOVE SPACES TO FZB-LIN-LINE.
002380     STRING "FZBLIN CT LINEAGE - ENTER CT (5), OPTIONAL CYCLE (2)"
002390             " AND PROFILE (8): "
002400         DELIMITED BY SIZE INTO FZB-LIN-LINE.
002410     EXEC CICS SEND TEXT
002420         FROM(FZB-LIN-LINE)
002430         LENGTH(79)
002440         ERASE
002450     END-EXEC.
002460     MOVE SPACES TO FZB-LIN-INPUT.
002470     MOVE 15 TO FZB-LIN-TEXT-LEN.
002480     EXEC CICS RECEIVE
002490         INTO(FZB-LIN-INPUT)
002500         LENGTH(FZB-LIN-TEXT-LEN)
002510         RESP(FZB-LIN-RESP)
002520     END-EXEC.
002530     IF FZB-LIN-CYC-EDIT = SPACES
002540         MOVE "01" TO FZB-LIN-CYC-EDIT
002550     END-IF.
002560     IF FZB-LIN-PRF-EDIT = SPACES
002570         MOVE "MAIN" TO FZB-LIN-PRF-EDIT
002580     END-IF.
002590     IF FZB-LIN-RESP = DFHRESP(NORMAL)
002600             AND FZB-LIN-CT-EDIT IS NUMERIC
002610             AND FZB-LIN-CYC-EDIT IS NUMERIC
002620         MOVE FZB-LIN-PRF-EDIT TO FZB-LIN-PROFILE
002630         MOVE FZB-LIN-CYC-EDIT TO FZB-LIN-CYCLE
002640         MOVE FZB-LIN-CT-EDIT TO FZB-LIN-CT
002650         MOVE FZB-LIN-CYCLE TO FZB-LIN-WRK-C
002660         IF FZB-LIN-WRK-C = ZERO
002670             MOVE 1 TO FZB-LIN-WRK-C
002680         END-IF
002690         COMPUTE FZB-LIN-ABS = (FZB-LIN-WRK-C - 1) * 99999
002700             + FZB-LIN-CT
002710         MOVE "Y" TO FZB-LIN-INPUT-SW
002720     ELSE
002730         MOVE SPACES TO FZB-LIN-LINE
002740         STRING "FZB1601E INVALID CT/CYCLE - CT MUST BE 5"
002750             " NUMERIC DIGITS, CYCLE 2" DELIMITED BY SIZE
002760             INTO FZB-LIN-LINE
002770         EXEC CICS SEND TEXT
002780             FROM(FZB-LIN-LINE)
002790             LENGTH(79)
002800             ERASE
002810         END-EXEC
002820         MOVE "N" TO FZB-LIN-INPUT-SW
002830     END-IF.
002840 2000-EXIT.
002850     EXIT.
002851 2500-CHECK-AUTHORITY.
002852     EXEC CICS ASSIGN
002853         USERID(FZB-LIN-USERID)
002854     END-EXEC.
002855     EXEC CICS ASKTIME
002856         ABSTIME(FZB-LIN-ABSTIME)
002857     END-EXEC.
002858     EXEC CICS FORMATTIME
002859         ABSTIME(FZB-LIN-ABSTIME)
002860         MMDDYYYY(FZB-LIN-AUTH-DATE)
002861         DATESEP("/")
002862         TIME(FZB-LIN-AUTH-TIME)
002863         TIMESEP(":")
002864     END-EXEC.
002865     CALL "FZBAUTH" USING FZB-LIN-USERID FZB-LIN-AUTH-TRANID
002866         FZB-LIN-PROFILE FZB-LIN-AUTH-ACCESS FZB-LIN-AUTH-DATE
002867         FZB-LIN-AUTH-TIME FZB-LIN-AUTH-RESULT.
002868     IF NOT FZB-LIN-AUTHORIZED
002869         MOVE SPACES TO FZB-LIN-LINE
002870         STRING "FZB1602E USER " FZB-LIN-USERID
002871             " NOT AUTHORIZED TO INQUIRE ON PROFILE "
002872             FZB-LIN-PROFILE
002873             DELIMITED BY SIZE INTO FZB-LIN-LINE
002874         EXEC CICS SEND TEXT
002875             FROM(FZB-LIN-LINE)
002876             LENGTH(79)
002877             ERASE
002878         END-EXEC
002879         MOVE "N" TO FZB-LIN-INPUT-SW
002880     END-IF.
002881 2500-EXIT.
002882     EXIT.
002883 3000-SHOW-AUDIT-RUN.
002884     MOVE "N" TO FZB-LIN-RUN-FOUND-SW.
002885     MOVE ZERO TO FZB-LIN-RPR-COUNT.
002890     OPEN INPUT FZB-AUDIT-FILE.
002900     IF FZB-AUD-FILE-STATUS = "00"
002910         MOVE "N" TO FZB-LIN-EOF-SW
002920         PERFORM 3100-READ-AUDIT THRU 3100-EXIT
002930             UNTIL FZB-LIN-EOF
002940         CLOSE FZB-AUDIT-FILE
002950     END-IF.
002960     MOVE SPACES TO FZB-LIN-LINE.
002970     STRING "LINEAGE FOR PROFILE " FZB-LIN-PROFILE
002980             " CYCLE " FZB-LIN-CYCLE " CT " FZB-LIN-CT
002990         DELIMITED BY SIZE INTO FZB-LIN-LINE.
003000     EXEC CICS SEND TEXT
003010         FROM(FZB-LIN-LINE)
003020         LENGTH(79)
003030         ACCUM
003040         ERASE
003050     END-EXEC.
003060     MOVE SPACES TO FZB-LIN-LINE.
003070     IF FZB-LIN-RUN-FOUND
003080         STRING "CLASSIFIED BY RUN " FZB-LIN-RUN-DATE
003090             " " FZB-LIN-RUN-TIME " JOB " FZB-LIN-RUN-JOB
003100             " WINDOW " FZB-LIN-RUN-START "/"
003110             FZB-LIN-RUN-START-CYC "-" FZB-LIN-RUN-END "/"
003120             FZB-LIN-RUN-END-CYC
003130             DELIMITED BY SIZE INTO FZB-LIN-LINE
003140     ELSE
003150         STRING "NO NIGHTLY RUN ON FZBAUD01 COVERS THIS CT"
003160             DELIMITED BY SIZE INTO FZB-LIN-LINE
003170     END-IF.
003180     EXEC CICS SEND TEXT
003190         FROM(FZB-LIN-LINE)
003200         LENGTH(79)
003210         ACCUM
003220     END-EXEC.
003230     IF FZB-LIN-RUN-FOUND
003240         MOVE SPACES TO FZB-LIN-LINE
003250         STRING "  RULES " FZB-LIN-RULE-TEXT
003260             DELIMITED BY SIZE INTO FZB-LIN-LINE
003270         EXEC CICS SEND TEXT
003280             FROM(FZB-LIN-LINE)
003290             LENGTH(79)
003300             ACCUM
003310         END-EXEC
003320     END-IF.
003330 3000-EXIT.
003340     EXIT.
003350 3100-READ-AUDIT.
003360     READ FZB-AUDIT-FILE
003370         AT END MOVE "Y" TO FZB-LIN-EOF-SW
003380         NOT AT END PERFORM 3110-CHECK-AUDIT THRU 3110-EXIT
003390     END-READ.
003400 3100-EXIT.
003410     EXIT.
003420 3110-CHECK-AUDIT.
003430     IF FZB-AUD-RULE-COUNT = ZERO
003440         GO TO 3110-EXIT
003450     END-IF.
003460     IF FZB-AUD-PROFILE NOT = FZB-LIN-PROFILE
003470         AND (FZB-AUD-PROFILE NOT = SPACES
003480             OR FZB-LIN-PROFILE NOT = "MAIN")
003490         GO TO 3110-EXIT
003500     END-IF.
003510     MOVE FZB-AUD-START-CYC TO FZB-LIN-WRK-C.
003520     IF FZB-LIN-WRK-C = ZERO
003530         MOVE 1 TO FZB-LIN-WRK-C
003540     END-IF.
003550     COMPUTE FZB-LIN-AUD-START = (FZB-LIN-WRK-C - 1) * 99999
003560         + FZB-AUD-START-NBR.
003570     MOVE FZB-AUD-END-CYC TO FZB-LIN-WRK-C.
003580     IF FZB-LIN-WRK-C = ZERO
003590         MOVE 1 TO FZB-LIN-WRK-C
003600     END-IF.
003610     COMPUTE FZB-LIN-AUD-END = (FZB-LIN-WRK-C - 1) * 99999
003620         + FZB-AUD-END-NBR.
003630     IF FZB-LIN-ABS < FZB-LIN-AUD-START
003640         OR FZB-LIN-ABS > FZB-LIN-AUD-END
003650         GO TO 3110-EXIT
003660     END-IF.
003670     IF FZB-AUD-JOB-ID = "FZBRPAIR"
003680         ADD 1 TO FZB-LIN-RPR-COUNT
003690         MOVE FZB-AUD-RUN-DATE TO FZB-LIN-RPR-DATE
003700         MOVE FZB-AUD-RUN-TIME TO FZB-LIN-RPR-TIME
003710         GO TO 3110-EXIT
003720     END-IF.
003730     MOVE "Y" TO FZB-LIN-RUN-FOUND-SW.
003740     MOVE FZB-AUD-RUN-DATE TO FZB-LIN-RUN-DATE.
003750     MOVE FZB-AUD-RUN-TIME TO FZB-LIN-RUN-TIME.
003760     MOVE FZB-AUD-JOB-ID TO FZB-LIN-RUN-JOB.
003770     MOVE FZB-AUD-START-NBR TO FZB-LIN-RUN-START.
003780     MOVE FZB-AUD-START-CYC TO FZB-LIN-RUN-START-CYC.
003790     MOVE FZB-AUD-END-NBR TO FZB-LIN-RUN-END.
003800     MOVE FZB-AUD-END-CYC TO FZB-LIN-RUN-END-CYC.
003810     MOVE FZB-AUD-RULE-COUNT TO FZB-LIN-RULE-MAX.
003820     IF FZB-LIN-RULE-MAX > 5
003830         MOVE 5 TO FZB-LIN-RULE-MAX
003840     END-IF.
003850     MOVE SPACES TO FZB-LIN-RULE-TEXT.
003860     MOVE 1 TO FZB-LIN-PTR.
003870     PERFORM 3120-FORMAT-RULE THRU 3120-EXIT
003880         VARYING FZB-LIN-IDX FROM 1 BY 1
003890         UNTIL FZB-LIN-IDX > FZB-LIN-RULE-MAX.
003900 3110-EXIT.
003910     EXIT.
003920 3120-FORMAT-RULE.
003930     STRING FZB-AUD-DIVISOR (FZB-LIN-IDX) DELIMITED BY SIZE
003940         "=" DELIMITED BY SIZE
003950         FZB-AUD-LABEL (FZB-LIN-IDX) DELIMITED BY SPACE
003960         "  " DELIMITED BY SIZE
003970         INTO FZB-LIN-RULE-TEXT
003980         WITH POINTER FZB-LIN-PTR
003990     END-STRING.
004000 3120-EXIT.
004010     EXIT.
004020 4000-SHOW-CATEGORY.
004030     MOVE ZERO TO FZB-LIN-CAT-CODE.
004040     PERFORM 4100-PROBE-FIZZ THRU 4100-EXIT.
004050     IF FZB-LIN-CAT-CODE = ZERO
004060         PERFORM 4200-PROBE-BUZZ THRU 4200-EXIT
004070     END-IF.
004080     IF FZB-LIN-CAT-CODE = ZERO
004090         PERFORM 4300-PROBE-FZBZ THRU 4300-EXIT
004100     END-IF.
004110     IF FZB-LIN-CAT-CODE = ZERO
004120         PERFORM 4400-PROBE-PLAIN THRU 4400-EXIT
004130     END-IF.
004140     IF FZB-LIN-CAT-CODE = ZERO
004150         PERFORM 4500-PROBE-OTHER THRU 4500-EXIT
004160     END-IF.
004170     MOVE SPACES TO FZB-LIN-LINE.
004180     IF FZB-LIN-CAT-CODE > ZERO
004190         STRING "ON FILE IN " FZB-LIN-CAT-DD " (" FZB-LIN-CAT-NAME
004200             ") WRITTEN FOR RUN DATE " FZB-LIN-CAT-DATE
004210             DELIMITED BY SIZE INTO FZB-LIN-LINE
004220     ELSE
004230         STRING "NOT ON FILE IN ANY CATEGORY KSDS (SKIPPED, NOT"
004240             " YET RUN, OR ARCHIVED)"
004250             DELIMITED BY SIZE INTO FZB-LIN-LINE
004260     END-IF.
004270     EXEC CICS SEND TEXT
004280         FROM(FZB-LIN-LINE)
004290         LENGTH(79)
004300         ACCUM
004310     END-EXEC.
004320 4000-EXIT.
004330     EXIT.
004340 4100-PROBE-FIZZ.
004350     OPEN INPUT FIZZ-FILE.
004360     IF FZB-FIZZ-FILE-STATUS NOT = "00"
004370         GO TO 4100-EXIT
004380     END-IF.
004390     MOVE FZB-LIN-KEY TO FIZZ-KEY.
004400     READ FIZZ-FILE.
004410     IF FZB-FIZZ-FILE-STATUS = "00"
004420         MOVE 1 TO FZB-LIN-CAT-CODE
004430         MOVE "FIZZOUT" TO FZB-LIN-CAT-DD
004440         MOVE "Fizz" TO FZB-LIN-CAT-NAME
004450         MOVE FIZZ-RUN-DATE TO FZB-LIN-CAT-DATE
004460     END-IF.
004470     CLOSE FIZZ-FILE.
004480 4100-EXIT.
004490     EXIT.
004500 4200-PROBE-BUZZ.
004510     OPEN INPUT BUZZ-FILE.
004520     IF FZB-BUZZ-FILE-STATUS NOT = "00"
004530         GO TO 4200-EXIT
004540     END-IF.
004550     MOVE FZB-LIN-KEY TO BUZZ-KEY.
004560     READ BUZZ-FILE.
004570     IF FZB-BUZZ-FILE-STATUS = "00"
004580         MOVE 2 TO FZB-LIN-CAT-CODE
004590         MOVE "BUZZOUT" TO FZB-LIN-CAT-DD
004600         MOVE "Buzz" TO FZB-LIN-CAT-NAME
004610         MOVE BUZZ-RUN-DATE TO FZB-LIN-CAT-DATE
004620     END-IF.
004630     CLOSE BUZZ-FILE.
004640 4200-EXIT.
004650     EXIT.
004660 4300-PROBE-FZBZ.
004670     OPEN INPUT FIZZBUZZ-FILE.
004680     IF FZB-FZBZ-FILE-STATUS NOT = "00"
004690         GO TO 4300-EXIT
004700     END-IF.
004710     MOVE FZB-LIN-KEY TO FZBZ-KEY.
004720     READ FIZZBUZZ-FILE.
004730     IF FZB-FZBZ-FILE-STATUS = "00"
004740         MOVE 3 TO FZB-LIN-CAT-CODE
004750         MOVE "FZBZOUT" TO FZB-LIN-CAT-DD
004760         MOVE "FizzBuzz" TO FZB-LIN-CAT-NAME
004770         MOVE FZBZ-RUN-DATE TO FZB-LIN-CAT-DATE
004780     END-IF.
004790     CLOSE FIZZBUZZ-FILE.
004800 4300-EXIT.
004810     EXIT.
004820 4400-PROBE-PLAIN.
004830     OPEN INPUT PLAIN-FILE.
004840     IF FZB-PLN-FILE-STATUS NOT = "00"
004850         GO TO 4400-EXIT
004860     END-IF.
004870     MOVE FZB-LIN-KEY TO PLN-KEY.
004880     READ PLAIN-FILE.
004890     IF FZB-PLN-FILE-STATUS = "00"
004900         MOVE 4 TO FZB-LIN-CAT-CODE
004910         MOVE "PLAINOUT" TO FZB-LIN-CAT-DD
004920         MOVE "Plain" TO FZB-LIN-CAT-NAME
004930         MOVE PLN-RUN-DATE TO FZB-LIN-CAT-DATE
004940     END-IF.
004950     CLOSE PLAIN-FILE.
004960 4400-EXIT.
004970     EXIT.
004980 4500-PROBE-OTHER.
004990     OPEN INPUT OTHER-FILE.
005000     IF FZB-OTH-FILE-STATUS NOT = "00"
005010         GO TO 4500-EXIT
005020     END-IF.
005030     MOVE FZB-LIN-KEY TO OTH-KEY.
005040     READ OTHER-FILE.
005050     IF FZB-OTH-FILE-STATUS = "00"
005060         MOVE 5 TO FZB-LIN-CAT-CODE
005070         MOVE "OTHEROUT" TO FZB-LIN-CAT-DD
005080         MOVE "Other" TO FZB-LIN-CAT-NAME
005090         MOVE OTH-RUN-DATE TO FZB-LIN-CAT-DATE
005100     END-IF.
005110     CLOSE OTHER-FILE.
005120 4500-EXIT.
005130     EXIT.
005140 5000-SHOW-OVERRIDES.
005150     MOVE ZERO TO FZB-LIN-OVR-COUNT.
005160     MOVE ZERO TO FZB-LIN-RUN-YMD.
005170     IF FZB-LIN-RUN-FOUND
005180         MOVE FZB-LIN-RUN-DATE TO FZB-YMD-WORK-X
005190         PERFORM 8000-DATE-TO-YMD THRU 8000-EXIT
005200         MOVE FZB-YMD-RESULT TO FZB-LIN-RUN-YMD
005210     END-IF.
005220     OPEN INPUT FZB-OVERRIDE-FILE.
005230     IF FZB-OVR-FILE-STATUS = "00"
005240         MOVE "N" TO FZB-LIN-EOF-SW
005250         PERFORM 5100-READ-OVERRIDE THRU 5100-EXIT
005260             UNTIL FZB-LIN-EOF
005270         CLOSE FZB-OVERRIDE-FILE
005280     END-IF.
005290     IF FZB-LIN-OVR-COUNT = ZERO
005300         MOVE SPACES TO FZB-LIN-LINE
005310         STRING "NO FZBOVR01 FORCE OR SKIP KEYED FOR THIS CT"
005320             DELIMITED BY SIZE INTO FZB-LIN-LINE
005330         EXEC CICS SEND TEXT
005340             FROM(FZB-LIN-LINE)
005350             LENGTH(79)
005360             ACCUM
005370         END-EXEC
005380     END-IF.
005390 5000-EXIT.
005400     EXIT.
005410 5100-READ-OVERRIDE.
005420     READ FZB-OVERRIDE-FILE
005430         AT END MOVE "Y" TO FZB-LIN-EOF-SW
005440         NOT AT END PERFORM 5110-CHECK-OVERRIDE THRU 5110-EXIT
005450     END-READ.
005460 5100-EXIT.
005470     EXIT.
005480 5110-CHECK-OVERRIDE.
005490     IF FZB-OVR-PROFILE NOT = FZB-LIN-PROFILE
005500         OR FZB-OVR-CYCLE NOT = FZB-LIN-CYCLE
005510         OR FZB-OVR-CT NOT = FZB-LIN-CT
005520         GO TO 5110-EXIT
005530     END-IF.
005540     ADD 1 TO FZB-LIN-OVR-COUNT.
005550     IF FZB-OVR-SKIP
005560         MOVE "SKIP" TO FZB-LIN-OVR-ACTION
005570     ELSE
005580         MOVE "FORCE" TO FZB-LIN-OVR-ACTION
005590     END-IF.
005600     MOVE ZERO TO FZB-LIN-OVR-FROM-YMD.
005610     MOVE 99999999 TO FZB-LIN-OVR-TO-YMD.
005620     IF FZB-OVR-EFF-FROM NOT = SPACES
005630         MOVE FZB-OVR-EFF-FROM TO FZB-YMD-WORK-X
005640         PERFORM 8000-DATE-TO-YMD THRU 8000-EXIT
005650         MOVE FZB-YMD-RESULT TO FZB-LIN-OVR-FROM-YMD
005660     END-IF.
005670     IF FZB-OVR-EFF-TO NOT = SPACES
005680         MOVE FZB-OVR-EFF-TO TO FZB-YMD-WORK-X
005690         PERFORM 8000-DATE-TO-YMD THRU 8000-EXIT
005700         IF FZB-YMD-RESULT > ZERO
005710             MOVE FZB-YMD-RESULT TO FZB-LIN-OVR-TO-YMD
005720         END-IF
005730     END-IF.
005740     IF NOT FZB-LIN-RUN-FOUND
005750         MOVE "- NO COVERING RUN" TO FZB-LIN-OVR-EFFECT
005760     ELSE
005770         IF FZB-LIN-RUN-YMD < FZB-LIN-OVR-FROM-YMD
005780             OR FZB-LIN-RUN-YMD > FZB-LIN-OVR-TO-YMD
005790             MOVE "- NOT IN EFFECT FOR RUN" TO FZB-LIN-OVR-EFFECT
005800         ELSE
005810             MOVE "- APPLIED BY THAT RUN" TO FZB-LIN-OVR-EFFECT
005820         END-IF
005830     END-IF.
005840     MOVE SPACES TO FZB-LIN-LINE.
005850     STRING "OVERRIDE " FZB-LIN-OVR-ACTION " " FZB-OVR-LABEL
005860         " EFF " FZB-OVR-EFF-FROM "-" FZB-OVR-EFF-TO " "
005870         FZB-LIN-OVR-EFFECT
005880         DELIMITED BY SIZE INTO FZB-LIN-LINE.
005890     EXEC CICS SEND TEXT
005900         FROM(FZB-LIN-LINE)
005910         LENGTH(79)
005920         ACCUM
005930     END-EXEC.
005940 5110-EXIT.
005950     EXIT.
005960 6000-SHOW-REPAIR.
005970     MOVE SPACES TO FZB-LIN-LINE.
005980     IF FZB-LIN-RPR-COUNT > ZERO
005990         STRING "REGENERATED BY FZBRPAIR " FZB-LIN-RPR-COUNT
006000             " TIME(S), LAST " FZB-LIN-RPR-DATE " "
006010             FZB-LIN-RPR-TIME
006020             DELIMITED BY SIZE INTO FZB-LIN-LINE
006030     ELSE
006040         STRING "NEVER REGENERATED BY FZBRPAIR"
006050             DELIMITED BY SIZE INTO FZB-LIN-LINE
006060     END-IF.
006070     EXEC CICS SEND TEXT
006080         FROM(FZB-LIN-LINE)
006090         LENGTH(79)
006100         ACCUM
006110     END-EXEC.
006120 6000-EXIT.
006130     EXIT.
006140 7000-SHOW-HANDOFFS.
006150     IF FZB-LIN-CAT-CODE = ZERO
006160         OR NOT FZB-LIN-RUN-FOUND
006170         MOVE SPACES TO FZB-LIN-LINE
006180         STRING "NO FZBXTR HANDOFF - NO CATEGORY ON FILE OR NO"
006190             " COVERING RUN"
006200             DELIMITED BY SIZE INTO FZB-LIN-LINE
006210         EXEC CICS SEND TEXT
006220             FROM(FZB-LIN-LINE)
006230             LENGTH(79)
006240             ACCUM
006250         END-EXEC
006260         GO TO 7000-EXIT
006270     END-IF.
006280     MOVE ZERO TO FZB-LIN-SUB-CNT.
006290     MOVE ZERO TO FZB-LIN-SUB-MORE.
006300     OPEN INPUT FZB-SUBSCRIBER-FILE.
006310     IF FZB-SUB-FILE-STATUS = "00"
006320         MOVE "N" TO FZB-LIN-EOF-SW
006330         PERFORM 7100-READ-SUBSCRIBER THRU 7100-EXIT
006340             UNTIL FZB-LIN-EOF
006350         CLOSE FZB-SUBSCRIBER-FILE
006360     END-IF.
006370     IF FZB-LIN-SUB-CNT = ZERO
006380         MOVE SPACES TO FZB-LIN-LINE
006390         STRING "NO FZBSUB01 SUBSCRIBER OF " FZB-LIN-PROFILE
006400             " TAKES " FZB-LIN-CAT-NAME
006410             DELIMITED BY SIZE INTO FZB-LIN-LINE
006420         EXEC CICS SEND TEXT
006430             FROM(FZB-LIN-LINE)
006440             LENGTH(79)
006450             ACCUM
006460         END-EXEC
006470         GO TO 7000-EXIT
006480     END-IF.
006490     OPEN INPUT FZB-OUTSTAND-FILE.
006500     IF FZB-OHF-FILE-STATUS = "00"
006510         MOVE "N" TO FZB-LIN-EOF-SW
006520         PERFORM 7200-READ-OUTSTAND THRU 7200-EXIT
006530             UNTIL FZB-LIN-EOF
006540         CLOSE FZB-OUTSTAND-FILE
006550     END-IF.
006551     MOVE "N" TO FZB-LIN-AKH-SW.
006552     OPEN INPUT FZB-ACK-HIST-FILE.
006553     IF FZB-AKH-FILE-STATUS = "00"
006554         MOVE "Y" TO FZB-LIN-AKH-SW
006555         MOVE "N" TO FZB-LIN-EOF-SW
006556         PERFORM 7250-READ-ACK-HIST THRU 7250-EXIT
006557             UNTIL FZB-LIN-EOF
006558         CLOSE FZB-ACK-HIST-FILE
006559     END-IF.
006560     PERFORM 7300-SEND-SUBSCRIBER THRU 7300-EXIT
006570         VARYING FZB-LIN-SUB-IDX FROM 1 BY 1
006580         UNTIL FZB-LIN-SUB-IDX > FZB-LIN-SUB-CNT.
006590     IF FZB-LIN-SUB-MORE > ZERO
006600         MOVE SPACES TO FZB-LIN-LINE
006610         STRING "  ... AND " FZB-LIN-SUB-MORE
006620             " MORE SUBSCRIBER(S) NOT SHOWN"
006630             DELIMITED BY SIZE INTO FZB-LIN-LINE
006640         EXEC CICS SEND TEXT
006650             FROM(FZB-LIN-LINE)
006660             LENGTH(79)
006670             ACCUM
006680         END-EXEC
006690     END-IF.
006700 7000-EXIT.
006710     EXIT.
006720 7100-READ-SUBSCRIBER.
006730     READ FZB-SUBSCRIBER-FILE
006740         AT END MOVE "Y" TO FZB-LIN-EOF-SW
006750         NOT AT END PERFORM 7110-STORE-SUBSCRIBER THRU 7110-EXIT
006760     END-READ.
006770 7100-EXIT.
006780     EXIT.
006790 7110-STORE-SUBSCRIBER.
006800     IF FZB-SUB-PROFILE NOT = FZB-LIN-PROFILE
006810         GO TO 7110-EXIT
006820     END-IF.
006830     EVALUATE FZB-LIN-CAT-CODE
006840         WHEN 1
006850             MOVE FZB-SUB-FIZZ-SW TO FZB-LIN-STS-CODE
006860         WHEN 2
006870             MOVE FZB-SUB-BUZZ-SW TO FZB-LIN-STS-CODE
006880         WHEN 3
006890             MOVE FZB-SUB-FZBZ-SW TO FZB-LIN-STS-CODE
006900         WHEN 4
006910             MOVE FZB-SUB-PLAIN-SW TO FZB-LIN-STS-CODE
006920         WHEN OTHER
006930             MOVE FZB-SUB-OTHER-SW TO FZB-LIN-STS-CODE
006940     END-EVALUATE.
006950     IF FZB-LIN-STS-CODE NOT = "Y"
006960         GO TO 7110-EXIT
006970     END-IF.
006980     IF FZB-LIN-SUB-CNT NOT LESS THAN FZB-LIN-SUB-MAX
006990         ADD 1 TO FZB-LIN-SUB-MORE
007000         GO TO 7110-EXIT
007010     END-IF.
007020     ADD 1 TO FZB-LIN-SUB-CNT.
007030     MOVE FZB-SUB-ID TO FZB-LIN-SUB-ID (FZB-LIN-SUB-CNT).
007040     MOVE SPACE TO FZB-LIN-NRM-STATUS (FZB-LIN-SUB-CNT).
007050     MOVE ZERO TO FZB-LIN-NRM-AGE (FZB-LIN-SUB-CNT).
007060     MOVE SPACE TO FZB-LIN-COR-STATUS (FZB-LIN-SUB-CNT).
007070     MOVE ZERO TO FZB-LIN-COR-AGE (FZB-LIN-SUB-CNT).
007073     MOVE SPACE TO FZB-LIN-NRM-EVENT (FZB-LIN-SUB-CNT).
007076     MOVE SPACE TO FZB-LIN-COR-EVENT (FZB-LIN-SUB-CNT).
007080 7110-EXIT.
007090     EXIT.
007100 7200-READ-OUTSTAND.
007110     READ FZB-OUTSTAND-FILE
007120         AT END MOVE "Y" TO FZB-LIN-EOF-SW
007130         NOT AT END PERFORM 7210-CHECK-OUTSTAND THRU 7210-EXIT
007140     END-READ.
007150 7200-EXIT.
007160     EXIT.
007170 7210-CHECK-OUTSTAND.
007180     MOVE FZB-OHF-PROFILE TO FZB-LIN-OHF-PROFILE.
007190     IF FZB-LIN-OHF-PROFILE = SPACES
007200         MOVE "MAIN" TO FZB-LIN-OHF-PROFILE
007210     END-IF.
007220     IF FZB-LIN-OHF-PROFILE NOT = FZB-LIN-PROFILE
007230         GO TO 7210-EXIT
007240     END-IF.
007250     PERFORM 7220-MATCH-SUBSCRIBER THRU 7220-EXIT
007260         VARYING FZB-LIN-SUB-IDX FROM 1 BY 1
007270         UNTIL FZB-LIN-SUB-IDX > FZB-LIN-SUB-CNT.
007280 7210-EXIT.
007290     EXIT.
007300 7220-MATCH-SUBSCRIBER.
007310     IF FZB-OHF-SUBSCRIBER NOT = FZB-LIN-SUB-ID (FZB-LIN-SUB-IDX)
007320         GO TO 7220-EXIT
007330     END-IF.
007340     IF FZB-OHF-CORRECTION
007350         IF FZB-LIN-RPR-COUNT > ZERO
007360             AND FZB-OHF-RUN-DATE = FZB-LIN-RPR-DATE
007370             MOVE FZB-OHF-STATUS
007380                 TO FZB-LIN-COR-STATUS (FZB-LIN-SUB-IDX)
007390             MOVE FZB-OHF-AGE-DAYS
007400                 TO FZB-LIN-COR-AGE (FZB-LIN-SUB-IDX)
007410         END-IF
007420     ELSE
007430         IF FZB-OHF-RUN-DATE = FZB-LIN-RUN-DATE
007440             MOVE FZB-OHF-STATUS
007450                 TO FZB-LIN-NRM-STATUS (FZB-LIN-SUB-IDX)
007460             MOVE FZB-OHF-AGE-DAYS
007470                 TO FZB-LIN-NRM-AGE (FZB-LIN-SUB-IDX)
007480         END-IF
007490     END-IF.
007500 7220-EXIT.
007510     EXIT.
007511 7250-READ-ACK-HIST.
007512     READ FZB-ACK-HIST-FILE
007513         AT END MOVE "Y" TO FZB-LIN-EOF-SW
007514         NOT AT END PERFORM 7260-CHECK-ACK-HIST THRU 7260-EXIT
007515     END-READ.
007516 7250-EXIT.
007517     EXIT.
007518 7260-CHECK-ACK-HIST.
007519     MOVE FZB-AKH-PROFILE TO FZB-LIN-AKH-PROFILE.
007520     IF FZB-LIN-AKH-PROFILE = SPACES
007521         MOVE "MAIN" TO FZB-LIN-AKH-PROFILE
007522     END-IF.
007523     IF FZB-LIN-AKH-PROFILE NOT = FZB-LIN-PROFILE
007524         GO TO 7260-EXIT
007525     END-IF.
007526     PERFORM 7270-MATCH-ACK-HIST THRU 7270-EXIT
007527         VARYING FZB-LIN-SUB-IDX FROM 1 BY 1
007528         UNTIL FZB-LIN-SUB-IDX > FZB-LIN-SUB-CNT.
007529 7260-EXIT.
007530     EXIT.
007531 7270-MATCH-ACK-HIST.
007532     IF FZB-AKH-SUBSCRIBER NOT = FZB-LIN-SUB-ID (FZB-LIN-SUB-IDX)
007533         GO TO 7270-EXIT
007534     END-IF.
007535     IF FZB-AKH-CORRECTION
007536         IF FZB-LIN-RPR-COUNT > ZERO
007537             AND FZB-AKH-RUN-DATE = FZB-LIN-RPR-DATE
007538             MOVE FZB-AKH-EVENT
007539                 TO FZB-LIN-COR-EVENT (FZB-LIN-SUB-IDX)
007540         END-IF
007541     ELSE
007542         IF FZB-AKH-RUN-DATE = FZB-LIN-RUN-DATE
007543             MOVE FZB-AKH-EVENT
007544                 TO FZB-LIN-NRM-EVENT (FZB-LIN-SUB-IDX)
007545         END-IF
007546     END-IF.
007547 7270-EXIT.
007548     EXIT.
007549 7300-SEND-SUBSCRIBER.
007550     MOVE FZB-LIN-NRM-STATUS (FZB-LIN-SUB-IDX)
007551         TO FZB-LIN-STS-CODE.
007552     MOVE FZB-LIN-NRM-AGE (FZB-LIN-SUB-IDX) TO FZB-LIN-STS-AGE.
007554     MOVE FZB-LIN-NRM-EVENT (FZB-LIN-SUB-IDX)
007556         TO FZB-LIN-STS-EVENT.
007560     PERFORM 7400-FORMAT-STATUS THRU 7400-EXIT.
007570     MOVE SPACES TO FZB-LIN-LINE.
007580     STRING "HANDOFF " FZB-LIN-RUN-DATE " TO "
007590         FZB-LIN-SUB-ID (FZB-LIN-SUB-IDX) " - " FZB-LIN-STS-TEXT
007600         DELIMITED BY SIZE INTO FZB-LIN-LINE.
007610     EXEC CICS SEND TEXT
007620         FROM(FZB-LIN-LINE)
007630         LENGTH(79)
007640         ACCUM
007650     END-EXEC.
007660     IF FZB-LIN-COR-STATUS (FZB-LIN-SUB-IDX) NOT = SPACE
007665             OR FZB-LIN-COR-EVENT (FZB-LIN-SUB-IDX) NOT = SPACE
007670         MOVE FZB-LIN-COR-STATUS (FZB-LIN-SUB-IDX)
007680             TO FZB-LIN-STS-CODE
007690         MOVE FZB-LIN-COR-AGE (FZB-LIN-SUB-IDX) TO FZB-LIN-STS-AGE
007693         MOVE FZB-LIN-COR-EVENT (FZB-LIN-SUB-IDX)
007696             TO FZB-LIN-STS-EVENT
007700         PERFORM 7400-FORMAT-STATUS THRU 7400-EXIT
007710         MOVE SPACES TO FZB-LIN-LINE
007720         STRING "  CORRECTION " FZB-LIN-RPR-DATE " - "
007730             FZB-LIN-STS-TEXT
007740             DELIMITED BY SIZE INTO FZB-LIN-LINE
007750         EXEC CICS SEND TEXT
007760             FROM(FZB-LIN-LINE)
007770             LENGTH(79)
007780             ACCUM
007790         END-EXEC
007800     END-IF.
007810 7300-EXIT.
007820     EXIT.
007830 7400-FORMAT-STATUS.
007840     MOVE SPACES TO FZB-LIN-STS-TEXT.
007850     EVALUATE FZB-LIN-STS-CODE
007860         WHEN SPACE
007870             PERFORM 7410-FORMAT-EVENT THRU 7410-EXIT
007880         WHEN "R"
007890             STRING "REJECTED, AGE " FZB-LIN-STS-AGE
007900                 DELIMITED BY SIZE INTO FZB-LIN-STS-TEXT
007910         WHEN "M"
007920             STRING "COUNT/CHECKSUM MISMATCH, AGE "
007930                 FZB-LIN-STS-AGE
007940                 DELIMITED BY SIZE INTO FZB-LIN-STS-TEXT
007950         WHEN OTHER
007960             STRING "OUTSTANDING, AGE " FZB-LIN-STS-AGE
007970                 DELIMITED BY SIZE INTO FZB-LIN-STS-TEXT
007980     END-EVALUATE.
007990 7400-EXIT.
008000     EXIT.
008001 7410-FORMAT-EVENT.
008002     IF NOT FZB-LIN-AKH-READ
008003         MOVE "NOT OUTSTANDING - NO FZBAKH01" TO FZB-LIN-STS-TEXT
008004         GO TO 7410-EXIT
008005     END-IF.
008006     EVALUATE FZB-LIN-STS-EVENT
008007         WHEN "A"
008008             MOVE "ACCEPTED (RETIRED)" TO FZB-LIN-STS-TEXT
008009         WHEN "R"
008010             MOVE "NOT OUTSTANDING - LAST REJECTED"
008011                 TO FZB-LIN-STS-TEXT
008012         WHEN "M"
008013             MOVE "NOT OUTSTANDING - LAST MISMATCH"
008014                 TO FZB-LIN-STS-TEXT
008015         WHEN "S"
008016             MOVE "NOT OUTSTANDING - LAST RESENT"
008017                 TO FZB-LIN-STS-TEXT
008018         WHEN OTHER
008019             MOVE "NO HANDOFF ON RECORD" TO FZB-LIN-STS-TEXT
008020     END-EVALUATE.
008021 7410-EXIT.
008022     EXIT.
008023 8000-DATE-TO-YMD.
008024     MOVE ZERO TO FZB-YMD-RESULT.
008030     IF FZB-YMD-MM NUMERIC AND FZB-YMD-DD NUMERIC
008040             AND FZB-YMD-YYYY NUMERIC
008050         MOVE FZB-YMD-MM TO FZB-YMD-WK-MM
008060         MOVE FZB-YMD-DD TO FZB-YMD-WK-DD
008070         MOVE FZB-YMD-YYYY TO FZB-YMD-WK-YYYY
008080         COMPUTE FZB-YMD-RESULT = FZB-YMD-WK-YYYY * 10000
008090             + FZB-YMD-WK-MM * 100 + FZB-YMD-WK-DD
008100     END-IF.
008110 8000-EXIT.
008120     EXIT.
