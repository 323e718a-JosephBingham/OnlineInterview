000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FZBUSG.
000030 AUTHOR. J HARGROVE-BENNETT.
000040 INSTALLATION. DAILY BATCH SUPPORT.
000050 DATE-WRITTEN. 2026-10-06.
000060 DATE-COMPILED. 2026-10-06.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT DESCRIPTION
000100*    ---------- ---- -----------------------------------------
000110*    2026-10-06 JHB  INITIAL VERSION. MONTH-END SUBSCRIBER USAGE
000120*                    AND CHARGEBACK STATEMENT. FOR ONE CALENDAR
000130*                    MONTH OF HANDOFF RUN DATES (PARM MM/YYYY,
000140*                    BLANK = THE MONTH BEFORE THE BUSINESS DATE)
000150*                    EVERY FZBSUB01 SUBSCRIBER AND PROFILE IS
000160*                    CHARGED FROM THE FZBACK RESULTS HISTORY
000170*                    (FZBAKH01) PLUS THE HANDOFFS STILL ON
000180*                    FZBOHF01: HANDOFFS SENT (EVERY HANDOFF
000190*                    RETIRED BY A CLEAN ACK PLUS EVERY ONE STILL
000200*                    OUTSTANDING), RECORDS DELIVERED (THE RECORD
000210*                    COUNTS OF THE ACCEPTED HANDOFFS), REJECTS,
000220*                    COUNT/CHECKSUM MISMATCHES, RESENDS, AND LATE
000230*                    ACKS. DELIVERED RECORDS ARE SPLIT BY CATEGORY
000240*                    FROM THE FZBAUD01 WINDOW OF THE SAME RUN DATE
000250*                    AND PROFILE, TAKING ONLY THE CATEGORIES THE
000260*                    SUBSCRIBER IS REGISTERED FOR; A CORRECTION
000270*                    HANDOFF, OR ONE NO AUDIT WINDOW TIES TO, IS
000280*                    CARRIED AS UNSPLIT SO THE CATEGORY COLUMNS
000290*                    ALWAYS ADD UP TO RECORDS DELIVERED. WRITES
000300*                    ONE STATEMENT PER SUBSCRIBER (FZBUSR01)
000310*                    ENDING WITH A CONTROL PAGE, AND THE FINANCE
000320*                    CHARGEBACK FILE (FZBCHB01 - HEADER, ONE
000330*                    DETAIL PER SUBSCRIBER/PROFILE, TRAILER WITH
000340*                    THE SAME CONTROL TOTALS AS THE CONTROL PAGE).
000350*                    RETURN CODE 4 WHEN ANY ACTIVITY BELONGS TO A
000360*                    SUBSCRIBER NO LONGER REGISTERED OR ANY
000370*                    DELIVERED RECORDS COULD NOT BE SPLIT, 16 ON A
000380*                    FILE OR PARM ERROR.
000390******************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-370.
000430 OBJECT-COMPUTER. IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT FZB-SUBSCRIBER-FILE ASSIGN TO FZBSUB01
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS FZB-SUB-FILE-STATUS.
000490     SELECT FZB-AUDIT-FILE ASSIGN TO FZBAUD01
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FZB-AUD-FILE-STATUS.
000520     SELECT FZB-ACK-HIST-FILE ASSIGN TO FZBAKH01
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FZB-AKH-FILE-STATUS.
000550     SELECT FZB-OUTSTAND-FILE ASSIGN TO FZBOHF01
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS FZB-OHF-FILE-STATUS.
000580     SELECT FZB-USAGE-REPORT-FILE ASSIGN TO FZBUSR01
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FZB-USR-FILE-STATUS.
000610     SELECT FZB-CHARGEBACK-FILE ASSIGN TO FZBCHB01
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS FZB-CHB-FILE-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  FZB-SUBSCRIBER-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 COPY FZBSUB.
000690 FD  FZB-AUDIT-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 COPY FZBAUD.
000720 FD  FZB-ACK-HIST-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 COPY FZBAKH.
000750 FD  FZB-OUTSTAND-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 COPY FZBOHF.
000780 FD  FZB-USAGE-REPORT-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 80 CHARACTERS.
000810 01  FZB-USAGE-REPORT-RECORD     PIC X(80).
000820 FD  FZB-CHARGEBACK-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 120 CHARACTERS.
000850 01  FZB-CHARGEBACK-IO-AREA      PIC X(120).
000860 WORKING-STORAGE SECTION.
000870 COPY FZBUSP.
000880 COPY FZBCHB.
000890 01  FZB-SUB-FILE-STATUS         PIC X(02).
000900 01  FZB-AUD-FILE-STATUS         PIC X(02).
000910 01  FZB-AKH-FILE-STATUS         PIC X(02).
000920 01  FZB-OHF-FILE-STATUS         PIC X(02).
000930 01  FZB-USR-FILE-STATUS         PIC X(02).
000940 01  FZB-CHB-FILE-STATUS         PIC X(02).
000950 01  FZB-USG-PARM                PIC X(07) VALUE SPACES.
000960 01  FZB-USG-PERIOD-X.
000970     05  FZB-USG-PER-MM          PIC X(02).
000980     05  FZB-USG-PER-SLASH       PIC X(01).
000990     05  FZB-USG-PER-YYYY        PIC X(04).
001000 01  FZB-USG-PER-MM-N            PIC 9(02) VALUE ZERO.
001010 01  FZB-USG-PER-YYYY-N          PIC 9(04) VALUE ZERO.
001020 01  FZB-USG-DATE-X.
001030     05  FZB-USG-DTE-MM          PIC X(02).
001040     05  FILLER                  PIC X(01).
001050     05  FZB-USG-DTE-DD          PIC X(02).
001060     05  FILLER                  PIC X(01).
001070     05  FZB-USG-DTE-YYYY        PIC X(04).
001080 01  FZB-USG-IN-PERIOD-SW        PIC X(01) VALUE "N".
001090     88  FZB-USG-IN-PERIOD       VALUE "Y".
001100 01  FZB-USG-EOF-SW              PIC X(01) VALUE "N".
001110     88  FZB-USG-EOF             VALUE "Y".
001120 01  FZB-USG-KEY.
001130     05  FZB-USG-KEY-SUBSCR      PIC X(08).
001140     05  FZB-USG-KEY-PROFILE     PIC X(08).
001150 01  FZB-USG-TABLE.
001160     05  FZB-USG-ENT             OCCURS 200 TIMES.
001170         10  FZB-USG-T-KEY.
001180             15  FZB-USG-T-SUBSCR PIC X(08).
001190             15  FZB-USG-T-PROFILE PIC X(08).
001200         10  FZB-USG-T-REG-SW    PIC X(01).
001210             88  FZB-USG-T-REGISTERED VALUE "Y".
001220         10  FZB-USG-T-FLAG      PIC X(01) OCCURS 5 TIMES.
001230         10  FZB-USG-T-COUNTS.
001240             15  FZB-USG-T-SENT  PIC 9(09).
001250             15  FZB-USG-T-ACCEPTED PIC 9(09).
001260             15  FZB-USG-T-OUTSTAND PIC 9(09).
001270             15  FZB-USG-T-CAT   PIC 9(09) OCCURS 7 TIMES.
001280             15  FZB-USG-T-REJECTED PIC 9(09).
001290             15  FZB-USG-T-MISMATCH PIC 9(09).
001300             15  FZB-USG-T-RESENDS PIC 9(09).
001310             15  FZB-USG-T-LATE  PIC 9(09).
001320 01  FZB-USG-CNT                 PIC 9(03) VALUE ZERO COMP.
001330 01  FZB-USG-MAX                 PIC 9(03) VALUE 200 COMP.
001340 01  FZB-USG-IDX                 PIC 9(03) VALUE ZERO COMP.
001350 01  FZB-USG-IDX2                PIC 9(03) VALUE ZERO COMP.
001360 01  FZB-USG-HIT                 PIC 9(03) VALUE ZERO COMP.
001370 01  FZB-USG-POS                 PIC 9(03) VALUE ZERO COMP.
001380 01  FZB-USG-K                   PIC 9(01) VALUE ZERO COMP.
001390 01  FZB-USG-PRT-SET.
001400     05  FZB-USG-P-SENT          PIC 9(09).
001410     05  FZB-USG-P-ACCEPTED      PIC 9(09).
001420     05  FZB-USG-P-OUTSTAND      PIC 9(09).
001430     05  FZB-USG-P-CAT           PIC 9(09) OCCURS 7 TIMES.
001440     05  FZB-USG-P-REJECTED      PIC 9(09).
001450     05  FZB-USG-P-MISMATCH      PIC 9(09).
001460     05  FZB-USG-P-RESENDS       PIC 9(09).
001470     05  FZB-USG-P-LATE          PIC 9(09).
001480 01  FZB-USG-SUB-SET.
001490     05  FZB-USG-S-SENT          PIC 9(09).
001500     05  FZB-USG-S-ACCEPTED      PIC 9(09).
001510     05  FZB-USG-S-OUTSTAND      PIC 9(09).
001520     05  FZB-USG-S-CAT           PIC 9(09) OCCURS 7 TIMES.
001530     05  FZB-USG-S-REJECTED      PIC 9(09).
001540     05  FZB-USG-S-MISMATCH      PIC 9(09).
001550     05  FZB-USG-S-RESENDS       PIC 9(09).
001560     05  FZB-USG-S-LATE          PIC 9(09).
001570 01  FZB-USG-GRD-SET.
001580     05  FZB-USG-G-SENT          PIC 9(09).
001590     05  FZB-USG-G-ACCEPTED      PIC 9(09).
001600     05  FZB-USG-G-OUTSTAND      PIC 9(09).
001610     05  FZB-USG-G-CAT           PIC 9(09) OCCURS 7 TIMES.
001620     05  FZB-USG-G-REJECTED      PIC 9(09).
001630     05  FZB-USG-G-MISMATCH      PIC 9(09).
001640     05  FZB-USG-G-RESENDS       PIC 9(09).
001650     05  FZB-USG-G-LATE          PIC 9(09).
001660 01  FZB-USG-CAPTION             PIC X(16) VALUE SPACES.
001670 01  FZB-USG-PRV-SUBSCR          PIC X(08) VALUE SPACES.
001680 01  FZB-USG-STMT-CNT            PIC 9(05) VALUE ZERO COMP.
001690 01  FZB-USG-DTL-CNT             PIC 9(07) VALUE ZERO COMP.
001700 01  FZB-USG-PAGE-NBR            PIC 9(04) VALUE ZERO COMP.
001710 01  FZB-USG-WARN-SW             PIC X(01) VALUE "N".
001720     88  FZB-USG-WARNING         VALUE "Y".
001730 01  FZB-UAW-TABLE.
001740     05  FZB-UAW-ENT             OCCURS 2000 TIMES.
001750         10  FZB-UAW-RUN-DATE    PIC X(10).
001760         10  FZB-UAW-PROFILE     PIC X(08).
001770         10  FZB-UAW-CAT         PIC 9(05) OCCURS 5 TIMES.
001780 01  FZB-UAW-CNT                 PIC 9(04) VALUE ZERO COMP.
001790 01  FZB-UAW-MAX                 PIC 9(04) VALUE 2000 COMP.
001800 01  FZB-UAW-IDX                 PIC 9(04) VALUE ZERO COMP.
001810 01  FZB-UAW-HIT                 PIC 9(04) VALUE ZERO COMP.
001820 01  FZB-UAW-SUM                 PIC 9(09) VALUE ZERO COMP.
001830 01  FZB-WS-DATE.
001840     05  FZB-WS-YEAR             PIC 9(04).
001850     05  FZB-WS-MONTH            PIC 9(02).
001860     05  FZB-WS-DAY              PIC 9(02).
001870 01  FZB-WS-RUN-DATE             PIC X(10).
001880 01  FZB-CAL-FLAG                PIC X(01) VALUE "Y".
001890 01  FZB-CAL-NEXT-DATE           PIC X(10) VALUE SPACES.
001900 PROCEDURE DIVISION.
001910 0000-MAINLINE SECTION.
001920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001930     PERFORM 2000-LOAD-REGISTRY THRU 2000-EXIT.
001940     PERFORM 2500-LOAD-WINDOWS THRU 2500-EXIT.
001950     PERFORM 3000-READ-HISTORY THRU 3000-EXIT.
001960     PERFORM 3500-READ-OUTSTANDING THRU 3500-EXIT.
001970     PERFORM 4000-WRITE-STATEMENTS THRU 4000-EXIT.
001980     PERFORM 5000-FINALIZE THRU 5000-EXIT.
001990     STOP RUN.
002000 1000-INITIALIZE.
002010     ACCEPT FZB-WS-DATE FROM DATE YYYYMMDD.
002020     STRING FZB-WS-MONTH   "/"
002030            FZB-WS-DAY     "/"
002040            FZB-WS-YEAR
002050         DELIMITED BY SIZE INTO FZB-WS-RUN-DATE.
002060     CALL "FZBCALD" USING FZB-WS-RUN-DATE
002070         FZB-CAL-FLAG FZB-CAL-NEXT-DATE.
002080     IF FZB-CAL-FLAG = "N"
002090         MOVE FZB-CAL-NEXT-DATE TO FZB-WS-RUN-DATE
002100     END-IF.
002110     ACCEPT FZB-USG-PARM FROM COMMAND-LINE.
002120     IF FZB-USG-PARM = SPACES
002130         PERFORM 1100-DEFAULT-PERIOD THRU 1100-EXIT
002140     ELSE
002150         MOVE FZB-USG-PARM TO FZB-USG-PERIOD-X
002160     END-IF.
002170     IF FZB-USG-PER-MM NOT NUMERIC
002180             OR FZB-USG-PER-YYYY NOT NUMERIC
002190             OR FZB-USG-PER-SLASH NOT = "/"
002200         DISPLAY "FZB2500E PARM MUST BE MM/YYYY OR BLANK - "
002210             "VALUE = " FZB-USG-PARM
002220         MOVE 16 TO RETURN-CODE
002230         STOP RUN
002240     END-IF.
002250     MOVE FZB-USG-PER-MM TO FZB-USG-PER-MM-N.
002260     IF FZB-USG-PER-MM-N < 1 OR FZB-USG-PER-MM-N > 12
002270         DISPLAY "FZB2500E PARM MUST BE MM/YYYY OR BLANK - "
002280             "VALUE = " FZB-USG-PARM
002290         MOVE 16 TO RETURN-CODE
002300         STOP RUN
002310     END-IF.
002320     DISPLAY "FZB2503I USAGE STATEMENT PERIOD " FZB-USG-PERIOD-X
002330         " RUN DATE " FZB-WS-RUN-DATE.
002340     OPEN OUTPUT FZB-USAGE-REPORT-FILE.
002350     IF FZB-USR-FILE-STATUS NOT = "00"
002360         DISPLAY "FZB2501E UNABLE TO OPEN FZBUSR01, STATUS = "
002370             FZB-USR-FILE-STATUS
002380         MOVE 16 TO RETURN-CODE
002390         STOP RUN
002400     END-IF.
002410     OPEN OUTPUT FZB-CHARGEBACK-FILE.
002420     IF FZB-CHB-FILE-STATUS NOT = "00"
002430         DISPLAY "FZB2501E UNABLE TO OPEN FZBCHB01, STATUS = "
002440             FZB-CHB-FILE-STATUS
002450         MOVE 16 TO RETURN-CODE
002460         STOP RUN
002470     END-IF.
002480     MOVE "HD" TO FZB-CHB-HDR-TYPE.
002490     MOVE "FZBUSAGE" TO FZB-CHB-HDR-SOURCE.
002500     MOVE FZB-USG-PERIOD-X TO FZB-CHB-HDR-PERIOD.
002510     MOVE FZB-WS-RUN-DATE TO FZB-CHB-HDR-RUN-DATE.
002520     MOVE FZB-CHB-HEADER-RECORD TO FZB-CHARGEBACK-IO-AREA.
002530     PERFORM 4900-WRITE-CHARGEBACK THRU 4900-EXIT.
002540     INITIALIZE FZB-USG-GRD-SET.
002550 1000-EXIT.
002560     EXIT.
002570 1100-DEFAULT-PERIOD.
002580     MOVE FZB-WS-RUN-DATE TO FZB-USG-DATE-X.
002590     MOVE FZB-USG-DTE-MM TO FZB-USG-PER-MM-N.
002600     MOVE FZB-USG-DTE-YYYY TO FZB-USG-PER-YYYY-N.
002610     IF FZB-USG-PER-MM-N = 1
002620         MOVE 12 TO FZB-USG-PER-MM-N
002630         SUBTRACT 1 FROM FZB-USG-PER-YYYY-N
002640     ELSE
002650         SUBTRACT 1 FROM FZB-USG-PER-MM-N
002660     END-IF.
002670     MOVE FZB-USG-PER-MM-N TO FZB-USG-PER-MM.
002680     MOVE "/" TO FZB-USG-PER-SLASH.
002690     MOVE FZB-USG-PER-YYYY-N TO FZB-USG-PER-YYYY.
002700 1100-EXIT.
002710     EXIT.
002720 2000-LOAD-REGISTRY.
002730     OPEN INPUT FZB-SUBSCRIBER-FILE.
002740     IF FZB-SUB-FILE-STATUS NOT = "00"
002750         DISPLAY "FZB2501E UNABLE TO OPEN FZBSUB01, STATUS = "
002760             FZB-SUB-FILE-STATUS
002770         MOVE 16 TO RETURN-CODE
002780         STOP RUN
002790     END-IF.
002800     MOVE "N" TO FZB-USG-EOF-SW.
002810     PERFORM 2010-READ-SUBSCRIBER THRU 2010-EXIT
002820         UNTIL FZB-USG-EOF.
002830     CLOSE FZB-SUBSCRIBER-FILE.
002840 2000-EXIT.
002850     EXIT.
002860 2010-READ-SUBSCRIBER.
002870     READ FZB-SUBSCRIBER-FILE
002880         AT END MOVE "Y" TO FZB-USG-EOF-SW
002890         NOT AT END PERFORM 2020-STORE-SUBSCRIBER THRU 2020-EXIT
002900     END-READ.
002910 2010-EXIT.
002920     EXIT.
002930 2020-STORE-SUBSCRIBER.
002940     IF FZB-SUB-ID = SPACES
002950         GO TO 2020-EXIT
002960     END-IF.
002970     IF FZB-SUB-PROFILE = SPACES
002980         MOVE "MAIN" TO FZB-SUB-PROFILE
002990     END-IF.
003000     MOVE FZB-SUB-ID TO FZB-USG-KEY-SUBSCR.
003010     MOVE FZB-SUB-PROFILE TO FZB-USG-KEY-PROFILE.
003020     PERFORM 2100-FIND-ENTRY THRU 2100-EXIT.
003030     MOVE "Y" TO FZB-USG-T-REG-SW (FZB-USG-HIT).
003040     MOVE FZB-SUB-FIZZ-SW TO FZB-USG-T-FLAG (FZB-USG-HIT 1).
003050     MOVE FZB-SUB-BUZZ-SW TO FZB-USG-T-FLAG (FZB-USG-HIT 2).
003060     MOVE FZB-SUB-FZBZ-SW TO FZB-USG-T-FLAG (FZB-USG-HIT 3).
003070     MOVE FZB-SUB-PLAIN-SW TO FZB-USG-T-FLAG (FZB-USG-HIT 4).
003080     MOVE FZB-SUB-OTHER-SW TO FZB-USG-T-FLAG (FZB-USG-HIT 5).
003090 2020-EXIT.
003100     EXIT.
003110 2100-FIND-ENTRY.
003120     MOVE ZERO TO FZB-USG-HIT.
003130     MOVE ZERO TO FZB-USG-POS.
003140     PERFORM 2110-SCAN-ENTRY THRU 2110-EXIT
003150         VARYING FZB-USG-IDX FROM 1 BY 1
003160         UNTIL FZB-USG-IDX > FZB-USG-CNT
003170             OR FZB-USG-HIT > ZERO
003180             OR FZB-USG-POS > ZERO.
003190     IF FZB-USG-HIT > ZERO
003200         GO TO 2100-EXIT
003210     END-IF.
003220     IF FZB-USG-CNT NOT LESS THAN FZB-USG-MAX
003230         DISPLAY "FZB2502E MORE THAN " FZB-USG-MAX
003240             " SUBSCRIBER/PROFILE ENTRIES - TABLE FULL"
003250         MOVE 16 TO RETURN-CODE
003260         STOP RUN
003270     END-IF.
003280     IF FZB-USG-POS = ZERO
003290         COMPUTE FZB-USG-POS = FZB-USG-CNT + 1
003300     ELSE
003310         PERFORM 2120-SHIFT-ENTRY THRU 2120-EXIT
003320             VARYING FZB-USG-IDX FROM FZB-USG-CNT BY -1
003330             UNTIL FZB-USG-IDX < FZB-USG-POS
003340     END-IF.
003350     ADD 1 TO FZB-USG-CNT.
003360     MOVE FZB-USG-POS TO FZB-USG-HIT.
003370     INITIALIZE FZB-USG-ENT (FZB-USG-HIT).
003380     MOVE FZB-USG-KEY TO FZB-USG-T-KEY (FZB-USG-HIT).
003390     MOVE "N" TO FZB-USG-T-REG-SW (FZB-USG-HIT).
003400 2100-EXIT.
003410     EXIT.
003420 2110-SCAN-ENTRY.
003430     IF FZB-USG-T-KEY (FZB-USG-IDX) = FZB-USG-KEY
003440         MOVE FZB-USG-IDX TO FZB-USG-HIT
003450     ELSE
003460         IF FZB-USG-T-KEY (FZB-USG-IDX) > FZB-USG-KEY
003470             MOVE FZB-USG-IDX TO FZB-USG-POS
003480         END-IF
003490     END-IF.
003500 2110-EXIT.
003510     EXIT.
003520 2120-SHIFT-ENTRY.
003530     COMPUTE FZB-USG-IDX2 = FZB-USG-IDX + 1.
003540     MOVE FZB-USG-ENT (FZB-USG-IDX) TO FZB-USG-ENT (FZB-USG-IDX2).
003550 2120-EXIT.
003560     EXIT.
003570 2500-LOAD-WINDOWS.
003580     OPEN INPUT FZB-AUDIT-FILE.
003590     IF FZB-AUD-FILE-STATUS NOT = "00"
003600         DISPLAY "FZB2501E UNABLE TO OPEN FZBAUD01, STATUS = "
003610             FZB-AUD-FILE-STATUS
003620         MOVE 16 TO RETURN-CODE
003630         STOP RUN
003640     END-IF.
003650     MOVE "N" TO FZB-USG-EOF-SW.
003660     PERFORM 2510-READ-AUDIT THRU 2510-EXIT
003670         UNTIL FZB-USG-EOF.
003680     CLOSE FZB-AUDIT-FILE.
003690 2500-EXIT.
003700     EXIT.
003710 2510-READ-AUDIT.
003720     READ FZB-AUDIT-FILE
003730         AT END MOVE "Y" TO FZB-USG-EOF-SW
003740         NOT AT END PERFORM 2520-STORE-WINDOW THRU 2520-EXIT
003750     END-READ.
003760 2510-EXIT.
003770     EXIT.
003780 2520-STORE-WINDOW.
003790     IF FZB-AUD-RULE-COUNT = ZERO
003800         GO TO 2520-EXIT
003810     END-IF.
003820     MOVE FZB-AUD-RUN-DATE TO FZB-USG-DATE-X.
003830     PERFORM 8000-CHECK-PERIOD THRU 8000-EXIT.
003840     IF NOT FZB-USG-IN-PERIOD
003850         GO TO 2520-EXIT
003860     END-IF.
003870     IF FZB-UAW-CNT NOT LESS THAN FZB-UAW-MAX
003880         DISPLAY "FZB2502E MORE THAN " FZB-UAW-MAX
003890             " FZBAUD01 WINDOWS IN THE PERIOD - TABLE FULL"
003900         MOVE 16 TO RETURN-CODE
003910         STOP RUN
003920     END-IF.
003930     IF FZB-AUD-PROFILE = SPACES
003940         MOVE "MAIN" TO FZB-AUD-PROFILE
003950     END-IF.
003960     ADD 1 TO FZB-UAW-CNT.
003970     MOVE FZB-AUD-RUN-DATE TO FZB-UAW-RUN-DATE (FZB-UAW-CNT).
003980     MOVE FZB-AUD-PROFILE TO FZB-UAW-PROFILE (FZB-UAW-CNT).
003990     MOVE FZB-AUD-FIZZ-COUNT TO FZB-UAW-CAT (FZB-UAW-CNT 1).
004000     MOVE FZB-AUD-BUZZ-COUNT TO FZB-UAW-CAT (FZB-UAW-CNT 2).
004010     MOVE FZB-AUD-FIZZBUZZ-COUNT TO FZB-UAW-CAT (FZB-UAW-CNT 3).
004020     MOVE FZB-AUD-PLAIN-COUNT TO FZB-UAW-CAT (FZB-UAW-CNT 4).
004030     MOVE FZB-AUD-OTHER-COUNT TO FZB-UAW-CAT (FZB-UAW-CNT 5).
004040 2520-EXIT.
004050     EXIT.
004060 3000-READ-HISTORY.
004070     OPEN INPUT FZB-ACK-HIST-FILE.
004080     IF FZB-AKH-FILE-STATUS = "35"
004090         DISPLAY "FZB2504W FZBAKH01 NOT FOUND - NO ACK RESULTS "
004100             "COUNTED FOR " FZB-USG-PERIOD-X
004110         MOVE "Y" TO FZB-USG-WARN-SW
004120         GO TO 3000-EXIT
004130     END-IF.
004140     IF FZB-AKH-FILE-STATUS NOT = "00"
004150         DISPLAY "FZB2501E UNABLE TO OPEN FZBAKH01, STATUS = "
004160             FZB-AKH-FILE-STATUS
004170         MOVE 16 TO RETURN-CODE
004180         STOP RUN
004190     END-IF.
004200     MOVE "N" TO FZB-USG-EOF-SW.
004210     PERFORM 3010-READ-HISTORY-REC THRU 3010-EXIT
004220         UNTIL FZB-USG-EOF.
004230     CLOSE FZB-ACK-HIST-FILE.
004240 3000-EXIT.
004250     EXIT.
004260 3010-READ-HISTORY-REC.
004270     READ FZB-ACK-HIST-FILE
004280         AT END MOVE "Y" TO FZB-USG-EOF-SW
004290         NOT AT END PERFORM 3100-APPLY-EVENT THRU 3100-EXIT
004300     END-READ.
004310 3010-EXIT.
004320     EXIT.
004330 3100-APPLY-EVENT.
004340     MOVE FZB-AKH-RUN-DATE TO FZB-USG-DATE-X.
004350     PERFORM 8000-CHECK-PERIOD THRU 8000-EXIT.
004360     IF NOT FZB-USG-IN-PERIOD
004370         GO TO 3100-EXIT
004380     END-IF.
004390     IF FZB-AKH-PROFILE = SPACES
004400         MOVE "MAIN" TO FZB-AKH-PROFILE
004410     END-IF.
004420     MOVE FZB-AKH-SUBSCRIBER TO FZB-USG-KEY-SUBSCR.
004430     MOVE FZB-AKH-PROFILE TO FZB-USG-KEY-PROFILE.
004440     PERFORM 2100-FIND-ENTRY THRU 2100-EXIT.
004450     EVALUATE TRUE
004460         WHEN FZB-AKH-ACCEPTED
004470             ADD 1 TO FZB-USG-T-SENT (FZB-USG-HIT)
004480             ADD 1 TO FZB-USG-T-ACCEPTED (FZB-USG-HIT)
004490             ADD FZB-AKH-REC-COUNT
004500                 TO FZB-USG-T-CAT (FZB-USG-HIT 7)
004510             PERFORM 3200-SPLIT-DELIVERED THRU 3200-EXIT
004520         WHEN FZB-AKH-REJECTED
004530             ADD 1 TO FZB-USG-T-REJECTED (FZB-USG-HIT)
004540         WHEN FZB-AKH-MISMATCHED
004550             ADD 1 TO FZB-USG-T-MISMATCH (FZB-USG-HIT)
004560         WHEN FZB-AKH-RESEND
004570             ADD 1 TO FZB-USG-T-RESENDS (FZB-USG-HIT)
004580     END-EVALUATE.
004590     IF FZB-AKH-LATE
004600         ADD 1 TO FZB-USG-T-LATE (FZB-USG-HIT)
004610     END-IF.
004620 3100-EXIT.
004630     EXIT.
004640 3200-SPLIT-DELIVERED.
004650     MOVE ZERO TO FZB-UAW-HIT.
004660     IF FZB-AKH-NORMAL
004670         AND FZB-USG-T-REGISTERED (FZB-USG-HIT)
004680         PERFORM 3210-TRY-WINDOW THRU 3210-EXIT
004690             VARYING FZB-UAW-IDX FROM 1 BY 1
004700             UNTIL FZB-UAW-IDX > FZB-UAW-CNT
004710     END-IF.
004720     IF FZB-UAW-HIT = ZERO
004730         ADD FZB-AKH-REC-COUNT TO FZB-USG-T-CAT (FZB-USG-HIT 6)
004740         GO TO 3200-EXIT
004750     END-IF.
004760     PERFORM 3230-ADD-CATEGORY THRU 3230-EXIT
004770         VARYING FZB-USG-K FROM 1 BY 1
004780         UNTIL FZB-USG-K > 5.
004790 3200-EXIT.
004800     EXIT.
004810 3210-TRY-WINDOW.
004820     IF FZB-UAW-RUN-DATE (FZB-UAW-IDX) NOT = FZB-AKH-RUN-DATE
004830         OR FZB-UAW-PROFILE (FZB-UAW-IDX) NOT = FZB-AKH-PROFILE
004840         GO TO 3210-EXIT
004850     END-IF.
004860     MOVE ZERO TO FZB-UAW-SUM.
004870     PERFORM 3220-SUM-CATEGORY THRU 3220-EXIT
004880         VARYING FZB-USG-K FROM 1 BY 1
004890         UNTIL FZB-USG-K > 5.
004900     IF FZB-UAW-SUM = FZB-AKH-REC-COUNT
004910         MOVE FZB-UAW-IDX TO FZB-UAW-HIT
004920     END-IF.
004930 3210-EXIT.
004940     EXIT.
004950 3220-SUM-CATEGORY.
004960     IF FZB-USG-T-FLAG (FZB-USG-HIT FZB-USG-K) = "Y"
004970         ADD FZB-UAW-CAT (FZB-UAW-IDX FZB-USG-K) TO FZB-UAW-SUM
004980     END-IF.
004990 3220-EXIT.
005000     EXIT.
005010 3230-ADD-CATEGORY.
005020     IF FZB-USG-T-FLAG (FZB-USG-HIT FZB-USG-K) = "Y"
005030         ADD FZB-UAW-CAT (FZB-UAW-HIT FZB-USG-K)
005040             TO FZB-USG-T-CAT (FZB-USG-HIT FZB-USG-K)
005050     END-IF.
005060 3230-EXIT.
005070     EXIT.
005080 3500-READ-OUTSTANDING.
005090     OPEN INPUT FZB-OUTSTAND-FILE.
005100     IF FZB-OHF-FILE-STATUS = "35"
005110         GO TO 3500-EXIT
005120     END-IF.
005130     IF FZB-OHF-FILE-STATUS NOT = "00"
005140         DISPLAY "FZB2501E UNABLE TO OPEN FZBOHF01, STATUS = "
005150             FZB-OHF-FILE-STATUS
005160         MOVE 16 TO RETURN-CODE
005170         STOP RUN
005180     END-IF.
005190     MOVE "N" TO FZB-USG-EOF-SW.
005200     PERFORM 3510-READ-OUTSTAND-REC THRU 3510-EXIT
005210         UNTIL FZB-USG-EOF.
005220     CLOSE FZB-OUTSTAND-FILE.
005230 3500-EXIT.
005240     EXIT.
005250 3510-READ-OUTSTAND-REC.
005260     READ FZB-OUTSTAND-FILE
005270         AT END MOVE "Y" TO FZB-USG-EOF-SW
005280         NOT AT END PERFORM 3520-COUNT-OUTSTANDING THRU 3520-EXIT
005290     END-READ.
005300 3510-EXIT.
005310     EXIT.
005320 3520-COUNT-OUTSTANDING.
005330     MOVE FZB-OHF-RUN-DATE TO FZB-USG-DATE-X.
005340     PERFORM 8000-CHECK-PERIOD THRU 8000-EXIT.
005350     IF NOT FZB-USG-IN-PERIOD
005360         GO TO 3520-EXIT
005370     END-IF.
005380     IF FZB-OHF-PROFILE = SPACES
005390         MOVE "MAIN" TO FZB-OHF-PROFILE
005400     END-IF.
005410     MOVE FZB-OHF-SUBSCRIBER TO FZB-USG-KEY-SUBSCR.
005420     MOVE FZB-OHF-PROFILE TO FZB-USG-KEY-PROFILE.
005430     PERFORM 2100-FIND-ENTRY THRU 2100-EXIT.
005440     ADD 1 TO FZB-USG-T-SENT (FZB-USG-HIT).
005450     ADD 1 TO FZB-USG-T-OUTSTAND (FZB-USG-HIT).
005460 3520-EXIT.
005470     EXIT.
005480 4000-WRITE-STATEMENTS.
005490     MOVE SPACES TO FZB-USG-PRV-SUBSCR.
005500     PERFORM 4100-WRITE-ENTRY THRU 4100-EXIT
005510         VARYING FZB-USG-IDX FROM 1 BY 1
005520         UNTIL FZB-USG-IDX > FZB-USG-CNT.
005530     IF FZB-USG-CNT > ZERO
005540         PERFORM 4300-END-STATEMENT THRU 4300-EXIT
005550     END-IF.
005560 4000-EXIT.
005570     EXIT.
005580 4100-WRITE-ENTRY.
005590     IF FZB-USG-T-SUBSCR (FZB-USG-IDX) NOT = FZB-USG-PRV-SUBSCR
005600         IF FZB-USG-PRV-SUBSCR NOT = SPACES
005610             PERFORM 4300-END-STATEMENT THRU 4300-EXIT
005620         END-IF
005630         PERFORM 4200-START-STATEMENT THRU 4200-EXIT
005640     END-IF.
005650     MOVE FZB-USG-T-COUNTS (FZB-USG-IDX) TO FZB-USG-PRT-SET.
005660     MOVE SPACES TO FZB-USG-CAPTION.
005670     STRING "PROFILE " FZB-USG-T-PROFILE (FZB-USG-IDX)
005680         DELIMITED BY SIZE INTO FZB-USG-CAPTION.
005690     PERFORM 4400-PRINT-BLOCK THRU 4400-EXIT.
005700     IF NOT FZB-USG-T-REGISTERED (FZB-USG-IDX)
005710         MOVE "Y" TO FZB-USG-WARN-SW
005720         DISPLAY "FZB2505W " FZB-USG-T-SUBSCR (FZB-USG-IDX) " "
005730             FZB-USG-T-PROFILE (FZB-USG-IDX)
005740             " HAS ACTIVITY BUT IS NOT IN THE FZBSUB01 REGISTRY"
005750         MOVE SPACES TO FZB-USP-NOTE-LINE
005760         MOVE "  ** NOT IN THE FZBSUB01 REGISTRY - NOT SPLIT"
005770             TO FZB-USP-NOTE-LINE
005780         MOVE FZB-USP-NOTE-LINE TO FZB-USAGE-REPORT-RECORD
005790         WRITE FZB-USAGE-REPORT-RECORD
005800     END-IF.
005810     IF FZB-USG-P-CAT (6) > ZERO
005820         MOVE "Y" TO FZB-USG-WARN-SW
005830         DISPLAY "FZB2506W " FZB-USG-P-CAT (6)
005840             " RECORDS DELIVERED TO "
005850             FZB-USG-T-SUBSCR (FZB-USG-IDX)
005860             " " FZB-USG-T-PROFILE (FZB-USG-IDX)
005870             " NOT SPLIT BY CATEGORY"
005880     END-IF.
005890     MOVE FZB-USP-BLANK-LINE TO FZB-USAGE-REPORT-RECORD.
005900     WRITE FZB-USAGE-REPORT-RECORD.
005910     PERFORM 4450-ADD-TO-TOTALS THRU 4450-EXIT.
005920     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
005930 4100-EXIT.
005940     EXIT.
005950 4200-START-STATEMENT.
005960     MOVE FZB-USG-T-SUBSCR (FZB-USG-IDX) TO FZB-USG-PRV-SUBSCR.
005970     ADD 1 TO FZB-USG-STMT-CNT.
005980     INITIALIZE FZB-USG-SUB-SET.
005990     PERFORM 4250-WRITE-PAGE-HEADERS THRU 4250-EXIT.
006000     MOVE FZB-USG-T-SUBSCR (FZB-USG-IDX) TO FZB-USP-H-SUBSCR.
006010     MOVE FZB-WS-RUN-DATE TO FZB-USP-H-RUN-DATE.
006020     MOVE FZB-USP-HDG2-LINE TO FZB-USAGE-REPORT-RECORD.
006030     WRITE FZB-USAGE-REPORT-RECORD.
006040     MOVE FZB-USP-BLANK-LINE TO FZB-USAGE-REPORT-RECORD.
006050     WRITE FZB-USAGE-REPORT-RECORD.
006060 4200-EXIT.
006070     EXIT.
006080 4250-WRITE-PAGE-HEADERS.
006090     ADD 1 TO FZB-USG-PAGE-NBR.
006100     MOVE FZB-USG-PERIOD-X TO FZB-USP-H-PERIOD.
006110     MOVE FZB-USG-PAGE-NBR TO FZB-USP-H-PAGE-NBR.
006120     MOVE FZB-USP-HDG1-LINE TO FZB-USAGE-REPORT-RECORD.
006130     WRITE FZB-USAGE-REPORT-RECORD.
006140 4250-EXIT.
006150     EXIT.
006160 4300-END-STATEMENT.
006170     MOVE FZB-USG-SUB-SET TO FZB-USG-PRT-SET.
006180     MOVE "SUBSCRIBER TOTAL" TO FZB-USG-CAPTION.
006190     PERFORM 4400-PRINT-BLOCK THRU 4400-EXIT.
006200     MOVE FZB-USP-BLANK-LINE TO FZB-USAGE-REPORT-RECORD.
006210     WRITE FZB-USAGE-REPORT-RECORD.
006220 4300-EXIT.
006230     EXIT.
006240 4400-PRINT-BLOCK.
006250     MOVE FZB-USG-CAPTION TO FZB-USP-S-CAPTION.
006260     MOVE FZB-USG-P-SENT TO FZB-USP-S-SENT.
006270     MOVE FZB-USG-P-ACCEPTED TO FZB-USP-S-ACCEPTED.
006280     MOVE FZB-USG-P-OUTSTAND TO FZB-USP-S-OUTSTAND.
006290     MOVE FZB-USP-SENT-LINE TO FZB-USAGE-REPORT-RECORD.
006300     WRITE FZB-USAGE-REPORT-RECORD.
006310     MOVE FZB-USP-CAT-HDG-LINE TO FZB-USAGE-REPORT-RECORD.
006320     WRITE FZB-USAGE-REPORT-RECORD.
006330     MOVE SPACES TO FZB-USP-CAT-LINE.
006340     MOVE "  RECORDS" TO FZB-USP-C-CAPTION.
006350     PERFORM 4410-EDIT-CATEGORY THRU 4410-EXIT
006360         VARYING FZB-USG-K FROM 1 BY 1
006370         UNTIL FZB-USG-K > 7.
006380     MOVE FZB-USP-CAT-LINE TO FZB-USAGE-REPORT-RECORD.
006390     WRITE FZB-USAGE-REPORT-RECORD.
006400     MOVE FZB-USG-P-REJECTED TO FZB-USP-P-REJECTED.
006410     MOVE FZB-USG-P-MISMATCH TO FZB-USP-P-MISMATCH.
006420     MOVE FZB-USG-P-RESENDS TO FZB-USP-P-RESENDS.
006430     MOVE FZB-USG-P-LATE TO FZB-USP-P-LATE.
006440     MOVE FZB-USP-PROB-LINE TO FZB-USAGE-REPORT-RECORD.
006450     WRITE FZB-USAGE-REPORT-RECORD.
006460 4400-EXIT.
006470     EXIT.
006480 4410-EDIT-CATEGORY.
006490     MOVE FZB-USG-P-CAT (FZB-USG-K)
006500         TO FZB-USP-C-COUNT (FZB-USG-K).
006510 4410-EXIT.
006520     EXIT.
006530 4450-ADD-TO-TOTALS.
006540     ADD FZB-USG-P-SENT TO FZB-USG-S-SENT FZB-USG-G-SENT.
006550     ADD FZB-USG-P-ACCEPTED TO FZB-USG-S-ACCEPTED
006560         FZB-USG-G-ACCEPTED.
006570     ADD FZB-USG-P-OUTSTAND TO FZB-USG-S-OUTSTAND
006580         FZB-USG-G-OUTSTAND.
006590     ADD FZB-USG-P-REJECTED TO FZB-USG-S-REJECTED
006600         FZB-USG-G-REJECTED.
006610     ADD FZB-USG-P-MISMATCH TO FZB-USG-S-MISMATCH
006620         FZB-USG-G-MISMATCH.
006630     ADD FZB-USG-P-RESENDS TO FZB-USG-S-RESENDS FZB-USG-G-RESENDS.
006640     ADD FZB-USG-P-LATE TO FZB-USG-S-LATE FZB-USG-G-LATE.
006650     PERFORM 4460-ADD-CATEGORY THRU 4460-EXIT
006660         VARYING FZB-USG-K FROM 1 BY 1
006670         UNTIL FZB-USG-K > 7.
006680 4450-EXIT.
006690     EXIT.
006700 4460-ADD-CATEGORY.
006710     ADD FZB-USG-P-CAT (FZB-USG-K) TO FZB-USG-S-CAT (FZB-USG-K)
006720         FZB-USG-G-CAT (FZB-USG-K).
006730 4460-EXIT.
006740     EXIT.
006750 4500-WRITE-DETAIL.
006760     INITIALIZE FZB-CHB-DETAIL-RECORD.
006770     MOVE "DT" TO FZB-CHB-DTL-TYPE.
006780     MOVE FZB-USG-T-SUBSCR (FZB-USG-IDX)
006790         TO FZB-CHB-DTL-SUBSCRIBER.
006800     MOVE FZB-USG-T-PROFILE (FZB-USG-IDX) TO FZB-CHB-DTL-PROFILE.
006810     MOVE FZB-USG-P-SENT TO FZB-CHB-DTL-SENT.
006820     MOVE FZB-USG-P-ACCEPTED TO FZB-CHB-DTL-ACCEPTED.
006830     MOVE FZB-USG-P-OUTSTAND TO FZB-CHB-DTL-OUTSTAND.
006840     MOVE FZB-USG-P-CAT (1) TO FZB-CHB-DTL-FIZZ.
006850     MOVE FZB-USG-P-CAT (2) TO FZB-CHB-DTL-BUZZ.
006860     MOVE FZB-USG-P-CAT (3) TO FZB-CHB-DTL-FIZZBUZZ.
006870     MOVE FZB-USG-P-CAT (4) TO FZB-CHB-DTL-PLAIN.
006880     MOVE FZB-USG-P-CAT (5) TO FZB-CHB-DTL-OTHER.
006890     MOVE FZB-USG-P-CAT (6) TO FZB-CHB-DTL-UNSPLIT.
006900     MOVE FZB-USG-P-CAT (7) TO FZB-CHB-DTL-DELIVERED.
006910     MOVE FZB-USG-P-REJECTED TO FZB-CHB-DTL-REJECTED.
006920     MOVE FZB-USG-P-MISMATCH TO FZB-CHB-DTL-MISMATCHED.
006930     MOVE FZB-USG-P-RESENDS TO FZB-CHB-DTL-RESENDS.
006940     MOVE FZB-USG-P-LATE TO FZB-CHB-DTL-LATE-ACKS.
006950     MOVE FZB-CHB-DETAIL-RECORD TO FZB-CHARGEBACK-IO-AREA.
006960     PERFORM 4900-WRITE-CHARGEBACK THRU 4900-EXIT.
006970     ADD 1 TO FZB-USG-DTL-CNT.
006980 4500-EXIT.
006990     EXIT.
007000 4900-WRITE-CHARGEBACK.
007010     WRITE FZB-CHARGEBACK-IO-AREA.
007020     IF FZB-CHB-FILE-STATUS NOT = "00"
007030         DISPLAY "FZB2508E WRITE FAILED ON FZBCHB01, STATUS = "
007040             FZB-CHB-FILE-STATUS
007050         MOVE 16 TO RETURN-CODE
007060         STOP RUN
007070     END-IF.
007080 4900-EXIT.
007090     EXIT.
007100 5000-FINALIZE.
007110     PERFORM 4250-WRITE-PAGE-HEADERS THRU 4250-EXIT.
007120     MOVE SPACES TO FZB-USP-NOTE-LINE.
007130     MOVE "CONTROL TOTALS - THE FZBCHB01 TRAILER MUST AGREE"
007140         TO FZB-USP-NOTE-LINE.
007150     MOVE FZB-USP-NOTE-LINE TO FZB-USAGE-REPORT-RECORD.
007160     WRITE FZB-USAGE-REPORT-RECORD.
007170     MOVE FZB-USP-BLANK-LINE TO FZB-USAGE-REPORT-RECORD.
007180     WRITE FZB-USAGE-REPORT-RECORD.
007190     MOVE FZB-USG-STMT-CNT TO FZB-USP-T-STMTS.
007200     MOVE FZB-USG-DTL-CNT TO FZB-USP-T-DETAILS.
007210     MOVE FZB-USP-CTL-LINE TO FZB-USAGE-REPORT-RECORD.
007220     WRITE FZB-USAGE-REPORT-RECORD.
007230     MOVE FZB-USP-BLANK-LINE TO FZB-USAGE-REPORT-RECORD.
007240     WRITE FZB-USAGE-REPORT-RECORD.
007250     MOVE FZB-USG-GRD-SET TO FZB-USG-PRT-SET.
007260     MOVE "ALL SUBSCRIBERS" TO FZB-USG-CAPTION.
007270     PERFORM 4400-PRINT-BLOCK THRU 4400-EXIT.
007280     INITIALIZE FZB-CHB-TRAILER-RECORD.
007290     MOVE "TR" TO FZB-CHB-TRL-TYPE.
007300     MOVE FZB-USG-DTL-CNT TO FZB-CHB-TRL-DTL-COUNT.
007310     MOVE FZB-USG-STMT-CNT TO FZB-CHB-TRL-STMT-COUNT.
007320     MOVE FZB-USG-G-SENT TO FZB-CHB-TRL-SENT.
007330     MOVE FZB-USG-G-CAT (7) TO FZB-CHB-TRL-DELIVERED.
007340     MOVE FZB-USG-G-REJECTED TO FZB-CHB-TRL-REJECTED.
007350     MOVE FZB-USG-G-MISMATCH TO FZB-CHB-TRL-MISMATCHED.
007360     MOVE FZB-USG-G-RESENDS TO FZB-CHB-TRL-RESENDS.
007370     MOVE FZB-USG-G-LATE TO FZB-CHB-TRL-LATE-ACKS.
007380     MOVE FZB-CHB-TRAILER-RECORD TO FZB-CHARGEBACK-IO-AREA.
007390     PERFORM 4900-WRITE-CHARGEBACK THRU 4900-EXIT.
007400     CLOSE FZB-USAGE-REPORT-FILE FZB-CHARGEBACK-FILE.
007410     DISPLAY "FZB2507I " FZB-USG-STMT-CNT " STATEMENTS, "
007420         FZB-USG-DTL-CNT " CHARGEBACK DETAILS, "
007430         FZB-USG-G-CAT (7) " RECORDS DELIVERED FOR "
007440         FZB-USG-PERIOD-X.
007450     IF FZB-USG-WARNING
007460         MOVE 4 TO RETURN-CODE
007470     END-IF.
007480 5000-EXIT.
007490     EXIT.
007500 8000-CHECK-PERIOD.
007510     MOVE "N" TO FZB-USG-IN-PERIOD-SW.
007520     IF FZB-USG-DTE-MM = FZB-USG-PER-MM
007530         AND FZB-USG-DTE-YYYY = FZB-USG-PER-YYYY
007540         MOVE "Y" TO FZB-USG-IN-PERIOD-SW
007550     END-IF.
007560 8000-EXIT.
007570     EXIT.
