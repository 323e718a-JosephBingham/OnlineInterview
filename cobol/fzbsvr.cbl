000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FZBSVR.
000030 AUTHOR. J HARGROVE-BENNETT.
000040 INSTALLATION. DAILY BATCH SUPPORT.
000050 DATE-WRITTEN. 2026-10-06.
000060 DATE-COMPILED. 2026-10-06.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT DESCRIPTION
000100*    ---------- ---- -----------------------------------------
000110*    2026-10-06 JHB  INITIAL VERSION. DAILY SECURITY VIOLATION
000120*                    REPORT FOR THE SECURITY OFFICER - STEP010 OF
000130*                    FZBSECRP. READS EVERY RECORD THE FZBAUTH
000140*                    SUBPROGRAM HAS APPENDED TO THE FZBSVL01
000150*                    VIOLATION LOG (COPYBOOK FZBSVL) SINCE THE LOG
000160*                    WAS LAST ROLLED, AND LISTS EACH REFUSED
000170*                    ONLINE REQUEST (WHEN, WHO, TRANSACTION,
000180*                    PROFILE, ACCESS LEVEL, AND WHY), THEN A COUNT
000190*                    PER USER AND A SUMMARY LINE (COPYBOOK
000200*                    FZBSVP). THE STEP ENDS RC 4 WHEN THERE IS
000210*                    ANYTHING TO REVIEW, RC 0 ON A CLEAN DAY, AND
000220*                    RC 16 WHEN THE LOG CANNOT BE OPENED; THE
000230*                    FZBSECRP STEPS THAT ARCHIVE AND EMPTY THE LOG
000240*                    ONLY RUN ON RC 4 OR LESS, SO A FAILED REPORT
000250*                    NEVER LOSES A VIOLATION.
000251*    2026-10-06 JHB  THE FZBSVR01 REPORT OPEN IS NOW CHECKED
000252*                    (FZB1902E, RC 16).
000260******************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000300 OBJECT-COMPUTER. IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT FZB-VIOLATION-FILE ASSIGN TO FZBSVL01
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS FZB-SVL-FILE-STATUS.
000360     SELECT FZB-SEC-RPT-FILE ASSIGN TO FZBSVR01
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS FZB-SVR-FILE-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  FZB-VIOLATION-FILE
000420     LABEL RECORDS ARE STANDARD.
000430 COPY FZBSVL.
000440 FD  FZB-SEC-RPT-FILE
000450     LABEL RECORDS ARE STANDARD
000460     RECORD CONTAINS 80 CHARACTERS.
000470 01  FZB-SEC-RPT-RECORD          PIC X(80).
000480 WORKING-STORAGE SECTION.
000490 COPY FZBSVP.
000500 01  FZB-SVL-FILE-STATUS         PIC X(02).
000510 01  FZB-SVR-FILE-STATUS         PIC X(02).
000520 01  FZB-SVR-EOF-SW              PIC X(01) VALUE "N".
000530     88  FZB-SVR-EOF             VALUE "Y".
000540 01  FZB-SVR-VIOL-CNT            PIC 9(05) VALUE ZERO COMP.
000550 01  FZB-SVR-USR-TABLE.
000560     05  FZB-SVR-USR-ENT         OCCURS 50 TIMES.
000570         10  FZB-SVR-USR-ID      PIC X(08).
000580         10  FZB-SVR-USR-CNT     PIC 9(05) COMP.
000590 01  FZB-SVR-USR-MAX             PIC 9(03) VALUE 50 COMP.
000600 01  FZB-SVR-USR-CNT-ALL         PIC 9(03) VALUE ZERO COMP.
000610 01  FZB-SVR-USR-IDX             PIC 9(03) VALUE ZERO COMP.
000620 01  FZB-SVR-USR-HIT             PIC 9(03) VALUE ZERO COMP.
000630 01  FZB-SVR-USR-OVERFLOW        PIC 9(05) VALUE ZERO COMP.
000640 01  FZB-SVR-OVERFLOW-D          PIC 9(05) VALUE ZERO.
000650 01  FZB-WS-DATE.
000660     05  FZB-WS-YEAR             PIC 9(04).
000670     05  FZB-WS-MONTH            PIC 9(02).
000680     05  FZB-WS-DAY              PIC 9(02).
000690 01  FZB-WS-RUN-DATE             PIC X(10).
000700 PROCEDURE DIVISION.
000710 0000-MAINLINE SECTION.
000720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000730     PERFORM 2000-LIST-VIOLATIONS THRU 2000-EXIT.
000740     PERFORM 3000-LIST-USERS THRU 3000-EXIT.
000750     PERFORM 4000-FINALIZE THRU 4000-EXIT.
000760     STOP RUN.
000770 1000-INITIALIZE.
000780     ACCEPT FZB-WS-DATE FROM DATE YYYYMMDD.
000790     STRING FZB-WS-MONTH   "/"
000800            FZB-WS-DAY     "/"
000810            FZB-WS-YEAR
000820         DELIMITED BY SIZE INTO FZB-WS-RUN-DATE.
000830     OPEN INPUT FZB-VIOLATION-FILE.
000840     IF FZB-SVL-FILE-STATUS NOT = "00"
000850         DISPLAY "FZB1900E UNABLE TO OPEN FZBSVL01, STATUS = "
000860             FZB-SVL-FILE-STATUS
000870         MOVE 16 TO RETURN-CODE
000880         STOP RUN
000890     END-IF.
000900     OPEN OUTPUT FZB-SEC-RPT-FILE.
000901     IF FZB-SVR-FILE-STATUS NOT = "00"
000902         DISPLAY "FZB1902E UNABLE TO OPEN FZBSVR01, STATUS = "
000903             FZB-SVR-FILE-STATUS
000904         MOVE 16 TO RETURN-CODE
000905         STOP RUN
000906     END-IF.
000910     MOVE SPACES TO FZB-SVP-HDG1-LINE.
000920     MOVE "FIZZ-BUZZ SECURITY VIOLATION REPORT"
000930         TO FZB-SVP-H-TITLE.
000940     MOVE "RUN DATE:" TO FZB-SVP-H-LIT-DATE.
000950     MOVE FZB-WS-RUN-DATE TO FZB-SVP-H-RUN-DATE.
000960     MOVE FZB-SVP-HDG1-LINE TO FZB-SEC-RPT-RECORD.
000970     WRITE FZB-SEC-RPT-RECORD.
000980     MOVE FZB-SVP-BLANK-LINE TO FZB-SEC-RPT-RECORD.
000990     WRITE FZB-SEC-RPT-RECORD.
001000 1000-EXIT.
001010     EXIT.
001020 2000-LIST-VIOLATIONS.
001030     MOVE SPACES TO FZB-SVP-SECTION-LINE.
001040     MOVE "REFUSED ONLINE REQUESTS" TO FZB-SVP-S-TITLE.
001050     MOVE FZB-SVP-SECTION-LINE TO FZB-SEC-RPT-RECORD.
001060     WRITE FZB-SEC-RPT-RECORD.
001070     MOVE FZB-SVP-HDG2-LINE TO FZB-SEC-RPT-RECORD.
001080     WRITE FZB-SEC-RPT-RECORD.
001090     MOVE "N" TO FZB-SVR-EOF-SW.
001100     PERFORM 2100-READ-VIOLATION THRU 2100-EXIT
001110         UNTIL FZB-SVR-EOF.
001120     CLOSE FZB-VIOLATION-FILE.
001130     IF FZB-SVR-VIOL-CNT = ZERO
001140         MOVE SPACES TO FZB-SVP-T-TEXT
001150         MOVE "NONE" TO FZB-SVP-T-TEXT
001160         MOVE FZB-SVP-TEXT-LINE TO FZB-SEC-RPT-RECORD
001170         WRITE FZB-SEC-RPT-RECORD
001180     END-IF.
001190     MOVE FZB-SVP-BLANK-LINE TO FZB-SEC-RPT-RECORD.
001200     WRITE FZB-SEC-RPT-RECORD.
001210 2000-EXIT.
001220     EXIT.
001230 2100-READ-VIOLATION.
001240     READ FZB-VIOLATION-FILE
001250         AT END MOVE "Y" TO FZB-SVR-EOF-SW
001260         NOT AT END
001270             ADD 1 TO FZB-SVR-VIOL-CNT
001280             PERFORM 2200-WRITE-DETAIL THRU 2200-EXIT
001290             PERFORM 2300-COUNT-USER THRU 2300-EXIT
001300     END-READ.
001310 2100-EXIT.
001320     EXIT.
001330 2200-WRITE-DETAIL.
001340     MOVE FZB-SVL-DATE TO FZB-SVP-D-DATE.
001350     MOVE FZB-SVL-TIME TO FZB-SVP-D-TIME.
001360     MOVE FZB-SVL-USERID TO FZB-SVP-D-USERID.
001370     MOVE FZB-SVL-TRANID TO FZB-SVP-D-TRANID.
001380     MOVE FZB-SVL-PROFILE TO FZB-SVP-D-PROFILE.
001390     EVALUATE TRUE
001400         WHEN FZB-SVL-INQUIRE
001410             MOVE "INQUIRE" TO FZB-SVP-D-ACCESS
001420         WHEN FZB-SVL-SIMULATE
001430             MOVE "SIMULATE" TO FZB-SVP-D-ACCESS
001440         WHEN FZB-SVL-MAINTAIN
001450             MOVE "MAINTAIN" TO FZB-SVP-D-ACCESS
001460         WHEN OTHER
001470             MOVE FZB-SVL-ACCESS TO FZB-SVP-D-ACCESS
001480     END-EVALUATE.
001490     EVALUATE TRUE
001500         WHEN FZB-SVL-NO-USER
001510             MOVE "NO AUTHORIZATION RECORD"
001520                 TO FZB-SVP-D-REASON
001530         WHEN FZB-SVL-NO-PROFILE
001540             MOVE "NOT AUTHORIZED FOR PROFILE"
001550                 TO FZB-SVP-D-REASON
001560         WHEN FZB-SVL-NO-ACCESS
001570             MOVE "ACCESS LEVEL NOT GRANTED"
001580                 TO FZB-SVP-D-REASON
001590         WHEN FZB-SVL-NO-AUTH-FILE
001600             MOVE "FZBUAF01 NOT AVAILABLE"
001610                 TO FZB-SVP-D-REASON
001620         WHEN OTHER
001630             MOVE FZB-SVL-REASON TO FZB-SVP-D-REASON
001640     END-EVALUATE.
001650     MOVE FZB-SVP-DETAIL-LINE TO FZB-SEC-RPT-RECORD.
001660     WRITE FZB-SEC-RPT-RECORD.
001670 2200-EXIT.
001680     EXIT.
001690 2300-COUNT-USER.
001700     MOVE ZERO TO FZB-SVR-USR-HIT.
001710     PERFORM 2310-SCAN-USER THRU 2310-EXIT
001720         VARYING FZB-SVR-USR-IDX FROM 1 BY 1
001730         UNTIL FZB-SVR-USR-IDX > FZB-SVR-USR-CNT-ALL
001740             OR FZB-SVR-USR-HIT > ZERO.
001750     IF FZB-SVR-USR-HIT = ZERO
001760         IF FZB-SVR-USR-CNT-ALL NOT LESS THAN FZB-SVR-USR-MAX
001770             ADD 1 TO FZB-SVR-USR-OVERFLOW
001780             GO TO 2300-EXIT
001790         END-IF
001800         ADD 1 TO FZB-SVR-USR-CNT-ALL
001810         MOVE FZB-SVR-USR-CNT-ALL TO FZB-SVR-USR-HIT
001820         MOVE FZB-SVL-USERID TO FZB-SVR-USR-ID (FZB-SVR-USR-HIT)
001830         MOVE ZERO TO FZB-SVR-USR-CNT (FZB-SVR-USR-HIT)
001840     END-IF.
001850     ADD 1 TO FZB-SVR-USR-CNT (FZB-SVR-USR-HIT).
001860 2300-EXIT.
001870     EXIT.
001880 2310-SCAN-USER.
001890     IF FZB-SVR-USR-ID (FZB-SVR-USR-IDX) = FZB-SVL-USERID
001900         MOVE FZB-SVR-USR-IDX TO FZB-SVR-USR-HIT
001910     END-IF.
001920 2310-EXIT.
001930     EXIT.
001940 3000-LIST-USERS.
001950     MOVE SPACES TO FZB-SVP-SECTION-LINE.
001960     MOVE "VIOLATIONS BY USER" TO FZB-SVP-S-TITLE.
001970     MOVE FZB-SVP-SECTION-LINE TO FZB-SEC-RPT-RECORD.
001980     WRITE FZB-SEC-RPT-RECORD.
001990     IF FZB-SVR-USR-CNT-ALL = ZERO
002000         MOVE SPACES TO FZB-SVP-T-TEXT
002010         MOVE "NONE" TO FZB-SVP-T-TEXT
002020         MOVE FZB-SVP-TEXT-LINE TO FZB-SEC-RPT-RECORD
002030         WRITE FZB-SEC-RPT-RECORD
002040     ELSE
002050         PERFORM 3100-WRITE-ONE-USER THRU 3100-EXIT
002060             VARYING FZB-SVR-USR-IDX FROM 1 BY 1
002070             UNTIL FZB-SVR-USR-IDX > FZB-SVR-USR-CNT-ALL
002080     END-IF.
002090     IF FZB-SVR-USR-OVERFLOW > ZERO
002100         MOVE FZB-SVR-USR-OVERFLOW TO FZB-SVR-OVERFLOW-D
002110         MOVE SPACES TO FZB-SVP-T-TEXT
002120         STRING "MORE THAN 50 USERS - " FZB-SVR-OVERFLOW-D
002130             " VIOLATION(S) NOT COUNTED BY USER ABOVE"
002140             DELIMITED BY SIZE INTO FZB-SVP-T-TEXT
002150         MOVE FZB-SVP-TEXT-LINE TO FZB-SEC-RPT-RECORD
002160         WRITE FZB-SEC-RPT-RECORD
002170     END-IF.
002180     MOVE FZB-SVP-BLANK-LINE TO FZB-SEC-RPT-RECORD.
002190     WRITE FZB-SEC-RPT-RECORD.
002200 3000-EXIT.
002210     EXIT.
002220 3100-WRITE-ONE-USER.
002230     MOVE FZB-SVR-USR-ID (FZB-SVR-USR-IDX) TO FZB-SVP-U-USERID.
002240     MOVE FZB-SVR-USR-CNT (FZB-SVR-USR-IDX) TO FZB-SVP-U-COUNT.
002250     MOVE FZB-SVP-USER-LINE TO FZB-SEC-RPT-RECORD.
002260     WRITE FZB-SEC-RPT-RECORD.
002270 3100-EXIT.
002280     EXIT.
002290 4000-FINALIZE.
002300     MOVE SPACES TO FZB-SVP-SUMMARY-LINE.
002310     MOVE "VIOLATIONS:" TO FZB-SVP-M-LIT1.
002320     MOVE FZB-SVR-VIOL-CNT TO FZB-SVP-M-COUNT.
002330     MOVE "  USERS:" TO FZB-SVP-M-LIT2.
002340     MOVE FZB-SVR-USR-CNT-ALL TO FZB-SVP-M-USERS.
002350     MOVE "  ACTION: " TO FZB-SVP-M-LIT3.
002360     IF FZB-SVR-VIOL-CNT > ZERO
002370         MOVE "REVIEW" TO FZB-SVP-M-ACTION
002380         MOVE 4 TO RETURN-CODE
002390         DISPLAY "FZB1901W SECURITY VIOLATIONS LOGGED - SEE "
002400             "FZBSVR01"
002410     ELSE
002420         MOVE "NONE LOGGED" TO FZB-SVP-M-ACTION
002430     END-IF.
002440     MOVE FZB-SVP-SUMMARY-LINE TO FZB-SEC-RPT-RECORD.
002450     WRITE FZB-SEC-RPT-RECORD.
002460     CLOSE FZB-SEC-RPT-FILE.
002470 4000-EXIT.
002480     EXIT.
