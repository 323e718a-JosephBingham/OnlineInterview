000530*                    PARM SO THE DIGEST NEVER PAGES ON A
000540*                    HANDOFF FZBACK IS DELIBERATELY STILL
000550*                    WAITING ON.
000551*    2026-10-06 JHB  AGES THE FZBPND01 PENDING-CHANGE LEDGER.
000552*                    EVERY CONTROL, OVERRIDE, OR SUBSCRIBER
000553*                    CHANGE STILL AWAITING A SECOND USER'S
000554*                    APPROVAL ON FBAP IS LISTED AGAINST ITS
000555*                    PROFILE: A WARNING WHILE YOUNGER THAN THE
000556*                    AGE LIMIT, AN EXCEPTION ONCE IT HAS WAITED
000557*                    THAT MANY DAYS OR MORE.
000560******************************************************************
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000900     SELECT FZB-DIGEST-FILE ASSIGN TO FZBDGR01
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS FZB-DGR-FILE-STATUS.
000921     SELECT FZB-PENDING-FILE ASSIGN TO FZBPND01
000922         ORGANIZATION IS LINE SEQUENTIAL
000923         FILE STATUS IS FZB-PND-FILE-STATUS.
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  FZB-RUNCTL-FILE
001190     LABEL RECORDS ARE STANDARD
001200     RECORD CONTAINS 80 CHARACTERS.
001210 01  FZB-DIGEST-RECORD           PIC X(80).
001211 FD  FZB-PENDING-FILE
001212     LABEL RECORDS ARE STANDARD.
001213 COPY FZBPND.
001220 WORKING-STORAGE SECTION.
001230 COPY FZBDGP.
001240 01  FZB-RNC-FILE-STATUS         PIC X(02).
001290 01  FZB-EXR-FILE-STATUS         PIC X(02).
001300 01  FZB-AXR-FILE-STATUS         PIC X(02).
001310 01  FZB-DGR-FILE-STATUS         PIC X(02).
001311 01  FZB-PND-FILE-STATUS         PIC X(02).
001320 01  FZB-DIG-EOF-SW              PIC X(01) VALUE "N".
001330     88  FZB-DIG-EOF             VALUE "Y".
001340 01  FZB-DIG-EXC-TABLE.
001630     05  FZB-WS-MONTH            PIC 9(02).
001640     05  FZB-WS-DAY              PIC 9(02).
001650 01  FZB-WS-RUN-DATE             PIC X(10).
001651 01  FZB-DIG-PND-TABLE.
001652     05  FZB-DIG-PND-ENT         PIC X(61) OCCURS 50 TIMES.
001653 01  FZB-DIG-PND-CNT             PIC 9(03) VALUE ZERO COMP.
001654 01  FZB-DIG-PND-MAX             PIC 9(03) VALUE 50 COMP.
001655 01  FZB-DIG-PND-IDX             PIC 9(03) VALUE ZERO COMP.
001656 01  FZB-DIG-PND-HIT             PIC 9(03) VALUE ZERO COMP.
001657 01  FZB-DIG-PND-ID-D            PIC 9(06) VALUE ZERO.
001658 01  FZB-DIG-PND-LIT             PIC X(03) VALUE SPACES.
001659 01  FZB-DIG-RUN-DAYNBR          PIC S9(08) VALUE ZERO COMP.
001660 01  FZB-DIG-WK-MM               PIC 9(02) VALUE ZERO.
001661 01  FZB-DIG-WK-DD               PIC 9(02) VALUE ZERO.
001662 01  FZB-DIG-WK-YYYY             PIC 9(04) VALUE ZERO.
001663 01  FZB-DIG-WK-DAYNBR           PIC S9(08) VALUE ZERO COMP.
001664 01  FZB-DIG-JA                  PIC S9(08) VALUE ZERO COMP.
001665 01  FZB-DIG-JY                  PIC S9(08) VALUE ZERO COMP.
001666 01  FZB-DIG-JM                  PIC S9(08) VALUE ZERO COMP.
001667 01  FZB-DIG-JT                  PIC S9(08) VALUE ZERO COMP.
001669 PROCEDURE DIVISION.
001670 0000-MAINLINE SECTION.
001680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001690     PERFORM 2000-CHECK-RUN-CONTROL THRU 2000-EXIT.
001730     PERFORM 2400-CHECK-OUTSTANDING THRU 2400-EXIT.
001740     PERFORM 2500-CHECK-EXC-REPORT THRU 2500-EXIT.
001750     PERFORM 2600-CHECK-ACK-REPORT THRU 2600-EXIT.
001751     PERFORM 2700-CHECK-PENDING THRU 2700-EXIT.
001760     PERFORM 4000-WRITE-DIGEST THRU 4000-EXIT.
001770     STOP RUN.
001780 1000-INITIALIZE.
004900     END-READ.
004910 2610-EXIT.
004920     EXIT.
004921 2700-CHECK-PENDING.
004922     OPEN INPUT FZB-PENDING-FILE.
004923     IF FZB-PND-FILE-STATUS NOT = "00"
004924         GO TO 2700-EXIT
004925     END-IF.
004926     MOVE ZERO TO FZB-DIG-PND-CNT.
004927     MOVE "N" TO FZB-DIG-EOF-SW.
004928     PERFORM 2710-READ-PENDING THRU 2710-EXIT
004929         UNTIL FZB-DIG-EOF.
004930     CLOSE FZB-PENDING-FILE.
004931     IF FZB-DIG-PND-CNT = ZERO
004932         GO TO 2700-EXIT
004933     END-IF.
004934     MOVE FZB-WS-RUN-DATE (1:2) TO FZB-DIG-WK-MM.
004935     MOVE FZB-WS-RUN-DATE (4:2) TO FZB-DIG-WK-DD.
004936     MOVE FZB-WS-RUN-DATE (7:4) TO FZB-DIG-WK-YYYY.
004937     PERFORM 8100-DATE-TO-DAYNBR THRU 8100-EXIT.
004938     MOVE FZB-DIG-WK-DAYNBR TO FZB-DIG-RUN-DAYNBR.
004939     PERFORM 2740-JUDGE-PENDING THRU 2740-EXIT
004940         VARYING FZB-DIG-PND-IDX FROM 1 BY 1
004941         UNTIL FZB-DIG-PND-IDX > FZB-DIG-PND-CNT.
004942 2700-EXIT.
004943     EXIT.
004944 2710-READ-PENDING.
004945     READ FZB-PENDING-FILE
004946         AT END MOVE "Y" TO FZB-DIG-EOF-SW
004947         NOT AT END
004948             IF FZB-PND-KEYED
004949                 AND FZB-DIG-PND-CNT LESS THAN FZB-DIG-PND-MAX
004950                 ADD 1 TO FZB-DIG-PND-CNT
004951                 MOVE FZB-PENDING-RECORD (1:61)
004952                     TO FZB-DIG-PND-ENT (FZB-DIG-PND-CNT)
004953             END-IF
004954             IF FZB-PND-DECIDED
004955                 PERFORM 2720-CLOSE-PENDING THRU 2720-EXIT
004956             END-IF
004957     END-READ.
004958 2710-EXIT.
004959     EXIT.
004960 2720-CLOSE-PENDING.
004961     MOVE ZERO TO FZB-DIG-PND-HIT.
004962     PERFORM 2730-FIND-PENDING THRU 2730-EXIT
004963         VARYING FZB-DIG-PND-IDX FROM 1 BY 1
004964         UNTIL FZB-DIG-PND-IDX > FZB-DIG-PND-CNT
004965             OR FZB-DIG-PND-HIT > ZERO.
004966     IF FZB-DIG-PND-HIT = ZERO
004967         GO TO 2720-EXIT
004968     END-IF.
004969     PERFORM 2735-SHIFT-PENDING THRU 2735-EXIT
004970         VARYING FZB-DIG-PND-IDX FROM FZB-DIG-PND-HIT BY 1
004971         UNTIL FZB-DIG-PND-IDX NOT LESS THAN FZB-DIG-PND-CNT.
004972     SUBTRACT 1 FROM FZB-DIG-PND-CNT.
004973 2720-EXIT.
004974     EXIT.
004975 2730-FIND-PENDING.
004976     IF FZB-DIG-PND-ENT (FZB-DIG-PND-IDX) (2:6) = FZB-PND-ID
004977         MOVE FZB-DIG-PND-IDX TO FZB-DIG-PND-HIT
004978     END-IF.
004979 2730-EXIT.
004980     EXIT.
004981 2735-SHIFT-PENDING.
004982     MOVE FZB-DIG-PND-ENT (FZB-DIG-PND-IDX + 1)
004983         TO FZB-DIG-PND-ENT (FZB-DIG-PND-IDX).
004984 2735-EXIT.
004985     EXIT.
004986 2740-JUDGE-PENDING.
004987     MOVE FZB-DIG-PND-ENT (FZB-DIG-PND-IDX) TO FZB-PENDING-RECORD.
004988     IF FZB-PND-SUBSCRIBER
004989         MOVE "SUB" TO FZB-DIG-PND-LIT
004990         MOVE FZB-PND-KEY (9:8) TO FZB-DIG-WRK-PROFILE
004991     ELSE
004992         MOVE FZB-PND-KEY (1:8) TO FZB-DIG-WRK-PROFILE
004993         IF FZB-PND-OVERRIDE
004994             MOVE "OVR" TO FZB-DIG-PND-LIT
004995         ELSE
004996             MOVE "CTL" TO FZB-DIG-PND-LIT
004997         END-IF
004998     END-IF.
004999     PERFORM 9300-FIND-PROFILE THRU 9300-EXIT.
005000     MOVE ZERO TO FZB-DIG-AGE-D.
005001     IF FZB-PND-DATE (1:2) NUMERIC
005002         AND FZB-PND-DATE (4:2) NUMERIC
005003         AND FZB-PND-DATE (7:4) NUMERIC
005004         MOVE FZB-PND-DATE (1:2) TO FZB-DIG-WK-MM
005005         MOVE FZB-PND-DATE (4:2) TO FZB-DIG-WK-DD
005006         MOVE FZB-PND-DATE (7:4) TO FZB-DIG-WK-YYYY
005007         PERFORM 8100-DATE-TO-DAYNBR THRU 8100-EXIT
005008         IF FZB-DIG-RUN-DAYNBR > FZB-DIG-WK-DAYNBR
005009             COMPUTE FZB-DIG-AGE-D =
005010                 FZB-DIG-RUN-DAYNBR - FZB-DIG-WK-DAYNBR
005011         END-IF
005012     END-IF.
005013     MOVE FZB-PND-ID TO FZB-DIG-PND-ID-D.
005014     MOVE SPACES TO FZB-DIG-TEXT.
005015     STRING "CHANGE " FZB-DIG-PND-ID-D " " FZB-DIG-PND-LIT " "
005016         FZB-DIG-WRK-PROFILE " BY " FZB-PND-USER
005017         " UNAPPROVED " FZB-DIG-AGE-D " DAYS"
005018         DELIMITED BY SIZE INTO FZB-DIG-TEXT.
005019     IF FZB-DIG-AGE-D NOT LESS THAN FZB-DIG-AGE-LIMIT
005020         PERFORM 9000-ADD-EXCEPTION THRU 9000-EXIT
005021     ELSE
005022         PERFORM 9100-ADD-WARNING THRU 9100-EXIT
005023     END-IF.
005024 2740-EXIT.
005025     EXIT.
005026 4000-WRITE-DIGEST.
005027     MOVE SPACES TO FZB-DGP-HDG1-LINE.
005029     MOVE "FIZZ-BUZZ MORNING OPERATIONS DIGEST"
005030         TO FZB-DGP-H-TITLE.
005031     MOVE "RUN DATE:" TO FZB-DGP-H-LIT-DATE.
005033     MOVE FZB-WS-RUN-DATE TO FZB-DGP-H-RUN-DATE.
005034     MOVE FZB-DGP-HDG1-LINE TO FZB-DIGEST-RECORD.
005035     WRITE FZB-DIGEST-RECORD.
005036     MOVE FZB-DGP-BLANK-LINE TO FZB-DIGEST-RECORD.
005037     WRITE FZB-DIGEST-RECORD.
005039     MOVE SPACES TO FZB-DGP-SECTION-LINE.
005040     MOVE "EXCEPTIONS" TO FZB-DGP-S-TITLE.
005050     MOVE FZB-DGP-SECTION-LINE TO FZB-DIGEST-RECORD.
005060     WRITE FZB-DIGEST-RECORD.
005900     WRITE FZB-DIGEST-RECORD.
005910 4300-EXIT.
005920     EXIT.
005921 8100-DATE-TO-DAYNBR.
005922     COMPUTE FZB-DIG-JA = 14 - FZB-DIG-WK-MM.
005923     DIVIDE FZB-DIG-JA BY 12 GIVING FZB-DIG-JA.
005924     COMPUTE FZB-DIG-JY =
005925         FZB-DIG-WK-YYYY + 4800 - FZB-DIG-JA.
005926     COMPUTE FZB-DIG-JM =
005927         FZB-DIG-WK-MM + 12 * FZB-DIG-JA - 3.
005928     COMPUTE FZB-DIG-JT = 153 * FZB-DIG-JM + 2.
005929     DIVIDE FZB-DIG-JT BY 5 GIVING FZB-DIG-JT.
005930     COMPUTE FZB-DIG-WK-DAYNBR =
005931         FZB-DIG-WK-DD + FZB-DIG-JT + 365 * FZB-DIG-JY.
005932     DIVIDE FZB-DIG-JY BY 4 GIVING FZB-DIG-JT.
005933     ADD FZB-DIG-JT TO FZB-DIG-WK-DAYNBR.
005934     DIVIDE FZB-DIG-JY BY 100 GIVING FZB-DIG-JT.
005935     SUBTRACT FZB-DIG-JT FROM FZB-DIG-WK-DAYNBR.
005936     DIVIDE FZB-DIG-JY BY 400 GIVING FZB-DIG-JT.
005937     ADD FZB-DIG-JT TO FZB-DIG-WK-DAYNBR.
005938     SUBTRACT 32045 FROM FZB-DIG-WK-DAYNBR.
005939 8100-EXIT.
005940     EXIT.
005943 9000-ADD-EXCEPTION.
005947     IF FZB-DIG-EXC-CNT LESS THAN FZB-DIG-MAX-LINES
005950         ADD 1 TO FZB-DIG-EXC-CNT
005960         MOVE FZB-DIG-TEXT
005970             TO FZB-DIG-EXC-LINE (FZB-DIG-EXC-CNT)
