000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FZBOSM.
000030 AUTHOR. J HARGROVE-BENNETT.
000040 INSTALLATION. DAILY BATCH SUPPORT.
000050 DATE-WRITTEN. 2026-10-06.
000060 DATE-COMPILED. 2026-10-06.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT DESCRIPTION
000100*    ---------- ---- -----------------------------------------
000110*    2026-10-06 JHB  INITIAL VERSION. CICS MAINTENANCE
000120*                    TRANSACTION (TRANID FBOS, A SIBLING TO FBMT)
000130*                    FOR THE CLASSIFICATION OVERRIDE FILE
000140*                    (FZBOVR01) AND THE SUBSCRIBER REGISTRY
000150*                    (FZBSUB01), WHICH UNTIL NOW WERE ONLY EVER
000160*                    EDITED DIRECTLY IN THE DATASET. THE OPERATOR
000170*                    KEYS THE FILE (O OR S), AN ACTION (A ADD,
000180*                    C CHANGE, D DELETE), AND THE RECORD IMAGE.
000190*                    THE IMAGE GETS THE SAME FIELD EDITS THE
000200*                    BATCH READERS RELY ON, THE KEY MUST (C/D) OR
000210*                    MUST NOT (A) ALREADY BE ON FILE, AND THE
000220*                    CHANGE IS THEN KEYED TO THE FZBPND01
000230*                    PENDING-CHANGE LEDGER (COPYBOOK FZBPND) WITH
000240*                    THE USERID, DATE, TIME, AND BEFORE/AFTER
000250*                    IMAGES. NOTHING IS WRITTEN TO FZBOVR01 OR
000260*                    FZBSUB01 HERE - A DIFFERENT USER APPROVES
000270*                    THE CHANGE ON FBAP (FZBAPV), WHICH APPLIES
000280*                    IT. A SECOND CHANGE TO A KEY THAT STILL HAS
000290*                    ONE PENDING IS REFUSED. BOTH FILES ARE FLAT,
000300*                    LINE-SEQUENTIAL FILES READ WITH PLAIN COBOL
000310*                    I/O, THE SAME AS FZBCTL01 IN FBMT.
000311*    2026-10-06 JHB  PROFILE-LEVEL ACCESS CONTROL - A CHANGE IS
000312*                    ONLY KEYED WHEN THE USER HOLDS MAINTAIN
000313*                    AUTHORITY ON FZBUAF01 FOR THE PROFILE THE
000314*                    OVERRIDE OR SUBSCRIBER BELONGS TO (CHECKED BY
000315*                    THE FZBAUTH SUBPROGRAM, WHICH LOGS A REFUSAL
000316*                    TO FZBSVL01); OTHERWISE FZB1719E.
000317*    2026-10-06 JHB  A SUBSCRIBER ADD OR CHANGE IS REFUSED WHEN
000318*                    ANOTHER SUBSCRIBER OF THE SAME PROFILE
000319*                    ALREADY USES ITS OUTPUT DD ON FZBSUB01
000320*                    (FZB1720E) OR NAMES IT IN A CHANGE STILL
000321*                    PENDING ON FZBPND01 (FZB1721E), SO FZBXTR
000322*                    NEVER MEETS A SHARED DD (FZB0310E).
000323******************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT FZB-OVERRIDE-FILE ASSIGN TO FZBOVR01
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS FZB-OVR-FILE-STATUS.
000420     SELECT FZB-SUBSCRIBER-FILE ASSIGN TO FZBSUB01
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS FZB-SUB-FILE-STATUS.
000450     SELECT FZB-PENDING-FILE ASSIGN TO FZBPND01
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FZB-PND-FILE-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  FZB-OVERRIDE-FILE
000510     LABEL RECORDS ARE STANDARD.
000520 COPY FZBOVR.
000530 FD  FZB-SUBSCRIBER-FILE
000540     LABEL RECORDS ARE STANDARD.
000550 COPY FZBSUB.
000560 FD  FZB-PENDING-FILE
000570     LABEL RECORDS ARE STANDARD.
000580 COPY FZBPND.
000590 WORKING-STORAGE SECTION.
000600 01  FZB-OVR-FILE-STATUS         PIC X(02).
000610 01  FZB-SUB-FILE-STATUS         PIC X(02).
000620 01  FZB-PND-FILE-STATUS         PIC X(02).
000630 01  FZB-OSM-LINE                PIC X(79).
000640 01  FZB-OSM-MSG                 PIC X(79).
000650 01  FZB-OSM-INPUT.
000660     05  FZB-OSM-IN-FILE         PIC X(01).
000670     05  FZB-OSM-IN-ACTION       PIC X(01).
000680     05  FZB-OSM-IN-IMAGE        PIC X(44).
000690     05  FZB-OSM-IN-OVR REDEFINES FZB-OSM-IN-IMAGE.
000700         10  FZB-OSM-IN-O-PROFILE PIC X(08).
000710         10  FZB-OSM-IN-O-CYCLE  PIC X(02).
000720         10  FZB-OSM-IN-O-CT     PIC X(05).
000730         10  FZB-OSM-IN-O-ACTION PIC X(01).
000740         10  FZB-OSM-IN-O-LABEL  PIC X(08).
000750         10  FZB-OSM-IN-O-FROM   PIC X(10).
000760         10  FZB-OSM-IN-O-TO     PIC X(10).
000770     05  FZB-OSM-IN-SUB REDEFINES FZB-OSM-IN-IMAGE.
000780         10  FZB-OSM-IN-S-ID     PIC X(08).
000790         10  FZB-OSM-IN-S-PROFILE PIC X(08).
000800         10  FZB-OSM-IN-S-SW     PIC X(01) OCCURS 5 TIMES.
000810         10  FZB-OSM-IN-S-DD     PIC X(08).
000820         10  FILLER              PIC X(15).
000830 01  FZB-OSM-NEW-IMAGE           PIC X(95) VALUE SPACES.
000840 01  FZB-OSM-OLD-IMAGE           PIC X(95) VALUE SPACES.
000850 01  FZB-OSM-KEY                 PIC X(25) VALUE SPACES.
000860 01  FZB-OSM-LIVE-KEY            PIC X(25) VALUE SPACES.
000870 01  FZB-OSM-OVR-COUNT           PIC 9(05) VALUE ZERO.
000880 01  FZB-OSM-SUB-COUNT           PIC 9(05) VALUE ZERO.
000890 01  FZB-OSM-NEXT-ID             PIC 9(06) VALUE ZERO.
000900 01  FZB-OSM-OPEN-ID             PIC 9(06) VALUE ZERO.
000901 01  FZB-OSM-DD-OPEN-ID          PIC 9(06) VALUE ZERO.
000902 01  FZB-OSM-DD-USER             PIC X(08) VALUE SPACES.
000910 01  FZB-OSM-IDX                 PIC 9(01) VALUE ZERO COMP.
000920 01  FZB-OSM-WRK-FROM            PIC 9(08) VALUE ZERO.
000930 01  FZB-OSM-WRK-TO              PIC 9(08) VALUE ZERO.
000940 01  FZB-OSM-EOF-SW              PIC X(01) VALUE "N".
000950     88  FZB-OSM-EOF             VALUE "Y".
000960 01  FZB-OSM-FOUND-SW            PIC X(01) VALUE "N".
000970     88  FZB-OSM-FOUND           VALUE "Y".
000980 01  FZB-OSM-VALID-SW            PIC X(01) VALUE "N".
000990     88  FZB-OSM-INPUT-VALID     VALUE "Y".
001000 01  FZB-OSM-UPDATE-OK-SW        PIC X(01) VALUE "N".
001010     88  FZB-OSM-UPDATE-OK       VALUE "Y".
001020 01  FZB-YMD-WORK-X.
001030     05  FZB-YMD-MM              PIC X(02).
001040     05  FILLER                  PIC X(01).
001050     05  FZB-YMD-DD              PIC X(02).
001060     05  FILLER                  PIC X(01).
001070     05  FZB-YMD-YYYY            PIC X(04).
001080 01  FZB-YMD-WK-MM               PIC 9(02) VALUE ZERO.
001090 01  FZB-YMD-WK-DD               PIC 9(02) VALUE ZERO.
001100 01  FZB-YMD-WK-YYYY             PIC 9(04) VALUE ZERO.
001110 01  FZB-YMD-RESULT              PIC 9(08) VALUE ZERO.
001120 01  FZB-OSM-TEXT-LEN            PIC S9(04) COMP.
001130 01  FZB-OSM-RESP                PIC S9(08) COMP.
001140 01  FZB-OSM-ABSTIME             PIC S9(15) COMP-3.
001150 01  FZB-OSM-USERID              PIC X(08).
001160 01  FZB-OSM-DATE                PIC X(10).
001170 01  FZB-OSM-TIME                PIC X(08).
001171 01  FZB-OSM-AUTH-PROFILE        PIC X(08).
001172 01  FZB-OSM-AUTH-TRANID         PIC X(04) VALUE "FBOS".
001173 01  FZB-OSM-AUTH-ACCESS         PIC X(01) VALUE "M".
001174 01  FZB-OSM-AUTH-RESULT         PIC X(01) VALUE "N".
001175     88  FZB-OSM-AUTHORIZED      VALUE "Y".
001180 PROCEDURE DIVISION.
001190 0000-MAINLINE SECTION.
001200     PERFORM 1000-COUNT-RECORDS THRU 1000-EXIT.
001210     PERFORM 2000-SEND-PROMPT THRU 2000-EXIT.
001220     PERFORM 3000-GET-CHANGE THRU 3000-EXIT.
001221     IF FZB-OSM-INPUT-VALID
001222         PERFORM 3500-CHECK-AUTHORITY THRU 3500-EXIT
001223     END-IF.
001230     IF FZB-OSM-INPUT-VALID
001240         PERFORM 4000-KEY-PENDING THRU 4000-EXIT
001250     END-IF.
001260     EXEC CICS RETURN
001270     END-EXEC.
001280     GOBACK.
001290 1000-COUNT-RECORDS.
001300     OPEN INPUT FZB-OVERRIDE-FILE.
001310     IF FZB-OVR-FILE-STATUS = "00"
001320         MOVE "N" TO FZB-OSM-EOF-SW
001330         PERFORM 1010-COUNT-OVERRIDE THRU 1010-EXIT
001340             UNTIL FZB-OSM-EOF
001350         CLOSE FZB-OVERRIDE-FILE
001360     END-IF.
001370     OPEN INPUT FZB-SUBSCRIBER-FILE.
001380     IF FZB-SUB-FILE-STATUS = "00"
001390         MOVE "N" TO FZB-OSM-EOF-SW
001400         PERFORM 1020-COUNT-SUBSCRIBER THRU 1020-EXIT
001410             UNTIL FZB-OSM-EOF
001420         CLOSE FZB-SUBSCRIBER-FILE
001430     END-IF.
001440 1000-EXIT.
001450     EXIT.
001460 1010-COUNT-OVERRIDE.
001470     READ FZB-OVERRIDE-FILE
001480         AT END MOVE "Y" TO FZB-OSM-EOF-SW
001490         NOT AT END ADD 1 TO FZB-OSM-OVR-COUNT
001500     END-READ.
001510 1010-EXIT.
001520     EXIT.
001530 1020-COUNT-SUBSCRIBER.
001540     READ FZB-SUBSCRIBER-FILE
001550         AT END MOVE "Y" TO FZB-OSM-EOF-SW
001560         NOT AT END ADD 1 TO FZB-OSM-SUB-COUNT
001570     END-READ.
001580 1020-EXIT.
001590     EXIT.
001600 2000-SEND-PROMPT.
001610     MOVE SPACES TO FZB-OSM-LINE.
001620     STRING "FZBOSM OVERRIDE/SUBSCRIBER MAINT - FZBOVR01 "
001630             FZB-OSM-OVR-COUNT " RECS, FZBSUB01 "
001640             FZB-OSM-SUB-COUNT " RECS"
001650         DELIMITED BY SIZE INTO FZB-OSM-LINE.
001660     EXEC CICS SEND TEXT
001670         FROM(FZB-OSM-LINE)
001680         LENGTH(79)
001690         ACCUM
001700         ERASE
001710     END-EXEC.
001720     MOVE SPACES TO FZB-OSM-LINE.
001730     STRING "KEY FILE(1) O=OVERRIDE S=SUBSCRIBER, ACTION(1)"
001740             " A=ADD C=CHANGE D=DELETE, THEN:"
001750         DELIMITED BY SIZE INTO FZB-OSM-LINE.
001760     EXEC CICS SEND TEXT
001770         FROM(FZB-OSM-LINE)
001780         LENGTH(79)
001790         ACCUM
001800     END-EXEC.
001810     MOVE SPACES TO FZB-OSM-LINE.
001820     STRING "  OVERRIDE   - PROFILE(8) CYCLE(2) CT(5) ACTION(1)"
001830             " F/S LABEL(8) EFFFROM(10) EFFTO(10)"
001840         DELIMITED BY SIZE INTO FZB-OSM-LINE.
001850     EXEC CICS SEND TEXT
001860         FROM(FZB-OSM-LINE)
001870         LENGTH(79)
001880         ACCUM
001890     END-EXEC.
001900     MOVE SPACES TO FZB-OSM-LINE.
001910     STRING "  SUBSCRIBER - ID(8) PROFILE(8) FIZZ/BUZZ/FZBZ/"
001920             "PLAIN/OTHER Y/N(5) OUTPUT DD(8)"
001930         DELIMITED BY SIZE INTO FZB-OSM-LINE.
001940     EXEC CICS SEND TEXT
001950         FROM(FZB-OSM-LINE)
001960         LENGTH(79)
001970         ACCUM
001980     END-EXEC.
001990     MOVE SPACES TO FZB-OSM-LINE.
002000     STRING "A DELETE NEEDS ONLY THE KEY FIELDS. CLEAR TO EXIT:"
002010         DELIMITED BY SIZE INTO FZB-OSM-LINE.
002020     EXEC CICS SEND TEXT
002030         FROM(FZB-OSM-LINE)
002040         LENGTH(79)
002050         ACCUM
002060     END-EXEC.
002070     EXEC CICS SEND PAGE
002080     END-EXEC.
002090 2000-EXIT.
002100     EXIT.
002110 3000-GET-CHANGE.
002120     MOVE SPACES TO FZB-OSM-INPUT.
002130     MOVE 46 TO FZB-OSM-TEXT-LEN.
002140     EXEC CICS RECEIVE
002150         INTO(FZB-OSM-INPUT)
002160         LENGTH(FZB-OSM-TEXT-LEN)
002170         RESP(FZB-OSM-RESP)
002180     END-EXEC.
002190     IF FZB-OSM-RESP NOT = DFHRESP(NORMAL)
002200             OR FZB-OSM-INPUT = SPACES
002210         MOVE SPACES TO FZB-OSM-MSG
002220         STRING "FZB1700I NO CHANGE KEYED - FILES UNCHANGED"
002230             DELIMITED BY SIZE INTO FZB-OSM-MSG
002240         PERFORM 3900-SEND-MSG THRU 3900-EXIT
002250         GO TO 3000-EXIT
002260     END-IF.
002270     PERFORM 3100-VALIDATE THRU 3100-EXIT.
002280 3000-EXIT.
002290     EXIT.
002300 3100-VALIDATE.
002310     IF FZB-OSM-IN-FILE NOT = "O"
002320             AND FZB-OSM-IN-FILE NOT = "S"
002330         MOVE SPACES TO FZB-OSM-MSG
002340         STRING "FZB1701E FILE MUST BE O (OVERRIDE) OR S"
002350             " (SUBSCRIBER) - NOT KEYED"
002360             DELIMITED BY SIZE INTO FZB-OSM-MSG
002370         PERFORM 3900-SEND-MSG THRU 3900-EXIT
002380         GO TO 3100-EXIT
002390     END-IF.
002400     IF FZB-OSM-IN-ACTION NOT = "A"
002410             AND FZB-OSM-IN-ACTION NOT = "C"
002420             AND FZB-OSM-IN-ACTION NOT = "D"
002430         MOVE SPACES TO FZB-OSM-MSG
002440         STRING "FZB1702E ACTION MUST BE A, C, OR D"
002450             " - NOT KEYED"
002460             DELIMITED BY SIZE INTO FZB-OSM-MSG
002470         PERFORM 3900-SEND-MSG THRU 3900-EXIT
002480         GO TO 3100-EXIT
002490     END-IF.
002500     IF FZB-OSM-IN-FILE = "O"
002510         PERFORM 3200-EDIT-OVERRIDE THRU 3200-EXIT
002520     ELSE
002530         PERFORM 3300-EDIT-SUBSCRIBER THRU 3300-EXIT
002540     END-IF.
002550 3100-EXIT.
002560     EXIT.
002570 3200-EDIT-OVERRIDE.
002580     IF FZB-OSM-IN-O-PROFILE = SPACES
002590         MOVE SPACES TO FZB-OSM-MSG
002600         STRING "FZB1703E PROFILE ID MUST NOT BE BLANK"
002610             " - NOT KEYED"
002620             DELIMITED BY SIZE INTO FZB-OSM-MSG
002630         PERFORM 3900-SEND-MSG THRU 3900-EXIT
002640         GO TO 3200-EXIT
002650     END-IF.
002660     IF FZB-OSM-IN-O-CYCLE NOT NUMERIC
002670             OR FZB-OSM-IN-O-CT NOT NUMERIC
002680         MOVE SPACES TO FZB-OSM-MSG
002690         STRING "FZB1704E CYCLE AND CT MUST BE 2 AND 5"
002700             " NUMERIC DIGITS - NOT KEYED"
002710             DELIMITED BY SIZE INTO FZB-OSM-MSG
002720         PERFORM 3900-SEND-MSG THRU 3900-EXIT
002730         GO TO 3200-EXIT
002740     END-IF.
002750     MOVE SPACES TO FZB-OSM-KEY.
002760     MOVE FZB-OSM-IN-IMAGE (1:15) TO FZB-OSM-KEY (1:15).
002770     MOVE FZB-OSM-IN-O-FROM TO FZB-OSM-KEY (16:10).
002780     IF FZB-OSM-IN-ACTION = "D"
002790         MOVE "Y" TO FZB-OSM-VALID-SW
002800         GO TO 3200-EXIT
002810     END-IF.
002820     IF FZB-OSM-IN-O-ACTION NOT = "F"
002830             AND FZB-OSM-IN-O-ACTION NOT = "S"
002840         MOVE SPACES TO FZB-OSM-MSG
002850         STRING "FZB1705E OVERRIDE ACTION MUST BE F (FORCE)"
002860             " OR S (SKIP) - NOT KEYED"
002870             DELIMITED BY SIZE INTO FZB-OSM-MSG
002880         PERFORM 3900-SEND-MSG THRU 3900-EXIT
002890         GO TO 3200-EXIT
002900     END-IF.
002910     IF FZB-OSM-IN-O-ACTION = "F"
002920             AND FZB-OSM-IN-O-LABEL = SPACES
002930         MOVE SPACES TO FZB-OSM-MSG
002940         STRING "FZB1706E A FORCE OVERRIDE NEEDS A LABEL"
002950             " - NOT KEYED"
002960             DELIMITED BY SIZE INTO FZB-OSM-MSG
002970         PERFORM 3900-SEND-MSG THRU 3900-EXIT
002980         GO TO 3200-EXIT
002990     END-IF.
003000     IF FZB-OSM-IN-O-FROM NOT = SPACES
003010         MOVE FZB-OSM-IN-O-FROM TO FZB-YMD-WORK-X
003020         PERFORM 8000-DATE-TO-YMD THRU 8000-EXIT
003030         IF FZB-YMD-RESULT = ZERO
003040             MOVE SPACES TO FZB-OSM-MSG
003050             STRING "FZB1707E EFFECTIVE-FROM MUST BE BLANK"
003060                 " OR MM/DD/YYYY - NOT KEYED"
003070                 DELIMITED BY SIZE INTO FZB-OSM-MSG
003080             PERFORM 3900-SEND-MSG THRU 3900-EXIT
003090             GO TO 3200-EXIT
003100         END-IF
003110         MOVE FZB-YMD-RESULT TO FZB-OSM-WRK-FROM
003120     ELSE
003130         MOVE ZERO TO FZB-OSM-WRK-FROM
003140     END-IF.
003150     IF FZB-OSM-IN-O-TO NOT = SPACES
003160         MOVE FZB-OSM-IN-O-TO TO FZB-YMD-WORK-X
003170         PERFORM 8000-DATE-TO-YMD THRU 8000-EXIT
003180         IF FZB-YMD-RESULT = ZERO
003190             MOVE SPACES TO FZB-OSM-MSG
003200             STRING "FZB1708E EFFECTIVE-TO MUST BE BLANK"
003210                 " OR MM/DD/YYYY - NOT KEYED"
003220                 DELIMITED BY SIZE INTO FZB-OSM-MSG
003230             PERFORM 3900-SEND-MSG THRU 3900-EXIT
003240             GO TO 3200-EXIT
003250         END-IF
003260         MOVE FZB-YMD-RESULT TO FZB-OSM-WRK-TO
003270     ELSE
003280         MOVE 99999999 TO FZB-OSM-WRK-TO
003290     END-IF.
003300     IF FZB-OSM-WRK-FROM > FZB-OSM-WRK-TO
003310         MOVE SPACES TO FZB-OSM-MSG
003320         STRING "FZB1709E EFFECTIVE-FROM MUST NOT EXCEED"
003330             " EFFECTIVE-TO - NOT KEYED"
003340             DELIMITED BY SIZE INTO FZB-OSM-MSG
003350         PERFORM 3900-SEND-MSG THRU 3900-EXIT
003360         GO TO 3200-EXIT
003370     END-IF.
003380     MOVE FZB-OSM-IN-IMAGE TO FZB-OSM-NEW-IMAGE.
003390     MOVE "Y" TO FZB-OSM-VALID-SW.
003400 3200-EXIT.
003410     EXIT.
003420 3300-EDIT-SUBSCRIBER.
003430     IF FZB-OSM-IN-S-ID = SPACES
003440             OR FZB-OSM-IN-S-PROFILE = SPACES
003450         MOVE SPACES TO FZB-OSM-MSG
003460         STRING "FZB1710E SUBSCRIBER ID AND PROFILE MUST NOT"
003470             " BE BLANK - NOT KEYED"
003480             DELIMITED BY SIZE INTO FZB-OSM-MSG
003490         PERFORM 3900-SEND-MSG THRU 3900-EXIT
003500         GO TO 3300-EXIT
003510     END-IF.
003520     MOVE SPACES TO FZB-OSM-KEY.
003530     MOVE FZB-OSM-IN-IMAGE (1:16) TO FZB-OSM-KEY (1:16).
003540     IF FZB-OSM-IN-ACTION = "D"
003550         MOVE "Y" TO FZB-OSM-VALID-SW
003560         GO TO 3300-EXIT
003570     END-IF.
003580     MOVE "Y" TO FZB-OSM-VALID-SW.
003590     PERFORM 3310-EDIT-ONE-SWITCH THRU 3310-EXIT
003600         VARYING FZB-OSM-IDX FROM 1 BY 1
003610         UNTIL FZB-OSM-IDX > 5.
003620     IF NOT FZB-OSM-INPUT-VALID
003630         MOVE SPACES TO FZB-OSM-MSG
003640         STRING "FZB1711E EACH CATEGORY SWITCH MUST BE Y OR N"
003650             " - NOT KEYED"
003660             DELIMITED BY SIZE INTO FZB-OSM-MSG
003670         PERFORM 3900-SEND-MSG THRU 3900-EXIT
003680         GO TO 3300-EXIT
003690     END-IF.
003700     IF FZB-OSM-IN-S-DD NOT = "XTROUT1"
003710             AND FZB-OSM-IN-S-DD NOT = "XTROUT2"
003720             AND FZB-OSM-IN-S-DD NOT = "XTROUT3"
003730             AND FZB-OSM-IN-S-DD NOT = "XTROUT4"
003740         MOVE "N" TO FZB-OSM-VALID-SW
003750         MOVE SPACES TO FZB-OSM-MSG
003760         STRING "FZB1712E OUTPUT DD MUST BE XTROUT1 THROUGH"
003770             " XTROUT4 - NOT KEYED"
003780             DELIMITED BY SIZE INTO FZB-OSM-MSG
003790         PERFORM 3900-SEND-MSG THRU 3900-EXIT
003791         GO TO 3300-EXIT
003792     END-IF.
003793     PERFORM 3320-CHECK-DD-IN-USE THRU 3320-EXIT.
003794     IF NOT FZB-OSM-INPUT-VALID
003800         GO TO 3300-EXIT
003810     END-IF.
003820     MOVE FZB-OSM-IN-IMAGE (1:29) TO FZB-OSM-NEW-IMAGE.
003830 3300-EXIT.
003840     EXIT.
003850 3310-EDIT-ONE-SWITCH.
003860     IF FZB-OSM-IN-S-SW (FZB-OSM-IDX) NOT = "Y"
003870             AND FZB-OSM-IN-S-SW (FZB-OSM-IDX) NOT = "N"
003880         MOVE "N" TO FZB-OSM-VALID-SW
003890     END-IF.
003900 3310-EXIT.
003910     EXIT.
003911 3320-CHECK-DD-IN-USE.
003912     MOVE SPACES TO FZB-OSM-DD-USER.
003913     OPEN INPUT FZB-SUBSCRIBER-FILE.
003914     IF FZB-SUB-FILE-STATUS = "00"
003915         MOVE "N" TO FZB-OSM-EOF-SW
003916         PERFORM 3330-SCAN-SUBSCRIBER-DD THRU 3330-EXIT
003917             UNTIL FZB-OSM-EOF
003918         CLOSE FZB-SUBSCRIBER-FILE
003919     END-IF.
003920     IF FZB-OSM-DD-USER NOT = SPACES
003921         MOVE "N" TO FZB-OSM-VALID-SW
003922         MOVE SPACES TO FZB-OSM-MSG
003923         STRING "FZB1720E OUTPUT DD " FZB-OSM-IN-S-DD
003924             " IS USED BY SUBSCRIBER " FZB-OSM-DD-USER
003925             " - NOT KEYED"
003926             DELIMITED BY SIZE INTO FZB-OSM-MSG
003927         PERFORM 3900-SEND-MSG THRU 3900-EXIT
003928         GO TO 3320-EXIT
003929     END-IF.
003930     MOVE ZERO TO FZB-OSM-DD-OPEN-ID.
003931     OPEN INPUT FZB-PENDING-FILE.
003932     IF FZB-PND-FILE-STATUS = "00"
003933         MOVE "N" TO FZB-OSM-EOF-SW
003934         PERFORM 3340-SCAN-PENDING-DD THRU 3340-EXIT
003935             UNTIL FZB-OSM-EOF
003936         CLOSE FZB-PENDING-FILE
003937     END-IF.
003938     IF FZB-OSM-DD-OPEN-ID > ZERO
003939         MOVE "N" TO FZB-OSM-VALID-SW
003940         MOVE SPACES TO FZB-OSM-MSG
003941         STRING "FZB1721E OUTPUT DD " FZB-OSM-IN-S-DD
003942             " IS NAMED BY PENDING CHANGE " FZB-OSM-DD-OPEN-ID
003943             " - NOT KEYED"
003944             DELIMITED BY SIZE INTO FZB-OSM-MSG
003945         PERFORM 3900-SEND-MSG THRU 3900-EXIT
003946     END-IF.
003947 3320-EXIT.
003948     EXIT.
003949 3330-SCAN-SUBSCRIBER-DD.
003950     READ FZB-SUBSCRIBER-FILE
003951         AT END MOVE "Y" TO FZB-OSM-EOF-SW
003952         NOT AT END
003953             IF FZB-SUB-PROFILE = FZB-OSM-IN-S-PROFILE
003954                 AND FZB-SUB-OUTPUT-DD = FZB-OSM-IN-S-DD
003955                 AND FZB-SUB-ID NOT = FZB-OSM-IN-S-ID
003956                 MOVE FZB-SUB-ID TO FZB-OSM-DD-USER
003957             END-IF
003958     END-READ.
003959 3330-EXIT.
003960     EXIT.
003961 3340-SCAN-PENDING-DD.
003962     READ FZB-PENDING-FILE
003963         AT END MOVE "Y" TO FZB-OSM-EOF-SW
003964         NOT AT END
003965             IF FZB-PND-KEYED
003966                 AND FZB-PND-SUBSCRIBER
003967                 AND NOT FZB-PND-DELETE
003969                 AND FZB-PND-NEW-IMAGE (9:8)
003970                     = FZB-OSM-IN-S-PROFILE
003971                 AND FZB-PND-NEW-IMAGE (22:8)
003972                     = FZB-OSM-IN-S-DD
003973                 AND FZB-PND-NEW-IMAGE (1:8)
003974                     NOT = FZB-OSM-IN-S-ID
003975                 MOVE FZB-PND-ID TO FZB-OSM-DD-OPEN-ID
003976             END-IF
003977             IF FZB-PND-DECIDED
003978                 AND FZB-PND-ID = FZB-OSM-DD-OPEN-ID
003979                 MOVE ZERO TO FZB-OSM-DD-OPEN-ID
003980             END-IF
003981     END-READ.
003982 3340-EXIT.
003983     EXIT.
003984 3500-CHECK-AUTHORITY.
003985     IF FZB-OSM-IN-FILE = "O"
003986         MOVE FZB-OSM-IN-O-PROFILE TO FZB-OSM-AUTH-PROFILE
003987     ELSE
003988         MOVE FZB-OSM-IN-S-PROFILE TO FZB-OSM-AUTH-PROFILE
003989     END-IF.
003990     EXEC CICS ASSIGN
003991         USERID(FZB-OSM-USERID)
003992     END-EXEC.
003993     EXEC CICS ASKTIME
003994         ABSTIME(FZB-OSM-ABSTIME)
003995     END-EXEC.
003996     EXEC CICS FORMATTIME
003997         ABSTIME(FZB-OSM-ABSTIME)
003998         MMDDYYYY(FZB-OSM-DATE)
003999         DATESEP("/")
004000         TIME(FZB-OSM-TIME)
004001         TIMESEP(":")
004002     END-EXEC.
004003     CALL "FZBAUTH" USING FZB-OSM-USERID FZB-OSM-AUTH-TRANID
004004         FZB-OSM-AUTH-PROFILE FZB-OSM-AUTH-ACCESS FZB-OSM-DATE
004005         FZB-OSM-TIME FZB-OSM-AUTH-RESULT.
004006     IF NOT FZB-OSM-AUTHORIZED
004007         MOVE SPACES TO FZB-OSM-MSG
004008         STRING "FZB1719E USER " FZB-OSM-USERID
004009             " NOT AUTHORIZED TO MAINTAIN PROFILE "
004010             FZB-OSM-AUTH-PROFILE
004011             DELIMITED BY SIZE INTO FZB-OSM-MSG
004012         PERFORM 3900-SEND-MSG THRU 3900-EXIT
004013         MOVE "N" TO FZB-OSM-VALID-SW
004014     END-IF.
004015 3500-EXIT.
004016     EXIT.
004017 3900-SEND-MSG.
004018     EXEC CICS SEND TEXT
004019         FROM(FZB-OSM-MSG)
004020         LENGTH(79)
004021     END-EXEC.
004022 3900-EXIT.
004023     EXIT.
004024 4000-KEY-PENDING.
004025     PERFORM 4100-FIND-CURRENT THRU 4100-EXIT.
004026     IF NOT FZB-OSM-INPUT-VALID
004027         GO TO 4000-EXIT
004030     END-IF.
004040     IF FZB-OSM-IN-ACTION = "A" AND FZB-OSM-FOUND
004050         MOVE SPACES TO FZB-OSM-MSG
004060         STRING "FZB1713E KEY IS ALREADY ON FILE - KEY A"
004070             " CHANGE INSTEAD - NOT KEYED"
004080             DELIMITED BY SIZE INTO FZB-OSM-MSG
004090         PERFORM 3900-SEND-MSG THRU 3900-EXIT
004100         GO TO 4000-EXIT
004110     END-IF.
004120     IF FZB-OSM-IN-ACTION NOT = "A" AND NOT FZB-OSM-FOUND
004130         MOVE SPACES TO FZB-OSM-MSG
004140         STRING "FZB1714E KEY IS NOT ON FILE - NOT KEYED"
004150             DELIMITED BY SIZE INTO FZB-OSM-MSG
004160         PERFORM 3900-SEND-MSG THRU 3900-EXIT
004170         GO TO 4000-EXIT
004180     END-IF.
004190     IF FZB-OSM-IN-ACTION = "C"
004200             AND FZB-OSM-NEW-IMAGE = FZB-OSM-OLD-IMAGE
004210         MOVE SPACES TO FZB-OSM-MSG
004220         STRING "FZB1700I NO CHANGE KEYED - FILES UNCHANGED"
004230             DELIMITED BY SIZE INTO FZB-OSM-MSG
004240         PERFORM 3900-SEND-MSG THRU 3900-EXIT
004250         GO TO 4000-EXIT
004260     END-IF.
004270     PERFORM 4200-SCAN-PENDING THRU 4200-EXIT.
004280     IF FZB-OSM-OPEN-ID > ZERO
004290         MOVE SPACES TO FZB-OSM-MSG
004300         STRING "FZB1715E CHANGE " FZB-OSM-OPEN-ID
004310             " FOR THIS KEY IS STILL PENDING - NOT KEYED"
004320             DELIMITED BY SIZE INTO FZB-OSM-MSG
004330         PERFORM 3900-SEND-MSG THRU 3900-EXIT
004340         GO TO 4000-EXIT
004350     END-IF.
004360     PERFORM 4300-WRITE-PENDING THRU 4300-EXIT.
004370     IF FZB-OSM-UPDATE-OK
004380         MOVE SPACES TO FZB-OSM-MSG
004390         STRING "FZB1716I CHANGE " FZB-OSM-NEXT-ID
004400             " KEYED - PENDING APPROVAL BY A SECOND USER"
004410             " ON FBAP"
004420             DELIMITED BY SIZE INTO FZB-OSM-MSG
004430         PERFORM 3900-SEND-MSG THRU 3900-EXIT
004440     END-IF.
004450 4000-EXIT.
004460     EXIT.
004470 4100-FIND-CURRENT.
004480     MOVE "N" TO FZB-OSM-FOUND-SW.
004490     MOVE SPACES TO FZB-OSM-OLD-IMAGE.
004500     IF FZB-OSM-IN-FILE = "O"
004510         OPEN INPUT FZB-OVERRIDE-FILE
004520         IF FZB-OVR-FILE-STATUS NOT = "00"
004530             MOVE "N" TO FZB-OSM-VALID-SW
004540             MOVE SPACES TO FZB-OSM-MSG
004550             STRING "FZB1717E FZBOVR01 NOT AVAILABLE, STATUS = "
004560                 FZB-OVR-FILE-STATUS " - CONTACT SUPPORT"
004570                 DELIMITED BY SIZE INTO FZB-OSM-MSG
004580             PERFORM 3900-SEND-MSG THRU 3900-EXIT
004590             GO TO 4100-EXIT
004600         END-IF
004610         MOVE "N" TO FZB-OSM-EOF-SW
004620         PERFORM 4110-SCAN-OVERRIDE THRU 4110-EXIT
004630             UNTIL FZB-OSM-EOF
004640         CLOSE FZB-OVERRIDE-FILE
004650     ELSE
004660         OPEN INPUT FZB-SUBSCRIBER-FILE
004670         IF FZB-SUB-FILE-STATUS NOT = "00"
004680             MOVE "N" TO FZB-OSM-VALID-SW
004690             MOVE SPACES TO FZB-OSM-MSG
004700             STRING "FZB1717E FZBSUB01 NOT AVAILABLE, STATUS = "
004710                 FZB-SUB-FILE-STATUS " - CONTACT SUPPORT"
004720                 DELIMITED BY SIZE INTO FZB-OSM-MSG
004730             PERFORM 3900-SEND-MSG THRU 3900-EXIT
004740             GO TO 4100-EXIT
004750         END-IF
004760         MOVE "N" TO FZB-OSM-EOF-SW
004770         PERFORM 4120-SCAN-SUBSCRIBER THRU 4120-EXIT
004780             UNTIL FZB-OSM-EOF
004790         CLOSE FZB-SUBSCRIBER-FILE
004800     END-IF.
004810 4100-EXIT.
004820     EXIT.
004830 4110-SCAN-OVERRIDE.
004840     READ FZB-OVERRIDE-FILE
004850         AT END MOVE "Y" TO FZB-OSM-EOF-SW
004860         NOT AT END
004870             MOVE SPACES TO FZB-OSM-LIVE-KEY
004880             MOVE FZB-OVERRIDE-RECORD (1:15)
004890                 TO FZB-OSM-LIVE-KEY (1:15)
004900             MOVE FZB-OVR-EFF-FROM TO FZB-OSM-LIVE-KEY (16:10)
004910             IF FZB-OSM-LIVE-KEY = FZB-OSM-KEY
004920                 MOVE "Y" TO FZB-OSM-FOUND-SW
004930                 MOVE FZB-OVERRIDE-RECORD TO FZB-OSM-OLD-IMAGE
004940             END-IF
004950     END-READ.
004960 4110-EXIT.
004970     EXIT.
004980 4120-SCAN-SUBSCRIBER.
004990     READ FZB-SUBSCRIBER-FILE
005000         AT END MOVE "Y" TO FZB-OSM-EOF-SW
005010         NOT AT END
005020             MOVE SPACES TO FZB-OSM-LIVE-KEY
005030             MOVE FZB-SUBSCRIBER-RECORD (1:16)
005040                 TO FZB-OSM-LIVE-KEY (1:16)
005050             IF FZB-OSM-LIVE-KEY = FZB-OSM-KEY
005060                 MOVE "Y" TO FZB-OSM-FOUND-SW
005070                 MOVE FZB-SUBSCRIBER-RECORD TO FZB-OSM-OLD-IMAGE
005080             END-IF
005090     END-READ.
005100 4120-EXIT.
005110     EXIT.
005120 4200-SCAN-PENDING.
005130     MOVE ZERO TO FZB-OSM-NEXT-ID.
005140     MOVE ZERO TO FZB-OSM-OPEN-ID.
005150     OPEN INPUT FZB-PENDING-FILE.
005160     IF FZB-PND-FILE-STATUS NOT = "00"
005170         GO TO 4200-EXIT
005180     END-IF.
005190     MOVE "N" TO FZB-OSM-EOF-SW.
005200     PERFORM 4210-READ-PENDING THRU 4210-EXIT
005210         UNTIL FZB-OSM-EOF.
005220     CLOSE FZB-PENDING-FILE.
005230 4200-EXIT.
005240     EXIT.
005250 4210-READ-PENDING.
005260     READ FZB-PENDING-FILE
005270         AT END MOVE "Y" TO FZB-OSM-EOF-SW
005280         NOT AT END
005290             IF FZB-PND-ID > FZB-OSM-NEXT-ID
005300                 MOVE FZB-PND-ID TO FZB-OSM-NEXT-ID
005310             END-IF
005320             IF FZB-PND-KEYED
005330                 AND FZB-PND-FILE = FZB-OSM-IN-FILE
005340                 AND FZB-PND-KEY = FZB-OSM-KEY
005350                 MOVE FZB-PND-ID TO FZB-OSM-OPEN-ID
005360             END-IF
005370             IF FZB-PND-DECIDED
005380                 AND FZB-PND-ID = FZB-OSM-OPEN-ID
005390                 MOVE ZERO TO FZB-OSM-OPEN-ID
005400             END-IF
005410     END-READ.
005420 4210-EXIT.
005430     EXIT.
005440 4300-WRITE-PENDING.
005450     EXEC CICS ASKTIME
005460         ABSTIME(FZB-OSM-ABSTIME)
005470     END-EXEC.
005480     EXEC CICS FORMATTIME
005490         ABSTIME(FZB-OSM-ABSTIME)
005500         MMDDYYYY(FZB-OSM-DATE)
005510         DATESEP("/")
005520         TIME(FZB-OSM-TIME)
005530         TIMESEP(":")
005540     END-EXEC.
005550     EXEC CICS ASSIGN
005560         USERID(FZB-OSM-USERID)
005570     END-EXEC.
005580     ADD 1 TO FZB-OSM-NEXT-ID.
005590     INITIALIZE FZB-PENDING-RECORD.
005600     MOVE "K" TO FZB-PND-REC-TYPE.
005610     MOVE FZB-OSM-NEXT-ID TO FZB-PND-ID.
005620     MOVE FZB-OSM-IN-FILE TO FZB-PND-FILE.
005630     MOVE FZB-OSM-IN-ACTION TO FZB-PND-ACTION.
005640     MOVE FZB-OSM-KEY TO FZB-PND-KEY.
005650     MOVE FZB-OSM-DATE TO FZB-PND-DATE.
005660     MOVE FZB-OSM-TIME TO FZB-PND-TIME.
005670     MOVE FZB-OSM-USERID TO FZB-PND-USER.
005680     MOVE FZB-OSM-OLD-IMAGE TO FZB-PND-OLD-IMAGE.
005690     MOVE FZB-OSM-NEW-IMAGE TO FZB-PND-NEW-IMAGE.
005700     OPEN EXTEND FZB-PENDING-FILE.
005710     IF FZB-PND-FILE-STATUS = "35"
005720         OPEN OUTPUT FZB-PENDING-FILE
005730     END-IF.
005740     IF FZB-PND-FILE-STATUS NOT = "00"
005750         PERFORM 4390-SEND-WRITE-ERROR THRU 4390-EXIT
005760         GO TO 4300-EXIT
005770     END-IF.
005780     WRITE FZB-PENDING-RECORD.
005790     IF FZB-PND-FILE-STATUS = "00"
005800         MOVE "Y" TO FZB-OSM-UPDATE-OK-SW
005810     ELSE
005820         PERFORM 4390-SEND-WRITE-ERROR THRU 4390-EXIT
005830     END-IF.
005840     CLOSE FZB-PENDING-FILE.
005850 4300-EXIT.
005860     EXIT.
005870 4390-SEND-WRITE-ERROR.
005880     MOVE SPACES TO FZB-OSM-MSG.
005890     STRING "FZB1718E FZBPND01 WRITE FAILED, STATUS = "
005900             FZB-PND-FILE-STATUS
005910             " - CONTACT SUPPORT"
005920         DELIMITED BY SIZE INTO FZB-OSM-MSG.
005930     PERFORM 3900-SEND-MSG THRU 3900-EXIT.
005940 4390-EXIT.
005950     EXIT.
005960 8000-DATE-TO-YMD.
005970     MOVE ZERO TO FZB-YMD-RESULT.
005980     IF FZB-YMD-MM NUMERIC AND FZB-YMD-DD NUMERIC
005990             AND FZB-YMD-YYYY NUMERIC
006000         MOVE FZB-YMD-MM TO FZB-YMD-WK-MM
006010         MOVE FZB-YMD-DD TO FZB-YMD-WK-DD
006020         MOVE FZB-YMD-YYYY TO FZB-YMD-WK-YYYY
006030         COMPUTE FZB-YMD-RESULT = FZB-YMD-WK-YYYY * 10000
006040             + FZB-YMD-WK-MM * 100 + FZB-YMD-WK-DD
006050     END-IF.
006060 8000-EXIT.
006070     EXIT.
