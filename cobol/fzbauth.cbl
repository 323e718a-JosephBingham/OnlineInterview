000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FZBAUTH.
000030 AUTHOR. J HARGROVE-BENNETT.
000040 INSTALLATION. DAILY BATCH SUPPORT.
000050 DATE-WRITTEN. 2026-10-06.
000060 DATE-COMPILED. 2026-10-06.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT DESCRIPTION
000100*    ---------- ---- -----------------------------------------
000110*    2026-10-06 JHB  INITIAL VERSION. CALLABLE PROFILE-LEVEL
000120*                    AUTHORIZATION SUBPROGRAM (A SIBLING TO
000130*                    FZBCLSF AND FZBCALD) SO EVERY ONLINE
000140*                    TRANSACTION ANSWERS "MAY THIS USER DO THIS TO
000150*                    THIS PROFILE" THE SAME WAY. TAKES THE USERID,
000160*                    THE CALLING TRANID, THE PROFILE, THE ACCESS
000170*                    LEVEL (I = INQUIRE, S = SIMULATE, M =
000180*                    MAINTAIN), AND THE CALLER'S DATE AND TIME;
000190*                    RETURNS Y (GRANTED) OR N (DENIED). THE
000200*                    FZBUAF01 AUTHORIZATION FILE (COPYBOOK FZBUAF)
000210*                    IS READ ON EVERY CALL SO A CHANGE TO IT TAKES
000220*                    EFFECT ON THE NEXT TRANSACTION. A RECORD FOR
000230*                    THE USER AND EITHER THE PROFILE ITSELF OR "*"
000240*                    THAT GRANTS THE LEVEL ALLOWS THE REQUEST.
000250*                    ANYTHING ELSE - INCLUDING A MISSING OR
000260*                    UNREADABLE FZBUAF01 - IS DENIED AND APPENDED
000270*                    TO THE FZBSVL01 SECURITY VIOLATION LOG
000280*                    (COPYBOOK FZBSVL) WITH THE REASON. A LOG THAT
000290*                    CANNOT BE OPENED DOES NOT TURN A DENIAL INTO
000300*                    A GRANT.
000301*    2026-10-06 JHB  ADDED ACCESS LEVEL L (LIST) - JUDGED AS
000302*                    INQUIRE, BUT A DENIAL IS NOT LOGGED, FOR A
000303*                    CALLER THAT ONLY LEAVES A PROFILE OFF A LIST.
000310******************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT FZB-USER-AUTH-FILE ASSIGN TO FZBUAF01
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS FZB-UAF-FILE-STATUS.
000410     SELECT FZB-VIOLATION-FILE ASSIGN TO FZBSVL01
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS FZB-SVL-FILE-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  FZB-USER-AUTH-FILE
000470     LABEL RECORDS ARE STANDARD.
000480 COPY FZBUAF.
000490 FD  FZB-VIOLATION-FILE
000500     LABEL RECORDS ARE STANDARD.
000510 COPY FZBSVL.
000520 WORKING-STORAGE SECTION.
000530 01  FZB-UAF-FILE-STATUS         PIC X(02).
000540 01  FZB-SVL-FILE-STATUS         PIC X(02).
000550 01  FZB-ATH-EOF-SW              PIC X(01) VALUE "N".
000560     88  FZB-ATH-EOF             VALUE "Y".
000570 01  FZB-ATH-GRANT-SW            PIC X(01) VALUE "N".
000580     88  FZB-ATH-GRANTED         VALUE "Y".
000590 01  FZB-ATH-REASON              PIC X(01) VALUE SPACE.
000600 LINKAGE SECTION.
000610 01  FZB-AUTH-USERID             PIC X(08).
000620 01  FZB-AUTH-TRANID             PIC X(04).
000630 01  FZB-AUTH-PROFILE            PIC X(08).
000640 01  FZB-AUTH-ACCESS             PIC X(01).
000650 01  FZB-AUTH-DATE               PIC X(10).
000660 01  FZB-AUTH-TIME               PIC X(08).
000670 01  FZB-AUTH-RESULT             PIC X(01).
000680 PROCEDURE DIVISION USING FZB-AUTH-USERID FZB-AUTH-TRANID
000690         FZB-AUTH-PROFILE FZB-AUTH-ACCESS FZB-AUTH-DATE
000700         FZB-AUTH-TIME FZB-AUTH-RESULT.
000710 0000-MAINLINE SECTION.
000720     MOVE "N" TO FZB-ATH-GRANT-SW.
000730     PERFORM 1000-CHECK-AUTHORITY THRU 1000-EXIT.
000740     IF FZB-ATH-GRANTED
000750         MOVE "Y" TO FZB-AUTH-RESULT
000760     ELSE
000770         MOVE "N" TO FZB-AUTH-RESULT
000771         IF FZB-AUTH-ACCESS NOT = "L"
000780             PERFORM 2000-LOG-VIOLATION THRU 2000-EXIT
000781         END-IF
000790     END-IF.
000800     GOBACK.
000810 1000-CHECK-AUTHORITY.
000820     MOVE "U" TO FZB-ATH-REASON.
000830     OPEN INPUT FZB-USER-AUTH-FILE.
000840     IF FZB-UAF-FILE-STATUS NOT = "00"
000850         MOVE "F" TO FZB-ATH-REASON
000860         GO TO 1000-EXIT
000870     END-IF.
000880     MOVE "N" TO FZB-ATH-EOF-SW.
000890     PERFORM 1100-READ-AUTHORITY THRU 1100-EXIT
000900         UNTIL FZB-ATH-EOF
000910             OR FZB-ATH-GRANTED.
000920     CLOSE FZB-USER-AUTH-FILE.
000930 1000-EXIT.
000940     EXIT.
000950 1100-READ-AUTHORITY.
000960     READ FZB-USER-AUTH-FILE
000970         AT END MOVE "Y" TO FZB-ATH-EOF-SW
000980         NOT AT END
000990             PERFORM 1200-JUDGE-AUTHORITY THRU 1200-EXIT
001000     END-READ.
001010 1100-EXIT.
001020     EXIT.
001030 1200-JUDGE-AUTHORITY.
001040     IF FZB-UAF-USERID NOT = FZB-AUTH-USERID
001050         GO TO 1200-EXIT
001060     END-IF.
001070     IF FZB-ATH-REASON = "U"
001080         MOVE "P" TO FZB-ATH-REASON
001090     END-IF.
001100     IF FZB-UAF-PROFILE NOT = FZB-AUTH-PROFILE
001110         AND NOT FZB-UAF-ALL-PROFILES
001120         GO TO 1200-EXIT
001130     END-IF.
001140     MOVE "A" TO FZB-ATH-REASON.
001150     EVALUATE FZB-AUTH-ACCESS
001160         WHEN "I"
001161         WHEN "L"
001170             IF FZB-UAF-CAN-INQUIRE
001180                 MOVE "Y" TO FZB-ATH-GRANT-SW
001190             END-IF
001200         WHEN "S"
001210             IF FZB-UAF-CAN-SIMULATE
001220                 MOVE "Y" TO FZB-ATH-GRANT-SW
001230             END-IF
001240         WHEN "M"
001250             IF FZB-UAF-CAN-MAINTAIN
001260                 MOVE "Y" TO FZB-ATH-GRANT-SW
001270             END-IF
001280     END-EVALUATE.
001290 1200-EXIT.
001300     EXIT.
001310 2000-LOG-VIOLATION.
001320     OPEN EXTEND FZB-VIOLATION-FILE.
001330     IF FZB-SVL-FILE-STATUS = "35"
001340         OPEN OUTPUT FZB-VIOLATION-FILE
001350     END-IF.
001360     IF FZB-SVL-FILE-STATUS NOT = "00"
001370         GO TO 2000-EXIT
001380     END-IF.
001390     MOVE FZB-AUTH-DATE TO FZB-SVL-DATE.
001400     MOVE FZB-AUTH-TIME TO FZB-SVL-TIME.
001410     MOVE FZB-AUTH-USERID TO FZB-SVL-USERID.
001420     MOVE FZB-AUTH-TRANID TO FZB-SVL-TRANID.
001430     MOVE FZB-AUTH-PROFILE TO FZB-SVL-PROFILE.
001440     MOVE FZB-AUTH-ACCESS TO FZB-SVL-ACCESS.
001450     MOVE FZB-ATH-REASON TO FZB-SVL-REASON.
001460     WRITE FZB-VIOLATION-RECORD.
001470     CLOSE FZB-VIOLATION-FILE.
001480 2000-EXIT.
001490     EXIT.
