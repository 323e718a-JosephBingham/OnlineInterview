000560*                    OVERWRITING IT. THE PROFILE LIST SHOWS THE
000570*                    EFFECTIVE-FROM IN PLACE OF THE FIRST
000580*                    DIVISOR.
000581*    2026-10-06 JHB  MAKER/CHECKER. AN ACCEPTED REPLACEMENT NO
000582*                    LONGER TOUCHES FZBCTL01 - IT IS KEYED TO
000583*                    THE FZBPND01 PENDING-CHANGE LEDGER
000584*                    (COPYBOOK FZBPND) WITH THE USERID, DATE,
000585*                    TIME, AND BEFORE/AFTER IMAGES, AND WAITS
000586*                    THERE UNTIL A DIFFERENT USER APPROVES IT ON
000587*                    FBAP (FZBAPV), WHICH REWRITES FZBCTL01 AND
000588*                    APPENDS THE FZBCHG01 HISTORY RECORD. A
000589*                    SECOND CHANGE TO A PROFILE VERSION THAT
000590*                    STILL HAS ONE PENDING IS REFUSED (FZB0416E),
000591*                    AND A REPLACEMENT IDENTICAL TO THE CURRENT
000592*                    RECORD IS NOT KEYED AT ALL.
000593*    2026-10-06 JHB  PROFILE-LEVEL ACCESS CONTROL - A REPLACEMENT
000594*                    IS ONLY KEYED WHEN THE USER HOLDS MAINTAIN
000595*                    AUTHORITY FOR ITS PROFILE ON FZBUAF01
000596*                    (CHECKED BY THE FZBAUTH SUBPROGRAM, WHICH
000597*                    LOGS A REFUSAL TO FZBSVL01); OTHERWISE
000598*                    FZB0418E. THE CURRENT-PROFILES LIST SHOWS
000599*                    ONLY THE PROFILES THE USER MAY INQUIRE ON
000600*                    (FZB0419I WHEN THERE ARE NONE); A PROFILE
000601*                    LEFT OFF THE LIST IS NOT LOGGED.
000604******************************************************************
000607 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER. IBM-370.
000630 OBJECT-COMPUTER. IBM-370.
000660     SELECT FZB-CONTROL-FILE ASSIGN TO FZBCTL01
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FZB-CTL-FILE-STATUS.
000690     SELECT FZB-PENDING-FILE ASSIGN TO FZBPND01
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FZB-PND-FILE-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  FZB-CONTROL-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 COPY FZBCTL.
000770 FD  FZB-PENDING-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 COPY FZBPND.
000800 WORKING-STORAGE SECTION.
000810 01  FZB-CTL-FILE-STATUS         PIC X(02).
000820 01  FZB-PND-FILE-STATUS         PIC X(02).
000830 01  FZB-MNT-IDX                 PIC 9(01) VALUE ZERO COMP.
000840 01  FZB-MNT-IDX-D               PIC 9(01).
000850 01  FZB-MNT-LINE                PIC X(79).
001270     88  FZB-MNT-ERROR-FOUND     VALUE "Y".
001280 01  FZB-MNT-UPDATE-OK-SW        PIC X(01) VALUE "N".
001290     88  FZB-MNT-UPDATE-OK       VALUE "Y".
001291 01  FZB-MNT-PND-EOF-SW          PIC X(01) VALUE "N".
001292     88  FZB-MNT-PND-EOF         VALUE "Y".
001293 01  FZB-MNT-KEY                 PIC X(25) VALUE SPACES.
001294 01  FZB-MNT-NEXT-ID             PIC 9(06) VALUE ZERO.
001295 01  FZB-MNT-OPEN-ID             PIC 9(06) VALUE ZERO.
001296 01  FZB-MNT-AUTH-TRANID         PIC X(04) VALUE "FBMT".
001297 01  FZB-MNT-AUTH-ACCESS         PIC X(01) VALUE "M".
001298 01  FZB-MNT-AUTH-RESULT         PIC X(01) VALUE "N".
001299     88  FZB-MNT-AUTHORIZED      VALUE "Y".
001300 01  FZB-MNT-LIST-ACCESS         PIC X(01) VALUE "L".
001301 01  FZB-MNT-LIST-COUNT          PIC 9(02) VALUE ZERO.
001305 PROCEDURE DIVISION.
001310 0000-MAINLINE SECTION.
001320     PERFORM 1000-READ-CONTROL THRU 1000-EXIT.
001330     PERFORM 2000-SEND-CURRENT THRU 2000-EXIT.
001340     PERFORM 3000-GET-UPDATE THRU 3000-EXIT.
001350     IF FZB-MNT-INPUT-VALID
001351         PERFORM 3500-CHECK-AUTHORITY THRU 3500-EXIT
001352     END-IF.
001353     IF FZB-MNT-INPUT-VALID
001360         PERFORM 4000-KEY-PENDING THRU 4000-EXIT
001370     END-IF.
001380     EXEC CICS RETURN
001390     END-EXEC.
001950         ACCUM
001960         ERASE
001970     END-EXEC.
001971     PERFORM 2200-GET-USER THRU 2200-EXIT.
001972     MOVE ZERO TO FZB-MNT-LIST-COUNT.
001980     PERFORM 2100-SEND-PROFILE-LINE THRU 2100-EXIT
001990         VARYING FZB-MNT-PRF-IDX FROM 1 BY 1
002000         UNTIL FZB-MNT-PRF-IDX > FZB-MNT-PRF-COUNT.
002001     IF FZB-MNT-LIST-COUNT = ZERO
002002         MOVE SPACES TO FZB-MNT-LINE
002003         STRING "FZB0419I NO PROFILES USER " FZB-MNT-USERID
002004                 " IS AUTHORIZED TO INQUIRE ON"
002005             DELIMITED BY SIZE INTO FZB-MNT-LINE
002006         EXEC CICS SEND TEXT
002007             FROM(FZB-MNT-LINE)
002008             LENGTH(79)
002009             ACCUM
002010         END-EXEC
002011     END-IF.
002015 2000-EXIT.
002020     EXIT.
002030 2100-SEND-PROFILE-LINE.
002040     MOVE FZB-MNT-PRF-RECORD (FZB-MNT-PRF-IDX)
002050         TO FZB-CONTROL-RECORD.
002051     CALL "FZBAUTH" USING FZB-MNT-USERID FZB-MNT-AUTH-TRANID
002052         FZB-CTL-PROFILE-ID FZB-MNT-LIST-ACCESS FZB-MNT-DATE
002053         FZB-MNT-TIME FZB-MNT-AUTH-RESULT.
002054     IF NOT FZB-MNT-AUTHORIZED
002055         GO TO 2100-EXIT
002056     END-IF.
002057     ADD 1 TO FZB-MNT-LIST-COUNT.
002060     MOVE SPACES TO FZB-MNT-LINE.
002070     STRING "PROFILE " FZB-CTL-PROFILE-ID
002080             " ACTIVE= " FZB-CTL-ACTIVE-SW
002170         ACCUM
002180     END-EXEC.
002190 2100-EXIT.
002191     EXIT.
002192 2200-GET-USER.
002193     EXEC CICS ASSIGN
002194         USERID(FZB-MNT-USERID)
002196     END-EXEC.
002197     EXEC CICS ASKTIME
002198         ABSTIME(FZB-MNT-ABSTIME)
002199     END-EXEC.
002200     EXEC CICS FORMATTIME
002201         ABSTIME(FZB-MNT-ABSTIME)
002202         MMDDYYYY(FZB-MNT-DATE)
002203         DATESEP("/")
002204         TIME(FZB-MNT-TIME)
002206         TIMESEP(":")
002207     END-EXEC.
002208 2200-EXIT.
002209     EXIT.
002210 3000-GET-UPDATE.
002220     MOVE SPACES TO FZB-MNT-LINE.
002230     STRING "KEY REPLACEMENT - PROFILE(8) ACTIVE(1)"
003720     END-IF.
003730 3200-EXIT.
003740     EXIT.
003741 3500-CHECK-AUTHORITY.
003742     PERFORM 2200-GET-USER THRU 2200-EXIT.
003743     CALL "FZBAUTH" USING FZB-MNT-USERID FZB-MNT-AUTH-TRANID
003744         FZB-MNT-IN-PROFILE FZB-MNT-AUTH-ACCESS FZB-MNT-DATE
003745         FZB-MNT-TIME FZB-MNT-AUTH-RESULT.
003746     IF NOT FZB-MNT-AUTHORIZED
003748         MOVE SPACES TO FZB-MNT-MSG
003749         STRING "FZB0418E USER " FZB-MNT-USERID
003750             " NOT AUTHORIZED TO MAINTAIN PROFILE "
003751             FZB-MNT-IN-PROFILE
003752             DELIMITED BY SIZE INTO FZB-MNT-MSG
003753         PERFORM 3900-SEND-MSG THRU 3900-EXIT
003754         MOVE "N" TO FZB-MNT-VALID-SW
003756     END-IF.
003757 3500-EXIT.
003758     EXIT.
003759 3900-SEND-MSG.
003760     EXEC CICS SEND TEXT
003770         FROM(FZB-MNT-MSG)
003780         LENGTH(79)
003790     END-EXEC.
003800 3900-EXIT.
003810     EXIT.
003811 4000-KEY-PENDING.
003830     PERFORM 4050-FIND-PROFILE THRU 4050-EXIT.
003840     IF NOT FZB-MNT-INPUT-VALID
003850         GO TO 4000-EXIT
003860     END-IF.
003861     IF FZB-MNT-INPUT = FZB-MNT-PRF-RECORD (FZB-MNT-PRF-HIT)
003862         MOVE SPACES TO FZB-MNT-MSG
003863         STRING "FZB0406I NO UPDATE APPLIED - CONTROL"
003864             " RECORD UNCHANGED"
003865             DELIMITED BY SIZE INTO FZB-MNT-MSG
003866         PERFORM 3900-SEND-MSG THRU 3900-EXIT
003867         GO TO 4000-EXIT
003868     END-IF.
003869     MOVE SPACES TO FZB-MNT-KEY.
003870     MOVE FZB-MNT-IN-PROFILE TO FZB-MNT-KEY (1:8).
003871     MOVE FZB-MNT-IN-EFF-FROM TO FZB-MNT-KEY (9:10).
003873     PERFORM 4100-SCAN-PENDING THRU 4100-EXIT.
003874     IF FZB-MNT-OPEN-ID > ZERO
003876         MOVE SPACES TO FZB-MNT-MSG
003877         STRING "FZB0416E CHANGE " FZB-MNT-OPEN-ID
003879             " FOR THIS PROFILE VERSION IS STILL PENDING"
003881             " - NOT KEYED"
003882             DELIMITED BY SIZE INTO FZB-MNT-MSG
003884         PERFORM 3900-SEND-MSG THRU 3900-EXIT
003885         GO TO 4000-EXIT
003887     END-IF.
003888     PERFORM 4200-WRITE-PENDING THRU 4200-EXIT.
003890     IF FZB-MNT-UPDATE-OK
003900         MOVE SPACES TO FZB-MNT-MSG
003901         STRING "FZB0417I CHANGE " FZB-MNT-NEXT-ID
003902             " KEYED - PENDING APPROVAL BY A SECOND USER"
003903             " ON FBAP"
003930             DELIMITED BY SIZE INTO FZB-MNT-MSG
003940         PERFORM 3900-SEND-MSG THRU 3900-EXIT
003950     END-IF.
004270     END-IF.
004280 4060-EXIT.
004290     EXIT.
004291 4100-SCAN-PENDING.
004292     MOVE ZERO TO FZB-MNT-NEXT-ID.
004293     MOVE ZERO TO FZB-MNT-OPEN-ID.
004294     OPEN INPUT FZB-PENDING-FILE.
004295     IF FZB-PND-FILE-STATUS NOT = "00"
004296         GO TO 4100-EXIT
004297     END-IF.
004298     MOVE "N" TO FZB-MNT-PND-EOF-SW.
004299     PERFORM 4110-READ-PENDING THRU 4110-EXIT
004300         UNTIL FZB-MNT-PND-EOF.
004301     CLOSE FZB-PENDING-FILE.
004302 4100-EXIT.
004303     EXIT.
004304 4110-READ-PENDING.
004305     READ FZB-PENDING-FILE
004306         AT END MOVE "Y" TO FZB-MNT-PND-EOF-SW
004307         NOT AT END
004308             IF FZB-PND-ID > FZB-MNT-NEXT-ID
004309                 MOVE FZB-PND-ID TO FZB-MNT-NEXT-ID
004310             END-IF
004311             IF FZB-PND-KEYED AND FZB-PND-CONTROL
004312                 AND FZB-PND-KEY = FZB-MNT-KEY
004313                 MOVE FZB-PND-ID TO FZB-MNT-OPEN-ID
004314             END-IF
004315             IF FZB-PND-DECIDED
004316                 AND FZB-PND-ID = FZB-MNT-OPEN-ID
004317                 MOVE ZERO TO FZB-MNT-OPEN-ID
004318             END-IF
004319     END-READ.
004320 4110-EXIT.
004321     EXIT.
004322 4200-WRITE-PENDING.
004325     EXEC CICS ASKTIME
004327         ABSTIME(FZB-MNT-ABSTIME)
004330     END-EXEC.
004340     EXEC CICS FORMATTIME
004350         ABSTIME(FZB-MNT-ABSTIME)
004410     EXEC CICS ASSIGN
004420         USERID(FZB-MNT-USERID)
004430     END-EXEC.
004431     ADD 1 TO FZB-MNT-NEXT-ID.
004440     INITIALIZE FZB-PENDING-RECORD.
004441     MOVE "K" TO FZB-PND-REC-TYPE.
004460     MOVE FZB-MNT-NEXT-ID TO FZB-PND-ID.
004461     MOVE "C" TO FZB-PND-FILE.
004462     IF FZB-MNT-PRF-RECORD (FZB-MNT-PRF-HIT) = SPACES
004463         MOVE "A" TO FZB-PND-ACTION
004464     ELSE
004465         MOVE "C" TO FZB-PND-ACTION
004466     END-IF.
004470     MOVE FZB-MNT-KEY TO FZB-PND-KEY.
004471     MOVE FZB-MNT-DATE TO FZB-PND-DATE.
004472     MOVE FZB-MNT-TIME TO FZB-PND-TIME.
004473     MOVE FZB-MNT-USERID TO FZB-PND-USER.
004480     MOVE FZB-MNT-PRF-RECORD (FZB-MNT-PRF-HIT)
004490         TO FZB-PND-OLD-IMAGE.
004500     MOVE FZB-MNT-INPUT TO FZB-PND-NEW-IMAGE.
004510     OPEN EXTEND FZB-PENDING-FILE.
004520     IF FZB-PND-FILE-STATUS = "35"
004530         OPEN OUTPUT FZB-PENDING-FILE
004540     END-IF.
004630     IF FZB-PND-FILE-STATUS NOT = "00"
004640         PERFORM 4290-SEND-WRITE-ERROR THRU 4290-EXIT
004650         GO TO 4200-EXIT
004660     END-IF.
004780     WRITE FZB-PENDING-RECORD.
004790     IF FZB-PND-FILE-STATUS = "00"
004800         MOVE "Y" TO FZB-MNT-UPDATE-OK-SW
004801     ELSE
004810         PERFORM 4290-SEND-WRITE-ERROR THRU 4290-EXIT
004820     END-IF.
004821     CLOSE FZB-PENDING-FILE.
004830 4200-EXIT.
004840     EXIT.
004850 4290-SEND-WRITE-ERROR.
004860     MOVE SPACES TO FZB-MNT-MSG.
004870     STRING "FZB0408E FZBPND01 WRITE FAILED, STATUS = "
004880             FZB-PND-FILE-STATUS
004890             " - CONTACT SUPPORT"
004900         DELIMITED BY SIZE INTO FZB-MNT-MSG.
004910     PERFORM 3900-SEND-MSG THRU 3900-EXIT.
