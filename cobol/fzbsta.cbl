000430*                    LAST MATCH AND THE SCREEN SHOWED JOB
000440*                    FZBACKIN WITH A ZERO TOTAL INSTEAD OF THE
000450*                    NIGHT'S REAL RUN.
000451*    2026-10-06 JHB  PROFILE-LEVEL ACCESS CONTROL - THE USER MUST
000452*                    HOLD INQUIRE AUTHORITY FOR THE PROFILE ON
000453*                    FZBUAF01 (CHECKED BY THE FZBAUTH SUBPROGRAM,
000454*                    WHICH LOGS A REFUSAL TO FZBSVL01) BEFORE ANY
000455*                    STATUS FILE IS READ; OTHERWISE FZB0316E.
000460******************************************************************
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
001100 01  FZB-STA-STS-HOLD.
001110     05  FZB-STA-STS-DATE        PIC X(10).
001120     05  FZB-STA-STS-STATUS      PIC X(09).
001121 01  FZB-STA-ABSTIME             PIC S9(15) COMP-3.
001122 01  FZB-STA-USERID              PIC X(08).
001123 01  FZB-STA-AUTH-DATE           PIC X(10).
001124 01  FZB-STA-AUTH-TIME           PIC X(08).
001125 01  FZB-STA-AUTH-TRANID         PIC X(04) VALUE "FBST".
001126 01  FZB-STA-AUTH-ACCESS         PIC X(01) VALUE "I".
001127 01  FZB-STA-AUTH-RESULT         PIC X(01) VALUE "N".
001128     88  FZB-STA-AUTHORIZED      VALUE "Y".
001130 PROCEDURE DIVISION.
001140 0000-MAINLINE SECTION.
001150     PERFORM 2000-GET-PROFILE THRU 2000-EXIT.
001151     PERFORM 2500-CHECK-AUTHORITY THRU 2500-EXIT.
001160     PERFORM 3000-SHOW-PERSIST THRU 3000-EXIT.
001170     PERFORM 4000-SHOW-CHECKPOINT THRU 4000-EXIT.
001180     PERFORM 5000-SHOW-LAST-AUDIT THRU 5000-EXIT.
001430         MOVE "MAIN" TO FZB-STA-PROFILE
001440     END-IF.
001450 2000-EXIT.
001451     EXIT.
001452 2500-CHECK-AUTHORITY.
001453     EXEC CICS ASSIGN
001454         USERID(FZB-STA-USERID)
001455     END-EXEC.
001456     EXEC CICS ASKTIME
001457         ABSTIME(FZB-STA-ABSTIME)
001458     END-EXEC.
001459     EXEC CICS FORMATTIME
001460         ABSTIME(FZB-STA-ABSTIME)
001461         MMDDYYYY(FZB-STA-AUTH-DATE)
001462         DATESEP("/")
001463         TIME(FZB-STA-AUTH-TIME)
001464         TIMESEP(":")
001465     END-EXEC.
001466     CALL "FZBAUTH" USING FZB-STA-USERID FZB-STA-AUTH-TRANID
001467         FZB-STA-PROFILE FZB-STA-AUTH-ACCESS FZB-STA-AUTH-DATE
001468         FZB-STA-AUTH-TIME FZB-STA-AUTH-RESULT.
001469     IF NOT FZB-STA-AUTHORIZED
001470         MOVE SPACES TO FZB-STA-LINE
001471         STRING "FZB0316E USER " FZB-STA-USERID
001472             " NOT AUTHORIZED TO INQUIRE ON PROFILE "
001473             FZB-STA-PROFILE
001474             DELIMITED BY SIZE INTO FZB-STA-LINE
001475         EXEC CICS SEND TEXT
001476             FROM(FZB-STA-LINE)
001477             LENGTH(79)
001478             ERASE
001479         END-EXEC
001480         EXEC CICS RETURN
001481         END-EXEC
001482         GOBACK
001483     END-IF.
001484 2500-EXIT.
001486     EXIT.
001487 3000-SHOW-PERSIST.
001488     MOVE SPACES TO FZB-STA-LINE.
001490     OPEN INPUT FZB-PERSIST-FILE.
001500     IF FZB-PCS-FILE-STATUS = "00"
001510         MOVE FZB-STA-PROFILE TO FZB-PCS-KEY
