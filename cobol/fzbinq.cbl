000480*                    VERSION IN EFFECT FOR THAT DATE (THE LAST
000490*                    IN-EFFECT RECORD IN THE FILE WINS), THE
000500*                    SAME SELECTION THE BATCH LOAD MAKES.
000501*    2026-10-06 JHB  PROFILE-LEVEL ACCESS CONTROL - ONCE THE
000502*                    PROFILE IS KNOWN THE USER MUST HOLD INQUIRE
000503*                    AUTHORITY FOR IT ON FZBUAF01 (CHECKED BY THE
000504*                    FZBAUTH SUBPROGRAM, WHICH LOGS A REFUSAL TO
000505*                    FZBSVL01) BEFORE THE CONTROL FILE IS READ.
000510******************************************************************
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000970 01  FZB-INQ-RESP                PIC S9(08) COMP.
000980 01  FZB-INQ-INPUT-SW            PIC X(01) VALUE "N".
000990     88  FZB-INQ-INPUT-VALID     VALUE "Y".
000991 01  FZB-INQ-USERID              PIC X(08).
000992 01  FZB-INQ-AUTH-DATE           PIC X(10).
000993 01  FZB-INQ-AUTH-TIME           PIC X(08).
000994 01  FZB-INQ-AUTH-TRANID         PIC X(04) VALUE "FBIQ".
000995 01  FZB-INQ-AUTH-ACCESS         PIC X(01) VALUE "I".
000996 01  FZB-INQ-AUTH-RESULT         PIC X(01) VALUE "N".
000997     88  FZB-INQ-AUTHORIZED      VALUE "Y".
000998 01  FZB-INQ-AUTH-MSG            PIC X(79).
001000 PROCEDURE DIVISION.
001010 0000-MAINLINE SECTION.
001020     PERFORM 2000-GET-CT THRU 2000-EXIT.
001030     IF FZB-INQ-INPUT-VALID
001031         PERFORM 1500-CHECK-AUTHORITY THRU 1500-EXIT
001040         PERFORM 1000-READ-CONTROL THRU 1000-EXIT
001050         PERFORM 3000-CLASSIFY-CT THRU 3000-EXIT
001060         PERFORM 4000-SEND-RESULT THRU 4000-EXIT
001880     MOVE FZB-CONTROL-RECORD TO FZB-CTL-HOLD.
001890     MOVE "Y" TO FZB-CTL-FOUND-SW.
001900 1100-EXIT.
001901     EXIT.
001902 1500-CHECK-AUTHORITY.
001903     EXEC CICS ASSIGN
001904         USERID(FZB-INQ-USERID)
001905     END-EXEC.
001906     EXEC CICS ASKTIME
001907         ABSTIME(FZB-INQ-ABSTIME)
001908     END-EXEC.
001909     EXEC CICS FORMATTIME
001910         ABSTIME(FZB-INQ-ABSTIME)
001911         MMDDYYYY(FZB-INQ-AUTH-DATE)
001912         DATESEP("/")
001913         TIME(FZB-INQ-AUTH-TIME)
001914         TIMESEP(":")
001915     END-EXEC.
001916     CALL "FZBAUTH" USING FZB-INQ-USERID FZB-INQ-AUTH-TRANID
001917         FZB-INQ-PRF-EDIT FZB-INQ-AUTH-ACCESS FZB-INQ-AUTH-DATE
001918         FZB-INQ-AUTH-TIME FZB-INQ-AUTH-RESULT.
001919     IF NOT FZB-INQ-AUTHORIZED
001920         MOVE SPACES TO FZB-INQ-AUTH-MSG
001921         STRING "FZB0311E USER " FZB-INQ-USERID
001922             " NOT AUTHORIZED TO INQUIRE ON PROFILE "
001923             FZB-INQ-PRF-EDIT
001924             DELIMITED BY SIZE INTO FZB-INQ-AUTH-MSG
001925         EXEC CICS SEND TEXT
001926             FROM(FZB-INQ-AUTH-MSG)
001927             LENGTH(79)
001928             ERASE
001929         END-EXEC
001930         EXEC CICS RETURN
001931         END-EXEC
001932         GOBACK
001933     END-IF.
001934 1500-EXIT.
001936     EXIT.
001937 2000-GET-CT.
001938     MOVE SPACES TO FZB-INQ-PROMPT.
001940     STRING "ENTER CT (5), OPTIONAL CYCLE (2), PROFILE"
001950             " (8), AND AS-OF DATE (10), THEN ENTER: "
001960         DELIMITED BY SIZE INTO FZB-INQ-PROMPT.
