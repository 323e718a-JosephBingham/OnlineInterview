000250*                    WINDOWS BELONG TO THE FZBSIM BATCH
000260*                    SIMULATION, WHICH ALSO SHOWS THE CURRENT
000270*                    RULES SIDE BY SIDE.
000271*    2026-10-06 JHB  PROFILE-LEVEL ACCESS CONTROL - THE OPERATOR
000272*                    NOW ALSO KEYS THE PROFILE THE WHAT-IF IS FOR
000273*                    (BLANK = MAIN), AND MUST HOLD SIMULATE
000274*                    AUTHORITY FOR IT ON FZBUAF01 (CHECKED BY THE
000275*                    FZBAUTH SUBPROGRAM, WHICH LOGS A REFUSAL TO
000276*                    FZBSVL01) BEFORE ANYTHING IS PROJECTED. THE
000277*                    PROFILE IS SHOWN ON THE RESULT.
000280******************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000430     05  FZB-WIF-IN-START        PIC X(05).
000440     05  FZB-WIF-IN-END          PIC X(05).
000450     05  FZB-WIF-IN-CYCLE        PIC X(02).
000451     05  FZB-WIF-IN-PROFILE      PIC X(08).
000460 01  FZB-WIF-MAX-WINDOW          PIC 9(05) VALUE 1000 COMP.
000470 01  FZB-WIF-WRK-RULES           PIC 9(01) VALUE ZERO.
000480 01  FZB-WIF-WRK-START           PIC 9(05) VALUE ZERO.
000780     88  FZB-WIF-INPUT-VALID     VALUE "Y".
000782 01  FZB-WIF-ERROR-SW            PIC X(01) VALUE "N".
000784     88  FZB-WIF-ERROR-FOUND     VALUE "Y".
000785 01  FZB-WIF-ABSTIME             PIC S9(15) COMP-3.
000786 01  FZB-WIF-USERID              PIC X(08).
000787 01  FZB-WIF-AUTH-DATE           PIC X(10).
000788 01  FZB-WIF-AUTH-TIME           PIC X(08).
000789 01  FZB-WIF-AUTH-TRANID         PIC X(04) VALUE "FBWI".
000790 01  FZB-WIF-AUTH-ACCESS         PIC X(01) VALUE "S".
000791 01  FZB-WIF-AUTH-RESULT         PIC X(01) VALUE "N".
000792     88  FZB-WIF-AUTHORIZED      VALUE "Y".
000796 PROCEDURE DIVISION.
000800 0000-MAINLINE SECTION.
000810     PERFORM 2000-GET-CANDIDATE THRU 2000-EXIT.
000820     IF FZB-WIF-INPUT-VALID
000880     GOBACK.
000890 2000-GET-CANDIDATE.
000900     MOVE SPACES TO FZB-WIF-PROMPT.
000910     STRING "FBWI WHAT-IF - RULES(1) DIV(3)/LABEL(8) X5"
000920             " START(5) END(5) CYC(2) PROFILE(8):"
000930         DELIMITED BY SIZE INTO FZB-WIF-PROMPT.
000940     EXEC CICS SEND TEXT
000950         FROM(FZB-WIF-PROMPT)
000970         ERASE
000980     END-EXEC.
000990     MOVE SPACES TO FZB-WIF-INPUT.
001000     MOVE 76 TO FZB-WIF-TEXT-LEN.
001010     EXEC CICS RECEIVE
001020         INTO(FZB-WIF-INPUT)
001030         LENGTH(FZB-WIF-TEXT-LEN)
001120         PERFORM 3900-SEND-MSG THRU 3900-EXIT
001130         GO TO 2000-EXIT
001140     END-IF.
001141     IF FZB-WIF-IN-PROFILE = SPACES
001142         MOVE "MAIN" TO FZB-WIF-IN-PROFILE
001143     END-IF.
001144     PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT.
001145     IF NOT FZB-WIF-AUTHORIZED
001146         MOVE SPACES TO FZB-WIF-MSG
001147         STRING "FZB1416E USER " FZB-WIF-USERID
001148             " NOT AUTHORIZED TO SIMULATE PROFILE "
001149             FZB-WIF-IN-PROFILE
001150             DELIMITED BY SIZE INTO FZB-WIF-MSG
001151         PERFORM 3900-SEND-MSG THRU 3900-EXIT
001152         GO TO 2000-EXIT
001153     END-IF.
001157     PERFORM 2100-VALIDATE THRU 2100-EXIT.
001160 2000-EXIT.
001161     EXIT.
001162 2050-CHECK-AUTHORITY.
001163     EXEC CICS ASSIGN
001164         USERID(FZB-WIF-USERID)
001165     END-EXEC.
001166     EXEC CICS ASKTIME
001167         ABSTIME(FZB-WIF-ABSTIME)
001168     END-EXEC.
001169     EXEC CICS FORMATTIME
001170         ABSTIME(FZB-WIF-ABSTIME)
001171         MMDDYYYY(FZB-WIF-AUTH-DATE)
001172         DATESEP("/")
001173         TIME(FZB-WIF-AUTH-TIME)
001174         TIMESEP(":")
001175     END-EXEC.
001176     CALL "FZBAUTH" USING FZB-WIF-USERID FZB-WIF-AUTH-TRANID
001177         FZB-WIF-IN-PROFILE FZB-WIF-AUTH-ACCESS FZB-WIF-AUTH-DATE
001178         FZB-WIF-AUTH-TIME FZB-WIF-AUTH-RESULT.
001179 2050-EXIT.
001183     EXIT.
001186 2100-VALIDATE.
001190     IF FZB-WIF-IN-RULES NOT NUMERIC
001200             OR FZB-WIF-IN-RULES = "0"
001210             OR FZB-WIF-IN-RULES > "5"
002590             " THRU " FZB-WIF-IN-END
002600             " CYCLE " FZB-WIF-IN-CYCLE
002610             " TOTAL = " FZB-WIF-TOTAL-D
002611             " PROFILE " FZB-WIF-IN-PROFILE
002620         DELIMITED BY SIZE INTO FZB-WIF-LINE.
002630     EXEC CICS SEND TEXT
002640         FROM(FZB-WIF-LINE)
