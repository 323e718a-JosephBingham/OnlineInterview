000720*                    COUNTED TOWARD "KEEP N WINDOWS" AND COULD
000730*                    EVEN BE PICKED AS THE CUTOFF RECORD,
000740*                    SHIFTING OR ZEROING THE CUTOFF.
000741*    2026-10-06 JHB  STEP TIMING - EACH RUN LOGS ITS START, END,
000742*                    ELAPSED TIME, AND RECORDS ARCHIVED PLUS
000743*                    RETAINED TO THE FZBTIM01 TIMING HISTORY
000744*                    THROUGH FZBTIM, QUALIFIED BY THE PARM MODE
000745*                    AND STAMPED WITH THE FZBCALD BUSINESS DATE.
000746*                    A TIMING FAILURE ONLY WARNS AND NEVER
000747*                    CHANGES THE RETURN CODE.
000748*    2026-10-06 JHB  FINAL ARCHIVE FOR PROFILE RETIREMENT -
000749*                    PARM=FINAL,PROFILE READS THE ARCVSAM
000750*                    CLUSTER LIKE EXTRACT MODE BUT IGNORES THE
000751*                    RETENTION CUTOFF: EVERY RECORD OF THE NAMED
000752*                    PROFILE GOES TO THE ARCHIVE GENERATION AND
000753*                    IS DELETED, EVERY OTHER PROFILE'S RECORD IS
000754*                    RETAINED. RUN PER CLUSTER BY FZBRETIR.
000757******************************************************************
000760 ENVIRONMENT DIVISION.
000770 CONFIGURATION SECTION.
000780 SOURCE-COMPUTER. IBM-370.
001390 01  FZB-ARC-MODE                PIC X(08).
001400     88  FZB-ARC-EXTRACT-MODE    VALUE "EXTRACT".
001410     88  FZB-ARC-AUDIT-MODE      VALUE "AUDIT".
001411     88  FZB-ARC-FINAL-MODE      VALUE "FINAL".
001412 01  FZB-ARC-PARM                PIC X(20) VALUE SPACES.
001413 01  FZB-ARC-FINAL-PRF           PIC X(08) VALUE SPACES.
001420 01  FZB-ARC-EOF-SW              PIC X(01) VALUE "N".
001430     88  FZB-ARC-EOF             VALUE "Y".
001440 01  FZB-ARC-CUTOFF-CT           PIC 9(05) VALUE ZERO.
001950     05  FZB-WS-YEAR             PIC 9(04).
001960     05  FZB-WS-MONTH            PIC 9(02).
001970     05  FZB-WS-DAY              PIC 9(02).
001971 01  FZB-WS-RUN-DATE             PIC X(10) VALUE SPACES.
001972 01  FZB-TMG-ACTION              PIC X(01) VALUE SPACES.
001973 01  FZB-TMG-STEP                PIC X(08) VALUE "FZBARC".
001974 01  FZB-TMG-PROFILE             PIC X(08) VALUE SPACES.
001975 01  FZB-TMG-STAMP               PIC X(16) VALUE SPACES.
001976 01  FZB-TMG-RECORDS             PIC 9(09) VALUE ZERO.
001977 01  FZB-TMG-RC-HOLD             PIC S9(04) VALUE ZERO COMP.
001980 PROCEDURE DIVISION.
001990 0000-MAINLINE SECTION.
002000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002020     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002030     STOP RUN.
002040 1000-INITIALIZE.
002050     ACCEPT FZB-ARC-PARM FROM COMMAND-LINE.
002051     UNSTRING FZB-ARC-PARM DELIMITED BY ","
002052         INTO FZB-ARC-MODE FZB-ARC-FINAL-PRF.
002060     IF NOT FZB-ARC-EXTRACT-MODE AND NOT FZB-ARC-AUDIT-MODE
002061             AND NOT FZB-ARC-FINAL-MODE
002070         DISPLAY "FZB0800E PARM MUST BE EXTRACT, AUDIT, OR "
002080             "FINAL,PROFILE - VALUE = " FZB-ARC-PARM
002090         MOVE 16 TO RETURN-CODE
002100         STOP RUN
002110     END-IF.
002111     IF FZB-ARC-FINAL-MODE AND FZB-ARC-FINAL-PRF = SPACES
002112         DISPLAY "FZB0810E PARM=FINAL NEEDS THE PROFILE TO "
002113             "ARCHIVE - FINAL,PROFILE"
002114         MOVE 16 TO RETURN-CODE
002115         STOP RUN
002116     END-IF.
002117     MOVE FZB-ARC-FINAL-PRF TO FZB-TMG-PROFILE.
002118     ACCEPT FZB-WS-DATE FROM DATE YYYYMMDD.
002119     STRING FZB-WS-MONTH   "/"
002120            FZB-WS-DAY     "/"
002121            FZB-WS-YEAR
002122         DELIMITED BY SIZE INTO FZB-WS-RUN-DATE.
002123     CALL "FZBCALD" USING FZB-WS-RUN-DATE
002124         FZB-CAL-FLAG FZB-CAL-NEXT-DATE.
002125     IF FZB-CAL-FLAG = "N"
002126         MOVE FZB-CAL-NEXT-DATE TO FZB-WS-RUN-DATE
002127     END-IF.
002128     MOVE "S" TO FZB-TMG-ACTION.
002129     PERFORM 8500-LOG-STEP-TIMING THRU 8500-EXIT.
002132     PERFORM 1100-READ-RETENTION THRU 1100-EXIT.
002135     EVALUATE TRUE
002137         WHEN FZB-ARC-EXTRACT-MODE
002140             PERFORM 1200-FIND-EXTRACT-CUTOFF THRU 1200-EXIT
002141         WHEN FZB-ARC-AUDIT-MODE
002160             PERFORM 1300-SET-AUDIT-CUTOFF THRU 1300-EXIT
002161         WHEN OTHER
002162             DISPLAY "FZB0811I FINAL ARCHIVE - EVERY RECORD FOR "
002163                 "PROFILE " FZB-ARC-FINAL-PRF " IS ARCHIVED"
002164     END-EVALUATE.
002180     IF NOT FZB-ARC-AUDIT-MODE
002190         OPEN I-O FZB-KEYED-SOURCE
002200         IF FZB-KSR-FILE-STATUS NOT = "00"
002210             DISPLAY "FZB0809E UNABLE TO OPEN ARCVSAM, "
004180     EXIT.
004190 2000-SPLIT-SOURCE.
004200     MOVE "N" TO FZB-ARC-EOF-SW.
004210     IF NOT FZB-ARC-AUDIT-MODE
004220         PERFORM 2150-READ-KEYED-SOURCE THRU 2150-EXIT
004230             UNTIL FZB-ARC-EOF
004240     ELSE
004420 2150-EXIT.
004430     EXIT.
004440 2300-ROUTE-EXTRACT.
004441     IF FZB-ARC-FINAL-MODE
004442         PERFORM 2350-ROUTE-FINAL THRU 2350-EXIT
004443         GO TO 2300-EXIT
004444     END-IF.
004450     MOVE KSR-CYCLE TO FZB-ARC-REC-CYC.
004460     IF FZB-ARC-REC-CYC = ZERO
004470         MOVE 1 TO FZB-ARC-REC-CYC
004620         ADD 1 TO FZB-ARC-RETAINED-CT
004630     END-IF.
004640 2300-EXIT.
004641     EXIT.
004642 2350-ROUTE-FINAL.
004643     MOVE KSR-PROFILE TO FZB-ARC-WRK-PROFILE.
004644     IF FZB-ARC-WRK-PROFILE = SPACES
004645         MOVE "MAIN" TO FZB-ARC-WRK-PROFILE
004646     END-IF.
004647     IF FZB-ARC-WRK-PROFILE = FZB-ARC-FINAL-PRF
004648         MOVE KSR-RECORD TO FZB-ARC-CAT-RECORD
004649         WRITE FZB-ARC-CAT-RECORD
004650         DELETE FZB-KEYED-SOURCE
004651         ADD 1 TO FZB-ARC-ARCHIVED-CT
004652     ELSE
004653         ADD 1 TO FZB-ARC-RETAINED-CT
004654     END-IF.
004655 2350-EXIT.
004657     EXIT.
004660 2400-ROUTE-AUDIT.
004670     MOVE ZERO TO FZB-TRD-WK-DAYNBR.
004680     MOVE FZB-SRC-AUD-DATE TO FZB-TRD-DATE-X.
004870 2400-EXIT.
004880     EXIT.
004890 3000-FINALIZE.
004900     IF NOT FZB-ARC-AUDIT-MODE
004910         CLOSE FZB-KEYED-SOURCE FZB-ARCHIVE-FILE
004920     ELSE
004930         CLOSE FZB-SOURCE-FILE FZB-ARCHIVE-FILE FZB-RETAIN-FILE
004950     DISPLAY "FZB0807I " FZB-ARC-MODE " ARCHIVED = "
004960         FZB-ARC-ARCHIVED-CT " RETAINED = "
004970         FZB-ARC-RETAINED-CT.
004971     COMPUTE FZB-TMG-RECORDS =
004972         FZB-ARC-ARCHIVED-CT + FZB-ARC-RETAINED-CT.
004973     MOVE "E" TO FZB-TMG-ACTION.
004974     PERFORM 8500-LOG-STEP-TIMING THRU 8500-EXIT.
004980 3000-EXIT.
004990     EXIT.
005000 8100-DATE-TO-DAYNBR.
005420         100 * FZB-TRD-JB + FZB-TRD-JD - 4800 + FZB-TRD-JT.
005430 8200-EXIT.
005440     EXIT.
005441 8500-LOG-STEP-TIMING.
005442     MOVE RETURN-CODE TO FZB-TMG-RC-HOLD.
005443     CALL "FZBTIM" USING FZB-TMG-ACTION FZB-TMG-STEP FZB-ARC-MODE
005444         FZB-TMG-PROFILE FZB-WS-RUN-DATE FZB-TMG-STAMP
005445         FZB-TMG-RECORDS.
005446     MOVE FZB-TMG-RC-HOLD TO RETURN-CODE.
005447 8500-EXIT.
005448     EXIT.
