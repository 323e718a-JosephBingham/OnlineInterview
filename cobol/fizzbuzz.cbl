002020*                    SUBMISSION WITH NO CHECKPOINT IN FLIGHT,
002030*                    SO A RECOVERED NIGHT STILL RECONCILES AND
002040*                    CUTS ITS HANDOFFS.
002041*    2026-10-06 JHB  STEP TIMING - EACH PROFILE'S PASS LOGS ITS
002042*                    START, END, ELAPSED TIME, AND RECORDS
002043*                    PROCESSED (CATEGORIZED PLUS SKIPPED) TO THE
002044*                    FZBTIM01 TIMING HISTORY THROUGH FZBTIM, KEYED
002045*                    BY JOB ID AND PROFILE. A TIMING FAILURE ONLY
002046*                    WARNS AND NEVER CHANGES THE RETURN CODE.
002047*    2026-10-06 JHB  CATCH-UP MODE FOR MISSED BUSINESS DATES.
002048*                    A PARM OF JOBID,CATCHUP (OR
002049*                    JOBID,PROFILE,CATCHUP) FINDS, FOR EACH
002050*                    SELECTED PROFILE, THE FIRST BUSINESS DATE
002051*                    AFTER ITS LAST COMPLETED FZBRNC01 RUN (OR THE
002052*                    DATE OF A RUN STILL IN FLIGHT) AND WALKS
002053*                    EVERY FZBCAL01 PROCESSING DATE FROM THE
002054*                    OLDEST OF THOSE THROUGH TODAY'S BUSINESS
002055*                    DATE, OLDEST FIRST. EACH DATE IS ITS OWN
002056*                    WINDOW: THE CONTROL VERSION AND OVERRIDES IN
002057*                    EFFECT ARE RELOADED FOR THAT DATE, AND THE
002058*                    EXTRACTS, REPORT, AUDIT RECORD, RUN-CONTROL
002059*                    MARKS, AND TIMING RECORDS CARRY THAT DATE.
002060*                    FZBPCS01 ADVANCES AT THE END OF EVERY WINDOW
002061*                    AS ON A NORMAL NIGHT. A PROFILE ALREADY
002062*                    COMPLETE FOR A DATE IS SKIPPED QUIETLY; A
002063*                    PROFILE WITH NO RUN-CONTROL RECORD HAS NO
002064*                    BACKLOG AND RUNS FOR TODAY ONLY. A RESTART
002065*                    RESUMES THE IN-FLIGHT DATE FROM FZBCKP01 AND
002066*                    CARRIES ON THROUGH THE REST OF THE BACKLOG;
002067*                    AN IN-FLIGHT DATE WITH NO CHECKPOINT SKIPS
002068*                    THE PROFILE (FZB0125E, RC 12). A BACKLOG OF
002069*                    MORE THAN 31 BUSINESS DATES IS REFUSED
002070*                    (FZB0121E, RC 16) BEFORE ANYTHING RUNS.
002071*    2026-10-06 JHB  A PAST CATCH-UP DATE ON WHICH THE PROFILE HAS
002072*                    NO CONTROL VERSION IN EFFECT IS NOW SKIPPED
002073*                    (FZB0126I) AND MARKED COMPLETE ON FZBRNC01,
002074*                    THE WAY THE NIGHTLY AGES OFF AN EXPIRED
002075*                    VERSION, INSTEAD OF ENDING THE BACKLOG WITH
002076*                    FZB0119E OR FZB0101E. TODAY'S BUSINESS DATE
002077*                    IS STILL HELD TO THOSE CHECKS.
002080******************************************************************
002082 ENVIRONMENT DIVISION.
002085 CONFIGURATION SECTION.
002087 SOURCE-COMPUTER. IBM-370.
002090 OBJECT-COMPUTER. IBM-370.
002100 INPUT-OUTPUT SECTION.
002110 FILE-CONTROL.
004000     88  FZB-CKS-EOF             VALUE "Y".
004010 01  FZB-RNC-MARK                PIC X(01) VALUE "I".
004020 01  FZB-WS-JOBID                PIC X(08).
004021 01  FZB-TMG-ACTION              PIC X(01) VALUE SPACES.
004022 01  FZB-TMG-STEP                PIC X(08) VALUE "FIZZBUZZ".
004023 01  FZB-TMG-STAMP               PIC X(16) VALUE SPACES.
004024 01  FZB-TMG-RECORDS             PIC 9(09) VALUE ZERO.
004025 01  FZB-TMG-RC-HOLD             PIC S9(04) VALUE ZERO COMP.
004030 01  FZB-WS-OVERRIDE             PIC X(08) VALUE SPACES.
004040     88  FZB-RUN-OVERRIDE        VALUE "OVERRIDE".
004041 01  FZB-WS-CATCHUP              PIC X(08) VALUE SPACES.
004042     88  FZB-RUN-CATCHUP         VALUE "CATCHUP".
004043 01  FZB-CUP-NO-VERSION-SW       PIC X(01) VALUE "N".
004044     88  FZB-CUP-NO-VERSION      VALUE "Y".
004050 01  FZB-RNC-FILE-STATUS         PIC X(02).
004060 01  FZB-AUD-FILE-STATUS         PIC X(02).
004070 01  FZB-PCS-FILE-STATUS         PIC X(02).
004540 01  FZB-WS-RUN-YMD              PIC 9(08) VALUE ZERO.
004550 01  FZB-CAL-FLAG                PIC X(01) VALUE "Y".
004560 01  FZB-CAL-NEXT-DATE           PIC X(10) VALUE SPACES.
004561 01  FZB-CUP-END-DATE            PIC X(10) VALUE SPACES.
004562 01  FZB-CUP-END-YMD             PIC 9(08) VALUE ZERO.
004563 01  FZB-CUP-FROM-DATE           PIC X(10) VALUE SPACES.
004564 01  FZB-CUP-FROM-YMD            PIC 9(08) VALUE ZERO.
004565 01  FZB-CUP-WORK-DATE           PIC X(10) VALUE SPACES.
004566 01  FZB-CUP-WORK-YMD            PIC 9(08) VALUE ZERO.
004567 01  FZB-CUP-RNC-YMD             PIC 9(08) VALUE ZERO.
004568 01  FZB-CUP-DATE-COUNT          PIC 9(03) VALUE ZERO COMP.
004569 01  FZB-CUP-DATES-DONE          PIC 9(03) VALUE ZERO COMP.
004570 01  FZB-CUP-MAX-DATES           PIC 9(03) VALUE 31 COMP.
004571 01  FZB-CUP-DATE-X.
004572     05  FZB-CUP-DTE-MM          PIC X(02).
004573     05  FILLER                  PIC X(01).
004574     05  FZB-CUP-DTE-DD          PIC X(02).
004575     05  FILLER                  PIC X(01).
004576     05  FZB-CUP-DTE-YYYY        PIC X(04).
004577 01  FZB-CUP-WK-MM               PIC 9(02) VALUE ZERO.
004578 01  FZB-CUP-WK-DD               PIC 9(02) VALUE ZERO.
004579 01  FZB-CUP-WK-YYYY             PIC 9(04) VALUE ZERO.
004580 01  FZB-CUP-WK-DAYNBR           PIC S9(08) VALUE ZERO COMP.
004581 01  FZB-CUP-JA                  PIC S9(08) VALUE ZERO COMP.
004582 01  FZB-CUP-JY                  PIC S9(08) VALUE ZERO COMP.
004583 01  FZB-CUP-JM                  PIC S9(08) VALUE ZERO COMP.
004584 01  FZB-CUP-JT                  PIC S9(08) VALUE ZERO COMP.
004585 01  FZB-CUP-JB                  PIC S9(08) VALUE ZERO COMP.
004586 01  FZB-CUP-JC                  PIC S9(08) VALUE ZERO COMP.
004587 01  FZB-CUP-JD                  PIC S9(08) VALUE ZERO COMP.
004588 01  FZB-CUP-JE                  PIC S9(08) VALUE ZERO COMP.
004589 01  FZB-CUP-GAP-DAY             PIC S9(08) VALUE ZERO COMP.
004590 01  FZB-CUP-GAP-DATE-X.
004591     05  FZB-CUP-GAP-MM          PIC 9(02).
004592     05  FILLER                  PIC X(01) VALUE "/".
004593     05  FZB-CUP-GAP-DD          PIC 9(02).
004594     05  FILLER                  PIC X(01) VALUE "/".
004595     05  FZB-CUP-GAP-YYYY        PIC 9(04).
004597 PROCEDURE DIVISION.
004599 0000-MAINLINE SECTION.
004601     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004603     IF FZB-RUN-CATCHUP
004604         PERFORM 6000-CATCHUP-BACKLOG THRU 6000-EXIT
004606     ELSE
004608         PERFORM 5000-PROCESS-PROFILE THRU 5000-EXIT
004610             VARYING FZB-PRF-IDX FROM 1 BY 1
004620             UNTIL FZB-PRF-IDX > FZB-PRF-COUNT
004621     END-IF.
004630     PERFORM 3000-FINALIZE THRU 3000-EXIT.
004640     STOP RUN.
004650 1000-INITIALIZE.
004890     MOVE SPACES TO FZB-WS-TOKEN3.
004900     UNSTRING FZB-WS-PARM DELIMITED BY ","
004910         INTO FZB-WS-JOBID FZB-WS-TOKEN2 FZB-WS-TOKEN3.
004911     EVALUATE TRUE
004920         WHEN FZB-WS-TOKEN2 = "OVERRIDE"
004930             MOVE FZB-WS-TOKEN2 TO FZB-WS-OVERRIDE
004931         WHEN FZB-WS-TOKEN2 = "CATCHUP"
004950             MOVE FZB-WS-TOKEN2 TO FZB-WS-CATCHUP
004951         WHEN FZB-WS-TOKEN3 = "CATCHUP"
004960             MOVE FZB-WS-TOKEN2 TO FZB-WS-PRF-SEL
004961             MOVE FZB-WS-TOKEN3 TO FZB-WS-CATCHUP
004962         WHEN OTHER
004963             MOVE FZB-WS-TOKEN2 TO FZB-WS-PRF-SEL
004964             MOVE FZB-WS-TOKEN3 TO FZB-WS-OVERRIDE
004965     END-EVALUATE.
004980     IF FZB-WS-JOBID = SPACES
004990         MOVE "BATCH" TO FZB-WS-JOBID
005000     END-IF.
005680         UNTIL FZB-CTL-FILE-STATUS NOT = "00".
005690     CLOSE FZB-CONTROL-FILE.
005700     IF FZB-PRF-COUNT = ZERO
005701         IF FZB-RUN-CATCHUP
005702             AND FZB-WS-RUN-YMD < FZB-CUP-END-YMD
005703             MOVE "Y" TO FZB-CUP-NO-VERSION-SW
005704             GO TO 1050-EXIT
005705         END-IF
005710         DISPLAY "FZB0101E NO PROFILE RECORDS IN FZBCTL01"
005720         MOVE 16 TO RETURN-CODE
005730         STOP RUN
005800             UNTIL FZB-PRF-SCAN > FZB-PRF-COUNT
005810                 OR FZB-PRF-HIT > ZERO
005820         IF FZB-PRF-HIT = ZERO
005821             IF FZB-RUN-CATCHUP
005822                 AND FZB-WS-RUN-YMD < FZB-CUP-END-YMD
005823                 MOVE "Y" TO FZB-CUP-NO-VERSION-SW
005824                 GO TO 1050-EXIT
005825             END-IF
005830             DISPLAY "FZB0119E PROFILE " FZB-WS-PRF-SEL
005840                 " NOT IN FZBCTL01 OR NO VERSION IN EFFECT"
005850             MOVE 16 TO RETURN-CODE
010760         STOP RUN
010770     END-IF.
010780     PERFORM 5050-READ-PRF-CHECKPOINT THRU 5050-EXIT.
010781     IF FZB-RUN-CATCHUP
010790         PERFORM 6200-CHECK-CATCHUP-RUNCTL THRU 6200-EXIT
010791     ELSE
010792         PERFORM 5060-CHECK-PRF-RUNCTL THRU 5060-EXIT
010793     END-IF.
010800     IF FZB-PRF-SKIP
010810         GO TO 5000-EXIT
010820     END-IF.
010821     MOVE "S" TO FZB-TMG-ACTION.
010822     PERFORM 8500-LOG-STEP-TIMING THRU 8500-EXIT.
010830     MOVE "I" TO FZB-RNC-MARK.
010840     PERFORM 5070-MARK-PRF-RUNCTL THRU 5070-EXIT.
010850     PERFORM 5100-INIT-PROFILE THRU 5100-EXIT.
010860     PERFORM 2000-PROCESS-LOOP THRU 2000-EXIT.
010870     PERFORM 5200-FINALIZE-PROFILE THRU 5200-EXIT.
010871     COMPUTE FZB-TMG-RECORDS = FZB-TOTAL-COUNT + FZB-SKIP-COUNT.
010872     MOVE "E" TO FZB-TMG-ACTION.
010873     PERFORM 8500-LOG-STEP-TIMING THRU 8500-EXIT.
010880 5000-EXIT.
010890     EXIT.
010900 5100-INIT-PROFILE.
011770     MOVE "C" TO FZB-RNC-MARK.
011780     PERFORM 5070-MARK-PRF-RUNCTL THRU 5070-EXIT.
011790 5200-EXIT.
011791     EXIT.
011792 6000-CATCHUP-BACKLOG.
011793     MOVE FZB-WS-RUN-DATE TO FZB-CUP-END-DATE.
011794     MOVE FZB-WS-RUN-YMD TO FZB-CUP-END-YMD.
011795     MOVE FZB-WS-RUN-DATE TO FZB-CUP-FROM-DATE.
011796     MOVE FZB-WS-RUN-YMD TO FZB-CUP-FROM-YMD.
011797     PERFORM 6010-FIND-PRF-BACKLOG THRU 6010-EXIT
011798         VARYING FZB-PRF-IDX FROM 1 BY 1
011799         UNTIL FZB-PRF-IDX > FZB-PRF-COUNT.
011800     MOVE FZB-CUP-FROM-DATE TO FZB-CUP-WORK-DATE.
011801     MOVE FZB-CUP-FROM-YMD TO FZB-CUP-WORK-YMD.
011802     MOVE 1 TO FZB-CUP-DATE-COUNT.
011803     PERFORM 6030-COUNT-BACKLOG-DATE THRU 6030-EXIT
011804         UNTIL FZB-CUP-WORK-YMD NOT LESS THAN FZB-CUP-END-YMD.
011805     IF FZB-CUP-DATE-COUNT > FZB-CUP-MAX-DATES
011806         DISPLAY "FZB0121E CATCH-UP BACKLOG FROM "
011807             FZB-CUP-FROM-DATE " IS " FZB-CUP-DATE-COUNT
011808             " BUSINESS DATES - LIMIT IS " FZB-CUP-MAX-DATES
011809             " PER CATCH-UP RUN"
011810         MOVE 16 TO RETURN-CODE
011811         STOP RUN
011812     END-IF.
011813     DISPLAY "FZB0120I CATCH-UP MODE - " FZB-CUP-DATE-COUNT
011814         " BUSINESS DATE(S) FROM " FZB-CUP-FROM-DATE
011815         " THROUGH " FZB-CUP-END-DATE.
011816     MOVE FZB-CUP-FROM-DATE TO FZB-WS-RUN-DATE.
011817     MOVE FZB-CUP-FROM-YMD TO FZB-WS-RUN-YMD.
011818     PERFORM 6100-CATCHUP-ONE-DATE THRU 6100-EXIT
011819         UNTIL FZB-WS-RUN-YMD > FZB-CUP-END-YMD.
011820     MOVE FZB-CUP-END-DATE TO FZB-WS-RUN-DATE.
011821     MOVE FZB-CUP-END-YMD TO FZB-WS-RUN-YMD.
011822     DISPLAY "FZB0123I CATCH-UP COMPLETE - " FZB-CUP-DATES-DONE
011823         " BUSINESS DATE(S) PROCESSED".
011824 6000-EXIT.
011825     EXIT.
011826 6010-FIND-PRF-BACKLOG.
011827     MOVE FZB-PRF-RECORD (FZB-PRF-IDX) TO FZB-CONTROL-RECORD.
011828     IF NOT FZB-CTL-ACTIVE
011829         GO TO 6010-EXIT
011830     END-IF.
011831     IF FZB-WS-PRF-SEL NOT = SPACES
011832         AND FZB-CTL-PROFILE-ID NOT = FZB-WS-PRF-SEL
011833         GO TO 6010-EXIT
011834     END-IF.
011835     PERFORM 6040-READ-PRF-RUNCTL THRU 6040-EXIT.
011836     IF FZB-CUP-RNC-YMD = ZERO
011837         GO TO 6010-EXIT
011838     END-IF.
011839     DISPLAY "FZB0124I PROFILE " FZB-CTL-PROFILE-ID
011840         " LAST RUN-CONTROL BUSINESS DATE " FZB-RNC-RUN-DATE
011841         " STATUS " FZB-RNC-STATUS.
011842     MOVE FZB-RNC-RUN-DATE TO FZB-CUP-WORK-DATE.
011843     MOVE FZB-CUP-RNC-YMD TO FZB-CUP-WORK-YMD.
011844     IF FZB-RNC-COMPLETE
011845         PERFORM 6020-NEXT-BUSINESS-DATE THRU 6020-EXIT
011846     END-IF.
011847     IF FZB-CUP-WORK-YMD < FZB-CUP-FROM-YMD
011848         MOVE FZB-CUP-WORK-DATE TO FZB-CUP-FROM-DATE
011849         MOVE FZB-CUP-WORK-YMD TO FZB-CUP-FROM-YMD
011850     END-IF.
011851 6010-EXIT.
011852     EXIT.
011853 6020-NEXT-BUSINESS-DATE.
011854     MOVE FZB-CUP-WORK-DATE TO FZB-CUP-DATE-X.
011855     MOVE FZB-CUP-DTE-MM TO FZB-CUP-WK-MM.
011856     MOVE FZB-CUP-DTE-DD TO FZB-CUP-WK-DD.
011857     MOVE FZB-CUP-DTE-YYYY TO FZB-CUP-WK-YYYY.
011858     PERFORM 8100-DATE-TO-DAYNBR THRU 8100-EXIT.
011859     COMPUTE FZB-CUP-GAP-DAY = FZB-CUP-WK-DAYNBR + 1.
011860     PERFORM 8200-DAYNBR-TO-DATE THRU 8200-EXIT.
011861     MOVE FZB-CUP-GAP-DATE-X TO FZB-CUP-WORK-DATE.
011862     CALL "FZBCALD" USING FZB-CUP-WORK-DATE
011863         FZB-CAL-FLAG FZB-CAL-NEXT-DATE.
011864     IF FZB-CAL-FLAG = "N"
011865         MOVE FZB-CAL-NEXT-DATE TO FZB-CUP-WORK-DATE
011866     END-IF.
011867     MOVE FZB-CUP-WORK-DATE TO FZB-YMD-WORK-X.
011868     PERFORM 8000-DATE-TO-YMD THRU 8000-EXIT.
011869     MOVE FZB-YMD-RESULT TO FZB-CUP-WORK-YMD.
011870 6020-EXIT.
011871     EXIT.
011872 6030-COUNT-BACKLOG-DATE.
011873     PERFORM 6020-NEXT-BUSINESS-DATE THRU 6020-EXIT.
011874     ADD 1 TO FZB-CUP-DATE-COUNT.
011875 6030-EXIT.
011876     EXIT.
011877 6040-READ-PRF-RUNCTL.
011878     MOVE ZERO TO FZB-CUP-RNC-YMD.
011879     OPEN INPUT FZB-RUNCTL-FILE.
011880     IF FZB-RNC-FILE-STATUS NOT = "00"
011881         GO TO 6040-EXIT
011882     END-IF.
011883     MOVE FZB-CTL-PROFILE-ID TO FZB-RNC-PROFILE.
011884     READ FZB-RUNCTL-FILE.
011885     IF FZB-RNC-FILE-STATUS = "00"
011886         MOVE FZB-RNC-RUN-DATE TO FZB-YMD-WORK-X
011887         PERFORM 8000-DATE-TO-YMD THRU 8000-EXIT
011888         MOVE FZB-YMD-RESULT TO FZB-CUP-RNC-YMD
011889     END-IF.
011890     CLOSE FZB-RUNCTL-FILE.
011891 6040-EXIT.
011892     EXIT.
011893 6100-CATCHUP-ONE-DATE.
011894     DISPLAY "FZB0122I CATCH-UP WINDOW FOR BUSINESS DATE "
011895         FZB-WS-RUN-DATE.
011896     MOVE ZERO TO FZB-PRF-COUNT.
011897     MOVE "N" TO FZB-CUP-NO-VERSION-SW.
011898     PERFORM 1050-LOAD-CONTROL THRU 1050-EXIT.
011899     IF FZB-CUP-NO-VERSION
011900         PERFORM 6110-SKIP-NO-VERSION THRU 6110-EXIT
011901     ELSE
011902         MOVE ZERO TO FZB-OVR-COUNT
011903         PERFORM 1045-LOAD-OVERRIDES THRU 1045-EXIT
011904         PERFORM 5000-PROCESS-PROFILE THRU 5000-EXIT
011905             VARYING FZB-PRF-IDX FROM 1 BY 1
011906             UNTIL FZB-PRF-IDX > FZB-PRF-COUNT
011907     END-IF.
011908     ADD 1 TO FZB-CUP-DATES-DONE.
011909     MOVE FZB-WS-RUN-DATE TO FZB-CUP-WORK-DATE.
011910     PERFORM 6020-NEXT-BUSINESS-DATE THRU 6020-EXIT.
011911     MOVE FZB-CUP-WORK-DATE TO FZB-WS-RUN-DATE.
011912     MOVE FZB-CUP-WORK-YMD TO FZB-WS-RUN-YMD.
011913 6100-EXIT.
011914     EXIT.
011915 6110-SKIP-NO-VERSION.
011916     IF FZB-WS-PRF-SEL = SPACES
011917         DISPLAY "FZB0126I NO PROFILE VERSION IN EFFECT ON "
011918             FZB-WS-RUN-DATE " - CATCH-UP DATE SKIPPED"
011919         GO TO 6110-EXIT
011920     END-IF.
011921     DISPLAY "FZB0126I PROFILE " FZB-WS-PRF-SEL
011922         " HAS NO VERSION IN EFFECT ON " FZB-WS-RUN-DATE
011923         " - CATCH-UP DATE SKIPPED".
011924     MOVE FZB-WS-PRF-SEL TO FZB-CTL-PROFILE-ID.
011925     PERFORM 6040-READ-PRF-RUNCTL THRU 6040-EXIT.
011926     IF FZB-CUP-RNC-YMD > FZB-WS-RUN-YMD
011927         GO TO 6110-EXIT
011928     END-IF.
011929     MOVE "C" TO FZB-RNC-MARK.
011930     PERFORM 5070-MARK-PRF-RUNCTL THRU 5070-EXIT.
011931 6110-EXIT.
011932     EXIT.
011933 6200-CHECK-CATCHUP-RUNCTL.
011934     MOVE "N" TO FZB-PRF-SKIP-SW.
011935     PERFORM 6040-READ-PRF-RUNCTL THRU 6040-EXIT.
011936     IF FZB-CUP-RNC-YMD = ZERO
011937         IF FZB-WS-RUN-YMD < FZB-CUP-END-YMD
011938             MOVE "Y" TO FZB-PRF-SKIP-SW
011939         END-IF
011940         GO TO 6200-EXIT
011941     END-IF.
011942     IF FZB-CUP-RNC-YMD > FZB-WS-RUN-YMD
011943         MOVE "Y" TO FZB-PRF-SKIP-SW
011944         GO TO 6200-EXIT
011945     END-IF.
011946     IF FZB-RNC-COMPLETE
011947         IF FZB-CUP-RNC-YMD = FZB-WS-RUN-YMD
011948             MOVE "Y" TO FZB-PRF-SKIP-SW
011949         END-IF
011950         GO TO 6200-EXIT
011951     END-IF.
011952     IF FZB-CKP-PENDING
011953         AND FZB-CUP-RNC-YMD = FZB-WS-RUN-YMD
011954         DISPLAY "FZB0113I ACTIVE CHECKPOINT FOR PROFILE "
011955             FZB-CTL-PROFILE-ID " - RESTART PASSES THE "
011956             "RUN-CONTROL GUARD"
011957         GO TO 6200-EXIT
011958     END-IF.
011959     DISPLAY "FZB0125E A RUN FOR PROFILE "
011960         FZB-CTL-PROFILE-ID " BUSINESS DATE "
011961         FZB-RNC-RUN-DATE " IS IN FLIGHT WITH NO ACTIVE "
011962         "CHECKPOINT - CATCH-UP SKIPS THE PROFILE FOR "
011963         FZB-WS-RUN-DATE.
011964     MOVE 12 TO RETURN-CODE.
011965     MOVE "Y" TO FZB-PRF-SKIP-SW.
011966 6200-EXIT.
011967     EXIT.
011968 3000-FINALIZE.
011970     CLOSE FZB-REPORT-FILE.
011971     CLOSE FIZZ-FILE BUZZ-FILE FIZZBUZZ-FILE PLAIN-FILE OTHER-FILE.
011972     IF FZB-WS-PRF-SEL = SPACES
011973         PERFORM 3050-SCAN-STALE-CHECKPOINTS THRU 3050-EXIT
011974     END-IF.
011976 3000-EXIT.
011977     EXIT.
011978 3050-SCAN-STALE-CHECKPOINTS.
011979     OPEN INPUT FZB-CHECKPOINT-FILE.
011980     IF FZB-CKP-FILE-STATUS NOT = "00"
011982         GO TO 3050-EXIT
011983     END-IF.
011984     MOVE "N" TO FZB-CKS-EOF-SW.
011985     PERFORM 3060-SCAN-ONE-STALE THRU 3060-EXIT
011986         UNTIL FZB-CKS-EOF.
011988     CLOSE FZB-CHECKPOINT-FILE.
011989 3050-EXIT.
011990     EXIT.
012000 3060-SCAN-ONE-STALE.
012010     READ FZB-CHECKPOINT-FILE NEXT
013000     END-IF.
013010 8000-EXIT.
013020     EXIT.
013021 8100-DATE-TO-DAYNBR.
013022     COMPUTE FZB-CUP-JA = 14 - FZB-CUP-WK-MM.
013023     DIVIDE FZB-CUP-JA BY 12 GIVING FZB-CUP-JA.
013024     COMPUTE FZB-CUP-JY =
013025         FZB-CUP-WK-YYYY + 4800 - FZB-CUP-JA.
013026     COMPUTE FZB-CUP-JM =
013027         FZB-CUP-WK-MM + 12 * FZB-CUP-JA - 3.
013028     COMPUTE FZB-CUP-JT = 153 * FZB-CUP-JM + 2.
013029     DIVIDE FZB-CUP-JT BY 5 GIVING FZB-CUP-JT.
013030     COMPUTE FZB-CUP-WK-DAYNBR =
013031         FZB-CUP-WK-DD + FZB-CUP-JT + 365 * FZB-CUP-JY.
013032     DIVIDE FZB-CUP-JY BY 4 GIVING FZB-CUP-JT.
013033     ADD FZB-CUP-JT TO FZB-CUP-WK-DAYNBR.
013034     DIVIDE FZB-CUP-JY BY 100 GIVING FZB-CUP-JT.
013035     SUBTRACT FZB-CUP-JT FROM FZB-CUP-WK-DAYNBR.
013036     DIVIDE FZB-CUP-JY BY 400 GIVING FZB-CUP-JT.
013037     ADD FZB-CUP-JT TO FZB-CUP-WK-DAYNBR.
013038     SUBTRACT 32045 FROM FZB-CUP-WK-DAYNBR.
013039 8100-EXIT.
013040     EXIT.
013041 8200-DAYNBR-TO-DATE.
013042     COMPUTE FZB-CUP-JA = FZB-CUP-GAP-DAY + 32044.
013043     COMPUTE FZB-CUP-JT = 4 * FZB-CUP-JA + 3.
013044     DIVIDE FZB-CUP-JT BY 146097 GIVING FZB-CUP-JB.
013045     COMPUTE FZB-CUP-JT = 146097 * FZB-CUP-JB.
013046     DIVIDE FZB-CUP-JT BY 4 GIVING FZB-CUP-JT.
013047     COMPUTE FZB-CUP-JC = FZB-CUP-JA - FZB-CUP-JT.
013048     COMPUTE FZB-CUP-JT = 4 * FZB-CUP-JC + 3.
013049     DIVIDE FZB-CUP-JT BY 1461 GIVING FZB-CUP-JD.
013050     COMPUTE FZB-CUP-JT = 1461 * FZB-CUP-JD.
013051     DIVIDE FZB-CUP-JT BY 4 GIVING FZB-CUP-JT.
013052     COMPUTE FZB-CUP-JE = FZB-CUP-JC - FZB-CUP-JT.
013053     COMPUTE FZB-CUP-JT = 5 * FZB-CUP-JE + 2.
013054     DIVIDE FZB-CUP-JT BY 153 GIVING FZB-CUP-JM.
013055     COMPUTE FZB-CUP-JT = 153 * FZB-CUP-JM + 2.
013056     DIVIDE FZB-CUP-JT BY 5 GIVING FZB-CUP-JT.
013057     COMPUTE FZB-CUP-GAP-DD =
013058         FZB-CUP-JE - FZB-CUP-JT + 1.
013059     DIVIDE FZB-CUP-JM BY 10 GIVING FZB-CUP-JT.
013060     COMPUTE FZB-CUP-GAP-MM =
013061         FZB-CUP-JM + 3 - 12 * FZB-CUP-JT.
013062     COMPUTE FZB-CUP-GAP-YYYY =
013063         100 * FZB-CUP-JB + FZB-CUP-JD - 4800 + FZB-CUP-JT.
013064 8200-EXIT.
013065     EXIT.
013066 8500-LOG-STEP-TIMING.
013067     MOVE RETURN-CODE TO FZB-TMG-RC-HOLD.
013068     CALL "FZBTIM" USING FZB-TMG-ACTION FZB-TMG-STEP FZB-WS-JOBID
013069         FZB-CTL-PROFILE-ID FZB-WS-RUN-DATE FZB-TMG-STAMP
013070         FZB-TMG-RECORDS.
013071     MOVE FZB-TMG-RC-HOLD TO RETURN-CODE.
013072 8500-EXIT.
013073     EXIT.
