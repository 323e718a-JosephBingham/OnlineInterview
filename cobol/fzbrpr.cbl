000650*                    FZBREC IMMEDIATELY FLAGGED AGAIN, SO THE
000660*                    TWO COULD NEVER CONVERGE WHILE AN
000670*                    OVERRIDE COVERED THE WINDOW.
000671*    2026-10-06 JHB  CORRECTION FEED. THE CATEGORY OF EVERY
000672*                    RECORD PURGED FROM THE WINDOW IS NOTED
000673*                    BEFORE THE DELETE AND COMPARED WITH THE
000674*                    REGENERATED ONE, AND EVERY FZBSUB01
000675*                    SUBSCRIBER OF THE REPAIRED PROFILE THAT
000676*                    TAKES EITHER CATEGORY OF A CHANGED KEY GETS
000677*                    ITS OWN HEADER/DETAIL/TRAILER CORRECTION
000678*                    GROUP (COPYBOOK FZBCRX - OLD
000679*                    AND NEW CATEGORY PER KEY, ITS OWN COUNT AND
000680*                    CHECKSUM) PLUS A TYPE-C OUTSTANDING-HANDOFF
000681*                    RECORD ON FZBOHF01, SO FZBACK TRACKS THE
000682*                    CORRECTION'S ACK LIKE ANY NIGHTLY HANDOFF.
000683*                    A SUBSCRIBER NONE OF WHOSE CATEGORIES
000684*                    CHANGED GETS NOTHING.
000685*    2026-10-06 JHB  A FAILED OPEN OR WRITE OF THE FZBOHF01
000686*                    CORRECTION HANDOFF RECORD NOW ENDS RC 16
000687*                    (FZB1009E).
000688*    2026-10-06 JHB  EACH SUBSCRIBER'S CORRECTION GROUP NOW GOES
000689*                    TO ITS OWN DD - CRXOUT1 THROUGH CRXOUT4,
000690*                    MATCHING THE XTROUT1-XTROUT4 DD IT TAKES ITS
000691*                    EXTRACT ON - INSTEAD OF ONE SHARED FZBCRX01
000692*                    FILE, SO EACH CORRECTION FILE CARRIES ONE
000693*                    SUBSCRIBER, MATCHED BY ITS OWN FZBOHF01
000694*                    RECORD. A PROFILE WITH A SUBSCRIBER WHOSE
000695*                    CRXOUT DD ALREADY CARRIES ANOTHER SUBSCRIBER
000696*                    THIS RUN IS NOT REPAIRED (FZB1010W) AND STAYS
000697*                    AN EXCEPTION - RERUN FZBREC, THEN FZBRPAIR,
000698*                    TO REPAIR IT. A FAILED CRXOUT OPEN ENDS RC
000699*                    16 (FZB1011E).
000700*    2026-10-06 JHB  STEP TIMING - THE RUN LOGS ITS START, END,
000701*                    ELAPSED TIME, AND RECORDS REGENERATED TO THE
000702*                    FZBTIM01 TIMING HISTORY THROUGH FZBTIM, AS
000703*                    ONE STEP FOR ALL REPAIRED PROFILES. A TIMING
000704*                    FAILURE ONLY WARNS AND NEVER CHANGES THE
000705*                    RETURN CODE.
000706******************************************************************
000707 ENVIRONMENT DIVISION.
000709 CONFIGURATION SECTION.
000710 SOURCE-COMPUTER. IBM-370.
000720 OBJECT-COMPUTER. IBM-370.
000730 INPUT-OUTPUT SECTION.
001110     SELECT FZB-REPAIR-REPORT-FILE ASSIGN TO FZBRPP01
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS FZB-RPP-FILE-STATUS.
001131     SELECT FZB-SUBSCRIBER-FILE ASSIGN TO FZBSUB01
001132         ORGANIZATION IS LINE SEQUENTIAL
001133         FILE STATUS IS FZB-SUB-FILE-STATUS.
001134     SELECT FZB-OUTSTAND-FILE ASSIGN TO FZBOHF01
001135         ORGANIZATION IS LINE SEQUENTIAL
001136         FILE STATUS IS FZB-OHF-FILE-STATUS.
001137     SELECT FZB-CRXOUT1-FILE ASSIGN TO CRXOUT1
001138         ORGANIZATION IS LINE SEQUENTIAL
001139         FILE STATUS IS FZB-CX1-FILE-STATUS.
001140     SELECT FZB-CRXOUT2-FILE ASSIGN TO CRXOUT2
001141         ORGANIZATION IS LINE SEQUENTIAL
001142         FILE STATUS IS FZB-CX2-FILE-STATUS.
001143     SELECT FZB-CRXOUT3-FILE ASSIGN TO CRXOUT3
001144         ORGANIZATION IS LINE SEQUENTIAL
001145         FILE STATUS IS FZB-CX3-FILE-STATUS.
001146     SELECT FZB-CRXOUT4-FILE ASSIGN TO CRXOUT4
001147         ORGANIZATION IS LINE SEQUENTIAL
001148         FILE STATUS IS FZB-CX4-FILE-STATUS.
001149 DATA DIVISION.
001150 FILE SECTION.
001160 FD  FZB-STATUS-FILE
001170     LABEL RECORDS ARE STANDARD.
001660     LABEL RECORDS ARE STANDARD
001670     RECORD CONTAINS 80 CHARACTERS.
001680 01  FZB-REPAIR-REPORT-RECORD    PIC X(80).
001681 FD  FZB-SUBSCRIBER-FILE
001682     LABEL RECORDS ARE STANDARD.
001683 COPY FZBSUB.
001684 FD  FZB-OUTSTAND-FILE
001685     LABEL RECORDS ARE STANDARD.
001686 COPY FZBOHF.
001687 FD  FZB-CRXOUT1-FILE
001688     LABEL RECORDS ARE STANDARD
001689     RECORD CONTAINS 60 CHARACTERS.
001690 01  FZB-CX1-RECORD              PIC X(60).
001691 FD  FZB-CRXOUT2-FILE
001692     LABEL RECORDS ARE STANDARD
001693     RECORD CONTAINS 60 CHARACTERS.
001694 01  FZB-CX2-RECORD              PIC X(60).
001695 FD  FZB-CRXOUT3-FILE
001696     LABEL RECORDS ARE STANDARD
001697     RECORD CONTAINS 60 CHARACTERS.
001698 01  FZB-CX3-RECORD              PIC X(60).
001699 FD  FZB-CRXOUT4-FILE
001700     LABEL RECORDS ARE STANDARD
001701     RECORD CONTAINS 60 CHARACTERS.
001702 01  FZB-CX4-RECORD              PIC X(60).
001705 WORKING-STORAGE SECTION.
001707 COPY FZBRPP.
001710 COPY FZBCTL.
001711 COPY FZBCRX.
001720 01  FZB-STS-FILE-STATUS         PIC X(02).
001730 01  FZB-AUD-FILE-STATUS         PIC X(02).
001740 01  FZB-FIZZ-FILE-STATUS        PIC X(02).
001760 01  FZB-FZBZ-FILE-STATUS        PIC X(02).
001770 01  FZB-PLN-FILE-STATUS         PIC X(02).
001780 01  FZB-OTH-FILE-STATUS         PIC X(02).
001781 01  FZB-RPP-FILE-STATUS         PIC X(02).
001782 01  FZB-OVR-FILE-STATUS         PIC X(02).
001783 01  FZB-SUB-FILE-STATUS         PIC X(02).
001784 01  FZB-OHF-FILE-STATUS         PIC X(02).
001785 01  FZB-CX1-FILE-STATUS         PIC X(02).
001786 01  FZB-CX2-FILE-STATUS         PIC X(02).
001787 01  FZB-CX3-FILE-STATUS         PIC X(02).
001789 01  FZB-CX4-FILE-STATUS         PIC X(02).
001790 01  FZB-SUB-TABLE.
001791     05  FZB-SUB-ENT             OCCURS 40 TIMES.
001792         10  FZB-SUB-T-ID        PIC X(08).
001793         10  FZB-SUB-T-PROFILE   PIC X(08).
001794         10  FZB-SUB-T-FLAG      PIC X(01) OCCURS 5 TIMES.
001795         10  FZB-SUB-T-DD        PIC 9(01).
001796 01  FZB-SUB-CNT                 PIC 9(02) VALUE ZERO COMP.
001797 01  FZB-SUB-IDX                 PIC 9(02) VALUE ZERO COMP.
001798 01  FZB-SUB-EOF-SW              PIC X(01) VALUE "N".
001799     88  FZB-SUB-EOF             VALUE "Y".
001800 01  FZB-SUB-DD-EDIT.
001801     05  FILLER                  PIC X(06).
001802     05  FZB-SUB-DD-NBR          PIC X(01).
001803     05  FZB-SUB-DD-NBR-N REDEFINES
001804         FZB-SUB-DD-NBR          PIC 9(01).
001806     05  FILLER                  PIC X(01).
001807 01  FZB-CORRECTION-RECORD       PIC X(60).
001808 01  FZB-CRX-DD-TABLE            VALUE SPACES.
001809     05  FZB-CRX-DD-OWNER        PIC X(08) OCCURS 4 TIMES.
001810 01  FZB-CRX-DD-SUB              PIC 9(01) VALUE ZERO.
001811 01  FZB-CRX-CLASH-DD            PIC 9(01) VALUE ZERO.
001812 01  FZB-CRX-CLASH-OWNER         PIC X(08) VALUE SPACES.
001813 01  FZB-COR-OLD-TABLE.
001814     05  FZB-COR-OLD-CODE        PIC 9(01) OCCURS 99999 TIMES.
001815 01  FZB-COR-NEW-TABLE.
001816     05  FZB-COR-NEW-CODE        PIC 9(01) OCCURS 99999 TIMES.
001817 01  FZB-COR-CAT-VALUES.
001818     05  FILLER                  PIC X(08) VALUE "None".
001819     05  FILLER                  PIC X(08) VALUE "Fizz".
001820     05  FILLER                  PIC X(08) VALUE "Buzz".
001821     05  FILLER                  PIC X(08) VALUE "FizzBuzz".
001822     05  FILLER                  PIC X(08) VALUE "Plain".
001823     05  FILLER                  PIC X(08) VALUE "Other".
001824 01  FZB-COR-CAT-TABLE REDEFINES FZB-COR-CAT-VALUES.
001825     05  FZB-COR-CAT-NAME        PIC X(08) OCCURS 6 TIMES.
001826 01  FZB-COR-CODE                PIC 9(01) VALUE ZERO.
001827 01  FZB-COR-OFFSET              PIC 9(05) VALUE ZERO COMP.
001828 01  FZB-COR-WIN-SIZE            PIC 9(05) VALUE ZERO COMP.
001829 01  FZB-COR-ABS                 PIC 9(09) VALUE ZERO COMP.
001830 01  FZB-COR-CYCLE               PIC 9(02) VALUE ZERO.
001831 01  FZB-COR-CT                  PIC 9(05) VALUE ZERO.
001832 01  FZB-COR-SUB                 PIC 9(01) VALUE ZERO COMP.
001833 01  FZB-COR-TAKES-SW            PIC X(01) VALUE "N".
001834     88  FZB-COR-TAKES-KEY       VALUE "Y".
001835 01  FZB-COR-HDR-SW              PIC X(01) VALUE "N".
001836     88  FZB-COR-HDR-WRITTEN     VALUE "Y".
001837 01  FZB-COR-REC-COUNT           PIC 9(07) VALUE ZERO COMP.
001838 01  FZB-COR-CHECKSUM            PIC 9(09) VALUE ZERO COMP.
001839 01  FZB-COR-REC-COUNT-D         PIC 9(07) VALUE ZERO.
001840 01  FZB-COR-HANDOFFS            PIC 9(03) VALUE ZERO COMP.
001842 01  FZB-OVR-TABLE.
001844     05  FZB-OVR-ENT             OCCURS 50 TIMES.
001846         10  FZB-OVR-T-PROFILE   PIC X(08).
001848         10  FZB-OVR-T-CYCLE     PIC 9(02).
001850         10  FZB-OVR-T-CT        PIC 9(05).
001860         10  FZB-OVR-T-ACTION    PIC X(01).
001870         10  FZB-OVR-T-LABEL     PIC X(08).
002050 01  FZB-WS-RUN-YMD              PIC 9(08) VALUE ZERO.
002060 01  FZB-CAL-FLAG                PIC X(01) VALUE "Y".
002070 01  FZB-CAL-NEXT-DATE           PIC X(10) VALUE SPACES.
002071 01  FZB-TMG-ACTION              PIC X(01) VALUE SPACES.
002072 01  FZB-TMG-STEP                PIC X(08) VALUE "FZBRPR".
002073 01  FZB-TMG-QUAL                PIC X(08) VALUE SPACES.
002074 01  FZB-TMG-PROFILE             PIC X(08) VALUE SPACES.
002075 01  FZB-TMG-STAMP               PIC X(16) VALUE SPACES.
002076 01  FZB-TMG-RECORDS             PIC 9(09) VALUE ZERO.
002077 01  FZB-TMG-RC-HOLD             PIC S9(04) VALUE ZERO COMP.
002080 01  FZB-RPR-TABLE.
002090     05  FZB-RPR-ENT             OCCURS 10 TIMES.
002100         10  FZB-RPR-ID          PIC X(08).
002120         10  FZB-RPR-ABS-END     PIC 9(09) COMP.
002130         10  FZB-RPR-CTL-IMAGE   PIC X(95).
002140         10  FZB-RPR-REMOVED     PIC 9(05) COMP.
002141         10  FZB-RPR-WIN-DATE    PIC X(10).
002150 01  FZB-RPR-CNT                 PIC 9(02) VALUE ZERO COMP.
002160 01  FZB-RPR-IDX                 PIC 9(02) VALUE ZERO COMP.
002170 01  FZB-RPR-HIT                 PIC 9(02) VALUE ZERO COMP.
002770     PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT.
002780     PERFORM 1200-LOAD-EXCEPTIONS THRU 1200-EXIT.
002790     PERFORM 1300-LOAD-AUDIT-WINDOWS THRU 1300-EXIT.
002791     PERFORM 1500-LOAD-SUBSCRIBERS THRU 1500-EXIT.
002800     OPEN I-O FIZZ-FILE BUZZ-FILE FIZZBUZZ-FILE PLAIN-FILE
002810         OTHER-FILE.
002811     OPEN OUTPUT FZB-CRXOUT1-FILE FZB-CRXOUT2-FILE
002812         FZB-CRXOUT3-FILE FZB-CRXOUT4-FILE.
002813     IF FZB-CX1-FILE-STATUS NOT = "00"
002814             OR FZB-CX2-FILE-STATUS NOT = "00"
002815             OR FZB-CX3-FILE-STATUS NOT = "00"
002816             OR FZB-CX4-FILE-STATUS NOT = "00"
002817         DISPLAY "FZB1011E UNABLE TO OPEN CRXOUT1-4, STATUS = "
002818             FZB-CX1-FILE-STATUS " " FZB-CX2-FILE-STATUS " "
002819             FZB-CX3-FILE-STATUS " " FZB-CX4-FILE-STATUS
002820         MOVE 16 TO RETURN-CODE
002821         STOP RUN
002822     END-IF.
002823     MOVE "S" TO FZB-TMG-ACTION.
002824     PERFORM 8500-LOG-STEP-TIMING THRU 8500-EXIT.
002826 1000-EXIT.
002830     EXIT.
002840 1045-LOAD-OVERRIDES.
002850     OPEN INPUT FZB-OVERRIDE-FILE.
003760     MOVE ZERO TO FZB-RPR-ABS-END (FZB-RPR-CNT).
003770     MOVE SPACES TO FZB-RPR-CTL-IMAGE (FZB-RPR-CNT).
003780     MOVE ZERO TO FZB-RPR-REMOVED (FZB-RPR-CNT).
003781     MOVE SPACES TO FZB-RPR-WIN-DATE (FZB-RPR-CNT).
003790 1220-EXIT.
003800     EXIT.
003810 1300-LOAD-AUDIT-WINDOWS.
004400         UNTIL FZB-IDX > FZB-AUD-RULE-COUNT.
004410     MOVE FZB-CONTROL-RECORD
004420         TO FZB-RPR-CTL-IMAGE (FZB-RPR-HIT).
004421     MOVE FZB-AUD-RUN-DATE TO FZB-RPR-WIN-DATE (FZB-RPR-HIT).
004430 1320-EXIT.
004440     EXIT.
004450 1330-SAVE-AUDIT-RULE.
004640     END-IF.
004650 1410-EXIT.
004660     EXIT.
004661 1500-LOAD-SUBSCRIBERS.
004662     IF FZB-RPR-CNT = ZERO
004663         GO TO 1500-EXIT
004664     END-IF.
004665     OPEN INPUT FZB-SUBSCRIBER-FILE.
004666     IF FZB-SUB-FILE-STATUS NOT = "00"
004667         DISPLAY "FZB1006W UNABLE TO OPEN FZBSUB01, STATUS = "
004668             FZB-SUB-FILE-STATUS " - NO CORRECTION HANDOFFS"
004669         GO TO 1500-EXIT
004670     END-IF.
004671     MOVE "N" TO FZB-SUB-EOF-SW.
004672     PERFORM 1510-READ-SUBSCRIBER THRU 1510-EXIT
004673         UNTIL FZB-SUB-EOF.
004674     CLOSE FZB-SUBSCRIBER-FILE.
004675 1500-EXIT.
004676     EXIT.
004677 1510-READ-SUBSCRIBER.
004678     READ FZB-SUBSCRIBER-FILE
004679         AT END MOVE "Y" TO FZB-SUB-EOF-SW
004680         NOT AT END PERFORM 1520-STORE-SUBSCRIBER THRU 1520-EXIT
004681     END-READ.
004682 1510-EXIT.
004683     EXIT.
004684 1520-STORE-SUBSCRIBER.
004685     IF FZB-SUB-CNT NOT LESS THAN 40
004686         DISPLAY "FZB1007E MORE THAN 40 SUBSCRIBERS IN FZBSUB01 "
004687             "- TABLE FULL"
004688         MOVE 16 TO RETURN-CODE
004689         STOP RUN
004690     END-IF.
004691     ADD 1 TO FZB-SUB-CNT.
004692     MOVE FZB-SUB-ID TO FZB-SUB-T-ID (FZB-SUB-CNT).
004693     MOVE FZB-SUB-PROFILE TO FZB-SUB-T-PROFILE (FZB-SUB-CNT).
004694     MOVE FZB-SUB-FIZZ-SW TO FZB-SUB-T-FLAG (FZB-SUB-CNT 1).
004695     MOVE FZB-SUB-BUZZ-SW TO FZB-SUB-T-FLAG (FZB-SUB-CNT 2).
004696     MOVE FZB-SUB-FZBZ-SW TO FZB-SUB-T-FLAG (FZB-SUB-CNT 3).
004697     MOVE FZB-SUB-PLAIN-SW TO FZB-SUB-T-FLAG (FZB-SUB-CNT 4).
004698     MOVE FZB-SUB-OTHER-SW TO FZB-SUB-T-FLAG (FZB-SUB-CNT 5).
004699     MOVE FZB-SUB-OUTPUT-DD TO FZB-SUB-DD-EDIT.
004700     MOVE ZERO TO FZB-SUB-T-DD (FZB-SUB-CNT).
004701     IF FZB-SUB-DD-EDIT (1:6) = "XTROUT"
004702             AND FZB-SUB-DD-NBR NOT < "1"
004703             AND FZB-SUB-DD-NBR NOT > "4"
004704         MOVE FZB-SUB-DD-NBR-N TO FZB-SUB-T-DD (FZB-SUB-CNT)
004705     END-IF.
004707 1520-EXIT.
004709     EXIT.
004711 3000-REGENERATE.
004713     PERFORM 3100-REGENERATE-PROFILE THRU 3100-EXIT
004714         VARYING FZB-RPR-IDX FROM 1 BY 1
004716         UNTIL FZB-RPR-IDX > FZB-RPR-CNT.
004718 3000-EXIT.
004720     EXIT.
004730 3100-REGENERATE-PROFILE.
004740     IF FZB-RPR-ABS-END (FZB-RPR-IDX) = ZERO
004800         WRITE FZB-REPAIR-REPORT-RECORD
004810         GO TO 3100-EXIT
004820     END-IF.
004821     MOVE ZERO TO FZB-CRX-CLASH-DD.
004822     PERFORM 3570-CHECK-CORRECTION-DD THRU 3570-EXIT
004823         VARYING FZB-SUB-IDX FROM 1 BY 1
004824         UNTIL FZB-SUB-IDX > FZB-SUB-CNT.
004825     IF FZB-CRX-CLASH-DD > ZERO
004826         DISPLAY "FZB1010W PROFILE " FZB-RPR-ID (FZB-RPR-IDX)
004827             " NOT REPAIRED - CRXOUT" FZB-CRX-CLASH-DD
004828             " ALREADY CARRIES SUBSCRIBER " FZB-CRX-CLASH-OWNER
004829         MOVE SPACES TO FZB-RPP-DETAIL-LINE
004830         MOVE FZB-RPR-ID (FZB-RPR-IDX) TO FZB-RPP-PROFILE
004831         STRING "CRXOUT" FZB-CRX-CLASH-DD " ALREADY CARRIES "
004832                 "SUBSCRIBER " FZB-CRX-CLASH-OWNER
004833                 " - NOT REPAIRED"
004834             DELIMITED BY SIZE INTO FZB-RPP-TEXT
004835         MOVE FZB-RPP-DETAIL-LINE TO FZB-REPAIR-REPORT-RECORD
004836         WRITE FZB-REPAIR-REPORT-RECORD
004837         GO TO 3100-EXIT
004838     END-IF.
004839     PERFORM 3580-CLAIM-CORRECTION-DD THRU 3580-EXIT
004840         VARYING FZB-SUB-IDX FROM 1 BY 1
004841         UNTIL FZB-SUB-IDX > FZB-SUB-CNT.
004844     MOVE FZB-RPR-CTL-IMAGE (FZB-RPR-IDX)
004847         TO FZB-CONTROL-RECORD.
004850     MOVE ZERO TO FZB-RPR-FIZZ-COUNT.
004860     MOVE ZERO TO FZB-RPR-BUZZ-COUNT.
004870     MOVE ZERO TO FZB-RPR-FZBZ-COUNT.
004880     MOVE ZERO TO FZB-RPR-PLAIN-COUNT.
004890     MOVE ZERO TO FZB-RPR-OTHER-COUNT.
004891     MOVE ZEROS TO FZB-COR-OLD-TABLE.
004892     MOVE ZEROS TO FZB-COR-NEW-TABLE.
004893     COMPUTE FZB-COR-WIN-SIZE = FZB-RPR-ABS-END (FZB-RPR-IDX)
004894         - FZB-RPR-ABS-START (FZB-RPR-IDX) + 1.
004900     PERFORM 3150-PURGE-WINDOW THRU 3150-EXIT.
004910     COMPUTE FZB-RPR-CYCLE =
004920         (FZB-RPR-ABS-START (FZB-RPR-IDX) - 1) / 99999 + 1.
004980         UNTIL FZB-RPR-ABS-CUR > FZB-RPR-ABS-END (FZB-RPR-IDX).
004990     PERFORM 3300-WRITE-REPAIR-LINE THRU 3300-EXIT.
005000     PERFORM 3400-WRITE-REPAIR-AUDIT THRU 3400-EXIT.
005001     PERFORM 3500-CORRECTION-FEED THRU 3500-EXIT
005002         VARYING FZB-SUB-IDX FROM 1 BY 1
005003         UNTIL FZB-SUB-IDX > FZB-SUB-CNT.
005010 3100-EXIT.
005020     EXIT.
005030 3150-PURGE-WINDOW.
005390                     FZB-RPR-ABS-END (FZB-RPR-IDX)
005400                 MOVE "Y" TO FZB-RPR-EOF-SW
005410             ELSE
005411                 MOVE 1 TO FZB-COR-CODE
005412                 PERFORM 3170-NOTE-OLD-CATEGORY THRU 3170-EXIT
005420                 DELETE FIZZ-FILE
005430                 ADD 1 TO FZB-RPR-REMOVED (FZB-RPR-IDX)
005440             END-IF
005710                     FZB-RPR-ABS-END (FZB-RPR-IDX)
005720                 MOVE "Y" TO FZB-RPR-EOF-SW
005730             ELSE
005731                 MOVE 2 TO FZB-COR-CODE
005732                 PERFORM 3170-NOTE-OLD-CATEGORY THRU 3170-EXIT
005740                 DELETE BUZZ-FILE
005750                 ADD 1 TO FZB-RPR-REMOVED (FZB-RPR-IDX)
005760             END-IF
006030                     FZB-RPR-ABS-END (FZB-RPR-IDX)
006040                 MOVE "Y" TO FZB-RPR-EOF-SW
006050             ELSE
006051                 MOVE 3 TO FZB-COR-CODE
006052                 PERFORM 3170-NOTE-OLD-CATEGORY THRU 3170-EXIT
006060                 DELETE FIZZBUZZ-FILE
006070                 ADD 1 TO FZB-RPR-REMOVED (FZB-RPR-IDX)
006080             END-IF
006350                     FZB-RPR-ABS-END (FZB-RPR-IDX)
006360                 MOVE "Y" TO FZB-RPR-EOF-SW
006370             ELSE
006371                 MOVE 4 TO FZB-COR-CODE
006372                 PERFORM 3170-NOTE-OLD-CATEGORY THRU 3170-EXIT
006380                 DELETE PLAIN-FILE
006390                 ADD 1 TO FZB-RPR-REMOVED (FZB-RPR-IDX)
006400             END-IF
006670                     FZB-RPR-ABS-END (FZB-RPR-IDX)
006680                 MOVE "Y" TO FZB-RPR-EOF-SW
006690             ELSE
006691                 MOVE 5 TO FZB-COR-CODE
006692                 PERFORM 3170-NOTE-OLD-CATEGORY THRU 3170-EXIT
006700                 DELETE OTHER-FILE
006710                 ADD 1 TO FZB-RPR-REMOVED (FZB-RPR-IDX)
006720             END-IF
006730     END-READ.
006740 3165-EXIT.
006750     EXIT.
006751 3170-NOTE-OLD-CATEGORY.
006752     COMPUTE FZB-COR-ABS = FZB-RPR-REC-ABS
006753         - FZB-RPR-ABS-START (FZB-RPR-IDX) + 1.
006754     IF FZB-COR-ABS > ZERO AND FZB-COR-ABS NOT > FZB-COR-WIN-SIZE
006755         MOVE FZB-COR-ABS TO FZB-COR-OFFSET
006756         MOVE FZB-COR-CODE TO FZB-COR-OLD-CODE (FZB-COR-OFFSET)
006757     END-IF.
006758 3170-EXIT.
006759     EXIT.
006760 3200-REGENERATE-ONE-CT.
006770     CALL "FZBCLSF" USING FZB-CONTROL-RECORD
006780         FZB-RPR-CT FZB-RPR-CYCLE FZB-RPR-CLASS.
006781     COMPUTE FZB-COR-OFFSET = FZB-RPR-ABS-CUR
006782         - FZB-RPR-ABS-START (FZB-RPR-IDX) + 1.
006790     PERFORM 3250-CHECK-OVERRIDE THRU 3250-EXIT.
006800     IF FZB-OVR-FLAG = "SKIP"
006810         PERFORM 3290-ADVANCE-CT THRU 3290-EXIT
006920             MOVE FZB-CTL-PROFILE-ID TO PLN-PROFILE
006930             MOVE FZB-WS-RUN-DATE TO PLN-RUN-DATE
006940             WRITE PLN-RECORD
006941             MOVE 4 TO FZB-COR-NEW-CODE (FZB-COR-OFFSET)
006950         WHEN "FizzBuzz"
006960             ADD 1 TO FZB-RPR-FZBZ-COUNT
006970             MOVE FZB-RPR-CT TO FZBZ-CT
006990             MOVE FZB-CTL-PROFILE-ID TO FZBZ-PROFILE
007000             MOVE FZB-WS-RUN-DATE TO FZBZ-RUN-DATE
007010             WRITE FZBZ-RECORD
007011             MOVE 3 TO FZB-COR-NEW-CODE (FZB-COR-OFFSET)
007020         WHEN FZB-CTL-LABEL (1)
007030             ADD 1 TO FZB-RPR-FIZZ-COUNT
007040             MOVE FZB-RPR-CT TO FIZZ-CT
007060             MOVE FZB-CTL-PROFILE-ID TO FIZZ-PROFILE
007070             MOVE FZB-WS-RUN-DATE TO FIZZ-RUN-DATE
007080             WRITE FIZZ-RECORD
007081             MOVE 1 TO FZB-COR-NEW-CODE (FZB-COR-OFFSET)
007090         WHEN FZB-CTL-LABEL (2)
007100             ADD 1 TO FZB-RPR-BUZZ-COUNT
007110             MOVE FZB-RPR-CT TO BUZZ-CT
007130             MOVE FZB-CTL-PROFILE-ID TO BUZZ-PROFILE
007140             MOVE FZB-WS-RUN-DATE TO BUZZ-RUN-DATE
007150             WRITE BUZZ-RECORD
007151             MOVE 2 TO FZB-COR-NEW-CODE (FZB-COR-OFFSET)
007160         WHEN OTHER
007170             ADD 1 TO FZB-RPR-OTHER-COUNT
007180             MOVE FZB-RPR-CT TO OTH-CT
007200             MOVE FZB-CTL-PROFILE-ID TO OTH-PROFILE
007210             MOVE FZB-WS-RUN-DATE TO OTH-RUN-DATE
007220             WRITE OTH-RECORD
007221             MOVE 5 TO FZB-COR-NEW-CODE (FZB-COR-OFFSET)
007230     END-EVALUATE.
007240     PERFORM 3290-ADVANCE-CT THRU 3290-EXIT.
007250 3200-EXIT.
007650     COMPUTE FZB-RPR-TOTAL-COUNT = FZB-RPR-FIZZ-COUNT
007660         + FZB-RPR-BUZZ-COUNT + FZB-RPR-FZBZ-COUNT
007670         + FZB-RPR-PLAIN-COUNT + FZB-RPR-OTHER-COUNT.
007671     ADD FZB-RPR-TOTAL-COUNT TO FZB-TMG-RECORDS.
007680     MOVE FZB-RPR-REMOVED (FZB-RPR-IDX) TO FZB-RPR-REMOVED-D.
007690     MOVE FZB-RPR-TOTAL-COUNT TO FZB-RPR-REGEN-D.
007700     MOVE SPACES TO FZB-RPP-DETAIL-LINE.
007950         VARYING FZB-IDX FROM 1 BY 1
007960         UNTIL FZB-IDX > FZB-CTL-RULE-COUNT.
007970     MOVE FZB-RPR-FIZZ-COUNT TO FZB-AUD-FIZZ-COUNT.
007971     MOVE FZB-RPR-BUZZ-COUNT TO FZB-AUD-BUZZ-COUNT.
007972     MOVE FZB-RPR-FZBZ-COUNT TO FZB-AUD-FIZZBUZZ-COUNT.
007973     MOVE FZB-RPR-PLAIN-COUNT TO FZB-AUD-PLAIN-COUNT.
007974     MOVE FZB-RPR-OTHER-COUNT TO FZB-AUD-OTHER-COUNT.
007975     MOVE FZB-RPR-TOTAL-COUNT TO FZB-AUD-TOTAL-COUNT.
007976     OPEN EXTEND FZB-AUDIT-FILE.
007977     IF FZB-AUD-FILE-STATUS = "35"
007978         OPEN OUTPUT FZB-AUDIT-FILE
007979     END-IF.
007980     WRITE FZB-AUDIT-RECORD.
007981     CLOSE FZB-AUDIT-FILE.
007982 3400-EXIT.
007983     EXIT.
007984 3410-SAVE-AUDIT-RULE.
007985     MOVE FZB-CTL-DIVISOR (FZB-IDX) TO FZB-AUD-DIVISOR (FZB-IDX).
007986     MOVE FZB-CTL-LABEL (FZB-IDX) TO FZB-AUD-LABEL (FZB-IDX).
007987 3410-EXIT.
007988     EXIT.
007989 3500-CORRECTION-FEED.
007990     IF FZB-SUB-T-PROFILE (FZB-SUB-IDX) NOT = FZB-CTL-PROFILE-ID
007991             OR FZB-SUB-T-DD (FZB-SUB-IDX) = ZERO
007992         GO TO 3500-EXIT
007993     END-IF.
007994     MOVE "N" TO FZB-COR-HDR-SW.
007995     MOVE ZERO TO FZB-COR-REC-COUNT.
007996     MOVE ZERO TO FZB-COR-CHECKSUM.
007997     PERFORM 3510-CORRECT-ONE-KEY THRU 3510-EXIT
007998         VARYING FZB-COR-OFFSET FROM 1 BY 1
007999         UNTIL FZB-COR-OFFSET > FZB-COR-WIN-SIZE.
008000     IF NOT FZB-COR-HDR-WRITTEN
008001         GO TO 3500-EXIT
008003     END-IF.
008004     INITIALIZE FZB-CRX-TRAILER-RECORD.
008005     MOVE "CT" TO FZB-CRX-TRL-TYPE.
008006     MOVE FZB-COR-REC-COUNT TO FZB-CRX-TRL-REC-COUNT.
008007     MOVE FZB-COR-CHECKSUM TO FZB-CRX-TRL-CHECKSUM.
008008     MOVE FZB-CRX-TRAILER-RECORD TO FZB-CORRECTION-RECORD.
008009     PERFORM 3560-WRITE-CORRECTION THRU 3560-EXIT.
008010     PERFORM 3550-WRITE-CORRECTION-OHF THRU 3550-EXIT.
008011     ADD 1 TO FZB-COR-HANDOFFS.
008012     MOVE FZB-COR-REC-COUNT TO FZB-COR-REC-COUNT-D.
008013     MOVE SPACES TO FZB-RPP-DETAIL-LINE.
008014     MOVE FZB-CTL-PROFILE-ID TO FZB-RPP-PROFILE.
008015     STRING "CORRECTION HANDOFF TO " FZB-SUB-T-ID (FZB-SUB-IDX)
008016             " - " FZB-COR-REC-COUNT-D " CHANGED KEYS"
008017         DELIMITED BY SIZE INTO FZB-RPP-TEXT.
008018     MOVE FZB-RPP-DETAIL-LINE TO FZB-REPAIR-REPORT-RECORD.
008019     WRITE FZB-REPAIR-REPORT-RECORD.
008020 3500-EXIT.
008021     EXIT.
008022 3510-CORRECT-ONE-KEY.
008023     IF FZB-COR-OLD-CODE (FZB-COR-OFFSET)
008024             = FZB-COR-NEW-CODE (FZB-COR-OFFSET)
008025         GO TO 3510-EXIT
008026     END-IF.
008027     MOVE "N" TO FZB-COR-TAKES-SW.
008028     MOVE FZB-COR-OLD-CODE (FZB-COR-OFFSET) TO FZB-COR-SUB.
008029     IF FZB-COR-SUB > ZERO
008030         AND FZB-SUB-T-FLAG (FZB-SUB-IDX FZB-COR-SUB) = "Y"
008031         MOVE "Y" TO FZB-COR-TAKES-SW
008032     END-IF.
008033     MOVE FZB-COR-NEW-CODE (FZB-COR-OFFSET) TO FZB-COR-SUB.
008034     IF FZB-COR-SUB > ZERO
008035         AND FZB-SUB-T-FLAG (FZB-SUB-IDX FZB-COR-SUB) = "Y"
008036         MOVE "Y" TO FZB-COR-TAKES-SW
008037     END-IF.
008038     IF NOT FZB-COR-TAKES-KEY
008039         GO TO 3510-EXIT
008040     END-IF.
008041     IF NOT FZB-COR-HDR-WRITTEN
008042         PERFORM 3520-WRITE-CORRECTION-HDR THRU 3520-EXIT
008043     END-IF.
008044     COMPUTE FZB-COR-ABS = FZB-RPR-ABS-START (FZB-RPR-IDX)
008045         + FZB-COR-OFFSET - 1.
008046     COMPUTE FZB-COR-CYCLE = (FZB-COR-ABS - 1) / 99999 + 1.
008047     COMPUTE FZB-COR-CT = FZB-COR-ABS
008048         - (FZB-COR-CYCLE - 1) * 99999.
008049     INITIALIZE FZB-CRX-DETAIL-RECORD.
008050     MOVE "CD" TO FZB-CRX-DTL-TYPE.
008051     MOVE FZB-CTL-PROFILE-ID TO FZB-CRX-DTL-PROFILE.
008052     MOVE FZB-COR-CYCLE TO FZB-CRX-DTL-CYCLE.
008053     MOVE FZB-COR-CT TO FZB-CRX-DTL-CT.
008054     MOVE FZB-COR-OLD-CODE (FZB-COR-OFFSET) TO FZB-COR-SUB.
008055     ADD 1 TO FZB-COR-SUB.
008056     MOVE FZB-COR-CAT-NAME (FZB-COR-SUB) TO FZB-CRX-DTL-OLD-CAT.
008057     MOVE FZB-COR-NEW-CODE (FZB-COR-OFFSET) TO FZB-COR-SUB.
008058     ADD 1 TO FZB-COR-SUB.
008059     MOVE FZB-COR-CAT-NAME (FZB-COR-SUB) TO FZB-CRX-DTL-NEW-CAT.
008060     MOVE FZB-CRX-DETAIL-RECORD TO FZB-CORRECTION-RECORD.
008061     PERFORM 3560-WRITE-CORRECTION THRU 3560-EXIT.
008062     ADD 1 TO FZB-COR-REC-COUNT.
008063     ADD FZB-COR-CT TO FZB-COR-CHECKSUM.
008064 3510-EXIT.
008066     EXIT.
008067 3520-WRITE-CORRECTION-HDR.
008068     INITIALIZE FZB-CRX-HEADER-RECORD.
008069     MOVE "CH" TO FZB-CRX-HDR-TYPE.
008070     MOVE FZB-CTL-PROFILE-ID TO FZB-CRX-HDR-PROFILE.
008071     MOVE FZB-SUB-T-ID (FZB-SUB-IDX) TO FZB-CRX-HDR-SUBSCRIBER.
008072     MOVE FZB-WS-RUN-DATE TO FZB-CRX-HDR-RUN-DATE.
008073     MOVE FZB-RPR-WIN-DATE (FZB-RPR-IDX) TO FZB-CRX-HDR-ORIG-DATE.
008074     MOVE FZB-CTL-START-NBR TO FZB-CRX-HDR-START-NBR.
008075     MOVE FZB-CTL-END-NBR TO FZB-CRX-HDR-END-NBR.
008076     COMPUTE FZB-CRX-HDR-START-CYC =
008077         (FZB-RPR-ABS-START (FZB-RPR-IDX) - 1) / 99999 + 1.
008078     COMPUTE FZB-CRX-HDR-END-CYC =
008079         (FZB-RPR-ABS-END (FZB-RPR-IDX) - 1) / 99999 + 1.
008080     MOVE FZB-CRX-HEADER-RECORD TO FZB-CORRECTION-RECORD.
008081     PERFORM 3560-WRITE-CORRECTION THRU 3560-EXIT.
008082     MOVE "Y" TO FZB-COR-HDR-SW.
008083 3520-EXIT.
008084     EXIT.
008085 3550-WRITE-CORRECTION-OHF.
008086     OPEN EXTEND FZB-OUTSTAND-FILE.
008087     IF FZB-OHF-FILE-STATUS = "35"
008088         OPEN OUTPUT FZB-OUTSTAND-FILE
008089     END-IF.
008090     IF FZB-OHF-FILE-STATUS NOT = "00"
008091         DISPLAY "FZB1009E UNABLE TO WRITE FZBOHF01, STATUS = "
008092             FZB-OHF-FILE-STATUS
008093         MOVE 16 TO RETURN-CODE
008094         STOP RUN
008095     END-IF.
008096     INITIALIZE FZB-OUTSTAND-RECORD.
008097     MOVE FZB-WS-RUN-DATE TO FZB-OHF-RUN-DATE.
008098     MOVE FZB-CTL-PROFILE-ID TO FZB-OHF-PROFILE.
008099     MOVE FZB-SUB-T-ID (FZB-SUB-IDX) TO FZB-OHF-SUBSCRIBER.
008100     MOVE FZB-COR-REC-COUNT TO FZB-OHF-REC-COUNT.
008101     MOVE FZB-COR-CHECKSUM TO FZB-OHF-CHECKSUM.
008102     MOVE "O" TO FZB-OHF-STATUS.
008103     MOVE ZERO TO FZB-OHF-AGE-DAYS.
008104     MOVE "C" TO FZB-OHF-HANDOFF-TYPE.
008105     WRITE FZB-OUTSTAND-RECORD.
008106     IF FZB-OHF-FILE-STATUS NOT = "00"
008107         DISPLAY "FZB1009E UNABLE TO WRITE FZBOHF01, STATUS = "
008108             FZB-OHF-FILE-STATUS
008109         MOVE 16 TO RETURN-CODE
008110         STOP RUN
008111     END-IF.
008112     CLOSE FZB-OUTSTAND-FILE.
008113 3550-EXIT.
008114     EXIT.
008115 3560-WRITE-CORRECTION.
008116     EVALUATE FZB-SUB-T-DD (FZB-SUB-IDX)
008117         WHEN 1
008118             MOVE FZB-CORRECTION-RECORD TO FZB-CX1-RECORD
008119             WRITE FZB-CX1-RECORD
008120         WHEN 2
008121             MOVE FZB-CORRECTION-RECORD TO FZB-CX2-RECORD
008122             WRITE FZB-CX2-RECORD
008123         WHEN 3
008124             MOVE FZB-CORRECTION-RECORD TO FZB-CX3-RECORD
008125             WRITE FZB-CX3-RECORD
008126         WHEN 4
008127             MOVE FZB-CORRECTION-RECORD TO FZB-CX4-RECORD
008129             WRITE FZB-CX4-RECORD
008130     END-EVALUATE.
008131 3560-EXIT.
008132     EXIT.
008133 3570-CHECK-CORRECTION-DD.
008134     IF FZB-SUB-T-PROFILE (FZB-SUB-IDX)
008135             NOT = FZB-RPR-ID (FZB-RPR-IDX)
008136             OR FZB-SUB-T-DD (FZB-SUB-IDX) = ZERO
008137         GO TO 3570-EXIT
008138     END-IF.
008139     MOVE FZB-SUB-T-DD (FZB-SUB-IDX) TO FZB-CRX-DD-SUB.
008140     IF FZB-CRX-DD-OWNER (FZB-CRX-DD-SUB) NOT = SPACES
008141             AND FZB-CRX-DD-OWNER (FZB-CRX-DD-SUB)
008142                 NOT = FZB-SUB-T-ID (FZB-SUB-IDX)
008143         MOVE FZB-CRX-DD-SUB TO FZB-CRX-CLASH-DD
008144         MOVE FZB-CRX-DD-OWNER (FZB-CRX-DD-SUB)
008145             TO FZB-CRX-CLASH-OWNER
008146     END-IF.
008147 3570-EXIT.
008148     EXIT.
008149 3580-CLAIM-CORRECTION-DD.
008150     IF FZB-SUB-T-PROFILE (FZB-SUB-IDX)
008151             NOT = FZB-RPR-ID (FZB-RPR-IDX)
008152             OR FZB-SUB-T-DD (FZB-SUB-IDX) = ZERO
008153         GO TO 3580-EXIT
008154     END-IF.
008155     MOVE FZB-SUB-T-DD (FZB-SUB-IDX) TO FZB-CRX-DD-SUB.
008156     MOVE FZB-SUB-T-ID (FZB-SUB-IDX)
008157         TO FZB-CRX-DD-OWNER (FZB-CRX-DD-SUB).
008158 3580-EXIT.
008159     EXIT.
008160 4000-FINALIZE.
008170     IF FZB-RPR-CNT = ZERO
008180         MOVE SPACES TO FZB-RPP-DETAIL-LINE
008240     END-IF.
008250     CLOSE FIZZ-FILE BUZZ-FILE FIZZBUZZ-FILE PLAIN-FILE
008260         OTHER-FILE.
008261     CLOSE FZB-CRXOUT1-FILE FZB-CRXOUT2-FILE FZB-CRXOUT3-FILE
008262         FZB-CRXOUT4-FILE.
008270     CLOSE FZB-REPAIR-REPORT-FILE.
008280     DISPLAY "FZB1004I REPAIR COMPLETE - PROFILES REPAIRED = "
008290         FZB-RPR-CNT.
008291     DISPLAY "FZB1008I CORRECTION HANDOFFS WRITTEN = "
008292         FZB-COR-HANDOFFS.
008293     MOVE "E" TO FZB-TMG-ACTION.
008294     PERFORM 8500-LOG-STEP-TIMING THRU 8500-EXIT.
008300 4000-EXIT.
008310     EXIT.
008320 8000-DATE-TO-YMD.
008410     END-IF.
008420 8000-EXIT.
008430     EXIT.
008431 8500-LOG-STEP-TIMING.
008432     MOVE RETURN-CODE TO FZB-TMG-RC-HOLD.
008433     CALL "FZBTIM" USING FZB-TMG-ACTION FZB-TMG-STEP FZB-TMG-QUAL
008434         FZB-TMG-PROFILE FZB-WS-RUN-DATE FZB-TMG-STAMP
008435         FZB-TMG-RECORDS.
008436     MOVE FZB-TMG-RC-HOLD TO RETURN-CODE.
008437 8500-EXIT.
008438     EXIT.
