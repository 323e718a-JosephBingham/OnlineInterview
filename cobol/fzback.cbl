000800*                    AGING DECISION STILL RUNS ON THE RAW
000810*                    CALENDAR FLAG - A NON-PROCESSING MORNING
000820*                    STILL AGES NOTHING.
000821*    2026-10-06 JHB  CORRECTION HANDOFFS. FZBRPR NOW APPENDS A
000822*                    TYPE-C OUTSTANDING RECORD FOR EVERY
000823*                    CORRECTION GROUP IT CUTS, SO THE MATCH ALSO
000824*                    RUNS ON THE HANDOFF TYPE (BLANK ON AN OLD
000825*                    HANDOFF OR ACK READS AS N) AND A CORRECTION
000826*                    NEVER RETIRES, OR IS RETIRED BY, THE SAME
000827*                    NIGHT'S NORMAL HANDOFF. A CORRECTION LEFT
000828*                    REJECTED, MISMATCHED, OR UNACKED PAST THE
000829*                    AGE LIMIT IS NOTED FOR RETRANSMISSION OF ITS
000830*                    CRXOUT GROUP INSTEAD OF A FZBRRQ01 RERUN
000831*                    REQUEST - FZBRRN REBUILDS ONLY THE NIGHTLY
000832*                    INTERFACE FILE.
000833*    2026-10-06 JHB  STEP TIMING - THE RUN LOGS ITS START, END,
000834*                    ELAPSED TIME, AND OUTSTANDING HANDOFFS READ
000835*                    TO THE FZBTIM01 TIMING HISTORY THROUGH
000836*                    FZBTIM, AS ONE STEP FOR ALL PROFILES. A
000837*                    TIMING FAILURE ONLY WARNS AND NEVER CHANGES
000838*                    THE RETURN CODE.
000839*    2026-10-06 JHB  ACK RESULTS HISTORY - EVERY HANDOFF OUTCOME
000840*                    (CLEAN ACCEPT, REJECT, COUNT/CHECKSUM
000841*                    MISMATCH, AND EACH RESEND OR
000842*                    RETRANSMISSION REQUESTED) IS APPENDED TO
000843*                    FZBAKH01 WITH THE HANDOFF'S RUN DATE,
000844*                    PROFILE, SUBSCRIBER, RECORD COUNT, AND AGE,
000845*                    AND AN ACK RECEIVED AFTER THE HANDOFF HAD
000846*                    AGED A BUSINESS MORNING IS FLAGGED LATE, FOR
000847*                    THE MONTH-END USAGE/CHARGEBACK STATEMENT.
000848******************************************************************
000849 ENVIRONMENT DIVISION.
000850 CONFIGURATION SECTION.
000860 SOURCE-COMPUTER. IBM-370.
000870 OBJECT-COMPUTER. IBM-370.
001050     SELECT FZB-AUDIT-FILE ASSIGN TO FZBAUD01
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS FZB-AUD-FILE-STATUS.
001071     SELECT FZB-ACK-HIST-FILE ASSIGN TO FZBAKH01
001072         ORGANIZATION IS LINE SEQUENTIAL
001073         FILE STATUS IS FZB-AKH-FILE-STATUS.
001080 DATA DIVISION.
001090 FILE SECTION.
001100 FD  FZB-ACK-FILE
001280 FD  FZB-AUDIT-FILE
001290     LABEL RECORDS ARE STANDARD.
001300 COPY FZBAUD.
001301 FD  FZB-ACK-HIST-FILE
001302     LABEL RECORDS ARE STANDARD.
001303 COPY FZBAKH.
001310 WORKING-STORAGE SECTION.
001320 COPY FZBAXP.
001330 01  FZB-ACK-FILE-STATUS         PIC X(02).
001420         10  FZB-ACK-T-REC-COUNT PIC 9(07).
001430         10  FZB-ACK-T-CHECKSUM  PIC 9(09).
001440         10  FZB-ACK-T-STATUS    PIC X(01).
001441         10  FZB-ACK-T-TYPE      PIC X(01).
001450         10  FZB-ACK-T-USED-SW   PIC X(01).
001460             88  FZB-ACK-T-USED  VALUE "Y".
001470 01  FZB-ACK-COUNT               PIC 9(03) VALUE ZERO COMP.
001510 01  FZB-ACK-AGE-LIMIT           PIC 9(03) VALUE 2 COMP.
001520 01  FZB-RRQ-FILE-STATUS         PIC X(02).
001530 01  FZB-AUD-FILE-STATUS         PIC X(02).
001531 01  FZB-AKH-FILE-STATUS         PIC X(02).
001532 01  FZB-AKH-EVENT-HOLD          PIC X(01) VALUE SPACE.
001540 01  FZB-WS-PARM                 PIC X(03).
001550 01  FZB-WS-PARM-HOLD            PIC X(03).
001560 01  FZB-RSN-TABLE.
001820     05  FZB-WS-MONTH            PIC 9(02).
001830     05  FZB-WS-DAY              PIC 9(02).
001840 01  FZB-WS-RUN-DATE             PIC X(10).
001841 01  FZB-TMG-ACTION              PIC X(01) VALUE SPACES.
001842 01  FZB-TMG-STEP                PIC X(08) VALUE "FZBACK".
001843 01  FZB-TMG-QUAL                PIC X(08) VALUE SPACES.
001844 01  FZB-TMG-PROFILE             PIC X(08) VALUE SPACES.
001845 01  FZB-TMG-STAMP               PIC X(16) VALUE SPACES.
001846 01  FZB-TMG-RECORDS             PIC 9(09) VALUE ZERO.
001847 01  FZB-TMG-RC-HOLD             PIC S9(04) VALUE ZERO COMP.
001850 PROCEDURE DIVISION.
001860 0000-MAINLINE SECTION.
001870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002150     OPEN OUTPUT FZB-NEW-OUTSTAND-FILE.
002160     OPEN OUTPUT FZB-ACK-REPORT-FILE.
002170     OPEN OUTPUT FZB-RERUN-REQ-FILE.
002171     OPEN EXTEND FZB-ACK-HIST-FILE.
002172     IF FZB-AKH-FILE-STATUS = "35"
002173         OPEN OUTPUT FZB-ACK-HIST-FILE
002174     END-IF.
002175     IF FZB-AKH-FILE-STATUS NOT = "00"
002176         DISPLAY "FZB0704E UNABLE TO OPEN FZBAKH01, STATUS = "
002177             FZB-AKH-FILE-STATUS
002178         MOVE 16 TO RETURN-CODE
002179         STOP RUN
002180     END-IF.
002185     PERFORM 1200-WRITE-REPORT-HEADERS THRU 1200-EXIT.
002190     OPEN INPUT FZB-OUTSTAND-FILE.
002200     IF FZB-OHF-FILE-STATUS = "35"
002210         MOVE "Y" TO FZB-OHF-EMPTY-SW
002270             STOP RUN
002280         END-IF
002290     END-IF.
002291     MOVE "S" TO FZB-TMG-ACTION.
002292     PERFORM 8500-LOG-STEP-TIMING THRU 8500-EXIT.
002300 1000-EXIT.
002310     EXIT.
002320 1010-ALIGN-AGE-PARM.
002830         TO FZB-ACK-T-CHECKSUM (FZB-ACK-COUNT).
002840     MOVE FZB-ACK-STATUS
002850         TO FZB-ACK-T-STATUS (FZB-ACK-COUNT).
002851     IF FZB-ACK-HANDOFF-TYPE = SPACE
002852         MOVE "N" TO FZB-ACK-HANDOFF-TYPE
002853     END-IF.
002854     MOVE FZB-ACK-HANDOFF-TYPE
002855         TO FZB-ACK-T-TYPE (FZB-ACK-COUNT).
002860     MOVE "N" TO FZB-ACK-T-USED-SW (FZB-ACK-COUNT).
002870 1120-EXIT.
002880     EXIT.
003170 2100-EXIT.
003180     EXIT.
003190 2200-MATCH-ONE.
003191     ADD 1 TO FZB-TMG-RECORDS.
003200     IF FZB-OHF-PROFILE = SPACES
003210         MOVE "MAIN" TO FZB-OHF-PROFILE
003211     END-IF.
003212     IF FZB-OHF-HANDOFF-TYPE = SPACE
003213         MOVE "N" TO FZB-OHF-HANDOFF-TYPE
003220     END-IF.
003230     MOVE ZERO TO FZB-ACK-HIT-IDX.
003240     PERFORM 2210-SEARCH-ACK THRU 2210-EXIT
003400             = FZB-OHF-PROFILE
003410         AND FZB-ACK-T-SUBSCR (FZB-ACK-IDX)
003420             = FZB-OHF-SUBSCRIBER
003421         AND FZB-ACK-T-TYPE (FZB-ACK-IDX)
003422             = FZB-OHF-HANDOFF-TYPE
003430         MOVE FZB-ACK-IDX TO FZB-ACK-HIT-IDX
003440     END-IF.
003450 2210-EXIT.
003750     IF FZB-ACK-T-STATUS (FZB-ACK-HIT-IDX) NOT = "A"
003760         MOVE "R" TO FZB-OHF-STATUS
003770         MOVE "REJECTED BY RECEIVER" TO FZB-AXP-REASON
003771         MOVE "R" TO FZB-AKH-EVENT-HOLD
003772         PERFORM 2980-WRITE-ACK-HISTORY THRU 2980-EXIT
003780         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
003790         PERFORM 2950-REQUEST-RESEND THRU 2950-EXIT
003800         PERFORM 2800-WRITE-NEW-OUTSTANDING THRU 2800-EXIT
003860             NOT = FZB-OHF-CHECKSUM
003870         MOVE "M" TO FZB-OHF-STATUS
003880         MOVE "ACK COUNT/CHECKSUM MISMATCH" TO FZB-AXP-REASON
003881         MOVE "M" TO FZB-AKH-EVENT-HOLD
003882         PERFORM 2980-WRITE-ACK-HISTORY THRU 2980-EXIT
003890         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
003900         PERFORM 2950-REQUEST-RESEND THRU 2950-EXIT
003910         PERFORM 2800-WRITE-NEW-OUTSTANDING THRU 2800-EXIT
003911         GO TO 2400-EXIT
003920     END-IF.
003921     MOVE "A" TO FZB-AKH-EVENT-HOLD.
003922     PERFORM 2980-WRITE-ACK-HISTORY THRU 2980-EXIT.
003930 2400-EXIT.
003940     EXIT.
003950 2800-WRITE-NEW-OUTSTANDING.
004120 2900-EXIT.
004130     EXIT.
004140 2950-REQUEST-RESEND.
004141     IF FZB-OHF-CORRECTION
004142         MOVE FZB-OHF-RUN-DATE TO FZB-AXP-COR-DATE
004143         MOVE FZB-OHF-PROFILE TO FZB-AXP-COR-PROFILE
004144         MOVE FZB-OHF-SUBSCRIBER TO FZB-AXP-COR-SUBSCR
004145         MOVE FZB-AXP-CORRECT-LINE TO FZB-ACK-REPORT-RECORD
004146         WRITE FZB-ACK-REPORT-RECORD
004147         MOVE "S" TO FZB-AKH-EVENT-HOLD
004148         PERFORM 2980-WRITE-ACK-HISTORY THRU 2980-EXIT
004149         GO TO 2950-EXIT
004150     END-IF.
004155     MOVE ZERO TO FZB-RSN-HIT.
004160     PERFORM 2960-SCAN-RESEND THRU 2960-EXIT
004170         VARYING FZB-RSN-IDX FROM 1 BY 1
004180         UNTIL FZB-RSN-IDX > FZB-RSN-CNT
004190             OR FZB-RSN-HIT > ZERO.
004200     IF FZB-RSN-HIT > ZERO
004201         MOVE "S" TO FZB-AKH-EVENT-HOLD
004202         PERFORM 2980-WRITE-ACK-HISTORY THRU 2980-EXIT
004210         GO TO 2950-EXIT
004220     END-IF.
004230     IF FZB-RSN-CNT NOT LESS THAN 20
004240         DISPLAY "FZB0703W MORE THAN 20 RESEND REQUESTS - "
004250             "REQUEST FOR " FZB-OHF-RUN-DATE " "
004260             FZB-OHF-PROFILE " NOT WRITTEN"
004261         MOVE "S" TO FZB-AKH-EVENT-HOLD
004262         PERFORM 2980-WRITE-ACK-HISTORY THRU 2980-EXIT
004270         GO TO 2950-EXIT
004280     END-IF.
004290     ADD 1 TO FZB-RSN-CNT.
004390     MOVE FZB-AXP-RESEND-LINE TO FZB-ACK-REPORT-RECORD.
004400     WRITE FZB-ACK-REPORT-RECORD.
004410     PERFORM 2970-WRITE-RESEND-AUDIT THRU 2970-EXIT.
004411     MOVE "S" TO FZB-AKH-EVENT-HOLD.
004412     PERFORM 2980-WRITE-ACK-HISTORY THRU 2980-EXIT.
004420 2950-EXIT.
004430     EXIT.
004440 2960-SCAN-RESEND.
004620     CLOSE FZB-AUDIT-FILE.
004630 2970-EXIT.
004640     EXIT.
004641 2980-WRITE-ACK-HISTORY.
004642     INITIALIZE FZB-ACK-HISTORY-RECORD.
004643     MOVE FZB-WS-RUN-DATE TO FZB-AKH-PROC-DATE.
004644     MOVE FZB-OHF-RUN-DATE TO FZB-AKH-RUN-DATE.
004645     MOVE FZB-OHF-PROFILE TO FZB-AKH-PROFILE.
004646     MOVE FZB-OHF-SUBSCRIBER TO FZB-AKH-SUBSCRIBER.
004647     MOVE FZB-OHF-HANDOFF-TYPE TO FZB-AKH-HANDOFF-TYPE.
004648     MOVE FZB-AKH-EVENT-HOLD TO FZB-AKH-EVENT.
004649     MOVE FZB-OHF-REC-COUNT TO FZB-AKH-REC-COUNT.
004650     MOVE FZB-OHF-AGE-DAYS TO FZB-AKH-AGE-DAYS.
004651     MOVE "N" TO FZB-AKH-LATE-SW.
004652     IF NOT FZB-AKH-RESEND
004653         AND FZB-OHF-AGE-DAYS > ZERO
004654         MOVE "Y" TO FZB-AKH-LATE-SW
004655     END-IF.
004656     WRITE FZB-ACK-HISTORY-RECORD.
004657     IF FZB-AKH-FILE-STATUS NOT = "00"
004658         DISPLAY "FZB0705W UNABLE TO WRITE FZBAKH01 FOR "
004659             FZB-OHF-RUN-DATE " " FZB-OHF-PROFILE " "
004660             FZB-OHF-SUBSCRIBER ", STATUS = "
004661             FZB-AKH-FILE-STATUS
004662         MOVE 4 TO RETURN-CODE
004663     END-IF.
004664 2980-EXIT.
004665     EXIT.
004667 3000-FINALIZE.
004668     PERFORM 3100-REPORT-UNMATCHED-ACK THRU 3100-EXIT
004670         VARYING FZB-ACK-IDX FROM 1 BY 1
004680         UNTIL FZB-ACK-IDX > FZB-ACK-COUNT.
004690     MOVE FZB-AXP-BLANK-LINE TO FZB-ACK-REPORT-RECORD.
004810     MOVE FZB-AXP-SUMMARY-LINE TO FZB-ACK-REPORT-RECORD.
004820     WRITE FZB-ACK-REPORT-RECORD.
004830     CLOSE FZB-NEW-OUTSTAND-FILE FZB-ACK-REPORT-FILE
004840         FZB-RERUN-REQ-FILE FZB-ACK-HIST-FILE.
004841     MOVE "E" TO FZB-TMG-ACTION.
004842     PERFORM 8500-LOG-STEP-TIMING THRU 8500-EXIT.
004850 3000-EXIT.
004860     EXIT.
004870 3100-REPORT-UNMATCHED-ACK.
005020     MOVE SPACES TO FZB-AXP-REASON.
005030 3100-EXIT.
005040     EXIT.
005041 8500-LOG-STEP-TIMING.
005042     MOVE RETURN-CODE TO FZB-TMG-RC-HOLD.
005043     CALL "FZBTIM" USING FZB-TMG-ACTION FZB-TMG-STEP FZB-TMG-QUAL
005044         FZB-TMG-PROFILE FZB-WS-RUN-DATE FZB-TMG-STAMP
005045         FZB-TMG-RECORDS.
005046     MOVE FZB-TMG-RC-HOLD TO RETURN-CODE.
005047 8500-EXIT.
005048     EXIT.
