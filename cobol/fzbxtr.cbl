001280*                    (FZB0310E, RC 16) INSTEAD OF INTERLEAVING
001290*                    TWO HANDOFFS IN ONE FILE WITH TRAILERS
001300*                    THAT COULD NEVER VALIDATE.
001301*    2026-10-06 JHB  STAMPS HANDOFF TYPE N ON EVERY
001302*                    OUTSTANDING-HANDOFF RECORD - FZBRPR NOW
001303*                    APPENDS TYPE-C CORRECTION HANDOFFS TO THE
001304*                    SAME FILE.
001305*    2026-10-06 JHB  STEP TIMING - THE EXTRACT LOGS ITS START,
001306*                    END, ELAPSED TIME, AND DETAIL RECORDS
001307*                    EXTRACTED FOR THE PROFILE TO THE FZBTIM01
001308*                    TIMING HISTORY THROUGH FZBTIM. A TIMING
001309*                    FAILURE ONLY WARNS AND NEVER CHANGES THE
001310*                    RETURN CODE.
001311*    2026-10-06 JHB  CATCH-UP MODE. A PARM OF PROFILE,CATCHUP
001312*                    TAKES ITS WINDOWS FROM THE CATCH-UP RUN'S
001313*                    AUDIT RECORDS (FZBCUW01, THE FZBAUD LAYOUT)
001314*                    INSTEAD OF FZBPCS01 AND CUTS ONE COMPLETE
001315*                    HEADER/DETAIL/TRAILER GROUP AND ONE
001316*                    OUTSTANDING-HANDOFF RECORD PER SUBSCRIBER
001317*                    PER WINDOW, OLDEST FIRST, EACH STAMPED WITH
001318*                    ITS OWN BUSINESS DATE. THE GROUPS FOLLOW ONE
001319*                    ANOTHER IN EACH OUTPUT FILE AND ARE NEVER
001320*                    INTERLEAVED. THE WINDOW SETUP MOVED TO
001321*                    1400-START-WINDOW AND THE TRAILER WRITE OUT
001322*                    OF 3050-CLOSE-SUBSCRIBER SO BOTH MODES SHARE
001323*                    THEM; FZBOHF01 IS NOW OPENED AT START-UP.
001325******************************************************************
001328 ENVIRONMENT DIVISION.
001330 CONFIGURATION SECTION.
001340 SOURCE-COMPUTER. IBM-370.
001350 OBJECT-COMPUTER. IBM-370.
001860     SELECT FZB-OUTSTAND-FILE ASSIGN TO FZBOHF01
001870         ORGANIZATION IS LINE SEQUENTIAL
001880         FILE STATUS IS FZB-OHF-FILE-STATUS.
001881     SELECT FZB-CATCHUP-FILE ASSIGN TO FZBCUW01
001882         ORGANIZATION IS LINE SEQUENTIAL
001883         FILE STATUS IS FZB-CUW-FILE-STATUS.
001890 DATA DIVISION.
001900 FILE SECTION.
001910 FD  FZB-CONTROL-FILE
002610 FD  FZB-OUTSTAND-FILE
002620     LABEL RECORDS ARE STANDARD.
002630 COPY FZBOHF.
002631 FD  FZB-CATCHUP-FILE
002632     LABEL RECORDS ARE STANDARD.
002633 COPY FZBAUD.
002640 WORKING-STORAGE SECTION.
002650 COPY FZBXTR.
002660 01  FZB-CTL-FILE-STATUS         PIC X(02).
002730 01  FZB-OHF-FILE-STATUS         PIC X(02).
002740 01  FZB-RANGE-SPAN              PIC 9(05) VALUE ZERO COMP.
002750 01  FZB-XTR-PROFILE             PIC X(08) VALUE SPACES.
002751 01  FZB-XTR-PARM                PIC X(30) VALUE SPACES.
002752 01  FZB-XTR-MODE                PIC X(08) VALUE SPACES.
002753     88  FZB-XTR-CATCHUP         VALUE "CATCHUP".
002754 01  FZB-CUW-FILE-STATUS         PIC X(02).
002755 01  FZB-CUW-EOF-SW              PIC X(01) VALUE "N".
002756     88  FZB-CUW-EOF             VALUE "Y".
002757 01  FZB-CUW-WINDOWS             PIC 9(03) VALUE ZERO COMP.
002758 01  FZB-CUW-TODAY               PIC X(10) VALUE SPACES.
002760 01  FZB-CTL-HOLD                PIC X(95) VALUE SPACES.
002770 01  FZB-CTL-FOUND-SW            PIC X(01) VALUE "N".
002780     88  FZB-CTL-FOUND           VALUE "Y".
002781 01  FZB-TMG-ACTION              PIC X(01) VALUE SPACES.
002782 01  FZB-TMG-STEP                PIC X(08) VALUE "FZBXTR".
002783 01  FZB-TMG-QUAL                PIC X(08) VALUE SPACES.
002784 01  FZB-TMG-STAMP               PIC X(16) VALUE SPACES.
002785 01  FZB-TMG-RECORDS             PIC 9(09) VALUE ZERO.
002786 01  FZB-TMG-RC-HOLD             PIC S9(04) VALUE ZERO COMP.
002790 01  FZB-YMD-WORK-X.
002800     05  FZB-YMD-MM              PIC X(02).
002810     05  FILLER                  PIC X(01).
003600 PROCEDURE DIVISION.
003610 0000-MAINLINE SECTION.
003620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003621     IF FZB-XTR-CATCHUP
003622         PERFORM 4000-CATCHUP-WINDOWS THRU 4000-EXIT
003623     ELSE
003624         PERFORM 1400-START-WINDOW THRU 1400-EXIT
003630         PERFORM 2000-MERGE-LOOP THRU 2000-EXIT
003631         PERFORM 3200-END-WINDOW THRU 3200-EXIT
003632     END-IF.
003640     PERFORM 3000-FINALIZE THRU 3000-EXIT.
003650     STOP RUN.
003660 1000-INITIALIZE.
003670     ACCEPT FZB-XTR-PARM FROM COMMAND-LINE.
003671     UNSTRING FZB-XTR-PARM DELIMITED BY ","
003672         INTO FZB-XTR-PROFILE FZB-XTR-MODE.
003680     IF FZB-XTR-PROFILE = SPACES
003690         MOVE "MAIN" TO FZB-XTR-PROFILE
003700     END-IF.
003810     MOVE FZB-WS-RUN-DATE TO FZB-YMD-WORK-X.
003820     PERFORM 8000-DATE-TO-YMD THRU 8000-EXIT.
003830     MOVE FZB-YMD-RESULT TO FZB-WS-RUN-YMD.
003831     MOVE "S" TO FZB-TMG-ACTION.
003832     PERFORM 8500-LOG-STEP-TIMING THRU 8500-EXIT.
003840     PERFORM 1050-READ-CONTROL THRU 1050-EXIT.
003850     PERFORM 1060-READ-PERSIST-STORE THRU 1060-EXIT.
003860     OPEN INPUT FIZZ-FILE BUZZ-FILE FIZZBUZZ-FILE PLAIN-FILE
003870         OTHER-FILE.
003880     PERFORM 1150-LOAD-SUBSCRIBERS THRU 1150-EXIT.
003890     PERFORM 1160-OPEN-SUB-OUTPUT THRU 1160-EXIT
003891         VARYING FZB-SUB-IDX FROM 1 BY 1
003892         UNTIL FZB-SUB-IDX > FZB-SUB-CNT.
003893     OPEN EXTEND FZB-OUTSTAND-FILE.
003894     IF FZB-OHF-FILE-STATUS = "35"
003895         OPEN OUTPUT FZB-OUTSTAND-FILE
003896     END-IF.
003897 1000-EXIT.
003898     EXIT.
003899 1400-START-WINDOW.
003900     MOVE "N" TO FZB-FIZZ-EOF-SW.
003901     MOVE "N" TO FZB-BUZZ-EOF-SW.
003902     MOVE "N" TO FZB-FZBZ-EOF-SW.
003903     MOVE "N" TO FZB-PLN-EOF-SW.
003904     MOVE "N" TO FZB-OTH-EOF-SW.
003905     PERFORM 1410-RESET-SUB-TOTALS THRU 1410-EXIT
003907         VARYING FZB-SUB-IDX FROM 1 BY 1
003910         UNTIL FZB-SUB-IDX > FZB-SUB-CNT.
003920     PERFORM 1100-SET-WINDOW-KEY THRU 1100-EXIT.
003930     MOVE FZB-WIN-KEY TO FIZZ-KEY.
004310         MOVE FZB-HIGH-KEY TO FZB-OTH-KEY-WORK
004320     END-IF.
004330     PERFORM 1300-WRITE-HEADER THRU 1300-EXIT.
004340 1400-EXIT.
004341     EXIT.
004342 1410-RESET-SUB-TOTALS.
004343     MOVE ZERO TO FZB-SUB-T-COUNT (FZB-SUB-IDX).
004344     MOVE ZERO TO FZB-SUB-T-CHECKSUM (FZB-SUB-IDX).
004345 1410-EXIT.
004350     EXIT.
004360 1050-READ-CONTROL.
004370     OPEN INPUT FZB-CONTROL-FILE.
008770     PERFORM 2210-FAN-OUT-DETAIL THRU 2210-EXIT
008780         VARYING FZB-SUB-IDX FROM 1 BY 1
008790         UNTIL FZB-SUB-IDX > FZB-SUB-CNT.
008791     ADD 1 TO FZB-TMG-RECORDS.
008800 2200-EXIT.
008810     EXIT.
008820 2210-FAN-OUT-DETAIL.
008920         VARYING FZB-SUB-IDX FROM 1 BY 1
008930         UNTIL FZB-SUB-IDX > FZB-SUB-CNT.
008940     CLOSE FIZZ-FILE BUZZ-FILE FIZZBUZZ-FILE PLAIN-FILE OTHER-FILE.
009020     CLOSE FZB-OUTSTAND-FILE.
009021     MOVE "E" TO FZB-TMG-ACTION.
009022     PERFORM 8500-LOG-STEP-TIMING THRU 8500-EXIT.
009030 3000-EXIT.
009040     EXIT.
009041 3040-WRITE-TRAILER.
009060     INITIALIZE FZB-XTR-TRAILER-RECORD.
009070     MOVE "TR" TO FZB-XTR-TRL-TYPE.
009080     MOVE FZB-SUB-T-COUNT (FZB-SUB-IDX)
009110         TO FZB-XTR-TRL-CHECKSUM.
009120     MOVE FZB-XTR-TRAILER-RECORD TO FZB-XTR-IO-AREA.
009130     PERFORM 1170-WRITE-SUB-RECORD THRU 1170-EXIT.
009131 3040-EXIT.
009132     EXIT.
009133 3050-CLOSE-SUBSCRIBER.
009140     EVALUATE FZB-SUB-T-DD (FZB-SUB-IDX)
009150         WHEN 1
009160             CLOSE FZB-XTROUT1-FILE
009330         TO FZB-OHF-CHECKSUM.
009340     MOVE "O" TO FZB-OHF-STATUS.
009350     MOVE ZERO TO FZB-OHF-AGE-DAYS.
009351     MOVE "N" TO FZB-OHF-HANDOFF-TYPE.
009360     WRITE FZB-OUTSTAND-RECORD.
009370 3100-EXIT.
009371     EXIT.
009372 3200-END-WINDOW.
009373     PERFORM 3040-WRITE-TRAILER THRU 3040-EXIT
009374         VARYING FZB-SUB-IDX FROM 1 BY 1
009375         UNTIL FZB-SUB-IDX > FZB-SUB-CNT.
009376     PERFORM 3100-WRITE-OUTSTANDING THRU 3100-EXIT
009377         VARYING FZB-SUB-IDX FROM 1 BY 1
009378         UNTIL FZB-SUB-IDX > FZB-SUB-CNT.
009379 3200-EXIT.
009380     EXIT.
009381 4000-CATCHUP-WINDOWS.
009382     MOVE FZB-WS-RUN-DATE TO FZB-CUW-TODAY.
009383     OPEN INPUT FZB-CATCHUP-FILE.
009384     IF FZB-CUW-FILE-STATUS NOT = "00"
009385         DISPLAY "FZB0312E UNABLE TO OPEN FZBCUW01, STATUS = "
009386             FZB-CUW-FILE-STATUS
009387         MOVE 16 TO RETURN-CODE
009388         STOP RUN
009389     END-IF.
009390     MOVE "N" TO FZB-CUW-EOF-SW.
009391     PERFORM 4100-READ-CATCHUP THRU 4100-EXIT
009392         UNTIL FZB-CUW-EOF.
009393     CLOSE FZB-CATCHUP-FILE.
009394     MOVE FZB-CUW-TODAY TO FZB-WS-RUN-DATE.
009395     IF FZB-CUW-WINDOWS = ZERO
009396         DISPLAY "FZB0313I NO CATCH-UP WINDOW IN FZBCUW01 FOR "
009397             "PROFILE " FZB-XTR-PROFILE " - NO HANDOFF CUT"
009398     ELSE
009399         DISPLAY "FZB0314I " FZB-CUW-WINDOWS " CATCH-UP "
009400             "HANDOFF(S) CUT FOR PROFILE " FZB-XTR-PROFILE
009401     END-IF.
009402 4000-EXIT.
009403     EXIT.
009404 4100-READ-CATCHUP.
009405     READ FZB-CATCHUP-FILE
009406         AT END MOVE "Y" TO FZB-CUW-EOF-SW
009407         NOT AT END PERFORM 4200-CATCHUP-ONE THRU 4200-EXIT
009408     END-READ.
009409 4100-EXIT.
009410     EXIT.
009411 4200-CATCHUP-ONE.
009412     IF FZB-AUD-PROFILE NOT = FZB-XTR-PROFILE
009413         OR FZB-AUD-RULE-COUNT = ZERO
009414         GO TO 4200-EXIT
009415     END-IF.
009416     MOVE FZB-AUD-RUN-DATE TO FZB-WS-RUN-DATE.
009417     MOVE FZB-AUD-START-CYC TO FZB-XTR-WRK-C.
009418     IF FZB-XTR-WRK-C = ZERO
009419         MOVE 1 TO FZB-XTR-WRK-C
009420     END-IF.
009421     COMPUTE FZB-ABS-START = (FZB-XTR-WRK-C - 1)
009422         * 99999 + FZB-AUD-START-NBR.
009423     MOVE FZB-AUD-END-CYC TO FZB-XTR-WRK-C.
009424     IF FZB-XTR-WRK-C = ZERO
009425         MOVE 1 TO FZB-XTR-WRK-C
009426     END-IF.
009427     COMPUTE FZB-ABS-END = (FZB-XTR-WRK-C - 1)
009428         * 99999 + FZB-AUD-END-NBR.
009429     DISPLAY "FZB0315I CATCH-UP HANDOFF FOR BUSINESS DATE "
009430         FZB-WS-RUN-DATE " CT " FZB-AUD-START-NBR
009431         " THROUGH " FZB-AUD-END-NBR.
009432     PERFORM 1400-START-WINDOW THRU 1400-EXIT.
009433     PERFORM 2000-MERGE-LOOP THRU 2000-EXIT.
009434     PERFORM 3200-END-WINDOW THRU 3200-EXIT.
009435     ADD 1 TO FZB-CUW-WINDOWS.
009436 4200-EXIT.
009438     EXIT.
009440 8000-DATE-TO-YMD.
009441     MOVE ZERO TO FZB-YMD-RESULT.
009443     IF FZB-YMD-MM NUMERIC AND FZB-YMD-DD NUMERIC
009445             AND FZB-YMD-YYYY NUMERIC
009446         MOVE FZB-YMD-MM TO FZB-YMD-WK-MM
009448         MOVE FZB-YMD-DD TO FZB-YMD-WK-DD
009450         MOVE FZB-YMD-YYYY TO FZB-YMD-WK-YYYY
009460         COMPUTE FZB-YMD-RESULT = FZB-YMD-WK-YYYY * 10000
009470             + FZB-YMD-WK-MM * 100 + FZB-YMD-WK-DD
009480     END-IF.
009490 8000-EXIT.
009500     EXIT.
009501 8500-LOG-STEP-TIMING.
009502     MOVE RETURN-CODE TO FZB-TMG-RC-HOLD.
009503     CALL "FZBTIM" USING FZB-TMG-ACTION FZB-TMG-STEP FZB-TMG-QUAL
009504         FZB-XTR-PROFILE FZB-WS-RUN-DATE FZB-TMG-STAMP
009505         FZB-TMG-RECORDS.
009506     MOVE FZB-TMG-RC-HOLD TO RETURN-CODE.
009507 8500-EXIT.
009508     EXIT.
