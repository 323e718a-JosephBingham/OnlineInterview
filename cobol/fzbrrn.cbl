000720*                    LABELS, AND ITS TRAILER COUNT/CHECKSUM
000730*                    MATCH THE ORIGINAL HANDOFF. THE SUMMARY
000740*                    NOW PRINTS THE REAL OVERRIDE/SKIP COUNTS.
000741*    2026-10-06 JHB  STEP TIMING - THE RUN LOGS ITS START, END,
000742*                    ELAPSED TIME, AND RECORDS REGENERATED TO THE
000743*                    FZBTIM01 TIMING HISTORY THROUGH FZBTIM, AS
000744*                    ONE STEP FOR ALL REQUESTS, UNDER THE
000745*                    FZBCALD-ROLLED BUSINESS DATE (THE REPORT AND
000746*                    INTERFACE HEADERS KEEP THE RUN DATE). A
000747*                    TIMING FAILURE ONLY WARNS AND NEVER CHANGES
000748*                    THE RETURN CODE.
000750******************************************************************
000760 ENVIRONMENT DIVISION.
000770 CONFIGURATION SECTION.
001930     05  FZB-WS-MONTH            PIC 9(02).
001940     05  FZB-WS-DAY              PIC 9(02).
001950 01  FZB-WS-RUN-DATE             PIC X(10).
001951 01  FZB-RRN-TMG-DATE            PIC X(10) VALUE SPACES.
001952 01  FZB-CAL-FLAG                PIC X(01) VALUE "Y".
001953 01  FZB-CAL-NEXT-DATE           PIC X(10) VALUE SPACES.
001954 01  FZB-TMG-ACTION              PIC X(01) VALUE SPACES.
001955 01  FZB-TMG-STEP                PIC X(08) VALUE "FZBRRN".
001956 01  FZB-TMG-QUAL                PIC X(08) VALUE SPACES.
001957 01  FZB-TMG-PROFILE             PIC X(08) VALUE SPACES.
001958 01  FZB-TMG-STAMP               PIC X(16) VALUE SPACES.
001959 01  FZB-TMG-RECORDS             PIC 9(09) VALUE ZERO.
001960 01  FZB-TMG-RC-HOLD             PIC S9(04) VALUE ZERO COMP.
001965 PROCEDURE DIVISION.
001970 0000-MAINLINE SECTION.
001980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001990     PERFORM 6000-PROCESS-REQUESTS THRU 6000-EXIT.
002140     END-IF.
002150     PERFORM 1045-LOAD-OVERRIDES THRU 1045-EXIT.
002160     OPEN OUTPUT FZB-RERUN-REPORT-FILE FZB-RERUN-XTR-FILE.
002161     MOVE FZB-WS-RUN-DATE TO FZB-RRN-TMG-DATE.
002162     CALL "FZBCALD" USING FZB-RRN-TMG-DATE
002163         FZB-CAL-FLAG FZB-CAL-NEXT-DATE.
002164     IF FZB-CAL-FLAG = "N"
002165         MOVE FZB-CAL-NEXT-DATE TO FZB-RRN-TMG-DATE
002166     END-IF.
002167     MOVE "S" TO FZB-TMG-ACTION.
002168     PERFORM 8500-LOG-STEP-TIMING THRU 8500-EXIT.
002170 1000-EXIT.
002180     EXIT.
002190 6000-PROCESS-REQUESTS.
006010     MOVE "TR" TO FZB-XTR-TRL-TYPE.
006020     MOVE FZB-RRN-REC-COUNT TO FZB-XTR-TRL-REC-COUNT.
006030     MOVE FZB-RRN-CHECKSUM TO FZB-XTR-TRL-CHECKSUM.
006031     ADD FZB-RRN-REC-COUNT TO FZB-TMG-RECORDS.
006040     MOVE FZB-XTR-TRAILER-RECORD TO FZB-RERUN-XTR-RECORD.
006050     WRITE FZB-RERUN-XTR-RECORD.
006060     COMPUTE FZB-RRN-TOTAL-COUNT = FZB-RRN-FIZZ-COUNT
006340 3500-FINALIZE-RUN.
006350     CLOSE FZB-REQUEST-FILE.
006360     CLOSE FZB-RERUN-REPORT-FILE FZB-RERUN-XTR-FILE.
006361     MOVE "E" TO FZB-TMG-ACTION.
006362     PERFORM 8500-LOG-STEP-TIMING THRU 8500-EXIT.
006370 3500-EXIT.
006380     EXIT.
006390 8000-DATE-TO-YMD.
006480     END-IF.
006490 8000-EXIT.
006500     EXIT.
006501 8500-LOG-STEP-TIMING.
006502     MOVE RETURN-CODE TO FZB-TMG-RC-HOLD.
006503     CALL "FZBTIM" USING FZB-TMG-ACTION FZB-TMG-STEP FZB-TMG-QUAL
006504         FZB-TMG-PROFILE FZB-RRN-TMG-DATE FZB-TMG-STAMP
006505         FZB-TMG-RECORDS.
006506     MOVE FZB-TMG-RC-HOLD TO RETURN-CODE.
006507 8500-EXIT.
006508     EXIT.
