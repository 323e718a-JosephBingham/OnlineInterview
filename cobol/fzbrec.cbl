001290*                    DATE THE OVERRIDE AND EFFECTIVE-DATE
001300*                    SELECTIONS AND THE FZBSTS01 STAMP ALL
001310*                    CARRY THE DATE THE RUN ACTUALLY USED.
001311*    2026-10-06 JHB  STEP TIMING - EACH PROFILE'S RECONCILIATION
001312*                    LOGS ITS START, END, ELAPSED TIME, AND
001313*                    RECORDS COUNTED IN THE CATEGORY FILES TO THE
001314*                    FZBTIM01 TIMING HISTORY THROUGH FZBTIM. A
001315*                    TIMING FAILURE ONLY WARNS AND NEVER CHANGES
001316*                    THE RETURN CODE.
001320******************************************************************
001330 ENVIRONMENT DIVISION.
001340 CONFIGURATION SECTION.
002690 01  FZB-STS-FILE-STATUS         PIC X(02).
002700 01  FZB-PRF-EXCEPTION-SW        PIC X(01) VALUE "N".
002710     88  FZB-PRF-EXCEPTION-FOUND VALUE "Y".
002711 01  FZB-TMG-ACTION              PIC X(01) VALUE SPACES.
002712 01  FZB-TMG-STEP                PIC X(08) VALUE "FZBREC".
002713 01  FZB-TMG-QUAL                PIC X(08) VALUE SPACES.
002714 01  FZB-TMG-STAMP               PIC X(16) VALUE SPACES.
002715 01  FZB-TMG-RECORDS             PIC 9(09) VALUE ZERO.
002716 01  FZB-TMG-RC-HOLD             PIC S9(04) VALUE ZERO COMP.
002720 01  FZB-DTL-KEY-TABLE.
002730     05  FZB-DTL-ENT             OCCURS 5 TIMES.
002740         10  FZB-DTL-KEY         PIC 9(09) COMP.
005550         GO TO 6000-EXIT
005560     END-IF.
005570     MOVE "N" TO FZB-PRF-EXCEPTION-SW.
005571     MOVE "S" TO FZB-TMG-ACTION.
005572     PERFORM 8500-LOG-STEP-TIMING THRU 8500-EXIT.
005580     MOVE ZERO TO FZB-EXP-FIZZ-COUNT.
005590     MOVE ZERO TO FZB-EXP-BUZZ-COUNT.
005600     MOVE ZERO TO FZB-EXP-FIZZBUZZ-COUNT.
005720     IF FZB-PRF-EXCEPTION-FOUND
005730         PERFORM 7000-RECORD-DETAIL THRU 7000-EXIT
005740     END-IF.
005741     COMPUTE FZB-TMG-RECORDS = FZB-ACT-FIZZ-COUNT
005742         + FZB-ACT-BUZZ-COUNT + FZB-ACT-FIZZBUZZ-COUNT
005743         + FZB-ACT-PLAIN-COUNT + FZB-ACT-OTHER-COUNT.
005744     MOVE "E" TO FZB-TMG-ACTION.
005745     PERFORM 8500-LOG-STEP-TIMING THRU 8500-EXIT.
005750 6000-EXIT.
005760     EXIT.
005770 2000-COMPUTE-EXPECTED.
013800     END-IF.
013810 8000-EXIT.
013820     EXIT.
013821 8500-LOG-STEP-TIMING.
013822     MOVE RETURN-CODE TO FZB-TMG-RC-HOLD.
013823     CALL "FZBTIM" USING FZB-TMG-ACTION FZB-TMG-STEP FZB-TMG-QUAL
013824         FZB-CTL-PROFILE-ID FZB-WS-RUN-DATE FZB-TMG-STAMP
013825         FZB-TMG-RECORDS.
013826     MOVE FZB-TMG-RC-HOLD TO RETURN-CODE.
013827 8500-EXIT.
013828     EXIT.
