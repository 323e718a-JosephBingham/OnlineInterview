000010******************************************************************
000020*    COPYBOOK    : FZBUSP
000030*    DESCRIPTION : PRINT LINE LAYOUTS FOR THE MONTH-END
000040*                  SUBSCRIBER USAGE STATEMENT (FZBUSG). EACH
000050*                  STATEMENT STARTS A NEW PAGE WITH THE TWO
000060*                  HEADING LINES; EACH PROFILE THE SUBSCRIBER
000070*                  TAKES GETS A THREE-LINE BLOCK (HANDOFFS,
000080*                  RECORDS DELIVERED BY CATEGORY, ACK PROBLEMS)
000090*                  AND THE STATEMENT ENDS WITH THE SAME BLOCK
000100*                  CAPTIONED SUBSCRIBER TOTAL. THE CONTROL PAGE AT
000110*                  THE END REPEATS THE BLOCK FOR ALL SUBSCRIBERS
000120*                  WITH THE STATEMENT AND DETAIL COUNTS - THE
000130*                  FIGURES THE FZBCHB01 TRAILER MUST AGREE WITH.
000140*    MODIFICATION HISTORY
000150*    DATE       INIT DESCRIPTION
000160*    ---------- ---- -----------------------------------------
000170*    2026-10-06 JHB  INITIAL VERSION.
000180******************************************************************
000190 01  FZB-USP-HDG1-LINE.
000200     05  FZB-USP-H-TITLE     PIC X(38) VALUE
000210         "FIZZ-BUZZ SUBSCRIBER USAGE STATEMENT".
000220     05  FZB-USP-H-LIT-PRD   PIC X(08) VALUE "PERIOD: ".
000230     05  FZB-USP-H-PERIOD    PIC X(07).
000240     05  FILLER              PIC X(06) VALUE SPACES.
000250     05  FZB-USP-H-LIT-PAGE  PIC X(05) VALUE "PAGE:".
000260     05  FZB-USP-H-PAGE-NBR  PIC ZZZ9.
000270     05  FILLER              PIC X(12) VALUE SPACES.
000280 01  FZB-USP-HDG2-LINE.
000290     05  FZB-USP-H-LIT-SUB   PIC X(12) VALUE "SUBSCRIBER: ".
000300     05  FZB-USP-H-SUBSCR    PIC X(08).
000310     05  FILLER              PIC X(26) VALUE SPACES.
000330     05  FZB-USP-H-LIT-DATE  PIC X(10) VALUE "RUN DATE: ".
000340     05  FZB-USP-H-RUN-DATE  PIC X(10).
000350     05  FILLER              PIC X(14) VALUE SPACES.
000360 01  FZB-USP-SENT-LINE.
000370     05  FZB-USP-S-CAPTION   PIC X(16).
000380     05  FZB-USP-S-LIT1      PIC X(06) VALUE " SENT:".
000390     05  FZB-USP-S-SENT      PIC ZZZZZZ9.
000400     05  FZB-USP-S-LIT2      PIC X(11) VALUE "  ACCEPTED:".
000410     05  FZB-USP-S-ACCEPTED  PIC ZZZZZZ9.
000420     05  FZB-USP-S-LIT3      PIC X(14) VALUE "  OUTSTANDING:".
000430     05  FZB-USP-S-OUTSTAND  PIC ZZZZZZ9.
000440     05  FILLER              PIC X(12) VALUE SPACES.
000450 01  FZB-USP-CAT-HDG-LINE.
000460     05  FILLER              PIC X(10) VALUE SPACES.
000470     05  FILLER              PIC X(10) VALUE "      FIZZ".
000480     05  FILLER              PIC X(10) VALUE "      BUZZ".
000490     05  FILLER              PIC X(10) VALUE "  FIZZBUZZ".
000500     05  FILLER              PIC X(10) VALUE "     PLAIN".
000510     05  FILLER              PIC X(10) VALUE "     OTHER".
000520     05  FILLER              PIC X(10) VALUE "   UNSPLIT".
000530     05  FILLER              PIC X(10) VALUE "     TOTAL".
000540 01  FZB-USP-CAT-LINE.
000550     05  FZB-USP-C-CAPTION   PIC X(10).
000560     05  FZB-USP-C-ENT       OCCURS 7 TIMES.
000570         10  FZB-USP-C-GAP   PIC X(01).
000580         10  FZB-USP-C-COUNT PIC ZZZZZZZZ9.
000590 01  FZB-USP-PROB-LINE.
000600     05  FZB-USP-P-LIT1      PIC X(11) VALUE "  REJECTED:".
000610     05  FZB-USP-P-REJECTED  PIC ZZZZZZ9.
000620     05  FZB-USP-P-LIT2      PIC X(13) VALUE "  MISMATCHED:".
000630     05  FZB-USP-P-MISMATCH  PIC ZZZZZZ9.
000640     05  FZB-USP-P-LIT3      PIC X(10) VALUE "  RESENDS:".
000650     05  FZB-USP-P-RESENDS   PIC ZZZZZZ9.
000660     05  FZB-USP-P-LIT4      PIC X(12) VALUE "  LATE ACKS:".
000670     05  FZB-USP-P-LATE      PIC ZZZZZZ9.
000680     05  FILLER              PIC X(06) VALUE SPACES.
000690 01  FZB-USP-CTL-LINE.
000700     05  FZB-USP-T-LIT1      PIC X(11) VALUE "STATEMENTS:".
000710     05  FZB-USP-T-STMTS     PIC ZZZZ9.
000720     05  FZB-USP-T-LIT2      PIC X(28) VALUE
000730         "  CHARGEBACK DETAIL RECORDS:".
000740     05  FZB-USP-T-DETAILS   PIC ZZZZZZ9.
000750     05  FILLER              PIC X(29) VALUE SPACES.
000760 01  FZB-USP-NOTE-LINE       PIC X(80).
000770 01  FZB-USP-BLANK-LINE      PIC X(80) VALUE SPACES.
