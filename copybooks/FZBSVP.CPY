000010******************************************************************
000020*    COPYBOOK    : FZBSVP
000030*    DESCRIPTION : PRINT LINE LAYOUTS FOR THE DAILY SECURITY
000040*                  VIOLATION REPORT (FZBSVR). ONE DETAIL LINE PER
000050*                  REFUSED ONLINE REQUEST LOGGED TO FZBSVL01, A
000060*                  PER-USER COUNT SECTION, AND A SUMMARY LINE, FOR
000070*                  THE SECURITY OFFICER.
000080*    MODIFICATION HISTORY
000090*    DATE       INIT DESCRIPTION
000100*    ---------- ---- -----------------------------------------
000110*    2026-10-06 JHB  INITIAL VERSION.
000120******************************************************************
000130 01  FZB-SVP-HDG1-LINE.
000140     05  FZB-SVP-H-TITLE     PIC X(35) VALUE
000150         "FIZZ-BUZZ SECURITY VIOLATION REPORT".
000160     05  FILLER              PIC X(17) VALUE SPACES.
000170     05  FZB-SVP-H-LIT-DATE  PIC X(09) VALUE "RUN DATE:".
000180     05  FZB-SVP-H-RUN-DATE  PIC X(10).
000190     05  FILLER              PIC X(09) VALUE SPACES.
000200 01  FZB-SVP-HDG2-LINE.
000210     05  FILLER              PIC X(40) VALUE
000220         "  DATE       TIME     USERID   TRAN PROF".
000230     05  FILLER              PIC X(40) VALUE
000240         "ILE  ACCESS   REASON                    ".
000250 01  FZB-SVP-SECTION-LINE.
000260     05  FZB-SVP-S-TITLE     PIC X(30).
000270     05  FILLER              PIC X(50) VALUE SPACES.
000280 01  FZB-SVP-DETAIL-LINE.
000290     05  FILLER              PIC X(02) VALUE SPACES.
000300     05  FZB-SVP-D-DATE      PIC X(10).
000310     05  FILLER              PIC X(01) VALUE SPACES.
000320     05  FZB-SVP-D-TIME      PIC X(08).
000330     05  FILLER              PIC X(01) VALUE SPACES.
000340     05  FZB-SVP-D-USERID    PIC X(08).
000350     05  FILLER              PIC X(01) VALUE SPACES.
000360     05  FZB-SVP-D-TRANID    PIC X(04).
000370     05  FILLER              PIC X(01) VALUE SPACES.
000380     05  FZB-SVP-D-PROFILE   PIC X(08).
000390     05  FILLER              PIC X(01) VALUE SPACES.
000400     05  FZB-SVP-D-ACCESS    PIC X(08).
000410     05  FILLER              PIC X(01) VALUE SPACES.
000420     05  FZB-SVP-D-REASON    PIC X(26).
000430 01  FZB-SVP-USER-LINE.
000440     05  FILLER              PIC X(02) VALUE SPACES.
000450     05  FZB-SVP-U-LIT1      PIC X(05) VALUE "USER ".
000460     05  FZB-SVP-U-USERID    PIC X(08).
000470     05  FZB-SVP-U-LIT2      PIC X(12) VALUE " VIOLATIONS:".
000480     05  FZB-SVP-U-COUNT     PIC ZZZZ9.
000490     05  FILLER              PIC X(48) VALUE SPACES.
000500 01  FZB-SVP-TEXT-LINE.
000510     05  FILLER              PIC X(02) VALUE SPACES.
000520     05  FZB-SVP-T-TEXT      PIC X(76).
000530     05  FILLER              PIC X(02) VALUE SPACES.
000540 01  FZB-SVP-SUMMARY-LINE.
000550     05  FZB-SVP-M-LIT1      PIC X(12) VALUE "VIOLATIONS:".
000560     05  FZB-SVP-M-COUNT     PIC ZZZZ9.
000570     05  FZB-SVP-M-LIT2      PIC X(10) VALUE "  USERS:".
000580     05  FZB-SVP-M-USERS     PIC ZZZZ9.
000590     05  FZB-SVP-M-LIT3      PIC X(10) VALUE "  ACTION: ".
000600     05  FZB-SVP-M-ACTION    PIC X(14).
000610     05  FILLER              PIC X(24) VALUE SPACES.
000620 01  FZB-SVP-BLANK-LINE      PIC X(80) VALUE SPACES.
