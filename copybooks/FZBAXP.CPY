000097*    2026-09-02 JHB  ADDED THE RESEND LINE - FZBACK NOW WRITES
000098*                    ITS OWN RERUN REQUESTS AND NOTES EACH ONE
000099*                    UNDER THE EXCEPTION IT COVERS.
000100*    2026-10-06 JHB  ADDED THE CORRECTION LINE - A CORRECTION
000101*                    HANDOFF IS NOT REBUILT BY FZBRRN, SO ITS
000102*                    EXCEPTION IS NOTED FOR RETRANSMISSION OF
000103*                    ITS CRXOUT GROUP INSTEAD OF A RESEND.
000104******************************************************************
000105 01  FZB-AXP-HDG1-LINE.
000110     05  FZB-AXP-H-TITLE     PIC X(36) VALUE
000120         "FIZZ-BUZZ HANDOFF ACK EXCEPTION RPT".
000130     05  FILLER              PIC X(16) VALUE SPACES.
000350     05  FILLER              PIC X(01) VALUE SPACES.
000352     05  FZB-AXP-RSN-PROFILE PIC X(08).
000354     05  FILLER              PIC X(40) VALUE SPACES.
000355 01  FZB-AXP-CORRECT-LINE.
000357     05  FZB-AXP-COR-LIT1    PIC X(36) VALUE
000359         "  CORRECTION - RETRANSMIT CRX GROUP ".
000361     05  FZB-AXP-COR-DATE    PIC X(10).
000363     05  FILLER              PIC X(01) VALUE SPACES.
000365     05  FZB-AXP-COR-PROFILE PIC X(08).
000367     05  FILLER              PIC X(01) VALUE SPACES.
000369     05  FZB-AXP-COR-SUBSCR  PIC X(08).
000371     05  FILLER              PIC X(16) VALUE SPACES.
000373 01  FZB-AXP-SUMMARY-LINE.
000375     05  FZB-AXP-S-LIT1      PIC X(21) VALUE
000377         "OUTSTANDING HANDOFFS:".
000379     05  FZB-AXP-S-COUNT     PIC ZZZZ9.
000381     05  FZB-AXP-S-LIT2      PIC X(09) VALUE "  STATUS:".
000383     05  FZB-AXP-S-STATUS    PIC X(09).
000385     05  FILLER              PIC X(36) VALUE SPACES.
000387 01  FZB-AXP-BLANK-LINE      PIC X(80) VALUE SPACES.
