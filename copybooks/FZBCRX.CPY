000010******************************************************************
000020*    COPYBOOK    : FZBCRX
000030*    DESCRIPTION : FIXED-WIDTH RECORD LAYOUTS FOR THE FIZZ-BUZZ
000040*                  CORRECTION HANDOFF (CRXOUT1-4) FZBRPR CUTS WHEN
000050*                  A REPAIR CHANGES RECORDS A SUBSCRIBER HAS
000060*                  ALREADY BEEN SENT. ONE HEADER/DETAIL/TRAILER
000070*                  GROUP PER AFFECTED SUBSCRIBER: THE HEADER
000080*                  NAMES THE SUBSCRIBER, THE PROFILE, THE
000090*                  REPAIR'S BUSINESS DATE, AND THE RUN DATE AND
000100*                  WINDOW OF THE ORIGINAL HANDOFF BEING
000110*                  CORRECTED; EACH DETAIL CARRIES ONE
000120*                  PROFILE/CYCLE/CT KEY WHOSE CATEGORY CHANGED
000130*                  WITH ITS OLD AND NEW CATEGORY ("None" WHERE
000140*                  THE KEY WAS MISSING BEFORE OR IS SKIPPED
000150*                  NOW); THE TRAILER CARRIES THE GROUP'S OWN
000160*                  RECORD COUNT AND CHECKSUM (SUM OF THE DETAIL
000170*                  CTS, THE SAME RULE AS THE FZBXTR TRAILER). ALL
000180*                  THREE RECORDS ARE THE SAME LENGTH,
000190*                  DISTINGUISHED BY THE LEADING RECORD-TYPE CODE.
000200*    MODIFICATION HISTORY
000210*    DATE       INIT DESCRIPTION
000220*    ---------- ---- -----------------------------------------
000230*    2026-10-06 JHB  INITIAL VERSION.
000240******************************************************************
000250 01  FZB-CRX-HEADER-RECORD.
000260     05  FZB-CRX-HDR-TYPE        PIC X(02) VALUE "CH".
000270     05  FZB-CRX-HDR-PROFILE     PIC X(08).
000280     05  FZB-CRX-HDR-SUBSCRIBER  PIC X(08).
000290     05  FZB-CRX-HDR-RUN-DATE    PIC X(10).
000300     05  FZB-CRX-HDR-ORIG-DATE   PIC X(10).
000310     05  FZB-CRX-HDR-START-NBR   PIC 9(05).
000320     05  FZB-CRX-HDR-START-CYC   PIC 9(02).
000330     05  FZB-CRX-HDR-END-NBR     PIC 9(05).
000340     05  FZB-CRX-HDR-END-CYC     PIC 9(02).
000350     05  FILLER                  PIC X(08) VALUE SPACES.
000360 01  FZB-CRX-DETAIL-RECORD.
000370     05  FZB-CRX-DTL-TYPE        PIC X(02) VALUE "CD".
000380     05  FZB-CRX-DTL-PROFILE     PIC X(08).
000390     05  FZB-CRX-DTL-CYCLE       PIC 9(02).
000400     05  FZB-CRX-DTL-CT          PIC 9(05).
000410     05  FZB-CRX-DTL-OLD-CAT     PIC X(08).
000420     05  FZB-CRX-DTL-NEW-CAT     PIC X(08).
000430     05  FILLER                  PIC X(27) VALUE SPACES.
000440 01  FZB-CRX-TRAILER-RECORD.
000450     05  FZB-CRX-TRL-TYPE        PIC X(02) VALUE "CT".
000460     05  FZB-CRX-TRL-REC-COUNT   PIC 9(07).
000470     05  FZB-CRX-TRL-CHECKSUM    PIC 9(09).
000480     05  FILLER                  PIC X(42) VALUE SPACES.
