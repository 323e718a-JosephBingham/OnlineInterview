000010******************************************************************
000020*    COPYBOOK    : FZBCHB
000030*    DESCRIPTION : FIXED-WIDTH RECORD LAYOUTS FOR THE MONTH-END
000040*                  SUBSCRIBER CHARGEBACK FILE (FZBCHB01) FZBUSG
000050*                  WRITES FOR THE FINANCE SYSTEM. ONE HEADER
000060*                  RECORD NAMING THE STATEMENT PERIOD, ONE DETAIL
000070*                  RECORD PER SUBSCRIBER AND PROFILE (THE SAME
000080*                  FIGURES AS THE PROFILE BLOCK ON THAT
000090*                  SUBSCRIBER'S STATEMENT), AND ONE TRAILER RECORD
000100*                  CARRYING THE DETAIL AND STATEMENT COUNTS AND
000110*                  THE PERIOD TOTALS PRINTED ON THE STATEMENT
000120*                  CONTROL PAGE, SO FINANCE CAN PROVE THE FILE
000130*                  ARRIVED COMPLETE AND TIES TO THE STATEMENTS.
000140*                  ALL THREE RECORDS ARE 120 BYTES, DISTINGUISHED
000150*                  BY THE LEADING RECORD-TYPE CODE.
000160*    MODIFICATION HISTORY
000170*    DATE       INIT DESCRIPTION
000180*    ---------- ---- -----------------------------------------
000190*    2026-10-06 JHB  INITIAL VERSION.
000200******************************************************************
000210 01  FZB-CHB-HEADER-RECORD.
000220     05  FZB-CHB-HDR-TYPE        PIC X(02) VALUE "HD".
000230     05  FZB-CHB-HDR-SOURCE      PIC X(08) VALUE "FZBUSAGE".
000240     05  FZB-CHB-HDR-PERIOD      PIC X(07).
000250     05  FZB-CHB-HDR-RUN-DATE    PIC X(10).
000260     05  FILLER                  PIC X(93) VALUE SPACES.
000270 01  FZB-CHB-DETAIL-RECORD.
000280     05  FZB-CHB-DTL-TYPE        PIC X(02) VALUE "DT".
000290     05  FZB-CHB-DTL-SUBSCRIBER  PIC X(08).
000300     05  FZB-CHB-DTL-PROFILE     PIC X(08).
000310     05  FZB-CHB-DTL-SENT        PIC 9(05).
000320     05  FZB-CHB-DTL-ACCEPTED    PIC 9(05).
000330     05  FZB-CHB-DTL-OUTSTAND    PIC 9(05).
000340     05  FZB-CHB-DTL-FIZZ        PIC 9(09).
000350     05  FZB-CHB-DTL-BUZZ        PIC 9(09).
000360     05  FZB-CHB-DTL-FIZZBUZZ    PIC 9(09).
000370     05  FZB-CHB-DTL-PLAIN       PIC 9(09).
000380     05  FZB-CHB-DTL-OTHER       PIC 9(09).
000390     05  FZB-CHB-DTL-UNSPLIT     PIC 9(09).
000400     05  FZB-CHB-DTL-DELIVERED   PIC 9(09).
000410     05  FZB-CHB-DTL-REJECTED    PIC 9(05).
000420     05  FZB-CHB-DTL-MISMATCHED  PIC 9(05).
000430     05  FZB-CHB-DTL-RESENDS     PIC 9(05).
000440     05  FZB-CHB-DTL-LATE-ACKS   PIC 9(05).
000450     05  FILLER                  PIC X(04) VALUE SPACES.
000460 01  FZB-CHB-TRAILER-RECORD.
000470     05  FZB-CHB-TRL-TYPE        PIC X(02) VALUE "TR".
000480     05  FZB-CHB-TRL-DTL-COUNT   PIC 9(07).
000490     05  FZB-CHB-TRL-STMT-COUNT  PIC 9(05).
000500     05  FZB-CHB-TRL-SENT        PIC 9(07).
000510     05  FZB-CHB-TRL-DELIVERED   PIC 9(11).
000520     05  FZB-CHB-TRL-REJECTED    PIC 9(07).
000530     05  FZB-CHB-TRL-MISMATCHED  PIC 9(07).
000540     05  FZB-CHB-TRL-RESENDS     PIC 9(07).
000550     05  FZB-CHB-TRL-LATE-ACKS   PIC 9(07).
000560     05  FILLER                  PIC X(60) VALUE SPACES.
