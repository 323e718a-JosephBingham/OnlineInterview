000010******************************************************************
000020*    COPYBOOK    : FZBSNP
000030*    DESCRIPTION : STATE SNAPSHOT RECORD, WRITTEN BY FZBSNP TO
000040*                  ONE GENERATION OF PROD.FIZZBUZZ.SNAPSHOT AFTER
000050*                  EACH SUCCESSFUL NIGHT AND READ BACK BY FZBRST
000060*                  TO PUT THE KEYED STATE FILES BACK TO THAT
000070*                  BUSINESS DATE. EVERY RECORD OF A SNAPSHOT
000080*                  CARRIES ITS BUSINESS DATE AND THE STAMP OF THE
000090*                  RUN THAT TOOK IT, SO SEVERAL GENERATIONS CAN BE
000100*                  READ AS ONE CONCATENATION AND ONE SET PICKED
000110*                  OUT. A SET IS ONE H (HEADER) RECORD, ONE D
000120*                  (DATA) RECORD PER RECORD OF THE NINE CLUSTERS,
000130*                  THE D RECORD CARRYING THE CLUSTER NAME AND THE
000140*                  RECORD IMAGE, ONE C (CONTROL) RECORD PER
000150*                  CLUSTER AND PROFILE WITH ITS RECORD COUNT (AN
000160*                  EMPTY CLUSTER GETS ONE C RECORD WITH A BLANK
000170*                  PROFILE AND A ZERO COUNT), AND ONE T (TRAILER)
000180*                  RECORD WITH THE D AND C RECORD TOTALS.
000190*                  CLUSTER NAMES ARE THE LAST DATASET QUALIFIER:
000200*                  PERSIST, CHECKPT, RUNCTL, RUNSTAT, FIZZ, BUZZ,
000210*                  FIZZBUZZ, PLAIN, OTHER.
000220*    MODIFICATION HISTORY
000230*    DATE       INIT DESCRIPTION
000240*    ---------- ---- -----------------------------------------
000250*    2026-10-06 JHB  INITIAL VERSION.
000260******************************************************************
000270 01  FZB-SNAPSHOT-RECORD.
000280     05  FZB-SNP-REC-TYPE        PIC X(01).
000290         88  FZB-SNP-HEADER      VALUE "H".
000300         88  FZB-SNP-DATA-REC    VALUE "D".
000310         88  FZB-SNP-CONTROL     VALUE "C".
000320         88  FZB-SNP-TRAILER     VALUE "T".
000330     05  FZB-SNP-BUS-DATE        PIC X(10).
000340     05  FZB-SNP-STAMP           PIC X(14).
000350     05  FZB-SNP-FILE-ID         PIC X(08).
000360     05  FZB-SNP-DATA            PIC X(80).
000370     05  FZB-SNP-DATA-VIEW REDEFINES FZB-SNP-DATA.
000380         10  FZB-SNP-DATA-PROFILE PIC X(08).
000390         10  FILLER              PIC X(72).
000400     05  FZB-SNP-HDR-VIEW REDEFINES FZB-SNP-DATA.
000410         10  FZB-SNP-HDR-JOB-ID  PIC X(08).
000420         10  FZB-SNP-HDR-RUN-DATE PIC X(10).
000430         10  FZB-SNP-HDR-RUN-TIME PIC X(08).
000440         10  FILLER              PIC X(54).
000450     05  FZB-SNP-CNT-VIEW REDEFINES FZB-SNP-DATA.
000460         10  FZB-SNP-CNT-PROFILE PIC X(08).
000470         10  FZB-SNP-CNT-RECORDS PIC 9(07).
000480         10  FILLER              PIC X(65).
000490     05  FZB-SNP-TRL-VIEW REDEFINES FZB-SNP-DATA.
000500         10  FZB-SNP-TRL-RECORDS PIC 9(09).
000510         10  FZB-SNP-TRL-CONTROLS PIC 9(05).
000520         10  FILLER              PIC X(66).
