000010******************************************************************
000020*    COPYBOOK    : FZBBRS
000030*    DESCRIPTION : FIXED-WIDTH RECORD LAYOUTS FOR THE BULK
000040*                  CLASSIFICATION LOOKUP RESPONSE (FZBBRS01)
000050*                  FZBBLQ WRITES FOR THE REQUESTING APPLICATIONS.
000060*                  ONE HEADER/DETAIL/TRAILER GROUP PER REQUEST
000070*                  BATCH:
000080*                  THE HEADER NAMES THE REQUESTER AND THE BUSINESS
000090*                  DATE AND TIME OF THE LOOKUP RUN; EACH DETAIL
000100*                  ANSWERS ONE FZBBRQ REQUEST IN ARRIVAL ORDER;
000110*                  THE TRAILER CARRIES THE GROUP'S DETAIL COUNT
000120*                  AND ITS ANSWERED/REJECTED/ON-FILE/DIFFERENT/
000130*                  SKIPPED COUNTS SO THE CALLER CAN PROVE THE
000140*                  GROUP ARRIVED COMPLETE.
000150*                  A DETAIL IS ANSWERED (STATUS A) OR REJECTED
000160*                  (STATUS E, WITH A REASON: CT = CT NOT NUMERIC
000170*                  OR ZERO, CY = CYCLE NOT NUMERIC, DT = AS-OF
000180*                  DATE NOT A VALID MM/DD/YYYY, PR = NO VERSION OF
000184*                  THE PROFILE IN EFFECT ON THE AS-OF DATE, RC =
000187*                  THE VERSION IN EFFECT CARRIES A RULE COUNT
000190*                  ABOVE THE 5-ENTRY RULE TABLE - ITS
000193*                  EFFECTIVE-FROM DATE IS RETURNED SO THE RECORD
000196*                  CAN BE FOUND). AN
000200*                  ANSWER CARRIES THE EFFECTIVE-FROM DATE OF THE
000210*                  FZBCTL01 VERSION USED, THE FZBCLSF LABEL AFTER
000220*                  ANY FZBOVR01 OVERRIDE IN EFFECT ON THE AS-OF
000230*                  DATE (OVERRIDE FLAG F = FORCED, S = SKIPPED),
000240*                  AND THE CATEGORY IT FALLS IN ("None" WHEN AN
000250*                  OVERRIDE SKIPS IT). WHERE THE CT HAS ALREADY
000260*                  BEEN PROCESSED IT ALSO CARRIES THE CATEGORY
000270*                  KSDS HOLDING IT, THAT RECORD'S RUN DATE, THE
000280*                  NUMBER OF CATEGORY KSDS HOLDING THE KEY
000290*                  (NORMALLY 1), AND A DIFFERENCE FLAG (Y WHEN THE
000300*                  ANSWER'S CATEGORY IS NOT THE ONE ON FILE OR
000310*                  MORE THAN ONE KSDS HOLDS THE KEY). ALL THREE
000320*                  RECORDS ARE 100 BYTES, DISTINGUISHED BY THE
000330*                  LEADING RECORD-TYPE CODE.
000340*    MODIFICATION HISTORY
000350*    DATE       INIT DESCRIPTION
000360*    ---------- ---- -----------------------------------------
000370*    2026-10-06 JHB  INITIAL VERSION.
000375*    2026-10-06 JHB  ADDED REJECT REASON RC.
000380******************************************************************
000390 01  FZB-BRS-HEADER-RECORD.
000400     05  FZB-BRS-HDR-TYPE        PIC X(02) VALUE "HD".
000410     05  FZB-BRS-HDR-SOURCE      PIC X(08) VALUE "FZBBULKQ".
000420     05  FZB-BRS-HDR-REQUESTER   PIC X(08).
000430     05  FZB-BRS-HDR-RUN-DATE    PIC X(10).
000440     05  FZB-BRS-HDR-RUN-TIME    PIC X(08).
000450     05  FILLER                  PIC X(64) VALUE SPACES.
000460 01  FZB-BRS-DETAIL-RECORD.
000470     05  FZB-BRS-DTL-TYPE        PIC X(02) VALUE "DT".
000480     05  FZB-BRS-DTL-REQUESTER   PIC X(08).
000490     05  FZB-BRS-DTL-REFERENCE   PIC X(12).
000500     05  FZB-BRS-DTL-PROFILE     PIC X(08).
000510     05  FZB-BRS-DTL-CYCLE       PIC X(02).
000520     05  FZB-BRS-DTL-CT          PIC X(05).
000530     05  FZB-BRS-DTL-AS-OF-DATE  PIC X(10).
000540     05  FZB-BRS-DTL-STATUS      PIC X(01).
000550         88  FZB-BRS-DTL-ANSWERED VALUE "A".
000560         88  FZB-BRS-DTL-REJECTED VALUE "E".
000570     05  FZB-BRS-DTL-REASON      PIC X(02).
000580     05  FZB-BRS-DTL-VERSION     PIC X(10).
000590     05  FZB-BRS-DTL-CLASS       PIC X(08).
000600     05  FZB-BRS-DTL-OVR-FLAG    PIC X(01).
000610     05  FZB-BRS-DTL-CATEGORY    PIC X(08).
000620     05  FZB-BRS-DTL-FILE-CAT    PIC X(08).
000630     05  FZB-BRS-DTL-FILE-DATE   PIC X(10).
000640     05  FZB-BRS-DTL-FILE-HITS   PIC 9(01).
000650     05  FZB-BRS-DTL-DIFF-SW     PIC X(01).
000660         88  FZB-BRS-DTL-DIFFERENT VALUE "Y".
000670     05  FILLER                  PIC X(03) VALUE SPACES.
000680 01  FZB-BRS-TRAILER-RECORD.
000690     05  FZB-BRS-TRL-TYPE        PIC X(02) VALUE "TR".
000700     05  FZB-BRS-TRL-REQUESTER   PIC X(08).
000710     05  FZB-BRS-TRL-REC-COUNT   PIC 9(07).
000720     05  FZB-BRS-TRL-ANSWERED    PIC 9(07).
000730     05  FZB-BRS-TRL-REJECTED    PIC 9(07).
000740     05  FZB-BRS-TRL-ON-FILE     PIC 9(07).
000750     05  FZB-BRS-TRL-DIFFERENT   PIC 9(07).
000760     05  FZB-BRS-TRL-SKIPPED     PIC 9(07).
000770     05  FILLER                  PIC X(48) VALUE SPACES.
