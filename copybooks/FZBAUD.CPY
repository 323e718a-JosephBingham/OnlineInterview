000155*                    THE AUDIT TRAIL SHOWS HOW MANY OF A RUN'S
000156*                    NUMBERS WERE HAND-DIRECTED. A SKIPPED CT IS
000157*                    IN NO CATEGORY COUNT AND NOT IN TOTAL.
000158*    2026-10-06 JHB  A RECORD WITH JOB ID FZBBULKQ LOGS ONE BULK
000159*                    CLASSIFICATION LOOKUP BATCH: THE PROFILE
000160*                    FIELD CARRIES THE REQUESTING APPLICATION ID,
000161*                    THE CATEGORY/OVERRIDE/SKIP COUNTS ARE THE
000162*                    BATCH'S ANSWERS, AND TOTAL IS THE NUMBER OF
000163*                    REQUESTS. ITS RULE COUNT IS ZERO, SO THE
000164*                    WINDOW SCANS PASS OVER IT.
000167******************************************************************
000170 01  FZB-AUDIT-RECORD.
000180     05  FZB-AUD-RUN-DATE        PIC X(10).
000190     05  FZB-AUD-RUN-TIME        PIC X(08).
