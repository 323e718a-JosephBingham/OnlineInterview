000270*                    ENDS RC 8 SO THE JOB'S COND CHECKS STOP
000280*                    EVERYTHING BEFORE FIZZ-BUZZ-MAIN OPENS A
000290*                    FILE. A CLEAN PASS ENDS RC 0.
000291*    2026-10-06 JHB  MAKER/CHECKER. CHANGES TO FZBCTL01,
000292*                    FZBOVR01, AND FZBSUB01 ARE NOW KEYED TO THE
000293*                    FZBPND01 PENDING-CHANGE LEDGER AND ONLY
000294*                    APPLIED WHEN A SECOND USER APPROVES THEM ON
000295*                    FBAP. WHEN FZBPND01 IS ALLOCATED THIS STEP
000296*                    LISTS HOW MANY CHANGES ARE STILL AWAITING
000297*                    APPROVAL, THEN READS THE THREE LIVE FILES
000298*                    AND FLAGS AN ERROR FOR EVERY PENDING CHANGE
000299*                    WHOSE AFTER IMAGE IS ALREADY THERE (OR, FOR
000300*                    A DELETE, WHOSE KEY IS ALREADY GONE) - A
000301*                    HAND EDIT THAT WENT AROUND THE APPROVAL -
000302*                    SO FIZZ-BUZZ-MAIN AND FZBXTR NEVER RUN ON
000303*                    AN UNAPPROVED CHANGE.
000307******************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000430     SELECT FZB-REQUEST-FILE ASSIGN TO FZBRRQ01
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS FZB-RRQ-FILE-STATUS.
000451     SELECT FZB-PENDING-FILE ASSIGN TO FZBPND01
000452         ORGANIZATION IS LINE SEQUENTIAL
000453         FILE STATUS IS FZB-PND-FILE-STATUS.
000454     SELECT FZB-OVERRIDE-FILE ASSIGN TO FZBOVR01
000455         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS FZB-OVR-FILE-STATUS.
000457     SELECT FZB-SUBSCRIBER-FILE ASSIGN TO FZBSUB01
000458         ORGANIZATION IS LINE SEQUENTIAL
000459         FILE STATUS IS FZB-SUB-FILE-STATUS.
000460     SELECT FZB-EDIT-RPT-FILE ASSIGN TO FZBEDR01
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS FZB-EDR-FILE-STATUS.
000570 FD  FZB-REQUEST-FILE
000580     LABEL RECORDS ARE STANDARD.
000590 COPY FZBRRQ.
000591 FD  FZB-PENDING-FILE
000592     LABEL RECORDS ARE STANDARD.
000593 COPY FZBPND.
000594 FD  FZB-OVERRIDE-FILE
000595     LABEL RECORDS ARE STANDARD.
000596 COPY FZBOVR.
000597 FD  FZB-SUBSCRIBER-FILE
000598     LABEL RECORDS ARE STANDARD.
000599 COPY FZBSUB.
000600 FD  FZB-EDIT-RPT-FILE
000610     LABEL RECORDS ARE STANDARD
000620     RECORD CONTAINS 80 CHARACTERS.
000670 01  FZB-RTN-FILE-STATUS         PIC X(02).
000680 01  FZB-RRQ-FILE-STATUS         PIC X(02).
000690 01  FZB-EDR-FILE-STATUS         PIC X(02).
000691 01  FZB-PND-FILE-STATUS         PIC X(02).
000692 01  FZB-OVR-FILE-STATUS         PIC X(02).
000693 01  FZB-SUB-FILE-STATUS         PIC X(02).
000700 01  FZB-EDT-EOF-SW              PIC X(01) VALUE "N".
000710     88  FZB-EDT-EOF             VALUE "Y".
000720 01  FZB-EDT-REC-NBR             PIC 9(05) VALUE ZERO.
000780 01  FZB-EDT-ABS-START           PIC 9(09) VALUE ZERO COMP.
000790 01  FZB-EDT-ABS-END             PIC 9(09) VALUE ZERO COMP.
000800 01  FZB-EDT-WRK-CYC             PIC 9(02) VALUE ZERO.
000801 01  FZB-EDT-PND-TABLE.
000802     05  FZB-EDT-PND-ENT         OCCURS 50 TIMES.
000803         10  FZB-EDT-PND-T-ID    PIC 9(06).
000804         10  FZB-EDT-PND-T-RECNBR PIC 9(05).
000805         10  FZB-EDT-PND-T-FILE  PIC X(01).
000806         10  FZB-EDT-PND-T-ACTION PIC X(01).
000807         10  FZB-EDT-PND-T-KEY   PIC X(25).
000808         10  FZB-EDT-PND-T-IMAGE PIC X(95).
000809         10  FZB-EDT-PND-T-SEEN  PIC X(01).
000810 01  FZB-EDT-PND-COUNT           PIC 9(03) VALUE ZERO COMP.
000811 01  FZB-EDT-PND-MAX             PIC 9(03) VALUE 50 COMP.
000812 01  FZB-EDT-PND-IDX             PIC 9(03) VALUE ZERO COMP.
000813 01  FZB-EDT-PND-HIT             PIC 9(03) VALUE ZERO COMP.
000814 01  FZB-EDT-PND-OVERFLOW        PIC 9(05) VALUE ZERO COMP.
000815 01  FZB-EDT-PND-COUNT-D         PIC 9(03) VALUE ZERO.
000816 01  FZB-EDT-PND-ID-D            PIC 9(06) VALUE ZERO.
000817 01  FZB-EDT-LIVE-FILE           PIC X(01) VALUE SPACE.
000818 01  FZB-EDT-LIVE-DD             PIC X(08) VALUE SPACES.
000819 01  FZB-EDT-LIVE-KEY            PIC X(25) VALUE SPACES.
000820 01  FZB-EDT-LIVE-IMAGE          PIC X(95) VALUE SPACES.
000823 01  FZB-YMD-WORK-X.
000827     05  FZB-YMD-MM              PIC X(02).
000830     05  FILLER                  PIC X(01).
000840     05  FZB-YMD-DD              PIC X(02).
000850     05  FILLER                  PIC X(01).
000990     PERFORM 2000-EDIT-CONTROL THRU 2000-EXIT.
001000     PERFORM 3000-EDIT-RETENTION THRU 3000-EXIT.
001010     PERFORM 4000-EDIT-REQUESTS THRU 4000-EXIT.
001011     PERFORM 4500-EDIT-PENDING THRU 4500-EXIT.
001020     PERFORM 5000-FINALIZE THRU 5000-EXIT.
001030     STOP RUN.
001040 1000-INITIALIZE.
003690     END-IF.
003700 4200-EXIT.
003710     EXIT.
003711 4500-EDIT-PENDING.
003712     MOVE "FZBPND01" TO FZB-EDP-F-DDNAME.
003713     OPEN INPUT FZB-PENDING-FILE.
003714     IF FZB-PND-FILE-STATUS = "35"
003715         PERFORM 9100-WRITE-SKIP-LINE THRU 9100-EXIT
003716         GO TO 4500-EXIT
003717     END-IF.
003718     IF FZB-PND-FILE-STATUS NOT = "00"
003719         PERFORM 9200-WRITE-OPEN-ERROR THRU 9200-EXIT
003720         GO TO 4500-EXIT
003721     END-IF.
003722     PERFORM 9000-WRITE-FILE-LINE THRU 9000-EXIT.
003723     MOVE ZERO TO FZB-EDT-REC-NBR.
003724     MOVE ZERO TO FZB-EDT-PND-COUNT.
003725     MOVE "N" TO FZB-EDT-EOF-SW.
003726     PERFORM 4510-READ-PENDING THRU 4510-EXIT
003727         UNTIL FZB-EDT-EOF.
003728     CLOSE FZB-PENDING-FILE.
003729     IF FZB-EDT-PND-COUNT = ZERO
003730         GO TO 4500-EXIT
003731     END-IF.
003732     MOVE FZB-EDT-PND-COUNT TO FZB-EDT-PND-COUNT-D.
003733     MOVE "FILE: " TO FZB-EDP-F-LIT.
003734     MOVE SPACES TO FZB-EDP-F-TEXT.
003735     STRING FZB-EDT-PND-COUNT-D
003736             " CHANGE(S) AWAITING APPROVAL - NOT APPLIED"
003737         DELIMITED BY SIZE INTO FZB-EDP-F-TEXT.
003738     MOVE FZB-EDP-FILE-LINE TO FZB-EDIT-RPT-RECORD.
003739     WRITE FZB-EDIT-RPT-RECORD.
003740     IF FZB-EDT-PND-OVERFLOW > ZERO
003741         MOVE SPACES TO FZB-EDP-F-TEXT
003742         STRING "MORE THAN 50 PENDING - ONLY THE OLDEST 50"
003743                 " CHECKED"
003744             DELIMITED BY SIZE INTO FZB-EDP-F-TEXT
003745         MOVE FZB-EDP-FILE-LINE TO FZB-EDIT-RPT-RECORD
003746         WRITE FZB-EDIT-RPT-RECORD
003747     END-IF.
003748     PERFORM 4600-CHECK-CONTROL-LIVE THRU 4600-EXIT.
003749     PERFORM 4700-CHECK-OVERRIDE-LIVE THRU 4700-EXIT.
003750     PERFORM 4800-CHECK-SUBSCRIBER-LIVE THRU 4800-EXIT.
003751     PERFORM 4900-CHECK-ONE-DELETE THRU 4900-EXIT
003752         VARYING FZB-EDT-PND-IDX FROM 1 BY 1
003753         UNTIL FZB-EDT-PND-IDX > FZB-EDT-PND-COUNT.
003754 4500-EXIT.
003755     EXIT.
003756 4510-READ-PENDING.
003757     READ FZB-PENDING-FILE
003758         AT END MOVE "Y" TO FZB-EDT-EOF-SW
003759         NOT AT END
003760             ADD 1 TO FZB-EDT-REC-NBR
003761             ADD 1 TO FZB-EDT-REC-COUNT
003762             IF FZB-PND-KEYED
003763                 PERFORM 4520-ADD-OPEN THRU 4520-EXIT
003764             END-IF
003765             IF FZB-PND-DECIDED
003766                 PERFORM 4530-CLOSE-OPEN THRU 4530-EXIT
003767             END-IF
003768     END-READ.
003769 4510-EXIT.
003770     EXIT.
003771 4520-ADD-OPEN.
003772     IF FZB-EDT-PND-COUNT NOT LESS THAN FZB-EDT-PND-MAX
003773         ADD 1 TO FZB-EDT-PND-OVERFLOW
003774         GO TO 4520-EXIT
003775     END-IF.
003776     ADD 1 TO FZB-EDT-PND-COUNT.
003777     MOVE FZB-PND-ID TO FZB-EDT-PND-T-ID (FZB-EDT-PND-COUNT).
003778     MOVE FZB-EDT-REC-NBR
003779         TO FZB-EDT-PND-T-RECNBR (FZB-EDT-PND-COUNT).
003780     MOVE FZB-PND-FILE TO FZB-EDT-PND-T-FILE (FZB-EDT-PND-COUNT).
003781     MOVE FZB-PND-ACTION
003782         TO FZB-EDT-PND-T-ACTION (FZB-EDT-PND-COUNT).
003783     MOVE FZB-PND-KEY TO FZB-EDT-PND-T-KEY (FZB-EDT-PND-COUNT).
003784     MOVE FZB-PND-NEW-IMAGE
003785         TO FZB-EDT-PND-T-IMAGE (FZB-EDT-PND-COUNT).
003786     MOVE "N" TO FZB-EDT-PND-T-SEEN (FZB-EDT-PND-COUNT).
003787 4520-EXIT.
003788     EXIT.
003789 4530-CLOSE-OPEN.
003790     MOVE ZERO TO FZB-EDT-PND-HIT.
003791     PERFORM 4540-FIND-OPEN THRU 4540-EXIT
003792         VARYING FZB-EDT-PND-IDX FROM 1 BY 1
003793         UNTIL FZB-EDT-PND-IDX > FZB-EDT-PND-COUNT
003794             OR FZB-EDT-PND-HIT > ZERO.
003795     IF FZB-EDT-PND-HIT = ZERO
003796         GO TO 4530-EXIT
003797     END-IF.
003798     PERFORM 4550-SHIFT-OPEN THRU 4550-EXIT
003799         VARYING FZB-EDT-PND-IDX FROM FZB-EDT-PND-HIT BY 1
003800         UNTIL FZB-EDT-PND-IDX NOT LESS THAN FZB-EDT-PND-COUNT.
003801     SUBTRACT 1 FROM FZB-EDT-PND-COUNT.
003802 4530-EXIT.
003803     EXIT.
003804 4540-FIND-OPEN.
003805     IF FZB-EDT-PND-T-ID (FZB-EDT-PND-IDX) = FZB-PND-ID
003806         MOVE FZB-EDT-PND-IDX TO FZB-EDT-PND-HIT
003807     END-IF.
003808 4540-EXIT.
003809     EXIT.
003810 4550-SHIFT-OPEN.
003811     MOVE FZB-EDT-PND-ENT (FZB-EDT-PND-IDX + 1)
003812         TO FZB-EDT-PND-ENT (FZB-EDT-PND-IDX).
003813 4550-EXIT.
003814     EXIT.
003815 4600-CHECK-CONTROL-LIVE.
003816     MOVE "C" TO FZB-EDT-LIVE-FILE.
003817     MOVE "FZBCTL01" TO FZB-EDT-LIVE-DD.
003818     OPEN INPUT FZB-CONTROL-FILE.
003819     IF FZB-CTL-FILE-STATUS NOT = "00"
003820         PERFORM 4960-MARK-FILE-SEEN THRU 4960-EXIT
003821             VARYING FZB-EDT-PND-IDX FROM 1 BY 1
003822             UNTIL FZB-EDT-PND-IDX > FZB-EDT-PND-COUNT
003823         GO TO 4600-EXIT
003824     END-IF.
003825     MOVE "N" TO FZB-EDT-EOF-SW.
003826     PERFORM 4610-READ-CONTROL-LIVE THRU 4610-EXIT
003827         UNTIL FZB-EDT-EOF.
003828     CLOSE FZB-CONTROL-FILE.
003829 4600-EXIT.
003830     EXIT.
003831 4610-READ-CONTROL-LIVE.
003832     READ FZB-CONTROL-FILE
003833         AT END MOVE "Y" TO FZB-EDT-EOF-SW
003834         NOT AT END
003835             MOVE FZB-CONTROL-RECORD TO FZB-EDT-LIVE-IMAGE
003836             MOVE SPACES TO FZB-EDT-LIVE-KEY
003837             MOVE FZB-CTL-PROFILE-ID TO FZB-EDT-LIVE-KEY (1:8)
003838             MOVE FZB-CTL-EFF-FROM TO FZB-EDT-LIVE-KEY (9:10)
003839             PERFORM 4950-MATCH-LIVE THRU 4950-EXIT
003840                 VARYING FZB-EDT-PND-IDX FROM 1 BY 1
003841                 UNTIL FZB-EDT-PND-IDX > FZB-EDT-PND-COUNT
003842     END-READ.
003843 4610-EXIT.
003844     EXIT.
003845 4700-CHECK-OVERRIDE-LIVE.
003846     MOVE "O" TO FZB-EDT-LIVE-FILE.
003847     MOVE "FZBOVR01" TO FZB-EDT-LIVE-DD.
003848     OPEN INPUT FZB-OVERRIDE-FILE.
003849     IF FZB-OVR-FILE-STATUS NOT = "00"
003850         PERFORM 4960-MARK-FILE-SEEN THRU 4960-EXIT
003851             VARYING FZB-EDT-PND-IDX FROM 1 BY 1
003852             UNTIL FZB-EDT-PND-IDX > FZB-EDT-PND-COUNT
003853         GO TO 4700-EXIT
003854     END-IF.
003855     MOVE "N" TO FZB-EDT-EOF-SW.
003856     PERFORM 4710-READ-OVERRIDE-LIVE THRU 4710-EXIT
003857         UNTIL FZB-EDT-EOF.
003858     CLOSE FZB-OVERRIDE-FILE.
003859 4700-EXIT.
003860     EXIT.
003861 4710-READ-OVERRIDE-LIVE.
003862     READ FZB-OVERRIDE-FILE
003863         AT END MOVE "Y" TO FZB-EDT-EOF-SW
003864         NOT AT END
003865             MOVE FZB-OVERRIDE-RECORD TO FZB-EDT-LIVE-IMAGE
003866             MOVE SPACES TO FZB-EDT-LIVE-KEY
003867             MOVE FZB-OVERRIDE-RECORD (1:15)
003868                 TO FZB-EDT-LIVE-KEY (1:15)
003869             MOVE FZB-OVR-EFF-FROM TO FZB-EDT-LIVE-KEY (16:10)
003870             PERFORM 4950-MATCH-LIVE THRU 4950-EXIT
003871                 VARYING FZB-EDT-PND-IDX FROM 1 BY 1
003872                 UNTIL FZB-EDT-PND-IDX > FZB-EDT-PND-COUNT
003873     END-READ.
003874 4710-EXIT.
003875     EXIT.
003876 4800-CHECK-SUBSCRIBER-LIVE.
003877     MOVE "S" TO FZB-EDT-LIVE-FILE.
003878     MOVE "FZBSUB01" TO FZB-EDT-LIVE-DD.
003879     OPEN INPUT FZB-SUBSCRIBER-FILE.
003880     IF FZB-SUB-FILE-STATUS NOT = "00"
003881         PERFORM 4960-MARK-FILE-SEEN THRU 4960-EXIT
003882             VARYING FZB-EDT-PND-IDX FROM 1 BY 1
003883             UNTIL FZB-EDT-PND-IDX > FZB-EDT-PND-COUNT
003884         GO TO 4800-EXIT
003885     END-IF.
003886     MOVE "N" TO FZB-EDT-EOF-SW.
003887     PERFORM 4810-READ-SUBSCRIBER-LIVE THRU 4810-EXIT
003888         UNTIL FZB-EDT-EOF.
003889     CLOSE FZB-SUBSCRIBER-FILE.
003890 4800-EXIT.
003891     EXIT.
003892 4810-READ-SUBSCRIBER-LIVE.
003893     READ FZB-SUBSCRIBER-FILE
003894         AT END MOVE "Y" TO FZB-EDT-EOF-SW
003895         NOT AT END
003896             MOVE FZB-SUBSCRIBER-RECORD TO FZB-EDT-LIVE-IMAGE
003897             MOVE SPACES TO FZB-EDT-LIVE-KEY
003898             MOVE FZB-SUBSCRIBER-RECORD (1:16)
003899                 TO FZB-EDT-LIVE-KEY (1:16)
003900             PERFORM 4950-MATCH-LIVE THRU 4950-EXIT
003901                 VARYING FZB-EDT-PND-IDX FROM 1 BY 1
003902                 UNTIL FZB-EDT-PND-IDX > FZB-EDT-PND-COUNT
003903     END-READ.
003904 4810-EXIT.
003905     EXIT.
003906 4900-CHECK-ONE-DELETE.
003907     IF FZB-EDT-PND-T-ACTION (FZB-EDT-PND-IDX) = "D"
003908         AND FZB-EDT-PND-T-SEEN (FZB-EDT-PND-IDX) = "N"
003909         MOVE FZB-EDT-PND-T-RECNBR (FZB-EDT-PND-IDX)
003910             TO FZB-EDT-REC-NBR
003911         MOVE FZB-EDT-PND-T-ID (FZB-EDT-PND-IDX)
003912             TO FZB-EDT-PND-ID-D
003913         MOVE SPACES TO FZB-EDP-D-FIELD
003914         STRING "CHANGE " FZB-EDT-PND-ID-D
003915             DELIMITED BY SIZE INTO FZB-EDP-D-FIELD
003916         MOVE "NOT APPROVED - KEY ALREADY DELETED"
003917             TO FZB-EDP-D-TEXT
003918         PERFORM 9300-WRITE-ERROR-LINE THRU 9300-EXIT
003919     END-IF.
003920 4900-EXIT.
003921     EXIT.
003922 4950-MATCH-LIVE.
003923     IF FZB-EDT-PND-T-FILE (FZB-EDT-PND-IDX)
003924             NOT = FZB-EDT-LIVE-FILE
003925         OR FZB-EDT-PND-T-KEY (FZB-EDT-PND-IDX)
003926             NOT = FZB-EDT-LIVE-KEY
003927         GO TO 4950-EXIT
003928     END-IF.
003929     MOVE "Y" TO FZB-EDT-PND-T-SEEN (FZB-EDT-PND-IDX).
003930     IF FZB-EDT-PND-T-ACTION (FZB-EDT-PND-IDX) NOT = "D"
003931         AND FZB-EDT-PND-T-IMAGE (FZB-EDT-PND-IDX)
003932             = FZB-EDT-LIVE-IMAGE
003933         MOVE FZB-EDT-PND-T-RECNBR (FZB-EDT-PND-IDX)
003934             TO FZB-EDT-REC-NBR
003935         MOVE FZB-EDT-PND-T-ID (FZB-EDT-PND-IDX)
003936             TO FZB-EDT-PND-ID-D
003937         MOVE SPACES TO FZB-EDP-D-FIELD
003938         STRING "CHANGE " FZB-EDT-PND-ID-D
003939             DELIMITED BY SIZE INTO FZB-EDP-D-FIELD
003940         MOVE SPACES TO FZB-EDP-D-TEXT
003941         STRING "NOT APPROVED - ALREADY LIVE IN "
003942                 FZB-EDT-LIVE-DD
003943             DELIMITED BY SIZE INTO FZB-EDP-D-TEXT
003944         PERFORM 9300-WRITE-ERROR-LINE THRU 9300-EXIT
003945     END-IF.
003946 4950-EXIT.
003947     EXIT.
003948 4960-MARK-FILE-SEEN.
003949     IF FZB-EDT-PND-T-FILE (FZB-EDT-PND-IDX) = FZB-EDT-LIVE-FILE
003950         MOVE "Y" TO FZB-EDT-PND-T-SEEN (FZB-EDT-PND-IDX)
003951     END-IF.
003952 4960-EXIT.
003953     EXIT.
003954 5000-FINALIZE.
003955     MOVE FZB-EDP-BLANK-LINE TO FZB-EDIT-RPT-RECORD.
003956     WRITE FZB-EDIT-RPT-RECORD.
003957     MOVE SPACES TO FZB-EDP-SUMMARY-LINE.
003958     MOVE "RECORDS CHECKED:" TO FZB-EDP-S-LIT1.
003959     MOVE FZB-EDT-REC-COUNT TO FZB-EDP-S-RECORDS.
003960     MOVE "  ERRORS:" TO FZB-EDP-S-LIT2.
003961     MOVE FZB-EDT-ERR-COUNT TO FZB-EDP-S-ERRORS.
003962     MOVE "  STATUS: " TO FZB-EDP-S-LIT3.
003963     IF FZB-EDT-ERR-COUNT > ZERO
003964         MOVE "ERROR" TO FZB-EDP-S-STATUS
003965         MOVE 8 TO RETURN-CODE
003966         DISPLAY "FZB1500E CONTROL FILE EDITS FOUND "
003967             "ERRORS - SEE FZBEDR01"
003968     ELSE
003969         MOVE "CLEAN" TO FZB-EDP-S-STATUS
003970     END-IF.
003971     MOVE FZB-EDP-SUMMARY-LINE TO FZB-EDIT-RPT-RECORD.
003972     WRITE FZB-EDIT-RPT-RECORD.
003973     CLOSE FZB-EDIT-RPT-FILE.
003974 5000-EXIT.
003975     EXIT.
003976 9000-WRITE-FILE-LINE.
003977     MOVE "FILE: " TO FZB-EDP-F-LIT.
003978     MOVE "EDITED" TO FZB-EDP-F-TEXT.
003979     MOVE FZB-EDP-FILE-LINE TO FZB-EDIT-RPT-RECORD.
003980     WRITE FZB-EDIT-RPT-RECORD.
003990 9000-EXIT.
004000     EXIT.
