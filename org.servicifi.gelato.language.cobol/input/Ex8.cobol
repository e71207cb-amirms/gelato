000320*                     LAND ON THE SAME SIDE IN HISTORY AND
000330*                     AUDIT, OR EX09 REPORTS FALSE HA01/HN01
000340*                     DISCREPANCIES FOREVER AFTER.
000350*   2026-10-15  MVH  RUN LEDGER.  EACH RUN WRITES A START AND AN
000360*                     END RECORD TO RTSTS01, AND THE ARCHIVE IS
000370*                     REFUSED (RC 32) WHILE THE LAST COMPLETED
000380*                     EX09 RECONCILIATION STILL SHOWS
000390*                     DISCREPANCIES.
000400*****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. EX08.
000430 AUTHOR. M V HALEN.
000440 INSTALLATION. SERVICIFI GELATO.
000450 DATE-WRITTEN. 2026-09-01.
000460 DATE-COMPILED.
000470
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. IBM-3090.
000510 SPECIAL-NAMES.
000520     DECIMAL-POINT IS COMMA.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550
000560     SELECT RTCTL08 ASSIGN TO RTCTL08
000570         ORGANIZATION IS SEQUENTIAL.
000580
000590     SELECT RTHISTI ASSIGN TO RTHISTI
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS HISTI-PRIME-KEY
000630         FILE STATUS IS EX8-HISTI-STATUS.
000640
000650     SELECT RTHISTO ASSIGN TO RTHISTO
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS HISTO-PRIME-KEY
000690         FILE STATUS IS EX8-HISTO-STATUS.
000700
000710     SELECT RTHARC1 ASSIGN TO RTHARC1
000720         ORGANIZATION IS SEQUENTIAL.
000730
000740     SELECT RTAUDI ASSIGN TO RTAUDI
000750         ORGANIZATION IS SEQUENTIAL.
000760
000770     SELECT RTAUDO ASSIGN TO RTAUDO
000780         ORGANIZATION IS SEQUENTIAL.
000790
000800     SELECT RTAUDA ASSIGN TO RTAUDA
000810         ORGANIZATION IS SEQUENTIAL.
000820
000830     SELECT RTSTS01 ASSIGN TO RTSTS01
000840         ORGANIZATION IS SEQUENTIAL.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880
000890 FD  RTCTL08
000900     LABEL RECORDS ARE STANDARD.
000910     COPY RTCTL08.
000920
000930 FD  RTHISTI
000940     LABEL RECORDS ARE STANDARD.
000950     COPY RRSPST REPLACING ==RRSPST==   BY ==HISTI-RECORD==
000960                           ==REK_ID==   BY ==HISTI-REK_ID==
000970                           ==VAL_DAT==  BY ==HISTI-VAL_DAT==
000980                           ==CYC_NO==   BY ==HISTI-CYC_NO==
000990                           ==DB_BEDR==  BY ==HISTI-DB_BEDR==
001000                           ==CR_BEDR==  BY ==HISTI-CR_BEDR==
001010                           ==CUR_CD==   BY ==HISTI-CUR_CD==.
001020*****************************************************************
001030* HISTI-PRIME-KEY REDEFINES REK_ID/VAL_DAT/CYC_NO AS ONE FIELD,
001040* EXACTLY AS EX01 DECLARES THE RTHIST1 KEY.
001050*****************************************************************
001060 01  HISTI-KEY-RECORD REDEFINES HISTI-RECORD.
001070     05  HISTI-PRIME-KEY         PIC X(20).
001080     05  FILLER                  PIC X(17).
001090
001100 FD  RTHISTO
001110     LABEL RECORDS ARE STANDARD.
001120     COPY RRSPST REPLACING ==RRSPST==   BY ==HISTO-RECORD==
001130                           ==REK_ID==   BY ==HISTO-REK_ID==
001140                           ==VAL_DAT==  BY ==HISTO-VAL_DAT==
001150                           ==CYC_NO==   BY ==HISTO-CYC_NO==
001160                           ==DB_BEDR==  BY ==HISTO-DB_BEDR==
001170                           ==CR_BEDR==  BY ==HISTO-CR_BEDR==
001180                           ==CUR_CD==   BY ==HISTO-CUR_CD==.
001190 01  HISTO-KEY-RECORD REDEFINES HISTO-RECORD.
001200     05  HISTO-PRIME-KEY         PIC X(20).
001210     05  FILLER                  PIC X(17).
001220
001230 FD  RTHARC1
001240     LABEL RECORDS ARE STANDARD.
001250     COPY RRSPST REPLACING ==RRSPST==   BY ==HARC-RECORD==
001260                           ==REK_ID==   BY ==HARC-REK_ID==
001270                           ==VAL_DAT==  BY ==HARC-VAL_DAT==
001280                           ==CYC_NO==   BY ==HARC-CYC_NO==
001290                           ==DB_BEDR==  BY ==HARC-DB_BEDR==
001300                           ==CR_BEDR==  BY ==HARC-CR_BEDR==
001310                           ==CUR_CD==   BY ==HARC-CUR_CD==.
001320
001330 FD  RTAUDI
001340     LABEL RECORDS ARE STANDARD.
001350     COPY RTAUD01 REPLACING
001360         ==RTAUD01-RECORD==   BY ==RTAUDI-RECORD==
001370         ==AUD-REK_ID==       BY ==AUDI-REK_ID==
001380         ==AUD-VAL_DAT==      BY ==AUDI-VAL_DAT==
001390         ==AUD-OLD-DB_BEDR==  BY ==AUDI-OLD-DB_BEDR==
001400         ==AUD-OLD-CR_BEDR==  BY ==AUDI-OLD-CR_BEDR==
001410         ==AUD-NEW-DB_BEDR==  BY ==AUDI-NEW-DB_BEDR==
001420         ==AUD-NEW-CR_BEDR==  BY ==AUDI-NEW-CR_BEDR==
001430         ==AUD-TIMESTAMP==    BY ==AUDI-TIMESTAMP==
001440         ==AUD-ACTION-CD==    BY ==AUDI-ACTION-CD==
001450         ==AUD-CYCLE-NO==     BY ==AUDI-CYCLE-NO==.
001460
001470 FD  RTAUDO
001480     LABEL RECORDS ARE STANDARD.
001490     COPY RTAUD01 REPLACING
001500         ==RTAUD01-RECORD==   BY ==RTAUDO-RECORD==
001510         ==AUD-REK_ID==       BY ==AUDO-REK_ID==
001520         ==AUD-VAL_DAT==      BY ==AUDO-VAL_DAT==
001530         ==AUD-OLD-DB_BEDR==  BY ==AUDO-OLD-DB_BEDR==
001540         ==AUD-OLD-CR_BEDR==  BY ==AUDO-OLD-CR_BEDR==
001550         ==AUD-NEW-DB_BEDR==  BY ==AUDO-NEW-DB_BEDR==
001560         ==AUD-NEW-CR_BEDR==  BY ==AUDO-NEW-CR_BEDR==
001570         ==AUD-TIMESTAMP==    BY ==AUDO-TIMESTAMP==
001580         ==AUD-ACTION-CD==    BY ==AUDO-ACTION-CD==
001590         ==AUD-CYCLE-NO==     BY ==AUDO-CYCLE-NO==.
001600
001610 FD  RTAUDA
001620     LABEL RECORDS ARE STANDARD.
001630     COPY RTAUD01 REPLACING
001640         ==RTAUD01-RECORD==   BY ==RTAUDA-RECORD==
001650         ==AUD-REK_ID==       BY ==AUDA-REK_ID==
001660         ==AUD-VAL_DAT==      BY ==AUDA-VAL_DAT==
001670         ==AUD-OLD-DB_BEDR==  BY ==AUDA-OLD-DB_BEDR==
001680         ==AUD-OLD-CR_BEDR==  BY ==AUDA-OLD-CR_BEDR==
001690         ==AUD-NEW-DB_BEDR==  BY ==AUDA-NEW-DB_BEDR==
001700         ==AUD-NEW-CR_BEDR==  BY ==AUDA-NEW-CR_BEDR==
001710         ==AUD-TIMESTAMP==    BY ==AUDA-TIMESTAMP==
001720         ==AUD-ACTION-CD==    BY ==AUDA-ACTION-CD==
001730         ==AUD-CYCLE-NO==     BY ==AUDA-CYCLE-NO==.
001740
001750 FD  RTSTS01
001760     LABEL RECORDS ARE STANDARD.
001770     COPY RTSTS01.
001780
001790 WORKING-STORAGE SECTION.
001800
001810*****************************************************************
001820* SWITCHES.
001830*****************************************************************
001840 77  EX8-HIST-EOF-SW                 PIC X     VALUE 'N'.
001850     88  EX8-HIST-EOF                          VALUE 'Y'.
001860 77  EX8-AUDI-EOF-SW                 PIC X     VALUE 'N'.
001870     88  EX8-AUDI-EOF                          VALUE 'Y'.
001880 77  EX8-SUM-WRITTEN-SW              PIC X     VALUE 'N'.
001890     88  EX8-SUM-WRITTEN                       VALUE 'Y'.
001900 77  EX8-CUR-FOUND-SW                PIC X     VALUE 'N'.
001910     88  EX8-CUR-FOUND                         VALUE 'Y'.
001920 77  EX8-LDG-EOF-SW                  PIC X     VALUE 'N'.
001930     88  EX8-LDG-EOF                           VALUE 'Y'.
001940 77  EX8-LDG-START-SW                PIC X     VALUE 'N'.
001950     88  EX8-LDG-STARTED                       VALUE 'Y'.
001960 77  EX8-LDG-REFUSED-SW              PIC X     VALUE 'N'.
001970     88  EX8-LDG-REFUSED                       VALUE 'Y'.
001980
001990*****************************************************************
002000* FILE-OPEN INDICATORS.  8000-TERMINATE-PARA TESTS THESE SO IT
002010* CAN CLOSE DOWN WHATEVER IS STILL OPEN ON AN ABEND PATH WITHOUT
002020* ATTEMPTING TO CLOSE A FILE THAT WAS NEVER OPENED.
002030*****************************************************************
002040 77  EX8-RTCTL08-OPEN-SW              PIC X     VALUE 'N'.
002050     88  EX8-RTCTL08-OPEN                       VALUE 'Y'.
002060 77  EX8-RTHISTI-OPEN-SW              PIC X     VALUE 'N'.
002070     88  EX8-RTHISTI-OPEN                       VALUE 'Y'.
002080 77  EX8-RTHISTO-OPEN-SW              PIC X     VALUE 'N'.
002090     88  EX8-RTHISTO-OPEN                       VALUE 'Y'.
002100 77  EX8-RTHARC1-OPEN-SW              PIC X     VALUE 'N'.
002110     88  EX8-RTHARC1-OPEN                       VALUE 'Y'.
002120 77  EX8-RTAUDI-OPEN-SW               PIC X     VALUE 'N'.
002130     88  EX8-RTAUDI-OPEN                        VALUE 'Y'.
002140 77  EX8-RTAUDO-OPEN-SW               PIC X     VALUE 'N'.
002150     88  EX8-RTAUDO-OPEN                        VALUE 'Y'.
002160 77  EX8-RTAUDA-OPEN-SW               PIC X     VALUE 'N'.
002170     88  EX8-RTAUDA-OPEN                        VALUE 'Y'.
002180 77  EX8-RTSTS01-OPEN-SW              PIC X     VALUE 'N'.
002190     88  EX8-RTSTS01-OPEN                       VALUE 'Y'.
002200
002210*****************************************************************
002220* COUNTERS AND CONTROL TOTALS.  THE BEFORE FIGURES COVER EVERY
002230* LIVE RECORD READ; THE AFTER FIGURES COVER EVERY RECORD
002240* WRITTEN BACK, SUMMARIES INCLUDED.  AMOUNTS MUST AGREE TO THE
002250* PENNY AND THE COUNTS MUST RECONCILE AS
002260*   READ = RETAINED + ARCHIVED + SUMMARIES FOLDED
002270* OR THE RUN ENDS RC 16 AND THE LIVE FILE IS NOT RELEASED.
002280*****************************************************************
002290 77  EX8-HISTI-STATUS         PIC X(02) VALUE SPACES.
002300 77  EX8-HISTO-STATUS         PIC X(02) VALUE SPACES.
002310 77  EX8-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
002320 77  EX8-RETAINED-COUNT       PIC 9(09) COMP VALUE ZERO.
002330 77  EX8-ARCH-COUNT           PIC 9(09) COMP VALUE ZERO.
002340 77  EX8-FOLD-COUNT           PIC 9(09) COMP VALUE ZERO.
002350 77  EX8-NEWSUM-COUNT         PIC 9(09) COMP VALUE ZERO.
002360 77  EX8-CHECK-COUNT          PIC 9(09) COMP VALUE ZERO.
002370 77  EX8-BEF-DB               PIC S9(15)V9(2) COMP-3 VALUE ZERO.
002380 77  EX8-BEF-CR               PIC S9(15)V9(2) COMP-3 VALUE ZERO.
002390 77  EX8-AFT-DB               PIC S9(15)V9(2) COMP-3 VALUE ZERO.
002400 77  EX8-AFT-CR               PIC S9(15)V9(2) COMP-3 VALUE ZERO.
002410 77  EX8-ARC-DB               PIC S9(15)V9(2) COMP-3 VALUE ZERO.
002420 77  EX8-ARC-CR               PIC S9(15)V9(2) COMP-3 VALUE ZERO.
002430 77  EX8-AUD-READ-COUNT       PIC 9(09) COMP VALUE ZERO.
002440 77  EX8-AUD-RETAINED-COUNT   PIC 9(09) COMP VALUE ZERO.
002450 77  EX8-AUD-ARCH-COUNT       PIC 9(09) COMP VALUE ZERO.
002460 77  EX8-CUR-SUB              PIC 9(04) COMP VALUE ZERO.
002470 77  EX8-CUR-HIT-SUB          PIC 9(04) COMP VALUE ZERO.
002480 77  EX8-CUR-COUNT            PIC 9(04) COMP VALUE ZERO.
002490 77  EX8-CUR-MAX              PIC 9(04) COMP VALUE 10.
002500 77  EX8-CUR-ACCT             PIC X(10) VALUE SPACES.
002510 77  EX8-RUN-DATE             PIC X(08) VALUE SPACES.
002520 77  EX8-LDG-EX09-CD          PIC X(01) VALUE SPACE.
002530 77  EX8-LDG-EX09-DATE        PIC X(08) VALUE SPACES.
002540 77  EX8-LDG-EX09-COUNT       PIC 9(09) VALUE ZERO.
002550 77  EX8-LDG-MESSAGE          PIC X(50) VALUE SPACES.
002560
002570 01  EX8-VAL-DAT-WORK.
002580     05  EX8-VAL-MONTH               PIC X(06).
002590     05  FILLER                      PIC X(02).
002600
002610*****************************************************************
002620* THE CURRENT ACCOUNT'S PURGED AMOUNTS, ONE ENTRY PER CURRENCY
002630* (THE ACCOUNT MASTER HOLDS AN ACCOUNT TO ONE CURRENCY, SO ONE
002640* ENTRY IS THE NORM - THE TABLE ONLY GUARDS AGAINST HISTORY
002650* PREDATING THAT RULE).  EACH ENTRY BECOMES ONE BROUGHT-FORWARD
002660* SUMMARY RECORD, KEYED VAL_DAT '00000000' WITH THE ENTRY
002670* NUMBER IN CYC_NO SO TWO CURRENCIES CANNOT COLLIDE ON THE KEY.
002680*****************************************************************
002690 01  EX8-SUM-TABLE.
002700     05  EX8-SUM-ENTRY OCCURS 10 TIMES.
002710         10  EX8-SUM-CUR         PIC X(03).
002720         10  EX8-SUM-DB          PIC S9(11)V9(2) COMP-3.
002730         10  EX8-SUM-CR          PIC S9(11)V9(2) COMP-3.
002740
002750 PROCEDURE DIVISION.
002760
002770*****************************************************************
002780* 0000-MAINLINE - OVERALL CONTROL FLOW.
002790*****************************************************************
002800 0000-MAINLINE SECTION.
002810 0000-START.
002820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002830     PERFORM 5000-ARCHIVE-HISTORY THRU 5000-EXIT.
002840     PERFORM 6000-SPLIT-AUDIT THRU 6000-EXIT.
002850     PERFORM 7500-PROVE-CONTROL-TOTALS THRU 7500-EXIT.
002860     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002870     STOP RUN.
002880 0000-EXIT.
002890     EXIT.
002900
002910*****************************************************************
002920* 1000-INITIALIZE - READ THE CONTROL CARD NAMING THE CUTOFF
002930* MONTH, RECORD THE START ON THE RUN LEDGER AND CHECK THAT
002940* HISTORY AND AUDIT ARE RECONCILED BEFORE EITHER IS SPLIT.
002950*****************************************************************
002960 1000-INITIALIZE SECTION.
002970 1000-INITIALIZE-PARA.
002980     OPEN INPUT RTCTL08.
002990     MOVE 'Y' TO EX8-RTCTL08-OPEN-SW.
003000     READ RTCTL08
003010         AT END
003020             DISPLAY 'EX08 - CONTROL CARD FILE IS EMPTY'
003030             MOVE 12 TO RETURN-CODE
003040             PERFORM 8000-TERMINATE THRU 8000-EXIT
003050             STOP RUN
003060     END-READ.
003070     IF CTL8-CUTOFF-MONTH = SPACES
003080             OR CTL8-CUTOFF-MONTH IS NOT NUMERIC
003090         DISPLAY 'EX08 - CUTOFF MONTH MISSING OR INVALID'
003100         MOVE 12 TO RETURN-CODE
003110         PERFORM 8000-TERMINATE THRU 8000-EXIT
003120         STOP RUN
003130     END-IF.
003140     DISPLAY 'EX08 - ARCHIVING DETAIL DATED BEFORE '
003150             CTL8-CUTOFF-MONTH.
003160     CLOSE RTCTL08.
003170     MOVE 'N' TO EX8-RTCTL08-OPEN-SW.
003180     ACCEPT EX8-RUN-DATE FROM DATE YYYYMMDD.
003190     PERFORM 1800-WRITE-LEDGER-START THRU 1800-EXIT.
003200     PERFORM 1850-CHECK-PREDECESSORS THRU 1850-EXIT.
003210 1000-EXIT.
003220     EXIT.
003230
003240*****************************************************************
003250* 1800-WRITE-LEDGER-START - RECORD ON THE RTSTS01 RUN LEDGER
003260* THAT THE ARCHIVE HAS STARTED, UNDER ITS CUTOFF MONTH.  THE END
003270* RECORD IS WRITTEN BY 8100-WRITE-LEDGER-END ON EVERY PATH OUT
003280* OF THE PROGRAM.
003290*****************************************************************
003300 1800-WRITE-LEDGER-START.
003310     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
003320     MOVE 'S' TO STS-EVENT-CD.
003330     OPEN EXTEND RTSTS01.
003340     MOVE 'Y' TO EX8-RTSTS01-OPEN-SW.
003350     WRITE RTSTS01-RECORD.
003360     CLOSE RTSTS01.
003370     MOVE 'N' TO EX8-RTSTS01-OPEN-SW.
003380     SET EX8-LDG-STARTED TO TRUE.
003390 1800-EXIT.
003400     EXIT.
003410
003420 1810-BUILD-LEDGER-RECORD.
003430     MOVE SPACES TO RTSTS01-RECORD.
003440     MOVE EX8-RUN-DATE      TO STS-BUS-DATE.
003450     MOVE ZERO              TO STS-CYCLE-NO.
003460     MOVE 'EX08'            TO STS-PROGRAM-ID.
003470     MOVE CTL8-CUTOFF-MONTH TO STS-QUALIFIER.
003480     ACCEPT STS-EVENT-DATE FROM DATE YYYYMMDD.
003490     ACCEPT STS-EVENT-TIME FROM TIME.
003500     MOVE ZERO TO STS-RETURN-CD
003510                  STS-READ-COUNT
003520                  STS-WRITTEN-COUNT
003530                  STS-EXCEPTION-COUNT.
003540 1810-EXIT.
003550     EXIT.
003560
003570*****************************************************************
003580* 1850-CHECK-PREDECESSORS - ARCHIVING MOVES DETAIL OUT OF
003590* RTHIST1 AND RTAUD01 FOR GOOD, SO IT MUST NOT RUN WHILE EX09
003600* HAS A DISCREPANCY BETWEEN THEM OPEN - THE EVIDENCE FOR IT
003610* WOULD BE ARCHIVED WITH THE DETAIL.  THE LATEST EX09 RUN ON
003620* THE LEDGER THAT COMPLETED ITS RECONCILIATION DECIDES - STATUS
003630* 'C' IS CLEAN, STATUS 'W' MEANS IT REPORTED DISCREPANCIES AND
003640* THE ARCHIVE IS REFUSED UNTIL THEY ARE REPAIRED AND A CLEAN
003650* EX09 RUN FOLLOWS.  AN EX09 RUN THAT FAILED PROVES NOTHING
003660* EITHER WAY AND IS PASSED OVER.
003670*****************************************************************
003680 1850-CHECK-PREDECESSORS.
003690     OPEN INPUT RTSTS01.
003700     MOVE 'Y' TO EX8-RTSTS01-OPEN-SW.
003710     PERFORM 1860-SCAN-ONE-LEDGER THRU 1860-EXIT
003720         UNTIL EX8-LDG-EOF.
003730     CLOSE RTSTS01.
003740     MOVE 'N' TO EX8-RTSTS01-OPEN-SW.
003750     IF EX8-LDG-EX09-CD = 'W'
003760         MOVE 'EX09 DISCREPANCIES STILL OPEN, ARCHIVE REFUSED'
003770             TO EX8-LDG-MESSAGE
003780         GO TO 9500-PREDECESSOR-REFUSAL
003790     END-IF.
003800 1850-EXIT.
003810     EXIT.
003820
003830 1860-SCAN-ONE-LEDGER.
003840     READ RTSTS01
003850         AT END
003860             SET EX8-LDG-EOF TO TRUE
003870         NOT AT END
003880             IF STS-PROGRAM-ID = 'EX09'
003890                     AND STS-EVENT-CD = 'E'
003900                     AND (STS-STATUS-CD = 'C'
003910                          OR STS-STATUS-CD = 'W')
003920                 MOVE STS-STATUS-CD       TO EX8-LDG-EX09-CD
003930                 MOVE STS-EVENT-DATE      TO EX8-LDG-EX09-DATE
003940                 MOVE STS-EXCEPTION-COUNT TO EX8-LDG-EX09-COUNT
003950             END-IF
003960     END-READ.
003970 1860-EXIT.
003980     EXIT.
003990
004000*****************************************************************
004010* 5000-ARCHIVE-HISTORY - WALK THE LIVE HISTORY IN KEY ORDER.
004020* WITHIN ONE ACCOUNT THE PURGED (OLDER) RECORDS ALL PRECEDE THE
004030* RETAINED ONES, SO THE BROUGHT-FORWARD SUMMARIES CAN BE
004040* WRITTEN THE MOMENT THE FIRST RETAINED RECORD APPEARS (OR AT
004050* THE ACCOUNT BREAK WHEN EVERYTHING PURGED) AND THE OUTPUT
004060* STAYS IN ASCENDING KEY ORDER - '00000000' SORTS AHEAD OF ANY
004070* REAL VALUE DATE.
004080*****************************************************************
004090 5000-ARCHIVE-HISTORY SECTION.
004100 5000-ARCHIVE-PARA.
004110     OPEN INPUT RTHISTI.
004120     IF EX8-HISTI-STATUS NOT = '00'
004130         GO TO 9200-HISTORY-ERROR
004140     END-IF.
004150     MOVE 'Y' TO EX8-RTHISTI-OPEN-SW.
004160     OPEN OUTPUT RTHISTO.
004170     IF EX8-HISTO-STATUS NOT = '00'
004180         GO TO 9200-HISTORY-ERROR
004190     END-IF.
004200     MOVE 'Y' TO EX8-RTHISTO-OPEN-SW.
004210     OPEN OUTPUT RTHARC1.
004220     MOVE 'Y' TO EX8-RTHARC1-OPEN-SW.
004230     MOVE SPACES TO EX8-CUR-ACCT.
004240     PERFORM 5010-READ-ONE-HISTORY THRU 5010-EXIT.
004250     PERFORM 5100-PROCESS-ONE-HISTORY THRU 5100-EXIT
004260         UNTIL EX8-HIST-EOF.
004270     PERFORM 5200-FINISH-ACCOUNT THRU 5200-EXIT.
004280     CLOSE RTHISTI.
004290     MOVE 'N' TO EX8-RTHISTI-OPEN-SW.
004300     CLOSE RTHISTO.
004310     MOVE 'N' TO EX8-RTHISTO-OPEN-SW.
004320     CLOSE RTHARC1.
004330     MOVE 'N' TO EX8-RTHARC1-OPEN-SW.
004340 5000-EXIT.
004350     EXIT.
004360
004370 5010-READ-ONE-HISTORY.
004380     READ RTHISTI NEXT RECORD
004390         AT END
004400             SET EX8-HIST-EOF TO TRUE
004410         NOT AT END
004420             ADD 1 TO EX8-READ-COUNT
004430             ADD HISTI-DB_BEDR TO EX8-BEF-DB
004440             ADD HISTI-CR_BEDR TO EX8-BEF-CR
004450     END-READ.
004460 5010-EXIT.
004470     EXIT.
004480
004490 5100-PROCESS-ONE-HISTORY.
004500     IF HISTI-REK_ID NOT = EX8-CUR-ACCT
004510         PERFORM 5200-FINISH-ACCOUNT THRU 5200-EXIT
004520         MOVE HISTI-REK_ID TO EX8-CUR-ACCT
004530         MOVE ZERO TO EX8-CUR-COUNT
004540         MOVE 'N'  TO EX8-SUM-WRITTEN-SW
004550     END-IF.
004560     MOVE HISTI-VAL_DAT TO EX8-VAL-DAT-WORK.
004570     IF EX8-VAL-MONTH < CTL8-CUTOFF-MONTH
004580         PERFORM 5120-PURGE-ONE-RECORD THRU 5120-EXIT
004590     ELSE
004600         IF NOT EX8-SUM-WRITTEN
004610             PERFORM 5300-WRITE-SUMMARIES THRU 5300-EXIT
004620         END-IF
004630         PERFORM 5140-RETAIN-ONE-RECORD THRU 5140-EXIT
004640     END-IF.
004650     PERFORM 5010-READ-ONE-HISTORY THRU 5010-EXIT.
004660 5100-EXIT.
004670     EXIT.
004680
004690*****************************************************************
004700* 5120-PURGE-ONE-RECORD - A RECORD OLDER THAN THE CUTOFF.  AN
004710* ORDINARY DETAIL GOES TO THE ARCHIVE AND INTO THE ACCOUNT'S
004720* BROUGHT-FORWARD AMOUNTS; A SUMMARY LEFT BY AN EARLIER
004730* ARCHIVE RUN (VAL_DAT '00000000') ONLY FOLDS FORWARD - ITS
004740* DETAIL IS ALREADY IN AN OLDER ARCHIVE GENERATION AND WRITING
004750* IT AGAIN WOULD DOUBLE-COUNT ACROSS GENERATIONS.
004760*****************************************************************
004770 5120-PURGE-ONE-RECORD.
004780     PERFORM 5130-ACCUMULATE-SUMMARY THRU 5130-EXIT.
004790     IF HISTI-VAL_DAT = '00000000'
004800         ADD 1 TO EX8-FOLD-COUNT
004810     ELSE
004820         MOVE HISTI-REK_ID  TO HARC-REK_ID
004830         MOVE HISTI-VAL_DAT TO HARC-VAL_DAT
004840         MOVE HISTI-CYC_NO  TO HARC-CYC_NO
004850         MOVE HISTI-DB_BEDR TO HARC-DB_BEDR
004860         MOVE HISTI-CR_BEDR TO HARC-CR_BEDR
004870         MOVE HISTI-CUR_CD  TO HARC-CUR_CD
004880         WRITE HARC-RECORD
004890         ADD 1 TO EX8-ARCH-COUNT
004900         ADD HISTI-DB_BEDR TO EX8-ARC-DB
004910         ADD HISTI-CR_BEDR TO EX8-ARC-CR
004920     END-IF.
004930 5120-EXIT.
004940     EXIT.
004950
004960 5130-ACCUMULATE-SUMMARY.
004970     MOVE 'N' TO EX8-CUR-FOUND-SW.
004980     PERFORM 5135-TEST-ONE-CURRENCY THRU 5135-EXIT
004990         VARYING EX8-CUR-SUB FROM 1 BY 1
005000         UNTIL EX8-CUR-SUB > EX8-CUR-COUNT
005010            OR EX8-CUR-FOUND.
005020     IF EX8-CUR-FOUND
005030         MOVE EX8-CUR-HIT-SUB TO EX8-CUR-SUB
005040     ELSE
005050         IF EX8-CUR-COUNT NOT < EX8-CUR-MAX
005060             GO TO 9300-CURRENCY-TABLE-FULL
005070         END-IF
005080         ADD 1 TO EX8-CUR-COUNT
005090         MOVE EX8-CUR-COUNT TO EX8-CUR-SUB
005100         MOVE HISTI-CUR_CD TO EX8-SUM-CUR (EX8-CUR-SUB)
005110         MOVE ZERO TO EX8-SUM-DB (EX8-CUR-SUB)
005120         MOVE ZERO TO EX8-SUM-CR (EX8-CUR-SUB)
005130     END-IF.
005140     ADD HISTI-DB_BEDR TO EX8-SUM-DB (EX8-CUR-SUB).
005150     ADD HISTI-CR_BEDR TO EX8-SUM-CR (EX8-CUR-SUB).
005160 5130-EXIT.
005170     EXIT.
005180
005190 5135-TEST-ONE-CURRENCY.
005200     IF EX8-SUM-CUR (EX8-CUR-SUB) = HISTI-CUR_CD
005210         SET EX8-CUR-FOUND TO TRUE
005220         MOVE EX8-CUR-SUB TO EX8-CUR-HIT-SUB
005230     END-IF.
005240 5135-EXIT.
005250     EXIT.
005260
005270 5140-RETAIN-ONE-RECORD.
005280     MOVE HISTI-REK_ID  TO HISTO-REK_ID.
005290     MOVE HISTI-VAL_DAT TO HISTO-VAL_DAT.
005300     MOVE HISTI-CYC_NO  TO HISTO-CYC_NO.
005310     MOVE HISTI-DB_BEDR TO HISTO-DB_BEDR.
005320     MOVE HISTI-CR_BEDR TO HISTO-CR_BEDR.
005330     MOVE HISTI-CUR_CD  TO HISTO-CUR_CD.
005340     WRITE HISTO-RECORD
005350         INVALID KEY
005360             GO TO 9200-HISTORY-ERROR
005370     END-WRITE.
005380     ADD 1 TO EX8-RETAINED-COUNT.
005390     ADD HISTI-DB_BEDR TO EX8-AFT-DB.
005400     ADD HISTI-CR_BEDR TO EX8-AFT-CR.
005410 5140-EXIT.
005420     EXIT.
005430
005440*****************************************************************
005450* 5200-FINISH-ACCOUNT - ACCOUNT BREAK.  AN ACCOUNT WHOSE EVERY
005460* RECORD WAS PURGED NEVER REACHED A RETAINED RECORD, SO ITS
005470* BROUGHT-FORWARD SUMMARIES ARE STILL PENDING AND ARE WRITTEN
005480* HERE.
005490*****************************************************************
005500 5200-FINISH-ACCOUNT.
005510     IF EX8-CUR-ACCT NOT = SPACES
005520             AND NOT EX8-SUM-WRITTEN
005530         PERFORM 5300-WRITE-SUMMARIES THRU 5300-EXIT
005540     END-IF.
005550 5200-EXIT.
005560     EXIT.
005570
005580 5300-WRITE-SUMMARIES.
005590     PERFORM 5310-WRITE-ONE-SUMMARY THRU 5310-EXIT
005600         VARYING EX8-CUR-SUB FROM 1 BY 1
005610         UNTIL EX8-CUR-SUB > EX8-CUR-COUNT.
005620     SET EX8-SUM-WRITTEN TO TRUE.
005630 5300-EXIT.
005640     EXIT.
005650
005660 5310-WRITE-ONE-SUMMARY.
005670     MOVE EX8-CUR-ACCT              TO HISTO-REK_ID.
005680     MOVE '00000000'                TO HISTO-VAL_DAT.
005690     COMPUTE HISTO-CYC_NO = EX8-CUR-SUB - 1.
005700     MOVE EX8-SUM-DB (EX8-CUR-SUB)  TO HISTO-DB_BEDR.
005710     MOVE EX8-SUM-CR (EX8-CUR-SUB)  TO HISTO-CR_BEDR.
005720     MOVE EX8-SUM-CUR (EX8-CUR-SUB) TO HISTO-CUR_CD.
005730     WRITE HISTO-RECORD
005740         INVALID KEY
005750             GO TO 9200-HISTORY-ERROR
005760     END-WRITE.
005770     ADD 1 TO EX8-NEWSUM-COUNT.
005780     ADD EX8-SUM-DB (EX8-CUR-SUB) TO EX8-AFT-DB.
005790     ADD EX8-SUM-CR (EX8-CUR-SUB) TO EX8-AFT-CR.
005800 5310-EXIT.
005810     EXIT.
005820
005830*****************************************************************
005840* 6000-SPLIT-AUDIT - THE AUDIT TRAIL SPLITS ON THE VAL_DAT
005850* MONTH, THE SAME CRITERION THE HISTORY SPLITS ON, SO A KEY IS
005860* RETAINED OR ARCHIVED IN BOTH STORES TOGETHER - EX02'S OWN
005870* SELECTION IS BY TIMESTAMP AND ONLY REACHES RECENT DAYS, SO
005880* IT IS UNAFFECTED.  NO SUMMARIES HERE - A BACKOUT CANNOT
005890* REACH PAST THE RETAINED WINDOW ANYWAY.
005900*****************************************************************
005910 6000-SPLIT-AUDIT SECTION.
005920 6000-SPLIT-AUDIT-PARA.
005930     OPEN INPUT RTAUDI.
005940     MOVE 'Y' TO EX8-RTAUDI-OPEN-SW.
005950     OPEN OUTPUT RTAUDO.
005960     MOVE 'Y' TO EX8-RTAUDO-OPEN-SW.
005970     OPEN OUTPUT RTAUDA.
005980     MOVE 'Y' TO EX8-RTAUDA-OPEN-SW.
005990     PERFORM 6010-SPLIT-ONE-AUDIT THRU 6010-EXIT
006000         UNTIL EX8-AUDI-EOF.
006010     CLOSE RTAUDI.
006020     MOVE 'N' TO EX8-RTAUDI-OPEN-SW.
006030     CLOSE RTAUDO.
006040     MOVE 'N' TO EX8-RTAUDO-OPEN-SW.
006050     CLOSE RTAUDA.
006060     MOVE 'N' TO EX8-RTAUDA-OPEN-SW.
006070 6000-EXIT.
006080     EXIT.
006090
006100 6010-SPLIT-ONE-AUDIT.
006110     READ RTAUDI
006120         AT END
006130             SET EX8-AUDI-EOF TO TRUE
006140         NOT AT END
006150             ADD 1 TO EX8-AUD-READ-COUNT
006160             PERFORM 6100-ROUTE-ONE-AUDIT THRU 6100-EXIT
006170     END-READ.
006180 6010-EXIT.
006190     EXIT.
006200
006210 6100-ROUTE-ONE-AUDIT.
006220     MOVE AUDI-VAL_DAT TO EX8-VAL-DAT-WORK.
006230     IF EX8-VAL-MONTH < CTL8-CUTOFF-MONTH
006240         MOVE RTAUDI-RECORD TO RTAUDA-RECORD
006250         WRITE RTAUDA-RECORD
006260         ADD 1 TO EX8-AUD-ARCH-COUNT
006270     ELSE
006280         MOVE RTAUDI-RECORD TO RTAUDO-RECORD
006290         WRITE RTAUDO-RECORD
006300         ADD 1 TO EX8-AUD-RETAINED-COUNT
006310     END-IF.
006320 6100-EXIT.
006330     EXIT.
006340
006350*****************************************************************
006360* 7500-PROVE-CONTROL-TOTALS - THE BEFORE/AFTER PROOF.  THE
006370* RETAINED FILE'S AMOUNTS (SUMMARIES INCLUDED) MUST EQUAL THE
006380* LIVE FILE'S AMOUNTS TO THE PENNY, THE COUNTS MUST RECONCILE,
006390* AND THE AUDIT SPLIT MUST ACCOUNT FOR EVERY RECORD READ.  ANY
006400* DIFFERENCE ENDS THE RUN RC 16 SO THE LIVE FILES ARE NOT
006410* RELEASED.
006420*****************************************************************
006430 7500-PROVE-CONTROL-TOTALS SECTION.
006440 7500-PROVE-TOTALS-PARA.
006450     DISPLAY 'EX08 - HISTORY RECORDS READ        = '
006460             EX8-READ-COUNT.
006470     DISPLAY 'EX08 - HISTORY DETAIL RETAINED     = '
006480             EX8-RETAINED-COUNT.
006490     DISPLAY 'EX08 - HISTORY DETAIL ARCHIVED     = '
006500             EX8-ARCH-COUNT.
006510     DISPLAY 'EX08 - OLD SUMMARIES FOLDED        = '
006520             EX8-FOLD-COUNT.
006530     DISPLAY 'EX08 - NEW SUMMARIES WRITTEN       = '
006540             EX8-NEWSUM-COUNT.
006550     DISPLAY 'EX08 - LIVE DB BEFORE = ' EX8-BEF-DB.
006560     DISPLAY 'EX08 - LIVE DB AFTER  = ' EX8-AFT-DB.
006570     DISPLAY 'EX08 - LIVE CR BEFORE = ' EX8-BEF-CR.
006580     DISPLAY 'EX08 - LIVE CR AFTER  = ' EX8-AFT-CR.
006590     DISPLAY 'EX08 - ARCHIVED DB    = ' EX8-ARC-DB.
006600     DISPLAY 'EX08 - ARCHIVED CR    = ' EX8-ARC-CR.
006610     DISPLAY 'EX08 - AUDIT RECORDS READ          = '
006620             EX8-AUD-READ-COUNT.
006630     DISPLAY 'EX08 - AUDIT RECORDS RETAINED      = '
006640             EX8-AUD-RETAINED-COUNT.
006650     DISPLAY 'EX08 - AUDIT RECORDS ARCHIVED      = '
006660             EX8-AUD-ARCH-COUNT.
006670     COMPUTE EX8-CHECK-COUNT =
006680         EX8-RETAINED-COUNT + EX8-ARCH-COUNT
006690       + EX8-FOLD-COUNT.
006700     IF EX8-CHECK-COUNT NOT = EX8-READ-COUNT
006710         GO TO 9400-OUT-OF-BALANCE
006720     END-IF.
006730     IF EX8-BEF-DB NOT = EX8-AFT-DB
006740             OR EX8-BEF-CR NOT = EX8-AFT-CR
006750         GO TO 9400-OUT-OF-BALANCE
006760     END-IF.
006770     COMPUTE EX8-CHECK-COUNT =
006780         EX8-AUD-RETAINED-COUNT + EX8-AUD-ARCH-COUNT.
006790     IF EX8-CHECK-COUNT NOT = EX8-AUD-READ-COUNT
006800         GO TO 9400-OUT-OF-BALANCE
006810     END-IF.
006820     DISPLAY 'EX08 - BEFORE AND AFTER TOTALS AGREE, '
006830             'ARCHIVE RELEASED'.
006840 7500-EXIT.
006850     EXIT.
006860
006870*****************************************************************
006880* 8000-TERMINATE - CLOSE EVERYTHING STILL OPEN AND CLOSE OFF THE
006890* RUN'S LEDGER ENTRY.
006900*****************************************************************
006910 8000-TERMINATE SECTION.
006920 8000-TERMINATE-PARA.
006930     IF EX8-RTCTL08-OPEN
006940         CLOSE RTCTL08
006950     END-IF.
006960     IF EX8-RTHISTI-OPEN
006970         CLOSE RTHISTI
006980     END-IF.
006990     IF EX8-RTHISTO-OPEN
007000         CLOSE RTHISTO
007010     END-IF.
007020     IF EX8-RTHARC1-OPEN
007030         CLOSE RTHARC1
007040     END-IF.
007050     IF EX8-RTAUDI-OPEN
007060         CLOSE RTAUDI
007070     END-IF.
007080     IF EX8-RTAUDO-OPEN
007090         CLOSE RTAUDO
007100     END-IF.
007110     IF EX8-RTAUDA-OPEN
007120         CLOSE RTAUDA
007130     END-IF.
007140     IF EX8-RTSTS01-OPEN
007150         CLOSE RTSTS01
007160     END-IF.
007170     PERFORM 8100-WRITE-LEDGER-END THRU 8100-EXIT.
007180 8000-EXIT.
007190     EXIT.
007200
007210*****************************************************************
007220* 8100-WRITE-LEDGER-END - CLOSE OFF THE RUN'S LEDGER ENTRY WITH
007230* ITS RETURN CODE, COUNTS AND OUTCOME.  A RUN STOPPED BY A BAD
007240* CONTROL CARD NEVER STARTED AND WRITES NOTHING.
007250*****************************************************************
007260 8100-WRITE-LEDGER-END.
007270     IF NOT EX8-LDG-STARTED
007280         GO TO 8100-EXIT
007290     END-IF.
007300     MOVE 'N' TO EX8-LDG-START-SW.
007310     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
007320     MOVE 'E' TO STS-EVENT-CD.
007330     MOVE RETURN-CODE TO STS-RETURN-CD.
007340     EVALUATE TRUE
007350         WHEN EX8-LDG-REFUSED
007360             MOVE 'R' TO STS-STATUS-CD
007370         WHEN RETURN-CODE = ZERO
007380             MOVE 'C' TO STS-STATUS-CD
007390         WHEN RETURN-CODE NOT > 4
007400             MOVE 'W' TO STS-STATUS-CD
007410         WHEN OTHER
007420             MOVE 'F' TO STS-STATUS-CD
007430     END-EVALUATE.
007440     MOVE EX8-READ-COUNT  TO STS-READ-COUNT.
007450     MOVE EX8-ARCH-COUNT  TO STS-WRITTEN-COUNT.
007460     MOVE EX8-LDG-MESSAGE TO STS-MESSAGE.
007470     OPEN EXTEND RTSTS01.
007480     WRITE RTSTS01-RECORD.
007490     CLOSE RTSTS01.
007500 8100-EXIT.
007510     EXIT.
007520
007530*****************************************************************
007540* 9000-ERROR-PARAGRAPHS - FATAL ERROR HANDLING, EACH WITH ITS
007550* OWN RETURN CODE, THE SAME WAY EX01 HANDLES ITS FATAL ERRORS.
007560*****************************************************************
007570 9000-ERROR-PARAGRAPHS SECTION.
007580 9200-HISTORY-ERROR.
007590     DISPLAY 'EX08 - HISTORY I-O ERROR, FILE STATUS IN = '
007600             EX8-HISTI-STATUS ' OUT = ' EX8-HISTO-STATUS.
007610     MOVE 24 TO RETURN-CODE.
007620     PERFORM 8000-TERMINATE THRU 8000-EXIT.
007630     STOP RUN.
007640 9200-EXIT.
007650     EXIT.
007660
007670 9300-CURRENCY-TABLE-FULL.
007680     DISPLAY 'EX08 - MORE THAN 10 CURRENCIES ON ACCOUNT '
007690             EX8-CUR-ACCT.
007700     MOVE 28 TO RETURN-CODE.
007710     PERFORM 8000-TERMINATE THRU 8000-EXIT.
007720     STOP RUN.
007730 9300-EXIT.
007740     EXIT.
007750
007760 9400-OUT-OF-BALANCE.
007770     DISPLAY 'EX08 - BEFORE AND AFTER CONTROL TOTALS DO NOT '
007780             'AGREE, ARCHIVE NOT RELEASED'.
007790     MOVE 16 TO RETURN-CODE.
007800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
007810     STOP RUN.
007820 9400-EXIT.
007830     EXIT.
007840
007850 9500-PREDECESSOR-REFUSAL.
007860     DISPLAY 'EX08 - ' EX8-LDG-MESSAGE.
007870     DISPLAY 'EX08 - EX09 OF ' EX8-LDG-EX09-DATE ' REPORTED '
007880             EX8-LDG-EX09-COUNT ' DISCREPANCIES - REPAIR THEM '
007890             'AND RERUN EX09 FIRST'.
007900     SET EX8-LDG-REFUSED TO TRUE.
007910     MOVE 32 TO RETURN-CODE.
007920     PERFORM 8000-TERMINATE THRU 8000-EXIT.
007930     STOP RUN.
007940 9500-EXIT.
007950     EXIT.
