000010*****************************************************************
000020* PROGRAM-ID.  EX17.
000030* AUTHOR.      M V HALEN.
000040* INSTALLATION. SERVICIFI GELATO - RECONCILIATION AND SETTLEMENT.
000050* DATE-WRITTEN. 2026-10-15.
000060*
000070* EX17 REPAIRS THE DISCREPANCIES EX09 FINDS BETWEEN RTTB100,
000080* RTAUD01 AND RTHIST1.  IT READS EX09'S FINDINGS (RTDSC01) AND
000090* THE SUPERVISOR'S APPROVAL CARDS (RTRPA01), REPLAYS THE AUDIT
000100* TRAIL FOR EVERY APPROVED FINDING THE WAY EX09 DOES, AND
000110* BRINGS THE STORE IN LINE WITH THE REPLAY:
000120*   HN01  THE MISSING RTHIST1 RECORD IS WRITTEN.
000130*   HM01  THE RTHIST1 RECORD IS REWRITTEN WITH THE REPLAY SUMS.
000140*   HA01  THE RTHIST1 RECORD WITH NO AUDIT IS DELETED.
000150*   TN01  THE MISSING RTTB100 ROW IS INSERTED.
000160*   TM01  THE RTTB100 ROW IS SET TO THE LATEST AUDIT IMAGE.
000170* A FINDING IS ONLY REPAIRED WHILE BOTH THE REPLAY AND THE STORE
000180* STILL SAY WHAT EX09 SAW - ANYTHING THAT HAS MOVED SINCE IS
000190* REPORTED AND LEFT FOR THE NEXT EX09 RUN.  EVERY CORRECTION IS
000200* AUDITED ON RTAUD01 UNDER ACTION CODE 'C', SO IT CANNOT BE
000210* MISTAKEN FOR AN EX01 POSTING OR AN EX02 REVERSAL, AND IS
000220* LISTED ON THE RTRPR01 REPORT WITH ITS APPROVER.  CONTROL-CARD
000230* MODE 'R' PRODUCES THE REPORT ONLY AND CHANGES NOTHING.
000240*
000250* MODIFICATION HISTORY.
000260*   2026-10-15  MVH  ORIGINAL VERSION.
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. EX17.
000300 AUTHOR. M V HALEN.
000310 INSTALLATION. SERVICIFI GELATO.
000320 DATE-WRITTEN. 2026-10-15.
000330 DATE-COMPILED.
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-3090.
000380 SPECIAL-NAMES.
000390     DECIMAL-POINT IS COMMA.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420
000430     SELECT RTCTL17 ASSIGN TO RTCTL17
000440         ORGANIZATION IS SEQUENTIAL.
000450
000460     SELECT RTDSC01 ASSIGN TO RTDSC01
000470         ORGANIZATION IS SEQUENTIAL.
000480
000490     SELECT RTRPA01 ASSIGN TO RTRPA01
000500         ORGANIZATION IS SEQUENTIAL.
000510
000520     SELECT RTAUDI ASSIGN TO RTAUDI
000530         ORGANIZATION IS SEQUENTIAL.
000540
000550     SELECT RTAUDO ASSIGN TO RTAUDO
000560         ORGANIZATION IS SEQUENTIAL.
000570
000580     SELECT RTHIST1 ASSIGN TO RTHIST1
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS HIST-PRIME-KEY
000620         FILE STATUS IS EX17-HIST-STATUS.
000630
000640     SELECT RTACCM1 ASSIGN TO RTACCM1
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS ACC-REK_ID
000680         FILE STATUS IS EX17-ACCM-STATUS.
000690
000700     SELECT RTRPR01 ASSIGN TO RTRPR01
000710         ORGANIZATION IS SEQUENTIAL.
000720
000730     SELECT RTSTS01 ASSIGN TO RTSTS01
000740         ORGANIZATION IS SEQUENTIAL.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780
000790 FD  RTCTL17
000800     LABEL RECORDS ARE STANDARD.
000810     COPY RTCTL17.
000820
000830 FD  RTDSC01
000840     LABEL RECORDS ARE STANDARD.
000850     COPY RTDSC01.
000860
000870 FD  RTRPA01
000880     LABEL RECORDS ARE STANDARD.
000890     COPY RTRPA01.
000900
000910 FD  RTAUDI
000920     LABEL RECORDS ARE STANDARD.
000930     COPY RTAUD01 REPLACING
000940         ==RTAUD01-RECORD==   BY ==RTAUDI-RECORD==
000950         ==AUD-REK_ID==       BY ==AUDI-REK_ID==
000960         ==AUD-VAL_DAT==      BY ==AUDI-VAL_DAT==
000970         ==AUD-OLD-DB_BEDR==  BY ==AUDI-OLD-DB_BEDR==
000980         ==AUD-OLD-CR_BEDR==  BY ==AUDI-OLD-CR_BEDR==
000990         ==AUD-NEW-DB_BEDR==  BY ==AUDI-NEW-DB_BEDR==
001000         ==AUD-NEW-CR_BEDR==  BY ==AUDI-NEW-CR_BEDR==
001010         ==AUD-TIMESTAMP==    BY ==AUDI-TIMESTAMP==
001020         ==AUD-ACTION-CD==    BY ==AUDI-ACTION-CD==
001030         ==AUD-CYCLE-NO==     BY ==AUDI-CYCLE-NO==.
001040
001050 FD  RTAUDO
001060     LABEL RECORDS ARE STANDARD.
001070     COPY RTAUD01 REPLACING
001080         ==RTAUD01-RECORD==   BY ==RTAUDO-RECORD==
001090         ==AUD-REK_ID==       BY ==AUDO-REK_ID==
001100         ==AUD-VAL_DAT==      BY ==AUDO-VAL_DAT==
001110         ==AUD-OLD-DB_BEDR==  BY ==AUDO-OLD-DB_BEDR==
001120         ==AUD-OLD-CR_BEDR==  BY ==AUDO-OLD-CR_BEDR==
001130         ==AUD-NEW-DB_BEDR==  BY ==AUDO-NEW-DB_BEDR==
001140         ==AUD-NEW-CR_BEDR==  BY ==AUDO-NEW-CR_BEDR==
001150         ==AUD-TIMESTAMP==    BY ==AUDO-TIMESTAMP==
001160         ==AUD-ACTION-CD==    BY ==AUDO-ACTION-CD==
001170         ==AUD-CYCLE-NO==     BY ==AUDO-CYCLE-NO==.
001180
001190 FD  RTHIST1
001200     LABEL RECORDS ARE STANDARD.
001210     COPY RRSPST REPLACING ==RRSPST==   BY ==HIST-RECORD==
001220                           ==REK_ID==   BY ==HIST-REK_ID==
001230                           ==VAL_DAT==  BY ==HIST-VAL_DAT==
001240                           ==CYC_NO==   BY ==HIST-CYC_NO==
001250                           ==DB_BEDR==  BY ==HIST-DB_BEDR==
001260                           ==CR_BEDR==  BY ==HIST-CR_BEDR==
001270                           ==CUR_CD==   BY ==HIST-CUR_CD==.
001280*****************************************************************
001290* HIST-PRIME-KEY REDEFINES HIST-REK_ID/HIST-VAL_DAT/HIST-CYC_NO
001300* AS ONE FIELD, EXACTLY AS EX01 DECLARES IT.
001310*****************************************************************
001320 01  HIST-KEY-RECORD REDEFINES HIST-RECORD.
001330     05  HIST-PRIME-KEY          PIC X(20).
001340     05  FILLER                  PIC X(17).
001350
001360 FD  RTACCM1
001370     LABEL RECORDS ARE STANDARD.
001380     COPY RTACCM1.
001390
001400 FD  RTRPR01
001410     LABEL RECORDS ARE STANDARD.
001420     COPY RTRPR01.
001430
001440 FD  RTSTS01
001450     LABEL RECORDS ARE STANDARD.
001460     COPY RTSTS01.
001470
001480 WORKING-STORAGE SECTION.
001490
001500 COPY RTTB100.
001510 COPY SQLCA.
001520
001530*****************************************************************
001540* SWITCHES.
001550*****************************************************************
001560 77  EX17-MODE-SW                    PIC X     VALUE SPACE.
001570     88  EX17-REPORT-ONLY                      VALUE 'R'.
001580     88  EX17-UPDATE                           VALUE 'U'.
001590 77  EX17-DSC-EOF-SW                 PIC X     VALUE 'N'.
001600     88  EX17-DSC-EOF                          VALUE 'Y'.
001610 77  EX17-RPA-EOF-SW                 PIC X     VALUE 'N'.
001620     88  EX17-RPA-EOF                          VALUE 'Y'.
001630 77  EX17-AUD-EOF-SW                 PIC X     VALUE 'N'.
001640     88  EX17-AUD-EOF                          VALUE 'Y'.
001650 77  EX17-FND-FOUND-SW               PIC X     VALUE 'N'.
001660     88  EX17-FND-FOUND                        VALUE 'Y'.
001670 77  EX17-STORE-FOUND-SW             PIC X     VALUE 'N'.
001680     88  EX17-STORE-FOUND                      VALUE 'Y'.
001690 77  EX17-ACCT-FOUND-SW              PIC X     VALUE 'N'.
001700     88  EX17-ACCT-FOUND                       VALUE 'Y'.
001710 77  EX17-STALE-SW                   PIC X     VALUE 'N'.
001720     88  EX17-STALE                            VALUE 'Y'.
001730 77  EX17-LDG-START-SW               PIC X     VALUE 'N'.
001740     88  EX17-LDG-STARTED                      VALUE 'Y'.
001750
001760*****************************************************************
001770* FILE-OPEN INDICATORS.  8000-TERMINATE-PARA TESTS THESE SO IT
001780* CAN CLOSE DOWN WHATEVER IS STILL OPEN ON AN ABEND PATH WITHOUT
001790* ATTEMPTING TO CLOSE A FILE THAT WAS NEVER OPENED.
001800*****************************************************************
001810 77  EX17-RTCTL17-OPEN-SW             PIC X     VALUE 'N'.
001820     88  EX17-RTCTL17-OPEN                      VALUE 'Y'.
001830 77  EX17-RTDSC01-OPEN-SW             PIC X     VALUE 'N'.
001840     88  EX17-RTDSC01-OPEN                      VALUE 'Y'.
001850 77  EX17-RTRPA01-OPEN-SW             PIC X     VALUE 'N'.
001860     88  EX17-RTRPA01-OPEN                      VALUE 'Y'.
001870 77  EX17-RTAUDI-OPEN-SW              PIC X     VALUE 'N'.
001880     88  EX17-RTAUDI-OPEN                       VALUE 'Y'.
001890 77  EX17-RTAUDO-OPEN-SW              PIC X     VALUE 'N'.
001900     88  EX17-RTAUDO-OPEN                       VALUE 'Y'.
001910 77  EX17-RTHIST1-OPEN-SW             PIC X     VALUE 'N'.
001920     88  EX17-RTHIST1-OPEN                      VALUE 'Y'.
001930 77  EX17-RTACCM1-OPEN-SW             PIC X     VALUE 'N'.
001940     88  EX17-RTACCM1-OPEN                      VALUE 'Y'.
001950 77  EX17-RTRPR01-OPEN-SW             PIC X     VALUE 'N'.
001960     88  EX17-RTRPR01-OPEN                      VALUE 'Y'.
001970 77  EX17-RTSTS01-OPEN-SW             PIC X     VALUE 'N'.
001980     88  EX17-RTSTS01-OPEN                      VALUE 'Y'.
001990
002000*****************************************************************
002010* COUNTERS AND WORK AREAS.
002020*****************************************************************
002030 77  EX17-DSC-READ-COUNT      PIC 9(09) COMP VALUE ZERO.
002040 77  EX17-RPA-READ-COUNT      PIC 9(09) COMP VALUE ZERO.
002050 77  EX17-AUD-READ-COUNT      PIC 9(09) COMP VALUE ZERO.
002060 77  EX17-CORRECTION-COUNT    PIC 9(09) COMP VALUE ZERO.
002070 77  EX17-APPROVED-COUNT      PIC 9(09) COMP VALUE ZERO.
002080 77  EX17-UNAPPROVED-COUNT    PIC 9(09) COMP VALUE ZERO.
002090 77  EX17-REPAIRED-COUNT      PIC 9(09) COMP VALUE ZERO.
002100 77  EX17-SKIPPED-COUNT       PIC 9(09) COMP VALUE ZERO.
002110 77  EX17-REFUSED-COUNT       PIC 9(09) COMP VALUE ZERO.
002120 77  EX17-ORPHAN-COUNT        PIC 9(09) COMP VALUE ZERO.
002130 77  EX17-DUPLICATE-COUNT     PIC 9(09) COMP VALUE ZERO.
002140 77  EX17-HIST-STATUS         PIC X(02) VALUE SPACES.
002150 77  EX17-ACCM-STATUS         PIC X(02) VALUE SPACES.
002160 77  EX17-FND-COUNT           PIC 9(04) COMP VALUE ZERO.
002170 77  EX17-FND-MAX             PIC 9(04) COMP VALUE 2000.
002180 77  EX17-FND-SUB             PIC 9(04) COMP VALUE ZERO.
002190 77  EX17-FND-HIT-SUB         PIC 9(04) COMP VALUE ZERO.
002200 77  EX17-EFF-CYC-NO          PIC 9(02) VALUE ZERO.
002210 77  EX17-FROM-DB             PIC S9(13)V9(2) COMP-3 VALUE ZERO.
002220 77  EX17-FROM-CR             PIC S9(13)V9(2) COMP-3 VALUE ZERO.
002230 77  EX17-TO-DB               PIC S9(13)V9(2) COMP-3 VALUE ZERO.
002240 77  EX17-TO-CR               PIC S9(13)V9(2) COMP-3 VALUE ZERO.
002250 77  EX17-AMT1-ED             PIC ZZZZZZZZZ9,99-.
002260 77  EX17-AMT2-ED             PIC ZZZZZZZZZ9,99-.
002270 77  EX17-AMT3-ED             PIC ZZZZZZZZZ9,99-.
002280 77  EX17-AMT4-ED             PIC ZZZZZZZZZ9,99-.
002290 77  EX17-OUTCOME             PIC X(30) VALUE SPACES.
002300 77  EX17-RUN-DATE            PIC X(08) VALUE SPACES.
002310
002320*****************************************************************
002330* THE REVERSAL CYCLE BAND.  EX09 REPLAYS A REVERSAL UNDER ITS
002340* CYCLE PLUS THIS BASE, SO IT LANDS ON THE NEGATING RTHIST1
002350* ENTRY EX02 WROTE FOR IT (RRSPST).  THE REPLAY HERE DOES THE
002360* SAME.
002370*****************************************************************
002380 77  EX17-REVERSAL-CYC-BASE   PIC 9(02) VALUE 50.
002390
002400 01  EX17-TIMESTAMP-WORK.
002410     05  EX17-TS-DATE                PIC X(08).
002420     05  EX17-TS-TIME                PIC X(08).
002430     05  FILLER                      PIC X(10) VALUE SPACES.
002440
002450*****************************************************************
002460* THE FINDINGS, LOADED FROM RTDSC01.  A CARD MARKS ITS FINDING
002470* APPROVED; THE AUDIT REPLAY THEN FILLS IN, FOR THE APPROVED
002480* FINDINGS ONLY, HOW MANY AUDIT RECORDS MAKE UP THE KEY AND
002490* WHAT THEY SAY THE STORE MUST HOLD - THE SUM OF THE GROUP FOR
002500* A HISTORY FINDING, THE LATEST AFTER-IMAGE FOR AN RTTB100 ONE.
002510*****************************************************************
002520 01  EX17-FND-TABLE.
002530     05  EX17-FND-ENTRY OCCURS 2000 TIMES.
002540         10  EX17-FND-KEY.
002550             15  EX17-FND-REK-ID     PIC X(10).
002560             15  EX17-FND-VAL-DAT    PIC X(08).
002570             15  EX17-FND-CYC-NO     PIC 9(02).
002580         10  EX17-FND-REASON-CD      PIC X(04).
002590         10  EX17-FND-AUD-DB         PIC S9(13)V9(2) COMP-3.
002600         10  EX17-FND-AUD-CR         PIC S9(13)V9(2) COMP-3.
002610         10  EX17-FND-FOUND-DB       PIC S9(13)V9(2) COMP-3.
002620         10  EX17-FND-FOUND-CR       PIC S9(13)V9(2) COMP-3.
002630         10  EX17-FND-APPROVED-SW    PIC X(01).
002640         10  EX17-FND-APPROVER-ID    PIC X(08).
002650         10  EX17-FND-CARD-REASON    PIC X(40).
002660         10  EX17-FND-RPL-COUNT      PIC 9(09) COMP.
002670         10  EX17-FND-RPL-DB         PIC S9(13)V9(2) COMP-3.
002680         10  EX17-FND-RPL-CR         PIC S9(13)V9(2) COMP-3.
002690         10  EX17-FND-RPL-LAST-TS    PIC X(26).
002700
002710 PROCEDURE DIVISION.
002720
002730*****************************************************************
002740* 0000-MAINLINE - OVERALL CONTROL FLOW.
002750*****************************************************************
002760 0000-MAINLINE SECTION.
002770 0000-START.
002780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002790     PERFORM 2000-LOAD-FINDINGS THRU 2000-EXIT.
002800     PERFORM 3000-LOAD-APPROVALS THRU 3000-EXIT.
002810     PERFORM 5000-REPLAY-AUDIT THRU 5000-EXIT.
002820     PERFORM 6000-APPLY-REPAIRS THRU 6000-EXIT.
002830     PERFORM 7500-WRITE-RUN-COUNTS THRU 7500-EXIT.
002840     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002850     STOP RUN.
002860 0000-EXIT.
002870     EXIT.
002880
002890*****************************************************************
002900* 1000-INITIALIZE - READ THE CONTROL CARD (MODE AND OPERATOR),
002910* RECORD THE START ON THE RUN LEDGER, OPEN THE REPORT AND THE
002920* FILES THE REPAIR WORKS AGAINST.  IN REPORT-ONLY MODE RTHIST1
002930* IS OPENED FOR INPUT, SO NOTHING CAN BE CHANGED.
002940*****************************************************************
002950 1000-INITIALIZE SECTION.
002960 1000-INITIALIZE-PARA.
002970     OPEN INPUT RTCTL17.
002980     MOVE 'Y' TO EX17-RTCTL17-OPEN-SW.
002990     READ RTCTL17
003000         AT END
003010             DISPLAY 'EX17 - CONTROL CARD FILE IS EMPTY'
003020             MOVE 12 TO RETURN-CODE
003030             PERFORM 8000-TERMINATE THRU 8000-EXIT
003040             STOP RUN
003050     END-READ.
003060     MOVE CTL17-MODE-CD TO EX17-MODE-SW.
003070     IF NOT EX17-REPORT-ONLY AND NOT EX17-UPDATE
003080         DISPLAY 'EX17 - MODE ' CTL17-MODE-CD
003090                 ' IS INVALID, RUN TERMINATED'
003100         MOVE 12 TO RETURN-CODE
003110         PERFORM 8000-TERMINATE THRU 8000-EXIT
003120         STOP RUN
003130     END-IF.
003140     IF CTL17-OPERATOR-ID = SPACES
003150         DISPLAY 'EX17 - OPERATOR MISSING FROM CONTROL CARD'
003160         MOVE 12 TO RETURN-CODE
003170         PERFORM 8000-TERMINATE THRU 8000-EXIT
003180         STOP RUN
003190     END-IF.
003200     CLOSE RTCTL17.
003210     MOVE 'N' TO EX17-RTCTL17-OPEN-SW.
003220     ACCEPT EX17-RUN-DATE FROM DATE YYYYMMDD.
003230     PERFORM 1800-WRITE-LEDGER-START THRU 1800-EXIT.
003240     OPEN OUTPUT RTRPR01.
003250     MOVE 'Y' TO EX17-RTRPR01-OPEN-SW.
003260     MOVE SPACES TO RPR-LINE-TEXT.
003270     IF EX17-UPDATE
003280         STRING 'EX17 DISCREPANCY REPAIR ' EX17-RUN-DATE
003290                ' - UPDATE RUN BY ' CTL17-OPERATOR-ID
003300                DELIMITED BY SIZE INTO RPR-LINE-TEXT
003310         DISPLAY 'EX17 - UPDATE RUN'
003320     ELSE
003330         STRING 'EX17 DISCREPANCY REPAIR ' EX17-RUN-DATE
003340                ' - REPORT ONLY, NOTHING CHANGED, RUN BY '
003350                CTL17-OPERATOR-ID
003360                DELIMITED BY SIZE INTO RPR-LINE-TEXT
003370         DISPLAY 'EX17 - REPORT-ONLY RUN, NOTHING WILL BE CHANGED'
003380     END-IF.
003390     WRITE RTRPR01-RECORD.
003400     OPEN INPUT RTACCM1.
003410     IF EX17-ACCM-STATUS NOT = '00'
003420         GO TO 9300-ACCM-FILE-ERROR
003430     END-IF.
003440     MOVE 'Y' TO EX17-RTACCM1-OPEN-SW.
003450     IF EX17-UPDATE
003460         OPEN I-O RTHIST1
003470     ELSE
003480         OPEN INPUT RTHIST1
003490     END-IF.
003500     IF EX17-HIST-STATUS NOT = '00'
003510         GO TO 9200-HISTORY-ERROR
003520     END-IF.
003530     MOVE 'Y' TO EX17-RTHIST1-OPEN-SW.
003540 1000-EXIT.
003550     EXIT.
003560
003570*****************************************************************
003580* 1800-WRITE-LEDGER-START - RECORD ON THE RTSTS01 RUN LEDGER
003590* THAT THE REPAIR HAS STARTED, QUALIFIED BY ITS MODE.  THE END
003600* RECORD IS WRITTEN BY 8100-WRITE-LEDGER-END ON EVERY PATH OUT
003610* OF THE PROGRAM.
003620*****************************************************************
003630 1800-WRITE-LEDGER-START.
003640     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
003650     MOVE 'S' TO STS-EVENT-CD.
003660     OPEN EXTEND RTSTS01.
003670     MOVE 'Y' TO EX17-RTSTS01-OPEN-SW.
003680     WRITE RTSTS01-RECORD.
003690     CLOSE RTSTS01.
003700     MOVE 'N' TO EX17-RTSTS01-OPEN-SW.
003710     SET EX17-LDG-STARTED TO TRUE.
003720 1800-EXIT.
003730     EXIT.
003740
003750 1810-BUILD-LEDGER-RECORD.
003760     MOVE SPACES TO RTSTS01-RECORD.
003770     MOVE EX17-RUN-DATE TO STS-BUS-DATE.
003780     MOVE ZERO          TO STS-CYCLE-NO.
003790     MOVE 'EX17'        TO STS-PROGRAM-ID.
003800     IF EX17-UPDATE
003810         MOVE 'UPDATE' TO STS-QUALIFIER
003820     ELSE
003830         MOVE 'REPORT' TO STS-QUALIFIER
003840     END-IF.
003850     ACCEPT STS-EVENT-DATE FROM DATE YYYYMMDD.
003860     ACCEPT STS-EVENT-TIME FROM TIME.
003870     MOVE ZERO TO STS-RETURN-CD
003880                  STS-READ-COUNT
003890                  STS-WRITTEN-COUNT
003900                  STS-EXCEPTION-COUNT.
003910 1810-EXIT.
003920     EXIT.
003930
003940*****************************************************************
003950* 2000-LOAD-FINDINGS - EX09'S FINDINGS INTO THE TABLE, EACH ONE
003960* UNAPPROVED UNTIL A CARD SAYS OTHERWISE.
003970*****************************************************************
003980 2000-LOAD-FINDINGS SECTION.
003990 2000-LOAD-FINDINGS-PARA.
004000     OPEN INPUT RTDSC01.
004010     MOVE 'Y' TO EX17-RTDSC01-OPEN-SW.
004020     PERFORM 2100-LOAD-ONE-FINDING THRU 2100-EXIT
004030         UNTIL EX17-DSC-EOF.
004040     CLOSE RTDSC01.
004050     MOVE 'N' TO EX17-RTDSC01-OPEN-SW.
004060     DISPLAY 'EX17 - FINDINGS LOADED         = ' EX17-FND-COUNT.
004070 2000-EXIT.
004080     EXIT.
004090
004100 2100-LOAD-ONE-FINDING.
004110     READ RTDSC01
004120         AT END
004130             SET EX17-DSC-EOF TO TRUE
004140         NOT AT END
004150             ADD 1 TO EX17-DSC-READ-COUNT
004160             IF EX17-FND-COUNT NOT < EX17-FND-MAX
004170                 GO TO 9400-FINDING-TABLE-FULL
004180             END-IF
004190             ADD 1 TO EX17-FND-COUNT
004200             MOVE EX17-FND-COUNT TO EX17-FND-SUB
004210             PERFORM 2110-STORE-ONE-FINDING THRU 2110-EXIT
004220     END-READ.
004230 2100-EXIT.
004240     EXIT.
004250
004260 2110-STORE-ONE-FINDING.
004270     MOVE DSC-KEY       TO EX17-FND-KEY (EX17-FND-SUB).
004280     MOVE DSC-REASON-CD TO EX17-FND-REASON-CD (EX17-FND-SUB).
004290     MOVE DSC-AUD-DB    TO EX17-FND-AUD-DB (EX17-FND-SUB).
004300     MOVE DSC-AUD-CR    TO EX17-FND-AUD-CR (EX17-FND-SUB).
004310     MOVE DSC-FOUND-DB  TO EX17-FND-FOUND-DB (EX17-FND-SUB).
004320     MOVE DSC-FOUND-CR  TO EX17-FND-FOUND-CR (EX17-FND-SUB).
004330     MOVE 'N'           TO EX17-FND-APPROVED-SW (EX17-FND-SUB).
004340     MOVE SPACES        TO EX17-FND-APPROVER-ID (EX17-FND-SUB).
004350     MOVE SPACES        TO EX17-FND-CARD-REASON (EX17-FND-SUB).
004360     MOVE ZERO          TO EX17-FND-RPL-COUNT (EX17-FND-SUB).
004370     MOVE ZERO          TO EX17-FND-RPL-DB (EX17-FND-SUB).
004380     MOVE ZERO          TO EX17-FND-RPL-CR (EX17-FND-SUB).
004390     MOVE LOW-VALUES    TO EX17-FND-RPL-LAST-TS (EX17-FND-SUB).
004400 2110-EXIT.
004410     EXIT.
004420
004430*****************************************************************
004440* 3000-LOAD-APPROVALS - APPLY THE SUPERVISOR'S CARDS.  A CARD
004450* APPROVES THE FINDING WITH ITS KEY AND REASON CODE, PROVIDED IT
004460* NAMES AN APPROVER AND THE APPROVER IS NOT THE OPERATOR RUNNING
004470* THE REPAIR - THE SAME FOUR-EYES RULE EX14 APPLIES.  A REFUSED
004480* CARD, A CARD NAMING NO FINDING AND A SECOND CARD FOR THE SAME
004490* FINDING ARE EACH LISTED ON THE REPORT.
004500*****************************************************************
004510 3000-LOAD-APPROVALS SECTION.
004520 3000-LOAD-APPROVALS-PARA.
004530     OPEN INPUT RTRPA01.
004540     MOVE 'Y' TO EX17-RTRPA01-OPEN-SW.
004550     PERFORM 3100-APPLY-ONE-CARD THRU 3100-EXIT
004560         UNTIL EX17-RPA-EOF.
004570     CLOSE RTRPA01.
004580     MOVE 'N' TO EX17-RTRPA01-OPEN-SW.
004590 3000-EXIT.
004600     EXIT.
004610
004620 3100-APPLY-ONE-CARD.
004630     READ RTRPA01
004640         AT END
004650             SET EX17-RPA-EOF TO TRUE
004660             GO TO 3100-EXIT
004670     END-READ.
004680     ADD 1 TO EX17-RPA-READ-COUNT.
004690     MOVE 'N' TO EX17-FND-FOUND-SW.
004700     PERFORM 3110-TEST-ONE-FINDING THRU 3110-EXIT
004710         VARYING EX17-FND-SUB FROM 1 BY 1
004720         UNTIL EX17-FND-SUB > EX17-FND-COUNT
004730            OR EX17-FND-FOUND.
004740     EVALUATE TRUE
004750         WHEN NOT EX17-FND-FOUND
004760             MOVE 'NO SUCH FINDING ON RTDSC01' TO EX17-OUTCOME
004770             ADD 1 TO EX17-ORPHAN-COUNT
004780         WHEN RPA-APPROVER-ID = SPACES
004790             MOVE 'REFUSED - NO APPROVER' TO EX17-OUTCOME
004800             ADD 1 TO EX17-REFUSED-COUNT
004810         WHEN RPA-APPROVER-ID = CTL17-OPERATOR-ID
004820             MOVE 'REFUSED - APPROVER IS OPERATOR' TO EX17-OUTCOME
004830             ADD 1 TO EX17-REFUSED-COUNT
004840         WHEN EX17-FND-APPROVED-SW (EX17-FND-HIT-SUB) = 'Y'
004850             MOVE 'DUPLICATE CARD - IGNORED' TO EX17-OUTCOME
004860             ADD 1 TO EX17-DUPLICATE-COUNT
004870         WHEN OTHER
004880             MOVE 'Y' TO EX17-FND-APPROVED-SW (EX17-FND-HIT-SUB)
004890             MOVE RPA-APPROVER-ID
004900                 TO EX17-FND-APPROVER-ID (EX17-FND-HIT-SUB)
004910             MOVE RPA-REASON
004920                 TO EX17-FND-CARD-REASON (EX17-FND-HIT-SUB)
004930             ADD 1 TO EX17-APPROVED-COUNT
004940             GO TO 3100-EXIT
004950     END-EVALUATE.
004960     DISPLAY 'EX17 - CARD ' RPA-REK_ID ' ' RPA-VAL_DAT ' '
004970             RPA-CYC-NO ' ' RPA-REASON-CD ' ' EX17-OUTCOME.
004980     PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT.
004990 3100-EXIT.
005000     EXIT.
005010
005020 3110-TEST-ONE-FINDING.
005030     IF EX17-FND-KEY (EX17-FND-SUB) = RPA-KEY
005040             AND EX17-FND-REASON-CD (EX17-FND-SUB) = RPA-REASON-CD
005050         SET EX17-FND-FOUND TO TRUE
005060         MOVE EX17-FND-SUB TO EX17-FND-HIT-SUB
005070     END-IF.
005080 3110-EXIT.
005090     EXIT.
005100
005110 3200-WRITE-CARD-LINE.
005120     MOVE SPACES TO RPR-LINE-TEXT.
005130     STRING RPA-REK_ID ' ' RPA-VAL_DAT ' ' RPA-CYC-NO ' '
005140            RPA-REASON-CD ' ' RPA-APPROVER-ID ' CARD '
005150            EX17-OUTCOME
005160            DELIMITED BY SIZE INTO RPR-LINE-TEXT.
005170     WRITE RTRPR01-RECORD.
005180 3200-EXIT.
005190     EXIT.
005200
005210*****************************************************************
005220* 5000-REPLAY-AUDIT - READ THE AUDIT TRAIL AND REPLAY IT FOR THE
005230* APPROVED FINDINGS, BY EX09'S RULES: A HISTORY KEY GATHERS THE
005240* 'P' AFTER-IMAGES OF ITS CYCLE AND, IN THE REVERSAL BAND, MINUS
005250* THE 'R' BEFORE-IMAGES; AN RTTB100 KEY TAKES THE AFTER-IMAGE OF
005260* ITS LATEST RECORD BY TIMESTAMP.  EARLIER CORRECTIONS ('C') ARE
005270* NOT POSTINGS AND ARE PASSED OVER.
005280*****************************************************************
005290 5000-REPLAY-AUDIT SECTION.
005300 5000-REPLAY-AUDIT-PARA.
005310     IF EX17-APPROVED-COUNT = ZERO
005320         GO TO 5000-EXIT
005330     END-IF.
005340     OPEN INPUT RTAUDI.
005350     MOVE 'Y' TO EX17-RTAUDI-OPEN-SW.
005360     PERFORM 5100-REPLAY-ONE-AUDIT THRU 5100-EXIT
005370         UNTIL EX17-AUD-EOF.
005380     CLOSE RTAUDI.
005390     MOVE 'N' TO EX17-RTAUDI-OPEN-SW.
005400 5000-EXIT.
005410     EXIT.
005420
005430 5100-REPLAY-ONE-AUDIT.
005440     READ RTAUDI
005450         AT END
005460             SET EX17-AUD-EOF TO TRUE
005470             GO TO 5100-EXIT
005480     END-READ.
005490     ADD 1 TO EX17-AUD-READ-COUNT.
005500     IF AUDI-ACTION-CD = 'C'
005510         ADD 1 TO EX17-CORRECTION-COUNT
005520         GO TO 5100-EXIT
005530     END-IF.
005540     MOVE AUDI-CYCLE-NO TO EX17-EFF-CYC-NO.
005550     IF AUDI-ACTION-CD = 'R'
005560         ADD EX17-REVERSAL-CYC-BASE TO EX17-EFF-CYC-NO
005570     END-IF.
005580     PERFORM 5200-REPLAY-INTO-FINDING THRU 5200-EXIT
005590         VARYING EX17-FND-SUB FROM 1 BY 1
005600         UNTIL EX17-FND-SUB > EX17-FND-COUNT.
005610 5100-EXIT.
005620     EXIT.
005630
005640 5200-REPLAY-INTO-FINDING.
005650     IF EX17-FND-APPROVED-SW (EX17-FND-SUB) NOT = 'Y'
005660         GO TO 5200-EXIT
005670     END-IF.
005680     IF EX17-FND-REK-ID (EX17-FND-SUB) NOT = AUDI-REK_ID
005690             OR EX17-FND-VAL-DAT (EX17-FND-SUB) NOT = AUDI-VAL_DAT
005700         GO TO 5200-EXIT
005710     END-IF.
005720     IF EX17-FND-REASON-CD (EX17-FND-SUB) = 'TN01'
005730             OR EX17-FND-REASON-CD (EX17-FND-SUB) = 'TM01'
005740         ADD 1 TO EX17-FND-RPL-COUNT (EX17-FND-SUB)
005750         IF AUDI-TIMESTAMP
005760                 NOT < EX17-FND-RPL-LAST-TS (EX17-FND-SUB)
005770             MOVE AUDI-TIMESTAMP
005780                 TO EX17-FND-RPL-LAST-TS (EX17-FND-SUB)
005790             MOVE AUDI-NEW-DB_BEDR
005800                 TO EX17-FND-RPL-DB (EX17-FND-SUB)
005810             MOVE AUDI-NEW-CR_BEDR
005820                 TO EX17-FND-RPL-CR (EX17-FND-SUB)
005830         END-IF
005840         GO TO 5200-EXIT
005850     END-IF.
005860     IF EX17-FND-CYC-NO (EX17-FND-SUB) NOT = EX17-EFF-CYC-NO
005870         GO TO 5200-EXIT
005880     END-IF.
005890     ADD 1 TO EX17-FND-RPL-COUNT (EX17-FND-SUB).
005900     IF AUDI-ACTION-CD = 'P'
005910         ADD AUDI-NEW-DB_BEDR TO EX17-FND-RPL-DB (EX17-FND-SUB)
005920         ADD AUDI-NEW-CR_BEDR TO EX17-FND-RPL-CR (EX17-FND-SUB)
005930     END-IF.
005940     IF AUDI-ACTION-CD = 'R'
005950         SUBTRACT AUDI-OLD-DB_BEDR
005960             FROM EX17-FND-RPL-DB (EX17-FND-SUB)
005970         SUBTRACT AUDI-OLD-CR_BEDR
005980             FROM EX17-FND-RPL-CR (EX17-FND-SUB)
005990     END-IF.
006000 5200-EXIT.
006010     EXIT.
006020
006030*****************************************************************
006040* 6000-APPLY-REPAIRS - ONE REPORT LINE PER FINDING.  AN APPROVED
006050* FINDING IS REPAIRED ONLY WHILE THE REPLAY STILL AGREES WITH
006060* WHAT EX09 SAID THE STORE MUST HOLD AND THE STORE STILL HOLDS
006070* WHAT EX09 FOUND; EITHER HAVING MOVED MEANS A LATER RUN HAS
006080* BEEN AT THE KEY, AND IT IS SKIPPED FOR EX09 TO LOOK AT AGAIN.
006090* IN REPORT-ONLY MODE THE LINE SAYS WHAT WOULD BE DONE.
006100*****************************************************************
006110 6000-APPLY-REPAIRS SECTION.
006120 6000-APPLY-REPAIRS-PARA.
006130     IF EX17-UPDATE
006140         OPEN EXTEND RTAUDO
006150         MOVE 'Y' TO EX17-RTAUDO-OPEN-SW
006160     END-IF.
006170     PERFORM 6100-REPAIR-ONE-FINDING THRU 6100-EXIT
006180         VARYING EX17-FND-SUB FROM 1 BY 1
006190         UNTIL EX17-FND-SUB > EX17-FND-COUNT.
006200     IF EX17-RTAUDO-OPEN
006210         CLOSE RTAUDO
006220         MOVE 'N' TO EX17-RTAUDO-OPEN-SW
006230     END-IF.
006240 6000-EXIT.
006250     EXIT.
006260
006270 6100-REPAIR-ONE-FINDING.
006280     MOVE EX17-FND-FOUND-DB (EX17-FND-SUB) TO EX17-FROM-DB.
006290     MOVE EX17-FND-FOUND-CR (EX17-FND-SUB) TO EX17-FROM-CR.
006300     MOVE EX17-FND-AUD-DB (EX17-FND-SUB)   TO EX17-TO-DB.
006310     MOVE EX17-FND-AUD-CR (EX17-FND-SUB)   TO EX17-TO-CR.
006320     IF EX17-FND-APPROVED-SW (EX17-FND-SUB) NOT = 'Y'
006330         MOVE 'NOT APPROVED - LEFT ALONE' TO EX17-OUTCOME
006340         ADD 1 TO EX17-UNAPPROVED-COUNT
006350         PERFORM 6900-WRITE-REPAIR-LINE THRU 6900-EXIT
006360         GO TO 6100-EXIT
006370     END-IF.
006380     PERFORM 6200-CHECK-REPLAY THRU 6200-EXIT.
006390     IF EX17-STALE
006400         MOVE 'SKIPPED - AUDIT CHANGED' TO EX17-OUTCOME
006410         ADD 1 TO EX17-SKIPPED-COUNT
006420         PERFORM 6900-WRITE-REPAIR-LINE THRU 6900-EXIT
006430         GO TO 6100-EXIT
006440     END-IF.
006450     EVALUATE EX17-FND-REASON-CD (EX17-FND-SUB)
006460         WHEN 'HN01'
006470         WHEN 'HM01'
006480         WHEN 'HA01'
006490             PERFORM 6300-REPAIR-HISTORY THRU 6300-EXIT
006500         WHEN 'TN01'
006510         WHEN 'TM01'
006520             PERFORM 6400-REPAIR-TABLE-ROW THRU 6400-EXIT
006530         WHEN OTHER
006540             MOVE 'SKIPPED - UNKNOWN REASON CODE' TO EX17-OUTCOME
006550             ADD 1 TO EX17-SKIPPED-COUNT
006560     END-EVALUATE.
006570     PERFORM 6900-WRITE-REPAIR-LINE THRU 6900-EXIT.
006580 6100-EXIT.
006590     EXIT.
006600
006610*****************************************************************
006620* 6200-CHECK-REPLAY - AN HA01 RECORD MUST STILL HAVE NO AUDIT;
006630* ANY OTHER FINDING MUST STILL HAVE AUDIT RECORDS, AND THEY MUST
006640* STILL COME TO THE AMOUNTS EX09 REPORTED.
006650*****************************************************************
006660 6200-CHECK-REPLAY.
006670     MOVE 'N' TO EX17-STALE-SW.
006680     IF EX17-FND-REASON-CD (EX17-FND-SUB) = 'HA01'
006690         IF EX17-FND-RPL-COUNT (EX17-FND-SUB) > ZERO
006700             SET EX17-STALE TO TRUE
006710         END-IF
006720         GO TO 6200-EXIT
006730     END-IF.
006740     IF EX17-FND-RPL-COUNT (EX17-FND-SUB) = ZERO
006750             OR EX17-FND-RPL-DB (EX17-FND-SUB) NOT = EX17-TO-DB
006760             OR EX17-FND-RPL-CR (EX17-FND-SUB) NOT = EX17-TO-CR
006770         SET EX17-STALE TO TRUE
006780     END-IF.
006790 6200-EXIT.
006800     EXIT.
006810
006820*****************************************************************
006830* 6300-REPAIR-HISTORY - READ THE RTHIST1 RECORD AND CHECK IT IS
006840* STILL AS EX09 FOUND IT (STILL MISSING FOR HN01), THEN WRITE,
006850* REWRITE OR DELETE IT.  A WRITTEN RECORD TAKES ITS CURRENCY
006860* FROM THE ACCOUNT MASTER.
006870*****************************************************************
006880 6300-REPAIR-HISTORY.
006890     MOVE EX17-FND-REK-ID (EX17-FND-SUB)  TO HIST-REK_ID.
006900     MOVE EX17-FND-VAL-DAT (EX17-FND-SUB) TO HIST-VAL_DAT.
006910     MOVE EX17-FND-CYC-NO (EX17-FND-SUB)  TO HIST-CYC_NO.
006920     MOVE 'Y' TO EX17-STORE-FOUND-SW.
006930     READ RTHIST1
006940         INVALID KEY
006950             MOVE 'N' TO EX17-STORE-FOUND-SW
006960     END-READ.
006970     IF EX17-HIST-STATUS NOT = '00' AND NOT = '23'
006980         GO TO 9200-HISTORY-ERROR
006990     END-IF.
007000     IF EX17-FND-REASON-CD (EX17-FND-SUB) = 'HN01'
007010         IF EX17-STORE-FOUND
007020             SET EX17-STALE TO TRUE
007030         END-IF
007040     ELSE
007050         IF NOT EX17-STORE-FOUND
007060                 OR HIST-DB_BEDR NOT = EX17-FROM-DB
007070                 OR HIST-CR_BEDR NOT = EX17-FROM-CR
007080             SET EX17-STALE TO TRUE
007090         END-IF
007100     END-IF.
007110     IF EX17-STALE
007120         MOVE 'SKIPPED - STORE CHANGED' TO EX17-OUTCOME
007130         ADD 1 TO EX17-SKIPPED-COUNT
007140         GO TO 6300-EXIT
007150     END-IF.
007160     IF EX17-FND-REASON-CD (EX17-FND-SUB) = 'HN01'
007170         PERFORM 6500-FIND-ACCOUNT THRU 6500-EXIT
007180         IF NOT EX17-ACCT-FOUND
007190             MOVE 'SKIPPED - NO ACCOUNT MASTER' TO EX17-OUTCOME
007200             ADD 1 TO EX17-SKIPPED-COUNT
007210             GO TO 6300-EXIT
007220         END-IF
007230     END-IF.
007240     ADD 1 TO EX17-REPAIRED-COUNT.
007250     IF EX17-REPORT-ONLY
007260         EVALUATE EX17-FND-REASON-CD (EX17-FND-SUB)
007270             WHEN 'HN01'
007280                 MOVE 'WOULD WRITE HISTORY' TO EX17-OUTCOME
007290             WHEN 'HM01'
007300                 MOVE 'WOULD REWRITE HISTORY' TO EX17-OUTCOME
007310             WHEN OTHER
007320                 MOVE 'WOULD DELETE HISTORY' TO EX17-OUTCOME
007330         END-EVALUATE
007340         GO TO 6300-EXIT
007350     END-IF.
007360     EVALUATE EX17-FND-REASON-CD (EX17-FND-SUB)
007370         WHEN 'HN01'
007380             MOVE EX17-FND-REK-ID (EX17-FND-SUB)  TO HIST-REK_ID
007390             MOVE EX17-FND-VAL-DAT (EX17-FND-SUB) TO HIST-VAL_DAT
007400             MOVE EX17-FND-CYC-NO (EX17-FND-SUB)  TO HIST-CYC_NO
007410             MOVE EX17-TO-DB TO HIST-DB_BEDR
007420             MOVE EX17-TO-CR TO HIST-CR_BEDR
007430             MOVE ACC-CUR_CD TO HIST-CUR_CD
007440             WRITE HIST-RECORD
007450                 INVALID KEY
007460                     GO TO 9200-HISTORY-ERROR
007470             END-WRITE
007480             MOVE 'HISTORY WRITTEN' TO EX17-OUTCOME
007490         WHEN 'HM01'
007500             MOVE EX17-TO-DB TO HIST-DB_BEDR
007510             MOVE EX17-TO-CR TO HIST-CR_BEDR
007520             REWRITE HIST-RECORD
007530                 INVALID KEY
007540                     GO TO 9200-HISTORY-ERROR
007550             END-REWRITE
007560             MOVE 'HISTORY REWRITTEN' TO EX17-OUTCOME
007570         WHEN OTHER
007580             DELETE RTHIST1 RECORD
007590                 INVALID KEY
007600                     GO TO 9200-HISTORY-ERROR
007610             END-DELETE
007620             MOVE 'HISTORY DELETED' TO EX17-OUTCOME
007630     END-EVALUATE.
007640     PERFORM 6800-WRITE-CORRECTION-AUDIT THRU 6800-EXIT.
007650 6300-EXIT.
007660     EXIT.
007670
007680*****************************************************************
007690* 6400-REPAIR-TABLE-ROW - FETCH THE RTTB100 ROW AND CHECK IT IS
007700* STILL AS EX09 FOUND IT (STILL MISSING FOR TN01), THEN INSERT
007710* OR UPDATE IT.  AN INSERTED ROW TAKES ITS CURRENCY FROM THE
007720* ACCOUNT MASTER.
007730*****************************************************************
007740 6400-REPAIR-TABLE-ROW.
007750     MOVE EX17-FND-REK-ID (EX17-FND-SUB)  TO REK_ID.
007760     MOVE EX17-FND-VAL-DAT (EX17-FND-SUB) TO VAL_DAT.
007770     EXEC SQL
007780         SELECT DB_BEDR, CR_BEDR, CUR_CD
007790           INTO :DB_BEDR, :CR_BEDR, :CUR_CD
007800           FROM RTTB100
007810          WHERE REK_ID  = :REK_ID
007820            AND VAL_DAT = :VAL_DAT
007830     END-EXEC.
007840     IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
007850         GO TO 9100-SQL-ERROR
007860     END-IF.
007870     IF EX17-FND-REASON-CD (EX17-FND-SUB) = 'TN01'
007880         IF SQLCODE = ZERO
007890             SET EX17-STALE TO TRUE
007900         END-IF
007910     ELSE
007920         IF SQLCODE = +100
007930                 OR DB_BEDR NOT = EX17-FROM-DB
007940                 OR CR_BEDR NOT = EX17-FROM-CR
007950             SET EX17-STALE TO TRUE
007960         END-IF
007970     END-IF.
007980     IF EX17-STALE
007990         MOVE 'SKIPPED - STORE CHANGED' TO EX17-OUTCOME
008000         ADD 1 TO EX17-SKIPPED-COUNT
008010         GO TO 6400-EXIT
008020     END-IF.
008030     IF EX17-FND-REASON-CD (EX17-FND-SUB) = 'TN01'
008040         PERFORM 6500-FIND-ACCOUNT THRU 6500-EXIT
008050         IF NOT EX17-ACCT-FOUND
008060             MOVE 'SKIPPED - NO ACCOUNT MASTER' TO EX17-OUTCOME
008070             ADD 1 TO EX17-SKIPPED-COUNT
008080             GO TO 6400-EXIT
008090         END-IF
008100     END-IF.
008110     ADD 1 TO EX17-REPAIRED-COUNT.
008120     IF EX17-REPORT-ONLY
008130         IF EX17-FND-REASON-CD (EX17-FND-SUB) = 'TN01'
008140             MOVE 'WOULD INSERT RTTB100 ROW' TO EX17-OUTCOME
008150         ELSE
008160             MOVE 'WOULD UPDATE RTTB100 ROW' TO EX17-OUTCOME
008170         END-IF
008180         GO TO 6400-EXIT
008190     END-IF.
008200     MOVE EX17-TO-DB TO DB_BEDR.
008210     MOVE EX17-TO-CR TO CR_BEDR.
008220     IF EX17-FND-REASON-CD (EX17-FND-SUB) = 'TN01'
008230         MOVE ACC-CUR_CD TO CUR_CD
008240         EXEC SQL
008250             INSERT INTO RTTB100
008260                    (REK_ID, VAL_DAT, DB_BEDR, CR_BEDR, CUR_CD)
008270             VALUES (:REK_ID, :VAL_DAT, :DB_BEDR, :CR_BEDR,
008280                     :CUR_CD)
008290         END-EXEC
008300         MOVE 'RTTB100 ROW INSERTED' TO EX17-OUTCOME
008310     ELSE
008320         EXEC SQL
008330             UPDATE RTTB100
008340                SET DB_BEDR = :DB_BEDR,
008350                    CR_BEDR = :CR_BEDR
008360              WHERE REK_ID  = :REK_ID
008370                AND VAL_DAT = :VAL_DAT
008380         END-EXEC
008390         MOVE 'RTTB100 ROW UPDATED' TO EX17-OUTCOME
008400     END-IF.
008410     IF SQLCODE NOT = ZERO
008420         GO TO 9100-SQL-ERROR
008430     END-IF.
008440     PERFORM 6800-WRITE-CORRECTION-AUDIT THRU 6800-EXIT.
008450 6400-EXIT.
008460     EXIT.
008470
008480 6500-FIND-ACCOUNT.
008490     MOVE EX17-FND-REK-ID (EX17-FND-SUB) TO ACC-REK_ID.
008500     MOVE 'Y' TO EX17-ACCT-FOUND-SW.
008510     READ RTACCM1
008520         INVALID KEY
008530             MOVE 'N' TO EX17-ACCT-FOUND-SW
008540     END-READ.
008550 6500-EXIT.
008560     EXIT.
008570
008580*****************************************************************
008590* 6800-WRITE-CORRECTION-AUDIT - EVERY CORRECTION IS AUDITED,
008600* OLD THE AMOUNTS AS FOUND AND NEW THE AMOUNTS AS CORRECTED,
008610* UNDER ACTION CODE 'C'.  THE CYCLE IS THE FINDING'S - 00 FOR
008620* AN RTTB100 ROW, THE RTHIST1 CYCLE FOR A HISTORY RECORD.
008630*****************************************************************
008640 6800-WRITE-CORRECTION-AUDIT.
008650     MOVE EX17-FND-REK-ID (EX17-FND-SUB)  TO AUDO-REK_ID.
008660     MOVE EX17-FND-VAL-DAT (EX17-FND-SUB) TO AUDO-VAL_DAT.
008670     MOVE EX17-FROM-DB TO AUDO-OLD-DB_BEDR.
008680     MOVE EX17-FROM-CR TO AUDO-OLD-CR_BEDR.
008690     MOVE EX17-TO-DB   TO AUDO-NEW-DB_BEDR.
008700     MOVE EX17-TO-CR   TO AUDO-NEW-CR_BEDR.
008710     PERFORM 6810-BUILD-TIMESTAMP THRU 6810-EXIT.
008720     MOVE EX17-TIMESTAMP-WORK TO AUDO-TIMESTAMP.
008730     MOVE 'C' TO AUDO-ACTION-CD.
008740     MOVE EX17-FND-CYC-NO (EX17-FND-SUB) TO AUDO-CYCLE-NO.
008750     WRITE RTAUDO-RECORD.
008760 6800-EXIT.
008770     EXIT.
008780
008790 6810-BUILD-TIMESTAMP.
008800     MOVE SPACES TO EX17-TIMESTAMP-WORK.
008810     ACCEPT EX17-TS-DATE FROM DATE YYYYMMDD.
008820     ACCEPT EX17-TS-TIME FROM TIME.
008830 6810-EXIT.
008840     EXIT.
008850
008860*****************************************************************
008870* 6900-WRITE-REPAIR-LINE - KEY, REASON, APPROVER, THE AMOUNTS
008880* AS FOUND AND AS THE REPLAY HAS THEM, AND THE OUTCOME, WITH THE
008890* SUPERVISOR'S REASON UNDERNEATH FOR AN APPROVED FINDING.
008900*****************************************************************
008910 6900-WRITE-REPAIR-LINE.
008920     MOVE EX17-FROM-DB TO EX17-AMT1-ED.
008930     MOVE EX17-FROM-CR TO EX17-AMT2-ED.
008940     MOVE EX17-TO-DB   TO EX17-AMT3-ED.
008950     MOVE EX17-TO-CR   TO EX17-AMT4-ED.
008960     MOVE SPACES TO RPR-LINE-TEXT.
008970     STRING EX17-FND-REK-ID (EX17-FND-SUB) ' '
008980            EX17-FND-VAL-DAT (EX17-FND-SUB) ' '
008990            EX17-FND-CYC-NO (EX17-FND-SUB) ' '
009000            EX17-FND-REASON-CD (EX17-FND-SUB) ' '
009010            EX17-FND-APPROVER-ID (EX17-FND-SUB) ' '
009020            EX17-AMT1-ED EX17-AMT2-ED ' TO'
009030            EX17-AMT3-ED EX17-AMT4-ED ' '
009040            EX17-OUTCOME
009050            DELIMITED BY SIZE INTO RPR-LINE-TEXT.
009060     WRITE RTRPR01-RECORD.
009070     IF EX17-FND-CARD-REASON (EX17-FND-SUB) = SPACES
009080         GO TO 6900-EXIT
009090     END-IF.
009100     MOVE SPACES TO RPR-LINE-TEXT.
009110     STRING '                                      REASON: '
009120            EX17-FND-CARD-REASON (EX17-FND-SUB)
009130            DELIMITED BY SIZE INTO RPR-LINE-TEXT.
009140     WRITE RTRPR01-RECORD.
009150 6900-EXIT.
009160     EXIT.
009170
009180*****************************************************************
009190* 7500-WRITE-RUN-COUNTS - THE CONSOLE SIGN-OFF.  A SKIPPED
009200* FINDING, A REFUSED CARD OR A CARD NAMING NO FINDING ENDS THE
009210* RUN WITH RETURN CODE 4 SO OPERATIONS TAKES A LOOK.  FINDINGS
009220* NOBODY APPROVED ARE THE SUPERVISOR'S CHOICE AND ARE ONLY
009230* COUNTED.
009240*****************************************************************
009250 7500-WRITE-RUN-COUNTS SECTION.
009260 7500-WRITE-COUNTS-PARA.
009270     DISPLAY 'EX17 - FINDINGS READ           = '
009280             EX17-DSC-READ-COUNT.
009290     DISPLAY 'EX17 - APPROVAL CARDS READ     = '
009300             EX17-RPA-READ-COUNT.
009310     DISPLAY 'EX17 - FINDINGS APPROVED       = '
009320             EX17-APPROVED-COUNT.
009330     DISPLAY 'EX17 - FINDINGS NOT APPROVED   = '
009340             EX17-UNAPPROVED-COUNT.
009350     DISPLAY 'EX17 - AUDIT RECORDS REPLAYED  = '
009360             EX17-AUD-READ-COUNT.
009370     DISPLAY 'EX17 - CORRECTIONS PASSED OVER = '
009380             EX17-CORRECTION-COUNT.
009390     IF EX17-UPDATE
009400         DISPLAY 'EX17 - FINDINGS REPAIRED       = '
009410                 EX17-REPAIRED-COUNT
009420     ELSE
009430         DISPLAY 'EX17 - FINDINGS TO BE REPAIRED = '
009440                 EX17-REPAIRED-COUNT
009450     END-IF.
009460     DISPLAY 'EX17 - FINDINGS SKIPPED        = '
009470             EX17-SKIPPED-COUNT.
009480     DISPLAY 'EX17 - APPROVALS REFUSED       = '
009490             EX17-REFUSED-COUNT.
009500     DISPLAY 'EX17 - ORPHAN APPROVAL CARDS   = '
009510             EX17-ORPHAN-COUNT.
009520     DISPLAY 'EX17 - DUPLICATE CARDS         = '
009530             EX17-DUPLICATE-COUNT.
009540     IF (EX17-SKIPPED-COUNT > ZERO OR EX17-REFUSED-COUNT > ZERO
009550             OR EX17-ORPHAN-COUNT > ZERO)
009560             AND RETURN-CODE = ZERO
009570         MOVE 4 TO RETURN-CODE
009580     END-IF.
009590 7500-EXIT.
009600     EXIT.
009610
009620*****************************************************************
009630* 8000-TERMINATE - CLOSE EVERYTHING STILL OPEN AND CLOSE OFF THE
009640* RUN'S LEDGER ENTRY.
009650*****************************************************************
009660 8000-TERMINATE SECTION.
009670 8000-TERMINATE-PARA.
009680     IF EX17-RTCTL17-OPEN
009690         CLOSE RTCTL17
009700     END-IF.
009710     IF EX17-RTDSC01-OPEN
009720         CLOSE RTDSC01
009730     END-IF.
009740     IF EX17-RTRPA01-OPEN
009750         CLOSE RTRPA01
009760     END-IF.
009770     IF EX17-RTAUDI-OPEN
009780         CLOSE RTAUDI
009790     END-IF.
009800     IF EX17-RTAUDO-OPEN
009810         CLOSE RTAUDO
009820     END-IF.
009830     IF EX17-RTHIST1-OPEN
009840         CLOSE RTHIST1
009850     END-IF.
009860     IF EX17-RTACCM1-OPEN
009870         CLOSE RTACCM1
009880     END-IF.
009890     IF EX17-RTRPR01-OPEN
009900         CLOSE RTRPR01
009910     END-IF.
009920     IF EX17-RTSTS01-OPEN
009930         CLOSE RTSTS01
009940     END-IF.
009950     PERFORM 8100-WRITE-LEDGER-END THRU 8100-EXIT.
009960 8000-EXIT.
009970     EXIT.
009980
009990*****************************************************************
010000* 8100-WRITE-LEDGER-END - CLOSE OFF THE RUN'S LEDGER ENTRY WITH
010010* ITS RETURN CODE, COUNTS AND OUTCOME.  A RUN STOPPED BY A BAD
010020* CONTROL CARD NEVER STARTED AND WRITES NOTHING.
010030*****************************************************************
010040 8100-WRITE-LEDGER-END.
010050     IF NOT EX17-LDG-STARTED
010060         GO TO 8100-EXIT
010070     END-IF.
010080     MOVE 'N' TO EX17-LDG-START-SW.
010090     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
010100     MOVE 'E' TO STS-EVENT-CD.
010110     MOVE RETURN-CODE TO STS-RETURN-CD.
010120     EVALUATE TRUE
010130         WHEN RETURN-CODE = ZERO
010140             MOVE 'C' TO STS-STATUS-CD
010150         WHEN RETURN-CODE NOT > 4
010160             MOVE 'W' TO STS-STATUS-CD
010170         WHEN OTHER
010180             MOVE 'F' TO STS-STATUS-CD
010190     END-EVALUATE.
010200     MOVE EX17-DSC-READ-COUNT TO STS-READ-COUNT.
010210     MOVE EX17-REPAIRED-COUNT TO STS-WRITTEN-COUNT.
010220     COMPUTE STS-EXCEPTION-COUNT = EX17-SKIPPED-COUNT
010230                                 + EX17-REFUSED-COUNT
010240                                 + EX17-ORPHAN-COUNT.
010250     OPEN EXTEND RTSTS01.
010260     WRITE RTSTS01-RECORD.
010270     CLOSE RTSTS01.
010280 8100-EXIT.
010290     EXIT.
010300
010310*****************************************************************
010320* 9000-ERROR-PARAGRAPHS - FATAL ERROR HANDLING, EACH WITH ITS
010330* OWN RETURN CODE, THE SAME WAY EX01 HANDLES ITS FATAL ERRORS.
010340* REPAIRS ALREADY MADE STAND AND ARE AUDITED; THE NEXT EX09 RUN
010350* NO LONGER REPORTS THEM.
010360*****************************************************************
010370 9000-ERROR-PARAGRAPHS SECTION.
010380 9100-SQL-ERROR.
010390     DISPLAY 'EX17 - SQL ERROR AGAINST RTTB100'.
010400     DISPLAY 'EX17 - SQLCODE = ' SQLCODE.
010410     DISPLAY 'EX17 - SQLERRMC = ' SQLERRMC.
010420     MOVE 20 TO RETURN-CODE.
010430     PERFORM 8000-TERMINATE THRU 8000-EXIT.
010440     STOP RUN.
010450 9100-EXIT.
010460     EXIT.
010470
010480 9200-HISTORY-ERROR.
010490     DISPLAY 'EX17 - RTHIST1 I/O ERROR, FILE STATUS = '
010500             EX17-HIST-STATUS.
010510     DISPLAY 'EX17 - KEY = ' HIST-PRIME-KEY.
010520     MOVE 24 TO RETURN-CODE.
010530     PERFORM 8000-TERMINATE THRU 8000-EXIT.
010540     STOP RUN.
010550 9200-EXIT.
010560     EXIT.
010570
010580 9300-ACCM-FILE-ERROR.
010590     DISPLAY 'EX17 - RTACCM1 OPEN ERROR, FILE STATUS = '
010600             EX17-ACCM-STATUS.
010610     MOVE 28 TO RETURN-CODE.
010620     PERFORM 8000-TERMINATE THRU 8000-EXIT.
010630     STOP RUN.
010640 9300-EXIT.
010650     EXIT.
010660
010670 9400-FINDING-TABLE-FULL.
010680     DISPLAY 'EX17 - FINDING TABLE FULL AT ' EX17-FND-MAX
010690             ' FINDINGS'.
010700     MOVE 32 TO RETURN-CODE.
010710     PERFORM 8000-TERMINATE THRU 8000-EXIT.
010720     STOP RUN.
010730 9400-EXIT.
010740     EXIT.
