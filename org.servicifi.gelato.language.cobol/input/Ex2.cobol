000120* RECORDS SHOWING THE REVERSAL.  A ROW WHOSE CURRENT RTTB100
000130* AMOUNTS NO LONGER EQUAL THE AUDITED POST-RUN AMOUNTS HAS BEEN
000140* TOUCHED BY A LATER RUN AND IS REPORTED ON RTEXC02 INSTEAD OF
000150* REVERSED.  EVERY REVERSED POSTING IS ALSO CARRIED THROUGH TO
000160* THE SETTLEMENT HISTORY - A NEGATING RTHIST1 ENTRY IN THE
000170* REVERSAL CYCLE BAND (SEE RRSPST) SO THE BACKED-OUT DAY NETS TO
000180* ZERO ON THE STATEMENTS - AND TO THE LEDGER, AS A REVERSING
000190* JOURNAL IN THE RTGLJ01 FORMAT (RTGLJ02) MAPPED THROUGH RTGLM01
000200* THE WAY EX07 MAPS THE POSTINGS, AND CROSS-FOOTED PER CURRENCY
000210* TO THE REVERSAL AUDIT RECORDS BEFORE IT IS RELEASED.
000220*
000230* MODIFICATION HISTORY.
000240*   2026-08-12  MVH  ORIGINAL VERSION.
000250*   2026-08-31  MVH  THE RRSO PRIME KEY AND THE AUDIT RECORDS NOW
000260*                     CARRY THE INTRADAY CYCLE, SO THE BACKOUT
000270*                     DELETES EXACTLY THE POSTED RECORD OF THE
000280*                     CYCLE BEING REVERSED.
000290*   2026-10-15  MVH  BACKOUTS NOW REACH THE HISTORY AND THE
000300*                     LEDGER - A NEGATING RTHIST1 ENTRY PER
000310*                     REVERSED POSTING IN THE REVERSAL CYCLE BAND,
000320*                     AND A REVERSING RTGLJ02 JOURNAL MAPPED
000330*                     THROUGH RTGLM01, CROSS-FOOTED TO THE RTAUD01
000340*                     REVERSAL RECORDS.  CTL2-GL-REVERSE-CD 'N'
000350*                     SUPPRESSES THE JOURNAL LINES FOR A DAY EX07
000360*                     HAS NOT YET EXTRACTED.
000370*   2026-10-15  MVH  RUN LEDGER.  EACH RUN WRITES A START AND AN
000380*                     END RECORD TO RTSTS01.  BACKING OUT A DAY
000390*                     EX07 HAS ALREADY JOURNALED NOW ENDS RC 4
000400*                     WITH A WARNING TO RELEASE RTGLJ02, AND IS
000410*                     REFUSED (RC 44) WHEN THE CONTROL CARD ALSO
000420*                     SUPPRESSES THE REVERSING JOURNAL.
000430*   2026-10-15  MVH  EX17 CORRECTIONS (ACTION CODE 'C') ARE NOT
000440*                     POSTINGS AND ARE NEVER BACKED OUT.
000450*****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. EX02.
000480 AUTHOR. M V HALEN.
000490 INSTALLATION. SERVICIFI GELATO.
000500 DATE-WRITTEN. 2026-08-12.
000510 DATE-COMPILED.
000520
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER. IBM-3090.
000560 SPECIAL-NAMES.
000570     DECIMAL-POINT IS COMMA.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600
000610     SELECT RTCTL02 ASSIGN TO RTCTL02
000620         ORGANIZATION IS SEQUENTIAL.
000630
000640     SELECT RTAUDI ASSIGN TO RTAUDI
000650         ORGANIZATION IS SEQUENTIAL.
000660
000670     SELECT RTAUDO ASSIGN TO RTAUDO
000680         ORGANIZATION IS SEQUENTIAL.
000690
000700     SELECT RRSO ASSIGN TO RRSO
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS RRSO-PRIME-KEY
000740         ALTERNATE RECORD KEY IS RRSO-REK_ID WITH DUPLICATES
000750         ALTERNATE RECORD KEY IS RRSO-VAL_DAT WITH DUPLICATES
000760         FILE STATUS IS EX2-RRSO-STATUS.
000770
000780     SELECT RTEXC02 ASSIGN TO RTEXC02
000790         ORGANIZATION IS SEQUENTIAL.
000800
000810     SELECT RTHIST1 ASSIGN TO RTHIST1
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS RANDOM
000840         RECORD KEY IS HIST-PRIME-KEY
000850         FILE STATUS IS EX2-HIST-STATUS.
000860
000870     SELECT RTGLM01 ASSIGN TO RTGLM01
000880         ORGANIZATION IS SEQUENTIAL.
000890
000900     SELECT RTGLJ02 ASSIGN TO RTGLJ02
000910         ORGANIZATION IS SEQUENTIAL.
000920
000930     SELECT RTSTS01 ASSIGN TO RTSTS01
000940         ORGANIZATION IS SEQUENTIAL.
000950
000960 DATA DIVISION.
000970 FILE SECTION.
000980
000990 FD  RTCTL02
001000     LABEL RECORDS ARE STANDARD.
001010     COPY RTCTL02.
001020
001030 FD  RTAUDI
001040     LABEL RECORDS ARE STANDARD.
001050     COPY RTAUD01 REPLACING
001060         ==RTAUD01-RECORD==   BY ==RTAUDI-RECORD==
001070         ==AUD-REK_ID==       BY ==AUDI-REK_ID==
001080         ==AUD-VAL_DAT==      BY ==AUDI-VAL_DAT==
001090         ==AUD-OLD-DB_BEDR==  BY ==AUDI-OLD-DB_BEDR==
001100         ==AUD-OLD-CR_BEDR==  BY ==AUDI-OLD-CR_BEDR==
001110         ==AUD-NEW-DB_BEDR==  BY ==AUDI-NEW-DB_BEDR==
001120         ==AUD-NEW-CR_BEDR==  BY ==AUDI-NEW-CR_BEDR==
001130         ==AUD-TIMESTAMP==    BY ==AUDI-TIMESTAMP==
001140         ==AUD-ACTION-CD==    BY ==AUDI-ACTION-CD==
001150         ==AUD-CYCLE-NO==     BY ==AUDI-CYCLE-NO==.
001160
001170 FD  RTAUDO
001180     LABEL RECORDS ARE STANDARD.
001190     COPY RTAUD01 REPLACING
001200         ==RTAUD01-RECORD==   BY ==RTAUDO-RECORD==
001210         ==AUD-REK_ID==       BY ==AUDO-REK_ID==
001220         ==AUD-VAL_DAT==      BY ==AUDO-VAL_DAT==
001230         ==AUD-OLD-DB_BEDR==  BY ==AUDO-OLD-DB_BEDR==
001240         ==AUD-OLD-CR_BEDR==  BY ==AUDO-OLD-CR_BEDR==
001250         ==AUD-NEW-DB_BEDR==  BY ==AUDO-NEW-DB_BEDR==
001260         ==AUD-NEW-CR_BEDR==  BY ==AUDO-NEW-CR_BEDR==
001270         ==AUD-TIMESTAMP==    BY ==AUDO-TIMESTAMP==
001280         ==AUD-ACTION-CD==    BY ==AUDO-ACTION-CD==
001290         ==AUD-CYCLE-NO==     BY ==AUDO-CYCLE-NO==.
001300
001310 FD  RRSO
001320     LABEL RECORDS ARE STANDARD.
001330     COPY RRSPST REPLACING ==RRSPST==   BY ==RRSO-RECORD==
001340                           ==REK_ID==   BY ==RRSO-REK_ID==
001350                           ==VAL_DAT==  BY ==RRSO-VAL_DAT==
001360                           ==CYC_NO==   BY ==RRSO-CYC_NO==
001370                           ==DB_BEDR==  BY ==RRSO-DB_BEDR==
001380                           ==CR_BEDR==  BY ==RRSO-CR_BEDR==
001390                           ==CUR_CD==   BY ==RRSO-CUR_CD==.
001400*****************************************************************
001410* RRSO-PRIME-KEY REDEFINES RRSO-REK_ID/RRSO-VAL_DAT/RRSO-CYC_NO
001420* AS A SINGLE FIELD, THE SAME WAY EX01 DECLARES IT, SO THE
001430* COMPOUND PRIME KEY CAN BE USED FOR THE RANDOM DELETE.
001440*****************************************************************
001450 01  RRSO-KEY-RECORD REDEFINES RRSO-RECORD.
001460     05  RRSO-PRIME-KEY          PIC X(20).
001470     05  FILLER                  PIC X(17).
001480
001490 FD  RTEXC02
001500     LABEL RECORDS ARE STANDARD.
001510     COPY RTEXC01 REPLACING
001520         ==RTEXC01-RECORD==   BY ==RTEXC02-RECORD==
001530         ==EXC-REK_ID==       BY ==EXC2-REK_ID==
001540         ==EXC-VAL_DAT==      BY ==EXC2-VAL_DAT==
001550         ==EXC-REASON==       BY ==EXC2-REASON==
001560         ==EXC-REASON-CD==    BY ==EXC2-REASON-CD==
001570         ==EXC-DB-BEDR-01==   BY ==EXC2-DB-BEDR-01==
001580         ==EXC-CR-BEDR-01==   BY ==EXC2-CR-BEDR-01==
001590         ==EXC-DB-BEDR-02==   BY ==EXC2-DB-BEDR-02==
001600         ==EXC-CR-BEDR-02==   BY ==EXC2-CR-BEDR-02==
001610         ==EXC-DB-BEDR-03==   BY ==EXC2-DB-BEDR-03==
001620         ==EXC-CR-BEDR-03==   BY ==EXC2-CR-BEDR-03==.
001630
001640 FD  RTHIST1
001650     LABEL RECORDS ARE STANDARD.
001660     COPY RRSPST REPLACING ==RRSPST==   BY ==HIST-RECORD==
001670                           ==REK_ID==   BY ==HIST-REK_ID==
001680                           ==VAL_DAT==  BY ==HIST-VAL_DAT==
001690                           ==CYC_NO==   BY ==HIST-CYC_NO==
001700                           ==DB_BEDR==  BY ==HIST-DB_BEDR==
001710                           ==CR_BEDR==  BY ==HIST-CR_BEDR==
001720                           ==CUR_CD==   BY ==HIST-CUR_CD==.
001730*****************************************************************
001740* HIST-PRIME-KEY REDEFINES HIST-REK_ID/HIST-VAL_DAT/HIST-CYC_NO
001750* AS ONE FIELD, EXACTLY AS EX01 DECLARES IT.
001760*****************************************************************
001770 01  HIST-KEY-RECORD REDEFINES HIST-RECORD.
001780     05  HIST-PRIME-KEY          PIC X(20).
001790     05  FILLER                  PIC X(17).
001800
001810 FD  RTGLM01
001820     LABEL RECORDS ARE STANDARD.
001830     COPY RTGLM01.
001840
001850 FD  RTGLJ02
001860     LABEL RECORDS ARE STANDARD.
001870     COPY RTGLJ01 REPLACING
001880         ==RTGLJ01-RECORD==   BY ==RTGLJ02-RECORD==.
001890
001900 FD  RTSTS01
001910     LABEL RECORDS ARE STANDARD.
001920     COPY RTSTS01.
001930
001940 WORKING-STORAGE SECTION.
001950
001960 COPY RTTB100.
001970 COPY SQLCA.
001980
001990*****************************************************************
002000* SWITCHES.
002010*****************************************************************
002020 77  EX2-AUDI-EOF-SW                 PIC X     VALUE 'N'.
002030     88  EX2-AUDI-EOF                          VALUE 'Y'.
002040 77  EX2-SELECT-SW                   PIC X     VALUE 'N'.
002050     88  EX2-SELECTED                          VALUE 'Y'.
002060 77  EX2-GL-REVERSE-SW               PIC X     VALUE 'Y'.
002070     88  EX2-GL-REVERSE                        VALUES 'Y' ' '.
002080     88  EX2-GL-SUPPRESSED                     VALUE 'N'.
002090 77  EX2-GLM-EOF-SW                  PIC X     VALUE 'N'.
002100     88  EX2-GLM-EOF                           VALUE 'Y'.
002110 77  EX2-MAP-FOUND-SW                PIC X     VALUE 'N'.
002120     88  EX2-MAP-FOUND                         VALUE 'Y'.
002130 77  EX2-SUM-FOUND-SW                PIC X     VALUE 'N'.
002140     88  EX2-SUM-FOUND                         VALUE 'Y'.
002150 77  EX2-CUR-FOUND-SW                PIC X     VALUE 'N'.
002160     88  EX2-CUR-FOUND                         VALUE 'Y'.
002170 77  EX2-XFOOT-OK-SW                 PIC X     VALUE 'Y'.
002180     88  EX2-XFOOT-OK                          VALUE 'Y'.
002190 77  EX2-LDG-EOF-SW                  PIC X     VALUE 'N'.
002200     88  EX2-LDG-EOF                           VALUE 'Y'.
002210 77  EX2-LDG-START-SW                PIC X     VALUE 'N'.
002220     88  EX2-LDG-STARTED                       VALUE 'Y'.
002230 77  EX2-LDG-REFUSED-SW              PIC X     VALUE 'N'.
002240     88  EX2-LDG-REFUSED                       VALUE 'Y'.
002250 77  EX2-LDG-JOURNALED-SW            PIC X     VALUE 'N'.
002260     88  EX2-LDG-JOURNALED                     VALUE 'Y'.
002270
002280*****************************************************************
002290* FILE-OPEN INDICATORS.  8000-TERMINATE-PARA TESTS THESE SO IT
002300* CAN CLOSE DOWN WHATEVER IS STILL OPEN ON AN ABEND PATH WITHOUT
002310* ATTEMPTING TO CLOSE A FILE THAT WAS NEVER OPENED.
002320*****************************************************************
002330 77  EX2-RTCTL02-OPEN-SW              PIC X     VALUE 'N'.
002340     88  EX2-RTCTL02-OPEN                       VALUE 'Y'.
002350 77  EX2-RTAUDI-OPEN-SW               PIC X     VALUE 'N'.
002360     88  EX2-RTAUDI-OPEN                        VALUE 'Y'.
002370 77  EX2-RTAUDO-OPEN-SW               PIC X     VALUE 'N'.
002380     88  EX2-RTAUDO-OPEN                        VALUE 'Y'.
002390 77  EX2-RRSO-OPEN-SW                 PIC X     VALUE 'N'.
002400     88  EX2-RRSO-OPEN                          VALUE 'Y'.
002410 77  EX2-RTEXC02-OPEN-SW              PIC X     VALUE 'N'.
002420     88  EX2-RTEXC02-OPEN                       VALUE 'Y'.
002430 77  EX2-RTHIST1-OPEN-SW              PIC X     VALUE 'N'.
002440     88  EX2-RTHIST1-OPEN                       VALUE 'Y'.
002450 77  EX2-RTGLM01-OPEN-SW              PIC X     VALUE 'N'.
002460     88  EX2-RTGLM01-OPEN                       VALUE 'Y'.
002470 77  EX2-RTGLJ02-OPEN-SW              PIC X     VALUE 'N'.
002480     88  EX2-RTGLJ02-OPEN                       VALUE 'Y'.
002490 77  EX2-RTSTS01-OPEN-SW              PIC X     VALUE 'N'.
002500     88  EX2-RTSTS01-OPEN                       VALUE 'Y'.
002510
002520*****************************************************************
002530* COUNTERS AND WORK AREAS.
002540*****************************************************************
002550 77  EX2-READ-COUNT                  PIC 9(09) COMP VALUE ZERO.
002560 77  EX2-SELECTED-COUNT              PIC 9(09) COMP VALUE ZERO.
002570 77  EX2-REVERSED-COUNT              PIC 9(09) COMP VALUE ZERO.
002580 77  EX2-SKIPPED-COUNT               PIC 9(09) COMP VALUE ZERO.
002590 77  EX2-RRSO-STATUS                 PIC X(02) VALUE SPACES.
002600 77  EX2-HIST-STATUS                 PIC X(02) VALUE SPACES.
002610 77  EX2-HIST-COUNT                  PIC 9(09) COMP VALUE ZERO.
002620 77  EX2-MAPPED-COUNT                PIC 9(09) COMP VALUE ZERO.
002630 77  EX2-UNMAPPED-COUNT              PIC 9(09) COMP VALUE ZERO.
002640 77  EX2-LINE-COUNT                  PIC 9(09) COMP VALUE ZERO.
002650 77  EX2-RUN-DATE                    PIC X(08) VALUE SPACES.
002660 77  EX2-GLM-COUNT                   PIC 9(04) COMP VALUE ZERO.
002670 77  EX2-GLM-MAX                     PIC 9(04) COMP VALUE 5000.
002680 77  EX2-GLM-SUB                     PIC 9(04) COMP VALUE ZERO.
002690 77  EX2-GLM-HIT-SUB                 PIC 9(04) COMP VALUE ZERO.
002700 77  EX2-SUM-COUNT                   PIC 9(04) COMP VALUE ZERO.
002710 77  EX2-SUM-MAX                     PIC 9(04) COMP VALUE 5000.
002720 77  EX2-SUM-SUB                     PIC 9(04) COMP VALUE ZERO.
002730 77  EX2-SUM-SUB2                    PIC 9(04) COMP VALUE ZERO.
002740 77  EX2-CUR-COUNT                   PIC 9(04) COMP VALUE ZERO.
002750 77  EX2-CUR-MAX                     PIC 9(04) COMP VALUE 200.
002760 77  EX2-CUR-SUB                     PIC 9(04) COMP VALUE ZERO.
002770 77  EX2-CUR-HIT-SUB                 PIC 9(04) COMP VALUE ZERO.
002780 77  EX2-WORK-GL-ACCT                PIC X(12) VALUE SPACES.
002790 77  EX2-WORK-CUR-CD                 PIC X(03) VALUE SPACES.
002800 77  EX2-TOT-DB                      PIC S9(13)V9(2) COMP-3
002810                                               VALUE ZERO.
002820 77  EX2-TOT-CR                      PIC S9(13)V9(2) COMP-3
002830                                               VALUE ZERO.
002840 77  EX2-DIFF-DB                     PIC S9(13)V9(2) COMP-3
002850                                               VALUE ZERO.
002860 77  EX2-DIFF-CR                     PIC S9(13)V9(2) COMP-3
002870                                               VALUE ZERO.
002880 77  EX2-XFOOT-TOLERANCE             PIC S9(13)V9(2) COMP-3
002890                                               VALUE 0,01.
002900 77  EX2-LDG-MESSAGE                 PIC X(50) VALUE SPACES.
002910
002920*****************************************************************
002930* THE REVERSAL CYCLE BAND.  A REVERSED POSTING'S NEGATING RTHIST1
002940* ENTRY IS KEYED ON ITS OWN CYCLE PLUS THIS BASE, SO IT SITS
002950* BESIDE THE POSTING IT CANCELS WITHOUT TAKING ITS KEY (RRSPST).
002960*****************************************************************
002970 77  EX2-REVERSAL-CYC-BASE           PIC 9(02) VALUE 50.
002980
002990 01  EX2-TS-SPLIT.
003000     05  EX2-TS-DATE                 PIC X(08).
003010     05  EX2-TS-TIME                 PIC X(08).
003020     05  FILLER                      PIC X(10).
003030
003040 01  EX2-TIMESTAMP-WORK.
003050     05  EX2-TSW-DATE                PIC X(08).
003060     05  EX2-TSW-TIME                PIC X(08).
003070     05  FILLER                      PIC X(10) VALUE SPACES.
003080
003090*****************************************************************
003100* THE GL ACCOUNT MAPPING, LOADED FROM RTGLM01 AT START-UP AND
003110* SEARCHED IN FILE ORDER SO THE FIRST MATCHING RULE WINS - THE
003120* SAME RULES, THE SAME WAY, AS EX07 USED FOR THE POSTINGS BEING
003130* REVERSED, SO EACH AMOUNT LEAVES THE ACCOUNT IT WENT INTO.
003140*****************************************************************
003150 01  EX2-GLM-TABLE.
003160     05  EX2-GLM-ENTRY OCCURS 5000 TIMES.
003170         10  EX2-GLM-FROM        PIC X(10).
003180         10  EX2-GLM-TO          PIC X(10).
003190         10  EX2-GLM-CUR         PIC X(03).
003200         10  EX2-GLM-ACCT        PIC X(12).
003210
003220*****************************************************************
003230* THE REVERSING JOURNAL SUMMARY, ONE ENTRY PER GL ACCOUNT AND
003240* CURRENCY, CARRYING THE REVERSED POSTINGS' DEBITS AND CREDITS AS
003250* THEY WERE ORIGINALLY POSTED.  THE JOURNAL LINES SWAP THE SIDES.
003260*****************************************************************
003270 01  EX2-SUM-TABLE.
003280     05  EX2-SUM-ENTRY OCCURS 5000 TIMES.
003290         10  EX2-SUM-KEY.
003300             15  EX2-SUM-ACCT    PIC X(12).
003310             15  EX2-SUM-CUR     PIC X(03).
003320         10  EX2-SUM-DB          PIC S9(13)V9(2) COMP-3.
003330         10  EX2-SUM-CR          PIC S9(13)V9(2) COMP-3.
003340
003350 01  EX2-SUM-SWAP-ENTRY.
003360     05  EX2-SWAP-KEY            PIC X(15).
003370     05  EX2-SWAP-DB             PIC S9(13)V9(2) COMP-3.
003380     05  EX2-SWAP-CR             PIC S9(13)V9(2) COMP-3.
003390
003400*****************************************************************
003410* PER-CURRENCY CROSS-FOOT ACCUMULATORS - THE REVERSED AMOUNTS AS
003420* WRITTEN ON THE RTAUD01 REVERSAL RECORDS ON ONE SIDE, THE
003430* JOURNAL LINES PLUS THE UNMAPPED (DIVERTED) AMOUNTS ON THE
003440* OTHER, COMPARED CURRENCY BY CURRENCY BEFORE THE JOURNAL IS
003450* RELEASED.
003460*****************************************************************
003470 01  EX2-CUR-TABLE.
003480     05  EX2-CUR-ENTRY OCCURS 200 TIMES.
003490         10  EX2-CUR-CD          PIC X(03).
003500         10  EX2-CUR-AUD-DB      PIC S9(13)V9(2) COMP-3.
003510         10  EX2-CUR-AUD-CR      PIC S9(13)V9(2) COMP-3.
003520         10  EX2-CUR-JNL-DB      PIC S9(13)V9(2) COMP-3.
003530         10  EX2-CUR-JNL-CR      PIC S9(13)V9(2) COMP-3.
003540
003550 PROCEDURE DIVISION.
003560
003570*****************************************************************
003580* 0000-MAINLINE - OVERALL CONTROL FLOW.
003590*****************************************************************
003600 0000-MAINLINE SECTION.
003610 0000-START.
003620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003630     PERFORM 5000-BACKOUT-PASS THRU 5000-EXIT.
003640     PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
003650     PERFORM 7000-CROSS-FOOT-TO-AUDIT THRU 7000-EXIT.
003660     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003670     STOP RUN.
003680 0000-EXIT.
003690     EXIT.
003700
003710*****************************************************************
003720* 1000-INITIALIZE - READ THE BATCH CONTROL CARD NAMING THE RUN
003730* DATE (AND OPTIONAL TIMESTAMP RANGE) TO BE BACKED OUT, AND LOAD
003740* THE GL MAPPING FOR THE REVERSING JOURNAL.
003750*****************************************************************
003760 1000-INITIALIZE SECTION.
003770 1000-INITIALIZE-PARA.
003780     OPEN INPUT RTCTL02.
003790     MOVE 'Y' TO EX2-RTCTL02-OPEN-SW.
003800     READ RTCTL02
003810         AT END
003820             DISPLAY 'EX02 - CONTROL CARD FILE IS EMPTY'
003830             MOVE 12 TO RETURN-CODE
003840             PERFORM 8000-TERMINATE THRU 8000-EXIT
003850             STOP RUN
003860     END-READ.
003870     IF CTL2-BACKOUT-DATE = SPACES
003880         DISPLAY 'EX02 - BACKOUT DATE MISSING FROM CONTROL CARD'
003890         MOVE 12 TO RETURN-CODE
003900         PERFORM 8000-TERMINATE THRU 8000-EXIT
003910         STOP RUN
003920     END-IF.
003930     DISPLAY 'EX02 - BACKING OUT RUN DATE ' CTL2-BACKOUT-DATE.
003940     MOVE CTL2-GL-REVERSE-CD TO EX2-GL-REVERSE-SW.
003950     IF NOT EX2-GL-REVERSE AND NOT EX2-GL-SUPPRESSED
003960         DISPLAY 'EX02 - GL REVERSAL CODE ' CTL2-GL-REVERSE-CD
003970                 ' IS INVALID, RUN TERMINATED'
003980         MOVE 12 TO RETURN-CODE
003990         PERFORM 8000-TERMINATE THRU 8000-EXIT
004000         STOP RUN
004010     END-IF.
004020     IF EX2-GL-SUPPRESSED
004030         DISPLAY 'EX02 - REVERSING JOURNAL LINES SUPPRESSED'
004040     END-IF.
004050     CLOSE RTCTL02.
004060     MOVE 'N' TO EX2-RTCTL02-OPEN-SW.
004070     PERFORM 1800-WRITE-LEDGER-START THRU 1800-EXIT.
004080     PERFORM 1850-CHECK-PREDECESSORS THRU 1850-EXIT.
004090     ACCEPT EX2-RUN-DATE FROM DATE YYYYMMDD.
004100     IF EX2-GL-REVERSE
004110         PERFORM 1300-LOAD-GL-MAPPING THRU 1300-EXIT
004120     END-IF.
004130 1000-EXIT.
004140     EXIT.
004150
004160 1300-LOAD-GL-MAPPING.
004170     OPEN INPUT RTGLM01.
004180     MOVE 'Y' TO EX2-RTGLM01-OPEN-SW.
004190     PERFORM 1310-LOAD-ONE-MAPPING THRU 1310-EXIT
004200         UNTIL EX2-GLM-EOF.
004210     CLOSE RTGLM01.
004220     MOVE 'N' TO EX2-RTGLM01-OPEN-SW.
004230     DISPLAY 'EX02 - GL MAPPING RULES LOADED = ' EX2-GLM-COUNT.
004240     IF EX2-GLM-COUNT = ZERO
004250         DISPLAY 'EX02 - GL MAPPING FILE IS EMPTY, '
004260                 'RUN TERMINATED'
004270         MOVE 12 TO RETURN-CODE
004280         PERFORM 8000-TERMINATE THRU 8000-EXIT
004290         STOP RUN
004300     END-IF.
004310 1300-EXIT.
004320     EXIT.
004330
004340 1310-LOAD-ONE-MAPPING.
004350     READ RTGLM01
004360         AT END
004370             SET EX2-GLM-EOF TO TRUE
004380         NOT AT END
004390             IF EX2-GLM-COUNT NOT < EX2-GLM-MAX
004400                 GO TO 9400-MAPPING-TABLE-FULL
004410             END-IF
004420             ADD 1 TO EX2-GLM-COUNT
004430             MOVE GLM-REK-ID-FROM
004440                 TO EX2-GLM-FROM (EX2-GLM-COUNT)
004450             IF GLM-REK-ID-TO = SPACES
004460                 MOVE GLM-REK-ID-FROM
004470                     TO EX2-GLM-TO (EX2-GLM-COUNT)
004480             ELSE
004490                 MOVE GLM-REK-ID-TO
004500                     TO EX2-GLM-TO (EX2-GLM-COUNT)
004510             END-IF
004520             MOVE GLM-CUR_CD  TO EX2-GLM-CUR (EX2-GLM-COUNT)
004530             MOVE GLM-GL-ACCT TO EX2-GLM-ACCT (EX2-GLM-COUNT)
004540     END-READ.
004550 1310-EXIT.
004560     EXIT.
004570
004580*****************************************************************
004590* 1800-WRITE-LEDGER-START - RECORD ON THE RTSTS01 RUN LEDGER
004600* THAT A BACKOUT OF THE CONTROL-CARD DATE HAS STARTED.  THE END
004610* RECORD IS WRITTEN BY 8100-WRITE-LEDGER-END ON EVERY PATH OUT
004620* OF THE PROGRAM.
004630*****************************************************************
004640 1800-WRITE-LEDGER-START.
004650     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
004660     MOVE 'S' TO STS-EVENT-CD.
004670     OPEN EXTEND RTSTS01.
004680     MOVE 'Y' TO EX2-RTSTS01-OPEN-SW.
004690     WRITE RTSTS01-RECORD.
004700     CLOSE RTSTS01.
004710     MOVE 'N' TO EX2-RTSTS01-OPEN-SW.
004720     SET EX2-LDG-STARTED TO TRUE.
004730 1800-EXIT.
004740     EXIT.
004750
004760 1810-BUILD-LEDGER-RECORD.
004770     MOVE SPACES TO RTSTS01-RECORD.
004780     MOVE CTL2-BACKOUT-DATE TO STS-BUS-DATE.
004790     MOVE ZERO              TO STS-CYCLE-NO.
004800     MOVE 'EX02'            TO STS-PROGRAM-ID.
004810     ACCEPT STS-EVENT-DATE FROM DATE YYYYMMDD.
004820     ACCEPT STS-EVENT-TIME FROM TIME.
004830     MOVE ZERO TO STS-RETURN-CD
004840                  STS-READ-COUNT
004850                  STS-WRITTEN-COUNT
004860                  STS-EXCEPTION-COUNT.
004870 1810-EXIT.
004880     EXIT.
004890
004900*****************************************************************
004910* 1850-CHECK-PREDECESSORS - A DAY EX07 HAS ALREADY EXTRACTED IS
004920* ALREADY IN THE GENERAL LEDGER, SO BACKING IT OUT MUST NOT GO
004930* UNNOTICED.  WHEN THE LEDGER SHOWS A COMPLETED EX07 RUN FOR
004940* THE BACKOUT DATE, THE BACKOUT STILL PROCEEDS - ITS REVERSING
004950* JOURNAL IS WHAT TAKES THE DAY BACK OUT OF THE LEDGER - BUT
004960* ENDS WITH RETURN CODE 4 AND A WARNING TO RELEASE RTGLJ02.
004970* IF THE CONTROL CARD SUPPRESSES THE REVERSING JOURNAL AS WELL,
004980* THE GL WOULD BE LEFT CARRYING POSTINGS THAT NO LONGER EXIST,
004990* AND THE BACKOUT IS REFUSED.
005000*****************************************************************
005010 1850-CHECK-PREDECESSORS.
005020     OPEN INPUT RTSTS01.
005030     MOVE 'Y' TO EX2-RTSTS01-OPEN-SW.
005040     PERFORM 1860-SCAN-ONE-LEDGER THRU 1860-EXIT
005050         UNTIL EX2-LDG-EOF.
005060     CLOSE RTSTS01.
005070     MOVE 'N' TO EX2-RTSTS01-OPEN-SW.
005080     IF NOT EX2-LDG-JOURNALED
005090         GO TO 1850-EXIT
005100     END-IF.
005110     IF EX2-GL-SUPPRESSED
005120         MOVE 'DAY JOURNALED BY EX07 - GL REVERSAL CANNOT BE OFF'
005130             TO EX2-LDG-MESSAGE
005140         GO TO 9800-PREDECESSOR-REFUSAL
005150     END-IF.
005160     MOVE 'DAY ALREADY JOURNALED BY EX07 - RELEASE RTGLJ02'
005170         TO EX2-LDG-MESSAGE.
005180     DISPLAY 'EX02 - WARNING - ' EX2-LDG-MESSAGE.
005190 1850-EXIT.
005200     EXIT.
005210
005220 1860-SCAN-ONE-LEDGER.
005230     READ RTSTS01
005240         AT END
005250             SET EX2-LDG-EOF TO TRUE
005260         NOT AT END
005270             IF STS-PROGRAM-ID = 'EX07'
005280                     AND STS-EVENT-CD = 'E'
005290                     AND STS-BUS-DATE = CTL2-BACKOUT-DATE
005300                     AND (STS-STATUS-CD = 'C'
005310                          OR STS-STATUS-CD = 'W')
005320                 SET EX2-LDG-JOURNALED TO TRUE
005330             END-IF
005340     END-READ.
005350 1860-EXIT.
005360     EXIT.
005370
005380*****************************************************************
005390* 5000-BACKOUT-PASS - READ THE AUDIT TRAIL AND REVERSE EVERY
005400* POSTING RECORD THAT FALLS IN THE REQUESTED DATE/TIME RANGE.
005410*****************************************************************
005420 5000-BACKOUT-PASS SECTION.
005430 5000-BACKOUT-PARA.
005440     OPEN INPUT RTAUDI.
005450     MOVE 'Y' TO EX2-RTAUDI-OPEN-SW.
005460     OPEN EXTEND RTAUDO.
005470     MOVE 'Y' TO EX2-RTAUDO-OPEN-SW.
005480     OPEN I-O RRSO.
005490     IF EX2-RRSO-STATUS NOT = '00'
005500         GO TO 9200-RRSO-ERROR
005510     END-IF.
005520     MOVE 'Y' TO EX2-RRSO-OPEN-SW.
005530     OPEN OUTPUT RTEXC02.
005540     MOVE 'Y' TO EX2-RTEXC02-OPEN-SW.
005550     OPEN I-O RTHIST1.
005560     IF EX2-HIST-STATUS NOT = '00'
005570         GO TO 9300-HISTORY-ERROR
005580     END-IF.
005590     MOVE 'Y' TO EX2-RTHIST1-OPEN-SW.
005600     PERFORM 5010-READ-AUDIT THRU 5010-EXIT.
005610     PERFORM 5100-PROCESS-ONE-AUDIT THRU 5100-EXIT
005620         UNTIL EX2-AUDI-EOF.
005630     CLOSE RTAUDI.
005640     MOVE 'N' TO EX2-RTAUDI-OPEN-SW.
005650     CLOSE RTAUDO.
005660     MOVE 'N' TO EX2-RTAUDO-OPEN-SW.
005670     CLOSE RRSO.
005680     MOVE 'N' TO EX2-RRSO-OPEN-SW.
005690     CLOSE RTEXC02.
005700     MOVE 'N' TO EX2-RTEXC02-OPEN-SW.
005710     CLOSE RTHIST1.
005720     MOVE 'N' TO EX2-RTHIST1-OPEN-SW.
005730 5000-EXIT.
005740     EXIT.
005750
005760 5010-READ-AUDIT.
005770     READ RTAUDI
005780         AT END
005790             SET EX2-AUDI-EOF TO TRUE
005800         NOT AT END
005810             ADD 1 TO EX2-READ-COUNT
005820     END-READ.
005830 5010-EXIT.
005840     EXIT.
005850
005860 5100-PROCESS-ONE-AUDIT.
005870     PERFORM 5110-CHECK-SELECTION THRU 5110-EXIT.
005880     IF EX2-SELECTED
005890         ADD 1 TO EX2-SELECTED-COUNT
005900         PERFORM 5200-BACKOUT-ONE-ROW THRU 5200-EXIT
005910     END-IF.
005920     PERFORM 5010-READ-AUDIT THRU 5010-EXIT.
005930 5100-EXIT.
005940     EXIT.
005950
005960*****************************************************************
005970* 5110-CHECK-SELECTION - AN AUDIT RECORD IS IN SCOPE WHEN IT IS
005980* A POSTING (NOT A PRIOR REVERSAL OR AN EX17 CORRECTION), ITS
005990* TIMESTAMP DATE EQUALS THE CONTROL-CARD BACKOUT DATE, AND ITS
006000* TIME FALLS INSIDE THE OPTIONAL TIME RANGE.
006010*****************************************************************
006020 5110-CHECK-SELECTION.
006030     MOVE 'N' TO EX2-SELECT-SW.
006040     MOVE AUDI-TIMESTAMP TO EX2-TS-SPLIT.
006050     IF AUDI-ACTION-CD = 'R'
006060             OR AUDI-ACTION-CD = 'C'
006070         GO TO 5110-EXIT
006080     END-IF.
006090     IF EX2-TS-DATE NOT = CTL2-BACKOUT-DATE
006100         GO TO 5110-EXIT
006110     END-IF.
006120     IF CTL2-TIME-FROM NOT = SPACES
006130             AND EX2-TS-TIME < CTL2-TIME-FROM
006140         GO TO 5110-EXIT
006150     END-IF.
006160     IF CTL2-TIME-TO NOT = SPACES
006170             AND EX2-TS-TIME > CTL2-TIME-TO
006180         GO TO 5110-EXIT
006190     END-IF.
006200     MOVE 'Y' TO EX2-SELECT-SW.
006210 5110-EXIT.
006220     EXIT.
006230
006240*****************************************************************
006250* 5200-BACKOUT-ONE-ROW - FETCH THE CURRENT RTTB100 ROW.  IF ITS
006260* AMOUNTS STILL EQUAL THE AUDITED POST-RUN AMOUNTS, RESTORE THE
006270* AUDITED PRE-RUN AMOUNTS, DELETE THE RRSO RECORD, WRITE A
006280* REVERSAL AUDIT RECORD AND THE NEGATING HISTORY ENTRY, AND ROLL
006290* THE REVERSED AMOUNTS INTO THE REVERSING JOURNAL.  IF A LATER
006300* RUN HAS TOUCHED THE ROW, REPORT IT ON RTEXC02 AND LEAVE IT
006310* ALONE.
006320*****************************************************************
006330 5200-BACKOUT-ONE-ROW.
006340     MOVE AUDI-REK_ID  TO REK_ID.
006350     MOVE AUDI-VAL_DAT TO VAL_DAT.
006360     EXEC SQL
006370         SELECT DB_BEDR, CR_BEDR, CUR_CD
006380           INTO :DB_BEDR, :CR_BEDR, :CUR_CD
006390           FROM RTTB100
006400          WHERE REK_ID  = :REK_ID
006410            AND VAL_DAT = :VAL_DAT
006420     END-EXEC.
006430     IF SQLCODE = +100
006440         MOVE SPACES TO RTEXC02-RECORD
006450         MOVE 'RTTB100 ROW NOT FOUND FOR BACKOUT' TO EXC2-REASON
006460         MOVE 'BK01' TO EXC2-REASON-CD
006470         PERFORM 5300-WRITE-SKIP-RECORD THRU 5300-EXIT
006480         GO TO 5200-EXIT
006490     END-IF.
006500     IF SQLCODE NOT = ZERO
006510         GO TO 9100-SQL-ERROR
006520     END-IF.
006530     IF DB_BEDR NOT = AUDI-NEW-DB_BEDR
006540             OR CR_BEDR NOT = AUDI-NEW-CR_BEDR
006550         MOVE SPACES TO RTEXC02-RECORD
006560         MOVE 'RTTB100 ROW CHANGED BY A LATER RUN' TO EXC2-REASON
006570         MOVE 'BK02' TO EXC2-REASON-CD
006580         MOVE DB_BEDR          TO EXC2-DB-BEDR-01
006590         MOVE CR_BEDR          TO EXC2-CR-BEDR-01
006600         MOVE AUDI-NEW-DB_BEDR TO EXC2-DB-BEDR-02
006610         MOVE AUDI-NEW-CR_BEDR TO EXC2-CR-BEDR-02
006620         PERFORM 5300-WRITE-SKIP-RECORD THRU 5300-EXIT
006630         GO TO 5200-EXIT
006640     END-IF.
006650     MOVE AUDI-OLD-DB_BEDR TO DB_BEDR.
006660     MOVE AUDI-OLD-CR_BEDR TO CR_BEDR.
006670     EXEC SQL
006680         UPDATE RTTB100
006690            SET DB_BEDR = :DB_BEDR,
006700                CR_BEDR = :CR_BEDR
006710          WHERE REK_ID  = :REK_ID
006720            AND VAL_DAT = :VAL_DAT
006730     END-EXEC.
006740     IF SQLCODE NOT = ZERO
006750         GO TO 9100-SQL-ERROR
006760     END-IF.
006770     PERFORM 5220-DELETE-RRSO-RECORD THRU 5220-EXIT.
006780     PERFORM 5230-WRITE-REVERSAL-AUDIT THRU 5230-EXIT.
006790     PERFORM 5250-WRITE-REVERSAL-HISTORY THRU 5250-EXIT.
006800     IF EX2-GL-REVERSE
006810         PERFORM 5260-MAP-REVERSAL THRU 5260-EXIT
006820     END-IF.
006830     ADD 1 TO EX2-REVERSED-COUNT.
006840 5200-EXIT.
006850     EXIT.
006860
006870*****************************************************************
006880* 5220-DELETE-RRSO-RECORD - REMOVE THE POSTED RRSO RECORD BY ITS
006890* REK_ID+VAL_DAT PRIME KEY.  A MISSING RECORD IS REPORTED BUT
006900* DOES NOT STOP THE RTTB100 REVERSAL ALREADY MADE.
006910*****************************************************************
006920 5220-DELETE-RRSO-RECORD.
006930     MOVE AUDI-REK_ID   TO RRSO-REK_ID.
006940     MOVE AUDI-VAL_DAT  TO RRSO-VAL_DAT.
006950     MOVE AUDI-CYCLE-NO TO RRSO-CYC_NO.
006960     DELETE RRSO RECORD
006970         INVALID KEY
006980             MOVE SPACES TO RTEXC02-RECORD
006990             MOVE 'RRSO RECORD NOT FOUND FOR REVERSAL'
007000                 TO EXC2-REASON
007010             MOVE 'BK03' TO EXC2-REASON-CD
007020             PERFORM 5300-WRITE-SKIP-RECORD THRU 5300-EXIT
007030     END-DELETE.
007040 5220-EXIT.
007050     EXIT.
007060
007070*****************************************************************
007080* 5230-WRITE-REVERSAL-AUDIT - THE REVERSAL IS ITSELF AUDITED,
007090* WITH OLD AND NEW SWAPPED RELATIVE TO THE POSTING RECORD AND
007100* ACTION CODE 'R', SO COMPLIANCE SEES BOTH SIDES OF THE EVENT.
007110*****************************************************************
007120 5230-WRITE-REVERSAL-AUDIT.
007130     MOVE AUDI-REK_ID      TO AUDO-REK_ID.
007140     MOVE AUDI-VAL_DAT     TO AUDO-VAL_DAT.
007150     MOVE AUDI-NEW-DB_BEDR TO AUDO-OLD-DB_BEDR.
007160     MOVE AUDI-NEW-CR_BEDR TO AUDO-OLD-CR_BEDR.
007170     MOVE AUDI-OLD-DB_BEDR TO AUDO-NEW-DB_BEDR.
007180     MOVE AUDI-OLD-CR_BEDR TO AUDO-NEW-CR_BEDR.
007190     PERFORM 5240-BUILD-TIMESTAMP THRU 5240-EXIT.
007200     MOVE EX2-TIMESTAMP-WORK TO AUDO-TIMESTAMP.
007210     MOVE 'R' TO AUDO-ACTION-CD.
007220     MOVE AUDI-CYCLE-NO TO AUDO-CYCLE-NO.
007230     WRITE RTAUDO-RECORD.
007240     MOVE CUR_CD TO EX2-WORK-CUR-CD.
007250     PERFORM 5400-FIND-CURRENCY THRU 5400-EXIT.
007260     ADD AUDO-OLD-DB_BEDR TO EX2-CUR-AUD-DB (EX2-CUR-SUB).
007270     ADD AUDO-OLD-CR_BEDR TO EX2-CUR-AUD-CR (EX2-CUR-SUB).
007280 5230-EXIT.
007290     EXIT.
007300
007310 5240-BUILD-TIMESTAMP.
007320     MOVE SPACES TO EX2-TIMESTAMP-WORK.
007330     ACCEPT EX2-TSW-DATE FROM DATE YYYYMMDD.
007340     ACCEPT EX2-TSW-TIME FROM TIME.
007350 5240-EXIT.
007360     EXIT.
007370
007380*****************************************************************
007390* 5250-WRITE-REVERSAL-HISTORY - THE POSTING EX01 ROLLED INTO
007400* RTHIST1 STAYS ON FILE; BESIDE IT GOES A NEGATING ENTRY IN THE
007410* REVERSAL CYCLE BAND CARRYING THE AUDITED POSTED AMOUNTS WITH
007420* THE SIGN TURNED, SO THE STATEMENT SHOWS BOTH AND NETS TO ZERO.
007430* A SECOND REVERSAL OF THE SAME KEY (A RE-POSTED CYCLE BACKED OUT
007440* AGAIN) ACCUMULATES ON THE SAME ENTRY, THE WAY EX01 ACCUMULATES
007450* A SECOND POSTING.
007460*****************************************************************
007470 5250-WRITE-REVERSAL-HISTORY.
007480     MOVE AUDI-REK_ID  TO HIST-REK_ID.
007490     MOVE AUDI-VAL_DAT TO HIST-VAL_DAT.
007500     ADD AUDI-CYCLE-NO EX2-REVERSAL-CYC-BASE GIVING HIST-CYC_NO.
007510     COMPUTE HIST-DB_BEDR = ZERO - AUDI-NEW-DB_BEDR.
007520     COMPUTE HIST-CR_BEDR = ZERO - AUDI-NEW-CR_BEDR.
007530     MOVE CUR_CD       TO HIST-CUR_CD.
007540     WRITE HIST-RECORD
007550         INVALID KEY
007560             PERFORM 5255-UPDATE-REVERSAL-HISTORY THRU 5255-EXIT
007570     END-WRITE.
007580     ADD 1 TO EX2-HIST-COUNT.
007590 5250-EXIT.
007600     EXIT.
007610
007620 5255-UPDATE-REVERSAL-HISTORY.
007630     MOVE AUDI-REK_ID  TO HIST-REK_ID.
007640     MOVE AUDI-VAL_DAT TO HIST-VAL_DAT.
007650     ADD AUDI-CYCLE-NO EX2-REVERSAL-CYC-BASE GIVING HIST-CYC_NO.
007660     READ RTHIST1
007670         INVALID KEY
007680             GO TO 9300-HISTORY-ERROR
007690     END-READ.
007700     SUBTRACT AUDI-NEW-DB_BEDR FROM HIST-DB_BEDR.
007710     SUBTRACT AUDI-NEW-CR_BEDR FROM HIST-CR_BEDR.
007720     MOVE CUR_CD TO HIST-CUR_CD.
007730     REWRITE HIST-RECORD
007740         INVALID KEY
007750             GO TO 9300-HISTORY-ERROR
007760     END-REWRITE.
007770 5255-EXIT.
007780     EXIT.
007790
007800*****************************************************************
007810* 5260-MAP-REVERSAL - MAP THE REVERSED POSTING TO ITS GL ACCOUNT
007820* AND ROLL ITS AMOUNTS INTO THE JOURNAL SUMMARY.  A POSTING WITH
007830* NO MAPPING GOES TO RTEXC02 AS BK04 AND ITS AMOUNTS INTO THE
007840* DIVERTED SIDE OF THE CROSS-FOOT, SO THE RELEASE CHECK STILL
007850* PROVES NOTHING WAS LOST.
007860*****************************************************************
007870 5260-MAP-REVERSAL.
007880     MOVE CUR_CD TO EX2-WORK-CUR-CD.
007890     MOVE 'N' TO EX2-MAP-FOUND-SW.
007900     PERFORM 5265-TEST-ONE-MAPPING THRU 5265-EXIT
007910         VARYING EX2-GLM-SUB FROM 1 BY 1
007920         UNTIL EX2-GLM-SUB > EX2-GLM-COUNT
007930            OR EX2-MAP-FOUND.
007940     IF NOT EX2-MAP-FOUND
007950         PERFORM 5280-WRITE-UNMAPPED-EXCEPTION THRU 5280-EXIT
007960         GO TO 5260-EXIT
007970     END-IF.
007980     MOVE EX2-GLM-ACCT (EX2-GLM-HIT-SUB) TO EX2-WORK-GL-ACCT.
007990     PERFORM 5270-ACCUMULATE-SUMMARY THRU 5270-EXIT.
008000     ADD 1 TO EX2-MAPPED-COUNT.
008010 5260-EXIT.
008020     EXIT.
008030
008040 5265-TEST-ONE-MAPPING.
008050     IF AUDI-REK_ID NOT < EX2-GLM-FROM (EX2-GLM-SUB)
008060             AND AUDI-REK_ID NOT > EX2-GLM-TO (EX2-GLM-SUB)
008070             AND (EX2-GLM-CUR (EX2-GLM-SUB) = SPACES
008080                 OR EX2-GLM-CUR (EX2-GLM-SUB) = EX2-WORK-CUR-CD)
008090         SET EX2-MAP-FOUND TO TRUE
008100         MOVE EX2-GLM-SUB TO EX2-GLM-HIT-SUB
008110     END-IF.
008120 5265-EXIT.
008130     EXIT.
008140
008150 5270-ACCUMULATE-SUMMARY.
008160     MOVE 'N' TO EX2-SUM-FOUND-SW.
008170     PERFORM 5275-TEST-ONE-SUMMARY THRU 5275-EXIT
008180         VARYING EX2-SUM-SUB FROM 1 BY 1
008190         UNTIL EX2-SUM-SUB > EX2-SUM-COUNT
008200            OR EX2-SUM-FOUND.
008210     IF EX2-SUM-FOUND
008220         SUBTRACT 1 FROM EX2-SUM-SUB
008230     ELSE
008240         IF EX2-SUM-COUNT NOT < EX2-SUM-MAX
008250             GO TO 9500-SUMMARY-TABLE-FULL
008260         END-IF
008270         ADD 1 TO EX2-SUM-COUNT
008280         MOVE EX2-SUM-COUNT TO EX2-SUM-SUB
008290         MOVE EX2-WORK-GL-ACCT TO EX2-SUM-ACCT (EX2-SUM-SUB)
008300         MOVE EX2-WORK-CUR-CD  TO EX2-SUM-CUR (EX2-SUM-SUB)
008310         MOVE ZERO TO EX2-SUM-DB (EX2-SUM-SUB)
008320         MOVE ZERO TO EX2-SUM-CR (EX2-SUM-SUB)
008330     END-IF.
008340     ADD AUDI-NEW-DB_BEDR TO EX2-SUM-DB (EX2-SUM-SUB).
008350     ADD AUDI-NEW-CR_BEDR TO EX2-SUM-CR (EX2-SUM-SUB).
008360 5270-EXIT.
008370     EXIT.
008380
008390 5275-TEST-ONE-SUMMARY.
008400     IF EX2-SUM-ACCT (EX2-SUM-SUB) = EX2-WORK-GL-ACCT
008410             AND EX2-SUM-CUR (EX2-SUM-SUB) = EX2-WORK-CUR-CD
008420         SET EX2-SUM-FOUND TO TRUE
008430     END-IF.
008440 5275-EXIT.
008450     EXIT.
008460
008470 5280-WRITE-UNMAPPED-EXCEPTION.
008480     MOVE SPACES TO RTEXC02-RECORD.
008490     MOVE AUDI-REK_ID  TO EXC2-REK_ID.
008500     MOVE AUDI-VAL_DAT TO EXC2-VAL_DAT.
008510     MOVE 'NO GL MAPPING FOR REVERSED POSTING' TO EXC2-REASON.
008520     MOVE 'BK04' TO EXC2-REASON-CD.
008530     MOVE AUDI-NEW-DB_BEDR TO EXC2-DB-BEDR-01.
008540     MOVE AUDI-NEW-CR_BEDR TO EXC2-CR-BEDR-01.
008550     WRITE RTEXC02-RECORD.
008560     PERFORM 5400-FIND-CURRENCY THRU 5400-EXIT.
008570     ADD AUDI-NEW-DB_BEDR TO EX2-CUR-JNL-DB (EX2-CUR-SUB).
008580     ADD AUDI-NEW-CR_BEDR TO EX2-CUR-JNL-CR (EX2-CUR-SUB).
008590     ADD 1 TO EX2-UNMAPPED-COUNT.
008600 5280-EXIT.
008610     EXIT.
008620
008630*****************************************************************
008640* 5300-WRITE-SKIP-RECORD - COMMON TAIL FOR EVERY ROW THAT CANNOT
008650* BE REVERSED.  THE CALLER HAS ALREADY CLEARED THE RECORD AND
008660* FILLED THE REASON AND ANY AMOUNT PAIRS; THE KEY AND THE COUNT
008670* ARE TAKEN CARE OF HERE.
008680*****************************************************************
008690 5300-WRITE-SKIP-RECORD.
008700     MOVE AUDI-REK_ID  TO EXC2-REK_ID.
008710     MOVE AUDI-VAL_DAT TO EXC2-VAL_DAT.
008720     WRITE RTEXC02-RECORD.
008730     ADD 1 TO EX2-SKIPPED-COUNT.
008740 5300-EXIT.
008750     EXIT.
008760
008770*****************************************************************
008780* 5400-FIND-CURRENCY - POINT EX2-CUR-SUB AT THE CROSS-FOOT ENTRY
008790* FOR EX2-WORK-CUR-CD, ADDING IT ON FIRST SIGHT.
008800*****************************************************************
008810 5400-FIND-CURRENCY.
008820     MOVE 'N' TO EX2-CUR-FOUND-SW.
008830     PERFORM 5410-TEST-ONE-CURRENCY THRU 5410-EXIT
008840         VARYING EX2-CUR-SUB FROM 1 BY 1
008850         UNTIL EX2-CUR-SUB > EX2-CUR-COUNT
008860            OR EX2-CUR-FOUND.
008870     IF EX2-CUR-FOUND
008880         MOVE EX2-CUR-HIT-SUB TO EX2-CUR-SUB
008890     ELSE
008900         IF EX2-CUR-COUNT NOT < EX2-CUR-MAX
008910             GO TO 9600-CURRENCY-TABLE-FULL
008920         END-IF
008930         ADD 1 TO EX2-CUR-COUNT
008940         MOVE EX2-CUR-COUNT TO EX2-CUR-SUB
008950         MOVE EX2-WORK-CUR-CD TO EX2-CUR-CD (EX2-CUR-SUB)
008960         MOVE ZERO TO EX2-CUR-AUD-DB (EX2-CUR-SUB)
008970         MOVE ZERO TO EX2-CUR-AUD-CR (EX2-CUR-SUB)
008980         MOVE ZERO TO EX2-CUR-JNL-DB (EX2-CUR-SUB)
008990         MOVE ZERO TO EX2-CUR-JNL-CR (EX2-CUR-SUB)
009000     END-IF.
009010 5400-EXIT.
009020     EXIT.
009030
009040 5410-TEST-ONE-CURRENCY.
009050     IF EX2-CUR-CD (EX2-CUR-SUB) = EX2-WORK-CUR-CD
009060         SET EX2-CUR-FOUND TO TRUE
009070         MOVE EX2-CUR-SUB TO EX2-CUR-HIT-SUB
009080     END-IF.
009090 5410-EXIT.
009100     EXIT.
009110
009120*****************************************************************
009130* 6000-WRITE-JOURNAL - THE REVERSING RTGLJ02 BATCH, IN THE
009140* RTGLJ01 LAYOUT EX07 WRITES - HEADER, ONE DEBIT AND ONE CREDIT
009150* LINE PER GL ACCOUNT AND CURRENCY, TRAILER.  EACH SIDE IS
009160* REVERSED: THE DEBIT LINE CARRIES THE REVERSED POSTINGS'
009170* CREDITS AND THE CREDIT LINE THEIR DEBITS, SO THE BATCH LOADED
009180* OVER EX07'S CANCELS IT.  WITH THE LINES SUPPRESSED BY THE
009190* CONTROL CARD, HEADER AND TRAILER ARE STILL WRITTEN SO THE
009200* LEDGER LOAD SEES AN EMPTY BATCH RATHER THAN A MISSING FILE.
009210*****************************************************************
009220 6000-WRITE-JOURNAL SECTION.
009230 6000-WRITE-JOURNAL-PARA.
009240     PERFORM 6050-SORT-SUMMARY THRU 6050-EXIT.
009250     OPEN OUTPUT RTGLJ02.
009260     MOVE 'Y' TO EX2-RTGLJ02-OPEN-SW.
009270     MOVE SPACES TO RTGLJ02-RECORD.
009280     MOVE 'H'          TO GLJ-REC-TYPE.
009290     MOVE EX2-RUN-DATE TO GLJ-RUN-DATE.
009300     MOVE ZERO         TO GLJ-AMOUNT.
009310     MOVE ZERO         TO GLJ-AMOUNT-2.
009320     MOVE ZERO         TO GLJ-LINE-COUNT.
009330     WRITE RTGLJ02-RECORD.
009340     PERFORM 6100-WRITE-ONE-SUMMARY THRU 6100-EXIT
009350         VARYING EX2-SUM-SUB FROM 1 BY 1
009360         UNTIL EX2-SUM-SUB > EX2-SUM-COUNT.
009370     MOVE SPACES TO RTGLJ02-RECORD.
009380     MOVE 'T'            TO GLJ-REC-TYPE.
009390     MOVE EX2-RUN-DATE   TO GLJ-RUN-DATE.
009400     MOVE EX2-TOT-DB     TO GLJ-AMOUNT.
009410     MOVE EX2-TOT-CR     TO GLJ-AMOUNT-2.
009420     MOVE EX2-LINE-COUNT TO GLJ-LINE-COUNT.
009430     WRITE RTGLJ02-RECORD.
009440     CLOSE RTGLJ02.
009450     MOVE 'N' TO EX2-RTGLJ02-OPEN-SW.
009460 6000-EXIT.
009470     EXIT.
009480
009490 6050-SORT-SUMMARY.
009500     PERFORM 6060-SORT-ONE-PASS THRU 6060-EXIT
009510         VARYING EX2-SUM-SUB FROM 1 BY 1
009520         UNTIL EX2-SUM-SUB >= EX2-SUM-COUNT.
009530 6050-EXIT.
009540     EXIT.
009550
009560 6060-SORT-ONE-PASS.
009570     PERFORM 6070-SORT-COMPARE-SWAP THRU 6070-EXIT
009580         VARYING EX2-SUM-SUB2 FROM 1 BY 1
009590         UNTIL EX2-SUM-SUB2 >= EX2-SUM-COUNT.
009600 6060-EXIT.
009610     EXIT.
009620
009630 6070-SORT-COMPARE-SWAP.
009640     IF EX2-SUM-KEY (EX2-SUM-SUB2) >
009650             EX2-SUM-KEY (EX2-SUM-SUB2 + 1)
009660         MOVE EX2-SUM-ENTRY (EX2-SUM-SUB2)
009670             TO EX2-SUM-SWAP-ENTRY
009680         MOVE EX2-SUM-ENTRY (EX2-SUM-SUB2 + 1)
009690             TO EX2-SUM-ENTRY (EX2-SUM-SUB2)
009700         MOVE EX2-SUM-SWAP-ENTRY
009710             TO EX2-SUM-ENTRY (EX2-SUM-SUB2 + 1)
009720     END-IF.
009730 6070-EXIT.
009740     EXIT.
009750
009760 6100-WRITE-ONE-SUMMARY.
009770     MOVE SPACES TO RTGLJ02-RECORD.
009780     MOVE 'D'                        TO GLJ-REC-TYPE.
009790     MOVE EX2-SUM-ACCT (EX2-SUM-SUB) TO GLJ-GL-ACCT.
009800     MOVE EX2-SUM-CUR (EX2-SUM-SUB)  TO GLJ-CUR_CD.
009810     MOVE 'D'                        TO GLJ-DC-IND.
009820     MOVE EX2-SUM-CR (EX2-SUM-SUB)   TO GLJ-AMOUNT.
009830     MOVE ZERO                       TO GLJ-AMOUNT-2.
009840     MOVE EX2-RUN-DATE               TO GLJ-RUN-DATE.
009850     MOVE ZERO                       TO GLJ-LINE-COUNT.
009860     WRITE RTGLJ02-RECORD.
009870     ADD 1 TO EX2-LINE-COUNT.
009880     MOVE SPACES TO RTGLJ02-RECORD.
009890     MOVE 'D'                        TO GLJ-REC-TYPE.
009900     MOVE EX2-SUM-ACCT (EX2-SUM-SUB) TO GLJ-GL-ACCT.
009910     MOVE EX2-SUM-CUR (EX2-SUM-SUB)  TO GLJ-CUR_CD.
009920     MOVE 'C'                        TO GLJ-DC-IND.
009930     MOVE EX2-SUM-DB (EX2-SUM-SUB)   TO GLJ-AMOUNT.
009940     MOVE ZERO                       TO GLJ-AMOUNT-2.
009950     MOVE EX2-RUN-DATE               TO GLJ-RUN-DATE.
009960     MOVE ZERO                       TO GLJ-LINE-COUNT.
009970     WRITE RTGLJ02-RECORD.
009980     ADD 1 TO EX2-LINE-COUNT.
009990     ADD EX2-SUM-CR (EX2-SUM-SUB) TO EX2-TOT-DB.
010000     ADD EX2-SUM-DB (EX2-SUM-SUB) TO EX2-TOT-CR.
010010     MOVE EX2-SUM-CUR (EX2-SUM-SUB) TO EX2-WORK-CUR-CD.
010020     PERFORM 5400-FIND-CURRENCY THRU 5400-EXIT.
010030     ADD EX2-SUM-DB (EX2-SUM-SUB) TO EX2-CUR-JNL-DB (EX2-CUR-SUB).
010040     ADD EX2-SUM-CR (EX2-SUM-SUB) TO EX2-CUR-JNL-CR (EX2-CUR-SUB).
010050 6100-EXIT.
010060     EXIT.
010070
010080*****************************************************************
010090* 7000-CROSS-FOOT-TO-AUDIT - THE RELEASE CHECK.  PER CURRENCY,
010100* WHAT THE JOURNAL LINES REVERSE PLUS WHAT WAS DIVERTED AS
010110* UNMAPPED MUST EQUAL WHAT THE RTAUD01 REVERSAL RECORDS SAY WAS
010120* REVERSED.  A DIFFERENCE BEYOND TOLERANCE MEANS THE JOURNAL IS
010130* NOT THE BACKOUT - IT IS NOT RELEASED AND THE RUN ENDS RC 16.
010140* THE RTTB100, RRSO AND RTHIST1 REVERSALS ARE ALREADY MADE AND
010150* STAND.  WITH THE LINES SUPPRESSED THERE IS NOTHING TO PROVE.
010160*****************************************************************
010170 7000-CROSS-FOOT-TO-AUDIT SECTION.
010180 7000-CROSS-FOOT-PARA.
010190     IF EX2-GL-SUPPRESSED
010200         GO TO 7000-EXIT
010210     END-IF.
010220     PERFORM 7100-COMPARE-ONE-CURRENCY THRU 7100-EXIT
010230         VARYING EX2-CUR-SUB FROM 1 BY 1
010240         UNTIL EX2-CUR-SUB > EX2-CUR-COUNT.
010250     IF NOT EX2-XFOOT-OK
010260         GO TO 9700-CROSS-FOOT-ERROR
010270     END-IF.
010280     DISPLAY 'EX02 - REVERSING JOURNAL CROSS-FOOTS TO RTAUD01, '
010290             'FILE RELEASED'.
010300 7000-EXIT.
010310     EXIT.
010320
010330 7100-COMPARE-ONE-CURRENCY.
010340     COMPUTE EX2-DIFF-DB = EX2-CUR-AUD-DB (EX2-CUR-SUB)
010350                         - EX2-CUR-JNL-DB (EX2-CUR-SUB).
010360     COMPUTE EX2-DIFF-CR = EX2-CUR-AUD-CR (EX2-CUR-SUB)
010370                         - EX2-CUR-JNL-CR (EX2-CUR-SUB).
010380     IF EX2-DIFF-DB < ZERO
010390         MULTIPLY EX2-DIFF-DB BY -1 GIVING EX2-DIFF-DB
010400     END-IF.
010410     IF EX2-DIFF-CR < ZERO
010420         MULTIPLY EX2-DIFF-CR BY -1 GIVING EX2-DIFF-CR
010430     END-IF.
010440     IF EX2-DIFF-DB > EX2-XFOOT-TOLERANCE
010450             OR EX2-DIFF-CR > EX2-XFOOT-TOLERANCE
010460         DISPLAY 'EX02 - CURRENCY ' EX2-CUR-CD (EX2-CUR-SUB)
010470                 ' DOES NOT CROSS-FOOT TO RTAUD01'
010480         MOVE 'N' TO EX2-XFOOT-OK-SW
010490     END-IF.
010500 7100-EXIT.
010510     EXIT.
010520
010530*****************************************************************
010540* 8000-TERMINATE - CLOSE EVERYTHING STILL OPEN AND REPORT THE
010550* RUN COUNTS.  A RUN THAT HAD TO SKIP ROWS, OR COULD NOT MAP A
010560* REVERSED POSTING TO THE GL, ENDS WITH RETURN CODE 4 SO
010570* OPERATIONS SEES THE BACKOUT WAS NOT COMPLETE - AS DOES A
010580* BACKOUT OF A DAY EX07 HAS ALREADY JOURNALED.  THE RUN'S
010590* LEDGER ENTRY IS CLOSED OFF LAST, ON THE FINAL RETURN CODE.
010600*****************************************************************
010610 8000-TERMINATE SECTION.
010620 8000-TERMINATE-PARA.
010630     IF EX2-RTCTL02-OPEN
010640         CLOSE RTCTL02
010650     END-IF.
010660     IF EX2-RTAUDI-OPEN
010670         CLOSE RTAUDI
010680     END-IF.
010690     IF EX2-RTAUDO-OPEN
010700         CLOSE RTAUDO
010710     END-IF.
010720     IF EX2-RRSO-OPEN
010730         CLOSE RRSO
010740     END-IF.
010750     IF EX2-RTEXC02-OPEN
010760         CLOSE RTEXC02
010770     END-IF.
010780     IF EX2-RTHIST1-OPEN
010790         CLOSE RTHIST1
010800     END-IF.
010810     IF EX2-RTGLM01-OPEN
010820         CLOSE RTGLM01
010830     END-IF.
010840     IF EX2-RTGLJ02-OPEN
010850         CLOSE RTGLJ02
010860     END-IF.
010870     IF EX2-RTSTS01-OPEN
010880         CLOSE RTSTS01
010890     END-IF.
010900     DISPLAY 'EX02 - AUDIT RECORDS READ      = ' EX2-READ-COUNT.
010910     DISPLAY 'EX02 - RECORDS IN SCOPE        = '
010920             EX2-SELECTED-COUNT.
010930     DISPLAY 'EX02 - ROWS REVERSED           = '
010940             EX2-REVERSED-COUNT.
010950     DISPLAY 'EX02 - ROWS SKIPPED (REPORTED) = '
010960             EX2-SKIPPED-COUNT.
010970     DISPLAY 'EX02 - HISTORY REVERSALS       = '
010980             EX2-HIST-COUNT.
010990     DISPLAY 'EX02 - POSTINGS MAPPED TO GL   = '
011000             EX2-MAPPED-COUNT.
011010     DISPLAY 'EX02 - POSTINGS UNMAPPED       = '
011020             EX2-UNMAPPED-COUNT.
011030     DISPLAY 'EX02 - JOURNAL LINES WRITTEN   = '
011040             EX2-LINE-COUNT.
011050     IF (EX2-SKIPPED-COUNT > ZERO OR EX2-UNMAPPED-COUNT > ZERO
011060             OR EX2-LDG-JOURNALED)
011070             AND RETURN-CODE = ZERO
011080         MOVE 4 TO RETURN-CODE
011090     END-IF.
011100     PERFORM 8100-WRITE-LEDGER-END THRU 8100-EXIT.
011110 8000-EXIT.
011120     EXIT.
011130
011140*****************************************************************
011150* 8100-WRITE-LEDGER-END - CLOSE OFF THE RUN'S LEDGER ENTRY WITH
011160* ITS RETURN CODE, COUNTS AND OUTCOME, CARRYING ANY EX07
011170* WARNING OR REFUSAL.  A RUN STOPPED BY A BAD CONTROL CARD
011180* NEVER STARTED AND WRITES NOTHING.
011190*****************************************************************
011200 8100-WRITE-LEDGER-END.
011210     IF NOT EX2-LDG-STARTED
011220         GO TO 8100-EXIT
011230     END-IF.
011240     MOVE 'N' TO EX2-LDG-START-SW.
011250     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
011260     MOVE 'E' TO STS-EVENT-CD.
011270     MOVE RETURN-CODE TO STS-RETURN-CD.
011280     EVALUATE TRUE
011290         WHEN EX2-LDG-REFUSED
011300             MOVE 'R' TO STS-STATUS-CD
011310         WHEN RETURN-CODE = ZERO
011320             MOVE 'C' TO STS-STATUS-CD
011330         WHEN RETURN-CODE NOT > 4
011340             MOVE 'W' TO STS-STATUS-CD
011350         WHEN OTHER
011360             MOVE 'F' TO STS-STATUS-CD
011370     END-EVALUATE.
011380     MOVE EX2-READ-COUNT     TO STS-READ-COUNT.
011390     MOVE EX2-REVERSED-COUNT TO STS-WRITTEN-COUNT.
011400     COMPUTE STS-EXCEPTION-COUNT = EX2-SKIPPED-COUNT
011410                                 + EX2-UNMAPPED-COUNT.
011420     MOVE EX2-LDG-MESSAGE    TO STS-MESSAGE.
011430     OPEN EXTEND RTSTS01.
011440     WRITE RTSTS01-RECORD.
011450     CLOSE RTSTS01.
011460 8100-EXIT.
011470     EXIT.
011480
011490*****************************************************************
011500* 9000-ERROR-PARAGRAPHS - FATAL ERROR HANDLING, EACH WITH ITS
011510* OWN RETURN CODE, THE SAME WAY EX01 HANDLES ITS FATAL ERRORS.
011520*****************************************************************
011530 9000-ERROR-PARAGRAPHS SECTION.
011540 9100-SQL-ERROR.
011550     DISPLAY 'EX02 - SQL ERROR AGAINST RTTB100'.
011560     DISPLAY 'EX02 - SQLCODE = ' SQLCODE.
011570     DISPLAY 'EX02 - SQLERRMC = ' SQLERRMC.
011580     MOVE 20 TO RETURN-CODE.
011590     PERFORM 8000-TERMINATE THRU 8000-EXIT.
011600     STOP RUN.
011610 9100-EXIT.
011620     EXIT.
011630
011640 9200-RRSO-ERROR.
011650     DISPLAY 'EX02 - RRSO OPEN ERROR, FILE STATUS = '
011660             EX2-RRSO-STATUS.
011670     MOVE 24 TO RETURN-CODE.
011680     PERFORM 8000-TERMINATE THRU 8000-EXIT.
011690     STOP RUN.
011700 9200-EXIT.
011710     EXIT.
011720
011730 9300-HISTORY-ERROR.
011740     DISPLAY 'EX02 - RTHIST1 I/O ERROR, FILE STATUS = '
011750             EX2-HIST-STATUS.
011760     DISPLAY 'EX02 - KEY = ' HIST-PRIME-KEY.
011770     MOVE 28 TO RETURN-CODE.
011780     PERFORM 8000-TERMINATE THRU 8000-EXIT.
011790     STOP RUN.
011800 9300-EXIT.
011810     EXIT.
011820
011830 9400-MAPPING-TABLE-FULL.
011840     DISPLAY 'EX02 - GL MAPPING TABLE FULL AT ' EX2-GLM-MAX
011850             ' RULES'.
011860     MOVE 32 TO RETURN-CODE.
011870     PERFORM 8000-TERMINATE THRU 8000-EXIT.
011880     STOP RUN.
011890 9400-EXIT.
011900     EXIT.
011910
011920 9500-SUMMARY-TABLE-FULL.
011930     DISPLAY 'EX02 - JOURNAL SUMMARY TABLE FULL AT ' EX2-SUM-MAX
011940             ' ENTRIES'.
011950     MOVE 36 TO RETURN-CODE.
011960     PERFORM 8000-TERMINATE THRU 8000-EXIT.
011970     STOP RUN.
011980 9500-EXIT.
011990     EXIT.
012000
012010 9600-CURRENCY-TABLE-FULL.
012020     DISPLAY 'EX02 - CROSS-FOOT CURRENCY TABLE FULL AT '
012030             EX2-CUR-MAX ' CURRENCIES'.
012040     MOVE 40 TO RETURN-CODE.
012050     PERFORM 8000-TERMINATE THRU 8000-EXIT.
012060     STOP RUN.
012070 9600-EXIT.
012080     EXIT.
012090
012100 9700-CROSS-FOOT-ERROR.
012110     DISPLAY 'EX02 - REVERSING JOURNAL DOES NOT CROSS-FOOT TO '
012120             'RTAUD01, FILE NOT RELEASED'.
012130     MOVE 16 TO RETURN-CODE.
012140     PERFORM 8000-TERMINATE THRU 8000-EXIT.
012150     STOP RUN.
012160 9700-EXIT.
012170     EXIT.
012180
012190 9800-PREDECESSOR-REFUSAL.
012200     DISPLAY 'EX02 - ' EX2-LDG-MESSAGE.
012210     DISPLAY 'EX02 - BACKOUT OF ' CTL2-BACKOUT-DATE
012220             ' REFUSED, RERUN WITH GL REVERSAL ON'.
012230     SET EX2-LDG-REFUSED TO TRUE.
012240     MOVE 44 TO RETURN-CODE.
012250     PERFORM 8000-TERMINATE THRU 8000-EXIT.
012260     STOP RUN.
012270 9800-EXIT.
012280     EXIT.
012290
