000100* AFTER THE DOUBLE-RESTART INCIDENT NOTHING PROVED THEY STILL
000110* AGREED.  EX09 SORTS THE AUDIT TRAIL INTO KEY ORDER AND
000120* REPLAYS IT PER REK_ID/VAL_DAT/CYCLE - THE SUM OF THE AUDITED
000130* POSTINGS IS WHAT RTHIST1 MUST CARRY (A REVERSAL IS EXPECTED
000140* AS A NEGATING ENTRY IN THE REVERSAL CYCLE BAND, ITS ORIGINAL
000150* CYCLE PLUS 50), AND THE CHRONOLOGICALLY LAST AUDITED AFTER-IMAGE
000160* PER REK_ID/VAL_DAT IS WHAT THE RTTB100 ROW MUST HOLD TODAY,
000170* REVERSALS AND ALL.  THE AUDIT STREAM IS MERGED AGAINST THE
000180* HISTORY FILE IN KEY ORDER, SO A HISTORY RECORD WITH NO AUDIT
000190* AT ALL - THE INCIDENT CASE - FALLS OUT OF THE MERGE.  EVERY
000200* DISCREPANCY GOES ON THE RTREC01 REPORT WITH ALL THE AMOUNT
000210* VERSIONS AND A REASON CODE, AND THE RUN ENDS RC 4 THE WAY
000220* EX02 AND EX04 NOTIFY OPERATIONS.  BROUGHT-FORWARD SUMMARY
000230* RECORDS (VAL_DAT '00000000') HAVE NO AUDIT BY DESIGN AND ARE
000240* PASSED OVER.
000250*
000260* MODIFICATION HISTORY.
000270*   2026-09-01  MVH  ORIGINAL VERSION.
000280*   2026-10-15  MVH  EX02 NOW WRITES A NEGATING RTHIST1 ENTRY FOR
000290*                     EVERY BACKOUT UNDER THE ORIGINAL CYCLE PLUS
000300*                     50.  REVERSAL AUDIT RECORDS ARE RELEASED
000310*                     UNDER THAT BAND CYCLE AND THEIR GROUP MUST
000320*                     CARRY MINUS THE AMOUNTS THEY REVERSED.
000330*   2026-10-15  MVH  RUN LEDGER.  EACH RUN WRITES A START AND AN
000340*                     END RECORD TO RTSTS01.  A RUN ENDING RC 4
000350*                     HOLDS BACK THE EX08 ARCHIVE.
000360*   2026-10-15  MVH  EVERY DISCREPANCY IS ALSO WRITTEN TO RTDSC01
000370*                     WITH ITS AMOUNTS UNEDITED FOR THE EX17
000380*                     REPAIR.  EX17 CORRECTIONS (ACTION CODE 'C')
000390*                     ARE NOT POSTINGS AND ARE LEFT OUT OF THE
000400*                     REPLAY.
000410*****************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. EX09.
000440 AUTHOR. M V HALEN.
000450 INSTALLATION. SERVICIFI GELATO.
000460 DATE-WRITTEN. 2026-09-01.
000470 DATE-COMPILED.
000480
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-3090.
000520 SPECIAL-NAMES.
000530     DECIMAL-POINT IS COMMA.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560
000570     SELECT RTAUDI ASSIGN TO RTAUDI
000580         ORGANIZATION IS SEQUENTIAL.
000590
000600     SELECT RTHIST1 ASSIGN TO RTHIST1
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS HIST-PRIME-KEY
000640         FILE STATUS IS EX9-HIST-STATUS.
000650
000660     SELECT RTREC01 ASSIGN TO RTREC01
000670         ORGANIZATION IS SEQUENTIAL.
000680
000690     SELECT RTDSC01 ASSIGN TO RTDSC01
000700         ORGANIZATION IS SEQUENTIAL.
000710
000720     SELECT RTSTS01 ASSIGN TO RTSTS01
000730         ORGANIZATION IS SEQUENTIAL.
000740
000750     SELECT SORTWK01 ASSIGN TO SORTWK01.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790
000800 FD  RTAUDI
000810     LABEL RECORDS ARE STANDARD.
000820     COPY RTAUD01 REPLACING
000830         ==RTAUD01-RECORD==   BY ==RTAUDI-RECORD==
000840         ==AUD-REK_ID==       BY ==AUDI-REK_ID==
000850         ==AUD-VAL_DAT==      BY ==AUDI-VAL_DAT==
000860         ==AUD-OLD-DB_BEDR==  BY ==AUDI-OLD-DB_BEDR==
000870         ==AUD-OLD-CR_BEDR==  BY ==AUDI-OLD-CR_BEDR==
000880         ==AUD-NEW-DB_BEDR==  BY ==AUDI-NEW-DB_BEDR==
000890         ==AUD-NEW-CR_BEDR==  BY ==AUDI-NEW-CR_BEDR==
000900         ==AUD-TIMESTAMP==    BY ==AUDI-TIMESTAMP==
000910         ==AUD-ACTION-CD==    BY ==AUDI-ACTION-CD==
000920         ==AUD-CYCLE-NO==     BY ==AUDI-CYCLE-NO==.
000930
000940 FD  RTHIST1
000950     LABEL RECORDS ARE STANDARD.
000960     COPY RRSPST REPLACING ==RRSPST==   BY ==HIST-RECORD==
000970                           ==REK_ID==   BY ==HIST-REK_ID==
000980                           ==VAL_DAT==  BY ==HIST-VAL_DAT==
000990                           ==CYC_NO==   BY ==HIST-CYC_NO==
001000                           ==DB_BEDR==  BY ==HIST-DB_BEDR==
001010                           ==CR_BEDR==  BY ==HIST-CR_BEDR==
001020                           ==CUR_CD==   BY ==HIST-CUR_CD==.
001030*****************************************************************
001040* HIST-PRIME-KEY REDEFINES HIST-REK_ID/HIST-VAL_DAT/HIST-CYC_NO
001050* AS ONE FIELD, EXACTLY AS EX01 DECLARES IT.
001060*****************************************************************
001070 01  HIST-KEY-RECORD REDEFINES HIST-RECORD.
001080     05  HIST-PRIME-KEY          PIC X(20).
001090     05  FILLER                  PIC X(17).
001100
001110 FD  RTREC01
001120     LABEL RECORDS ARE STANDARD.
001130     COPY RTREC01.
001140
001150 FD  RTDSC01
001160     LABEL RECORDS ARE STANDARD.
001170     COPY RTDSC01.
001180
001190 FD  RTSTS01
001200     LABEL RECORDS ARE STANDARD.
001210     COPY RTSTS01.
001220
001230 SD  SORTWK01.
001240     COPY RTAUD01 REPLACING
001250         ==RTAUD01-RECORD==   BY ==SRT-RECORD==
001260         ==AUD-REK_ID==       BY ==SRT-REK_ID==
001270         ==AUD-VAL_DAT==      BY ==SRT-VAL_DAT==
001280         ==AUD-OLD-DB_BEDR==  BY ==SRT-OLD-DB_BEDR==
001290         ==AUD-OLD-CR_BEDR==  BY ==SRT-OLD-CR_BEDR==
001300         ==AUD-NEW-DB_BEDR==  BY ==SRT-NEW-DB_BEDR==
001310         ==AUD-NEW-CR_BEDR==  BY ==SRT-NEW-CR_BEDR==
001320         ==AUD-TIMESTAMP==    BY ==SRT-TIMESTAMP==
001330         ==AUD-ACTION-CD==    BY ==SRT-ACTION-CD==
001340         ==AUD-CYCLE-NO==     BY ==SRT-CYCLE-NO==.
001350
001360 WORKING-STORAGE SECTION.
001370
001380 COPY RTTB100.
001390 COPY SQLCA.
001400
001410*****************************************************************
001420* SWITCHES.
001430*****************************************************************
001440 77  EX9-AUDI-EOF-SW                 PIC X     VALUE 'N'.
001450     88  EX9-AUDI-EOF                          VALUE 'Y'.
001460 77  EX9-SORT-EOF-SW                 PIC X     VALUE 'N'.
001470     88  EX9-SORT-EOF                          VALUE 'Y'.
001480 77  EX9-HIST-EOF-SW                 PIC X     VALUE 'N'.
001490     88  EX9-HIST-EOF                          VALUE 'Y'.
001500 77  EX9-GRP-ACTIVE-SW               PIC X     VALUE 'N'.
001510     88  EX9-GRP-ACTIVE                        VALUE 'Y'.
001520 77  EX9-MAJ-ACTIVE-SW               PIC X     VALUE 'N'.
001530     88  EX9-MAJ-ACTIVE                        VALUE 'Y'.
001540 77  EX9-LDG-START-SW                PIC X     VALUE 'N'.
001550     88  EX9-LDG-STARTED                       VALUE 'Y'.
001560
001570*****************************************************************
001580* FILE-OPEN INDICATORS.  8000-TERMINATE-PARA TESTS THESE SO IT
001590* CAN CLOSE DOWN WHATEVER IS STILL OPEN ON AN ABEND PATH WITHOUT
001600* ATTEMPTING TO CLOSE A FILE THAT WAS NEVER OPENED.
001610*****************************************************************
001620 77  EX9-RTAUDI-OPEN-SW               PIC X     VALUE 'N'.
001630     88  EX9-RTAUDI-OPEN                        VALUE 'Y'.
001640 77  EX9-RTHIST1-OPEN-SW              PIC X     VALUE 'N'.
001650     88  EX9-RTHIST1-OPEN                       VALUE 'Y'.
001660 77  EX9-RTREC01-OPEN-SW              PIC X     VALUE 'N'.
001670     88  EX9-RTREC01-OPEN                       VALUE 'Y'.
001680 77  EX9-RTDSC01-OPEN-SW              PIC X     VALUE 'N'.
001690     88  EX9-RTDSC01-OPEN                       VALUE 'Y'.
001700 77  EX9-RTSTS01-OPEN-SW              PIC X     VALUE 'N'.
001710     88  EX9-RTSTS01-OPEN                       VALUE 'Y'.
001720
001730*****************************************************************
001740* COUNTERS AND WORK AREAS.
001750*****************************************************************
001760 77  EX9-HIST-STATUS          PIC X(02) VALUE SPACES.
001770 77  EX9-AUD-READ-COUNT       PIC 9(09) COMP VALUE ZERO.
001780 77  EX9-CORRECTION-COUNT     PIC 9(09) COMP VALUE ZERO.
001790 77  EX9-GROUP-COUNT          PIC 9(09) COMP VALUE ZERO.
001800 77  EX9-HIST-READ-COUNT      PIC 9(09) COMP VALUE ZERO.
001810 77  EX9-DISCREP-COUNT        PIC 9(09) COMP VALUE ZERO.
001820 77  EX9-HN01-COUNT           PIC 9(09) COMP VALUE ZERO.
001830 77  EX9-HM01-COUNT           PIC 9(09) COMP VALUE ZERO.
001840 77  EX9-HA01-COUNT           PIC 9(09) COMP VALUE ZERO.
001850 77  EX9-TN01-COUNT           PIC 9(09) COMP VALUE ZERO.
001860 77  EX9-TM01-COUNT           PIC 9(09) COMP VALUE ZERO.
001870 77  EX9-AMT1-ED              PIC ZZZZZZZZZ9,99-.
001880 77  EX9-AMT2-ED              PIC ZZZZZZZZZ9,99-.
001890 77  EX9-AMT3-ED              PIC ZZZZZZZZZ9,99-.
001900 77  EX9-AMT4-ED              PIC ZZZZZZZZZ9,99-.
001910 77  EX9-RPT-REASON-CD        PIC X(04) VALUE SPACES.
001920 77  EX9-REVERSAL-CYC-BASE    PIC 9(02) VALUE 50.
001930 77  EX9-DSC-AUD-DB           PIC S9(13)V9(2) COMP-3 VALUE ZERO.
001940 77  EX9-DSC-AUD-CR           PIC S9(13)V9(2) COMP-3 VALUE ZERO.
001950 77  EX9-DSC-FOUND-DB         PIC S9(13)V9(2) COMP-3 VALUE ZERO.
001960 77  EX9-DSC-FOUND-CR         PIC S9(13)V9(2) COMP-3 VALUE ZERO.
001970
001980 01  EX9-DSC-KEY.
001990     05  EX9-DSC-REK-ID          PIC X(10).
002000     05  EX9-DSC-VAL-DAT         PIC X(08).
002010     05  EX9-DSC-CYC-NO          PIC 9(02).
002020
002030*****************************************************************
002040* GROUP (REK_ID/VAL_DAT/CYCLE) AND MAJOR (REK_ID/VAL_DAT)
002050* ACCUMULATORS.  THE GROUP GATHERS WHAT RTHIST1 MUST CARRY -
002060* THE SUM OF THE AUDITED 'P' AFTER-IMAGES, OR IN THE REVERSAL
002070* BAND MINUS THE SUM OF THE 'R' BEFORE-IMAGES (THE AMOUNTS THE
002080* BACKOUT TOOK OFF).  THE MAJOR TRACKS
002090* WHAT RTTB100 MUST HOLD - THE AFTER-IMAGE OF THE
002100* CHRONOLOGICALLY LATEST AUDIT RECORD, POSTING OR REVERSAL,
002110* JUDGED BY THE TIMESTAMP SO AN OUT-OF-ORDER BACKOUT STILL
002120* LANDS ON THE RIGHT EXPECTATION.
002130*****************************************************************
002140 01  EX9-GRP-KEY.
002150     05  EX9-GRP-REK-ID          PIC X(10).
002160     05  EX9-GRP-VAL-DAT         PIC X(08).
002170     05  EX9-GRP-CYC-NO          PIC 9(02).
002180 01  EX9-THIS-KEY.
002190     05  EX9-THIS-REK-ID         PIC X(10).
002200     05  EX9-THIS-VAL-DAT        PIC X(08).
002210     05  EX9-THIS-CYC-NO         PIC 9(02).
002220 01  EX9-MAJ-KEY.
002230     05  EX9-MAJ-REK-ID          PIC X(10).
002240     05  EX9-MAJ-VAL-DAT         PIC X(08).
002250 77  EX9-GRP-HIST-DB          PIC S9(13)V9(2) COMP-3 VALUE ZERO.
002260 77  EX9-GRP-HIST-CR          PIC S9(13)V9(2) COMP-3 VALUE ZERO.
002270 77  EX9-TB-NEW-DB            PIC S9(13)V9(2) COMP-3 VALUE ZERO.
002280 77  EX9-TB-NEW-CR            PIC S9(13)V9(2) COMP-3 VALUE ZERO.
002290 77  EX9-TB-LAST-TS           PIC X(26) VALUE LOW-VALUES.
002300 77  EX9-RUN-DATE             PIC X(08) VALUE SPACES.
002310
002320 01  EX9-HIST-CUR-KEY.
002330     05  EX9-HIST-CUR-REK        PIC X(10).
002340     05  EX9-HIST-CUR-DAT        PIC X(08).
002350     05  EX9-HIST-CUR-CYC        PIC 9(02).
002360
002370 PROCEDURE DIVISION.
002380
002390*****************************************************************
002400* 0000-MAINLINE - OVERALL CONTROL FLOW.  THE SORT CARRIES THE
002410* WHOLE RECONCILIATION - THE INPUT PROCEDURE RELEASES THE RAW
002420* AUDIT TRAIL, THE OUTPUT PROCEDURE REPLAYS IT IN KEY ORDER
002430* AGAINST RTHIST1 AND RTTB100.
002440*****************************************************************
002450 0000-MAINLINE SECTION.
002460 0000-START.
002470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002480     SORT SORTWK01
002490         ON ASCENDING KEY SRT-REK_ID
002500                          SRT-VAL_DAT
002510                          SRT-CYCLE-NO
002520                          SRT-TIMESTAMP
002530         INPUT PROCEDURE IS 3000-RELEASE-AUDIT THRU 3000-EXIT
002540         OUTPUT PROCEDURE IS 4000-REPLAY-AUDIT THRU 4000-EXIT.
002550     PERFORM 7500-WRITE-RUN-COUNTS THRU 7500-EXIT.
002560     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002570     STOP RUN.
002580 0000-EXIT.
002590     EXIT.
002600
002610*****************************************************************
002620* 1000-INITIALIZE - RECORD THE START ON THE RUN LEDGER, OPEN
002630* THE REPORT AND THE HISTORY FOR THE KEY-ORDER MERGE.
002640*****************************************************************
002650 1000-INITIALIZE SECTION.
002660 1000-INITIALIZE-PARA.
002670     ACCEPT EX9-RUN-DATE FROM DATE YYYYMMDD.
002680     PERFORM 1800-WRITE-LEDGER-START THRU 1800-EXIT.
002690     OPEN OUTPUT RTREC01.
002700     MOVE 'Y' TO EX9-RTREC01-OPEN-SW.
002710     OPEN OUTPUT RTDSC01.
002720     MOVE 'Y' TO EX9-RTDSC01-OPEN-SW.
002730     OPEN INPUT RTHIST1.
002740     IF EX9-HIST-STATUS NOT = '00'
002750         GO TO 9200-HISTORY-ERROR
002760     END-IF.
002770     MOVE 'Y' TO EX9-RTHIST1-OPEN-SW.
002780     PERFORM 5400-READ-ONE-HISTORY THRU 5400-EXIT.
002790 1000-EXIT.
002800     EXIT.
002810
002820*****************************************************************
002830* 1800-WRITE-LEDGER-START - RECORD ON THE RTSTS01 RUN LEDGER
002840* THAT THE RECONCILIATION HAS STARTED.  THE END RECORD IS
002850* WRITTEN BY 8100-WRITE-LEDGER-END ON EVERY PATH OUT OF THE
002860* PROGRAM.
002870*****************************************************************
002880 1800-WRITE-LEDGER-START.
002890     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
002900     MOVE 'S' TO STS-EVENT-CD.
002910     OPEN EXTEND RTSTS01.
002920     MOVE 'Y' TO EX9-RTSTS01-OPEN-SW.
002930     WRITE RTSTS01-RECORD.
002940     CLOSE RTSTS01.
002950     MOVE 'N' TO EX9-RTSTS01-OPEN-SW.
002960     SET EX9-LDG-STARTED TO TRUE.
002970 1800-EXIT.
002980     EXIT.
002990
003000 1810-BUILD-LEDGER-RECORD.
003010     MOVE SPACES TO RTSTS01-RECORD.
003020     MOVE EX9-RUN-DATE  TO STS-BUS-DATE.
003030     MOVE ZERO          TO STS-CYCLE-NO.
003040     MOVE 'EX09'        TO STS-PROGRAM-ID.
003050     ACCEPT STS-EVENT-DATE FROM DATE YYYYMMDD.
003060     ACCEPT STS-EVENT-TIME FROM TIME.
003070     MOVE ZERO TO STS-RETURN-CD
003080                  STS-READ-COUNT
003090                  STS-WRITTEN-COUNT
003100                  STS-EXCEPTION-COUNT.
003110 1810-EXIT.
003120     EXIT.
003130
003140*****************************************************************
003150* 3000-RELEASE-AUDIT - SORT INPUT PROCEDURE.  THE AUDIT TRAIL
003160* GOES TO THE SORT - POSTINGS AND REVERSALS BOTH, THE REPLAY
003170* NEEDS THEM ALL.  A REVERSAL GOES IN UNDER ITS BAND CYCLE SO
003180* IT GROUPS WITH THE NEGATING HISTORY ENTRY EX02 WROTE FOR IT.
003190* AN EX17 CORRECTION ONLY BROUGHT A STORE INTO LINE WITH THE
003200* REPLAY AND IS NOT RELEASED.
003210*****************************************************************
003220 3000-RELEASE-AUDIT SECTION.
003230 3000-RELEASE-PARA.
003240     OPEN INPUT RTAUDI.
003250     MOVE 'Y' TO EX9-RTAUDI-OPEN-SW.
003260     PERFORM 3100-RELEASE-ONE-AUDIT THRU 3100-EXIT
003270         UNTIL EX9-AUDI-EOF.
003280     CLOSE RTAUDI.
003290     MOVE 'N' TO EX9-RTAUDI-OPEN-SW.
003300 3000-EXIT.
003310     EXIT.
003320
003330 3100-RELEASE-ONE-AUDIT.
003340     READ RTAUDI
003350         AT END
003360             SET EX9-AUDI-EOF TO TRUE
003370         NOT AT END
003380             ADD 1 TO EX9-AUD-READ-COUNT
003390             MOVE RTAUDI-RECORD TO SRT-RECORD
003400             IF SRT-ACTION-CD = 'C'
003410                 ADD 1 TO EX9-CORRECTION-COUNT
003420             ELSE
003430                 IF SRT-ACTION-CD = 'R'
003440                     ADD EX9-REVERSAL-CYC-BASE TO SRT-CYCLE-NO
003450                 END-IF
003460                 RELEASE SRT-RECORD
003470             END-IF
003480     END-READ.
003490 3100-EXIT.
003500     EXIT.
003510
003520*****************************************************************
003530* 4000-REPLAY-AUDIT - SORT OUTPUT PROCEDURE.  THE SORTED AUDIT
003540* COMES BACK ONE KEY AFTER ANOTHER; EACH GROUP IS CLOSED OFF
003550* AGAINST RTHIST1, EACH REK_ID/VAL_DAT AGAINST RTTB100, AND
003560* WHATEVER HISTORY REMAINS AT THE END NEVER HAD AN AUDIT AND
003570* IS REPORTED.
003580*****************************************************************
003590 4000-REPLAY-AUDIT SECTION.
003600 4000-REPLAY-PARA.
003610     PERFORM 4100-RETURN-ONE-AUDIT THRU 4100-EXIT
003620         UNTIL EX9-SORT-EOF.
003630     IF EX9-GRP-ACTIVE
003640         PERFORM 5200-FINISH-GROUP THRU 5200-EXIT
003650     END-IF.
003660     IF EX9-MAJ-ACTIVE
003670         PERFORM 5300-FINISH-MAJOR THRU 5300-EXIT
003680     END-IF.
003690     PERFORM 5450-REPORT-ONE-ORPHAN THRU 5450-EXIT
003700         UNTIL EX9-HIST-EOF.
003710 4000-EXIT.
003720     EXIT.
003730
003740 4100-RETURN-ONE-AUDIT.
003750     RETURN SORTWK01
003760         AT END
003770             SET EX9-SORT-EOF TO TRUE
003780         NOT AT END
003790             PERFORM 5100-REPLAY-ONE-AUDIT THRU 5100-EXIT
003800     END-RETURN.
003810 4100-EXIT.
003820     EXIT.
003830
003840 5100-REPLAY-ONE-AUDIT.
003850     MOVE SRT-REK_ID   TO EX9-THIS-REK-ID.
003860     MOVE SRT-VAL_DAT  TO EX9-THIS-VAL-DAT.
003870     MOVE SRT-CYCLE-NO TO EX9-THIS-CYC-NO.
003880     IF EX9-GRP-ACTIVE
003890             AND EX9-THIS-KEY NOT = EX9-GRP-KEY
003900         PERFORM 5200-FINISH-GROUP THRU 5200-EXIT
003910     END-IF.
003920     IF EX9-MAJ-ACTIVE
003930             AND (EX9-THIS-REK-ID NOT = EX9-MAJ-REK-ID
003940                 OR EX9-THIS-VAL-DAT NOT = EX9-MAJ-VAL-DAT)
003950         PERFORM 5300-FINISH-MAJOR THRU 5300-EXIT
003960     END-IF.
003970     IF NOT EX9-GRP-ACTIVE
003980         MOVE EX9-THIS-KEY TO EX9-GRP-KEY
003990         MOVE ZERO TO EX9-GRP-HIST-DB
004000         MOVE ZERO TO EX9-GRP-HIST-CR
004010         SET EX9-GRP-ACTIVE TO TRUE
004020         ADD 1 TO EX9-GROUP-COUNT
004030     END-IF.
004040     IF NOT EX9-MAJ-ACTIVE
004050         MOVE EX9-THIS-REK-ID  TO EX9-MAJ-REK-ID
004060         MOVE EX9-THIS-VAL-DAT TO EX9-MAJ-VAL-DAT
004070         MOVE ZERO TO EX9-TB-NEW-DB
004080         MOVE ZERO TO EX9-TB-NEW-CR
004090         MOVE LOW-VALUES TO EX9-TB-LAST-TS
004100         SET EX9-MAJ-ACTIVE TO TRUE
004110     END-IF.
004120     IF SRT-ACTION-CD = 'P'
004130         ADD SRT-NEW-DB_BEDR TO EX9-GRP-HIST-DB
004140         ADD SRT-NEW-CR_BEDR TO EX9-GRP-HIST-CR
004150     END-IF.
004160     IF SRT-ACTION-CD = 'R'
004170         SUBTRACT SRT-OLD-DB_BEDR FROM EX9-GRP-HIST-DB
004180         SUBTRACT SRT-OLD-CR_BEDR FROM EX9-GRP-HIST-CR
004190     END-IF.
004200     IF SRT-TIMESTAMP NOT < EX9-TB-LAST-TS
004210         MOVE SRT-TIMESTAMP   TO EX9-TB-LAST-TS
004220         MOVE SRT-NEW-DB_BEDR TO EX9-TB-NEW-DB
004230         MOVE SRT-NEW-CR_BEDR TO EX9-TB-NEW-CR
004240     END-IF.
004250 5100-EXIT.
004260     EXIT.
004270
004280*****************************************************************
004290* 5200-FINISH-GROUP - THE GROUP'S AUDITED POSTINGS ARE COMPLETE.
004300* WALK THE HISTORY FORWARD TO THE GROUP KEY (ANYTHING PASSED
004310* OVER HAS NO AUDIT AND IS REPORTED), THEN PROVE THE HISTORY
004320* RECORD CARRIES EXACTLY THE SUM OF THE AUDITED AFTER-IMAGES.
004330*****************************************************************
004340 5200-FINISH-GROUP.
004350     PERFORM 5450-REPORT-ONE-ORPHAN THRU 5450-EXIT
004360         UNTIL EX9-HIST-EOF
004370            OR EX9-HIST-CUR-KEY NOT < EX9-GRP-KEY.
004380     IF NOT EX9-HIST-EOF
004390             AND EX9-HIST-CUR-KEY = EX9-GRP-KEY
004400         IF HIST-DB_BEDR NOT = EX9-GRP-HIST-DB
004410                 OR HIST-CR_BEDR NOT = EX9-GRP-HIST-CR
004420             MOVE 'HM01' TO EX9-RPT-REASON-CD
004430             MOVE EX9-GRP-HIST-DB TO EX9-AMT1-ED
004440             MOVE EX9-GRP-HIST-CR TO EX9-AMT2-ED
004450             MOVE HIST-DB_BEDR    TO EX9-AMT3-ED
004460             MOVE HIST-CR_BEDR    TO EX9-AMT4-ED
004470             MOVE EX9-GRP-HIST-DB TO EX9-DSC-AUD-DB
004480             MOVE EX9-GRP-HIST-CR TO EX9-DSC-AUD-CR
004490             MOVE HIST-DB_BEDR    TO EX9-DSC-FOUND-DB
004500             MOVE HIST-CR_BEDR    TO EX9-DSC-FOUND-CR
004510             ADD 1 TO EX9-HM01-COUNT
004520             PERFORM 5500-WRITE-GROUP-LINE THRU 5500-EXIT
004530         END-IF
004540         PERFORM 5400-READ-ONE-HISTORY THRU 5400-EXIT
004550     ELSE
004560         MOVE 'HN01' TO EX9-RPT-REASON-CD
004570         MOVE EX9-GRP-HIST-DB TO EX9-AMT1-ED
004580         MOVE EX9-GRP-HIST-CR TO EX9-AMT2-ED
004590         MOVE ZERO            TO EX9-AMT3-ED
004600         MOVE ZERO            TO EX9-AMT4-ED
004610         MOVE EX9-GRP-HIST-DB TO EX9-DSC-AUD-DB
004620         MOVE EX9-GRP-HIST-CR TO EX9-DSC-AUD-CR
004630         MOVE ZERO            TO EX9-DSC-FOUND-DB
004640         MOVE ZERO            TO EX9-DSC-FOUND-CR
004650         ADD 1 TO EX9-HN01-COUNT
004660         PERFORM 5500-WRITE-GROUP-LINE THRU 5500-EXIT
004670     END-IF.
004680     MOVE 'N' TO EX9-GRP-ACTIVE-SW.
004690 5200-EXIT.
004700     EXIT.
004710
004720*****************************************************************
004730* 5300-FINISH-MAJOR - EVERY AUDIT FOR THE REK_ID/VAL_DAT IS IN.
004740* THE RTTB100 ROW MUST HOLD THE LATEST AUDITED AFTER-IMAGE -
004750* AFTER A CLEAN BACKOUT THAT IS THE RESTORED PRE-RUN AMOUNTS,
004760* AFTER A SECOND CYCLE IT IS THAT CYCLE'S POSTING.
004770*****************************************************************
004780 5300-FINISH-MAJOR.
004790     MOVE EX9-MAJ-REK-ID  TO REK_ID.
004800     MOVE EX9-MAJ-VAL-DAT TO VAL_DAT.
004810     EXEC SQL
004820         SELECT DB_BEDR, CR_BEDR
004830           INTO :DB_BEDR, :CR_BEDR
004840           FROM RTTB100
004850          WHERE REK_ID  = :REK_ID
004860            AND VAL_DAT = :VAL_DAT
004870     END-EXEC.
004880     IF SQLCODE = +100
004890         MOVE 'TN01' TO EX9-RPT-REASON-CD
004900         MOVE EX9-TB-NEW-DB TO EX9-AMT1-ED
004910         MOVE EX9-TB-NEW-CR TO EX9-AMT2-ED
004920         MOVE ZERO          TO EX9-AMT3-ED
004930         MOVE ZERO          TO EX9-AMT4-ED
004940         MOVE EX9-TB-NEW-DB TO EX9-DSC-AUD-DB
004950         MOVE EX9-TB-NEW-CR TO EX9-DSC-AUD-CR
004960         MOVE ZERO          TO EX9-DSC-FOUND-DB
004970         MOVE ZERO          TO EX9-DSC-FOUND-CR
004980         ADD 1 TO EX9-TN01-COUNT
004990         PERFORM 5550-WRITE-MAJOR-LINE THRU 5550-EXIT
005000         GO TO 5300-DONE
005010     END-IF.
005020     IF SQLCODE NOT = ZERO
005030         GO TO 9100-SQL-ERROR
005040     END-IF.
005050     IF DB_BEDR NOT = EX9-TB-NEW-DB
005060             OR CR_BEDR NOT = EX9-TB-NEW-CR
005070         MOVE 'TM01' TO EX9-RPT-REASON-CD
005080         MOVE EX9-TB-NEW-DB TO EX9-AMT1-ED
005090         MOVE EX9-TB-NEW-CR TO EX9-AMT2-ED
005100         MOVE DB_BEDR       TO EX9-AMT3-ED
005110         MOVE CR_BEDR       TO EX9-AMT4-ED
005120         MOVE EX9-TB-NEW-DB TO EX9-DSC-AUD-DB
005130         MOVE EX9-TB-NEW-CR TO EX9-DSC-AUD-CR
005140         MOVE DB_BEDR       TO EX9-DSC-FOUND-DB
005150         MOVE CR_BEDR       TO EX9-DSC-FOUND-CR
005160         ADD 1 TO EX9-TM01-COUNT
005170         PERFORM 5550-WRITE-MAJOR-LINE THRU 5550-EXIT
005180     END-IF.
005190 5300-DONE.
005200     MOVE 'N' TO EX9-MAJ-ACTIVE-SW.
005210 5300-EXIT.
005220     EXIT.
005230
005240*****************************************************************
005250* 5400-READ-ONE-HISTORY - NEXT HISTORY DETAIL IN KEY ORDER.
005260* BROUGHT-FORWARD SUMMARIES (VAL_DAT '00000000') HAVE NO AUDIT
005270* BY DESIGN AND ARE PASSED OVER.
005280*****************************************************************
005290 5400-READ-ONE-HISTORY.
005300     READ RTHIST1 NEXT RECORD
005310         AT END
005320             SET EX9-HIST-EOF TO TRUE
005330             MOVE HIGH-VALUES TO EX9-HIST-CUR-KEY
005340     END-READ.
005350     IF EX9-HIST-EOF
005360         GO TO 5400-EXIT
005370     END-IF.
005380     IF HIST-VAL_DAT = '00000000'
005390         GO TO 5400-READ-ONE-HISTORY
005400     END-IF.
005410     ADD 1 TO EX9-HIST-READ-COUNT.
005420     MOVE HIST-REK_ID  TO EX9-HIST-CUR-REK.
005430     MOVE HIST-VAL_DAT TO EX9-HIST-CUR-DAT.
005440     MOVE HIST-CYC_NO  TO EX9-HIST-CUR-CYC.
005450 5400-EXIT.
005460     EXIT.
005470
005480 5450-REPORT-ONE-ORPHAN.
005490     MOVE 'HA01' TO EX9-RPT-REASON-CD.
005500     MOVE ZERO          TO EX9-AMT1-ED.
005510     MOVE ZERO          TO EX9-AMT2-ED.
005520     MOVE HIST-DB_BEDR  TO EX9-AMT3-ED.
005530     MOVE HIST-CR_BEDR  TO EX9-AMT4-ED.
005540     MOVE ZERO          TO EX9-DSC-AUD-DB.
005550     MOVE ZERO          TO EX9-DSC-AUD-CR.
005560     MOVE HIST-DB_BEDR  TO EX9-DSC-FOUND-DB.
005570     MOVE HIST-CR_BEDR  TO EX9-DSC-FOUND-CR.
005580     ADD 1 TO EX9-HA01-COUNT.
005590     MOVE SPACES TO REC-LINE-TEXT.
005600     STRING EX9-HIST-CUR-REK ' ' EX9-HIST-CUR-DAT ' '
005610            EX9-HIST-CUR-CYC ' ' EX9-RPT-REASON-CD
005620            ' AUD' EX9-AMT1-ED EX9-AMT2-ED
005630            ' HIS' EX9-AMT3-ED EX9-AMT4-ED
005640            DELIMITED BY SIZE INTO REC-LINE-TEXT.
005650     WRITE RTREC01-RECORD.
005660     ADD 1 TO EX9-DISCREP-COUNT.
005670     MOVE EX9-HIST-CUR-KEY TO EX9-DSC-KEY.
005680     PERFORM 5600-WRITE-FINDING THRU 5600-EXIT.
005690     PERFORM 5400-READ-ONE-HISTORY THRU 5400-EXIT.
005700 5450-EXIT.
005710     EXIT.
005720
005730 5500-WRITE-GROUP-LINE.
005740     MOVE SPACES TO REC-LINE-TEXT.
005750     STRING EX9-GRP-REK-ID ' ' EX9-GRP-VAL-DAT ' '
005760            EX9-GRP-CYC-NO ' ' EX9-RPT-REASON-CD
005770            ' AUD' EX9-AMT1-ED EX9-AMT2-ED
005780            ' HIS' EX9-AMT3-ED EX9-AMT4-ED
005790            DELIMITED BY SIZE INTO REC-LINE-TEXT.
005800     WRITE RTREC01-RECORD.
005810     ADD 1 TO EX9-DISCREP-COUNT.
005820     MOVE EX9-GRP-KEY TO EX9-DSC-KEY.
005830     PERFORM 5600-WRITE-FINDING THRU 5600-EXIT.
005840 5500-EXIT.
005850     EXIT.
005860
005870 5550-WRITE-MAJOR-LINE.
005880     MOVE SPACES TO REC-LINE-TEXT.
005890     STRING EX9-MAJ-REK-ID ' ' EX9-MAJ-VAL-DAT ' '
005900            '  ' ' ' EX9-RPT-REASON-CD
005910            ' AUD' EX9-AMT1-ED EX9-AMT2-ED
005920            ' TB1' EX9-AMT3-ED EX9-AMT4-ED
005930            DELIMITED BY SIZE INTO REC-LINE-TEXT.
005940     WRITE RTREC01-RECORD.
005950     ADD 1 TO EX9-DISCREP-COUNT.
005960     MOVE EX9-MAJ-REK-ID  TO EX9-DSC-REK-ID.
005970     MOVE EX9-MAJ-VAL-DAT TO EX9-DSC-VAL-DAT.
005980     MOVE ZERO            TO EX9-DSC-CYC-NO.
005990     PERFORM 5600-WRITE-FINDING THRU 5600-EXIT.
006000 5550-EXIT.
006010     EXIT.
006020
006030*****************************************************************
006040* 5600-WRITE-FINDING - THE DISCREPANCY JUST REPORTED, UNEDITED,
006050* ON RTDSC01 FOR THE EX17 REPAIR.
006060*****************************************************************
006070 5600-WRITE-FINDING.
006080     MOVE SPACES            TO RTDSC01-RECORD.
006090     MOVE EX9-DSC-REK-ID    TO DSC-REK_ID.
006100     MOVE EX9-DSC-VAL-DAT   TO DSC-VAL_DAT.
006110     MOVE EX9-DSC-CYC-NO    TO DSC-CYC-NO.
006120     MOVE EX9-RPT-REASON-CD TO DSC-REASON-CD.
006130     MOVE EX9-DSC-AUD-DB    TO DSC-AUD-DB.
006140     MOVE EX9-DSC-AUD-CR    TO DSC-AUD-CR.
006150     MOVE EX9-DSC-FOUND-DB  TO DSC-FOUND-DB.
006160     MOVE EX9-DSC-FOUND-CR  TO DSC-FOUND-CR.
006170     MOVE EX9-RUN-DATE      TO DSC-RUN-DATE.
006180     WRITE RTDSC01-RECORD.
006190 5600-EXIT.
006200     EXIT.
006210
006220*****************************************************************
006230* 7500-WRITE-RUN-COUNTS - THE CONSOLE SIGN-OFF.  ANY
006240* DISCREPANCY ENDS THE RUN WITH RETURN CODE 4 SO OPERATIONS
006250* NOTICES, THE WAY EX02 AND EX04 DO.
006260*****************************************************************
006270 7500-WRITE-RUN-COUNTS SECTION.
006280 7500-WRITE-COUNTS-PARA.
006290     DISPLAY 'EX09 - AUDIT RECORDS READ      = '
006300             EX9-AUD-READ-COUNT.
006310     DISPLAY 'EX09 - CORRECTIONS PASSED OVER = '
006320             EX9-CORRECTION-COUNT.
006330     DISPLAY 'EX09 - AUDIT KEYS REPLAYED     = '
006340             EX9-GROUP-COUNT.
006350     DISPLAY 'EX09 - HISTORY DETAILS READ    = '
006360             EX9-HIST-READ-COUNT.
006370     DISPLAY 'EX09 - DISCREPANCIES REPORTED  = '
006380             EX9-DISCREP-COUNT.
006390     DISPLAY 'EX09 - HN01 HISTORY MISSING    = '
006400             EX9-HN01-COUNT.
006410     DISPLAY 'EX09 - HM01 HISTORY DIFFERS    = '
006420             EX9-HM01-COUNT.
006430     DISPLAY 'EX09 - HA01 HISTORY UNAUDITED  = '
006440             EX9-HA01-COUNT.
006450     DISPLAY 'EX09 - TN01 RTTB100 MISSING    = '
006460             EX9-TN01-COUNT.
006470     DISPLAY 'EX09 - TM01 RTTB100 DIFFERS    = '
006480             EX9-TM01-COUNT.
006490     IF EX9-DISCREP-COUNT > ZERO
006500             AND RETURN-CODE = ZERO
006510         MOVE 4 TO RETURN-CODE
006520     END-IF.
006530 7500-EXIT.
006540     EXIT.
006550
006560*****************************************************************
006570* 8000-TERMINATE - CLOSE EVERYTHING STILL OPEN AND CLOSE OFF THE
006580* RUN'S LEDGER ENTRY.
006590*****************************************************************
006600 8000-TERMINATE SECTION.
006610 8000-TERMINATE-PARA.
006620     IF EX9-RTAUDI-OPEN
006630         CLOSE RTAUDI
006640     END-IF.
006650     IF EX9-RTHIST1-OPEN
006660         CLOSE RTHIST1
006670     END-IF.
006680     IF EX9-RTREC01-OPEN
006690         CLOSE RTREC01
006700     END-IF.
006710     IF EX9-RTDSC01-OPEN
006720         CLOSE RTDSC01
006730     END-IF.
006740     IF EX9-RTSTS01-OPEN
006750         CLOSE RTSTS01
006760     END-IF.
006770     PERFORM 8100-WRITE-LEDGER-END THRU 8100-EXIT.
006780 8000-EXIT.
006790     EXIT.
006800
006810*****************************************************************
006820* 8100-WRITE-LEDGER-END - CLOSE OFF THE RUN'S LEDGER ENTRY WITH
006830* ITS RETURN CODE, COUNTS AND OUTCOME.  DISCREPANCIES MAKE IT A
006840* 'W' RUN, WHICH EX08 WILL NOT ARCHIVE BEHIND.
006850*****************************************************************
006860 8100-WRITE-LEDGER-END.
006870     IF NOT EX9-LDG-STARTED
006880         GO TO 8100-EXIT
006890     END-IF.
006900     MOVE 'N' TO EX9-LDG-START-SW.
006910     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
006920     MOVE 'E' TO STS-EVENT-CD.
006930     MOVE RETURN-CODE TO STS-RETURN-CD.
006940     EVALUATE TRUE
006950         WHEN RETURN-CODE = ZERO
006960             MOVE 'C' TO STS-STATUS-CD
006970         WHEN RETURN-CODE NOT > 4
006980             MOVE 'W' TO STS-STATUS-CD
006990         WHEN OTHER
007000             MOVE 'F' TO STS-STATUS-CD
007010     END-EVALUATE.
007020     MOVE EX9-AUD-READ-COUNT TO STS-READ-COUNT.
007030     MOVE EX9-GROUP-COUNT    TO STS-WRITTEN-COUNT.
007040     MOVE EX9-DISCREP-COUNT  TO STS-EXCEPTION-COUNT.
007050     IF EX9-DISCREP-COUNT > ZERO
007060         MOVE 'DISCREPANCIES ON RTREC01' TO STS-MESSAGE
007070     END-IF.
007080     OPEN EXTEND RTSTS01.
007090     WRITE RTSTS01-RECORD.
007100     CLOSE RTSTS01.
007110 8100-EXIT.
007120     EXIT.
007130
007140*****************************************************************
007150* 9000-ERROR-PARAGRAPHS - FATAL ERROR HANDLING, EACH WITH ITS
007160* OWN RETURN CODE, THE SAME WAY EX01 HANDLES ITS FATAL ERRORS.
007170*****************************************************************
007180 9000-ERROR-PARAGRAPHS SECTION.
007190 9100-SQL-ERROR.
007200     DISPLAY 'EX09 - SQL ERROR AGAINST RTTB100'.
007210     DISPLAY 'EX09 - SQLCODE = ' SQLCODE.
007220     DISPLAY 'EX09 - SQLERRMC = ' SQLERRMC.
007230     MOVE 20 TO RETURN-CODE.
007240     PERFORM 8000-TERMINATE THRU 8000-EXIT.
007250     STOP RUN.
007260 9100-EXIT.
007270     EXIT.
007280
007290 9200-HISTORY-ERROR.
007300     DISPLAY 'EX09 - RTHIST1 OPEN ERROR, FILE STATUS = '
007310             EX9-HIST-STATUS.
007320     MOVE 24 TO RETURN-CODE.
007330     PERFORM 8000-TERMINATE THRU 8000-EXIT.
007340     STOP RUN.
007350 9200-EXIT.
007360     EXIT.
