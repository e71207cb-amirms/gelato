000330*                     SUMMARY CEILINGS WERE ALSO RAISED TO 5000
000340*                     SO A GROWING RULE SET IS A DATA CHANGE,
000350*                     THE WAY THE ACCOUNT MASTER IS TREATED.
000360*   2026-10-15  MVH  RUN LEDGER.  EACH RUN WRITES A START AND AN
000370*                     END RECORD TO RTSTS01, AND THE EXTRACT IS
000380*                     REFUSED (RC 40) UNTIL THE LIVE END-OF-DAY
000390*                     EX01 CYCLE (CTL-EOD-CD 'Y') FOR THE RUN DATE
000400*                     HAS COMPLETED.
000410*****************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. EX07.
000440 AUTHOR. M V HALEN.
000450 INSTALLATION. SERVICIFI GELATO.
000460 DATE-WRITTEN. 2026-08-26.
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
000570     SELECT RTCTL07 ASSIGN TO RTCTL07
000580         ORGANIZATION IS SEQUENTIAL.
000590
000600     SELECT RTGLM01 ASSIGN TO RTGLM01
000610         ORGANIZATION IS SEQUENTIAL.
000620
000630     SELECT RRSO ASSIGN TO RRSO
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS RRSO-PRIME-KEY
000670         ALTERNATE RECORD KEY IS RRSO-REK_ID WITH DUPLICATES
000680         ALTERNATE RECORD KEY IS RRSO-VAL_DAT WITH DUPLICATES
000690         FILE STATUS IS EX7-RRSO-STATUS.
000700
000710     SELECT RTCURT1 ASSIGN TO RTCURT1
000720         ORGANIZATION IS SEQUENTIAL.
000730
000740     SELECT RTGLJ01 ASSIGN TO RTGLJ01
000750         ORGANIZATION IS SEQUENTIAL.
000760
000770     SELECT RTEXC07 ASSIGN TO RTEXC07
000780         ORGANIZATION IS SEQUENTIAL.
000790
000800     SELECT RTSTS01 ASSIGN TO RTSTS01
000810         ORGANIZATION IS SEQUENTIAL.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850
000860 FD  RTCTL07
000870     LABEL RECORDS ARE STANDARD.
000880     COPY RTCTL07.
000890
000900 FD  RTGLM01
000910     LABEL RECORDS ARE STANDARD.
000920     COPY RTGLM01.
000930
000940 FD  RRSO
000950     LABEL RECORDS ARE STANDARD.
000960     COPY RRSPST REPLACING ==RRSPST==   BY ==RRSO-RECORD==
000970                           ==REK_ID==   BY ==RRSO-REK_ID==
000980                           ==VAL_DAT==  BY ==RRSO-VAL_DAT==
000990                           ==CYC_NO==   BY ==RRSO-CYC_NO==
001000                           ==DB_BEDR==  BY ==RRSO-DB_BEDR==
001010                           ==CR_BEDR==  BY ==RRSO-CR_BEDR==
001020                           ==CUR_CD==   BY ==RRSO-CUR_CD==.
001030*****************************************************************
001040* RRSO-PRIME-KEY REDEFINES RRSO-REK_ID/RRSO-VAL_DAT AS A SINGLE
001050* FIELD, THE SAME WAY EX01 DECLARES IT, SO THE FILE CAN BE
001060* OPENED AGAINST THE SAME CATALOGED DATASET.
001070*****************************************************************
001080 01  RRSO-KEY-RECORD REDEFINES RRSO-RECORD.
001090     05  RRSO-PRIME-KEY          PIC X(20).
001100     05  FILLER                  PIC X(17).
001110
001120 FD  RTCURT1
001130     LABEL RECORDS ARE STANDARD.
001140     COPY RTCURT1.
001150
001160 FD  RTGLJ01
001170     LABEL RECORDS ARE STANDARD.
001180     COPY RTGLJ01.
001190
001200 FD  RTEXC07
001210     LABEL RECORDS ARE STANDARD.
001220     COPY RTEXC01 REPLACING
001230         ==RTEXC01-RECORD==   BY ==RTEXC07-RECORD==
001240         ==EXC-REK_ID==       BY ==EXC7-REK_ID==
001250         ==EXC-VAL_DAT==      BY ==EXC7-VAL_DAT==
001260         ==EXC-REASON==       BY ==EXC7-REASON==
001270         ==EXC-REASON-CD==    BY ==EXC7-REASON-CD==
001280         ==EXC-DB-BEDR-01==   BY ==EXC7-DB-BEDR-01==
001290         ==EXC-CR-BEDR-01==   BY ==EXC7-CR-BEDR-01==
001300         ==EXC-DB-BEDR-02==   BY ==EXC7-DB-BEDR-02==
001310         ==EXC-CR-BEDR-02==   BY ==EXC7-CR-BEDR-02==
001320         ==EXC-DB-BEDR-03==   BY ==EXC7-DB-BEDR-03==
001330         ==EXC-CR-BEDR-03==   BY ==EXC7-CR-BEDR-03==.
001340
001350 FD  RTSTS01
001360     LABEL RECORDS ARE STANDARD.
001370     COPY RTSTS01.
001380
001390 WORKING-STORAGE SECTION.
001400
001410*****************************************************************
001420* SWITCHES.
001430*****************************************************************
001440 77  EX7-GLM-EOF-SW                  PIC X     VALUE 'N'.
001450     88  EX7-GLM-EOF                           VALUE 'Y'.
001460 77  EX7-RRSO-EOF-SW                 PIC X     VALUE 'N'.
001470     88  EX7-RRSO-EOF                          VALUE 'Y'.
001480 77  EX7-CURT-EOF-SW                 PIC X     VALUE 'N'.
001490     88  EX7-CURT-EOF                          VALUE 'Y'.
001500 77  EX7-MAP-FOUND-SW                PIC X     VALUE 'N'.
001510     88  EX7-MAP-FOUND                         VALUE 'Y'.
001520 77  EX7-SUM-FOUND-SW                PIC X     VALUE 'N'.
001530     88  EX7-SUM-FOUND                         VALUE 'Y'.
001540 77  EX7-CUR-FOUND-SW                PIC X     VALUE 'N'.
001550     88  EX7-CUR-FOUND                         VALUE 'Y'.
001560 77  EX7-XFOOT-OK-SW                 PIC X     VALUE 'Y'.
001570     88  EX7-XFOOT-OK                          VALUE 'Y'.
001580 77  EX7-LDG-EOF-SW                  PIC X     VALUE 'N'.
001590     88  EX7-LDG-EOF                           VALUE 'Y'.
001600 77  EX7-LDG-START-SW                PIC X     VALUE 'N'.
001610     88  EX7-LDG-STARTED                       VALUE 'Y'.
001620 77  EX7-LDG-REFUSED-SW              PIC X     VALUE 'N'.
001630     88  EX7-LDG-REFUSED                       VALUE 'Y'.
001640
001650*****************************************************************
001660* FILE-OPEN INDICATORS.  8000-TERMINATE-PARA TESTS THESE SO IT
001670* CAN CLOSE DOWN WHATEVER IS STILL OPEN ON AN ABEND PATH WITHOUT
001680* ATTEMPTING TO CLOSE A FILE THAT WAS NEVER OPENED.
001690*****************************************************************
001700 77  EX7-RTCTL07-OPEN-SW              PIC X     VALUE 'N'.
001710     88  EX7-RTCTL07-OPEN                       VALUE 'Y'.
001720 77  EX7-RTGLM01-OPEN-SW              PIC X     VALUE 'N'.
001730     88  EX7-RTGLM01-OPEN                       VALUE 'Y'.
001740 77  EX7-RRSO-OPEN-SW                 PIC X     VALUE 'N'.
001750     88  EX7-RRSO-OPEN                          VALUE 'Y'.
001760 77  EX7-RTCURT1-OPEN-SW              PIC X     VALUE 'N'.
001770     88  EX7-RTCURT1-OPEN                       VALUE 'Y'.
001780 77  EX7-RTGLJ01-OPEN-SW              PIC X     VALUE 'N'.
001790     88  EX7-RTGLJ01-OPEN                       VALUE 'Y'.
001800 77  EX7-RTEXC07-OPEN-SW              PIC X     VALUE 'N'.
001810     88  EX7-RTEXC07-OPEN                       VALUE 'Y'.
001820 77  EX7-RTSTS01-OPEN-SW              PIC X     VALUE 'N'.
001830     88  EX7-RTSTS01-OPEN                       VALUE 'Y'.
001840
001850*****************************************************************
001860* COUNTERS AND WORK AREAS.
001870*****************************************************************
001880 77  EX7-RRSO-STATUS          PIC X(02) VALUE SPACES.
001890 77  EX7-RUN-DATE             PIC X(08) VALUE SPACES.
001900 77  EX7-POSTED-COUNT         PIC 9(09) COMP VALUE ZERO.
001910 77  EX7-MAPPED-COUNT         PIC 9(09) COMP VALUE ZERO.
001920 77  EX7-UNMAPPED-COUNT       PIC 9(09) COMP VALUE ZERO.
001930 77  EX7-LINE-COUNT           PIC 9(09) COMP VALUE ZERO.
001940 77  EX7-GLM-COUNT            PIC 9(04) COMP VALUE ZERO.
001950 77  EX7-GLM-MAX              PIC 9(04) COMP VALUE 5000.
001960 77  EX7-GLM-SUB              PIC 9(04) COMP VALUE ZERO.
001970 77  EX7-GLM-HIT-SUB          PIC 9(04) COMP VALUE ZERO.
001980 77  EX7-SUM-COUNT            PIC 9(04) COMP VALUE ZERO.
001990 77  EX7-SUM-MAX              PIC 9(04) COMP VALUE 5000.
002000 77  EX7-SUM-SUB              PIC 9(04) COMP VALUE ZERO.
002010 77  EX7-SUM-SUB2             PIC 9(04) COMP VALUE ZERO.
002020 77  EX7-CUR-COUNT            PIC 9(04) COMP VALUE ZERO.
002030 77  EX7-CUR-MAX              PIC 9(04) COMP VALUE 200.
002040 77  EX7-CUR-SUB              PIC 9(04) COMP VALUE ZERO.
002050 77  EX7-CUR-HIT-SUB          PIC 9(04) COMP VALUE ZERO.
002060 77  EX7-WORK-GL-ACCT         PIC X(12) VALUE SPACES.
002070 77  EX7-WORK-CUR-CD          PIC X(03) VALUE SPACES.
002080 77  EX7-TOT-DB               PIC S9(13)V9(2) COMP-3 VALUE ZERO.
002090 77  EX7-TOT-CR               PIC S9(13)V9(2) COMP-3 VALUE ZERO.
002100 77  EX7-DIFF-DB              PIC S9(13)V9(2) COMP-3 VALUE ZERO.
002110 77  EX7-DIFF-CR              PIC S9(13)V9(2) COMP-3 VALUE ZERO.
002120 77  EX7-XFOOT-TOLERANCE      PIC S9(13)V9(2) COMP-3 VALUE 0,01.
002130 77  EX7-LDG-EOD-CD           PIC X(01) VALUE SPACE.
002140 77  EX7-LDG-MESSAGE          PIC X(50) VALUE SPACES.
002150
002160*****************************************************************
002170* THE GL ACCOUNT MAPPING, LOADED FROM RTGLM01 AT START-UP AND
002180* SEARCHED IN FILE ORDER SO THE FIRST MATCHING RULE WINS.
002190* SIZED WELL PAST THE RULE SET FINANCE COULD PLAUSIBLY MAINTAIN
002200* BY HAND, SO GROWTH IS A DATA CHANGE - THE GUARD REMAINS ONLY
002210* AGAINST A RUNAWAY FILE.
002220*****************************************************************
002230 01  EX7-GLM-TABLE.
002240     05  EX7-GLM-ENTRY OCCURS 5000 TIMES.
002250         10  EX7-GLM-FROM        PIC X(10).
002260         10  EX7-GLM-TO          PIC X(10).
002270         10  EX7-GLM-CUR         PIC X(03).
002280         10  EX7-GLM-ACCT        PIC X(12).
002290
002300*****************************************************************
002310* THE JOURNAL SUMMARY, ONE ENTRY PER GL ACCOUNT AND CURRENCY
002320* SEEN ON THE MAPPED POSTINGS, SORTED BEFORE THE LINES ARE
002330* WRITTEN SO THE JOURNAL READS THE SAME WAY EVERY RUN.
002340*****************************************************************
002350 01  EX7-SUM-TABLE.
002360     05  EX7-SUM-ENTRY OCCURS 5000 TIMES.
002370         10  EX7-SUM-KEY.
002380             15  EX7-SUM-ACCT    PIC X(12).
002390             15  EX7-SUM-CUR     PIC X(03).
002400         10  EX7-SUM-DB          PIC S9(13)V9(2) COMP-3.
002410         10  EX7-SUM-CR          PIC S9(13)V9(2) COMP-3.
002420
002430 01  EX7-SUM-SWAP-ENTRY.
002440     05  EX7-SWAP-KEY            PIC X(15).
002450     05  EX7-SWAP-DB             PIC S9(13)V9(2) COMP-3.
002460     05  EX7-SWAP-CR             PIC S9(13)V9(2) COMP-3.
002470
002480*****************************************************************
002490* PER-CURRENCY CROSS-FOOT ACCUMULATORS - THE JOURNAL LINES PLUS
002500* THE DIVERTED (UNMAPPED) AMOUNTS ON ONE SIDE, THE SUMMED
002510* RTCURT1 CONTROL RECORDS ON THE OTHER (ONE SET PER CYCLE, SO
002520* A CURRENCY CAN APPEAR SEVERAL TIMES), COMPARED CURRENCY BY
002530* CURRENCY BEFORE THE JOURNAL IS RELEASED.
002540*****************************************************************
002550 01  EX7-CUR-TABLE.
002560     05  EX7-CUR-ENTRY OCCURS 200 TIMES.
002570         10  EX7-CUR-CD          PIC X(03).
002580         10  EX7-CUR-DB          PIC S9(13)V9(2) COMP-3.
002590         10  EX7-CUR-CR          PIC S9(13)V9(2) COMP-3.
002600         10  EX7-CURT-DB         PIC S9(13)V9(2) COMP-3.
002610         10  EX7-CURT-CR         PIC S9(13)V9(2) COMP-3.
002620         10  EX7-CUR-SEEN-SW     PIC X(01).
002630
002640 PROCEDURE DIVISION.
002650
002660*****************************************************************
002670* 0000-MAINLINE - OVERALL CONTROL FLOW.
002680*****************************************************************
002690 0000-MAINLINE SECTION.
002700 0000-START.
002710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002720     PERFORM 5000-EXTRACT-POSTINGS THRU 5000-EXIT.
002730     PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
002740     PERFORM 7000-CROSS-FOOT-TO-CURT THRU 7000-EXIT.
002750     PERFORM 7500-WRITE-RUN-COUNTS THRU 7500-EXIT.
002760     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002770     STOP RUN.
002780 0000-EXIT.
002790     EXIT.
002800
002810*****************************************************************
002820* 1000-INITIALIZE - READ THE CONTROL CARD, RECORD THE START ON
002830* THE RUN LEDGER, CHECK THE DAY'S POSTING IS FINISHED, AND LOAD
002840* THE GL ACCOUNT MAPPING.
002850*****************************************************************
002860 1000-INITIALIZE SECTION.
002870 1000-INITIALIZE-PARA.
002880     OPEN INPUT RTCTL07.
002890     MOVE 'Y' TO EX7-RTCTL07-OPEN-SW.
002900     READ RTCTL07
002910         AT END
002920             DISPLAY 'EX07 - CONTROL CARD FILE IS EMPTY'
002930             MOVE 12 TO RETURN-CODE
002940             PERFORM 8000-TERMINATE THRU 8000-EXIT
002950             STOP RUN
002960     END-READ.
002970     IF CTL7-RUN-DATE = SPACES
002980         ACCEPT EX7-RUN-DATE FROM DATE YYYYMMDD
002990     ELSE
003000         MOVE CTL7-RUN-DATE TO EX7-RUN-DATE
003010     END-IF.
003020     CLOSE RTCTL07.
003030     MOVE 'N' TO EX7-RTCTL07-OPEN-SW.
003040     PERFORM 1800-WRITE-LEDGER-START THRU 1800-EXIT.
003050     PERFORM 1850-CHECK-PREDECESSORS THRU 1850-EXIT.
003060     PERFORM 1300-LOAD-GL-MAPPING THRU 1300-EXIT.
003070 1000-EXIT.
003080     EXIT.
003090
003100 1300-LOAD-GL-MAPPING.
003110     OPEN INPUT RTGLM01.
003120     MOVE 'Y' TO EX7-RTGLM01-OPEN-SW.
003130     PERFORM 1310-LOAD-ONE-MAPPING THRU 1310-EXIT
003140         UNTIL EX7-GLM-EOF.
003150     CLOSE RTGLM01.
003160     MOVE 'N' TO EX7-RTGLM01-OPEN-SW.
003170     DISPLAY 'EX07 - GL MAPPING RULES LOADED = ' EX7-GLM-COUNT.
003180     IF EX7-GLM-COUNT = ZERO
003190         DISPLAY 'EX07 - GL MAPPING FILE IS EMPTY, '
003200                 'RUN TERMINATED'
003210         MOVE 12 TO RETURN-CODE
003220         PERFORM 8000-TERMINATE THRU 8000-EXIT
003230         STOP RUN
003240     END-IF.
003250 1300-EXIT.
003260     EXIT.
003270
003280 1310-LOAD-ONE-MAPPING.
003290     READ RTGLM01
003300         AT END
003310             SET EX7-GLM-EOF TO TRUE
003320         NOT AT END
003330             IF EX7-GLM-COUNT NOT < EX7-GLM-MAX
003340                 GO TO 9300-MAPPING-TABLE-FULL
003350             END-IF
003360             ADD 1 TO EX7-GLM-COUNT
003370             MOVE GLM-REK-ID-FROM
003380                 TO EX7-GLM-FROM (EX7-GLM-COUNT)
003390             IF GLM-REK-ID-TO = SPACES
003400                 MOVE GLM-REK-ID-FROM
003410                     TO EX7-GLM-TO (EX7-GLM-COUNT)
003420             ELSE
003430                 MOVE GLM-REK-ID-TO
003440                     TO EX7-GLM-TO (EX7-GLM-COUNT)
003450             END-IF
003460             MOVE GLM-CUR_CD  TO EX7-GLM-CUR (EX7-GLM-COUNT)
003470             MOVE GLM-GL-ACCT TO EX7-GLM-ACCT (EX7-GLM-COUNT)
003480     END-READ.
003490 1310-EXIT.
003500     EXIT.
003510
003520*****************************************************************
003530* 1800-WRITE-LEDGER-START - RECORD ON THE RTSTS01 RUN LEDGER
003540* THAT THE EXTRACT FOR THE RUN DATE HAS STARTED.  THE END
003550* RECORD IS WRITTEN BY 8100-WRITE-LEDGER-END ON EVERY PATH OUT
003560* OF THE PROGRAM.
003570*****************************************************************
003580 1800-WRITE-LEDGER-START.
003590     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
003600     MOVE 'S' TO STS-EVENT-CD.
003610     OPEN EXTEND RTSTS01.
003620     MOVE 'Y' TO EX7-RTSTS01-OPEN-SW.
003630     WRITE RTSTS01-RECORD.
003640     CLOSE RTSTS01.
003650     MOVE 'N' TO EX7-RTSTS01-OPEN-SW.
003660     SET EX7-LDG-STARTED TO TRUE.
003670 1800-EXIT.
003680     EXIT.
003690
003700 1810-BUILD-LEDGER-RECORD.
003710     MOVE SPACES TO RTSTS01-RECORD.
003720     MOVE EX7-RUN-DATE  TO STS-BUS-DATE.
003730     MOVE ZERO          TO STS-CYCLE-NO.
003740     MOVE 'EX07'        TO STS-PROGRAM-ID.
003750     ACCEPT STS-EVENT-DATE FROM DATE YYYYMMDD.
003760     ACCEPT STS-EVENT-TIME FROM TIME.
003770     MOVE ZERO TO STS-RETURN-CD
003780                  STS-READ-COUNT
003790                  STS-WRITTEN-COUNT
003800                  STS-EXCEPTION-COUNT.
003810 1810-EXIT.
003820     EXIT.
003830
003840*****************************************************************
003850* 1850-CHECK-PREDECESSORS - THE GL EXTRACT TAKES THE WHOLE
003860* DAY'S POSTINGS, SO IT MAY ONLY RUN ONCE THE LIVE EX01 CYCLE
003870* MARKED AS THE DAY'S LAST (CTL-EOD-CD 'Y') HAS FINISHED.  THE
003880* LATEST SUCH EX01 END RECORD FOR THE RUN DATE MUST SHOW
003890* STATUS 'C' OR 'W'; ANYTHING ELSE REFUSES THE EXTRACT.
003900*****************************************************************
003910 1850-CHECK-PREDECESSORS.
003920     OPEN INPUT RTSTS01.
003930     MOVE 'Y' TO EX7-RTSTS01-OPEN-SW.
003940     PERFORM 1860-SCAN-ONE-LEDGER THRU 1860-EXIT
003950         UNTIL EX7-LDG-EOF.
003960     CLOSE RTSTS01.
003970     MOVE 'N' TO EX7-RTSTS01-OPEN-SW.
003980     IF EX7-LDG-EOD-CD = SPACE
003990         MOVE 'END-OF-DAY EX01 CYCLE HAS NOT RUN FOR THIS DATE'
004000             TO EX7-LDG-MESSAGE
004010         GO TO 9700-PREDECESSOR-REFUSAL
004020     END-IF.
004030     IF EX7-LDG-EOD-CD NOT = 'C'
004040             AND EX7-LDG-EOD-CD NOT = 'W'
004050         MOVE 'END-OF-DAY EX01 CYCLE DID NOT COMPLETE'
004060             TO EX7-LDG-MESSAGE
004070         GO TO 9700-PREDECESSOR-REFUSAL
004080     END-IF.
004090 1850-EXIT.
004100     EXIT.
004110
004120 1860-SCAN-ONE-LEDGER.
004130     READ RTSTS01
004140         AT END
004150             SET EX7-LDG-EOF TO TRUE
004160         NOT AT END
004170             IF STS-PROGRAM-ID = 'EX01'
004180                     AND STS-QUALIFIER = 'LIVE'
004190                     AND STS-EVENT-CD = 'E'
004200                     AND STS-BUS-DATE = EX7-RUN-DATE
004210                     AND STS-FINAL-CYCLE-CD = 'Y'
004220                 MOVE STS-STATUS-CD TO EX7-LDG-EOD-CD
004230             END-IF
004240     END-READ.
004250 1860-EXIT.
004260     EXIT.
004270
004280*****************************************************************
004290* 5000-EXTRACT-POSTINGS - READ THE DAY'S RRSO, MAP EACH POSTING
004300* TO ITS GL ACCOUNT AND ROLL THE AMOUNTS INTO THE JOURNAL
004310* SUMMARY.  AN UNMAPPED POSTING GOES TO RTEXC07 AND ITS
004320* AMOUNTS INTO THE PER-CURRENCY DIVERTED TOTALS SO THE
004330* CROSS-FOOT STILL PROVES THE DAY COMPLETE.
004340*****************************************************************
004350 5000-EXTRACT-POSTINGS SECTION.
004360 5000-EXTRACT-PARA.
004370     OPEN INPUT RRSO.
004380     IF EX7-RRSO-STATUS NOT = '00'
004390         GO TO 9200-RRSO-ERROR
004400     END-IF.
004410     MOVE 'Y' TO EX7-RRSO-OPEN-SW.
004420     OPEN OUTPUT RTEXC07.
004430     MOVE 'Y' TO EX7-RTEXC07-OPEN-SW.
004440     PERFORM 5010-EXTRACT-ONE-POSTING THRU 5010-EXIT
004450         UNTIL EX7-RRSO-EOF.
004460     CLOSE RRSO.
004470     MOVE 'N' TO EX7-RRSO-OPEN-SW.
004480     CLOSE RTEXC07.
004490     MOVE 'N' TO EX7-RTEXC07-OPEN-SW.
004500 5000-EXIT.
004510     EXIT.
004520
004530 5010-EXTRACT-ONE-POSTING.
004540     READ RRSO NEXT RECORD
004550         AT END
004560             SET EX7-RRSO-EOF TO TRUE
004570         NOT AT END
004580             ADD 1 TO EX7-POSTED-COUNT
004590             PERFORM 5100-MAP-ONE-POSTING THRU 5100-EXIT
004600     END-READ.
004610 5010-EXIT.
004620     EXIT.
004630
004640 5100-MAP-ONE-POSTING.
004650     PERFORM 5150-FIND-MAPPING THRU 5150-EXIT.
004660     MOVE RRSO-CUR_CD TO EX7-WORK-CUR-CD.
004670     PERFORM 5400-ACCUMULATE-CURRENCY THRU 5400-EXIT.
004680     IF NOT EX7-MAP-FOUND
004690         PERFORM 5300-WRITE-UNMAPPED-EXCEPTION THRU 5300-EXIT
004700         GO TO 5100-EXIT
004710     END-IF.
004720     MOVE EX7-GLM-ACCT (EX7-GLM-HIT-SUB) TO EX7-WORK-GL-ACCT.
004730     PERFORM 5200-ACCUMULATE-SUMMARY THRU 5200-EXIT.
004740     ADD 1 TO EX7-MAPPED-COUNT.
004750 5100-EXIT.
004760     EXIT.
004770
004780 5150-FIND-MAPPING.
004790     MOVE 'N' TO EX7-MAP-FOUND-SW.
004800     PERFORM 5160-TEST-ONE-MAPPING THRU 5160-EXIT
004810         VARYING EX7-GLM-SUB FROM 1 BY 1
004820         UNTIL EX7-GLM-SUB > EX7-GLM-COUNT
004830            OR EX7-MAP-FOUND.
004840 5150-EXIT.
004850     EXIT.
004860
004870 5160-TEST-ONE-MAPPING.
004880     IF RRSO-REK_ID NOT < EX7-GLM-FROM (EX7-GLM-SUB)
004890             AND RRSO-REK_ID NOT > EX7-GLM-TO (EX7-GLM-SUB)
004900             AND (EX7-GLM-CUR (EX7-GLM-SUB) = SPACES
004910                 OR EX7-GLM-CUR (EX7-GLM-SUB) = RRSO-CUR_CD)
004920         SET EX7-MAP-FOUND TO TRUE
004930         MOVE EX7-GLM-SUB TO EX7-GLM-HIT-SUB
004940     END-IF.
004950 5160-EXIT.
004960     EXIT.
004970
004980 5200-ACCUMULATE-SUMMARY.
004990     MOVE 'N' TO EX7-SUM-FOUND-SW.
005000     PERFORM 5210-TEST-ONE-SUMMARY THRU 5210-EXIT
005010         VARYING EX7-SUM-SUB FROM 1 BY 1
005020         UNTIL EX7-SUM-SUB > EX7-SUM-COUNT
005030            OR EX7-SUM-FOUND.
005040     IF EX7-SUM-FOUND
005050         SUBTRACT 1 FROM EX7-SUM-SUB
005060     ELSE
005070         IF EX7-SUM-COUNT NOT < EX7-SUM-MAX
005080             GO TO 9400-SUMMARY-TABLE-FULL
005090         END-IF
005100         ADD 1 TO EX7-SUM-COUNT
005110         MOVE EX7-SUM-COUNT TO EX7-SUM-SUB
005120         MOVE EX7-WORK-GL-ACCT TO EX7-SUM-ACCT (EX7-SUM-SUB)
005130         MOVE EX7-WORK-CUR-CD  TO EX7-SUM-CUR (EX7-SUM-SUB)
005140         MOVE ZERO TO EX7-SUM-DB (EX7-SUM-SUB)
005150         MOVE ZERO TO EX7-SUM-CR (EX7-SUM-SUB)
005160     END-IF.
005170     ADD RRSO-DB_BEDR TO EX7-SUM-DB (EX7-SUM-SUB).
005180     ADD RRSO-CR_BEDR TO EX7-SUM-CR (EX7-SUM-SUB).
005190 5200-EXIT.
005200     EXIT.
005210
005220 5210-TEST-ONE-SUMMARY.
005230     IF EX7-SUM-ACCT (EX7-SUM-SUB) = EX7-WORK-GL-ACCT
005240             AND EX7-SUM-CUR (EX7-SUM-SUB) = EX7-WORK-CUR-CD
005250         SET EX7-SUM-FOUND TO TRUE
005260     END-IF.
005270 5210-EXIT.
005280     EXIT.
005290
005300 5300-WRITE-UNMAPPED-EXCEPTION.
005310     MOVE SPACES TO RTEXC07-RECORD.
005320     MOVE RRSO-REK_ID  TO EXC7-REK_ID.
005330     MOVE RRSO-VAL_DAT TO EXC7-VAL_DAT.
005340     MOVE 'NO GL MAPPING FOR ACCOUNT/CURRENCY' TO EXC7-REASON.
005350     MOVE 'GL01' TO EXC7-REASON-CD.
005360     MOVE RRSO-DB_BEDR TO EXC7-DB-BEDR-01.
005370     MOVE RRSO-CR_BEDR TO EXC7-CR-BEDR-01.
005380     WRITE RTEXC07-RECORD.
005390     ADD 1 TO EX7-UNMAPPED-COUNT.
005400 5300-EXIT.
005410     EXIT.
005420
005430*****************************************************************
005440* 5400-ACCUMULATE-CURRENCY - EVERY POSTING, MAPPED OR NOT,
005450* ROLLS INTO THE PER-CURRENCY TOTALS THE CROSS-FOOT CHECKS
005460* AGAINST RTCURT1.
005470*****************************************************************
005480 5400-ACCUMULATE-CURRENCY.
005490     MOVE 'N' TO EX7-CUR-FOUND-SW.
005500     PERFORM 5410-TEST-ONE-CURRENCY THRU 5410-EXIT
005510         VARYING EX7-CUR-SUB FROM 1 BY 1
005520         UNTIL EX7-CUR-SUB > EX7-CUR-COUNT
005530            OR EX7-CUR-FOUND.
005540     IF EX7-CUR-FOUND
005550         MOVE EX7-CUR-HIT-SUB TO EX7-CUR-SUB
005560     ELSE
005570         IF EX7-CUR-COUNT NOT < EX7-CUR-MAX
005580             GO TO 9500-CURRENCY-TABLE-FULL
005590         END-IF
005600         ADD 1 TO EX7-CUR-COUNT
005610         MOVE EX7-CUR-COUNT TO EX7-CUR-SUB
005620         MOVE EX7-WORK-CUR-CD TO EX7-CUR-CD (EX7-CUR-SUB)
005630         MOVE ZERO TO EX7-CUR-DB (EX7-CUR-SUB)
005640         MOVE ZERO TO EX7-CUR-CR (EX7-CUR-SUB)
005650         MOVE ZERO TO EX7-CURT-DB (EX7-CUR-SUB)
005660         MOVE ZERO TO EX7-CURT-CR (EX7-CUR-SUB)
005670         MOVE 'N'  TO EX7-CUR-SEEN-SW (EX7-CUR-SUB)
005680     END-IF.
005690     ADD RRSO-DB_BEDR TO EX7-CUR-DB (EX7-CUR-SUB).
005700     ADD RRSO-CR_BEDR TO EX7-CUR-CR (EX7-CUR-SUB).
005710 5400-EXIT.
005720     EXIT.
005730
005740 5410-TEST-ONE-CURRENCY.
005750     IF EX7-CUR-CD (EX7-CUR-SUB) = EX7-WORK-CUR-CD
005760         SET EX7-CUR-FOUND TO TRUE
005770         MOVE EX7-CUR-SUB TO EX7-CUR-HIT-SUB
005780     END-IF.
005790 5410-EXIT.
005800     EXIT.
005810
005820*****************************************************************
005830* 6000-WRITE-JOURNAL - SORT THE SUMMARY INTO GL ACCOUNT AND
005840* CURRENCY ORDER AND WRITE THE BATCH - HEADER, ONE DEBIT AND
005850* ONE CREDIT LINE PER SUMMARY ENTRY, AND THE TRAILER WITH THE
005860* LINE COUNT AND THE GRAND TOTALS.  THE SAME PLAIN BUBBLE SORT
005870* THE EX01 CURRENCY TOTALS USE IS ENOUGH AT THIS VOLUME.
005880*****************************************************************
005890 6000-WRITE-JOURNAL SECTION.
005900 6000-WRITE-JOURNAL-PARA.
005910     PERFORM 6050-SORT-SUMMARY THRU 6050-EXIT.
005920     OPEN OUTPUT RTGLJ01.
005930     MOVE 'Y' TO EX7-RTGLJ01-OPEN-SW.
005940     MOVE SPACES TO RTGLJ01-RECORD.
005950     MOVE 'H'          TO GLJ-REC-TYPE.
005960     MOVE EX7-RUN-DATE TO GLJ-RUN-DATE.
005970     MOVE ZERO         TO GLJ-AMOUNT.
005980     MOVE ZERO         TO GLJ-AMOUNT-2.
005990     MOVE ZERO         TO GLJ-LINE-COUNT.
006000     WRITE RTGLJ01-RECORD.
006010     PERFORM 6100-WRITE-ONE-SUMMARY THRU 6100-EXIT
006020         VARYING EX7-SUM-SUB FROM 1 BY 1
006030         UNTIL EX7-SUM-SUB > EX7-SUM-COUNT.
006040     MOVE SPACES TO RTGLJ01-RECORD.
006050     MOVE 'T'            TO GLJ-REC-TYPE.
006060     MOVE EX7-RUN-DATE   TO GLJ-RUN-DATE.
006070     MOVE EX7-TOT-DB     TO GLJ-AMOUNT.
006080     MOVE EX7-TOT-CR     TO GLJ-AMOUNT-2.
006090     MOVE EX7-LINE-COUNT TO GLJ-LINE-COUNT.
006100     WRITE RTGLJ01-RECORD.
006110     CLOSE RTGLJ01.
006120     MOVE 'N' TO EX7-RTGLJ01-OPEN-SW.
006130 6000-EXIT.
006140     EXIT.
006150
006160 6050-SORT-SUMMARY.
006170     PERFORM 6060-SORT-ONE-PASS THRU 6060-EXIT
006180         VARYING EX7-SUM-SUB FROM 1 BY 1
006190         UNTIL EX7-SUM-SUB >= EX7-SUM-COUNT.
006200 6050-EXIT.
006210     EXIT.
006220
006230 6060-SORT-ONE-PASS.
006240     PERFORM 6070-SORT-COMPARE-SWAP THRU 6070-EXIT
006250         VARYING EX7-SUM-SUB2 FROM 1 BY 1
006260         UNTIL EX7-SUM-SUB2 >= EX7-SUM-COUNT.
006270 6060-EXIT.
006280     EXIT.
006290
006300 6070-SORT-COMPARE-SWAP.
006310     IF EX7-SUM-KEY (EX7-SUM-SUB2) >
006320             EX7-SUM-KEY (EX7-SUM-SUB2 + 1)
006330         MOVE EX7-SUM-ENTRY (EX7-SUM-SUB2)
006340             TO EX7-SUM-SWAP-ENTRY
006350         MOVE EX7-SUM-ENTRY (EX7-SUM-SUB2 + 1)
006360             TO EX7-SUM-ENTRY (EX7-SUM-SUB2)
006370         MOVE EX7-SUM-SWAP-ENTRY
006380             TO EX7-SUM-ENTRY (EX7-SUM-SUB2 + 1)
006390     END-IF.
006400 6070-EXIT.
006410     EXIT.
006420
006430 6100-WRITE-ONE-SUMMARY.
006440     MOVE SPACES TO RTGLJ01-RECORD.
006450     MOVE 'D'                       TO GLJ-REC-TYPE.
006460     MOVE EX7-SUM-ACCT (EX7-SUM-SUB) TO GLJ-GL-ACCT.
006470     MOVE EX7-SUM-CUR (EX7-SUM-SUB)  TO GLJ-CUR_CD.
006480     MOVE 'D'                       TO GLJ-DC-IND.
006490     MOVE EX7-SUM-DB (EX7-SUM-SUB)   TO GLJ-AMOUNT.
006500     MOVE ZERO                      TO GLJ-AMOUNT-2.
006510     MOVE EX7-RUN-DATE              TO GLJ-RUN-DATE.
006520     MOVE ZERO                      TO GLJ-LINE-COUNT.
006530     WRITE RTGLJ01-RECORD.
006540     ADD 1 TO EX7-LINE-COUNT.
006550     MOVE SPACES TO RTGLJ01-RECORD.
006560     MOVE 'D'                       TO GLJ-REC-TYPE.
006570     MOVE EX7-SUM-ACCT (EX7-SUM-SUB) TO GLJ-GL-ACCT.
006580     MOVE EX7-SUM-CUR (EX7-SUM-SUB)  TO GLJ-CUR_CD.
006590     MOVE 'C'                       TO GLJ-DC-IND.
006600     MOVE EX7-SUM-CR (EX7-SUM-SUB)   TO GLJ-AMOUNT.
006610     MOVE ZERO                      TO GLJ-AMOUNT-2.
006620     MOVE EX7-RUN-DATE              TO GLJ-RUN-DATE.
006630     MOVE ZERO                      TO GLJ-LINE-COUNT.
006640     WRITE RTGLJ01-RECORD.
006650     ADD 1 TO EX7-LINE-COUNT.
006660     ADD EX7-SUM-DB (EX7-SUM-SUB) TO EX7-TOT-DB.
006670     ADD EX7-SUM-CR (EX7-SUM-SUB) TO EX7-TOT-CR.
006680 6100-EXIT.
006690     EXIT.
006700
006710*****************************************************************
006720* 7000-CROSS-FOOT-TO-CURT - THE RELEASE CHECK.  THE RTCURT1
006730* CONTROL RECORDS (THE '***' EUR GRAND TOTALS ASIDE) ARE SUMMED
006740* PER CURRENCY - ON A MULTI-CYCLE DAY EACH CYCLE CONTRIBUTES
006750* ITS OWN SET - AND THE DAY'S SUM MUST EQUAL THE EXTRACT'S OWN
006760* PER-CURRENCY TOTALS, WITH EVERY CURRENCY PRESENT ON BOTH
006770* SIDES.  A DIFFERENCE BEYOND TOLERANCE MEANS THE JOURNAL AND
006780* THE POSTING RUNS DISAGREE - THE FILE IS NOT RELEASED AND THE
006790* RUN ENDS RC 16.
006800*****************************************************************
006810 7000-CROSS-FOOT-TO-CURT SECTION.
006820 7000-CROSS-FOOT-PARA.
006830     OPEN INPUT RTCURT1.
006840     MOVE 'Y' TO EX7-RTCURT1-OPEN-SW.
006850     PERFORM 7010-READ-ONE-CURT THRU 7010-EXIT
006860         UNTIL EX7-CURT-EOF.
006870     CLOSE RTCURT1.
006880     MOVE 'N' TO EX7-RTCURT1-OPEN-SW.
006890     PERFORM 7100-COMPARE-ONE-CURRENCY THRU 7100-EXIT
006900         VARYING EX7-CUR-SUB FROM 1 BY 1
006910         UNTIL EX7-CUR-SUB > EX7-CUR-COUNT.
006920     IF NOT EX7-XFOOT-OK
006930         GO TO 9600-CROSS-FOOT-ERROR
006940     END-IF.
006950     DISPLAY 'EX07 - JOURNAL CROSS-FOOTS TO RTCURT1, '
006960             'FILE RELEASED'.
006970 7000-EXIT.
006980     EXIT.
006990
007000 7010-READ-ONE-CURT.
007010     READ RTCURT1
007020         AT END
007030             SET EX7-CURT-EOF TO TRUE
007040         NOT AT END
007050             IF CURT-CUR_CD NOT = '***'
007060                 PERFORM 7020-ACCUMULATE-ONE-CURT THRU 7020-EXIT
007070             END-IF
007080     END-READ.
007090 7010-EXIT.
007100     EXIT.
007110
007120*****************************************************************
007130* 7020-ACCUMULATE-ONE-CURT - ROLL ONE CONTROL RECORD INTO ITS
007140* CURRENCY'S DAY TOTAL.  A CURRENCY ON RTCURT1 THAT NEVER
007150* POSTED TO RRSO STILL GETS AN ENTRY (WITH ZERO EXTRACT
007160* TOTALS), SO THE FINAL COMPARISON EXPOSES IT.
007170*****************************************************************
007180 7020-ACCUMULATE-ONE-CURT.
007190     MOVE CURT-CUR_CD TO EX7-WORK-CUR-CD.
007200     MOVE 'N' TO EX7-CUR-FOUND-SW.
007210     PERFORM 5410-TEST-ONE-CURRENCY THRU 5410-EXIT
007220         VARYING EX7-CUR-SUB FROM 1 BY 1
007230         UNTIL EX7-CUR-SUB > EX7-CUR-COUNT
007240            OR EX7-CUR-FOUND.
007250     IF EX7-CUR-FOUND
007260         MOVE EX7-CUR-HIT-SUB TO EX7-CUR-SUB
007270     ELSE
007280         IF EX7-CUR-COUNT NOT < EX7-CUR-MAX
007290             GO TO 9500-CURRENCY-TABLE-FULL
007300         END-IF
007310         ADD 1 TO EX7-CUR-COUNT
007320         MOVE EX7-CUR-COUNT TO EX7-CUR-SUB
007330         MOVE EX7-WORK-CUR-CD TO EX7-CUR-CD (EX7-CUR-SUB)
007340         MOVE ZERO TO EX7-CUR-DB (EX7-CUR-SUB)
007350         MOVE ZERO TO EX7-CUR-CR (EX7-CUR-SUB)
007360         MOVE ZERO TO EX7-CURT-DB (EX7-CUR-SUB)
007370         MOVE ZERO TO EX7-CURT-CR (EX7-CUR-SUB)
007380     END-IF.
007390     MOVE 'Y' TO EX7-CUR-SEEN-SW (EX7-CUR-SUB).
007400     ADD CURT-DB_BEDR TO EX7-CURT-DB (EX7-CUR-SUB).
007410     ADD CURT-CR_BEDR TO EX7-CURT-CR (EX7-CUR-SUB).
007420 7020-EXIT.
007430     EXIT.
007440
007450*****************************************************************
007460* 7100-COMPARE-ONE-CURRENCY - THE DAY'S SUMMED CONTROL TOTALS
007470* AGAINST THE EXTRACT'S OWN, PER CURRENCY.  A CURRENCY ON RRSO
007480* THAT NEVER REACHED RTCURT1 HAS NO SEEN FLAG AND FAILS HERE.
007490*****************************************************************
007500 7100-COMPARE-ONE-CURRENCY.
007510     IF EX7-CUR-SEEN-SW (EX7-CUR-SUB) NOT = 'Y'
007520         DISPLAY 'EX07 - CURRENCY ' EX7-CUR-CD (EX7-CUR-SUB)
007530                 ' ON RRSO BUT NOT ON RTCURT1'
007540         MOVE 'N' TO EX7-XFOOT-OK-SW
007550         GO TO 7100-EXIT
007560     END-IF.
007570     COMPUTE EX7-DIFF-DB =
007580         EX7-CURT-DB (EX7-CUR-SUB) - EX7-CUR-DB (EX7-CUR-SUB).
007590     COMPUTE EX7-DIFF-CR =
007600         EX7-CURT-CR (EX7-CUR-SUB) - EX7-CUR-CR (EX7-CUR-SUB).
007610     IF EX7-DIFF-DB < ZERO
007620         MULTIPLY EX7-DIFF-DB BY -1 GIVING EX7-DIFF-DB
007630     END-IF.
007640     IF EX7-DIFF-CR < ZERO
007650         MULTIPLY EX7-DIFF-CR BY -1 GIVING EX7-DIFF-CR
007660     END-IF.
007670     IF EX7-DIFF-DB > EX7-XFOOT-TOLERANCE
007680             OR EX7-DIFF-CR > EX7-XFOOT-TOLERANCE
007690         DISPLAY 'EX07 - CURRENCY ' EX7-CUR-CD (EX7-CUR-SUB)
007700                 ' DOES NOT CROSS-FOOT TO RTCURT1'
007710         MOVE 'N' TO EX7-XFOOT-OK-SW
007720     END-IF.
007730 7100-EXIT.
007740     EXIT.
007750
007760*****************************************************************
007770* 7500-WRITE-RUN-COUNTS - THE CONSOLE SIGN-OFF.  UNMAPPED
007780* POSTINGS END THE RUN WITH RETURN CODE 4, THE WAY EX02 AND
007790* EX04 NOTIFY AN INCOMPLETE PASS, SO FINANCE EXTENDS THE
007800* MAPPING BEFORE THE NEXT RUN.
007810*****************************************************************
007820 7500-WRITE-RUN-COUNTS SECTION.
007830 7500-WRITE-COUNTS-PARA.
007840     DISPLAY 'EX07 - RRSO POSTINGS READ      = '
007850             EX7-POSTED-COUNT.
007860     DISPLAY 'EX07 - POSTINGS MAPPED TO GL   = '
007870             EX7-MAPPED-COUNT.
007880     DISPLAY 'EX07 - POSTINGS UNMAPPED       = '
007890             EX7-UNMAPPED-COUNT.
007900     DISPLAY 'EX07 - JOURNAL LINES WRITTEN   = '
007910             EX7-LINE-COUNT.
007920     IF EX7-UNMAPPED-COUNT > ZERO
007930             AND RETURN-CODE = ZERO
007940         MOVE 4 TO RETURN-CODE
007950     END-IF.
007960 7500-EXIT.
007970     EXIT.
007980
007990*****************************************************************
008000* 8000-TERMINATE - CLOSE EVERYTHING STILL OPEN AND CLOSE OFF THE
008010* RUN'S LEDGER ENTRY.
008020*****************************************************************
008030 8000-TERMINATE SECTION.
008040 8000-TERMINATE-PARA.
008050     IF EX7-RTCTL07-OPEN
008060         CLOSE RTCTL07
008070     END-IF.
008080     IF EX7-RTGLM01-OPEN
008090         CLOSE RTGLM01
008100     END-IF.
008110     IF EX7-RRSO-OPEN
008120         CLOSE RRSO
008130     END-IF.
008140     IF EX7-RTCURT1-OPEN
008150         CLOSE RTCURT1
008160     END-IF.
008170     IF EX7-RTGLJ01-OPEN
008180         CLOSE RTGLJ01
008190     END-IF.
008200     IF EX7-RTEXC07-OPEN
008210         CLOSE RTEXC07
008220     END-IF.
008230     IF EX7-RTSTS01-OPEN
008240         CLOSE RTSTS01
008250     END-IF.
008260     PERFORM 8100-WRITE-LEDGER-END THRU 8100-EXIT.
008270 8000-EXIT.
008280     EXIT.
008290
008300*****************************************************************
008310* 8100-WRITE-LEDGER-END - CLOSE OFF THE RUN'S LEDGER ENTRY WITH
008320* ITS RETURN CODE, COUNTS AND OUTCOME.  A RUN STOPPED BY AN
008330* EMPTY CONTROL CARD FILE NEVER STARTED AND WRITES NOTHING.
008340*****************************************************************
008350 8100-WRITE-LEDGER-END.
008360     IF NOT EX7-LDG-STARTED
008370         GO TO 8100-EXIT
008380     END-IF.
008390     MOVE 'N' TO EX7-LDG-START-SW.
008400     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
008410     MOVE 'E' TO STS-EVENT-CD.
008420     MOVE RETURN-CODE TO STS-RETURN-CD.
008430     EVALUATE TRUE
008440         WHEN EX7-LDG-REFUSED
008450             MOVE 'R' TO STS-STATUS-CD
008460         WHEN RETURN-CODE = ZERO
008470             MOVE 'C' TO STS-STATUS-CD
008480         WHEN RETURN-CODE NOT > 4
008490             MOVE 'W' TO STS-STATUS-CD
008500         WHEN OTHER
008510             MOVE 'F' TO STS-STATUS-CD
008520     END-EVALUATE.
008530     MOVE EX7-POSTED-COUNT   TO STS-READ-COUNT.
008540     MOVE EX7-LINE-COUNT     TO STS-WRITTEN-COUNT.
008550     MOVE EX7-UNMAPPED-COUNT TO STS-EXCEPTION-COUNT.
008560     MOVE EX7-LDG-MESSAGE    TO STS-MESSAGE.
008570     OPEN EXTEND RTSTS01.
008580     WRITE RTSTS01-RECORD.
008590     CLOSE RTSTS01.
008600 8100-EXIT.
008610     EXIT.
008620
008630*****************************************************************
008640* 9000-ERROR-PARAGRAPHS - FATAL ERROR HANDLING, EACH WITH ITS
008650* OWN RETURN CODE, THE SAME WAY EX01 HANDLES ITS FATAL ERRORS.
008660*****************************************************************
008670 9000-ERROR-PARAGRAPHS SECTION.
008680 9200-RRSO-ERROR.
008690     DISPLAY 'EX07 - RRSO OPEN ERROR, FILE STATUS = '
008700             EX7-RRSO-STATUS.
008710     MOVE 24 TO RETURN-CODE.
008720     PERFORM 8000-TERMINATE THRU 8000-EXIT.
008730     STOP RUN.
008740 9200-EXIT.
008750     EXIT.
008760
008770 9300-MAPPING-TABLE-FULL.
008780     DISPLAY 'EX07 - GL MAPPING TABLE IS FULL, CANNOT ADD '
008790             GLM-REK-ID-FROM.
008800     MOVE 28 TO RETURN-CODE.
008810     PERFORM 8000-TERMINATE THRU 8000-EXIT.
008820     STOP RUN.
008830 9300-EXIT.
008840     EXIT.
008850
008860 9400-SUMMARY-TABLE-FULL.
008870     DISPLAY 'EX07 - JOURNAL SUMMARY TABLE IS FULL, CANNOT ADD '
008880             EX7-WORK-GL-ACCT.
008890     MOVE 32 TO RETURN-CODE.
008900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
008910     STOP RUN.
008920 9400-EXIT.
008930     EXIT.
008940
008950 9500-CURRENCY-TABLE-FULL.
008960     DISPLAY 'EX07 - CURRENCY TABLE IS FULL, CANNOT ADD '
008970             EX7-WORK-CUR-CD.
008980     MOVE 36 TO RETURN-CODE.
008990     PERFORM 8000-TERMINATE THRU 8000-EXIT.
009000     STOP RUN.
009010 9500-EXIT.
009020     EXIT.
009030
009040 9600-CROSS-FOOT-ERROR.
009050     DISPLAY 'EX07 - JOURNAL DOES NOT CROSS-FOOT TO RTCURT1, '
009060             'FILE NOT RELEASED'.
009070     MOVE 16 TO RETURN-CODE.
009080     PERFORM 8000-TERMINATE THRU 8000-EXIT.
009090     STOP RUN.
009100 9600-EXIT.
009110     EXIT.
009120
009130 9700-PREDECESSOR-REFUSAL.
009140     DISPLAY 'EX07 - ' EX7-LDG-MESSAGE.
009150     DISPLAY 'EX07 - GL EXTRACT FOR ' EX7-RUN-DATE
009160             ' REFUSED, THE DAY IS NOT YET CLOSED'.
009170     SET EX7-LDG-REFUSED TO TRUE.
009180     MOVE 40 TO RETURN-CODE.
009190     PERFORM 8000-TERMINATE THRU 8000-EXIT.
009200     STOP RUN.
009210 9700-EXIT.
009220     EXIT.
