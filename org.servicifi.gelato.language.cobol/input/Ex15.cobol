000010*****************************************************************
000020* PROGRAM-ID.  EX15.
000030* AUTHOR.      M V HALEN.
000040* INSTALLATION. SERVICIFI GELATO - RECONCILIATION AND SETTLEMENT.
000050* DATE-WRITTEN. 2026-10-15.
000060*
000070* EX15 IS THE NET SETTLEMENT RUN.  TREASURY USED TO WORK OUT
000080* WHAT EACH TRADING PARTNER OWED, OR WAS OWED, FROM THE RAW
000090* POSTINGS BY HAND.  EX15 TAKES THE DAY'S POSTED RRSO RECORDS,
000100* SPLITS EACH ONE ACROSS THE PARTNERS WHOSE FEEDS MADE IT UP
000110* USING THE RTPTA01 ATTRIBUTION RECORDS EX01 WRITES BESIDE EVERY
000120* POSTING, AND NETS DB_BEDR AGAINST CR_BEDR PER PARTNER,
000130* CURRENCY AND VALUE DATE.  THE RTNSR01 REPORT LISTS EVERY NET
000140* POSITION WITH ITS DIRECTION, AND THE RTPAY01 FILE CARRIES ONE
000150* PAYMENT INSTRUCTION PER NON-ZERO NET - RECEIVE WHERE THE
000160* PARTNER'S DEBITS EXCEED ITS CREDITS, PAY WHERE THE CREDITS
000170* EXCEED THE DEBITS.  A POSTING THAT CANNOT BE ATTRIBUTED IS
000180* LISTED ON THE REPORT AND KEPT OUT OF THE INSTRUCTIONS, BUT
000190* ITS NET STILL COUNTS IN THE CROSS-FOOT, SO BOTH OUTPUTS ARE
000200* PROVED AGAINST THE RTCURT1 CONTROL TOTALS PER CURRENCY BEFORE
000210* THE FILE IS RELEASED, THE SAME WAY EX07 PROVES ITS JOURNAL.
000220*
000230* MODIFICATION HISTORY.
000240*   2026-10-15  MVH  ORIGINAL VERSION.
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. EX15.
000280 AUTHOR. M V HALEN.
000290 INSTALLATION. SERVICIFI GELATO.
000300 DATE-WRITTEN. 2026-10-15.
000310 DATE-COMPILED.
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-3090.
000360 SPECIAL-NAMES.
000370     DECIMAL-POINT IS COMMA.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400
000410     SELECT RTCTL15 ASSIGN TO RTCTL15
000420         ORGANIZATION IS SEQUENTIAL.
000430
000440     SELECT RRSO ASSIGN TO RRSO
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS RRSO-PRIME-KEY
000480         ALTERNATE RECORD KEY IS RRSO-REK_ID WITH DUPLICATES
000490         ALTERNATE RECORD KEY IS RRSO-VAL_DAT WITH DUPLICATES
000500         FILE STATUS IS EX15-RRSO-STATUS.
000510
000520     SELECT RTPTA01 ASSIGN TO RTPTA01
000530         ORGANIZATION IS SEQUENTIAL.
000540
000550     SELECT RTCURT1 ASSIGN TO RTCURT1
000560         ORGANIZATION IS SEQUENTIAL.
000570
000580     SELECT RTNSR01 ASSIGN TO RTNSR01
000590         ORGANIZATION IS SEQUENTIAL.
000600
000610     SELECT RTPAY01 ASSIGN TO RTPAY01
000620         ORGANIZATION IS SEQUENTIAL.
000630
000640     SELECT RTSTS01 ASSIGN TO RTSTS01
000650         ORGANIZATION IS SEQUENTIAL.
000660
000670     SELECT SORTWK01 ASSIGN TO SORTWK01.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710
000720 FD  RTCTL15
000730     LABEL RECORDS ARE STANDARD.
000740     COPY RTCTL15.
000750
000760 FD  RRSO
000770     LABEL RECORDS ARE STANDARD.
000780     COPY RRSPST REPLACING ==RRSPST==   BY ==RRSO-RECORD==
000790                           ==REK_ID==   BY ==RRSO-REK_ID==
000800                           ==VAL_DAT==  BY ==RRSO-VAL_DAT==
000810                           ==CYC_NO==   BY ==RRSO-CYC_NO==
000820                           ==DB_BEDR==  BY ==RRSO-DB_BEDR==
000830                           ==CR_BEDR==  BY ==RRSO-CR_BEDR==
000840                           ==CUR_CD==   BY ==RRSO-CUR_CD==.
000850*****************************************************************
000860* RRSO-PRIME-KEY REDEFINES RRSO-REK_ID/RRSO-VAL_DAT/RRSO-CYC_NO
000870* AS A SINGLE FIELD, THE SAME WAY EX01 DECLARES IT, SO THE FILE
000880* CAN BE OPENED AGAINST THE SAME CATALOGED DATASET.
000890*****************************************************************
000900 01  RRSO-KEY-RECORD REDEFINES RRSO-RECORD.
000910     05  RRSO-PRIME-KEY          PIC X(20).
000920     05  FILLER                  PIC X(17).
000930
000940 FD  RTPTA01
000950     LABEL RECORDS ARE STANDARD.
000960     COPY RTPTA01.
000970
000980 FD  RTCURT1
000990     LABEL RECORDS ARE STANDARD.
001000     COPY RTCURT1.
001010
001020 FD  RTNSR01
001030     LABEL RECORDS ARE STANDARD.
001040     COPY RTNSR01.
001050
001060 FD  RTPAY01
001070     LABEL RECORDS ARE STANDARD.
001080     COPY RTPAY01.
001090
001100 FD  RTSTS01
001110     LABEL RECORDS ARE STANDARD.
001120     COPY RTSTS01.
001130
001140 SD  SORTWK01.
001150     COPY RTPTA01 REPLACING
001160         ==RTPTA01-RECORD==     BY ==SRT-RECORD==
001170         ==PTA-REK_ID==         BY ==SRT-REK_ID==
001180         ==PTA-VAL_DAT==        BY ==SRT-VAL_DAT==
001190         ==PTA-CYC_NO==         BY ==SRT-CYC_NO==
001200         ==PTA-FEED-NO==        BY ==SRT-FEED-NO==
001210         ==PTA-PARTNER-ID==     BY ==SRT-PARTNER-ID==
001220         ==PTA-CUR_CD==         BY ==SRT-CUR_CD==
001230         ==PTA-DB_BEDR==        BY ==SRT-DB_BEDR==
001240         ==PTA-CR_BEDR==        BY ==SRT-CR_BEDR==
001250         ==PTA-SOURCE-CD==      BY ==SRT-SOURCE-CD==.
001260
001270 WORKING-STORAGE SECTION.
001280
001290*****************************************************************
001300* SWITCHES.
001310*****************************************************************
001320 77  EX15-RRSO-EOF-SW                PIC X     VALUE 'N'.
001330     88  EX15-RRSO-EOF                         VALUE 'Y'.
001340 77  EX15-PTA-EOF-SW                 PIC X     VALUE 'N'.
001350     88  EX15-PTA-EOF                          VALUE 'Y'.
001360 77  EX15-CURT-EOF-SW                PIC X     VALUE 'N'.
001370     88  EX15-CURT-EOF                         VALUE 'Y'.
001380 77  EX15-NET-FOUND-SW               PIC X     VALUE 'N'.
001390     88  EX15-NET-FOUND                        VALUE 'Y'.
001400 77  EX15-CUR-FOUND-SW               PIC X     VALUE 'N'.
001410     88  EX15-CUR-FOUND                        VALUE 'Y'.
001420 77  EX15-GROUP-OK-SW                PIC X     VALUE 'Y'.
001430     88  EX15-GROUP-OK                         VALUE 'Y'.
001440 77  EX15-XFOOT-OK-SW                PIC X     VALUE 'Y'.
001450     88  EX15-XFOOT-OK                         VALUE 'Y'.
001460 77  EX15-LDG-EOF-SW                 PIC X     VALUE 'N'.
001470     88  EX15-LDG-EOF                          VALUE 'Y'.
001480 77  EX15-LDG-START-SW               PIC X     VALUE 'N'.
001490     88  EX15-LDG-STARTED                      VALUE 'Y'.
001500 77  EX15-LDG-REFUSED-SW             PIC X     VALUE 'N'.
001510     88  EX15-LDG-REFUSED                      VALUE 'Y'.
001520
001530*****************************************************************
001540* FILE-OPEN INDICATORS.  8000-TERMINATE-PARA TESTS THESE SO IT
001550* CAN CLOSE DOWN WHATEVER IS STILL OPEN ON AN ABEND PATH WITHOUT
001560* ATTEMPTING TO CLOSE A FILE THAT WAS NEVER OPENED.
001570*****************************************************************
001580 77  EX15-RTCTL15-OPEN-SW             PIC X     VALUE 'N'.
001590     88  EX15-RTCTL15-OPEN                      VALUE 'Y'.
001600 77  EX15-RRSO-OPEN-SW                PIC X     VALUE 'N'.
001610     88  EX15-RRSO-OPEN                         VALUE 'Y'.
001620 77  EX15-RTCURT1-OPEN-SW             PIC X     VALUE 'N'.
001630     88  EX15-RTCURT1-OPEN                      VALUE 'Y'.
001640 77  EX15-RTNSR01-OPEN-SW             PIC X     VALUE 'N'.
001650     88  EX15-RTNSR01-OPEN                      VALUE 'Y'.
001660 77  EX15-RTPAY01-OPEN-SW             PIC X     VALUE 'N'.
001670     88  EX15-RTPAY01-OPEN                      VALUE 'Y'.
001680 77  EX15-RTSTS01-OPEN-SW             PIC X     VALUE 'N'.
001690     88  EX15-RTSTS01-OPEN                      VALUE 'Y'.
001700
001710*****************************************************************
001720* COUNTERS AND WORK AREAS.
001730*****************************************************************
001740 77  EX15-RRSO-STATUS         PIC X(02) VALUE SPACES.
001750 77  EX15-RUN-DATE            PIC X(08) VALUE SPACES.
001760 77  EX15-POSTED-COUNT        PIC 9(09) COMP VALUE ZERO.
001770 77  EX15-ATTRIBUTED-COUNT    PIC 9(09) COMP VALUE ZERO.
001780 77  EX15-UNATTRIB-COUNT      PIC 9(09) COMP VALUE ZERO.
001790 77  EX15-PTA-READ-COUNT      PIC 9(09) COMP VALUE ZERO.
001800 77  EX15-PTA-DROP-COUNT      PIC 9(09) COMP VALUE ZERO.
001810 77  EX15-INSTR-COUNT         PIC 9(09) COMP VALUE ZERO.
001820 77  EX15-GRP-COUNT           PIC 9(04) COMP VALUE ZERO.
001830 77  EX15-GRP-MAX             PIC 9(04) COMP VALUE 30.
001840 77  EX15-GRP-SUB             PIC 9(04) COMP VALUE ZERO.
001850 77  EX15-NET-COUNT           PIC 9(04) COMP VALUE ZERO.
001860 77  EX15-NET-MAX             PIC 9(04) COMP VALUE 5000.
001870 77  EX15-NET-SUB             PIC 9(04) COMP VALUE ZERO.
001880 77  EX15-NET-SUB2            PIC 9(04) COMP VALUE ZERO.
001890 77  EX15-NET-HIT-SUB         PIC 9(04) COMP VALUE ZERO.
001900 77  EX15-CUR-COUNT           PIC 9(04) COMP VALUE ZERO.
001910 77  EX15-CUR-MAX             PIC 9(04) COMP VALUE 200.
001920 77  EX15-CUR-SUB             PIC 9(04) COMP VALUE ZERO.
001930 77  EX15-CUR-HIT-SUB         PIC 9(04) COMP VALUE ZERO.
001940 77  EX15-WORK-CUR-CD         PIC X(03) VALUE SPACES.
001950 77  EX15-WORK-REASON         PIC X(30) VALUE SPACES.
001960 77  EX15-WORK-DIRECTION      PIC X(07) VALUE SPACES.
001970 77  EX15-GRP-DB              PIC S9(13)V9(2) COMP-3 VALUE ZERO.
001980 77  EX15-GRP-CR              PIC S9(13)V9(2) COMP-3 VALUE ZERO.
001990 77  EX15-NET-AMT             PIC S9(13)V9(2) COMP-3 VALUE ZERO.
002000 77  EX15-PAY-AMT             PIC S9(13)V9(2) COMP-3 VALUE ZERO.
002010 77  EX15-XFOOT-NET           PIC S9(13)V9(2) COMP-3 VALUE ZERO.
002020 77  EX15-DIFF-NET            PIC S9(13)V9(2) COMP-3 VALUE ZERO.
002030 77  EX15-XFOOT-TOLERANCE     PIC S9(13)V9(2) COMP-3 VALUE 0,01.
002040 77  EX15-AMT1-ED             PIC ZZZZZZZZZZZZ9,99-.
002050 77  EX15-AMT2-ED             PIC ZZZZZZZZZZZZ9,99-.
002060 77  EX15-AMT3-ED             PIC ZZZZZZZZZZZZ9,99-.
002070 77  EX15-AMT4-ED             PIC ZZZZZZZZZZZZ9,99-.
002080 77  EX15-COUNT-ED            PIC ZZZZZZZZ9.
002090 77  EX15-LDG-EOD-CD          PIC X(01) VALUE SPACE.
002100 77  EX15-LDG-MESSAGE         PIC X(50) VALUE SPACES.
002110
002120*****************************************************************
002130* MERGE KEYS - RRSO AGAINST THE SORTED ATTRIBUTION RECORDS, BOTH
002140* ON REK_ID/VAL_DAT/CYC_NO, THE RRSO PRIME KEY.  AN EXHAUSTED
002150* SIDE IS SET TO HIGH-VALUES SO THE OTHER DRAINS NATURALLY.
002160*****************************************************************
002170 01  EX15-KEY-RR                 PIC X(20) VALUE SPACES.
002180
002190 01  EX15-KEY-AT.
002200     05  EX15-KEY-AT-ID          PIC X(10).
002210     05  EX15-KEY-AT-DT          PIC X(08).
002220     05  EX15-KEY-AT-CY          PIC 9(02).
002230
002240*****************************************************************
002250* THE ATTRIBUTION SLICES OF THE POSTING IN HAND - ONE PER FEED
002260* SLOT PER EX01 POSTING UNDER THE SAME KEY, SO A FEW AT MOST.
002270* THEY ARE HELD UNTIL THEIR SUM HAS BEEN PROVED AGAINST THE RRSO
002280* RECORD, AND ONLY THEN ROLLED INTO THE NET POSITIONS.
002290*****************************************************************
002300 01  EX15-GRP-TABLE.
002310     05  EX15-GRP-ENTRY OCCURS 30 TIMES.
002320         10  EX15-GRP-PARTNER    PIC X(10).
002330         10  EX15-GRP-SLICE-DB   PIC S9(11)V9(2) COMP-3.
002340         10  EX15-GRP-SLICE-CR   PIC S9(11)V9(2) COMP-3.
002350
002360*****************************************************************
002370* THE NET POSITIONS, ONE ENTRY PER PARTNER, CURRENCY AND VALUE
002380* DATE, SORTED BEFORE THE REPORT AND THE INSTRUCTIONS ARE
002390* WRITTEN SO BOTH READ THE SAME WAY EVERY RUN.
002400*****************************************************************
002410 01  EX15-NET-TABLE.
002420     05  EX15-NET-ENTRY OCCURS 5000 TIMES.
002430         10  EX15-NET-KEY.
002440             15  EX15-NET-PARTNER PIC X(10).
002450             15  EX15-NET-CUR     PIC X(03).
002460             15  EX15-NET-VAL-DAT PIC X(08).
002470         10  EX15-NET-DB         PIC S9(13)V9(2) COMP-3.
002480         10  EX15-NET-CR         PIC S9(13)V9(2) COMP-3.
002490
002500 01  EX15-NET-SWAP-ENTRY.
002510     05  EX15-SWAP-KEY           PIC X(21).
002520     05  EX15-SWAP-DB            PIC S9(13)V9(2) COMP-3.
002530     05  EX15-SWAP-CR            PIC S9(13)V9(2) COMP-3.
002540
002550 01  EX15-SEARCH-KEY.
002560     05  EX15-SEARCH-PARTNER     PIC X(10).
002570     05  EX15-SEARCH-CUR         PIC X(03).
002580     05  EX15-SEARCH-VAL-DAT     PIC X(08).
002590
002600*****************************************************************
002610* PER-CURRENCY CROSS-FOOT ACCUMULATORS - THE INSTRUCTIONS TO
002620* RECEIVE AND TO PAY AND THE NET OF THE UNATTRIBUTED POSTINGS ON
002630* ONE SIDE, THE SUMMED RTCURT1 CONTROL NET ON THE OTHER (ONE SET
002640* PER CYCLE, SO A CURRENCY CAN APPEAR SEVERAL TIMES).
002650*****************************************************************
002660 01  EX15-CUR-TABLE.
002670     05  EX15-CUR-ENTRY OCCURS 200 TIMES.
002680         10  EX15-CUR-CD         PIC X(03).
002690         10  EX15-CUR-RECEIVE    PIC S9(13)V9(2) COMP-3.
002700         10  EX15-CUR-PAY        PIC S9(13)V9(2) COMP-3.
002710         10  EX15-CUR-UNATTRIB   PIC S9(13)V9(2) COMP-3.
002720         10  EX15-CURT-NET       PIC S9(13)V9(2) COMP-3.
002730         10  EX15-CUR-INSTR-COUNT PIC 9(09) COMP.
002740         10  EX15-CUR-SEEN-SW    PIC X(01).
002750
002760 PROCEDURE DIVISION.
002770
002780*****************************************************************
002790* 0000-MAINLINE - OVERALL CONTROL FLOW.  THE SORT PUTS THE
002800* ATTRIBUTION RECORDS INTO RRSO KEY ORDER AND ITS OUTPUT
002810* PROCEDURE MERGES THEM AGAINST THE DAY'S POSTINGS.
002820*****************************************************************
002830 0000-MAINLINE SECTION.
002840 0000-START.
002850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002860     SORT SORTWK01
002870         ON ASCENDING KEY SRT-REK_ID
002880                          SRT-VAL_DAT
002890                          SRT-CYC_NO
002900                          SRT-FEED-NO
002910         USING RTPTA01
002920         OUTPUT PROCEDURE IS 5000-ATTRIBUTE-POSTINGS
002930                        THRU 5000-EXIT.
002940     PERFORM 6000-READ-CONTROL-TOTALS THRU 6000-EXIT.
002950     PERFORM 7000-WRITE-SETTLEMENT THRU 7000-EXIT.
002960     PERFORM 7500-WRITE-RUN-COUNTS THRU 7500-EXIT.
002970     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002980     STOP RUN.
002990 0000-EXIT.
003000     EXIT.
003010
003020*****************************************************************
003030* 1000-INITIALIZE - READ THE CONTROL CARD, RECORD THE START ON
003040* THE RUN LEDGER, CHECK THE DAY'S POSTING IS FINISHED AND START
003050* THE REPORT.
003060*****************************************************************
003070 1000-INITIALIZE SECTION.
003080 1000-INITIALIZE-PARA.
003090     OPEN INPUT RTCTL15.
003100     MOVE 'Y' TO EX15-RTCTL15-OPEN-SW.
003110     READ RTCTL15
003120         AT END
003130             DISPLAY 'EX15 - CONTROL CARD FILE IS EMPTY'
003140             MOVE 12 TO RETURN-CODE
003150             PERFORM 8000-TERMINATE THRU 8000-EXIT
003160             STOP RUN
003170     END-READ.
003180     IF CTL15-RUN-DATE = SPACES
003190         ACCEPT EX15-RUN-DATE FROM DATE YYYYMMDD
003200     ELSE
003210         MOVE CTL15-RUN-DATE TO EX15-RUN-DATE
003220     END-IF.
003230     CLOSE RTCTL15.
003240     MOVE 'N' TO EX15-RTCTL15-OPEN-SW.
003250     PERFORM 1800-WRITE-LEDGER-START THRU 1800-EXIT.
003260     PERFORM 1850-CHECK-PREDECESSORS THRU 1850-EXIT.
003270     OPEN OUTPUT RTNSR01.
003280     MOVE 'Y' TO EX15-RTNSR01-OPEN-SW.
003290     MOVE SPACES TO NSR-LINE-TEXT.
003300     STRING 'NET SETTLEMENT POSITIONS FOR ' EX15-RUN-DATE
003310         DELIMITED BY SIZE INTO NSR-LINE-TEXT.
003320     WRITE RTNSR01-RECORD.
003330     MOVE SPACES TO NSR-LINE-TEXT.
003340     WRITE RTNSR01-RECORD.
003350 1000-EXIT.
003360     EXIT.
003370
003380*****************************************************************
003390* 1800-WRITE-LEDGER-START - RECORD ON THE RTSTS01 RUN LEDGER
003400* THAT THE SETTLEMENT FOR THE RUN DATE HAS STARTED.  THE END
003410* RECORD IS WRITTEN BY 8100-WRITE-LEDGER-END ON EVERY PATH OUT
003420* OF THE PROGRAM.
003430*****************************************************************
003440 1800-WRITE-LEDGER-START.
003450     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
003460     MOVE 'S' TO STS-EVENT-CD.
003470     OPEN EXTEND RTSTS01.
003480     MOVE 'Y' TO EX15-RTSTS01-OPEN-SW.
003490     WRITE RTSTS01-RECORD.
003500     CLOSE RTSTS01.
003510     MOVE 'N' TO EX15-RTSTS01-OPEN-SW.
003520     SET EX15-LDG-STARTED TO TRUE.
003530 1800-EXIT.
003540     EXIT.
003550
003560 1810-BUILD-LEDGER-RECORD.
003570     MOVE SPACES TO RTSTS01-RECORD.
003580     MOVE EX15-RUN-DATE TO STS-BUS-DATE.
003590     MOVE ZERO          TO STS-CYCLE-NO.
003600     MOVE 'EX15'        TO STS-PROGRAM-ID.
003610     ACCEPT STS-EVENT-DATE FROM DATE YYYYMMDD.
003620     ACCEPT STS-EVENT-TIME FROM TIME.
003630     MOVE ZERO TO STS-RETURN-CD
003640                  STS-READ-COUNT
003650                  STS-WRITTEN-COUNT
003660                  STS-EXCEPTION-COUNT.
003670 1810-EXIT.
003680     EXIT.
003690
003700*****************************************************************
003710* 1850-CHECK-PREDECESSORS - THE SETTLEMENT NETS THE WHOLE DAY'S
003720* POSTINGS, SO IT MAY ONLY RUN ONCE THE LIVE EX01 CYCLE MARKED
003730* AS THE DAY'S LAST (CTL-EOD-CD 'Y') HAS FINISHED.  THE LATEST
003740* SUCH EX01 END RECORD FOR THE RUN DATE MUST SHOW STATUS 'C' OR
003750* 'W'; ANYTHING ELSE REFUSES THE RUN.
003760*****************************************************************
003770 1850-CHECK-PREDECESSORS.
003780     OPEN INPUT RTSTS01.
003790     MOVE 'Y' TO EX15-RTSTS01-OPEN-SW.
003800     PERFORM 1860-SCAN-ONE-LEDGER THRU 1860-EXIT
003810         UNTIL EX15-LDG-EOF.
003820     CLOSE RTSTS01.
003830     MOVE 'N' TO EX15-RTSTS01-OPEN-SW.
003840     IF EX15-LDG-EOD-CD = SPACE
003850         MOVE 'END-OF-DAY EX01 CYCLE HAS NOT RUN FOR THIS DATE'
003860             TO EX15-LDG-MESSAGE
003870         GO TO 9700-PREDECESSOR-REFUSAL
003880     END-IF.
003890     IF EX15-LDG-EOD-CD NOT = 'C'
003900             AND EX15-LDG-EOD-CD NOT = 'W'
003910         MOVE 'END-OF-DAY EX01 CYCLE DID NOT COMPLETE'
003920             TO EX15-LDG-MESSAGE
003930         GO TO 9700-PREDECESSOR-REFUSAL
003940     END-IF.
003950 1850-EXIT.
003960     EXIT.
003970
003980 1860-SCAN-ONE-LEDGER.
003990     READ RTSTS01
004000         AT END
004010             SET EX15-LDG-EOF TO TRUE
004020         NOT AT END
004030             IF STS-PROGRAM-ID = 'EX01'
004040                     AND STS-QUALIFIER = 'LIVE'
004050                     AND STS-EVENT-CD = 'E'
004060                     AND STS-BUS-DATE = EX15-RUN-DATE
004070                     AND STS-FINAL-CYCLE-CD = 'Y'
004080                 MOVE STS-STATUS-CD TO EX15-LDG-EOD-CD
004090             END-IF
004100     END-READ.
004110 1860-EXIT.
004120     EXIT.
004130
004140*****************************************************************
004150* 5000-ATTRIBUTE-POSTINGS - SORT OUTPUT PROCEDURE.  A TWO-FILE
004160* MERGE ON THE RRSO PRIME KEY:
004170*   RRSO ALONE        - THE POSTING HAS NO ATTRIBUTION AND GOES
004180*                       TO THE REPORT AS NOT ATTRIBUTED.
004190*   ATTRIBUTION ALONE - THE POSTING IS NO LONGER ON RRSO (EX02
004200*                       BACKED IT OUT) AND THE SLICE IS DROPPED.
004210*   BOTH              - THE SLICES ARE GATHERED AND PROVED
004220*                       AGAINST THE POSTING BEFORE THEY ARE
004230*                       NETTED.
004240* EVERY POSTING ROLLS INTO ITS CURRENCY'S ENTRY SO THE CROSS-
004250* FOOT SEES EVERY CURRENCY THAT POSTED.
004260*****************************************************************
004270 5000-ATTRIBUTE-POSTINGS SECTION.
004280 5000-ATTRIBUTE-PARA.
004290     OPEN INPUT RRSO.
004300     IF EX15-RRSO-STATUS NOT = '00'
004310         GO TO 9200-RRSO-ERROR
004320     END-IF.
004330     MOVE 'Y' TO EX15-RRSO-OPEN-SW.
004340     MOVE SPACES TO NSR-LINE-TEXT.
004350     STRING 'POSTINGS NOT ATTRIBUTED TO A PARTNER'
004360         DELIMITED BY SIZE INTO NSR-LINE-TEXT.
004370     WRITE RTNSR01-RECORD.
004380     MOVE SPACES TO NSR-LINE-TEXT.
004390     STRING 'REK_ID     VAL_DAT  CY CUR'
004400            '           DB_BEDR           CR_BEDR REASON'
004410         DELIMITED BY SIZE INTO NSR-LINE-TEXT.
004420     WRITE RTNSR01-RECORD.
004430     PERFORM 5010-READ-RRSO THRU 5010-EXIT.
004440     PERFORM 5020-RETURN-ATTRIBUTION THRU 5020-EXIT.
004450     PERFORM 5100-MATCH-ONE-KEY THRU 5100-EXIT
004460         UNTIL EX15-RRSO-EOF AND EX15-PTA-EOF.
004470     CLOSE RRSO.
004480     MOVE 'N' TO EX15-RRSO-OPEN-SW.
004490     MOVE SPACES TO NSR-LINE-TEXT.
004500     WRITE RTNSR01-RECORD.
004510 5000-EXIT.
004520     EXIT.
004530
004540 5010-READ-RRSO.
004550     READ RRSO NEXT RECORD
004560         AT END
004570             SET EX15-RRSO-EOF TO TRUE
004580             MOVE HIGH-VALUES TO EX15-KEY-RR
004590         NOT AT END
004600             ADD 1 TO EX15-POSTED-COUNT
004610             MOVE RRSO-PRIME-KEY TO EX15-KEY-RR
004620     END-READ.
004630 5010-EXIT.
004640     EXIT.
004650
004660 5020-RETURN-ATTRIBUTION.
004670     RETURN SORTWK01
004680         AT END
004690             SET EX15-PTA-EOF TO TRUE
004700             MOVE HIGH-VALUES TO EX15-KEY-AT
004710         NOT AT END
004720             ADD 1 TO EX15-PTA-READ-COUNT
004730             MOVE SRT-REK_ID  TO EX15-KEY-AT-ID
004740             MOVE SRT-VAL_DAT TO EX15-KEY-AT-DT
004750             MOVE SRT-CYC_NO  TO EX15-KEY-AT-CY
004760     END-RETURN.
004770 5020-EXIT.
004780     EXIT.
004790
004800 5100-MATCH-ONE-KEY.
004810     IF EX15-KEY-AT < EX15-KEY-RR
004820         ADD 1 TO EX15-PTA-DROP-COUNT
004830         PERFORM 5020-RETURN-ATTRIBUTION THRU 5020-EXIT
004840         GO TO 5100-EXIT
004850     END-IF.
004860     MOVE RRSO-CUR_CD TO EX15-WORK-CUR-CD.
004870     PERFORM 5500-FIND-CURRENCY THRU 5500-EXIT.
004880     IF EX15-KEY-RR < EX15-KEY-AT
004890         MOVE 'NO ATTRIBUTION RECORD' TO EX15-WORK-REASON
004900         PERFORM 5300-REPORT-UNATTRIBUTED THRU 5300-EXIT
004910         PERFORM 5010-READ-RRSO THRU 5010-EXIT
004920         GO TO 5100-EXIT
004930     END-IF.
004940     MOVE ZERO TO EX15-GRP-COUNT.
004950     MOVE ZERO TO EX15-GRP-DB.
004960     MOVE ZERO TO EX15-GRP-CR.
004970     MOVE 'Y' TO EX15-GROUP-OK-SW.
004980     PERFORM 5200-GATHER-ONE-SLICE THRU 5200-EXIT
004990         UNTIL EX15-KEY-AT NOT = EX15-KEY-RR.
005000     IF EX15-GRP-DB NOT = RRSO-DB_BEDR
005010             OR EX15-GRP-CR NOT = RRSO-CR_BEDR
005020         MOVE 'SLICES DO NOT SUM TO POSTING' TO EX15-WORK-REASON
005030         MOVE 'N' TO EX15-GROUP-OK-SW
005040     END-IF.
005050     IF EX15-GROUP-OK
005060         PERFORM 5400-NET-ONE-SLICE THRU 5400-EXIT
005070             VARYING EX15-GRP-SUB FROM 1 BY 1
005080             UNTIL EX15-GRP-SUB > EX15-GRP-COUNT
005090         ADD 1 TO EX15-ATTRIBUTED-COUNT
005100     ELSE
005110         PERFORM 5300-REPORT-UNATTRIBUTED THRU 5300-EXIT
005120     END-IF.
005130     PERFORM 5010-READ-RRSO THRU 5010-EXIT.
005140 5100-EXIT.
005150     EXIT.
005160
005170*****************************************************************
005180* 5200-GATHER-ONE-SLICE - HOLD ONE ATTRIBUTION SLICE OF THE
005190* POSTING IN HAND.  A SLICE WITH NO PARTNER (A FEED THAT
005200* ARRIVED WITHOUT ITS HEADER PARTNER ID) LEAVES THE WHOLE
005210* POSTING UNATTRIBUTED RATHER THAN NETTED AGAINST NOBODY.
005220*****************************************************************
005230 5200-GATHER-ONE-SLICE.
005240     IF EX15-GRP-COUNT NOT < EX15-GRP-MAX
005250         GO TO 9300-GROUP-TABLE-FULL
005260     END-IF.
005270     ADD 1 TO EX15-GRP-COUNT.
005280     MOVE SRT-PARTNER-ID TO EX15-GRP-PARTNER (EX15-GRP-COUNT).
005290     MOVE SRT-DB_BEDR    TO EX15-GRP-SLICE-DB (EX15-GRP-COUNT).
005300     MOVE SRT-CR_BEDR    TO EX15-GRP-SLICE-CR (EX15-GRP-COUNT).
005310     ADD SRT-DB_BEDR TO EX15-GRP-DB.
005320     ADD SRT-CR_BEDR TO EX15-GRP-CR.
005330     IF SRT-PARTNER-ID = SPACES
005340         MOVE 'SLICE CARRIES NO PARTNER' TO EX15-WORK-REASON
005350         MOVE 'N' TO EX15-GROUP-OK-SW
005360     END-IF.
005370     PERFORM 5020-RETURN-ATTRIBUTION THRU 5020-EXIT.
005380 5200-EXIT.
005390     EXIT.
005400
005410*****************************************************************
005420* 5300-REPORT-UNATTRIBUTED - LIST A POSTING THAT CANNOT BE SPLIT
005430* BY PARTNER.  NO INSTRUCTION IS RAISED FOR IT; ITS NET GOES TO
005440* THE CURRENCY'S NOT-ATTRIBUTED TOTAL SO THE CROSS-FOOT STILL
005450* PROVES NOTHING WAS LOST, ONLY HELD BACK.
005460*****************************************************************
005470 5300-REPORT-UNATTRIBUTED.
005480     MOVE RRSO-DB_BEDR TO EX15-AMT1-ED.
005490     MOVE RRSO-CR_BEDR TO EX15-AMT2-ED.
005500     MOVE SPACES TO NSR-LINE-TEXT.
005510     STRING RRSO-REK_ID ' ' RRSO-VAL_DAT ' ' RRSO-CYC_NO ' '
005520            RRSO-CUR_CD ' ' EX15-AMT1-ED ' ' EX15-AMT2-ED
005530            ' ' EX15-WORK-REASON
005540         DELIMITED BY SIZE INTO NSR-LINE-TEXT.
005550     WRITE RTNSR01-RECORD.
005560     ADD RRSO-DB_BEDR TO EX15-CUR-UNATTRIB (EX15-CUR-SUB).
005570     SUBTRACT RRSO-CR_BEDR FROM EX15-CUR-UNATTRIB (EX15-CUR-SUB).
005580     ADD 1 TO EX15-UNATTRIB-COUNT.
005590 5300-EXIT.
005600     EXIT.
005610
005620*****************************************************************
005630* 5400-NET-ONE-SLICE - ROLL ONE PROVED SLICE INTO ITS PARTNER'S
005640* NET POSITION FOR THE POSTING'S CURRENCY AND VALUE DATE.
005650*****************************************************************
005660 5400-NET-ONE-SLICE.
005670     MOVE EX15-GRP-PARTNER (EX15-GRP-SUB) TO EX15-SEARCH-PARTNER.
005680     MOVE RRSO-CUR_CD  TO EX15-SEARCH-CUR.
005690     MOVE RRSO-VAL_DAT TO EX15-SEARCH-VAL-DAT.
005700     MOVE 'N' TO EX15-NET-FOUND-SW.
005710     PERFORM 5410-TEST-ONE-NET THRU 5410-EXIT
005720         VARYING EX15-NET-SUB FROM 1 BY 1
005730         UNTIL EX15-NET-SUB > EX15-NET-COUNT
005740            OR EX15-NET-FOUND.
005750     IF EX15-NET-FOUND
005760         MOVE EX15-NET-HIT-SUB TO EX15-NET-SUB
005770     ELSE
005780         IF EX15-NET-COUNT NOT < EX15-NET-MAX
005790             GO TO 9400-NET-TABLE-FULL
005800         END-IF
005810         ADD 1 TO EX15-NET-COUNT
005820         MOVE EX15-NET-COUNT TO EX15-NET-SUB
005830         MOVE EX15-SEARCH-KEY TO EX15-NET-KEY (EX15-NET-SUB)
005840         MOVE ZERO TO EX15-NET-DB (EX15-NET-SUB)
005850         MOVE ZERO TO EX15-NET-CR (EX15-NET-SUB)
005860     END-IF.
005870     ADD EX15-GRP-SLICE-DB (EX15-GRP-SUB)
005880         TO EX15-NET-DB (EX15-NET-SUB).
005890     ADD EX15-GRP-SLICE-CR (EX15-GRP-SUB)
005900         TO EX15-NET-CR (EX15-NET-SUB).
005910 5400-EXIT.
005920     EXIT.
005930
005940 5410-TEST-ONE-NET.
005950     IF EX15-NET-KEY (EX15-NET-SUB) = EX15-SEARCH-KEY
005960         SET EX15-NET-FOUND TO TRUE
005970         MOVE EX15-NET-SUB TO EX15-NET-HIT-SUB
005980     END-IF.
005990 5410-EXIT.
006000     EXIT.
006010
006020*****************************************************************
006030* 5500-FIND-CURRENCY - LOCATE (OR OPEN) THE CURRENCY'S CROSS-
006040* FOOT ENTRY AND LEAVE EX15-CUR-SUB POINTING AT IT.
006050*****************************************************************
006060 5500-FIND-CURRENCY.
006070     MOVE 'N' TO EX15-CUR-FOUND-SW.
006080     PERFORM 5510-TEST-ONE-CURRENCY THRU 5510-EXIT
006090         VARYING EX15-CUR-SUB FROM 1 BY 1
006100         UNTIL EX15-CUR-SUB > EX15-CUR-COUNT
006110            OR EX15-CUR-FOUND.
006120     IF EX15-CUR-FOUND
006130         MOVE EX15-CUR-HIT-SUB TO EX15-CUR-SUB
006140     ELSE
006150         IF EX15-CUR-COUNT NOT < EX15-CUR-MAX
006160             GO TO 9500-CURRENCY-TABLE-FULL
006170         END-IF
006180         ADD 1 TO EX15-CUR-COUNT
006190         MOVE EX15-CUR-COUNT TO EX15-CUR-SUB
006200         MOVE EX15-WORK-CUR-CD TO EX15-CUR-CD (EX15-CUR-SUB)
006210         MOVE ZERO TO EX15-CUR-RECEIVE (EX15-CUR-SUB)
006220         MOVE ZERO TO EX15-CUR-PAY (EX15-CUR-SUB)
006230         MOVE ZERO TO EX15-CUR-UNATTRIB (EX15-CUR-SUB)
006240         MOVE ZERO TO EX15-CURT-NET (EX15-CUR-SUB)
006250         MOVE ZERO TO EX15-CUR-INSTR-COUNT (EX15-CUR-SUB)
006260         MOVE 'N'  TO EX15-CUR-SEEN-SW (EX15-CUR-SUB)
006270     END-IF.
006280 5500-EXIT.
006290     EXIT.
006300
006310 5510-TEST-ONE-CURRENCY.
006320     IF EX15-CUR-CD (EX15-CUR-SUB) = EX15-WORK-CUR-CD
006330         SET EX15-CUR-FOUND TO TRUE
006340         MOVE EX15-CUR-SUB TO EX15-CUR-HIT-SUB
006350     END-IF.
006360 5510-EXIT.
006370     EXIT.
006380
006390*****************************************************************
006400* 6000-READ-CONTROL-TOTALS - SUM THE RTCURT1 CONTROL RECORDS
006410* (THE '***' EUR GRAND TOTALS ASIDE) INTO A DAY NET PER
006420* CURRENCY - ON A MULTI-CYCLE DAY EACH CYCLE CONTRIBUTES ITS OWN
006430* SET.  A CURRENCY ON RTCURT1 THAT NEVER POSTED TO RRSO STILL
006440* GETS AN ENTRY, SO THE CROSS-FOOT EXPOSES IT.
006450*****************************************************************
006460 6000-READ-CONTROL-TOTALS SECTION.
006470 6000-READ-CONTROL-PARA.
006480     OPEN INPUT RTCURT1.
006490     MOVE 'Y' TO EX15-RTCURT1-OPEN-SW.
006500     PERFORM 6010-READ-ONE-CURT THRU 6010-EXIT
006510         UNTIL EX15-CURT-EOF.
006520     CLOSE RTCURT1.
006530     MOVE 'N' TO EX15-RTCURT1-OPEN-SW.
006540 6000-EXIT.
006550     EXIT.
006560
006570 6010-READ-ONE-CURT.
006580     READ RTCURT1
006590         AT END
006600             SET EX15-CURT-EOF TO TRUE
006610         NOT AT END
006620             IF CURT-CUR_CD NOT = '***'
006630                 MOVE CURT-CUR_CD TO EX15-WORK-CUR-CD
006640                 PERFORM 5500-FIND-CURRENCY THRU 5500-EXIT
006650                 MOVE 'Y' TO EX15-CUR-SEEN-SW (EX15-CUR-SUB)
006660                 ADD CURT-DB_BEDR TO EX15-CURT-NET (EX15-CUR-SUB)
006670                 SUBTRACT CURT-CR_BEDR
006680                     FROM EX15-CURT-NET (EX15-CUR-SUB)
006690             END-IF
006700     END-READ.
006710 6010-EXIT.
006720     EXIT.
006730
006740*****************************************************************
006750* 7000-WRITE-SETTLEMENT - SORT THE NET POSITIONS INTO PARTNER,
006760* CURRENCY AND VALUE-DATE ORDER, REPORT EACH ONE AND RAISE AN
006770* INSTRUCTION FOR EVERY NON-ZERO NET, THEN CROSS-FOOT EACH
006780* CURRENCY - RECEIVE LESS PAY PLUS NOT ATTRIBUTED MUST EQUAL THE
006790* RTCURT1 NET, WITH EVERY CURRENCY PRESENT ON BOTH SIDES.  A
006800* DIFFERENCE BEYOND TOLERANCE MEANS THE INSTRUCTIONS AND THE
006810* POSTING RUNS DISAGREE - THE FILE IS NOT RELEASED AND THE RUN
006820* ENDS RC 16.  THE SAME PLAIN BUBBLE SORT EX07 USES IS ENOUGH.
006830*****************************************************************
006840 7000-WRITE-SETTLEMENT SECTION.
006850 7000-WRITE-SETTLEMENT-PARA.
006860     PERFORM 7050-SORT-NET-TABLE THRU 7050-EXIT.
006870     OPEN OUTPUT RTPAY01.
006880     MOVE 'Y' TO EX15-RTPAY01-OPEN-SW.
006890     MOVE SPACES TO RTPAY01-RECORD.
006900     MOVE 'H'           TO PAY-REC-TYPE.
006910     MOVE EX15-RUN-DATE TO PAY-RUN-DATE.
006920     MOVE ZERO TO PAY-AMOUNT PAY-AMOUNT-2 PAY-AMOUNT-3
006930                  PAY-AMOUNT-4 PAY-COUNT.
006940     WRITE RTPAY01-RECORD.
006950     MOVE SPACES TO NSR-LINE-TEXT.
006960     STRING 'NET POSITIONS BY PARTNER, CURRENCY AND VALUE DATE'
006970         DELIMITED BY SIZE INTO NSR-LINE-TEXT.
006980     WRITE RTNSR01-RECORD.
006990     MOVE SPACES TO NSR-LINE-TEXT.
007000     STRING 'PARTNER    CUR VAL_DAT '
007010            '           DB_BEDR           CR_BEDR'
007020            '               NET DIRECTION'
007030         DELIMITED BY SIZE INTO NSR-LINE-TEXT.
007040     WRITE RTNSR01-RECORD.
007050     PERFORM 7100-WRITE-ONE-POSITION THRU 7100-EXIT
007060         VARYING EX15-NET-SUB FROM 1 BY 1
007070         UNTIL EX15-NET-SUB > EX15-NET-COUNT.
007080     MOVE SPACES TO NSR-LINE-TEXT.
007090     WRITE RTNSR01-RECORD.
007100     MOVE SPACES TO NSR-LINE-TEXT.
007110     STRING 'CROSS-FOOT TO RTCURT1 BY CURRENCY'
007120         DELIMITED BY SIZE INTO NSR-LINE-TEXT.
007130     WRITE RTNSR01-RECORD.
007140     MOVE SPACES TO NSR-LINE-TEXT.
007150     STRING 'CUR           RECEIVE               PAY'
007160            '    NOT ATTRIBUTED       RTCURT1 NET'
007170         DELIMITED BY SIZE INTO NSR-LINE-TEXT.
007180     WRITE RTNSR01-RECORD.
007190     PERFORM 7200-CROSS-FOOT-ONE-CURRENCY THRU 7200-EXIT
007200         VARYING EX15-CUR-SUB FROM 1 BY 1
007210         UNTIL EX15-CUR-SUB > EX15-CUR-COUNT.
007220     MOVE SPACES TO RTPAY01-RECORD.
007230     MOVE 'T'             TO PAY-REC-TYPE.
007240     MOVE EX15-RUN-DATE   TO PAY-RUN-DATE.
007250     MOVE ZERO TO PAY-AMOUNT PAY-AMOUNT-2 PAY-AMOUNT-3
007260                  PAY-AMOUNT-4.
007270     MOVE EX15-INSTR-COUNT TO PAY-COUNT.
007280     WRITE RTPAY01-RECORD.
007290     CLOSE RTPAY01.
007300     MOVE 'N' TO EX15-RTPAY01-OPEN-SW.
007310     IF NOT EX15-XFOOT-OK
007320         GO TO 9600-CROSS-FOOT-ERROR
007330     END-IF.
007340     DISPLAY 'EX15 - INSTRUCTIONS CROSS-FOOT TO RTCURT1, '
007350             'FILE RELEASED'.
007360 7000-EXIT.
007370     EXIT.
007380
007390 7050-SORT-NET-TABLE.
007400     PERFORM 7060-SORT-ONE-PASS THRU 7060-EXIT
007410         VARYING EX15-NET-SUB FROM 1 BY 1
007420         UNTIL EX15-NET-SUB >= EX15-NET-COUNT.
007430 7050-EXIT.
007440     EXIT.
007450
007460 7060-SORT-ONE-PASS.
007470     PERFORM 7070-SORT-COMPARE-SWAP THRU 7070-EXIT
007480         VARYING EX15-NET-SUB2 FROM 1 BY 1
007490         UNTIL EX15-NET-SUB2 >= EX15-NET-COUNT.
007500 7060-EXIT.
007510     EXIT.
007520
007530 7070-SORT-COMPARE-SWAP.
007540     IF EX15-NET-KEY (EX15-NET-SUB2) >
007550             EX15-NET-KEY (EX15-NET-SUB2 + 1)
007560         MOVE EX15-NET-ENTRY (EX15-NET-SUB2)
007570             TO EX15-NET-SWAP-ENTRY
007580         MOVE EX15-NET-ENTRY (EX15-NET-SUB2 + 1)
007590             TO EX15-NET-ENTRY (EX15-NET-SUB2)
007600         MOVE EX15-NET-SWAP-ENTRY
007610             TO EX15-NET-ENTRY (EX15-NET-SUB2 + 1)
007620     END-IF.
007630 7070-EXIT.
007640     EXIT.
007650
007660*****************************************************************
007670* 7100-WRITE-ONE-POSITION - REPORT ONE NET POSITION AND, WHEN IT
007680* IS NOT ZERO, WRITE ITS INSTRUCTION.  DEBITS OVER CREDITS IS
007690* MONEY DUE FROM THE PARTNER (RECEIVE); CREDITS OVER DEBITS IS
007700* MONEY DUE TO IT (PAY).  THE INSTRUCTION AMOUNT IS ALWAYS
007710* POSITIVE, THE DIRECTION CODE CARRIES THE SIGN.
007720*****************************************************************
007730 7100-WRITE-ONE-POSITION.
007740     COMPUTE EX15-NET-AMT =
007750         EX15-NET-DB (EX15-NET-SUB) - EX15-NET-CR (EX15-NET-SUB).
007760     MOVE EX15-NET-CUR (EX15-NET-SUB) TO EX15-WORK-CUR-CD.
007770     PERFORM 5500-FIND-CURRENCY THRU 5500-EXIT.
007780     EVALUATE TRUE
007790         WHEN EX15-NET-AMT > ZERO
007800             MOVE 'RECEIVE' TO EX15-WORK-DIRECTION
007810             MOVE EX15-NET-AMT TO EX15-PAY-AMT
007820             ADD EX15-PAY-AMT TO EX15-CUR-RECEIVE (EX15-CUR-SUB)
007830         WHEN EX15-NET-AMT < ZERO
007840             MOVE 'PAY'     TO EX15-WORK-DIRECTION
007850             MULTIPLY EX15-NET-AMT BY -1 GIVING EX15-PAY-AMT
007860             ADD EX15-PAY-AMT TO EX15-CUR-PAY (EX15-CUR-SUB)
007870         WHEN OTHER
007880             MOVE 'NONE'    TO EX15-WORK-DIRECTION
007890             MOVE ZERO TO EX15-PAY-AMT
007900     END-EVALUATE.
007910     MOVE EX15-NET-DB (EX15-NET-SUB) TO EX15-AMT1-ED.
007920     MOVE EX15-NET-CR (EX15-NET-SUB) TO EX15-AMT2-ED.
007930     MOVE EX15-NET-AMT               TO EX15-AMT3-ED.
007940     MOVE SPACES TO NSR-LINE-TEXT.
007950     STRING EX15-NET-PARTNER (EX15-NET-SUB) ' '
007960            EX15-NET-CUR (EX15-NET-SUB) ' '
007970            EX15-NET-VAL-DAT (EX15-NET-SUB) ' '
007980            EX15-AMT1-ED ' ' EX15-AMT2-ED ' ' EX15-AMT3-ED ' '
007990            EX15-WORK-DIRECTION
008000         DELIMITED BY SIZE INTO NSR-LINE-TEXT.
008010     WRITE RTNSR01-RECORD.
008020     IF EX15-PAY-AMT = ZERO
008030         GO TO 7100-EXIT
008040     END-IF.
008050     MOVE SPACES TO RTPAY01-RECORD.
008060     MOVE 'D'                             TO PAY-REC-TYPE.
008070     MOVE EX15-NET-PARTNER (EX15-NET-SUB) TO PAY-PARTNER-ID.
008080     MOVE EX15-NET-CUR (EX15-NET-SUB)     TO PAY-CUR_CD.
008090     MOVE EX15-NET-VAL-DAT (EX15-NET-SUB) TO PAY-VAL_DAT.
008100     IF EX15-NET-AMT > ZERO
008110         MOVE 'R' TO PAY-DIRECTION-CD
008120     ELSE
008130         MOVE 'P' TO PAY-DIRECTION-CD
008140     END-IF.
008150     MOVE EX15-PAY-AMT  TO PAY-AMOUNT.
008160     MOVE ZERO TO PAY-AMOUNT-2 PAY-AMOUNT-3 PAY-AMOUNT-4
008170                  PAY-COUNT.
008180     MOVE EX15-RUN-DATE TO PAY-RUN-DATE.
008190     WRITE RTPAY01-RECORD.
008200     ADD 1 TO EX15-INSTR-COUNT.
008210     ADD 1 TO EX15-CUR-INSTR-COUNT (EX15-CUR-SUB).
008220 7100-EXIT.
008230     EXIT.
008240
008250*****************************************************************
008260* 7200-CROSS-FOOT-ONE-CURRENCY - THE CURRENCY'S INSTRUCTIONS AND
008270* HELD-BACK POSTINGS AGAINST ITS SUMMED CONTROL NET, ON THE
008280* REPORT AND AS THE CURRENCY CONTROL RECORD OF THE FILE.  A
008290* CURRENCY ON RRSO THAT NEVER REACHED RTCURT1 HAS NO SEEN FLAG
008300* AND FAILS HERE.
008310*****************************************************************
008320 7200-CROSS-FOOT-ONE-CURRENCY.
008330     COMPUTE EX15-XFOOT-NET =
008340         EX15-CUR-RECEIVE (EX15-CUR-SUB)
008350       - EX15-CUR-PAY (EX15-CUR-SUB)
008360       + EX15-CUR-UNATTRIB (EX15-CUR-SUB).
008370     COMPUTE EX15-DIFF-NET =
008380         EX15-CURT-NET (EX15-CUR-SUB) - EX15-XFOOT-NET.
008390     IF EX15-DIFF-NET < ZERO
008400         MULTIPLY EX15-DIFF-NET BY -1 GIVING EX15-DIFF-NET
008410     END-IF.
008420     MOVE EX15-CUR-RECEIVE (EX15-CUR-SUB)  TO EX15-AMT1-ED.
008430     MOVE EX15-CUR-PAY (EX15-CUR-SUB)      TO EX15-AMT2-ED.
008440     MOVE EX15-CUR-UNATTRIB (EX15-CUR-SUB) TO EX15-AMT3-ED.
008450     MOVE EX15-CURT-NET (EX15-CUR-SUB)     TO EX15-AMT4-ED.
008460     MOVE SPACES TO NSR-LINE-TEXT.
008470     EVALUATE TRUE
008480         WHEN EX15-CUR-SEEN-SW (EX15-CUR-SUB) NOT = 'Y'
008490             STRING EX15-CUR-CD (EX15-CUR-SUB) ' ' EX15-AMT1-ED
008500                    ' ' EX15-AMT2-ED ' ' EX15-AMT3-ED ' '
008510                    EX15-AMT4-ED ' *** NOT ON RTCURT1'
008520                 DELIMITED BY SIZE INTO NSR-LINE-TEXT
008530             DISPLAY 'EX15 - CURRENCY ' EX15-CUR-CD (EX15-CUR-SUB)
008540                     ' ON RRSO BUT NOT ON RTCURT1'
008550             MOVE 'N' TO EX15-XFOOT-OK-SW
008560         WHEN EX15-DIFF-NET > EX15-XFOOT-TOLERANCE
008570             STRING EX15-CUR-CD (EX15-CUR-SUB) ' ' EX15-AMT1-ED
008580                    ' ' EX15-AMT2-ED ' ' EX15-AMT3-ED ' '
008590                    EX15-AMT4-ED ' *** DOES NOT CROSS-FOOT'
008600                 DELIMITED BY SIZE INTO NSR-LINE-TEXT
008610             DISPLAY 'EX15 - CURRENCY ' EX15-CUR-CD (EX15-CUR-SUB)
008620                     ' DOES NOT CROSS-FOOT TO RTCURT1'
008630             MOVE 'N' TO EX15-XFOOT-OK-SW
008640         WHEN OTHER
008650             STRING EX15-CUR-CD (EX15-CUR-SUB) ' ' EX15-AMT1-ED
008660                    ' ' EX15-AMT2-ED ' ' EX15-AMT3-ED ' '
008670                    EX15-AMT4-ED
008680                 DELIMITED BY SIZE INTO NSR-LINE-TEXT
008690     END-EVALUATE.
008700     WRITE RTNSR01-RECORD.
008710     MOVE SPACES TO RTPAY01-RECORD.
008720     MOVE 'C'                               TO PAY-REC-TYPE.
008730     MOVE EX15-CUR-CD (EX15-CUR-SUB)        TO PAY-CUR_CD.
008740     MOVE EX15-CUR-RECEIVE (EX15-CUR-SUB)   TO PAY-AMOUNT.
008750     MOVE EX15-CUR-PAY (EX15-CUR-SUB)       TO PAY-AMOUNT-2.
008760     MOVE EX15-CUR-UNATTRIB (EX15-CUR-SUB)  TO PAY-AMOUNT-3.
008770     MOVE EX15-CURT-NET (EX15-CUR-SUB)      TO PAY-AMOUNT-4.
008780     MOVE EX15-RUN-DATE                     TO PAY-RUN-DATE.
008790     MOVE EX15-CUR-INSTR-COUNT (EX15-CUR-SUB) TO PAY-COUNT.
008800     WRITE RTPAY01-RECORD.
008810 7200-EXIT.
008820     EXIT.
008830
008840*****************************************************************
008850* 7500-WRITE-RUN-COUNTS - THE CONSOLE AND REPORT SIGN-OFF.
008860* UNATTRIBUTED POSTINGS END THE RUN WITH RETURN CODE 4, THE WAY
008870* EX07 TREATS UNMAPPED ONES, SO TREASURY SETTLES THEM BY HAND.
008880*****************************************************************
008890 7500-WRITE-RUN-COUNTS SECTION.
008900 7500-WRITE-COUNTS-PARA.
008910     DISPLAY 'EX15 - RRSO POSTINGS READ       = '
008920             EX15-POSTED-COUNT.
008930     DISPLAY 'EX15 - POSTINGS ATTRIBUTED      = '
008940             EX15-ATTRIBUTED-COUNT.
008950     DISPLAY 'EX15 - POSTINGS NOT ATTRIBUTED  = '
008960             EX15-UNATTRIB-COUNT.
008970     DISPLAY 'EX15 - ATTRIBUTION RECORDS READ = '
008980             EX15-PTA-READ-COUNT.
008990     DISPLAY 'EX15 - ATTRIBUTIONS NOT ON RRSO = '
009000             EX15-PTA-DROP-COUNT.
009010     DISPLAY 'EX15 - NET POSITIONS            = '
009020             EX15-NET-COUNT.
009030     DISPLAY 'EX15 - INSTRUCTIONS WRITTEN     = '
009040             EX15-INSTR-COUNT.
009050     MOVE SPACES TO NSR-LINE-TEXT.
009060     WRITE RTNSR01-RECORD.
009070     MOVE EX15-INSTR-COUNT TO EX15-COUNT-ED.
009080     MOVE SPACES TO NSR-LINE-TEXT.
009090     STRING 'INSTRUCTIONS WRITTEN       ' EX15-COUNT-ED
009100         DELIMITED BY SIZE INTO NSR-LINE-TEXT.
009110     WRITE RTNSR01-RECORD.
009120     MOVE EX15-UNATTRIB-COUNT TO EX15-COUNT-ED.
009130     MOVE SPACES TO NSR-LINE-TEXT.
009140     STRING 'POSTINGS NOT ATTRIBUTED    ' EX15-COUNT-ED
009150         DELIMITED BY SIZE INTO NSR-LINE-TEXT.
009160     WRITE RTNSR01-RECORD.
009170     MOVE EX15-PTA-DROP-COUNT TO EX15-COUNT-ED.
009180     MOVE SPACES TO NSR-LINE-TEXT.
009190     STRING 'ATTRIBUTIONS NOT ON RRSO   ' EX15-COUNT-ED
009200         DELIMITED BY SIZE INTO NSR-LINE-TEXT.
009210     WRITE RTNSR01-RECORD.
009220     IF EX15-UNATTRIB-COUNT > ZERO
009230             AND RETURN-CODE = ZERO
009240         MOVE 4 TO RETURN-CODE
009250     END-IF.
009260 7500-EXIT.
009270     EXIT.
009280
009290*****************************************************************
009300* 8000-TERMINATE - CLOSE EVERYTHING STILL OPEN AND CLOSE OFF THE
009310* RUN'S LEDGER ENTRY.
009320*****************************************************************
009330 8000-TERMINATE SECTION.
009340 8000-TERMINATE-PARA.
009350     IF EX15-RTCTL15-OPEN
009360         CLOSE RTCTL15
009370     END-IF.
009380     IF EX15-RRSO-OPEN
009390         CLOSE RRSO
009400     END-IF.
009410     IF EX15-RTCURT1-OPEN
009420         CLOSE RTCURT1
009430     END-IF.
009440     IF EX15-RTNSR01-OPEN
009450         CLOSE RTNSR01
009460     END-IF.
009470     IF EX15-RTPAY01-OPEN
009480         CLOSE RTPAY01
009490     END-IF.
009500     IF EX15-RTSTS01-OPEN
009510         CLOSE RTSTS01
009520     END-IF.
009530     PERFORM 8100-WRITE-LEDGER-END THRU 8100-EXIT.
009540 8000-EXIT.
009550     EXIT.
009560
009570*****************************************************************
009580* 8100-WRITE-LEDGER-END - CLOSE OFF THE RUN'S LEDGER ENTRY WITH
009590* ITS RETURN CODE, COUNTS AND OUTCOME.  A RUN STOPPED BY AN
009600* EMPTY CONTROL CARD FILE NEVER STARTED AND WRITES NOTHING.
009610*****************************************************************
009620 8100-WRITE-LEDGER-END.
009630     IF NOT EX15-LDG-STARTED
009640         GO TO 8100-EXIT
009650     END-IF.
009660     MOVE 'N' TO EX15-LDG-START-SW.
009670     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
009680     MOVE 'E' TO STS-EVENT-CD.
009690     MOVE RETURN-CODE TO STS-RETURN-CD.
009700     EVALUATE TRUE
009710         WHEN EX15-LDG-REFUSED
009720             MOVE 'R' TO STS-STATUS-CD
009730         WHEN RETURN-CODE = ZERO
009740             MOVE 'C' TO STS-STATUS-CD
009750         WHEN RETURN-CODE NOT > 4
009760             MOVE 'W' TO STS-STATUS-CD
009770         WHEN OTHER
009780             MOVE 'F' TO STS-STATUS-CD
009790     END-EVALUATE.
009800     MOVE EX15-POSTED-COUNT   TO STS-READ-COUNT.
009810     MOVE EX15-INSTR-COUNT    TO STS-WRITTEN-COUNT.
009820     MOVE EX15-UNATTRIB-COUNT TO STS-EXCEPTION-COUNT.
009830     MOVE EX15-LDG-MESSAGE    TO STS-MESSAGE.
009840     OPEN EXTEND RTSTS01.
009850     WRITE RTSTS01-RECORD.
009860     CLOSE RTSTS01.
009870 8100-EXIT.
009880     EXIT.
009890
009900*****************************************************************
009910* 9000-ERROR-PARAGRAPHS - FATAL ERROR HANDLING, EACH WITH ITS
009920* OWN RETURN CODE, THE SAME WAY EX01 HANDLES ITS FATAL ERRORS.
009930*****************************************************************
009940 9000-ERROR-PARAGRAPHS SECTION.
009950 9200-RRSO-ERROR.
009960     DISPLAY 'EX15 - RRSO OPEN ERROR, FILE STATUS = '
009970             EX15-RRSO-STATUS.
009980     MOVE 24 TO RETURN-CODE.
009990     PERFORM 8000-TERMINATE THRU 8000-EXIT.
010000     STOP RUN.
010010 9200-EXIT.
010020     EXIT.
010030
010040 9300-GROUP-TABLE-FULL.
010050     DISPLAY 'EX15 - MORE ATTRIBUTION SLICES THAN EXPECTED FOR '
010060             EX15-KEY-RR.
010070     MOVE 28 TO RETURN-CODE.
010080     PERFORM 8000-TERMINATE THRU 8000-EXIT.
010090     STOP RUN.
010100 9300-EXIT.
010110     EXIT.
010120
010130 9400-NET-TABLE-FULL.
010140     DISPLAY 'EX15 - NET POSITION TABLE IS FULL, CANNOT ADD '
010150             EX15-SEARCH-KEY.
010160     MOVE 32 TO RETURN-CODE.
010170     PERFORM 8000-TERMINATE THRU 8000-EXIT.
010180     STOP RUN.
010190 9400-EXIT.
010200     EXIT.
010210
010220 9500-CURRENCY-TABLE-FULL.
010230     DISPLAY 'EX15 - CURRENCY TABLE IS FULL, CANNOT ADD '
010240             EX15-WORK-CUR-CD.
010250     MOVE 36 TO RETURN-CODE.
010260     PERFORM 8000-TERMINATE THRU 8000-EXIT.
010270     STOP RUN.
010280 9500-EXIT.
010290     EXIT.
010300
010310 9600-CROSS-FOOT-ERROR.
010320     DISPLAY 'EX15 - INSTRUCTIONS DO NOT CROSS-FOOT TO RTCURT1, '
010330             'FILE NOT RELEASED'.
010340     MOVE 16 TO RETURN-CODE.
010350     PERFORM 8000-TERMINATE THRU 8000-EXIT.
010360     STOP RUN.
010370 9600-EXIT.
010380     EXIT.
010390
010400 9700-PREDECESSOR-REFUSAL.
010410     DISPLAY 'EX15 - ' EX15-LDG-MESSAGE.
010420     DISPLAY 'EX15 - NET SETTLEMENT FOR ' EX15-RUN-DATE
010430             ' REFUSED, THE DAY IS NOT YET CLOSED'.
010440     SET EX15-LDG-REFUSED TO TRUE.
010450     MOVE 40 TO RETURN-CODE.
010460     PERFORM 8000-TERMINATE THRU 8000-EXIT.
010470     STOP RUN.
010480 9700-EXIT.
010490     EXIT.
