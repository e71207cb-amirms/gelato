000010*****************************************************************
000020* PROGRAM-ID.  EX16.
000030* AUTHOR.      M V HALEN.
000040* INSTALLATION. SERVICIFI GELATO - RECONCILIATION AND SETTLEMENT.
000050* DATE-WRITTEN. 2026-10-15.
000060*
000070* EX16 IS THE MONTHLY MATCHING MI REPORT.  EVERY LIVE EX01 CYCLE
000080* APPENDS ITS FIGURES TO THE PERMANENT RTDST01 STATISTICS FILE -
000090* RECORDS READ PER FEED, KEYS MATCHED AND POSTED, EXCEPTIONS PER
000100* REASON CODE, SUSPENSE MOVEMENT AND MISSING-FEED BREAKS PER
000110* PARTNER, AND POSTED TOTALS PER CURRENCY.  EX16 READS THE WHOLE
000120* FILE FOR THE CONTROL-CARD MONTH AND THE MONTH BEFORE IT, ADDS
000130* THE CYCLES OF EACH DAY TOGETHER, AND ON RTMIR01 LISTS THE
000140* REPORT MONTH DAY BY DAY - MATCHING, EXCEPTIONS BY REASON CODE,
000150* PARTNER FIGURES AND CURRENCY TOTALS.  IT THEN COMPARES EVERY
000160* METRIC WITH THE PRIOR MONTH.  THE TWO MONTHS SELDOM HAVE THE
000170* SAME NUMBER OF BUSINESS DAYS, SO THE COMPARISON IS MADE ON THE
000180* AVERAGE PER DAY WITH STATISTICS, AND A METRIC WHOSE AVERAGE
000190* MOVED MORE THAN THE CONTROL-CARD PERCENTAGE EITHER WAY IS
000200* FLAGGED '***'.  A METRIC WITH NOTHING IN THE PRIOR MONTH IS
000210* MARKED 'NEW'.  THE MATCH RATE - KEYS MATCHED AS A PERCENTAGE
000220* OF KEYS MATCHED PLUS MB01 AND AM01 BREAKS - IS COMPARED THE
000230* SAME WAY.  A MONTH WITH NO STATISTICS AT ALL ENDS THE RUN WITH
000240* RETURN CODE 4.
000250*
000260* MODIFICATION HISTORY.
000270*   2026-10-15  MVH  ORIGINAL VERSION.
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. EX16.
000310 AUTHOR. M V HALEN.
000320 INSTALLATION. SERVICIFI GELATO.
000330 DATE-WRITTEN. 2026-10-15.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-3090.
000390 SPECIAL-NAMES.
000400     DECIMAL-POINT IS COMMA.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430
000440     SELECT RTCTL16 ASSIGN TO RTCTL16
000450         ORGANIZATION IS SEQUENTIAL.
000460
000470     SELECT RTDST01 ASSIGN TO RTDST01
000480         ORGANIZATION IS SEQUENTIAL.
000490
000500     SELECT RTMIR01 ASSIGN TO RTMIR01
000510         ORGANIZATION IS SEQUENTIAL.
000520
000530     SELECT RTSTS01 ASSIGN TO RTSTS01
000540         ORGANIZATION IS SEQUENTIAL.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580
000590 FD  RTCTL16
000600     LABEL RECORDS ARE STANDARD.
000610     COPY RTCTL16.
000620
000630 FD  RTDST01
000640     LABEL RECORDS ARE STANDARD.
000650     COPY RTDST01.
000660
000670 FD  RTMIR01
000680     LABEL RECORDS ARE STANDARD.
000690     COPY RTMIR01.
000700
000710 FD  RTSTS01
000720     LABEL RECORDS ARE STANDARD.
000730     COPY RTSTS01.
000740
000750 WORKING-STORAGE SECTION.
000760
000770*****************************************************************
000780* SWITCHES.
000790*****************************************************************
000800 77  EX16-DST-EOF-SW                 PIC X     VALUE 'N'.
000810     88  EX16-DST-EOF                          VALUE 'Y'.
000820 77  EX16-DAY-FOUND-SW               PIC X     VALUE 'N'.
000830     88  EX16-DAY-FOUND                        VALUE 'Y'.
000840 77  EX16-PDY-FOUND-SW               PIC X     VALUE 'N'.
000850     88  EX16-PDY-FOUND                        VALUE 'Y'.
000860 77  EX16-CDY-FOUND-SW               PIC X     VALUE 'N'.
000870     88  EX16-CDY-FOUND                        VALUE 'Y'.
000880 77  EX16-MET-FOUND-SW               PIC X     VALUE 'N'.
000890     88  EX16-MET-FOUND                        VALUE 'Y'.
000900 77  EX16-LDG-START-SW               PIC X     VALUE 'N'.
000910     88  EX16-LDG-STARTED                      VALUE 'Y'.
000920
000930*****************************************************************
000940* FILE-OPEN INDICATORS.  8000-TERMINATE-PARA TESTS THESE SO IT
000950* CAN CLOSE DOWN WHATEVER IS STILL OPEN ON AN ABEND PATH WITHOUT
000960* ATTEMPTING TO CLOSE A FILE THAT WAS NEVER OPENED.
000970*****************************************************************
000980 77  EX16-RTCTL16-OPEN-SW             PIC X     VALUE 'N'.
000990     88  EX16-RTCTL16-OPEN                      VALUE 'Y'.
001000 77  EX16-RTDST01-OPEN-SW             PIC X     VALUE 'N'.
001010     88  EX16-RTDST01-OPEN                      VALUE 'Y'.
001020 77  EX16-RTMIR01-OPEN-SW             PIC X     VALUE 'N'.
001030     88  EX16-RTMIR01-OPEN                      VALUE 'Y'.
001040 77  EX16-RTSTS01-OPEN-SW             PIC X     VALUE 'N'.
001050     88  EX16-RTSTS01-OPEN                      VALUE 'Y'.
001060
001070*****************************************************************
001080* COUNTERS AND WORK AREAS.
001090*****************************************************************
001100 77  EX16-RUN-DATE            PIC X(08) VALUE SPACES.
001110 77  EX16-PRIOR-MONTH         PIC X(06) VALUE SPACES.
001120 77  EX16-FLAG-PCT            PIC 9(03) VALUE ZERO.
001130 77  EX16-READ-COUNT          PIC 9(09) COMP VALUE ZERO.
001140 77  EX16-USED-COUNT          PIC 9(09) COMP VALUE ZERO.
001150 77  EX16-FLAG-COUNT          PIC 9(09) COMP VALUE ZERO.
001160 77  EX16-LINE-COUNT          PIC 9(09) COMP VALUE ZERO.
001170 77  EX16-MON-SUB             PIC 9(04) COMP VALUE ZERO.
001180 77  EX16-FEED-SUB            PIC 9(04) COMP VALUE ZERO.
001190 77  EX16-EXC-SUB             PIC 9(04) COMP VALUE ZERO.
001200 77  EX16-DAY-COUNT           PIC 9(04) COMP VALUE ZERO.
001210 77  EX16-DAY-MAX             PIC 9(04) COMP VALUE 62.
001220 77  EX16-DAY-SUB             PIC 9(04) COMP VALUE ZERO.
001230 77  EX16-DAY-HIT-SUB         PIC 9(04) COMP VALUE ZERO.
001240 77  EX16-PDY-COUNT           PIC 9(04) COMP VALUE ZERO.
001250 77  EX16-PDY-MAX             PIC 9(04) COMP VALUE 1000.
001260 77  EX16-PDY-SUB             PIC 9(04) COMP VALUE ZERO.
001270 77  EX16-PDY-HIT-SUB         PIC 9(04) COMP VALUE ZERO.
001280 77  EX16-CDY-COUNT           PIC 9(04) COMP VALUE ZERO.
001290 77  EX16-CDY-MAX             PIC 9(04) COMP VALUE 3000.
001300 77  EX16-CDY-SUB             PIC 9(04) COMP VALUE ZERO.
001310 77  EX16-CDY-HIT-SUB         PIC 9(04) COMP VALUE ZERO.
001320 77  EX16-MET-COUNT           PIC 9(04) COMP VALUE ZERO.
001330 77  EX16-MET-MAX             PIC 9(04) COMP VALUE 1000.
001340 77  EX16-MET-SUB             PIC 9(04) COMP VALUE ZERO.
001350 77  EX16-MET-HIT-SUB         PIC 9(04) COMP VALUE ZERO.
001360 77  EX16-FEED-DIGIT          PIC 9(01) VALUE ZERO.
001370 77  EX16-PARTNER-GROUP       PIC X(10) VALUE SPACES.
001380 77  EX16-MET-KEY-GROUP       PIC X(10) VALUE SPACES.
001390 77  EX16-MET-KEY-NAME        PIC X(20) VALUE SPACES.
001400 77  EX16-MET-AMOUNT          PIC S9(13)V9(2) COMP-3 VALUE ZERO.
001410 77  EX16-AVG-CURRENT         PIC S9(13)V9(2) COMP-3 VALUE ZERO.
001420 77  EX16-AVG-PRIOR           PIC S9(13)V9(2) COMP-3 VALUE ZERO.
001430 77  EX16-CHANGE-PCT          PIC S9(06)V9(1) COMP-3 VALUE ZERO.
001440 77  EX16-ABS-PCT             PIC S9(06)V9(1) COMP-3 VALUE ZERO.
001450 77  EX16-RATE                PIC S9(03)V9(2) COMP-3 VALUE ZERO.
001460 77  EX16-RATE-BASE           PIC 9(09) COMP VALUE ZERO.
001470 77  EX16-FLAG-TEXT           PIC X(03) VALUE SPACES.
001480 77  EX16-PCT-TEXT            PIC X(09) VALUE SPACES.
001490 77  EX16-PCT-ED              PIC ZZZZZ9,9-.
001500 77  EX16-RATE-ED             PIC ZZ9,99.
001510 77  EX16-AMT1-ED             PIC ZZZZZZZZZZZZ9,99-.
001520 77  EX16-AMT2-ED             PIC ZZZZZZZZZZZZ9,99-.
001530 77  EX16-COUNT1-ED           PIC ZZZZZZZZ9.
001540 77  EX16-COUNT2-ED           PIC ZZZZZZZZ9.
001550 77  EX16-COUNT3-ED           PIC ZZZZZZZZ9.
001560 77  EX16-COUNT4-ED           PIC ZZZZZZZZ9.
001570 77  EX16-COUNT5-ED           PIC ZZZZZZZZ9.
001580 77  EX16-COUNT6-ED           PIC ZZZZZZZZ9.
001590 77  EX16-COUNT7-ED           PIC ZZZZZZZZ9.
001600 77  EX16-LDG-MESSAGE         PIC X(50) VALUE SPACES.
001610
001620 01  EX16-MONTH-WORK.
001630     05  EX16-MONTH-YYYY          PIC 9(04).
001640     05  EX16-MONTH-MM            PIC 9(02).
001650
001660 01  EX16-PRIOR-WORK.
001670     05  EX16-PRIOR-YYYY          PIC 9(04).
001680     05  EX16-PRIOR-MM            PIC 9(02).
001690
001700*****************************************************************
001710* THE EXCEPTION REASON CODES IN THE ORDER RTDST01 CARRIES THEIR
001720* COUNTS.
001730*****************************************************************
001740 01  EX16-EXC-CODE-LIST.
001750     05  FILLER                   PIC X(40) VALUE
001760         'MB01AM01AC01AC02AC03AC04AC05TB01VD01VA01'.
001770 01  EX16-EXC-CODE-TABLE REDEFINES EX16-EXC-CODE-LIST.
001780     05  EX16-EXC-CODE            PIC X(04) OCCURS 10 TIMES.
001790
001800*****************************************************************
001810* MONTH TOTALS - ENTRY 1 IS THE REPORT MONTH, ENTRY 2 THE MONTH
001820* BEFORE.  THE DAY COUNT IS THE NUMBER OF DAYS WITH STATISTICS,
001830* WHICH EVERY AVERAGE IS TAKEN OVER.
001840*****************************************************************
001850 01  EX16-MON-TABLE.
001860     05  EX16-MON-ENTRY OCCURS 2 TIMES.
001870         10  EX16-MON-DAYS           PIC 9(04) COMP.
001880         10  EX16-MON-MATCHED        PIC 9(09) COMP.
001890         10  EX16-MON-MB01           PIC 9(09) COMP.
001900         10  EX16-MON-AM01           PIC 9(09) COMP.
001910
001920*****************************************************************
001930* ONE ENTRY PER DAY OF EITHER MONTH, THE DAY'S CYCLES ADDED
001940* TOGETHER.  RTDST01 IS ONLY EVER EXTENDED, SO THE DAYS ARRIVE
001950* IN DATE ORDER.
001960*****************************************************************
001970 01  EX16-DAY-TABLE.
001980     05  EX16-DAY-ENTRY OCCURS 62 TIMES.
001990         10  EX16-DAY-DATE           PIC X(08).
002000         10  EX16-DAY-MON            PIC 9(01).
002010         10  EX16-DAY-FEED-READ      PIC 9(09) COMP
002020                                     OCCURS 3 TIMES.
002030         10  EX16-DAY-SUSP-READ      PIC 9(09) COMP.
002040         10  EX16-DAY-MATCHED        PIC 9(09) COMP.
002050         10  EX16-DAY-POSTED         PIC 9(09) COMP.
002060         10  EX16-DAY-HELD           PIC 9(09) COMP.
002070         10  EX16-DAY-EXC            PIC 9(09) COMP
002080                                     OCCURS 10 TIMES.
002090
002100*****************************************************************
002110* PARTNER FIGURES PER DAY OF THE REPORT MONTH.
002120*****************************************************************
002130 01  EX16-PDY-TABLE.
002140     05  EX16-PDY-ENTRY OCCURS 1000 TIMES.
002150         10  EX16-PDY-DATE           PIC X(08).
002160         10  EX16-PDY-FEED           PIC 9(01).
002170         10  EX16-PDY-PARTNER        PIC X(10).
002180         10  EX16-PDY-MISSING        PIC 9(09) COMP.
002190         10  EX16-PDY-CARRIED        PIC 9(09) COMP.
002200         10  EX16-PDY-AGED           PIC 9(09) COMP.
002210         10  EX16-PDY-REMATCH        PIC 9(09) COMP.
002220
002230*****************************************************************
002240* POSTED TOTALS PER CURRENCY PER DAY OF THE REPORT MONTH.
002250*****************************************************************
002260 01  EX16-CDY-TABLE.
002270     05  EX16-CDY-ENTRY OCCURS 3000 TIMES.
002280         10  EX16-CDY-DATE           PIC X(08).
002290         10  EX16-CDY-CUR            PIC X(03).
002300         10  EX16-CDY-DB             PIC S9(13)V9(2) COMP-3.
002310         10  EX16-CDY-CR             PIC S9(13)V9(2) COMP-3.
002320
002330*****************************************************************
002340* EVERY METRIC COMPARED, KEYED BY GROUP ('MATCHING', THE PARTNER
002350* OR 'CCY' AND THE CURRENCY) AND NAME, WITH ITS TOTAL FOR EACH OF
002360* THE TWO MONTHS.
002370*****************************************************************
002380 01  EX16-MET-TABLE.
002390     05  EX16-MET-ENTRY OCCURS 1000 TIMES.
002400         10  EX16-MET-GROUP          PIC X(10).
002410         10  EX16-MET-NAME           PIC X(20).
002420         10  EX16-MET-VALUE          PIC S9(13)V9(2) COMP-3
002430                                     OCCURS 2 TIMES.
002440
002450*****************************************************************
002460* THE EXCEPTIONS-BY-REASON LINE, ONE COLUMN PER REASON CODE.
002470*****************************************************************
002480 01  EX16-EXC-LINE.
002490     05  EX16-EXC-LINE-DATE          PIC X(08).
002500     05  EX16-EXC-LINE-ITEM OCCURS 10 TIMES.
002510         10  FILLER                  PIC X(02).
002520         10  EX16-EXC-LINE-CNT       PIC ZZZZZZZ9.
002530     05  FILLER                      PIC X(24).
002540
002550 PROCEDURE DIVISION.
002560
002570*****************************************************************
002580* 0000-MAINLINE - OVERALL CONTROL FLOW.
002590*****************************************************************
002600 0000-MAINLINE SECTION.
002610 0000-START.
002620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002630     PERFORM 5000-ACCUMULATE-STATISTICS THRU 5000-EXIT.
002640     PERFORM 6000-WRITE-DAILY-SECTIONS THRU 6000-EXIT.
002650     PERFORM 7000-WRITE-COMPARISON THRU 7000-EXIT.
002660     PERFORM 7500-WRITE-RUN-COUNTS THRU 7500-EXIT.
002670     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002680     STOP RUN.
002690 0000-EXIT.
002700     EXIT.
002710
002720*****************************************************************
002730* 1000-INITIALIZE - READ AND CHECK THE CONTROL CARD, WORK OUT THE
002740* PRIOR MONTH, AND RECORD THE START ON THE RUN LEDGER.
002750*****************************************************************
002760 1000-INITIALIZE SECTION.
002770 1000-INITIALIZE-PARA.
002780     OPEN INPUT RTCTL16.
002790     MOVE 'Y' TO EX16-RTCTL16-OPEN-SW.
002800     READ RTCTL16
002810         AT END
002820             DISPLAY 'EX16 - CONTROL CARD FILE IS EMPTY'
002830             MOVE 12 TO RETURN-CODE
002840             PERFORM 8000-TERMINATE THRU 8000-EXIT
002850             STOP RUN
002860     END-READ.
002870     IF CTL16-REPORT-MONTH = SPACES
002880             OR CTL16-REPORT-MONTH IS NOT NUMERIC
002890         DISPLAY 'EX16 - REPORT MONTH MISSING OR INVALID'
002900         MOVE 12 TO RETURN-CODE
002910         PERFORM 8000-TERMINATE THRU 8000-EXIT
002920         STOP RUN
002930     END-IF.
002940     MOVE CTL16-REPORT-MONTH TO EX16-MONTH-WORK.
002950     IF EX16-MONTH-MM < 1 OR EX16-MONTH-MM > 12
002960         DISPLAY 'EX16 - REPORT MONTH MISSING OR INVALID'
002970         MOVE 12 TO RETURN-CODE
002980         PERFORM 8000-TERMINATE THRU 8000-EXIT
002990         STOP RUN
003000     END-IF.
003010     IF EX16-MONTH-MM = 1
003020         COMPUTE EX16-PRIOR-YYYY = EX16-MONTH-YYYY - 1
003030         MOVE 12 TO EX16-PRIOR-MM
003040     ELSE
003050         MOVE EX16-MONTH-YYYY TO EX16-PRIOR-YYYY
003060         COMPUTE EX16-PRIOR-MM = EX16-MONTH-MM - 1
003070     END-IF.
003080     MOVE EX16-PRIOR-WORK TO EX16-PRIOR-MONTH.
003090     IF CTL16-FLAG-PCT IS NOT NUMERIC
003100             OR CTL16-FLAG-PCT = ZERO
003110         MOVE 25 TO EX16-FLAG-PCT
003120     ELSE
003130         MOVE CTL16-FLAG-PCT TO EX16-FLAG-PCT
003140     END-IF.
003150     DISPLAY 'EX16 - REPORTING ' CTL16-REPORT-MONTH
003160             ' AGAINST ' EX16-PRIOR-MONTH
003170             ', FLAGGING MOVES OVER ' EX16-FLAG-PCT ' PERCENT'.
003180     CLOSE RTCTL16.
003190     MOVE 'N' TO EX16-RTCTL16-OPEN-SW.
003200     ACCEPT EX16-RUN-DATE FROM DATE YYYYMMDD.
003210     PERFORM 1800-WRITE-LEDGER-START THRU 1800-EXIT.
003220 1000-EXIT.
003230     EXIT.
003240
003250*****************************************************************
003260* 1800-WRITE-LEDGER-START - RECORD ON THE RTSTS01 RUN LEDGER THAT
003270* THE REPORT HAS STARTED, UNDER THE MONTH BEING REPORTED.  THE
003280* END RECORD IS WRITTEN BY 8100-WRITE-LEDGER-END ON EVERY PATH
003290* OUT OF THE PROGRAM.
003300*****************************************************************
003310 1800-WRITE-LEDGER-START.
003320     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
003330     MOVE 'S' TO STS-EVENT-CD.
003340     OPEN EXTEND RTSTS01.
003350     MOVE 'Y' TO EX16-RTSTS01-OPEN-SW.
003360     WRITE RTSTS01-RECORD.
003370     CLOSE RTSTS01.
003380     MOVE 'N' TO EX16-RTSTS01-OPEN-SW.
003390     SET EX16-LDG-STARTED TO TRUE.
003400 1800-EXIT.
003410     EXIT.
003420
003430 1810-BUILD-LEDGER-RECORD.
003440     MOVE SPACES TO RTSTS01-RECORD.
003450     MOVE EX16-RUN-DATE      TO STS-BUS-DATE.
003460     MOVE ZERO               TO STS-CYCLE-NO.
003470     MOVE 'EX16'             TO STS-PROGRAM-ID.
003480     MOVE CTL16-REPORT-MONTH TO STS-QUALIFIER.
003490     ACCEPT STS-EVENT-DATE FROM DATE YYYYMMDD.
003500     ACCEPT STS-EVENT-TIME FROM TIME.
003510     MOVE ZERO TO STS-RETURN-CD
003520                  STS-READ-COUNT
003530                  STS-WRITTEN-COUNT
003540                  STS-EXCEPTION-COUNT.
003550 1810-EXIT.
003560     EXIT.
003570
003580*****************************************************************
003590* 5000-ACCUMULATE-STATISTICS - READ RTDST01 FROM THE START,
003600* KEEPING THE RECORDS OF THE REPORT MONTH AND THE MONTH BEFORE.
003610* EVERY RECORD ADDS TO ITS DAY AND TO THE MONTH'S METRICS.
003620*****************************************************************
003630 5000-ACCUMULATE-STATISTICS SECTION.
003640 5000-ACCUMULATE-PARA.
003650     MOVE ZERO TO EX16-MON-DAYS (1) EX16-MON-DAYS (2)
003660                  EX16-MON-MATCHED (1) EX16-MON-MATCHED (2)
003670                  EX16-MON-MB01 (1) EX16-MON-MB01 (2)
003680                  EX16-MON-AM01 (1) EX16-MON-AM01 (2).
003690     OPEN INPUT RTDST01.
003700     MOVE 'Y' TO EX16-RTDST01-OPEN-SW.
003710     PERFORM 5100-READ-ONE-STATISTIC THRU 5100-EXIT
003720         UNTIL EX16-DST-EOF.
003730     CLOSE RTDST01.
003740     MOVE 'N' TO EX16-RTDST01-OPEN-SW.
003750 5000-EXIT.
003760     EXIT.
003770
003780 5100-READ-ONE-STATISTIC.
003790     READ RTDST01
003800         AT END
003810             SET EX16-DST-EOF TO TRUE
003820             GO TO 5100-EXIT
003830     END-READ.
003840     ADD 1 TO EX16-READ-COUNT.
003850     IF DST-PROC-MONTH = CTL16-REPORT-MONTH
003860         MOVE 1 TO EX16-MON-SUB
003870     ELSE
003880         IF DST-PROC-MONTH = EX16-PRIOR-MONTH
003890             MOVE 2 TO EX16-MON-SUB
003900         ELSE
003910             GO TO 5100-EXIT
003920         END-IF
003930     END-IF.
003940     ADD 1 TO EX16-USED-COUNT.
003950     PERFORM 5200-FIND-DAY THRU 5200-EXIT.
003960     EVALUATE DST-REC-TYPE
003970         WHEN 'S'
003980             PERFORM 5300-ADD-SUMMARY THRU 5300-EXIT
003990         WHEN 'P'
004000             PERFORM 5400-ADD-PARTNER THRU 5400-EXIT
004010         WHEN 'C'
004020             PERFORM 5500-ADD-CURRENCY THRU 5500-EXIT
004030     END-EVALUATE.
004040 5100-EXIT.
004050     EXIT.
004060
004070*****************************************************************
004080* 5200-FIND-DAY - LOCATE THE RECORD'S DAY, OPENING A NEW ENTRY
004090* (AND COUNTING THE DAY TO ITS MONTH) THE FIRST TIME IT IS SEEN.
004100*****************************************************************
004110 5200-FIND-DAY.
004120     MOVE 'N' TO EX16-DAY-FOUND-SW.
004130     PERFORM 5210-CHECK-ONE-DAY THRU 5210-EXIT
004140         VARYING EX16-DAY-SUB FROM 1 BY 1
004150         UNTIL EX16-DAY-SUB > EX16-DAY-COUNT
004160            OR EX16-DAY-FOUND.
004170     IF EX16-DAY-FOUND
004180         GO TO 5200-EXIT
004190     END-IF.
004200     IF EX16-DAY-COUNT NOT < EX16-DAY-MAX
004210         GO TO 9100-DAY-TABLE-FULL
004220     END-IF.
004230     ADD 1 TO EX16-DAY-COUNT.
004240     MOVE EX16-DAY-COUNT TO EX16-DAY-HIT-SUB.
004250     MOVE DST-PROC-DATE TO EX16-DAY-DATE (EX16-DAY-HIT-SUB).
004260     MOVE EX16-MON-SUB  TO EX16-DAY-MON (EX16-DAY-HIT-SUB).
004270     MOVE ZERO TO EX16-DAY-SUSP-READ (EX16-DAY-HIT-SUB)
004280                  EX16-DAY-MATCHED (EX16-DAY-HIT-SUB)
004290                  EX16-DAY-POSTED (EX16-DAY-HIT-SUB)
004300                  EX16-DAY-HELD (EX16-DAY-HIT-SUB).
004310     PERFORM 5220-CLEAR-DAY-FEED THRU 5220-EXIT
004320         VARYING EX16-FEED-SUB FROM 1 BY 1
004330         UNTIL EX16-FEED-SUB > 3.
004340     PERFORM 5230-CLEAR-DAY-EXCEPTION THRU 5230-EXIT
004350         VARYING EX16-EXC-SUB FROM 1 BY 1
004360         UNTIL EX16-EXC-SUB > 10.
004370     ADD 1 TO EX16-MON-DAYS (EX16-MON-SUB).
004380 5200-EXIT.
004390     EXIT.
004400
004410 5210-CHECK-ONE-DAY.
004420     IF EX16-DAY-DATE (EX16-DAY-SUB) = DST-PROC-DATE
004430         SET EX16-DAY-FOUND TO TRUE
004440         MOVE EX16-DAY-SUB TO EX16-DAY-HIT-SUB
004450     END-IF.
004460 5210-EXIT.
004470     EXIT.
004480
004490 5220-CLEAR-DAY-FEED.
004500     MOVE ZERO TO EX16-DAY-FEED-READ (EX16-DAY-HIT-SUB,
004510                                      EX16-FEED-SUB).
004520 5220-EXIT.
004530     EXIT.
004540
004550 5230-CLEAR-DAY-EXCEPTION.
004560     MOVE ZERO TO EX16-DAY-EXC (EX16-DAY-HIT-SUB, EX16-EXC-SUB).
004570 5230-EXIT.
004580     EXIT.
004590
004600*****************************************************************
004610* 5300-ADD-SUMMARY - A CYCLE'S SUMMARY RECORD.  ADDS TO THE DAY,
004620* TO THE MONTH'S MATCH-RATE FIGURES AND TO THE 'MATCHING' GROUP
004630* OF METRICS.
004640*****************************************************************
004650 5300-ADD-SUMMARY.
004660     ADD DST-SUSP-READ-COUNT
004670         TO EX16-DAY-SUSP-READ (EX16-DAY-HIT-SUB).
004680     ADD DST-MATCHED-COUNT
004690         TO EX16-DAY-MATCHED (EX16-DAY-HIT-SUB).
004700     ADD DST-POSTED-COUNT
004710         TO EX16-DAY-POSTED (EX16-DAY-HIT-SUB).
004720     ADD DST-HELD-COUNT
004730         TO EX16-DAY-HELD (EX16-DAY-HIT-SUB).
004740     ADD DST-MATCHED-COUNT   TO EX16-MON-MATCHED (EX16-MON-SUB).
004750     ADD DST-EXC-COUNT (1)   TO EX16-MON-MB01 (EX16-MON-SUB).
004760     ADD DST-EXC-COUNT (2)   TO EX16-MON-AM01 (EX16-MON-SUB).
004770     MOVE 'MATCHING' TO EX16-MET-KEY-GROUP.
004780     PERFORM 5310-ADD-FEED-COUNT THRU 5310-EXIT
004790         VARYING EX16-FEED-SUB FROM 1 BY 1
004800         UNTIL EX16-FEED-SUB > 3.
004810     MOVE 'SUSPENSE BROUGHT FWD' TO EX16-MET-KEY-NAME.
004820     MOVE DST-SUSP-READ-COUNT TO EX16-MET-AMOUNT.
004830     PERFORM 5900-ADD-METRIC THRU 5900-EXIT.
004840     MOVE 'KEYS MATCHED' TO EX16-MET-KEY-NAME.
004850     MOVE DST-MATCHED-COUNT TO EX16-MET-AMOUNT.
004860     PERFORM 5900-ADD-METRIC THRU 5900-EXIT.
004870     MOVE 'KEYS POSTED' TO EX16-MET-KEY-NAME.
004880     MOVE DST-POSTED-COUNT TO EX16-MET-AMOUNT.
004890     PERFORM 5900-ADD-METRIC THRU 5900-EXIT.
004900     MOVE 'HELD FOR APPROVAL' TO EX16-MET-KEY-NAME.
004910     MOVE DST-HELD-COUNT TO EX16-MET-AMOUNT.
004920     PERFORM 5900-ADD-METRIC THRU 5900-EXIT.
004930     PERFORM 5320-ADD-EXCEPTION-COUNT THRU 5320-EXIT
004940         VARYING EX16-EXC-SUB FROM 1 BY 1
004950         UNTIL EX16-EXC-SUB > 10.
004960 5300-EXIT.
004970     EXIT.
004980
004990 5310-ADD-FEED-COUNT.
005000     ADD DST-FEED-READ-COUNT (EX16-FEED-SUB)
005010         TO EX16-DAY-FEED-READ (EX16-DAY-HIT-SUB, EX16-FEED-SUB).
005020     MOVE EX16-FEED-SUB TO EX16-FEED-DIGIT.
005030     MOVE SPACES TO EX16-MET-KEY-NAME.
005040     STRING 'FEED ' EX16-FEED-DIGIT ' RECORDS READ'
005050         DELIMITED BY SIZE INTO EX16-MET-KEY-NAME.
005060     MOVE DST-FEED-READ-COUNT (EX16-FEED-SUB) TO EX16-MET-AMOUNT.
005070     PERFORM 5900-ADD-METRIC THRU 5900-EXIT.
005080 5310-EXIT.
005090     EXIT.
005100
005110 5320-ADD-EXCEPTION-COUNT.
005120     ADD DST-EXC-COUNT (EX16-EXC-SUB)
005130         TO EX16-DAY-EXC (EX16-DAY-HIT-SUB, EX16-EXC-SUB).
005140     MOVE SPACES TO EX16-MET-KEY-NAME.
005150     STRING 'EXCEPTIONS ' EX16-EXC-CODE (EX16-EXC-SUB)
005160         DELIMITED BY SIZE INTO EX16-MET-KEY-NAME.
005170     MOVE DST-EXC-COUNT (EX16-EXC-SUB) TO EX16-MET-AMOUNT.
005180     PERFORM 5900-ADD-METRIC THRU 5900-EXIT.
005190 5320-EXIT.
005200     EXIT.
005210
005220*****************************************************************
005230* 5400-ADD-PARTNER - A CYCLE'S FIGURES FOR ONE FEED PARTNER.  THE
005240* METRICS ARE GROUPED UNDER THE PARTNER, OR UNDER 'FEED N' WHERE
005250* THE FEED CARRIED NO PARTNER THAT CYCLE.  ONLY THE REPORT MONTH
005260* IS KEPT BY DAY.
005270*****************************************************************
005280 5400-ADD-PARTNER.
005290     IF DST-PARTNER-ID = SPACES
005300         MOVE DST-FEED-NO TO EX16-FEED-DIGIT
005310         MOVE SPACES TO EX16-PARTNER-GROUP
005320         STRING 'FEED ' EX16-FEED-DIGIT
005330             DELIMITED BY SIZE INTO EX16-PARTNER-GROUP
005340     ELSE
005350         MOVE DST-PARTNER-ID TO EX16-PARTNER-GROUP
005360     END-IF.
005370     IF EX16-MON-SUB = 1
005380         PERFORM 5410-FIND-PARTNER-DAY THRU 5410-EXIT
005390         ADD DST-MISSING-COUNT
005400             TO EX16-PDY-MISSING (EX16-PDY-HIT-SUB)
005410         ADD DST-SUSP-CARRIED
005420             TO EX16-PDY-CARRIED (EX16-PDY-HIT-SUB)
005430         ADD DST-SUSP-AGED
005440             TO EX16-PDY-AGED (EX16-PDY-HIT-SUB)
005450         ADD DST-SUSP-REMATCHED
005460             TO EX16-PDY-REMATCH (EX16-PDY-HIT-SUB)
005470     END-IF.
005480     MOVE EX16-PARTNER-GROUP TO EX16-MET-KEY-GROUP.
005490     MOVE 'MISSING-FEED BREAKS' TO EX16-MET-KEY-NAME.
005500     MOVE DST-MISSING-COUNT TO EX16-MET-AMOUNT.
005510     PERFORM 5900-ADD-METRIC THRU 5900-EXIT.
005520     MOVE 'SUSPENSE CARRIED' TO EX16-MET-KEY-NAME.
005530     MOVE DST-SUSP-CARRIED TO EX16-MET-AMOUNT.
005540     PERFORM 5900-ADD-METRIC THRU 5900-EXIT.
005550     MOVE 'SUSPENSE AGED OFF' TO EX16-MET-KEY-NAME.
005560     MOVE DST-SUSP-AGED TO EX16-MET-AMOUNT.
005570     PERFORM 5900-ADD-METRIC THRU 5900-EXIT.
005580     MOVE 'SUSPENSE RE-MATCHED' TO EX16-MET-KEY-NAME.
005590     MOVE DST-SUSP-REMATCHED TO EX16-MET-AMOUNT.
005600     PERFORM 5900-ADD-METRIC THRU 5900-EXIT.
005610 5400-EXIT.
005620     EXIT.
005630
005640 5410-FIND-PARTNER-DAY.
005650     MOVE 'N' TO EX16-PDY-FOUND-SW.
005660     PERFORM 5420-CHECK-ONE-PARTNER-DAY THRU 5420-EXIT
005670         VARYING EX16-PDY-SUB FROM 1 BY 1
005680         UNTIL EX16-PDY-SUB > EX16-PDY-COUNT
005690            OR EX16-PDY-FOUND.
005700     IF EX16-PDY-FOUND
005710         GO TO 5410-EXIT
005720     END-IF.
005730     IF EX16-PDY-COUNT NOT < EX16-PDY-MAX
005740         GO TO 9200-PARTNER-TABLE-FULL
005750     END-IF.
005760     ADD 1 TO EX16-PDY-COUNT.
005770     MOVE EX16-PDY-COUNT TO EX16-PDY-HIT-SUB.
005780     MOVE DST-PROC-DATE      TO EX16-PDY-DATE (EX16-PDY-HIT-SUB).
005790     MOVE DST-FEED-NO        TO EX16-PDY-FEED (EX16-PDY-HIT-SUB).
005800     MOVE EX16-PARTNER-GROUP
005810         TO EX16-PDY-PARTNER (EX16-PDY-HIT-SUB).
005820     MOVE ZERO TO EX16-PDY-MISSING (EX16-PDY-HIT-SUB)
005830                  EX16-PDY-CARRIED (EX16-PDY-HIT-SUB)
005840                  EX16-PDY-AGED (EX16-PDY-HIT-SUB)
005850                  EX16-PDY-REMATCH (EX16-PDY-HIT-SUB).
005860 5410-EXIT.
005870     EXIT.
005880
005890 5420-CHECK-ONE-PARTNER-DAY.
005900     IF EX16-PDY-DATE (EX16-PDY-SUB) = DST-PROC-DATE
005910             AND EX16-PDY-FEED (EX16-PDY-SUB) = DST-FEED-NO
005920             AND EX16-PDY-PARTNER (EX16-PDY-SUB)
005930                 = EX16-PARTNER-GROUP
005940         SET EX16-PDY-FOUND TO TRUE
005950         MOVE EX16-PDY-SUB TO EX16-PDY-HIT-SUB
005960     END-IF.
005970 5420-EXIT.
005980     EXIT.
005990
006000*****************************************************************
006010* 5500-ADD-CURRENCY - A CYCLE'S POSTED TOTALS FOR ONE CURRENCY.
006020*****************************************************************
006030 5500-ADD-CURRENCY.
006040     IF EX16-MON-SUB = 1
006050         PERFORM 5510-FIND-CURRENCY-DAY THRU 5510-EXIT
006060         ADD DST-POSTED-DB TO EX16-CDY-DB (EX16-CDY-HIT-SUB)
006070         ADD DST-POSTED-CR TO EX16-CDY-CR (EX16-CDY-HIT-SUB)
006080     END-IF.
006090     MOVE SPACES TO EX16-MET-KEY-GROUP.
006100     STRING 'CCY ' DST-CUR_CD
006110         DELIMITED BY SIZE INTO EX16-MET-KEY-GROUP.
006120     MOVE 'POSTED DB_BEDR' TO EX16-MET-KEY-NAME.
006130     MOVE DST-POSTED-DB TO EX16-MET-AMOUNT.
006140     PERFORM 5900-ADD-METRIC THRU 5900-EXIT.
006150     MOVE 'POSTED CR_BEDR' TO EX16-MET-KEY-NAME.
006160     MOVE DST-POSTED-CR TO EX16-MET-AMOUNT.
006170     PERFORM 5900-ADD-METRIC THRU 5900-EXIT.
006180 5500-EXIT.
006190     EXIT.
006200
006210 5510-FIND-CURRENCY-DAY.
006220     MOVE 'N' TO EX16-CDY-FOUND-SW.
006230     PERFORM 5520-CHECK-ONE-CURRENCY-DAY THRU 5520-EXIT
006240         VARYING EX16-CDY-SUB FROM 1 BY 1
006250         UNTIL EX16-CDY-SUB > EX16-CDY-COUNT
006260            OR EX16-CDY-FOUND.
006270     IF EX16-CDY-FOUND
006280         GO TO 5510-EXIT
006290     END-IF.
006300     IF EX16-CDY-COUNT NOT < EX16-CDY-MAX
006310         GO TO 9300-CURRENCY-TABLE-FULL
006320     END-IF.
006330     ADD 1 TO EX16-CDY-COUNT.
006340     MOVE EX16-CDY-COUNT TO EX16-CDY-HIT-SUB.
006350     MOVE DST-PROC-DATE TO EX16-CDY-DATE (EX16-CDY-HIT-SUB).
006360     MOVE DST-CUR_CD    TO EX16-CDY-CUR (EX16-CDY-HIT-SUB).
006370     MOVE ZERO TO EX16-CDY-DB (EX16-CDY-HIT-SUB)
006380                  EX16-CDY-CR (EX16-CDY-HIT-SUB).
006390 5510-EXIT.
006400     EXIT.
006410
006420 5520-CHECK-ONE-CURRENCY-DAY.
006430     IF EX16-CDY-DATE (EX16-CDY-SUB) = DST-PROC-DATE
006440             AND EX16-CDY-CUR (EX16-CDY-SUB) = DST-CUR_CD
006450         SET EX16-CDY-FOUND TO TRUE
006460         MOVE EX16-CDY-SUB TO EX16-CDY-HIT-SUB
006470     END-IF.
006480 5520-EXIT.
006490     EXIT.
006500
006510*****************************************************************
006520* 5900-ADD-METRIC - ADD EX16-MET-AMOUNT TO THE METRIC NAMED BY
006530* EX16-MET-KEY-GROUP/EX16-MET-KEY-NAME FOR THE RECORD'S MONTH,
006540* OPENING THE METRIC THE FIRST TIME IT IS SEEN.
006550*****************************************************************
006560 5900-ADD-METRIC.
006570     MOVE 'N' TO EX16-MET-FOUND-SW.
006580     PERFORM 5910-CHECK-ONE-METRIC THRU 5910-EXIT
006590         VARYING EX16-MET-SUB FROM 1 BY 1
006600         UNTIL EX16-MET-SUB > EX16-MET-COUNT
006610            OR EX16-MET-FOUND.
006620     IF NOT EX16-MET-FOUND
006630         IF EX16-MET-COUNT NOT < EX16-MET-MAX
006640             GO TO 9400-METRIC-TABLE-FULL
006650         END-IF
006660         ADD 1 TO EX16-MET-COUNT
006670         MOVE EX16-MET-COUNT TO EX16-MET-HIT-SUB
006680         MOVE EX16-MET-KEY-GROUP
006690             TO EX16-MET-GROUP (EX16-MET-HIT-SUB)
006700         MOVE EX16-MET-KEY-NAME
006710             TO EX16-MET-NAME (EX16-MET-HIT-SUB)
006720         MOVE ZERO TO EX16-MET-VALUE (EX16-MET-HIT-SUB, 1)
006730                      EX16-MET-VALUE (EX16-MET-HIT-SUB, 2)
006740     END-IF.
006750     ADD EX16-MET-AMOUNT
006760         TO EX16-MET-VALUE (EX16-MET-HIT-SUB, EX16-MON-SUB).
006770 5900-EXIT.
006780     EXIT.
006790
006800 5910-CHECK-ONE-METRIC.
006810     IF EX16-MET-GROUP (EX16-MET-SUB) = EX16-MET-KEY-GROUP
006820             AND EX16-MET-NAME (EX16-MET-SUB) = EX16-MET-KEY-NAME
006830         SET EX16-MET-FOUND TO TRUE
006840         MOVE EX16-MET-SUB TO EX16-MET-HIT-SUB
006850     END-IF.
006860 5910-EXIT.
006870     EXIT.
006880
006890*****************************************************************
006900* 6000-WRITE-DAILY-SECTIONS - THE REPORT MONTH DAY BY DAY: THE
006910* MATCHING FIGURES, THE EXCEPTIONS BY REASON CODE, THE PARTNER
006920* FIGURES AND THE POSTED TOTALS BY CURRENCY.
006930*****************************************************************
006940 6000-WRITE-DAILY-SECTIONS SECTION.
006950 6000-WRITE-DAILY-PARA.
006960     OPEN OUTPUT RTMIR01.
006970     MOVE 'Y' TO EX16-RTMIR01-OPEN-SW.
006980     MOVE SPACES TO MIR-LINE-TEXT.
006990     STRING 'EX16 - MONTHLY MATCHING MI REPORT FOR '
007000            CTL16-REPORT-MONTH ' COMPARED WITH ' EX16-PRIOR-MONTH
007010            ' - MOVES OVER ' EX16-FLAG-PCT ' PERCENT FLAGGED'
007020         DELIMITED BY SIZE INTO MIR-LINE-TEXT.
007030     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
007040     IF EX16-MON-DAYS (1) = ZERO
007050         MOVE SPACES TO MIR-LINE-TEXT
007060         PERFORM 6900-WRITE-LINE THRU 6900-EXIT
007070         STRING 'NO STATISTICS RECORDED FOR ' CTL16-REPORT-MONTH
007080             DELIMITED BY SIZE INTO MIR-LINE-TEXT
007090         PERFORM 6900-WRITE-LINE THRU 6900-EXIT
007100         GO TO 6000-EXIT
007110     END-IF.
007120
007130     MOVE SPACES TO MIR-LINE-TEXT.
007140     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
007150     MOVE 'DAILY MATCHING' TO MIR-LINE-TEXT.
007160     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
007170     MOVE SPACES TO MIR-LINE-TEXT.
007180     STRING 'DATE        FEED 1    FEED 2    FEED 3'
007190            '  SUSP B/F   MATCHED    POSTED      HELD  RATE %'
007200         DELIMITED BY SIZE INTO MIR-LINE-TEXT.
007210     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
007220     PERFORM 6100-WRITE-ONE-DAY THRU 6100-EXIT
007230         VARYING EX16-DAY-SUB FROM 1 BY 1
007240         UNTIL EX16-DAY-SUB > EX16-DAY-COUNT.
007250
007260     MOVE SPACES TO MIR-LINE-TEXT.
007270     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
007280     MOVE 'DAILY EXCEPTIONS BY REASON CODE' TO MIR-LINE-TEXT.
007290     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
007300     STRING 'DATE          MB01      AM01      AC01'
007310            '      AC02      AC03      AC04      AC05'
007320            '      TB01      VD01      VA01'
007330         DELIMITED BY SIZE INTO MIR-LINE-TEXT.
007340     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
007350     PERFORM 6200-WRITE-ONE-DAY-EXCEPTIONS THRU 6200-EXIT
007360         VARYING EX16-DAY-SUB FROM 1 BY 1
007370         UNTIL EX16-DAY-SUB > EX16-DAY-COUNT.
007380
007390     MOVE SPACES TO MIR-LINE-TEXT.
007400     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
007410     MOVE 'DAILY FIGURES BY FEED PARTNER' TO MIR-LINE-TEXT.
007420     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
007430     MOVE SPACES TO MIR-LINE-TEXT.
007440     STRING 'DATE     F PARTNER       MISSING   CARRIED'
007450            '  AGED OFF RE-MATCHED'
007460         DELIMITED BY SIZE INTO MIR-LINE-TEXT.
007470     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
007480     PERFORM 6300-WRITE-ONE-PARTNER-DAY THRU 6300-EXIT
007490         VARYING EX16-PDY-SUB FROM 1 BY 1
007500         UNTIL EX16-PDY-SUB > EX16-PDY-COUNT.
007510
007520     MOVE SPACES TO MIR-LINE-TEXT.
007530     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
007540     MOVE 'DAILY POSTED TOTALS BY CURRENCY' TO MIR-LINE-TEXT.
007550     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
007560     MOVE SPACES TO MIR-LINE-TEXT.
007570     STRING 'DATE     CUR    POSTED DB_BEDR    POSTED CR_BEDR'
007580         DELIMITED BY SIZE INTO MIR-LINE-TEXT.
007590     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
007600     PERFORM 6400-WRITE-ONE-CURRENCY-DAY THRU 6400-EXIT
007610         VARYING EX16-CDY-SUB FROM 1 BY 1
007620         UNTIL EX16-CDY-SUB > EX16-CDY-COUNT.
007630 6000-EXIT.
007640     EXIT.
007650
007660*****************************************************************
007670* 6100-WRITE-ONE-DAY - ONE DAY'S MATCHING LINE.  THE DAY'S MATCH
007680* RATE IS KEYS MATCHED OVER KEYS MATCHED PLUS MB01 AND AM01.
007690*****************************************************************
007700 6100-WRITE-ONE-DAY.
007710     IF EX16-DAY-MON (EX16-DAY-SUB) NOT = 1
007720         GO TO 6100-EXIT
007730     END-IF.
007740     COMPUTE EX16-RATE-BASE = EX16-DAY-MATCHED (EX16-DAY-SUB)
007750                            + EX16-DAY-EXC (EX16-DAY-SUB, 1)
007760                            + EX16-DAY-EXC (EX16-DAY-SUB, 2).
007770     IF EX16-RATE-BASE = ZERO
007780         MOVE ZERO TO EX16-RATE
007790     ELSE
007800         COMPUTE EX16-RATE ROUNDED =
007810             EX16-DAY-MATCHED (EX16-DAY-SUB) * 100
007820                 / EX16-RATE-BASE
007830     END-IF.
007840     MOVE EX16-RATE TO EX16-RATE-ED.
007850     MOVE EX16-DAY-FEED-READ (EX16-DAY-SUB, 1) TO EX16-COUNT1-ED.
007860     MOVE EX16-DAY-FEED-READ (EX16-DAY-SUB, 2) TO EX16-COUNT2-ED.
007870     MOVE EX16-DAY-FEED-READ (EX16-DAY-SUB, 3) TO EX16-COUNT3-ED.
007880     MOVE EX16-DAY-SUSP-READ (EX16-DAY-SUB)    TO EX16-COUNT4-ED.
007890     MOVE EX16-DAY-MATCHED (EX16-DAY-SUB)      TO EX16-COUNT5-ED.
007900     MOVE EX16-DAY-POSTED (EX16-DAY-SUB)       TO EX16-COUNT6-ED.
007910     MOVE EX16-DAY-HELD (EX16-DAY-SUB)         TO EX16-COUNT7-ED.
007920     MOVE SPACES TO MIR-LINE-TEXT.
007930     STRING EX16-DAY-DATE (EX16-DAY-SUB) ' ' EX16-COUNT1-ED ' '
007940            EX16-COUNT2-ED ' ' EX16-COUNT3-ED ' '
007950            EX16-COUNT4-ED ' ' EX16-COUNT5-ED ' '
007960            EX16-COUNT6-ED ' ' EX16-COUNT7-ED ' ' EX16-RATE-ED
007970         DELIMITED BY SIZE INTO MIR-LINE-TEXT.
007980     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
007990 6100-EXIT.
008000     EXIT.
008010
008020 6200-WRITE-ONE-DAY-EXCEPTIONS.
008030     IF EX16-DAY-MON (EX16-DAY-SUB) NOT = 1
008040         GO TO 6200-EXIT
008050     END-IF.
008060     MOVE SPACES TO EX16-EXC-LINE.
008070     MOVE EX16-DAY-DATE (EX16-DAY-SUB) TO EX16-EXC-LINE-DATE.
008080     PERFORM 6210-EDIT-ONE-EXCEPTION THRU 6210-EXIT
008090         VARYING EX16-EXC-SUB FROM 1 BY 1
008100         UNTIL EX16-EXC-SUB > 10.
008110     MOVE EX16-EXC-LINE TO MIR-LINE-TEXT.
008120     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
008130 6200-EXIT.
008140     EXIT.
008150
008160 6210-EDIT-ONE-EXCEPTION.
008170     MOVE EX16-DAY-EXC (EX16-DAY-SUB, EX16-EXC-SUB)
008180         TO EX16-EXC-LINE-CNT (EX16-EXC-SUB).
008190 6210-EXIT.
008200     EXIT.
008210
008220 6300-WRITE-ONE-PARTNER-DAY.
008230     MOVE EX16-PDY-FEED (EX16-PDY-SUB)     TO EX16-FEED-DIGIT.
008240     MOVE EX16-PDY-MISSING (EX16-PDY-SUB)  TO EX16-COUNT1-ED.
008250     MOVE EX16-PDY-CARRIED (EX16-PDY-SUB)  TO EX16-COUNT2-ED.
008260     MOVE EX16-PDY-AGED (EX16-PDY-SUB)     TO EX16-COUNT3-ED.
008270     MOVE EX16-PDY-REMATCH (EX16-PDY-SUB)  TO EX16-COUNT4-ED.
008280     MOVE SPACES TO MIR-LINE-TEXT.
008290     STRING EX16-PDY-DATE (EX16-PDY-SUB) ' ' EX16-FEED-DIGIT ' '
008300            EX16-PDY-PARTNER (EX16-PDY-SUB) ' ' EX16-COUNT1-ED ' '
008310            EX16-COUNT2-ED ' ' EX16-COUNT3-ED ' ' EX16-COUNT4-ED
008320         DELIMITED BY SIZE INTO MIR-LINE-TEXT.
008330     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
008340 6300-EXIT.
008350     EXIT.
008360
008370 6400-WRITE-ONE-CURRENCY-DAY.
008380     MOVE EX16-CDY-DB (EX16-CDY-SUB) TO EX16-AMT1-ED.
008390     MOVE EX16-CDY-CR (EX16-CDY-SUB) TO EX16-AMT2-ED.
008400     MOVE SPACES TO MIR-LINE-TEXT.
008410     STRING EX16-CDY-DATE (EX16-CDY-SUB) ' '
008420            EX16-CDY-CUR (EX16-CDY-SUB) ' ' EX16-AMT1-ED ' '
008430            EX16-AMT2-ED
008440         DELIMITED BY SIZE INTO MIR-LINE-TEXT.
008450     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
008460 6400-EXIT.
008470     EXIT.
008480
008490 6900-WRITE-LINE.
008500     WRITE RTMIR01-RECORD.
008510     ADD 1 TO EX16-LINE-COUNT.
008520     MOVE SPACES TO MIR-LINE-TEXT.
008530 6900-EXIT.
008540     EXIT.
008550
008560*****************************************************************
008570* 7000-WRITE-COMPARISON - EVERY METRIC AGAINST THE PRIOR MONTH ON
008580* ITS AVERAGE PER DAY WITH STATISTICS, THEN THE MATCH RATE.
008590*****************************************************************
008600 7000-WRITE-COMPARISON SECTION.
008610 7000-WRITE-COMPARISON-PARA.
008620     IF EX16-MON-DAYS (1) = ZERO
008630         GO TO 7000-CLOSE-REPORT
008640     END-IF.
008650     MOVE SPACES TO MIR-LINE-TEXT.
008660     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
008670     MOVE EX16-MON-DAYS (1) TO EX16-COUNT1-ED.
008680     MOVE EX16-MON-DAYS (2) TO EX16-COUNT2-ED.
008690     STRING 'COMPARISON WITH PRIOR MONTH - AVERAGE PER DAY OVER '
008700            EX16-COUNT1-ED ' DAYS AGAINST ' EX16-COUNT2-ED ' DAYS'
008710         DELIMITED BY SIZE INTO MIR-LINE-TEXT.
008720     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
008730     IF EX16-MON-DAYS (2) = ZERO
008740         STRING 'NO STATISTICS RECORDED FOR ' EX16-PRIOR-MONTH
008750                ' - EVERY METRIC IS NEW'
008760             DELIMITED BY SIZE INTO MIR-LINE-TEXT
008770         PERFORM 6900-WRITE-LINE THRU 6900-EXIT
008780     END-IF.
008790     STRING 'GROUP      METRIC                    PRIOR AVG/DAY'
008800            '   CURRENT AVG/DAY  CHANGE % FLAG'
008810         DELIMITED BY SIZE INTO MIR-LINE-TEXT.
008820     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
008830     PERFORM 7100-COMPARE-ONE-METRIC THRU 7100-EXIT
008840         VARYING EX16-MET-SUB FROM 1 BY 1
008850         UNTIL EX16-MET-SUB > EX16-MET-COUNT.
008860     PERFORM 7200-COMPARE-MATCH-RATE THRU 7200-EXIT.
008870     MOVE SPACES TO MIR-LINE-TEXT.
008880     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
008890     MOVE EX16-FLAG-COUNT TO EX16-COUNT1-ED.
008900     STRING 'METRICS FLAGGED ' EX16-COUNT1-ED
008910         DELIMITED BY SIZE INTO MIR-LINE-TEXT.
008920     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
008930 7000-CLOSE-REPORT.
008940     CLOSE RTMIR01.
008950     MOVE 'N' TO EX16-RTMIR01-OPEN-SW.
008960 7000-EXIT.
008970     EXIT.
008980
008990 7100-COMPARE-ONE-METRIC.
009000     MOVE ZERO TO EX16-AVG-CURRENT EX16-AVG-PRIOR.
009010     COMPUTE EX16-AVG-CURRENT ROUNDED =
009020         EX16-MET-VALUE (EX16-MET-SUB, 1) / EX16-MON-DAYS (1).
009030     IF EX16-MON-DAYS (2) > ZERO
009040         COMPUTE EX16-AVG-PRIOR ROUNDED =
009050             EX16-MET-VALUE (EX16-MET-SUB, 2) / EX16-MON-DAYS (2)
009060     END-IF.
009070     PERFORM 7300-SET-CHANGE THRU 7300-EXIT.
009080     MOVE EX16-AVG-PRIOR   TO EX16-AMT1-ED.
009090     MOVE EX16-AVG-CURRENT TO EX16-AMT2-ED.
009100     MOVE SPACES TO MIR-LINE-TEXT.
009110     STRING EX16-MET-GROUP (EX16-MET-SUB) ' '
009120            EX16-MET-NAME (EX16-MET-SUB) ' ' EX16-AMT1-ED ' '
009130            EX16-AMT2-ED ' ' EX16-PCT-TEXT ' ' EX16-FLAG-TEXT
009140         DELIMITED BY SIZE INTO MIR-LINE-TEXT.
009150     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
009160 7100-EXIT.
009170     EXIT.
009180
009190*****************************************************************
009200* 7200-COMPARE-MATCH-RATE - THE MONTH'S MATCH RATE, KEYS MATCHED
009210* OVER KEYS MATCHED PLUS MB01 AND AM01, AGAINST THE PRIOR MONTH.
009220* A RATE IS ALREADY PER KEY, SO IT IS COMPARED AS IT STANDS.
009230*****************************************************************
009240 7200-COMPARE-MATCH-RATE.
009250     MOVE ZERO TO EX16-AVG-CURRENT EX16-AVG-PRIOR.
009260     COMPUTE EX16-RATE-BASE = EX16-MON-MATCHED (1)
009270                            + EX16-MON-MB01 (1)
009280                            + EX16-MON-AM01 (1).
009290     IF EX16-RATE-BASE > ZERO
009300         COMPUTE EX16-AVG-CURRENT ROUNDED =
009310             EX16-MON-MATCHED (1) * 100 / EX16-RATE-BASE
009320     END-IF.
009330     COMPUTE EX16-RATE-BASE = EX16-MON-MATCHED (2)
009340                            + EX16-MON-MB01 (2)
009350                            + EX16-MON-AM01 (2).
009360     IF EX16-RATE-BASE > ZERO
009370         COMPUTE EX16-AVG-PRIOR ROUNDED =
009380             EX16-MON-MATCHED (2) * 100 / EX16-RATE-BASE
009390     END-IF.
009400     PERFORM 7300-SET-CHANGE THRU 7300-EXIT.
009410     MOVE EX16-AVG-PRIOR   TO EX16-AMT1-ED.
009420     MOVE EX16-AVG-CURRENT TO EX16-AMT2-ED.
009430     MOVE SPACES TO MIR-LINE-TEXT.
009440     STRING 'MATCHING   MATCH RATE PERCENT   ' EX16-AMT1-ED ' '
009450            EX16-AMT2-ED ' ' EX16-PCT-TEXT ' ' EX16-FLAG-TEXT
009460         DELIMITED BY SIZE INTO MIR-LINE-TEXT.
009470     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
009480 7200-EXIT.
009490     EXIT.
009500
009510*****************************************************************
009520* 7300-SET-CHANGE - THE PERCENTAGE MOVE FROM EX16-AVG-PRIOR TO
009530* EX16-AVG-CURRENT AND ITS FLAG.  NOTHING IN THE PRIOR MONTH
009540* MAKES A METRIC 'NEW'; A MOVE TOO LARGE TO SHOW IS SHOWN AS THE
009550* LARGEST THE COLUMN HOLDS, AND IS FLAGGED.
009560*****************************************************************
009570 7300-SET-CHANGE.
009580     MOVE SPACES TO EX16-PCT-TEXT EX16-FLAG-TEXT.
009590     IF EX16-AVG-PRIOR = ZERO
009600         IF EX16-AVG-CURRENT NOT = ZERO
009610             MOVE 'NEW' TO EX16-FLAG-TEXT
009620         END-IF
009630         GO TO 7300-EXIT
009640     END-IF.
009650     COMPUTE EX16-CHANGE-PCT ROUNDED =
009660         (EX16-AVG-CURRENT - EX16-AVG-PRIOR) * 100
009670             / EX16-AVG-PRIOR
009680         ON SIZE ERROR
009690             MOVE 999999,9 TO EX16-CHANGE-PCT
009700     END-COMPUTE.
009710     MOVE EX16-CHANGE-PCT TO EX16-PCT-ED.
009720     MOVE EX16-PCT-ED TO EX16-PCT-TEXT.
009730     IF EX16-CHANGE-PCT < ZERO
009740         COMPUTE EX16-ABS-PCT = ZERO - EX16-CHANGE-PCT
009750     ELSE
009760         MOVE EX16-CHANGE-PCT TO EX16-ABS-PCT
009770     END-IF.
009780     IF EX16-ABS-PCT > EX16-FLAG-PCT
009790         MOVE '***' TO EX16-FLAG-TEXT
009800         ADD 1 TO EX16-FLAG-COUNT
009810     END-IF.
009820 7300-EXIT.
009830     EXIT.
009840
009850*****************************************************************
009860* 7500-WRITE-RUN-COUNTS - THE CONSOLE SIGN-OFF.  A REPORT MONTH
009870* WITH NO STATISTICS AT ALL ENDS THE RUN WITH RETURN CODE 4 -
009880* EITHER THE MONTH ON THE CARD IS WRONG OR EX01 HAS NOT BEEN
009890* WRITING RTDST01.
009900*****************************************************************
009910 7500-WRITE-RUN-COUNTS SECTION.
009920 7500-WRITE-COUNTS-PARA.
009930     DISPLAY 'EX16 - RTDST01 RECORDS READ      = '
009940             EX16-READ-COUNT.
009950     DISPLAY 'EX16 - RECORDS IN THE TWO MONTHS = '
009960             EX16-USED-COUNT.
009970     DISPLAY 'EX16 - DAYS IN REPORT MONTH      = '
009980             EX16-MON-DAYS (1).
009990     DISPLAY 'EX16 - DAYS IN PRIOR MONTH       = '
010000             EX16-MON-DAYS (2).
010010     DISPLAY 'EX16 - METRICS FLAGGED           = '
010020             EX16-FLAG-COUNT.
010030     DISPLAY 'EX16 - REPORT LINES WRITTEN      = '
010040             EX16-LINE-COUNT.
010050     IF EX16-MON-DAYS (1) = ZERO
010060             AND RETURN-CODE = ZERO
010070         MOVE 4 TO RETURN-CODE
010080         MOVE 'NO STATISTICS FOR THE REPORT MONTH'
010090             TO EX16-LDG-MESSAGE
010100     END-IF.
010110 7500-EXIT.
010120     EXIT.
010130
010140*****************************************************************
010150* 8000-TERMINATE - CLOSE EVERYTHING STILL OPEN AND CLOSE OFF THE
010160* RUN'S LEDGER ENTRY.
010170*****************************************************************
010180 8000-TERMINATE SECTION.
010190 8000-TERMINATE-PARA.
010200     IF EX16-RTCTL16-OPEN
010210         CLOSE RTCTL16
010220     END-IF.
010230     IF EX16-RTDST01-OPEN
010240         CLOSE RTDST01
010250     END-IF.
010260     IF EX16-RTMIR01-OPEN
010270         CLOSE RTMIR01
010280     END-IF.
010290     IF EX16-RTSTS01-OPEN
010300         CLOSE RTSTS01
010310     END-IF.
010320     PERFORM 8100-WRITE-LEDGER-END THRU 8100-EXIT.
010330 8000-EXIT.
010340     EXIT.
010350
010360*****************************************************************
010370* 8100-WRITE-LEDGER-END - CLOSE OFF THE RUN'S LEDGER ENTRY WITH
010380* ITS RETURN CODE, COUNTS AND OUTCOME.  A RUN STOPPED BY A BAD
010390* CONTROL CARD NEVER STARTED AND WRITES NOTHING.
010400*****************************************************************
010410 8100-WRITE-LEDGER-END.
010420     IF NOT EX16-LDG-STARTED
010430         GO TO 8100-EXIT
010440     END-IF.
010450     MOVE 'N' TO EX16-LDG-START-SW.
010460     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
010470     MOVE 'E' TO STS-EVENT-CD.
010480     MOVE RETURN-CODE TO STS-RETURN-CD.
010490     EVALUATE TRUE
010500         WHEN RETURN-CODE = ZERO
010510             MOVE 'C' TO STS-STATUS-CD
010520         WHEN RETURN-CODE NOT > 4
010530             MOVE 'W' TO STS-STATUS-CD
010540         WHEN OTHER
010550             MOVE 'F' TO STS-STATUS-CD
010560     END-EVALUATE.
010570     MOVE EX16-READ-COUNT  TO STS-READ-COUNT.
010580     MOVE EX16-LINE-COUNT  TO STS-WRITTEN-COUNT.
010590     MOVE EX16-FLAG-COUNT  TO STS-EXCEPTION-COUNT.
010600     MOVE EX16-LDG-MESSAGE TO STS-MESSAGE.
010610     OPEN EXTEND RTSTS01.
010620     WRITE RTSTS01-RECORD.
010630     CLOSE RTSTS01.
010640 8100-EXIT.
010650     EXIT.
010660
010670*****************************************************************
010680* 9000-ERROR-PARAGRAPHS - FATAL ERROR HANDLING, EACH WITH ITS
010690* OWN RETURN CODE, THE SAME WAY EX01 HANDLES ITS FATAL ERRORS.
010700*****************************************************************
010710 9000-ERROR-PARAGRAPHS SECTION.
010720 9100-DAY-TABLE-FULL.
010730     DISPLAY 'EX16 - DAY TABLE IS FULL, CANNOT ADD '
010740             DST-PROC-DATE.
010750     MOVE 28 TO RETURN-CODE.
010760     PERFORM 8000-TERMINATE THRU 8000-EXIT.
010770     STOP RUN.
010780 9100-EXIT.
010790     EXIT.
010800
010810 9200-PARTNER-TABLE-FULL.
010820     DISPLAY 'EX16 - PARTNER DAY TABLE IS FULL, CANNOT ADD '
010830             DST-PROC-DATE ' ' EX16-PARTNER-GROUP.
010840     MOVE 32 TO RETURN-CODE.
010850     PERFORM 8000-TERMINATE THRU 8000-EXIT.
010860     STOP RUN.
010870 9200-EXIT.
010880     EXIT.
010890
010900 9300-CURRENCY-TABLE-FULL.
010910     DISPLAY 'EX16 - CURRENCY DAY TABLE IS FULL, CANNOT ADD '
010920             DST-PROC-DATE ' ' DST-CUR_CD.
010930     MOVE 36 TO RETURN-CODE.
010940     PERFORM 8000-TERMINATE THRU 8000-EXIT.
010950     STOP RUN.
010960 9300-EXIT.
010970     EXIT.
010980
010990 9400-METRIC-TABLE-FULL.
011000     DISPLAY 'EX16 - METRIC TABLE IS FULL, CANNOT ADD '
011010             EX16-MET-KEY-GROUP ' ' EX16-MET-KEY-NAME.
011020     MOVE 40 TO RETURN-CODE.
011030     PERFORM 8000-TERMINATE THRU 8000-EXIT.
011040     STOP RUN.
011050 9400-EXIT.
011060     EXIT.
