000010*****************************************************************
000020* PROGRAM-ID.  EX13.
000030* AUTHOR.      M V HALEN.
000040* INSTALLATION. SERVICIFI GELATO - RECONCILIATION AND SETTLEMENT.
000050* DATE-WRITTEN. 2026-10-15.
000060*
000070* EX13 IS THE MONTH-END FX REVALUATION.  EX01 CONVERTS EACH DAY'S
000080* MOVEMENTS TO EUR AT THAT DAY'S RTRATE1 RATE, BUT NOTHING EVER
000090* REVALUED THE ACCUMULATED FOREIGN-CURRENCY POSITIONS, SO FINANCE
000100* WORKED OUT THE UNREALIZED FX GAINS AND LOSSES ON A SPREADSHEET.
000110* EX13 TAKES EACH ACCOUNT'S CLOSING NET (DB MINUS CR) POSITION PER
000120* CURRENCY FROM RTHIST1 AS AT THE END OF THE CONTROL-CARD MONTH -
000130* EX08'S BROUGHT-FORWARD SUMMARIES INCLUDED - AND VALUES IT AT THE
000140* MONTH-END RATE ON RTRATE1.  THAT IS COMPARED WITH LAST MONTH'S
000150* REVALUED AMOUNT, CARRIED FORWARD ON RTREVI, AFTER TAKING OUT THE
000160* MONTH'S MOVEMENT IN THE POSITION VALUED AT THE SAME MONTH-END
000170* RATE - NEW MONEY IN OR OUT IS NOT AN EXCHANGE GAIN - AND WHAT IS
000180* LEFT IS THE UNREALIZED GAIN OR LOSS FOR THE MONTH:
000190*   GAIN/LOSS = POSITION * RATE - PRIOR REVALUED AMOUNT
000200*             - (POSITION - PRIOR POSITION) * RATE
000210* A POSITION SEEN FOR THE FIRST TIME HAS NO PRIOR, SO ITS WHOLE
000220* BALANCE IS MOVEMENT AND ITS FIRST MONTH ONLY SETS THE BASE.
000230*
000240* THE GAIN OR LOSS PER ACCOUNT AND CURRENCY GOES ON THE RTRVR01
000250* REPORT, AND THE BALANCING ENTRIES - POSITION ADJUSTMENT AGAINST
000260* UNREALIZED GAIN OR LOSS, THROUGH THE RTRVM01 REVALUATION-ACCOUNT
000270* MAPPING - GO TO AN RTGLJ05 JOURNAL IN THE RTGLJ01 FORMAT, DATED
000280* AT THE MONTH-END RATE DATE.  THE REVALUED AMOUNTS ARE WRITTEN TO
000290* RTREVO FOR NEXT MONTH'S RUN.  EUR POSITIONS NEED NO REVALUATION
000300* AND ARE LEFT OUT.  A POSITION WITH NO MONTH-END RATE OR NO
000310* MAPPING IS REPORTED, NOT JOURNALED, AND ITS PRIOR REVALUATION IS
000320* CARRIED FORWARD UNCHANGED SO NEXT MONTH CATCHES UP; THE RUN THEN
000330* ENDS RETURN CODE 4.  A CARRY-FORWARD FILE ALREADY AT OR PAST THE
000340* CONTROL-CARD MONTH MEANS THE MONTH HAS BEEN REVALUED BEFORE AND
000350* THE RUN STOPS RATHER THAN JOURNAL IT TWICE.
000360*
000370* MODIFICATION HISTORY.
000380*   2026-10-15  MVH  ORIGINAL VERSION.
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. EX13.
000420 AUTHOR. M V HALEN.
000430 INSTALLATION. SERVICIFI GELATO.
000440 DATE-WRITTEN. 2026-10-15.
000450 DATE-COMPILED.
000460
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-3090.
000500 SPECIAL-NAMES.
000510     DECIMAL-POINT IS COMMA.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540
000550     SELECT RTCTL13 ASSIGN TO RTCTL13
000560         ORGANIZATION IS SEQUENTIAL.
000570
000580     SELECT RTRATE1 ASSIGN TO RTRATE1
000590         ORGANIZATION IS SEQUENTIAL.
000600
000610     SELECT RTRVM01 ASSIGN TO RTRVM01
000620         ORGANIZATION IS SEQUENTIAL.
000630
000640     SELECT RTHIST1 ASSIGN TO RTHIST1
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS HIST-PRIME-KEY
000680         FILE STATUS IS EX13-HIST-STATUS.
000690
000700     SELECT RTREVI ASSIGN TO RTREVI
000710         ORGANIZATION IS SEQUENTIAL.
000720
000730     SELECT RTREVO ASSIGN TO RTREVO
000740         ORGANIZATION IS SEQUENTIAL.
000750
000760     SELECT RTRVR01 ASSIGN TO RTRVR01
000770         ORGANIZATION IS SEQUENTIAL.
000780
000790     SELECT RTGLJ05 ASSIGN TO RTGLJ05
000800         ORGANIZATION IS SEQUENTIAL.
000810
000820     SELECT RTSTS01 ASSIGN TO RTSTS01
000830         ORGANIZATION IS SEQUENTIAL.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870
000880 FD  RTCTL13
000890     LABEL RECORDS ARE STANDARD.
000900     COPY RTCTL13.
000910
000920 FD  RTRATE1
000930     LABEL RECORDS ARE STANDARD.
000940     COPY RTRATE1.
000950
000960 FD  RTRVM01
000970     LABEL RECORDS ARE STANDARD.
000980     COPY RTRVM01.
000990
001000 FD  RTHIST1
001010     LABEL RECORDS ARE STANDARD.
001020     COPY RRSPST REPLACING ==RRSPST==   BY ==HIST-RECORD==
001030                           ==REK_ID==   BY ==HIST-REK_ID==
001040                           ==VAL_DAT==  BY ==HIST-VAL_DAT==
001050                           ==CYC_NO==   BY ==HIST-CYC_NO==
001060                           ==DB_BEDR==  BY ==HIST-DB_BEDR==
001070                           ==CR_BEDR==  BY ==HIST-CR_BEDR==
001080                           ==CUR_CD==   BY ==HIST-CUR_CD==.
001090*****************************************************************
001100* HIST-PRIME-KEY REDEFINES REK_ID/VAL_DAT/CYC_NO AS ONE FIELD,
001110* EXACTLY AS EX01 DECLARES THE RTHIST1 KEY.
001120*****************************************************************
001130 01  HIST-KEY-RECORD REDEFINES HIST-RECORD.
001140     05  HIST-PRIME-KEY          PIC X(20).
001150     05  FILLER                  PIC X(17).
001160
001170 FD  RTREVI
001180     LABEL RECORDS ARE STANDARD.
001190     COPY RTREV01 REPLACING
001200         ==RTREV01-RECORD==     BY ==RTREVI-RECORD==
001210         ==REV-KEY==            BY ==REVI-KEY==
001220         ==REV-REK_ID==         BY ==REVI-REK_ID==
001230         ==REV-CUR_CD==         BY ==REVI-CUR_CD==
001240         ==REV-MONTH==          BY ==REVI-MONTH==
001250         ==REV-RATE-DATE==      BY ==REVI-RATE-DATE==
001260         ==REV-POSITION==       BY ==REVI-POSITION==
001270         ==REV-RATE==           BY ==REVI-RATE==
001280         ==REV-BASE-AMT==       BY ==REVI-BASE-AMT==.
001290
001300 FD  RTREVO
001310     LABEL RECORDS ARE STANDARD.
001320     COPY RTREV01 REPLACING
001330         ==RTREV01-RECORD==     BY ==RTREVO-RECORD==
001340         ==REV-KEY==            BY ==REVO-KEY==
001350         ==REV-REK_ID==         BY ==REVO-REK_ID==
001360         ==REV-CUR_CD==         BY ==REVO-CUR_CD==
001370         ==REV-MONTH==          BY ==REVO-MONTH==
001380         ==REV-RATE-DATE==      BY ==REVO-RATE-DATE==
001390         ==REV-POSITION==       BY ==REVO-POSITION==
001400         ==REV-RATE==           BY ==REVO-RATE==
001410         ==REV-BASE-AMT==       BY ==REVO-BASE-AMT==.
001420
001430 FD  RTRVR01
001440     LABEL RECORDS ARE STANDARD.
001450     COPY RTRVR01.
001460
001470 FD  RTGLJ05
001480     LABEL RECORDS ARE STANDARD.
001490     COPY RTGLJ01 REPLACING
001500         ==RTGLJ01-RECORD==     BY ==RTGLJ05-RECORD==.
001510
001520 FD  RTSTS01
001530     LABEL RECORDS ARE STANDARD.
001540     COPY RTSTS01.
001550
001560 WORKING-STORAGE SECTION.
001570
001580*****************************************************************
001590* SWITCHES.
001600*****************************************************************
001610 77  EX13-RATE-EOF-SW                PIC X     VALUE 'N'.
001620     88  EX13-RATE-EOF                         VALUE 'Y'.
001630 77  EX13-RVM-EOF-SW                 PIC X     VALUE 'N'.
001640     88  EX13-RVM-EOF                          VALUE 'Y'.
001650 77  EX13-HIST-EOF-SW                PIC X     VALUE 'N'.
001660     88  EX13-HIST-EOF                         VALUE 'Y'.
001670 77  EX13-REVI-EOF-SW                PIC X     VALUE 'N'.
001680     88  EX13-REVI-EOF                         VALUE 'Y'.
001690 77  EX13-RATE-FOUND-SW              PIC X     VALUE 'N'.
001700     88  EX13-RATE-FOUND                       VALUE 'Y'.
001710 77  EX13-MAP-FOUND-SW               PIC X     VALUE 'N'.
001720     88  EX13-MAP-FOUND                        VALUE 'Y'.
001730 77  EX13-SUM-FOUND-SW               PIC X     VALUE 'N'.
001740     88  EX13-SUM-FOUND                        VALUE 'Y'.
001750 77  EX13-CUR-FOUND-SW               PIC X     VALUE 'N'.
001760     88  EX13-CUR-FOUND                        VALUE 'Y'.
001770 77  EX13-PRIOR-FOUND-SW             PIC X     VALUE 'N'.
001780     88  EX13-PRIOR-FOUND                      VALUE 'Y'.
001790 77  EX13-LDG-START-SW               PIC X     VALUE 'N'.
001800     88  EX13-LDG-STARTED                      VALUE 'Y'.
001810
001820*****************************************************************
001830* FILE-OPEN INDICATORS.  8000-TERMINATE-PARA TESTS THESE SO IT
001840* CAN CLOSE DOWN WHATEVER IS STILL OPEN ON AN ABEND PATH WITHOUT
001850* ATTEMPTING TO CLOSE A FILE THAT WAS NEVER OPENED.
001860*****************************************************************
001870 77  EX13-RTCTL13-OPEN-SW             PIC X     VALUE 'N'.
001880     88  EX13-RTCTL13-OPEN                      VALUE 'Y'.
001890 77  EX13-RTRATE1-OPEN-SW             PIC X     VALUE 'N'.
001900     88  EX13-RTRATE1-OPEN                      VALUE 'Y'.
001910 77  EX13-RTRVM01-OPEN-SW             PIC X     VALUE 'N'.
001920     88  EX13-RTRVM01-OPEN                      VALUE 'Y'.
001930 77  EX13-RTHIST1-OPEN-SW             PIC X     VALUE 'N'.
001940     88  EX13-RTHIST1-OPEN                      VALUE 'Y'.
001950 77  EX13-RTREVI-OPEN-SW              PIC X     VALUE 'N'.
001960     88  EX13-RTREVI-OPEN                       VALUE 'Y'.
001970 77  EX13-RTREVO-OPEN-SW              PIC X     VALUE 'N'.
001980     88  EX13-RTREVO-OPEN                       VALUE 'Y'.
001990 77  EX13-RTRVR01-OPEN-SW             PIC X     VALUE 'N'.
002000     88  EX13-RTRVR01-OPEN                      VALUE 'Y'.
002010 77  EX13-RTGLJ05-OPEN-SW             PIC X     VALUE 'N'.
002020     88  EX13-RTGLJ05-OPEN                      VALUE 'Y'.
002030 77  EX13-RTSTS01-OPEN-SW             PIC X     VALUE 'N'.
002040     88  EX13-RTSTS01-OPEN                      VALUE 'Y'.
002050
002060*****************************************************************
002070* COUNTERS AND WORK AREAS.
002080*****************************************************************
002090 77  EX13-HIST-STATUS         PIC X(02) VALUE SPACES.
002100 77  EX13-RUN-DATE            PIC X(08) VALUE SPACES.
002110 77  EX13-RATE-DATE           PIC X(08) VALUE SPACES.
002120 77  EX13-HIST-COUNT          PIC 9(09) COMP VALUE ZERO.
002130 77  EX13-REVALUED-COUNT      PIC 9(09) COMP VALUE ZERO.
002140 77  EX13-EXCEPTION-COUNT     PIC 9(09) COMP VALUE ZERO.
002150 77  EX13-CARRIED-COUNT       PIC 9(09) COMP VALUE ZERO.
002160 77  EX13-LINE-COUNT          PIC 9(09) COMP VALUE ZERO.
002170 77  EX13-RATE-COUNT          PIC 9(04) COMP VALUE ZERO.
002180 77  EX13-RATE-MAX            PIC 9(04) COMP VALUE 200.
002190 77  EX13-RATE-SUB            PIC 9(04) COMP VALUE ZERO.
002200 77  EX13-RATE-HIT-SUB        PIC 9(04) COMP VALUE ZERO.
002210 77  EX13-RVM-COUNT           PIC 9(04) COMP VALUE ZERO.
002220 77  EX13-RVM-MAX             PIC 9(04) COMP VALUE 5000.
002230 77  EX13-RVM-SUB             PIC 9(04) COMP VALUE ZERO.
002240 77  EX13-RVM-HIT-SUB         PIC 9(04) COMP VALUE ZERO.
002250 77  EX13-SUM-COUNT           PIC 9(04) COMP VALUE ZERO.
002260 77  EX13-SUM-MAX             PIC 9(04) COMP VALUE 5000.
002270 77  EX13-SUM-SUB             PIC 9(04) COMP VALUE ZERO.
002280 77  EX13-SUM-SUB2            PIC 9(04) COMP VALUE ZERO.
002290 77  EX13-CUR-COUNT           PIC 9(04) COMP VALUE ZERO.
002300 77  EX13-CUR-MAX             PIC 9(04) COMP VALUE 200.
002310 77  EX13-CUR-SUB             PIC 9(04) COMP VALUE ZERO.
002320 77  EX13-CUR-HIT-SUB         PIC 9(04) COMP VALUE ZERO.
002330 77  EX13-ACUR-COUNT          PIC 9(04) COMP VALUE ZERO.
002340 77  EX13-ACUR-MAX            PIC 9(04) COMP VALUE 10.
002350 77  EX13-ACUR-SUB            PIC 9(04) COMP VALUE ZERO.
002360 77  EX13-ACUR-SUB2           PIC 9(04) COMP VALUE ZERO.
002370 77  EX13-ACUR-HIT-SUB        PIC 9(04) COMP VALUE ZERO.
002380 77  EX13-CUR-ACCT            PIC X(10) VALUE SPACES.
002390 77  EX13-WORK-GL-ACCT        PIC X(12) VALUE SPACES.
002400 77  EX13-WORK-DC-IND         PIC X(01) VALUE SPACE.
002410 77  EX13-WORK-REASON         PIC X(40) VALUE SPACES.
002420 77  EX13-BASE-CUR-CD         PIC X(03) VALUE 'EUR'.
002430 77  EX13-POSITION            PIC S9(13)V9(2) COMP-3 VALUE ZERO.
002440 77  EX13-PRIOR-POSITION      PIC S9(13)V9(2) COMP-3 VALUE ZERO.
002450 77  EX13-PRIOR-BASE          PIC S9(13)V9(2) COMP-3 VALUE ZERO.
002460 77  EX13-REVALUED            PIC S9(13)V9(2) COMP-3 VALUE ZERO.
002470 77  EX13-MOVEMENT            PIC S9(13)V9(2) COMP-3 VALUE ZERO.
002480 77  EX13-GAIN-LOSS           PIC S9(13)V9(2) COMP-3 VALUE ZERO.
002490 77  EX13-JOURNAL-AMT         PIC S9(13)V9(2) COMP-3 VALUE ZERO.
002500 77  EX13-WORK-RATE           PIC S9(07)V9(6) COMP-3 VALUE ZERO.
002510 77  EX13-TOT-DB              PIC S9(13)V9(2) COMP-3 VALUE ZERO.
002520 77  EX13-TOT-CR              PIC S9(13)V9(2) COMP-3 VALUE ZERO.
002530 77  EX13-TOT-GAIN            PIC S9(13)V9(2) COMP-3 VALUE ZERO.
002540 77  EX13-TOT-LOSS            PIC S9(13)V9(2) COMP-3 VALUE ZERO.
002550 77  EX13-AMT1-ED             PIC ZZZZZZZZZZZZ9,99-.
002560 77  EX13-AMT2-ED             PIC ZZZZZZZZZZZZ9,99-.
002570 77  EX13-AMT3-ED             PIC ZZZZZZZZZZZZ9,99-.
002580 77  EX13-AMT4-ED             PIC ZZZZZZZZZZZZ9,99-.
002590 77  EX13-AMT5-ED             PIC ZZZZZZZZZZZZ9,99-.
002600 77  EX13-RATE-ED             PIC ZZZZZZ9,999999.
002610 77  EX13-COUNT-ED            PIC ZZZZZZZZ9.
002620 77  EX13-COUNT2-ED           PIC ZZZZZZZZ9.
002630 77  EX13-LDG-MESSAGE         PIC X(50) VALUE SPACES.
002640
002650 01  EX13-MONTH-WORK.
002660     05  EX13-MONTH-YYYY          PIC 9(04).
002670     05  EX13-MONTH-MM            PIC 9(02).
002680
002690 01  EX13-VAL-DAT-WORK.
002700     05  EX13-VAL-MONTH           PIC X(06).
002710     05  FILLER                   PIC X(02).
002720
002730 01  EX13-RATE-DAT-WORK.
002740     05  EX13-RATE-MONTH          PIC X(06).
002750     05  FILLER                   PIC X(02).
002760
002770*****************************************************************
002780* THE POSITION BEING REVALUED AND THE HISTORY KEY THE CARRY-
002790* FORWARD IS MERGED UP TO, BOTH IN THE SHAPE OF THE RTREVI KEY.
002800*****************************************************************
002810 01  EX13-POS-KEY.
002820     05  EX13-POS-REK-ID          PIC X(10).
002830     05  EX13-POS-CUR-CD          PIC X(03).
002840
002850 01  EX13-MERGE-KEY.
002860     05  EX13-MERGE-REK-ID        PIC X(10).
002870     05  EX13-MERGE-CUR-CD        PIC X(03).
002880
002890*****************************************************************
002900* MONTH-END RATES, LOADED FROM RTRATE1 AT START-UP THE WAY EX01
002910* LOADS THE DAILY ONES.
002920*****************************************************************
002930 01  EX13-RATE-TABLE.
002940     05  EX13-RATE-ENTRY OCCURS 200 TIMES.
002950         10  EX13-RATE-CD            PIC X(03).
002960         10  EX13-RATE-VAL           PIC S9(07)V9(6) COMP-3.
002970
002980*****************************************************************
002990* THE REVALUATION ACCOUNT MAPPING, LOADED FROM RTRVM01 AND
003000* SEARCHED IN FILE ORDER SO THE FIRST MATCHING RULE WINS, AS
003010* EX07 SEARCHES RTGLM01.
003020*****************************************************************
003030 01  EX13-RVM-TABLE.
003040     05  EX13-RVM-ENTRY OCCURS 5000 TIMES.
003050         10  EX13-RVM-FROM           PIC X(10).
003060         10  EX13-RVM-TO             PIC X(10).
003070         10  EX13-RVM-CUR            PIC X(03).
003080         10  EX13-RVM-POS            PIC X(12).
003090         10  EX13-RVM-GAIN           PIC X(12).
003100         10  EX13-RVM-LOSS           PIC X(12).
003110
003120*****************************************************************
003130* THE CURRENT ACCOUNT'S NET POSITION, ONE ENTRY PER CURRENCY.  AS
003140* IN EX08, ONE ENTRY IS THE NORM - THE TABLE ONLY GUARDS AGAINST
003150* HISTORY PREDATING THE AUTHORIZED-CURRENCY RULE.  IT IS SORTED BY
003160* CURRENCY AT THE ACCOUNT BREAK SO THE MERGE WITH RTREVI STAYS IN
003170* KEY ORDER.
003180*****************************************************************
003190 01  EX13-ACUR-TABLE.
003200     05  EX13-ACUR-ENTRY OCCURS 10 TIMES.
003210         10  EX13-ACUR-CD            PIC X(03).
003220         10  EX13-ACUR-NET           PIC S9(13)V9(2) COMP-3.
003230
003240 01  EX13-ACUR-SWAP-ENTRY.
003250     05  EX13-ACUR-SWAP-CD           PIC X(03).
003260     05  EX13-ACUR-SWAP-NET          PIC S9(13)V9(2) COMP-3.
003270
003280*****************************************************************
003290* THE JOURNAL SUMMARY, ONE ENTRY PER GL ACCOUNT, SORTED BEFORE THE
003300* LINES ARE WRITTEN, AS EX07 BUILDS ITS OWN.  ALL AMOUNTS ARE EUR.
003310*****************************************************************
003320 01  EX13-SUM-TABLE.
003330     05  EX13-SUM-ENTRY OCCURS 5000 TIMES.
003340         10  EX13-SUM-ACCT           PIC X(12).
003350         10  EX13-SUM-DB             PIC S9(13)V9(2) COMP-3.
003360         10  EX13-SUM-CR             PIC S9(13)V9(2) COMP-3.
003370
003380 01  EX13-SUM-SWAP-ENTRY.
003390     05  EX13-SWAP-ACCT              PIC X(12).
003400     05  EX13-SWAP-DB                PIC S9(13)V9(2) COMP-3.
003410     05  EX13-SWAP-CR                PIC S9(13)V9(2) COMP-3.
003420
003430*****************************************************************
003440* REPORT TOTALS PER FOREIGN CURRENCY.
003450*****************************************************************
003460 01  EX13-CUR-TABLE.
003470     05  EX13-CUR-ENTRY OCCURS 200 TIMES.
003480         10  EX13-CUR-CD             PIC X(03).
003490         10  EX13-CUR-POSITION       PIC S9(13)V9(2) COMP-3.
003500         10  EX13-CUR-REVALUED       PIC S9(13)V9(2) COMP-3.
003510         10  EX13-CUR-GAIN           PIC S9(13)V9(2) COMP-3.
003520         10  EX13-CUR-LOSS           PIC S9(13)V9(2) COMP-3.
003530
003540 PROCEDURE DIVISION.
003550
003560*****************************************************************
003570* 0000-MAINLINE - OVERALL CONTROL FLOW.
003580*****************************************************************
003590 0000-MAINLINE SECTION.
003600 0000-START.
003610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003620     PERFORM 5000-REVALUE-POSITIONS THRU 5000-EXIT.
003630     PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
003640     PERFORM 7000-WRITE-REPORT-TOTALS THRU 7000-EXIT.
003650     PERFORM 7500-WRITE-RUN-COUNTS THRU 7500-EXIT.
003660     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003670     STOP RUN.
003680 0000-EXIT.
003690     EXIT.
003700
003710*****************************************************************
003720* 1000-INITIALIZE - READ AND CHECK THE CONTROL CARD, RECORD THE
003730* START ON THE RUN LEDGER, AND LOAD THE MONTH-END RATES AND THE
003740* REVALUATION MAPPING.
003750*****************************************************************
003760 1000-INITIALIZE SECTION.
003770 1000-INITIALIZE-PARA.
003780     OPEN INPUT RTCTL13.
003790     MOVE 'Y' TO EX13-RTCTL13-OPEN-SW.
003800     READ RTCTL13
003810         AT END
003820             DISPLAY 'EX13 - CONTROL CARD FILE IS EMPTY'
003830             MOVE 12 TO RETURN-CODE
003840             PERFORM 8000-TERMINATE THRU 8000-EXIT
003850             STOP RUN
003860     END-READ.
003870     IF CTL13-REVAL-MONTH = SPACES
003880             OR CTL13-REVAL-MONTH IS NOT NUMERIC
003890         DISPLAY 'EX13 - REVALUATION MONTH MISSING OR INVALID'
003900         MOVE 12 TO RETURN-CODE
003910         PERFORM 8000-TERMINATE THRU 8000-EXIT
003920         STOP RUN
003930     END-IF.
003940     MOVE CTL13-REVAL-MONTH TO EX13-MONTH-WORK.
003950     IF EX13-MONTH-MM < 1 OR EX13-MONTH-MM > 12
003960         DISPLAY 'EX13 - REVALUATION MONTH MISSING OR INVALID'
003970         MOVE 12 TO RETURN-CODE
003980         PERFORM 8000-TERMINATE THRU 8000-EXIT
003990         STOP RUN
004000     END-IF.
004010     DISPLAY 'EX13 - REVALUING POSITIONS AT THE END OF '
004020             CTL13-REVAL-MONTH.
004030     CLOSE RTCTL13.
004040     MOVE 'N' TO EX13-RTCTL13-OPEN-SW.
004050     ACCEPT EX13-RUN-DATE FROM DATE YYYYMMDD.
004060     PERFORM 1800-WRITE-LEDGER-START THRU 1800-EXIT.
004070     PERFORM 1300-LOAD-RATE-TABLE THRU 1300-EXIT.
004080     PERFORM 1400-LOAD-REVAL-MAPPING THRU 1400-EXIT.
004090 1000-EXIT.
004100     EXIT.
004110
004120*****************************************************************
004130* 1300-LOAD-RATE-TABLE - LOAD THE MONTH-END RATES.  EVERY RATE
004140* MUST CARRY ONE AND THE SAME EFFECTIVE DATE, INSIDE THE MONTH
004150* BEING REVALUED - A DAILY FILE FROM ANOTHER MONTH STOPS THE RUN
004160* BEFORE ANYTHING IS JOURNALED.  THAT DATE DATES THE JOURNAL.
004170*****************************************************************
004180 1300-LOAD-RATE-TABLE.
004190     OPEN INPUT RTRATE1.
004200     MOVE 'Y' TO EX13-RTRATE1-OPEN-SW.
004210     PERFORM 1310-LOAD-ONE-RATE THRU 1310-EXIT
004220         UNTIL EX13-RATE-EOF.
004230     CLOSE RTRATE1.
004240     MOVE 'N' TO EX13-RTRATE1-OPEN-SW.
004250     DISPLAY 'EX13 - MONTH-END RATES LOADED = ' EX13-RATE-COUNT.
004260     IF EX13-RATE-COUNT = ZERO
004270         DISPLAY 'EX13 - RATE FILE IS EMPTY, RUN TERMINATED'
004280         MOVE 12 TO RETURN-CODE
004290         PERFORM 8000-TERMINATE THRU 8000-EXIT
004300         STOP RUN
004310     END-IF.
004320 1300-EXIT.
004330     EXIT.
004340
004350 1310-LOAD-ONE-RATE.
004360     READ RTRATE1
004370         AT END
004380             SET EX13-RATE-EOF TO TRUE
004390         NOT AT END
004400             IF EX13-RATE-DATE = SPACES
004410                 MOVE RATE-EFF-DATE TO EX13-RATE-DATE
004420                 MOVE RATE-EFF-DATE TO EX13-RATE-DAT-WORK
004430             END-IF
004440             IF RATE-EFF-DATE NOT = EX13-RATE-DATE
004450                     OR EX13-RATE-MONTH NOT = CTL13-REVAL-MONTH
004460                 GO TO 9100-RATE-DATE-ERROR
004470             END-IF
004480             IF EX13-RATE-COUNT NOT < EX13-RATE-MAX
004490                 GO TO 9400-RATE-TABLE-FULL
004500             END-IF
004510             ADD 1 TO EX13-RATE-COUNT
004520             MOVE RATE-CUR_CD TO EX13-RATE-CD (EX13-RATE-COUNT)
004530             MOVE RATE-RATE   TO EX13-RATE-VAL (EX13-RATE-COUNT)
004540     END-READ.
004550 1310-EXIT.
004560     EXIT.
004570
004580 1400-LOAD-REVAL-MAPPING.
004590     OPEN INPUT RTRVM01.
004600     MOVE 'Y' TO EX13-RTRVM01-OPEN-SW.
004610     PERFORM 1410-LOAD-ONE-MAPPING THRU 1410-EXIT
004620         UNTIL EX13-RVM-EOF.
004630     CLOSE RTRVM01.
004640     MOVE 'N' TO EX13-RTRVM01-OPEN-SW.
004650     DISPLAY 'EX13 - REVALUATION MAPPING RULES LOADED = '
004660             EX13-RVM-COUNT.
004670     IF EX13-RVM-COUNT = ZERO
004680         DISPLAY 'EX13 - REVALUATION MAPPING FILE IS EMPTY, '
004690                 'RUN TERMINATED'
004700         MOVE 12 TO RETURN-CODE
004710         PERFORM 8000-TERMINATE THRU 8000-EXIT
004720         STOP RUN
004730     END-IF.
004740 1400-EXIT.
004750     EXIT.
004760
004770 1410-LOAD-ONE-MAPPING.
004780     READ RTRVM01
004790         AT END
004800             SET EX13-RVM-EOF TO TRUE
004810         NOT AT END
004820             IF EX13-RVM-COUNT NOT < EX13-RVM-MAX
004830                 GO TO 9300-MAPPING-TABLE-FULL
004840             END-IF
004850             ADD 1 TO EX13-RVM-COUNT
004860             MOVE RVM-REK-ID-FROM
004870                 TO EX13-RVM-FROM (EX13-RVM-COUNT)
004880             IF RVM-REK-ID-TO = SPACES
004890                 MOVE RVM-REK-ID-FROM
004900                     TO EX13-RVM-TO (EX13-RVM-COUNT)
004910             ELSE
004920                 MOVE RVM-REK-ID-TO
004930                     TO EX13-RVM-TO (EX13-RVM-COUNT)
004940             END-IF
004950             MOVE RVM-CUR_CD    TO EX13-RVM-CUR (EX13-RVM-COUNT)
004960             MOVE RVM-POS-ACCT  TO EX13-RVM-POS (EX13-RVM-COUNT)
004970             MOVE RVM-GAIN-ACCT TO EX13-RVM-GAIN (EX13-RVM-COUNT)
004980             MOVE RVM-LOSS-ACCT TO EX13-RVM-LOSS (EX13-RVM-COUNT)
004990     END-READ.
005000 1410-EXIT.
005010     EXIT.
005020
005030*****************************************************************
005040* 1800-WRITE-LEDGER-START - RECORD ON THE RTSTS01 RUN LEDGER THAT
005050* THE REVALUATION HAS STARTED, UNDER THE MONTH BEING REVALUED.
005060* THE END RECORD IS WRITTEN BY 8100-WRITE-LEDGER-END ON EVERY
005070* PATH OUT OF THE PROGRAM.
005080*****************************************************************
005090 1800-WRITE-LEDGER-START.
005100     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
005110     MOVE 'S' TO STS-EVENT-CD.
005120     OPEN EXTEND RTSTS01.
005130     MOVE 'Y' TO EX13-RTSTS01-OPEN-SW.
005140     WRITE RTSTS01-RECORD.
005150     CLOSE RTSTS01.
005160     MOVE 'N' TO EX13-RTSTS01-OPEN-SW.
005170     SET EX13-LDG-STARTED TO TRUE.
005180 1800-EXIT.
005190     EXIT.
005200
005210 1810-BUILD-LEDGER-RECORD.
005220     MOVE SPACES TO RTSTS01-RECORD.
005230     MOVE EX13-RUN-DATE     TO STS-BUS-DATE.
005240     MOVE ZERO              TO STS-CYCLE-NO.
005250     MOVE 'EX13'            TO STS-PROGRAM-ID.
005260     MOVE CTL13-REVAL-MONTH TO STS-QUALIFIER.
005270     ACCEPT STS-EVENT-DATE FROM DATE YYYYMMDD.
005280     ACCEPT STS-EVENT-TIME FROM TIME.
005290     MOVE ZERO TO STS-RETURN-CD
005300                  STS-READ-COUNT
005310                  STS-WRITTEN-COUNT
005320                  STS-EXCEPTION-COUNT.
005330 1810-EXIT.
005340     EXIT.
005350
005360*****************************************************************
005370* 5000-REVALUE-POSITIONS - WALK RTHIST1 IN KEY ORDER, NETTING
005380* EACH ACCOUNT'S RECORDS UP TO THE END OF THE MONTH PER CURRENCY
005390* (A BROUGHT-FORWARD SUMMARY, VAL_DAT '00000000', IS ALWAYS IN),
005400* AND AT EACH ACCOUNT BREAK MERGE THE POSITIONS WITH LAST MONTH'S
005410* CARRY-FORWARD, WHICH IS IN THE SAME REK_ID/CUR_CD ORDER.  A
005420* CARRIED POSITION WITH NO HISTORY LEFT BEHIND IT IS REVALUED AS
005430* A ZERO POSITION SO ITS LAST REVALUATION IS RELEASED.
005440*****************************************************************
005450 5000-REVALUE-POSITIONS SECTION.
005460 5000-REVALUE-PARA.
005470     OPEN INPUT RTHIST1.
005480     IF EX13-HIST-STATUS NOT = '00'
005490         GO TO 9200-HISTORY-ERROR
005500     END-IF.
005510     MOVE 'Y' TO EX13-RTHIST1-OPEN-SW.
005520     OPEN INPUT RTREVI.
005530     MOVE 'Y' TO EX13-RTREVI-OPEN-SW.
005540     OPEN OUTPUT RTREVO.
005550     MOVE 'Y' TO EX13-RTREVO-OPEN-SW.
005560     OPEN OUTPUT RTRVR01.
005570     MOVE 'Y' TO EX13-RTRVR01-OPEN-SW.
005580     PERFORM 5050-WRITE-REPORT-HEADER THRU 5050-EXIT.
005590     PERFORM 5020-READ-ONE-PRIOR THRU 5020-EXIT.
005600     MOVE SPACES TO EX13-CUR-ACCT.
005610     MOVE ZERO   TO EX13-ACUR-COUNT.
005620     PERFORM 5010-READ-ONE-HISTORY THRU 5010-EXIT.
005630     PERFORM 5100-PROCESS-ONE-HISTORY THRU 5100-EXIT
005640         UNTIL EX13-HIST-EOF.
005650     PERFORM 5200-FINISH-ACCOUNT THRU 5200-EXIT.
005660     PERFORM 5320-REVALUE-PRIOR-ONLY THRU 5320-EXIT
005670         UNTIL EX13-REVI-EOF.
005680     CLOSE RTHIST1.
005690     MOVE 'N' TO EX13-RTHIST1-OPEN-SW.
005700     CLOSE RTREVI.
005710     MOVE 'N' TO EX13-RTREVI-OPEN-SW.
005720     CLOSE RTREVO.
005730     MOVE 'N' TO EX13-RTREVO-OPEN-SW.
005740 5000-EXIT.
005750     EXIT.
005760
005770 5010-READ-ONE-HISTORY.
005780     READ RTHIST1 NEXT RECORD
005790         AT END
005800             SET EX13-HIST-EOF TO TRUE
005810         NOT AT END
005820             ADD 1 TO EX13-HIST-COUNT
005830     END-READ.
005840 5010-EXIT.
005850     EXIT.
005860
005870*****************************************************************
005880* 5020-READ-ONE-PRIOR - NEXT CARRY-FORWARD RECORD.  ONE ALREADY
005890* REVALUED AT OR AFTER THE CONTROL-CARD MONTH MEANS THIS MONTH
005900* (OR A LATER ONE) HAS BEEN JOURNALED BEFORE.
005910*****************************************************************
005920 5020-READ-ONE-PRIOR.
005930     READ RTREVI
005940         AT END
005950             SET EX13-REVI-EOF TO TRUE
005960         NOT AT END
005970             IF REVI-MONTH NOT < CTL13-REVAL-MONTH
005980                 GO TO 9600-ALREADY-REVALUED
005990             END-IF
006000     END-READ.
006010 5020-EXIT.
006020     EXIT.
006030
006040 5050-WRITE-REPORT-HEADER.
006050     MOVE SPACES TO RVR-LINE-TEXT.
006060     STRING 'MONTH-END FX REVALUATION FOR ' CTL13-REVAL-MONTH
006070            '  AT RATES EFFECTIVE ' EX13-RATE-DATE
006080            '  RUN ' EX13-RUN-DATE
006090         DELIMITED BY SIZE INTO RVR-LINE-TEXT.
006100     WRITE RTRVR01-RECORD.
006110     MOVE SPACES TO RVR-LINE-TEXT.
006120     WRITE RTRVR01-RECORD.
006130     MOVE SPACES TO RVR-LINE-TEXT.
006140     STRING 'REK_ID     CUR          POSITION           RATE'
006150            '      REVALUED EUR         PRIOR EUR'
006160            '      MOVEMENT EUR     GAIN/LOSS EUR'
006170         DELIMITED BY SIZE INTO RVR-LINE-TEXT.
006180     WRITE RTRVR01-RECORD.
006190 5050-EXIT.
006200     EXIT.
006210
006220 5100-PROCESS-ONE-HISTORY.
006230     IF HIST-REK_ID NOT = EX13-CUR-ACCT
006240         PERFORM 5200-FINISH-ACCOUNT THRU 5200-EXIT
006250         MOVE HIST-REK_ID TO EX13-CUR-ACCT
006260         MOVE ZERO TO EX13-ACUR-COUNT
006270     END-IF.
006280     MOVE HIST-VAL_DAT TO EX13-VAL-DAT-WORK.
006290     IF EX13-VAL-MONTH NOT > CTL13-REVAL-MONTH
006300         PERFORM 5130-ACCUMULATE-POSITION THRU 5130-EXIT
006310     END-IF.
006320     PERFORM 5010-READ-ONE-HISTORY THRU 5010-EXIT.
006330 5100-EXIT.
006340     EXIT.
006350
006360 5130-ACCUMULATE-POSITION.
006370     MOVE 'N' TO EX13-CUR-FOUND-SW.
006380     PERFORM 5135-TEST-ONE-ACCT-CURRENCY THRU 5135-EXIT
006390         VARYING EX13-ACUR-SUB FROM 1 BY 1
006400         UNTIL EX13-ACUR-SUB > EX13-ACUR-COUNT
006410            OR EX13-CUR-FOUND.
006420     IF EX13-CUR-FOUND
006430         MOVE EX13-ACUR-HIT-SUB TO EX13-ACUR-SUB
006440     ELSE
006450         IF EX13-ACUR-COUNT NOT < EX13-ACUR-MAX
006460             GO TO 9500-ACCT-CURRENCY-FULL
006470         END-IF
006480         ADD 1 TO EX13-ACUR-COUNT
006490         MOVE EX13-ACUR-COUNT TO EX13-ACUR-SUB
006500         MOVE HIST-CUR_CD TO EX13-ACUR-CD (EX13-ACUR-SUB)
006510         MOVE ZERO TO EX13-ACUR-NET (EX13-ACUR-SUB)
006520     END-IF.
006530     ADD HIST-DB_BEDR TO EX13-ACUR-NET (EX13-ACUR-SUB).
006540     SUBTRACT HIST-CR_BEDR FROM EX13-ACUR-NET (EX13-ACUR-SUB).
006550 5130-EXIT.
006560     EXIT.
006570
006580 5135-TEST-ONE-ACCT-CURRENCY.
006590     IF EX13-ACUR-CD (EX13-ACUR-SUB) = HIST-CUR_CD
006600         SET EX13-CUR-FOUND TO TRUE
006610         MOVE EX13-ACUR-SUB TO EX13-ACUR-HIT-SUB
006620     END-IF.
006630 5135-EXIT.
006640     EXIT.
006650
006660*****************************************************************
006670* 5200-FINISH-ACCOUNT - ACCOUNT BREAK.  PUT THE ACCOUNT'S
006680* CURRENCIES IN ORDER AND REVALUE EACH AGAINST ITS CARRY-FORWARD.
006690*****************************************************************
006700 5200-FINISH-ACCOUNT.
006710     IF EX13-CUR-ACCT = SPACES
006720         GO TO 5200-EXIT
006730     END-IF.
006740     PERFORM 5210-SORT-ONE-PASS THRU 5210-EXIT
006750         VARYING EX13-ACUR-SUB FROM 1 BY 1
006760         UNTIL EX13-ACUR-SUB >= EX13-ACUR-COUNT.
006770     PERFORM 5300-REVALUE-ONE-CURRENCY THRU 5300-EXIT
006780         VARYING EX13-ACUR-SUB FROM 1 BY 1
006790         UNTIL EX13-ACUR-SUB > EX13-ACUR-COUNT.
006800 5200-EXIT.
006810     EXIT.
006820
006830 5210-SORT-ONE-PASS.
006840     PERFORM 5220-SORT-COMPARE-SWAP THRU 5220-EXIT
006850         VARYING EX13-ACUR-SUB2 FROM 1 BY 1
006860         UNTIL EX13-ACUR-SUB2 >= EX13-ACUR-COUNT.
006870 5210-EXIT.
006880     EXIT.
006890
006900 5220-SORT-COMPARE-SWAP.
006910     IF EX13-ACUR-CD (EX13-ACUR-SUB2) >
006920             EX13-ACUR-CD (EX13-ACUR-SUB2 + 1)
006930         MOVE EX13-ACUR-ENTRY (EX13-ACUR-SUB2)
006940             TO EX13-ACUR-SWAP-ENTRY
006950         MOVE EX13-ACUR-ENTRY (EX13-ACUR-SUB2 + 1)
006960             TO EX13-ACUR-ENTRY (EX13-ACUR-SUB2)
006970         MOVE EX13-ACUR-SWAP-ENTRY
006980             TO EX13-ACUR-ENTRY (EX13-ACUR-SUB2 + 1)
006990     END-IF.
007000 5220-EXIT.
007010     EXIT.
007020
007030*****************************************************************
007040* 5300-REVALUE-ONE-CURRENCY - MERGE ONE ACCOUNT CURRENCY WITH THE
007050* CARRY-FORWARD.  CARRIED KEYS THAT SORT AHEAD OF IT HAVE NO
007060* HISTORY THIS MONTH AND ARE RELEASED FIRST; A CARRIED KEY EQUAL
007070* TO IT SUPPLIES THE PRIOR POSITION AND REVALUED AMOUNT.
007080*****************************************************************
007090 5300-REVALUE-ONE-CURRENCY.
007100     MOVE EX13-CUR-ACCT TO EX13-MERGE-REK-ID.
007110     MOVE EX13-ACUR-CD (EX13-ACUR-SUB) TO EX13-MERGE-CUR-CD.
007120     PERFORM 5320-REVALUE-PRIOR-ONLY THRU 5320-EXIT
007130         UNTIL EX13-REVI-EOF
007140            OR REVI-KEY NOT < EX13-MERGE-KEY.
007150     MOVE EX13-CUR-ACCT TO EX13-POS-REK-ID.
007160     MOVE EX13-ACUR-CD (EX13-ACUR-SUB) TO EX13-POS-CUR-CD.
007170     MOVE EX13-ACUR-NET (EX13-ACUR-SUB) TO EX13-POSITION.
007180     MOVE 'N' TO EX13-PRIOR-FOUND-SW.
007190     IF NOT EX13-REVI-EOF
007200             AND REVI-KEY = EX13-POS-KEY
007210         SET EX13-PRIOR-FOUND TO TRUE
007220     END-IF.
007230     PERFORM 5500-REVALUE-ONE-POSITION THRU 5500-EXIT.
007240     IF EX13-PRIOR-FOUND
007250         PERFORM 5020-READ-ONE-PRIOR THRU 5020-EXIT
007260     END-IF.
007270 5300-EXIT.
007280     EXIT.
007290
007300 5320-REVALUE-PRIOR-ONLY.
007310     MOVE REVI-KEY TO EX13-POS-KEY.
007320     MOVE ZERO TO EX13-POSITION.
007330     SET EX13-PRIOR-FOUND TO TRUE.
007340     PERFORM 5500-REVALUE-ONE-POSITION THRU 5500-EXIT.
007350     PERFORM 5020-READ-ONE-PRIOR THRU 5020-EXIT.
007360 5320-EXIT.
007370     EXIT.
007380
007390*****************************************************************
007400* 5500-REVALUE-ONE-POSITION - REVALUE EX13-POSITION FOR THE KEY
007410* IN EX13-POS-KEY, WITH THE RTREVI RECORD IN HAND WHEN
007420* EX13-PRIOR-FOUND.  EUR NEEDS NO REVALUATION, AND A ZERO
007430* POSITION NEVER REVALUED BEFORE HAS NOTHING TO REVALUE.
007440*****************************************************************
007450 5500-REVALUE-ONE-POSITION.
007460     IF EX13-POS-CUR-CD = EX13-BASE-CUR-CD
007470         GO TO 5500-EXIT
007480     END-IF.
007490     IF EX13-POSITION = ZERO
007500             AND NOT EX13-PRIOR-FOUND
007510         GO TO 5500-EXIT
007520     END-IF.
007530     MOVE ZERO TO EX13-PRIOR-POSITION
007540                  EX13-PRIOR-BASE.
007550     IF EX13-PRIOR-FOUND
007560         MOVE REVI-POSITION TO EX13-PRIOR-POSITION
007570         MOVE REVI-BASE-AMT TO EX13-PRIOR-BASE
007580     END-IF.
007590     PERFORM 5510-FIND-RATE THRU 5510-EXIT.
007600     IF NOT EX13-RATE-FOUND
007610         MOVE 'NO MONTH-END RATE - PRIOR CARRIED FORWARD'
007620             TO EX13-WORK-REASON
007630         PERFORM 5700-REPORT-EXCEPTION THRU 5700-EXIT
007640         GO TO 5500-EXIT
007650     END-IF.
007660     PERFORM 5530-FIND-MAPPING THRU 5530-EXIT.
007670     IF NOT EX13-MAP-FOUND
007680         MOVE 'NO REVALUATION MAPPING - PRIOR CARRIED FORWARD'
007690             TO EX13-WORK-REASON
007700         PERFORM 5700-REPORT-EXCEPTION THRU 5700-EXIT
007710         GO TO 5500-EXIT
007720     END-IF.
007730     MOVE EX13-RATE-VAL (EX13-RATE-HIT-SUB) TO EX13-WORK-RATE.
007740     COMPUTE EX13-REVALUED ROUNDED =
007750         EX13-POSITION * EX13-WORK-RATE.
007760     COMPUTE EX13-MOVEMENT ROUNDED =
007770         (EX13-POSITION - EX13-PRIOR-POSITION) * EX13-WORK-RATE.
007780     COMPUTE EX13-GAIN-LOSS =
007790         EX13-REVALUED - EX13-PRIOR-BASE - EX13-MOVEMENT.
007800     ADD 1 TO EX13-REVALUED-COUNT.
007810     PERFORM 5600-REPORT-POSITION THRU 5600-EXIT.
007820     PERFORM 5800-JOURNAL-GAIN-LOSS THRU 5800-EXIT.
007830     PERFORM 5900-ACCUMULATE-CURRENCY THRU 5900-EXIT.
007840     IF EX13-POSITION NOT = ZERO
007850         MOVE SPACES TO RTREVO-RECORD
007860         MOVE EX13-POS-KEY      TO REVO-KEY
007870         MOVE CTL13-REVAL-MONTH TO REVO-MONTH
007880         MOVE EX13-RATE-DATE    TO REVO-RATE-DATE
007890         MOVE EX13-POSITION     TO REVO-POSITION
007900         MOVE EX13-WORK-RATE    TO REVO-RATE
007910         MOVE EX13-REVALUED     TO REVO-BASE-AMT
007920         WRITE RTREVO-RECORD
007930         ADD 1 TO EX13-CARRIED-COUNT
007940     END-IF.
007950 5500-EXIT.
007960     EXIT.
007970
007980 5510-FIND-RATE.
007990     MOVE 'N' TO EX13-RATE-FOUND-SW.
008000     PERFORM 5520-TEST-ONE-RATE THRU 5520-EXIT
008010         VARYING EX13-RATE-SUB FROM 1 BY 1
008020         UNTIL EX13-RATE-SUB > EX13-RATE-COUNT
008030            OR EX13-RATE-FOUND.
008040 5510-EXIT.
008050     EXIT.
008060
008070 5520-TEST-ONE-RATE.
008080     IF EX13-RATE-CD (EX13-RATE-SUB) = EX13-POS-CUR-CD
008090         SET EX13-RATE-FOUND TO TRUE
008100         MOVE EX13-RATE-SUB TO EX13-RATE-HIT-SUB
008110     END-IF.
008120 5520-EXIT.
008130     EXIT.
008140
008150 5530-FIND-MAPPING.
008160     MOVE 'N' TO EX13-MAP-FOUND-SW.
008170     PERFORM 5540-TEST-ONE-MAPPING THRU 5540-EXIT
008180         VARYING EX13-RVM-SUB FROM 1 BY 1
008190         UNTIL EX13-RVM-SUB > EX13-RVM-COUNT
008200            OR EX13-MAP-FOUND.
008210 5530-EXIT.
008220     EXIT.
008230
008240 5540-TEST-ONE-MAPPING.
008250     IF EX13-POS-REK-ID NOT < EX13-RVM-FROM (EX13-RVM-SUB)
008260             AND EX13-POS-REK-ID NOT > EX13-RVM-TO (EX13-RVM-SUB)
008270             AND (EX13-RVM-CUR (EX13-RVM-SUB) = SPACES
008280                 OR EX13-RVM-CUR (EX13-RVM-SUB) = EX13-POS-CUR-CD)
008290         SET EX13-MAP-FOUND TO TRUE
008300         MOVE EX13-RVM-SUB TO EX13-RVM-HIT-SUB
008310     END-IF.
008320 5540-EXIT.
008330     EXIT.
008340
008350 5600-REPORT-POSITION.
008360     MOVE EX13-POSITION   TO EX13-AMT1-ED.
008370     MOVE EX13-WORK-RATE  TO EX13-RATE-ED.
008380     MOVE EX13-REVALUED   TO EX13-AMT2-ED.
008390     MOVE EX13-PRIOR-BASE TO EX13-AMT3-ED.
008400     MOVE EX13-MOVEMENT   TO EX13-AMT4-ED.
008410     MOVE EX13-GAIN-LOSS  TO EX13-AMT5-ED.
008420     MOVE SPACES TO RVR-LINE-TEXT.
008430     STRING EX13-POS-REK-ID ' ' EX13-POS-CUR-CD ' ' EX13-AMT1-ED
008440            ' ' EX13-RATE-ED ' ' EX13-AMT2-ED ' ' EX13-AMT3-ED
008450            ' ' EX13-AMT4-ED ' ' EX13-AMT5-ED
008460         DELIMITED BY SIZE INTO RVR-LINE-TEXT.
008470     WRITE RTRVR01-RECORD.
008480 5600-EXIT.
008490     EXIT.
008500
008510*****************************************************************
008520* 5700-REPORT-EXCEPTION - A POSITION THAT CANNOT BE REVALUED THIS
008530* MONTH.  NOTHING IS JOURNALED FOR IT AND ITS LAST REVALUATION
008540* GOES FORWARD UNCHANGED, SO THE MONTH'S RATE MOVEMENT IS PICKED
008550* UP BY THE FIRST RUN THAT CAN REVALUE IT.
008560*****************************************************************
008570 5700-REPORT-EXCEPTION.
008580     MOVE EX13-POSITION TO EX13-AMT1-ED.
008590     MOVE SPACES TO RVR-LINE-TEXT.
008600     STRING EX13-POS-REK-ID ' ' EX13-POS-CUR-CD ' ' EX13-AMT1-ED
008610            '  *** ' EX13-WORK-REASON
008620         DELIMITED BY SIZE INTO RVR-LINE-TEXT.
008630     WRITE RTRVR01-RECORD.
008640     ADD 1 TO EX13-EXCEPTION-COUNT.
008650     IF EX13-PRIOR-FOUND
008660         MOVE RTREVI-RECORD TO RTREVO-RECORD
008670         WRITE RTREVO-RECORD
008680         ADD 1 TO EX13-CARRIED-COUNT
008690     END-IF.
008700 5700-EXIT.
008710     EXIT.
008720
008730*****************************************************************
008740* 5800-JOURNAL-GAIN-LOSS - A GAIN DEBITS THE POSITION ACCOUNT AND
008750* CREDITS UNREALIZED GAIN; A LOSS DEBITS UNREALIZED LOSS AND
008760* CREDITS THE POSITION ACCOUNT.  THE ENTRIES ROLL INTO THE GL
008770* ACCOUNT SUMMARY THE JOURNAL IS WRITTEN FROM.
008780*****************************************************************
008790 5800-JOURNAL-GAIN-LOSS.
008800     IF EX13-GAIN-LOSS = ZERO
008810         GO TO 5800-EXIT
008820     END-IF.
008830     IF EX13-GAIN-LOSS > ZERO
008840         MOVE EX13-GAIN-LOSS TO EX13-JOURNAL-AMT
008850         MOVE EX13-RVM-POS (EX13-RVM-HIT-SUB)
008860             TO EX13-WORK-GL-ACCT
008870         MOVE 'D' TO EX13-WORK-DC-IND
008880         PERFORM 5810-ACCUMULATE-SUMMARY THRU 5810-EXIT
008890         MOVE EX13-RVM-GAIN (EX13-RVM-HIT-SUB)
008900             TO EX13-WORK-GL-ACCT
008910         MOVE 'C' TO EX13-WORK-DC-IND
008920         PERFORM 5810-ACCUMULATE-SUMMARY THRU 5810-EXIT
008930     ELSE
008940         MULTIPLY EX13-GAIN-LOSS BY -1 GIVING EX13-JOURNAL-AMT
008950         MOVE EX13-RVM-LOSS (EX13-RVM-HIT-SUB)
008960             TO EX13-WORK-GL-ACCT
008970         MOVE 'D' TO EX13-WORK-DC-IND
008980         PERFORM 5810-ACCUMULATE-SUMMARY THRU 5810-EXIT
008990         MOVE EX13-RVM-POS (EX13-RVM-HIT-SUB)
009000             TO EX13-WORK-GL-ACCT
009010         MOVE 'C' TO EX13-WORK-DC-IND
009020         PERFORM 5810-ACCUMULATE-SUMMARY THRU 5810-EXIT
009030     END-IF.
009040 5800-EXIT.
009050     EXIT.
009060
009070 5810-ACCUMULATE-SUMMARY.
009080     MOVE 'N' TO EX13-SUM-FOUND-SW.
009090     PERFORM 5820-TEST-ONE-SUMMARY THRU 5820-EXIT
009100         VARYING EX13-SUM-SUB FROM 1 BY 1
009110         UNTIL EX13-SUM-SUB > EX13-SUM-COUNT
009120            OR EX13-SUM-FOUND.
009130     IF EX13-SUM-FOUND
009140         SUBTRACT 1 FROM EX13-SUM-SUB
009150     ELSE
009160         IF EX13-SUM-COUNT NOT < EX13-SUM-MAX
009170             GO TO 9700-SUMMARY-TABLE-FULL
009180         END-IF
009190         ADD 1 TO EX13-SUM-COUNT
009200         MOVE EX13-SUM-COUNT TO EX13-SUM-SUB
009210         MOVE EX13-WORK-GL-ACCT TO EX13-SUM-ACCT (EX13-SUM-SUB)
009220         MOVE ZERO TO EX13-SUM-DB (EX13-SUM-SUB)
009230         MOVE ZERO TO EX13-SUM-CR (EX13-SUM-SUB)
009240     END-IF.
009250     IF EX13-WORK-DC-IND = 'D'
009260         ADD EX13-JOURNAL-AMT TO EX13-SUM-DB (EX13-SUM-SUB)
009270     ELSE
009280         ADD EX13-JOURNAL-AMT TO EX13-SUM-CR (EX13-SUM-SUB)
009290     END-IF.
009300 5810-EXIT.
009310     EXIT.
009320
009330 5820-TEST-ONE-SUMMARY.
009340     IF EX13-SUM-ACCT (EX13-SUM-SUB) = EX13-WORK-GL-ACCT
009350         SET EX13-SUM-FOUND TO TRUE
009360     END-IF.
009370 5820-EXIT.
009380     EXIT.
009390
009400 5900-ACCUMULATE-CURRENCY.
009410     MOVE 'N' TO EX13-CUR-FOUND-SW.
009420     PERFORM 5910-TEST-ONE-CURRENCY THRU 5910-EXIT
009430         VARYING EX13-CUR-SUB FROM 1 BY 1
009440         UNTIL EX13-CUR-SUB > EX13-CUR-COUNT
009450            OR EX13-CUR-FOUND.
009460     IF EX13-CUR-FOUND
009470         MOVE EX13-CUR-HIT-SUB TO EX13-CUR-SUB
009480     ELSE
009490         IF EX13-CUR-COUNT NOT < EX13-CUR-MAX
009500             GO TO 9800-CURRENCY-TABLE-FULL
009510         END-IF
009520         ADD 1 TO EX13-CUR-COUNT
009530         MOVE EX13-CUR-COUNT TO EX13-CUR-SUB
009540         MOVE EX13-POS-CUR-CD TO EX13-CUR-CD (EX13-CUR-SUB)
009550         MOVE ZERO TO EX13-CUR-POSITION (EX13-CUR-SUB)
009560         MOVE ZERO TO EX13-CUR-REVALUED (EX13-CUR-SUB)
009570         MOVE ZERO TO EX13-CUR-GAIN (EX13-CUR-SUB)
009580         MOVE ZERO TO EX13-CUR-LOSS (EX13-CUR-SUB)
009590     END-IF.
009600     ADD EX13-POSITION  TO EX13-CUR-POSITION (EX13-CUR-SUB).
009610     ADD EX13-REVALUED  TO EX13-CUR-REVALUED (EX13-CUR-SUB).
009620     IF EX13-GAIN-LOSS > ZERO
009630         ADD EX13-GAIN-LOSS TO EX13-CUR-GAIN (EX13-CUR-SUB)
009640         ADD EX13-GAIN-LOSS TO EX13-TOT-GAIN
009650     ELSE
009660         ADD EX13-GAIN-LOSS TO EX13-CUR-LOSS (EX13-CUR-SUB)
009670         ADD EX13-GAIN-LOSS TO EX13-TOT-LOSS
009680     END-IF.
009690 5900-EXIT.
009700     EXIT.
009710
009720 5910-TEST-ONE-CURRENCY.
009730     IF EX13-CUR-CD (EX13-CUR-SUB) = EX13-POS-CUR-CD
009740         SET EX13-CUR-FOUND TO TRUE
009750         MOVE EX13-CUR-SUB TO EX13-CUR-HIT-SUB
009760     END-IF.
009770 5910-EXIT.
009780     EXIT.
009790
009800*****************************************************************
009810* 6000-WRITE-JOURNAL - SORT THE SUMMARY INTO GL ACCOUNT ORDER AND
009820* WRITE THE BATCH THE WAY EX07 DOES - HEADER, ONE DEBIT AND ONE
009830* CREDIT LINE PER GL ACCOUNT, AND THE TRAILER WITH THE LINE COUNT
009840* AND THE GRAND TOTALS, WHICH BALANCE BY CONSTRUCTION.  THE
009850* AMOUNTS ARE EUR AND THE BATCH IS DATED AT THE MONTH-END RATE
009860* DATE.
009870*****************************************************************
009880 6000-WRITE-JOURNAL SECTION.
009890 6000-WRITE-JOURNAL-PARA.
009900     PERFORM 6050-SORT-SUMMARY THRU 6050-EXIT.
009910     OPEN OUTPUT RTGLJ05.
009920     MOVE 'Y' TO EX13-RTGLJ05-OPEN-SW.
009930     MOVE SPACES TO RTGLJ05-RECORD.
009940     MOVE 'H'            TO GLJ-REC-TYPE.
009950     MOVE EX13-RATE-DATE TO GLJ-RUN-DATE.
009960     MOVE ZERO           TO GLJ-AMOUNT.
009970     MOVE ZERO           TO GLJ-AMOUNT-2.
009980     MOVE ZERO           TO GLJ-LINE-COUNT.
009990     WRITE RTGLJ05-RECORD.
010000     PERFORM 6100-WRITE-ONE-SUMMARY THRU 6100-EXIT
010010         VARYING EX13-SUM-SUB FROM 1 BY 1
010020         UNTIL EX13-SUM-SUB > EX13-SUM-COUNT.
010030     MOVE SPACES TO RTGLJ05-RECORD.
010040     MOVE 'T'             TO GLJ-REC-TYPE.
010050     MOVE EX13-RATE-DATE  TO GLJ-RUN-DATE.
010060     MOVE EX13-TOT-DB     TO GLJ-AMOUNT.
010070     MOVE EX13-TOT-CR     TO GLJ-AMOUNT-2.
010080     MOVE EX13-LINE-COUNT TO GLJ-LINE-COUNT.
010090     WRITE RTGLJ05-RECORD.
010100     CLOSE RTGLJ05.
010110     MOVE 'N' TO EX13-RTGLJ05-OPEN-SW.
010120 6000-EXIT.
010130     EXIT.
010140
010150 6050-SORT-SUMMARY.
010160     PERFORM 6060-SORT-ONE-PASS THRU 6060-EXIT
010170         VARYING EX13-SUM-SUB FROM 1 BY 1
010180         UNTIL EX13-SUM-SUB >= EX13-SUM-COUNT.
010190 6050-EXIT.
010200     EXIT.
010210
010220 6060-SORT-ONE-PASS.
010230     PERFORM 6070-SORT-COMPARE-SWAP THRU 6070-EXIT
010240         VARYING EX13-SUM-SUB2 FROM 1 BY 1
010250         UNTIL EX13-SUM-SUB2 >= EX13-SUM-COUNT.
010260 6060-EXIT.
010270     EXIT.
010280
010290 6070-SORT-COMPARE-SWAP.
010300     IF EX13-SUM-ACCT (EX13-SUM-SUB2) >
010310             EX13-SUM-ACCT (EX13-SUM-SUB2 + 1)
010320         MOVE EX13-SUM-ENTRY (EX13-SUM-SUB2)
010330             TO EX13-SUM-SWAP-ENTRY
010340         MOVE EX13-SUM-ENTRY (EX13-SUM-SUB2 + 1)
010350             TO EX13-SUM-ENTRY (EX13-SUM-SUB2)
010360         MOVE EX13-SUM-SWAP-ENTRY
010370             TO EX13-SUM-ENTRY (EX13-SUM-SUB2 + 1)
010380     END-IF.
010390 6070-EXIT.
010400     EXIT.
010410
010420 6100-WRITE-ONE-SUMMARY.
010430     MOVE SPACES TO RTGLJ05-RECORD.
010440     MOVE 'D'                          TO GLJ-REC-TYPE.
010450     MOVE EX13-SUM-ACCT (EX13-SUM-SUB) TO GLJ-GL-ACCT.
010460     MOVE EX13-BASE-CUR-CD             TO GLJ-CUR_CD.
010470     MOVE 'D'                          TO GLJ-DC-IND.
010480     MOVE EX13-SUM-DB (EX13-SUM-SUB)   TO GLJ-AMOUNT.
010490     MOVE ZERO                         TO GLJ-AMOUNT-2.
010500     MOVE EX13-RATE-DATE               TO GLJ-RUN-DATE.
010510     MOVE ZERO                         TO GLJ-LINE-COUNT.
010520     WRITE RTGLJ05-RECORD.
010530     ADD 1 TO EX13-LINE-COUNT.
010540     MOVE SPACES TO RTGLJ05-RECORD.
010550     MOVE 'D'                          TO GLJ-REC-TYPE.
010560     MOVE EX13-SUM-ACCT (EX13-SUM-SUB) TO GLJ-GL-ACCT.
010570     MOVE EX13-BASE-CUR-CD             TO GLJ-CUR_CD.
010580     MOVE 'C'                          TO GLJ-DC-IND.
010590     MOVE EX13-SUM-CR (EX13-SUM-SUB)   TO GLJ-AMOUNT.
010600     MOVE ZERO                         TO GLJ-AMOUNT-2.
010610     MOVE EX13-RATE-DATE               TO GLJ-RUN-DATE.
010620     MOVE ZERO                         TO GLJ-LINE-COUNT.
010630     WRITE RTGLJ05-RECORD.
010640     ADD 1 TO EX13-LINE-COUNT.
010650     ADD EX13-SUM-DB (EX13-SUM-SUB) TO EX13-TOT-DB.
010660     ADD EX13-SUM-CR (EX13-SUM-SUB) TO EX13-TOT-CR.
010670 6100-EXIT.
010680     EXIT.
010690
010700*****************************************************************
010710* 7000-WRITE-REPORT-TOTALS - THE GAIN, LOSS AND NET PER CURRENCY
010720* AND OVERALL, THEN CLOSE THE REPORT.  THE OVERALL NET MUST EQUAL
010730* THE JOURNAL'S GAIN CREDITS LESS ITS LOSS DEBITS.
010740*****************************************************************
010750 7000-WRITE-REPORT-TOTALS SECTION.
010760 7000-WRITE-TOTALS-PARA.
010770     MOVE SPACES TO RVR-LINE-TEXT.
010780     WRITE RTRVR01-RECORD.
010790     MOVE SPACES TO RVR-LINE-TEXT.
010800     STRING 'CUR          POSITION      REVALUED EUR'
010810            '          GAIN EUR          LOSS EUR'
010820            '           NET EUR'
010830         DELIMITED BY SIZE INTO RVR-LINE-TEXT.
010840     WRITE RTRVR01-RECORD.
010850     PERFORM 7100-WRITE-ONE-CURRENCY THRU 7100-EXIT
010860         VARYING EX13-CUR-SUB FROM 1 BY 1
010870         UNTIL EX13-CUR-SUB > EX13-CUR-COUNT.
010880     MOVE EX13-TOT-GAIN TO EX13-AMT3-ED.
010890     MOVE EX13-TOT-LOSS TO EX13-AMT4-ED.
010900     COMPUTE EX13-GAIN-LOSS = EX13-TOT-GAIN + EX13-TOT-LOSS.
010910     MOVE EX13-GAIN-LOSS TO EX13-AMT5-ED.
010920     MOVE SPACES TO RVR-LINE-TEXT.
010930     STRING 'ALL                                    '
010940            EX13-AMT3-ED ' ' EX13-AMT4-ED ' ' EX13-AMT5-ED
010950         DELIMITED BY SIZE INTO RVR-LINE-TEXT.
010960     WRITE RTRVR01-RECORD.
010970     MOVE SPACES TO RVR-LINE-TEXT.
010980     WRITE RTRVR01-RECORD.
010990     MOVE EX13-REVALUED-COUNT  TO EX13-COUNT-ED.
011000     MOVE EX13-EXCEPTION-COUNT TO EX13-COUNT2-ED.
011010     MOVE SPACES TO RVR-LINE-TEXT.
011020     STRING 'POSITIONS REVALUED ' EX13-COUNT-ED
011030            '   NOT REVALUED ' EX13-COUNT2-ED
011040         DELIMITED BY SIZE INTO RVR-LINE-TEXT.
011050     WRITE RTRVR01-RECORD.
011060     CLOSE RTRVR01.
011070     MOVE 'N' TO EX13-RTRVR01-OPEN-SW.
011080 7000-EXIT.
011090     EXIT.
011100
011110 7100-WRITE-ONE-CURRENCY.
011120     MOVE EX13-CUR-POSITION (EX13-CUR-SUB) TO EX13-AMT1-ED.
011130     MOVE EX13-CUR-REVALUED (EX13-CUR-SUB) TO EX13-AMT2-ED.
011140     MOVE EX13-CUR-GAIN (EX13-CUR-SUB)     TO EX13-AMT3-ED.
011150     MOVE EX13-CUR-LOSS (EX13-CUR-SUB)     TO EX13-AMT4-ED.
011160     COMPUTE EX13-GAIN-LOSS = EX13-CUR-GAIN (EX13-CUR-SUB)
011170                            + EX13-CUR-LOSS (EX13-CUR-SUB).
011180     MOVE EX13-GAIN-LOSS TO EX13-AMT5-ED.
011190     MOVE SPACES TO RVR-LINE-TEXT.
011200     STRING EX13-CUR-CD (EX13-CUR-SUB) ' ' EX13-AMT1-ED ' '
011210            EX13-AMT2-ED ' ' EX13-AMT3-ED ' ' EX13-AMT4-ED ' '
011220            EX13-AMT5-ED
011230         DELIMITED BY SIZE INTO RVR-LINE-TEXT.
011240     WRITE RTRVR01-RECORD.
011250 7100-EXIT.
011260     EXIT.
011270
011280*****************************************************************
011290* 7500-WRITE-RUN-COUNTS - THE CONSOLE SIGN-OFF.  A POSITION THAT
011300* COULD NOT BE REVALUED ENDS THE RUN WITH RETURN CODE 4 SO
011310* FINANCE SUPPLIES THE RATE OR EXTENDS THE MAPPING.
011320*****************************************************************
011330 7500-WRITE-RUN-COUNTS SECTION.
011340 7500-WRITE-COUNTS-PARA.
011350     DISPLAY 'EX13 - RTHIST1 RECORDS READ      = '
011360             EX13-HIST-COUNT.
011370     DISPLAY 'EX13 - POSITIONS REVALUED        = '
011380             EX13-REVALUED-COUNT.
011390     DISPLAY 'EX13 - POSITIONS NOT REVALUED    = '
011400             EX13-EXCEPTION-COUNT.
011410     DISPLAY 'EX13 - POSITIONS CARRIED FORWARD = '
011420             EX13-CARRIED-COUNT.
011430     DISPLAY 'EX13 - JOURNAL LINES WRITTEN     = '
011440             EX13-LINE-COUNT.
011450     IF EX13-EXCEPTION-COUNT > ZERO
011460             AND RETURN-CODE = ZERO
011470         MOVE 4 TO RETURN-CODE
011480         MOVE 'POSITIONS NOT REVALUED - SEE RTRVR01'
011490             TO EX13-LDG-MESSAGE
011500     END-IF.
011510 7500-EXIT.
011520     EXIT.
011530
011540*****************************************************************
011550* 8000-TERMINATE - CLOSE EVERYTHING STILL OPEN AND CLOSE OFF THE
011560* RUN'S LEDGER ENTRY.
011570*****************************************************************
011580 8000-TERMINATE SECTION.
011590 8000-TERMINATE-PARA.
011600     IF EX13-RTCTL13-OPEN
011610         CLOSE RTCTL13
011620     END-IF.
011630     IF EX13-RTRATE1-OPEN
011640         CLOSE RTRATE1
011650     END-IF.
011660     IF EX13-RTRVM01-OPEN
011670         CLOSE RTRVM01
011680     END-IF.
011690     IF EX13-RTHIST1-OPEN
011700         CLOSE RTHIST1
011710     END-IF.
011720     IF EX13-RTREVI-OPEN
011730         CLOSE RTREVI
011740     END-IF.
011750     IF EX13-RTREVO-OPEN
011760         CLOSE RTREVO
011770     END-IF.
011780     IF EX13-RTRVR01-OPEN
011790         CLOSE RTRVR01
011800     END-IF.
011810     IF EX13-RTGLJ05-OPEN
011820         CLOSE RTGLJ05
011830     END-IF.
011840     IF EX13-RTSTS01-OPEN
011850         CLOSE RTSTS01
011860     END-IF.
011870     PERFORM 8100-WRITE-LEDGER-END THRU 8100-EXIT.
011880 8000-EXIT.
011890     EXIT.
011900
011910*****************************************************************
011920* 8100-WRITE-LEDGER-END - CLOSE OFF THE RUN'S LEDGER ENTRY WITH
011930* ITS RETURN CODE, COUNTS AND OUTCOME.  A RUN STOPPED BY A BAD
011940* CONTROL CARD NEVER STARTED AND WRITES NOTHING.
011950*****************************************************************
011960 8100-WRITE-LEDGER-END.
011970     IF NOT EX13-LDG-STARTED
011980         GO TO 8100-EXIT
011990     END-IF.
012000     MOVE 'N' TO EX13-LDG-START-SW.
012010     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
012020     MOVE 'E' TO STS-EVENT-CD.
012030     MOVE RETURN-CODE TO STS-RETURN-CD.
012040     EVALUATE TRUE
012050         WHEN RETURN-CODE = ZERO
012060             MOVE 'C' TO STS-STATUS-CD
012070         WHEN RETURN-CODE NOT > 4
012080             MOVE 'W' TO STS-STATUS-CD
012090         WHEN OTHER
012100             MOVE 'F' TO STS-STATUS-CD
012110     END-EVALUATE.
012120     MOVE EX13-HIST-COUNT      TO STS-READ-COUNT.
012130     MOVE EX13-LINE-COUNT      TO STS-WRITTEN-COUNT.
012140     MOVE EX13-EXCEPTION-COUNT TO STS-EXCEPTION-COUNT.
012150     MOVE EX13-LDG-MESSAGE     TO STS-MESSAGE.
012160     OPEN EXTEND RTSTS01.
012170     WRITE RTSTS01-RECORD.
012180     CLOSE RTSTS01.
012190 8100-EXIT.
012200     EXIT.
012210
012220*****************************************************************
012230* 9000-ERROR-PARAGRAPHS - FATAL ERROR HANDLING, EACH WITH ITS
012240* OWN RETURN CODE, THE SAME WAY EX01 HANDLES ITS FATAL ERRORS.
012250*****************************************************************
012260 9000-ERROR-PARAGRAPHS SECTION.
012270 9100-RATE-DATE-ERROR.
012280     DISPLAY 'EX13 - RATE FOR ' RATE-CUR_CD ' EFFECTIVE '
012290             RATE-EFF-DATE ' IS NOT A MONTH-END RATE FOR '
012300             CTL13-REVAL-MONTH.
012310     MOVE 'RATE FILE IS NOT FOR THE REVALUATION MONTH END'
012320         TO EX13-LDG-MESSAGE.
012330     MOVE 16 TO RETURN-CODE.
012340     PERFORM 8000-TERMINATE THRU 8000-EXIT.
012350     STOP RUN.
012360 9100-EXIT.
012370     EXIT.
012380
012390 9200-HISTORY-ERROR.
012400     DISPLAY 'EX13 - RTHIST1 OPEN ERROR, FILE STATUS = '
012410             EX13-HIST-STATUS.
012420     MOVE 24 TO RETURN-CODE.
012430     PERFORM 8000-TERMINATE THRU 8000-EXIT.
012440     STOP RUN.
012450 9200-EXIT.
012460     EXIT.
012470
012480 9300-MAPPING-TABLE-FULL.
012490     DISPLAY 'EX13 - REVALUATION MAPPING TABLE IS FULL, '
012500             'CANNOT ADD ' RVM-REK-ID-FROM.
012510     MOVE 28 TO RETURN-CODE.
012520     PERFORM 8000-TERMINATE THRU 8000-EXIT.
012530     STOP RUN.
012540 9300-EXIT.
012550     EXIT.
012560
012570 9400-RATE-TABLE-FULL.
012580     DISPLAY 'EX13 - RATE TABLE IS FULL, CANNOT ADD ' RATE-CUR_CD.
012590     MOVE 32 TO RETURN-CODE.
012600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
012610     STOP RUN.
012620 9400-EXIT.
012630     EXIT.
012640
012650 9500-ACCT-CURRENCY-FULL.
012660     DISPLAY 'EX13 - ACCOUNT ' HIST-REK_ID
012670             ' HOLDS TOO MANY CURRENCIES, CANNOT ADD '
012680             HIST-CUR_CD.
012690     MOVE 36 TO RETURN-CODE.
012700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
012710     STOP RUN.
012720 9500-EXIT.
012730     EXIT.
012740
012750 9600-ALREADY-REVALUED.
012760     DISPLAY 'EX13 - RTREVI ALREADY CARRIES MONTH ' REVI-MONTH
012770             ', ' CTL13-REVAL-MONTH ' WAS REVALUED BEFORE'.
012780     MOVE 'MONTH ALREADY REVALUED - RTREVI IS NOT LAST MONTH'
012790         TO EX13-LDG-MESSAGE.
012800     MOVE 20 TO RETURN-CODE.
012810     PERFORM 8000-TERMINATE THRU 8000-EXIT.
012820     STOP RUN.
012830 9600-EXIT.
012840     EXIT.
012850
012860 9700-SUMMARY-TABLE-FULL.
012870     DISPLAY 'EX13 - JOURNAL SUMMARY TABLE IS FULL, CANNOT ADD '
012880             EX13-WORK-GL-ACCT.
012890     MOVE 40 TO RETURN-CODE.
012900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
012910     STOP RUN.
012920 9700-EXIT.
012930     EXIT.
012940
012950 9800-CURRENCY-TABLE-FULL.
012960     DISPLAY 'EX13 - CURRENCY TABLE IS FULL, CANNOT ADD '
012970             EX13-POS-CUR-CD.
012980     MOVE 44 TO RETURN-CODE.
012990     PERFORM 8000-TERMINATE THRU 8000-EXIT.
013000     STOP RUN.
013010 9800-EXIT.
013020     EXIT.
