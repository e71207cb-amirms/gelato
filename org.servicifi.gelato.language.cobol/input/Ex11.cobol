000010*****************************************************************
000020* PROGRAM-ID.  EX11.
000030* AUTHOR.      M V HALEN.
000040* INSTALLATION. SERVICIFI GELATO - RECONCILIATION AND SETTLEMENT.
000050* DATE-WRITTEN. 2026-10-15.
000060*
000070* EX11 IS THE MORNING JOB-STREAM REPORT.  EVERY STEP OF THE
000080* NIGHTLY STREAM WRITES A START AND AN END RECORD TO THE RTSTS01
000090* RUN LEDGER, SO THE LEDGER ALREADY SAYS WHAT RAN, FOR WHICH
000100* BUSINESS DATE AND CYCLE, AND HOW IT ENDED - BUT ONLY AS A FLAT
000110* TRAIL OF EVENTS.  EX11 READS IT FOR ONE BUSINESS DATE (FROM THE
000120* RTCTL11 CONTROL CARD, OR THE LATEST DATE ON THE LEDGER WHEN THE
000130* CARD IS BLANK), PAIRS EACH START WITH ITS END BY PROGRAM,
000140* QUALIFIER AND CYCLE - A RERUN REPLACES THE EARLIER ATTEMPT AND
000150* IS COUNTED - AND PRINTS THE RTSTR01 REPORT THE DAY SHIFT
000160* CHECKS FIRST THING:
000170*   - EVERY STEP THAT RAN, WITH ITS START AND END TIMES, RETURN
000180*     CODE, OUTCOME AND KEY COUNTS;
000190*   - THE STEPS THAT FAILED, REFUSED TO RUN OR NEVER WROTE AN END
000200*     RECORD, WITH THE MESSAGE THEY LEFT;
000210*   - THE STEPS OF THE NIGHTLY STREAM STILL OUTSTANDING - EX05
000220*     FOR EACH FEED AND EX01 LIVE FOR EVERY CYCLE THE LEDGER SHOWS
000230*     (CYCLE 01 AT LEAST), THE EX01 END-OF-DAY CYCLE, AND THE EX07
000240*     GENERAL-LEDGER EXTRACT.
000250* ANYTHING FAILED OR OUTSTANDING ENDS THE RUN WITH RETURN CODE 4
000260* SO OPERATIONS NOTICES, THE WAY EX09 AND EX10 DO.  EX11'S OWN
000270* LEDGER ENTRIES ARE LEFT OFF ITS REPORT.
000280*
000290* MODIFICATION HISTORY.
000300*   2026-10-15  MVH  ORIGINAL VERSION.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. EX11.
000340 AUTHOR. M V HALEN.
000350 INSTALLATION. SERVICIFI GELATO.
000360 DATE-WRITTEN. 2026-10-15.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-3090.
000420 SPECIAL-NAMES.
000430     DECIMAL-POINT IS COMMA.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460
000470     SELECT RTCTL11 ASSIGN TO RTCTL11
000480         ORGANIZATION IS SEQUENTIAL.
000490
000500     SELECT RTSTS01 ASSIGN TO RTSTS01
000510         ORGANIZATION IS SEQUENTIAL.
000520
000530     SELECT RTSTR01 ASSIGN TO RTSTR01
000540         ORGANIZATION IS SEQUENTIAL.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580
000590 FD  RTCTL11
000600     LABEL RECORDS ARE STANDARD.
000610     COPY RTCTL11.
000620
000630 FD  RTSTS01
000640     LABEL RECORDS ARE STANDARD.
000650     COPY RTSTS01.
000660
000670 FD  RTSTR01
000680     LABEL RECORDS ARE STANDARD.
000690     COPY RTSTR01.
000700
000710 WORKING-STORAGE SECTION.
000720
000730*****************************************************************
000740* SWITCHES.
000750*****************************************************************
000760 77  EX11-LDG-EOF-SW                 PIC X     VALUE 'N'.
000770     88  EX11-LDG-EOF                          VALUE 'Y'.
000780 77  EX11-STEP-FOUND-SW              PIC X     VALUE 'N'.
000790     88  EX11-STEP-FOUND                       VALUE 'Y'.
000800 77  EX11-EOD-DONE-SW                PIC X     VALUE 'N'.
000810     88  EX11-EOD-DONE                         VALUE 'Y'.
000820 77  EX11-CYC-ANY-SW                 PIC X     VALUE 'N'.
000830     88  EX11-CYC-ANY                          VALUE 'Y'.
000840 77  EX11-LDG-START-SW               PIC X     VALUE 'N'.
000850     88  EX11-LDG-STARTED                      VALUE 'Y'.
000860
000870*****************************************************************
000880* FILE-OPEN INDICATORS.  8000-TERMINATE-PARA TESTS THESE SO IT
000890* CAN CLOSE DOWN WHATEVER IS STILL OPEN ON AN ABEND PATH WITHOUT
000900* ATTEMPTING TO CLOSE A FILE THAT WAS NEVER OPENED.
000910*****************************************************************
000920 77  EX11-RTCTL11-OPEN-SW             PIC X     VALUE 'N'.
000930     88  EX11-RTCTL11-OPEN                      VALUE 'Y'.
000940 77  EX11-RTSTS01-OPEN-SW             PIC X     VALUE 'N'.
000950     88  EX11-RTSTS01-OPEN                      VALUE 'Y'.
000960 77  EX11-RTSTR01-OPEN-SW             PIC X     VALUE 'N'.
000970     88  EX11-RTSTR01-OPEN                      VALUE 'Y'.
000980
000990*****************************************************************
001000* COUNTERS AND WORK AREAS.
001010*****************************************************************
001020 77  EX11-BUS-DATE           PIC X(08) VALUE SPACES.
001030 77  EX11-RUN-DATE           PIC X(08) VALUE SPACES.
001040 77  EX11-RUN-TIME           PIC X(08) VALUE SPACES.
001050 77  EX11-LDG-READ-COUNT     PIC 9(09) COMP VALUE ZERO.
001060 77  EX11-DATE-READ-COUNT    PIC 9(09) COMP VALUE ZERO.
001070 77  EX11-PROBLEM-COUNT      PIC 9(09) COMP VALUE ZERO.
001080 77  EX11-OUTSTANDING-COUNT  PIC 9(09) COMP VALUE ZERO.
001090 77  EX11-STEP-COUNT         PIC 9(04) COMP VALUE ZERO.
001100 77  EX11-STEP-MAX           PIC 9(04) COMP VALUE 200.
001110 77  EX11-STEP-SUB           PIC 9(04) COMP VALUE ZERO.
001120 77  EX11-FIND-SUB           PIC 9(04) COMP VALUE ZERO.
001130 77  EX11-STEP-HIT           PIC 9(04) COMP VALUE ZERO.
001140 77  EX11-CYC-SUB            PIC 9(04) COMP VALUE ZERO.
001150 77  EX11-FEED-SUB           PIC 9(04) COMP VALUE ZERO.
001160 77  EX11-KEY-PGM            PIC X(08) VALUE SPACES.
001170 77  EX11-KEY-QUAL           PIC X(08) VALUE SPACES.
001180 77  EX11-KEY-CYC            PIC 9(02) VALUE ZERO.
001190 77  EX11-STATUS-TEXT        PIC X(13) VALUE SPACES.
001200 77  EX11-START-ED           PIC X(08) VALUE SPACES.
001210 77  EX11-END-ED             PIC X(08) VALUE SPACES.
001220 77  EX11-RC-TEXT            PIC X(04) VALUE SPACES.
001230 77  EX11-RC-ED              PIC ZZZ9.
001240 77  EX11-CYC-ED             PIC ZZ.
001250 77  EX11-RUNS-ED            PIC ZZZ9.
001260 77  EX11-READ-ED            PIC ZZZZZZZZ9.
001270 77  EX11-WRITTEN-ED         PIC ZZZZZZZZ9.
001280 77  EX11-EXC-ED             PIC ZZZZZZZZ9.
001290 77  EX11-LDG-MESSAGE        PIC X(50) VALUE SPACES.
001300
001310*****************************************************************
001320* TIME EDITING - THE LEDGER CARRIES HHMMSSCC, THE REPORT SHOWS
001330* HH:MM:SS.
001340*****************************************************************
001350 01  EX11-TIME-IN.
001360     05  EX11-TIN-HH             PIC X(02).
001370     05  EX11-TIN-MM             PIC X(02).
001380     05  EX11-TIN-SS             PIC X(02).
001390     05  FILLER                  PIC X(02).
001400
001410 01  EX11-TIME-ED.
001420     05  EX11-TED-HH             PIC X(02).
001430     05  FILLER                  PIC X(01) VALUE ':'.
001440     05  EX11-TED-MM             PIC X(02).
001450     05  FILLER                  PIC X(01) VALUE ':'.
001460     05  EX11-TED-SS             PIC X(02).
001470
001480*****************************************************************
001490* THE THREE FEEDS EX05 CLEANS AHEAD OF EVERY EX01 CYCLE, BY THE
001500* FEED ID EX05 RECORDS AS ITS LEDGER QUALIFIER.
001510*****************************************************************
001520 01  EX11-FEED-NAMES.
001530     05  FILLER                  PIC X(08) VALUE 'RRSI01'.
001540     05  FILLER                  PIC X(08) VALUE 'RRSI02'.
001550     05  FILLER                  PIC X(08) VALUE 'RRSI03'.
001560 01  EX11-FEED-TABLE REDEFINES EX11-FEED-NAMES.
001570     05  EX11-FEED-ID OCCURS 3 TIMES
001580                                     PIC X(08).
001590
001600*****************************************************************
001610* CYCLES OF THE DAY SEEN ON THE LEDGER FROM EX05 OR EX01.  EX01
001620* REFUSES A CYCLE ABOVE 49, SO 49 SLOTS COVER THE DAY.
001630*****************************************************************
001640 01  EX11-CYCLE-TABLE.
001650     05  EX11-CYC-SEEN OCCURS 49 TIMES
001660                                     PIC X(01).
001670
001680*****************************************************************
001690* ONE ENTRY PER STEP - PROGRAM, QUALIFIER AND CYCLE - HOLDING THE
001700* LATEST ATTEMPT.  A START RECORD OPENS A NEW ATTEMPT AND CLEARS
001710* THE PREVIOUS ONE'S OUTCOME, SO A STEP WHOSE RERUN NEVER ENDED
001720* SHOWS AS UNFINISHED, NOT AS THE EARLIER ATTEMPT'S RESULT.
001730*****************************************************************
001740 01  EX11-STEP-TABLE.
001750     05  EX11-STEP-ENTRY OCCURS 200 TIMES.
001760         10  EX11-STP-PGM        PIC X(08).
001770         10  EX11-STP-QUAL       PIC X(08).
001780         10  EX11-STP-CYC        PIC 9(02).
001790         10  EX11-STP-RUNS       PIC 9(04) COMP.
001800         10  EX11-STP-START-DATE PIC X(08).
001810         10  EX11-STP-START-TIME PIC X(08).
001820         10  EX11-STP-END-DATE   PIC X(08).
001830         10  EX11-STP-END-TIME   PIC X(08).
001840         10  EX11-STP-RETURN-CD  PIC 9(04).
001850         10  EX11-STP-STATUS-CD  PIC X(01).
001860         10  EX11-STP-FINAL-CD   PIC X(01).
001870         10  EX11-STP-READ       PIC 9(09).
001880         10  EX11-STP-WRITTEN    PIC 9(09).
001890         10  EX11-STP-EXC        PIC 9(09).
001900         10  EX11-STP-MESSAGE    PIC X(50).
001910
001920 PROCEDURE DIVISION.
001930
001940*****************************************************************
001950* 0000-MAINLINE - OVERALL CONTROL FLOW.
001960*****************************************************************
001970 0000-MAINLINE SECTION.
001980 0000-START.
001990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002000     PERFORM 3000-LOAD-LEDGER THRU 3000-EXIT.
002010     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
002020     PERFORM 7500-WRITE-RUN-COUNTS THRU 7500-EXIT.
002030     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002040     STOP RUN.
002050 0000-EXIT.
002060     EXIT.
002070
002080*****************************************************************
002090* 1000-INITIALIZE - READ THE CONTROL CARD NAMING THE BUSINESS
002100* DATE, FALLING BACK TO THE LATEST DATE ON THE LEDGER WHEN IT IS
002110* BLANK, RECORD THE START ON THE RUN LEDGER AND OPEN THE REPORT.
002120* AN EMPTY CONTROL-CARD FILE IS TAKEN AS A BLANK CARD.
002130*****************************************************************
002140 1000-INITIALIZE SECTION.
002150 1000-INITIALIZE-PARA.
002160     ACCEPT EX11-RUN-DATE FROM DATE YYYYMMDD.
002170     ACCEPT EX11-RUN-TIME FROM TIME.
002180     OPEN INPUT RTCTL11.
002190     MOVE 'Y' TO EX11-RTCTL11-OPEN-SW.
002200     READ RTCTL11
002210         AT END
002220             MOVE SPACES TO RTCTL11-RECORD
002230     END-READ.
002240     IF CTL11-BUS-DATE NOT = SPACES
002250             AND CTL11-BUS-DATE IS NOT NUMERIC
002260         DISPLAY 'EX11 - BUSINESS DATE ON CONTROL CARD INVALID'
002270         MOVE 12 TO RETURN-CODE
002280         PERFORM 8000-TERMINATE THRU 8000-EXIT
002290         STOP RUN
002300     END-IF.
002310     MOVE CTL11-BUS-DATE TO EX11-BUS-DATE.
002320     CLOSE RTCTL11.
002330     MOVE 'N' TO EX11-RTCTL11-OPEN-SW.
002340     IF EX11-BUS-DATE = SPACES
002350         PERFORM 1200-FIND-LATEST-DATE THRU 1200-EXIT
002360     END-IF.
002370     IF EX11-BUS-DATE = SPACES
002380         DISPLAY 'EX11 - RUN LEDGER IS EMPTY, NOTHING TO REPORT'
002390         MOVE 8 TO RETURN-CODE
002400         PERFORM 8000-TERMINATE THRU 8000-EXIT
002410         STOP RUN
002420     END-IF.
002430     DISPLAY 'EX11 - REPORTING THE STREAM FOR BUSINESS DATE '
002440             EX11-BUS-DATE.
002450     PERFORM 1800-WRITE-LEDGER-START THRU 1800-EXIT.
002460     OPEN OUTPUT RTSTR01.
002470     MOVE 'Y' TO EX11-RTSTR01-OPEN-SW.
002480 1000-EXIT.
002490     EXIT.
002500
002510*****************************************************************
002520* 1200-FIND-LATEST-DATE - ONE PASS OF THE LEDGER FOR THE HIGHEST
002530* BUSINESS DATE ON IT.
002540*****************************************************************
002550 1200-FIND-LATEST-DATE.
002560     OPEN INPUT RTSTS01.
002570     MOVE 'Y' TO EX11-RTSTS01-OPEN-SW.
002580     PERFORM 1210-SCAN-ONE-DATE THRU 1210-EXIT
002590         UNTIL EX11-LDG-EOF.
002600     CLOSE RTSTS01.
002610     MOVE 'N' TO EX11-RTSTS01-OPEN-SW.
002620     MOVE 'N' TO EX11-LDG-EOF-SW.
002630 1200-EXIT.
002640     EXIT.
002650
002660 1210-SCAN-ONE-DATE.
002670     READ RTSTS01
002680         AT END
002690             SET EX11-LDG-EOF TO TRUE
002700         NOT AT END
002710             IF STS-BUS-DATE IS NUMERIC
002720                     AND STS-BUS-DATE > EX11-BUS-DATE
002730                 MOVE STS-BUS-DATE TO EX11-BUS-DATE
002740             END-IF
002750     END-READ.
002760 1210-EXIT.
002770     EXIT.
002780
002790*****************************************************************
002800* 1800-WRITE-LEDGER-START - RECORD ON THE RTSTS01 RUN LEDGER
002810* THAT THE REPORT HAS STARTED, UNDER THE DATE IT REPORTS.  THE
002820* END RECORD IS WRITTEN BY 8100-WRITE-LEDGER-END ON EVERY PATH
002830* OUT OF THE PROGRAM.
002840*****************************************************************
002850 1800-WRITE-LEDGER-START.
002860     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
002870     MOVE 'S' TO STS-EVENT-CD.
002880     OPEN EXTEND RTSTS01.
002890     MOVE 'Y' TO EX11-RTSTS01-OPEN-SW.
002900     WRITE RTSTS01-RECORD.
002910     CLOSE RTSTS01.
002920     MOVE 'N' TO EX11-RTSTS01-OPEN-SW.
002930     SET EX11-LDG-STARTED TO TRUE.
002940 1800-EXIT.
002950     EXIT.
002960
002970 1810-BUILD-LEDGER-RECORD.
002980     MOVE SPACES TO RTSTS01-RECORD.
002990     MOVE EX11-BUS-DATE TO STS-BUS-DATE.
003000     MOVE ZERO          TO STS-CYCLE-NO.
003010     MOVE 'EX11'        TO STS-PROGRAM-ID.
003020     ACCEPT STS-EVENT-DATE FROM DATE YYYYMMDD.
003030     ACCEPT STS-EVENT-TIME FROM TIME.
003040     MOVE ZERO TO STS-RETURN-CD
003050                  STS-READ-COUNT
003060                  STS-WRITTEN-COUNT
003070                  STS-EXCEPTION-COUNT.
003080 1810-EXIT.
003090     EXIT.
003100
003110*****************************************************************
003120* 3000-LOAD-LEDGER - READ THE WHOLE LEDGER AND BUILD THE STEP
003130* TABLE FOR THE BUSINESS DATE.  THE FILE IS ONLY EVER EXTENDED,
003140* SO IT IS IN EVENT ORDER AND THE LAST RECORD FOR A STEP IS ITS
003150* LATEST ATTEMPT.
003160*****************************************************************
003170 3000-LOAD-LEDGER SECTION.
003180 3000-LOAD-PARA.
003190     MOVE ALL 'N' TO EX11-CYCLE-TABLE.
003200     OPEN INPUT RTSTS01.
003210     MOVE 'Y' TO EX11-RTSTS01-OPEN-SW.
003220     PERFORM 3100-LOAD-ONE-RECORD THRU 3100-EXIT
003230         UNTIL EX11-LDG-EOF.
003240     CLOSE RTSTS01.
003250     MOVE 'N' TO EX11-RTSTS01-OPEN-SW.
003260 3000-EXIT.
003270     EXIT.
003280
003290 3100-LOAD-ONE-RECORD.
003300     READ RTSTS01
003310         AT END
003320             SET EX11-LDG-EOF TO TRUE
003330     END-READ.
003340     IF EX11-LDG-EOF
003350         GO TO 3100-EXIT
003360     END-IF.
003370     ADD 1 TO EX11-LDG-READ-COUNT.
003380     IF STS-BUS-DATE NOT = EX11-BUS-DATE
003390             OR STS-PROGRAM-ID = 'EX11'
003400         GO TO 3100-EXIT
003410     END-IF.
003420     ADD 1 TO EX11-DATE-READ-COUNT.
003430     MOVE STS-PROGRAM-ID TO EX11-KEY-PGM.
003440     MOVE STS-QUALIFIER  TO EX11-KEY-QUAL.
003450     MOVE STS-CYCLE-NO   TO EX11-KEY-CYC.
003460     PERFORM 5900-FIND-STEP THRU 5900-EXIT.
003470     IF NOT EX11-STEP-FOUND
003480         PERFORM 3150-ADD-STEP THRU 3150-EXIT
003490     END-IF.
003500     IF STS-EVENT-CD = 'S'
003510         PERFORM 3200-APPLY-START THRU 3200-EXIT
003520     ELSE
003530         PERFORM 3300-APPLY-END THRU 3300-EXIT
003540     END-IF.
003550     IF (STS-PROGRAM-ID = 'EX01' OR STS-PROGRAM-ID = 'EX05')
003560             AND STS-CYCLE-NO > ZERO
003570             AND STS-CYCLE-NO < 50
003580         MOVE 'Y' TO EX11-CYC-SEEN (STS-CYCLE-NO)
003590         SET EX11-CYC-ANY TO TRUE
003600     END-IF.
003610 3100-EXIT.
003620     EXIT.
003630
003640 3150-ADD-STEP.
003650     IF EX11-STEP-COUNT NOT < EX11-STEP-MAX
003660         GO TO 9100-STEP-TABLE-FULL
003670     END-IF.
003680     ADD 1 TO EX11-STEP-COUNT.
003690     MOVE EX11-STEP-COUNT TO EX11-STEP-HIT.
003700     MOVE SPACES       TO EX11-STEP-ENTRY (EX11-STEP-HIT).
003710     MOVE EX11-KEY-PGM  TO EX11-STP-PGM (EX11-STEP-HIT).
003720     MOVE EX11-KEY-QUAL TO EX11-STP-QUAL (EX11-STEP-HIT).
003730     MOVE EX11-KEY-CYC  TO EX11-STP-CYC (EX11-STEP-HIT).
003740     MOVE ZERO TO EX11-STP-RUNS (EX11-STEP-HIT)
003750                  EX11-STP-RETURN-CD (EX11-STEP-HIT)
003760                  EX11-STP-READ (EX11-STEP-HIT)
003770                  EX11-STP-WRITTEN (EX11-STEP-HIT)
003780                  EX11-STP-EXC (EX11-STEP-HIT).
003790 3150-EXIT.
003800     EXIT.
003810
003820 3200-APPLY-START.
003830     ADD 1 TO EX11-STP-RUNS (EX11-STEP-HIT).
003840     MOVE STS-EVENT-DATE TO EX11-STP-START-DATE (EX11-STEP-HIT).
003850     MOVE STS-EVENT-TIME TO EX11-STP-START-TIME (EX11-STEP-HIT).
003860     MOVE SPACES TO EX11-STP-END-DATE (EX11-STEP-HIT)
003870                    EX11-STP-END-TIME (EX11-STEP-HIT)
003880                    EX11-STP-STATUS-CD (EX11-STEP-HIT)
003890                    EX11-STP-MESSAGE (EX11-STEP-HIT).
003900     MOVE STS-FINAL-CYCLE-CD TO EX11-STP-FINAL-CD (EX11-STEP-HIT).
003910     MOVE ZERO TO EX11-STP-RETURN-CD (EX11-STEP-HIT)
003920                  EX11-STP-READ (EX11-STEP-HIT)
003930                  EX11-STP-WRITTEN (EX11-STEP-HIT)
003940                  EX11-STP-EXC (EX11-STEP-HIT).
003950 3200-EXIT.
003960     EXIT.
003970
003980 3300-APPLY-END.
003990     MOVE STS-EVENT-DATE  TO EX11-STP-END-DATE (EX11-STEP-HIT).
004000     MOVE STS-EVENT-TIME  TO EX11-STP-END-TIME (EX11-STEP-HIT).
004010     MOVE STS-RETURN-CD   TO EX11-STP-RETURN-CD (EX11-STEP-HIT).
004020     MOVE STS-STATUS-CD   TO EX11-STP-STATUS-CD (EX11-STEP-HIT).
004030     MOVE STS-FINAL-CYCLE-CD TO EX11-STP-FINAL-CD (EX11-STEP-HIT).
004040     MOVE STS-READ-COUNT  TO EX11-STP-READ (EX11-STEP-HIT).
004050     MOVE STS-WRITTEN-COUNT TO EX11-STP-WRITTEN (EX11-STEP-HIT).
004060     MOVE STS-EXCEPTION-COUNT TO EX11-STP-EXC (EX11-STEP-HIT).
004070     MOVE STS-MESSAGE     TO EX11-STP-MESSAGE (EX11-STEP-HIT).
004080 3300-EXIT.
004090     EXIT.
004100
004110*****************************************************************
004120* 5000-WRITE-REPORT - THE THREE PARTS OF THE MORNING REPORT -
004130* WHAT RAN, WHAT FAILED, WHAT IS STILL OUTSTANDING - AND A
004140* CLOSING LINE OF TOTALS.
004150*****************************************************************
004160 5000-WRITE-REPORT SECTION.
004170 5000-REPORT-PARA.
004180     MOVE EX11-RUN-TIME TO EX11-TIME-IN.
004190     PERFORM 5800-EDIT-TIME THRU 5800-EXIT.
004200     MOVE SPACES TO STR-LINE-TEXT.
004210     STRING 'EX11 JOB-STREAM REPORT  -  BUSINESS DATE '
004220            EX11-BUS-DATE '  -  PRINTED ' EX11-RUN-DATE ' '
004230            EX11-TIME-ED
004240            DELIMITED BY SIZE INTO STR-LINE-TEXT.
004250     WRITE RTSTR01-RECORD.
004260     MOVE SPACES TO STR-LINE-TEXT.
004270     WRITE RTSTR01-RECORD.
004280
004290     MOVE 'STEPS RUN' TO STR-LINE-TEXT.
004300     WRITE RTSTR01-RECORD.
004310     MOVE SPACES TO STR-LINE-TEXT.
004320     STRING 'PROGRAM  QUALIFR  CY  STARTED            '
004330            'ENDED                RC  OUTCOME            READ'
004340            '   WRITTEN  EXCEPTNS RUNS'
004350            DELIMITED BY SIZE INTO STR-LINE-TEXT.
004360     WRITE RTSTR01-RECORD.
004370     IF EX11-STEP-COUNT = ZERO
004380         MOVE '  NO RUNS ON THE LEDGER FOR THIS BUSINESS DATE'
004390             TO STR-LINE-TEXT
004400         WRITE RTSTR01-RECORD
004410     END-IF.
004420     PERFORM 5100-WRITE-STEP-LINE THRU 5100-EXIT
004430         VARYING EX11-STEP-SUB FROM 1 BY 1
004440         UNTIL EX11-STEP-SUB > EX11-STEP-COUNT.
004450     MOVE SPACES TO STR-LINE-TEXT.
004460     WRITE RTSTR01-RECORD.
004470
004480     MOVE 'FAILED, REFUSED AND UNFINISHED STEPS' TO STR-LINE-TEXT.
004490     WRITE RTSTR01-RECORD.
004500     PERFORM 5200-WRITE-PROBLEM-LINE THRU 5200-EXIT
004510         VARYING EX11-STEP-SUB FROM 1 BY 1
004520         UNTIL EX11-STEP-SUB > EX11-STEP-COUNT.
004530     IF EX11-PROBLEM-COUNT = ZERO
004540         MOVE '  NONE' TO STR-LINE-TEXT
004550         WRITE RTSTR01-RECORD
004560     END-IF.
004570     MOVE SPACES TO STR-LINE-TEXT.
004580     WRITE RTSTR01-RECORD.
004590
004600     MOVE 'STEPS OUTSTANDING' TO STR-LINE-TEXT.
004610     WRITE RTSTR01-RECORD.
004620     PERFORM 5300-CHECK-OUTSTANDING THRU 5300-EXIT.
004630     IF EX11-OUTSTANDING-COUNT = ZERO
004640         MOVE '  NONE - THE NIGHTLY STREAM IS COMPLETE'
004650             TO STR-LINE-TEXT
004660         WRITE RTSTR01-RECORD
004670     END-IF.
004680     MOVE SPACES TO STR-LINE-TEXT.
004690     WRITE RTSTR01-RECORD.
004700
004710     MOVE SPACES TO STR-LINE-TEXT.
004720     MOVE EX11-STEP-COUNT TO EX11-READ-ED.
004730     MOVE EX11-PROBLEM-COUNT TO EX11-WRITTEN-ED.
004740     MOVE EX11-OUTSTANDING-COUNT TO EX11-EXC-ED.
004750     STRING 'STEPS RUN' EX11-READ-ED
004760            '    FAILED, REFUSED OR UNFINISHED' EX11-WRITTEN-ED
004770            '    OUTSTANDING' EX11-EXC-ED
004780            DELIMITED BY SIZE INTO STR-LINE-TEXT.
004790     WRITE RTSTR01-RECORD.
004800 5000-EXIT.
004810     EXIT.
004820
004830*****************************************************************
004840* 5100-WRITE-STEP-LINE - ONE LINE PER STEP, WITH A SECOND LINE
004850* FOR THE MESSAGE THE STEP LEFT ON ITS END RECORD.
004860*****************************************************************
004870 5100-WRITE-STEP-LINE.
004880     MOVE EX11-STEP-SUB TO EX11-STEP-HIT.
004890     PERFORM 5850-EDIT-STEP THRU 5850-EXIT.
004900     MOVE EX11-STP-READ (EX11-STEP-HIT)    TO EX11-READ-ED.
004910     MOVE EX11-STP-WRITTEN (EX11-STEP-HIT) TO EX11-WRITTEN-ED.
004920     MOVE EX11-STP-EXC (EX11-STEP-HIT)     TO EX11-EXC-ED.
004930     MOVE EX11-STP-RUNS (EX11-STEP-HIT)    TO EX11-RUNS-ED.
004940     MOVE SPACES TO STR-LINE-TEXT.
004950     STRING EX11-STP-PGM (EX11-STEP-HIT) ' '
004960            EX11-STP-QUAL (EX11-STEP-HIT) ' '
004970            EX11-CYC-ED '  '
004980            EX11-STP-START-DATE (EX11-STEP-HIT) ' '
004990            EX11-START-ED '  '
005000            EX11-STP-END-DATE (EX11-STEP-HIT) ' '
005010            EX11-END-ED '  '
005020            EX11-RC-TEXT '  '
005030            EX11-STATUS-TEXT ' '
005040            EX11-READ-ED ' ' EX11-WRITTEN-ED ' ' EX11-EXC-ED
005050            ' ' EX11-RUNS-ED
005060            DELIMITED BY SIZE INTO STR-LINE-TEXT.
005070     WRITE RTSTR01-RECORD.
005080     IF EX11-STP-MESSAGE (EX11-STEP-HIT) NOT = SPACES
005090         MOVE SPACES TO STR-LINE-TEXT
005100         STRING '                   '
005110                EX11-STP-MESSAGE (EX11-STEP-HIT)
005120                DELIMITED BY SIZE INTO STR-LINE-TEXT
005130         WRITE RTSTR01-RECORD
005140     END-IF.
005150 5100-EXIT.
005160     EXIT.
005170
005180*****************************************************************
005190* 5200-WRITE-PROBLEM-LINE - A STEP WHOSE LATEST ATTEMPT FAILED,
005200* REFUSED TO RUN OR HAS NO END RECORD - STILL RUNNING, OR
005210* CANCELLED BEFORE ITS TERMINATE PARAGRAPH WAS REACHED.
005220*****************************************************************
005230 5200-WRITE-PROBLEM-LINE.
005240     MOVE EX11-STEP-SUB TO EX11-STEP-HIT.
005250     IF EX11-STP-STATUS-CD (EX11-STEP-HIT) = 'C'
005260             OR EX11-STP-STATUS-CD (EX11-STEP-HIT) = 'W'
005270         GO TO 5200-EXIT
005280     END-IF.
005290     ADD 1 TO EX11-PROBLEM-COUNT.
005300     PERFORM 5850-EDIT-STEP THRU 5850-EXIT.
005310     MOVE SPACES TO STR-LINE-TEXT.
005320     IF EX11-STP-END-DATE (EX11-STEP-HIT) = SPACES
005330         STRING '  ' EX11-STP-PGM (EX11-STEP-HIT) ' '
005340                EX11-STP-QUAL (EX11-STEP-HIT) ' CYCLE '
005350                EX11-CYC-ED ' STARTED '
005360                EX11-STP-START-DATE (EX11-STEP-HIT) ' '
005370                EX11-START-ED
005380                ' - NO END RECORD, STILL RUNNING OR CANCELLED'
005390                DELIMITED BY SIZE INTO STR-LINE-TEXT
005400     ELSE
005410         STRING '  ' EX11-STP-PGM (EX11-STEP-HIT) ' '
005420                EX11-STP-QUAL (EX11-STEP-HIT) ' CYCLE '
005430                EX11-CYC-ED ' ' EX11-STATUS-TEXT ' RC '
005440                EX11-RC-TEXT ' '
005450                EX11-STP-MESSAGE (EX11-STEP-HIT)
005460                DELIMITED BY SIZE INTO STR-LINE-TEXT
005470     END-IF.
005480     WRITE RTSTR01-RECORD.
005490 5200-EXIT.
005500     EXIT.
005510
005520*****************************************************************
005530* 5300-CHECK-OUTSTANDING - THE NIGHTLY STREAM FOR ONE BUSINESS
005540* DATE IS EX05 FOR EACH FEED THEN EX01 LIVE, FOR EVERY CYCLE,
005550* UNTIL THE END-OF-DAY CYCLE, THEN EX07.  EACH OF THOSE WITHOUT
005560* A COMPLETED ('C' OR 'W') LATEST ATTEMPT IS OUTSTANDING.  THE
005570* CYCLES ARE THE ONES EX05 OR EX01 RECORDED - CYCLE 01 AT LEAST,
005580* SO A NIGHT WHERE NOTHING RAN STILL SHOWS WHAT IS MISSING.
005590*****************************************************************
005600 5300-CHECK-OUTSTANDING.
005610     IF NOT EX11-CYC-ANY
005620         MOVE 'Y' TO EX11-CYC-SEEN (1)
005630     END-IF.
005640     PERFORM 5310-CHECK-ONE-CYCLE THRU 5310-EXIT
005650         VARYING EX11-CYC-SUB FROM 1 BY 1
005660         UNTIL EX11-CYC-SUB > 49.
005670     MOVE 'N' TO EX11-EOD-DONE-SW.
005680     PERFORM 5340-TEST-ONE-EOD THRU 5340-EXIT
005690         VARYING EX11-FIND-SUB FROM 1 BY 1
005700         UNTIL EX11-FIND-SUB > EX11-STEP-COUNT
005710            OR EX11-EOD-DONE.
005720     IF NOT EX11-EOD-DONE
005730         ADD 1 TO EX11-OUTSTANDING-COUNT
005740         MOVE SPACES TO STR-LINE-TEXT
005750         STRING '  EX01     LIVE     END-OF-DAY CYCLE NOT RUN OR '
005760                'NOT COMPLETED'
005770                DELIMITED BY SIZE INTO STR-LINE-TEXT
005780         WRITE RTSTR01-RECORD
005790     END-IF.
005800     MOVE 'EX07' TO EX11-KEY-PGM.
005810     MOVE SPACES TO EX11-KEY-QUAL.
005820     MOVE ZERO   TO EX11-KEY-CYC.
005830     PERFORM 5400-CHECK-STEP-DONE THRU 5400-EXIT.
005840 5300-EXIT.
005850     EXIT.
005860
005870 5310-CHECK-ONE-CYCLE.
005880     IF EX11-CYC-SEEN (EX11-CYC-SUB) NOT = 'Y'
005890         GO TO 5310-EXIT
005900     END-IF.
005910     PERFORM 5320-CHECK-ONE-FEED THRU 5320-EXIT
005920         VARYING EX11-FEED-SUB FROM 1 BY 1
005930         UNTIL EX11-FEED-SUB > 3.
005940     MOVE 'EX01'       TO EX11-KEY-PGM.
005950     MOVE 'LIVE'       TO EX11-KEY-QUAL.
005960     MOVE EX11-CYC-SUB TO EX11-KEY-CYC.
005970     PERFORM 5400-CHECK-STEP-DONE THRU 5400-EXIT.
005980 5310-EXIT.
005990     EXIT.
006000
006010 5320-CHECK-ONE-FEED.
006020     MOVE 'EX05'       TO EX11-KEY-PGM.
006030     MOVE EX11-FEED-ID (EX11-FEED-SUB) TO EX11-KEY-QUAL.
006040     MOVE EX11-CYC-SUB TO EX11-KEY-CYC.
006050     PERFORM 5400-CHECK-STEP-DONE THRU 5400-EXIT.
006060 5320-EXIT.
006070     EXIT.
006080
006090 5340-TEST-ONE-EOD.
006100     IF EX11-STP-PGM (EX11-FIND-SUB) = 'EX01'
006110             AND EX11-STP-QUAL (EX11-FIND-SUB) = 'LIVE'
006120             AND EX11-STP-FINAL-CD (EX11-FIND-SUB) = 'Y'
006130             AND (EX11-STP-STATUS-CD (EX11-FIND-SUB) = 'C'
006140                  OR EX11-STP-STATUS-CD (EX11-FIND-SUB) = 'W')
006150         SET EX11-EOD-DONE TO TRUE
006160     END-IF.
006170 5340-EXIT.
006180     EXIT.
006190
006200*****************************************************************
006210* 5400-CHECK-STEP-DONE - ONE EXPECTED STEP, BY THE KEY IN
006220* EX11-KEY-PGM/QUAL/CYC.  NOT ON THE LEDGER AT ALL IS 'NOT RUN';
006230* ON IT BUT NOT COMPLETED CARRIES THE LATEST ATTEMPT'S OUTCOME.
006240*****************************************************************
006250 5400-CHECK-STEP-DONE.
006260     PERFORM 5900-FIND-STEP THRU 5900-EXIT.
006270     IF EX11-STEP-FOUND
006280         IF EX11-STP-STATUS-CD (EX11-STEP-HIT) = 'C'
006290                 OR EX11-STP-STATUS-CD (EX11-STEP-HIT) = 'W'
006300             GO TO 5400-EXIT
006310         END-IF
006320     END-IF.
006330     ADD 1 TO EX11-OUTSTANDING-COUNT.
006340     MOVE EX11-KEY-CYC TO EX11-CYC-ED.
006350     MOVE SPACES TO STR-LINE-TEXT.
006360     IF EX11-STEP-FOUND
006370         PERFORM 5850-EDIT-STEP THRU 5850-EXIT
006380         STRING '  ' EX11-KEY-PGM ' ' EX11-KEY-QUAL ' CYCLE '
006390                EX11-CYC-ED ' NOT COMPLETED - LATEST ATTEMPT '
006400                EX11-STATUS-TEXT
006410                DELIMITED BY SIZE INTO STR-LINE-TEXT
006420     ELSE
006430         STRING '  ' EX11-KEY-PGM ' ' EX11-KEY-QUAL ' CYCLE '
006440                EX11-CYC-ED ' NOT RUN'
006450                DELIMITED BY SIZE INTO STR-LINE-TEXT
006460     END-IF.
006470     WRITE RTSTR01-RECORD.
006480 5400-EXIT.
006490     EXIT.
006500
006510*****************************************************************
006520* 5800-EDIT-TIME - HHMMSSCC IN EX11-TIME-IN TO HH:MM:SS IN
006530* EX11-TIME-ED.
006540*****************************************************************
006550 5800-EDIT-TIME.
006560     MOVE EX11-TIN-HH TO EX11-TED-HH.
006570     MOVE EX11-TIN-MM TO EX11-TED-MM.
006580     MOVE EX11-TIN-SS TO EX11-TED-SS.
006590 5800-EXIT.
006600     EXIT.
006610
006620*****************************************************************
006630* 5850-EDIT-STEP - THE PRINTABLE FIELDS FOR THE STEP AT
006640* EX11-STEP-HIT - CYCLE, TIMES, RETURN CODE AND OUTCOME.  A STEP
006650* WITH NO END RECORD HAS NO RETURN CODE OR END TIME TO SHOW.
006660*****************************************************************
006670 5850-EDIT-STEP.
006680     MOVE EX11-STP-CYC (EX11-STEP-HIT) TO EX11-CYC-ED.
006690     MOVE EX11-STP-START-TIME (EX11-STEP-HIT) TO EX11-TIME-IN.
006700     PERFORM 5800-EDIT-TIME THRU 5800-EXIT.
006710     MOVE EX11-TIME-ED TO EX11-START-ED.
006720     MOVE SPACES TO EX11-END-ED.
006730     MOVE SPACES TO EX11-RC-TEXT.
006740     IF EX11-STP-END-DATE (EX11-STEP-HIT) NOT = SPACES
006750         MOVE EX11-STP-END-TIME (EX11-STEP-HIT) TO EX11-TIME-IN
006760         PERFORM 5800-EDIT-TIME THRU 5800-EXIT
006770         MOVE EX11-TIME-ED TO EX11-END-ED
006780         MOVE EX11-STP-RETURN-CD (EX11-STEP-HIT) TO EX11-RC-ED
006790         MOVE EX11-RC-ED TO EX11-RC-TEXT
006800     END-IF.
006810     EVALUATE TRUE
006820         WHEN EX11-STP-END-DATE (EX11-STEP-HIT) = SPACES
006830             MOVE 'NO END RECORD' TO EX11-STATUS-TEXT
006840         WHEN EX11-STP-STATUS-CD (EX11-STEP-HIT) = 'C'
006850             MOVE 'COMPLETED' TO EX11-STATUS-TEXT
006860         WHEN EX11-STP-STATUS-CD (EX11-STEP-HIT) = 'W'
006870             MOVE 'WARNING' TO EX11-STATUS-TEXT
006880         WHEN EX11-STP-STATUS-CD (EX11-STEP-HIT) = 'F'
006890             MOVE 'FAILED' TO EX11-STATUS-TEXT
006900         WHEN EX11-STP-STATUS-CD (EX11-STEP-HIT) = 'R'
006910             MOVE 'REFUSED' TO EX11-STATUS-TEXT
006920         WHEN OTHER
006930             MOVE 'UNKNOWN' TO EX11-STATUS-TEXT
006940     END-EVALUATE.
006950 5850-EXIT.
006960     EXIT.
006970
006980*****************************************************************
006990* 5900-FIND-STEP - LOOK UP THE STEP TABLE BY EX11-KEY-PGM/QUAL/
007000* CYC, LEAVING ITS SLOT IN EX11-STEP-HIT.
007010*****************************************************************
007020 5900-FIND-STEP.
007030     MOVE 'N' TO EX11-STEP-FOUND-SW.
007040     PERFORM 5910-TEST-ONE-STEP THRU 5910-EXIT
007050         VARYING EX11-FIND-SUB FROM 1 BY 1
007060         UNTIL EX11-FIND-SUB > EX11-STEP-COUNT
007070            OR EX11-STEP-FOUND.
007080 5900-EXIT.
007090     EXIT.
007100
007110 5910-TEST-ONE-STEP.
007120     IF EX11-STP-PGM (EX11-FIND-SUB) = EX11-KEY-PGM
007130             AND EX11-STP-QUAL (EX11-FIND-SUB) = EX11-KEY-QUAL
007140             AND EX11-STP-CYC (EX11-FIND-SUB) = EX11-KEY-CYC
007150         SET EX11-STEP-FOUND TO TRUE
007160         MOVE EX11-FIND-SUB TO EX11-STEP-HIT
007170     END-IF.
007180 5910-EXIT.
007190     EXIT.
007200
007210*****************************************************************
007220* 7500-WRITE-RUN-COUNTS - THE CONSOLE SIGN-OFF.  A FAILED OR
007230* OUTSTANDING STEP ENDS THE RUN WITH RETURN CODE 4 SO THE REPORT
007240* GETS LOOKED AT.
007250*****************************************************************
007260 7500-WRITE-RUN-COUNTS SECTION.
007270 7500-WRITE-COUNTS-PARA.
007280     DISPLAY 'EX11 - LEDGER RECORDS READ     = '
007290             EX11-LDG-READ-COUNT.
007300     DISPLAY 'EX11 - RECORDS FOR THE DATE    = '
007310             EX11-DATE-READ-COUNT.
007320     DISPLAY 'EX11 - STEPS REPORTED          = '
007330             EX11-STEP-COUNT.
007340     DISPLAY 'EX11 - FAILED OR UNFINISHED    = '
007350             EX11-PROBLEM-COUNT.
007360     DISPLAY 'EX11 - STEPS OUTSTANDING       = '
007370             EX11-OUTSTANDING-COUNT.
007380     IF EX11-PROBLEM-COUNT > ZERO
007390             OR EX11-OUTSTANDING-COUNT > ZERO
007400         MOVE 'STREAM NOT COMPLETE - SEE RTSTR01'
007410             TO EX11-LDG-MESSAGE
007420         IF RETURN-CODE = ZERO
007430             MOVE 4 TO RETURN-CODE
007440         END-IF
007450     END-IF.
007460 7500-EXIT.
007470     EXIT.
007480
007490*****************************************************************
007500* 8000-TERMINATE - CLOSE EVERYTHING STILL OPEN AND CLOSE OFF THE
007510* RUN'S LEDGER ENTRY.
007520*****************************************************************
007530 8000-TERMINATE SECTION.
007540 8000-TERMINATE-PARA.
007550     IF EX11-RTCTL11-OPEN
007560         CLOSE RTCTL11
007570     END-IF.
007580     IF EX11-RTSTS01-OPEN
007590         CLOSE RTSTS01
007600     END-IF.
007610     IF EX11-RTSTR01-OPEN
007620         CLOSE RTSTR01
007630     END-IF.
007640     PERFORM 8100-WRITE-LEDGER-END THRU 8100-EXIT.
007650 8000-EXIT.
007660     EXIT.
007670
007680*****************************************************************
007690* 8100-WRITE-LEDGER-END - CLOSE OFF THE RUN'S LEDGER ENTRY WITH
007700* ITS RETURN CODE, COUNTS AND OUTCOME.  A RUN STOPPED BY A BAD
007710* CONTROL CARD NEVER STARTED AND WRITES NOTHING.
007720*****************************************************************
007730 8100-WRITE-LEDGER-END.
007740     IF NOT EX11-LDG-STARTED
007750         GO TO 8100-EXIT
007760     END-IF.
007770     MOVE 'N' TO EX11-LDG-START-SW.
007780     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
007790     MOVE 'E' TO STS-EVENT-CD.
007800     MOVE RETURN-CODE TO STS-RETURN-CD.
007810     EVALUATE TRUE
007820         WHEN RETURN-CODE = ZERO
007830             MOVE 'C' TO STS-STATUS-CD
007840         WHEN RETURN-CODE NOT > 4
007850             MOVE 'W' TO STS-STATUS-CD
007860         WHEN OTHER
007870             MOVE 'F' TO STS-STATUS-CD
007880     END-EVALUATE.
007890     MOVE EX11-DATE-READ-COUNT TO STS-READ-COUNT.
007900     MOVE EX11-STEP-COUNT      TO STS-WRITTEN-COUNT.
007910     COMPUTE STS-EXCEPTION-COUNT = EX11-PROBLEM-COUNT
007920                                 + EX11-OUTSTANDING-COUNT.
007930     MOVE EX11-LDG-MESSAGE TO STS-MESSAGE.
007940     OPEN EXTEND RTSTS01.
007950     WRITE RTSTS01-RECORD.
007960     CLOSE RTSTS01.
007970 8100-EXIT.
007980     EXIT.
007990
008000*****************************************************************
008010* 9000-ERROR-PARAGRAPHS - FATAL ERROR HANDLING, EACH WITH ITS
008020* OWN RETURN CODE, THE SAME WAY EX01 HANDLES ITS FATAL ERRORS.
008030*****************************************************************
008040 9000-ERROR-PARAGRAPHS SECTION.
008050 9100-STEP-TABLE-FULL.
008060     DISPLAY 'EX11 - MORE THAN 200 STEPS ON THE LEDGER FOR '
008070             EX11-BUS-DATE.
008080     MOVE 24 TO RETURN-CODE.
008090     PERFORM 8000-TERMINATE THRU 8000-EXIT.
008100     STOP RUN.
008110 9100-EXIT.
008120     EXIT.
