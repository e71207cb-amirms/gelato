000010*****************************************************************
000020* PROGRAM-ID.  EX10.
000030* AUTHOR.      M V HALEN.
000040* INSTALLATION. SERVICIFI GELATO - RECONCILIATION AND SETTLEMENT.
000050* DATE-WRITTEN. 2026-10-15.
000060*
000070* EX10 IS THE ACCOUNT-MASTER MAINTENANCE PASS.  THE MATCH PASS
000080* REJECTS POSTINGS AC01-AC05 AGAINST THE RTACCM1 ACCOUNT MASTER,
000090* BUT THE MASTER ITSELF WAS REBUILT BY HAND AND NOTHING RECORDED
000100* WHO OPENED, CLOSED OR BLOCKED AN ACCOUNT, OR WHEN.  EX10 READS
000110* THE RTAMC01 MAINTENANCE CARDS (ADD, CHANGE, CLOSE, BLOCK,
000120* REOPEN) IN THE ORDER PRESENTED, EDITS EACH ONE AGAINST THE
000130* MASTER AS IT STANDS AT THAT MOMENT - NO DUPLICATE ADDS, NO
000140* REOPENING AN ACCOUNT THAT WAS NEVER OPENED, AND A CURRENCY
000150* ONLY WHEN RTRATE1 CARRIES A RATE FOR IT - AND APPLIES THE
000160* ACCEPTED CARDS DIRECTLY TO THE KEYED MASTER.  EVERY APPLIED
000170* CARD GOES ON THE RTAML01 CHANGE LOG WITH THE BEFORE AND AFTER
000180* CURRENCY AND STATUS, THE AUTHORIZING USER AND A TIMESTAMP, THE
000190* WAY RTSMA01 LOGS THE SUSPENSE DECISIONS.  A REFUSED CARD GOES
000200* ON THE RTAMJ01 REJECT FILE WITH A FIXED REASON CODE, THE WAY
000210* RTREJ01 CARRIES THE FEED REJECTS, SO IT CANNOT JUST DISAPPEAR.
000220*
000230* MODIFICATION HISTORY.
000240*   2026-10-15  MVH  ORIGINAL VERSION.
000250*   2026-10-15  MVH  RUN LEDGER.  EACH RUN WRITES A START AND AN
000260*                     END RECORD TO RTSTS01.
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. EX10.
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
000430     SELECT RTAMC01 ASSIGN TO RTAMC01
000440         ORGANIZATION IS SEQUENTIAL.
000450
000460     SELECT RTRATE1 ASSIGN TO RTRATE1
000470         ORGANIZATION IS SEQUENTIAL.
000480
000490     SELECT RTACCM1 ASSIGN TO RTACCM1
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS ACC-REK_ID
000530         FILE STATUS IS EX10-ACCM-STATUS.
000540
000550     SELECT RTAML01 ASSIGN TO RTAML01
000560         ORGANIZATION IS SEQUENTIAL.
000570
000580     SELECT RTAMJ01 ASSIGN TO RTAMJ01
000590         ORGANIZATION IS SEQUENTIAL.
000600
000610     SELECT RTSTS01 ASSIGN TO RTSTS01
000620         ORGANIZATION IS SEQUENTIAL.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660
000670 FD  RTAMC01
000680     LABEL RECORDS ARE STANDARD.
000690     COPY RTAMC01.
000700
000710 FD  RTRATE1
000720     LABEL RECORDS ARE STANDARD.
000730     COPY RTRATE1.
000740
000750 FD  RTACCM1
000760     LABEL RECORDS ARE STANDARD.
000770     COPY RTACCM1.
000780
000790 FD  RTAML01
000800     LABEL RECORDS ARE STANDARD.
000810     COPY RTAML01.
000820
000830 FD  RTAMJ01
000840     LABEL RECORDS ARE STANDARD.
000850     COPY RTAMJ01.
000860
000870 FD  RTSTS01
000880     LABEL RECORDS ARE STANDARD.
000890     COPY RTSTS01.
000900
000910 WORKING-STORAGE SECTION.
000920
000930*****************************************************************
000940* SWITCHES.
000950*****************************************************************
000960 77  EX10-CARD-EOF-SW                PIC X     VALUE 'N'.
000970     88  EX10-CARD-EOF                         VALUE 'Y'.
000980 77  EX10-RATE-EOF-SW                PIC X     VALUE 'N'.
000990     88  EX10-RATE-EOF                         VALUE 'Y'.
001000 77  EX10-ON-MASTER-SW               PIC X     VALUE 'N'.
001010     88  EX10-ON-MASTER                        VALUE 'Y'.
001020 77  EX10-RATE-FOUND-SW              PIC X     VALUE 'N'.
001030     88  EX10-RATE-FOUND                       VALUE 'Y'.
001040 77  EX10-LDG-START-SW               PIC X     VALUE 'N'.
001050     88  EX10-LDG-STARTED                      VALUE 'Y'.
001060
001070*****************************************************************
001080* FILE-OPEN INDICATORS.  8000-TERMINATE-PARA TESTS THESE SO IT
001090* CAN CLOSE DOWN WHATEVER IS STILL OPEN ON AN ABEND PATH WITHOUT
001100* ATTEMPTING TO CLOSE A FILE THAT WAS NEVER OPENED.
001110*****************************************************************
001120 77  EX10-RTAMC01-OPEN-SW             PIC X     VALUE 'N'.
001130     88  EX10-RTAMC01-OPEN                      VALUE 'Y'.
001140 77  EX10-RTRATE1-OPEN-SW             PIC X     VALUE 'N'.
001150     88  EX10-RTRATE1-OPEN                      VALUE 'Y'.
001160 77  EX10-RTACCM1-OPEN-SW             PIC X     VALUE 'N'.
001170     88  EX10-RTACCM1-OPEN                      VALUE 'Y'.
001180 77  EX10-RTAML01-OPEN-SW             PIC X     VALUE 'N'.
001190     88  EX10-RTAML01-OPEN                      VALUE 'Y'.
001200 77  EX10-RTAMJ01-OPEN-SW             PIC X     VALUE 'N'.
001210     88  EX10-RTAMJ01-OPEN                      VALUE 'Y'.
001220 77  EX10-RTSTS01-OPEN-SW             PIC X     VALUE 'N'.
001230     88  EX10-RTSTS01-OPEN                      VALUE 'Y'.
001240
001250*****************************************************************
001260* COUNTERS AND WORK AREAS.
001270*****************************************************************
001280 77  EX10-ACCM-STATUS        PIC X(02) VALUE SPACES.
001290 77  EX10-CARD-READ-COUNT    PIC 9(09) COMP VALUE ZERO.
001300 77  EX10-ADDED-COUNT        PIC 9(09) COMP VALUE ZERO.
001310 77  EX10-CHANGED-COUNT      PIC 9(09) COMP VALUE ZERO.
001320 77  EX10-CLOSED-COUNT       PIC 9(09) COMP VALUE ZERO.
001330 77  EX10-BLOCKED-COUNT      PIC 9(09) COMP VALUE ZERO.
001340 77  EX10-REOPENED-COUNT     PIC 9(09) COMP VALUE ZERO.
001350 77  EX10-REJECT-COUNT       PIC 9(09) COMP VALUE ZERO.
001360 77  EX10-RATE-COUNT         PIC 9(04) COMP VALUE ZERO.
001370 77  EX10-RATE-MAX           PIC 9(04) COMP VALUE 200.
001380 77  EX10-RATE-SUB           PIC 9(04) COMP VALUE ZERO.
001390 77  EX10-OLD-CUR-CD         PIC X(03) VALUE SPACES.
001400 77  EX10-OLD-STATUS-CD      PIC X(01) VALUE SPACES.
001410 77  EX10-REJ-REASON         PIC X(40) VALUE SPACES.
001420 77  EX10-REJ-REASON-CD      PIC X(04) VALUE SPACES.
001430 77  EX10-RUN-DATE           PIC X(08) VALUE SPACES.
001440
001450 01  EX10-TIMESTAMP-WORK.
001460     05  EX10-TS-DATE                PIC X(08).
001470     05  EX10-TS-TIME                PIC X(08).
001480     05  FILLER                      PIC X(10) VALUE SPACES.
001490
001500*****************************************************************
001510* THE CURRENCIES RTRATE1 CARRIES A RATE FOR, LOADED AT START-UP.
001520* AN ACCOUNT MAY ONLY BE AUTHORIZED FOR ONE OF THESE - A
001530* CURRENCY WITHOUT A RATE COULD NEVER BE CONVERTED TO THE EUR
001540* CONTROL TOTALS, SO EVERY POSTING TO THE ACCOUNT WOULD STOP
001550* THE MATCH PASS.  SIZED LIKE THE EX01 RATE TABLE.
001560*****************************************************************
001570 01  EX10-RATE-TABLE.
001580     05  EX10-RATE-CD OCCURS 200 TIMES
001590                                     PIC X(03).
001600
001610 PROCEDURE DIVISION.
001620
001630*****************************************************************
001640* 0000-MAINLINE - OVERALL CONTROL FLOW.
001650*****************************************************************
001660 0000-MAINLINE SECTION.
001670 0000-START.
001680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001690     PERFORM 5000-MAINTAIN-MASTER THRU 5000-EXIT.
001700     PERFORM 7500-WRITE-RUN-COUNTS THRU 7500-EXIT.
001710     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001720     STOP RUN.
001730 0000-EXIT.
001740     EXIT.
001750
001760*****************************************************************
001770* 1000-INITIALIZE - RECORD THE START ON THE RUN LEDGER, LOAD THE
001780* RATED CURRENCIES AND OPEN THE MASTER FOR UPDATE.  THE CHANGE
001790* LOG IS OPENED EXTEND SO THE HISTORY ACCUMULATES ACROSS RUNS
001800* THE WAY THE AUDIT TRAIL DOES.
001810*****************************************************************
001820 1000-INITIALIZE SECTION.
001830 1000-INITIALIZE-PARA.
001840     ACCEPT EX10-RUN-DATE FROM DATE YYYYMMDD.
001850     PERFORM 1800-WRITE-LEDGER-START THRU 1800-EXIT.
001860     PERFORM 1300-LOAD-RATE-CURRENCIES THRU 1300-EXIT.
001870     OPEN I-O RTACCM1.
001880     IF EX10-ACCM-STATUS NOT = '00'
001890         GO TO 9200-ACCM-FILE-ERROR
001900     END-IF.
001910     MOVE 'Y' TO EX10-RTACCM1-OPEN-SW.
001920     OPEN INPUT RTAMC01.
001930     MOVE 'Y' TO EX10-RTAMC01-OPEN-SW.
001940     OPEN EXTEND RTAML01.
001950     MOVE 'Y' TO EX10-RTAML01-OPEN-SW.
001960     OPEN OUTPUT RTAMJ01.
001970     MOVE 'Y' TO EX10-RTAMJ01-OPEN-SW.
001980 1000-EXIT.
001990     EXIT.
002000
002010 1300-LOAD-RATE-CURRENCIES.
002020     OPEN INPUT RTRATE1.
002030     MOVE 'Y' TO EX10-RTRATE1-OPEN-SW.
002040     PERFORM 1310-LOAD-ONE-RATE THRU 1310-EXIT
002050         UNTIL EX10-RATE-EOF.
002060     CLOSE RTRATE1.
002070     MOVE 'N' TO EX10-RTRATE1-OPEN-SW.
002080     DISPLAY 'EX10 - RATED CURRENCIES LOADED = ' EX10-RATE-COUNT.
002090     IF EX10-RATE-COUNT = ZERO
002100         DISPLAY 'EX10 - EXCHANGE-RATE FILE IS EMPTY, '
002110                 'RUN TERMINATED'
002120         MOVE 12 TO RETURN-CODE
002130         PERFORM 8000-TERMINATE THRU 8000-EXIT
002140         STOP RUN
002150     END-IF.
002160 1300-EXIT.
002170     EXIT.
002180
002190 1310-LOAD-ONE-RATE.
002200     READ RTRATE1
002210         AT END
002220             SET EX10-RATE-EOF TO TRUE
002230         NOT AT END
002240             IF EX10-RATE-COUNT NOT < EX10-RATE-MAX
002250                 GO TO 9400-RATE-TABLE-FULL
002260             END-IF
002270             ADD 1 TO EX10-RATE-COUNT
002280             MOVE RATE-CUR_CD TO EX10-RATE-CD (EX10-RATE-COUNT)
002290     END-READ.
002300 1310-EXIT.
002310     EXIT.
002320
002330*****************************************************************
002340* 1800-WRITE-LEDGER-START - RECORD ON THE RTSTS01 RUN LEDGER
002350* THAT THE MAINTENANCE RUN HAS STARTED.  THE END RECORD IS
002360* WRITTEN BY 8100-WRITE-LEDGER-END ON EVERY PATH OUT OF THE
002370* PROGRAM.
002380*****************************************************************
002390 1800-WRITE-LEDGER-START.
002400     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
002410     MOVE 'S' TO STS-EVENT-CD.
002420     OPEN EXTEND RTSTS01.
002430     MOVE 'Y' TO EX10-RTSTS01-OPEN-SW.
002440     WRITE RTSTS01-RECORD.
002450     CLOSE RTSTS01.
002460     MOVE 'N' TO EX10-RTSTS01-OPEN-SW.
002470     SET EX10-LDG-STARTED TO TRUE.
002480 1800-EXIT.
002490     EXIT.
002500
002510 1810-BUILD-LEDGER-RECORD.
002520     MOVE SPACES TO RTSTS01-RECORD.
002530     MOVE EX10-RUN-DATE TO STS-BUS-DATE.
002540     MOVE ZERO          TO STS-CYCLE-NO.
002550     MOVE 'EX10'        TO STS-PROGRAM-ID.
002560     ACCEPT STS-EVENT-DATE FROM DATE YYYYMMDD.
002570     ACCEPT STS-EVENT-TIME FROM TIME.
002580     MOVE ZERO TO STS-RETURN-CD
002590                  STS-READ-COUNT
002600                  STS-WRITTEN-COUNT
002610                  STS-EXCEPTION-COUNT.
002620 1810-EXIT.
002630     EXIT.
002640
002650*****************************************************************
002660* 5000-MAINTAIN-MASTER - ONE CARD AT A TIME, IN THE ORDER
002670* PRESENTED.  EACH CARD IS EDITED AGAINST THE MASTER AS IT
002680* STANDS AFTER EVERY EARLIER CARD, SO AN ADD FOLLOWED BY A BLOCK
002690* OF THE SAME ACCOUNT IN ONE RUN BEHAVES AS IT WOULD ACROSS TWO.
002700*****************************************************************
002710 5000-MAINTAIN-MASTER SECTION.
002720 5000-MAINTAIN-PARA.
002730     PERFORM 5010-READ-ONE-CARD THRU 5010-EXIT.
002740     PERFORM 5100-APPLY-ONE-CARD THRU 5100-EXIT
002750         UNTIL EX10-CARD-EOF.
002760     CLOSE RTAMC01.
002770     MOVE 'N' TO EX10-RTAMC01-OPEN-SW.
002780 5000-EXIT.
002790     EXIT.
002800
002810 5010-READ-ONE-CARD.
002820     READ RTAMC01
002830         AT END
002840             SET EX10-CARD-EOF TO TRUE
002850         NOT AT END
002860             ADD 1 TO EX10-CARD-READ-COUNT
002870     END-READ.
002880 5010-EXIT.
002890     EXIT.
002900
002910*****************************************************************
002920* 5100-APPLY-ONE-CARD - THE CARD-LEVEL EDITS FIRST, THEN THE
002930* MASTER LOOKUP, THEN THE ACTION-SPECIFIC EDITS AND UPDATE.  THE
002940* FIRST FAILING EDIT NAMES THE REJECT REASON.
002950*****************************************************************
002960 5100-APPLY-ONE-CARD.
002970     MOVE SPACES TO EX10-OLD-CUR-CD.
002980     MOVE SPACES TO EX10-OLD-STATUS-CD.
002990     IF AMC-ACTION-CD NOT = 'A' AND NOT = 'U' AND NOT = 'C'
003000             AND NOT = 'B' AND NOT = 'R'
003010         MOVE 'ACTION CODE INVALID' TO EX10-REJ-REASON
003020         MOVE 'MC01' TO EX10-REJ-REASON-CD
003030         PERFORM 5900-WRITE-REJECT THRU 5900-EXIT
003040         GO TO 5100-NEXT
003050     END-IF.
003060     IF AMC-REK_ID = SPACES
003070         MOVE 'ACCOUNT ID MISSING' TO EX10-REJ-REASON
003080         MOVE 'MC02' TO EX10-REJ-REASON-CD
003090         PERFORM 5900-WRITE-REJECT THRU 5900-EXIT
003100         GO TO 5100-NEXT
003110     END-IF.
003120     IF AMC-USER-ID = SPACES
003130         MOVE 'AUTHORIZING USER ID MISSING' TO EX10-REJ-REASON
003140         MOVE 'MC03' TO EX10-REJ-REASON-CD
003150         PERFORM 5900-WRITE-REJECT THRU 5900-EXIT
003160         GO TO 5100-NEXT
003170     END-IF.
003180     PERFORM 5150-READ-MASTER THRU 5150-EXIT.
003190     EVALUATE AMC-ACTION-CD
003200         WHEN 'A'
003210             PERFORM 5200-ADD-ACCOUNT THRU 5200-EXIT
003220         WHEN 'U'
003230             PERFORM 5300-CHANGE-CURRENCY THRU 5300-EXIT
003240         WHEN 'C'
003250             PERFORM 5400-CLOSE-ACCOUNT THRU 5400-EXIT
003260         WHEN 'B'
003270             PERFORM 5500-BLOCK-ACCOUNT THRU 5500-EXIT
003280         WHEN 'R'
003290             PERFORM 5600-REOPEN-ACCOUNT THRU 5600-EXIT
003300     END-EVALUATE.
003310 5100-NEXT.
003320     PERFORM 5010-READ-ONE-CARD THRU 5010-EXIT.
003330 5100-EXIT.
003340     EXIT.
003350
003360*****************************************************************
003370* 5150-READ-MASTER - LOOK THE ACCOUNT UP AND KEEP ITS BEFORE
003380* IMAGE FOR THE CHANGE LOG.  NOT FOUND IS AN ANSWER, NOT AN
003390* ERROR; ANY OTHER BAD STATUS IS.
003400*****************************************************************
003410 5150-READ-MASTER.
003420     MOVE 'N' TO EX10-ON-MASTER-SW.
003430     MOVE AMC-REK_ID TO ACC-REK_ID.
003440     READ RTACCM1
003450         INVALID KEY
003460             CONTINUE
003470         NOT INVALID KEY
003480             SET EX10-ON-MASTER TO TRUE
003490             MOVE ACC-CUR_CD    TO EX10-OLD-CUR-CD
003500             MOVE ACC-STATUS-CD TO EX10-OLD-STATUS-CD
003510     END-READ.
003520     IF EX10-ACCM-STATUS NOT = '00'
003530             AND EX10-ACCM-STATUS NOT = '23'
003540         GO TO 9300-ACCM-IO-ERROR
003550     END-IF.
003560 5150-EXIT.
003570     EXIT.
003580
003590*****************************************************************
003600* 5160-CHECK-CURRENCY - THE CARD'S CURRENCY MUST BE ONE RTRATE1
003610* CARRIES A RATE FOR.
003620*****************************************************************
003630 5160-CHECK-CURRENCY.
003640     MOVE 'N' TO EX10-RATE-FOUND-SW.
003650     IF AMC-CUR_CD = SPACES
003660         GO TO 5160-EXIT
003670     END-IF.
003680     PERFORM 5165-TEST-ONE-RATE THRU 5165-EXIT
003690         VARYING EX10-RATE-SUB FROM 1 BY 1
003700         UNTIL EX10-RATE-SUB > EX10-RATE-COUNT
003710            OR EX10-RATE-FOUND.
003720 5160-EXIT.
003730     EXIT.
003740
003750 5165-TEST-ONE-RATE.
003760     IF EX10-RATE-CD (EX10-RATE-SUB) = AMC-CUR_CD
003770         SET EX10-RATE-FOUND TO TRUE
003780     END-IF.
003790 5165-EXIT.
003800     EXIT.
003810
003820*****************************************************************
003830* 5200-ADD-ACCOUNT - A NEW ACCOUNT OPENS IN THE CARD'S CURRENCY.
003840* AN ACCOUNT ALREADY ON THE MASTER, WHATEVER ITS STATUS, CANNOT
003850* BE ADDED AGAIN - A CLOSED ONE COMES BACK WITH A REOPEN CARD.
003860*****************************************************************
003870 5200-ADD-ACCOUNT.
003880     IF EX10-ON-MASTER
003890         MOVE 'ADD FOR ACCOUNT ALREADY ON MASTER'
003900             TO EX10-REJ-REASON
003910         MOVE 'MC04' TO EX10-REJ-REASON-CD
003920         PERFORM 5900-WRITE-REJECT THRU 5900-EXIT
003930         GO TO 5200-EXIT
003940     END-IF.
003950     PERFORM 5160-CHECK-CURRENCY THRU 5160-EXIT.
003960     IF NOT EX10-RATE-FOUND
003970         MOVE 'CURRENCY MISSING OR HAS NO RATE'
003980             TO EX10-REJ-REASON
003990         MOVE 'MC06' TO EX10-REJ-REASON-CD
004000         PERFORM 5900-WRITE-REJECT THRU 5900-EXIT
004010         GO TO 5200-EXIT
004020     END-IF.
004030     MOVE SPACES     TO RTACCM1-RECORD.
004040     MOVE AMC-REK_ID TO ACC-REK_ID.
004050     MOVE AMC-CUR_CD TO ACC-CUR_CD.
004060     MOVE 'O'        TO ACC-STATUS-CD.
004070     WRITE RTACCM1-RECORD
004080         INVALID KEY
004090             GO TO 9300-ACCM-IO-ERROR
004100     END-WRITE.
004110     PERFORM 5800-WRITE-CHANGE-LOG THRU 5800-EXIT.
004120     ADD 1 TO EX10-ADDED-COUNT.
004130 5200-EXIT.
004140     EXIT.
004150
004160*****************************************************************
004170* 5300-CHANGE-CURRENCY - RE-AUTHORIZE AN OPEN OR BLOCKED ACCOUNT
004180* FOR ANOTHER RATED CURRENCY.  A CLOSED ACCOUNT IS REOPENED
004190* FIRST, SO THE LOG SHOWS THE TWO DECISIONS SEPARATELY.
004200*****************************************************************
004210 5300-CHANGE-CURRENCY.
004220     IF NOT EX10-ON-MASTER
004230         MOVE 'ACCOUNT NOT ON MASTER' TO EX10-REJ-REASON
004240         MOVE 'MC05' TO EX10-REJ-REASON-CD
004250         PERFORM 5900-WRITE-REJECT THRU 5900-EXIT
004260         GO TO 5300-EXIT
004270     END-IF.
004280     IF ACC-STATUS-CD = 'C'
004290         MOVE 'ACCOUNT ALREADY CLOSED' TO EX10-REJ-REASON
004300         MOVE 'MC07' TO EX10-REJ-REASON-CD
004310         PERFORM 5900-WRITE-REJECT THRU 5900-EXIT
004320         GO TO 5300-EXIT
004330     END-IF.
004340     PERFORM 5160-CHECK-CURRENCY THRU 5160-EXIT.
004350     IF NOT EX10-RATE-FOUND
004360         MOVE 'CURRENCY MISSING OR HAS NO RATE'
004370             TO EX10-REJ-REASON
004380         MOVE 'MC06' TO EX10-REJ-REASON-CD
004390         PERFORM 5900-WRITE-REJECT THRU 5900-EXIT
004400         GO TO 5300-EXIT
004410     END-IF.
004420     IF AMC-CUR_CD = ACC-CUR_CD
004430         MOVE 'CURRENCY ALREADY AUTHORIZED' TO EX10-REJ-REASON
004440         MOVE 'MC10' TO EX10-REJ-REASON-CD
004450         PERFORM 5900-WRITE-REJECT THRU 5900-EXIT
004460         GO TO 5300-EXIT
004470     END-IF.
004480     MOVE AMC-CUR_CD TO ACC-CUR_CD.
004490     PERFORM 5700-REWRITE-MASTER THRU 5700-EXIT.
004500     PERFORM 5800-WRITE-CHANGE-LOG THRU 5800-EXIT.
004510     ADD 1 TO EX10-CHANGED-COUNT.
004520 5300-EXIT.
004530     EXIT.
004540
004550 5400-CLOSE-ACCOUNT.
004560     IF NOT EX10-ON-MASTER
004570         MOVE 'ACCOUNT NOT ON MASTER' TO EX10-REJ-REASON
004580         MOVE 'MC05' TO EX10-REJ-REASON-CD
004590         PERFORM 5900-WRITE-REJECT THRU 5900-EXIT
004600         GO TO 5400-EXIT
004610     END-IF.
004620     IF ACC-STATUS-CD = 'C'
004630         MOVE 'ACCOUNT ALREADY CLOSED' TO EX10-REJ-REASON
004640         MOVE 'MC07' TO EX10-REJ-REASON-CD
004650         PERFORM 5900-WRITE-REJECT THRU 5900-EXIT
004660         GO TO 5400-EXIT
004670     END-IF.
004680     MOVE 'C' TO ACC-STATUS-CD.
004690     PERFORM 5700-REWRITE-MASTER THRU 5700-EXIT.
004700     PERFORM 5800-WRITE-CHANGE-LOG THRU 5800-EXIT.
004710     ADD 1 TO EX10-CLOSED-COUNT.
004720 5400-EXIT.
004730     EXIT.
004740
004750 5500-BLOCK-ACCOUNT.
004760     IF NOT EX10-ON-MASTER
004770         MOVE 'ACCOUNT NOT ON MASTER' TO EX10-REJ-REASON
004780         MOVE 'MC05' TO EX10-REJ-REASON-CD
004790         PERFORM 5900-WRITE-REJECT THRU 5900-EXIT
004800         GO TO 5500-EXIT
004810     END-IF.
004820     IF ACC-STATUS-CD = 'C'
004830         MOVE 'ACCOUNT ALREADY CLOSED' TO EX10-REJ-REASON
004840         MOVE 'MC07' TO EX10-REJ-REASON-CD
004850         PERFORM 5900-WRITE-REJECT THRU 5900-EXIT
004860         GO TO 5500-EXIT
004870     END-IF.
004880     IF ACC-STATUS-CD = 'B'
004890         MOVE 'ACCOUNT ALREADY BLOCKED' TO EX10-REJ-REASON
004900         MOVE 'MC08' TO EX10-REJ-REASON-CD
004910         PERFORM 5900-WRITE-REJECT THRU 5900-EXIT
004920         GO TO 5500-EXIT
004930     END-IF.
004940     MOVE 'B' TO ACC-STATUS-CD.
004950     PERFORM 5700-REWRITE-MASTER THRU 5700-EXIT.
004960     PERFORM 5800-WRITE-CHANGE-LOG THRU 5800-EXIT.
004970     ADD 1 TO EX10-BLOCKED-COUNT.
004980 5500-EXIT.
004990     EXIT.
005000
005010*****************************************************************
005020* 5600-REOPEN-ACCOUNT - ONLY AN ACCOUNT THAT WAS OPENED AND HAS
005030* SINCE BEEN CLOSED OR BLOCKED CAN BE REOPENED.  ONE THAT WAS
005040* NEVER ON THE MASTER NEEDS AN ADD CARD, SO THE CURRENCY EDIT IS
005050* NOT BYPASSED.
005060*****************************************************************
005070 5600-REOPEN-ACCOUNT.
005080     IF NOT EX10-ON-MASTER
005090         MOVE 'REOPEN OF AN ACCOUNT NEVER OPENED'
005100             TO EX10-REJ-REASON
005110         MOVE 'MC05' TO EX10-REJ-REASON-CD
005120         PERFORM 5900-WRITE-REJECT THRU 5900-EXIT
005130         GO TO 5600-EXIT
005140     END-IF.
005150     IF ACC-STATUS-CD NOT = 'C' AND ACC-STATUS-CD NOT = 'B'
005160         MOVE 'REOPEN OF ACCOUNT NOT CLOSED OR BLOCKED'
005170             TO EX10-REJ-REASON
005180         MOVE 'MC09' TO EX10-REJ-REASON-CD
005190         PERFORM 5900-WRITE-REJECT THRU 5900-EXIT
005200         GO TO 5600-EXIT
005210     END-IF.
005220     MOVE 'O' TO ACC-STATUS-CD.
005230     PERFORM 5700-REWRITE-MASTER THRU 5700-EXIT.
005240     PERFORM 5800-WRITE-CHANGE-LOG THRU 5800-EXIT.
005250     ADD 1 TO EX10-REOPENED-COUNT.
005260 5600-EXIT.
005270     EXIT.
005280
005290 5700-REWRITE-MASTER.
005300     REWRITE RTACCM1-RECORD
005310         INVALID KEY
005320             GO TO 9300-ACCM-IO-ERROR
005330     END-REWRITE.
005340 5700-EXIT.
005350     EXIT.
005360
005370*****************************************************************
005380* 5800-WRITE-CHANGE-LOG - EVERY APPLIED CARD GOES ON RTAML01
005390* WITH THE MASTER'S BEFORE AND AFTER CURRENCY AND STATUS, THE
005400* AUTHORIZING USER AND A TIMESTAMP.
005410*****************************************************************
005420 5800-WRITE-CHANGE-LOG.
005430     MOVE SPACES             TO RTAML01-RECORD.
005440     MOVE AMC-REK_ID         TO AML-REK_ID.
005450     MOVE AMC-ACTION-CD      TO AML-ACTION-CD.
005460     MOVE EX10-OLD-CUR-CD    TO AML-OLD-CUR_CD.
005470     MOVE EX10-OLD-STATUS-CD TO AML-OLD-STATUS-CD.
005480     MOVE ACC-CUR_CD         TO AML-NEW-CUR_CD.
005490     MOVE ACC-STATUS-CD      TO AML-NEW-STATUS-CD.
005500     MOVE AMC-USER-ID        TO AML-USER-ID.
005510     PERFORM 5810-BUILD-TIMESTAMP THRU 5810-EXIT.
005520     MOVE EX10-TIMESTAMP-WORK TO AML-TIMESTAMP.
005530     WRITE RTAML01-RECORD.
005540 5800-EXIT.
005550     EXIT.
005560
005570 5810-BUILD-TIMESTAMP.
005580     MOVE SPACES TO EX10-TIMESTAMP-WORK.
005590     ACCEPT EX10-TS-DATE FROM DATE YYYYMMDD.
005600     ACCEPT EX10-TS-TIME FROM TIME.
005610 5810-EXIT.
005620     EXIT.
005630
005640*****************************************************************
005650* 5900-WRITE-REJECT - COMMON TAIL FOR THE CARD EDITS.  THE CALLER
005660* HAS FILLED EX10-REJ-REASON AND EX10-REJ-REASON-CD; THE CARD AS
005670* PRESENTED AND THE STATUS THE MASTER HELD ARE ADDED HERE.
005680*****************************************************************
005690 5900-WRITE-REJECT.
005700     MOVE SPACES             TO RTAMJ01-RECORD.
005710     MOVE AMC-REK_ID         TO AMJ-REK_ID.
005720     MOVE AMC-ACTION-CD      TO AMJ-ACTION-CD.
005730     MOVE AMC-CUR_CD         TO AMJ-CUR_CD.
005740     MOVE AMC-USER-ID        TO AMJ-USER-ID.
005750     MOVE EX10-OLD-STATUS-CD TO AMJ-MASTER-STATUS-CD.
005760     MOVE EX10-REJ-REASON    TO AMJ-REASON.
005770     MOVE EX10-REJ-REASON-CD TO AMJ-REASON-CD.
005780     WRITE RTAMJ01-RECORD.
005790     ADD 1 TO EX10-REJECT-COUNT.
005800 5900-EXIT.
005810     EXIT.
005820
005830*****************************************************************
005840* 7500-WRITE-RUN-COUNTS - THE CONSOLE SIGN-OFF.  ANY REJECTED
005850* CARD ENDS THE RUN WITH RETURN CODE 4, THE WAY EX05 AND EX06
005860* NOTIFY OPERATIONS, SO THE REJECT FILE GETS LOOKED AT.
005870*****************************************************************
005880 7500-WRITE-RUN-COUNTS SECTION.
005890 7500-WRITE-COUNTS-PARA.
005900     DISPLAY 'EX10 - MAINTENANCE CARDS READ  = '
005910             EX10-CARD-READ-COUNT.
005920     DISPLAY 'EX10 - ACCOUNTS ADDED          = '
005930             EX10-ADDED-COUNT.
005940     DISPLAY 'EX10 - CURRENCIES CHANGED      = '
005950             EX10-CHANGED-COUNT.
005960     DISPLAY 'EX10 - ACCOUNTS CLOSED         = '
005970             EX10-CLOSED-COUNT.
005980     DISPLAY 'EX10 - ACCOUNTS BLOCKED        = '
005990             EX10-BLOCKED-COUNT.
006000     DISPLAY 'EX10 - ACCOUNTS REOPENED       = '
006010             EX10-REOPENED-COUNT.
006020     DISPLAY 'EX10 - CARDS REJECTED          = '
006030             EX10-REJECT-COUNT.
006040     IF EX10-REJECT-COUNT > ZERO
006050             AND RETURN-CODE = ZERO
006060         MOVE 4 TO RETURN-CODE
006070     END-IF.
006080 7500-EXIT.
006090     EXIT.
006100
006110*****************************************************************
006120* 8000-TERMINATE - CLOSE EVERYTHING STILL OPEN AND CLOSE OFF THE
006130* RUN'S LEDGER ENTRY.
006140*****************************************************************
006150 8000-TERMINATE SECTION.
006160 8000-TERMINATE-PARA.
006170     IF EX10-RTAMC01-OPEN
006180         CLOSE RTAMC01
006190     END-IF.
006200     IF EX10-RTRATE1-OPEN
006210         CLOSE RTRATE1
006220     END-IF.
006230     IF EX10-RTACCM1-OPEN
006240         CLOSE RTACCM1
006250     END-IF.
006260     IF EX10-RTAML01-OPEN
006270         CLOSE RTAML01
006280     END-IF.
006290     IF EX10-RTAMJ01-OPEN
006300         CLOSE RTAMJ01
006310     END-IF.
006320     IF EX10-RTSTS01-OPEN
006330         CLOSE RTSTS01
006340     END-IF.
006350     PERFORM 8100-WRITE-LEDGER-END THRU 8100-EXIT.
006360 8000-EXIT.
006370     EXIT.
006380
006390*****************************************************************
006400* 8100-WRITE-LEDGER-END - CLOSE OFF THE RUN'S LEDGER ENTRY WITH
006410* ITS RETURN CODE, COUNTS AND OUTCOME.
006420*****************************************************************
006430 8100-WRITE-LEDGER-END.
006440     IF NOT EX10-LDG-STARTED
006450         GO TO 8100-EXIT
006460     END-IF.
006470     MOVE 'N' TO EX10-LDG-START-SW.
006480     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
006490     MOVE 'E' TO STS-EVENT-CD.
006500     MOVE RETURN-CODE TO STS-RETURN-CD.
006510     EVALUATE TRUE
006520         WHEN RETURN-CODE = ZERO
006530             MOVE 'C' TO STS-STATUS-CD
006540         WHEN RETURN-CODE NOT > 4
006550             MOVE 'W' TO STS-STATUS-CD
006560         WHEN OTHER
006570             MOVE 'F' TO STS-STATUS-CD
006580     END-EVALUATE.
006590     MOVE EX10-CARD-READ-COUNT TO STS-READ-COUNT.
006600     COMPUTE STS-WRITTEN-COUNT = EX10-ADDED-COUNT
006610                               + EX10-CHANGED-COUNT
006620                               + EX10-CLOSED-COUNT
006630                               + EX10-BLOCKED-COUNT
006640                               + EX10-REOPENED-COUNT.
006650     MOVE EX10-REJECT-COUNT TO STS-EXCEPTION-COUNT.
006660     OPEN EXTEND RTSTS01.
006670     WRITE RTSTS01-RECORD.
006680     CLOSE RTSTS01.
006690 8100-EXIT.
006700     EXIT.
006710
006720*****************************************************************
006730* 9000-ERROR-PARAGRAPHS - FATAL ERROR HANDLING, EACH WITH ITS
006740* OWN RETURN CODE, THE SAME WAY EX01 HANDLES ITS FATAL ERRORS.
006750*****************************************************************
006760 9000-ERROR-PARAGRAPHS SECTION.
006770 9200-ACCM-FILE-ERROR.
006780     DISPLAY 'EX10 - RTACCM1 OPEN ERROR, FILE STATUS = '
006790             EX10-ACCM-STATUS.
006800     MOVE 24 TO RETURN-CODE.
006810     PERFORM 8000-TERMINATE THRU 8000-EXIT.
006820     STOP RUN.
006830 9200-EXIT.
006840     EXIT.
006850
006860 9300-ACCM-IO-ERROR.
006870     DISPLAY 'EX10 - RTACCM1 I-O ERROR ON ' AMC-REK_ID
006880             ', FILE STATUS = ' EX10-ACCM-STATUS.
006890     MOVE 28 TO RETURN-CODE.
006900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
006910     STOP RUN.
006920 9300-EXIT.
006930     EXIT.
006940
006950 9400-RATE-TABLE-FULL.
006960     DISPLAY 'EX10 - RATE TABLE IS FULL, CANNOT ADD '
006970             RATE-CUR_CD.
006980     MOVE 32 TO RETURN-CODE.
006990     PERFORM 8000-TERMINATE THRU 8000-EXIT.
007000     STOP RUN.
007010 9400-EXIT.
007020     EXIT.
