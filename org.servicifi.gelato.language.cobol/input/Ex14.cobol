000010*****************************************************************
000020* PROGRAM-ID.  EX14.
000030* AUTHOR.      M V HALEN.
000040* INSTALLATION. SERVICIFI GELATO - RECONCILIATION AND SETTLEMENT.
000050* DATE-WRITTEN. 2026-10-15.
000060*
000070* EX14 IS THE FOUR-EYES RELEASE PASS.  EX01 NO LONGER POSTS A
000080* MATCHED ITEM WHOSE POSTING EXCEEDS ITS RTHLD01 THRESHOLD - IT
000090* WRITES THE ITEM TO ITS RTPNDO PENDING FILE INSTEAD.  EX14 SORTS
000100* THE PENDING ITEMS (THE LAST CARRY-FORWARD FROM EX14 PLUS EVERY
000110* EX01 CYCLE'S NEW ONES, CONCATENATED AS RTPNDI) INTO KEY ORDER
000120* AND MERGES THEM AGAINST A DECISION-CARD FILE (RTAPR01) AND THE
000130* SUSPENSE CARRY-FORWARD.  AN APPROVED ITEM IS HANDED BACK TO
000140* THE NEXT EX01 CYCLE THROUGH RTSUSPO, MARKED SO IT POSTS
000150* WITHOUT BEING HELD AGAIN; A REJECTED ONE GOES TO RTSUSPO
000160* MARKED SO EX01 CARRIES IT UNMATCHED UNTIL EX06 RESOLVES IT.
000170* AN APPROVAL FROM THE USER WHO LOADED THE THRESHOLD, OR FROM NO
000180* USER AT ALL, IS REFUSED.  EVERY CARD IS LOGGED ON RTAPL01 WITH
000190* WHO AND WHEN, THE WAY EX06 LOGS ON RTSMA01.  ITEMS STILL
000200* AWAITING A DECISION ARE CARRIED FORWARD ON RTPNDO.
000210*
000220* EX14 RUNS BETWEEN EX01 CYCLES IN THE SUSPENSE CHAIN, THE SAME
000230* WAY EX06 DOES - ITS RTSUSPO IS THE NEXT EX01 CYCLE'S RTSUSPI.
000240*
000250* MODIFICATION HISTORY.
000260*   2026-10-15  MVH  ORIGINAL VERSION.
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. EX14.
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
000430     SELECT RTPNDI ASSIGN TO RTPNDI
000440         ORGANIZATION IS SEQUENTIAL.
000450
000460     SELECT RTPNDO ASSIGN TO RTPNDO
000470         ORGANIZATION IS SEQUENTIAL.
000480
000490     SELECT RTAPR01 ASSIGN TO RTAPR01
000500         ORGANIZATION IS SEQUENTIAL.
000510
000520     SELECT RTAPL01 ASSIGN TO RTAPL01
000530         ORGANIZATION IS SEQUENTIAL.
000540
000550     SELECT RTSUSPI ASSIGN TO RTSUSPI
000560         ORGANIZATION IS SEQUENTIAL.
000570
000580     SELECT RTSUSPO ASSIGN TO RTSUSPO
000590         ORGANIZATION IS SEQUENTIAL.
000600
000610     SELECT RTSTS01 ASSIGN TO RTSTS01
000620         ORGANIZATION IS SEQUENTIAL.
000630
000640     SELECT SORTWK01 ASSIGN TO SORTWK01.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680
000690 FD  RTPNDI
000700     LABEL RECORDS ARE STANDARD.
000710     COPY RTPND01 REPLACING
000720         ==RTPND01-RECORD==     BY ==RTPNDI-RECORD==
000730         ==PND-REK_ID==         BY ==PNDI-REK_ID==
000740         ==PND-VAL_DAT==        BY ==PNDI-VAL_DAT==
000750         ==PND-CUR_CD==         BY ==PNDI-CUR_CD==
000760         ==PND-AGE-DAYS==       BY ==PNDI-AGE-DAYS==
000770         ==PND-FEED-ENTRY==     BY ==PNDI-FEED-ENTRY==
000780         ==PND-FEED-PRESENT-SW== BY ==PNDI-FEED-PRESENT-SW==
000790         ==PND-DB_BEDR==        BY ==PNDI-DB_BEDR==
000800         ==PND-CR_BEDR==        BY ==PNDI-CR_BEDR==
000810         ==PND-POST-DB_BEDR==   BY ==PNDI-POST-DB_BEDR==
000820         ==PND-POST-CR_BEDR==   BY ==PNDI-POST-CR_BEDR==
000830         ==PND-SCOPE-CD==       BY ==PNDI-SCOPE-CD==
000840         ==PND-LIMIT-AMT==      BY ==PNDI-LIMIT-AMT==
000850         ==PND-LOADED-BY==      BY ==PNDI-LOADED-BY==
000860         ==PND-HELD-DATE==      BY ==PNDI-HELD-DATE==
000870         ==PND-CYCLE-NO==       BY ==PNDI-CYCLE-NO==.
000880
000890 FD  RTPNDO
000900     LABEL RECORDS ARE STANDARD.
000910     COPY RTPND01 REPLACING
000920         ==RTPND01-RECORD==     BY ==RTPNDO-RECORD==
000930         ==PND-REK_ID==         BY ==PNDO-REK_ID==
000940         ==PND-VAL_DAT==        BY ==PNDO-VAL_DAT==
000950         ==PND-CUR_CD==         BY ==PNDO-CUR_CD==
000960         ==PND-AGE-DAYS==       BY ==PNDO-AGE-DAYS==
000970         ==PND-FEED-ENTRY==     BY ==PNDO-FEED-ENTRY==
000980         ==PND-FEED-PRESENT-SW== BY ==PNDO-FEED-PRESENT-SW==
000990         ==PND-DB_BEDR==        BY ==PNDO-DB_BEDR==
001000         ==PND-CR_BEDR==        BY ==PNDO-CR_BEDR==
001010         ==PND-POST-DB_BEDR==   BY ==PNDO-POST-DB_BEDR==
001020         ==PND-POST-CR_BEDR==   BY ==PNDO-POST-CR_BEDR==
001030         ==PND-SCOPE-CD==       BY ==PNDO-SCOPE-CD==
001040         ==PND-LIMIT-AMT==      BY ==PNDO-LIMIT-AMT==
001050         ==PND-LOADED-BY==      BY ==PNDO-LOADED-BY==
001060         ==PND-HELD-DATE==      BY ==PNDO-HELD-DATE==
001070         ==PND-CYCLE-NO==       BY ==PNDO-CYCLE-NO==.
001080
001090 FD  RTAPR01
001100     LABEL RECORDS ARE STANDARD.
001110     COPY RTAPR01.
001120
001130 FD  RTAPL01
001140     LABEL RECORDS ARE STANDARD.
001150     COPY RTAPL01.
001160
001170 FD  RTSUSPI
001180     LABEL RECORDS ARE STANDARD.
001190     COPY RTSUSP1 REPLACING
001200         ==RTSUSP1-RECORD==     BY ==RTSUSPI-RECORD==
001210         ==SUSP-REK_ID==        BY ==SUSPI-REK_ID==
001220         ==SUSP-VAL_DAT==       BY ==SUSPI-VAL_DAT==
001230         ==SUSP-CUR_CD==        BY ==SUSPI-CUR_CD==
001240         ==SUSP-AGE-DAYS==      BY ==SUSPI-AGE-DAYS==
001250         ==SUSP-FEED-ENTRY==    BY ==SUSPI-FEED-ENTRY==
001260         ==SUSP-FEED-PRESENT-SW== BY ==SUSPI-FEED-PRESENT-SW==
001270         ==SUSP-DB_BEDR==       BY ==SUSPI-DB_BEDR==
001280         ==SUSP-CR_BEDR==       BY ==SUSPI-CR_BEDR==
001290         ==SUSP-HOLD-CD==       BY ==SUSPI-HOLD-CD==.
001300
001310 FD  RTSUSPO
001320     LABEL RECORDS ARE STANDARD.
001330     COPY RTSUSP1 REPLACING
001340         ==RTSUSP1-RECORD==     BY ==RTSUSPO-RECORD==
001350         ==SUSP-REK_ID==        BY ==SUSPO-REK_ID==
001360         ==SUSP-VAL_DAT==       BY ==SUSPO-VAL_DAT==
001370         ==SUSP-CUR_CD==        BY ==SUSPO-CUR_CD==
001380         ==SUSP-AGE-DAYS==      BY ==SUSPO-AGE-DAYS==
001390         ==SUSP-FEED-ENTRY==    BY ==SUSPO-FEED-ENTRY==
001400         ==SUSP-FEED-PRESENT-SW== BY ==SUSPO-FEED-PRESENT-SW==
001410         ==SUSP-DB_BEDR==       BY ==SUSPO-DB_BEDR==
001420         ==SUSP-CR_BEDR==       BY ==SUSPO-CR_BEDR==
001430         ==SUSP-HOLD-CD==       BY ==SUSPO-HOLD-CD==.
001440
001450 FD  RTSTS01
001460     LABEL RECORDS ARE STANDARD.
001470     COPY RTSTS01.
001480
001490 SD  SORTWK01.
001500     COPY RTPND01 REPLACING
001510         ==RTPND01-RECORD==     BY ==SRT-RECORD==
001520         ==PND-REK_ID==         BY ==SRT-REK_ID==
001530         ==PND-VAL_DAT==        BY ==SRT-VAL_DAT==
001540         ==PND-CUR_CD==         BY ==SRT-CUR_CD==
001550         ==PND-AGE-DAYS==       BY ==SRT-AGE-DAYS==
001560         ==PND-FEED-ENTRY==     BY ==SRT-FEED-ENTRY==
001570         ==PND-FEED-PRESENT-SW== BY ==SRT-FEED-PRESENT-SW==
001580         ==PND-DB_BEDR==        BY ==SRT-DB_BEDR==
001590         ==PND-CR_BEDR==        BY ==SRT-CR_BEDR==
001600         ==PND-POST-DB_BEDR==   BY ==SRT-POST-DB_BEDR==
001610         ==PND-POST-CR_BEDR==   BY ==SRT-POST-CR_BEDR==
001620         ==PND-SCOPE-CD==       BY ==SRT-SCOPE-CD==
001630         ==PND-LIMIT-AMT==      BY ==SRT-LIMIT-AMT==
001640         ==PND-LOADED-BY==      BY ==SRT-LOADED-BY==
001650         ==PND-HELD-DATE==      BY ==SRT-HELD-DATE==
001660         ==PND-CYCLE-NO==       BY ==SRT-CYCLE-NO==.
001670
001680 WORKING-STORAGE SECTION.
001690
001700*****************************************************************
001710* SWITCHES.
001720*****************************************************************
001730 77  EX14-PND-EOF-SW                 PIC X     VALUE 'N'.
001740     88  EX14-PND-EOF                          VALUE 'Y'.
001750 77  EX14-APR-EOF-SW                 PIC X     VALUE 'N'.
001760     88  EX14-APR-EOF                          VALUE 'Y'.
001770 77  EX14-SUSP-EOF-SW                PIC X     VALUE 'N'.
001780     88  EX14-SUSP-EOF                         VALUE 'Y'.
001790 77  EX14-LDG-START-SW               PIC X     VALUE 'N'.
001800     88  EX14-LDG-STARTED                      VALUE 'Y'.
001810
001820*****************************************************************
001830* FILE-OPEN INDICATORS.  8000-TERMINATE-PARA TESTS THESE SO IT
001840* CAN CLOSE DOWN WHATEVER IS STILL OPEN ON AN ABEND PATH WITHOUT
001850* ATTEMPTING TO CLOSE A FILE THAT WAS NEVER OPENED.
001860*****************************************************************
001870 77  EX14-RTPNDO-OPEN-SW              PIC X     VALUE 'N'.
001880     88  EX14-RTPNDO-OPEN                       VALUE 'Y'.
001890 77  EX14-RTAPR01-OPEN-SW             PIC X     VALUE 'N'.
001900     88  EX14-RTAPR01-OPEN                      VALUE 'Y'.
001910 77  EX14-RTAPL01-OPEN-SW             PIC X     VALUE 'N'.
001920     88  EX14-RTAPL01-OPEN                      VALUE 'Y'.
001930 77  EX14-RTSUSPI-OPEN-SW             PIC X     VALUE 'N'.
001940     88  EX14-RTSUSPI-OPEN                      VALUE 'Y'.
001950 77  EX14-RTSUSPO-OPEN-SW             PIC X     VALUE 'N'.
001960     88  EX14-RTSUSPO-OPEN                      VALUE 'Y'.
001970 77  EX14-RTSTS01-OPEN-SW             PIC X     VALUE 'N'.
001980     88  EX14-RTSTS01-OPEN                      VALUE 'Y'.
001990
002000*****************************************************************
002010* COUNTERS AND WORK AREAS.
002020*****************************************************************
002030 77  EX14-PND-READ-COUNT      PIC 9(09) COMP VALUE ZERO.
002040 77  EX14-APR-READ-COUNT      PIC 9(09) COMP VALUE ZERO.
002050 77  EX14-SUSP-READ-COUNT     PIC 9(09) COMP VALUE ZERO.
002060 77  EX14-PND-CARRIED-COUNT   PIC 9(09) COMP VALUE ZERO.
002070 77  EX14-APPROVED-COUNT      PIC 9(09) COMP VALUE ZERO.
002080 77  EX14-REJECTED-COUNT      PIC 9(09) COMP VALUE ZERO.
002090 77  EX14-REFUSED-COUNT       PIC 9(09) COMP VALUE ZERO.
002100 77  EX14-ORPHAN-COUNT        PIC 9(09) COMP VALUE ZERO.
002110 77  EX14-BADCARD-COUNT       PIC 9(09) COMP VALUE ZERO.
002120 77  EX14-SLOT-SUB            PIC 9(04) COMP VALUE ZERO.
002130 77  EX14-RESULT-CD           PIC X(01) VALUE SPACE.
002140 77  EX14-RUN-DATE            PIC X(08) VALUE SPACES.
002150
002160 01  EX14-TIMESTAMP-WORK.
002170     05  EX14-TS-DATE                PIC X(08).
002180     05  EX14-TS-TIME                PIC X(08).
002190     05  FILLER                      PIC X(10) VALUE SPACES.
002200
002210*****************************************************************
002220* MERGE KEYS.  A KEY OF HIGH-VALUES MEANS THAT INPUT HAS
002230* REACHED END OF FILE AND DROPS OUT OF THE COMPARISON, THE SAME
002240* CONVENTION THE EX01 MATCH PASS USES.  THE DECISION CARDS ARE
002250* REQUIRED TO ARRIVE IN STRICTLY ASCENDING KEY ORDER - AN
002260* OUT-OF-ORDER OR DUPLICATED CARD STOPS THE RUN, AS IN EX06.
002270*****************************************************************
002280 01  EX14-MERGE-KEYS.
002290     05  EX14-KEY-PN.
002300         10  EX14-KEY-PN-ID          PIC X(10).
002310         10  EX14-KEY-PN-DT          PIC X(08).
002320     05  EX14-KEY-AP.
002330         10  EX14-KEY-AP-ID          PIC X(10).
002340         10  EX14-KEY-AP-DT          PIC X(08).
002350     05  EX14-KEY-SU.
002360         10  EX14-KEY-SU-ID          PIC X(10).
002370         10  EX14-KEY-SU-DT          PIC X(08).
002380     05  EX14-PREV-AP-KEY            PIC X(18).
002390
002400 PROCEDURE DIVISION.
002410
002420*****************************************************************
002430* 0000-MAINLINE - OVERALL CONTROL FLOW.  THE SORT PUTS THE
002440* PENDING ITEMS INTO KEY ORDER AND ITS OUTPUT PROCEDURE MERGES
002450* THEM AGAINST THE DECISION CARDS AND THE SUSPENSE FILE.
002460*****************************************************************
002470 0000-MAINLINE SECTION.
002480 0000-START.
002490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002500     SORT SORTWK01
002510         ON ASCENDING KEY SRT-REK_ID
002520                          SRT-VAL_DAT
002530         USING RTPNDI
002540         OUTPUT PROCEDURE IS 3000-APPLY-DECISIONS THRU 3000-EXIT.
002550     PERFORM 7500-WRITE-RUN-COUNTS THRU 7500-EXIT.
002560     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002570     STOP RUN.
002580 0000-EXIT.
002590     EXIT.
002600
002610*****************************************************************
002620* 1000-INITIALIZE - RECORD THE START ON THE RUN LEDGER, OPEN
002630* THE CARDS, THE SUSPENSE FILES, THE PENDING CARRY-FORWARD AND
002640* THE DECISION LOG, AND PRIME THE CARD AND SUSPENSE SIDES OF
002650* THE MERGE.  THE PENDING SIDE IS PRIMED BY THE SORT OUTPUT
002660* PROCEDURE.  THE LOG IS OPENED EXTEND SO THE DECISION HISTORY
002670* ACCUMULATES ACROSS RUNS THE WAY RTSMA01 DOES.
002680*****************************************************************
002690 1000-INITIALIZE SECTION.
002700 1000-INITIALIZE-PARA.
002710     ACCEPT EX14-RUN-DATE FROM DATE YYYYMMDD.
002720     PERFORM 1800-WRITE-LEDGER-START THRU 1800-EXIT.
002730     OPEN INPUT RTAPR01.
002740     MOVE 'Y' TO EX14-RTAPR01-OPEN-SW.
002750     OPEN INPUT RTSUSPI.
002760     MOVE 'Y' TO EX14-RTSUSPI-OPEN-SW.
002770     OPEN OUTPUT RTSUSPO.
002780     MOVE 'Y' TO EX14-RTSUSPO-OPEN-SW.
002790     OPEN OUTPUT RTPNDO.
002800     MOVE 'Y' TO EX14-RTPNDO-OPEN-SW.
002810     OPEN EXTEND RTAPL01.
002820     MOVE 'Y' TO EX14-RTAPL01-OPEN-SW.
002830     MOVE LOW-VALUES TO EX14-PREV-AP-KEY.
002840     PERFORM 5020-READ-RTAPR01 THRU 5020-EXIT.
002850     PERFORM 5030-READ-RTSUSPI THRU 5030-EXIT.
002860 1000-EXIT.
002870     EXIT.
002880
002890*****************************************************************
002900* 1800-WRITE-LEDGER-START - RECORD ON THE RTSTS01 RUN LEDGER
002910* THAT THE RELEASE RUN HAS STARTED.  THE END RECORD IS WRITTEN
002920* BY 8100-WRITE-LEDGER-END ON EVERY PATH OUT OF THE PROGRAM.
002930*****************************************************************
002940 1800-WRITE-LEDGER-START.
002950     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
002960     MOVE 'S' TO STS-EVENT-CD.
002970     OPEN EXTEND RTSTS01.
002980     MOVE 'Y' TO EX14-RTSTS01-OPEN-SW.
002990     WRITE RTSTS01-RECORD.
003000     CLOSE RTSTS01.
003010     MOVE 'N' TO EX14-RTSTS01-OPEN-SW.
003020     SET EX14-LDG-STARTED TO TRUE.
003030 1800-EXIT.
003040     EXIT.
003050
003060 1810-BUILD-LEDGER-RECORD.
003070     MOVE SPACES TO RTSTS01-RECORD.
003080     MOVE EX14-RUN-DATE TO STS-BUS-DATE.
003090     MOVE ZERO          TO STS-CYCLE-NO.
003100     MOVE 'EX14'        TO STS-PROGRAM-ID.
003110     ACCEPT STS-EVENT-DATE FROM DATE YYYYMMDD.
003120     ACCEPT STS-EVENT-TIME FROM TIME.
003130     MOVE ZERO TO STS-RETURN-CD
003140                  STS-READ-COUNT
003150                  STS-WRITTEN-COUNT
003160                  STS-EXCEPTION-COUNT.
003170 1810-EXIT.
003180     EXIT.
003190
003200*****************************************************************
003210* 3000-APPLY-DECISIONS - SORT OUTPUT PROCEDURE.  A THREE-FILE
003220* MERGE ON REK_ID/VAL_DAT.  A SUSPENSE ITEM AT OR BELOW THE
003230* OTHER TWO KEYS IS COPIED THROUGH TO RTSUSPO FIRST, SO A
003240* RELEASED ITEM FOLLOWS ANY SUSPENSE ITEM ON THE SAME KEY AND
003250* RTSUSPO STAYS IN KEY ORDER.  A PENDING ITEM BELOW THE CURRENT
003260* CARD HAS NO DECISION YET AND IS CARRIED FORWARD; A CARD BELOW
003270* THE CURRENT PENDING ITEM NAMES NOTHING PENDING AND IS LOGGED
003280* AND REPORTED; EQUAL KEYS APPLY THE CARD TO THE ITEM.
003290*****************************************************************
003300 3000-APPLY-DECISIONS SECTION.
003310 3000-APPLY-PARA.
003320     PERFORM 5010-RETURN-PENDING THRU 5010-EXIT.
003330     PERFORM 3100-MERGE-ONE-KEY THRU 3100-EXIT
003340         UNTIL EX14-PND-EOF AND EX14-APR-EOF AND EX14-SUSP-EOF.
003350     CLOSE RTAPR01.
003360     MOVE 'N' TO EX14-RTAPR01-OPEN-SW.
003370     CLOSE RTSUSPI.
003380     MOVE 'N' TO EX14-RTSUSPI-OPEN-SW.
003390     CLOSE RTSUSPO.
003400     MOVE 'N' TO EX14-RTSUSPO-OPEN-SW.
003410     CLOSE RTPNDO.
003420     MOVE 'N' TO EX14-RTPNDO-OPEN-SW.
003430 3000-EXIT.
003440     EXIT.
003450
003460 3100-MERGE-ONE-KEY.
003470     EVALUATE TRUE
003480         WHEN EX14-KEY-SU NOT > EX14-KEY-PN
003490          AND EX14-KEY-SU NOT > EX14-KEY-AP
003500             PERFORM 3500-COPY-SUSPENSE-ITEM THRU 3500-EXIT
003510             PERFORM 5030-READ-RTSUSPI THRU 5030-EXIT
003520         WHEN EX14-KEY-PN < EX14-KEY-AP
003530             PERFORM 3400-CARRY-PENDING-ITEM THRU 3400-EXIT
003540             PERFORM 5010-RETURN-PENDING THRU 5010-EXIT
003550         WHEN EX14-KEY-PN > EX14-KEY-AP
003560             DISPLAY 'EX14 - NO PENDING ITEM FOR DECISION '
003570                     EX14-KEY-AP-ID ' ' EX14-KEY-AP-DT
003580             MOVE 'N' TO EX14-RESULT-CD
003590             PERFORM 3700-WRITE-DECISION-LOG THRU 3700-EXIT
003600             ADD 1 TO EX14-ORPHAN-COUNT
003610             PERFORM 5020-READ-RTAPR01 THRU 5020-EXIT
003620         WHEN OTHER
003630             PERFORM 3200-APPLY-ONE-DECISION THRU 3200-EXIT
003640             PERFORM 5010-RETURN-PENDING THRU 5010-EXIT
003650             PERFORM 5020-READ-RTAPR01 THRU 5020-EXIT
003660     END-EVALUATE.
003670 3100-EXIT.
003680     EXIT.
003690
003700*****************************************************************
003710* 3200-APPLY-ONE-DECISION - THE CARD AND THE PENDING ITEM AGREE
003720* ON THE KEY.  AN APPROVAL RELEASES THE ITEM TO POST ON THE
003730* NEXT EX01 CYCLE, PROVIDED THE CARD NAMES AN APPROVER AND THE
003740* APPROVER IS NOT THE USER WHO LOADED THE THRESHOLD.  A
003750* REJECTION MOVES THE ITEM TO SUSPENSE; IT POSTS NOTHING, SO
003760* ONLY THE APPROVER'S USER ID IS REQUIRED.  A REFUSED CARD OR
003770* AN UNRECOGNIZED ACTION CODE LEAVES THE ITEM PENDING.
003780*****************************************************************
003790 3200-APPLY-ONE-DECISION.
003800     EVALUATE APR-ACTION-CD
003810         WHEN 'A'
003820             EVALUATE TRUE
003830                 WHEN APR-USER-ID = SPACES
003840                     MOVE 'U' TO EX14-RESULT-CD
003850                 WHEN APR-USER-ID = SRT-LOADED-BY
003860                     MOVE 'S' TO EX14-RESULT-CD
003870                 WHEN OTHER
003880                     MOVE 'D' TO EX14-RESULT-CD
003890             END-EVALUATE
003900         WHEN 'R'
003910             IF APR-USER-ID = SPACES
003920                 MOVE 'U' TO EX14-RESULT-CD
003930             ELSE
003940                 MOVE 'D' TO EX14-RESULT-CD
003950             END-IF
003960         WHEN OTHER
003970             MOVE 'I' TO EX14-RESULT-CD
003980     END-EVALUATE.
003990     PERFORM 3700-WRITE-DECISION-LOG THRU 3700-EXIT.
004000     EVALUATE EX14-RESULT-CD
004010         WHEN 'D'
004020             PERFORM 3600-RELEASE-TO-SUSPENSE THRU 3600-EXIT
004030             IF APR-ACTION-CD = 'A'
004040                 ADD 1 TO EX14-APPROVED-COUNT
004050             ELSE
004060                 ADD 1 TO EX14-REJECTED-COUNT
004070             END-IF
004080         WHEN 'I'
004090             DISPLAY 'EX14 - ACTION CODE ' APR-ACTION-CD
004100                     ' INVALID FOR ' APR-REK_ID ' ' APR-VAL_DAT
004110             ADD 1 TO EX14-BADCARD-COUNT
004120             PERFORM 3400-CARRY-PENDING-ITEM THRU 3400-EXIT
004130         WHEN OTHER
004140             DISPLAY 'EX14 - APPROVAL REFUSED FOR ' APR-REK_ID
004150                     ' ' APR-VAL_DAT ', USER ' APR-USER-ID
004160                     ' LOADED BY ' SRT-LOADED-BY
004170             ADD 1 TO EX14-REFUSED-COUNT
004180             PERFORM 3400-CARRY-PENDING-ITEM THRU 3400-EXIT
004190     END-EVALUATE.
004200 3200-EXIT.
004210     EXIT.
004220
004230*****************************************************************
004240* 3400-CARRY-PENDING-ITEM - THE ITEM STAYS ON HOLD.  IT IS
004250* WRITTEN TO RTPNDO UNCHANGED FOR THE NEXT EX14 RUN.
004260*****************************************************************
004270 3400-CARRY-PENDING-ITEM.
004280     MOVE SRT-RECORD TO RTPNDO-RECORD.
004290     WRITE RTPNDO-RECORD.
004300     ADD 1 TO EX14-PND-CARRIED-COUNT.
004310 3400-EXIT.
004320     EXIT.
004330
004340 3500-COPY-SUSPENSE-ITEM.
004350     MOVE RTSUSPI-RECORD TO RTSUSPO-RECORD.
004360     WRITE RTSUSPO-RECORD.
004370 3500-EXIT.
004380     EXIT.
004390
004400*****************************************************************
004410* 3600-RELEASE-TO-SUSPENSE - HAND THE DECIDED ITEM BACK TO EX01
004420* THROUGH THE SUSPENSE CARRY-FORWARD, WITH ITS FEED SLOTS AS
004430* THEY WERE HELD AND SUSPO-HOLD-CD SET TO THE DECISION - 'A'
004440* POSTS WITHOUT ANOTHER HOLD, 'R' IS CARRIED UNMATCHED.
004450*****************************************************************
004460 3600-RELEASE-TO-SUSPENSE.
004470     MOVE SRT-REK_ID    TO SUSPO-REK_ID.
004480     MOVE SRT-VAL_DAT   TO SUSPO-VAL_DAT.
004490     MOVE SRT-CUR_CD    TO SUSPO-CUR_CD.
004500     MOVE SRT-AGE-DAYS  TO SUSPO-AGE-DAYS.
004510     MOVE APR-ACTION-CD TO SUSPO-HOLD-CD.
004520     PERFORM 3610-COPY-ONE-SLOT THRU 3610-EXIT
004530         VARYING EX14-SLOT-SUB FROM 1 BY 1
004540         UNTIL EX14-SLOT-SUB > 3.
004550     WRITE RTSUSPO-RECORD.
004560 3600-EXIT.
004570     EXIT.
004580
004590 3610-COPY-ONE-SLOT.
004600     MOVE SRT-FEED-PRESENT-SW (EX14-SLOT-SUB)
004610         TO SUSPO-FEED-PRESENT-SW (EX14-SLOT-SUB).
004620     MOVE SRT-DB_BEDR (EX14-SLOT-SUB)
004630         TO SUSPO-DB_BEDR (EX14-SLOT-SUB).
004640     MOVE SRT-CR_BEDR (EX14-SLOT-SUB)
004650         TO SUSPO-CR_BEDR (EX14-SLOT-SUB).
004660 3610-EXIT.
004670     EXIT.
004680
004690*****************************************************************
004700* 3700-WRITE-DECISION-LOG - EVERY CARD GOES ON RTAPL01 WITH ITS
004710* KEY, ACTION, APPROVER, REASON, RESULT AND A TIMESTAMP.  WHEN
004720* THE CARD NAMED A PENDING ITEM THE ITEM'S CURRENCY, POSTING
004730* AMOUNTS, THRESHOLD AND THE USER WHO LOADED IT GO ON TOO.
004740*****************************************************************
004750 3700-WRITE-DECISION-LOG.
004760     MOVE SPACES TO RTAPL01-RECORD.
004770     MOVE APR-REK_ID        TO APL-REK_ID.
004780     MOVE APR-VAL_DAT       TO APL-VAL_DAT.
004790     MOVE APR-ACTION-CD     TO APL-ACTION-CD.
004800     MOVE EX14-RESULT-CD    TO APL-RESULT-CD.
004810     MOVE APR-USER-ID       TO APL-USER-ID.
004820     MOVE APR-REASON        TO APL-REASON.
004830     PERFORM 3710-BUILD-TIMESTAMP THRU 3710-EXIT.
004840     MOVE EX14-TIMESTAMP-WORK TO APL-TIMESTAMP.
004850     IF EX14-RESULT-CD = 'N'
004860         MOVE ZERO TO APL-POST-DB_BEDR
004870                      APL-POST-CR_BEDR
004880                      APL-LIMIT-AMT
004890     ELSE
004900         MOVE SRT-LOADED-BY    TO APL-LOADED-BY
004910         MOVE SRT-CUR_CD       TO APL-CUR_CD
004920         MOVE SRT-POST-DB_BEDR TO APL-POST-DB_BEDR
004930         MOVE SRT-POST-CR_BEDR TO APL-POST-CR_BEDR
004940         MOVE SRT-LIMIT-AMT    TO APL-LIMIT-AMT
004950     END-IF.
004960     WRITE RTAPL01-RECORD.
004970 3700-EXIT.
004980     EXIT.
004990
005000 3710-BUILD-TIMESTAMP.
005010     MOVE SPACES TO EX14-TIMESTAMP-WORK.
005020     ACCEPT EX14-TS-DATE FROM DATE YYYYMMDD.
005030     ACCEPT EX14-TS-TIME FROM TIME.
005040 3710-EXIT.
005050     EXIT.
005060
005070 5010-RETURN-PENDING.
005080     RETURN SORTWK01
005090         AT END
005100             SET EX14-PND-EOF TO TRUE
005110             MOVE HIGH-VALUES TO EX14-KEY-PN
005120         NOT AT END
005130             ADD 1 TO EX14-PND-READ-COUNT
005140             MOVE SRT-REK_ID  TO EX14-KEY-PN-ID
005150             MOVE SRT-VAL_DAT TO EX14-KEY-PN-DT
005160     END-RETURN.
005170 5010-EXIT.
005180     EXIT.
005190
005200 5020-READ-RTAPR01.
005210     READ RTAPR01
005220         AT END
005230             SET EX14-APR-EOF TO TRUE
005240             MOVE HIGH-VALUES TO EX14-KEY-AP
005250         NOT AT END
005260             ADD 1 TO EX14-APR-READ-COUNT
005270             MOVE APR-REK_ID  TO EX14-KEY-AP-ID
005280             MOVE APR-VAL_DAT TO EX14-KEY-AP-DT
005290             IF EX14-KEY-AP NOT > EX14-PREV-AP-KEY
005300                 GO TO 9100-DECISION-SEQUENCE-ERROR
005310             END-IF
005320             MOVE EX14-KEY-AP TO EX14-PREV-AP-KEY
005330     END-READ.
005340 5020-EXIT.
005350     EXIT.
005360
005370 5030-READ-RTSUSPI.
005380     READ RTSUSPI
005390         AT END
005400             SET EX14-SUSP-EOF TO TRUE
005410             MOVE HIGH-VALUES TO EX14-KEY-SU
005420         NOT AT END
005430             ADD 1 TO EX14-SUSP-READ-COUNT
005440             MOVE SUSPI-REK_ID  TO EX14-KEY-SU-ID
005450             MOVE SUSPI-VAL_DAT TO EX14-KEY-SU-DT
005460     END-READ.
005470 5030-EXIT.
005480     EXIT.
005490
005500*****************************************************************
005510* 7500-WRITE-RUN-COUNTS - THE CONSOLE SIGN-OFF.  REFUSED,
005520* ORPHAN OR INVALID CARDS END THE RUN WITH RETURN CODE 4 SO
005530* OPERATIONS TAKES A LOOK, THE WAY EX06 DOES.
005540*****************************************************************
005550 7500-WRITE-RUN-COUNTS SECTION.
005560 7500-WRITE-COUNTS-PARA.
005570     DISPLAY 'EX14 - PENDING ITEMS READ      = '
005580             EX14-PND-READ-COUNT.
005590     DISPLAY 'EX14 - DECISION CARDS READ     = '
005600             EX14-APR-READ-COUNT.
005610     DISPLAY 'EX14 - SUSPENSE ITEMS COPIED   = '
005620             EX14-SUSP-READ-COUNT.
005630     DISPLAY 'EX14 - ITEMS APPROVED          = '
005640             EX14-APPROVED-COUNT.
005650     DISPLAY 'EX14 - ITEMS REJECTED          = '
005660             EX14-REJECTED-COUNT.
005670     DISPLAY 'EX14 - ITEMS STILL PENDING     = '
005680             EX14-PND-CARRIED-COUNT.
005690     DISPLAY 'EX14 - APPROVALS REFUSED       = '
005700             EX14-REFUSED-COUNT.
005710     DISPLAY 'EX14 - ORPHAN DECISION CARDS   = '
005720             EX14-ORPHAN-COUNT.
005730     DISPLAY 'EX14 - INVALID DECISION CARDS  = '
005740             EX14-BADCARD-COUNT.
005750     IF (EX14-REFUSED-COUNT > ZERO OR EX14-ORPHAN-COUNT > ZERO
005760             OR EX14-BADCARD-COUNT > ZERO)
005770             AND RETURN-CODE = ZERO
005780         MOVE 4 TO RETURN-CODE
005790     END-IF.
005800 7500-EXIT.
005810     EXIT.
005820
005830*****************************************************************
005840* 8000-TERMINATE - CLOSE EVERYTHING STILL OPEN AND CLOSE OFF THE
005850* RUN'S LEDGER ENTRY.
005860*****************************************************************
005870 8000-TERMINATE SECTION.
005880 8000-TERMINATE-PARA.
005890     IF EX14-RTAPR01-OPEN
005900         CLOSE RTAPR01
005910     END-IF.
005920     IF EX14-RTSUSPI-OPEN
005930         CLOSE RTSUSPI
005940     END-IF.
005950     IF EX14-RTSUSPO-OPEN
005960         CLOSE RTSUSPO
005970     END-IF.
005980     IF EX14-RTPNDO-OPEN
005990         CLOSE RTPNDO
006000     END-IF.
006010     IF EX14-RTAPL01-OPEN
006020         CLOSE RTAPL01
006030     END-IF.
006040     IF EX14-RTSTS01-OPEN
006050         CLOSE RTSTS01
006060     END-IF.
006070     PERFORM 8100-WRITE-LEDGER-END THRU 8100-EXIT.
006080 8000-EXIT.
006090     EXIT.
006100
006110*****************************************************************
006120* 8100-WRITE-LEDGER-END - CLOSE OFF THE RUN'S LEDGER ENTRY WITH
006130* ITS RETURN CODE, COUNTS AND OUTCOME.
006140*****************************************************************
006150 8100-WRITE-LEDGER-END.
006160     IF NOT EX14-LDG-STARTED
006170         GO TO 8100-EXIT
006180     END-IF.
006190     MOVE 'N' TO EX14-LDG-START-SW.
006200     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
006210     MOVE 'E' TO STS-EVENT-CD.
006220     MOVE RETURN-CODE TO STS-RETURN-CD.
006230     EVALUATE TRUE
006240         WHEN RETURN-CODE = ZERO
006250             MOVE 'C' TO STS-STATUS-CD
006260         WHEN RETURN-CODE NOT > 4
006270             MOVE 'W' TO STS-STATUS-CD
006280         WHEN OTHER
006290             MOVE 'F' TO STS-STATUS-CD
006300     END-EVALUATE.
006310     MOVE EX14-PND-READ-COUNT TO STS-READ-COUNT.
006320     COMPUTE STS-WRITTEN-COUNT = EX14-APPROVED-COUNT
006330                               + EX14-REJECTED-COUNT.
006340     COMPUTE STS-EXCEPTION-COUNT = EX14-REFUSED-COUNT
006350                                 + EX14-ORPHAN-COUNT
006360                                 + EX14-BADCARD-COUNT.
006370     OPEN EXTEND RTSTS01.
006380     WRITE RTSTS01-RECORD.
006390     CLOSE RTSTS01.
006400 8100-EXIT.
006410     EXIT.
006420
006430*****************************************************************
006440* 9000-ERROR-PARAGRAPHS - FATAL ERROR HANDLING, EACH WITH ITS
006450* OWN RETURN CODE, THE SAME WAY EX01 HANDLES ITS FATAL ERRORS.
006460* A CARD OUT OF SEQUENCE STOPS THE RUN; THE PENDING AND
006470* SUSPENSE INPUTS ARE UNTOUCHED AND THE RUN IS REPEATED ONCE
006480* THE CARDS ARE SORTED.
006490*****************************************************************
006500 9000-ERROR-PARAGRAPHS SECTION.
006510 9100-DECISION-SEQUENCE-ERROR.
006520     DISPLAY 'EX14 - DECISION CARDS OUT OF SEQUENCE AT '
006530             APR-REK_ID ' ' APR-VAL_DAT.
006540     MOVE 44 TO RETURN-CODE.
006550     PERFORM 8000-TERMINATE THRU 8000-EXIT.
006560     STOP RUN.
006570 9100-EXIT.
006580     EXIT.
