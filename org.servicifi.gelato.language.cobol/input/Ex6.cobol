000200*
000210* MODIFICATION HISTORY.
000220*   2026-08-25  MVH  ORIGINAL VERSION.
000230*   2026-10-15  MVH  RUN LEDGER.  EACH RUN WRITES A START AND AN
000240*                     END RECORD TO RTSTS01.
000250*   2026-10-15  MVH  SUSP-HOLD-CD IS CARRIED THROUGH.  A FORCE-
000260*                     MATCH OR KEY CORRECTION CLEARS IT, SO AN
000270*                     ITEM REJECTED THROUGH EX14 GOES BACK TO
000280*                     MATCHING AND, IF STILL OVER ITS THRESHOLD,
000290*                     IS HELD FOR APPROVAL AGAIN.
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. EX06.
000330 AUTHOR. M V HALEN.
000340 INSTALLATION. SERVICIFI GELATO.
000350 DATE-WRITTEN. 2026-08-25.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-3090.
000410 SPECIAL-NAMES.
000420     DECIMAL-POINT IS COMMA.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450
000460     SELECT RTSUSPI ASSIGN TO RTSUSPI
000470         ORGANIZATION IS SEQUENTIAL.
000480
000490     SELECT RTSUSPO ASSIGN TO RTSUSPO
000500         ORGANIZATION IS SEQUENTIAL.
000510
000520     SELECT RTDEC01 ASSIGN TO RTDEC01
000530         ORGANIZATION IS SEQUENTIAL.
000540
000550     SELECT RTSMA01 ASSIGN TO RTSMA01
000560         ORGANIZATION IS SEQUENTIAL.
000570
000580     SELECT RTSTS01 ASSIGN TO RTSTS01
000590         ORGANIZATION IS SEQUENTIAL.
000600
000610     SELECT SORTWK01 ASSIGN TO SORTWK01.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650
000660 FD  RTSUSPI
000670     LABEL RECORDS ARE STANDARD.
000680     COPY RTSUSP1 REPLACING
000690         ==RTSUSP1-RECORD==     BY ==RTSUSPI-RECORD==
000700         ==SUSP-REK_ID==        BY ==SUSPI-REK_ID==
000710         ==SUSP-VAL_DAT==       BY ==SUSPI-VAL_DAT==
000720         ==SUSP-CUR_CD==        BY ==SUSPI-CUR_CD==
000730         ==SUSP-AGE-DAYS==      BY ==SUSPI-AGE-DAYS==
000740         ==SUSP-FEED-ENTRY==    BY ==SUSPI-FEED-ENTRY==
000750         ==SUSP-FEED-PRESENT-SW== BY ==SUSPI-FEED-PRESENT-SW==
000760         ==SUSP-DB_BEDR==       BY ==SUSPI-DB_BEDR==
000770         ==SUSP-CR_BEDR==       BY ==SUSPI-CR_BEDR==
000780         ==SUSP-HOLD-CD==       BY ==SUSPI-HOLD-CD==.
000790
000800 FD  RTSUSPO
000810     LABEL RECORDS ARE STANDARD.
000820     COPY RTSUSP1 REPLACING
000830         ==RTSUSP1-RECORD==     BY ==RTSUSPO-RECORD==
000840         ==SUSP-REK_ID==        BY ==SUSPO-REK_ID==
000850         ==SUSP-VAL_DAT==       BY ==SUSPO-VAL_DAT==
000860         ==SUSP-CUR_CD==        BY ==SUSPO-CUR_CD==
000870         ==SUSP-AGE-DAYS==      BY ==SUSPO-AGE-DAYS==
000880         ==SUSP-FEED-ENTRY==    BY ==SUSPO-FEED-ENTRY==
000890         ==SUSP-FEED-PRESENT-SW== BY ==SUSPO-FEED-PRESENT-SW==
000900         ==SUSP-DB_BEDR==       BY ==SUSPO-DB_BEDR==
000910         ==SUSP-CR_BEDR==       BY ==SUSPO-CR_BEDR==
000920         ==SUSP-HOLD-CD==       BY ==SUSPO-HOLD-CD==.
000930
000940 FD  RTDEC01
000950     LABEL RECORDS ARE STANDARD.
000960     COPY RTDEC01.
000970
000980 FD  RTSMA01
000990     LABEL RECORDS ARE STANDARD.
001000     COPY RTSMA01.
001010
001020 FD  RTSTS01
001030     LABEL RECORDS ARE STANDARD.
001040     COPY RTSTS01.
001050
001060 SD  SORTWK01.
001070     COPY RTSUSP1 REPLACING
001080         ==RTSUSP1-RECORD==     BY ==SRT-RECORD==
001090         ==SUSP-REK_ID==        BY ==SRT-REK_ID==
001100         ==SUSP-VAL_DAT==       BY ==SRT-VAL_DAT==
001110         ==SUSP-CUR_CD==        BY ==SRT-CUR_CD==
001120         ==SUSP-AGE-DAYS==      BY ==SRT-AGE-DAYS==
001130         ==SUSP-FEED-ENTRY==    BY ==SRT-FEED-ENTRY==
001140         ==SUSP-FEED-PRESENT-SW== BY ==SRT-FEED-PRESENT-SW==
001150         ==SUSP-DB_BEDR==       BY ==SRT-DB_BEDR==
001160         ==SUSP-CR_BEDR==       BY ==SRT-CR_BEDR==
001170         ==SUSP-HOLD-CD==       BY ==SRT-HOLD-CD==.
001180
001190 WORKING-STORAGE SECTION.
001200
001210*****************************************************************
001220* SWITCHES.
001230*****************************************************************
001240 77  EX6-SUSP-EOF-SW                 PIC X     VALUE 'N'.
001250     88  EX6-SUSP-EOF                          VALUE 'Y'.
001260 77  EX6-DEC-EOF-SW                  PIC X     VALUE 'N'.
001270     88  EX6-DEC-EOF                           VALUE 'Y'.
001280 77  EX6-SORT-EOF-SW                 PIC X     VALUE 'N'.
001290     88  EX6-SORT-EOF                          VALUE 'Y'.
001300 77  EX6-SLOT-FOUND-SW               PIC X     VALUE 'N'.
001310     88  EX6-SLOT-FOUND                        VALUE 'Y'.
001320 77  EX6-LDG-START-SW                PIC X     VALUE 'N'.
001330     88  EX6-LDG-STARTED                       VALUE 'Y'.
001340
001350*****************************************************************
001360* FILE-OPEN INDICATORS.  8000-TERMINATE-PARA TESTS THESE SO IT
001370* CAN CLOSE DOWN WHATEVER IS STILL OPEN ON AN ABEND PATH WITHOUT
001380* ATTEMPTING TO CLOSE A FILE THAT WAS NEVER OPENED.
001390*****************************************************************
001400 77  EX6-RTSUSPI-OPEN-SW              PIC X     VALUE 'N'.
001410     88  EX6-RTSUSPI-OPEN                       VALUE 'Y'.
001420 77  EX6-RTSUSPO-OPEN-SW              PIC X     VALUE 'N'.
001430     88  EX6-RTSUSPO-OPEN                       VALUE 'Y'.
001440 77  EX6-RTDEC01-OPEN-SW              PIC X     VALUE 'N'.
001450     88  EX6-RTDEC01-OPEN                       VALUE 'Y'.
001460 77  EX6-RTSMA01-OPEN-SW              PIC X     VALUE 'N'.
001470     88  EX6-RTSMA01-OPEN                       VALUE 'Y'.
001480 77  EX6-RTSTS01-OPEN-SW              PIC X     VALUE 'N'.
001490     88  EX6-RTSTS01-OPEN                       VALUE 'Y'.
001500
001510*****************************************************************
001520* COUNTERS AND WORK AREAS.
001530*****************************************************************
001540 77  EX6-SUSP-READ-COUNT      PIC 9(09) COMP VALUE ZERO.
001550 77  EX6-DEC-READ-COUNT       PIC 9(09) COMP VALUE ZERO.
001560 77  EX6-UNCHANGED-COUNT      PIC 9(09) COMP VALUE ZERO.
001570 77  EX6-WRITEOFF-COUNT       PIC 9(09) COMP VALUE ZERO.
001580 77  EX6-FORCED-COUNT         PIC 9(09) COMP VALUE ZERO.
001590 77  EX6-CORRECTED-COUNT      PIC 9(09) COMP VALUE ZERO.
001600 77  EX6-ORPHAN-COUNT         PIC 9(09) COMP VALUE ZERO.
001610 77  EX6-BADCARD-COUNT        PIC 9(09) COMP VALUE ZERO.
001620 77  EX6-SLOT-SUB             PIC 9(04) COMP VALUE ZERO.
001630 77  EX6-FILL-SUB             PIC 9(04) COMP VALUE ZERO.
001640 77  EX6-ITEM-DB-TOTAL        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
001650 77  EX6-ITEM-CR-TOTAL        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
001660 77  EX6-RUN-DATE             PIC X(08) VALUE SPACES.
001670
001680 01  EX6-TIMESTAMP-WORK.
001690     05  EX6-TS-DATE                 PIC X(08).
001700     05  EX6-TS-TIME                 PIC X(08).
001710     05  FILLER                      PIC X(10) VALUE SPACES.
001720
001730*****************************************************************
001740* MERGE KEYS.  A KEY OF HIGH-VALUES MEANS THAT INPUT HAS
001750* REACHED END OF FILE AND DROPS OUT OF THE COMPARISON, THE SAME
001760* CONVENTION THE EX01 MATCH PASS USES.  THE DECISION FILE IS
001770* REQUIRED TO ARRIVE IN STRICTLY ASCENDING KEY ORDER - AN
001780* OUT-OF-ORDER OR DUPLICATED CARD STOPS THE RUN BEFORE ANYTHING
001790* IS WRITTEN BACK.
001800*****************************************************************
001810 01  EX6-MERGE-KEYS.
001820     05  EX6-KEY-SU.
001830         10  EX6-KEY-SU-ID           PIC X(10).
001840         10  EX6-KEY-SU-DT           PIC X(08).
001850     05  EX6-KEY-DE.
001860         10  EX6-KEY-DE-ID           PIC X(10).
001870         10  EX6-KEY-DE-DT           PIC X(08).
001880     05  EX6-PREV-DE-KEY             PIC X(18).
001890
001900*****************************************************************
001910* THE KEY THE CURRENT ITEM WILL BE RELEASED UNDER - NORMALLY
001920* THE ITEM'S OWN KEY, OVERRIDDEN BY A KEY-CORRECTION CARD.
001930*****************************************************************
001940 01  EX6-OUT-KEY.
001950     05  EX6-OUT-REK-ID              PIC X(10).
001960     05  EX6-OUT-VAL-DAT             PIC X(08).
001970
001980 PROCEDURE DIVISION.
001990
002000*****************************************************************
002010* 0000-MAINLINE - OVERALL CONTROL FLOW.  THE SORT CARRIES THE
002020* MAINTENANCE PASS - THE INPUT PROCEDURE MERGES THE DECISION
002030* CARDS AGAINST THE SUSPENSE FILE AND RELEASES THE SURVIVORS,
002040* THE OUTPUT PROCEDURE WRITES THEM BACK IN KEY ORDER.
002050*****************************************************************
002060 0000-MAINLINE SECTION.
002070 0000-START.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002090     SORT SORTWK01
002100         ON ASCENDING KEY SRT-REK_ID
002110                          SRT-VAL_DAT
002120         INPUT PROCEDURE IS 3000-APPLY-DECISIONS THRU 3000-EXIT
002130         OUTPUT PROCEDURE IS 4000-WRITE-SUSPENSE THRU 4000-EXIT.
002140     PERFORM 7500-WRITE-RUN-COUNTS THRU 7500-EXIT.
002150     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002160     STOP RUN.
002170 0000-EXIT.
002180     EXIT.
002190
002200*****************************************************************
002210* 1000-INITIALIZE - RECORD THE START ON THE RUN LEDGER, OPEN
002220* THE INPUTS AND THE DECISION LOG AND PRIME THE MERGE WITH THE
002230* FIRST RECORD OF EACH FILE.  THE LOG IS OPENED EXTEND SO THE
002240* DECISION HISTORY ACCUMULATES ACROSS RUNS THE WAY THE AUDIT
002250* TRAIL DOES.
002260*****************************************************************
002270 1000-INITIALIZE SECTION.
002280 1000-INITIALIZE-PARA.
002290     ACCEPT EX6-RUN-DATE FROM DATE YYYYMMDD.
002300     PERFORM 1800-WRITE-LEDGER-START THRU 1800-EXIT.
002310     OPEN INPUT RTSUSPI.
002320     MOVE 'Y' TO EX6-RTSUSPI-OPEN-SW.
002330     OPEN INPUT RTDEC01.
002340     MOVE 'Y' TO EX6-RTDEC01-OPEN-SW.
002350     OPEN EXTEND RTSMA01.
002360     MOVE 'Y' TO EX6-RTSMA01-OPEN-SW.
002370     MOVE LOW-VALUES TO EX6-PREV-DE-KEY.
002380     PERFORM 5010-READ-RTSUSPI THRU 5010-EXIT.
002390     PERFORM 5020-READ-RTDEC01 THRU 5020-EXIT.
002400 1000-EXIT.
002410     EXIT.
002420
002430*****************************************************************
002440* 1800-WRITE-LEDGER-START - RECORD ON THE RTSTS01 RUN LEDGER
002450* THAT THE SUSPENSE MAINTENANCE RUN HAS STARTED.  THE END
002460* RECORD IS WRITTEN BY 8100-WRITE-LEDGER-END ON EVERY PATH OUT
002470* OF THE PROGRAM.
002480*****************************************************************
002490 1800-WRITE-LEDGER-START.
002500     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
002510     MOVE 'S' TO STS-EVENT-CD.
002520     OPEN EXTEND RTSTS01.
002530     MOVE 'Y' TO EX6-RTSTS01-OPEN-SW.
002540     WRITE RTSTS01-RECORD.
002550     CLOSE RTSTS01.
002560     MOVE 'N' TO EX6-RTSTS01-OPEN-SW.
002570     SET EX6-LDG-STARTED TO TRUE.
002580 1800-EXIT.
002590     EXIT.
002600
002610 1810-BUILD-LEDGER-RECORD.
002620     MOVE SPACES TO RTSTS01-RECORD.
002630     MOVE EX6-RUN-DATE  TO STS-BUS-DATE.
002640     MOVE ZERO          TO STS-CYCLE-NO.
002650     MOVE 'EX06'        TO STS-PROGRAM-ID.
002660     ACCEPT STS-EVENT-DATE FROM DATE YYYYMMDD.
002670     ACCEPT STS-EVENT-TIME FROM TIME.
002680     MOVE ZERO TO STS-RETURN-CD
002690                  STS-READ-COUNT
002700                  STS-WRITTEN-COUNT
002710                  STS-EXCEPTION-COUNT.
002720 1810-EXIT.
002730     EXIT.
002740
002750*****************************************************************
002760* 3000-APPLY-DECISIONS - SORT INPUT PROCEDURE.  A TWO-FILE
002770* MERGE ON REK_ID/VAL_DAT: A SUSPENSE ITEM BELOW THE CURRENT
002780* CARD PASSES THROUGH UNCHANGED, A CARD BELOW THE CURRENT ITEM
002790* NAMES NOTHING IN SUSPENSE AND IS REPORTED, EQUAL KEYS APPLY
002800* THE CARD'S DECISION TO THE ITEM.
002810*****************************************************************
002820 3000-APPLY-DECISIONS SECTION.
002830 3000-APPLY-PARA.
002840     PERFORM 3100-MERGE-ONE-KEY THRU 3100-EXIT
002850         UNTIL EX6-SUSP-EOF AND EX6-DEC-EOF.
002860     CLOSE RTSUSPI.
002870     MOVE 'N' TO EX6-RTSUSPI-OPEN-SW.
002880     CLOSE RTDEC01.
002890     MOVE 'N' TO EX6-RTDEC01-OPEN-SW.
002900 3000-EXIT.
002910     EXIT.
002920
002930 3100-MERGE-ONE-KEY.
002940     EVALUATE TRUE
002950         WHEN EX6-KEY-SU < EX6-KEY-DE
002960             MOVE SUSPI-REK_ID  TO EX6-OUT-REK-ID
002970             MOVE SUSPI-VAL_DAT TO EX6-OUT-VAL-DAT
002980             PERFORM 3600-RELEASE-ITEM THRU 3600-EXIT
002990             ADD 1 TO EX6-UNCHANGED-COUNT
003000             PERFORM 5010-READ-RTSUSPI THRU 5010-EXIT
003010         WHEN EX6-KEY-SU > EX6-KEY-DE
003020             DISPLAY 'EX06 - NO SUSPENSE ITEM FOR DECISION '
003030                     EX6-KEY-DE-ID ' ' EX6-KEY-DE-DT
003040             ADD 1 TO EX6-ORPHAN-COUNT
003050             PERFORM 5020-READ-RTDEC01 THRU 5020-EXIT
003060         WHEN OTHER
003070             PERFORM 3200-APPLY-ONE-DECISION THRU 3200-EXIT
003080             PERFORM 5010-READ-RTSUSPI THRU 5010-EXIT
003090             PERFORM 5020-READ-RTDEC01 THRU 5020-EXIT
003100     END-EVALUATE.
003110 3100-EXIT.
003120     EXIT.
003130
003140*****************************************************************
003150* 3200-APPLY-ONE-DECISION - THE CARD AND THE ITEM AGREE ON THE
003160* KEY.  A WRITE-OFF LOGS THE ITEM AND DROPS IT FROM THE
003170* CARRY-FORWARD; A FORCE-MATCH FILLS THE MISSING FEED SLOTS
003180* AND CARRIES THE ITEM FORWARD TO POST ON THE NEXT EX01 RUN; A
003190* KEY CORRECTION RELEASES THE ITEM UNDER ITS NEW KEY.  AN
003200* UNRECOGNIZED ACTION CODE LEAVES THE ITEM UNTOUCHED AND IS
003210* REPORTED, THE SAME WAY AN ORPHAN CARD IS.  A FORCE-MATCH OR
003220* KEY CORRECTION ALSO CLEARS ANY EX14 REJECTION ON THE ITEM.
003230*****************************************************************
003240 3200-APPLY-ONE-DECISION.
003250     MOVE ZERO TO EX6-ITEM-DB-TOTAL.
003260     MOVE ZERO TO EX6-ITEM-CR-TOTAL.
003270     PERFORM 3210-ADD-ONE-SLOT THRU 3210-EXIT
003280         VARYING EX6-SLOT-SUB FROM 1 BY 1
003290         UNTIL EX6-SLOT-SUB > 3.
003300     MOVE SUSPI-REK_ID  TO EX6-OUT-REK-ID.
003310     MOVE SUSPI-VAL_DAT TO EX6-OUT-VAL-DAT.
003320     EVALUATE DEC-ACTION-CD
003330         WHEN 'W'
003340             PERFORM 3700-WRITE-DECISION-LOG THRU 3700-EXIT
003350             ADD 1 TO EX6-WRITEOFF-COUNT
003360         WHEN 'F'
003370             PERFORM 3300-FILL-MISSING-SLOTS THRU 3300-EXIT
003380             IF EX6-SLOT-FOUND
003390                 PERFORM 3700-WRITE-DECISION-LOG THRU 3700-EXIT
003400                 MOVE SPACE TO SUSPI-HOLD-CD
003410                 PERFORM 3600-RELEASE-ITEM THRU 3600-EXIT
003420                 ADD 1 TO EX6-FORCED-COUNT
003430             ELSE
003440                 DISPLAY 'EX06 - NO FEED SLOT PRESENT, CANNOT '
003450                         'FORCE-MATCH ' SUSPI-REK_ID
003460                 ADD 1 TO EX6-BADCARD-COUNT
003470                 PERFORM 3600-RELEASE-ITEM THRU 3600-EXIT
003480             END-IF
003490         WHEN 'C'
003500             IF DEC-NEW-REK_ID NOT = SPACES
003510                 MOVE DEC-NEW-REK_ID TO EX6-OUT-REK-ID
003520             END-IF
003530             IF DEC-NEW-VAL_DAT NOT = SPACES
003540                 MOVE DEC-NEW-VAL_DAT TO EX6-OUT-VAL-DAT
003550             END-IF
003560             PERFORM 3700-WRITE-DECISION-LOG THRU 3700-EXIT
003570             MOVE SPACE TO SUSPI-HOLD-CD
003580             PERFORM 3600-RELEASE-ITEM THRU 3600-EXIT
003590             ADD 1 TO EX6-CORRECTED-COUNT
003600         WHEN OTHER
003610             DISPLAY 'EX06 - ACTION CODE ' DEC-ACTION-CD
003620                     ' INVALID FOR ' DEC-REK_ID ' ' DEC-VAL_DAT
003630             ADD 1 TO EX6-BADCARD-COUNT
003640             PERFORM 3600-RELEASE-ITEM THRU 3600-EXIT
003650     END-EVALUATE.
003660 3200-EXIT.
003670     EXIT.
003680
003690 3210-ADD-ONE-SLOT.
003700     IF SUSPI-FEED-PRESENT-SW (EX6-SLOT-SUB) = 'Y'
003710         ADD SUSPI-DB_BEDR (EX6-SLOT-SUB) TO EX6-ITEM-DB-TOTAL
003720         ADD SUSPI-CR_BEDR (EX6-SLOT-SUB) TO EX6-ITEM-CR-TOTAL
003730     END-IF.
003740 3210-EXIT.
003750     EXIT.
003760
003770*****************************************************************
003780* 3300-FILL-MISSING-SLOTS - THE FORCE-MATCH OVERRIDE.  THE
003790* FIRST FEED SLOT THAT DID ARRIVE LENDS ITS AMOUNTS TO THE
003800* SLOTS THAT DID NOT, SO THE ITEM PRESENTS THREE AGREEING
003810* FEEDS TO THE NEXT EX01 RUN AND CLEARS BOTH THE THREE-WAY
003820* MATCH AND THE AMOUNT-AGREEMENT CHECK WHATEVER TOLERANCE THE
003830* CONTROL CARD CARRIES - THAT IS THE SUPERVISOR'S CALL, AND IT
003840* IS ON THE LOG UNDER THE SUPERVISOR'S USER ID.
003850*****************************************************************
003860 3300-FILL-MISSING-SLOTS.
003870     MOVE 'N' TO EX6-SLOT-FOUND-SW.
003880     MOVE ZERO TO EX6-FILL-SUB.
003890     PERFORM 3310-FIND-ONE-SLOT THRU 3310-EXIT
003900         VARYING EX6-SLOT-SUB FROM 1 BY 1
003910         UNTIL EX6-SLOT-SUB > 3
003920            OR EX6-SLOT-FOUND.
003930     IF NOT EX6-SLOT-FOUND
003940         GO TO 3300-EXIT
003950     END-IF.
003960     PERFORM 3320-FILL-ONE-SLOT THRU 3320-EXIT
003970         VARYING EX6-SLOT-SUB FROM 1 BY 1
003980         UNTIL EX6-SLOT-SUB > 3.
003990 3300-EXIT.
004000     EXIT.
004010
004020 3310-FIND-ONE-SLOT.
004030     IF SUSPI-FEED-PRESENT-SW (EX6-SLOT-SUB) = 'Y'
004040         SET EX6-SLOT-FOUND TO TRUE
004050         MOVE EX6-SLOT-SUB TO EX6-FILL-SUB
004060     END-IF.
004070 3310-EXIT.
004080     EXIT.
004090
004100 3320-FILL-ONE-SLOT.
004110     IF SUSPI-FEED-PRESENT-SW (EX6-SLOT-SUB) NOT = 'Y'
004120         MOVE 'Y' TO SUSPI-FEED-PRESENT-SW (EX6-SLOT-SUB)
004130         MOVE SUSPI-DB_BEDR (EX6-FILL-SUB)
004140             TO SUSPI-DB_BEDR (EX6-SLOT-SUB)
004150         MOVE SUSPI-CR_BEDR (EX6-FILL-SUB)
004160             TO SUSPI-CR_BEDR (EX6-SLOT-SUB)
004170     END-IF.
004180 3320-EXIT.
004190     EXIT.
004200
004210*****************************************************************
004220* 3600-RELEASE-ITEM - HAND THE ITEM TO THE SORT UNDER
004230* EX6-OUT-KEY.  EVERYTHING BUT THE KEY IS TAKEN STRAIGHT FROM
004240* THE (POSSIBLY FORCE-FILLED) INPUT RECORD.
004250*****************************************************************
004260 3600-RELEASE-ITEM.
004270     MOVE EX6-OUT-REK-ID  TO SRT-REK_ID.
004280     MOVE EX6-OUT-VAL-DAT TO SRT-VAL_DAT.
004290     MOVE SUSPI-CUR_CD    TO SRT-CUR_CD.
004300     MOVE SUSPI-AGE-DAYS  TO SRT-AGE-DAYS.
004310     MOVE SUSPI-HOLD-CD   TO SRT-HOLD-CD.
004320     PERFORM 3610-COPY-ONE-SLOT THRU 3610-EXIT
004330         VARYING EX6-SLOT-SUB FROM 1 BY 1
004340         UNTIL EX6-SLOT-SUB > 3.
004350     RELEASE SRT-RECORD.
004360 3600-EXIT.
004370     EXIT.
004380
004390 3610-COPY-ONE-SLOT.
004400     MOVE SUSPI-FEED-PRESENT-SW (EX6-SLOT-SUB)
004410         TO SRT-FEED-PRESENT-SW (EX6-SLOT-SUB).
004420     MOVE SUSPI-DB_BEDR (EX6-SLOT-SUB)
004430         TO SRT-DB_BEDR (EX6-SLOT-SUB).
004440     MOVE SUSPI-CR_BEDR (EX6-SLOT-SUB)
004450         TO SRT-CR_BEDR (EX6-SLOT-SUB).
004460 3610-EXIT.
004470     EXIT.
004480
004490*****************************************************************
004500* 3700-WRITE-DECISION-LOG - EVERY APPLIED DECISION GOES ON
004510* RTSMA01 WITH THE ITEM'S KEY AND COMBINED AMOUNTS, THE ACTION,
004520* THE NEW KEY WHEN THERE IS ONE, THE AUTHORIZING USER AND A
004530* TIMESTAMP.
004540*****************************************************************
004550 3700-WRITE-DECISION-LOG.
004560     MOVE SPACES TO RTSMA01-RECORD.
004570     MOVE SUSPI-REK_ID      TO SMA-REK_ID.
004580     MOVE SUSPI-VAL_DAT     TO SMA-VAL_DAT.
004590     MOVE DEC-ACTION-CD     TO SMA-ACTION-CD.
004600     IF DEC-ACTION-CD = 'C'
004610         MOVE EX6-OUT-REK-ID  TO SMA-NEW-REK_ID
004620         MOVE EX6-OUT-VAL-DAT TO SMA-NEW-VAL_DAT
004630     END-IF.
004640     MOVE DEC-USER-ID       TO SMA-USER-ID.
004650     PERFORM 3710-BUILD-TIMESTAMP THRU 3710-EXIT.
004660     MOVE EX6-TIMESTAMP-WORK TO SMA-TIMESTAMP.
004670     MOVE EX6-ITEM-DB-TOTAL TO SMA-DB_BEDR.
004680     MOVE EX6-ITEM-CR-TOTAL TO SMA-CR_BEDR.
004690     MOVE SUSPI-AGE-DAYS    TO SMA-AGE-DAYS.
004700     WRITE RTSMA01-RECORD.
004710 3700-EXIT.
004720     EXIT.
004730
004740 3710-BUILD-TIMESTAMP.
004750     MOVE SPACES TO EX6-TIMESTAMP-WORK.
004760     ACCEPT EX6-TS-DATE FROM DATE YYYYMMDD.
004770     ACCEPT EX6-TS-TIME FROM TIME.
004780 3710-EXIT.
004790     EXIT.
004800
004810*****************************************************************
004820* 4000-WRITE-SUSPENSE - SORT OUTPUT PROCEDURE.  THE SURVIVING
004830* ITEMS COME BACK IN KEY ORDER AND BECOME THE CARRY-FORWARD
004840* FILE THE NEXT EX01 RUN MERGES AGAINST ITS FEEDS.
004850*****************************************************************
004860 4000-WRITE-SUSPENSE SECTION.
004870 4000-WRITE-SUSP-PARA.
004880     OPEN OUTPUT RTSUSPO.
004890     MOVE 'Y' TO EX6-RTSUSPO-OPEN-SW.
004900     PERFORM 4100-RETURN-ONE-ITEM THRU 4100-EXIT
004910         UNTIL EX6-SORT-EOF.
004920     CLOSE RTSUSPO.
004930     MOVE 'N' TO EX6-RTSUSPO-OPEN-SW.
004940 4000-EXIT.
004950     EXIT.
004960
004970 4100-RETURN-ONE-ITEM.
004980     RETURN SORTWK01
004990         AT END
005000             SET EX6-SORT-EOF TO TRUE
005010         NOT AT END
005020             PERFORM 4200-WRITE-ONE-ITEM THRU 4200-EXIT
005030     END-RETURN.
005040 4100-EXIT.
005050     EXIT.
005060
005070 4200-WRITE-ONE-ITEM.
005080     MOVE SRT-REK_ID   TO SUSPO-REK_ID.
005090     MOVE SRT-VAL_DAT  TO SUSPO-VAL_DAT.
005100     MOVE SRT-CUR_CD   TO SUSPO-CUR_CD.
005110     MOVE SRT-AGE-DAYS TO SUSPO-AGE-DAYS.
005120     MOVE SRT-HOLD-CD  TO SUSPO-HOLD-CD.
005130     PERFORM 4210-COPY-ONE-SLOT THRU 4210-EXIT
005140         VARYING EX6-SLOT-SUB FROM 1 BY 1
005150         UNTIL EX6-SLOT-SUB > 3.
005160     WRITE RTSUSPO-RECORD.
005170 4200-EXIT.
005180     EXIT.
005190
005200 4210-COPY-ONE-SLOT.
005210     MOVE SRT-FEED-PRESENT-SW (EX6-SLOT-SUB)
005220         TO SUSPO-FEED-PRESENT-SW (EX6-SLOT-SUB).
005230     MOVE SRT-DB_BEDR (EX6-SLOT-SUB)
005240         TO SUSPO-DB_BEDR (EX6-SLOT-SUB).
005250     MOVE SRT-CR_BEDR (EX6-SLOT-SUB)
005260         TO SUSPO-CR_BEDR (EX6-SLOT-SUB).
005270 4210-EXIT.
005280     EXIT.
005290
005300 5010-READ-RTSUSPI.
005310     READ RTSUSPI
005320         AT END
005330             SET EX6-SUSP-EOF TO TRUE
005340             MOVE HIGH-VALUES TO EX6-KEY-SU
005350         NOT AT END
005360             ADD 1 TO EX6-SUSP-READ-COUNT
005370             MOVE SUSPI-REK_ID  TO EX6-KEY-SU-ID
005380             MOVE SUSPI-VAL_DAT TO EX6-KEY-SU-DT
005390     END-READ.
005400 5010-EXIT.
005410     EXIT.
005420
005430 5020-READ-RTDEC01.
005440     READ RTDEC01
005450         AT END
005460             SET EX6-DEC-EOF TO TRUE
005470             MOVE HIGH-VALUES TO EX6-KEY-DE
005480         NOT AT END
005490             ADD 1 TO EX6-DEC-READ-COUNT
005500             MOVE DEC-REK_ID  TO EX6-KEY-DE-ID
005510             MOVE DEC-VAL_DAT TO EX6-KEY-DE-DT
005520             IF EX6-KEY-DE NOT > EX6-PREV-DE-KEY
005530                 GO TO 9100-DECISION-SEQUENCE-ERROR
005540             END-IF
005550             MOVE EX6-KEY-DE TO EX6-PREV-DE-KEY
005560     END-READ.
005570 5020-EXIT.
005580     EXIT.
005590
005600*****************************************************************
005610* 7500-WRITE-RUN-COUNTS - THE CONSOLE SIGN-OFF.  ORPHAN OR
005620* INVALID CARDS END THE RUN WITH RETURN CODE 4 SO OPERATIONS
005630* TAKES A LOOK, THE WAY EX02 AND EX04 NOTIFY AN INCOMPLETE
005640* PASS.
005650*****************************************************************
005660 7500-WRITE-RUN-COUNTS SECTION.
005670 7500-WRITE-COUNTS-PARA.
005680     DISPLAY 'EX06 - SUSPENSE ITEMS READ     = '
005690             EX6-SUSP-READ-COUNT.
005700     DISPLAY 'EX06 - DECISION CARDS READ     = '
005710             EX6-DEC-READ-COUNT.
005720     DISPLAY 'EX06 - ITEMS PASSED UNCHANGED  = '
005730             EX6-UNCHANGED-COUNT.
005740     DISPLAY 'EX06 - ITEMS WRITTEN OFF       = '
005750             EX6-WRITEOFF-COUNT.
005760     DISPLAY 'EX06 - ITEMS FORCE-MATCHED     = '
005770             EX6-FORCED-COUNT.
005780     DISPLAY 'EX06 - ITEMS KEY-CORRECTED     = '
005790             EX6-CORRECTED-COUNT.
005800     DISPLAY 'EX06 - ORPHAN DECISION CARDS   = '
005810             EX6-ORPHAN-COUNT.
005820     DISPLAY 'EX06 - INVALID DECISION CARDS  = '
005830             EX6-BADCARD-COUNT.
005840     IF (EX6-ORPHAN-COUNT > ZERO OR EX6-BADCARD-COUNT > ZERO)
005850             AND RETURN-CODE = ZERO
005860         MOVE 4 TO RETURN-CODE
005870     END-IF.
005880 7500-EXIT.
005890     EXIT.
005900
005910*****************************************************************
005920* 8000-TERMINATE - CLOSE EVERYTHING STILL OPEN AND CLOSE OFF THE
005930* RUN'S LEDGER ENTRY.
005940*****************************************************************
005950 8000-TERMINATE SECTION.
005960 8000-TERMINATE-PARA.
005970     IF EX6-RTSUSPI-OPEN
005980         CLOSE RTSUSPI
005990     END-IF.
006000     IF EX6-RTSUSPO-OPEN
006010         CLOSE RTSUSPO
006020     END-IF.
006030     IF EX6-RTDEC01-OPEN
006040         CLOSE RTDEC01
006050     END-IF.
006060     IF EX6-RTSMA01-OPEN
006070         CLOSE RTSMA01
006080     END-IF.
006090     IF EX6-RTSTS01-OPEN
006100         CLOSE RTSTS01
006110     END-IF.
006120     PERFORM 8100-WRITE-LEDGER-END THRU 8100-EXIT.
006130 8000-EXIT.
006140     EXIT.
006150
006160*****************************************************************
006170* 8100-WRITE-LEDGER-END - CLOSE OFF THE RUN'S LEDGER ENTRY WITH
006180* ITS RETURN CODE, COUNTS AND OUTCOME.
006190*****************************************************************
006200 8100-WRITE-LEDGER-END.
006210     IF NOT EX6-LDG-STARTED
006220         GO TO 8100-EXIT
006230     END-IF.
006240     MOVE 'N' TO EX6-LDG-START-SW.
006250     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
006260     MOVE 'E' TO STS-EVENT-CD.
006270     MOVE RETURN-CODE TO STS-RETURN-CD.
006280     EVALUATE TRUE
006290         WHEN RETURN-CODE = ZERO
006300             MOVE 'C' TO STS-STATUS-CD
006310         WHEN RETURN-CODE NOT > 4
006320             MOVE 'W' TO STS-STATUS-CD
006330         WHEN OTHER
006340             MOVE 'F' TO STS-STATUS-CD
006350     END-EVALUATE.
006360     MOVE EX6-SUSP-READ-COUNT TO STS-READ-COUNT.
006370     COMPUTE STS-WRITTEN-COUNT = EX6-WRITEOFF-COUNT
006380                               + EX6-FORCED-COUNT
006390                               + EX6-CORRECTED-COUNT.
006400     COMPUTE STS-EXCEPTION-COUNT = EX6-ORPHAN-COUNT
006410                                 + EX6-BADCARD-COUNT.
006420     OPEN EXTEND RTSTS01.
006430     WRITE RTSTS01-RECORD.
006440     CLOSE RTSTS01.
006450 8100-EXIT.
006460     EXIT.
006470
006480*****************************************************************
006490* 9000-ERROR-PARAGRAPHS - FATAL ERROR HANDLING, EACH WITH ITS
006500* OWN RETURN CODE, THE SAME WAY EX01 HANDLES ITS FATAL ERRORS.
006510*****************************************************************
006520 9000-ERROR-PARAGRAPHS SECTION.
006530 9100-DECISION-SEQUENCE-ERROR.
006540     DISPLAY 'EX06 - DECISION CARDS OUT OF SEQUENCE AT '
006550             DEC-REK_ID ' ' DEC-VAL_DAT.
006560     MOVE 44 TO RETURN-CODE.
006570     PERFORM 8000-TERMINATE THRU 8000-EXIT.
006580     STOP RUN.
006590 9100-EXIT.
006600     EXIT.
