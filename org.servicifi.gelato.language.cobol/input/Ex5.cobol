000330*                     LONGER FAILS THE RAW-TRAILER HASH PROOF -
000340*                     THE AFFECTED HASH CHECK IS SUPPRESSED AND
000350*                     REPORTED, THE RECORD-COUNT CHECK STAYS.
000360*   2026-10-15  MVH  RUN LEDGER.  THE CONTROL CARD NOW NAMES THE
000370*                     PROCESSING DATE AND CYCLE, THE RAW HEADER
000380*                     MUST CARRY THEM, AND EACH RUN WRITES A START
000390*                     AND AN END RECORD TO RTSTS01 UNDER THE FEED
000400*                     ID - EX01 WILL NOT RUN A CYCLE UNTIL ALL
000410*                     THREE FEEDS SHOW CLEANED THERE.
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. EX05.
000450 AUTHOR. M V HALEN.
000460 INSTALLATION. SERVICIFI GELATO.
000470 DATE-WRITTEN. 2026-08-24.
000480 DATE-COMPILED.
000490
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. IBM-3090.
000530 SPECIAL-NAMES.
000540     DECIMAL-POINT IS COMMA.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570
000580     SELECT RTCTL05 ASSIGN TO RTCTL05
000590         ORGANIZATION IS SEQUENTIAL.
000600
000610     SELECT RRSIRAW ASSIGN TO RRSIRAW
000620         ORGANIZATION IS SEQUENTIAL.
000630
000640     SELECT RRSICLN ASSIGN TO RRSICLN
000650         ORGANIZATION IS SEQUENTIAL.
000660
000670     SELECT RTREJ01 ASSIGN TO RTREJ01
000680         ORGANIZATION IS SEQUENTIAL.
000690
000700     SELECT RTSTS01 ASSIGN TO RTSTS01
000710         ORGANIZATION IS SEQUENTIAL.
000720
000730     SELECT SORTWK01 ASSIGN TO SORTWK01.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770
000780 FD  RRSIRAW
000790     LABEL RECORDS ARE STANDARD.
000800     COPY RRSREC REPLACING ==RRSREC==   BY ==RAW-RECORD==
000810                           ==REK_ID==   BY ==RAW-REK_ID==
000820                           ==VAL_DAT==  BY ==RAW-VAL_DAT==
000830                           ==DB_BEDR==  BY ==RAW-DB_BEDR==
000840                           ==CR_BEDR==  BY ==RAW-CR_BEDR==
000850                           ==CUR_CD==   BY ==RAW-CUR_CD==.
000860     COPY RRSHDT REPLACING
000870         ==RRSHDR-RECORD==    BY ==RAW-HDR-RECORD==
000880         ==HDR-REC-TYPE==     BY ==RAW-HDR-REC-TYPE==
000890         ==HDR-PARTNER-ID==   BY ==RAW-HDR-PARTNER-ID==
000900         ==HDR-CREATE-DATE==  BY ==RAW-HDR-CREATE-DATE==
000910         ==HDR-FILE-SEQ-NO==  BY ==RAW-HDR-FILE-SEQ-NO==
000920         ==HDR-CYCLE-NO==     BY ==RAW-HDR-CYCLE-NO==
000930         ==RRSTRL-RECORD==    BY ==RAW-TRL-RECORD==
000940         ==TRL-REC-TYPE==     BY ==RAW-TRL-REC-TYPE==
000950         ==TRL-RECORD-COUNT== BY ==RAW-TRL-RECORD-COUNT==
000960         ==TRL-DB-HASH==      BY ==RAW-TRL-DB-HASH==
000970         ==TRL-CR-HASH==      BY ==RAW-TRL-CR-HASH==.
000980
000990 FD  RRSICLN
001000     LABEL RECORDS ARE STANDARD.
001010     COPY RRSREC REPLACING ==RRSREC==   BY ==CLN-RECORD==
001020                           ==REK_ID==   BY ==CLN-REK_ID==
001030                           ==VAL_DAT==  BY ==CLN-VAL_DAT==
001040                           ==DB_BEDR==  BY ==CLN-DB_BEDR==
001050                           ==CR_BEDR==  BY ==CLN-CR_BEDR==
001060                           ==CUR_CD==   BY ==CLN-CUR_CD==.
001070     COPY RRSHDT REPLACING
001080         ==RRSHDR-RECORD==    BY ==CLN-HDR-RECORD==
001090         ==HDR-REC-TYPE==     BY ==CLN-HDR-REC-TYPE==
001100         ==HDR-PARTNER-ID==   BY ==CLN-HDR-PARTNER-ID==
001110         ==HDR-CREATE-DATE==  BY ==CLN-HDR-CREATE-DATE==
001120         ==HDR-FILE-SEQ-NO==  BY ==CLN-HDR-FILE-SEQ-NO==
001130         ==HDR-CYCLE-NO==     BY ==CLN-HDR-CYCLE-NO==
001140         ==RRSTRL-RECORD==    BY ==CLN-TRL-RECORD==
001150         ==TRL-REC-TYPE==     BY ==CLN-TRL-REC-TYPE==
001160         ==TRL-RECORD-COUNT== BY ==CLN-TRL-RECORD-COUNT==
001170         ==TRL-DB-HASH==      BY ==CLN-TRL-DB-HASH==
001180         ==TRL-CR-HASH==      BY ==CLN-TRL-CR-HASH==.
001190
001200 FD  RTCTL05
001210     LABEL RECORDS ARE STANDARD.
001220     COPY RTCTL05.
001230
001240 FD  RTREJ01
001250     LABEL RECORDS ARE STANDARD.
001260     COPY RTREJ01.
001270
001280 FD  RTSTS01
001290     LABEL RECORDS ARE STANDARD.
001300     COPY RTSTS01.
001310
001320 SD  SORTWK01.
001330     COPY RRSREC REPLACING ==RRSREC==   BY ==SRT-RECORD==
001340                           ==REK_ID==   BY ==SRT-REK_ID==
001350                           ==VAL_DAT==  BY ==SRT-VAL_DAT==
001360                           ==DB_BEDR==  BY ==SRT-DB_BEDR==
001370                           ==CR_BEDR==  BY ==SRT-CR_BEDR==
001380                           ==CUR_CD==   BY ==SRT-CUR_CD==.
001390
001400 WORKING-STORAGE SECTION.
001410
001420*****************************************************************
001430* SWITCHES.
001440*****************************************************************
001450 77  EX5-RAW-EOF-SW                  PIC X     VALUE 'N'.
001460     88  EX5-RAW-EOF                           VALUE 'Y'.
001470 77  EX5-SORT-EOF-SW                 PIC X     VALUE 'N'.
001480     88  EX5-SORT-EOF                          VALUE 'Y'.
001490 77  EX5-HDR-SEEN-SW                 PIC X     VALUE 'N'.
001500     88  EX5-HDR-SEEN                          VALUE 'Y'.
001510 77  EX5-TRL-SEEN-SW                 PIC X     VALUE 'N'.
001520     88  EX5-TRL-SEEN                          VALUE 'Y'.
001530 77  EX5-HOLD-FILLED-SW              PIC X     VALUE 'N'.
001540     88  EX5-HOLD-FILLED                       VALUE 'Y'.
001550 77  EX5-DATE-OK-SW                  PIC X     VALUE 'Y'.
001560     88  EX5-DATE-OK                           VALUE 'Y'.
001570 77  EX5-LDG-START-SW                PIC X     VALUE 'N'.
001580     88  EX5-LDG-STARTED                       VALUE 'Y'.
001590
001600*****************************************************************
001610* FILE-OPEN INDICATORS.  8000-TERMINATE-PARA TESTS THESE SO IT
001620* CAN CLOSE DOWN WHATEVER IS STILL OPEN ON AN ABEND PATH WITHOUT
001630* ATTEMPTING TO CLOSE A FILE THAT WAS NEVER OPENED.
001640*****************************************************************
001650 77  EX5-RTCTL05-OPEN-SW              PIC X     VALUE 'N'.
001660     88  EX5-RTCTL05-OPEN                       VALUE 'Y'.
001670 77  EX5-RRSIRAW-OPEN-SW              PIC X     VALUE 'N'.
001680     88  EX5-RRSIRAW-OPEN                       VALUE 'Y'.
001690 77  EX5-RRSICLN-OPEN-SW              PIC X     VALUE 'N'.
001700     88  EX5-RRSICLN-OPEN                       VALUE 'Y'.
001710 77  EX5-RTREJ01-OPEN-SW              PIC X     VALUE 'N'.
001720     88  EX5-RTREJ01-OPEN                       VALUE 'Y'.
001730 77  EX5-RTSTS01-OPEN-SW              PIC X     VALUE 'N'.
001740     88  EX5-RTSTS01-OPEN                       VALUE 'Y'.
001750
001760*****************************************************************
001770* COUNTERS AND CONTROL TOTALS.  THE CLEAN COUNT AND HASH TOTALS
001780* ARE ACCUMULATED OVER THE DETAILS ACTUALLY WRITTEN TO RRSICLN
001790* AND BECOME THE REBUILT TRAILER, SO THE CLEANED FILE PROVES
001800* ITSELF TO EX01'S FEED CONTROL VERIFICATION.
001810*****************************************************************
001820 77  EX5-RAW-READ-COUNT       PIC 9(09) COMP VALUE ZERO.
001830 77  EX5-CLEAN-COUNT          PIC 9(09) COMP VALUE ZERO.
001840 77  EX5-REJECT-COUNT         PIC 9(09) COMP VALUE ZERO.
001850 77  EX5-DUP-DROP-COUNT       PIC 9(09) COMP VALUE ZERO.
001860 77  EX5-DUP-DIFF-COUNT       PIC 9(09) COMP VALUE ZERO.
001870 77  EX5-SEQERR-COUNT         PIC 9(09) COMP VALUE ZERO.
001880 77  EX5-UNHASH-DB-COUNT      PIC 9(09) COMP VALUE ZERO.
001890 77  EX5-UNHASH-CR-COUNT      PIC 9(09) COMP VALUE ZERO.
001900 77  EX5-CLEAN-DB-HASH        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
001910 77  EX5-CLEAN-CR-HASH        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
001920 77  EX5-RAW-DB-HASH          PIC S9(13)V9(2) COMP-3 VALUE ZERO.
001930 77  EX5-RAW-CR-HASH          PIC S9(13)V9(2) COMP-3 VALUE ZERO.
001940 77  EX5-EXP-COUNT            PIC 9(09) COMP VALUE ZERO.
001950 77  EX5-EXP-DB-HASH          PIC S9(13)V9(2) COMP-3 VALUE ZERO.
001960 77  EX5-EXP-CR-HASH          PIC S9(13)V9(2) COMP-3 VALUE ZERO.
001970 77  EX5-ERROR-TEXT           PIC X(30) VALUE SPACES.
001980 77  EX5-REJ-REASON           PIC X(40) VALUE SPACES.
001990 77  EX5-REJ-REASON-CD        PIC X(04) VALUE SPACES.
002000 77  EX5-PROC-DATE            PIC X(08) VALUE SPACES.
002010 77  EX5-CYCLE-NO             PIC 9(02) VALUE 1.
002020
002030*****************************************************************
002040* THE RAW HEADER, HELD UNTIL THE OUTPUT PASS SO THE CLEANED
002050* FILE OPENS UNDER THE PARTNER'S OWN HEADER, AND THE PREVIOUS
002060* DETAIL KEY FOR THE INPUT SEQUENCE CHECK.
002070*****************************************************************
002080 01  EX5-SAVED-HEADER.
002090     05  EX5-SAVED-PARTNER-ID    PIC X(10).
002100     05  EX5-SAVED-CREATE-DATE   PIC X(08).
002110     05  EX5-SAVED-FILE-SEQ-NO   PIC 9(06).
002120     05  EX5-SAVED-CYCLE-NO      PIC 9(02).
002130
002140 01  EX5-PREV-KEY.
002150     05  EX5-PREV-KEY-ID         PIC X(10).
002160     05  EX5-PREV-KEY-DT         PIC X(08).
002170
002180*****************************************************************
002190* THE HELD DETAIL FOR THE DUPLICATE COLLAPSE.  THE SORTED
002200* DETAILS COME BACK ONE KEY AFTER ANOTHER, SO ONE HELD RECORD
002210* IS ENOUGH - A RETURNED DETAIL EITHER REPEATS THE HELD KEY
002220* (AND IS COLLAPSED) OR FLUSHES THE HELD RECORD TO RRSICLN.
002230*****************************************************************
002240 01  EX5-HOLD-DETAIL.
002250     05  EX5-HOLD-REK-ID         PIC X(10).
002260     05  EX5-HOLD-VAL-DAT        PIC X(08).
002270     05  EX5-HOLD-DB-BEDR        PIC S9(11)V9(2) COMP-3.
002280     05  EX5-HOLD-CR-BEDR        PIC S9(11)V9(2) COMP-3.
002290     05  EX5-HOLD-CUR-CD         PIC X(03).
002300
002310*****************************************************************
002320* VAL_DAT VALIDATION WORK FIELDS.
002330*****************************************************************
002340 01  EX5-VD-WORK.
002350     05  EX5-VD-DATE.
002360         10  EX5-VD-YYYY         PIC 9(04).
002370         10  EX5-VD-MM           PIC 9(02).
002380         10  EX5-VD-DD           PIC 9(02).
002390 77  EX5-VD-MONTH-LEN            PIC 9(02) COMP VALUE ZERO.
002400 77  EX5-VD-REM4                 PIC 9(04) COMP VALUE ZERO.
002410 77  EX5-VD-REM100               PIC 9(04) COMP VALUE ZERO.
002420 77  EX5-VD-REM400               PIC 9(04) COMP VALUE ZERO.
002430 77  EX5-VD-QUOT                 PIC 9(04) COMP VALUE ZERO.
002440
002450 PROCEDURE DIVISION.
002460
002470*****************************************************************
002480* 0000-MAINLINE - OVERALL CONTROL FLOW.  THE SORT CARRIES THE
002490* WHOLE EDIT - THE INPUT PROCEDURE READS AND VALIDATES THE RAW
002500* FEED, THE OUTPUT PROCEDURE COLLAPSES DUPLICATES AND WRITES
002510* THE CLEANED FILE WITH ITS REBUILT TRAILER.
002520*****************************************************************
002530 0000-MAINLINE SECTION.
002540 0000-START.
002550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002560     SORT SORTWK01
002570         ON ASCENDING KEY SRT-REK_ID
002580                          SRT-VAL_DAT
002590         INPUT PROCEDURE IS 3000-EDIT-RAW-FEED THRU 3000-EXIT
002600         OUTPUT PROCEDURE IS 4000-WRITE-CLEAN-FEED THRU 4000-EXIT.
002610     PERFORM 7500-WRITE-RUN-COUNTS THRU 7500-EXIT.
002620     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002630     STOP RUN.
002640 0000-EXIT.
002650     EXIT.
002660
002670*****************************************************************
002680* 1000-INITIALIZE - READ THE CONTROL CARD NAMING THE FEED BEING
002690* CLEANED AND THE DATE AND CYCLE IT IS CLEANED FOR, RECORD THE
002700* START ON THE RUN LEDGER, AND OPEN THE REJECT FILE FOR THE
002710* EDIT PASS.
002720*****************************************************************
002730 1000-INITIALIZE SECTION.
002740 1000-INITIALIZE-PARA.
002750     OPEN INPUT RTCTL05.
002760     MOVE 'Y' TO EX5-RTCTL05-OPEN-SW.
002770     READ RTCTL05
002780         AT END
002790             DISPLAY 'EX05 - CONTROL CARD FILE IS EMPTY'
002800             MOVE 12 TO RETURN-CODE
002810             PERFORM 8000-TERMINATE THRU 8000-EXIT
002820             STOP RUN
002830     END-READ.
002840     IF CTL5-FEED-ID NOT = 'RRSI01'
002850             AND CTL5-FEED-ID NOT = 'RRSI02'
002860             AND CTL5-FEED-ID NOT = 'RRSI03'
002870         DISPLAY 'EX05 - FEED ID ' CTL5-FEED-ID
002880                 ' IS INVALID, RUN TERMINATED'
002890         MOVE 12 TO RETURN-CODE
002900         PERFORM 8000-TERMINATE THRU 8000-EXIT
002910         STOP RUN
002920     END-IF.
002930     IF CTL5-PROC-DATE = SPACES
002940         ACCEPT EX5-PROC-DATE FROM DATE YYYYMMDD
002950     ELSE
002960         MOVE CTL5-PROC-DATE TO EX5-PROC-DATE
002970     END-IF.
002980     IF CTL5-CYCLE-NO IS NUMERIC
002990             AND CTL5-CYCLE-NO > ZERO
003000         MOVE CTL5-CYCLE-NO TO EX5-CYCLE-NO
003010     ELSE
003020         MOVE 1 TO EX5-CYCLE-NO
003030     END-IF.
003040     DISPLAY 'EX05 - PRE-EDITING FEED ' CTL5-FEED-ID
003050             ' FOR ' EX5-PROC-DATE ' CYCLE ' EX5-CYCLE-NO.
003060     CLOSE RTCTL05.
003070     MOVE 'N' TO EX5-RTCTL05-OPEN-SW.
003080     PERFORM 1800-WRITE-LEDGER-START THRU 1800-EXIT.
003090     OPEN OUTPUT RTREJ01.
003100     MOVE 'Y' TO EX5-RTREJ01-OPEN-SW.
003110 1000-EXIT.
003120     EXIT.
003130
003140*****************************************************************
003150* 1800-WRITE-LEDGER-START - RECORD ON THE RTSTS01 RUN LEDGER
003160* THAT THIS FEED'S PRE-EDIT HAS STARTED.  THE END RECORD IS
003170* WRITTEN BY 8100-WRITE-LEDGER-END ON EVERY PATH OUT OF THE
003180* PROGRAM.
003190*****************************************************************
003200 1800-WRITE-LEDGER-START.
003210     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
003220     MOVE 'S' TO STS-EVENT-CD.
003230     OPEN EXTEND RTSTS01.
003240     MOVE 'Y' TO EX5-RTSTS01-OPEN-SW.
003250     WRITE RTSTS01-RECORD.
003260     CLOSE RTSTS01.
003270     MOVE 'N' TO EX5-RTSTS01-OPEN-SW.
003280     SET EX5-LDG-STARTED TO TRUE.
003290 1800-EXIT.
003300     EXIT.
003310
003320 1810-BUILD-LEDGER-RECORD.
003330     MOVE SPACES TO RTSTS01-RECORD.
003340     MOVE EX5-PROC-DATE TO STS-BUS-DATE.
003350     MOVE EX5-CYCLE-NO  TO STS-CYCLE-NO.
003360     MOVE 'EX05'        TO STS-PROGRAM-ID.
003370     MOVE CTL5-FEED-ID  TO STS-QUALIFIER.
003380     ACCEPT STS-EVENT-DATE FROM DATE YYYYMMDD.
003390     ACCEPT STS-EVENT-TIME FROM TIME.
003400     MOVE ZERO TO STS-RETURN-CD
003410                  STS-READ-COUNT
003420                  STS-WRITTEN-COUNT
003430                  STS-EXCEPTION-COUNT.
003440 1810-EXIT.
003450     EXIT.
003460
003470*****************************************************************
003480* 3000-EDIT-RAW-FEED - SORT INPUT PROCEDURE.  THE RAW FEED IS
003490* READ ONCE - THE HEADER IS SAVED FOR THE CLEANED FILE, THE
003500* TRAILER'S CONTROLS ARE KEPT FOR THE RAW-FILE VERIFICATION,
003510* AND EVERY DETAIL EITHER PASSES THE FIELD EDITS AND IS
003520* RELEASED TO THE SORT OR GOES ON THE REJECT FILE.  THE RAW
003530* TRAILER IS THEN PROVEN AGAINST EVERYTHING READ (REJECTS
003540* INCLUDED) SO A TRUNCATED OR PADDED DELIVERY STOPS THE RUN
003550* THE SAME WAY IT WOULD STOP EX01.
003560*****************************************************************
003570 3000-EDIT-RAW-FEED SECTION.
003580 3000-EDIT-RAW-PARA.
003590     MOVE LOW-VALUES TO EX5-PREV-KEY.
003600     OPEN INPUT RRSIRAW.
003610     MOVE 'Y' TO EX5-RRSIRAW-OPEN-SW.
003620     PERFORM 3100-EDIT-ONE-RECORD THRU 3100-EXIT
003630         UNTIL EX5-RAW-EOF.
003640     CLOSE RRSIRAW.
003650     MOVE 'N' TO EX5-RRSIRAW-OPEN-SW.
003660     PERFORM 3500-VERIFY-RAW-CONTROLS THRU 3500-EXIT.
003670 3000-EXIT.
003680     EXIT.
003690
003700 3100-EDIT-ONE-RECORD.
003710     READ RRSIRAW
003720         AT END
003730             SET EX5-RAW-EOF TO TRUE
003740         NOT AT END
003750             PERFORM 3110-CLASSIFY-RAW-RECORD THRU 3110-EXIT
003760     END-READ.
003770 3100-EXIT.
003780     EXIT.
003790
003800*****************************************************************
003810* 3110-CLASSIFY-RAW-RECORD - THE FIRST 'HDR' RECORD IS THE
003820* HEADER AND THE FIRST 'TRL' RECORD IS THE TRAILER.  A LATER
003830* RECORD CARRYING EITHER MARKER IS A DETAIL WITH A RESERVED
003840* REK_ID - EXACTLY WHAT THE RJ04 EDIT EXISTS FOR - SO IT RUNS
003850* THE DETAIL EDITS AND REJECTS INSTEAD OF ABENDING THE RUN.
003860*****************************************************************
003870 3110-CLASSIFY-RAW-RECORD.
003880     EVALUATE TRUE
003890         WHEN RAW-HDR-REC-TYPE = 'HDR'
003900                 AND NOT EX5-HDR-SEEN
003910             SET EX5-HDR-SEEN TO TRUE
003920             MOVE RAW-HDR-PARTNER-ID  TO EX5-SAVED-PARTNER-ID
003930             MOVE RAW-HDR-CREATE-DATE TO EX5-SAVED-CREATE-DATE
003940             MOVE RAW-HDR-FILE-SEQ-NO TO EX5-SAVED-FILE-SEQ-NO
003950             MOVE RAW-HDR-CYCLE-NO    TO EX5-SAVED-CYCLE-NO
003960         WHEN RAW-HDR-REC-TYPE = 'TRL'
003970                 AND NOT EX5-TRL-SEEN
003980             SET EX5-TRL-SEEN TO TRUE
003990             MOVE RAW-TRL-RECORD-COUNT TO EX5-EXP-COUNT
004000             MOVE RAW-TRL-DB-HASH      TO EX5-EXP-DB-HASH
004010             MOVE RAW-TRL-CR-HASH      TO EX5-EXP-CR-HASH
004020         WHEN OTHER
004030             ADD 1 TO EX5-RAW-READ-COUNT
004040             PERFORM 3200-EDIT-ONE-DETAIL THRU 3200-EXIT
004050     END-EVALUATE.
004060 3110-EXIT.
004070     EXIT.
004080
004090*****************************************************************
004100* 3200-EDIT-ONE-DETAIL - THE FIELD EDITS, IN REJECT-CODE ORDER.
004110* ONE DETAIL CAN ONLY REJECT ONCE - THE FIRST FAILING EDIT
004120* NAMES THE REASON.  THE INPUT SEQUENCE IS ALSO CHECKED SO THE
004130* RUN SUMMARY CAN SAY HOW DISORDERED THE DELIVERY WAS, BUT AN
004140* OUT-OF-SEQUENCE DETAIL IS NOT AN ERROR - THE SORT PUTS IT
004150* WHERE IT BELONGS.
004160*****************************************************************
004170 3200-EDIT-ONE-DETAIL.
004180     IF RAW-REK_ID < EX5-PREV-KEY-ID
004190             OR (RAW-REK_ID = EX5-PREV-KEY-ID
004200                 AND RAW-VAL_DAT < EX5-PREV-KEY-DT)
004210         ADD 1 TO EX5-SEQERR-COUNT
004220     END-IF.
004230     MOVE RAW-REK_ID  TO EX5-PREV-KEY-ID.
004240     MOVE RAW-VAL_DAT TO EX5-PREV-KEY-DT.
004250     IF RAW-DB_BEDR IS NOT NUMERIC
004260         ADD 1 TO EX5-UNHASH-DB-COUNT
004270         IF RAW-CR_BEDR IS NUMERIC
004280             ADD RAW-CR_BEDR TO EX5-RAW-CR-HASH
004290         ELSE
004300             ADD 1 TO EX5-UNHASH-CR-COUNT
004310         END-IF
004320         MOVE 'DB_BEDR NOT NUMERIC' TO EX5-REJ-REASON
004330         MOVE 'RJ01' TO EX5-REJ-REASON-CD
004340         PERFORM 3400-WRITE-REJECT THRU 3400-EXIT
004350         GO TO 3200-EXIT
004360     END-IF.
004370     ADD RAW-DB_BEDR TO EX5-RAW-DB-HASH.
004380     IF RAW-CR_BEDR IS NOT NUMERIC
004390         ADD 1 TO EX5-UNHASH-CR-COUNT
004400         MOVE 'CR_BEDR NOT NUMERIC' TO EX5-REJ-REASON
004410         MOVE 'RJ02' TO EX5-REJ-REASON-CD
004420         PERFORM 3400-WRITE-REJECT THRU 3400-EXIT
004430         GO TO 3200-EXIT
004440     END-IF.
004450     ADD RAW-CR_BEDR TO EX5-RAW-CR-HASH.
004460     MOVE RAW-VAL_DAT TO EX5-VD-WORK.
004470     PERFORM 3300-VALIDATE-VAL-DAT THRU 3300-EXIT.
004480     IF NOT EX5-DATE-OK
004490         MOVE 'VAL_DAT NOT A VALID DATE' TO EX5-REJ-REASON
004500         MOVE 'RJ03' TO EX5-REJ-REASON-CD
004510         PERFORM 3400-WRITE-REJECT THRU 3400-EXIT
004520         GO TO 3200-EXIT
004530     END-IF.
004540     IF RAW-REK_ID (1:3) = 'HDR' OR RAW-REK_ID (1:3) = 'TRL'
004550         MOVE 'REK_ID BEGINS WITH RESERVED MARKER'
004560             TO EX5-REJ-REASON
004570         MOVE 'RJ04' TO EX5-REJ-REASON-CD
004580         PERFORM 3400-WRITE-REJECT THRU 3400-EXIT
004590         GO TO 3200-EXIT
004600     END-IF.
004610     MOVE RAW-REK_ID  TO SRT-REK_ID.
004620     MOVE RAW-VAL_DAT TO SRT-VAL_DAT.
004630     MOVE RAW-DB_BEDR TO SRT-DB_BEDR.
004640     MOVE RAW-CR_BEDR TO SRT-CR_BEDR.
004650     MOVE RAW-CUR_CD  TO SRT-CUR_CD.
004660     RELEASE SRT-RECORD.
004670 3200-EXIT.
004680     EXIT.
004690
004700*****************************************************************
004710* 3300-VALIDATE-VAL-DAT - EX5-VD-WORK HOLDS THE CANDIDATE DATE.
004720* IT MUST BE ALL NUMERIC, THE MONTH 01-12 AND THE DAY WITHIN
004730* THE MONTH, FEBRUARY JUDGED BY THE USUAL LEAP RULE (EVERY
004740* FOURTH YEAR, CENTURIES ONLY EVERY FOURTH CENTURY).
004750*****************************************************************
004760 3300-VALIDATE-VAL-DAT.
004770     MOVE 'Y' TO EX5-DATE-OK-SW.
004780     IF EX5-VD-DATE IS NOT NUMERIC
004790         MOVE 'N' TO EX5-DATE-OK-SW
004800         GO TO 3300-EXIT
004810     END-IF.
004820     IF EX5-VD-MM < 1 OR EX5-VD-MM > 12
004830         MOVE 'N' TO EX5-DATE-OK-SW
004840         GO TO 3300-EXIT
004850     END-IF.
004860     EVALUATE EX5-VD-MM
004870         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
004880             MOVE 31 TO EX5-VD-MONTH-LEN
004890         WHEN 4 WHEN 6 WHEN 9 WHEN 11
004900             MOVE 30 TO EX5-VD-MONTH-LEN
004910         WHEN 2
004920             DIVIDE EX5-VD-YYYY BY 4 GIVING EX5-VD-QUOT
004930                 REMAINDER EX5-VD-REM4
004940             DIVIDE EX5-VD-YYYY BY 100 GIVING EX5-VD-QUOT
004950                 REMAINDER EX5-VD-REM100
004960             DIVIDE EX5-VD-YYYY BY 400 GIVING EX5-VD-QUOT
004970                 REMAINDER EX5-VD-REM400
004980             IF EX5-VD-REM4 = ZERO AND
004990                     (EX5-VD-REM100 NOT = ZERO
005000                         OR EX5-VD-REM400 = ZERO)
005010                 MOVE 29 TO EX5-VD-MONTH-LEN
005020             ELSE
005030                 MOVE 28 TO EX5-VD-MONTH-LEN
005040             END-IF
005050     END-EVALUATE.
005060     IF EX5-VD-DD < 1 OR EX5-VD-DD > EX5-VD-MONTH-LEN
005070         MOVE 'N' TO EX5-DATE-OK-SW
005080     END-IF.
005090 3300-EXIT.
005100     EXIT.
005110
005120*****************************************************************
005130* 3400-WRITE-REJECT - COMMON TAIL FOR THE FIELD EDITS.  THE
005140* CALLER HAS FILLED EX5-REJ-REASON AND EX5-REJ-REASON-CD; THE
005150* KEY AND WHICHEVER AMOUNTS ARE SAFE TO EDIT ARE TAKEN CARE OF
005160* HERE.  A NON-NUMERIC AMOUNT IS LEFT BLANK RATHER THAN MOVED -
005170* EDITING A BROKEN PACKED FIELD IS EXACTLY THE DATA EXCEPTION
005180* THIS PROGRAM EXISTS TO KEEP OUT OF EX01.
005190*****************************************************************
005200 3400-WRITE-REJECT.
005210     MOVE SPACES            TO RTREJ01-RECORD.
005220     MOVE CTL5-FEED-ID      TO REJ-FEED-ID.
005230     MOVE RAW-REK_ID        TO REJ-REK_ID.
005240     MOVE RAW-VAL_DAT       TO REJ-VAL_DAT.
005250     MOVE EX5-REJ-REASON    TO REJ-REASON.
005260     MOVE EX5-REJ-REASON-CD TO REJ-REASON-CD.
005270     EVALUATE EX5-REJ-REASON-CD
005280         WHEN 'RJ01'
005290             IF RAW-CR_BEDR IS NUMERIC
005300                 MOVE RAW-CR_BEDR TO REJ-CR-BEDR
005310             END-IF
005320         WHEN 'RJ02'
005330             MOVE RAW-DB_BEDR TO REJ-DB-BEDR
005340         WHEN OTHER
005350             MOVE RAW-DB_BEDR TO REJ-DB-BEDR
005360             MOVE RAW-CR_BEDR TO REJ-CR-BEDR
005370     END-EVALUATE.
005380     WRITE RTREJ01-RECORD.
005390     ADD 1 TO EX5-REJECT-COUNT.
005400 3400-EXIT.
005410     EXIT.
005420
005430*****************************************************************
005440* 3500-VERIFY-RAW-CONTROLS - THE RAW FILE MUST STILL BE A WHOLE
005450* DELIVERY - ONE HEADER, ONE TRAILER, AND A TRAILER COUNT AND
005460* HASH TOTALS THAT COVER EVERYTHING READ, REJECTS INCLUDED.  A
005470* MISMATCH MEANS A TRUNCATED OR PADDED FILE, WHICH NO FIELD
005480* EDIT CAN REPAIR - THE RUN STOPS AND THE PARTNER REDELIVERS.
005490* A NON-NUMERIC AMOUNT CANNOT ENTER ITS HASH, SO AFTER AN
005500* RJ01/RJ02 REJECT THAT SIDE'S HASH PROOF IS IMPOSSIBLE BY
005510* CONSTRUCTION - IT IS SUPPRESSED AND REPORTED INSTEAD OF
005520* FAILING THE RUN THIS PROGRAM EXISTS TO SAVE.  THE RECORD
005530* COUNT IS ALWAYS PROVEN.  THE HEADER MUST ALSO BELONG TO THE
005540* DATE AND CYCLE ON THE CONTROL CARD, AS EX01 WILL INSIST, SO
005550* THE LEDGER NEVER SHOWS A FEED CLEANED FOR THE WRONG CYCLE.
005560*****************************************************************
005570 3500-VERIFY-RAW-CONTROLS.
005580     IF NOT EX5-HDR-SEEN
005590         MOVE 'HEADER RECORD MISSING' TO EX5-ERROR-TEXT
005600         GO TO 9100-FEED-CONTROL-ABEND
005610     END-IF.
005620     IF EX5-SAVED-CREATE-DATE NOT = EX5-PROC-DATE
005630         MOVE 'HEADER NOT FOR PROCESSING DATE' TO EX5-ERROR-TEXT
005640         GO TO 9100-FEED-CONTROL-ABEND
005650     END-IF.
005660     IF EX5-SAVED-CYCLE-NO NOT = EX5-CYCLE-NO
005670         MOVE 'HEADER NOT FOR THIS CYCLE' TO EX5-ERROR-TEXT
005680         GO TO 9100-FEED-CONTROL-ABEND
005690     END-IF.
005700     IF NOT EX5-TRL-SEEN
005710         MOVE 'TRAILER RECORD MISSING' TO EX5-ERROR-TEXT
005720         GO TO 9100-FEED-CONTROL-ABEND
005730     END-IF.
005740     IF EX5-RAW-READ-COUNT NOT = EX5-EXP-COUNT
005750         MOVE 'TRAILER RECORD COUNT MISMATCH' TO EX5-ERROR-TEXT
005760         GO TO 9100-FEED-CONTROL-ABEND
005770     END-IF.
005780     IF EX5-UNHASH-DB-COUNT > ZERO
005790         DISPLAY 'EX05 - ' CTL5-FEED-ID ' DB HASH CHECK '
005800                 'SUPPRESSED, UNHASHABLE AMOUNTS = '
005810                 EX5-UNHASH-DB-COUNT
005820     ELSE
005830         IF EX5-RAW-DB-HASH NOT = EX5-EXP-DB-HASH
005840             MOVE 'TRAILER DB HASH MISMATCH' TO EX5-ERROR-TEXT
005850             GO TO 9100-FEED-CONTROL-ABEND
005860         END-IF
005870     END-IF.
005880     IF EX5-UNHASH-CR-COUNT > ZERO
005890         DISPLAY 'EX05 - ' CTL5-FEED-ID ' CR HASH CHECK '
005900                 'SUPPRESSED, UNHASHABLE AMOUNTS = '
005910                 EX5-UNHASH-CR-COUNT
005920     ELSE
005930         IF EX5-RAW-CR-HASH NOT = EX5-EXP-CR-HASH
005940             MOVE 'TRAILER CR HASH MISMATCH' TO EX5-ERROR-TEXT
005950             GO TO 9100-FEED-CONTROL-ABEND
005960         END-IF
005970     END-IF.
005980 3500-EXIT.
005990     EXIT.
006000
006010*****************************************************************
006020* 4000-WRITE-CLEAN-FEED - SORT OUTPUT PROCEDURE.  THE DETAILS
006030* COME BACK IN REK_ID/VAL_DAT ORDER, SO DUPLICATES OF ONE KEY
006040* ARE ADJACENT AND A SINGLE HELD RECORD COLLAPSES THEM - AN
006050* EXACT REDELIVERY IS DROPPED (RJ05), A DUPLICATE WITH
006060* DIFFERENT AMOUNTS KEEPS THE FIRST COPY AND REJECTS THE
006070* SECOND (RJ06) SO RECONCILIATION DECIDES, NOT THE PROGRAM.
006080* THE CLEANED FILE GETS THE ORIGINAL HEADER AND A TRAILER
006090* REBUILT FROM WHAT WAS ACTUALLY WRITTEN.
006100*****************************************************************
006110 4000-WRITE-CLEAN-FEED SECTION.
006120 4000-WRITE-CLEAN-PARA.
006130     OPEN OUTPUT RRSICLN.
006140     MOVE 'Y' TO EX5-RRSICLN-OPEN-SW.
006150     MOVE SPACES TO CLN-HDR-RECORD.
006160     MOVE 'HDR'                  TO CLN-HDR-REC-TYPE.
006170     MOVE EX5-SAVED-PARTNER-ID   TO CLN-HDR-PARTNER-ID.
006180     MOVE EX5-SAVED-CREATE-DATE  TO CLN-HDR-CREATE-DATE.
006190     MOVE EX5-SAVED-FILE-SEQ-NO  TO CLN-HDR-FILE-SEQ-NO.
006200     MOVE EX5-SAVED-CYCLE-NO     TO CLN-HDR-CYCLE-NO.
006210     WRITE CLN-HDR-RECORD.
006220     PERFORM 4100-RETURN-ONE-DETAIL THRU 4100-EXIT
006230         UNTIL EX5-SORT-EOF.
006240     IF EX5-HOLD-FILLED
006250         PERFORM 4300-FLUSH-HELD-DETAIL THRU 4300-EXIT
006260     END-IF.
006270     MOVE SPACES TO CLN-TRL-RECORD.
006280     MOVE 'TRL'             TO CLN-TRL-REC-TYPE.
006290     MOVE EX5-CLEAN-COUNT   TO CLN-TRL-RECORD-COUNT.
006300     MOVE EX5-CLEAN-DB-HASH TO CLN-TRL-DB-HASH.
006310     MOVE EX5-CLEAN-CR-HASH TO CLN-TRL-CR-HASH.
006320     WRITE CLN-TRL-RECORD.
006330     CLOSE RRSICLN.
006340     MOVE 'N' TO EX5-RRSICLN-OPEN-SW.
006350 4000-EXIT.
006360     EXIT.
006370
006380 4100-RETURN-ONE-DETAIL.
006390     RETURN SORTWK01
006400         AT END
006410             SET EX5-SORT-EOF TO TRUE
006420         NOT AT END
006430             PERFORM 4200-COLLAPSE-OR-HOLD THRU 4200-EXIT
006440     END-RETURN.
006450 4100-EXIT.
006460     EXIT.
006470
006480 4200-COLLAPSE-OR-HOLD.
006490     IF EX5-HOLD-FILLED
006500             AND SRT-REK_ID  = EX5-HOLD-REK-ID
006510             AND SRT-VAL_DAT = EX5-HOLD-VAL-DAT
006520         IF SRT-DB_BEDR = EX5-HOLD-DB-BEDR
006530                 AND SRT-CR_BEDR = EX5-HOLD-CR-BEDR
006540             PERFORM 4250-REJECT-ONE-DUPLICATE THRU 4250-EXIT
006550             ADD 1 TO EX5-DUP-DROP-COUNT
006560         ELSE
006570             PERFORM 4250-REJECT-ONE-DUPLICATE THRU 4250-EXIT
006580             ADD 1 TO EX5-DUP-DIFF-COUNT
006590         END-IF
006600         GO TO 4200-EXIT
006610     END-IF.
006620     IF EX5-HOLD-FILLED
006630         PERFORM 4300-FLUSH-HELD-DETAIL THRU 4300-EXIT
006640     END-IF.
006650     MOVE SRT-REK_ID  TO EX5-HOLD-REK-ID.
006660     MOVE SRT-VAL_DAT TO EX5-HOLD-VAL-DAT.
006670     MOVE SRT-DB_BEDR TO EX5-HOLD-DB-BEDR.
006680     MOVE SRT-CR_BEDR TO EX5-HOLD-CR-BEDR.
006690     MOVE SRT-CUR_CD  TO EX5-HOLD-CUR-CD.
006700     SET EX5-HOLD-FILLED TO TRUE.
006710 4200-EXIT.
006720     EXIT.
006730
006740 4250-REJECT-ONE-DUPLICATE.
006750     MOVE SPACES TO RTREJ01-RECORD.
006760     MOVE CTL5-FEED-ID TO REJ-FEED-ID.
006770     MOVE SRT-REK_ID   TO REJ-REK_ID.
006780     MOVE SRT-VAL_DAT  TO REJ-VAL_DAT.
006790     MOVE SRT-DB_BEDR  TO REJ-DB-BEDR.
006800     MOVE SRT-CR_BEDR  TO REJ-CR-BEDR.
006810     IF SRT-DB_BEDR = EX5-HOLD-DB-BEDR
006820             AND SRT-CR_BEDR = EX5-HOLD-CR-BEDR
006830         MOVE 'EXACT DUPLICATE DETAIL DROPPED' TO REJ-REASON
006840         MOVE 'RJ05' TO REJ-REASON-CD
006850     ELSE
006860         MOVE 'DUPLICATE KEY, AMOUNTS DIFFER, FIRST KEPT'
006870             TO REJ-REASON
006880         MOVE 'RJ06' TO REJ-REASON-CD
006890     END-IF.
006900     WRITE RTREJ01-RECORD.
006910     ADD 1 TO EX5-REJECT-COUNT.
006920 4250-EXIT.
006930     EXIT.
006940
006950 4300-FLUSH-HELD-DETAIL.
006960     MOVE EX5-HOLD-REK-ID  TO CLN-REK_ID.
006970     MOVE EX5-HOLD-VAL-DAT TO CLN-VAL_DAT.
006980     MOVE EX5-HOLD-DB-BEDR TO CLN-DB_BEDR.
006990     MOVE EX5-HOLD-CR-BEDR TO CLN-CR_BEDR.
007000     MOVE EX5-HOLD-CUR-CD  TO CLN-CUR_CD.
007010     WRITE CLN-RECORD.
007020     ADD 1 TO EX5-CLEAN-COUNT.
007030     ADD EX5-HOLD-DB-BEDR TO EX5-CLEAN-DB-HASH.
007040     ADD EX5-HOLD-CR-BEDR TO EX5-CLEAN-CR-HASH.
007050     MOVE 'N' TO EX5-HOLD-FILLED-SW.
007060 4300-EXIT.
007070     EXIT.
007080
007090*****************************************************************
007100* 7500-WRITE-RUN-COUNTS - THE CONSOLE SIGN-OFF.  A RUN THAT
007110* REJECTED OR COLLAPSED ANYTHING ENDS WITH RETURN CODE 4, THE
007120* WAY EX02 AND EX04 NOTIFY OPERATIONS, SO THE REJECT FILE GETS
007130* LOOKED AT BEFORE EX01 RUNS.
007140*****************************************************************
007150 7500-WRITE-RUN-COUNTS SECTION.
007160 7500-WRITE-COUNTS-PARA.
007170     DISPLAY 'EX05 - ' CTL5-FEED-ID ' RAW DETAILS READ     = '
007180             EX5-RAW-READ-COUNT.
007190     DISPLAY 'EX05 - ' CTL5-FEED-ID ' CLEAN DETAILS OUT    = '
007200             EX5-CLEAN-COUNT.
007210     DISPLAY 'EX05 - ' CTL5-FEED-ID ' DETAILS REJECTED     = '
007220             EX5-REJECT-COUNT.
007230     DISPLAY 'EX05 - ' CTL5-FEED-ID ' EXACT DUPS DROPPED   = '
007240             EX5-DUP-DROP-COUNT.
007250     DISPLAY 'EX05 - ' CTL5-FEED-ID ' DUPS WITH DIFFERENCE = '
007260             EX5-DUP-DIFF-COUNT.
007270     DISPLAY 'EX05 - ' CTL5-FEED-ID ' OUT-OF-SEQUENCE SEEN = '
007280             EX5-SEQERR-COUNT.
007290     IF (EX5-REJECT-COUNT > ZERO OR EX5-SEQERR-COUNT > ZERO)
007300             AND RETURN-CODE = ZERO
007310         MOVE 4 TO RETURN-CODE
007320     END-IF.
007330 7500-EXIT.
007340     EXIT.
007350
007360*****************************************************************
007370* 8000-TERMINATE - CLOSE EVERYTHING STILL OPEN AND CLOSE OFF THE
007380* RUN'S LEDGER ENTRY.
007390*****************************************************************
007400 8000-TERMINATE SECTION.
007410 8000-TERMINATE-PARA.
007420     IF EX5-RTCTL05-OPEN
007430         CLOSE RTCTL05
007440     END-IF.
007450     IF EX5-RRSIRAW-OPEN
007460         CLOSE RRSIRAW
007470     END-IF.
007480     IF EX5-RRSICLN-OPEN
007490         CLOSE RRSICLN
007500     END-IF.
007510     IF EX5-RTREJ01-OPEN
007520         CLOSE RTREJ01
007530     END-IF.
007540     IF EX5-RTSTS01-OPEN
007550         CLOSE RTSTS01
007560     END-IF.
007570     PERFORM 8100-WRITE-LEDGER-END THRU 8100-EXIT.
007580 8000-EXIT.
007590     EXIT.
007600
007610*****************************************************************
007620* 8100-WRITE-LEDGER-END - CLOSE OFF THE RUN'S LEDGER ENTRY WITH
007630* ITS RETURN CODE, COUNTS AND OUTCOME.  A FEED-CONTROL ABEND
007640* CARRIES ITS REASON ONTO THE LEDGER.  A RUN STOPPED BY A BAD
007650* CONTROL CARD NEVER STARTED AND WRITES NOTHING.
007660*****************************************************************
007670 8100-WRITE-LEDGER-END.
007680     IF NOT EX5-LDG-STARTED
007690         GO TO 8100-EXIT
007700     END-IF.
007710     MOVE 'N' TO EX5-LDG-START-SW.
007720     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
007730     MOVE 'E' TO STS-EVENT-CD.
007740     MOVE RETURN-CODE TO STS-RETURN-CD.
007750     EVALUATE TRUE
007760         WHEN RETURN-CODE = ZERO
007770             MOVE 'C' TO STS-STATUS-CD
007780         WHEN RETURN-CODE NOT > 4
007790             MOVE 'W' TO STS-STATUS-CD
007800         WHEN OTHER
007810             MOVE 'F' TO STS-STATUS-CD
007820     END-EVALUATE.
007830     MOVE EX5-RAW-READ-COUNT TO STS-READ-COUNT.
007840     MOVE EX5-CLEAN-COUNT    TO STS-WRITTEN-COUNT.
007850     MOVE EX5-REJECT-COUNT   TO STS-EXCEPTION-COUNT.
007860     MOVE EX5-ERROR-TEXT     TO STS-MESSAGE.
007870     OPEN EXTEND RTSTS01.
007880     WRITE RTSTS01-RECORD.
007890     CLOSE RTSTS01.
007900 8100-EXIT.
007910     EXIT.
007920
007930*****************************************************************
007940* 9000-ERROR-PARAGRAPHS - FATAL ERROR HANDLING, EACH WITH ITS
007950* OWN RETURN CODE, THE SAME WAY EX01 HANDLES ITS FATAL ERRORS.
007960*****************************************************************
007970 9000-ERROR-PARAGRAPHS SECTION.
007980 9100-FEED-CONTROL-ABEND.
007990     DISPLAY 'EX05 - ' CTL5-FEED-ID ' ' EX5-ERROR-TEXT.
008000     MOVE 60 TO RETURN-CODE.
008010     PERFORM 8000-TERMINATE THRU 8000-EXIT.
008020     STOP RUN.
008030 9100-EXIT.
008040     EXIT.
