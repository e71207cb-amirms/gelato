000350*                     THE MONTH'S REAL LAST DAY (LEAP-AWARE)
000360*                     INSTEAD OF THE PLACEHOLDER DAY 99 THE
000370*                     RECEIVING SYSTEMS BOUNCED.
000380*   2026-10-15  MVH  EX02 BACKOUTS NOW REACH RTHIST1 AS NEGATING
000390*                     ENTRIES IN THE REVERSAL CYCLE BAND (RRSPST).
000400*                     THEY PRINT MARKED REVERSAL AND GO TO MT940
000410*                     AS :61: RD/RC LINES, SO A BACKED-OUT DAY
000420*                     SHOWS BOTH LINES AND NETS TO ZERO.
000430*   2026-10-15  MVH  RUN LEDGER.  EACH RUN WRITES A START AND AN
000440*                     END RECORD TO RTSTS01 UNDER THE STATEMENT
000450*                     MONTH.
000460*****************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. EX03.
000490 AUTHOR. M V HALEN.
000500 INSTALLATION. SERVICIFI GELATO.
000510 DATE-WRITTEN. 2026-08-20.
000520 DATE-COMPILED.
000530
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER. IBM-3090.
000570 SPECIAL-NAMES.
000580     DECIMAL-POINT IS COMMA.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610
000620     SELECT RTCTL03 ASSIGN TO RTCTL03
000630         ORGANIZATION IS SEQUENTIAL.
000640
000650     SELECT RTSTAC1 ASSIGN TO RTSTAC1
000660         ORGANIZATION IS SEQUENTIAL.
000670
000680     SELECT RTHIST1 ASSIGN TO RTHIST1
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS HIST-PRIME-KEY
000720         FILE STATUS IS EX3-HIST-STATUS.
000730
000740     SELECT RTSTMT1 ASSIGN TO RTSTMT1
000750         ORGANIZATION IS SEQUENTIAL.
000760
000770     SELECT RTSTME1 ASSIGN TO RTSTME1
000780         ORGANIZATION IS SEQUENTIAL.
000790
000800     SELECT RTSTS01 ASSIGN TO RTSTS01
000810         ORGANIZATION IS SEQUENTIAL.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850
000860 FD  RTCTL03
000870     LABEL RECORDS ARE STANDARD.
000880     COPY RTCTL03.
000890
000900 FD  RTSTAC1
000910     LABEL RECORDS ARE STANDARD.
000920     COPY RTSTAC1.
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
001050* AS ONE FIELD, EXACTLY AS EX01 DECLARES IT, SO ONE ACCOUNT'S
001060* HISTORY CAN BE PULLED WITH A KEYED START WITHOUT READING THE
001070* WHOLE FILE.
001080*****************************************************************
001090 01  HIST-KEY-RECORD REDEFINES HIST-RECORD.
001100     05  HIST-PRIME-KEY          PIC X(20).
001110     05  FILLER                  PIC X(17).
001120
001130 FD  RTSTMT1
001140     LABEL RECORDS ARE STANDARD.
001150     COPY RTSTMT1.
001160
001170 FD  RTSTME1
001180     LABEL RECORDS ARE STANDARD.
001190     COPY RTSTME1.
001200
001210 FD  RTSTS01
001220     LABEL RECORDS ARE STANDARD.
001230     COPY RTSTS01.
001240
001250 WORKING-STORAGE SECTION.
001260
001270*****************************************************************
001280* SWITCHES.
001290*****************************************************************
001300 77  EX3-STAC-EOF-SW                 PIC X     VALUE 'N'.
001310     88  EX3-STAC-EOF                          VALUE 'Y'.
001320 77  EX3-ACCT-DONE-SW                PIC X     VALUE 'N'.
001330     88  EX3-ACCT-DONE                         VALUE 'Y'.
001340 77  EX3-STMT-FMT-SW                 PIC X     VALUE 'P'.
001350     88  EX3-PRINT-ONLY                        VALUES 'P' ' '.
001360     88  EX3-WITH-ELECTRONIC                   VALUE 'E'.
001370 77  EX3-STME-60F-SW                 PIC X     VALUE 'N'.
001380     88  EX3-STME-60F-WRITTEN                  VALUE 'Y'.
001390 77  EX3-LDG-START-SW                PIC X     VALUE 'N'.
001400     88  EX3-LDG-STARTED                       VALUE 'Y'.
001410
001420*****************************************************************
001430* FILE-OPEN INDICATORS.  8000-TERMINATE-PARA TESTS THESE SO IT
001440* CAN CLOSE DOWN WHATEVER IS STILL OPEN ON AN ABEND PATH WITHOUT
001450* ATTEMPTING TO CLOSE A FILE THAT WAS NEVER OPENED.
001460*****************************************************************
001470 77  EX3-RTCTL03-OPEN-SW              PIC X     VALUE 'N'.
001480     88  EX3-RTCTL03-OPEN                       VALUE 'Y'.
001490 77  EX3-RTSTAC1-OPEN-SW              PIC X     VALUE 'N'.
001500     88  EX3-RTSTAC1-OPEN                       VALUE 'Y'.
001510 77  EX3-RTHIST1-OPEN-SW              PIC X     VALUE 'N'.
001520     88  EX3-RTHIST1-OPEN                       VALUE 'Y'.
001530 77  EX3-RTSTMT1-OPEN-SW              PIC X     VALUE 'N'.
001540     88  EX3-RTSTMT1-OPEN                       VALUE 'Y'.
001550 77  EX3-RTSTME1-OPEN-SW              PIC X     VALUE 'N'.
001560     88  EX3-RTSTME1-OPEN                       VALUE 'Y'.
001570 77  EX3-RTSTS01-OPEN-SW              PIC X     VALUE 'N'.
001580     88  EX3-RTSTS01-OPEN                       VALUE 'Y'.
001590
001600*****************************************************************
001610* COUNTERS AND WORK AREAS.  THE OPENING AND CLOSING POSITIONS
001620* ARE NET (DB MINUS CR) RUNNING FIGURES; THE AUTHORIZED-CURRENCY
001630* RULE ON THE ACCOUNT MASTER KEEPS ONE ACCOUNT'S HISTORY IN ONE
001640* CURRENCY, SO THE NETTING IS MEANINGFUL.
001650*****************************************************************
001660 77  EX3-ACCOUNT-COUNT               PIC 9(09) COMP VALUE ZERO.
001670 77  EX3-LINE-COUNT                  PIC 9(09) COMP VALUE ZERO.
001680 77  EX3-HIST-STATUS                 PIC X(02) VALUE SPACES.
001690 77  EX3-OPEN-DB                     PIC S9(13)V9(2) COMP-3.
001700 77  EX3-OPEN-CR                     PIC S9(13)V9(2) COMP-3.
001710 77  EX3-MONTH-DB                    PIC S9(13)V9(2) COMP-3.
001720 77  EX3-MONTH-CR                    PIC S9(13)V9(2) COMP-3.
001730 77  EX3-CLOSE-DB                    PIC S9(13)V9(2) COMP-3.
001740 77  EX3-CLOSE-CR                    PIC S9(13)V9(2) COMP-3.
001750 77  EX3-STMT-CUR-CD                 PIC X(03) VALUE SPACES.
001760 77  EX3-AMT-ED                      PIC ZZZZZZZZZZZZ9,99-.
001770 77  EX3-AMT2-ED                     PIC ZZZZZZZZZZZZ9,99-.
001780 77  EX3-STME-LINE-COUNT             PIC 9(09) COMP VALUE ZERO.
001790 77  EX3-STME-NET                    PIC S9(13)V9(2) COMP-3
001800                                               VALUE ZERO.
001810 77  EX3-STME-DC-IND                 PIC X(01) VALUE SPACE.
001820 77  EX3-STME-DC-MARK                PIC X(02) VALUE SPACES.
001830 77  EX3-DTL-MARK                    PIC X(10) VALUE SPACES.
001840 77  EX3-REVERSAL-CYC-BASE           PIC 9(02) VALUE 50.
001850 77  EX3-STME-AMT-ED                 PIC ZZZZZZZZZZZZ9,99.
001860 77  EX3-ME-END-DD                   PIC 9(02) VALUE ZERO.
001870 77  EX3-ME-REM4                     PIC 9(04) COMP VALUE ZERO.
001880 77  EX3-ME-REM100                   PIC 9(04) COMP VALUE ZERO.
001890 77  EX3-ME-REM400                   PIC 9(04) COMP VALUE ZERO.
001900 77  EX3-ME-QUOT                     PIC 9(04) COMP VALUE ZERO.
001910 77  EX3-RUN-DATE                    PIC X(08) VALUE SPACES.
001920
001930 01  EX3-ME-MONTH-WORK.
001940     05  EX3-ME-YYYY                 PIC 9(04).
001950     05  EX3-ME-MM                   PIC 9(02).
001960
001970 01  EX3-VAL-DAT-WORK.
001980     05  EX3-VAL-MONTH               PIC X(06).
001990     05  FILLER                      PIC X(02).
002000
002010 PROCEDURE DIVISION.
002020
002030*****************************************************************
002040* 0000-MAINLINE - OVERALL CONTROL FLOW.
002050*****************************************************************
002060 0000-MAINLINE SECTION.
002070 0000-START.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002090     PERFORM 5000-STATEMENT-PASS THRU 5000-EXIT.
002100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002110     STOP RUN.
002120 0000-EXIT.
002130     EXIT.
002140
002150*****************************************************************
002160* 1000-INITIALIZE - READ THE CONTROL CARD NAMING THE STATEMENT
002170* MONTH, RECORD THE START ON THE RUN LEDGER AND OPEN THE FILES
002180* FOR THE PASS.
002190*****************************************************************
002200 1000-INITIALIZE SECTION.
002210 1000-INITIALIZE-PARA.
002220     OPEN INPUT RTCTL03.
002230     MOVE 'Y' TO EX3-RTCTL03-OPEN-SW.
002240     READ RTCTL03
002250         AT END
002260             DISPLAY 'EX03 - CONTROL CARD FILE IS EMPTY'
002270             MOVE 12 TO RETURN-CODE
002280             PERFORM 8000-TERMINATE THRU 8000-EXIT
002290             STOP RUN
002300     END-READ.
002310     IF CTL3-STMT-MONTH = SPACES
002320             OR CTL3-STMT-MONTH IS NOT NUMERIC
002330         DISPLAY 'EX03 - STATEMENT MONTH MISSING OR INVALID'
002340         MOVE 12 TO RETURN-CODE
002350         PERFORM 8000-TERMINATE THRU 8000-EXIT
002360         STOP RUN
002370     END-IF.
002380     MOVE CTL3-STMT-FMT-CD TO EX3-STMT-FMT-SW.
002390     IF NOT EX3-PRINT-ONLY AND NOT EX3-WITH-ELECTRONIC
002400         DISPLAY 'EX03 - STATEMENT FORMAT ' CTL3-STMT-FMT-CD
002410                 ' IS INVALID, RUN TERMINATED'
002420         MOVE 12 TO RETURN-CODE
002430         PERFORM 8000-TERMINATE THRU 8000-EXIT
002440         STOP RUN
002450     END-IF.
002460     DISPLAY 'EX03 - STATEMENTS FOR MONTH ' CTL3-STMT-MONTH.
002470     IF EX3-WITH-ELECTRONIC
002480         DISPLAY 'EX03 - ELECTRONIC STATEMENTS SELECTED'
002490         PERFORM 1100-SET-MONTH-END THRU 1100-EXIT
002500     END-IF.
002510     CLOSE RTCTL03.
002520     MOVE 'N' TO EX3-RTCTL03-OPEN-SW.
002530     ACCEPT EX3-RUN-DATE FROM DATE YYYYMMDD.
002540     PERFORM 1800-WRITE-LEDGER-START THRU 1800-EXIT.
002550 1000-EXIT.
002560     EXIT.
002570
002580*****************************************************************
002590* 1100-SET-MONTH-END - THE REAL LAST DAY OF THE STATEMENT
002600* MONTH FOR THE :62F: CLOSING-BALANCE DATE, FEBRUARY JUDGED BY
002610* THE USUAL LEAP RULE (EVERY FOURTH YEAR, CENTURIES ONLY EVERY
002620* FOURTH CENTURY).
002630*****************************************************************
002640 1100-SET-MONTH-END.
002650     MOVE CTL3-STMT-MONTH TO EX3-ME-MONTH-WORK.
002660     EVALUATE EX3-ME-MM
002670         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
002680             MOVE 31 TO EX3-ME-END-DD
002690         WHEN 4 WHEN 6 WHEN 9 WHEN 11
002700             MOVE 30 TO EX3-ME-END-DD
002710         WHEN 2
002720             DIVIDE EX3-ME-YYYY BY 4 GIVING EX3-ME-QUOT
002730                 REMAINDER EX3-ME-REM4
002740             DIVIDE EX3-ME-YYYY BY 100 GIVING EX3-ME-QUOT
002750                 REMAINDER EX3-ME-REM100
002760             DIVIDE EX3-ME-YYYY BY 400 GIVING EX3-ME-QUOT
002770                 REMAINDER EX3-ME-REM400
002780             IF EX3-ME-REM4 = ZERO AND
002790                     (EX3-ME-REM100 NOT = ZERO
002800                         OR EX3-ME-REM400 = ZERO)
002810                 MOVE 29 TO EX3-ME-END-DD
002820             ELSE
002830                 MOVE 28 TO EX3-ME-END-DD
002840             END-IF
002850         WHEN OTHER
002860             DISPLAY 'EX03 - STATEMENT MONTH ' CTL3-STMT-MONTH
002870                     ' IS INVALID, RUN TERMINATED'
002880             MOVE 12 TO RETURN-CODE
002890             PERFORM 8000-TERMINATE THRU 8000-EXIT
002900             STOP RUN
002910     END-EVALUATE.
002920 1100-EXIT.
002930     EXIT.
002940
002950*****************************************************************
002960* 1800-WRITE-LEDGER-START - RECORD ON THE RTSTS01 RUN LEDGER
002970* THAT THE STATEMENT RUN HAS STARTED, UNDER ITS STATEMENT
002980* MONTH.  THE END RECORD IS WRITTEN BY 8100-WRITE-LEDGER-END
002990* ON EVERY PATH OUT OF THE PROGRAM.
003000*****************************************************************
003010 1800-WRITE-LEDGER-START.
003020     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
003030     MOVE 'S' TO STS-EVENT-CD.
003040     OPEN EXTEND RTSTS01.
003050     MOVE 'Y' TO EX3-RTSTS01-OPEN-SW.
003060     WRITE RTSTS01-RECORD.
003070     CLOSE RTSTS01.
003080     MOVE 'N' TO EX3-RTSTS01-OPEN-SW.
003090     SET EX3-LDG-STARTED TO TRUE.
003100 1800-EXIT.
003110     EXIT.
003120
003130 1810-BUILD-LEDGER-RECORD.
003140     MOVE SPACES TO RTSTS01-RECORD.
003150     MOVE EX3-RUN-DATE    TO STS-BUS-DATE.
003160     MOVE ZERO            TO STS-CYCLE-NO.
003170     MOVE 'EX03'          TO STS-PROGRAM-ID.
003180     MOVE CTL3-STMT-MONTH TO STS-QUALIFIER.
003190     ACCEPT STS-EVENT-DATE FROM DATE YYYYMMDD.
003200     ACCEPT STS-EVENT-TIME FROM TIME.
003210     MOVE ZERO TO STS-RETURN-CD
003220                  STS-READ-COUNT
003230                  STS-WRITTEN-COUNT
003240                  STS-EXCEPTION-COUNT.
003250 1810-EXIT.
003260     EXIT.
003270
003280*****************************************************************
003290* 5000-STATEMENT-PASS - ONE STATEMENT PER REQUESTED ACCOUNT.
003300*****************************************************************
003310 5000-STATEMENT-PASS SECTION.
003320 5000-STATEMENT-PARA.
003330     OPEN INPUT RTSTAC1.
003340     MOVE 'Y' TO EX3-RTSTAC1-OPEN-SW.
003350     OPEN INPUT RTHIST1.
003360     IF EX3-HIST-STATUS NOT = '00'
003370         GO TO 9200-HISTORY-ERROR
003380     END-IF.
003390     MOVE 'Y' TO EX3-RTHIST1-OPEN-SW.
003400     OPEN OUTPUT RTSTMT1.
003410     MOVE 'Y' TO EX3-RTSTMT1-OPEN-SW.
003420     IF EX3-WITH-ELECTRONIC
003430         OPEN OUTPUT RTSTME1
003440         MOVE 'Y' TO EX3-RTSTME1-OPEN-SW
003450     END-IF.
003460     PERFORM 5010-READ-REQUEST THRU 5010-EXIT.
003470     PERFORM 5100-STATEMENT-ONE-ACCOUNT THRU 5100-EXIT
003480         UNTIL EX3-STAC-EOF.
003490     CLOSE RTSTAC1.
003500     MOVE 'N' TO EX3-RTSTAC1-OPEN-SW.
003510     CLOSE RTHIST1.
003520     MOVE 'N' TO EX3-RTHIST1-OPEN-SW.
003530     CLOSE RTSTMT1.
003540     MOVE 'N' TO EX3-RTSTMT1-OPEN-SW.
003550     IF EX3-RTSTME1-OPEN
003560         CLOSE RTSTME1
003570         MOVE 'N' TO EX3-RTSTME1-OPEN-SW
003580     END-IF.
003590 5000-EXIT.
003600     EXIT.
003610
003620 5010-READ-REQUEST.
003630     READ RTSTAC1
003640         AT END
003650             SET EX3-STAC-EOF TO TRUE
003660     END-READ.
003670 5010-EXIT.
003680     EXIT.
003690
003700*****************************************************************
003710* 5100-STATEMENT-ONE-ACCOUNT - POSITION THE HISTORY AT THE
003720* ACCOUNT'S FIRST KEY AND WALK IT FORWARD.  EVERYTHING DATED
003730* BEFORE THE STATEMENT MONTH ROLLS INTO THE OPENING POSITION,
003740* EVERYTHING INSIDE THE MONTH PRINTS AND ROLLS INTO THE MONTH
003750* ACTIVITY, ANYTHING LATER IS LEFT FOR A FUTURE STATEMENT.
003760*****************************************************************
003770 5100-STATEMENT-ONE-ACCOUNT.
003780     MOVE ZERO TO EX3-OPEN-DB.
003790     MOVE ZERO TO EX3-OPEN-CR.
003800     MOVE ZERO TO EX3-MONTH-DB.
003810     MOVE ZERO TO EX3-MONTH-CR.
003820     MOVE SPACES TO EX3-STMT-CUR-CD.
003830     MOVE 'N' TO EX3-ACCT-DONE-SW.
003840     MOVE 'N' TO EX3-STME-60F-SW.
003850     PERFORM 5110-WRITE-STMT-HEADER THRU 5110-EXIT.
003860     IF EX3-WITH-ELECTRONIC
003870         PERFORM 5140-WRITE-STME-HEADER THRU 5140-EXIT
003880     END-IF.
003890     MOVE STAC-REK_ID TO HIST-REK_ID.
003900     MOVE LOW-VALUES  TO HIST-VAL_DAT.
003910     MOVE ZERO        TO HIST-CYC_NO.
003920     START RTHIST1 KEY NOT < HIST-PRIME-KEY
003930         INVALID KEY
003940             SET EX3-ACCT-DONE TO TRUE
003950     END-START.
003960     PERFORM 5120-READ-ONE-HISTORY THRU 5120-EXIT
003970         UNTIL EX3-ACCT-DONE.
003980     PERFORM 5130-WRITE-STMT-FOOTER THRU 5130-EXIT.
003990     ADD 1 TO EX3-ACCOUNT-COUNT.
004000     PERFORM 5010-READ-REQUEST THRU 5010-EXIT.
004010 5100-EXIT.
004020     EXIT.
004030
004040 5110-WRITE-STMT-HEADER.
004050     MOVE SPACES TO STMT-LINE-TEXT.
004060     WRITE RTSTMT1-RECORD.
004070     MOVE SPACES TO STMT-LINE-TEXT.
004080     STRING 'STATEMENT OF ACCOUNT ' STAC-REK_ID
004090            '  FOR MONTH ' CTL3-STMT-MONTH
004100         DELIMITED BY SIZE INTO STMT-LINE-TEXT.
004110     WRITE RTSTMT1-RECORD.
004120 5110-EXIT.
004130     EXIT.
004140
004150 5120-READ-ONE-HISTORY.
004160     READ RTHIST1 NEXT RECORD
004170         AT END
004180             SET EX3-ACCT-DONE TO TRUE
004190     END-READ.
004200     IF EX3-ACCT-DONE
004210         GO TO 5120-EXIT
004220     END-IF.
004230     IF HIST-REK_ID NOT = STAC-REK_ID
004240         SET EX3-ACCT-DONE TO TRUE
004250         GO TO 5120-EXIT
004260     END-IF.
004270     MOVE HIST-VAL_DAT TO EX3-VAL-DAT-WORK.
004280     EVALUATE TRUE
004290         WHEN EX3-VAL-MONTH < CTL3-STMT-MONTH
004300             ADD HIST-DB_BEDR TO EX3-OPEN-DB
004310             ADD HIST-CR_BEDR TO EX3-OPEN-CR
004320             MOVE HIST-CUR_CD TO EX3-STMT-CUR-CD
004330         WHEN EX3-VAL-MONTH = CTL3-STMT-MONTH
004340             MOVE HIST-CUR_CD TO EX3-STMT-CUR-CD
004350             PERFORM 5125-WRITE-DETAIL-LINE THRU 5125-EXIT
004360             IF EX3-WITH-ELECTRONIC
004370                 PERFORM 5145-WRITE-STME-OPENING THRU 5145-EXIT
004380                 PERFORM 5150-WRITE-STME-DETAIL THRU 5150-EXIT
004390             END-IF
004400             ADD HIST-DB_BEDR TO EX3-MONTH-DB
004410             ADD HIST-CR_BEDR TO EX3-MONTH-CR
004420         WHEN OTHER
004430             CONTINUE
004440     END-EVALUATE.
004450 5120-EXIT.
004460     EXIT.
004470
004480 5125-WRITE-DETAIL-LINE.
004490     MOVE SPACES TO STMT-LINE-TEXT.
004500     MOVE HIST-DB_BEDR TO EX3-AMT-ED.
004510     MOVE HIST-CR_BEDR TO EX3-AMT2-ED.
004520     IF HIST-CYC_NO > EX3-REVERSAL-CYC-BASE
004530         MOVE '  REVERSAL' TO EX3-DTL-MARK
004540     ELSE
004550         MOVE SPACES TO EX3-DTL-MARK
004560     END-IF.
004570     STRING '  ' HIST-VAL_DAT '  ' HIST-CUR_CD
004580            '  DB ' EX3-AMT-ED '  CR ' EX3-AMT2-ED
004590            EX3-DTL-MARK
004600         DELIMITED BY SIZE INTO STMT-LINE-TEXT.
004610     WRITE RTSTMT1-RECORD.
004620     ADD 1 TO EX3-LINE-COUNT.
004630 5125-EXIT.
004640     EXIT.
004650
004660 5130-WRITE-STMT-FOOTER.
004670     MOVE SPACES TO STMT-LINE-TEXT.
004680     COMPUTE EX3-AMT-ED = EX3-OPEN-DB - EX3-OPEN-CR.
004690     STRING '  OPENING POSITION ' EX3-STMT-CUR-CD
004700            ' ' EX3-AMT-ED
004710         DELIMITED BY SIZE INTO STMT-LINE-TEXT.
004720     WRITE RTSTMT1-RECORD.
004730     MOVE SPACES TO STMT-LINE-TEXT.
004740     COMPUTE EX3-AMT-ED = EX3-MONTH-DB - EX3-MONTH-CR.
004750     STRING '  MONTH ACTIVITY   ' EX3-STMT-CUR-CD
004760            ' ' EX3-AMT-ED
004770         DELIMITED BY SIZE INTO STMT-LINE-TEXT.
004780     WRITE RTSTMT1-RECORD.
004790     COMPUTE EX3-CLOSE-DB = EX3-OPEN-DB + EX3-MONTH-DB.
004800     COMPUTE EX3-CLOSE-CR = EX3-OPEN-CR + EX3-MONTH-CR.
004810     MOVE SPACES TO STMT-LINE-TEXT.
004820     COMPUTE EX3-AMT-ED = EX3-CLOSE-DB - EX3-CLOSE-CR.
004830     STRING '  CLOSING POSITION ' EX3-STMT-CUR-CD
004840            ' ' EX3-AMT-ED
004850         DELIMITED BY SIZE INTO STMT-LINE-TEXT.
004860     WRITE RTSTMT1-RECORD.
004870     IF EX3-WITH-ELECTRONIC
004880         PERFORM 5145-WRITE-STME-OPENING THRU 5145-EXIT
004890         PERFORM 5160-WRITE-STME-CLOSING THRU 5160-EXIT
004900     END-IF.
004910 5130-EXIT.
004920     EXIT.
004930
004940*****************************************************************
004950* 5140-WRITE-STME-HEADER - THE :20:/:25:/:28C: ENVELOPE OPENING
004960* ONE ACCOUNT'S ELECTRONIC STATEMENT.
004970*****************************************************************
004980 5140-WRITE-STME-HEADER.
004990     MOVE SPACES TO STME-LINE-TEXT.
005000     STRING ':20:' STAC-REK_ID '-' CTL3-STMT-MONTH
005010         DELIMITED BY SIZE INTO STME-LINE-TEXT.
005020     WRITE RTSTME1-RECORD.
005030     MOVE SPACES TO STME-LINE-TEXT.
005040     STRING ':25:' STAC-REK_ID
005050         DELIMITED BY SIZE INTO STME-LINE-TEXT.
005060     WRITE RTSTME1-RECORD.
005070     MOVE SPACES TO STME-LINE-TEXT.
005080     STRING ':28C:' CTL3-STMT-MONTH
005090         DELIMITED BY SIZE INTO STME-LINE-TEXT.
005100     WRITE RTSTME1-RECORD.
005110     ADD 3 TO EX3-STME-LINE-COUNT.
005120 5140-EXIT.
005130     EXIT.
005140
005150*****************************************************************
005160* 5145-WRITE-STME-OPENING - THE :60F: OPENING BALANCE, WRITTEN
005170* ONCE PER ACCOUNT, THE FIRST TIME A TRANSACTION LINE NEEDS IT
005180* OR AT THE FOOTER WHEN THE MONTH HAD NO ACTIVITY.  THE FIGURE
005190* IS THE SAME EX3-OPEN-DB/EX3-OPEN-CR NET THE PRINTED FOOTER
005200* SHOWS.
005210*****************************************************************
005220 5145-WRITE-STME-OPENING.
005230     IF EX3-STME-60F-WRITTEN
005240         GO TO 5145-EXIT
005250     END-IF.
005260     COMPUTE EX3-STME-NET = EX3-OPEN-DB - EX3-OPEN-CR.
005270     PERFORM 5155-SET-DC-AND-AMOUNT THRU 5155-EXIT.
005280     MOVE SPACES TO STME-LINE-TEXT.
005290     STRING ':60F:' EX3-STME-DC-IND
005300            CTL3-STMT-MONTH (3:4) '01'
005310            EX3-STMT-CUR-CD EX3-STME-AMT-ED
005320         DELIMITED BY SIZE INTO STME-LINE-TEXT.
005330     WRITE RTSTME1-RECORD.
005340     ADD 1 TO EX3-STME-LINE-COUNT.
005350     SET EX3-STME-60F-WRITTEN TO TRUE.
005360 5145-EXIT.
005370     EXIT.
005380
005390*****************************************************************
005400* 5150-WRITE-STME-DETAIL - ONE :61: TRANSACTION LINE PER
005410* RTHIST1 RECORD INSIDE THE MONTH - VALUE DATE, DEBIT/CREDIT
005420* INDICATOR, AMOUNT AND CURRENCY.  A REVERSAL-BAND ENTRY CARRIES
005430* THE NEGATED AMOUNTS OF THE POSTING IT REVERSES, SO A NET
005440* CREDIT THERE UNDOES A DEBIT AND GOES OUT AS 'RD', A NET DEBIT
005450* AS 'RC'.
005460*****************************************************************
005470 5150-WRITE-STME-DETAIL.
005480     COMPUTE EX3-STME-NET = HIST-DB_BEDR - HIST-CR_BEDR.
005490     PERFORM 5155-SET-DC-AND-AMOUNT THRU 5155-EXIT.
005500     MOVE EX3-STME-DC-IND TO EX3-STME-DC-MARK.
005510     IF HIST-CYC_NO > EX3-REVERSAL-CYC-BASE
005520         IF EX3-STME-DC-IND = 'C'
005530             MOVE 'RD' TO EX3-STME-DC-MARK
005540         ELSE
005550             MOVE 'RC' TO EX3-STME-DC-MARK
005560         END-IF
005570     END-IF.
005580     MOVE SPACES TO STME-LINE-TEXT.
005590     STRING ':61:' HIST-VAL_DAT (3:6)
005600         DELIMITED BY SIZE
005610            EX3-STME-DC-MARK
005620         DELIMITED BY SPACE
005630            EX3-STME-AMT-ED ' ' HIST-CUR_CD
005640         DELIMITED BY SIZE INTO STME-LINE-TEXT.
005650     WRITE RTSTME1-RECORD.
005660     ADD 1 TO EX3-STME-LINE-COUNT.
005670 5150-EXIT.
005680     EXIT.
005690
005700*****************************************************************
005710* 5155-SET-DC-AND-AMOUNT - A NET OF DEBITS OVER CREDITS CARRIES
005720* INDICATOR 'D', THE REVERSE 'C', AND THE AMOUNT IS EDITED
005730* UNSIGNED THE WAY MT940 EXPECTS.
005740*****************************************************************
005750 5155-SET-DC-AND-AMOUNT.
005760     IF EX3-STME-NET < ZERO
005770         MOVE 'C' TO EX3-STME-DC-IND
005780         MULTIPLY EX3-STME-NET BY -1 GIVING EX3-STME-NET
005790     ELSE
005800         MOVE 'D' TO EX3-STME-DC-IND
005810     END-IF.
005820     MOVE EX3-STME-NET TO EX3-STME-AMT-ED.
005830 5155-EXIT.
005840     EXIT.
005850
005860*****************************************************************
005870* 5160-WRITE-STME-CLOSING - THE :62F: CLOSING BALANCE, FROM THE
005880* SAME EX3-CLOSE-DB/EX3-CLOSE-CR THE PRINTED FOOTER SHOWS.
005890*****************************************************************
005900 5160-WRITE-STME-CLOSING.
005910     COMPUTE EX3-STME-NET = EX3-CLOSE-DB - EX3-CLOSE-CR.
005920     PERFORM 5155-SET-DC-AND-AMOUNT THRU 5155-EXIT.
005930     MOVE SPACES TO STME-LINE-TEXT.
005940     STRING ':62F:' EX3-STME-DC-IND
005950            CTL3-STMT-MONTH (3:4) EX3-ME-END-DD
005960            EX3-STMT-CUR-CD EX3-STME-AMT-ED
005970         DELIMITED BY SIZE INTO STME-LINE-TEXT.
005980     WRITE RTSTME1-RECORD.
005990     ADD 1 TO EX3-STME-LINE-COUNT.
006000 5160-EXIT.
006010     EXIT.
006020
006030*****************************************************************
006040* 8000-TERMINATE - CLOSE EVERYTHING STILL OPEN, REPORT THE RUN
006050* COUNTS AND CLOSE OFF THE RUN'S LEDGER ENTRY.
006060*****************************************************************
006070 8000-TERMINATE SECTION.
006080 8000-TERMINATE-PARA.
006090     IF EX3-RTCTL03-OPEN
006100         CLOSE RTCTL03
006110     END-IF.
006120     IF EX3-RTSTAC1-OPEN
006130         CLOSE RTSTAC1
006140     END-IF.
006150     IF EX3-RTHIST1-OPEN
006160         CLOSE RTHIST1
006170     END-IF.
006180     IF EX3-RTSTMT1-OPEN
006190         CLOSE RTSTMT1
006200     END-IF.
006210     IF EX3-RTSTME1-OPEN
006220         CLOSE RTSTME1
006230     END-IF.
006240     DISPLAY 'EX03 - STATEMENTS PRODUCED = ' EX3-ACCOUNT-COUNT.
006250     DISPLAY 'EX03 - DETAIL LINES WRITTEN = ' EX3-LINE-COUNT.
006260     IF EX3-WITH-ELECTRONIC
006270         DISPLAY 'EX03 - ELECTRONIC LINES WRITTEN = '
006280                 EX3-STME-LINE-COUNT
006290     END-IF.
006300     IF EX3-RTSTS01-OPEN
006310         CLOSE RTSTS01
006320     END-IF.
006330     PERFORM 8100-WRITE-LEDGER-END THRU 8100-EXIT.
006340 8000-EXIT.
006350     EXIT.
006360
006370*****************************************************************
006380* 8100-WRITE-LEDGER-END - CLOSE OFF THE RUN'S LEDGER ENTRY WITH
006390* ITS RETURN CODE, COUNTS AND OUTCOME.  A RUN STOPPED BY A BAD
006400* CONTROL CARD NEVER STARTED AND WRITES NOTHING.
006410*****************************************************************
006420 8100-WRITE-LEDGER-END.
006430     IF NOT EX3-LDG-STARTED
006440         GO TO 8100-EXIT
006450     END-IF.
006460     MOVE 'N' TO EX3-LDG-START-SW.
006470     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
006480     MOVE 'E' TO STS-EVENT-CD.
006490     MOVE RETURN-CODE TO STS-RETURN-CD.
006500     EVALUATE TRUE
006510         WHEN RETURN-CODE = ZERO
006520             MOVE 'C' TO STS-STATUS-CD
006530         WHEN RETURN-CODE NOT > 4
006540             MOVE 'W' TO STS-STATUS-CD
006550         WHEN OTHER
006560             MOVE 'F' TO STS-STATUS-CD
006570     END-EVALUATE.
006580     MOVE EX3-ACCOUNT-COUNT TO STS-READ-COUNT.
006590     COMPUTE STS-WRITTEN-COUNT = EX3-LINE-COUNT
006600                               + EX3-STME-LINE-COUNT.
006610     OPEN EXTEND RTSTS01.
006620     WRITE RTSTS01-RECORD.
006630     CLOSE RTSTS01.
006640 8100-EXIT.
006650     EXIT.
006660
006670*****************************************************************
006680* 9000-ERROR-PARAGRAPHS - FATAL ERROR HANDLING, EACH WITH ITS
006690* OWN RETURN CODE, THE SAME WAY EX01 HANDLES ITS FATAL ERRORS.
006700*****************************************************************
006710 9000-ERROR-PARAGRAPHS SECTION.
006720 9200-HISTORY-ERROR.
006730     DISPLAY 'EX03 - RTHIST1 OPEN ERROR, FILE STATUS = '
006740             EX3-HIST-STATUS.
006750     MOVE 24 TO RETURN-CODE.
006760     PERFORM 8000-TERMINATE THRU 8000-EXIT.
006770     STOP RUN.
006780 9200-EXIT.
006790     EXIT.
006800
