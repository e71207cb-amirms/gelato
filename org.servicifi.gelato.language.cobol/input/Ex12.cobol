000010*****************************************************************
000020* PROGRAM-ID.  EX12.
000030* AUTHOR.      M V HALEN.
000040* INSTALLATION. SERVICIFI GELATO - RECONCILIATION AND SETTLEMENT.
000050* DATE-WRITTEN. 2026-10-15.
000060*
000070* EX12 IS THE RTIQ ONLINE ACCOUNT INQUIRY.  WHEN A PARTNER OR
000080* FINANCE CALLED ABOUT AN ACCOUNT THE ONLY WAY TO ANSWER WAS TO
000090* SUBMIT EX03 OR BROWSE THE DATASETS ONE BY ONE.  RTIQ TAKES A
000100* REK_ID AND SHOWS, ON THE RTIQM1 SCREEN, THE RTACCM1 STATUS AND
000110* AUTHORIZED CURRENCY ALONG WITH ONE OF FOUR VIEWS:
000120*   A  THE CURRENT RTTB100 ROWS, ONE PER VALUE DATE;
000130*   H  THE RTHIST1 POSTINGS FOR ONE MONTH BY VALUE DATE AND CYCLE,
000140*      REVERSAL-BAND ENTRIES NAMING THE CYCLE THEY REVERSE;
000150*   S  THE OPEN RTSUSPI SUSPENSE ITEMS WITH EACH FEED'S AMOUNTS
000160*      AND THE ITEM'S AGE;
000170*   U  THE RTAUD01 BEFORE AND AFTER IMAGES FOR THE ACCOUNT.
000180* PF8 PAGES FORWARD - ON THE HISTORY VIEW, PAST THE END OF THE
000190* MONTH INTO THE NEXT ONE - AND PF7 GOES BACK A MONTH ON THE
000200* HISTORY VIEW AND TO THE FIRST PAGE ON THE OTHERS.  PF3 OR
000210* CLEAR ENDS THE INQUIRY.
000220*
000230* THE TRANSACTION IS STRICTLY READ-ONLY SO IT CANNOT COLLIDE WITH
000240* THE BATCH WINDOW - NO FILE IS READ FOR UPDATE, THE RTTB100
000250* CURSOR IS FETCH-ONLY WITH UNCOMMITTED READ SO IT TAKES NO LOCKS,
000260* AND NOTHING IS EVER WRITTEN.  IT IS PSEUDO-CONVERSATIONAL - THE
000270* ACCOUNT, VIEW, MONTH AND PAGING POSITION TRAVEL IN THE COMMAREA
000280* BETWEEN SCREENS, SO NO BROWSE IS HELD OPEN WHILE THE OPERATOR
000290* READS.  RTSUSPI AND RTAUD01 HAVE NO KEY, SO THEY ARE BROWSED AS
000300* ENTRY-SEQUENCED FILES BY RBA AND PAGING RESUMES FROM THE RBA OF
000310* THE FIRST ENTRY NOT YET SHOWN.  A FILE OR DB2 ERROR IS REPORTED
000320* ON THE MESSAGE LINE RATHER THAN ABENDING THE TRANSACTION.
000330*
000340* MODIFICATION HISTORY.
000350*   2026-10-15  MVH  ORIGINAL VERSION.
000360*   2026-10-15  MVH  EX17 CORRECTIONS SHOW AS REPAIRED.
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. EX12.
000400 AUTHOR. M V HALEN.
000410 INSTALLATION. SERVICIFI GELATO.
000420 DATE-WRITTEN. 2026-10-15.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-3090.
000480 SPECIAL-NAMES.
000490     DECIMAL-POINT IS COMMA.
000500
000510 DATA DIVISION.
000520 WORKING-STORAGE SECTION.
000530
000540 COPY RTIQM1.
000550 COPY DFHAID.
000560 COPY RTACCM1.
000570 COPY RTTB100.
000580 COPY SQLCA.
000590 COPY RRSPST REPLACING ==RRSPST==   BY ==HIST-RECORD==
000600                       ==REK_ID==   BY ==HIST-REK_ID==
000610                       ==VAL_DAT==  BY ==HIST-VAL_DAT==
000620                       ==CYC_NO==   BY ==HIST-CYC_NO==
000630                       ==DB_BEDR==  BY ==HIST-DB_BEDR==
000640                       ==CR_BEDR==  BY ==HIST-CR_BEDR==
000650                       ==CUR_CD==   BY ==HIST-CUR_CD==.
000660*****************************************************************
000670* HIST-PRIME-KEY REDEFINES HIST-REK_ID/HIST-VAL_DAT/HIST-CYC_NO
000680* AS ONE FIELD, EXACTLY AS EX01 DECLARES IT.
000690*****************************************************************
000700 01  HIST-KEY-RECORD REDEFINES HIST-RECORD.
000710     05  HIST-PRIME-KEY          PIC X(20).
000720 COPY RTSUSP1.
000730 COPY RTAUD01.
000740
000750*****************************************************************
000760* SWITCHES.
000770*****************************************************************
000780 77  EX12-LIST-END-SW                PIC X     VALUE 'N'.
000790     88  EX12-LIST-END                         VALUE 'Y'.
000800
000810*****************************************************************
000820* COUNTERS AND WORK AREAS.
000830*****************************************************************
000840 77  EX12-RESP               PIC S9(08) COMP VALUE ZERO.
000850 77  EX12-RBA                PIC S9(08) COMP VALUE ZERO.
000860 77  EX12-ABSTIME            PIC S9(15) COMP-3 VALUE ZERO.
000870 77  EX12-LINE-COUNT         PIC 9(04) COMP VALUE ZERO.
000880 77  EX12-LINE-MAX           PIC 9(04) COMP VALUE 14.
000890 77  EX12-LINE-ROOM          PIC 9(04) COMP VALUE ZERO.
000900 77  EX12-FEED-SUB           PIC 9(04) COMP VALUE ZERO.
000910 77  EX12-ORIG-CYC           PIC 9(02) VALUE ZERO.
000920 77  EX12-REVERSAL-CYC-BASE  PIC 9(02) VALUE 50.
000930 77  EX12-ERR-FILE           PIC X(08) VALUE SPACES.
000940 77  EX12-ACTION-TEXT        PIC X(08) VALUE SPACES.
000950 77  EX12-LINE-TEXT          PIC X(79) VALUE SPACES.
000960 77  EX12-MESSAGE            PIC X(79) VALUE SPACES.
000970 77  EX12-AMT1-ED            PIC ZZZZZZZZZZ9,99-.
000980 77  EX12-AMT2-ED            PIC ZZZZZZZZZZ9,99-.
000990 77  EX12-AMT3-ED            PIC ZZZZZZZZZZ9,99-.
001000 77  EX12-AMT4-ED            PIC ZZZZZZZZZZ9,99-.
001010 77  EX12-RESP-ED            PIC ZZZZ9.
001020 77  EX12-SQLCODE-ED         PIC -ZZZZZZZZ9.
001030 77  EX12-PROMPT-TEXT        PIC X(60)
001040             VALUE 'KEY AN ACCOUNT AND A VIEW, THEN PRESS ENTER'.
001050 77  EX12-END-TEXT           PIC X(30)
001060                             VALUE 'RTIQ ACCOUNT INQUIRY ENDED'.
001070
001080 01  EX12-TODAY.
001090     05  EX12-TODAY-MONTH        PIC X(06).
001100     05  FILLER                  PIC X(02).
001110
001120 01  EX12-KEYED-MONTH.
001130     05  EX12-KEYED-YYYY         PIC 9(04).
001140     05  EX12-KEYED-MM           PIC 9(02).
001150
001160 01  EX12-VAL-DATE.
001170     05  EX12-VAL-MONTH          PIC X(06).
001180     05  EX12-VAL-DAY            PIC X(02).
001190
001200*****************************************************************
001210* FIRST 25 POSITIONS OF A SUSPENSE LINE - VALUE DATE, CURRENCY
001220* AND AGE ON THE FIRST FEED'S LINE, BLANK ON THE OTHER TWO.
001230*****************************************************************
001240 01  EX12-SUSP-PREFIX.
001250     05  EX12-SUSP-PFX-DATE      PIC X(08).
001260     05  FILLER                  PIC X(04).
001270     05  EX12-SUSP-PFX-CUR       PIC X(03).
001280     05  FILLER                  PIC X(03).
001290     05  EX12-SUSP-PFX-AGE       PIC ZZ9.
001300     05  FILLER                  PIC X(04).
001310
001320*****************************************************************
001330* THE THREE FEEDS, IN THE ORDER THE SUSPENSE RECORD CARRIES THEM.
001340*****************************************************************
001350 01  EX12-FEED-NAMES.
001360     05  FILLER                  PIC X(06) VALUE 'RRSI01'.
001370     05  FILLER                  PIC X(06) VALUE 'RRSI02'.
001380     05  FILLER                  PIC X(06) VALUE 'RRSI03'.
001390 01  EX12-FEED-TABLE REDEFINES EX12-FEED-NAMES.
001400     05  EX12-FEED-ID OCCURS 3 TIMES
001410                                     PIC X(06).
001420
001430*****************************************************************
001440* COMMAREA - EVERYTHING THAT HAS TO SURVIVE FROM ONE SCREEN TO
001450* THE NEXT.  THE START KEY IS WHERE THE PAGE ON SHOW BEGINS AND
001460* THE NEXT KEY WHERE THE FOLLOWING PAGE WILL - REK_ID, VALUE DATE
001470* AND CYCLE FOR RTTB100 AND RTHIST1, AN RBA FOR RTSUSPI AND
001480* RTAUD01.
001490*****************************************************************
001500 01  EX12-COMMAREA.
001510     05  EX12-CA-REK-ID          PIC X(10).
001520     05  EX12-CA-VIEW-CD         PIC X(01).
001530         88  EX12-VIEW-ACCOUNT             VALUE 'A'.
001540         88  EX12-VIEW-HISTORY             VALUE 'H'.
001550         88  EX12-VIEW-SUSPENSE            VALUE 'S'.
001560         88  EX12-VIEW-AUDIT               VALUE 'U'.
001570     05  EX12-CA-MONTH.
001580         10  EX12-CA-YYYY        PIC 9(04).
001590         10  EX12-CA-MM          PIC 9(02).
001600     05  EX12-CA-START-KEY.
001610         10  EX12-CA-START-REK   PIC X(10).
001620         10  EX12-CA-START-DAT   PIC X(08).
001630         10  EX12-CA-START-CYC   PIC 9(02).
001640     05  EX12-CA-NEXT-KEY.
001650         10  EX12-CA-NEXT-REK    PIC X(10).
001660         10  EX12-CA-NEXT-DAT    PIC X(08).
001670         10  EX12-CA-NEXT-CYC    PIC 9(02).
001680     05  EX12-CA-START-RBA       PIC S9(08) COMP.
001690     05  EX12-CA-NEXT-RBA        PIC S9(08) COMP.
001700     05  EX12-CA-MORE-SW         PIC X(01).
001710         88  EX12-CA-MORE                  VALUE 'Y'.
001720     05  FILLER                  PIC X(14).
001730
001740 LINKAGE SECTION.
001750 01  DFHCOMMAREA                 PIC X(80).
001760
001770 PROCEDURE DIVISION.
001780
001790*****************************************************************
001800* 0000-MAINLINE - ONE PASS PER SCREEN.  THE FIRST ENTRY (NO
001810* COMMAREA) SENDS THE EMPTY SCREEN; AFTER THAT THE KEY PRESSED
001820* DECIDES WHETHER A NEW INQUIRY IS READ FROM THE SCREEN OR THE
001830* CURRENT ONE IS PAGED, AND THE SCREEN IS REBUILT FROM THE FILES.
001840*****************************************************************
001850 0000-MAINLINE SECTION.
001860 0000-START.
001870     IF EIBCALEN = ZERO
001880         PERFORM 1000-FIRST-SCREEN THRU 1000-EXIT
001890         GO TO 0000-RETURN
001900     END-IF.
001910     MOVE DFHCOMMAREA TO EX12-COMMAREA.
001920     MOVE SPACES TO EX12-MESSAGE.
001930     EVALUATE EIBAID
001940         WHEN DFHPF3
001950         WHEN DFHCLEAR
001960             GO TO 9900-END-PARA
001970         WHEN DFHENTER
001980             PERFORM 2000-NEW-INQUIRY THRU 2000-EXIT
001990         WHEN DFHPF7
002000             PERFORM 3000-PAGE-BACK THRU 3000-EXIT
002010         WHEN DFHPF8
002020             PERFORM 3100-PAGE-FORWARD THRU 3100-EXIT
002030         WHEN OTHER
002040             MOVE 'KEY NOT IN USE - ENTER, PF7, PF8 OR PF3'
002050                 TO EX12-MESSAGE
002060     END-EVALUATE.
002070     MOVE LOW-VALUES TO RTIQM1O.
002080     PERFORM 4000-BUILD-SCREEN THRU 4000-EXIT.
002090     PERFORM 6000-SEND-SCREEN THRU 6000-EXIT.
002100 0000-RETURN.
002110     EXEC CICS RETURN
002120          TRANSID(EIBTRNID)
002130          COMMAREA(EX12-COMMAREA)
002140          LENGTH(LENGTH OF EX12-COMMAREA)
002150     END-EXEC.
002160     GOBACK.
002170 0000-EXIT.
002180     EXIT.
002190
002200*****************************************************************
002210* 1000-FIRST-SCREEN - START A CONVERSATION ON THE ACCOUNT VIEW.
002220*****************************************************************
002230 1000-FIRST-SCREEN SECTION.
002240 1000-FIRST-PARA.
002250     MOVE SPACES TO EX12-COMMAREA.
002260     MOVE ZERO   TO EX12-CA-START-RBA
002270                    EX12-CA-NEXT-RBA.
002280     MOVE 'A'    TO EX12-CA-VIEW-CD.
002290     MOVE EX12-PROMPT-TEXT TO EX12-MESSAGE.
002300     MOVE LOW-VALUES TO RTIQM1O.
002310     PERFORM 6000-SEND-SCREEN THRU 6000-EXIT.
002320 1000-EXIT.
002330     EXIT.
002340
002350*****************************************************************
002360* 2000-NEW-INQUIRY - ENTER.  READ AND EDIT THE ACCOUNT, VIEW AND
002370* MONTH KEYED ON THE SCREEN.  A BLANK VIEW IS THE ACCOUNT VIEW, A
002380* BLANK MONTH THE CURRENT ONE.  ONLY AN ACCEPTED INQUIRY REPLACES
002390* THE ONE IN THE COMMAREA - A KEYING ERROR LEAVES THE PREVIOUS
002400* INQUIRY ON SHOW WITH THE ERROR ON THE MESSAGE LINE.
002410*****************************************************************
002420 2000-NEW-INQUIRY SECTION.
002430 2000-NEW-PARA.
002440     MOVE LOW-VALUES TO RTIQM1I.
002450     EXEC CICS RECEIVE
002460          MAP('RTIQM1')
002470          MAPSET('RTIQS1')
002480          INTO(RTIQM1I)
002490          RESP(EX12-RESP)
002500     END-EXEC.
002510     IF EX12-RESP = DFHRESP(MAPFAIL)
002520         MOVE EX12-PROMPT-TEXT TO EX12-MESSAGE
002530         GO TO 2000-EXIT
002540     END-IF.
002550     IF EX12-RESP NOT = DFHRESP(NORMAL)
002560         MOVE 'RTIQM1' TO EX12-ERR-FILE
002570         PERFORM 8000-CICS-ERROR THRU 8000-EXIT
002580         GO TO 2000-EXIT
002590     END-IF.
002600     IF IQREKI = LOW-VALUES OR IQREKI = SPACES
002610         MOVE 'ACCOUNT (REK_ID) IS REQUIRED' TO EX12-MESSAGE
002620         GO TO 2000-EXIT
002630     END-IF.
002640     IF IQVIEWI = LOW-VALUES OR IQVIEWI = SPACES
002650         MOVE 'A' TO IQVIEWI
002660     END-IF.
002670     IF IQVIEWI NOT = 'A' AND IQVIEWI NOT = 'H'
002680             AND IQVIEWI NOT = 'S' AND IQVIEWI NOT = 'U'
002690         MOVE 'VIEW MUST BE A, H, S OR U' TO EX12-MESSAGE
002700         GO TO 2000-EXIT
002710     END-IF.
002720     IF IQMONI = LOW-VALUES OR IQMONI = SPACES
002730         PERFORM 2100-CURRENT-MONTH THRU 2100-EXIT
002740         MOVE EX12-TODAY-MONTH TO IQMONI
002750     END-IF.
002760     IF IQMONI IS NOT NUMERIC
002770         MOVE 'MONTH MUST BE YYYYMM' TO EX12-MESSAGE
002780         GO TO 2000-EXIT
002790     END-IF.
002800     MOVE IQMONI TO EX12-KEYED-MONTH.
002810     IF EX12-KEYED-MM < 1 OR EX12-KEYED-MM > 12
002820         MOVE 'MONTH MUST BE YYYYMM' TO EX12-MESSAGE
002830         GO TO 2000-EXIT
002840     END-IF.
002850     MOVE IQREKI  TO EX12-CA-REK-ID.
002860     MOVE IQVIEWI TO EX12-CA-VIEW-CD.
002870     MOVE IQMONI  TO EX12-CA-MONTH.
002880     PERFORM 2200-SET-FIRST-PAGE THRU 2200-EXIT.
002890 2000-EXIT.
002900     EXIT.
002910
002920 2100-CURRENT-MONTH.
002930     EXEC CICS ASKTIME
002940          ABSTIME(EX12-ABSTIME)
002950     END-EXEC.
002960     EXEC CICS FORMATTIME
002970          ABSTIME(EX12-ABSTIME)
002980          YYYYMMDD(EX12-TODAY)
002990     END-EXEC.
003000 2100-EXIT.
003010     EXIT.
003020
003030*****************************************************************
003040* 2200-SET-FIRST-PAGE - POSITION THE VIEW AT ITS FIRST PAGE - THE
003050* FIRST VALUE DATE FOR RTTB100, THE FIRST DAY OF THE MONTH FOR
003060* RTHIST1, THE START OF THE FILE FOR RTSUSPI AND RTAUD01.
003070*****************************************************************
003080 2200-SET-FIRST-PAGE.
003090     MOVE EX12-CA-REK-ID TO EX12-CA-START-REK.
003100     MOVE '00000000'     TO EX12-CA-START-DAT.
003110     MOVE ZERO           TO EX12-CA-START-CYC.
003120     IF EX12-VIEW-HISTORY
003130         MOVE EX12-CA-MONTH TO EX12-VAL-MONTH
003140         MOVE '01'          TO EX12-VAL-DAY
003150         MOVE EX12-VAL-DATE TO EX12-CA-START-DAT
003160     END-IF.
003170     MOVE ZERO   TO EX12-CA-START-RBA.
003180     MOVE SPACES TO EX12-CA-NEXT-KEY.
003190     MOVE ZERO   TO EX12-CA-NEXT-RBA.
003200     MOVE 'N'    TO EX12-CA-MORE-SW.
003210 2200-EXIT.
003220     EXIT.
003230
003240*****************************************************************
003250* 3000-PAGE-BACK - PF7.  THE HISTORY VIEW STEPS BACK ONE MONTH,
003260* THE OTHERS RETURN TO THEIR FIRST PAGE.
003270*****************************************************************
003280 3000-PAGE-BACK SECTION.
003290 3000-BACK-PARA.
003300     IF EX12-CA-REK-ID = SPACES
003310         MOVE EX12-PROMPT-TEXT TO EX12-MESSAGE
003320         GO TO 3000-EXIT
003330     END-IF.
003340     IF EX12-VIEW-HISTORY
003350         IF EX12-CA-MM = 1
003360             MOVE 12 TO EX12-CA-MM
003370             SUBTRACT 1 FROM EX12-CA-YYYY
003380         ELSE
003390             SUBTRACT 1 FROM EX12-CA-MM
003400         END-IF
003410     END-IF.
003420     PERFORM 2200-SET-FIRST-PAGE THRU 2200-EXIT.
003430 3000-EXIT.
003440     EXIT.
003450
003460*****************************************************************
003470* 3100-PAGE-FORWARD - PF8.  WHEN THE PAGE ON SHOW WAS FULL THE
003480* NEXT ONE STARTS WHERE IT STOPPED.  WHEN IT WAS NOT, THE HISTORY
003490* VIEW MOVES ON TO THE NEXT MONTH AND THE OTHERS STAY PUT.
003500*****************************************************************
003510 3100-PAGE-FORWARD SECTION.
003520 3100-FORWARD-PARA.
003530     IF EX12-CA-REK-ID = SPACES
003540         MOVE EX12-PROMPT-TEXT TO EX12-MESSAGE
003550         GO TO 3100-EXIT
003560     END-IF.
003570     IF EX12-CA-MORE
003580         MOVE EX12-CA-NEXT-KEY TO EX12-CA-START-KEY
003590         MOVE EX12-CA-NEXT-RBA TO EX12-CA-START-RBA
003600         GO TO 3100-EXIT
003610     END-IF.
003620     IF EX12-VIEW-HISTORY
003630         IF EX12-CA-MM = 12
003640             MOVE 1 TO EX12-CA-MM
003650             ADD 1 TO EX12-CA-YYYY
003660         ELSE
003670             ADD 1 TO EX12-CA-MM
003680         END-IF
003690         PERFORM 2200-SET-FIRST-PAGE THRU 2200-EXIT
003700         GO TO 3100-EXIT
003710     END-IF.
003720     MOVE 'END OF LIST - PF7 RETURNS TO THE FIRST PAGE'
003730         TO EX12-MESSAGE.
003740 3100-EXIT.
003750     EXIT.
003760
003770*****************************************************************
003780* 4000-BUILD-SCREEN - THE ACCOUNT MASTER LINE AND THE PAGE OF THE
003790* VIEW ASKED FOR, STARTING AT THE COMMAREA START POSITION.  EACH
003800* VIEW SETS THE NEXT POSITION WHEN THE PAGE FILLS BEFORE THE LIST
003810* RUNS OUT.
003820*****************************************************************
003830 4000-BUILD-SCREEN SECTION.
003840 4000-BUILD-PARA.
003850     IF EX12-CA-REK-ID = SPACES
003860         GO TO 4000-EXIT
003870     END-IF.
003880     PERFORM 4100-SHOW-ACCOUNT-MASTER THRU 4100-EXIT.
003890     MOVE ZERO   TO EX12-LINE-COUNT.
003900     MOVE 'N'    TO EX12-CA-MORE-SW.
003910     MOVE SPACES TO EX12-CA-NEXT-KEY.
003920     MOVE ZERO   TO EX12-CA-NEXT-RBA.
003930     MOVE 'N'    TO EX12-LIST-END-SW.
003940     EVALUATE TRUE
003950         WHEN EX12-VIEW-ACCOUNT
003960             PERFORM 4200-SHOW-BALANCE-ROWS THRU 4200-EXIT
003970         WHEN EX12-VIEW-HISTORY
003980             PERFORM 4300-SHOW-HISTORY THRU 4300-EXIT
003990         WHEN EX12-VIEW-SUSPENSE
004000             PERFORM 4400-SHOW-SUSPENSE THRU 4400-EXIT
004010         WHEN EX12-VIEW-AUDIT
004020             PERFORM 4500-SHOW-AUDIT THRU 4500-EXIT
004030     END-EVALUATE.
004040     IF EX12-MESSAGE NOT = SPACES
004050         GO TO 4000-EXIT
004060     END-IF.
004070     IF EX12-LINE-COUNT = ZERO
004080         IF EX12-VIEW-HISTORY
004090             MOVE 'NO POSTINGS IN THIS MONTH - PF7 OR PF8 TO MOVE'
004100                 TO EX12-MESSAGE
004110         ELSE
004120             MOVE 'NOTHING ON FILE FOR THIS ACCOUNT'
004130                 TO EX12-MESSAGE
004140         END-IF
004150         GO TO 4000-EXIT
004160     END-IF.
004170     IF EX12-CA-MORE
004180         MOVE 'MORE TO COME - PF8 FOR THE NEXT PAGE'
004190             TO EX12-MESSAGE
004200     ELSE
004210         IF EX12-VIEW-HISTORY
004220             MOVE 'END OF MONTH - PF8 NEXT MONTH, PF7 PREVIOUS'
004230                 TO EX12-MESSAGE
004240         ELSE
004250             MOVE 'END OF LIST' TO EX12-MESSAGE
004260         END-IF
004270     END-IF.
004280 4000-EXIT.
004290     EXIT.
004300
004310*****************************************************************
004320* 4100-SHOW-ACCOUNT-MASTER - STATUS AND AUTHORIZED CURRENCY FROM
004330* RTACCM1, READ WITHOUT UPDATE.
004340*****************************************************************
004350 4100-SHOW-ACCOUNT-MASTER.
004360     MOVE EX12-CA-REK-ID TO ACC-REK_ID.
004370     EXEC CICS READ
004380          FILE('RTACCM1')
004390          INTO(RTACCM1-RECORD)
004400          RIDFLD(ACC-REK_ID)
004410          RESP(EX12-RESP)
004420     END-EXEC.
004430     IF EX12-RESP = DFHRESP(NOTFND)
004440         MOVE 'NOT ON FILE' TO IQSTATO
004450         MOVE SPACES        TO IQCURO
004460         GO TO 4100-EXIT
004470     END-IF.
004480     IF EX12-RESP NOT = DFHRESP(NORMAL)
004490         MOVE 'RTACCM1' TO EX12-ERR-FILE
004500         PERFORM 8000-CICS-ERROR THRU 8000-EXIT
004510         GO TO 4100-EXIT
004520     END-IF.
004530     EVALUATE ACC-STATUS-CD
004540         WHEN 'O'
004550             MOVE 'OPEN'    TO IQSTATO
004560         WHEN 'C'
004570             MOVE 'CLOSED'  TO IQSTATO
004580         WHEN 'B'
004590             MOVE 'BLOCKED' TO IQSTATO
004600         WHEN OTHER
004610             MOVE 'UNKNOWN'  TO IQSTATO
004620     END-EVALUATE.
004630     MOVE ACC-CUR_CD TO IQCURO.
004640 4100-EXIT.
004650     EXIT.
004660
004670*****************************************************************
004680* 4200-SHOW-BALANCE-ROWS - THE CURRENT RTTB100 ROWS IN VALUE-DATE
004690* ORDER.  THE CURSOR IS FETCH-ONLY WITH UNCOMMITTED READ SO THE
004700* INQUIRY NEVER HOLDS A LOCK THE POSTING RUN COULD WAIT ON.
004710*****************************************************************
004720 4200-SHOW-BALANCE-ROWS.
004730     MOVE 'VALUE DATE  CUR            DEBIT           CREDIT'
004740         TO IQHEADO.
004750     MOVE EX12-CA-START-REK TO REK_ID.
004760     MOVE EX12-CA-START-DAT TO VAL_DAT.
004770     EXEC SQL
004780         DECLARE RTTB_CSR CURSOR FOR
004790          SELECT VAL_DAT, DB_BEDR, CR_BEDR, CUR_CD
004800            FROM RTTB100
004810           WHERE REK_ID  = :REK_ID
004820             AND VAL_DAT >= :VAL_DAT
004830           ORDER BY VAL_DAT
004840             FOR FETCH ONLY
004850            WITH UR
004860     END-EXEC.
004870     EXEC SQL
004880         OPEN RTTB_CSR
004890     END-EXEC.
004900     IF SQLCODE NOT = ZERO
004910         PERFORM 8100-SQL-ERROR THRU 8100-EXIT
004920         GO TO 4200-EXIT
004930     END-IF.
004940     PERFORM 4210-FETCH-ONE-ROW THRU 4210-EXIT
004950         UNTIL EX12-LIST-END.
004960     EXEC SQL
004970         CLOSE RTTB_CSR
004980     END-EXEC.
004990 4200-EXIT.
005000     EXIT.
005010
005020 4210-FETCH-ONE-ROW.
005030     EXEC SQL
005040         FETCH RTTB_CSR
005050          INTO :VAL_DAT, :DB_BEDR, :CR_BEDR, :CUR_CD
005060     END-EXEC.
005070     IF SQLCODE = +100
005080         SET EX12-LIST-END TO TRUE
005090         GO TO 4210-EXIT
005100     END-IF.
005110     IF SQLCODE NOT = ZERO
005120         PERFORM 8100-SQL-ERROR THRU 8100-EXIT
005130         SET EX12-LIST-END TO TRUE
005140         GO TO 4210-EXIT
005150     END-IF.
005160     IF EX12-LINE-COUNT NOT < EX12-LINE-MAX
005170         MOVE 'Y'            TO EX12-CA-MORE-SW
005180         MOVE EX12-CA-REK-ID TO EX12-CA-NEXT-REK
005190         MOVE VAL_DAT        TO EX12-CA-NEXT-DAT
005200         MOVE ZERO           TO EX12-CA-NEXT-CYC
005210         SET EX12-LIST-END TO TRUE
005220         GO TO 4210-EXIT
005230     END-IF.
005240     MOVE DB_BEDR TO EX12-AMT1-ED.
005250     MOVE CR_BEDR TO EX12-AMT2-ED.
005260     MOVE SPACES TO EX12-LINE-TEXT.
005270     STRING VAL_DAT '    ' CUR_CD '  ' EX12-AMT1-ED '  '
005280            EX12-AMT2-ED
005290            DELIMITED BY SIZE INTO EX12-LINE-TEXT.
005300     PERFORM 4900-ADD-LINE THRU 4900-EXIT.
005310 4210-EXIT.
005320     EXIT.
005330
005340*****************************************************************
005350* 4300-SHOW-HISTORY - THE RTHIST1 POSTINGS FOR THE MONTH, BY
005360* VALUE DATE AND CYCLE.  A REVERSAL-BAND ENTRY (CYCLE ABOVE 50)
005370* IS THE NEGATING ENTRY EX02 WROTE FOR A BACKOUT AND NAMES THE
005380* CYCLE IT REVERSES.  BROUGHT-FORWARD SUMMARIES (VALUE DATE
005390* '00000000') BELONG TO NO MONTH AND ARE NOT SHOWN.
005400*****************************************************************
005410 4300-SHOW-HISTORY.
005420     MOVE 'VALUE DATE  CYC  CUR            DEBIT           CREDIT'
005430         TO IQHEADO.
005440     MOVE EX12-CA-START-KEY TO HIST-PRIME-KEY.
005450     EXEC CICS STARTBR
005460          FILE('RTHIST1')
005470          RIDFLD(HIST-PRIME-KEY)
005480          GTEQ
005490          RESP(EX12-RESP)
005500     END-EXEC.
005510     IF EX12-RESP = DFHRESP(NOTFND)
005520         GO TO 4300-EXIT
005530     END-IF.
005540     IF EX12-RESP NOT = DFHRESP(NORMAL)
005550         MOVE 'RTHIST1' TO EX12-ERR-FILE
005560         PERFORM 8000-CICS-ERROR THRU 8000-EXIT
005570         GO TO 4300-EXIT
005580     END-IF.
005590     PERFORM 4310-READ-ONE-HISTORY THRU 4310-EXIT
005600         UNTIL EX12-LIST-END.
005610     EXEC CICS ENDBR
005620          FILE('RTHIST1')
005630     END-EXEC.
005640 4300-EXIT.
005650     EXIT.
005660
005670 4310-READ-ONE-HISTORY.
005680     EXEC CICS READNEXT
005690          FILE('RTHIST1')
005700          INTO(HIST-RECORD)
005710          RIDFLD(HIST-PRIME-KEY)
005720          RESP(EX12-RESP)
005730     END-EXEC.
005740     IF EX12-RESP = DFHRESP(ENDFILE)
005750         SET EX12-LIST-END TO TRUE
005760         GO TO 4310-EXIT
005770     END-IF.
005780     IF EX12-RESP NOT = DFHRESP(NORMAL)
005790         MOVE 'RTHIST1' TO EX12-ERR-FILE
005800         PERFORM 8000-CICS-ERROR THRU 8000-EXIT
005810         SET EX12-LIST-END TO TRUE
005820         GO TO 4310-EXIT
005830     END-IF.
005840     MOVE HIST-VAL_DAT TO EX12-VAL-DATE.
005850     IF HIST-REK_ID NOT = EX12-CA-REK-ID
005860             OR EX12-VAL-MONTH NOT = EX12-CA-MONTH
005870         SET EX12-LIST-END TO TRUE
005880         GO TO 4310-EXIT
005890     END-IF.
005900     IF EX12-LINE-COUNT NOT < EX12-LINE-MAX
005910         MOVE 'Y'            TO EX12-CA-MORE-SW
005920         MOVE HIST-PRIME-KEY TO EX12-CA-NEXT-KEY
005930         SET EX12-LIST-END TO TRUE
005940         GO TO 4310-EXIT
005950     END-IF.
005960     MOVE HIST-DB_BEDR TO EX12-AMT1-ED.
005970     MOVE HIST-CR_BEDR TO EX12-AMT2-ED.
005980     MOVE SPACES TO EX12-LINE-TEXT.
005990     IF HIST-CYC_NO > EX12-REVERSAL-CYC-BASE
006000         SUBTRACT EX12-REVERSAL-CYC-BASE FROM HIST-CYC_NO
006010             GIVING EX12-ORIG-CYC
006020         STRING HIST-VAL_DAT '  ' HIST-CYC_NO '   ' HIST-CUR_CD
006030                '  ' EX12-AMT1-ED '  ' EX12-AMT2-ED
006040                '  REVERSES CYCLE ' EX12-ORIG-CYC
006050                DELIMITED BY SIZE INTO EX12-LINE-TEXT
006060     ELSE
006070         STRING HIST-VAL_DAT '  ' HIST-CYC_NO '   ' HIST-CUR_CD
006080                '  ' EX12-AMT1-ED '  ' EX12-AMT2-ED
006090                DELIMITED BY SIZE INTO EX12-LINE-TEXT
006100     END-IF.
006110     PERFORM 4900-ADD-LINE THRU 4900-EXIT.
006120 4310-EXIT.
006130     EXIT.
006140
006150*****************************************************************
006160* 4400-SHOW-SUSPENSE - THE OPEN SUSPENSE ITEMS FOR THE ACCOUNT,
006170* THREE LINES EACH - ONE PER FEED, WITH ITS AMOUNTS OR 'NOT
006180* RECEIVED'.  RTSUSPI IS IN REK_ID/VALUE-DATE ORDER, SO THE
006190* BROWSE STOPS AT THE FIRST RECORD PAST THE ACCOUNT.
006200*****************************************************************
006210 4400-SHOW-SUSPENSE.
006220     MOVE SPACES TO EX12-LINE-TEXT.
006230     STRING 'VALUE DATE  CUR   AGE  FEED             DEBIT'
006240            '           CREDIT'
006250            DELIMITED BY SIZE INTO EX12-LINE-TEXT.
006260     MOVE EX12-LINE-TEXT TO IQHEADO.
006270     MOVE EX12-CA-START-RBA TO EX12-RBA.
006280     EXEC CICS STARTBR
006290          FILE('RTSUSPI')
006300          RIDFLD(EX12-RBA)
006310          RBA
006320          RESP(EX12-RESP)
006330     END-EXEC.
006340     IF EX12-RESP = DFHRESP(NOTFND)
006350         GO TO 4400-EXIT
006360     END-IF.
006370     IF EX12-RESP NOT = DFHRESP(NORMAL)
006380         MOVE 'RTSUSPI' TO EX12-ERR-FILE
006390         PERFORM 8000-CICS-ERROR THRU 8000-EXIT
006400         GO TO 4400-EXIT
006410     END-IF.
006420     PERFORM 4410-READ-ONE-SUSPENSE THRU 4410-EXIT
006430         UNTIL EX12-LIST-END.
006440     EXEC CICS ENDBR
006450          FILE('RTSUSPI')
006460     END-EXEC.
006470 4400-EXIT.
006480     EXIT.
006490
006500 4410-READ-ONE-SUSPENSE.
006510     EXEC CICS READNEXT
006520          FILE('RTSUSPI')
006530          INTO(RTSUSP1-RECORD)
006540          RIDFLD(EX12-RBA)
006550          RBA
006560          RESP(EX12-RESP)
006570     END-EXEC.
006580     IF EX12-RESP = DFHRESP(ENDFILE)
006590         SET EX12-LIST-END TO TRUE
006600         GO TO 4410-EXIT
006610     END-IF.
006620     IF EX12-RESP NOT = DFHRESP(NORMAL)
006630         MOVE 'RTSUSPI' TO EX12-ERR-FILE
006640         PERFORM 8000-CICS-ERROR THRU 8000-EXIT
006650         SET EX12-LIST-END TO TRUE
006660         GO TO 4410-EXIT
006670     END-IF.
006680     IF SUSP-REK_ID < EX12-CA-REK-ID
006690         GO TO 4410-EXIT
006700     END-IF.
006710     IF SUSP-REK_ID > EX12-CA-REK-ID
006720         SET EX12-LIST-END TO TRUE
006730         GO TO 4410-EXIT
006740     END-IF.
006750     COMPUTE EX12-LINE-ROOM = EX12-LINE-MAX - EX12-LINE-COUNT.
006760     IF EX12-LINE-ROOM < 3
006770         MOVE 'Y'      TO EX12-CA-MORE-SW
006780         MOVE EX12-RBA TO EX12-CA-NEXT-RBA
006790         SET EX12-LIST-END TO TRUE
006800         GO TO 4410-EXIT
006810     END-IF.
006820     PERFORM 4420-SHOW-ONE-FEED THRU 4420-EXIT
006830         VARYING EX12-FEED-SUB FROM 1 BY 1
006840         UNTIL EX12-FEED-SUB > 3.
006850 4410-EXIT.
006860     EXIT.
006870
006880 4420-SHOW-ONE-FEED.
006890     MOVE SPACES TO EX12-SUSP-PREFIX.
006900     IF EX12-FEED-SUB = 1
006910         MOVE SUSP-VAL_DAT  TO EX12-SUSP-PFX-DATE
006920         MOVE SUSP-CUR_CD   TO EX12-SUSP-PFX-CUR
006930         MOVE SUSP-AGE-DAYS TO EX12-SUSP-PFX-AGE
006940     END-IF.
006950     MOVE SPACES TO EX12-LINE-TEXT.
006960     IF SUSP-FEED-PRESENT-SW (EX12-FEED-SUB) = 'Y'
006970         MOVE SUSP-DB_BEDR (EX12-FEED-SUB) TO EX12-AMT1-ED
006980         MOVE SUSP-CR_BEDR (EX12-FEED-SUB) TO EX12-AMT2-ED
006990         STRING EX12-SUSP-PREFIX
007000                EX12-FEED-ID (EX12-FEED-SUB) '  '
007010                EX12-AMT1-ED '  ' EX12-AMT2-ED
007020                DELIMITED BY SIZE INTO EX12-LINE-TEXT
007030     ELSE
007040         STRING EX12-SUSP-PREFIX
007050                EX12-FEED-ID (EX12-FEED-SUB) '  NOT RECEIVED'
007060                DELIMITED BY SIZE INTO EX12-LINE-TEXT
007070     END-IF.
007080     PERFORM 4900-ADD-LINE THRU 4900-EXIT.
007090 4420-EXIT.
007100     EXIT.
007110
007120*****************************************************************
007130* 4500-SHOW-AUDIT - THE RTAUD01 BEFORE AND AFTER IMAGES FOR THE
007140* ACCOUNT, TWO LINES EACH.  THE TRAIL IS IN THE ORDER IT WAS
007150* WRITTEN, NOT BY ACCOUNT, SO THE WHOLE FILE IS BROWSED - EX08
007160* KEEPS IT TO THE MONTHS STILL ONLINE.
007170*****************************************************************
007180 4500-SHOW-AUDIT.
007190     MOVE SPACES TO EX12-LINE-TEXT.
007200     STRING 'VALUE DATE  CYC  ACTION    TIMESTAMP / BEFORE AND'
007210            ' AFTER AMOUNTS'
007220            DELIMITED BY SIZE INTO EX12-LINE-TEXT.
007230     MOVE EX12-LINE-TEXT TO IQHEADO.
007240     MOVE EX12-CA-START-RBA TO EX12-RBA.
007250     EXEC CICS STARTBR
007260          FILE('RTAUD01')
007270          RIDFLD(EX12-RBA)
007280          RBA
007290          RESP(EX12-RESP)
007300     END-EXEC.
007310     IF EX12-RESP = DFHRESP(NOTFND)
007320         GO TO 4500-EXIT
007330     END-IF.
007340     IF EX12-RESP NOT = DFHRESP(NORMAL)
007350         MOVE 'RTAUD01' TO EX12-ERR-FILE
007360         PERFORM 8000-CICS-ERROR THRU 8000-EXIT
007370         GO TO 4500-EXIT
007380     END-IF.
007390     PERFORM 4510-READ-ONE-AUDIT THRU 4510-EXIT
007400         UNTIL EX12-LIST-END.
007410     EXEC CICS ENDBR
007420          FILE('RTAUD01')
007430     END-EXEC.
007440 4500-EXIT.
007450     EXIT.
007460
007470 4510-READ-ONE-AUDIT.
007480     EXEC CICS READNEXT
007490          FILE('RTAUD01')
007500          INTO(RTAUD01-RECORD)
007510          RIDFLD(EX12-RBA)
007520          RBA
007530          RESP(EX12-RESP)
007540     END-EXEC.
007550     IF EX12-RESP = DFHRESP(ENDFILE)
007560         SET EX12-LIST-END TO TRUE
007570         GO TO 4510-EXIT
007580     END-IF.
007590     IF EX12-RESP NOT = DFHRESP(NORMAL)
007600         MOVE 'RTAUD01' TO EX12-ERR-FILE
007610         PERFORM 8000-CICS-ERROR THRU 8000-EXIT
007620         SET EX12-LIST-END TO TRUE
007630         GO TO 4510-EXIT
007640     END-IF.
007650     IF AUD-REK_ID NOT = EX12-CA-REK-ID
007660         GO TO 4510-EXIT
007670     END-IF.
007680     COMPUTE EX12-LINE-ROOM = EX12-LINE-MAX - EX12-LINE-COUNT.
007690     IF EX12-LINE-ROOM < 2
007700         MOVE 'Y'      TO EX12-CA-MORE-SW
007710         MOVE EX12-RBA TO EX12-CA-NEXT-RBA
007720         SET EX12-LIST-END TO TRUE
007730         GO TO 4510-EXIT
007740     END-IF.
007750     EVALUATE AUD-ACTION-CD
007760         WHEN 'R'
007770             MOVE 'REVERSED' TO EX12-ACTION-TEXT
007780         WHEN 'C'
007790             MOVE 'REPAIRED' TO EX12-ACTION-TEXT
007800         WHEN OTHER
007810             MOVE 'POSTED'   TO EX12-ACTION-TEXT
007820     END-EVALUATE.
007830     MOVE SPACES TO EX12-LINE-TEXT.
007840     STRING AUD-VAL_DAT '  ' AUD-CYCLE-NO '   ' EX12-ACTION-TEXT
007850            '  ' AUD-TIMESTAMP
007860            DELIMITED BY SIZE INTO EX12-LINE-TEXT.
007870     PERFORM 4900-ADD-LINE THRU 4900-EXIT.
007880     MOVE AUD-OLD-DB_BEDR TO EX12-AMT1-ED.
007890     MOVE AUD-OLD-CR_BEDR TO EX12-AMT2-ED.
007900     MOVE AUD-NEW-DB_BEDR TO EX12-AMT3-ED.
007910     MOVE AUD-NEW-CR_BEDR TO EX12-AMT4-ED.
007920     MOVE SPACES TO EX12-LINE-TEXT.
007930     STRING '  WAS ' EX12-AMT1-ED ' ' EX12-AMT2-ED
007940            '  NOW ' EX12-AMT3-ED ' ' EX12-AMT4-ED
007950            DELIMITED BY SIZE INTO EX12-LINE-TEXT.
007960     PERFORM 4900-ADD-LINE THRU 4900-EXIT.
007970 4510-EXIT.
007980     EXIT.
007990
008000 4900-ADD-LINE.
008010     ADD 1 TO EX12-LINE-COUNT.
008020     MOVE EX12-LINE-TEXT TO IQLINEO (EX12-LINE-COUNT).
008030 4900-EXIT.
008040     EXIT.
008050
008060*****************************************************************
008070* 6000-SEND-SCREEN - THE INQUIRY KEYS GO BACK OUT AS KEYED SO THE
008080* OPERATOR CAN CHANGE ONE AND PRESS ENTER AGAIN.
008090*****************************************************************
008100 6000-SEND-SCREEN SECTION.
008110 6000-SEND-PARA.
008120     MOVE EX12-CA-REK-ID  TO IQREKO.
008130     MOVE EX12-CA-VIEW-CD TO IQVIEWO.
008140     MOVE EX12-CA-MONTH   TO IQMONO.
008150     MOVE EX12-MESSAGE    TO IQMSGO.
008160     MOVE -1 TO IQREKL.
008170     EXEC CICS SEND
008180          MAP('RTIQM1')
008190          MAPSET('RTIQS1')
008200          FROM(RTIQM1O)
008210          ERASE
008220          CURSOR
008230     END-EXEC.
008240 6000-EXIT.
008250     EXIT.
008260
008270*****************************************************************
008280* 8000-ERROR-PARAGRAPHS - A FILE OR DB2 ERROR GOES ON THE MESSAGE
008290* LINE.  NOTHING HAS BEEN CHANGED, SO THERE IS NOTHING TO BACK
008300* OUT AND NO REASON TO ABEND THE OPERATOR'S TERMINAL.
008310*****************************************************************
008320 8000-ERROR-PARAGRAPHS SECTION.
008330 8000-CICS-ERROR.
008340     MOVE EX12-RESP TO EX12-RESP-ED.
008350     MOVE SPACES TO EX12-MESSAGE.
008360     STRING EX12-ERR-FILE ' UNAVAILABLE, RESP ' EX12-RESP-ED
008370            ' - TRY AGAIN LATER'
008380            DELIMITED BY SIZE INTO EX12-MESSAGE.
008390 8000-EXIT.
008400     EXIT.
008410
008420 8100-SQL-ERROR.
008430     MOVE SQLCODE TO EX12-SQLCODE-ED.
008440     MOVE SPACES TO EX12-MESSAGE.
008450     STRING 'RTTB100 UNAVAILABLE, SQLCODE ' EX12-SQLCODE-ED
008460            ' - TRY AGAIN LATER'
008470            DELIMITED BY SIZE INTO EX12-MESSAGE.
008480 8100-EXIT.
008490     EXIT.
008500
008510*****************************************************************
008520* 9900-END-INQUIRY - PF3 OR CLEAR.  END THE CONVERSATION.
008530*****************************************************************
008540 9900-END-INQUIRY SECTION.
008550 9900-END-PARA.
008560     EXEC CICS SEND TEXT
008570          FROM(EX12-END-TEXT)
008580          LENGTH(LENGTH OF EX12-END-TEXT)
008590          ERASE
008600          FREEKB
008610     END-EXEC.
008620     EXEC CICS RETURN
008630     END-EXEC.
008640     GOBACK.
008650 9900-EXIT.
008660     EXIT.
