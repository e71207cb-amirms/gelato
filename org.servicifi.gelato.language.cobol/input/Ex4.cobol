000320*                     CAN NO LONGER BE MATCHED - CONTROL
000330*                     NUMBERS REPEAT ACROSS PARTNERS - AND IS
000340*                     REPORTED FOR THE TRANSLATOR TO FIX.
000350*   2026-10-15  MVH  RUN LEDGER.  EACH RUN WRITES A START AND AN
000360*                     END RECORD TO RTSTS01.
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. EX04.
000400 AUTHOR. M V HALEN.
000410 INSTALLATION. SERVICIFI GELATO.
000420 DATE-WRITTEN. 2026-08-21.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-3090.
000480 SPECIAL-NAMES.
000490     DECIMAL-POINT IS COMMA.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520
000530     SELECT RTCTL04 ASSIGN TO RTCTL04
000540         ORGANIZATION IS SEQUENTIAL.
000550
000560     SELECT RTX12RI ASSIGN TO RTX12RI
000570         ORGANIZATION IS SEQUENTIAL.
000580
000590     SELECT RTX12RO ASSIGN TO RTX12RO
000600         ORGANIZATION IS SEQUENTIAL.
000610
000620     SELECT RTACKI ASSIGN TO RTACKI
000630         ORGANIZATION IS SEQUENTIAL.
000640
000650     SELECT WRKACK1 ASSIGN TO WRKACK1
000660         ORGANIZATION IS SEQUENTIAL.
000670
000680     SELECT RTCHS01 ASSIGN TO RTCHS01
000690         ORGANIZATION IS SEQUENTIAL.
000700
000710     SELECT RTSTS01 ASSIGN TO RTSTS01
000720         ORGANIZATION IS SEQUENTIAL.
000730
000740     SELECT SORTWK01 ASSIGN TO SORTWK01.
000750
000760     SELECT SORTWK02 ASSIGN TO SORTWK02.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800
000810 FD  RTCTL04
000820     LABEL RECORDS ARE STANDARD.
000830     COPY RTCTL04.
000840
000850 FD  RTX12RI
000860     LABEL RECORDS ARE STANDARD.
000870     COPY RTX12R1 REPLACING
000880         ==RTX12R1-RECORD==    BY ==RTX12RI-RECORD==
000890         ==X12R-ISA-CTRL-NO==  BY ==X12RI-ISA-CTRL-NO==
000900         ==X12R-ST-CTRL-NO==   BY ==X12RI-ST-CTRL-NO==
000910         ==X12R-TRN-NO==       BY ==X12RI-TRN-NO==
000920         ==X12R-SENT-DATE==    BY ==X12RI-SENT-DATE==
000930         ==X12R-RMR-COUNT==    BY ==X12RI-RMR-COUNT==
000940         ==X12R-ACK-STATUS-CD== BY ==X12RI-ACK-STATUS-CD==
000950         ==X12R-ACK-DATE==     BY ==X12RI-ACK-DATE==
000960         ==X12R-PARTNER-ID==   BY ==X12RI-PARTNER-ID==.
000970
000980 FD  RTX12RO
000990     LABEL RECORDS ARE STANDARD.
001000     COPY RTX12R1 REPLACING
001010         ==RTX12R1-RECORD==    BY ==RTX12RO-RECORD==
001020         ==X12R-ISA-CTRL-NO==  BY ==X12RO-ISA-CTRL-NO==
001030         ==X12R-ST-CTRL-NO==   BY ==X12RO-ST-CTRL-NO==
001040         ==X12R-TRN-NO==       BY ==X12RO-TRN-NO==
001050         ==X12R-SENT-DATE==    BY ==X12RO-SENT-DATE==
001060         ==X12R-RMR-COUNT==    BY ==X12RO-RMR-COUNT==
001070         ==X12R-ACK-STATUS-CD== BY ==X12RO-ACK-STATUS-CD==
001080         ==X12R-ACK-DATE==     BY ==X12RO-ACK-DATE==
001090         ==X12R-PARTNER-ID==   BY ==X12RO-PARTNER-ID==.
001100
001110 FD  RTACKI
001120     LABEL RECORDS ARE STANDARD.
001130     COPY RTACK01.
001140
001150 FD  WRKACK1
001160     LABEL RECORDS ARE STANDARD.
001170     COPY RTACK01 REPLACING
001180         ==RTACK01-RECORD==    BY ==WRKACK1-RECORD==
001190         ==ACK-DOC-TYPE==      BY ==WACK-DOC-TYPE==
001200         ==ACK-ISA-CTRL-NO==   BY ==WACK-ISA-CTRL-NO==
001210         ==ACK-ST-CTRL-NO==    BY ==WACK-ST-CTRL-NO==
001220         ==ACK-STATUS-CD==     BY ==WACK-STATUS-CD==
001230         ==ACK-ACK-DATE==      BY ==WACK-ACK-DATE==
001240         ==ACK-PARTNER-ID==    BY ==WACK-PARTNER-ID==.
001250
001260 FD  RTCHS01
001270     LABEL RECORDS ARE STANDARD.
001280     COPY RTCHS01.
001290
001300 FD  RTSTS01
001310     LABEL RECORDS ARE STANDARD.
001320     COPY RTSTS01.
001330
001340 SD  SORTWK01.
001350     COPY RTACK01 REPLACING
001360         ==RTACK01-RECORD==    BY ==SRTA-RECORD==
001370         ==ACK-DOC-TYPE==      BY ==SRTA-DOC-TYPE==
001380         ==ACK-ISA-CTRL-NO==   BY ==SRTA-ISA-CTRL-NO==
001390         ==ACK-ST-CTRL-NO==    BY ==SRTA-ST-CTRL-NO==
001400         ==ACK-STATUS-CD==     BY ==SRTA-STATUS-CD==
001410         ==ACK-ACK-DATE==      BY ==SRTA-ACK-DATE==
001420         ==ACK-PARTNER-ID==    BY ==SRTA-PARTNER-ID==.
001430
001440 SD  SORTWK02.
001450     COPY RTX12R1 REPLACING
001460         ==RTX12R1-RECORD==    BY ==SRTR-RECORD==
001470         ==X12R-ISA-CTRL-NO==  BY ==SRTR-ISA-CTRL-NO==
001480         ==X12R-ST-CTRL-NO==   BY ==SRTR-ST-CTRL-NO==
001490         ==X12R-TRN-NO==       BY ==SRTR-TRN-NO==
001500         ==X12R-SENT-DATE==    BY ==SRTR-SENT-DATE==
001510         ==X12R-RMR-COUNT==    BY ==SRTR-RMR-COUNT==
001520         ==X12R-ACK-STATUS-CD== BY ==SRTR-ACK-STATUS-CD==
001530         ==X12R-ACK-DATE==     BY ==SRTR-ACK-DATE==
001540         ==X12R-PARTNER-ID==   BY ==SRTR-PARTNER-ID==.
001550
001560 WORKING-STORAGE SECTION.
001570
001580*****************************************************************
001590* SWITCHES.
001600*****************************************************************
001610 77  EX4-REG-EOF-SW                  PIC X     VALUE 'N'.
001620     88  EX4-REG-EOF                           VALUE 'Y'.
001630 77  EX4-ACK-EOF-SW                  PIC X     VALUE 'N'.
001640     88  EX4-ACK-EOF                           VALUE 'Y'.
001650 77  EX4-REGSRT-EOF-SW               PIC X     VALUE 'N'.
001660     88  EX4-REGSRT-EOF                        VALUE 'Y'.
001670 77  EX4-ACKSRT-EOF-SW               PIC X     VALUE 'N'.
001680     88  EX4-ACKSRT-EOF                        VALUE 'Y'.
001690 77  EX4-WACK-EOF-SW                 PIC X     VALUE 'N'.
001700     88  EX4-WACK-EOF                          VALUE 'Y'.
001710 77  EX4-LDG-START-SW                PIC X     VALUE 'N'.
001720     88  EX4-LDG-STARTED                       VALUE 'Y'.
001730
001740*****************************************************************
001750* FILE-OPEN INDICATORS.  8000-TERMINATE-PARA TESTS THESE SO IT
001760* CAN CLOSE DOWN WHATEVER IS STILL OPEN ON AN ABEND PATH WITHOUT
001770* ATTEMPTING TO CLOSE A FILE THAT WAS NEVER OPENED.
001780*****************************************************************
001790 77  EX4-RTCTL04-OPEN-SW              PIC X     VALUE 'N'.
001800     88  EX4-RTCTL04-OPEN                       VALUE 'Y'.
001810 77  EX4-RTX12RI-OPEN-SW              PIC X     VALUE 'N'.
001820     88  EX4-RTX12RI-OPEN                       VALUE 'Y'.
001830 77  EX4-RTX12RO-OPEN-SW              PIC X     VALUE 'N'.
001840     88  EX4-RTX12RO-OPEN                       VALUE 'Y'.
001850 77  EX4-RTACKI-OPEN-SW               PIC X     VALUE 'N'.
001860     88  EX4-RTACKI-OPEN                        VALUE 'Y'.
001870 77  EX4-WRKACK1-OPEN-SW              PIC X     VALUE 'N'.
001880     88  EX4-WRKACK1-OPEN                       VALUE 'Y'.
001890 77  EX4-RTCHS01-OPEN-SW              PIC X     VALUE 'N'.
001900     88  EX4-RTCHS01-OPEN                       VALUE 'Y'.
001910 77  EX4-RTSTS01-OPEN-SW              PIC X     VALUE 'N'.
001920     88  EX4-RTSTS01-OPEN                       VALUE 'Y'.
001930
001940*****************************************************************
001950* COUNTERS AND WORK AREAS.
001960*****************************************************************
001970 77  EX4-REG-READ-COUNT              PIC 9(09) COMP VALUE ZERO.
001980 77  EX4-ACK-READ-COUNT              PIC 9(09) COMP VALUE ZERO.
001990 77  EX4-ACK-APPLIED-COUNT           PIC 9(09) COMP VALUE ZERO.
002000 77  EX4-ACK-ORPHAN-COUNT            PIC 9(09) COMP VALUE ZERO.
002010 77  EX4-ACK-BLANK-COUNT             PIC 9(09) COMP VALUE ZERO.
002020 77  EX4-CHASE-COUNT                 PIC 9(09) COMP VALUE ZERO.
002030 77  EX4-CHASE-DAYS                  PIC 9(03) COMP VALUE 5.
002040 77  EX4-PROC-DATE                   PIC X(08) VALUE SPACES.
002050 77  EX4-PROC-SERIAL                 PIC S9(09) COMP VALUE ZERO.
002060 77  EX4-SENT-SERIAL                 PIC S9(09) COMP VALUE ZERO.
002070 77  EX4-AGE-DAYS                    PIC S9(09) COMP VALUE ZERO.
002080
002090*****************************************************************
002100* DAY-NUMBER WORK FIELDS.  6000-DAY-NUMBER TURNS A YYYYMMDD
002110* DATE INTO A SERIAL DAY COUNT SO TWO DATES CAN BE SUBTRACTED
002120* TO GET AN AGE IN DAYS.
002130*****************************************************************
002140 01  EX4-DN-DATE.
002150     05  EX4-DN-YYYY                 PIC 9(04).
002160     05  EX4-DN-MM                   PIC 9(02).
002170     05  EX4-DN-DD                   PIC 9(02).
002180 77  EX4-DN-Y                        PIC S9(09) COMP VALUE ZERO.
002190 77  EX4-DN-M                        PIC S9(09) COMP VALUE ZERO.
002200 77  EX4-DN-T1                       PIC S9(09) COMP VALUE ZERO.
002210 77  EX4-DN-T2                       PIC S9(09) COMP VALUE ZERO.
002220 77  EX4-DN-T3                       PIC S9(09) COMP VALUE ZERO.
002230 77  EX4-DN-T4                       PIC S9(09) COMP VALUE ZERO.
002240 77  EX4-DN-SERIAL                   PIC S9(09) COMP VALUE ZERO.
002250
002260*****************************************************************
002270* MERGE KEYS - PARTNER/ISA/ST AS ONE COMPARABLE FIELD.  A KEY
002280* OF HIGH-VALUES MEANS THE ACKNOWLEDGMENT STREAM IS DONE, THE
002290* SAME CONVENTION THE EX01 MATCH PASS USES.
002300*****************************************************************
002310 01  EX4-ACK-KEY.
002320     05  EX4-ACK-KEY-PARTNER         PIC X(10).
002330     05  EX4-ACK-KEY-ISA             PIC 9(09).
002340     05  EX4-ACK-KEY-ST              PIC 9(09).
002350 01  EX4-REG-KEY.
002360     05  EX4-REG-KEY-PARTNER         PIC X(10).
002370     05  EX4-REG-KEY-ISA             PIC 9(09).
002380     05  EX4-REG-KEY-ST              PIC 9(09).
002390
002400 PROCEDURE DIVISION.
002410
002420*****************************************************************
002430* 0000-MAINLINE - OVERALL CONTROL FLOW.  THE ACKNOWLEDGMENTS
002440* ARE SORTED TO A WORK FILE, THEN THE REGISTER IS SORTED ON
002450* THE SAME PARTNER/ISA/ST KEY AND THE TWO STREAMS ARE MERGED -
002460* NO IN-CORE REGISTER TABLE, NO CAPACITY CONSTANT.
002470*****************************************************************
002480 0000-MAINLINE SECTION.
002490 0000-START.
002500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002510     SORT SORTWK01
002520         ON ASCENDING KEY SRTA-PARTNER-ID
002530                          SRTA-ISA-CTRL-NO
002540                          SRTA-ST-CTRL-NO
002550         INPUT PROCEDURE IS 3000-RELEASE-ACKS THRU 3000-EXIT
002560         OUTPUT PROCEDURE IS 3500-WRITE-WORK-ACKS
002570             THRU 3500-EXIT.
002580     SORT SORTWK02
002590         ON ASCENDING KEY SRTR-PARTNER-ID
002600                          SRTR-ISA-CTRL-NO
002610                          SRTR-ST-CTRL-NO
002620         INPUT PROCEDURE IS 4000-RELEASE-REGISTER
002630             THRU 4000-EXIT
002640         OUTPUT PROCEDURE IS 4500-MERGE-AND-APPLY
002650             THRU 4500-EXIT.
002660     PERFORM 7500-WRITE-RUN-COUNTS THRU 7500-EXIT.
002670     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002680     STOP RUN.
002690 0000-EXIT.
002700     EXIT.
002710
002720*****************************************************************
002730* 1000-INITIALIZE - READ THE CONTROL CARD GIVING THE PROCESSING
002740* DATE AND THE CHASE LIMIT, AND RECORD THE START ON THE RUN
002750* LEDGER.
002760*****************************************************************
002770 1000-INITIALIZE SECTION.
002780 1000-INITIALIZE-PARA.
002790     OPEN INPUT RTCTL04.
002800     MOVE 'Y' TO EX4-RTCTL04-OPEN-SW.
002810     READ RTCTL04
002820         AT END
002830             DISPLAY 'EX04 - CONTROL CARD FILE IS EMPTY'
002840             MOVE 12 TO RETURN-CODE
002850             PERFORM 8000-TERMINATE THRU 8000-EXIT
002860             STOP RUN
002870     END-READ.
002880     IF CTL4-PROC-DATE = SPACES
002890         ACCEPT EX4-PROC-DATE FROM DATE YYYYMMDD
002900     ELSE
002910         MOVE CTL4-PROC-DATE TO EX4-PROC-DATE
002920     END-IF.
002930     IF CTL4-CHASE-DAYS IS NUMERIC
002940             AND CTL4-CHASE-DAYS > ZERO
002950         MOVE CTL4-CHASE-DAYS TO EX4-CHASE-DAYS
002960     END-IF.
002970     CLOSE RTCTL04.
002980     MOVE 'N' TO EX4-RTCTL04-OPEN-SW.
002990     MOVE EX4-PROC-DATE TO EX4-DN-DATE.
003000     PERFORM 6000-DAY-NUMBER THRU 6000-EXIT.
003010     MOVE EX4-DN-SERIAL TO EX4-PROC-SERIAL.
003020     PERFORM 1800-WRITE-LEDGER-START THRU 1800-EXIT.
003030 1000-EXIT.
003040     EXIT.
003050
003060*****************************************************************
003070* 1800-WRITE-LEDGER-START - RECORD ON THE RTSTS01 RUN LEDGER
003080* THAT THE ACKNOWLEDGMENT RUN FOR THE PROCESSING DATE HAS
003090* STARTED.  THE END RECORD IS WRITTEN BY 8100-WRITE-LEDGER-END
003100* ON EVERY PATH OUT OF THE PROGRAM.
003110*****************************************************************
003120 1800-WRITE-LEDGER-START.
003130     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
003140     MOVE 'S' TO STS-EVENT-CD.
003150     OPEN EXTEND RTSTS01.
003160     MOVE 'Y' TO EX4-RTSTS01-OPEN-SW.
003170     WRITE RTSTS01-RECORD.
003180     CLOSE RTSTS01.
003190     MOVE 'N' TO EX4-RTSTS01-OPEN-SW.
003200     SET EX4-LDG-STARTED TO TRUE.
003210 1800-EXIT.
003220     EXIT.
003230
003240 1810-BUILD-LEDGER-RECORD.
003250     MOVE SPACES TO RTSTS01-RECORD.
003260     MOVE EX4-PROC-DATE TO STS-BUS-DATE.
003270     MOVE ZERO          TO STS-CYCLE-NO.
003280     MOVE 'EX04'        TO STS-PROGRAM-ID.
003290     ACCEPT STS-EVENT-DATE FROM DATE YYYYMMDD.
003300     ACCEPT STS-EVENT-TIME FROM TIME.
003310     MOVE ZERO TO STS-RETURN-CD
003320                  STS-READ-COUNT
003330                  STS-WRITTEN-COUNT
003340                  STS-EXCEPTION-COUNT.
003350 1810-EXIT.
003360     EXIT.
003370
003380*****************************************************************
003390* 3000-RELEASE-ACKS - SORT INPUT PROCEDURE.  AN ACKNOWLEDGMENT
003400* WITH A BLANK PARTNER ID CANNOT BE MATCHED NOW THAT CONTROL
003410* NUMBERS REPEAT ACROSS PARTNERS - IT IS REPORTED HERE AND
003420* KEPT OFF THE MERGE SO THE TRANSLATOR FEED GETS FIXED.
003430*****************************************************************
003440 3000-RELEASE-ACKS SECTION.
003450 3000-RELEASE-ACKS-PARA.
003460     OPEN INPUT RTACKI.
003470     MOVE 'Y' TO EX4-RTACKI-OPEN-SW.
003480     PERFORM 3100-RELEASE-ONE-ACK THRU 3100-EXIT
003490         UNTIL EX4-ACK-EOF.
003500     CLOSE RTACKI.
003510     MOVE 'N' TO EX4-RTACKI-OPEN-SW.
003520 3000-EXIT.
003530     EXIT.
003540
003550 3100-RELEASE-ONE-ACK.
003560     READ RTACKI
003570         AT END
003580             SET EX4-ACK-EOF TO TRUE
003590         NOT AT END
003600             ADD 1 TO EX4-ACK-READ-COUNT
003610             IF ACK-PARTNER-ID = SPACES
003620                 DISPLAY 'EX04 - ACK WITHOUT PARTNER ID, ISA '
003630                         ACK-ISA-CTRL-NO ' ST ' ACK-ST-CTRL-NO
003640                 ADD 1 TO EX4-ACK-BLANK-COUNT
003650             ELSE
003660                 MOVE RTACK01-RECORD TO SRTA-RECORD
003670                 RELEASE SRTA-RECORD
003680             END-IF
003690     END-READ.
003700 3100-EXIT.
003710     EXIT.
003720
003730 3500-WRITE-WORK-ACKS SECTION.
003740 3500-WRITE-WORK-ACKS-PARA.
003750     OPEN OUTPUT WRKACK1.
003760     MOVE 'Y' TO EX4-WRKACK1-OPEN-SW.
003770     PERFORM 3600-RETURN-ONE-ACK THRU 3600-EXIT
003780         UNTIL EX4-ACKSRT-EOF.
003790     CLOSE WRKACK1.
003800     MOVE 'N' TO EX4-WRKACK1-OPEN-SW.
003810 3500-EXIT.
003820     EXIT.
003830
003840 3600-RETURN-ONE-ACK.
003850     RETURN SORTWK01
003860         AT END
003870             SET EX4-ACKSRT-EOF TO TRUE
003880         NOT AT END
003890             MOVE SRTA-RECORD TO WRKACK1-RECORD
003900             WRITE WRKACK1-RECORD
003910     END-RETURN.
003920 3600-EXIT.
003930     EXIT.
003940
003950 4000-RELEASE-REGISTER SECTION.
003960 4000-RELEASE-REGISTER-PARA.
003970     OPEN INPUT RTX12RI.
003980     MOVE 'Y' TO EX4-RTX12RI-OPEN-SW.
003990     PERFORM 4100-RELEASE-ONE-REGISTER THRU 4100-EXIT
004000         UNTIL EX4-REG-EOF.
004010     CLOSE RTX12RI.
004020     MOVE 'N' TO EX4-RTX12RI-OPEN-SW.
004030 4000-EXIT.
004040     EXIT.
004050
004060 4100-RELEASE-ONE-REGISTER.
004070     READ RTX12RI
004080         AT END
004090             SET EX4-REG-EOF TO TRUE
004100         NOT AT END
004110             ADD 1 TO EX4-REG-READ-COUNT
004120             MOVE RTX12RI-RECORD TO SRTR-RECORD
004130             RELEASE SRTR-RECORD
004140     END-READ.
004150 4100-EXIT.
004160     EXIT.
004170
004180*****************************************************************
004190* 4500-MERGE-AND-APPLY - SORT OUTPUT PROCEDURE.  THE SORTED
004200* REGISTER COMES BACK ONE ENTRY AT A TIME AND THE SORTED
004210* ACKNOWLEDGMENT STREAM WALKS BESIDE IT - AN ACKNOWLEDGMENT
004220* BELOW THE REGISTER KEY NAMES NOTHING WE TRANSMITTED, EQUAL
004230* KEYS APPLY THE DISPOSITION, AND EVERY ENTRY STILL PENDING
004240* PAST THE CHASE LIMIT GOES ON THE CHASE REPORT ON ITS WAY
004250* BACK OUT.
004260*****************************************************************
004270 4500-MERGE-AND-APPLY SECTION.
004280 4500-MERGE-PARA.
004290     OPEN INPUT WRKACK1.
004300     MOVE 'Y' TO EX4-WRKACK1-OPEN-SW.
004310     OPEN OUTPUT RTX12RO.
004320     MOVE 'Y' TO EX4-RTX12RO-OPEN-SW.
004330     OPEN OUTPUT RTCHS01.
004340     MOVE 'Y' TO EX4-RTCHS01-OPEN-SW.
004350     PERFORM 5010-READ-ONE-WORK-ACK THRU 5010-EXIT.
004360     PERFORM 4510-RETURN-ONE-REGISTER THRU 4510-EXIT
004370         UNTIL EX4-REGSRT-EOF.
004380     PERFORM 4700-REPORT-ORPHAN-ACK THRU 4700-EXIT
004390         UNTIL EX4-WACK-EOF.
004400     CLOSE WRKACK1.
004410     MOVE 'N' TO EX4-WRKACK1-OPEN-SW.
004420     CLOSE RTX12RO.
004430     MOVE 'N' TO EX4-RTX12RO-OPEN-SW.
004440     CLOSE RTCHS01.
004450     MOVE 'N' TO EX4-RTCHS01-OPEN-SW.
004460 4500-EXIT.
004470     EXIT.
004480
004490 4510-RETURN-ONE-REGISTER.
004500     RETURN SORTWK02
004510         AT END
004520             SET EX4-REGSRT-EOF TO TRUE
004530         NOT AT END
004540             PERFORM 4600-MATCH-ONE-REGISTER THRU 4600-EXIT
004550     END-RETURN.
004560 4510-EXIT.
004570     EXIT.
004580
004590 4600-MATCH-ONE-REGISTER.
004600     MOVE SRTR-PARTNER-ID  TO EX4-REG-KEY-PARTNER.
004610     MOVE SRTR-ISA-CTRL-NO TO EX4-REG-KEY-ISA.
004620     MOVE SRTR-ST-CTRL-NO  TO EX4-REG-KEY-ST.
004630     PERFORM 4700-REPORT-ORPHAN-ACK THRU 4700-EXIT
004640         UNTIL EX4-WACK-EOF
004650            OR EX4-ACK-KEY NOT < EX4-REG-KEY.
004660     PERFORM 4650-APPLY-ONE-ACK THRU 4650-EXIT
004670         UNTIL EX4-WACK-EOF
004680            OR EX4-ACK-KEY NOT = EX4-REG-KEY.
004690     PERFORM 4800-CHASE-ONE-ENTRY THRU 4800-EXIT.
004700     MOVE SRTR-RECORD TO RTX12RO-RECORD.
004710     WRITE RTX12RO-RECORD.
004720 4600-EXIT.
004730     EXIT.
004740
004750 4650-APPLY-ONE-ACK.
004760     IF WACK-STATUS-CD = 'R'
004770         MOVE 'R' TO SRTR-ACK-STATUS-CD
004780     ELSE
004790         MOVE 'A' TO SRTR-ACK-STATUS-CD
004800     END-IF.
004810     IF WACK-ACK-DATE = SPACES
004820         MOVE EX4-PROC-DATE TO SRTR-ACK-DATE
004830     ELSE
004840         MOVE WACK-ACK-DATE TO SRTR-ACK-DATE
004850     END-IF.
004860     ADD 1 TO EX4-ACK-APPLIED-COUNT.
004870     PERFORM 5010-READ-ONE-WORK-ACK THRU 5010-EXIT.
004880 4650-EXIT.
004890     EXIT.
004900
004910 4700-REPORT-ORPHAN-ACK.
004920     ADD 1 TO EX4-ACK-ORPHAN-COUNT.
004930     DISPLAY 'EX04 - NO 820 ON REGISTER FOR ACK PARTNER '
004940             WACK-PARTNER-ID ' ISA ' WACK-ISA-CTRL-NO
004950             ' ST ' WACK-ST-CTRL-NO.
004960     PERFORM 5010-READ-ONE-WORK-ACK THRU 5010-EXIT.
004970 4700-EXIT.
004980     EXIT.
004990
005000 4800-CHASE-ONE-ENTRY.
005010     IF SRTR-ACK-STATUS-CD NOT = 'P'
005020         GO TO 4800-EXIT
005030     END-IF.
005040     MOVE SRTR-SENT-DATE TO EX4-DN-DATE.
005050     PERFORM 6000-DAY-NUMBER THRU 6000-EXIT.
005060     MOVE EX4-DN-SERIAL TO EX4-SENT-SERIAL.
005070     COMPUTE EX4-AGE-DAYS = EX4-PROC-SERIAL - EX4-SENT-SERIAL.
005080     IF EX4-AGE-DAYS NOT > EX4-CHASE-DAYS
005090         GO TO 4800-EXIT
005100     END-IF.
005110     MOVE SPACES TO RTCHS01-RECORD.
005120     MOVE SRTR-ISA-CTRL-NO TO CHS-ISA-CTRL-NO.
005130     MOVE SRTR-ST-CTRL-NO  TO CHS-ST-CTRL-NO.
005140     MOVE SRTR-SENT-DATE   TO CHS-SENT-DATE.
005150     MOVE EX4-AGE-DAYS     TO CHS-AGE-DAYS.
005160     MOVE SRTR-RMR-COUNT   TO CHS-RMR-COUNT.
005170     MOVE SRTR-PARTNER-ID  TO CHS-PARTNER-ID.
005180     WRITE RTCHS01-RECORD.
005190     ADD 1 TO EX4-CHASE-COUNT.
005200 4800-EXIT.
005210     EXIT.
005220
005230 5010-READ-ONE-WORK-ACK.
005240     READ WRKACK1
005250         AT END
005260             SET EX4-WACK-EOF TO TRUE
005270             MOVE HIGH-VALUES TO EX4-ACK-KEY
005280         NOT AT END
005290             MOVE WACK-PARTNER-ID  TO EX4-ACK-KEY-PARTNER
005300             MOVE WACK-ISA-CTRL-NO TO EX4-ACK-KEY-ISA
005310             MOVE WACK-ST-CTRL-NO  TO EX4-ACK-KEY-ST
005320     END-READ.
005330 5010-EXIT.
005340     EXIT.
005350
005360*****************************************************************
005370* 6000-DAY-NUMBER - TURN EX4-DN-DATE (YYYYMMDD) INTO A SERIAL
005380* DAY COUNT.  THE USUAL FICTITIOUS-CALENDAR ARITHMETIC - SHIFT
005390* JANUARY AND FEBRUARY TO MONTHS 13 AND 14 OF THE PRIOR YEAR,
005400* THEN COUNT WHOLE YEARS, LEAP DAYS AND A MONTH-LENGTH RAMP -
005410* GOOD FOR SUBTRACTING TWO DATES TO GET AN AGE IN DAYS.
005420*****************************************************************
005430 6000-DAY-NUMBER.
005440     MOVE EX4-DN-YYYY TO EX4-DN-Y.
005450     MOVE EX4-DN-MM   TO EX4-DN-M.
005460     IF EX4-DN-M NOT > 2
005470         SUBTRACT 1 FROM EX4-DN-Y
005480         ADD 12 TO EX4-DN-M
005490     END-IF.
005500     DIVIDE EX4-DN-Y BY 4 GIVING EX4-DN-T1.
005510     DIVIDE EX4-DN-Y BY 100 GIVING EX4-DN-T2.
005520     DIVIDE EX4-DN-Y BY 400 GIVING EX4-DN-T3.
005530     COMPUTE EX4-DN-T4 = (153 * (EX4-DN-M + 1)) / 5.
005540     COMPUTE EX4-DN-SERIAL = 365 * EX4-DN-Y + EX4-DN-T1
005550         - EX4-DN-T2 + EX4-DN-T3 + EX4-DN-T4 + EX4-DN-DD.
005560 6000-EXIT.
005570     EXIT.
005580
005590*****************************************************************
005600* 7500-WRITE-RUN-COUNTS - THE CONSOLE SIGN-OFF.  ORPHAN OR
005610* PARTNERLESS ACKNOWLEDGMENTS OR CHASED 820S END THE RUN WITH
005620* RETURN CODE 4 SO OPERATIONS TAKES A LOOK.
005630*****************************************************************
005640 7500-WRITE-RUN-COUNTS SECTION.
005650 7500-WRITE-COUNTS-PARA.
005660     DISPLAY 'EX04 - REGISTER ENTRIES READ   = '
005670             EX4-REG-READ-COUNT.
005680     DISPLAY 'EX04 - ACKNOWLEDGMENTS READ    = '
005690             EX4-ACK-READ-COUNT.
005700     DISPLAY 'EX04 - ACKNOWLEDGMENTS APPLIED = '
005710             EX4-ACK-APPLIED-COUNT.
005720     DISPLAY 'EX04 - ORPHAN ACKNOWLEDGMENTS  = '
005730             EX4-ACK-ORPHAN-COUNT.
005740     DISPLAY 'EX04 - ACKS WITHOUT PARTNER ID = '
005750             EX4-ACK-BLANK-COUNT.
005760     DISPLAY 'EX04 - 820S ON CHASE REPORT    = '
005770             EX4-CHASE-COUNT.
005780     IF (EX4-ACK-ORPHAN-COUNT > ZERO
005790             OR EX4-ACK-BLANK-COUNT > ZERO
005800             OR EX4-CHASE-COUNT > ZERO)
005810             AND RETURN-CODE = ZERO
005820         MOVE 4 TO RETURN-CODE
005830     END-IF.
005840 7500-EXIT.
005850     EXIT.
005860
005870*****************************************************************
005880* 8000-TERMINATE - CLOSE EVERYTHING STILL OPEN AND CLOSE OFF THE
005890* RUN'S LEDGER ENTRY.
005900*****************************************************************
005910 8000-TERMINATE SECTION.
005920 8000-TERMINATE-PARA.
005930     IF EX4-RTCTL04-OPEN
005940         CLOSE RTCTL04
005950     END-IF.
005960     IF EX4-RTX12RI-OPEN
005970         CLOSE RTX12RI
005980     END-IF.
005990     IF EX4-RTX12RO-OPEN
006000         CLOSE RTX12RO
006010     END-IF.
006020     IF EX4-RTACKI-OPEN
006030         CLOSE RTACKI
006040     END-IF.
006050     IF EX4-WRKACK1-OPEN
006060         CLOSE WRKACK1
006070     END-IF.
006080     IF EX4-RTCHS01-OPEN
006090         CLOSE RTCHS01
006100     END-IF.
006110     IF EX4-RTSTS01-OPEN
006120         CLOSE RTSTS01
006130     END-IF.
006140     PERFORM 8100-WRITE-LEDGER-END THRU 8100-EXIT.
006150 8000-EXIT.
006160     EXIT.
006170
006180*****************************************************************
006190* 8100-WRITE-LEDGER-END - CLOSE OFF THE RUN'S LEDGER ENTRY WITH
006200* ITS RETURN CODE, COUNTS AND OUTCOME.  A RUN STOPPED BY AN
006210* EMPTY CONTROL CARD FILE NEVER STARTED AND WRITES NOTHING.
006220*****************************************************************
006230 8100-WRITE-LEDGER-END.
006240     IF NOT EX4-LDG-STARTED
006250         GO TO 8100-EXIT
006260     END-IF.
006270     MOVE 'N' TO EX4-LDG-START-SW.
006280     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
006290     MOVE 'E' TO STS-EVENT-CD.
006300     MOVE RETURN-CODE TO STS-RETURN-CD.
006310     EVALUATE TRUE
006320         WHEN RETURN-CODE = ZERO
006330             MOVE 'C' TO STS-STATUS-CD
006340         WHEN RETURN-CODE NOT > 4
006350             MOVE 'W' TO STS-STATUS-CD
006360         WHEN OTHER
006370             MOVE 'F' TO STS-STATUS-CD
006380     END-EVALUATE.
006390     MOVE EX4-ACK-READ-COUNT    TO STS-READ-COUNT.
006400     MOVE EX4-ACK-APPLIED-COUNT TO STS-WRITTEN-COUNT.
006410     COMPUTE STS-EXCEPTION-COUNT = EX4-ACK-ORPHAN-COUNT
006420                                 + EX4-ACK-BLANK-COUNT
006430                                 + EX4-CHASE-COUNT.
006440     OPEN EXTEND RTSTS01.
006450     WRITE RTSTS01-RECORD.
006460     CLOSE RTSTS01.
006470 8100-EXIT.
006480     EXIT.
