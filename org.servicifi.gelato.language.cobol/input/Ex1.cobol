001780*                     CONTROL TOTALS COVER EVERY CYCLE, AND THE
001790*                     RUN REGISTER TABLE GROWS TO 100 ENTRIES
001800*                     NOW THAT IT IS KEYED PER FEED AND CYCLE.
001810*   2026-10-15  MVH  A CYCLE NUMBER ABOVE 49 IS REFUSED - CYCLES
001820*                     51-99 ON RTHIST1 ARE THE EX02 REVERSAL BAND.
001830*   2026-10-15  MVH  PER-PARTNER BREAK NOTIFICATIONS.  A LIVE RUN
001840*                     WRITES EACH FEED PARTNER ITS OWN FILE
001850*                     (RTBRO1/RTBRO2/RTBRO3, RTBRN01 LAYOUT),
001860*                     ROUTED BY ITS RTTPP01 PROFILE, LISTING EVERY
001870*                     ITEM WHERE ITS FEED WAS MISSING (MB01) OR
001880*                     DISAGREED (AM01), WITH ITS AMOUNTS NEXT TO
001890*                     THE CONSENSUS AND THE AGE IN DAYS.  THE
001900*                     RTBRK01 REGISTER (RTBRKI/RTBRKO) CARRIES
001910*                     WHAT WAS NOTIFIED, SO AN ITEM RESOLVED SINCE
001920*                     THE LAST RUN IS REPORTED TO THE PARTNER
001930*                     CLOSED.
001940*   2026-10-15  MVH  RUN LEDGER.  EACH RUN WRITES A START AND AN
001950*                     END RECORD TO RTSTS01, AND A CYCLE IS
001960*                     REFUSED (RC 96) UNLESS EX05 HAS CLEANED ALL
001970*                     THREE FEEDS FOR ITS DATE AND CYCLE.
001980*   2026-10-15  MVH  FOUR-EYES HOLD.  A MATCHED ITEM WHOSE POSTING
001990*                     EXCEEDS ITS RTHLD01 THRESHOLD (PER ACCOUNT
002000*                     OR PER CURRENCY) GOES TO THE RTPNDO PENDING
002010*                     FILE INSTEAD OF POSTING AND IS COUNTED ON
002020*                     THE RUN SUMMARY.  AN ITEM APPROVED THROUGH
002030*                     EX14 COMES BACK ON RTSUSPI AND POSTS WITHOUT
002040*                     THE HOLD; A REJECTED ONE IS CARRIED IN
002050*                     SUSPENSE UNMATCHED.
002060*   2026-10-15  MVH  EVERY POSTING NOW ALSO WRITES ONE RTPTA01
002070*                     ATTRIBUTION RECORD PER FEED SLOT, NAMING THE
002080*                     FEED'S TRADING PARTNER, SO EX15 CAN NET THE
002090*                     DAY'S POSTINGS PER PARTNER.
002100*   2026-10-15  MVH  EVERY LIVE CYCLE NOW APPENDS ITS MATCHING
002110*                     STATISTICS (FEED, MATCH AND EXCEPTION
002120*                     COUNTS, SUSPENSE MOVEMENT BY PARTNER, POSTED
002130*                     TOTALS BY CURRENCY) TO THE PERMANENT RTDST01
002140*                     FILE FOR THE EX16 MONTHLY MI REPORT.
002150*****************************************************************
002160 IDENTIFICATION DIVISION.
002170 PROGRAM-ID. EX01.
002180 AUTHOR. M V HALEN.
002190 INSTALLATION. SERVICIFI GELATO.
002200 DATE-WRITTEN. 2013-03-15.
002210 DATE-COMPILED.
002220
002230 ENVIRONMENT DIVISION.
002240 CONFIGURATION SECTION.
002250 SOURCE-COMPUTER. IBM-3090 WITH DEBUGGING MODE.
002260 SPECIAL-NAMES.
002270     DECIMAL-POINT IS COMMA.
002280 INPUT-OUTPUT SECTION.
002290 FILE-CONTROL.
002300
002310     SELECT RRSI01 ASSIGN TO RRSI01
002320         ORGANIZATION IS SEQUENTIAL.
002330
002340     SELECT RRSI02 ASSIGN TO RRSI02
002350         ORGANIZATION IS SEQUENTIAL.
002360
002370     SELECT RRSI03 ASSIGN TO RRSI03
002380         ORGANIZATION IS SEQUENTIAL.
002390
002400     SELECT RRSO ASSIGN TO RRSO
002410         ORGANIZATION IS INDEXED
002420         ACCESS MODE IS DYNAMIC
002430         RECORD KEY IS RRSO-PRIME-KEY
002440         ALTERNATE RECORD KEY IS RRSO-REK_ID WITH DUPLICATES
002450         ALTERNATE RECORD KEY IS RRSO-VAL_DAT WITH DUPLICATES
002460         FILE STATUS IS EX1-RRSO-STATUS.
002470
002480     SELECT RTCTL01 ASSIGN TO RTCTL01
002490         ORGANIZATION IS SEQUENTIAL.
002500
002510     SELECT RTCKPTI ASSIGN TO RTCKPTI
002520         ORGANIZATION IS SEQUENTIAL.
002530
002540     SELECT RTCKPTO ASSIGN TO RTCKPTO
002550         ORGANIZATION IS SEQUENTIAL.
002560
002570     SELECT RTX12O1 ASSIGN TO RTX12O1
002580         ORGANIZATION IS SEQUENTIAL.
002590
002600     SELECT RTX12O2 ASSIGN TO RTX12O2
002610         ORGANIZATION IS SEQUENTIAL.
002620
002630     SELECT RTX12O3 ASSIGN TO RTX12O3
002640         ORGANIZATION IS SEQUENTIAL.
002650
002660     SELECT RTEXC01 ASSIGN TO RTEXC01
002670         ORGANIZATION IS SEQUENTIAL.
002680
002690     SELECT RTAUD01 ASSIGN TO RTAUD01
002700         ORGANIZATION IS SEQUENTIAL.
002710
002720     SELECT RTCURT1 ASSIGN TO RTCURT1
002730         ORGANIZATION IS SEQUENTIAL.
002740
002750     SELECT RTSUSPI ASSIGN TO RTSUSPI
002760         ORGANIZATION IS SEQUENTIAL.
002770
002780     SELECT RTSUSPO ASSIGN TO RTSUSPO
002790         ORGANIZATION IS SEQUENTIAL.
002800
002810     SELECT RTAGED1 ASSIGN TO RTAGED1
002820         ORGANIZATION IS SEQUENTIAL.
002830
002840     SELECT RTRATE1 ASSIGN TO RTRATE1
002850         ORGANIZATION IS SEQUENTIAL.
002860
002870     SELECT RTACCM1 ASSIGN TO RTACCM1
002880         ORGANIZATION IS INDEXED
002890         ACCESS MODE IS RANDOM
002900         RECORD KEY IS ACC-REK_ID
002910         FILE STATUS IS EX1-ACCM-STATUS.
002920
002930     SELECT RTTRL01 ASSIGN TO RTTRL01
002940         ORGANIZATION IS SEQUENTIAL.
002950
002960     SELECT RTSEQI ASSIGN TO RTSEQI
002970         ORGANIZATION IS SEQUENTIAL.
002980
002990     SELECT RTSEQO ASSIGN TO RTSEQO
003000         ORGANIZATION IS SEQUENTIAL.
003010
003020     SELECT RTRUN01 ASSIGN TO RTRUN01
003030         ORGANIZATION IS SEQUENTIAL.
003040
003050     SELECT RTHIST1 ASSIGN TO RTHIST1
003060         ORGANIZATION IS INDEXED
003070         ACCESS MODE IS RANDOM
003080         RECORD KEY IS HIST-PRIME-KEY
003090         FILE STATUS IS EX1-HIST-STATUS.
003100
003110     SELECT RTX12NI ASSIGN TO RTX12NI
003120         ORGANIZATION IS SEQUENTIAL.
003130
003140     SELECT RTX12NO ASSIGN TO RTX12NO
003150         ORGANIZATION IS SEQUENTIAL.
003160
003170     SELECT RTX12R1 ASSIGN TO RTX12R1
003180         ORGANIZATION IS SEQUENTIAL.
003190
003200     SELECT RTCAL01 ASSIGN TO RTCAL01
003210         ORGANIZATION IS SEQUENTIAL.
003220
003230     SELECT RTTPP01 ASSIGN TO RTTPP01
003240         ORGANIZATION IS SEQUENTIAL.
003250
003260     SELECT RTCYCI ASSIGN TO RTCYCI
003270         ORGANIZATION IS SEQUENTIAL.
003280
003290     SELECT RTCYCO ASSIGN TO RTCYCO
003300         ORGANIZATION IS SEQUENTIAL.
003310
003320     SELECT RTBRO1 ASSIGN TO RTBRO1
003330         ORGANIZATION IS SEQUENTIAL.
003340
003350     SELECT RTBRO2 ASSIGN TO RTBRO2
003360         ORGANIZATION IS SEQUENTIAL.
003370
003380     SELECT RTBRO3 ASSIGN TO RTBRO3
003390         ORGANIZATION IS SEQUENTIAL.
003400
003410     SELECT RTBRKI ASSIGN TO RTBRKI
003420         ORGANIZATION IS SEQUENTIAL.
003430
003440     SELECT RTBRKO ASSIGN TO RTBRKO
003450         ORGANIZATION IS SEQUENTIAL.
003460
003470     SELECT RTSTS01 ASSIGN TO RTSTS01
003480         ORGANIZATION IS SEQUENTIAL.
003490
003500     SELECT RTHLD01 ASSIGN TO RTHLD01
003510         ORGANIZATION IS SEQUENTIAL.
003520
003530     SELECT RTPNDO ASSIGN TO RTPNDO
003540         ORGANIZATION IS SEQUENTIAL.
003550
003560     SELECT RTPTA01 ASSIGN TO RTPTA01
003570         ORGANIZATION IS SEQUENTIAL.
003580
003590     SELECT RTDST01 ASSIGN TO RTDST01
003600         ORGANIZATION IS SEQUENTIAL.
003610
003620 DATA DIVISION.
003630 FILE SECTION.
003640
003650 FD  RRSI01
003660     LABEL RECORDS ARE STANDARD.
003670     COPY RRSREC REPLACING ==RRSREC==   BY ==RRSI01-RECORD==
003680                           ==REK_ID==   BY ==RRSI01-REK_ID==
003690                           ==VAL_DAT==  BY ==RRSI01-VAL_DAT==
003700                           ==DB_BEDR==  BY ==RRSI01-DB_BEDR==
003710                           ==CR_BEDR==  BY ==RRSI01-CR_BEDR==
003720                           ==CUR_CD==   BY ==RRSI01-CUR_CD==.
003730     COPY RRSHDT REPLACING
003740         ==RRSHDR-RECORD==    BY ==RRSI01-HDR-RECORD==
003750         ==HDR-REC-TYPE==     BY ==RRSI01-HDR-REC-TYPE==
003760         ==HDR-PARTNER-ID==   BY ==RRSI01-HDR-PARTNER-ID==
003770         ==HDR-CREATE-DATE==  BY ==RRSI01-HDR-CREATE-DATE==
003780         ==HDR-FILE-SEQ-NO==  BY ==RRSI01-HDR-FILE-SEQ-NO==
003790         ==HDR-CYCLE-NO==     BY ==RRSI01-HDR-CYCLE-NO==
003800         ==RRSTRL-RECORD==    BY ==RRSI01-TRL-RECORD==
003810         ==TRL-REC-TYPE==     BY ==RRSI01-TRL-REC-TYPE==
003820         ==TRL-RECORD-COUNT== BY ==RRSI01-TRL-RECORD-COUNT==
003830         ==TRL-DB-HASH==      BY ==RRSI01-TRL-DB-HASH==
003840         ==TRL-CR-HASH==      BY ==RRSI01-TRL-CR-HASH==.
003850
003860 FD  RRSI02
003870     LABEL RECORDS ARE STANDARD.
003880     COPY RRSREC REPLACING ==RRSREC==   BY ==RRSI02-RECORD==
003890                           ==REK_ID==   BY ==RRSI02-REK_ID==
003900                           ==VAL_DAT==  BY ==RRSI02-VAL_DAT==
003910                           ==DB_BEDR==  BY ==RRSI02-DB_BEDR==
003920                           ==CR_BEDR==  BY ==RRSI02-CR_BEDR==
003930                           ==CUR_CD==   BY ==RRSI02-CUR_CD==.
003940     COPY RRSHDT REPLACING
003950         ==RRSHDR-RECORD==    BY ==RRSI02-HDR-RECORD==
003960         ==HDR-REC-TYPE==     BY ==RRSI02-HDR-REC-TYPE==
003970         ==HDR-PARTNER-ID==   BY ==RRSI02-HDR-PARTNER-ID==
003980         ==HDR-CREATE-DATE==  BY ==RRSI02-HDR-CREATE-DATE==
003990         ==HDR-FILE-SEQ-NO==  BY ==RRSI02-HDR-FILE-SEQ-NO==
004000         ==HDR-CYCLE-NO==     BY ==RRSI02-HDR-CYCLE-NO==
004010         ==RRSTRL-RECORD==    BY ==RRSI02-TRL-RECORD==
004020         ==TRL-REC-TYPE==     BY ==RRSI02-TRL-REC-TYPE==
004030         ==TRL-RECORD-COUNT== BY ==RRSI02-TRL-RECORD-COUNT==
004040         ==TRL-DB-HASH==      BY ==RRSI02-TRL-DB-HASH==
004050         ==TRL-CR-HASH==      BY ==RRSI02-TRL-CR-HASH==.
004060
004070 FD  RRSI03
004080     LABEL RECORDS ARE STANDARD.
004090     COPY RRSREC REPLACING ==RRSREC==   BY ==RRSI03-RECORD==
004100                           ==REK_ID==   BY ==RRSI03-REK_ID==
004110                           ==VAL_DAT==  BY ==RRSI03-VAL_DAT==
004120                           ==DB_BEDR==  BY ==RRSI03-DB_BEDR==
004130                           ==CR_BEDR==  BY ==RRSI03-CR_BEDR==
004140                           ==CUR_CD==   BY ==RRSI03-CUR_CD==.
004150     COPY RRSHDT REPLACING
004160         ==RRSHDR-RECORD==    BY ==RRSI03-HDR-RECORD==
004170         ==HDR-REC-TYPE==     BY ==RRSI03-HDR-REC-TYPE==
004180         ==HDR-PARTNER-ID==   BY ==RRSI03-HDR-PARTNER-ID==
004190         ==HDR-CREATE-DATE==  BY ==RRSI03-HDR-CREATE-DATE==
004200         ==HDR-FILE-SEQ-NO==  BY ==RRSI03-HDR-FILE-SEQ-NO==
004210         ==HDR-CYCLE-NO==     BY ==RRSI03-HDR-CYCLE-NO==
004220         ==RRSTRL-RECORD==    BY ==RRSI03-TRL-RECORD==
004230         ==TRL-REC-TYPE==     BY ==RRSI03-TRL-REC-TYPE==
004240         ==TRL-RECORD-COUNT== BY ==RRSI03-TRL-RECORD-COUNT==
004250         ==TRL-DB-HASH==      BY ==RRSI03-TRL-DB-HASH==
004260         ==TRL-CR-HASH==      BY ==RRSI03-TRL-CR-HASH==.
004270
004280 FD  RRSO
004290     LABEL RECORDS ARE STANDARD.
004300     COPY RRSPST REPLACING ==RRSPST==   BY ==RRSO-RECORD==
004310                           ==REK_ID==   BY ==RRSO-REK_ID==
004320                           ==VAL_DAT==  BY ==RRSO-VAL_DAT==
004330                           ==CYC_NO==   BY ==RRSO-CYC_NO==
004340                           ==DB_BEDR==  BY ==RRSO-DB_BEDR==
004350                           ==CR_BEDR==  BY ==RRSO-CR_BEDR==
004360                           ==CUR_CD==   BY ==RRSO-CUR_CD==.
004370*****************************************************************
004380* RRSO-PRIME-KEY REDEFINES RRSO-REK_ID/RRSO-VAL_DAT/RRSO-CYC_NO
004390* (ADJACENT, CONTIGUOUS IN RRSPST) AS A SINGLE FIELD SO THE
004400* THREE OF THEM TOGETHER CAN BE RRSO'S UNIQUE RECORD KEY - THE
004410* SAME ACCOUNT CAN LEGITIMATELY POST ON MORE THAN ONE VAL_DAT
004420* WITHIN A DAY'S FEEDS, AND IN MORE THAN ONE INTRADAY CYCLE ON
004430* THE SAME VAL_DAT.  REK_ID AND VAL_DAT REMAIN ALTERNATE KEYS
004440* WITH DUPLICATES FOR SINGLE-FIELD LOOKUPS.
004450*****************************************************************
004460 01  RRSO-KEY-RECORD REDEFINES RRSO-RECORD.
004470     05  RRSO-PRIME-KEY          PIC X(20).
004480     05  FILLER                  PIC X(17).
004490
004500 FD  RTCTL01
004510     LABEL RECORDS ARE STANDARD.
004520     COPY RTCTL01.
004530
004540 FD  RTCKPTI
004550     LABEL RECORDS ARE STANDARD.
004560     COPY RTCKPT1 REPLACING
004570         ==RTCKPT1-RECORD==    BY ==RTCKPTI-RECORD==
004580         ==CKPT-RECORD-COUNT== BY ==CKPTI-RECORD-COUNT==
004590         ==CKPT-REK_ID==       BY ==CKPTI-REK_ID==
004600         ==CKPT-VAL_DAT==      BY ==CKPTI-VAL_DAT==
004610         ==CKPT-THE-NUMBER==   BY ==CKPTI-THE-NUMBER==
004620         ==CKPT-TIMESTAMP==    BY ==CKPTI-TIMESTAMP==.
004630
004640 FD  RTCKPTO
004650     LABEL RECORDS ARE STANDARD.
004660     COPY RTCKPT1 REPLACING
004670         ==RTCKPT1-RECORD==    BY ==RTCKPTO-RECORD==
004680         ==CKPT-RECORD-COUNT== BY ==CKPTO-RECORD-COUNT==
004690         ==CKPT-REK_ID==       BY ==CKPTO-REK_ID==
004700         ==CKPT-VAL_DAT==      BY ==CKPTO-VAL_DAT==
004710         ==CKPT-THE-NUMBER==   BY ==CKPTO-THE-NUMBER==
004720         ==CKPT-TIMESTAMP==    BY ==CKPTO-TIMESTAMP==.
004730
004740 FD  RTX12O1
004750     LABEL RECORDS ARE STANDARD.
004760     COPY X12 REPLACING
004770         ==X12-SEGMENT-RECORD== BY ==X12O1-SEGMENT-RECORD==
004780         ==X12-SEG-TEXT==       BY ==X12O1-SEG-TEXT==.
004790
004800 FD  RTX12O2
004810     LABEL RECORDS ARE STANDARD.
004820     COPY X12 REPLACING
004830         ==X12-SEGMENT-RECORD== BY ==X12O2-SEGMENT-RECORD==
004840         ==X12-SEG-TEXT==       BY ==X12O2-SEG-TEXT==.
004850
004860 FD  RTX12O3
004870     LABEL RECORDS ARE STANDARD.
004880     COPY X12 REPLACING
004890         ==X12-SEGMENT-RECORD== BY ==X12O3-SEGMENT-RECORD==
004900         ==X12-SEG-TEXT==       BY ==X12O3-SEG-TEXT==.
004910
004920 FD  RTEXC01
004930     LABEL RECORDS ARE STANDARD.
004940     COPY RTEXC01.
004950
004960 FD  RTAUD01
004970     LABEL RECORDS ARE STANDARD.
004980     COPY RTAUD01.
004990
005000 FD  RTCURT1
005010     LABEL RECORDS ARE STANDARD.
005020     COPY RTCURT1.
005030
005040 FD  RTSUSPI
005050     LABEL RECORDS ARE STANDARD.
005060     COPY RTSUSP1 REPLACING
005070         ==RTSUSP1-RECORD==     BY ==RTSUSPI-RECORD==
005080         ==SUSP-REK_ID==        BY ==SUSPI-REK_ID==
005090         ==SUSP-VAL_DAT==       BY ==SUSPI-VAL_DAT==
005100         ==SUSP-CUR_CD==        BY ==SUSPI-CUR_CD==
005110         ==SUSP-AGE-DAYS==      BY ==SUSPI-AGE-DAYS==
005120         ==SUSP-FEED-ENTRY==    BY ==SUSPI-FEED-ENTRY==
005130         ==SUSP-FEED-PRESENT-SW== BY ==SUSPI-FEED-PRESENT-SW==
005140         ==SUSP-DB_BEDR==       BY ==SUSPI-DB_BEDR==
005150         ==SUSP-CR_BEDR==       BY ==SUSPI-CR_BEDR==
005160         ==SUSP-HOLD-CD==       BY ==SUSPI-HOLD-CD==.
005170
005180 FD  RTSUSPO
005190     LABEL RECORDS ARE STANDARD.
005200     COPY RTSUSP1 REPLACING
005210         ==RTSUSP1-RECORD==     BY ==RTSUSPO-RECORD==
005220         ==SUSP-REK_ID==        BY ==SUSPO-REK_ID==
005230         ==SUSP-VAL_DAT==       BY ==SUSPO-VAL_DAT==
005240         ==SUSP-CUR_CD==        BY ==SUSPO-CUR_CD==
005250         ==SUSP-AGE-DAYS==      BY ==SUSPO-AGE-DAYS==
005260         ==SUSP-FEED-ENTRY==    BY ==SUSPO-FEED-ENTRY==
005270         ==SUSP-FEED-PRESENT-SW== BY ==SUSPO-FEED-PRESENT-SW==
005280         ==SUSP-DB_BEDR==       BY ==SUSPO-DB_BEDR==
005290         ==SUSP-CR_BEDR==       BY ==SUSPO-CR_BEDR==
005300         ==SUSP-HOLD-CD==       BY ==SUSPO-HOLD-CD==.
005310
005320 FD  RTAGED1
005330     LABEL RECORDS ARE STANDARD.
005340     COPY RTAGED1.
005350
005360 FD  RTRATE1
005370     LABEL RECORDS ARE STANDARD.
005380     COPY RTRATE1.
005390
005400 FD  RTACCM1
005410     LABEL RECORDS ARE STANDARD.
005420     COPY RTACCM1.
005430
005440 FD  RTTRL01
005450     LABEL RECORDS ARE STANDARD.
005460     COPY RTTRL01.
005470
005480 FD  RTSEQI
005490     LABEL RECORDS ARE STANDARD.
005500     COPY RTSEQ01 REPLACING
005510         ==RTSEQ01-RECORD==   BY ==RTSEQI-RECORD==
005520         ==SEQ-FEED-ID==      BY ==SEQI-FEED-ID==
005530         ==SEQ-CYCLE-NO==     BY ==SEQI-CYCLE-NO==
005540         ==SEQ-LAST-SEQ-NO==  BY ==SEQI-LAST-SEQ-NO==
005550         ==SEQ-LAST-DATE==    BY ==SEQI-LAST-DATE==.
005560
005570 FD  RTSEQO
005580     LABEL RECORDS ARE STANDARD.
005590     COPY RTSEQ01 REPLACING
005600         ==RTSEQ01-RECORD==   BY ==RTSEQO-RECORD==
005610         ==SEQ-FEED-ID==      BY ==SEQO-FEED-ID==
005620         ==SEQ-CYCLE-NO==     BY ==SEQO-CYCLE-NO==
005630         ==SEQ-LAST-SEQ-NO==  BY ==SEQO-LAST-SEQ-NO==
005640         ==SEQ-LAST-DATE==    BY ==SEQO-LAST-DATE==.
005650
005660 FD  RTRUN01
005670     LABEL RECORDS ARE STANDARD.
005680     COPY RTRUN01.
005690
005700 FD  RTX12NI
005710     LABEL RECORDS ARE STANDARD.
005720     COPY RTX12N1 REPLACING
005730         ==RTX12N1-RECORD==   BY ==RTX12NI-RECORD==
005740         ==X12N-ISA-CTRL-NO== BY ==X12NI-ISA-CTRL-NO==
005750         ==X12N-ST-CTRL-NO==  BY ==X12NI-ST-CTRL-NO==
005760         ==X12N-PARTNER-ID==  BY ==X12NI-PARTNER-ID==.
005770
005780 FD  RTX12NO
005790     LABEL RECORDS ARE STANDARD.
005800     COPY RTX12N1 REPLACING
005810         ==RTX12N1-RECORD==   BY ==RTX12NO-RECORD==
005820         ==X12N-ISA-CTRL-NO== BY ==X12NO-ISA-CTRL-NO==
005830         ==X12N-ST-CTRL-NO==  BY ==X12NO-ST-CTRL-NO==
005840         ==X12N-PARTNER-ID==  BY ==X12NO-PARTNER-ID==.
005850
005860 FD  RTX12R1
005870     LABEL RECORDS ARE STANDARD.
005880     COPY RTX12R1.
005890
005900 FD  RTCAL01
005910     LABEL RECORDS ARE STANDARD.
005920     COPY RTCAL01.
005930
005940 FD  RTTPP01
005950     LABEL RECORDS ARE STANDARD.
005960     COPY RTTPP01.
005970
005980 FD  RTCYCI
005990     LABEL RECORDS ARE STANDARD.
006000     COPY RTCYC01 REPLACING
006010         ==RTCYC01-RECORD==    BY ==RTCYCI-RECORD==
006020         ==CYC-DATE==          BY ==CYCI-DATE==
006030         ==CYC-CYCLE-COUNT==   BY ==CYCI-CYCLE-COUNT==
006040         ==CYC-POSTED-COUNT==  BY ==CYCI-POSTED-COUNT==
006050         ==CYC-UPDATED-COUNT== BY ==CYCI-UPDATED-COUNT==
006060         ==CYC-EXC-COUNT==     BY ==CYCI-EXC-COUNT==
006070         ==CYC-SUSP-CARRIED==  BY ==CYCI-SUSP-CARRIED==
006080         ==CYC-SUSP-AGED==     BY ==CYCI-SUSP-AGED==
006090         ==CYC-POSTED-DB==     BY ==CYCI-POSTED-DB==
006100         ==CYC-POSTED-CR==     BY ==CYCI-POSTED-CR==.
006110
006120 FD  RTCYCO
006130     LABEL RECORDS ARE STANDARD.
006140     COPY RTCYC01 REPLACING
006150         ==RTCYC01-RECORD==    BY ==RTCYCO-RECORD==
006160         ==CYC-DATE==          BY ==CYCO-DATE==
006170         ==CYC-CYCLE-COUNT==   BY ==CYCO-CYCLE-COUNT==
006180         ==CYC-POSTED-COUNT==  BY ==CYCO-POSTED-COUNT==
006190         ==CYC-UPDATED-COUNT== BY ==CYCO-UPDATED-COUNT==
006200         ==CYC-EXC-COUNT==     BY ==CYCO-EXC-COUNT==
006210         ==CYC-SUSP-CARRIED==  BY ==CYCO-SUSP-CARRIED==
006220         ==CYC-SUSP-AGED==     BY ==CYCO-SUSP-AGED==
006230         ==CYC-POSTED-DB==     BY ==CYCO-POSTED-DB==
006240         ==CYC-POSTED-CR==     BY ==CYCO-POSTED-CR==.
006250
006260 FD  RTHIST1
006270     LABEL RECORDS ARE STANDARD.
006280     COPY RRSPST REPLACING ==RRSPST==   BY ==HIST-RECORD==
006290                           ==REK_ID==   BY ==HIST-REK_ID==
006300                           ==VAL_DAT==  BY ==HIST-VAL_DAT==
006310                           ==CYC_NO==   BY ==HIST-CYC_NO==
006320                           ==DB_BEDR==  BY ==HIST-DB_BEDR==
006330                           ==CR_BEDR==  BY ==HIST-CR_BEDR==
006340                           ==CUR_CD==   BY ==HIST-CUR_CD==.
006350*****************************************************************
006360* HIST-PRIME-KEY REDEFINES HIST-REK_ID/HIST-VAL_DAT/HIST-CYC_NO
006370* AS ONE FIELD, THE SAME WAY RRSO DECLARES ITS PRIME KEY, SO ONE
006380* ACCOUNT'S HISTORY CAN BE PULLED WITH A KEYED START WITHOUT
006390* READING THE WHOLE FILE.
006400*****************************************************************
006410 01  HIST-KEY-RECORD REDEFINES HIST-RECORD.
006420     05  HIST-PRIME-KEY          PIC X(20).
006430     05  FILLER                  PIC X(17).
006440
006450 FD  RTBRO1
006460     LABEL RECORDS ARE STANDARD.
006470     COPY RTBRNX REPLACING
006480         ==RTBRNX-RECORD==      BY ==BRNO1-RECORD==
006490         ==BRNX-TEXT==          BY ==BRNO1-TEXT==.
006500
006510 FD  RTBRO2
006520     LABEL RECORDS ARE STANDARD.
006530     COPY RTBRNX REPLACING
006540         ==RTBRNX-RECORD==      BY ==BRNO2-RECORD==
006550         ==BRNX-TEXT==          BY ==BRNO2-TEXT==.
006560
006570 FD  RTBRO3
006580     LABEL RECORDS ARE STANDARD.
006590     COPY RTBRNX REPLACING
006600         ==RTBRNX-RECORD==      BY ==BRNO3-RECORD==
006610         ==BRNX-TEXT==          BY ==BRNO3-TEXT==.
006620
006630 FD  RTBRKI
006640     LABEL RECORDS ARE STANDARD.
006650     COPY RTBRK01 REPLACING
006660         ==RTBRK01-RECORD==     BY ==RTBRKI-RECORD==
006670         ==BRK-REK_ID==         BY ==BRKI-REK_ID==
006680         ==BRK-VAL_DAT==        BY ==BRKI-VAL_DAT==
006690         ==BRK-FEED-NO==        BY ==BRKI-FEED-NO==
006700         ==BRK-PARTNER-ID==     BY ==BRKI-PARTNER-ID==
006710         ==BRK-REASON-CD==      BY ==BRKI-REASON-CD==
006720         ==BRK-CUR_CD==         BY ==BRKI-CUR_CD==
006730         ==BRK-AGE-DAYS==       BY ==BRKI-AGE-DAYS==
006740         ==BRK-FIRST-DATE==     BY ==BRKI-FIRST-DATE==
006750         ==BRK-PTN-DB_BEDR==    BY ==BRKI-PTN-DB_BEDR==
006760         ==BRK-PTN-CR_BEDR==    BY ==BRKI-PTN-CR_BEDR==
006770         ==BRK-CNS-DB_BEDR==    BY ==BRKI-CNS-DB_BEDR==
006780         ==BRK-CNS-CR_BEDR==    BY ==BRKI-CNS-CR_BEDR==
006790         ==BRK-NO-CONSENSUS-SW== BY ==BRKI-NO-CONSENSUS-SW==.
006800
006810 FD  RTBRKO
006820     LABEL RECORDS ARE STANDARD.
006830     COPY RTBRK01 REPLACING
006840         ==RTBRK01-RECORD==     BY ==RTBRKO-RECORD==
006850         ==BRK-REK_ID==         BY ==BRKO-REK_ID==
006860         ==BRK-VAL_DAT==        BY ==BRKO-VAL_DAT==
006870         ==BRK-FEED-NO==        BY ==BRKO-FEED-NO==
006880         ==BRK-PARTNER-ID==     BY ==BRKO-PARTNER-ID==
006890         ==BRK-REASON-CD==      BY ==BRKO-REASON-CD==
006900         ==BRK-CUR_CD==         BY ==BRKO-CUR_CD==
006910         ==BRK-AGE-DAYS==       BY ==BRKO-AGE-DAYS==
006920         ==BRK-FIRST-DATE==     BY ==BRKO-FIRST-DATE==
006930         ==BRK-PTN-DB_BEDR==    BY ==BRKO-PTN-DB_BEDR==
006940         ==BRK-PTN-CR_BEDR==    BY ==BRKO-PTN-CR_BEDR==
006950         ==BRK-CNS-DB_BEDR==    BY ==BRKO-CNS-DB_BEDR==
006960         ==BRK-CNS-CR_BEDR==    BY ==BRKO-CNS-CR_BEDR==
006970         ==BRK-NO-CONSENSUS-SW== BY ==BRKO-NO-CONSENSUS-SW==.
006980
006990 FD  RTSTS01
007000     LABEL RECORDS ARE STANDARD.
007010     COPY RTSTS01.
007020
007030 FD  RTHLD01
007040     LABEL RECORDS ARE STANDARD.
007050     COPY RTHLD01.
007060
007070 FD  RTPNDO
007080     LABEL RECORDS ARE STANDARD.
007090     COPY RTPND01.
007100
007110 FD  RTPTA01
007120     LABEL RECORDS ARE STANDARD.
007130     COPY RTPTA01.
007140
007150 FD  RTDST01
007160     LABEL RECORDS ARE STANDARD.
007170     COPY RTDST01.
007180
007190 WORKING-STORAGE SECTION.
007200
007210 COPY RTTB100.
007220 COPY SQLCA.
007230 COPY RTBRN01.
007240
007250*****************************************************************
007260* ITEMS CARRIED OVER FROM THE ORIGINAL PROGRAM.  THE-NUMBER AND
007270* A-SPACE STILL DRIVE THE IT-IS-VALID CHECK, NOW EVALUATED ONCE
007280* PER MATCHED RECORD RATHER THAN ONCE AT START-UP.
007290*****************************************************************
007300 01  THE-MESSAGE                     PIC 9(04).
007310 01  THE-NUMBER                      PIC ZZ99BCR.
007320 66  B-SPACE RENAMES THE-NUMBER.
007330 01  A-SPACE                         PIC 9(04).
007340 01  THE-CURRENCY                    PIC X(03).
007350 01  EX1-OLD-DB-BEDR          PIC S9(11)V9(2) COMP-3.
007360 01  EX1-OLD-CR-BEDR          PIC S9(11)V9(2) COMP-3.
007370 01  EX1-TIMESTAMP-WORK.
007380     05  EX1-TS-DATE                 PIC X(08).
007390     05  EX1-TS-TIME                 PIC X(08).
007400     05  FILLER                      PIC X(10) VALUE SPACES.
007410 01  ANSWER                          PIC X(03) VALUE SPACES.
007420     88  ANSWER-IS-YES                         VALUE '111'.
007430
007440*****************************************************************
007450* SWITCHES.
007460*****************************************************************
007470 77  EX1-RRSI01-EOF-SW               PIC X     VALUE 'N'.
007480     88  EX1-RRSI01-EOF                        VALUE 'Y'.
007490 77  EX1-RRSI02-EOF-SW               PIC X     VALUE 'N'.
007500     88  EX1-RRSI02-EOF                        VALUE 'Y'.
007510 77  EX1-RRSI03-EOF-SW               PIC X     VALUE 'N'.
007520     88  EX1-RRSI03-EOF                        VALUE 'Y'.
007530 77  EX1-SUSP-EOF-SW                 PIC X     VALUE 'N'.
007540     88  EX1-SUSP-EOF                          VALUE 'Y'.
007550 77  EX1-SUSPSCAN-EOF-SW             PIC X     VALUE 'N'.
007560     88  EX1-SUSPSCAN-EOF                      VALUE 'Y'.
007570 77  EX1-RATE-EOF-SW                 PIC X     VALUE 'N'.
007580     88  EX1-RATE-EOF                          VALUE 'Y'.
007590 77  EX1-SEQI-EOF-SW                 PIC X     VALUE 'N'.
007600     88  EX1-SEQI-EOF                          VALUE 'Y'.
007610 77  EX1-X12NI-EOF-SW                PIC X     VALUE 'N'.
007620     88  EX1-X12NI-EOF                         VALUE 'Y'.
007630 77  EX1-TPP-EOF-SW                  PIC X     VALUE 'N'.
007640     88  EX1-TPP-EOF                           VALUE 'Y'.
007650 77  EX1-TPP-FOUND-SW                PIC X     VALUE 'N'.
007660     88  EX1-TPP-FOUND                         VALUE 'Y'.
007670 77  EX1-X12N-FOUND-SW               PIC X     VALUE 'N'.
007680     88  EX1-X12N-FOUND                        VALUE 'Y'.
007690 77  EX1-REG-FOUND-SW                PIC X     VALUE 'N'.
007700     88  EX1-REG-FOUND                         VALUE 'Y'.
007710 77  EX1-RATE-FOUND-SW               PIC X     VALUE 'N'.
007720     88  EX1-RATE-FOUND                        VALUE 'Y'.
007730 77  EX1-SEEN-FOUND-SW               PIC X     VALUE 'N'.
007740     88  EX1-SEEN-FOUND                        VALUE 'Y'.
007750 77  EX1-ACCT-OK-SW                  PIC X     VALUE 'Y'.
007760     88  EX1-ACCT-OK                           VALUE 'Y'.
007770 77  EX1-RUN-MODE-SW                 PIC X     VALUE 'L'.
007780     88  EX1-LIVE-MODE                         VALUES 'L' ' '.
007790     88  EX1-TRIAL-MODE                        VALUE 'T'.
007800 77  EX1-MATCH-SW                    PIC X     VALUE 'Y'.
007810     88  EX1-MATCH-3WAY                        VALUE 'Y'.
007820     88  EX1-MATCH-BROKEN                      VALUE 'N'.
007830 77  EX1-MATCH-COUNT                 PIC 9(01) VALUE ZERO.
007840 77  EX1-AMT-AGREE-SW                PIC X     VALUE 'Y'.
007850     88  EX1-AMT-AGREE                         VALUE 'Y'.
007860     88  EX1-AMT-DISAGREE                      VALUE 'N'.
007870 77  EX1-BALANCE-SW                  PIC X     VALUE 'Y'.
007880     88  EX1-BALANCE-OK                        VALUE 'Y'.
007890     88  EX1-BALANCE-NOT-OK                    VALUE 'N'.
007900 77  EX1-CKPT-EOF-SW                  PIC X     VALUE 'N'.
007910     88  EX1-CKPT-EOF                          VALUE 'Y'.
007920 77  EX1-RESTART-SW                   PIC X     VALUE 'N'.
007930     88  EX1-RESTART-RUN                        VALUE 'Y'.
007940 77  EX1-CAL-EOF-SW                   PIC X     VALUE 'N'.
007950     88  EX1-CAL-EOF                            VALUE 'Y'.
007960 77  EX1-CAL-FOUND-SW                 PIC X     VALUE 'N'.
007970     88  EX1-CAL-FOUND                          VALUE 'Y'.
007980 77  EX1-VALDAT-OK-SW                 PIC X     VALUE 'Y'.
007990     88  EX1-VALDAT-OK                          VALUE 'Y'.
008000 77  EX1-VALDAT-RULE-SW               PIC X     VALUE SPACE.
008010     88  EX1-VALDAT-ROLL                        VALUE 'R'.
008020     88  EX1-VALDAT-REJECT                      VALUE 'E'.
008030     88  EX1-VALDAT-NONE                        VALUE ' '.
008040 77  EX1-CYCI-EOF-SW                  PIC X     VALUE 'N'.
008050     88  EX1-CYCI-EOF                           VALUE 'Y'.
008060 77  EX1-EOD-SW                       PIC X     VALUE 'N'.
008070     88  EX1-FINAL-CYCLE                        VALUE 'Y'.
008080 77  EX1-BRKI-EOF-SW                  PIC X     VALUE 'N'.
008090     88  EX1-BRKI-EOF                           VALUE 'Y'.
008100 77  EX1-CNS-FOUND-SW                 PIC X     VALUE 'N'.
008110     88  EX1-CNS-FOUND                          VALUE 'Y'.
008120 77  EX1-CNS-PAIR-SW                  PIC X     VALUE 'N'.
008130     88  EX1-CNS-PAIR-AGREE                     VALUE 'Y'.
008140 77  EX1-SLOT-BREAK-SW                PIC X     VALUE 'N'.
008150     88  EX1-SLOT-IN-BREAK                      VALUE 'Y'.
008160 77  EX1-LDG-EOF-SW                   PIC X     VALUE 'N'.
008170     88  EX1-LDG-EOF                            VALUE 'Y'.
008180 77  EX1-LDG-START-SW                 PIC X     VALUE 'N'.
008190     88  EX1-LDG-STARTED                        VALUE 'Y'.
008200 77  EX1-LDG-REFUSED-SW               PIC X     VALUE 'N'.
008210     88  EX1-LDG-REFUSED                        VALUE 'Y'.
008220 77  EX1-HLD-EOF-SW                   PIC X     VALUE 'N'.
008230     88  EX1-HLD-EOF                            VALUE 'Y'.
008240 77  EX1-HLD-FOUND-SW                 PIC X     VALUE 'N'.
008250     88  EX1-HLD-FOUND                          VALUE 'Y'.
008260 77  EX1-HOLD-SW                      PIC X     VALUE 'N'.
008270     88  EX1-HOLD-ITEM                          VALUE 'Y'.
008280
008290*****************************************************************
008300* FILE-OPEN INDICATORS.  8000-TERMINATE-PARA TESTS THESE SO IT
008310* CAN CLOSE DOWN WHATEVER IS STILL OPEN ON AN ABEND PATH WITHOUT
008320* ATTEMPTING TO CLOSE A FILE THAT WAS NEVER OPENED OR THAT THE
008330* NORMAL END OF 5000-PROCESS-PARA ALREADY CLOSED.
008340*****************************************************************
008350 77  EX1-RTCTL01-OPEN-SW              PIC X     VALUE 'N'.
008360     88  EX1-RTCTL01-OPEN                       VALUE 'Y'.
008370 77  EX1-RTCKPTI-OPEN-SW              PIC X     VALUE 'N'.
008380     88  EX1-RTCKPTI-OPEN                       VALUE 'Y'.
008390 77  EX1-RRSI01-OPEN-SW               PIC X     VALUE 'N'.
008400     88  EX1-RRSI01-OPEN                        VALUE 'Y'.
008410 77  EX1-RRSI02-OPEN-SW               PIC X     VALUE 'N'.
008420     88  EX1-RRSI02-OPEN                        VALUE 'Y'.
008430 77  EX1-RRSI03-OPEN-SW               PIC X     VALUE 'N'.
008440     88  EX1-RRSI03-OPEN                        VALUE 'Y'.
008450 77  EX1-RRSO-OPEN-SW                 PIC X     VALUE 'N'.
008460     88  EX1-RRSO-OPEN                          VALUE 'Y'.
008470 77  EX1-RTCKPTO-OPEN-SW              PIC X     VALUE 'N'.
008480     88  EX1-RTCKPTO-OPEN                       VALUE 'Y'.
008490 77  EX1-RTX12O1-OPEN-SW              PIC X     VALUE 'N'.
008500     88  EX1-RTX12O1-OPEN                       VALUE 'Y'.
008510 77  EX1-RTX12O2-OPEN-SW              PIC X     VALUE 'N'.
008520     88  EX1-RTX12O2-OPEN                       VALUE 'Y'.
008530 77  EX1-RTX12O3-OPEN-SW              PIC X     VALUE 'N'.
008540     88  EX1-RTX12O3-OPEN                       VALUE 'Y'.
008550 77  EX1-RTTPP01-OPEN-SW              PIC X     VALUE 'N'.
008560     88  EX1-RTTPP01-OPEN                       VALUE 'Y'.
008570 77  EX1-RTEXC01-OPEN-SW              PIC X     VALUE 'N'.
008580     88  EX1-RTEXC01-OPEN                       VALUE 'Y'.
008590 77  EX1-RTAUD01-OPEN-SW              PIC X     VALUE 'N'.
008600     88  EX1-RTAUD01-OPEN                       VALUE 'Y'.
008610 77  EX1-RTCURT1-OPEN-SW              PIC X     VALUE 'N'.
008620     88  EX1-RTCURT1-OPEN                       VALUE 'Y'.
008630 77  EX1-RTSUSPI-OPEN-SW              PIC X     VALUE 'N'.
008640     88  EX1-RTSUSPI-OPEN                       VALUE 'Y'.
008650 77  EX1-RTSUSPO-OPEN-SW              PIC X     VALUE 'N'.
008660     88  EX1-RTSUSPO-OPEN                       VALUE 'Y'.
008670 77  EX1-RTAGED1-OPEN-SW              PIC X     VALUE 'N'.
008680     88  EX1-RTAGED1-OPEN                       VALUE 'Y'.
008690 77  EX1-RTRATE1-OPEN-SW              PIC X     VALUE 'N'.
008700     88  EX1-RTRATE1-OPEN                       VALUE 'Y'.
008710 77  EX1-RTACCM1-OPEN-SW              PIC X     VALUE 'N'.
008720     88  EX1-RTACCM1-OPEN                       VALUE 'Y'.
008730 77  EX1-RTTRL01-OPEN-SW              PIC X     VALUE 'N'.
008740     88  EX1-RTTRL01-OPEN                       VALUE 'Y'.
008750 77  EX1-RTSEQI-OPEN-SW               PIC X     VALUE 'N'.
008760     88  EX1-RTSEQI-OPEN                        VALUE 'Y'.
008770 77  EX1-RTSEQO-OPEN-SW               PIC X     VALUE 'N'.
008780     88  EX1-RTSEQO-OPEN                        VALUE 'Y'.
008790 77  EX1-RTX12NI-OPEN-SW              PIC X     VALUE 'N'.
008800     88  EX1-RTX12NI-OPEN                       VALUE 'Y'.
008810 77  EX1-RTX12NO-OPEN-SW              PIC X     VALUE 'N'.
008820     88  EX1-RTX12NO-OPEN                       VALUE 'Y'.
008830 77  EX1-RTX12R1-OPEN-SW              PIC X     VALUE 'N'.
008840     88  EX1-RTX12R1-OPEN                       VALUE 'Y'.
008850 77  EX1-RTRUN01-OPEN-SW              PIC X     VALUE 'N'.
008860     88  EX1-RTRUN01-OPEN                       VALUE 'Y'.
008870 77  EX1-RTHIST1-OPEN-SW              PIC X     VALUE 'N'.
008880     88  EX1-RTHIST1-OPEN                       VALUE 'Y'.
008890 77  EX1-RTCAL01-OPEN-SW              PIC X     VALUE 'N'.
008900     88  EX1-RTCAL01-OPEN                       VALUE 'Y'.
008910 77  EX1-RTCYCI-OPEN-SW               PIC X     VALUE 'N'.
008920     88  EX1-RTCYCI-OPEN                        VALUE 'Y'.
008930 77  EX1-RTCYCO-OPEN-SW               PIC X     VALUE 'N'.
008940     88  EX1-RTCYCO-OPEN                        VALUE 'Y'.
008950 77  EX1-RTBRO1-OPEN-SW               PIC X     VALUE 'N'.
008960     88  EX1-RTBRO1-OPEN                        VALUE 'Y'.
008970 77  EX1-RTBRO2-OPEN-SW               PIC X     VALUE 'N'.
008980     88  EX1-RTBRO2-OPEN                        VALUE 'Y'.
008990 77  EX1-RTBRO3-OPEN-SW               PIC X     VALUE 'N'.
009000     88  EX1-RTBRO3-OPEN                        VALUE 'Y'.
009010 77  EX1-RTBRKI-OPEN-SW               PIC X     VALUE 'N'.
009020     88  EX1-RTBRKI-OPEN                        VALUE 'Y'.
009030 77  EX1-RTBRKO-OPEN-SW               PIC X     VALUE 'N'.
009040     88  EX1-RTBRKO-OPEN                        VALUE 'Y'.
009050 77  EX1-RTSTS01-OPEN-SW              PIC X     VALUE 'N'.
009060     88  EX1-RTSTS01-OPEN                       VALUE 'Y'.
009070 77  EX1-RTHLD01-OPEN-SW              PIC X     VALUE 'N'.
009080     88  EX1-RTHLD01-OPEN                       VALUE 'Y'.
009090 77  EX1-RTPNDO-OPEN-SW               PIC X     VALUE 'N'.
009100     88  EX1-RTPNDO-OPEN                        VALUE 'Y'.
009110 77  EX1-RTPTA01-OPEN-SW              PIC X     VALUE 'N'.
009120     88  EX1-RTPTA01-OPEN                       VALUE 'Y'.
009130 77  EX1-RTDST01-OPEN-SW              PIC X     VALUE 'N'.
009140     88  EX1-RTDST01-OPEN                       VALUE 'Y'.
009150
009160*****************************************************************
009170* COUNTERS AND CONTROL TOTALS.
009180*****************************************************************
009190 77  EX1-RECORD-COUNT                PIC 9(09) COMP VALUE ZERO.
009200 77  EX1-CKPT-INTERVAL                PIC 9(09) COMP VALUE 100.
009210 77  EX1-SUSP-AGE-LIMIT               PIC 9(03) COMP VALUE 999.
009220 77  EX1-MERGE-SUB                    PIC 9(04) COMP VALUE ZERO.
009230 77  EX1-RATE-COUNT                   PIC 9(04) COMP VALUE ZERO.
009240 77  EX1-RATE-MAX                     PIC 9(04) COMP VALUE 200.
009250 77  EX1-RATE-SUB                     PIC 9(04) COMP VALUE ZERO.
009260 77  EX1-SEEN-CUR-COUNT               PIC 9(04) COMP VALUE ZERO.
009270 77  EX1-SEEN-CUR-MAX                 PIC 9(04) COMP VALUE 200.
009280 77  EX1-REG-COUNT                    PIC 9(04) COMP VALUE ZERO.
009290 77  EX1-REG-MAX                      PIC 9(04) COMP VALUE 100.
009300 77  EX1-REG-SUB                      PIC 9(04) COMP VALUE ZERO.
009310 77  EX1-REG-HIT-SUB                  PIC 9(04) COMP VALUE ZERO.
009320 77  EX1-SEEN-SUB                     PIC 9(04) COMP VALUE ZERO.
009330 77  EX1-ACCM-STATUS                  PIC X(02) VALUE SPACES.
009340 77  EX1-CKPT-RESUME-COUNT            PIC 9(09) COMP VALUE ZERO.
009350 77  EX1-CKPT-QUOTIENT                PIC 9(09) COMP VALUE ZERO.
009360 77  EX1-CKPT-REMAINDER               PIC 9(09) COMP VALUE ZERO.
009370 77  EX1-VALID-QUOTIENT               PIC 9(09) COMP VALUE ZERO.
009380 77  EX1-X12-SEG-COUNT-ED             PIC 9(09).
009390 77  EX1-X12-ISA-CTRL-ED              PIC 9(09).
009400 77  EX1-X12-CTRL-NO-ED               PIC 9(09).
009410 77  EX1-X12-TERM                     PIC X(01) VALUE SPACE.
009420 77  EX1-X12-SEG-WORK                 PIC X(106) VALUE SPACES.
009430 77  EX1-PTN-SUB                      PIC 9(04) COMP VALUE ZERO.
009440 77  EX1-TPP-COUNT                    PIC 9(04) COMP VALUE ZERO.
009450 77  EX1-TPP-MAX                      PIC 9(04) COMP VALUE 20.
009460 77  EX1-TPP-SUB                      PIC 9(04) COMP VALUE ZERO.
009470 77  EX1-TPP-HIT-SUB                  PIC 9(04) COMP VALUE ZERO.
009480 77  EX1-X12N-COUNT                   PIC 9(04) COMP VALUE ZERO.
009490 77  EX1-X12N-MAX                     PIC 9(04) COMP VALUE 20.
009500 77  EX1-X12N-SUB                     PIC 9(04) COMP VALUE ZERO.
009510 77  EX1-X12N-HIT-SUB                 PIC 9(04) COMP VALUE ZERO.
009520 77  EX1-X12-AMT-ED                   PIC ZZZZZZZZZ9,99-.
009530 77  EX1-X12-AMT2-ED                  PIC ZZZZZZZZZ9,99-.
009540 77  EX1-RRSO-STATUS                  PIC X(02) VALUE SPACES.
009550 77  EX1-HIST-STATUS                  PIC X(02) VALUE SPACES.
009560 77  EX1-CUR-TOTAL-COUNT              PIC 9(04) COMP VALUE ZERO.
009570 77  EX1-CUR-TOTAL-MAX                PIC 9(04) COMP VALUE 200.
009580 77  EX1-CUR-FOUND-SW                 PIC X     VALUE 'N'.
009590     88  EX1-CUR-FOUND                          VALUE 'Y'.
009600 77  EX1-CAL-COUNT                    PIC 9(04) COMP VALUE ZERO.
009610 77  EX1-CAL-MAX                      PIC 9(04) COMP VALUE 500.
009620 77  EX1-CAL-SUB                      PIC 9(04) COMP VALUE ZERO.
009630 77  EX1-ROLL-GUARD                   PIC 9(02) COMP VALUE ZERO.
009640 77  EX1-POST-VAL-DAT                 PIC X(08) VALUE SPACES.
009650 77  EX1-HLD-COUNT                    PIC 9(04) COMP VALUE ZERO.
009660 77  EX1-HLD-MAX                      PIC 9(04) COMP VALUE 500.
009670 77  EX1-HLD-SUB                      PIC 9(04) COMP VALUE ZERO.
009680 77  EX1-HLD-HIT-SUB                  PIC 9(04) COMP VALUE ZERO.
009690 77  EX1-HLD-LOOK-SCOPE               PIC X(01) VALUE SPACE.
009700 77  EX1-HLD-LOOK-KEY                 PIC X(10) VALUE SPACES.
009710 77  EX1-HOLD-AMT             PIC S9(13)V9(2) COMP-3 VALUE ZERO.
009720 77  EX1-HOLD-CR-AMT          PIC S9(13)V9(2) COMP-3 VALUE ZERO.
009730
009740*****************************************************************
009750* TABLE OF RUNNING DB_BEDR/CR_BEDR TOTALS, ONE ENTRY PER
009760* CURRENCY CODE ENCOUNTERED ON THE POSTED RECORDS.  SIZED PAST
009770* EVERY ISO CURRENCY IN USE SO THE GUARD CANNOT FIRE ON REAL
009780* DATA.
009790*****************************************************************
009800 01  EX1-CUR-TOTAL-TABLE.
009810     05  EX1-CUR-TOTAL-ENTRY OCCURS 200 TIMES
009820                             INDEXED BY EX1-CUR-IDX EX1-CUR-IDX2.
009830         10  EX1-CUR-TOTAL-CD        PIC X(03).
009840         10  EX1-CUR-TOTAL-DB        PIC S9(13)V9(2) COMP-3.
009850         10  EX1-CUR-TOTAL-CR        PIC S9(13)V9(2) COMP-3.
009860
009870 01  EX1-CUR-SWAP-ENTRY.
009880     05  EX1-CUR-SWAP-CD             PIC X(03).
009890     05  EX1-CUR-SWAP-DB             PIC S9(13)V9(2) COMP-3.
009900     05  EX1-CUR-SWAP-CR             PIC S9(13)V9(2) COMP-3.
009910
009920 77  EX1-RRSI01-DB-TOTAL      PIC S9(13)V9(2) COMP-3 VALUE ZERO.
009930 77  EX1-RRSI01-CR-TOTAL      PIC S9(13)V9(2) COMP-3 VALUE ZERO.
009940 77  EX1-RRSI02-DB-TOTAL      PIC S9(13)V9(2) COMP-3 VALUE ZERO.
009950 77  EX1-RRSI02-CR-TOTAL      PIC S9(13)V9(2) COMP-3 VALUE ZERO.
009960 77  EX1-RRSI03-DB-TOTAL      PIC S9(13)V9(2) COMP-3 VALUE ZERO.
009970 77  EX1-RRSI03-CR-TOTAL      PIC S9(13)V9(2) COMP-3 VALUE ZERO.
009980 77  EX1-BAL-DIFF             PIC S9(13)V9(2) COMP-3 VALUE ZERO.
009990 77  EX1-BAL-DIFF3            PIC S9(13)V9(2) COMP-3 VALUE ZERO.
010000 77  EX1-BAL-TOLERANCE        PIC S9(13)V9(2) COMP-3 VALUE 0,01.
010010 77  EX1-AMT-TOLERANCE        PIC S9(11)V9(2) COMP-3 VALUE ZERO.
010020 77  EX1-AMT-DIFF             PIC S9(13)V9(2) COMP-3 VALUE ZERO.
010030 77  EX1-PROC-DATE            PIC X(08) VALUE SPACES.
010040 77  EX1-CYCLE-NO             PIC 9(02) VALUE 1.
010050 77  EX1-MAX-POSTING-CYCLE    PIC 9(02) VALUE 49.
010060 77  EX1-CYC-EXC-COUNT        PIC 9(09) COMP VALUE ZERO.
010070 77  EX1-DAY-CYCLE-COUNT      PIC 9(02) COMP VALUE ZERO.
010080 77  EX1-DAY-POSTED-COUNT     PIC 9(09) COMP VALUE ZERO.
010090 77  EX1-DAY-UPDATED-COUNT    PIC 9(09) COMP VALUE ZERO.
010100 77  EX1-DAY-EXC-COUNT        PIC 9(09) COMP VALUE ZERO.
010110 77  EX1-DAY-SUSP-CARRIED     PIC 9(09) COMP VALUE ZERO.
010120 77  EX1-DAY-SUSP-AGED        PIC 9(09) COMP VALUE ZERO.
010130 77  EX1-DAY-POSTED-DB        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
010140 77  EX1-DAY-POSTED-CR        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
010150 77  EX1-NOTE-CUR-CD          PIC X(03) VALUE SPACES.
010160 77  EX1-LOOK-CUR-CD          PIC X(03) VALUE SPACES.
010170 77  EX1-WORK-RATE            PIC S9(07)V9(6) COMP-3 VALUE ZERO.
010180 77  EX1-BASE-DB-TOTAL        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
010190 77  EX1-BASE-CR-TOTAL        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
010200
010210*****************************************************************
010220* DAILY EXCHANGE RATES, LOADED FROM RTRATE1 AT START-UP, AND
010230* THE LIST OF DISTINCT CURRENCY CODES SEEN ON THE FEEDS AND IN
010240* SUSPENSE, NOTED DURING THE BALANCE PASS SO EVERY ONE OF THEM
010250* CAN BE CHECKED AGAINST THE RATE TABLE BEFORE ANYTHING POSTS.
010260*****************************************************************
010270 01  EX1-RATE-TABLE.
010280     05  EX1-RATE-ENTRY OCCURS 200 TIMES.
010290         10  EX1-RATE-CD             PIC X(03).
010300         10  EX1-RATE-VAL            PIC S9(07)V9(6) COMP-3.
010310
010320 01  EX1-SEEN-CUR-TABLE.
010330     05  EX1-SEEN-CUR-CD OCCURS 200 TIMES
010340                                     PIC X(03).
010350
010360*****************************************************************
010370* THE BUSINESS CALENDAR, LOADED FROM RTCAL01 AT START-UP WHEN
010380* THE CONTROL-CARD VALUE-DATE RULE IS ACTIVE.  ONE ENTRY PER
010390* NON-BUSINESS DATE - A VAL_DAT FOUND HERE IS NOT A BUSINESS
010400* DAY.  THE NEXT-CALENDAR-DAY WORK FIELDS DRIVE THE ROLL TO
010410* THE FOLLOWING BUSINESS DAY.
010420*****************************************************************
010430 01  EX1-CAL-TABLE.
010440     05  EX1-CAL-DATE OCCURS 500 TIMES
010450                                     PIC X(08).
010460
010470 01  EX1-NCD-WORK.
010480     05  EX1-NCD-DATE.
010490         10  EX1-NCD-YYYY            PIC 9(04).
010500         10  EX1-NCD-MM              PIC 9(02).
010510         10  EX1-NCD-DD              PIC 9(02).
010520 77  EX1-NCD-MONTH-LEN        PIC 9(02) COMP VALUE ZERO.
010530 77  EX1-NCD-REM4             PIC 9(04) COMP VALUE ZERO.
010540 77  EX1-NCD-REM100           PIC 9(04) COMP VALUE ZERO.
010550 77  EX1-NCD-REM400           PIC 9(04) COMP VALUE ZERO.
010560 77  EX1-NCD-QUOT             PIC 9(04) COMP VALUE ZERO.
010570
010580*****************************************************************
010590* PER-FEED HEADER/TRAILER CONTROLS GATHERED DURING THE BALANCE
010600* PASS, AND THE RTSEQ01 RUN-REGISTER TABLE.  EACH FEED MUST
010610* PRESENT EXACTLY ONE HEADER (DATED THE PROCESSING DATE, WITH
010620* THE NEXT FILE SEQUENCE NUMBER FOR THAT FEED) AND ONE TRAILER
010630* WHOSE COUNT AND HASH TOTALS MATCH WHAT WAS ACTUALLY READ.
010640*****************************************************************
010650 77  EX1-RRSI01-READ-COUNT    PIC 9(09) COMP VALUE ZERO.
010660 77  EX1-RRSI02-READ-COUNT    PIC 9(09) COMP VALUE ZERO.
010670 77  EX1-RRSI03-READ-COUNT    PIC 9(09) COMP VALUE ZERO.
010680 77  EX1-RRSI01-EXP-COUNT     PIC 9(09) COMP VALUE ZERO.
010690 77  EX1-RRSI02-EXP-COUNT     PIC 9(09) COMP VALUE ZERO.
010700 77  EX1-RRSI03-EXP-COUNT     PIC 9(09) COMP VALUE ZERO.
010710 77  EX1-RRSI01-DB-HASH       PIC S9(13)V9(2) COMP-3 VALUE ZERO.
010720 77  EX1-RRSI01-CR-HASH       PIC S9(13)V9(2) COMP-3 VALUE ZERO.
010730 77  EX1-RRSI02-DB-HASH       PIC S9(13)V9(2) COMP-3 VALUE ZERO.
010740 77  EX1-RRSI02-CR-HASH       PIC S9(13)V9(2) COMP-3 VALUE ZERO.
010750 77  EX1-RRSI03-DB-HASH       PIC S9(13)V9(2) COMP-3 VALUE ZERO.
010760 77  EX1-RRSI03-CR-HASH       PIC S9(13)V9(2) COMP-3 VALUE ZERO.
010770 77  EX1-RRSI01-HDR-SW        PIC X VALUE 'N'.
010780     88  EX1-RRSI01-HDR-SEEN  VALUE 'Y'.
010790 77  EX1-RRSI02-HDR-SW        PIC X VALUE 'N'.
010800     88  EX1-RRSI02-HDR-SEEN  VALUE 'Y'.
010810 77  EX1-RRSI03-HDR-SW        PIC X VALUE 'N'.
010820     88  EX1-RRSI03-HDR-SEEN  VALUE 'Y'.
010830 77  EX1-RRSI01-TRL-SW        PIC X VALUE 'N'.
010840     88  EX1-RRSI01-TRL-SEEN  VALUE 'Y'.
010850 77  EX1-RRSI02-TRL-SW        PIC X VALUE 'N'.
010860     88  EX1-RRSI02-TRL-SEEN  VALUE 'Y'.
010870 77  EX1-RRSI03-TRL-SW        PIC X VALUE 'N'.
010880     88  EX1-RRSI03-TRL-SEEN  VALUE 'Y'.
010890
010900 01  EX1-VFY-WORK.
010910     05  EX1-VFY-FEED-ID         PIC X(08).
010920     05  EX1-VFY-CREATE-DATE     PIC X(08).
010930     05  EX1-VFY-FILE-SEQ        PIC 9(06).
010940     05  EX1-VFY-CYCLE-NO        PIC 9(02).
010950     05  EX1-VFY-HDR-SW          PIC X.
010960     05  EX1-VFY-TRL-SW          PIC X.
010970     05  EX1-VFY-READ-COUNT      PIC 9(09) COMP.
010980     05  EX1-VFY-EXP-COUNT       PIC 9(09) COMP.
010990     05  EX1-VFY-DB-TOTAL        PIC S9(13)V9(2) COMP-3.
011000     05  EX1-VFY-CR-TOTAL        PIC S9(13)V9(2) COMP-3.
011010     05  EX1-VFY-DB-HASH         PIC S9(13)V9(2) COMP-3.
011020     05  EX1-VFY-CR-HASH         PIC S9(13)V9(2) COMP-3.
011030     05  EX1-VFY-ERROR-TEXT      PIC X(30).
011040
011050 01  EX1-REG-TABLE.
011060     05  EX1-REG-ENTRY OCCURS 100 TIMES.
011070         10  EX1-REG-FEED-ID     PIC X(08).
011080         10  EX1-REG-CYCLE-NO    PIC 9(02).
011090         10  EX1-REG-LAST-SEQ    PIC 9(06).
011100         10  EX1-REG-LAST-DATE   PIC X(08).
011110
011120*****************************************************************
011130* TRADING-PARTNER PROFILES (RTTPP01), THE PER-PARTNER
011140* CONTROL-NUMBER REGISTER (RTX12N1, LAST NUMBERS USED), AND THE
011150* PER-FEED PARTNER STATE FOR THIS RUN'S THREE 820 INTERCHANGES -
011160* THE PARTNER ID TAKEN FROM EACH FEED'S HEADER, THE CONTROL
011170* NUMBERS ASSIGNED TO IT, ITS SEGMENT TERMINATOR AND ITS RUNNING
011180* SEGMENT COUNT FOR THE SE TRAILER.
011190*****************************************************************
011200 01  EX1-HLD-TABLE.
011210     05  EX1-HLD-ENTRY OCCURS 500 TIMES.
011220         10  EX1-HLD-SCOPE       PIC X(01).
011230         10  EX1-HLD-KEY         PIC X(10).
011240         10  EX1-HLD-LIMIT       PIC S9(11)V9(2) COMP-3.
011250         10  EX1-HLD-LOADED-BY   PIC X(08).
011260
011270 01  EX1-TPP-TABLE.
011280     05  EX1-TPP-ENTRY OCCURS 20 TIMES.
011290         10  EX1-TPP-ID          PIC X(10).
011300         10  EX1-TPP-SND-QUAL    PIC X(02).
011310         10  EX1-TPP-SND-ID      PIC X(15).
011320         10  EX1-TPP-RCV-QUAL    PIC X(02).
011330         10  EX1-TPP-RCV-ID      PIC X(15).
011340         10  EX1-TPP-GS-SEND     PIC X(08).
011350         10  EX1-TPP-GS-RECV     PIC X(08).
011360         10  EX1-TPP-TERM        PIC X(01).
011370
011380 01  EX1-X12N-TABLE.
011390     05  EX1-X12N-ENTRY OCCURS 20 TIMES.
011400         10  EX1-X12N-ID         PIC X(10).
011410         10  EX1-X12N-ISA        PIC 9(09).
011420         10  EX1-X12N-ST         PIC 9(09).
011430
011440 01  EX1-PTN-TABLE.
011450     05  EX1-PTN-ENTRY OCCURS 3 TIMES.
011460         10  EX1-PTN-PARTNER     PIC X(10).
011470         10  EX1-PTN-ISA-NO      PIC 9(09) COMP.
011480         10  EX1-PTN-ST-NO       PIC 9(09) COMP.
011490         10  EX1-PTN-SEG-COUNT   PIC 9(09) COMP.
011500         10  EX1-PTN-TERM        PIC X(01).
011510         10  EX1-PTN-BRK-OPEN    PIC 9(09) COMP.
011520         10  EX1-PTN-BRK-CLOSED  PIC 9(09) COMP.
011530         10  EX1-PTN-MISSING     PIC 9(09) COMP.
011540         10  EX1-PTN-SUSP-CARRIED PIC 9(09) COMP.
011550         10  EX1-PTN-SUSP-AGED   PIC 9(09) COMP.
011560         10  EX1-PTN-SUSP-REMATCH PIC 9(09) COMP.
011570
011580*****************************************************************
011590* KEYS USED TO MATCH RRSI01/RRSI02/RRSI03 AND THE SUSPENSE
011600* CARRY-FORWARD IN SEQUENCE.  A KEY OF HIGH-VALUES MEANS THAT
011610* INPUT HAS REACHED END OF FILE AND DROPS OUT OF THE LOW-KEY
011620* COMPARISON.
011630*****************************************************************
011640 01  EX1-MATCH-KEYS.
011650     05  EX1-KEY-01.
011660         10  EX1-KEY-01-ID           PIC X(10).
011670         10  EX1-KEY-01-DT           PIC X(08).
011680     05  EX1-KEY-02.
011690         10  EX1-KEY-02-ID           PIC X(10).
011700         10  EX1-KEY-02-DT           PIC X(08).
011710     05  EX1-KEY-03.
011720         10  EX1-KEY-03-ID           PIC X(10).
011730         10  EX1-KEY-03-DT           PIC X(08).
011740     05  EX1-KEY-SU.
011750         10  EX1-KEY-SU-ID           PIC X(10).
011760         10  EX1-KEY-SU-DT           PIC X(08).
011770     05  EX1-KEY-BK.
011780         10  EX1-KEY-BK-ID           PIC X(10).
011790         10  EX1-KEY-BK-DT           PIC X(08).
011800     05  EX1-LOW-KEY.
011810         10  EX1-LOW-KEY-ID          PIC X(10).
011820         10  EX1-LOW-KEY-DT          PIC X(08).
011830
011840*****************************************************************
011850* MERGED VIEW OF THE CURRENT LOW KEY.  EACH FEED'S SLOT IS
011860* FILLED FROM THE FRESH FEED WHEN IT IS AT THE LOW KEY,
011870* OTHERWISE FROM A SUSPENSE RECORD CARRIED FORWARD FROM AN
011880* EARLIER RUN, SO A MATCH CAN COMPLETE ACROSS RUNS WHEN A
011890* PARTNER DELIVERS LATE.  A FRESH FEED OVERRIDES THE SUSPENSE
011900* COPY OF THE SAME SLOT - A REDELIVERY SUPERSEDES WHAT WAS
011910* CARRIED.
011920*****************************************************************
011930 01  EX1-MERGE-WORK.
011940     05  EX1-MERGE-ENTRY OCCURS 3 TIMES.
011950         10  EX1-MERGE-PRESENT-SW    PIC X.
011960         10  EX1-MERGE-SRC-SW        PIC X.
011970         10  EX1-MERGE-DB            PIC S9(11)V9(2) COMP-3.
011980         10  EX1-MERGE-CR            PIC S9(11)V9(2) COMP-3.
011990     05  EX1-MERGE-CUR-CD            PIC X(03).
012000     05  EX1-MERGE-AGE-DAYS          PIC 9(03).
012010     05  EX1-KEY-FRESH-DB            PIC S9(13)V9(2) COMP-3.
012020     05  EX1-KEY-FRESH-CR            PIC S9(13)V9(2) COMP-3.
012030     05  EX1-KEY-SUSP-DB             PIC S9(13)V9(2) COMP-3.
012040     05  EX1-KEY-SUSP-CR             PIC S9(13)V9(2) COMP-3.
012050     05  EX1-MERGE-HOLD-CD           PIC X(01).
012060         88  EX1-MERGE-RELEASED                VALUE 'A'.
012070         88  EX1-MERGE-REJECTED                VALUE 'R'.
012080
012090*****************************************************************
012100* PARTNER BREAK WORK FOR THE CURRENT LOW KEY.  EX1-BKP-ENTRY
012110* HOLDS, PER FEED SLOT, THE BREAK LAST NOTIFIED TO THAT FEED'S
012120* PARTNER FROM THE RTBRKI REGISTER; THE CONSENSUS IS THE FIRST
012130* PAIR OF PRESENT FEEDS THAT AGREE WITHIN EX1-AMT-TOLERANCE, OR
012140* THE ONLY FEED PRESENT WHEN THERE IS JUST ONE.
012150*****************************************************************
012160 01  EX1-BRK-WORK.
012170     05  EX1-BKP-ENTRY OCCURS 3 TIMES.
012180         10  EX1-BKP-PRESENT-SW      PIC X.
012190         10  EX1-BKP-REK-ID          PIC X(10).
012200         10  EX1-BKP-VAL-DAT         PIC X(08).
012210         10  EX1-BKP-PARTNER-ID      PIC X(10).
012220         10  EX1-BKP-REASON-CD       PIC X(04).
012230         10  EX1-BKP-CUR-CD          PIC X(03).
012240         10  EX1-BKP-AGE-DAYS        PIC 9(03).
012250         10  EX1-BKP-FIRST-DATE      PIC X(08).
012260         10  EX1-BKP-PTN-DB          PIC S9(11)V9(2) COMP-3.
012270         10  EX1-BKP-PTN-CR          PIC S9(11)V9(2) COMP-3.
012280         10  EX1-BKP-CNS-DB          PIC S9(11)V9(2) COMP-3.
012290         10  EX1-BKP-CNS-CR          PIC S9(11)V9(2) COMP-3.
012300         10  EX1-BKP-NO-CNS-SW       PIC X.
012310     05  EX1-CNS-DB                  PIC S9(11)V9(2) COMP-3.
012320     05  EX1-CNS-CR                  PIC S9(11)V9(2) COMP-3.
012330     05  EX1-BRK-REASON-CD           PIC X(04).
012340     05  EX1-BRK-AGE-DAYS            PIC 9(03).
012350     05  EX1-BRK-FIRST-DATE          PIC X(08).
012360 77  EX1-CNS-A-SUB                    PIC 9(04) COMP VALUE ZERO.
012370 77  EX1-CNS-B-SUB                    PIC 9(04) COMP VALUE ZERO.
012380
012390*****************************************************************
012400* RUN-SUMMARY COUNTERS AND CROSS-FOOT ACCUMULATORS.  THE
012410* CROSS-FOOT PROVES  INPUT - HELD OFF + SUSPENSE APPLIED =
012420* POSTED  FOR DB AND CR SEPARATELY, WITHIN EX1-BAL-TOLERANCE.
012430*****************************************************************
012440 77  EX1-POSTED-SW            PIC X VALUE 'N'.
012450     88  EX1-POSTED           VALUE 'Y'.
012460 77  EX1-POSTED-COUNT         PIC 9(09) COMP VALUE ZERO.
012470 77  EX1-MATCHED-COUNT        PIC 9(09) COMP VALUE ZERO.
012480 77  EX1-UPDATED-COUNT        PIC 9(09) COMP VALUE ZERO.
012490 77  EX1-BREAK-COUNT          PIC 9(09) COMP VALUE ZERO.
012500 77  EX1-AMTEXC-COUNT         PIC 9(09) COMP VALUE ZERO.
012510 77  EX1-VALEXC-COUNT         PIC 9(09) COMP VALUE ZERO.
012520 77  EX1-EXC-AC01-COUNT       PIC 9(09) COMP VALUE ZERO.
012530 77  EX1-EXC-AC02-COUNT       PIC 9(09) COMP VALUE ZERO.
012540 77  EX1-EXC-AC03-COUNT       PIC 9(09) COMP VALUE ZERO.
012550 77  EX1-EXC-AC04-COUNT       PIC 9(09) COMP VALUE ZERO.
012560 77  EX1-EXC-AC05-COUNT       PIC 9(09) COMP VALUE ZERO.
012570 77  EX1-EXC-TB01-COUNT       PIC 9(09) COMP VALUE ZERO.
012580 77  EX1-EXC-VD01-COUNT       PIC 9(09) COMP VALUE ZERO.
012590 77  EX1-VD-ROLLED-COUNT      PIC 9(09) COMP VALUE ZERO.
012600 77  EX1-SUSP-READ-COUNT      PIC 9(09) COMP VALUE ZERO.
012610 77  EX1-SUSP-CARRIED-COUNT   PIC 9(09) COMP VALUE ZERO.
012620 77  EX1-SUSP-AGED-COUNT      PIC 9(09) COMP VALUE ZERO.
012630 77  EX1-BRK-OPEN-COUNT       PIC 9(09) COMP VALUE ZERO.
012640 77  EX1-BRK-CLOSED-COUNT     PIC 9(09) COMP VALUE ZERO.
012650 77  EX1-HOLD-COUNT           PIC 9(09) COMP VALUE ZERO.
012660 77  EX1-RELEASED-COUNT       PIC 9(09) COMP VALUE ZERO.
012670 77  EX1-REJ-CARRIED-COUNT    PIC 9(09) COMP VALUE ZERO.
012680 77  EX1-HOLD-DB-TOTAL        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
012690 77  EX1-HOLD-CR-TOTAL        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
012700 77  EX1-HELD-DB-TOTAL        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
012710 77  EX1-HELD-CR-TOTAL        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
012720 77  EX1-SUSPIN-DB-TOTAL      PIC S9(13)V9(2) COMP-3 VALUE ZERO.
012730 77  EX1-SUSPIN-CR-TOTAL      PIC S9(13)V9(2) COMP-3 VALUE ZERO.
012740 77  EX1-SKIP-DB-TOTAL        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
012750 77  EX1-SKIP-CR-TOTAL        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
012760 77  EX1-RPT-POSTED-DB        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
012770 77  EX1-RPT-POSTED-CR        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
012780 77  EX1-RPT-XFOOT-DB         PIC S9(13)V9(2) COMP-3 VALUE ZERO.
012790 77  EX1-RPT-XFOOT-CR         PIC S9(13)V9(2) COMP-3 VALUE ZERO.
012800 77  EX1-RPT-DIFF-DB          PIC S9(13)V9(2) COMP-3 VALUE ZERO.
012810 77  EX1-RPT-DIFF-CR          PIC S9(13)V9(2) COMP-3 VALUE ZERO.
012820 77  EX1-RPT-LABEL            PIC X(34) VALUE SPACES.
012830 77  EX1-RPT-COUNT-ED         PIC ZZZZZZZZ9.
012840 77  EX1-RPT-AMT-ED           PIC ZZZZZZZZZZZZ9,99-.
012850
012860*****************************************************************
012870* RUN LEDGER WORK AREAS.  THE LATEST EX05 END STATUS FOUND ON
012880* RTSTS01 FOR EACH FEED AT THIS RUN'S DATE AND CYCLE, AND THE
012890* MESSAGE CARRIED ON THIS RUN'S OWN END RECORD.
012900*****************************************************************
012910 77  EX1-LDG-RRSI01-CD        PIC X(01) VALUE SPACE.
012920 77  EX1-LDG-RRSI02-CD        PIC X(01) VALUE SPACE.
012930 77  EX1-LDG-RRSI03-CD        PIC X(01) VALUE SPACE.
012940 77  EX1-LDG-MESSAGE          PIC X(50) VALUE SPACES.
012950
012960 PROCEDURE DIVISION.
012970
012980*****************************************************************
012990* 0000-MAINLINE - OVERALL CONTROL FLOW.
013000*****************************************************************
013010 0000-MAINLINE SECTION.
013020 0000-START.
013030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013040     PERFORM 2000-BALANCE-RRSI-FEEDS THRU 2000-EXIT.
013050     PERFORM 3000-VALIDATE-ANSWER THRU 3000-EXIT.
013060     PERFORM 4000-READ-CHECKPOINT THRU 4000-EXIT.
013070     PERFORM 5000-PROCESS-AND-POST THRU 5000-EXIT.
013080     IF EX1-LIVE-MODE
013090         PERFORM 7000-WRITE-RUN-REGISTER THRU 7000-EXIT
013100         PERFORM 7200-WRITE-X12-CONTROLS THRU 7200-EXIT
013110     END-IF.
013120     PERFORM 7500-WRITE-RUN-SUMMARY THRU 7500-EXIT.
013130     PERFORM 8000-TERMINATE THRU 8000-EXIT.
013140     STOP RUN.
013150 0000-EXIT.
013160     EXIT.
013170
013180*****************************************************************
013190* 1000-INITIALIZE - OPEN FILES AND READ THE BATCH CONTROL CARD.
013200* THE INTERACTIVE ACCEPT ANSWER PROMPT IS GONE - EX01 NOW RUNS
013210* UNATTENDED, DRIVEN BY A CONTROL CARD PREPARED BY THE SCHEDULER.
013220*****************************************************************
013230 1000-INITIALIZE SECTION.
013240 1000-INITIALIZE-PARA.
013250     MOVE ZERO TO A-SPACE.
013260     MOVE 1 TO THE-NUMBER.
013270     PERFORM 1200-READ-CONTROL-CARD THRU 1200-EXIT.
013280     PERFORM 1800-WRITE-LEDGER-START THRU 1800-EXIT.
013290     PERFORM 1850-CHECK-PREDECESSORS THRU 1850-EXIT.
013300     PERFORM 1300-LOAD-RATE-TABLE THRU 1300-EXIT.
013310     PERFORM 1500-LOAD-RUN-REGISTER THRU 1500-EXIT.
013320     PERFORM 1550-LOAD-PARTNER-PROFILES THRU 1550-EXIT.
013330     PERFORM 1600-LOAD-X12-CTRL-NOS THRU 1600-EXIT.
013340     PERFORM 1650-LOAD-HOLD-THRESHOLDS THRU 1650-EXIT.
013350     IF NOT EX1-VALDAT-NONE
013360         PERFORM 1700-LOAD-CALENDAR THRU 1700-EXIT
013370     END-IF.
013380     PERFORM 1900-CLEAR-PARTNER-STATS THRU 1900-EXIT
013390         VARYING EX1-PTN-SUB FROM 1 BY 1
013400         UNTIL EX1-PTN-SUB > 3.
013410 1000-EXIT.
013420     EXIT.
013430
013440 1900-CLEAR-PARTNER-STATS.
013450     MOVE ZERO TO EX1-PTN-MISSING (EX1-PTN-SUB).
013460     MOVE ZERO TO EX1-PTN-SUSP-CARRIED (EX1-PTN-SUB).
013470     MOVE ZERO TO EX1-PTN-SUSP-AGED (EX1-PTN-SUB).
013480     MOVE ZERO TO EX1-PTN-SUSP-REMATCH (EX1-PTN-SUB).
013490 1900-EXIT.
013500     EXIT.
013510
013520 1200-READ-CONTROL-CARD.
013530     OPEN INPUT RTCTL01.
013540     MOVE 'Y' TO EX1-RTCTL01-OPEN-SW.
013550     READ RTCTL01
013560         AT END
013570             DISPLAY 'EX01 - CONTROL CARD FILE IS EMPTY'
013580             MOVE 12 TO RETURN-CODE
013590             PERFORM 8000-TERMINATE THRU 8000-EXIT
013600             STOP RUN
013610     END-READ.
013620     MOVE CTL-ANSWER-CD TO ANSWER.
013630     IF CTL-AMT-TOLERANCE IS NUMERIC
013640         MOVE CTL-AMT-TOLERANCE TO EX1-AMT-TOLERANCE
013650     ELSE
013660         MOVE ZERO TO EX1-AMT-TOLERANCE
013670     END-IF.
013680     IF CTL-SUSP-AGE-LIMIT IS NUMERIC
013690             AND CTL-SUSP-AGE-LIMIT > ZERO
013700         MOVE CTL-SUSP-AGE-LIMIT TO EX1-SUSP-AGE-LIMIT
013710     ELSE
013720         MOVE 999 TO EX1-SUSP-AGE-LIMIT
013730     END-IF.
013740     MOVE CTL-RUN-MODE-CD TO EX1-RUN-MODE-SW.
013750     IF NOT EX1-LIVE-MODE AND NOT EX1-TRIAL-MODE
013760         DISPLAY 'EX01 - RUN MODE ' CTL-RUN-MODE-CD
013770                 ' IS INVALID, RUN TERMINATED'
013780         MOVE 12 TO RETURN-CODE
013790         PERFORM 8000-TERMINATE THRU 8000-EXIT
013800         STOP RUN
013810     END-IF.
013820     IF EX1-TRIAL-MODE
013830         DISPLAY 'EX01 - TRIAL-BALANCE MODE, NOTHING WILL POST'
013840     END-IF.
013850     MOVE CTL-VALDAT-RULE-CD TO EX1-VALDAT-RULE-SW.
013860     IF NOT EX1-VALDAT-ROLL AND NOT EX1-VALDAT-REJECT
013870             AND NOT EX1-VALDAT-NONE
013880         DISPLAY 'EX01 - VALUE-DATE RULE ' CTL-VALDAT-RULE-CD
013890                 ' IS INVALID, RUN TERMINATED'
013900         MOVE 12 TO RETURN-CODE
013910         PERFORM 8000-TERMINATE THRU 8000-EXIT
013920         STOP RUN
013930     END-IF.
013940     IF EX1-VALDAT-ROLL
013950         DISPLAY 'EX01 - NON-BUSINESS VALUE DATES WILL ROLL'
013960     END-IF.
013970     IF EX1-VALDAT-REJECT
013980         DISPLAY 'EX01 - NON-BUSINESS VALUE DATES WILL REJECT'
013990     END-IF.
014000     IF CTL-CYCLE-NO IS NUMERIC
014010             AND CTL-CYCLE-NO > ZERO
014020         MOVE CTL-CYCLE-NO TO EX1-CYCLE-NO
014030     ELSE
014040         MOVE 1 TO EX1-CYCLE-NO
014050     END-IF.
014060     IF EX1-CYCLE-NO > EX1-MAX-POSTING-CYCLE
014070         DISPLAY 'EX01 - CYCLE NUMBER ' EX1-CYCLE-NO
014080                 ' ABOVE ' EX1-MAX-POSTING-CYCLE
014090                 ', RUN TERMINATED'
014100         MOVE 12 TO RETURN-CODE
014110         PERFORM 8000-TERMINATE THRU 8000-EXIT
014120         STOP RUN
014130     END-IF.
014140     IF CTL-EOD-CD = 'Y'
014150         SET EX1-FINAL-CYCLE TO TRUE
014160     END-IF.
014170     DISPLAY 'EX01 - PROCESSING CYCLE ' EX1-CYCLE-NO.
014180     IF CTL-PROC-DATE = SPACES
014190         ACCEPT EX1-PROC-DATE FROM DATE YYYYMMDD
014200     ELSE
014210         MOVE CTL-PROC-DATE TO EX1-PROC-DATE
014220     END-IF.
014230     CLOSE RTCTL01.
014240     MOVE 'N' TO EX1-RTCTL01-OPEN-SW.
014250 1200-EXIT.
014260     EXIT.
014270
014280*****************************************************************
014290* 1300-LOAD-RATE-TABLE - LOAD THE DAILY EXCHANGE-RATE FILE INTO
014300* EX1-RATE-TABLE.  EVERY RATE MUST BE EFFECTIVE ON THE
014310* PROCESSING DATE - A STALE RATE FILE STOPS THE RUN BEFORE
014320* ANYTHING IS POSTED.
014330*****************************************************************
014340 1300-LOAD-RATE-TABLE.
014350     OPEN INPUT RTRATE1.
014360     MOVE 'Y' TO EX1-RTRATE1-OPEN-SW.
014370     PERFORM 1310-LOAD-ONE-RATE THRU 1310-EXIT
014380         UNTIL EX1-RATE-EOF.
014390     CLOSE RTRATE1.
014400     MOVE 'N' TO EX1-RTRATE1-OPEN-SW.
014410     DISPLAY 'EX01 - EXCHANGE RATES LOADED = ' EX1-RATE-COUNT.
014420 1300-EXIT.
014430     EXIT.
014440
014450 1310-LOAD-ONE-RATE.
014460     READ RTRATE1
014470         AT END
014480             SET EX1-RATE-EOF TO TRUE
014490         NOT AT END
014500             IF RATE-EFF-DATE NOT = EX1-PROC-DATE
014510                 GO TO 9400-RATE-DATE-ERROR
014520             END-IF
014530             IF EX1-RATE-COUNT NOT < EX1-RATE-MAX
014540                 GO TO 9500-RATE-TABLE-FULL
014550             END-IF
014560             ADD 1 TO EX1-RATE-COUNT
014570             MOVE RATE-CUR_CD TO EX1-RATE-CD (EX1-RATE-COUNT)
014580             MOVE RATE-RATE   TO EX1-RATE-VAL (EX1-RATE-COUNT)
014590     END-READ.
014600 1310-EXIT.
014610     EXIT.
014620
014630*****************************************************************
014640* 1500-LOAD-RUN-REGISTER - LOAD RTSEQ01, THE PER-FEED REGISTER
014650* OF ALREADY-PROCESSED FILE SEQUENCE NUMBERS, SO 2720 CAN
014660* REJECT A REDELIVERED OR OUT-OF-SEQUENCE FEED FILE.
014670*****************************************************************
014680 1500-LOAD-RUN-REGISTER.
014690     OPEN INPUT RTSEQI.
014700     MOVE 'Y' TO EX1-RTSEQI-OPEN-SW.
014710     PERFORM 1510-LOAD-ONE-REGISTER THRU 1510-EXIT
014720         UNTIL EX1-SEQI-EOF.
014730     CLOSE RTSEQI.
014740     MOVE 'N' TO EX1-RTSEQI-OPEN-SW.
014750 1500-EXIT.
014760     EXIT.
014770
014780 1510-LOAD-ONE-REGISTER.
014790     READ RTSEQI
014800         AT END
014810             SET EX1-SEQI-EOF TO TRUE
014820         NOT AT END
014830             IF EX1-REG-COUNT NOT < EX1-REG-MAX
014840                 MOVE SEQI-FEED-ID TO EX1-VFY-FEED-ID
014850                 GO TO 9800-REG-TABLE-FULL
014860             END-IF
014870             ADD 1 TO EX1-REG-COUNT
014880             MOVE SEQI-FEED-ID
014890                 TO EX1-REG-FEED-ID (EX1-REG-COUNT)
014900             MOVE SEQI-CYCLE-NO
014910                 TO EX1-REG-CYCLE-NO (EX1-REG-COUNT)
014920             MOVE SEQI-LAST-SEQ-NO
014930                 TO EX1-REG-LAST-SEQ (EX1-REG-COUNT)
014940             MOVE SEQI-LAST-DATE
014950                 TO EX1-REG-LAST-DATE (EX1-REG-COUNT)
014960     END-READ.
014970 1510-EXIT.
014980     EXIT.
014990
015000*****************************************************************
015010* 1550-LOAD-PARTNER-PROFILES - LOAD THE RTTPP01 TRADING-PARTNER
015020* PROFILES.  EACH FEED PARTNER'S 820 INTERCHANGE IS BUILT FROM
015030* ITS OWN PROFILE, SO A FEED PARTNER WITHOUT ONE STOPS THE RUN
015040* BEFORE THE 820S ARE OPENED.
015050*****************************************************************
015060 1550-LOAD-PARTNER-PROFILES.
015070     OPEN INPUT RTTPP01.
015080     MOVE 'Y' TO EX1-RTTPP01-OPEN-SW.
015090     PERFORM 1560-LOAD-ONE-PROFILE THRU 1560-EXIT
015100         UNTIL EX1-TPP-EOF.
015110     CLOSE RTTPP01.
015120     MOVE 'N' TO EX1-RTTPP01-OPEN-SW.
015130     DISPLAY 'EX01 - PARTNER PROFILES LOADED = ' EX1-TPP-COUNT.
015140 1550-EXIT.
015150     EXIT.
015160
015170 1560-LOAD-ONE-PROFILE.
015180     READ RTTPP01
015190         AT END
015200             SET EX1-TPP-EOF TO TRUE
015210         NOT AT END
015220             IF EX1-TPP-COUNT NOT < EX1-TPP-MAX
015230                 GO TO 9880-TPP-TABLE-FULL
015240             END-IF
015250             ADD 1 TO EX1-TPP-COUNT
015260             MOVE TPP-PARTNER-ID
015270                 TO EX1-TPP-ID (EX1-TPP-COUNT)
015280             MOVE TPP-ISA-SND-QUAL
015290                 TO EX1-TPP-SND-QUAL (EX1-TPP-COUNT)
015300             MOVE TPP-ISA-SND-ID
015310                 TO EX1-TPP-SND-ID (EX1-TPP-COUNT)
015320             MOVE TPP-ISA-RCV-QUAL
015330                 TO EX1-TPP-RCV-QUAL (EX1-TPP-COUNT)
015340             MOVE TPP-ISA-RCV-ID
015350                 TO EX1-TPP-RCV-ID (EX1-TPP-COUNT)
015360             MOVE TPP-GS-APP-SEND
015370                 TO EX1-TPP-GS-SEND (EX1-TPP-COUNT)
015380             MOVE TPP-GS-APP-RECV
015390                 TO EX1-TPP-GS-RECV (EX1-TPP-COUNT)
015400             MOVE TPP-SEG-TERM
015410                 TO EX1-TPP-TERM (EX1-TPP-COUNT)
015420     END-READ.
015430 1560-EXIT.
015440     EXIT.
015450
015460*****************************************************************
015470* 1600-LOAD-X12-CTRL-NOS - READ THE LAST INTERCHANGE AND
015480* TRANSACTION-SET CONTROL NUMBERS USED, ONE RECORD PER TRADING
015490* PARTNER, SO EACH PARTNER'S 820 CARRIES GENUINELY UNIQUE,
015500* INCREMENTING NUMBERS IN ITS OWN SEQUENCE.  A PARTNER NOT ON
015510* FILE STARTS BOTH SERIES AT 1.
015520*****************************************************************
015530 1600-LOAD-X12-CTRL-NOS.
015540     OPEN INPUT RTX12NI.
015550     MOVE 'Y' TO EX1-RTX12NI-OPEN-SW.
015560     PERFORM 1610-LOAD-ONE-CTRL-NO THRU 1610-EXIT
015570         UNTIL EX1-X12NI-EOF.
015580     CLOSE RTX12NI.
015590     MOVE 'N' TO EX1-RTX12NI-OPEN-SW.
015600 1600-EXIT.
015610     EXIT.
015620
015630 1610-LOAD-ONE-CTRL-NO.
015640     READ RTX12NI
015650         AT END
015660             SET EX1-X12NI-EOF TO TRUE
015670         NOT AT END
015680             IF EX1-X12N-COUNT NOT < EX1-X12N-MAX
015690                 GO TO 9890-X12N-TABLE-FULL
015700             END-IF
015710             ADD 1 TO EX1-X12N-COUNT
015720             MOVE X12NI-PARTNER-ID
015730                 TO EX1-X12N-ID (EX1-X12N-COUNT)
015740             IF X12NI-ISA-CTRL-NO IS NUMERIC
015750                 MOVE X12NI-ISA-CTRL-NO
015760                     TO EX1-X12N-ISA (EX1-X12N-COUNT)
015770             ELSE
015780                 MOVE ZERO TO EX1-X12N-ISA (EX1-X12N-COUNT)
015790             END-IF
015800             IF X12NI-ST-CTRL-NO IS NUMERIC
015810                 MOVE X12NI-ST-CTRL-NO
015820                     TO EX1-X12N-ST (EX1-X12N-COUNT)
015830             ELSE
015840                 MOVE ZERO TO EX1-X12N-ST (EX1-X12N-COUNT)
015850             END-IF
015860     END-READ.
015870 1610-EXIT.
015880     EXIT.
015890
015900*****************************************************************
015910* 1650-LOAD-HOLD-THRESHOLDS - LOAD THE RTHLD01 FOUR-EYES HOLD
015920* THRESHOLDS, ONE TABLE ENTRY PER ACCOUNT OR CURRENCY, SO 5280
015930* CAN JUDGE EVERY POSTING WITHOUT REREADING THE FILE.  AN EMPTY
015940* FILE HOLDS NOTHING BACK.  A THRESHOLD WITHOUT A VALID SCOPE,
015950* A NUMERIC LIMIT AND THE USER WHO LOADED IT STOPS THE RUN -
015960* EX14 CANNOT ENFORCE THE SECOND PERSON WITHOUT IT.
015970*****************************************************************
015980 1650-LOAD-HOLD-THRESHOLDS.
015990     OPEN INPUT RTHLD01.
016000     MOVE 'Y' TO EX1-RTHLD01-OPEN-SW.
016010     PERFORM 1660-LOAD-ONE-THRESHOLD THRU 1660-EXIT
016020         UNTIL EX1-HLD-EOF.
016030     CLOSE RTHLD01.
016040     MOVE 'N' TO EX1-RTHLD01-OPEN-SW.
016050     DISPLAY 'EX01 - HOLD THRESHOLDS LOADED = ' EX1-HLD-COUNT.
016060 1650-EXIT.
016070     EXIT.
016080
016090 1660-LOAD-ONE-THRESHOLD.
016100     READ RTHLD01
016110         AT END
016120             SET EX1-HLD-EOF TO TRUE
016130         NOT AT END
016140             IF HLD-SCOPE-CD NOT = 'A' AND NOT = 'C'
016150                 GO TO 9898-HOLD-RECORD-INVALID
016160             END-IF
016170             IF HLD-LIMIT-AMT NOT NUMERIC
016180                     OR HLD-LOADED-BY = SPACES
016190                 GO TO 9898-HOLD-RECORD-INVALID
016200             END-IF
016210             IF EX1-HLD-COUNT NOT < EX1-HLD-MAX
016220                 GO TO 9897-HOLD-TABLE-FULL
016230             END-IF
016240             ADD 1 TO EX1-HLD-COUNT
016250             MOVE HLD-SCOPE-CD
016260                 TO EX1-HLD-SCOPE (EX1-HLD-COUNT)
016270             IF HLD-SCOPE-CD = 'A'
016280                 MOVE HLD-REK_ID
016290                     TO EX1-HLD-KEY (EX1-HLD-COUNT)
016300             ELSE
016310                 MOVE HLD-CUR_CD
016320                     TO EX1-HLD-KEY (EX1-HLD-COUNT)
016330             END-IF
016340             MOVE HLD-LIMIT-AMT
016350                 TO EX1-HLD-LIMIT (EX1-HLD-COUNT)
016360             MOVE HLD-LOADED-BY
016370                 TO EX1-HLD-LOADED-BY (EX1-HLD-COUNT)
016380     END-READ.
016390 1660-EXIT.
016400     EXIT.
016410
016420*****************************************************************
016430* 1700-LOAD-CALENDAR - LOAD THE RTCAL01 NON-BUSINESS DATES INTO
016440* EX1-CAL-TABLE, THE WAY THE EXCHANGE RATES ARE LOADED, SO THE
016450* MATCH PASS CAN JUDGE EVERY VAL_DAT WITHOUT REREADING THE
016460* FILE.  ONLY PERFORMED WHEN THE CONTROL-CARD RULE IS ACTIVE.
016470*****************************************************************
016480 1700-LOAD-CALENDAR.
016490     OPEN INPUT RTCAL01.
016500     MOVE 'Y' TO EX1-RTCAL01-OPEN-SW.
016510     PERFORM 1710-LOAD-ONE-DATE THRU 1710-EXIT
016520         UNTIL EX1-CAL-EOF.
016530     CLOSE RTCAL01.
016540     MOVE 'N' TO EX1-RTCAL01-OPEN-SW.
016550     DISPLAY 'EX01 - NON-BUSINESS DATES LOADED = ' EX1-CAL-COUNT.
016560 1700-EXIT.
016570     EXIT.
016580
016590 1710-LOAD-ONE-DATE.
016600     READ RTCAL01
016610         AT END
016620             SET EX1-CAL-EOF TO TRUE
016630         NOT AT END
016640             IF EX1-CAL-COUNT NOT < EX1-CAL-MAX
016650                 GO TO 9860-CAL-TABLE-FULL
016660             END-IF
016670             ADD 1 TO EX1-CAL-COUNT
016680             MOVE CAL-DATE TO EX1-CAL-DATE (EX1-CAL-COUNT)
016690     END-READ.
016700 1710-EXIT.
016710     EXIT.
016720
016730*****************************************************************
016740* 1800-WRITE-LEDGER-START - RECORD ON THE RTSTS01 RUN LEDGER
016750* THAT THIS CYCLE HAS STARTED.  THE MATCHING END RECORD IS
016760* WRITTEN BY 8100-WRITE-LEDGER-END, WHICH 8000-TERMINATE-PARA
016770* REACHES ON EVERY PATH OUT OF THE PROGRAM, SO A CYCLE THAT
016780* ABENDS STILL SHOWS ON THE LEDGER WITH ITS RETURN CODE.
016790*****************************************************************
016800 1800-WRITE-LEDGER-START.
016810     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
016820     MOVE 'S' TO STS-EVENT-CD.
016830     OPEN EXTEND RTSTS01.
016840     MOVE 'Y' TO EX1-RTSTS01-OPEN-SW.
016850     WRITE RTSTS01-RECORD.
016860     CLOSE RTSTS01.
016870     MOVE 'N' TO EX1-RTSTS01-OPEN-SW.
016880     SET EX1-LDG-STARTED TO TRUE.
016890 1800-EXIT.
016900     EXIT.
016910
016920 1810-BUILD-LEDGER-RECORD.
016930     MOVE SPACES TO RTSTS01-RECORD.
016940     MOVE EX1-PROC-DATE TO STS-BUS-DATE.
016950     MOVE EX1-CYCLE-NO  TO STS-CYCLE-NO.
016960     MOVE 'EX01'        TO STS-PROGRAM-ID.
016970     IF EX1-TRIAL-MODE
016980         MOVE 'TRIAL' TO STS-QUALIFIER
016990     ELSE
017000         MOVE 'LIVE' TO STS-QUALIFIER
017010     END-IF.
017020     MOVE EX1-EOD-SW    TO STS-FINAL-CYCLE-CD.
017030     ACCEPT STS-EVENT-DATE FROM DATE YYYYMMDD.
017040     ACCEPT STS-EVENT-TIME FROM TIME.
017050     MOVE ZERO TO STS-RETURN-CD
017060                  STS-READ-COUNT
017070                  STS-WRITTEN-COUNT
017080                  STS-EXCEPTION-COUNT.
017090 1810-EXIT.
017100     EXIT.
017110
017120*****************************************************************
017130* 1850-CHECK-PREDECESSORS - EX01 MAY ONLY MATCH FEEDS THAT EX05
017140* HAS CLEANED.  THE LEDGER IS READ FOR THE LATEST EX05 END
017150* RECORD OF EACH FEED AT THIS RUN'S DATE AND CYCLE - IT MUST
017160* SHOW THE PRE-EDIT COMPLETED, WITH OR WITHOUT REJECTS (STATUS
017170* 'C' OR 'W').  A FEED NEVER CLEANED, OR WHOSE LAST PRE-EDIT
017180* FAILED, REFUSES THE CYCLE BEFORE ANY FILE IS TOUCHED.
017190*****************************************************************
017200 1850-CHECK-PREDECESSORS.
017210     OPEN INPUT RTSTS01.
017220     MOVE 'Y' TO EX1-RTSTS01-OPEN-SW.
017230     PERFORM 1860-SCAN-ONE-LEDGER THRU 1860-EXIT
017240         UNTIL EX1-LDG-EOF.
017250     CLOSE RTSTS01.
017260     MOVE 'N' TO EX1-RTSTS01-OPEN-SW.
017270     IF EX1-LDG-RRSI01-CD NOT = 'C'
017280             AND EX1-LDG-RRSI01-CD NOT = 'W'
017290         MOVE 'FEED RRSI01 NOT CLEANED BY EX05 FOR THIS CYCLE'
017300             TO EX1-LDG-MESSAGE
017310         GO TO 9895-PREDECESSOR-REFUSAL
017320     END-IF.
017330     IF EX1-LDG-RRSI02-CD NOT = 'C'
017340             AND EX1-LDG-RRSI02-CD NOT = 'W'
017350         MOVE 'FEED RRSI02 NOT CLEANED BY EX05 FOR THIS CYCLE'
017360             TO EX1-LDG-MESSAGE
017370         GO TO 9895-PREDECESSOR-REFUSAL
017380     END-IF.
017390     IF EX1-LDG-RRSI03-CD NOT = 'C'
017400             AND EX1-LDG-RRSI03-CD NOT = 'W'
017410         MOVE 'FEED RRSI03 NOT CLEANED BY EX05 FOR THIS CYCLE'
017420             TO EX1-LDG-MESSAGE
017430         GO TO 9895-PREDECESSOR-REFUSAL
017440     END-IF.
017450 1850-EXIT.
017460     EXIT.
017470
017480 1860-SCAN-ONE-LEDGER.
017490     READ RTSTS01
017500         AT END
017510             SET EX1-LDG-EOF TO TRUE
017520         NOT AT END
017530             IF STS-PROGRAM-ID = 'EX05'
017540                     AND STS-EVENT-CD = 'E'
017550                     AND STS-BUS-DATE = EX1-PROC-DATE
017560                     AND STS-CYCLE-NO = EX1-CYCLE-NO
017570                 EVALUATE STS-QUALIFIER
017580                     WHEN 'RRSI01'
017590                         MOVE STS-STATUS-CD TO EX1-LDG-RRSI01-CD
017600                     WHEN 'RRSI02'
017610                         MOVE STS-STATUS-CD TO EX1-LDG-RRSI02-CD
017620                     WHEN 'RRSI03'
017630                         MOVE STS-STATUS-CD TO EX1-LDG-RRSI03-CD
017640                 END-EVALUATE
017650             END-IF
017660     END-READ.
017670 1860-EXIT.
017680     EXIT.
017690
017700*****************************************************************
017710* 2000-BALANCE-RRSI-FEEDS - CONTROL-TOTAL CHECK.  RRSI01, RRSI02
017720* AND RRSI03 ARE EACH READ IN FULL, ACCUMULATING DB_BEDR/CR_BEDR
017730* SEPARATELY, AND ALL THREE NET TOTALS MUST TIE OUT WITHIN
017740* EX1-BAL-TOLERANCE BEFORE ANY RECORD IS EVER POSTED TO RRSO -
017750* THE SAME-DAY GATE COVERS EVERY FEED THE THREE-WAY MATCH POSTS.
017760*****************************************************************
017770 2000-BALANCE-RRSI-FEEDS SECTION.
017780 2000-BALANCE-PARA.
017790     OPEN INPUT RRSI01.
017800     MOVE 'Y' TO EX1-RRSI01-OPEN-SW.
017810     OPEN INPUT RRSI02.
017820     MOVE 'Y' TO EX1-RRSI02-OPEN-SW.
017830     OPEN INPUT RRSI03.
017840     MOVE 'Y' TO EX1-RRSI03-OPEN-SW.
017850     PERFORM 2100-ACCUMULATE-RRSI01 THRU 2100-EXIT
017860         UNTIL EX1-RRSI01-EOF.
017870     PERFORM 2200-ACCUMULATE-RRSI02 THRU 2200-EXIT
017880         UNTIL EX1-RRSI02-EOF.
017890     PERFORM 2300-ACCUMULATE-RRSI03 THRU 2300-EXIT
017900         UNTIL EX1-RRSI03-EOF.
017910     CLOSE RRSI01.
017920     MOVE 'N' TO EX1-RRSI01-OPEN-SW.
017930     CLOSE RRSI02.
017940     MOVE 'N' TO EX1-RRSI02-OPEN-SW.
017950     CLOSE RRSI03.
017960     MOVE 'N' TO EX1-RRSI03-OPEN-SW.
017970     PERFORM 2150-VERIFY-RRSI01 THRU 2150-EXIT.
017980     PERFORM 2250-VERIFY-RRSI02 THRU 2250-EXIT.
017990     PERFORM 2350-VERIFY-RRSI03 THRU 2350-EXIT.
018000     COMPUTE EX1-BAL-DIFF =
018010         (EX1-RRSI01-DB-TOTAL - EX1-RRSI01-CR-TOTAL)
018020       - (EX1-RRSI02-DB-TOTAL - EX1-RRSI02-CR-TOTAL).
018030     COMPUTE EX1-BAL-DIFF3 =
018040         (EX1-RRSI01-DB-TOTAL - EX1-RRSI01-CR-TOTAL)
018050       - (EX1-RRSI03-DB-TOTAL - EX1-RRSI03-CR-TOTAL).
018060     IF EX1-BAL-DIFF < ZERO
018070         MULTIPLY EX1-BAL-DIFF BY -1 GIVING EX1-BAL-DIFF
018080     END-IF.
018090     IF EX1-BAL-DIFF3 < ZERO
018100         MULTIPLY EX1-BAL-DIFF3 BY -1 GIVING EX1-BAL-DIFF3
018110     END-IF.
018120     IF EX1-BAL-DIFF > EX1-BAL-TOLERANCE
018130             OR EX1-BAL-DIFF3 > EX1-BAL-TOLERANCE
018140         SET EX1-BALANCE-NOT-OK TO TRUE
018150         PERFORM 2900-BALANCE-ABEND THRU 2900-EXIT
018160     ELSE
018170         SET EX1-BALANCE-OK TO TRUE
018180     END-IF.
018190     PERFORM 2600-SCAN-SUSPENSE-CURRENCIES THRU 2600-EXIT.
018200     PERFORM 2500-CHECK-FEED-RATES THRU 2500-EXIT.
018210 2000-EXIT.
018220     EXIT.
018230
018240 2100-ACCUMULATE-RRSI01.
018250     READ RRSI01
018260         AT END
018270             SET EX1-RRSI01-EOF TO TRUE
018280         NOT AT END
018290             PERFORM 2110-CLASSIFY-RRSI01 THRU 2110-EXIT
018300     END-READ.
018310 2100-EXIT.
018320     EXIT.
018330
018340*****************************************************************
018350* 2110/2210/2310-CLASSIFY - A FEED RECORD IS EITHER THE HEADER
018360* ('HDR'), THE TRAILER ('TRL') OR A DETAIL.  THE HEADER IS
018370* CHECKED AT ONCE AGAINST THE PROCESSING DATE AND THE RUN
018380* REGISTER; THE TRAILER'S COUNT AND HASH TOTALS ARE KEPT FOR
018390* THE END-OF-FEED VERIFICATION; DETAILS ACCUMULATE THE CONTROL
018400* TOTALS EXACTLY AS BEFORE.
018410*****************************************************************
018420 2110-CLASSIFY-RRSI01.
018430     EVALUATE RRSI01-HDR-REC-TYPE
018440         WHEN 'HDR'
018450             SET EX1-RRSI01-HDR-SEEN TO TRUE
018460             MOVE RRSI01-HDR-PARTNER-ID TO EX1-PTN-PARTNER (1)
018470             MOVE 'RRSI01' TO EX1-VFY-FEED-ID
018480             MOVE RRSI01-HDR-CREATE-DATE
018490                 TO EX1-VFY-CREATE-DATE
018500             MOVE RRSI01-HDR-FILE-SEQ-NO TO EX1-VFY-FILE-SEQ
018510             MOVE RRSI01-HDR-CYCLE-NO TO EX1-VFY-CYCLE-NO
018520             PERFORM 2720-CHECK-ONE-HEADER THRU 2720-EXIT
018530         WHEN 'TRL'
018540             SET EX1-RRSI01-TRL-SEEN TO TRUE
018550             MOVE RRSI01-TRL-RECORD-COUNT
018560                 TO EX1-RRSI01-EXP-COUNT
018570             MOVE RRSI01-TRL-DB-HASH TO EX1-RRSI01-DB-HASH
018580             MOVE RRSI01-TRL-CR-HASH TO EX1-RRSI01-CR-HASH
018590         WHEN OTHER
018600             ADD 1 TO EX1-RRSI01-READ-COUNT
018610             ADD RRSI01-DB_BEDR TO EX1-RRSI01-DB-TOTAL
018620             ADD RRSI01-CR_BEDR TO EX1-RRSI01-CR-TOTAL
018630             MOVE RRSI01-CUR_CD TO EX1-NOTE-CUR-CD
018640             PERFORM 2400-NOTE-FEED-CURRENCY THRU 2400-EXIT
018650     END-EVALUATE.
018660 2110-EXIT.
018670     EXIT.
018680
018690 2200-ACCUMULATE-RRSI02.
018700     READ RRSI02
018710         AT END
018720             SET EX1-RRSI02-EOF TO TRUE
018730         NOT AT END
018740             PERFORM 2210-CLASSIFY-RRSI02 THRU 2210-EXIT
018750     END-READ.
018760 2200-EXIT.
018770     EXIT.
018780
018790 2210-CLASSIFY-RRSI02.
018800     EVALUATE RRSI02-HDR-REC-TYPE
018810         WHEN 'HDR'
018820             SET EX1-RRSI02-HDR-SEEN TO TRUE
018830             MOVE RRSI02-HDR-PARTNER-ID TO EX1-PTN-PARTNER (2)
018840             MOVE 'RRSI02' TO EX1-VFY-FEED-ID
018850             MOVE RRSI02-HDR-CREATE-DATE
018860                 TO EX1-VFY-CREATE-DATE
018870             MOVE RRSI02-HDR-FILE-SEQ-NO TO EX1-VFY-FILE-SEQ
018880             MOVE RRSI02-HDR-CYCLE-NO TO EX1-VFY-CYCLE-NO
018890             PERFORM 2720-CHECK-ONE-HEADER THRU 2720-EXIT
018900         WHEN 'TRL'
018910             SET EX1-RRSI02-TRL-SEEN TO TRUE
018920             MOVE RRSI02-TRL-RECORD-COUNT
018930                 TO EX1-RRSI02-EXP-COUNT
018940             MOVE RRSI02-TRL-DB-HASH TO EX1-RRSI02-DB-HASH
018950             MOVE RRSI02-TRL-CR-HASH TO EX1-RRSI02-CR-HASH
018960         WHEN OTHER
018970             ADD 1 TO EX1-RRSI02-READ-COUNT
018980             ADD RRSI02-DB_BEDR TO EX1-RRSI02-DB-TOTAL
018990             ADD RRSI02-CR_BEDR TO EX1-RRSI02-CR-TOTAL
019000             MOVE RRSI02-CUR_CD TO EX1-NOTE-CUR-CD
019010             PERFORM 2400-NOTE-FEED-CURRENCY THRU 2400-EXIT
019020     END-EVALUATE.
019030 2210-EXIT.
019040     EXIT.
019050
019060 2300-ACCUMULATE-RRSI03.
019070     READ RRSI03
019080         AT END
019090             SET EX1-RRSI03-EOF TO TRUE
019100         NOT AT END
019110             PERFORM 2310-CLASSIFY-RRSI03 THRU 2310-EXIT
019120     END-READ.
019130 2300-EXIT.
019140     EXIT.
019150
019160 2310-CLASSIFY-RRSI03.
019170     EVALUATE RRSI03-HDR-REC-TYPE
019180         WHEN 'HDR'
019190             SET EX1-RRSI03-HDR-SEEN TO TRUE
019200             MOVE RRSI03-HDR-PARTNER-ID TO EX1-PTN-PARTNER (3)
019210             MOVE 'RRSI03' TO EX1-VFY-FEED-ID
019220             MOVE RRSI03-HDR-CREATE-DATE
019230                 TO EX1-VFY-CREATE-DATE
019240             MOVE RRSI03-HDR-FILE-SEQ-NO TO EX1-VFY-FILE-SEQ
019250             MOVE RRSI03-HDR-CYCLE-NO TO EX1-VFY-CYCLE-NO
019260             PERFORM 2720-CHECK-ONE-HEADER THRU 2720-EXIT
019270         WHEN 'TRL'
019280             SET EX1-RRSI03-TRL-SEEN TO TRUE
019290             MOVE RRSI03-TRL-RECORD-COUNT
019300                 TO EX1-RRSI03-EXP-COUNT
019310             MOVE RRSI03-TRL-DB-HASH TO EX1-RRSI03-DB-HASH
019320             MOVE RRSI03-TRL-CR-HASH TO EX1-RRSI03-CR-HASH
019330         WHEN OTHER
019340             ADD 1 TO EX1-RRSI03-READ-COUNT
019350             ADD RRSI03-DB_BEDR TO EX1-RRSI03-DB-TOTAL
019360             ADD RRSI03-CR_BEDR TO EX1-RRSI03-CR-TOTAL
019370             MOVE RRSI03-CUR_CD TO EX1-NOTE-CUR-CD
019380             PERFORM 2400-NOTE-FEED-CURRENCY THRU 2400-EXIT
019390     END-EVALUATE.
019400 2310-EXIT.
019410     EXIT.
019420
019430*****************************************************************
019440* 2400-NOTE-FEED-CURRENCY - REMEMBER EVERY DISTINCT CURRENCY
019450* CODE SEEN ON THE FEEDS OR IN SUSPENSE, SO 2500 CAN PROVE A
019460* RATE EXISTS FOR EACH OF THEM BEFORE ANYTHING IS POSTED.
019470*****************************************************************
019480 2400-NOTE-FEED-CURRENCY.
019490     MOVE 'N' TO EX1-SEEN-FOUND-SW.
019500     PERFORM 2410-TEST-ONE-SEEN THRU 2410-EXIT
019510         VARYING EX1-SEEN-SUB FROM 1 BY 1
019520         UNTIL EX1-SEEN-SUB > EX1-SEEN-CUR-COUNT
019530            OR EX1-SEEN-FOUND.
019540     IF NOT EX1-SEEN-FOUND
019550         IF EX1-SEEN-CUR-COUNT NOT < EX1-SEEN-CUR-MAX
019560             MOVE EX1-NOTE-CUR-CD TO THE-CURRENCY
019570             GO TO 9300-CURRENCY-TABLE-FULL
019580         END-IF
019590         ADD 1 TO EX1-SEEN-CUR-COUNT
019600         MOVE EX1-NOTE-CUR-CD
019610             TO EX1-SEEN-CUR-CD (EX1-SEEN-CUR-COUNT)
019620     END-IF.
019630 2400-EXIT.
019640     EXIT.
019650
019660 2410-TEST-ONE-SEEN.
019670     IF EX1-SEEN-CUR-CD (EX1-SEEN-SUB) = EX1-NOTE-CUR-CD
019680         SET EX1-SEEN-FOUND TO TRUE
019690     END-IF.
019700 2410-EXIT.
019710     EXIT.
019720
019730*****************************************************************
019740* 2500-CHECK-FEED-RATES - EVERY CURRENCY NOTED BY 2400 MUST HAVE
019750* A RATE ON FILE.  A MISSING RATE STOPS THE RUN HERE, BEFORE
019760* ANYTHING IS POSTED, THE SAME WAY AN OUT-OF-BALANCE FEED DOES.
019770*****************************************************************
019780 2500-CHECK-FEED-RATES.
019790     PERFORM 2510-CHECK-ONE-FEED-RATE THRU 2510-EXIT
019800         VARYING EX1-SEEN-SUB FROM 1 BY 1
019810         UNTIL EX1-SEEN-SUB > EX1-SEEN-CUR-COUNT.
019820 2500-EXIT.
019830     EXIT.
019840
019850 2510-CHECK-ONE-FEED-RATE.
019860     MOVE EX1-SEEN-CUR-CD (EX1-SEEN-SUB) TO EX1-LOOK-CUR-CD.
019870     PERFORM 2550-FIND-RATE THRU 2550-EXIT.
019880     IF NOT EX1-RATE-FOUND
019890         PERFORM 2910-RATE-MISSING-ABEND THRU 2910-EXIT
019900     END-IF.
019910 2510-EXIT.
019920     EXIT.
019930
019940 2550-FIND-RATE.
019950     MOVE 'N'  TO EX1-RATE-FOUND-SW.
019960     MOVE ZERO TO EX1-WORK-RATE.
019970     PERFORM 2560-TEST-ONE-RATE THRU 2560-EXIT
019980         VARYING EX1-RATE-SUB FROM 1 BY 1
019990         UNTIL EX1-RATE-SUB > EX1-RATE-COUNT
020000            OR EX1-RATE-FOUND.
020010 2550-EXIT.
020020     EXIT.
020030
020040 2560-TEST-ONE-RATE.
020050     IF EX1-RATE-CD (EX1-RATE-SUB) = EX1-LOOK-CUR-CD
020060         SET EX1-RATE-FOUND TO TRUE
020070         MOVE EX1-RATE-VAL (EX1-RATE-SUB) TO EX1-WORK-RATE
020080     END-IF.
020090 2560-EXIT.
020100     EXIT.
020110
020120*****************************************************************
020130* 2600-SCAN-SUSPENSE-CURRENCIES - A CURRENCY CAN REACH POSTING
020140* FROM THE SUSPENSE CARRY-FORWARD WITHOUT APPEARING ON TODAY'S
020150* FEEDS, SO THE SUSPENSE FILE IS SCANNED THE SAME WAY THE FEEDS
020160* ARE READ TWICE - ONCE HERE FOR THE RATE CHECK, AGAIN BY THE
020170* MATCH PASS.
020180*****************************************************************
020190 2600-SCAN-SUSPENSE-CURRENCIES.
020200     OPEN INPUT RTSUSPI.
020210     MOVE 'Y' TO EX1-RTSUSPI-OPEN-SW.
020220     PERFORM 2610-SCAN-ONE-SUSPENSE THRU 2610-EXIT
020230         UNTIL EX1-SUSPSCAN-EOF.
020240     CLOSE RTSUSPI.
020250     MOVE 'N' TO EX1-RTSUSPI-OPEN-SW.
020260 2600-EXIT.
020270     EXIT.
020280
020290 2610-SCAN-ONE-SUSPENSE.
020300     READ RTSUSPI
020310         AT END
020320             SET EX1-SUSPSCAN-EOF TO TRUE
020330         NOT AT END
020340             MOVE SUSPI-CUR_CD TO EX1-NOTE-CUR-CD
020350             PERFORM 2400-NOTE-FEED-CURRENCY THRU 2400-EXIT
020360     END-READ.
020370 2610-EXIT.
020380     EXIT.
020390
020400 2900-BALANCE-ABEND.
020410     DISPLAY 'EX01 - RRSI01/RRSI02/RRSI03 TOTALS DO NOT BALANCE'.
020420     DISPLAY 'EX01 - OUT OF BALANCE BY ' EX1-BAL-DIFF.
020430     DISPLAY 'EX01 - RRSI03 OUT OF BALANCE BY ' EX1-BAL-DIFF3.
020440     MOVE 16 TO RETURN-CODE.
020450     PERFORM 8000-TERMINATE THRU 8000-EXIT.
020460     STOP RUN.
020470 2900-EXIT.
020480     EXIT.
020490
020500 2910-RATE-MISSING-ABEND.
020510     DISPLAY 'EX01 - NO EXCHANGE RATE ON FILE FOR CURRENCY '
020520             EX1-LOOK-CUR-CD.
020530     MOVE 32 TO RETURN-CODE.
020540     PERFORM 8000-TERMINATE THRU 8000-EXIT.
020550     STOP RUN.
020560 2910-EXIT.
020570     EXIT.
020580
020590*****************************************************************
020600* 2150/2250/2350-VERIFY - END-OF-FEED CONTROL VERIFICATION.
020610* EACH FEED'S GATHERED CONTROLS ARE MOVED TO THE COMMON WORK
020620* AREA AND PROVEN BY 2700 BEFORE THE CONTROL-TOTAL BALANCE IS
020630* EVEN COMPUTED.
020640*****************************************************************
020650 2150-VERIFY-RRSI01.
020660     MOVE 'RRSI01'               TO EX1-VFY-FEED-ID.
020670     MOVE EX1-RRSI01-HDR-SW      TO EX1-VFY-HDR-SW.
020680     MOVE EX1-RRSI01-TRL-SW      TO EX1-VFY-TRL-SW.
020690     MOVE EX1-RRSI01-READ-COUNT  TO EX1-VFY-READ-COUNT.
020700     MOVE EX1-RRSI01-EXP-COUNT   TO EX1-VFY-EXP-COUNT.
020710     MOVE EX1-RRSI01-DB-TOTAL    TO EX1-VFY-DB-TOTAL.
020720     MOVE EX1-RRSI01-CR-TOTAL    TO EX1-VFY-CR-TOTAL.
020730     MOVE EX1-RRSI01-DB-HASH     TO EX1-VFY-DB-HASH.
020740     MOVE EX1-RRSI01-CR-HASH     TO EX1-VFY-CR-HASH.
020750     PERFORM 2700-VERIFY-ONE-FEED THRU 2700-EXIT.
020760 2150-EXIT.
020770     EXIT.
020780
020790 2250-VERIFY-RRSI02.
020800     MOVE 'RRSI02'               TO EX1-VFY-FEED-ID.
020810     MOVE EX1-RRSI02-HDR-SW      TO EX1-VFY-HDR-SW.
020820     MOVE EX1-RRSI02-TRL-SW      TO EX1-VFY-TRL-SW.
020830     MOVE EX1-RRSI02-READ-COUNT  TO EX1-VFY-READ-COUNT.
020840     MOVE EX1-RRSI02-EXP-COUNT   TO EX1-VFY-EXP-COUNT.
020850     MOVE EX1-RRSI02-DB-TOTAL    TO EX1-VFY-DB-TOTAL.
020860     MOVE EX1-RRSI02-CR-TOTAL    TO EX1-VFY-CR-TOTAL.
020870     MOVE EX1-RRSI02-DB-HASH     TO EX1-VFY-DB-HASH.
020880     MOVE EX1-RRSI02-CR-HASH     TO EX1-VFY-CR-HASH.
020890     PERFORM 2700-VERIFY-ONE-FEED THRU 2700-EXIT.
020900 2250-EXIT.
020910     EXIT.
020920
020930 2350-VERIFY-RRSI03.
020940     MOVE 'RRSI03'               TO EX1-VFY-FEED-ID.
020950     MOVE EX1-RRSI03-HDR-SW      TO EX1-VFY-HDR-SW.
020960     MOVE EX1-RRSI03-TRL-SW      TO EX1-VFY-TRL-SW.
020970     MOVE EX1-RRSI03-READ-COUNT  TO EX1-VFY-READ-COUNT.
020980     MOVE EX1-RRSI03-EXP-COUNT   TO EX1-VFY-EXP-COUNT.
020990     MOVE EX1-RRSI03-DB-TOTAL    TO EX1-VFY-DB-TOTAL.
021000     MOVE EX1-RRSI03-CR-TOTAL    TO EX1-VFY-CR-TOTAL.
021010     MOVE EX1-RRSI03-DB-HASH     TO EX1-VFY-DB-HASH.
021020     MOVE EX1-RRSI03-CR-HASH     TO EX1-VFY-CR-HASH.
021030     PERFORM 2700-VERIFY-ONE-FEED THRU 2700-EXIT.
021040 2350-EXIT.
021050     EXIT.
021060
021070 2700-VERIFY-ONE-FEED.
021080     IF EX1-VFY-HDR-SW NOT = 'Y'
021090         MOVE 'HEADER RECORD MISSING' TO EX1-VFY-ERROR-TEXT
021100         PERFORM 2940-FEED-CONTROL-ABEND THRU 2940-EXIT
021110     END-IF.
021120     IF EX1-VFY-TRL-SW NOT = 'Y'
021130         MOVE 'TRAILER RECORD MISSING' TO EX1-VFY-ERROR-TEXT
021140         PERFORM 2940-FEED-CONTROL-ABEND THRU 2940-EXIT
021150     END-IF.
021160     IF EX1-VFY-READ-COUNT NOT = EX1-VFY-EXP-COUNT
021170         MOVE 'TRAILER RECORD COUNT MISMATCH'
021180             TO EX1-VFY-ERROR-TEXT
021190         PERFORM 2940-FEED-CONTROL-ABEND THRU 2940-EXIT
021200     END-IF.
021210     IF EX1-VFY-DB-TOTAL NOT = EX1-VFY-DB-HASH
021220         MOVE 'TRAILER DB HASH MISMATCH' TO EX1-VFY-ERROR-TEXT
021230         PERFORM 2940-FEED-CONTROL-ABEND THRU 2940-EXIT
021240     END-IF.
021250     IF EX1-VFY-CR-TOTAL NOT = EX1-VFY-CR-HASH
021260         MOVE 'TRAILER CR HASH MISMATCH' TO EX1-VFY-ERROR-TEXT
021270         PERFORM 2940-FEED-CONTROL-ABEND THRU 2940-EXIT
021280     END-IF.
021290 2700-EXIT.
021300     EXIT.
021310
021320 2710-FIND-REG-ENTRY.
021330     MOVE 'N' TO EX1-REG-FOUND-SW.
021340     PERFORM 2715-TEST-ONE-REG THRU 2715-EXIT
021350         VARYING EX1-REG-SUB FROM 1 BY 1
021360         UNTIL EX1-REG-SUB > EX1-REG-COUNT
021370            OR EX1-REG-FOUND.
021380 2710-EXIT.
021390     EXIT.
021400
021410 2715-TEST-ONE-REG.
021420     IF EX1-REG-FEED-ID (EX1-REG-SUB) = EX1-VFY-FEED-ID
021430             AND EX1-REG-CYCLE-NO (EX1-REG-SUB) = EX1-CYCLE-NO
021440         SET EX1-REG-FOUND TO TRUE
021450         MOVE EX1-REG-SUB TO EX1-REG-HIT-SUB
021460     END-IF.
021470 2715-EXIT.
021480     EXIT.
021490
021500*****************************************************************
021510* 2720-CHECK-ONE-HEADER - THE HEADER MUST BE DATED THE
021520* PROCESSING DATE, MUST BELONG TO THE CYCLE ON THE RUN CONTROL
021530* CARD, AND MUST CARRY THE NEXT FILE SEQUENCE NUMBER FOR ITS
021540* FEED AND CYCLE.  A REDELIVERED FILE REPEATS AN OLD NUMBER AND
021550* A SKIPPED FILE JUMPS ONE - BOTH ARE REJECTED HERE, BEFORE
021560* ANYTHING IS POSTED.  A FEED-AND-CYCLE NOT YET ON THE REGISTER
021570* IS ACCEPTED AND REGISTERED.
021580*****************************************************************
021590 2720-CHECK-ONE-HEADER.
021600     IF EX1-VFY-CREATE-DATE NOT = EX1-PROC-DATE
021610         PERFORM 2920-STALE-FILE-ABEND THRU 2920-EXIT
021620     END-IF.
021630     IF EX1-VFY-CYCLE-NO NOT = EX1-CYCLE-NO
021640         PERFORM 2950-CYCLE-ABEND THRU 2950-EXIT
021650     END-IF.
021660     PERFORM 2710-FIND-REG-ENTRY THRU 2710-EXIT.
021670     IF EX1-REG-FOUND
021680         IF EX1-VFY-FILE-SEQ NOT =
021690                 EX1-REG-LAST-SEQ (EX1-REG-HIT-SUB) + 1
021700             PERFORM 2930-SEQUENCE-ABEND THRU 2930-EXIT
021710         END-IF
021720         MOVE EX1-VFY-FILE-SEQ
021730             TO EX1-REG-LAST-SEQ (EX1-REG-HIT-SUB)
021740         MOVE EX1-PROC-DATE
021750             TO EX1-REG-LAST-DATE (EX1-REG-HIT-SUB)
021760     ELSE
021770         IF EX1-REG-COUNT NOT < EX1-REG-MAX
021780             GO TO 9800-REG-TABLE-FULL
021790         END-IF
021800         ADD 1 TO EX1-REG-COUNT
021810         MOVE EX1-VFY-FEED-ID
021820             TO EX1-REG-FEED-ID (EX1-REG-COUNT)
021830         MOVE EX1-CYCLE-NO
021840             TO EX1-REG-CYCLE-NO (EX1-REG-COUNT)
021850         MOVE EX1-VFY-FILE-SEQ
021860             TO EX1-REG-LAST-SEQ (EX1-REG-COUNT)
021870         MOVE EX1-PROC-DATE
021880             TO EX1-REG-LAST-DATE (EX1-REG-COUNT)
021890     END-IF.
021900 2720-EXIT.
021910     EXIT.
021920
021930 2920-STALE-FILE-ABEND.
021940     DISPLAY 'EX01 - ' EX1-VFY-FEED-ID ' HEADER DATED '
021950             EX1-VFY-CREATE-DATE.
021960     DISPLAY 'EX01 - DOES NOT MATCH PROCESSING DATE '
021970             EX1-PROC-DATE.
021980     MOVE 52 TO RETURN-CODE.
021990     PERFORM 8000-TERMINATE THRU 8000-EXIT.
022000     STOP RUN.
022010 2920-EXIT.
022020     EXIT.
022030
022040 2930-SEQUENCE-ABEND.
022050     DISPLAY 'EX01 - ' EX1-VFY-FEED-ID ' FILE SEQUENCE '
022060             EX1-VFY-FILE-SEQ ' REJECTED'.
022070     DISPLAY 'EX01 - REGISTER SHOWS LAST PROCESSED = '
022080             EX1-REG-LAST-SEQ (EX1-REG-HIT-SUB).
022090     MOVE 56 TO RETURN-CODE.
022100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
022110     STOP RUN.
022120 2930-EXIT.
022130     EXIT.
022140
022150 2940-FEED-CONTROL-ABEND.
022160     DISPLAY 'EX01 - ' EX1-VFY-FEED-ID ' '
022170             EX1-VFY-ERROR-TEXT.
022180     MOVE 60 TO RETURN-CODE.
022190     PERFORM 8000-TERMINATE THRU 8000-EXIT.
022200     STOP RUN.
022210 2940-EXIT.
022220     EXIT.
022230
022240 2950-CYCLE-ABEND.
022250     DISPLAY 'EX01 - ' EX1-VFY-FEED-ID ' HEADER IS FOR CYCLE '
022260             EX1-VFY-CYCLE-NO.
022270     DISPLAY 'EX01 - THIS RUN IS CYCLE ' EX1-CYCLE-NO
022280             ', FILE REJECTED'.
022290     MOVE 92 TO RETURN-CODE.
022300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
022310     STOP RUN.
022320 2950-EXIT.
022330     EXIT.
022340
022350*****************************************************************
022360* 3000-VALIDATE-ANSWER - THE OLD DISPLAY-THE-ANSWER LOGIC.
022370*****************************************************************
022380 3000-VALIDATE-ANSWER SECTION.
022390 3000-VALIDATE-PARA.
022400     EVALUATE TRUE
022410         WHEN ANSWER-IS-YES
022420             DISPLAY 'EX01 - ANSWER IS YES, RUN CONTINUES'
022430         WHEN OTHER
022440             DISPLAY 'EX01 - ANSWER IS INVALID, RUN TERMINATED'
022450             MOVE 12 TO RETURN-CODE
022460             PERFORM 8000-TERMINATE THRU 8000-EXIT
022470             STOP RUN
022480     END-EVALUATE.
022490 3000-EXIT.
022500     EXIT.
022510
022520*****************************************************************
022530* 4000-READ-CHECKPOINT - IF THE PRIOR RUN LEFT CHECKPOINT RECORDS
022540* ON RTCKPTI, READ THEM ALL AND REMEMBER HOW FAR THAT RUN GOT SO
022550* 5100-MATCH-AND-POST CAN SKIP THE RECORDS ALREADY POSTED.
022560*****************************************************************
022570 4000-READ-CHECKPOINT SECTION.
022580 4000-READ-CHECKPOINT-PARA.
022590     OPEN INPUT RTCKPTI.
022600     MOVE 'Y' TO EX1-RTCKPTI-OPEN-SW.
022610     PERFORM 4010-READ-ONE-CHECKPOINT THRU 4010-EXIT
022620         UNTIL EX1-CKPT-EOF.
022630     CLOSE RTCKPTI.
022640     MOVE 'N' TO EX1-RTCKPTI-OPEN-SW.
022650     IF EX1-CKPT-RESUME-COUNT > ZERO
022660         SET EX1-RESTART-RUN TO TRUE
022670         DISPLAY 'EX01 - RESTARTING AFTER RECORD '
022680                 EX1-CKPT-RESUME-COUNT
022690     END-IF.
022700 4000-EXIT.
022710     EXIT.
022720
022730 4010-READ-ONE-CHECKPOINT.
022740     READ RTCKPTI
022750         AT END
022760             SET EX1-CKPT-EOF TO TRUE
022770         NOT AT END
022780             MOVE CKPTI-RECORD-COUNT TO EX1-CKPT-RESUME-COUNT
022790     END-READ.
022800 4010-EXIT.
022810     EXIT.
022820
022830*****************************************************************
022840* 5000-PROCESS-AND-POST - MATCH RRSI01/RRSI02 BY REK_ID/VAL_DAT
022850* AND POST THE COMBINED AMOUNTS TO RRSO.
022860*****************************************************************
022870 5000-PROCESS-AND-POST SECTION.
022880 5000-PROCESS-PARA.
022890     OPEN INPUT RRSI01.
022900     MOVE 'Y' TO EX1-RRSI01-OPEN-SW.
022910     OPEN INPUT RRSI02.
022920     MOVE 'Y' TO EX1-RRSI02-OPEN-SW.
022930     OPEN INPUT RRSI03.
022940     MOVE 'Y' TO EX1-RRSI03-OPEN-SW.
022950     OPEN INPUT RTSUSPI.
022960     MOVE 'Y' TO EX1-RTSUSPI-OPEN-SW.
022970     OPEN INPUT RTACCM1.
022980     IF EX1-ACCM-STATUS NOT = '00'
022990         GO TO 9600-ACCM-FILE-ERROR
023000     END-IF.
023010     MOVE 'Y' TO EX1-RTACCM1-OPEN-SW.
023020     MOVE 'N' TO EX1-RRSI01-EOF-SW.
023030     MOVE 'N' TO EX1-RRSI02-EOF-SW.
023040     MOVE 'N' TO EX1-RRSI03-EOF-SW.
023050     IF EX1-LIVE-MODE
023060         OPEN I-O RTHIST1
023070         IF EX1-HIST-STATUS NOT = '00'
023080             GO TO 9850-HISTORY-ERROR
023090         END-IF
023100         MOVE 'Y' TO EX1-RTHIST1-OPEN-SW
023110     END-IF.
023120     PERFORM 5005-OPEN-OUTPUT-FILES THRU 5005-EXIT.
023130     IF EX1-LIVE-MODE
023140         PERFORM 5001-WRITE-X12-HEADER THRU 5001-EXIT
023150         PERFORM 5500-OPEN-BREAK-FILES THRU 5500-EXIT
023160     END-IF.
023170     PERFORM 5010-READ-RRSI01 THRU 5010-EXIT.
023180     PERFORM 5020-READ-RRSI02 THRU 5020-EXIT.
023190     PERFORM 5030-READ-RRSI03 THRU 5030-EXIT.
023200     PERFORM 5040-READ-RTSUSPI THRU 5040-EXIT.
023210     PERFORM 5100-MATCH-AND-POST THRU 5100-EXIT
023220         UNTIL EX1-RRSI01-EOF AND EX1-RRSI02-EOF
023230                               AND EX1-RRSI03-EOF
023240                               AND EX1-SUSP-EOF.
023250     PERFORM 6000-WRITE-CURRENCY-TOTALS THRU 6000-EXIT.
023260     IF EX1-LIVE-MODE
023270         PERFORM 5090-WRITE-X12-TRAILER THRU 5090-EXIT
023280         PERFORM 5590-CLOSE-BREAK-FILES THRU 5590-EXIT
023290     END-IF.
023300     CLOSE RRSI01.
023310     MOVE 'N' TO EX1-RRSI01-OPEN-SW.
023320     CLOSE RRSI02.
023330     MOVE 'N' TO EX1-RRSI02-OPEN-SW.
023340     CLOSE RRSI03.
023350     MOVE 'N' TO EX1-RRSI03-OPEN-SW.
023360     CLOSE RTSUSPI.
023370     MOVE 'N' TO EX1-RTSUSPI-OPEN-SW.
023380     CLOSE RTACCM1.
023390     MOVE 'N' TO EX1-RTACCM1-OPEN-SW.
023400     CLOSE RTSUSPO.
023410     MOVE 'N' TO EX1-RTSUSPO-OPEN-SW.
023420     IF EX1-RTHIST1-OPEN
023430         CLOSE RTHIST1
023440         MOVE 'N' TO EX1-RTHIST1-OPEN-SW
023450     END-IF.
023460     CLOSE RTAGED1.
023470     MOVE 'N' TO EX1-RTAGED1-OPEN-SW.
023480     CLOSE RTTRL01.
023490     MOVE 'N' TO EX1-RTTRL01-OPEN-SW.
023500     CLOSE RTCKPTO.
023510     MOVE 'N' TO EX1-RTCKPTO-OPEN-SW.
023520     CLOSE RTX12O1.
023530     MOVE 'N' TO EX1-RTX12O1-OPEN-SW.
023540     CLOSE RTX12O2.
023550     MOVE 'N' TO EX1-RTX12O2-OPEN-SW.
023560     CLOSE RTX12O3.
023570     MOVE 'N' TO EX1-RTX12O3-OPEN-SW.
023580     CLOSE RTEXC01.
023590     MOVE 'N' TO EX1-RTEXC01-OPEN-SW.
023600     CLOSE RTAUD01.
023610     MOVE 'N' TO EX1-RTAUD01-OPEN-SW.
023620     CLOSE RTPNDO.
023630     MOVE 'N' TO EX1-RTPNDO-OPEN-SW.
023640     CLOSE RTPTA01.
023650     MOVE 'N' TO EX1-RTPTA01-OPEN-SW.
023660 5000-EXIT.
023670     EXIT.
023680
023690*****************************************************************
023700* 5005-OPEN-OUTPUT-FILES - THE PER-RUN OUTPUT FILES ARE OPENED
023710* OUTPUT ON A FRESH RUN, BUT MUST BE OPENED EXTEND ON A RESTART
023720* (SET BY 4000-READ-CHECKPOINT) SO THE PRIOR RUN'S
023730* ALREADY-POSTED RECORDS ARE PRESERVED INSTEAD OF BEING
023740* OVERWRITTEN BY THE RESTARTED RUN.  RRSO IS OPENED I-O IN
023750* EITHER CASE - DYNAMIC ACCESS LETS A KEY ALREADY ON FILE
023760* (A ROLLED VALUE DATE, OR A RESTART OVERLAP) BE READ BACK AND
023770* ACCUMULATED INSTEAD OF FAILING THE WRITE; THE SCHEDULER
023780* DEFINES THE DAY'S DATASET EMPTY BEFORE THE FIRST CYCLE ONLY,
023790* SO RRSO AND RTCURT1 ACCUMULATE ACROSS THE DAY'S CYCLES.
023800* RTCURT1 IS EXTENDED ON EVERY CYCLE AFTER THE FIRST - EX07
023810* SUMS THE PER-CYCLE CONTROL RECORDS PER CURRENCY, SO ITS
023820* CROSS-FOOT COVERS THE WHOLE DAY THE SAME WAY RRSO DOES.
023830*****************************************************************
023840 5005-OPEN-OUTPUT-FILES.
023850     OPEN I-O RRSO.
023860     IF EX1-RRSO-STATUS NOT = '00' AND '97'
023870         GO TO 9200-RRSO-WRITE-ERROR
023880     END-IF.
023890     IF EX1-RESTART-RUN
023900         OPEN EXTEND RTCKPTO
023910         OPEN EXTEND RTX12O1
023920         OPEN EXTEND RTX12O2
023930         OPEN EXTEND RTX12O3
023940         OPEN EXTEND RTEXC01
023950         OPEN EXTEND RTAUD01
023960         OPEN EXTEND RTSUSPO
023970         OPEN EXTEND RTAGED1
023980         OPEN EXTEND RTTRL01
023990         OPEN EXTEND RTPNDO
024000     ELSE
024010         OPEN OUTPUT RTCKPTO
024020         OPEN OUTPUT RTX12O1
024030         OPEN OUTPUT RTX12O2
024040         OPEN OUTPUT RTX12O3
024050         OPEN OUTPUT RTEXC01
024060         OPEN OUTPUT RTAUD01
024070         OPEN OUTPUT RTSUSPO
024080         OPEN OUTPUT RTAGED1
024090         OPEN OUTPUT RTTRL01
024100         OPEN OUTPUT RTPNDO
024110     END-IF.
024120     IF EX1-RESTART-RUN OR EX1-CYCLE-NO > 1
024130         OPEN EXTEND RTCURT1
024140         OPEN EXTEND RTPTA01
024150     ELSE
024160         OPEN OUTPUT RTCURT1
024170         OPEN OUTPUT RTPTA01
024180     END-IF.
024190     MOVE 'Y' TO EX1-RRSO-OPEN-SW.
024200     MOVE 'Y' TO EX1-RTCKPTO-OPEN-SW.
024210     MOVE 'Y' TO EX1-RTX12O1-OPEN-SW.
024220     MOVE 'Y' TO EX1-RTX12O2-OPEN-SW.
024230     MOVE 'Y' TO EX1-RTX12O3-OPEN-SW.
024240     MOVE 'Y' TO EX1-RTEXC01-OPEN-SW.
024250     MOVE 'Y' TO EX1-RTAUD01-OPEN-SW.
024260     MOVE 'Y' TO EX1-RTCURT1-OPEN-SW.
024270     MOVE 'Y' TO EX1-RTSUSPO-OPEN-SW.
024280     MOVE 'Y' TO EX1-RTAGED1-OPEN-SW.
024290     MOVE 'Y' TO EX1-RTTRL01-OPEN-SW.
024300     MOVE 'Y' TO EX1-RTPNDO-OPEN-SW.
024310     MOVE 'Y' TO EX1-RTPTA01-OPEN-SW.
024320 5005-EXIT.
024330     EXIT.
024340
024350*****************************************************************
024360* 5001-WRITE-X12-HEADER - ONE 820 INTERCHANGE PER FEED PARTNER.
024370* EACH PARTNER'S ISA/GS/ST/BPR/TRN/N1 ENVELOPE IS BUILT FROM ITS
024380* RTTPP01 PROFILE, UNDER ITS OWN CONTROL-NUMBER SEQUENCE, ENDED
024390* BY ITS OWN SEGMENT TERMINATOR.
024400*****************************************************************
024410 5001-WRITE-X12-HEADER.
024420     PERFORM 5002-WRITE-ONE-X12-HEADER THRU 5002-EXIT
024430         VARYING EX1-PTN-SUB FROM 1 BY 1
024440         UNTIL EX1-PTN-SUB > 3.
024450 5001-EXIT.
024460     EXIT.
024470
024480 5002-WRITE-ONE-X12-HEADER.
024490     MOVE ZERO TO EX1-PTN-SEG-COUNT (EX1-PTN-SUB).
024500     PERFORM 5003-FIND-PARTNER-PROFILE THRU 5003-EXIT.
024510     PERFORM 5004-ASSIGN-CTRL-NOS THRU 5004-EXIT.
024520     MOVE EX1-TPP-TERM (EX1-TPP-HIT-SUB)
024530         TO EX1-PTN-TERM (EX1-PTN-SUB).
024540     MOVE EX1-PTN-TERM (EX1-PTN-SUB) TO EX1-X12-TERM.
024550     MOVE EX1-PTN-ISA-NO (EX1-PTN-SUB) TO EX1-X12-ISA-CTRL-ED.
024560     MOVE EX1-PTN-ST-NO (EX1-PTN-SUB)  TO EX1-X12-CTRL-NO-ED.
024570     MOVE SPACES TO EX1-X12-SEG-WORK.
024580     STRING 'ISA*00*          *00*          *'
024590            EX1-TPP-SND-QUAL (EX1-TPP-HIT-SUB) '*'
024600            EX1-TPP-SND-ID (EX1-TPP-HIT-SUB) '*'
024610            EX1-TPP-RCV-QUAL (EX1-TPP-HIT-SUB) '*'
024620            EX1-TPP-RCV-ID (EX1-TPP-HIT-SUB) '*'
024630            EX1-X12-ISA-CTRL-ED EX1-X12-TERM
024640            DELIMITED BY SIZE
024650         INTO EX1-X12-SEG-WORK.
024660     PERFORM 5060-WRITE-ONE-SEGMENT THRU 5060-EXIT.
024670     MOVE SPACES TO EX1-X12-SEG-WORK.
024680     STRING 'GS*RA*'
024690            EX1-TPP-GS-SEND (EX1-TPP-HIT-SUB) '*'
024700            EX1-TPP-GS-RECV (EX1-TPP-HIT-SUB) '*820*'
024710            EX1-X12-ISA-CTRL-ED EX1-X12-TERM
024720            DELIMITED BY SIZE
024730         INTO EX1-X12-SEG-WORK.
024740     PERFORM 5060-WRITE-ONE-SEGMENT THRU 5060-EXIT.
024750     MOVE SPACES TO EX1-X12-SEG-WORK.
024760     STRING 'ST*820*' EX1-X12-CTRL-NO-ED EX1-X12-TERM
024770            DELIMITED BY SIZE
024780         INTO EX1-X12-SEG-WORK.
024790     PERFORM 5060-WRITE-ONE-SEGMENT THRU 5060-EXIT.
024800     ADD 1 TO EX1-PTN-SEG-COUNT (EX1-PTN-SUB).
024810     MOVE SPACES TO EX1-X12-SEG-WORK.
024820     STRING 'BPR*C*0*C*ACH' EX1-X12-TERM DELIMITED BY SIZE
024830         INTO EX1-X12-SEG-WORK.
024840     PERFORM 5060-WRITE-ONE-SEGMENT THRU 5060-EXIT.
024850     ADD 1 TO EX1-PTN-SEG-COUNT (EX1-PTN-SUB).
024860     MOVE SPACES TO EX1-X12-SEG-WORK.
024870     STRING 'TRN*1*' EX1-X12-CTRL-NO-ED EX1-X12-TERM
024880            DELIMITED BY SIZE
024890         INTO EX1-X12-SEG-WORK.
024900     PERFORM 5060-WRITE-ONE-SEGMENT THRU 5060-EXIT.
024910     ADD 1 TO EX1-PTN-SEG-COUNT (EX1-PTN-SUB).
024920     MOVE SPACES TO EX1-X12-SEG-WORK.
024930     STRING 'N1*PR*SERVICIFI GELATO' EX1-X12-TERM
024940            DELIMITED BY SIZE
024950         INTO EX1-X12-SEG-WORK.
024960     PERFORM 5060-WRITE-ONE-SEGMENT THRU 5060-EXIT.
024970     ADD 1 TO EX1-PTN-SEG-COUNT (EX1-PTN-SUB).
024980 5002-EXIT.
024990     EXIT.
025000
025010 5003-FIND-PARTNER-PROFILE.
025020     MOVE 'N' TO EX1-TPP-FOUND-SW.
025030     PERFORM 5006-TEST-ONE-PROFILE THRU 5006-EXIT
025040         VARYING EX1-TPP-SUB FROM 1 BY 1
025050         UNTIL EX1-TPP-SUB > EX1-TPP-COUNT
025060            OR EX1-TPP-FOUND.
025070     IF NOT EX1-TPP-FOUND
025080         GO TO 9875-PROFILE-MISSING
025090     END-IF.
025100 5003-EXIT.
025110     EXIT.
025120
025130 5006-TEST-ONE-PROFILE.
025140     IF EX1-TPP-ID (EX1-TPP-SUB) = EX1-PTN-PARTNER (EX1-PTN-SUB)
025150         SET EX1-TPP-FOUND TO TRUE
025160         MOVE EX1-TPP-SUB TO EX1-TPP-HIT-SUB
025170     END-IF.
025180 5006-EXIT.
025190     EXIT.
025200
025210*****************************************************************
025220* 5004-ASSIGN-CTRL-NOS - STEP THE PARTNER'S OWN CONTROL-NUMBER
025230* SEQUENCE.  THE RTX12N1 TABLE CARRIES THE LAST NUMBERS USED PER
025240* PARTNER; THIS RUN TAKES THE NEXT ONES AND WRITES THEM BACK INTO
025250* THE TABLE FOR 7200 TO CHECKPOINT.  A PARTNER NOT ON THE TABLE
025260* IS ADDED AND STARTS AT 1.
025270*****************************************************************
025280 5004-ASSIGN-CTRL-NOS.
025290     MOVE 'N' TO EX1-X12N-FOUND-SW.
025300     PERFORM 5007-TEST-ONE-X12N THRU 5007-EXIT
025310         VARYING EX1-X12N-SUB FROM 1 BY 1
025320         UNTIL EX1-X12N-SUB > EX1-X12N-COUNT
025330            OR EX1-X12N-FOUND.
025340     IF NOT EX1-X12N-FOUND
025350         IF EX1-X12N-COUNT NOT < EX1-X12N-MAX
025360             GO TO 9890-X12N-TABLE-FULL
025370         END-IF
025380         ADD 1 TO EX1-X12N-COUNT
025390         MOVE EX1-X12N-COUNT TO EX1-X12N-HIT-SUB
025400         MOVE EX1-PTN-PARTNER (EX1-PTN-SUB)
025410             TO EX1-X12N-ID (EX1-X12N-HIT-SUB)
025420         MOVE ZERO TO EX1-X12N-ISA (EX1-X12N-HIT-SUB)
025430         MOVE ZERO TO EX1-X12N-ST (EX1-X12N-HIT-SUB)
025440     END-IF.
025450     COMPUTE EX1-PTN-ISA-NO (EX1-PTN-SUB) =
025460         EX1-X12N-ISA (EX1-X12N-HIT-SUB) + 1.
025470     COMPUTE EX1-PTN-ST-NO (EX1-PTN-SUB) =
025480         EX1-X12N-ST (EX1-X12N-HIT-SUB) + 1.
025490     MOVE EX1-PTN-ISA-NO (EX1-PTN-SUB)
025500         TO EX1-X12N-ISA (EX1-X12N-HIT-SUB).
025510     MOVE EX1-PTN-ST-NO (EX1-PTN-SUB)
025520         TO EX1-X12N-ST (EX1-X12N-HIT-SUB).
025530 5004-EXIT.
025540     EXIT.
025550
025560 5007-TEST-ONE-X12N.
025570     IF EX1-X12N-ID (EX1-X12N-SUB) = EX1-PTN-PARTNER (EX1-PTN-SUB)
025580         SET EX1-X12N-FOUND TO TRUE
025590         MOVE EX1-X12N-SUB TO EX1-X12N-HIT-SUB
025600     END-IF.
025610 5007-EXIT.
025620     EXIT.
025630
025640*****************************************************************
025650* 5060-WRITE-ONE-SEGMENT - HAND THE BUILT SEGMENT TO THE CURRENT
025660* PARTNER'S OWN 820 FILE.
025670*****************************************************************
025680 5060-WRITE-ONE-SEGMENT.
025690     EVALUATE EX1-PTN-SUB
025700         WHEN 1
025710             MOVE EX1-X12-SEG-WORK TO X12O1-SEG-TEXT
025720             WRITE X12O1-SEGMENT-RECORD
025730         WHEN 2
025740             MOVE EX1-X12-SEG-WORK TO X12O2-SEG-TEXT
025750             WRITE X12O2-SEGMENT-RECORD
025760         WHEN 3
025770             MOVE EX1-X12-SEG-WORK TO X12O3-SEG-TEXT
025780             WRITE X12O3-SEGMENT-RECORD
025790     END-EVALUATE.
025800 5060-EXIT.
025810     EXIT.
025820
025830 5090-WRITE-X12-TRAILER.
025840     PERFORM 5095-WRITE-ONE-X12-TRAILER THRU 5095-EXIT
025850         VARYING EX1-PTN-SUB FROM 1 BY 1
025860         UNTIL EX1-PTN-SUB > 3.
025870 5090-EXIT.
025880     EXIT.
025890
025900 5095-WRITE-ONE-X12-TRAILER.
025910     ADD 1 TO EX1-PTN-SEG-COUNT (EX1-PTN-SUB).
025920     MOVE EX1-PTN-TERM (EX1-PTN-SUB) TO EX1-X12-TERM.
025930     MOVE EX1-PTN-SEG-COUNT (EX1-PTN-SUB)
025940         TO EX1-X12-SEG-COUNT-ED.
025950     MOVE EX1-PTN-ST-NO (EX1-PTN-SUB)  TO EX1-X12-CTRL-NO-ED.
025960     MOVE EX1-PTN-ISA-NO (EX1-PTN-SUB) TO EX1-X12-ISA-CTRL-ED.
025970     MOVE SPACES TO EX1-X12-SEG-WORK.
025980     STRING 'SE*' EX1-X12-SEG-COUNT-ED '*'
025990            EX1-X12-CTRL-NO-ED EX1-X12-TERM DELIMITED BY SIZE
026000         INTO EX1-X12-SEG-WORK.
026010     PERFORM 5060-WRITE-ONE-SEGMENT THRU 5060-EXIT.
026020     MOVE SPACES TO EX1-X12-SEG-WORK.
026030     STRING 'GE*1*' EX1-X12-ISA-CTRL-ED EX1-X12-TERM
026040            DELIMITED BY SIZE
026050         INTO EX1-X12-SEG-WORK.
026060     PERFORM 5060-WRITE-ONE-SEGMENT THRU 5060-EXIT.
026070     MOVE SPACES TO EX1-X12-SEG-WORK.
026080     STRING 'IEA*1*' EX1-X12-ISA-CTRL-ED EX1-X12-TERM
026090            DELIMITED BY SIZE
026100         INTO EX1-X12-SEG-WORK.
026110     PERFORM 5060-WRITE-ONE-SEGMENT THRU 5060-EXIT.
026120 5095-EXIT.
026130     EXIT.
026140
026150 5010-READ-RRSI01.
026160     IF EX1-RRSI01-EOF
026170         NEXT SENTENCE
026180     ELSE
026190         READ RRSI01
026200             AT END
026210                 SET EX1-RRSI01-EOF TO TRUE
026220                 MOVE HIGH-VALUES TO EX1-KEY-01
026230             NOT AT END
026240                 IF RRSI01-HDR-REC-TYPE = 'HDR' OR 'TRL'
026250                     GO TO 5010-READ-RRSI01
026260                 END-IF
026270                 MOVE RRSI01-REK_ID  TO EX1-KEY-01-ID
026280                 MOVE RRSI01-VAL_DAT TO EX1-KEY-01-DT
026290         END-READ
026300     END-IF.
026310 5010-EXIT.
026320     EXIT.
026330
026340 5020-READ-RRSI02.
026350     IF EX1-RRSI02-EOF
026360         NEXT SENTENCE
026370     ELSE
026380         READ RRSI02
026390             AT END
026400                 SET EX1-RRSI02-EOF TO TRUE
026410                 MOVE HIGH-VALUES TO EX1-KEY-02
026420             NOT AT END
026430                 IF RRSI02-HDR-REC-TYPE = 'HDR' OR 'TRL'
026440                     GO TO 5020-READ-RRSI02
026450                 END-IF
026460                 MOVE RRSI02-REK_ID  TO EX1-KEY-02-ID
026470                 MOVE RRSI02-VAL_DAT TO EX1-KEY-02-DT
026480         END-READ
026490     END-IF.
026500 5020-EXIT.
026510     EXIT.
026520
026530 5030-READ-RRSI03.
026540     IF EX1-RRSI03-EOF
026550         NEXT SENTENCE
026560     ELSE
026570         READ RRSI03
026580             AT END
026590                 SET EX1-RRSI03-EOF TO TRUE
026600                 MOVE HIGH-VALUES TO EX1-KEY-03
026610             NOT AT END
026620                 IF RRSI03-HDR-REC-TYPE = 'HDR' OR 'TRL'
026630                     GO TO 5030-READ-RRSI03
026640                 END-IF
026650                 MOVE RRSI03-REK_ID  TO EX1-KEY-03-ID
026660                 MOVE RRSI03-VAL_DAT TO EX1-KEY-03-DT
026670         END-READ
026680     END-IF.
026690 5030-EXIT.
026700     EXIT.
026710
026720 5040-READ-RTSUSPI.
026730     IF EX1-SUSP-EOF
026740         NEXT SENTENCE
026750     ELSE
026760         READ RTSUSPI
026770             AT END
026780                 SET EX1-SUSP-EOF TO TRUE
026790                 MOVE HIGH-VALUES TO EX1-KEY-SU
026800             NOT AT END
026810                 ADD 1 TO EX1-SUSP-READ-COUNT
026820                 MOVE SUSPI-REK_ID  TO EX1-KEY-SU-ID
026830                 MOVE SUSPI-VAL_DAT TO EX1-KEY-SU-DT
026840         END-READ
026850     END-IF.
026860 5040-EXIT.
026870     EXIT.
026880
026890 5100-MATCH-AND-POST.
026900     MOVE EX1-KEY-01 TO EX1-LOW-KEY.
026910     IF EX1-KEY-02 < EX1-LOW-KEY
026920         MOVE EX1-KEY-02 TO EX1-LOW-KEY
026930     END-IF.
026940     IF EX1-KEY-03 < EX1-LOW-KEY
026950         MOVE EX1-KEY-03 TO EX1-LOW-KEY
026960     END-IF.
026970     IF EX1-KEY-SU < EX1-LOW-KEY
026980         MOVE EX1-KEY-SU TO EX1-LOW-KEY
026990     END-IF.
027000
027010     PERFORM 5110-BUILD-MERGED-RECORD THRU 5110-EXIT.
027020
027030     ADD 1 TO EX1-RECORD-COUNT.
027040     IF EX1-RESTART-RUN AND
027050             EX1-RECORD-COUNT NOT > EX1-CKPT-RESUME-COUNT
027060         ADD EX1-KEY-FRESH-DB TO EX1-SKIP-DB-TOTAL
027070         ADD EX1-KEY-FRESH-CR TO EX1-SKIP-CR-TOTAL
027080         IF EX1-LIVE-MODE
027090             PERFORM 5520-SKIP-PRIOR-BREAKS THRU 5520-EXIT
027100         END-IF
027110     ELSE
027120         MOVE 'N' TO EX1-POSTED-SW
027130         IF EX1-MERGE-REJECTED
027140             PERFORM 5290-CARRY-REJECTED-ITEM THRU 5290-EXIT
027150         ELSE
027160             IF EX1-MATCH-COUNT = 3
027170                 SET EX1-MATCH-3WAY TO TRUE
027180                 PERFORM 5150-COMPARE-FEED-AMOUNTS THRU 5150-EXIT
027190                 IF EX1-AMT-AGREE
027200                     PERFORM 5200-POST-MATCHED-RECORD
027210                   THRU 5200-EXIT
027220                 ELSE
027230                     PERFORM 5310-WRITE-AMOUNT-EXCEPTION
027240                   THRU 5310-EXIT
027250                 END-IF
027260             ELSE
027270                 SET EX1-MATCH-BROKEN TO TRUE
027280                 PERFORM 5300-WRITE-MATCH-EXCEPTION THRU 5300-EXIT
027290                 PERFORM 5320-CARRY-TO-SUSPENSE THRU 5320-EXIT
027300             END-IF
027310         END-IF
027320         IF EX1-LIVE-MODE
027330             PERFORM 5530-NOTIFY-PARTNER-BREAKS THRU 5530-EXIT
027340         END-IF
027350         IF NOT EX1-POSTED
027360             ADD EX1-KEY-FRESH-DB TO EX1-HELD-DB-TOTAL
027370             ADD EX1-KEY-FRESH-CR TO EX1-HELD-CR-TOTAL
027380         END-IF
027390         IF EX1-LIVE-MODE
027400             PERFORM 5400-CHECKPOINT-IF-DUE THRU 5400-EXIT
027410         END-IF
027420     END-IF.
027430
027440     IF EX1-KEY-01 = EX1-LOW-KEY
027450         PERFORM 5010-READ-RRSI01 THRU 5010-EXIT
027460     END-IF.
027470     IF EX1-KEY-02 = EX1-LOW-KEY
027480         PERFORM 5020-READ-RRSI02 THRU 5020-EXIT
027490     END-IF.
027500     IF EX1-KEY-03 = EX1-LOW-KEY
027510         PERFORM 5030-READ-RRSI03 THRU 5030-EXIT
027520     END-IF.
027530     IF EX1-KEY-SU = EX1-LOW-KEY
027540         PERFORM 5040-READ-RTSUSPI THRU 5040-EXIT
027550     END-IF.
027560 5100-EXIT.
027570     EXIT.
027580
027590*****************************************************************
027600* 5110-BUILD-MERGED-RECORD - FILL EX1-MERGE-WORK FOR THE CURRENT
027610* LOW KEY.  THE SUSPENSE CARRY-FORWARD IS APPLIED FIRST AND THE
027620* FRESH FEEDS ARE LAID OVER IT, SO A REDELIVERED RECORD ALWAYS
027630* SUPERSEDES THE COPY THAT WAS CARRIED.  EX1-MATCH-COUNT ENDS UP
027640* AS THE NUMBER OF FEEDS ACCOUNTED FOR, FRESH OR CARRIED.
027650*****************************************************************
027660 5110-BUILD-MERGED-RECORD.
027670     MOVE ZERO TO EX1-MATCH-COUNT.
027680     MOVE ZERO TO EX1-MERGE-AGE-DAYS.
027690     MOVE SPACES TO EX1-MERGE-CUR-CD.
027700     MOVE SPACE TO EX1-MERGE-HOLD-CD.
027710     MOVE ZERO TO EX1-KEY-FRESH-DB.
027720     MOVE ZERO TO EX1-KEY-FRESH-CR.
027730     MOVE ZERO TO EX1-KEY-SUSP-DB.
027740     MOVE ZERO TO EX1-KEY-SUSP-CR.
027750     PERFORM 5115-CLEAR-ONE-MERGE-SLOT THRU 5115-EXIT
027760         VARYING EX1-MERGE-SUB FROM 1 BY 1
027770         UNTIL EX1-MERGE-SUB > 3.
027780     IF EX1-KEY-SU = EX1-LOW-KEY
027790         MOVE SUSPI-CUR_CD   TO EX1-MERGE-CUR-CD
027800         MOVE SUSPI-AGE-DAYS TO EX1-MERGE-AGE-DAYS
027810         MOVE SUSPI-HOLD-CD  TO EX1-MERGE-HOLD-CD
027820         PERFORM 5116-MERGE-ONE-SUSP-SLOT THRU 5116-EXIT
027830             VARYING EX1-MERGE-SUB FROM 1 BY 1
027840             UNTIL EX1-MERGE-SUB > 3
027850     END-IF.
027860     IF EX1-KEY-01 = EX1-LOW-KEY
027870         IF EX1-MERGE-SRC-SW (1) = 'S'
027880             SUBTRACT EX1-MERGE-DB (1) FROM EX1-KEY-SUSP-DB
027890             SUBTRACT EX1-MERGE-CR (1) FROM EX1-KEY-SUSP-CR
027900         END-IF
027910         MOVE 'Y'            TO EX1-MERGE-PRESENT-SW (1)
027920         MOVE 'F'            TO EX1-MERGE-SRC-SW (1)
027930         MOVE RRSI01-DB_BEDR TO EX1-MERGE-DB (1)
027940         MOVE RRSI01-CR_BEDR TO EX1-MERGE-CR (1)
027950         MOVE RRSI01-CUR_CD  TO EX1-MERGE-CUR-CD
027960         ADD RRSI01-DB_BEDR  TO EX1-KEY-FRESH-DB
027970         ADD RRSI01-CR_BEDR  TO EX1-KEY-FRESH-CR
027980     END-IF.
027990     IF EX1-KEY-02 = EX1-LOW-KEY
028000         IF EX1-MERGE-SRC-SW (2) = 'S'
028010             SUBTRACT EX1-MERGE-DB (2) FROM EX1-KEY-SUSP-DB
028020             SUBTRACT EX1-MERGE-CR (2) FROM EX1-KEY-SUSP-CR
028030         END-IF
028040         MOVE 'Y'            TO EX1-MERGE-PRESENT-SW (2)
028050         MOVE 'F'            TO EX1-MERGE-SRC-SW (2)
028060         MOVE RRSI02-DB_BEDR TO EX1-MERGE-DB (2)
028070         MOVE RRSI02-CR_BEDR TO EX1-MERGE-CR (2)
028080         MOVE RRSI02-CUR_CD  TO EX1-MERGE-CUR-CD
028090         ADD RRSI02-DB_BEDR  TO EX1-KEY-FRESH-DB
028100         ADD RRSI02-CR_BEDR  TO EX1-KEY-FRESH-CR
028110     END-IF.
028120     IF EX1-KEY-03 = EX1-LOW-KEY
028130         IF EX1-MERGE-SRC-SW (3) = 'S'
028140             SUBTRACT EX1-MERGE-DB (3) FROM EX1-KEY-SUSP-DB
028150             SUBTRACT EX1-MERGE-CR (3) FROM EX1-KEY-SUSP-CR
028160         END-IF
028170         MOVE 'Y'            TO EX1-MERGE-PRESENT-SW (3)
028180         MOVE 'F'            TO EX1-MERGE-SRC-SW (3)
028190         MOVE RRSI03-DB_BEDR TO EX1-MERGE-DB (3)
028200         MOVE RRSI03-CR_BEDR TO EX1-MERGE-CR (3)
028210         MOVE RRSI03-CUR_CD  TO EX1-MERGE-CUR-CD
028220         ADD RRSI03-DB_BEDR  TO EX1-KEY-FRESH-DB
028230         ADD RRSI03-CR_BEDR  TO EX1-KEY-FRESH-CR
028240     END-IF.
028250     PERFORM 5117-COUNT-ONE-MERGE-SLOT THRU 5117-EXIT
028260         VARYING EX1-MERGE-SUB FROM 1 BY 1
028270         UNTIL EX1-MERGE-SUB > 3.
028280*****************************************************************
028290* AN APPROVAL COVERS THE AMOUNTS AS THEY WERE HELD.  A FEED
028300* REDELIVERED OVER AN APPROVED ITEM HAS TO BE APPROVED AGAIN.
028310*****************************************************************
028320     IF EX1-MERGE-RELEASED
028330         IF EX1-KEY-01 = EX1-LOW-KEY OR EX1-KEY-02 = EX1-LOW-KEY
028340                 OR EX1-KEY-03 = EX1-LOW-KEY
028350             MOVE SPACE TO EX1-MERGE-HOLD-CD
028360         END-IF
028370     END-IF.
028380 5110-EXIT.
028390     EXIT.
028400
028410 5115-CLEAR-ONE-MERGE-SLOT.
028420     MOVE 'N'  TO EX1-MERGE-PRESENT-SW (EX1-MERGE-SUB).
028430     MOVE SPACE TO EX1-MERGE-SRC-SW (EX1-MERGE-SUB).
028440     MOVE ZERO TO EX1-MERGE-DB (EX1-MERGE-SUB).
028450     MOVE ZERO TO EX1-MERGE-CR (EX1-MERGE-SUB).
028460 5115-EXIT.
028470     EXIT.
028480
028490 5116-MERGE-ONE-SUSP-SLOT.
028500     IF SUSPI-FEED-PRESENT-SW (EX1-MERGE-SUB) = 'Y'
028510         MOVE 'Y' TO EX1-MERGE-PRESENT-SW (EX1-MERGE-SUB)
028520         MOVE 'S' TO EX1-MERGE-SRC-SW (EX1-MERGE-SUB)
028530         MOVE SUSPI-DB_BEDR (EX1-MERGE-SUB)
028540             TO EX1-MERGE-DB (EX1-MERGE-SUB)
028550         MOVE SUSPI-CR_BEDR (EX1-MERGE-SUB)
028560             TO EX1-MERGE-CR (EX1-MERGE-SUB)
028570         ADD SUSPI-DB_BEDR (EX1-MERGE-SUB) TO EX1-KEY-SUSP-DB
028580         ADD SUSPI-CR_BEDR (EX1-MERGE-SUB) TO EX1-KEY-SUSP-CR
028590     END-IF.
028600 5116-EXIT.
028610     EXIT.
028620
028630 5117-COUNT-ONE-MERGE-SLOT.
028640     IF EX1-MERGE-PRESENT-SW (EX1-MERGE-SUB) = 'Y'
028650         ADD 1 TO EX1-MATCH-COUNT
028660     END-IF.
028670 5117-EXIT.
028680     EXIT.
028690
028700*****************************************************************
028710* 5150-COMPARE-FEED-AMOUNTS - THE THREE FEEDS MATCHED ON
028720* REK_ID/VAL_DAT, BUT A CORRECTLY KEYED RECORD CAN STILL CARRY A
028730* FAT-FINGERED AMOUNT THAT THE FILE-LEVEL CONTROL TOTALS HAPPEN
028740* TO OFFSET.  EVERY PAIR OF FEEDS MUST AGREE ON DB_BEDR AND
028750* CR_BEDR WITHIN THE CONTROL-CARD EX1-AMT-TOLERANCE BEFORE THE
028760* RECORD IS ALLOWED TO POST.
028770*****************************************************************
028780 5150-COMPARE-FEED-AMOUNTS.
028790     MOVE 'Y' TO EX1-AMT-AGREE-SW.
028800     COMPUTE EX1-AMT-DIFF =
028810         EX1-MERGE-DB (1) - EX1-MERGE-DB (2).
028820     PERFORM 5155-CHECK-ONE-DIFFERENCE THRU 5155-EXIT.
028830     COMPUTE EX1-AMT-DIFF =
028840         EX1-MERGE-DB (1) - EX1-MERGE-DB (3).
028850     PERFORM 5155-CHECK-ONE-DIFFERENCE THRU 5155-EXIT.
028860     COMPUTE EX1-AMT-DIFF =
028870         EX1-MERGE-DB (2) - EX1-MERGE-DB (3).
028880     PERFORM 5155-CHECK-ONE-DIFFERENCE THRU 5155-EXIT.
028890     COMPUTE EX1-AMT-DIFF =
028900         EX1-MERGE-CR (1) - EX1-MERGE-CR (2).
028910     PERFORM 5155-CHECK-ONE-DIFFERENCE THRU 5155-EXIT.
028920     COMPUTE EX1-AMT-DIFF =
028930         EX1-MERGE-CR (1) - EX1-MERGE-CR (3).
028940     PERFORM 5155-CHECK-ONE-DIFFERENCE THRU 5155-EXIT.
028950     COMPUTE EX1-AMT-DIFF =
028960         EX1-MERGE-CR (2) - EX1-MERGE-CR (3).
028970     PERFORM 5155-CHECK-ONE-DIFFERENCE THRU 5155-EXIT.
028980 5150-EXIT.
028990     EXIT.
029000
029010 5155-CHECK-ONE-DIFFERENCE.
029020     IF EX1-AMT-DIFF < ZERO
029030         MULTIPLY EX1-AMT-DIFF BY -1 GIVING EX1-AMT-DIFF
029040     END-IF.
029050     IF EX1-AMT-DIFF > EX1-AMT-TOLERANCE
029060         SET EX1-AMT-DISAGREE TO TRUE
029070     END-IF.
029080 5155-EXIT.
029090     EXIT.
029100
029110*****************************************************************
029120* 5300-WRITE-MATCH-EXCEPTION - KEY ACCOUNTED FOR ON FEWER THAN ALL
029130* THREE FEEDS, FRESH AND CARRIED COMBINED.  LOG THE BROKEN MATCH
029140* TO RTEXC01, SHOWING THE AMOUNT PAIRS THAT DID ARRIVE; THE ITEM
029150* ITSELF IS CARRIED TO SUSPENSE BY 5320 RATHER THAN POSTED.
029160*****************************************************************
029170 5300-WRITE-MATCH-EXCEPTION.
029180     MOVE SPACES TO RTEXC01-RECORD.
029190     MOVE EX1-LOW-KEY-ID   TO EXC-REK_ID.
029200     MOVE EX1-LOW-KEY-DT   TO EXC-VAL_DAT.
029210     MOVE 'THREE-WAY MATCH BROKEN' TO EXC-REASON.
029220     MOVE 'MB01' TO EXC-REASON-CD.
029230     ADD 1 TO EX1-BREAK-COUNT.
029240     PERFORM 5301-COUNT-MISSING-SLOT THRU 5301-EXIT
029250         VARYING EX1-MERGE-SUB FROM 1 BY 1
029260         UNTIL EX1-MERGE-SUB > 3.
029270     IF EX1-MERGE-PRESENT-SW (1) = 'Y'
029280         MOVE EX1-MERGE-DB (1) TO EXC-DB-BEDR-01
029290         MOVE EX1-MERGE-CR (1) TO EXC-CR-BEDR-01
029300     END-IF.
029310     IF EX1-MERGE-PRESENT-SW (2) = 'Y'
029320         MOVE EX1-MERGE-DB (2) TO EXC-DB-BEDR-02
029330         MOVE EX1-MERGE-CR (2) TO EXC-CR-BEDR-02
029340     END-IF.
029350     IF EX1-MERGE-PRESENT-SW (3) = 'Y'
029360         MOVE EX1-MERGE-DB (3) TO EXC-DB-BEDR-03
029370         MOVE EX1-MERGE-CR (3) TO EXC-CR-BEDR-03
029380     END-IF.
029390     WRITE RTEXC01-RECORD.
029400 5300-EXIT.
029410     EXIT.
029420
029430*****************************************************************
029440* 5301-COUNT-MISSING-SLOT - A FEED ABSENT FROM A BROKEN MATCH
029450* COUNTS AS A MISSING-FEED BREAK AGAINST ITS PARTNER.
029460*****************************************************************
029470 5301-COUNT-MISSING-SLOT.
029480     IF EX1-MERGE-PRESENT-SW (EX1-MERGE-SUB) NOT = 'Y'
029490         ADD 1 TO EX1-PTN-MISSING (EX1-MERGE-SUB)
029500     END-IF.
029510 5301-EXIT.
029520     EXIT.
029530
029540*****************************************************************
029550* 5320-CARRY-TO-SUSPENSE - THE KEY DID NOT ACCOUNT FOR ALL THREE
029560* FEEDS.  CARRY WHAT DID ARRIVE FORWARD ON RTSUSPO WITH AN
029570* INCREMENTED AGE SO TOMORROW'S RUN CAN COMPLETE THE MATCH, OR,
029580* ONCE THE CONTROL-CARD AGE LIMIT IS PASSED, DROP THE ITEM ONTO
029590* THE RTAGED1 REPORT FOR MANUAL WRITE-OFF INSTEAD.
029600*****************************************************************
029610 5320-CARRY-TO-SUSPENSE.
029620*****************************************************************
029630* THE AGE COUNTS DAYS, NOT RUNS - ONLY THE FIRST CYCLE OF THE
029640* DAY ADVANCES IT, SO TWICE-DAILY PROCESSING DOES NOT AGE AN
029650* ITEM OFF AT HALF THE CONTROL-CARD LIMIT.
029660*****************************************************************
029670     IF EX1-CYCLE-NO = 1
029680             AND EX1-MERGE-AGE-DAYS < 999
029690         ADD 1 TO EX1-MERGE-AGE-DAYS
029700     END-IF.
029710     IF EX1-MERGE-AGE-DAYS > EX1-SUSP-AGE-LIMIT
029720         PERFORM 5330-WRITE-AGED-ITEM THRU 5330-EXIT
029730     ELSE
029740         MOVE EX1-LOW-KEY-ID     TO SUSPO-REK_ID
029750         MOVE EX1-LOW-KEY-DT     TO SUSPO-VAL_DAT
029760         MOVE EX1-MERGE-CUR-CD   TO SUSPO-CUR_CD
029770         MOVE EX1-MERGE-AGE-DAYS TO SUSPO-AGE-DAYS
029780         MOVE EX1-MERGE-HOLD-CD  TO SUSPO-HOLD-CD
029790         PERFORM 5325-FILL-ONE-SUSPO-SLOT THRU 5325-EXIT
029800             VARYING EX1-MERGE-SUB FROM 1 BY 1
029810             UNTIL EX1-MERGE-SUB > 3
029820         WRITE RTSUSPO-RECORD
029830         ADD 1 TO EX1-SUSP-CARRIED-COUNT
029840         PERFORM 5321-COUNT-CARRIED-SLOT THRU 5321-EXIT
029850             VARYING EX1-MERGE-SUB FROM 1 BY 1
029860             UNTIL EX1-MERGE-SUB > 3
029870     END-IF.
029880 5320-EXIT.
029890     EXIT.
029900
029910 5321-COUNT-CARRIED-SLOT.
029920     IF EX1-MERGE-PRESENT-SW (EX1-MERGE-SUB) = 'Y'
029930         ADD 1 TO EX1-PTN-SUSP-CARRIED (EX1-MERGE-SUB)
029940     END-IF.
029950 5321-EXIT.
029960     EXIT.
029970
029980 5325-FILL-ONE-SUSPO-SLOT.
029990     MOVE EX1-MERGE-PRESENT-SW (EX1-MERGE-SUB)
030000         TO SUSPO-FEED-PRESENT-SW (EX1-MERGE-SUB).
030010     MOVE EX1-MERGE-DB (EX1-MERGE-SUB)
030020         TO SUSPO-DB_BEDR (EX1-MERGE-SUB).
030030     MOVE EX1-MERGE-CR (EX1-MERGE-SUB)
030040         TO SUSPO-CR_BEDR (EX1-MERGE-SUB).
030050 5325-EXIT.
030060     EXIT.
030070
030080 5330-WRITE-AGED-ITEM.
030090     MOVE SPACES TO RTAGED1-RECORD.
030100     MOVE EX1-LOW-KEY-ID     TO AGE-REK_ID.
030110     MOVE EX1-LOW-KEY-DT     TO AGE-VAL_DAT.
030120     MOVE EX1-MERGE-CUR-CD   TO AGE-CUR_CD.
030130     MOVE EX1-MERGE-AGE-DAYS TO AGE-AGE-DAYS.
030140     IF EX1-MERGE-PRESENT-SW (1) = 'Y'
030150         MOVE EX1-MERGE-DB (1) TO AGE-DB-BEDR-01
030160         MOVE EX1-MERGE-CR (1) TO AGE-CR-BEDR-01
030170     END-IF.
030180     IF EX1-MERGE-PRESENT-SW (2) = 'Y'
030190         MOVE EX1-MERGE-DB (2) TO AGE-DB-BEDR-02
030200         MOVE EX1-MERGE-CR (2) TO AGE-CR-BEDR-02
030210     END-IF.
030220     IF EX1-MERGE-PRESENT-SW (3) = 'Y'
030230         MOVE EX1-MERGE-DB (3) TO AGE-DB-BEDR-03
030240         MOVE EX1-MERGE-CR (3) TO AGE-CR-BEDR-03
030250     END-IF.
030260     WRITE RTAGED1-RECORD.
030270     ADD 1 TO EX1-SUSP-AGED-COUNT.
030280     PERFORM 5331-COUNT-AGED-SLOT THRU 5331-EXIT
030290         VARYING EX1-MERGE-SUB FROM 1 BY 1
030300         UNTIL EX1-MERGE-SUB > 3.
030310 5330-EXIT.
030320     EXIT.
030330
030340 5331-COUNT-AGED-SLOT.
030350     IF EX1-MERGE-PRESENT-SW (EX1-MERGE-SUB) = 'Y'
030360         ADD 1 TO EX1-PTN-SUSP-AGED (EX1-MERGE-SUB)
030370     END-IF.
030380 5331-EXIT.
030390     EXIT.
030400
030410*****************************************************************
030420* 5310-WRITE-AMOUNT-EXCEPTION - THE KEY MATCHED ON ALL THREE
030430* FEEDS BUT THE AMOUNTS DISAGREE BEYOND EX1-AMT-TOLERANCE.  THE
030440* RECORD IS HELD OFF RRSO AND ALL THREE AMOUNT PAIRS GO ON THE
030450* EXCEPTION REPORT SO RECONCILIATION CAN SEE WHICH PARTNER IS
030460* OFF.
030470*****************************************************************
030480 5310-WRITE-AMOUNT-EXCEPTION.
030490     MOVE SPACES TO RTEXC01-RECORD.
030500     MOVE EX1-LOW-KEY-ID   TO EXC-REK_ID.
030510     MOVE EX1-LOW-KEY-DT   TO EXC-VAL_DAT.
030520     MOVE 'FEED AMOUNTS DISAGREE ON MATCHED KEY' TO EXC-REASON.
030530     MOVE 'AM01' TO EXC-REASON-CD.
030540     ADD 1 TO EX1-AMTEXC-COUNT.
030550     MOVE EX1-MERGE-DB (1) TO EXC-DB-BEDR-01.
030560     MOVE EX1-MERGE-CR (1) TO EXC-CR-BEDR-01.
030570     MOVE EX1-MERGE-DB (2) TO EXC-DB-BEDR-02.
030580     MOVE EX1-MERGE-CR (2) TO EXC-CR-BEDR-02.
030590     MOVE EX1-MERGE-DB (3) TO EXC-DB-BEDR-03.
030600     MOVE EX1-MERGE-CR (3) TO EXC-CR-BEDR-03.
030610     WRITE RTEXC01-RECORD.
030620 5310-EXIT.
030630     EXIT.
030640
030650*****************************************************************
030660* 5160-VALIDATE-ACCOUNT - EVERY MATCHED RECORD IS CHECKED
030670* AGAINST THE RTACCM1 ACCOUNT MASTER BEFORE THE RTTB100 FETCH.
030680* THE MASTER IS A KEYED FILE READ DIRECTLY - NO PRELOADED TABLE,
030690* NO CEILING ON HOW MANY ACCOUNTS THE BUSINESS MAY OPEN.  AN
030700* UNKNOWN, CLOSED OR BLOCKED ACCOUNT, OR ONE NOT AUTHORIZED FOR
030710* THE FEED CURRENCY, GOES TO RTEXC01 WITH ITS REASON CODE AND
030720* THE RUN CARRIES ON.
030730*****************************************************************
030740 5160-VALIDATE-ACCOUNT.
030750     MOVE 'Y' TO EX1-ACCT-OK-SW.
030760     MOVE EX1-LOW-KEY-ID TO ACC-REK_ID.
030770     READ RTACCM1
030780         INVALID KEY
030790             MOVE SPACES TO RTEXC01-RECORD
030800             MOVE 'ACCOUNT NOT ON MASTER' TO EXC-REASON
030810             MOVE 'AC01' TO EXC-REASON-CD
030820             PERFORM 5340-WRITE-ACCOUNT-EXCEPTION
030830                 THRU 5340-EXIT
030840             MOVE 'N' TO EX1-ACCT-OK-SW
030850         NOT INVALID KEY
030860             PERFORM 5165-CHECK-ACCOUNT-DETAIL THRU 5165-EXIT
030870     END-READ.
030880 5160-EXIT.
030890     EXIT.
030900
030910 5165-CHECK-ACCOUNT-DETAIL.
030920     EVALUATE ACC-STATUS-CD
030930         WHEN 'O'
030940             CONTINUE
030950         WHEN 'C'
030960             MOVE SPACES TO RTEXC01-RECORD
030970             MOVE 'ACCOUNT CLOSED' TO EXC-REASON
030980             MOVE 'AC02' TO EXC-REASON-CD
030990             PERFORM 5340-WRITE-ACCOUNT-EXCEPTION
031000                 THRU 5340-EXIT
031010             MOVE 'N' TO EX1-ACCT-OK-SW
031020         WHEN 'B'
031030             MOVE SPACES TO RTEXC01-RECORD
031040             MOVE 'ACCOUNT BLOCKED' TO EXC-REASON
031050             MOVE 'AC03' TO EXC-REASON-CD
031060             PERFORM 5340-WRITE-ACCOUNT-EXCEPTION
031070                 THRU 5340-EXIT
031080             MOVE 'N' TO EX1-ACCT-OK-SW
031090         WHEN OTHER
031100             MOVE SPACES TO RTEXC01-RECORD
031110             MOVE 'ACCOUNT STATUS INVALID' TO EXC-REASON
031120             MOVE 'AC05' TO EXC-REASON-CD
031130             PERFORM 5340-WRITE-ACCOUNT-EXCEPTION
031140                 THRU 5340-EXIT
031150             MOVE 'N' TO EX1-ACCT-OK-SW
031160     END-EVALUATE.
031170     IF EX1-ACCT-OK
031180         IF EX1-MERGE-CUR-CD
031190                 NOT = ACC-CUR_CD
031200             MOVE SPACES TO RTEXC01-RECORD
031210             MOVE 'CURRENCY NOT AUTHORIZED FOR ACCOUNT'
031220                 TO EXC-REASON
031230             MOVE 'AC04' TO EXC-REASON-CD
031240             PERFORM 5340-WRITE-ACCOUNT-EXCEPTION
031250                 THRU 5340-EXIT
031260             MOVE 'N' TO EX1-ACCT-OK-SW
031270         END-IF
031280     END-IF.
031290 5165-EXIT.
031300     EXIT.
031310
031320*****************************************************************
031330* 5170-APPLY-VALDAT-RULE - THE BUSINESS-DAY RULE.  THE POSTING
031340* DATE STARTS AS THE MATCHED VAL_DAT; WHEN THE RULE IS ACTIVE
031350* AND THE DATE IS ON THE NON-BUSINESS CALENDAR THE RECORD IS
031360* EITHER REJECTED TO RTEXC01 (RULE 'E') OR ROLLED FORWARD TO
031370* THE NEXT BUSINESS DAY (RULE 'R', FOLLOWING CONVENTION).  THE
031380* ROLLED DATE BECOMES THE POSTING VAL_DAT EVERYWHERE - RTTB100,
031390* RRSO, RTHIST1, RTAUD01 AND THE X12 RMR SEGMENT - SO THE
031400* BOOKS AND THE PARTNER ADVICE AGREE.
031410*****************************************************************
031420 5170-APPLY-VALDAT-RULE.
031430     MOVE 'Y' TO EX1-VALDAT-OK-SW.
031440     MOVE EX1-LOW-KEY-DT TO EX1-POST-VAL-DAT.
031450     IF EX1-VALDAT-NONE
031460         GO TO 5170-EXIT
031470     END-IF.
031480     PERFORM 5175-TEST-BUSINESS-DAY THRU 5175-EXIT.
031490     IF NOT EX1-CAL-FOUND
031500         GO TO 5170-EXIT
031510     END-IF.
031520     IF EX1-VALDAT-REJECT
031530         MOVE SPACES TO RTEXC01-RECORD
031540         MOVE 'VALUE DATE NOT A BUSINESS DAY' TO EXC-REASON
031550         MOVE 'VD01' TO EXC-REASON-CD
031560         PERFORM 5340-WRITE-ACCOUNT-EXCEPTION THRU 5340-EXIT
031570         MOVE 'N' TO EX1-VALDAT-OK-SW
031580         GO TO 5170-EXIT
031590     END-IF.
031600     MOVE ZERO TO EX1-ROLL-GUARD.
031610     PERFORM 5180-ROLL-ONE-DAY THRU 5180-EXIT
031620         UNTIL NOT EX1-CAL-FOUND.
031630     ADD 1 TO EX1-VD-ROLLED-COUNT.
031640 5170-EXIT.
031650     EXIT.
031660
031670 5175-TEST-BUSINESS-DAY.
031680     MOVE 'N' TO EX1-CAL-FOUND-SW.
031690     PERFORM 5176-TEST-ONE-CAL-DATE THRU 5176-EXIT
031700         VARYING EX1-CAL-SUB FROM 1 BY 1
031710         UNTIL EX1-CAL-SUB > EX1-CAL-COUNT
031720            OR EX1-CAL-FOUND.
031730 5175-EXIT.
031740     EXIT.
031750
031760 5176-TEST-ONE-CAL-DATE.
031770     IF EX1-CAL-DATE (EX1-CAL-SUB) = EX1-POST-VAL-DAT
031780         SET EX1-CAL-FOUND TO TRUE
031790     END-IF.
031800 5176-EXIT.
031810     EXIT.
031820
031830 5180-ROLL-ONE-DAY.
031840     ADD 1 TO EX1-ROLL-GUARD.
031850     IF EX1-ROLL-GUARD > 30
031860         GO TO 9870-ROLL-LIMIT-ERROR
031870     END-IF.
031880     PERFORM 5185-NEXT-CALENDAR-DAY THRU 5185-EXIT.
031890     PERFORM 5175-TEST-BUSINESS-DAY THRU 5175-EXIT.
031900 5180-EXIT.
031910     EXIT.
031920
031930*****************************************************************
031940* 5185-NEXT-CALENDAR-DAY - STEP EX1-POST-VAL-DAT FORWARD ONE
031950* CALENDAR DAY, FEBRUARY JUDGED BY THE USUAL LEAP RULE (EVERY
031960* FOURTH YEAR, CENTURIES ONLY EVERY FOURTH CENTURY).
031970*****************************************************************
031980 5185-NEXT-CALENDAR-DAY.
031990     MOVE EX1-POST-VAL-DAT TO EX1-NCD-DATE.
032000     EVALUATE EX1-NCD-MM
032010         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
032020             MOVE 31 TO EX1-NCD-MONTH-LEN
032030         WHEN 4 WHEN 6 WHEN 9 WHEN 11
032040             MOVE 30 TO EX1-NCD-MONTH-LEN
032050         WHEN 2
032060             DIVIDE EX1-NCD-YYYY BY 4 GIVING EX1-NCD-QUOT
032070                 REMAINDER EX1-NCD-REM4
032080             DIVIDE EX1-NCD-YYYY BY 100 GIVING EX1-NCD-QUOT
032090                 REMAINDER EX1-NCD-REM100
032100             DIVIDE EX1-NCD-YYYY BY 400 GIVING EX1-NCD-QUOT
032110                 REMAINDER EX1-NCD-REM400
032120             IF EX1-NCD-REM4 = ZERO AND
032130                     (EX1-NCD-REM100 NOT = ZERO
032140                         OR EX1-NCD-REM400 = ZERO)
032150                 MOVE 29 TO EX1-NCD-MONTH-LEN
032160             ELSE
032170                 MOVE 28 TO EX1-NCD-MONTH-LEN
032180             END-IF
032190     END-EVALUATE.
032200     ADD 1 TO EX1-NCD-DD.
032210     IF EX1-NCD-DD > EX1-NCD-MONTH-LEN
032220         MOVE 1 TO EX1-NCD-DD
032230         ADD 1 TO EX1-NCD-MM
032240         IF EX1-NCD-MM > 12
032250             MOVE 1 TO EX1-NCD-MM
032260             ADD 1 TO EX1-NCD-YYYY
032270         END-IF
032280     END-IF.
032290     MOVE EX1-NCD-DATE TO EX1-POST-VAL-DAT.
032300 5185-EXIT.
032310     EXIT.
032320
032330*****************************************************************
032340* 5340-WRITE-ACCOUNT-EXCEPTION - COMMON TAIL FOR THE VALIDATION
032350* EXCEPTIONS.  THE CALLER HAS CLEARED THE RECORD AND FILLED THE
032360* REASON AND CODE; THE KEY AND THE MERGED AMOUNT PAIRS ARE
032370* TAKEN CARE OF HERE.
032380*****************************************************************
032390 5340-WRITE-ACCOUNT-EXCEPTION.
032400     MOVE EX1-LOW-KEY-ID   TO EXC-REK_ID.
032410     MOVE EX1-LOW-KEY-DT   TO EXC-VAL_DAT.
032420     MOVE EX1-MERGE-DB (1) TO EXC-DB-BEDR-01.
032430     MOVE EX1-MERGE-CR (1) TO EXC-CR-BEDR-01.
032440     MOVE EX1-MERGE-DB (2) TO EXC-DB-BEDR-02.
032450     MOVE EX1-MERGE-CR (2) TO EXC-CR-BEDR-02.
032460     MOVE EX1-MERGE-DB (3) TO EXC-DB-BEDR-03.
032470     MOVE EX1-MERGE-CR (3) TO EXC-CR-BEDR-03.
032480     EVALUATE EXC-REASON-CD
032490         WHEN 'AC01'
032500             ADD 1 TO EX1-EXC-AC01-COUNT
032510         WHEN 'AC02'
032520             ADD 1 TO EX1-EXC-AC02-COUNT
032530         WHEN 'AC03'
032540             ADD 1 TO EX1-EXC-AC03-COUNT
032550         WHEN 'AC04'
032560             ADD 1 TO EX1-EXC-AC04-COUNT
032570         WHEN 'AC05'
032580             ADD 1 TO EX1-EXC-AC05-COUNT
032590         WHEN 'TB01'
032600             ADD 1 TO EX1-EXC-TB01-COUNT
032610         WHEN 'VD01'
032620             ADD 1 TO EX1-EXC-VD01-COUNT
032630     END-EVALUATE.
032640     WRITE RTEXC01-RECORD.
032650 5340-EXIT.
032660     EXIT.
032670
032680*****************************************************************
032690* 5200-POST-MATCHED-RECORD - REK_ID/VAL_DAT MATCHED ON BOTH
032700* FEEDS.  FETCH THE CURRENT RTTB100 ROW, POST THE COMBINED
032710* AMOUNTS, RUN THE IT-IS-VALID CHECK AND WRITE RRSO.
032720*****************************************************************
032730 5200-POST-MATCHED-RECORD.
032740     ADD 1 TO EX1-MATCHED-COUNT.
032750     PERFORM 5160-VALIDATE-ACCOUNT THRU 5160-EXIT.
032760     IF NOT EX1-ACCT-OK
032770         GO TO 5200-EXIT
032780     END-IF.
032790     PERFORM 5170-APPLY-VALDAT-RULE THRU 5170-EXIT.
032800     IF NOT EX1-VALDAT-OK
032810         GO TO 5200-EXIT
032820     END-IF.
032830     MOVE EX1-LOW-KEY-ID  TO REK_ID.
032840     MOVE EX1-POST-VAL-DAT TO VAL_DAT.
032850     EXEC SQL
032860         SELECT DB_BEDR, CR_BEDR, CUR_CD
032870           INTO :DB_BEDR, :CR_BEDR, :CUR_CD
032880           FROM RTTB100
032890          WHERE REK_ID  = :REK_ID
032900            AND VAL_DAT = :VAL_DAT
032910     END-EXEC.
032920     IF SQLCODE = +100
032930         MOVE SPACES TO RTEXC01-RECORD
032940         MOVE 'RTTB100 ROW NOT FOUND FOR ACCOUNT'
032950             TO EXC-REASON
032960         MOVE 'TB01' TO EXC-REASON-CD
032970         PERFORM 5340-WRITE-ACCOUNT-EXCEPTION THRU 5340-EXIT
032980         GO TO 5200-EXIT
032990     END-IF.
033000     IF SQLCODE NOT = ZERO
033010         GO TO 9100-SQL-ERROR
033020     END-IF.
033030
033040     MOVE DB_BEDR TO EX1-OLD-DB-BEDR.
033050     MOVE CR_BEDR TO EX1-OLD-CR-BEDR.
033060
033070     ADD EX1-MERGE-DB (1) EX1-MERGE-DB (2) EX1-MERGE-DB (3)
033080         GIVING DB_BEDR.
033090     ADD EX1-MERGE-CR (1) EX1-MERGE-CR (2) EX1-MERGE-CR (3)
033100         GIVING CR_BEDR.
033110
033120     PERFORM 5280-CHECK-HOLD-THRESHOLD THRU 5280-EXIT.
033130     IF EX1-HOLD-ITEM
033140         PERFORM 5285-WRITE-PENDING-ITEM THRU 5285-EXIT
033150         GO TO 5200-EXIT
033160     END-IF.
033170
033180     IF EX1-LIVE-MODE
033190         PERFORM 5205-UPDATE-RTTB100-ROW THRU 5205-EXIT
033200         PERFORM 5210-WRITE-AUDIT-RECORD THRU 5210-EXIT
033210     END-IF.
033220
033230     PERFORM 5225-CHECK-IT-IS-VALID THRU 5225-EXIT.
033240
033250     MOVE CUR_CD TO THE-CURRENCY.
033260
033270     IF EX1-TRIAL-MODE
033280         PERFORM 5250-WRITE-TRIAL-LINE THRU 5250-EXIT
033290     ELSE
033300         MOVE REK_ID     TO RRSO-REK_ID
033310         MOVE VAL_DAT     TO RRSO-VAL_DAT
033320         MOVE EX1-CYCLE-NO TO RRSO-CYC_NO
033330         MOVE DB_BEDR     TO RRSO-DB_BEDR
033340         MOVE CR_BEDR     TO RRSO-CR_BEDR
033350         MOVE THE-CURRENCY TO RRSO-CUR_CD
033360         WRITE RRSO-RECORD
033370             INVALID KEY
033380                 PERFORM 5270-UPDATE-RRSO-RECORD THRU 5270-EXIT
033390         END-WRITE
033400         PERFORM 5260-ROLL-TO-HISTORY THRU 5260-EXIT
033410         PERFORM 5267-WRITE-ATTRIBUTION THRU 5267-EXIT
033420             VARYING EX1-MERGE-SUB FROM 1 BY 1
033430             UNTIL EX1-MERGE-SUB > 3
033440         PERFORM 5268-COUNT-REMATCHED-SLOT THRU 5268-EXIT
033450             VARYING EX1-MERGE-SUB FROM 1 BY 1
033460             UNTIL EX1-MERGE-SUB > 3
033470     END-IF.
033480     PERFORM 5230-ACCUMULATE-CURRENCY-TOTAL THRU 5230-EXIT.
033490     IF EX1-LIVE-MODE
033500         PERFORM 5240-WRITE-X12-DETAIL THRU 5240-EXIT
033510     END-IF.
033520
033530     SET EX1-POSTED TO TRUE.
033540     ADD 1 TO EX1-POSTED-COUNT.
033550     IF EX1-MERGE-RELEASED
033560         ADD 1 TO EX1-RELEASED-COUNT
033570     END-IF.
033580     ADD EX1-KEY-SUSP-DB TO EX1-SUSPIN-DB-TOTAL.
033590     ADD EX1-KEY-SUSP-CR TO EX1-SUSPIN-CR-TOTAL.
033600     MOVE EX1-RECORD-COUNT TO THE-MESSAGE.
033610     DISPLAY THE-NUMBER SPACE THE-MESSAGE SPACE THE-CURRENCY.
033620 5200-EXIT.
033630     EXIT.
033640
033650*****************************************************************
033660* 5205-UPDATE-RTTB100-ROW - THE ACTUAL POSTING UPDATE, KEPT IN
033670* ITS OWN PARAGRAPH SO TRIAL-BALANCE MODE CAN LEAVE THE ROW
033680* UNTOUCHED WHILE THE REST OF THE PASS RUNS END TO END.
033690*****************************************************************
033700 5205-UPDATE-RTTB100-ROW.
033710     EXEC SQL
033720         UPDATE RTTB100
033730            SET DB_BEDR = :DB_BEDR,
033740                CR_BEDR = :CR_BEDR
033750          WHERE REK_ID  = :REK_ID
033760            AND VAL_DAT = :VAL_DAT
033770     END-EXEC.
033780     IF SQLCODE NOT = ZERO
033790         GO TO 9100-SQL-ERROR
033800     END-IF.
033810     ADD 1 TO EX1-UPDATED-COUNT.
033820 5205-EXIT.
033830     EXIT.
033840
033850*****************************************************************
033860* 5250-WRITE-TRIAL-LINE - TRIAL-BALANCE MODE'S PICTURE OF WHAT
033870* THE LIVE RUN WOULD HAVE DONE TO THIS RTTB100 ROW.
033880*****************************************************************
033890 5250-WRITE-TRIAL-LINE.
033900     MOVE SPACES TO RTTRL01-RECORD.
033910     MOVE REK_ID           TO TRL1-REK_ID.
033920     MOVE VAL_DAT          TO TRL1-VAL_DAT.
033930     MOVE THE-CURRENCY     TO TRL1-CUR_CD.
033940     MOVE EX1-OLD-DB-BEDR  TO TRL1-OLD-DB-BEDR.
033950     MOVE EX1-OLD-CR-BEDR  TO TRL1-OLD-CR-BEDR.
033960     MOVE DB_BEDR          TO TRL1-NEW-DB-BEDR.
033970     MOVE CR_BEDR          TO TRL1-NEW-CR-BEDR.
033980     WRITE RTTRL01-RECORD.
033990 5250-EXIT.
034000     EXIT.
034010
034020*****************************************************************
034030* 5267-WRITE-ATTRIBUTION - ONE RTPTA01 RECORD PER FEED SLOT OF
034040* THE POSTING JUST WRITTEN, UNDER THE RRSO KEY, WITH THE SLOT'S
034050* AMOUNTS AND THE PARTNER ITS FEED CAME FROM.  THE SLOTS ADD UP
034060* TO THE POSTING, SO EX15 CAN SPLIT RRSO BY PARTNER EXACTLY.
034070*****************************************************************
034080 5267-WRITE-ATTRIBUTION.
034090     IF EX1-MERGE-PRESENT-SW (EX1-MERGE-SUB) NOT = 'Y'
034100         GO TO 5267-EXIT
034110     END-IF.
034120     MOVE SPACES TO RTPTA01-RECORD.
034130     MOVE REK_ID       TO PTA-REK_ID.
034140     MOVE VAL_DAT      TO PTA-VAL_DAT.
034150     MOVE EX1-CYCLE-NO TO PTA-CYC_NO.
034160     MOVE EX1-MERGE-SUB TO PTA-FEED-NO.
034170     MOVE EX1-PTN-PARTNER (EX1-MERGE-SUB) TO PTA-PARTNER-ID.
034180     MOVE THE-CURRENCY TO PTA-CUR_CD.
034190     MOVE EX1-MERGE-DB (EX1-MERGE-SUB) TO PTA-DB_BEDR.
034200     MOVE EX1-MERGE-CR (EX1-MERGE-SUB) TO PTA-CR_BEDR.
034210     MOVE EX1-MERGE-SRC-SW (EX1-MERGE-SUB) TO PTA-SOURCE-CD.
034220     WRITE RTPTA01-RECORD.
034230 5267-EXIT.
034240     EXIT.
034250
034260*****************************************************************
034270* 5268-COUNT-REMATCHED-SLOT - A FEED CARRIED IN FROM SUSPENSE
034280* THAT HAS NOW POSTED COUNTS AS RE-MATCHED FOR ITS PARTNER.
034290*****************************************************************
034300 5268-COUNT-REMATCHED-SLOT.
034310     IF EX1-MERGE-PRESENT-SW (EX1-MERGE-SUB) = 'Y'
034320             AND EX1-MERGE-SRC-SW (EX1-MERGE-SUB) = 'S'
034330         ADD 1 TO EX1-PTN-SUSP-REMATCH (EX1-MERGE-SUB)
034340     END-IF.
034350 5268-EXIT.
034360     EXIT.
034370
034380*****************************************************************
034390* 5260-ROLL-TO-HISTORY - EVERY POSTED RECORD IS ALSO ROLLED
034400* INTO THE PERMANENT RTHIST1 SETTLEMENT-HISTORY FILE.  A KEY
034410* ALREADY ON FILE (THE SAME ACCOUNT/VALUE-DATE POSTED BY AN
034420* EARLIER RUN) HAS TODAY'S AMOUNTS ADDED TO IT.
034430*****************************************************************
034440 5260-ROLL-TO-HISTORY.
034450     MOVE REK_ID       TO HIST-REK_ID.
034460     MOVE VAL_DAT      TO HIST-VAL_DAT.
034470     MOVE EX1-CYCLE-NO TO HIST-CYC_NO.
034480     MOVE DB_BEDR      TO HIST-DB_BEDR.
034490     MOVE CR_BEDR      TO HIST-CR_BEDR.
034500     MOVE THE-CURRENCY TO HIST-CUR_CD.
034510     WRITE HIST-RECORD
034520         INVALID KEY
034530             PERFORM 5265-UPDATE-HISTORY-ROW THRU 5265-EXIT
034540     END-WRITE.
034550 5260-EXIT.
034560     EXIT.
034570
034580 5265-UPDATE-HISTORY-ROW.
034590     MOVE REK_ID  TO HIST-REK_ID.
034600     MOVE VAL_DAT TO HIST-VAL_DAT.
034610     MOVE EX1-CYCLE-NO TO HIST-CYC_NO.
034620     READ RTHIST1
034630         INVALID KEY
034640             GO TO 9850-HISTORY-ERROR
034650     END-READ.
034660     ADD DB_BEDR TO HIST-DB_BEDR.
034670     ADD CR_BEDR TO HIST-CR_BEDR.
034680     MOVE THE-CURRENCY TO HIST-CUR_CD.
034690     REWRITE HIST-RECORD
034700         INVALID KEY
034710             GO TO 9850-HISTORY-ERROR
034720     END-REWRITE.
034730 5265-EXIT.
034740     EXIT.
034750
034760*****************************************************************
034770* 5270-UPDATE-RRSO-RECORD - THE RRSO KEY IS ALREADY ON FILE.
034780* WITH VALUE-DATE ROLLING A SECOND POSTING CAN LEGITIMATELY
034790* LAND ON A KEY ALREADY WRITTEN (A ROLLED DATE MEETING A
034800* GENUINE POSTING ON THE SAME DAY), SO THE AMOUNTS ACCUMULATE,
034810* EXACTLY THE WAY A SECOND POSTING ACCUMULATES ON RTHIST1.
034820*****************************************************************
034830 5270-UPDATE-RRSO-RECORD.
034840     MOVE REK_ID  TO RRSO-REK_ID.
034850     MOVE VAL_DAT TO RRSO-VAL_DAT.
034860     MOVE EX1-CYCLE-NO TO RRSO-CYC_NO.
034870     READ RRSO
034880         INVALID KEY
034890             GO TO 9200-RRSO-WRITE-ERROR
034900     END-READ.
034910     ADD DB_BEDR TO RRSO-DB_BEDR.
034920     ADD CR_BEDR TO RRSO-CR_BEDR.
034930     MOVE THE-CURRENCY TO RRSO-CUR_CD.
034940     REWRITE RRSO-RECORD
034950         INVALID KEY
034960             GO TO 9200-RRSO-WRITE-ERROR
034970     END-REWRITE.
034980 5270-EXIT.
034990     EXIT.
035000
035010*****************************************************************
035020* 5280-CHECK-HOLD-THRESHOLD - THE FOUR-EYES CHECK.  THE POSTING
035030* (THE LARGER OF THE COMBINED DB_BEDR AND CR_BEDR) IS COMPARED
035040* WITH THE ACCOUNT'S OWN RTHLD01 THRESHOLD, OR FAILING THAT WITH
035050* THE THRESHOLD FOR ITS RTTB100 CURRENCY.  AN ITEM ALREADY
035060* APPROVED THROUGH EX14 IS NOT HELD A SECOND TIME.
035070*****************************************************************
035080 5280-CHECK-HOLD-THRESHOLD.
035090     MOVE 'N' TO EX1-HOLD-SW.
035100     IF EX1-MERGE-RELEASED OR EX1-HLD-COUNT = ZERO
035110         GO TO 5280-EXIT
035120     END-IF.
035130     MOVE DB_BEDR TO EX1-HOLD-AMT.
035140     IF EX1-HOLD-AMT < ZERO
035150         MULTIPLY -1 BY EX1-HOLD-AMT
035160     END-IF.
035170     MOVE CR_BEDR TO EX1-HOLD-CR-AMT.
035180     IF EX1-HOLD-CR-AMT < ZERO
035190         MULTIPLY -1 BY EX1-HOLD-CR-AMT
035200     END-IF.
035210     IF EX1-HOLD-CR-AMT > EX1-HOLD-AMT
035220         MOVE EX1-HOLD-CR-AMT TO EX1-HOLD-AMT
035230     END-IF.
035240     MOVE 'N' TO EX1-HLD-FOUND-SW.
035250     MOVE 'A' TO EX1-HLD-LOOK-SCOPE.
035260     MOVE REK_ID TO EX1-HLD-LOOK-KEY.
035270     PERFORM 5281-SEARCH-ONE-THRESHOLD THRU 5281-EXIT
035280         VARYING EX1-HLD-SUB FROM 1 BY 1
035290         UNTIL EX1-HLD-SUB > EX1-HLD-COUNT
035300            OR EX1-HLD-FOUND.
035310     IF NOT EX1-HLD-FOUND
035320         MOVE 'C' TO EX1-HLD-LOOK-SCOPE
035330         MOVE CUR_CD TO EX1-HLD-LOOK-KEY
035340         PERFORM 5281-SEARCH-ONE-THRESHOLD THRU 5281-EXIT
035350             VARYING EX1-HLD-SUB FROM 1 BY 1
035360             UNTIL EX1-HLD-SUB > EX1-HLD-COUNT
035370                OR EX1-HLD-FOUND
035380     END-IF.
035390     IF NOT EX1-HLD-FOUND
035400         GO TO 5280-EXIT
035410     END-IF.
035420     IF EX1-HOLD-AMT > EX1-HLD-LIMIT (EX1-HLD-HIT-SUB)
035430         SET EX1-HOLD-ITEM TO TRUE
035440     END-IF.
035450 5280-EXIT.
035460     EXIT.
035470
035480 5281-SEARCH-ONE-THRESHOLD.
035490     IF EX1-HLD-SCOPE (EX1-HLD-SUB) = EX1-HLD-LOOK-SCOPE
035500             AND EX1-HLD-KEY (EX1-HLD-SUB) = EX1-HLD-LOOK-KEY
035510         SET EX1-HLD-FOUND TO TRUE
035520         MOVE EX1-HLD-SUB TO EX1-HLD-HIT-SUB
035530     END-IF.
035540 5281-EXIT.
035550     EXIT.
035560
035570*****************************************************************
035580* 5285-WRITE-PENDING-ITEM - THE ITEM IS OVER ITS THRESHOLD.
035590* NOTHING IS POSTED; THE FEED SLOTS GO TO RTPNDO WITH THE
035600* THRESHOLD AND WHO LOADED IT, FOR EX14 TO RELEASE OR REJECT ON
035610* A SECOND PERSON'S DECISION.  A TRIAL RUN ONLY COUNTS IT.
035620*****************************************************************
035630 5285-WRITE-PENDING-ITEM.
035640     ADD 1 TO EX1-HOLD-COUNT.
035650     ADD DB_BEDR TO EX1-HOLD-DB-TOTAL.
035660     ADD CR_BEDR TO EX1-HOLD-CR-TOTAL.
035670     DISPLAY 'EX01 - HELD FOR APPROVAL ' REK_ID ' ' VAL_DAT.
035680     IF NOT EX1-LIVE-MODE
035690         GO TO 5285-EXIT
035700     END-IF.
035710     MOVE SPACES TO RTPND01-RECORD.
035720     MOVE EX1-LOW-KEY-ID     TO PND-REK_ID.
035730     MOVE EX1-LOW-KEY-DT     TO PND-VAL_DAT.
035740     MOVE EX1-MERGE-CUR-CD   TO PND-CUR_CD.
035750     MOVE EX1-MERGE-AGE-DAYS TO PND-AGE-DAYS.
035760     PERFORM 5286-FILL-ONE-PENDING-SLOT THRU 5286-EXIT
035770         VARYING EX1-MERGE-SUB FROM 1 BY 1
035780         UNTIL EX1-MERGE-SUB > 3.
035790     MOVE DB_BEDR            TO PND-POST-DB_BEDR.
035800     MOVE CR_BEDR            TO PND-POST-CR_BEDR.
035810     MOVE EX1-HLD-SCOPE (EX1-HLD-HIT-SUB)   TO PND-SCOPE-CD.
035820     MOVE EX1-HLD-LIMIT (EX1-HLD-HIT-SUB)   TO PND-LIMIT-AMT.
035830     MOVE EX1-HLD-LOADED-BY (EX1-HLD-HIT-SUB)
035840                             TO PND-LOADED-BY.
035850     MOVE EX1-PROC-DATE      TO PND-HELD-DATE.
035860     MOVE EX1-CYCLE-NO       TO PND-CYCLE-NO.
035870     WRITE RTPND01-RECORD.
035880 5285-EXIT.
035890     EXIT.
035900
035910 5286-FILL-ONE-PENDING-SLOT.
035920     MOVE EX1-MERGE-PRESENT-SW (EX1-MERGE-SUB)
035930         TO PND-FEED-PRESENT-SW (EX1-MERGE-SUB).
035940     MOVE EX1-MERGE-DB (EX1-MERGE-SUB)
035950         TO PND-DB_BEDR (EX1-MERGE-SUB).
035960     MOVE EX1-MERGE-CR (EX1-MERGE-SUB)
035970         TO PND-CR_BEDR (EX1-MERGE-SUB).
035980 5286-EXIT.
035990     EXIT.
036000
036010*****************************************************************
036020* 5290-CARRY-REJECTED-ITEM - AN ITEM REJECTED THROUGH EX14 IS
036030* NOT MATCHED OR POSTED AGAIN.  IT IS CARRIED IN SUSPENSE, STILL
036040* MARKED REJECTED AND AGEING LIKE ANY OTHER ITEM, UNTIL EX06
036050* WRITES IT OFF, FORCE-MATCHES IT OR CORRECTS ITS KEY.
036060*****************************************************************
036070 5290-CARRY-REJECTED-ITEM.
036080     PERFORM 5320-CARRY-TO-SUSPENSE THRU 5320-EXIT.
036090     ADD 1 TO EX1-REJ-CARRIED-COUNT.
036100 5290-EXIT.
036110     EXIT.
036120
036130*****************************************************************
036140* 5230-ACCUMULATE-CURRENCY-TOTAL - FIND (OR ADD) THE TABLE ENTRY
036150* FOR THIS RECORD'S CURRENCY AND ROLL DB_BEDR/CR_BEDR INTO IT.
036160*****************************************************************
036170 5230-ACCUMULATE-CURRENCY-TOTAL.
036180     SET EX1-CUR-FOUND-SW TO 'N'.
036190     SET EX1-CUR-IDX TO 1.
036200     PERFORM 5231-SEARCH-CURRENCY-ENTRY THRU 5231-EXIT
036210         VARYING EX1-CUR-IDX FROM 1 BY 1
036220         UNTIL EX1-CUR-IDX > EX1-CUR-TOTAL-COUNT
036230            OR EX1-CUR-FOUND.
036240     IF EX1-CUR-FOUND
036250         SET EX1-CUR-IDX DOWN BY 1
036260     END-IF.
036270     IF NOT EX1-CUR-FOUND
036280         IF EX1-CUR-TOTAL-COUNT NOT < EX1-CUR-TOTAL-MAX
036290             GO TO 9300-CURRENCY-TABLE-FULL
036300         END-IF
036310         ADD 1 TO EX1-CUR-TOTAL-COUNT
036320         SET EX1-CUR-IDX TO EX1-CUR-TOTAL-COUNT
036330         MOVE THE-CURRENCY TO EX1-CUR-TOTAL-CD (EX1-CUR-IDX)
036340         MOVE ZERO TO EX1-CUR-TOTAL-DB (EX1-CUR-IDX)
036350         MOVE ZERO TO EX1-CUR-TOTAL-CR (EX1-CUR-IDX)
036360     END-IF.
036370     ADD DB_BEDR TO EX1-CUR-TOTAL-DB (EX1-CUR-IDX).
036380     ADD CR_BEDR TO EX1-CUR-TOTAL-CR (EX1-CUR-IDX).
036390 5230-EXIT.
036400     EXIT.
036410
036420 5231-SEARCH-CURRENCY-ENTRY.
036430     IF EX1-CUR-TOTAL-CD (EX1-CUR-IDX) = THE-CURRENCY
036440         SET EX1-CUR-FOUND TO TRUE
036450     END-IF.
036460 5231-EXIT.
036470     EXIT.
036480
036490 5210-WRITE-AUDIT-RECORD.
036500     MOVE REK_ID           TO AUD-REK_ID.
036510     MOVE VAL_DAT          TO AUD-VAL_DAT.
036520     MOVE EX1-OLD-DB-BEDR  TO AUD-OLD-DB_BEDR.
036530     MOVE EX1-OLD-CR-BEDR  TO AUD-OLD-CR_BEDR.
036540     MOVE DB_BEDR          TO AUD-NEW-DB_BEDR.
036550     MOVE CR_BEDR          TO AUD-NEW-CR_BEDR.
036560     PERFORM 5215-BUILD-TIMESTAMP THRU 5215-EXIT.
036570     MOVE EX1-TIMESTAMP-WORK TO AUD-TIMESTAMP.
036580     MOVE 'P' TO AUD-ACTION-CD.
036590     MOVE EX1-CYCLE-NO TO AUD-CYCLE-NO.
036600     WRITE RTAUD01-RECORD.
036610 5210-EXIT.
036620     EXIT.
036630
036640 5215-BUILD-TIMESTAMP.
036650     MOVE SPACES TO EX1-TIMESTAMP-WORK.
036660     ACCEPT EX1-TS-DATE FROM DATE YYYYMMDD.
036670     ACCEPT EX1-TS-TIME FROM TIME.
036680 5215-EXIT.
036690     EXIT.
036700
036710*****************************************************************
036720* 5225-CHECK-IT-IS-VALID - THE-NUMBER/A-SPACE STILL DRIVE THIS
036730* CHECK, AND A-SPACE IS STILL THE RECORD'S POSITION WITHIN THE
036740* CURRENT EX1-CKPT-INTERVAL BLOCK OF RECORDS RATHER THAN THE
036750* EVER-GROWING EX1-RECORD-COUNT ITSELF, SO THE CHECK REPEATS
036760* EVERY INTERVAL INSTEAD OF ONLY ONCE FOR THE WHOLE RUN.  THE
036770* OLD [50,55] PASSING BAND ONLY LET 6% OF RECORDS THROUGH, WHICH
036780* STILL SWAMPED RTEXC01 - THE BAND NOW COVERS EVERY POSITION
036790* EXCEPT THE ONE THAT LANDS EXACTLY ON THE INTERVAL BOUNDARY
036800* (A-SPACE = ZERO), SO ONLY THE ONE-IN-A-HUNDRED RECORD THAT
036810* OPENS A NEW EX1-CKPT-INTERVAL BLOCK IS FLAGGED FOR REVIEW AND
036820* RTEXC01 STAYS SOMETHING TO WORK FROM EACH MORNING.
036830*****************************************************************
036840 5225-CHECK-IT-IS-VALID.
036850     DIVIDE EX1-RECORD-COUNT BY EX1-CKPT-INTERVAL
036860         GIVING EX1-VALID-QUOTIENT
036870         REMAINDER A-SPACE.
036880     IF A-SPACE IS NOT > 99 AND NOT < THE-NUMBER
036890         DISPLAY "Your answer is valid"
036900     ELSE
036910         PERFORM 5220-WRITE-VALIDITY-EXCEPTION THRU 5220-EXIT
036920     END-IF.
036930 5225-EXIT.
036940     EXIT.
036950
036960 5220-WRITE-VALIDITY-EXCEPTION.
036970     MOVE SPACES TO RTEXC01-RECORD.
036980     MOVE REK_ID           TO EXC-REK_ID.
036990     MOVE VAL_DAT          TO EXC-VAL_DAT.
037000     MOVE 'IT-IS-VALID CHECK FAILED' TO EXC-REASON.
037010     MOVE 'VA01' TO EXC-REASON-CD.
037020     ADD 1 TO EX1-VALEXC-COUNT.
037030     WRITE RTEXC01-RECORD.
037040 5220-EXIT.
037050     EXIT.
037060
037070*****************************************************************
037080* 5240-WRITE-X12-DETAIL - EVERY POSTED RECORD'S RMR GOES TO EACH
037090* PARTNER'S OWN INTERCHANGE, ENDED BY THAT PARTNER'S SEGMENT
037100* TERMINATOR.
037110*****************************************************************
037120 5240-WRITE-X12-DETAIL.
037130     MOVE DB_BEDR TO EX1-X12-AMT-ED.
037140     MOVE CR_BEDR TO EX1-X12-AMT2-ED.
037150     PERFORM 5245-WRITE-ONE-RMR THRU 5245-EXIT
037160         VARYING EX1-PTN-SUB FROM 1 BY 1
037170         UNTIL EX1-PTN-SUB > 3.
037180 5240-EXIT.
037190     EXIT.
037200
037210 5245-WRITE-ONE-RMR.
037220     MOVE EX1-PTN-TERM (EX1-PTN-SUB) TO EX1-X12-TERM.
037230     MOVE SPACES TO EX1-X12-SEG-WORK.
037240     STRING 'RMR*IV*' REK_ID '*PO*' EX1-X12-AMT-ED
037250         '*' VAL_DAT '*' EX1-X12-AMT2-ED EX1-X12-TERM
037260         DELIMITED BY SIZE INTO EX1-X12-SEG-WORK.
037270     PERFORM 5060-WRITE-ONE-SEGMENT THRU 5060-EXIT.
037280     ADD 1 TO EX1-PTN-SEG-COUNT (EX1-PTN-SUB).
037290 5245-EXIT.
037300     EXIT.
037310
037320*****************************************************************
037330* 5400-CHECKPOINT-IF-DUE - WRITE A CHECKPOINT RECORD EVERY
037340* EX1-CKPT-INTERVAL RECORDS SO A LATER RUN CAN RESTART FROM HERE.
037350*****************************************************************
037360 5400-CHECKPOINT-IF-DUE.
037370     DIVIDE EX1-RECORD-COUNT BY EX1-CKPT-INTERVAL
037380         GIVING EX1-CKPT-QUOTIENT
037390         REMAINDER EX1-CKPT-REMAINDER.
037400     IF EX1-CKPT-REMAINDER = ZERO
037410         PERFORM 5410-WRITE-CHECKPOINT-RECORD THRU 5410-EXIT
037420     END-IF.
037430 5400-EXIT.
037440     EXIT.
037450
037460 5410-WRITE-CHECKPOINT-RECORD.
037470     MOVE EX1-RECORD-COUNT TO CKPTO-RECORD-COUNT.
037480     MOVE EX1-LOW-KEY-ID   TO CKPTO-REK_ID.
037490     MOVE EX1-LOW-KEY-DT   TO CKPTO-VAL_DAT.
037500     MOVE THE-NUMBER       TO CKPTO-THE-NUMBER.
037510     MOVE SPACES           TO CKPTO-TIMESTAMP.
037520     WRITE RTCKPTO-RECORD.
037530 5410-EXIT.
037540     EXIT.
037550
037560*****************************************************************
037570* 5500-OPEN-BREAK-FILES - PARTNER BREAK NOTIFICATIONS.  EACH
037580* FEED PARTNER GETS ITS OWN NOTIFICATION FILE, HEADED WITH THE
037590* RTTPP01 ROUTING FOR THAT PARTNER.  THE RTBRKI REGISTER IS THE
037600* PRIOR RUN'S LIST OF BREAKS ALREADY NOTIFIED; IT IS READ IN
037610* STEP WITH THE MATCH PASS AND RTBRKO IS WRITTEN IN ITS PLACE.
037620* LIKE THE 820 FILES THESE ARE EXTENDED ON A RESTART, AND A
037630* TRIAL RUN NEITHER NOTIFIES NOR TOUCHES THE REGISTER.
037640*****************************************************************
037650 5500-OPEN-BREAK-FILES.
037660     OPEN INPUT RTBRKI.
037670     MOVE 'Y' TO EX1-RTBRKI-OPEN-SW.
037680     IF EX1-RESTART-RUN
037690         OPEN EXTEND RTBRO1
037700         OPEN EXTEND RTBRO2
037710         OPEN EXTEND RTBRO3
037720         OPEN EXTEND RTBRKO
037730     ELSE
037740         OPEN OUTPUT RTBRO1
037750         OPEN OUTPUT RTBRO2
037760         OPEN OUTPUT RTBRO3
037770         OPEN OUTPUT RTBRKO
037780     END-IF.
037790     MOVE 'Y' TO EX1-RTBRO1-OPEN-SW.
037800     MOVE 'Y' TO EX1-RTBRO2-OPEN-SW.
037810     MOVE 'Y' TO EX1-RTBRO3-OPEN-SW.
037820     MOVE 'Y' TO EX1-RTBRKO-OPEN-SW.
037830     MOVE 'N' TO EX1-BRKI-EOF-SW.
037840     PERFORM 5505-WRITE-ONE-BREAK-HEADER THRU 5505-EXIT
037850         VARYING EX1-PTN-SUB FROM 1 BY 1
037860         UNTIL EX1-PTN-SUB > 3.
037870     PERFORM 5525-READ-RTBRKI THRU 5525-EXIT.
037880 5500-EXIT.
037890     EXIT.
037900
037910 5505-WRITE-ONE-BREAK-HEADER.
037920     MOVE ZERO TO EX1-PTN-BRK-OPEN (EX1-PTN-SUB).
037930     MOVE ZERO TO EX1-PTN-BRK-CLOSED (EX1-PTN-SUB).
037940     PERFORM 5003-FIND-PARTNER-PROFILE THRU 5003-EXIT.
037950     MOVE SPACES TO RTBRN01-RECORD.
037960     MOVE 'H' TO BRN-REC-TYPE.
037970     MOVE EX1-PTN-PARTNER (EX1-PTN-SUB) TO BRN-PARTNER-ID.
037980     MOVE EX1-TPP-RCV-QUAL (EX1-TPP-HIT-SUB) TO BRN-RCV-QUAL.
037990     MOVE EX1-TPP-RCV-ID (EX1-TPP-HIT-SUB)   TO BRN-RCV-ID.
038000     MOVE EX1-PROC-DATE TO BRN-PROC-DATE.
038010     MOVE EX1-CYCLE-NO  TO BRN-CYCLE-NO.
038020     PERFORM 5510-WRITE-ONE-BREAK-LINE THRU 5510-EXIT.
038030 5505-EXIT.
038040     EXIT.
038050
038060*****************************************************************
038070* 5510-WRITE-ONE-BREAK-LINE - HAND THE BUILT RTBRN01 RECORD TO
038080* THE CURRENT PARTNER'S OWN NOTIFICATION FILE.
038090*****************************************************************
038100 5510-WRITE-ONE-BREAK-LINE.
038110     EVALUATE EX1-PTN-SUB
038120         WHEN 1
038130             MOVE RTBRN01-RECORD TO BRNO1-TEXT
038140             WRITE BRNO1-RECORD
038150         WHEN 2
038160             MOVE RTBRN01-RECORD TO BRNO2-TEXT
038170             WRITE BRNO2-RECORD
038180         WHEN 3
038190             MOVE RTBRN01-RECORD TO BRNO3-TEXT
038200             WRITE BRNO3-RECORD
038210     END-EVALUATE.
038220 5510-EXIT.
038230     EXIT.
038240
038250*****************************************************************
038260* 5520-SKIP-PRIOR-BREAKS - ON A RESTART THE KEYS ALREADY COVERED
038270* BY THE FAILED RUN WERE NOTIFIED, AND THEIR REGISTER RECORDS
038280* WRITTEN, BEFORE IT STOPPED.  THEIR PRIOR ENTRIES ARE PASSED
038290* OVER WITHOUT BEING REPORTED A SECOND TIME.
038300*****************************************************************
038310 5520-SKIP-PRIOR-BREAKS.
038320     PERFORM 5525-READ-RTBRKI THRU 5525-EXIT
038330         UNTIL EX1-KEY-BK > EX1-LOW-KEY.
038340 5520-EXIT.
038350     EXIT.
038360
038370 5525-READ-RTBRKI.
038380     IF EX1-BRKI-EOF
038390         NEXT SENTENCE
038400     ELSE
038410         READ RTBRKI
038420             AT END
038430                 SET EX1-BRKI-EOF TO TRUE
038440                 MOVE HIGH-VALUES TO EX1-KEY-BK
038450             NOT AT END
038460                 MOVE BRKI-REK_ID  TO EX1-KEY-BK-ID
038470                 MOVE BRKI-VAL_DAT TO EX1-KEY-BK-DT
038480         END-READ
038490     END-IF.
038500 5525-EXIT.
038510     EXIT.
038520
038530*****************************************************************
038540* 5530-NOTIFY-PARTNER-BREAKS - AFTER THE MATCH DECISION FOR THE
038550* LOW KEY, TELL EACH FEED PARTNER WHERE IT STANDS.  A PARTNER
038560* WHOSE FEED IS MISSING (FRESH AND CARRIED) IS IN BREAK MB01; A
038570* PARTNER WHOSE AMOUNTS DIFFER FROM THE CONSENSUS BEYOND
038580* EX1-AMT-TOLERANCE, OR WHEN NO CONSENSUS CAN BE FORMED, IS IN
038590* BREAK AM01.  A BREAK NOTIFIED LAST RUN THAT NO LONGER STANDS
038600* IS REPORTED CLOSED.  REGISTER ENTRIES FOR KEYS BELOW THE LOW
038610* KEY ARE NO LONGER HELD ON OUR SIDE AT ALL - POSTED ON AN
038620* EARLIER CYCLE, AGED OFF, OR HANDED TO RECONCILIATION AS AN
038630* AMOUNT EXCEPTION - AND ARE CLOSED FIRST.
038640*****************************************************************
038650 5530-NOTIFY-PARTNER-BREAKS.
038660     PERFORM 5535-CLOSE-STALE-BREAK THRU 5535-EXIT
038670         UNTIL EX1-KEY-BK NOT < EX1-LOW-KEY.
038680     PERFORM 5540-CLEAR-ONE-PRIOR-SLOT THRU 5540-EXIT
038690         VARYING EX1-PTN-SUB FROM 1 BY 1
038700         UNTIL EX1-PTN-SUB > 3.
038710     PERFORM 5545-TAKE-ONE-PRIOR-BREAK THRU 5545-EXIT
038720         UNTIL EX1-KEY-BK NOT = EX1-LOW-KEY.
038730     PERFORM 5550-FIND-CONSENSUS THRU 5550-EXIT.
038740     PERFORM 5560-CHECK-ONE-PARTNER THRU 5560-EXIT
038750         VARYING EX1-PTN-SUB FROM 1 BY 1
038760         UNTIL EX1-PTN-SUB > 3.
038770 5530-EXIT.
038780     EXIT.
038790
038800 5535-CLOSE-STALE-BREAK.
038810     MOVE BRKI-FEED-NO TO EX1-PTN-SUB.
038820     PERFORM 5546-LOAD-ONE-PRIOR-BREAK THRU 5546-EXIT.
038830     PERFORM 5565-WRITE-CLOSED-BREAK THRU 5565-EXIT.
038840 5535-EXIT.
038850     EXIT.
038860
038870 5540-CLEAR-ONE-PRIOR-SLOT.
038880     MOVE 'N' TO EX1-BKP-PRESENT-SW (EX1-PTN-SUB).
038890 5540-EXIT.
038900     EXIT.
038910
038920 5545-TAKE-ONE-PRIOR-BREAK.
038930     MOVE BRKI-FEED-NO TO EX1-PTN-SUB.
038940     PERFORM 5546-LOAD-ONE-PRIOR-BREAK THRU 5546-EXIT.
038950 5545-EXIT.
038960     EXIT.
038970
038980 5546-LOAD-ONE-PRIOR-BREAK.
038990     MOVE 'Y'              TO EX1-BKP-PRESENT-SW (EX1-PTN-SUB).
039000     MOVE BRKI-REK_ID      TO EX1-BKP-REK-ID (EX1-PTN-SUB).
039010     MOVE BRKI-VAL_DAT     TO EX1-BKP-VAL-DAT (EX1-PTN-SUB).
039020     MOVE BRKI-PARTNER-ID  TO EX1-BKP-PARTNER-ID (EX1-PTN-SUB).
039030     MOVE BRKI-REASON-CD   TO EX1-BKP-REASON-CD (EX1-PTN-SUB).
039040     MOVE BRKI-CUR_CD      TO EX1-BKP-CUR-CD (EX1-PTN-SUB).
039050     MOVE BRKI-AGE-DAYS    TO EX1-BKP-AGE-DAYS (EX1-PTN-SUB).
039060     MOVE BRKI-FIRST-DATE  TO EX1-BKP-FIRST-DATE (EX1-PTN-SUB).
039070     MOVE BRKI-PTN-DB_BEDR TO EX1-BKP-PTN-DB (EX1-PTN-SUB).
039080     MOVE BRKI-PTN-CR_BEDR TO EX1-BKP-PTN-CR (EX1-PTN-SUB).
039090     MOVE BRKI-CNS-DB_BEDR TO EX1-BKP-CNS-DB (EX1-PTN-SUB).
039100     MOVE BRKI-CNS-CR_BEDR TO EX1-BKP-CNS-CR (EX1-PTN-SUB).
039110     MOVE BRKI-NO-CONSENSUS-SW
039120                           TO EX1-BKP-NO-CNS-SW (EX1-PTN-SUB).
039130     PERFORM 5525-READ-RTBRKI THRU 5525-EXIT.
039140 5546-EXIT.
039150     EXIT.
039160
039170*****************************************************************
039180* 5550-FIND-CONSENSUS - THE CONSENSUS AMOUNTS ARE THOSE OF THE
039190* FIRST PAIR OF PRESENT FEEDS (1-2, 1-3, 2-3) THAT AGREE ON
039200* DB_BEDR AND CR_BEDR WITHIN EX1-AMT-TOLERANCE.  WITH ONLY ONE
039210* FEED PRESENT THERE IS NOTHING TO DISPUTE IT AND IT STANDS AS
039220* THE CONSENSUS.  OTHERWISE THERE IS NONE.
039230*****************************************************************
039240 5550-FIND-CONSENSUS.
039250     MOVE 'N' TO EX1-CNS-FOUND-SW.
039260     MOVE ZERO TO EX1-CNS-DB.
039270     MOVE ZERO TO EX1-CNS-CR.
039280     MOVE 1 TO EX1-CNS-A-SUB.
039290     MOVE 2 TO EX1-CNS-B-SUB.
039300     PERFORM 5555-TEST-ONE-PAIR THRU 5555-EXIT.
039310     MOVE 3 TO EX1-CNS-B-SUB.
039320     PERFORM 5555-TEST-ONE-PAIR THRU 5555-EXIT.
039330     MOVE 2 TO EX1-CNS-A-SUB.
039340     PERFORM 5555-TEST-ONE-PAIR THRU 5555-EXIT.
039350     IF NOT EX1-CNS-FOUND AND EX1-MATCH-COUNT = 1
039360         PERFORM 5558-TAKE-LONE-FEED THRU 5558-EXIT
039370             VARYING EX1-PTN-SUB FROM 1 BY 1
039380             UNTIL EX1-PTN-SUB > 3
039390     END-IF.
039400 5550-EXIT.
039410     EXIT.
039420
039430 5555-TEST-ONE-PAIR.
039440     IF EX1-CNS-FOUND
039450         GO TO 5555-EXIT
039460     END-IF.
039470     IF EX1-MERGE-PRESENT-SW (EX1-CNS-A-SUB) NOT = 'Y'
039480             OR EX1-MERGE-PRESENT-SW (EX1-CNS-B-SUB) NOT = 'Y'
039490         GO TO 5555-EXIT
039500     END-IF.
039510     MOVE 'Y' TO EX1-CNS-PAIR-SW.
039520     COMPUTE EX1-AMT-DIFF = EX1-MERGE-DB (EX1-CNS-A-SUB)
039530                          - EX1-MERGE-DB (EX1-CNS-B-SUB).
039540     PERFORM 5556-TEST-PAIR-DIFFERENCE THRU 5556-EXIT.
039550     COMPUTE EX1-AMT-DIFF = EX1-MERGE-CR (EX1-CNS-A-SUB)
039560                          - EX1-MERGE-CR (EX1-CNS-B-SUB).
039570     PERFORM 5556-TEST-PAIR-DIFFERENCE THRU 5556-EXIT.
039580     IF EX1-CNS-PAIR-AGREE
039590         SET EX1-CNS-FOUND TO TRUE
039600         MOVE EX1-MERGE-DB (EX1-CNS-A-SUB) TO EX1-CNS-DB
039610         MOVE EX1-MERGE-CR (EX1-CNS-A-SUB) TO EX1-CNS-CR
039620     END-IF.
039630 5555-EXIT.
039640     EXIT.
039650
039660 5556-TEST-PAIR-DIFFERENCE.
039670     IF EX1-AMT-DIFF < ZERO
039680         MULTIPLY EX1-AMT-DIFF BY -1 GIVING EX1-AMT-DIFF
039690     END-IF.
039700     IF EX1-AMT-DIFF > EX1-AMT-TOLERANCE
039710         MOVE 'N' TO EX1-CNS-PAIR-SW
039720     END-IF.
039730 5556-EXIT.
039740     EXIT.
039750
039760 5558-TAKE-LONE-FEED.
039770     IF EX1-MERGE-PRESENT-SW (EX1-PTN-SUB) = 'Y'
039780         SET EX1-CNS-FOUND TO TRUE
039790         MOVE EX1-MERGE-DB (EX1-PTN-SUB) TO EX1-CNS-DB
039800         MOVE EX1-MERGE-CR (EX1-PTN-SUB) TO EX1-CNS-CR
039810     END-IF.
039820 5558-EXIT.
039830     EXIT.
039840
039850*****************************************************************
039860* 5560-CHECK-ONE-PARTNER - DECIDE WHETHER THE FEED IN SLOT
039870* EX1-PTN-SUB IS IN BREAK ON THE LOW KEY, AND NOTIFY ITS PARTNER
039880* OF A BREAK THAT STANDS OR OF ONE THAT HAS CLEARED.
039890*****************************************************************
039900 5560-CHECK-ONE-PARTNER.
039910     MOVE 'N' TO EX1-SLOT-BREAK-SW.
039920     IF EX1-MERGE-PRESENT-SW (EX1-PTN-SUB) NOT = 'Y'
039930         MOVE 'MB01' TO EX1-BRK-REASON-CD
039940         MOVE 'Y' TO EX1-SLOT-BREAK-SW
039950     ELSE
039960         IF NOT EX1-CNS-FOUND
039970             MOVE 'AM01' TO EX1-BRK-REASON-CD
039980             MOVE 'Y' TO EX1-SLOT-BREAK-SW
039990         ELSE
040000             MOVE 'Y' TO EX1-CNS-PAIR-SW
040010             COMPUTE EX1-AMT-DIFF =
040020                 EX1-MERGE-DB (EX1-PTN-SUB) - EX1-CNS-DB
040030             PERFORM 5556-TEST-PAIR-DIFFERENCE THRU 5556-EXIT
040040             COMPUTE EX1-AMT-DIFF =
040050                 EX1-MERGE-CR (EX1-PTN-SUB) - EX1-CNS-CR
040060             PERFORM 5556-TEST-PAIR-DIFFERENCE THRU 5556-EXIT
040070             IF NOT EX1-CNS-PAIR-AGREE
040080                 MOVE 'AM01' TO EX1-BRK-REASON-CD
040090                 MOVE 'Y' TO EX1-SLOT-BREAK-SW
040100             END-IF
040110         END-IF
040120     END-IF.
040130     IF EX1-SLOT-IN-BREAK
040140         PERFORM 5570-WRITE-OPEN-BREAK THRU 5570-EXIT
040150     ELSE
040160         IF EX1-BKP-PRESENT-SW (EX1-PTN-SUB) = 'Y'
040170             PERFORM 5565-WRITE-CLOSED-BREAK THRU 5565-EXIT
040180         END-IF
040190     END-IF.
040200 5560-EXIT.
040210     EXIT.
040220
040230*****************************************************************
040240* 5565-WRITE-CLOSED-BREAK - REPORT A PREVIOUSLY NOTIFIED BREAK AS
040250* CLOSED, WITH THE AMOUNTS LAST NOTIFIED.  IF A DIFFERENT PARTNER
040260* NOW DELIVERS ON THAT FEED THERE IS NOBODY TO TELL, AND THE
040270* ENTRY SIMPLY DROPS OFF THE REGISTER.
040280*****************************************************************
040290 5565-WRITE-CLOSED-BREAK.
040300     IF EX1-BKP-PARTNER-ID (EX1-PTN-SUB)
040310             NOT = EX1-PTN-PARTNER (EX1-PTN-SUB)
040320         GO TO 5565-EXIT
040330     END-IF.
040340     MOVE SPACES TO RTBRN01-RECORD.
040350     MOVE 'D' TO BRN-REC-TYPE.
040360     MOVE EX1-BKP-PARTNER-ID (EX1-PTN-SUB) TO BRN-PARTNER-ID.
040370     MOVE 'C' TO BRN-STATUS-CD.
040380     MOVE EX1-BKP-REK-ID (EX1-PTN-SUB)     TO BRN-REK_ID.
040390     MOVE EX1-BKP-VAL-DAT (EX1-PTN-SUB)    TO BRN-VAL_DAT.
040400     MOVE EX1-BKP-CUR-CD (EX1-PTN-SUB)     TO BRN-CUR_CD.
040410     MOVE EX1-BKP-REASON-CD (EX1-PTN-SUB)  TO BRN-REASON-CD.
040420     MOVE EX1-BKP-AGE-DAYS (EX1-PTN-SUB)   TO BRN-AGE-DAYS.
040430     MOVE EX1-BKP-NO-CNS-SW (EX1-PTN-SUB)  TO BRN-NO-CONSENSUS-SW.
040440     MOVE EX1-BKP-PTN-DB (EX1-PTN-SUB)     TO BRN-PTN-DB-BEDR.
040450     MOVE EX1-BKP-PTN-CR (EX1-PTN-SUB)     TO BRN-PTN-CR-BEDR.
040460     MOVE EX1-BKP-CNS-DB (EX1-PTN-SUB)     TO BRN-CNS-DB-BEDR.
040470     MOVE EX1-BKP-CNS-CR (EX1-PTN-SUB)     TO BRN-CNS-CR-BEDR.
040480     PERFORM 5510-WRITE-ONE-BREAK-LINE THRU 5510-EXIT.
040490     ADD 1 TO EX1-PTN-BRK-CLOSED (EX1-PTN-SUB).
040500     ADD 1 TO EX1-BRK-CLOSED-COUNT.
040510 5565-EXIT.
040520     EXIT.
040530
040540*****************************************************************
040550* 5570-WRITE-OPEN-BREAK - NOTIFY THE PARTNER OF A BREAK THAT
040560* STANDS AND CARRY IT ON THE REGISTER.  AN MB01 ITEM TAKES ITS
040570* AGE FROM SUSPENSE; AN AM01 ITEM AGES FROM THE DAY IT WAS FIRST
040580* NOTIFIED, ADVANCING ON THE FIRST CYCLE OF EACH DAY THE SAME
040590* WAY THE SUSPENSE AGE DOES.
040600*****************************************************************
040610 5570-WRITE-OPEN-BREAK.
040620     IF EX1-BKP-PRESENT-SW (EX1-PTN-SUB) = 'Y'
040630         MOVE EX1-BKP-AGE-DAYS (EX1-PTN-SUB) TO EX1-BRK-AGE-DAYS
040640         MOVE EX1-BKP-FIRST-DATE (EX1-PTN-SUB)
040650             TO EX1-BRK-FIRST-DATE
040660         IF EX1-CYCLE-NO = 1
040670                 AND EX1-BRK-AGE-DAYS < 999
040680             ADD 1 TO EX1-BRK-AGE-DAYS
040690         END-IF
040700     ELSE
040710         MOVE ZERO TO EX1-BRK-AGE-DAYS
040720         MOVE EX1-PROC-DATE TO EX1-BRK-FIRST-DATE
040730     END-IF.
040740     IF EX1-BRK-REASON-CD = 'MB01'
040750         MOVE EX1-MERGE-AGE-DAYS TO EX1-BRK-AGE-DAYS
040760     END-IF.
040770     MOVE SPACES TO RTBRN01-RECORD.
040780     MOVE 'D' TO BRN-REC-TYPE.
040790     MOVE EX1-PTN-PARTNER (EX1-PTN-SUB) TO BRN-PARTNER-ID.
040800     MOVE 'O' TO BRN-STATUS-CD.
040810     MOVE EX1-LOW-KEY-ID    TO BRN-REK_ID.
040820     MOVE EX1-LOW-KEY-DT    TO BRN-VAL_DAT.
040830     MOVE EX1-MERGE-CUR-CD  TO BRN-CUR_CD.
040840     MOVE EX1-BRK-REASON-CD TO BRN-REASON-CD.
040850     MOVE EX1-BRK-AGE-DAYS  TO BRN-AGE-DAYS.
040860     IF EX1-CNS-FOUND
040870         MOVE 'N' TO BRN-NO-CONSENSUS-SW
040880     ELSE
040890         MOVE 'Y' TO BRN-NO-CONSENSUS-SW
040900     END-IF.
040910     MOVE EX1-MERGE-DB (EX1-PTN-SUB) TO BRN-PTN-DB-BEDR.
040920     MOVE EX1-MERGE-CR (EX1-PTN-SUB) TO BRN-PTN-CR-BEDR.
040930     MOVE EX1-CNS-DB TO BRN-CNS-DB-BEDR.
040940     MOVE EX1-CNS-CR TO BRN-CNS-CR-BEDR.
040950     PERFORM 5510-WRITE-ONE-BREAK-LINE THRU 5510-EXIT.
040960     ADD 1 TO EX1-PTN-BRK-OPEN (EX1-PTN-SUB).
040970     ADD 1 TO EX1-BRK-OPEN-COUNT.
040980     MOVE SPACES TO RTBRKO-RECORD.
040990     MOVE EX1-LOW-KEY-ID     TO BRKO-REK_ID.
041000     MOVE EX1-LOW-KEY-DT     TO BRKO-VAL_DAT.
041010     MOVE EX1-PTN-SUB        TO BRKO-FEED-NO.
041020     MOVE EX1-PTN-PARTNER (EX1-PTN-SUB) TO BRKO-PARTNER-ID.
041030     MOVE EX1-BRK-REASON-CD  TO BRKO-REASON-CD.
041040     MOVE EX1-MERGE-CUR-CD   TO BRKO-CUR_CD.
041050     MOVE EX1-BRK-AGE-DAYS   TO BRKO-AGE-DAYS.
041060     MOVE EX1-BRK-FIRST-DATE TO BRKO-FIRST-DATE.
041070     MOVE EX1-MERGE-DB (EX1-PTN-SUB) TO BRKO-PTN-DB_BEDR.
041080     MOVE EX1-MERGE-CR (EX1-PTN-SUB) TO BRKO-PTN-CR_BEDR.
041090     MOVE EX1-CNS-DB         TO BRKO-CNS-DB_BEDR.
041100     MOVE EX1-CNS-CR         TO BRKO-CNS-CR_BEDR.
041110     MOVE BRN-NO-CONSENSUS-SW TO BRKO-NO-CONSENSUS-SW.
041120     WRITE RTBRKO-RECORD.
041130 5570-EXIT.
041140     EXIT.
041150
041160*****************************************************************
041170* 5590-CLOSE-BREAK-FILES - WHATEVER IS LEFT ON THE REGISTER PAST
041180* THE LAST KEY OF THE RUN IS NO LONGER HELD ON OUR SIDE AND IS
041190* REPORTED CLOSED, THEN EACH PARTNER'S FILE IS ENDED WITH ITS
041200* OPEN AND CLOSED COUNTS.
041210*****************************************************************
041220 5590-CLOSE-BREAK-FILES.
041230     PERFORM 5535-CLOSE-STALE-BREAK THRU 5535-EXIT
041240         UNTIL EX1-BRKI-EOF.
041250     PERFORM 5595-WRITE-ONE-BREAK-TRAILER THRU 5595-EXIT
041260         VARYING EX1-PTN-SUB FROM 1 BY 1
041270         UNTIL EX1-PTN-SUB > 3.
041280     CLOSE RTBRKI.
041290     MOVE 'N' TO EX1-RTBRKI-OPEN-SW.
041300     CLOSE RTBRKO.
041310     MOVE 'N' TO EX1-RTBRKO-OPEN-SW.
041320     CLOSE RTBRO1.
041330     MOVE 'N' TO EX1-RTBRO1-OPEN-SW.
041340     CLOSE RTBRO2.
041350     MOVE 'N' TO EX1-RTBRO2-OPEN-SW.
041360     CLOSE RTBRO3.
041370     MOVE 'N' TO EX1-RTBRO3-OPEN-SW.
041380 5590-EXIT.
041390     EXIT.
041400
041410 5595-WRITE-ONE-BREAK-TRAILER.
041420     MOVE SPACES TO RTBRN01-RECORD.
041430     MOVE 'T' TO BRN-REC-TYPE.
041440     MOVE EX1-PTN-PARTNER (EX1-PTN-SUB) TO BRN-PARTNER-ID.
041450     MOVE EX1-PTN-BRK-OPEN (EX1-PTN-SUB)   TO BRN-OPEN-COUNT.
041460     MOVE EX1-PTN-BRK-CLOSED (EX1-PTN-SUB) TO BRN-CLOSED-COUNT.
041470     PERFORM 5510-WRITE-ONE-BREAK-LINE THRU 5510-EXIT.
041480 5595-EXIT.
041490     EXIT.
041500
041510*****************************************************************
041520* 6000-WRITE-CURRENCY-TOTALS - ONE RTCURT1 CONTROL RECORD PER
041530* CURRENCY CODE ENCOUNTERED, CARRYING THAT CURRENCY'S NET
041540* DB_BEDR/CR_BEDR TOTAL FOR THE RUN.  KEPT OUT OF RRSO SO A
041550* CONTROL RECORD CAN NEVER COLLIDE WITH A POSTED ACCOUNT'S
041560* REK_ID OR BREAK RRSO'S ASCENDING-KEY WRITE ORDER.
041570*****************************************************************
041580 6000-WRITE-CURRENCY-TOTALS SECTION.
041590 6000-WRITE-CURRENCY-TOTALS-PARA.
041600     PERFORM 6050-SORT-CURRENCY-TOTALS THRU 6050-EXIT.
041610     PERFORM 6100-WRITE-ONE-CURRENCY-TOTAL THRU 6100-EXIT
041620         VARYING EX1-CUR-IDX FROM 1 BY 1
041630         UNTIL EX1-CUR-IDX > EX1-CUR-TOTAL-COUNT.
041640     PERFORM 6200-WRITE-GRAND-TOTAL THRU 6200-EXIT.
041650 6000-EXIT.
041660     EXIT.
041670
041680*****************************************************************
041690* 6050-SORT-CURRENCY-TOTALS - PUTS RTCURT1'S CONTROL RECORDS IN
041700* ASCENDING CURRENCY CODE ORDER, NOT THE FIRST-SEEN ORDER
041710* EX1-CUR-TOTAL-TABLE WAS BUILT IN, SO THE CONTROL-TOTALS REPORT
041720* READS THE SAME WAY EVERY RUN.  A PLAIN BUBBLE SORT IS ENOUGH -
041730* THE TABLE ONLY EVER HOLDS AS MANY ENTRIES AS THERE ARE DISTINCT
041740* CURRENCIES IN A DAY'S FEED.
041750*****************************************************************
041760 6050-SORT-CURRENCY-TOTALS.
041770     PERFORM 6060-SORT-ONE-PASS THRU 6060-EXIT
041780         VARYING EX1-CUR-IDX FROM 1 BY 1
041790         UNTIL EX1-CUR-IDX >= EX1-CUR-TOTAL-COUNT.
041800 6050-EXIT.
041810     EXIT.
041820
041830 6060-SORT-ONE-PASS.
041840     PERFORM 6070-SORT-COMPARE-SWAP THRU 6070-EXIT
041850         VARYING EX1-CUR-IDX2 FROM 1 BY 1
041860         UNTIL EX1-CUR-IDX2 >= EX1-CUR-TOTAL-COUNT.
041870 6060-EXIT.
041880     EXIT.
041890
041900 6070-SORT-COMPARE-SWAP.
041910     IF EX1-CUR-TOTAL-CD (EX1-CUR-IDX2) >
041920             EX1-CUR-TOTAL-CD (EX1-CUR-IDX2 + 1)
041930         MOVE EX1-CUR-TOTAL-ENTRY (EX1-CUR-IDX2)
041940             TO EX1-CUR-SWAP-ENTRY
041950         MOVE EX1-CUR-TOTAL-ENTRY (EX1-CUR-IDX2 + 1)
041960             TO EX1-CUR-TOTAL-ENTRY (EX1-CUR-IDX2)
041970         MOVE EX1-CUR-SWAP-ENTRY
041980             TO EX1-CUR-TOTAL-ENTRY (EX1-CUR-IDX2 + 1)
041990     END-IF.
042000 6070-EXIT.
042010     EXIT.
042020
042030 6100-WRITE-ONE-CURRENCY-TOTAL.
042040     MOVE EX1-CUR-TOTAL-CD (EX1-CUR-IDX) TO EX1-LOOK-CUR-CD.
042050     PERFORM 2550-FIND-RATE THRU 2550-EXIT.
042060     IF NOT EX1-RATE-FOUND
042070         PERFORM 2910-RATE-MISSING-ABEND THRU 2910-EXIT
042080     END-IF.
042090     MOVE EX1-CUR-TOTAL-CD (EX1-CUR-IDX) TO CURT-CUR_CD.
042100     MOVE EX1-CUR-TOTAL-DB (EX1-CUR-IDX) TO CURT-DB_BEDR.
042110     MOVE EX1-CUR-TOTAL-CR (EX1-CUR-IDX) TO CURT-CR_BEDR.
042120     MOVE EX1-WORK-RATE TO CURT-RATE.
042130     COMPUTE CURT-BASE-DB_BEDR ROUNDED =
042140         EX1-CUR-TOTAL-DB (EX1-CUR-IDX) * EX1-WORK-RATE.
042150     COMPUTE CURT-BASE-CR_BEDR ROUNDED =
042160         EX1-CUR-TOTAL-CR (EX1-CUR-IDX) * EX1-WORK-RATE.
042170     COMPUTE CURT-BASE-NET =
042180         CURT-BASE-DB_BEDR - CURT-BASE-CR_BEDR.
042190     ADD CURT-BASE-DB_BEDR TO EX1-BASE-DB-TOTAL.
042200     ADD CURT-BASE-CR_BEDR TO EX1-BASE-CR-TOTAL.
042210     WRITE RTCURT1-RECORD.
042220 6100-EXIT.
042230     EXIT.
042240
042250*****************************************************************
042260* 6200-WRITE-GRAND-TOTAL - ONE FINAL RTCURT1 RECORD, FLAGGED
042270* WITH CUR_CD '***', GIVING THE WHOLE RUN'S POSITION IN THE
042280* BASE CURRENCY (EUR) SO FINANCE NO LONGER CONVERTS THE
042290* PER-CURRENCY TOTALS BY HAND.
042300*****************************************************************
042310 6200-WRITE-GRAND-TOTAL.
042320     MOVE '***' TO CURT-CUR_CD.
042330     MOVE ZERO  TO CURT-DB_BEDR.
042340     MOVE ZERO  TO CURT-CR_BEDR.
042350     MOVE 1     TO CURT-RATE.
042360     MOVE EX1-BASE-DB-TOTAL TO CURT-BASE-DB_BEDR.
042370     MOVE EX1-BASE-CR-TOTAL TO CURT-BASE-CR_BEDR.
042380     COMPUTE CURT-BASE-NET =
042390         EX1-BASE-DB-TOTAL - EX1-BASE-CR-TOTAL.
042400     WRITE RTCURT1-RECORD.
042410 6200-EXIT.
042420     EXIT.
042430
042440*****************************************************************
042450* 7000-WRITE-RUN-REGISTER - A LIVE RUN THAT REACHED END OF JOB
042460* WRITES THE UPDATED FILE-SEQUENCE REGISTER BACK OUT, ONE
042470* RECORD PER FEED, FOR THE NEXT RUN TO CHECK AGAINST.  A
042480* TRIAL-BALANCE RUN LEAVES THE REGISTER UNTOUCHED.
042490*****************************************************************
042500 7000-WRITE-RUN-REGISTER SECTION.
042510 7000-WRITE-REGISTER-PARA.
042520     OPEN OUTPUT RTSEQO.
042530     MOVE 'Y' TO EX1-RTSEQO-OPEN-SW.
042540     PERFORM 7100-WRITE-ONE-REGISTER THRU 7100-EXIT
042550         VARYING EX1-REG-SUB FROM 1 BY 1
042560         UNTIL EX1-REG-SUB > EX1-REG-COUNT.
042570     CLOSE RTSEQO.
042580     MOVE 'N' TO EX1-RTSEQO-OPEN-SW.
042590 7000-EXIT.
042600     EXIT.
042610
042620 7100-WRITE-ONE-REGISTER.
042630     MOVE EX1-REG-FEED-ID (EX1-REG-SUB)   TO SEQO-FEED-ID.
042640     MOVE EX1-REG-CYCLE-NO (EX1-REG-SUB)  TO SEQO-CYCLE-NO.
042650     MOVE EX1-REG-LAST-SEQ (EX1-REG-SUB)  TO SEQO-LAST-SEQ-NO.
042660     MOVE EX1-REG-LAST-DATE (EX1-REG-SUB) TO SEQO-LAST-DATE.
042670     WRITE RTSEQO-RECORD.
042680 7100-EXIT.
042690     EXIT.
042700
042710*****************************************************************
042720* 7200-WRITE-X12-CONTROLS - A LIVE RUN CHECKPOINTS THE CONTROL
042730* NUMBERS IT USED (SO THE NEXT RUN STEPS PAST THEM) AND APPENDS
042740* THIS RUN'S 820 TO THE RTX12R1 TRANSMISSION REGISTER WITH A
042750* PENDING ACKNOWLEDGMENT STATUS FOR EX04 TO RESOLVE.
042760*****************************************************************
042770 7200-WRITE-X12-CONTROLS SECTION.
042780 7200-WRITE-X12-CTRL-PARA.
042790     OPEN OUTPUT RTX12NO.
042800     MOVE 'Y' TO EX1-RTX12NO-OPEN-SW.
042810     PERFORM 7210-WRITE-ONE-CTRL-NO THRU 7210-EXIT
042820         VARYING EX1-X12N-SUB FROM 1 BY 1
042830         UNTIL EX1-X12N-SUB > EX1-X12N-COUNT.
042840     CLOSE RTX12NO.
042850     MOVE 'N' TO EX1-RTX12NO-OPEN-SW.
042860     OPEN EXTEND RTX12R1.
042870     MOVE 'Y' TO EX1-RTX12R1-OPEN-SW.
042880     PERFORM 7220-WRITE-ONE-820-REGISTER THRU 7220-EXIT
042890         VARYING EX1-PTN-SUB FROM 1 BY 1
042900         UNTIL EX1-PTN-SUB > 3.
042910     CLOSE RTX12R1.
042920     MOVE 'N' TO EX1-RTX12R1-OPEN-SW.
042930 7200-EXIT.
042940     EXIT.
042950
042960 7210-WRITE-ONE-CTRL-NO.
042970     MOVE SPACES TO RTX12NO-RECORD.
042980     MOVE EX1-X12N-ISA (EX1-X12N-SUB) TO X12NO-ISA-CTRL-NO.
042990     MOVE EX1-X12N-ST (EX1-X12N-SUB)  TO X12NO-ST-CTRL-NO.
043000     MOVE EX1-X12N-ID (EX1-X12N-SUB)  TO X12NO-PARTNER-ID.
043010     WRITE RTX12NO-RECORD.
043020 7210-EXIT.
043030     EXIT.
043040
043050 7220-WRITE-ONE-820-REGISTER.
043060     MOVE SPACES TO RTX12R1-RECORD.
043070     MOVE EX1-PTN-ISA-NO (EX1-PTN-SUB) TO X12R-ISA-CTRL-NO.
043080     MOVE EX1-PTN-ST-NO (EX1-PTN-SUB)  TO X12R-ST-CTRL-NO.
043090     MOVE EX1-PTN-ST-NO (EX1-PTN-SUB)  TO X12R-TRN-NO.
043100     MOVE EX1-PTN-PARTNER (EX1-PTN-SUB) TO X12R-PARTNER-ID.
043110     MOVE EX1-PROC-DATE       TO X12R-SENT-DATE.
043120     MOVE EX1-POSTED-COUNT    TO X12R-RMR-COUNT.
043130     MOVE 'P'                 TO X12R-ACK-STATUS-CD.
043140     MOVE SPACES              TO X12R-ACK-DATE.
043150     WRITE RTX12R1-RECORD.
043160 7220-EXIT.
043170     EXIT.
043180
043190*****************************************************************
043200* 7500-WRITE-RUN-SUMMARY - THE END-OF-DAY SIGN-OFF PAGE.  ONE
043210* FORMATTED REPORT WITH EVERYTHING THE NIGHT OPERATOR USED TO
043220* PIECE TOGETHER FROM RTEXC01, RTCURT1 AND RTAUD01 BY HAND,
043230* ENDING IN AN IN BALANCE / OUT OF BALANCE VERDICT.  THE
043240* CROSS-FOOT PROVES  INPUT - HELD OFF + SUSPENSE APPLIED =
043250* POSTED  WITHIN EX1-BAL-TOLERANCE.
043260*****************************************************************
043270 7500-WRITE-RUN-SUMMARY SECTION.
043280 7500-WRITE-SUMMARY-PARA.
043290     OPEN OUTPUT RTRUN01.
043300     MOVE 'Y' TO EX1-RTRUN01-OPEN-SW.
043310     MOVE SPACES TO RUN-REPORT-LINE.
043320     STRING 'EX01 RUN SUMMARY  -  PROCESSING DATE '
043330            EX1-PROC-DATE '  CYCLE ' EX1-CYCLE-NO
043340            DELIMITED BY SIZE
043350         INTO RUN-REPORT-LINE.
043360     WRITE RTRUN01-RECORD.
043370     MOVE SPACES TO RUN-REPORT-LINE.
043380     IF EX1-TRIAL-MODE
043390         MOVE 'RUN MODE: TRIAL BALANCE - NOTHING POSTED'
043400             TO RUN-REPORT-LINE
043410     ELSE
043420         MOVE 'RUN MODE: LIVE' TO RUN-REPORT-LINE
043430     END-IF.
043440     WRITE RTRUN01-RECORD.
043450     MOVE SPACES TO RUN-REPORT-LINE.
043460     WRITE RTRUN01-RECORD.
043470
043480     MOVE 'RRSI01 DETAIL RECORDS READ' TO EX1-RPT-LABEL.
043490     MOVE EX1-RRSI01-READ-COUNT TO EX1-RPT-COUNT-ED.
043500     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
043510     MOVE 'RRSI02 DETAIL RECORDS READ' TO EX1-RPT-LABEL.
043520     MOVE EX1-RRSI02-READ-COUNT TO EX1-RPT-COUNT-ED.
043530     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
043540     MOVE 'RRSI03 DETAIL RECORDS READ' TO EX1-RPT-LABEL.
043550     MOVE EX1-RRSI03-READ-COUNT TO EX1-RPT-COUNT-ED.
043560     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
043570     MOVE 'SUSPENSE ITEMS BROUGHT FORWARD' TO EX1-RPT-LABEL.
043580     MOVE EX1-SUSP-READ-COUNT TO EX1-RPT-COUNT-ED.
043590     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
043600     MOVE 'THREE-WAY MATCHES POSTED' TO EX1-RPT-LABEL.
043610     MOVE EX1-POSTED-COUNT TO EX1-RPT-COUNT-ED.
043620     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
043630     MOVE 'RTTB100 ROWS UPDATED' TO EX1-RPT-LABEL.
043640     MOVE EX1-UPDATED-COUNT TO EX1-RPT-COUNT-ED.
043650     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
043660
043670     MOVE 'MB01 THREE-WAY MATCH BROKEN' TO EX1-RPT-LABEL.
043680     MOVE EX1-BREAK-COUNT TO EX1-RPT-COUNT-ED.
043690     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
043700     MOVE 'AM01 FEED AMOUNTS DISAGREE' TO EX1-RPT-LABEL.
043710     MOVE EX1-AMTEXC-COUNT TO EX1-RPT-COUNT-ED.
043720     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
043730     MOVE 'VA01 IT-IS-VALID CHECK FAILED' TO EX1-RPT-LABEL.
043740     MOVE EX1-VALEXC-COUNT TO EX1-RPT-COUNT-ED.
043750     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
043760     MOVE 'AC01 ACCOUNT NOT ON MASTER' TO EX1-RPT-LABEL.
043770     MOVE EX1-EXC-AC01-COUNT TO EX1-RPT-COUNT-ED.
043780     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
043790     MOVE 'AC02 ACCOUNT CLOSED' TO EX1-RPT-LABEL.
043800     MOVE EX1-EXC-AC02-COUNT TO EX1-RPT-COUNT-ED.
043810     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
043820     MOVE 'AC03 ACCOUNT BLOCKED' TO EX1-RPT-LABEL.
043830     MOVE EX1-EXC-AC03-COUNT TO EX1-RPT-COUNT-ED.
043840     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
043850     MOVE 'AC04 CURRENCY NOT AUTHORIZED' TO EX1-RPT-LABEL.
043860     MOVE EX1-EXC-AC04-COUNT TO EX1-RPT-COUNT-ED.
043870     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
043880     MOVE 'AC05 ACCOUNT STATUS INVALID' TO EX1-RPT-LABEL.
043890     MOVE EX1-EXC-AC05-COUNT TO EX1-RPT-COUNT-ED.
043900     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
043910     MOVE 'TB01 RTTB100 ROW NOT FOUND' TO EX1-RPT-LABEL.
043920     MOVE EX1-EXC-TB01-COUNT TO EX1-RPT-COUNT-ED.
043930     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
043940     MOVE 'VD01 VALUE DATE NOT BUSINESS DAY' TO EX1-RPT-LABEL.
043950     MOVE EX1-EXC-VD01-COUNT TO EX1-RPT-COUNT-ED.
043960     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
043970     MOVE 'VALUE DATES ROLLED FORWARD' TO EX1-RPT-LABEL.
043980     MOVE EX1-VD-ROLLED-COUNT TO EX1-RPT-COUNT-ED.
043990     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
044000
044010     MOVE 'SUSPENSE ITEMS CARRIED FORWARD' TO EX1-RPT-LABEL.
044020     MOVE EX1-SUSP-CARRIED-COUNT TO EX1-RPT-COUNT-ED.
044030     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
044040     MOVE 'SUSPENSE ITEMS AGED OFF' TO EX1-RPT-LABEL.
044050     MOVE EX1-SUSP-AGED-COUNT TO EX1-RPT-COUNT-ED.
044060     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
044070     MOVE 'PARTNER BREAKS NOTIFIED OPEN' TO EX1-RPT-LABEL.
044080     MOVE EX1-BRK-OPEN-COUNT TO EX1-RPT-COUNT-ED.
044090     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
044100     MOVE 'PARTNER BREAKS NOTIFIED CLOSED' TO EX1-RPT-LABEL.
044110     MOVE EX1-BRK-CLOSED-COUNT TO EX1-RPT-COUNT-ED.
044120     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
044130     MOVE 'HELD FOR FOUR-EYES APPROVAL' TO EX1-RPT-LABEL.
044140     MOVE EX1-HOLD-COUNT TO EX1-RPT-COUNT-ED.
044150     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
044160     MOVE 'APPROVED ITEMS POSTED' TO EX1-RPT-LABEL.
044170     MOVE EX1-RELEASED-COUNT TO EX1-RPT-COUNT-ED.
044180     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
044190     MOVE 'REJECTED ITEMS KEPT IN SUSPENSE' TO EX1-RPT-LABEL.
044200     MOVE EX1-REJ-CARRIED-COUNT TO EX1-RPT-COUNT-ED.
044210     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
044220     IF EX1-LIVE-MODE
044230         PERFORM 7540-WRITE-PARTNER-BREAKS THRU 7540-EXIT
044240             VARYING EX1-PTN-SUB FROM 1 BY 1
044250             UNTIL EX1-PTN-SUB > 3
044260     END-IF.
044270     MOVE SPACES TO RUN-REPORT-LINE.
044280     WRITE RTRUN01-RECORD.
044290
044300     MOVE ZERO TO EX1-RPT-POSTED-DB.
044310     MOVE ZERO TO EX1-RPT-POSTED-CR.
044320     PERFORM 7530-ADD-ONE-CURRENCY THRU 7530-EXIT
044330         VARYING EX1-CUR-IDX FROM 1 BY 1
044340         UNTIL EX1-CUR-IDX > EX1-CUR-TOTAL-COUNT.
044350     COMPUTE EX1-RPT-XFOOT-DB =
044360         EX1-RRSI01-DB-TOTAL + EX1-RRSI02-DB-TOTAL
044370       + EX1-RRSI03-DB-TOTAL
044380       - EX1-HELD-DB-TOTAL + EX1-SUSPIN-DB-TOTAL
044390       - EX1-SKIP-DB-TOTAL.
044400     COMPUTE EX1-RPT-XFOOT-CR =
044410         EX1-RRSI01-CR-TOTAL + EX1-RRSI02-CR-TOTAL
044420       + EX1-RRSI03-CR-TOTAL
044430       - EX1-HELD-CR-TOTAL + EX1-SUSPIN-CR-TOTAL
044440       - EX1-SKIP-CR-TOTAL.
044450     COMPUTE EX1-RPT-DIFF-DB =
044460         EX1-RPT-XFOOT-DB - EX1-RPT-POSTED-DB.
044470     COMPUTE EX1-RPT-DIFF-CR =
044480         EX1-RPT-XFOOT-CR - EX1-RPT-POSTED-CR.
044490     IF EX1-RPT-DIFF-DB < ZERO
044500         MULTIPLY EX1-RPT-DIFF-DB BY -1 GIVING EX1-RPT-DIFF-DB
044510     END-IF.
044520     IF EX1-RPT-DIFF-CR < ZERO
044530         MULTIPLY EX1-RPT-DIFF-CR BY -1 GIVING EX1-RPT-DIFF-CR
044540     END-IF.
044550
044560     MOVE 'INPUT DB CONTROL TOTAL (3 FEEDS)' TO EX1-RPT-LABEL.
044570     COMPUTE EX1-RPT-AMT-ED =
044580         EX1-RRSI01-DB-TOTAL + EX1-RRSI02-DB-TOTAL
044590       + EX1-RRSI03-DB-TOTAL.
044600     PERFORM 7520-WRITE-AMOUNT-LINE THRU 7520-EXIT.
044610     MOVE 'INPUT CR CONTROL TOTAL (3 FEEDS)' TO EX1-RPT-LABEL.
044620     COMPUTE EX1-RPT-AMT-ED =
044630         EX1-RRSI01-CR-TOTAL + EX1-RRSI02-CR-TOTAL
044640       + EX1-RRSI03-CR-TOTAL.
044650     PERFORM 7520-WRITE-AMOUNT-LINE THRU 7520-EXIT.
044660     MOVE 'HELD OFF POSTING - DB' TO EX1-RPT-LABEL.
044670     MOVE EX1-HELD-DB-TOTAL TO EX1-RPT-AMT-ED.
044680     PERFORM 7520-WRITE-AMOUNT-LINE THRU 7520-EXIT.
044690     MOVE 'HELD OFF POSTING - CR' TO EX1-RPT-LABEL.
044700     MOVE EX1-HELD-CR-TOTAL TO EX1-RPT-AMT-ED.
044710     PERFORM 7520-WRITE-AMOUNT-LINE THRU 7520-EXIT.
044720     MOVE 'OF WHICH HELD FOR APPROVAL - DB' TO EX1-RPT-LABEL.
044730     MOVE EX1-HOLD-DB-TOTAL TO EX1-RPT-AMT-ED.
044740     PERFORM 7520-WRITE-AMOUNT-LINE THRU 7520-EXIT.
044750     MOVE 'OF WHICH HELD FOR APPROVAL - CR' TO EX1-RPT-LABEL.
044760     MOVE EX1-HOLD-CR-TOTAL TO EX1-RPT-AMT-ED.
044770     PERFORM 7520-WRITE-AMOUNT-LINE THRU 7520-EXIT.
044780     MOVE 'SUSPENSE APPLIED - DB' TO EX1-RPT-LABEL.
044790     MOVE EX1-SUSPIN-DB-TOTAL TO EX1-RPT-AMT-ED.
044800     PERFORM 7520-WRITE-AMOUNT-LINE THRU 7520-EXIT.
044810     MOVE 'SUSPENSE APPLIED - CR' TO EX1-RPT-LABEL.
044820     MOVE EX1-SUSPIN-CR-TOTAL TO EX1-RPT-AMT-ED.
044830     PERFORM 7520-WRITE-AMOUNT-LINE THRU 7520-EXIT.
044840     MOVE 'COVERED BY PRIOR RUN - DB' TO EX1-RPT-LABEL.
044850     MOVE EX1-SKIP-DB-TOTAL TO EX1-RPT-AMT-ED.
044860     PERFORM 7520-WRITE-AMOUNT-LINE THRU 7520-EXIT.
044870     MOVE 'COVERED BY PRIOR RUN - CR' TO EX1-RPT-LABEL.
044880     MOVE EX1-SKIP-CR-TOTAL TO EX1-RPT-AMT-ED.
044890     PERFORM 7520-WRITE-AMOUNT-LINE THRU 7520-EXIT.
044900     MOVE 'POSTED DB TOTAL (ALL CURRENCIES)' TO EX1-RPT-LABEL.
044910     MOVE EX1-RPT-POSTED-DB TO EX1-RPT-AMT-ED.
044920     PERFORM 7520-WRITE-AMOUNT-LINE THRU 7520-EXIT.
044930     MOVE 'POSTED CR TOTAL (ALL CURRENCIES)' TO EX1-RPT-LABEL.
044940     MOVE EX1-RPT-POSTED-CR TO EX1-RPT-AMT-ED.
044950     PERFORM 7520-WRITE-AMOUNT-LINE THRU 7520-EXIT.
044960     MOVE 'CROSS-FOOT DIFFERENCE - DB' TO EX1-RPT-LABEL.
044970     MOVE EX1-RPT-DIFF-DB TO EX1-RPT-AMT-ED.
044980     PERFORM 7520-WRITE-AMOUNT-LINE THRU 7520-EXIT.
044990     MOVE 'CROSS-FOOT DIFFERENCE - CR' TO EX1-RPT-LABEL.
045000     MOVE EX1-RPT-DIFF-CR TO EX1-RPT-AMT-ED.
045010     PERFORM 7520-WRITE-AMOUNT-LINE THRU 7520-EXIT.
045020     MOVE SPACES TO RUN-REPORT-LINE.
045030     WRITE RTRUN01-RECORD.
045040
045050     MOVE SPACES TO RUN-REPORT-LINE.
045060     IF EX1-RESTART-RUN
045070         MOVE EX1-CKPT-RESUME-COUNT TO EX1-RPT-COUNT-ED
045080         STRING 'CHECKPOINT RESTART: YES, RESUMED AFTER RECORD '
045090                EX1-RPT-COUNT-ED DELIMITED BY SIZE
045100             INTO RUN-REPORT-LINE
045110     ELSE
045120         MOVE 'CHECKPOINT RESTART: NO, FRESH RUN'
045130             TO RUN-REPORT-LINE
045140     END-IF.
045150     WRITE RTRUN01-RECORD.
045160
045170     MOVE SPACES TO RUN-REPORT-LINE.
045180     IF EX1-RPT-DIFF-DB NOT > EX1-BAL-TOLERANCE
045190             AND EX1-RPT-DIFF-CR NOT > EX1-BAL-TOLERANCE
045200         MOVE 'RUN VERDICT: IN BALANCE' TO RUN-REPORT-LINE
045210     ELSE
045220         MOVE 'RUN VERDICT: OUT OF BALANCE - INVESTIGATE'
045230             TO RUN-REPORT-LINE
045240     END-IF.
045250     WRITE RTRUN01-RECORD.
045260     IF EX1-LIVE-MODE
045270         PERFORM 7600-ROLL-CYCLE-TOTALS THRU 7600-EXIT
045280         PERFORM 7800-WRITE-DAILY-STATISTICS THRU 7800-EXIT
045290         IF EX1-FINAL-CYCLE
045300             PERFORM 7700-WRITE-EOD-SECTION THRU 7700-EXIT
045310         END-IF
045320     END-IF.
045330     CLOSE RTRUN01.
045340     MOVE 'N' TO EX1-RTRUN01-OPEN-SW.
045350 7500-EXIT.
045360     EXIT.
045370
045380*****************************************************************
045390* 7600-ROLL-CYCLE-TOTALS - CARRY THE DAY'S RUNNING TOTALS ACROSS
045400* CYCLES.  THE PRIOR CYCLES' RTCYC01 RECORD (IF IT IS DATED
045410* TODAY) SEEDS THE DAY FIGURES, THIS CYCLE'S NUMBERS ARE ADDED,
045420* AND THE RESULT IS WRITTEN BACK FOR THE NEXT CYCLE OR THE
045430* END-OF-DAY SECTION.  A TRIAL RUN NEVER TOUCHES THE CARRY.
045440*****************************************************************
045450 7600-ROLL-CYCLE-TOTALS.
045460     OPEN INPUT RTCYCI.
045470     MOVE 'Y' TO EX1-RTCYCI-OPEN-SW.
045480     READ RTCYCI
045490         AT END
045500             SET EX1-CYCI-EOF TO TRUE
045510     END-READ.
045520     IF NOT EX1-CYCI-EOF
045530             AND CYCI-DATE = EX1-PROC-DATE
045540         MOVE CYCI-CYCLE-COUNT   TO EX1-DAY-CYCLE-COUNT
045550         MOVE CYCI-POSTED-COUNT  TO EX1-DAY-POSTED-COUNT
045560         MOVE CYCI-UPDATED-COUNT TO EX1-DAY-UPDATED-COUNT
045570         MOVE CYCI-EXC-COUNT     TO EX1-DAY-EXC-COUNT
045580         MOVE CYCI-SUSP-CARRIED  TO EX1-DAY-SUSP-CARRIED
045590         MOVE CYCI-SUSP-AGED     TO EX1-DAY-SUSP-AGED
045600         MOVE CYCI-POSTED-DB     TO EX1-DAY-POSTED-DB
045610         MOVE CYCI-POSTED-CR     TO EX1-DAY-POSTED-CR
045620     END-IF.
045630     CLOSE RTCYCI.
045640     MOVE 'N' TO EX1-RTCYCI-OPEN-SW.
045650     COMPUTE EX1-CYC-EXC-COUNT =
045660         EX1-BREAK-COUNT + EX1-AMTEXC-COUNT + EX1-VALEXC-COUNT
045670       + EX1-EXC-AC01-COUNT + EX1-EXC-AC02-COUNT
045680       + EX1-EXC-AC03-COUNT + EX1-EXC-AC04-COUNT
045690       + EX1-EXC-AC05-COUNT + EX1-EXC-TB01-COUNT
045700       + EX1-EXC-VD01-COUNT.
045710     ADD 1 TO EX1-DAY-CYCLE-COUNT.
045720     ADD EX1-POSTED-COUNT       TO EX1-DAY-POSTED-COUNT.
045730     ADD EX1-UPDATED-COUNT      TO EX1-DAY-UPDATED-COUNT.
045740     ADD EX1-CYC-EXC-COUNT      TO EX1-DAY-EXC-COUNT.
045750     ADD EX1-SUSP-CARRIED-COUNT TO EX1-DAY-SUSP-CARRIED.
045760     ADD EX1-SUSP-AGED-COUNT    TO EX1-DAY-SUSP-AGED.
045770     ADD EX1-RPT-POSTED-DB      TO EX1-DAY-POSTED-DB.
045780     ADD EX1-RPT-POSTED-CR      TO EX1-DAY-POSTED-CR.
045790     OPEN OUTPUT RTCYCO.
045800     MOVE 'Y' TO EX1-RTCYCO-OPEN-SW.
045810     MOVE SPACES TO RTCYCO-RECORD.
045820     MOVE EX1-PROC-DATE         TO CYCO-DATE.
045830     MOVE EX1-DAY-CYCLE-COUNT   TO CYCO-CYCLE-COUNT.
045840     MOVE EX1-DAY-POSTED-COUNT  TO CYCO-POSTED-COUNT.
045850     MOVE EX1-DAY-UPDATED-COUNT TO CYCO-UPDATED-COUNT.
045860     MOVE EX1-DAY-EXC-COUNT     TO CYCO-EXC-COUNT.
045870     MOVE EX1-DAY-SUSP-CARRIED  TO CYCO-SUSP-CARRIED.
045880     MOVE EX1-DAY-SUSP-AGED     TO CYCO-SUSP-AGED.
045890     MOVE EX1-DAY-POSTED-DB     TO CYCO-POSTED-DB.
045900     MOVE EX1-DAY-POSTED-CR     TO CYCO-POSTED-CR.
045910     WRITE RTCYCO-RECORD.
045920     CLOSE RTCYCO.
045930     MOVE 'N' TO EX1-RTCYCO-OPEN-SW.
045940 7600-EXIT.
045950     EXIT.
045960
045970*****************************************************************
045980* 7700-WRITE-EOD-SECTION - THE FINAL CYCLE'S SUMMARY CLOSES WITH
045990* THE COMBINED END-OF-DAY FIGURES ACCUMULATED ACROSS EVERY CYCLE
046000* RUN TODAY.
046010*****************************************************************
046020 7700-WRITE-EOD-SECTION.
046030     MOVE SPACES TO RUN-REPORT-LINE.
046040     WRITE RTRUN01-RECORD.
046050     MOVE SPACES TO RUN-REPORT-LINE.
046060     MOVE EX1-DAY-CYCLE-COUNT TO EX1-RPT-COUNT-ED.
046070     STRING 'END-OF-DAY COMBINED TOTALS  -  CYCLES RUN = '
046080            EX1-RPT-COUNT-ED DELIMITED BY SIZE
046090         INTO RUN-REPORT-LINE.
046100     WRITE RTRUN01-RECORD.
046110     MOVE 'THREE-WAY MATCHES POSTED (ALL CYCLES)'
046120         TO EX1-RPT-LABEL.
046130     MOVE EX1-DAY-POSTED-COUNT TO EX1-RPT-COUNT-ED.
046140     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
046150     MOVE 'RTTB100 ROWS UPDATED (ALL CYCLES)' TO EX1-RPT-LABEL.
046160     MOVE EX1-DAY-UPDATED-COUNT TO EX1-RPT-COUNT-ED.
046170     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
046180     MOVE 'EXCEPTIONS (ALL CYCLES)' TO EX1-RPT-LABEL.
046190     MOVE EX1-DAY-EXC-COUNT TO EX1-RPT-COUNT-ED.
046200     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
046210     MOVE 'SUSPENSE CARRIED (ALL CYCLES)' TO EX1-RPT-LABEL.
046220     MOVE EX1-DAY-SUSP-CARRIED TO EX1-RPT-COUNT-ED.
046230     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
046240     MOVE 'SUSPENSE AGED OFF (ALL CYCLES)' TO EX1-RPT-LABEL.
046250     MOVE EX1-DAY-SUSP-AGED TO EX1-RPT-COUNT-ED.
046260     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
046270     MOVE 'POSTED DB TOTAL (ALL CYCLES)' TO EX1-RPT-LABEL.
046280     MOVE EX1-DAY-POSTED-DB TO EX1-RPT-AMT-ED.
046290     PERFORM 7520-WRITE-AMOUNT-LINE THRU 7520-EXIT.
046300     MOVE 'POSTED CR TOTAL (ALL CYCLES)' TO EX1-RPT-LABEL.
046310     MOVE EX1-DAY-POSTED-CR TO EX1-RPT-AMT-ED.
046320     PERFORM 7520-WRITE-AMOUNT-LINE THRU 7520-EXIT.
046330 7700-EXIT.
046340     EXIT.
046350
046360 7510-WRITE-COUNT-LINE.
046370     MOVE SPACES TO RUN-REPORT-LINE.
046380     STRING EX1-RPT-LABEL ' = ' EX1-RPT-COUNT-ED
046390         DELIMITED BY SIZE INTO RUN-REPORT-LINE.
046400     WRITE RTRUN01-RECORD.
046410 7510-EXIT.
046420     EXIT.
046430
046440 7520-WRITE-AMOUNT-LINE.
046450     MOVE SPACES TO RUN-REPORT-LINE.
046460     STRING EX1-RPT-LABEL ' = ' EX1-RPT-AMT-ED
046470         DELIMITED BY SIZE INTO RUN-REPORT-LINE.
046480     WRITE RTRUN01-RECORD.
046490 7520-EXIT.
046500     EXIT.
046510
046520 7530-ADD-ONE-CURRENCY.
046530     ADD EX1-CUR-TOTAL-DB (EX1-CUR-IDX) TO EX1-RPT-POSTED-DB.
046540     ADD EX1-CUR-TOTAL-CR (EX1-CUR-IDX) TO EX1-RPT-POSTED-CR.
046550 7530-EXIT.
046560     EXIT.
046570
046580 7540-WRITE-PARTNER-BREAKS.
046590     MOVE SPACES TO EX1-RPT-LABEL.
046600     STRING '  OPEN   - ' EX1-PTN-PARTNER (EX1-PTN-SUB)
046610            DELIMITED BY SIZE INTO EX1-RPT-LABEL.
046620     MOVE EX1-PTN-BRK-OPEN (EX1-PTN-SUB) TO EX1-RPT-COUNT-ED.
046630     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
046640     MOVE SPACES TO EX1-RPT-LABEL.
046650     STRING '  CLOSED - ' EX1-PTN-PARTNER (EX1-PTN-SUB)
046660            DELIMITED BY SIZE INTO EX1-RPT-LABEL.
046670     MOVE EX1-PTN-BRK-CLOSED (EX1-PTN-SUB) TO EX1-RPT-COUNT-ED.
046680     PERFORM 7510-WRITE-COUNT-LINE THRU 7510-EXIT.
046690 7540-EXIT.
046700     EXIT.
046710
046720*****************************************************************
046730* 7800-WRITE-DAILY-STATISTICS - APPEND THIS CYCLE'S FIGURES TO
046740* THE PERMANENT RTDST01 STATISTICS FILE - ONE SUMMARY RECORD,
046750* ONE RECORD PER FEED PARTNER AND ONE PER CURRENCY POSTED.  THE
046760* FILE IS ONLY EVER EXTENDED, THE WAY THE RTSTS01 LEDGER IS.
046770*****************************************************************
046780 7800-WRITE-DAILY-STATISTICS.
046790     OPEN EXTEND RTDST01.
046800     MOVE 'Y' TO EX1-RTDST01-OPEN-SW.
046810     MOVE SPACES TO RTDST01-RECORD.
046820     MOVE EX1-PROC-DATE TO DST-PROC-DATE.
046830     MOVE EX1-CYCLE-NO  TO DST-CYCLE-NO.
046840     MOVE 'S'           TO DST-REC-TYPE.
046850     MOVE EX1-RRSI01-READ-COUNT TO DST-FEED-READ-COUNT (1).
046860     MOVE EX1-RRSI02-READ-COUNT TO DST-FEED-READ-COUNT (2).
046870     MOVE EX1-RRSI03-READ-COUNT TO DST-FEED-READ-COUNT (3).
046880     MOVE EX1-SUSP-READ-COUNT   TO DST-SUSP-READ-COUNT.
046890     MOVE EX1-MATCHED-COUNT     TO DST-MATCHED-COUNT.
046900     MOVE EX1-POSTED-COUNT      TO DST-POSTED-COUNT.
046910     MOVE EX1-HOLD-COUNT        TO DST-HELD-COUNT.
046920     MOVE EX1-BREAK-COUNT       TO DST-EXC-COUNT (1).
046930     MOVE EX1-AMTEXC-COUNT      TO DST-EXC-COUNT (2).
046940     MOVE EX1-EXC-AC01-COUNT    TO DST-EXC-COUNT (3).
046950     MOVE EX1-EXC-AC02-COUNT    TO DST-EXC-COUNT (4).
046960     MOVE EX1-EXC-AC03-COUNT    TO DST-EXC-COUNT (5).
046970     MOVE EX1-EXC-AC04-COUNT    TO DST-EXC-COUNT (6).
046980     MOVE EX1-EXC-AC05-COUNT    TO DST-EXC-COUNT (7).
046990     MOVE EX1-EXC-TB01-COUNT    TO DST-EXC-COUNT (8).
047000     MOVE EX1-EXC-VD01-COUNT    TO DST-EXC-COUNT (9).
047010     MOVE EX1-VALEXC-COUNT      TO DST-EXC-COUNT (10).
047020     WRITE RTDST01-RECORD.
047030     PERFORM 7810-WRITE-ONE-PARTNER-STAT THRU 7810-EXIT
047040         VARYING EX1-PTN-SUB FROM 1 BY 1
047050         UNTIL EX1-PTN-SUB > 3.
047060     PERFORM 7820-WRITE-ONE-CURRENCY-STAT THRU 7820-EXIT
047070         VARYING EX1-CUR-IDX FROM 1 BY 1
047080         UNTIL EX1-CUR-IDX > EX1-CUR-TOTAL-COUNT.
047090     CLOSE RTDST01.
047100     MOVE 'N' TO EX1-RTDST01-OPEN-SW.
047110 7800-EXIT.
047120     EXIT.
047130
047140 7810-WRITE-ONE-PARTNER-STAT.
047150     MOVE SPACES TO RTDST01-RECORD.
047160     MOVE EX1-PROC-DATE TO DST-PROC-DATE.
047170     MOVE EX1-CYCLE-NO  TO DST-CYCLE-NO.
047180     MOVE 'P'           TO DST-REC-TYPE.
047190     MOVE EX1-PTN-SUB   TO DST-FEED-NO.
047200     MOVE EX1-PTN-PARTNER (EX1-PTN-SUB)      TO DST-PARTNER-ID.
047210     MOVE EX1-PTN-MISSING (EX1-PTN-SUB)      TO DST-MISSING-COUNT.
047220     MOVE EX1-PTN-SUSP-CARRIED (EX1-PTN-SUB) TO DST-SUSP-CARRIED.
047230     MOVE EX1-PTN-SUSP-AGED (EX1-PTN-SUB)    TO DST-SUSP-AGED.
047240     MOVE EX1-PTN-SUSP-REMATCH (EX1-PTN-SUB)
047250                                       TO DST-SUSP-REMATCHED.
047260     WRITE RTDST01-RECORD.
047270 7810-EXIT.
047280     EXIT.
047290
047300 7820-WRITE-ONE-CURRENCY-STAT.
047310     MOVE SPACES TO RTDST01-RECORD.
047320     MOVE EX1-PROC-DATE TO DST-PROC-DATE.
047330     MOVE EX1-CYCLE-NO  TO DST-CYCLE-NO.
047340     MOVE 'C'           TO DST-REC-TYPE.
047350     MOVE EX1-CUR-TOTAL-CD (EX1-CUR-IDX) TO DST-CUR_CD.
047360     MOVE EX1-CUR-TOTAL-DB (EX1-CUR-IDX) TO DST-POSTED-DB.
047370     MOVE EX1-CUR-TOTAL-CR (EX1-CUR-IDX) TO DST-POSTED-CR.
047380     WRITE RTDST01-RECORD.
047390 7820-EXIT.
047400     EXIT.
047410
047420*****************************************************************
047430* 8000-TERMINATE - CLOSE EVERYTHING DOWN.  EVERY FILE THIS
047440* PROGRAM CAN OPEN IS GUARDED BY ITS OWN OPEN-INDICATOR SWITCH,
047450* SO A NORMAL END OF RUN (WHICH ALREADY CLOSED MOST FILES BACK
047460* IN 5000-PROCESS-PARA) DOES NOT TRY TO CLOSE THEM TWICE, WHILE
047470* AN ABEND THAT JUMPS HERE FROM THE MIDDLE OF 5000-PROCESS-AND-
047480* POST STILL GETS EVERYTHING FLUSHED AND CLOSED CLEANLY.
047490*****************************************************************
047500 8000-TERMINATE SECTION.
047510 8000-TERMINATE-PARA.
047520     IF EX1-RTCTL01-OPEN
047530         CLOSE RTCTL01
047540     END-IF.
047550     IF EX1-RTCKPTI-OPEN
047560         CLOSE RTCKPTI
047570     END-IF.
047580     IF EX1-RRSI01-OPEN
047590         CLOSE RRSI01
047600     END-IF.
047610     IF EX1-RRSI02-OPEN
047620         CLOSE RRSI02
047630     END-IF.
047640     IF EX1-RRSI03-OPEN
047650         CLOSE RRSI03
047660     END-IF.
047670     IF EX1-RTCKPTO-OPEN
047680         CLOSE RTCKPTO
047690     END-IF.
047700     IF EX1-RTX12O1-OPEN
047710         CLOSE RTX12O1
047720     END-IF.
047730     IF EX1-RTX12O2-OPEN
047740         CLOSE RTX12O2
047750     END-IF.
047760     IF EX1-RTX12O3-OPEN
047770         CLOSE RTX12O3
047780     END-IF.
047790     IF EX1-RTTPP01-OPEN
047800         CLOSE RTTPP01
047810     END-IF.
047820     IF EX1-RTEXC01-OPEN
047830         CLOSE RTEXC01
047840     END-IF.
047850     IF EX1-RTAUD01-OPEN
047860         CLOSE RTAUD01
047870     END-IF.
047880     IF EX1-RTCURT1-OPEN
047890         CLOSE RTCURT1
047900     END-IF.
047910     IF EX1-RTSUSPI-OPEN
047920         CLOSE RTSUSPI
047930     END-IF.
047940     IF EX1-RTSUSPO-OPEN
047950         CLOSE RTSUSPO
047960     END-IF.
047970     IF EX1-RTAGED1-OPEN
047980         CLOSE RTAGED1
047990     END-IF.
048000     IF EX1-RTRATE1-OPEN
048010         CLOSE RTRATE1
048020     END-IF.
048030     IF EX1-RTACCM1-OPEN
048040         CLOSE RTACCM1
048050     END-IF.
048060     IF EX1-RTTRL01-OPEN
048070         CLOSE RTTRL01
048080     END-IF.
048090     IF EX1-RTSEQI-OPEN
048100         CLOSE RTSEQI
048110     END-IF.
048120     IF EX1-RTSEQO-OPEN
048130         CLOSE RTSEQO
048140     END-IF.
048150     IF EX1-RTRUN01-OPEN
048160         CLOSE RTRUN01
048170     END-IF.
048180     IF EX1-RTHIST1-OPEN
048190         CLOSE RTHIST1
048200     END-IF.
048210     IF EX1-RTCAL01-OPEN
048220         CLOSE RTCAL01
048230     END-IF.
048240     IF EX1-RTCYCI-OPEN
048250         CLOSE RTCYCI
048260     END-IF.
048270     IF EX1-RTCYCO-OPEN
048280         CLOSE RTCYCO
048290     END-IF.
048300     IF EX1-RTX12NI-OPEN
048310         CLOSE RTX12NI
048320     END-IF.
048330     IF EX1-RTX12NO-OPEN
048340         CLOSE RTX12NO
048350     END-IF.
048360     IF EX1-RTX12R1-OPEN
048370         CLOSE RTX12R1
048380     END-IF.
048390     IF EX1-RRSO-OPEN
048400         CLOSE RRSO
048410     END-IF.
048420     IF EX1-RTBRO1-OPEN
048430         CLOSE RTBRO1
048440     END-IF.
048450     IF EX1-RTBRO2-OPEN
048460         CLOSE RTBRO2
048470     END-IF.
048480     IF EX1-RTBRO3-OPEN
048490         CLOSE RTBRO3
048500     END-IF.
048510     IF EX1-RTBRKI-OPEN
048520         CLOSE RTBRKI
048530     END-IF.
048540     IF EX1-RTBRKO-OPEN
048550         CLOSE RTBRKO
048560     END-IF.
048570     IF EX1-RTHLD01-OPEN
048580         CLOSE RTHLD01
048590     END-IF.
048600     IF EX1-RTPNDO-OPEN
048610         CLOSE RTPNDO
048620     END-IF.
048630     IF EX1-RTPTA01-OPEN
048640         CLOSE RTPTA01
048650     END-IF.
048660     IF EX1-RTDST01-OPEN
048670         CLOSE RTDST01
048680     END-IF.
048690     IF EX1-RTSTS01-OPEN
048700         CLOSE RTSTS01
048710     END-IF.
048720     DISPLAY 'EX01 - RUN COMPLETE, RECORDS PROCESSED = '
048730             EX1-RECORD-COUNT.
048740     PERFORM 8100-WRITE-LEDGER-END THRU 8100-EXIT.
048750 8000-EXIT.
048760     EXIT.
048770
048780*****************************************************************
048790* 8100-WRITE-LEDGER-END - CLOSE OFF THIS CYCLE'S ENTRY ON THE
048800* RUN LEDGER WITH THE RETURN CODE IT IS ENDING ON, ITS KEY
048810* COUNTS AND ITS OUTCOME - COMPLETED, COMPLETED WITH WARNINGS,
048820* FAILED, OR REFUSED BY 1850-CHECK-PREDECESSORS.  A RUN THAT
048830* STOPPED BEFORE ITS START RECORD WAS WRITTEN (A BAD CONTROL
048840* CARD) HAS NO DATE OR CYCLE TO RECORD AND WRITES NOTHING.
048850*****************************************************************
048860 8100-WRITE-LEDGER-END.
048870     IF NOT EX1-LDG-STARTED
048880         GO TO 8100-EXIT
048890     END-IF.
048900     MOVE 'N' TO EX1-LDG-START-SW.
048910     PERFORM 1810-BUILD-LEDGER-RECORD THRU 1810-EXIT.
048920     MOVE 'E' TO STS-EVENT-CD.
048930     MOVE RETURN-CODE TO STS-RETURN-CD.
048940     EVALUATE TRUE
048950         WHEN EX1-LDG-REFUSED
048960             MOVE 'R' TO STS-STATUS-CD
048970         WHEN RETURN-CODE = ZERO
048980             MOVE 'C' TO STS-STATUS-CD
048990         WHEN RETURN-CODE NOT > 4
049000             MOVE 'W' TO STS-STATUS-CD
049010         WHEN OTHER
049020             MOVE 'F' TO STS-STATUS-CD
049030     END-EVALUATE.
049040     COMPUTE STS-READ-COUNT = EX1-RRSI01-READ-COUNT
049050                            + EX1-RRSI02-READ-COUNT
049060                            + EX1-RRSI03-READ-COUNT.
049070     MOVE EX1-POSTED-COUNT TO STS-WRITTEN-COUNT.
049080     COMPUTE STS-EXCEPTION-COUNT =
049090         EX1-BREAK-COUNT + EX1-AMTEXC-COUNT + EX1-VALEXC-COUNT
049100       + EX1-EXC-AC01-COUNT + EX1-EXC-AC02-COUNT
049110       + EX1-EXC-AC03-COUNT + EX1-EXC-AC04-COUNT
049120       + EX1-EXC-AC05-COUNT + EX1-EXC-TB01-COUNT
049130       + EX1-EXC-VD01-COUNT.
049140     MOVE EX1-LDG-MESSAGE TO STS-MESSAGE.
049150     OPEN EXTEND RTSTS01.
049160     WRITE RTSTS01-RECORD.
049170     CLOSE RTSTS01.
049180 8100-EXIT.
049190     EXIT.
049200
049210*****************************************************************
049220* 9000-ERROR-PARAGRAPHS - FATAL ERROR HANDLING.  EACH ERROR
049230* PARAGRAPH DISPLAYS ENOUGH TO DIAGNOSE THE PROBLEM AND STOPS
049240* THE RUN WITH A DISTINCT RETURN CODE, THE SAME WAY A BAD
049250* CONTROL CARD ANSWER IS HANDLED IN 3000-VALIDATE-ANSWER.
049260*****************************************************************
049270 9000-ERROR-PARAGRAPHS SECTION.
049280 9100-SQL-ERROR.
049290     DISPLAY 'EX01 - SQL ERROR AGAINST RTTB100'.
049300     DISPLAY 'EX01 - SQLCODE = ' SQLCODE.
049310     DISPLAY 'EX01 - SQLERRMC = ' SQLERRMC.
049320     MOVE 20 TO RETURN-CODE.
049330     PERFORM 8000-TERMINATE THRU 8000-EXIT.
049340     STOP RUN.
049350 9100-EXIT.
049360     EXIT.
049370
049380 9200-RRSO-WRITE-ERROR.
049390     DISPLAY 'EX01 - RRSO WRITE ERROR, FILE STATUS = '
049400             EX1-RRSO-STATUS.
049410     MOVE 24 TO RETURN-CODE.
049420     PERFORM 8000-TERMINATE THRU 8000-EXIT.
049430     STOP RUN.
049440 9200-EXIT.
049450     EXIT.
049460
049470 9300-CURRENCY-TABLE-FULL.
049480     DISPLAY 'EX01 - CURRENCY TABLE IS FULL, CANNOT ADD '
049490             'CURRENCY ' THE-CURRENCY.
049500     MOVE 28 TO RETURN-CODE.
049510     PERFORM 8000-TERMINATE THRU 8000-EXIT.
049520     STOP RUN.
049530 9300-EXIT.
049540     EXIT.
049550
049560 9400-RATE-DATE-ERROR.
049570     DISPLAY 'EX01 - EXCHANGE RATE FOR ' RATE-CUR_CD
049580             ' DATED ' RATE-EFF-DATE.
049590     DISPLAY 'EX01 - DOES NOT MATCH PROCESSING DATE '
049600             EX1-PROC-DATE.
049610     MOVE 36 TO RETURN-CODE.
049620     PERFORM 8000-TERMINATE THRU 8000-EXIT.
049630     STOP RUN.
049640 9400-EXIT.
049650     EXIT.
049660
049670 9500-RATE-TABLE-FULL.
049680     DISPLAY 'EX01 - EXCHANGE-RATE TABLE IS FULL, CANNOT ADD '
049690             'CURRENCY ' RATE-CUR_CD.
049700     MOVE 40 TO RETURN-CODE.
049710     PERFORM 8000-TERMINATE THRU 8000-EXIT.
049720     STOP RUN.
049730 9500-EXIT.
049740     EXIT.
049750
049760 9600-ACCM-FILE-ERROR.
049770     DISPLAY 'EX01 - RTACCM1 OPEN ERROR, FILE STATUS = '
049780             EX1-ACCM-STATUS.
049790     MOVE 44 TO RETURN-CODE.
049800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
049810     STOP RUN.
049820 9600-EXIT.
049830     EXIT.
049840
049850 9800-REG-TABLE-FULL.
049860     DISPLAY 'EX01 - RUN-REGISTER TABLE IS FULL, CANNOT ADD '
049870             'FEED ' EX1-VFY-FEED-ID.
049880     MOVE 64 TO RETURN-CODE.
049890     PERFORM 8000-TERMINATE THRU 8000-EXIT.
049900     STOP RUN.
049910 9800-EXIT.
049920     EXIT.
049930
049940 9850-HISTORY-ERROR.
049950     DISPLAY 'EX01 - RTHIST1 I-O ERROR, FILE STATUS = '
049960             EX1-HIST-STATUS.
049970     MOVE 68 TO RETURN-CODE.
049980     PERFORM 8000-TERMINATE THRU 8000-EXIT.
049990     STOP RUN.
050000 9850-EXIT.
050010     EXIT.
050020
050030 9860-CAL-TABLE-FULL.
050040     DISPLAY 'EX01 - BUSINESS-CALENDAR TABLE IS FULL, CANNOT '
050050             'ADD ' CAL-DATE.
050060     MOVE 72 TO RETURN-CODE.
050070     PERFORM 8000-TERMINATE THRU 8000-EXIT.
050080     STOP RUN.
050090 9860-EXIT.
050100     EXIT.
050110
050120 9870-ROLL-LIMIT-ERROR.
050130     DISPLAY 'EX01 - NO BUSINESS DAY WITHIN 30 DAYS OF '
050140             EX1-LOW-KEY-DT ', CALENDAR FILE SUSPECT'.
050150     MOVE 76 TO RETURN-CODE.
050160     PERFORM 8000-TERMINATE THRU 8000-EXIT.
050170     STOP RUN.
050180 9870-EXIT.
050190     EXIT.
050200
050210 9875-PROFILE-MISSING.
050220     DISPLAY 'EX01 - NO RTTPP01 PROFILE FOR PARTNER '
050230             EX1-PTN-PARTNER (EX1-PTN-SUB).
050240     MOVE 80 TO RETURN-CODE.
050250     PERFORM 8000-TERMINATE THRU 8000-EXIT.
050260     STOP RUN.
050270 9875-EXIT.
050280     EXIT.
050290
050300 9880-TPP-TABLE-FULL.
050310     DISPLAY 'EX01 - PARTNER-PROFILE TABLE IS FULL, CANNOT ADD '
050320             TPP-PARTNER-ID.
050330     MOVE 84 TO RETURN-CODE.
050340     PERFORM 8000-TERMINATE THRU 8000-EXIT.
050350     STOP RUN.
050360 9880-EXIT.
050370     EXIT.
050380
050390 9890-X12N-TABLE-FULL.
050400     DISPLAY 'EX01 - X12 CONTROL-NUMBER TABLE IS FULL'.
050410     MOVE 88 TO RETURN-CODE.
050420     PERFORM 8000-TERMINATE THRU 8000-EXIT.
050430     STOP RUN.
050440 9890-EXIT.
050450     EXIT.
050460
050470 9895-PREDECESSOR-REFUSAL.
050480     DISPLAY 'EX01 - ' EX1-LDG-MESSAGE.
050490     DISPLAY 'EX01 - CYCLE ' EX1-CYCLE-NO ' OF ' EX1-PROC-DATE
050500             ' REFUSED, RERUN EX05 FOR THE FEED FIRST'.
050510     SET EX1-LDG-REFUSED TO TRUE.
050520     MOVE 96 TO RETURN-CODE.
050530     PERFORM 8000-TERMINATE THRU 8000-EXIT.
050540     STOP RUN.
050550 9895-EXIT.
050560     EXIT.
050570
050580 9897-HOLD-TABLE-FULL.
050590     DISPLAY 'EX01 - HOLD-THRESHOLD TABLE IS FULL, CANNOT ADD '
050600             HLD-SCOPE-CD ' ' HLD-REK_ID ' ' HLD-CUR_CD.
050610     MOVE 48 TO RETURN-CODE.
050620     PERFORM 8000-TERMINATE THRU 8000-EXIT.
050630     STOP RUN.
050640 9897-EXIT.
050650     EXIT.
050660
050670 9898-HOLD-RECORD-INVALID.
050680     DISPLAY 'EX01 - INVALID RTHLD01 THRESHOLD, SCOPE '
050690             HLD-SCOPE-CD ' ACCOUNT ' HLD-REK_ID
050700             ' CURRENCY ' HLD-CUR_CD.
050710     DISPLAY 'EX01 - SCOPE MUST BE A OR C, WITH A NUMERIC LIMIT'
050720             ' AND THE LOADING USER'.
050730     MOVE 100 TO RETURN-CODE.
050740     PERFORM 8000-TERMINATE THRU 8000-EXIT.
050750     STOP RUN.
050760 9898-EXIT.
050770     EXIT.
