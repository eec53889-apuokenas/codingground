000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID :  GREETLBK                                     *
000040*    AUTHOR     :  M. KAVALIAUSKAS                               *
000050*    INSTALLATION: VISITOR SERVICES                              *
000060*    DATE-WRITTEN: 2026-10-15                                    *
000070*    DATE-COMPILED:                                              *
000080*    PURPOSE    :  RETROACTIVE WATCHLIST LOOKBACK.  RUNS AFTER   *
000090*                  GREETWMN HAS ADDED OR CHANGED GREETWCH        *
000100*                  ENTRIES AND WORKS FROM THE NAMES IT QUEUED    *
000110*                  ON GREETLBQ.  FOR EACH NAME IT LISTS EVERY    *
000120*                  PAST VISIT ON GREETHIS, GREETLOG AND          *
000130*                  GREETARC WITH DATE, TIME, SITE AND COMPANY,   *
000140*                  ANY GREETBDG BADGE STILL OPEN (THE PERSON IS  *
000150*                  IN THE BUILDING NOW), AND EVERY GREETAPT      *
000160*                  APPOINTMENT FROM TODAY ON.  THE FINDINGS GO   *
000170*                  ON THE GREETLBR SECURITY REPORT, AND EVERY    *
000180*                  NAME WITH A FINDING GETS AN "L" LOOKBACK      *
000190*                  ALERT ON GREETALR FOR THE GREETWRP DAILY      *
000200*                  PAGE.  THE QUEUE IS EMPTIED AT THE END.       *
000210*                                                                *
000220*    MODIFICATION HISTORY                                       *
000230*    ------------------------------------------------------     *
000240*    DATE       INIT  DESCRIPTION                                *
000250*    ---------- ----  -------------------------------------      *
000260*    2026-10-15 MK    ORIGINAL PROGRAM.                          *
000270*    2026-10-15 MK    PRINT ESCORT ENTRIES AS ESCORT REQUIRED,   *
000280*                     NOT VIP.  WHEN MORE NAMES ARE QUEUED THAN  *
000290*                     ONE RUN TAKES, KEEP ONLY THE ONES NOT      *
000300*                     LOOKED BACK ON GREETLBQ (VIA THE GREETLBW  *
000310*                     WORK FILE) INSTEAD OF THE WHOLE QUEUE.     *
000320*                                                                *
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350     PROGRAM-ID.   GREETLBK AS "GREETLBK".
000360     AUTHOR.       M. KAVALIAUSKAS.
000370     DATE-WRITTEN. 2026-10-15.
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.
000420 OBJECT-COMPUTER.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460         SELECT GREETLBQ-FILE ASSIGN TO "GREETLBQ"
000470             ORGANIZATION IS SEQUENTIAL
000480             FILE STATUS IS WS-LBQ-STATUS.
000490
000500         SELECT GREETLBW-FILE ASSIGN TO "GREETLBW"
000510             ORGANIZATION IS SEQUENTIAL
000520             FILE STATUS IS WS-LBW-STATUS.
000530
000540         SELECT GREETWCH-FILE ASSIGN TO "GREETWCH"
000550             ORGANIZATION IS INDEXED
000560             ACCESS MODE IS DYNAMIC
000570             RECORD KEY IS WC-NAME-KEY
000580             FILE STATUS IS WS-WCH-STATUS.
000590
000600         SELECT GREETLOG-FILE ASSIGN TO "GREETLOG"
000610             ORGANIZATION IS SEQUENTIAL
000620             FILE STATUS IS WS-GLOG-STATUS.
000630
000640         SELECT GREETARC-FILE ASSIGN TO "GREETARC"
000650             ORGANIZATION IS SEQUENTIAL
000660             FILE STATUS IS WS-ARC-STATUS.
000670
000680         SELECT GREETHIS-FILE ASSIGN TO "GREETHIS"
000690             ORGANIZATION IS INDEXED
000700             ACCESS MODE IS DYNAMIC
000710             RECORD KEY IS GH-HIST-KEY
000720             FILE STATUS IS WS-HIS-STATUS.
000730
000740         SELECT GREETBDG-FILE ASSIGN TO "GREETBDG"
000750             ORGANIZATION IS INDEXED
000760             ACCESS MODE IS DYNAMIC
000770             RECORD KEY IS BG-BADGE-NO
000780             FILE STATUS IS WS-BDG-STATUS.
000790
000800         SELECT GREETAPT-FILE ASSIGN TO "GREETAPT"
000810             ORGANIZATION IS INDEXED
000820             ACCESS MODE IS DYNAMIC
000830             RECORD KEY IS AP-APPT-KEY
000840             FILE STATUS IS WS-APT-STATUS.
000850
000860         SELECT GREETORG-FILE ASSIGN TO "GREETORG"
000870             ORGANIZATION IS INDEXED
000880             ACCESS MODE IS DYNAMIC
000890             RECORD KEY IS OR-ORG-CODE
000900             FILE STATUS IS WS-ORG-STATUS.
000910
000920         SELECT GREETALR-FILE ASSIGN TO "GREETALR"
000930             ORGANIZATION IS SEQUENTIAL
000940             FILE STATUS IS WS-ALR-STATUS.
000950
000960         SELECT REPORT-FILE ASSIGN TO "GREETLBR"
000970             ORGANIZATION IS SEQUENTIAL
000980             FILE STATUS IS WS-RPT-STATUS.
000990
001000 DATA DIVISION.
001010 FILE SECTION.
001020
001030 FD  GREETLBQ-FILE
001040         LABEL RECORDS ARE STANDARD.
001050     COPY LBQREC.
001060
001070 FD  GREETLBW-FILE
001080         LABEL RECORDS ARE STANDARD.
001090 01  LOOKBACK-WORK-RECORD            PIC X(080).
001100
001110 FD  GREETWCH-FILE
001120         LABEL RECORDS ARE STANDARD.
001130     COPY WCHREC.
001140
001150 FD  GREETLOG-FILE
001160         LABEL RECORDS ARE STANDARD.
001170     COPY GLOGREC.
001180
001190 FD  GREETARC-FILE
001200         LABEL RECORDS ARE STANDARD.
001210     COPY GLOGREC REPLACING GREETLOG-RECORD BY ARCHIVE-RECORD.
001220
001230 FD  GREETHIS-FILE
001240         LABEL RECORDS ARE STANDARD.
001250     COPY HISTREC.
001260
001270 FD  GREETBDG-FILE
001280         LABEL RECORDS ARE STANDARD.
001290     COPY BADGREC.
001300
001310 FD  GREETAPT-FILE
001320         LABEL RECORDS ARE STANDARD.
001330     COPY APPTREC.
001340
001350 FD  GREETORG-FILE
001360         LABEL RECORDS ARE STANDARD.
001370     COPY ORGREC.
001380
001390 FD  GREETALR-FILE
001400         LABEL RECORDS ARE STANDARD.
001410     COPY ALRTREC.
001420
001430 FD  REPORT-FILE
001440         LABEL RECORDS ARE STANDARD.
001450 01  REPORT-RECORD                   PIC X(080).
001460
001470 WORKING-STORAGE SECTION.
001480 77  WS-LBQ-STATUS               PIC X(02) VALUE SPACES.
001490 77  WS-LBW-STATUS               PIC X(02) VALUE SPACES.
001500 77  WS-WCH-STATUS               PIC X(02) VALUE SPACES.
001510 77  WS-GLOG-STATUS              PIC X(02) VALUE SPACES.
001520 77  WS-ARC-STATUS               PIC X(02) VALUE SPACES.
001530 77  WS-HIS-STATUS               PIC X(02) VALUE SPACES.
001540 77  WS-BDG-STATUS               PIC X(02) VALUE SPACES.
001550 77  WS-APT-STATUS               PIC X(02) VALUE SPACES.
001560 77  WS-ORG-STATUS               PIC X(02) VALUE SPACES.
001570 77  WS-ALR-STATUS               PIC X(02) VALUE SPACES.
001580 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
001590 01  WS-FILE-EOF-SW              PIC X(01) VALUE "N".
001600     88  WS-FILE-EOF                       VALUE "Y".
001610 01  WS-NAME-DONE-SW             PIC X(01) VALUE "N".
001620     88  WS-NAME-DONE                      VALUE "Y".
001630 01  WS-ORG-OPEN-SW              PIC X(01) VALUE "N".
001640     88  WS-ORG-OPENED                     VALUE "Y".
001650 01  WS-NT-FOUND-SW              PIC X(01) VALUE "N".
001660     88  WS-NT-FOUND                       VALUE "Y".
001670 01  WS-NT-FULL-SW               PIC X(01) VALUE "N".
001680     88  WS-NT-FULL                        VALUE "Y".
001690 01  WS-VT-FOUND-SW              PIC X(01) VALUE "N".
001700     88  WS-VT-FOUND                       VALUE "Y".
001710 01  WS-VT-FULL-SW               PIC X(01) VALUE "N".
001720     88  WS-VT-FULL                        VALUE "Y".
001730 01  WS-SWAPPED-SW               PIC X(01) VALUE "N".
001740     88  WS-SWAPPED                        VALUE "Y".
001750 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001760 77  WS-MATCH-LAST               PIC X(20) VALUE SPACES.
001770 77  WS-MATCH-FIRST              PIC X(15) VALUE SPACES.
001780 01  NAME-TABLE.
001790     05  NAME-TABLE-ENTRY OCCURS 100 TIMES
001800                          INDEXED BY NT-IDX.
001810         10  NT-LAST             PIC X(20).
001820         10  NT-FIRST            PIC X(15).
001830         10  NT-ON-LIST-SW       PIC X(01).
001840             88  NT-ON-LIST              VALUE "Y".
001850         10  NT-WATCH-TYPE       PIC X(01).
001860         10  NT-INSTRUCTIONS     PIC X(40).
001870         10  NT-VISIT-CT         PIC 9(04) COMP.
001880         10  NT-BADGE-CT         PIC 9(04) COMP.
001890         10  NT-APPT-CT          PIC 9(04) COMP.
001900         10  NT-LAST-VISIT-DATE  PIC 9(08).
001910         10  NT-BADGE-NO         PIC 9(06).
001920 77  WS-NT-CT                    PIC 9(04) COMP VALUE ZERO.
001930 77  WS-NT-MAX                   PIC 9(04) COMP VALUE 100.
001940 77  WS-NT-SUB                   PIC 9(04) COMP VALUE ZERO.
001950 01  VISIT-TABLE.
001960     05  VISIT-TABLE-ENTRY OCCURS 3000 TIMES
001970                           INDEXED BY VT-IDX.
001980         10  VT-SORT-KEY.
001990             15  VT-NAME-SUB     PIC 9(04).
002000             15  VT-GREET-DATE   PIC 9(08).
002010             15  VT-GREET-TIME   PIC 9(08).
002020         10  VT-SITE-CODE        PIC X(03).
002030         10  VT-ORG-CODE         PIC X(06).
002040         10  VT-SOURCE           PIC X(03).
002050 77  WS-VT-CT                    PIC 9(04) COMP VALUE ZERO.
002060 77  WS-VT-MAX                   PIC 9(04) COMP VALUE 3000.
002070 01  WS-SWAP-VISIT               PIC X(032) VALUE SPACES.
002080 01  WS-NEW-VISIT.
002090     05  WS-NV-SORT-KEY.
002100         10  WS-NV-NAME-SUB      PIC 9(04).
002110         10  WS-NV-GREET-DATE    PIC 9(08).
002120         10  WS-NV-GREET-TIME    PIC 9(08).
002130     05  WS-NV-SITE-CODE         PIC X(03).
002140     05  WS-NV-ORG-CODE          PIC X(06).
002150     05  WS-NV-SOURCE            PIC X(03).
002160 77  WS-SORT-SUB                 PIC 9(04) COMP VALUE ZERO.
002170 77  WS-SORT-SUB2                PIC 9(04) COMP VALUE ZERO.
002180 01  FIND-TABLE.
002190     05  FIND-TABLE-ENTRY OCCURS 200 TIMES
002200                          INDEXED BY FT-IDX.
002210         10  FT-NAME-SUB         PIC 9(04) COMP.
002220         10  FT-FIND-TYPE        PIC X(01).
002230             88  FT-OPEN-BADGE           VALUE "B".
002240             88  FT-APPOINTMENT          VALUE "A".
002250         10  FT-DATE             PIC 9(08).
002260         10  FT-TIME             PIC 9(08).
002270         10  FT-BADGE-NO         PIC 9(06).
002280         10  FT-SITE-CODE        PIC X(03).
002290         10  FT-HOST-NAME        PIC X(20).
002300 77  WS-FT-CT                    PIC 9(04) COMP VALUE ZERO.
002310 77  WS-FT-MAX                   PIC 9(04) COMP VALUE 200.
002320 77  WS-QUEUE-COUNT              PIC 9(08) COMP VALUE ZERO.
002330 77  WS-ALERT-COUNT              PIC 9(08) COMP VALUE ZERO.
002340 77  WS-CLEAR-COUNT              PIC 9(08) COMP VALUE ZERO.
002350 77  WS-KEEP-COUNT               PIC 9(08) COMP VALUE ZERO.
002360 77  WS-VISIT-DISP               PIC 9(04) VALUE ZERO.
002370 77  WS-APPT-DISP                PIC 9(02) VALUE ZERO.
002380 77  WS-ALERT-TEXT               PIC X(40) VALUE SPACES.
002390 77  WS-ORG-NAME                 PIC X(30) VALUE SPACES.
002400 77  WS-COUNT-DISP               PIC Z(07)9.
002410 01  WS-PRINT-LINE               PIC X(080) VALUE SPACES.
002420
002430 PROCEDURE DIVISION.
002440
002450******************************************************************
002460*    0000-MAINLINE                                               *
002470******************************************************************
002480 0000-MAINLINE.
002490
002500         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002510         PERFORM 2000-LOAD-QUEUE THRU 2000-EXIT.
002520
002530         IF WS-NT-CT > ZERO
002540             PERFORM 2500-LOAD-WATCHLIST THRU 2500-EXIT
002550             PERFORM 3000-SCAN-GREETHIS THRU 3000-EXIT
002560             PERFORM 3100-SCAN-GREETLOG THRU 3100-EXIT
002570             PERFORM 3200-SCAN-GREETARC THRU 3200-EXIT
002580             PERFORM 4000-SCAN-GREETBDG THRU 4000-EXIT
002590             PERFORM 4100-SCAN-GREETAPT THRU 4100-EXIT
002600             PERFORM 5500-SORT-VISITS THRU 5500-EXIT
002610             PERFORM 6000-PRINT-LOOKBACK THRU 6000-EXIT
002620             PERFORM 7000-CLEAR-QUEUE THRU 7000-EXIT
002630         ELSE
002640             MOVE "  NO WATCHLIST ENTRIES QUEUED FOR LOOKBACK"
002650                 TO WS-PRINT-LINE
002660             WRITE REPORT-RECORD FROM WS-PRINT-LINE
002670     END-IF.
002680
002690         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002700         PERFORM 9000-TERMINATE THRU 9000-EXIT.
002710
002720         STOP RUN.
002730
002740******************************************************************
002750*    1000-INITIALIZE - OPEN THE REPORT AND, WHEN IT IS THERE,    *
002760*    THE GREETORG COMPANY MASTER FOR COMPANY NAMES.              *
002770******************************************************************
002780 1000-INITIALIZE.
002790
002800         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002810
002820         OPEN INPUT GREETORG-FILE.
002830         IF WS-ORG-STATUS = "00"
002840             SET WS-ORG-OPENED TO TRUE
002850     END-IF.
002860
002870         OPEN OUTPUT REPORT-FILE.
002880
002890         MOVE SPACES TO WS-PRINT-LINE.
002900         STRING "WATCHLIST LOOKBACK REPORT OF " DELIMITED BY SIZE
002910             WS-RUN-DATE DELIMITED BY SIZE
002920             INTO WS-PRINT-LINE.
002930         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002940         MOVE SPACES TO WS-PRINT-LINE.
002950         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002960
002970 1000-EXIT.
002980     EXIT.
002990
003000******************************************************************
003010*    2000-LOAD-QUEUE - READ THE NAMES GREETWMN QUEUED.  A NAME   *
003020*    ADDED AND THEN CHANGED IS QUEUED TWICE BUT LOOKED BACK      *
003030*    ONCE.  A MISSING QUEUE MEANS NOTHING WAS MAINTAINED.        *
003040******************************************************************
003050 2000-LOAD-QUEUE.
003060
003070         OPEN INPUT GREETLBQ-FILE.
003080         IF WS-LBQ-STATUS NOT = "00"
003090             GO TO 2000-EXIT
003100     END-IF.
003110
003120         MOVE "N" TO WS-FILE-EOF-SW.
003130         PERFORM 2100-QUEUE-ONE-NAME THRU 2100-EXIT
003140             UNTIL WS-FILE-EOF.
003150         CLOSE GREETLBQ-FILE.
003160
003170 2000-EXIT.
003180     EXIT.
003190
003200******************************************************************
003210*    2100-QUEUE-ONE-NAME - READ ONE QUEUE RECORD AND ADD ITS     *
003220*    NAME TO THE NAME TABLE IF IT IS NOT ALREADY THERE.  ONCE    *
003230*    THE TABLE IS FULL, A RECORD FOR A NAME NOT IN IT IS COPIED  *
003240*    TO THE GREETLBW WORK FILE, AND 7000-CLEAR-QUEUE PUTS THOSE  *
003250*    BACK ON THE QUEUE FOR THE NEXT RUN.                         *
003260******************************************************************
003270 2100-QUEUE-ONE-NAME.
003280
003290         READ GREETLBQ-FILE
003300             AT END
003310                 SET WS-FILE-EOF TO TRUE
003320                 GO TO 2100-EXIT
003330     END-READ.
003340
003350         ADD 1 TO WS-QUEUE-COUNT.
003360         MOVE LQ-LAST TO WS-MATCH-LAST.
003370         MOVE LQ-FIRST TO WS-MATCH-FIRST.
003380         PERFORM 5000-FIND-NAME THRU 5000-EXIT.
003390         IF WS-NT-FOUND
003400             GO TO 2100-EXIT
003410     END-IF.
003420
003430         IF WS-NT-CT >= WS-NT-MAX
003440             IF NOT WS-NT-FULL
003450                 SET WS-NT-FULL TO TRUE
003460                 DISPLAY "MORE THAN " WS-NT-MAX " NAMES QUEUED - "
003470                     "THE REST WILL BE TAKEN NEXT RUN"
003480                 OPEN OUTPUT GREETLBW-FILE
003490         END-IF
003500             WRITE LOOKBACK-WORK-RECORD FROM LOOKBACK-QUEUE-RECORD
003510             ADD 1 TO WS-KEEP-COUNT
003520             GO TO 2100-EXIT
003530     END-IF.
003540
003550         ADD 1 TO WS-NT-CT.
003560         SET NT-IDX TO WS-NT-CT.
003570         MOVE LQ-LAST TO NT-LAST (NT-IDX).
003580         MOVE LQ-FIRST TO NT-FIRST (NT-IDX).
003590         MOVE "N" TO NT-ON-LIST-SW (NT-IDX).
003600         MOVE LQ-WATCH-TYPE TO NT-WATCH-TYPE (NT-IDX).
003610         MOVE SPACES TO NT-INSTRUCTIONS (NT-IDX).
003620         MOVE ZERO TO NT-VISIT-CT (NT-IDX).
003630         MOVE ZERO TO NT-BADGE-CT (NT-IDX).
003640         MOVE ZERO TO NT-APPT-CT (NT-IDX).
003650         MOVE ZERO TO NT-LAST-VISIT-DATE (NT-IDX).
003660         MOVE ZERO TO NT-BADGE-NO (NT-IDX).
003670
003680 2100-EXIT.
003690     EXIT.
003700
003710******************************************************************
003720*    2500-LOAD-WATCHLIST - TAKE EACH NAME'S CURRENT WATCH TYPE   *
003730*    AND INSTRUCTIONS FROM GREETWCH.  A NAME DELETED SINCE IT    *
003740*    WAS QUEUED IS STILL REPORTED BUT GETS NO ALERT.             *
003750******************************************************************
003760 2500-LOAD-WATCHLIST.
003770
003780         OPEN INPUT GREETWCH-FILE.
003790         IF WS-WCH-STATUS NOT = "00"
003800             DISPLAY "GREETWCH NOT AVAILABLE, STATUS "
003810                 WS-WCH-STATUS " - NO LOOKBACK ALERTS WRITTEN"
003820             GO TO 2500-EXIT
003830     END-IF.
003840
003850         PERFORM 2550-LOAD-ONE-ENTRY THRU 2550-EXIT
003860             VARYING NT-IDX FROM 1 BY 1
003870             UNTIL NT-IDX > WS-NT-CT.
003880         CLOSE GREETWCH-FILE.
003890
003900 2500-EXIT.
003910     EXIT.
003920
003930******************************************************************
003940*    2550-LOAD-ONE-ENTRY - READ ONE NAME'S WATCHLIST ENTRY.      *
003950******************************************************************
003960 2550-LOAD-ONE-ENTRY.
003970
003980         MOVE NT-LAST (NT-IDX) TO WC-LAST.
003990         MOVE NT-FIRST (NT-IDX) TO WC-FIRST.
004000         READ GREETWCH-FILE
004010             KEY IS WC-NAME-KEY
004020             INVALID KEY
004030                 GO TO 2550-EXIT
004040     END-READ.
004050
004060         MOVE "Y" TO NT-ON-LIST-SW (NT-IDX).
004070         MOVE WC-WATCH-TYPE TO NT-WATCH-TYPE (NT-IDX).
004080         MOVE WC-INSTRUCTIONS TO NT-INSTRUCTIONS (NT-IDX).
004090
004100 2550-EXIT.
004110     EXIT.
004120
004130******************************************************************
004140*    3000-SCAN-GREETHIS - GREETHIS IS KEYED ON THE NAME, SO      *
004150*    EACH NAME'S HISTORY IS READ BY KEY.  IT CARRIES NO SITE OR  *
004160*    COMPANY; THOSE ARE FILLED IN WHEN THE SAME VISIT TURNS UP   *
004170*    ON GREETLOG OR GREETARC.                                    *
004180******************************************************************
004190 3000-SCAN-GREETHIS.
004200
004210         OPEN INPUT GREETHIS-FILE.
004220         IF WS-HIS-STATUS NOT = "00"
004230             GO TO 3000-EXIT
004240     END-IF.
004250
004260         PERFORM 3050-SCAN-ONE-HISTORY THRU 3050-EXIT
004270             VARYING NT-IDX FROM 1 BY 1
004280             UNTIL NT-IDX > WS-NT-CT.
004290         CLOSE GREETHIS-FILE.
004300
004310 3000-EXIT.
004320     EXIT.
004330
004340******************************************************************
004350*    3050-SCAN-ONE-HISTORY - POSITION ON ONE NAME'S FIRST        *
004360*    HISTORY RECORD AND COLLECT ITS VISITS.                      *
004370******************************************************************
004380 3050-SCAN-ONE-HISTORY.
004390
004400         MOVE "N" TO WS-NAME-DONE-SW.
004410         MOVE LOW-VALUES TO GH-HIST-KEY.
004420         MOVE NT-LAST (NT-IDX) TO GH-LAST.
004430         MOVE NT-FIRST (NT-IDX) TO GH-FIRST.
004440         START GREETHIS-FILE KEY IS NOT LESS THAN GH-HIST-KEY
004450             INVALID KEY
004460                 GO TO 3050-EXIT
004470     END-START.
004480
004490         SET WS-NT-SUB TO NT-IDX.
004500         PERFORM 3060-READ-ONE-HISTORY THRU 3060-EXIT
004510             UNTIL WS-NAME-DONE.
004520
004530 3050-EXIT.
004540     EXIT.
004550
004560******************************************************************
004570*    3060-READ-ONE-HISTORY - READ THE NEXT HISTORY RECORD; STOP  *
004580*    AT THE FIRST ONE FOR ANOTHER NAME.                          *
004590******************************************************************
004600 3060-READ-ONE-HISTORY.
004610
004620         READ GREETHIS-FILE NEXT RECORD
004630             AT END
004640                 SET WS-NAME-DONE TO TRUE
004650                 GO TO 3060-EXIT
004660     END-READ.
004670
004680         IF GH-LAST NOT = NT-LAST (WS-NT-SUB)
004690             OR GH-FIRST NOT = NT-FIRST (WS-NT-SUB)
004700             SET WS-NAME-DONE TO TRUE
004710             GO TO 3060-EXIT
004720     END-IF.
004730
004740         MOVE GH-GREET-DATE TO WS-NV-GREET-DATE.
004750         MOVE GH-GREET-TIME TO WS-NV-GREET-TIME.
004760         MOVE SPACES TO WS-NV-SITE-CODE.
004770         MOVE SPACES TO WS-NV-ORG-CODE.
004780         MOVE "HIS" TO WS-NV-SOURCE.
004790         PERFORM 5200-ADD-VISIT THRU 5200-EXIT.
004800
004810 3060-EXIT.
004820     EXIT.
004830
004840******************************************************************
004850*    3100-SCAN-GREETLOG - ONE PASS OVER THE CURRENT GREETING     *
004860*    LOG, COLLECTING EVERY VISIT BY A QUEUED NAME.               *
004870******************************************************************
004880 3100-SCAN-GREETLOG.
004890
004900         OPEN INPUT GREETLOG-FILE.
004910         IF WS-GLOG-STATUS NOT = "00"
004920             GO TO 3100-EXIT
004930     END-IF.
004940
004950         MOVE "N" TO WS-FILE-EOF-SW.
004960         PERFORM 3150-SCAN-ONE-GREETING THRU 3150-EXIT
004970             UNTIL WS-FILE-EOF.
004980         CLOSE GREETLOG-FILE.
004990
005000 3100-EXIT.
005010     EXIT.
005020
005030******************************************************************
005040*    3150-SCAN-ONE-GREETING - READ ONE GREETLOG RECORD AND KEEP  *
005050*    IT IF THE NAME IS QUEUED.                                   *
005060******************************************************************
005070 3150-SCAN-ONE-GREETING.
005080
005090         READ GREETLOG-FILE
005100             AT END
005110                 SET WS-FILE-EOF TO TRUE
005120                 GO TO 3150-EXIT
005130     END-READ.
005140
005150         MOVE GL-LAST OF GREETLOG-RECORD TO WS-MATCH-LAST.
005160         MOVE GL-FIRST OF GREETLOG-RECORD TO WS-MATCH-FIRST.
005170         PERFORM 5000-FIND-NAME THRU 5000-EXIT.
005180         IF NOT WS-NT-FOUND
005190             GO TO 3150-EXIT
005200     END-IF.
005210
005220         SET WS-NT-SUB TO NT-IDX.
005230         MOVE GL-GREET-DATE OF GREETLOG-RECORD
005240             TO WS-NV-GREET-DATE.
005250         MOVE GL-GREET-TIME OF GREETLOG-RECORD
005260             TO WS-NV-GREET-TIME.
005270         MOVE GL-SITE-CODE OF GREETLOG-RECORD
005280             TO WS-NV-SITE-CODE.
005290         MOVE GL-ORG-CODE OF GREETLOG-RECORD
005300             TO WS-NV-ORG-CODE.
005310         MOVE "LOG" TO WS-NV-SOURCE.
005320         PERFORM 5200-ADD-VISIT THRU 5200-EXIT.
005330
005340 3150-EXIT.
005350     EXIT.
005360
005370******************************************************************
005380*    3200-SCAN-GREETARC - THE SAME PASS OVER THE ARCHIVE OF      *
005390*    GREETINGS PURGED FROM GREETLOG.                             *
005400******************************************************************
005410 3200-SCAN-GREETARC.
005420
005430         OPEN INPUT GREETARC-FILE.
005440         IF WS-ARC-STATUS NOT = "00"
005450             GO TO 3200-EXIT
005460     END-IF.
005470
005480         MOVE "N" TO WS-FILE-EOF-SW.
005490         PERFORM 3250-SCAN-ONE-ARCHIVED THRU 3250-EXIT
005500             UNTIL WS-FILE-EOF.
005510         CLOSE GREETARC-FILE.
005520
005530 3200-EXIT.
005540     EXIT.
005550
005560******************************************************************
005570*    3250-SCAN-ONE-ARCHIVED - READ ONE ARCHIVE RECORD AND KEEP   *
005580*    IT IF THE NAME IS QUEUED.                                   *
005590******************************************************************
005600 3250-SCAN-ONE-ARCHIVED.
005610
005620         READ GREETARC-FILE
005630             AT END
005640                 SET WS-FILE-EOF TO TRUE
005650                 GO TO 3250-EXIT
005660     END-READ.
005670
005680         MOVE GL-LAST OF ARCHIVE-RECORD TO WS-MATCH-LAST.
005690         MOVE GL-FIRST OF ARCHIVE-RECORD TO WS-MATCH-FIRST.
005700         PERFORM 5000-FIND-NAME THRU 5000-EXIT.
005710         IF NOT WS-NT-FOUND
005720             GO TO 3250-EXIT
005730     END-IF.
005740
005750         SET WS-NT-SUB TO NT-IDX.
005760         MOVE GL-GREET-DATE OF ARCHIVE-RECORD
005770             TO WS-NV-GREET-DATE.
005780         MOVE GL-GREET-TIME OF ARCHIVE-RECORD
005790             TO WS-NV-GREET-TIME.
005800         MOVE GL-SITE-CODE OF ARCHIVE-RECORD
005810             TO WS-NV-SITE-CODE.
005820         MOVE GL-ORG-CODE OF ARCHIVE-RECORD
005830             TO WS-NV-ORG-CODE.
005840         MOVE "ARC" TO WS-NV-SOURCE.
005850         PERFORM 5200-ADD-VISIT THRU 5200-EXIT.
005860
005870 3250-EXIT.
005880     EXIT.
005890
005900******************************************************************
005910*    4000-SCAN-GREETBDG - BROWSE THE BADGE FILE FOR A BADGE      *
005920*    STILL OPEN TO A QUEUED NAME - THE PERSON IS ON SITE NOW.    *
005930******************************************************************
005940 4000-SCAN-GREETBDG.
005950
005960         OPEN INPUT GREETBDG-FILE.
005970         IF WS-BDG-STATUS NOT = "00"
005980             GO TO 4000-EXIT
005990     END-IF.
006000
006010         MOVE "N" TO WS-FILE-EOF-SW.
006020         MOVE ZERO TO BG-BADGE-NO.
006030         START GREETBDG-FILE KEY IS NOT LESS THAN BG-BADGE-NO
006040             INVALID KEY
006050                 SET WS-FILE-EOF TO TRUE
006060     END-START.
006070
006080         PERFORM 4050-SCAN-ONE-BADGE THRU 4050-EXIT
006090             UNTIL WS-FILE-EOF.
006100         CLOSE GREETBDG-FILE.
006110
006120 4000-EXIT.
006130     EXIT.
006140
006150******************************************************************
006160*    4050-SCAN-ONE-BADGE - READ THE NEXT BADGE AND KEEP IT IF    *
006170*    IT IS OPEN AND ISSUED TO A QUEUED NAME.                     *
006180******************************************************************
006190 4050-SCAN-ONE-BADGE.
006200
006210         READ GREETBDG-FILE NEXT RECORD
006220             AT END
006230                 SET WS-FILE-EOF TO TRUE
006240                 GO TO 4050-EXIT
006250     END-READ.
006260
006270         IF NOT BG-BADGE-OPEN
006280             GO TO 4050-EXIT
006290     END-IF.
006300
006310         MOVE BG-LAST TO WS-MATCH-LAST.
006320         MOVE BG-FIRST TO WS-MATCH-FIRST.
006330         PERFORM 5000-FIND-NAME THRU 5000-EXIT.
006340         IF NOT WS-NT-FOUND
006350             GO TO 4050-EXIT
006360     END-IF.
006370
006380         ADD 1 TO NT-BADGE-CT (NT-IDX).
006390         MOVE BG-BADGE-NO TO NT-BADGE-NO (NT-IDX).
006400         IF WS-FT-CT >= WS-FT-MAX
006410             GO TO 4050-EXIT
006420     END-IF.
006430         ADD 1 TO WS-FT-CT.
006440         SET FT-IDX TO WS-FT-CT.
006450         SET FT-NAME-SUB (FT-IDX) TO NT-IDX.
006460         MOVE "B" TO FT-FIND-TYPE (FT-IDX).
006470         MOVE BG-ISSUE-DATE TO FT-DATE (FT-IDX).
006480         MOVE BG-ISSUE-TIME TO FT-TIME (FT-IDX).
006490         MOVE BG-BADGE-NO TO FT-BADGE-NO (FT-IDX).
006500         MOVE BG-SITE-CODE TO FT-SITE-CODE (FT-IDX).
006510         MOVE SPACES TO FT-HOST-NAME (FT-IDX).
006520
006530 4050-EXIT.
006540     EXIT.
006550
006560******************************************************************
006570*    4100-SCAN-GREETAPT - READ THE APPOINTMENT FILE FROM TODAY   *
006580*    ON FOR ANY BOOKING A QUEUED NAME HAS NOT YET ARRIVED FOR.   *
006590******************************************************************
006600 4100-SCAN-GREETAPT.
006610
006620         OPEN INPUT GREETAPT-FILE.
006630         IF WS-APT-STATUS NOT = "00"
006640             GO TO 4100-EXIT
006650     END-IF.
006660
006670         MOVE "N" TO WS-FILE-EOF-SW.
006680         MOVE LOW-VALUES TO AP-APPT-KEY.
006690         MOVE WS-RUN-DATE TO AP-APPT-DATE.
006700         START GREETAPT-FILE KEY IS NOT LESS THAN AP-APPT-KEY
006710             INVALID KEY
006720                 SET WS-FILE-EOF TO TRUE
006730     END-START.
006740
006750         PERFORM 4150-SCAN-ONE-APPOINTMENT THRU 4150-EXIT
006760             UNTIL WS-FILE-EOF.
006770         CLOSE GREETAPT-FILE.
006780
006790 4100-EXIT.
006800     EXIT.
006810
006820******************************************************************
006830*    4150-SCAN-ONE-APPOINTMENT - READ THE NEXT APPOINTMENT AND   *
006840*    KEEP IT IF IT IS STILL EXPECTED AND FOR A QUEUED NAME.      *
006850******************************************************************
006860 4150-SCAN-ONE-APPOINTMENT.
006870
006880         READ GREETAPT-FILE NEXT RECORD
006890             AT END
006900                 SET WS-FILE-EOF TO TRUE
006910                 GO TO 4150-EXIT
006920     END-READ.
006930
006940         IF AP-ARRIVED
006950             GO TO 4150-EXIT
006960     END-IF.
006970
006980         MOVE AP-LAST TO WS-MATCH-LAST.
006990         MOVE AP-FIRST TO WS-MATCH-FIRST.
007000         PERFORM 5000-FIND-NAME THRU 5000-EXIT.
007010         IF NOT WS-NT-FOUND
007020             GO TO 4150-EXIT
007030     END-IF.
007040
007050         ADD 1 TO NT-APPT-CT (NT-IDX).
007060         IF WS-FT-CT >= WS-FT-MAX
007070             GO TO 4150-EXIT
007080     END-IF.
007090         ADD 1 TO WS-FT-CT.
007100         SET FT-IDX TO WS-FT-CT.
007110         SET FT-NAME-SUB (FT-IDX) TO NT-IDX.
007120         MOVE "A" TO FT-FIND-TYPE (FT-IDX).
007130         MOVE AP-APPT-DATE TO FT-DATE (FT-IDX).
007140         MOVE AP-EXPECT-TIME TO FT-TIME (FT-IDX).
007150         MOVE ZERO TO FT-BADGE-NO (FT-IDX).
007160         MOVE SPACES TO FT-SITE-CODE (FT-IDX).
007170         MOVE AP-HOST-NAME TO FT-HOST-NAME (FT-IDX).
007180
007190 4150-EXIT.
007200     EXIT.
007210
007220******************************************************************
007230*    5000-FIND-NAME - LOOK THE NAME STAGED IN WS-MATCH-LAST /    *
007240*    WS-MATCH-FIRST UP ON THE NAME TABLE.  A MATCH SETS          *
007250*    WS-NT-FOUND AND LEAVES NT-IDX ON THE ENTRY.                 *
007260******************************************************************
007270 5000-FIND-NAME.
007280
007290         MOVE "N" TO WS-NT-FOUND-SW.
007300         PERFORM 5050-MATCH-ONE-NAME THRU 5050-EXIT
007310             VARYING NT-IDX FROM 1 BY 1
007320             UNTIL NT-IDX > WS-NT-CT OR WS-NT-FOUND.
007330
007340*        THE VARYING LOOP STEPS ONE PAST THE MATCH BEFORE IT
007350*        TESTS THE SWITCH, SO STEP BACK ONTO IT.
007360         IF WS-NT-FOUND
007370             SET NT-IDX DOWN BY 1
007380     END-IF.
007390
007400 5000-EXIT.
007410     EXIT.
007420
007430******************************************************************
007440*    5050-MATCH-ONE-NAME - COMPARE ONE NAME-TABLE ENTRY AGAINST  *
007450*    THE STAGED NAME.                                            *
007460******************************************************************
007470 5050-MATCH-ONE-NAME.
007480
007490         IF NT-LAST (NT-IDX) = WS-MATCH-LAST
007500             AND NT-FIRST (NT-IDX) = WS-MATCH-FIRST
007510             SET WS-NT-FOUND TO TRUE
007520     END-IF.
007530
007540 5050-EXIT.
007550     EXIT.
007560
007570******************************************************************
007580*    5200-ADD-VISIT - ADD THE VISIT STAGED IN WS-NEW-VISIT FOR   *
007590*    THE NAME IN WS-NT-SUB.  GREETHIS IS BUILT FROM GREETLOG,    *
007600*    SO THE SAME VISIT CAN ARRIVE FROM BOTH; A                   *
007610*    VISIT ALREADY HELD FOR THE SAME DATE AND TIME IS NOT ADDED  *
007620*    AGAIN, BUT PICKS UP THE SITE AND COMPANY IF IT LACKED THEM. *
007630******************************************************************
007640 5200-ADD-VISIT.
007650
007660         MOVE WS-NT-SUB TO WS-NV-NAME-SUB.
007670         MOVE "N" TO WS-VT-FOUND-SW.
007680         PERFORM 5250-MATCH-ONE-VISIT THRU 5250-EXIT
007690             VARYING VT-IDX FROM 1 BY 1
007700             UNTIL VT-IDX > WS-VT-CT OR WS-VT-FOUND.
007710         IF WS-VT-FOUND
007720             GO TO 5200-EXIT
007730     END-IF.
007740
007750         IF WS-VT-CT >= WS-VT-MAX
007760             IF NOT WS-VT-FULL
007770                 SET WS-VT-FULL TO TRUE
007780                 DISPLAY "MORE THAN " WS-VT-CT " PAST VISITS - "
007790                     "VISIT LISTING LIMITED"
007800         END-IF
007810             GO TO 5200-EXIT
007820     END-IF.
007830
007840         ADD 1 TO WS-VT-CT.
007850         MOVE WS-NEW-VISIT TO VISIT-TABLE-ENTRY (WS-VT-CT).
007860
007870 5200-EXIT.
007880     EXIT.
007890
007900******************************************************************
007910*    5250-MATCH-ONE-VISIT - COMPARE ONE HELD VISIT AGAINST THE   *
007920*    STAGED ONE, TAKING OVER ITS SITE AND COMPANY ON A MATCH.    *
007930******************************************************************
007940 5250-MATCH-ONE-VISIT.
007950
007960         IF VT-SORT-KEY (VT-IDX) = WS-NV-SORT-KEY
007970             SET WS-VT-FOUND TO TRUE
007980             IF VT-SITE-CODE (VT-IDX) = SPACES
007990                 MOVE WS-NV-SITE-CODE
008000                     TO VT-SITE-CODE (VT-IDX)
008010                 MOVE WS-NV-ORG-CODE
008020                     TO VT-ORG-CODE (VT-IDX)
008030                 MOVE WS-NV-SOURCE TO VT-SOURCE (VT-IDX)
008040         END-IF
008050     END-IF.
008060
008070 5250-EXIT.
008080     EXIT.
008090
008100******************************************************************
008110*    5500-SORT-VISITS - EXCHANGE SORT OF THE VISIT TABLE INTO    *
008120*    NAME, THEN DATE AND TIME ORDER, AND COUNT EACH NAME'S       *
008130*    VISITS AND LATEST VISIT DATE.                               *
008140******************************************************************
008150 5500-SORT-VISITS.
008160
008170         IF WS-VT-CT > 1
008180             SET WS-SWAPPED TO TRUE
008190             PERFORM 5600-SORT-ONE-PASS THRU 5600-EXIT
008200                 UNTIL NOT WS-SWAPPED
008210     END-IF.
008220
008230         PERFORM 5700-COUNT-ONE-VISIT THRU 5700-EXIT
008240             VARYING VT-IDX FROM 1 BY 1
008250             UNTIL VT-IDX > WS-VT-CT.
008260
008270 5500-EXIT.
008280     EXIT.
008290
008300******************************************************************
008310*    5600-SORT-ONE-PASS - ONE EXCHANGE PASS OVER THE VISIT       *
008320*    TABLE.                                                      *
008330******************************************************************
008340 5600-SORT-ONE-PASS.
008350
008360         MOVE "N" TO WS-SWAPPED-SW.
008370         PERFORM 5650-COMPARE-ONE-PAIR THRU 5650-EXIT
008380             VARYING WS-SORT-SUB FROM 1 BY 1
008390             UNTIL WS-SORT-SUB >= WS-VT-CT.
008400
008410 5600-EXIT.
008420     EXIT.
008430
008440******************************************************************
008450*    5650-COMPARE-ONE-PAIR - EXCHANGE TWO ADJACENT VISITS WHEN   *
008460*    THEY ARE OUT OF ORDER.                                      *
008470******************************************************************
008480 5650-COMPARE-ONE-PAIR.
008490
008500         COMPUTE WS-SORT-SUB2 = WS-SORT-SUB + 1.
008510         IF VT-SORT-KEY (WS-SORT-SUB2) < VT-SORT-KEY (WS-SORT-SUB)
008520             MOVE VISIT-TABLE-ENTRY (WS-SORT-SUB) TO WS-SWAP-VISIT
008530             MOVE VISIT-TABLE-ENTRY (WS-SORT-SUB2)
008540                 TO VISIT-TABLE-ENTRY (WS-SORT-SUB)
008550             MOVE WS-SWAP-VISIT
008560                 TO VISIT-TABLE-ENTRY (WS-SORT-SUB2)
008570             SET WS-SWAPPED TO TRUE
008580     END-IF.
008590
008600 5650-EXIT.
008610     EXIT.
008620
008630******************************************************************
008640*    5700-COUNT-ONE-VISIT - ADD ONE VISIT TO ITS NAME'S COUNT.   *
008650*    THE TABLE IS IN DATE ORDER, SO THE LAST VISIT SEEN IS THE   *
008660*    LATEST.                                                     *
008670******************************************************************
008680 5700-COUNT-ONE-VISIT.
008690
008700         MOVE VT-NAME-SUB (VT-IDX) TO WS-NT-SUB.
008710         ADD 1 TO NT-VISIT-CT (WS-NT-SUB).
008720         MOVE VT-GREET-DATE (VT-IDX)
008730             TO NT-LAST-VISIT-DATE (WS-NT-SUB).
008740
008750 5700-EXIT.
008760     EXIT.
008770
008780******************************************************************
008790*    6000-PRINT-LOOKBACK - ONE BLOCK PER QUEUED NAME.  GREETALR  *
008800*    IS OPENED FOR APPEND ONLY WHEN THERE IS AN ALERT TO WRITE.  *
008810******************************************************************
008820 6000-PRINT-LOOKBACK.
008830
008840         PERFORM 6100-PRINT-ONE-NAME THRU 6100-EXIT
008850             VARYING NT-IDX FROM 1 BY 1
008860             UNTIL NT-IDX > WS-NT-CT.
008870
008880 6000-EXIT.
008890     EXIT.
008900
008910******************************************************************
008920*    6100-PRINT-ONE-NAME - THE NAME AND ITS WATCHLIST ENTRY,     *
008930*    THEN ITS OPEN BADGES, UPCOMING APPOINTMENTS AND PAST        *
008940*    VISITS, THEN THE LOOKBACK ALERT WHEN ANYTHING WAS FOUND.    *
008950******************************************************************
008960 6100-PRINT-ONE-NAME.
008970
008980         SET WS-NT-SUB TO NT-IDX.
008990
009000         MOVE SPACES TO WS-PRINT-LINE.
009010         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
009020         MOVE NT-LAST (NT-IDX) TO WS-PRINT-LINE (1:20).
009030         MOVE NT-FIRST (NT-IDX) TO WS-PRINT-LINE (22:15).
009040         IF NOT NT-ON-LIST (NT-IDX)
009050             MOVE "NO LONGER ON THE WATCHLIST"
009060                 TO WS-PRINT-LINE (38:26)
009070         ELSE
009080             EVALUATE NT-WATCH-TYPE (NT-IDX)
009090                 WHEN "B"
009100                     MOVE "BARRED" TO WS-PRINT-LINE (38:6)
009110                 WHEN "E"
009120                     MOVE "ESCORT REQUIRED"
009130                         TO WS-PRINT-LINE (38:15)
009140                 WHEN "V"
009150                     MOVE "VIP" TO WS-PRINT-LINE (38:3)
009160         END-EVALUATE
009170     END-IF.
009180         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
009190         IF NT-INSTRUCTIONS (NT-IDX) NOT = SPACES
009200             MOVE SPACES TO WS-PRINT-LINE
009210             MOVE NT-INSTRUCTIONS (NT-IDX) TO WS-PRINT-LINE (3:40)
009220             WRITE REPORT-RECORD FROM WS-PRINT-LINE
009230     END-IF.
009240
009250         IF NT-BADGE-CT (NT-IDX) = ZERO
009260             AND NT-APPT-CT (NT-IDX) = ZERO
009270             AND NT-VISIT-CT (NT-IDX) = ZERO
009280             MOVE "  NO PAST VISITS, OPEN BADGES OR APPOINTMENTS"
009290                 TO WS-PRINT-LINE
009300             WRITE REPORT-RECORD FROM WS-PRINT-LINE
009310             GO TO 6100-EXIT
009320     END-IF.
009330
009340         PERFORM 6200-PRINT-ONE-FINDING THRU 6200-EXIT
009350             VARYING FT-IDX FROM 1 BY 1
009360             UNTIL FT-IDX > WS-FT-CT.
009370
009380         IF NT-VISIT-CT (NT-IDX) > ZERO
009390             MOVE "  PAST VISITS  DATE     TIME     SITE COMPANY"
009400                 TO WS-PRINT-LINE
009410             MOVE "FILE" TO WS-PRINT-LINE (77:4)
009420             WRITE REPORT-RECORD FROM WS-PRINT-LINE
009430             PERFORM 6300-PRINT-ONE-VISIT THRU 6300-EXIT
009440                 VARYING VT-IDX FROM 1 BY 1
009450                 UNTIL VT-IDX > WS-VT-CT
009460     END-IF.
009470
009480         IF NT-ON-LIST (NT-IDX)
009490             PERFORM 6500-WRITE-LOOKBACK-ALERT THRU 6500-EXIT
009500     END-IF.
009510
009520 6100-EXIT.
009530     EXIT.
009540
009550******************************************************************
009560*    6200-PRINT-ONE-FINDING - PRINT AN OPEN BADGE OR UPCOMING    *
009570*    APPOINTMENT WHEN IT BELONGS TO THE CURRENT NAME.            *
009580******************************************************************
009590 6200-PRINT-ONE-FINDING.
009600
009610         IF FT-NAME-SUB (FT-IDX) NOT = WS-NT-SUB
009620             GO TO 6200-EXIT
009630     END-IF.
009640
009650         MOVE SPACES TO WS-PRINT-LINE.
009660         IF FT-OPEN-BADGE (FT-IDX)
009670             MOVE "*** ON SITE NOW - BADGE"
009680                 TO WS-PRINT-LINE (3:23)
009690             MOVE FT-BADGE-NO (FT-IDX) TO WS-PRINT-LINE (27:6)
009700             MOVE "ISSUED" TO WS-PRINT-LINE (34:6)
009710             MOVE FT-DATE (FT-IDX) TO WS-PRINT-LINE (41:8)
009720             MOVE FT-TIME (FT-IDX) TO WS-PRINT-LINE (50:8)
009730             MOVE "SITE" TO WS-PRINT-LINE (59:4)
009740             MOVE FT-SITE-CODE (FT-IDX) TO WS-PRINT-LINE (64:3)
009750         ELSE
009760             MOVE "APPOINTMENT" TO WS-PRINT-LINE (3:11)
009770             MOVE FT-DATE (FT-IDX) TO WS-PRINT-LINE (16:8)
009780             MOVE FT-TIME (FT-IDX) (5:4) TO WS-PRINT-LINE (25:4)
009790             MOVE "HOST" TO WS-PRINT-LINE (34:4)
009800             MOVE FT-HOST-NAME (FT-IDX) TO WS-PRINT-LINE (39:20)
009810     END-IF.
009820         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
009830
009840 6200-EXIT.
009850     EXIT.
009860
009870******************************************************************
009880*    6300-PRINT-ONE-VISIT - PRINT A PAST VISIT WHEN IT BELONGS   *
009890*    TO THE CURRENT NAME, WITH THE COMPANY NAME FROM GREETORG.   *
009900******************************************************************
009910 6300-PRINT-ONE-VISIT.
009920
009930         IF VT-NAME-SUB (VT-IDX) NOT = WS-NT-SUB
009940             GO TO 6300-EXIT
009950     END-IF.
009960
009970         MOVE SPACES TO WS-PRINT-LINE.
009980         MOVE VT-GREET-DATE (VT-IDX) TO WS-PRINT-LINE (16:8).
009990         MOVE VT-GREET-TIME (VT-IDX) TO WS-PRINT-LINE (25:8).
010000         MOVE VT-SITE-CODE (VT-IDX) TO WS-PRINT-LINE (34:3).
010010         MOVE VT-ORG-CODE (VT-IDX) TO WS-PRINT-LINE (39:6).
010020
010030         MOVE SPACES TO WS-ORG-NAME.
010040         IF WS-ORG-OPENED AND VT-ORG-CODE (VT-IDX) NOT = SPACES
010050             MOVE VT-ORG-CODE (VT-IDX) TO OR-ORG-CODE
010060             READ GREETORG-FILE
010070                 KEY IS OR-ORG-CODE
010080                 INVALID KEY
010090                     MOVE "** NOT ON GREETORG" TO WS-ORG-NAME
010100                 NOT INVALID KEY
010110                     MOVE OR-ORG-NAME TO WS-ORG-NAME
010120             END-READ
010130     END-IF.
010140         MOVE WS-ORG-NAME TO WS-PRINT-LINE (46:30).
010150         MOVE VT-SOURCE (VT-IDX) TO WS-PRINT-LINE (77:3).
010160         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
010170
010180 6300-EXIT.
010190     EXIT.
010200
010210******************************************************************
010220*    6500-WRITE-LOOKBACK-ALERT - WRITE THE "L" ALERT FOR THE     *
010230*    CURRENT NAME WHEN ANYTHING WAS FOUND.  THE INSTRUCTIONS     *
010240*    TEXT SUMS UP THE FINDINGS FOR THE GREETWRP PAGE: WHETHER    *
010250*    THE PERSON IS ON SITE, HOW MANY PAST VISITS, THE LATEST     *
010260*    ONE, AND HOW MANY BOOKINGS ARE STILL TO COME.               *
010270******************************************************************
010280 6500-WRITE-LOOKBACK-ALERT.
010290
010300         MOVE SPACES TO WS-ALERT-TEXT.
010310         MOVE NT-VISIT-CT (NT-IDX) TO WS-VISIT-DISP.
010320         MOVE NT-APPT-CT (NT-IDX) TO WS-APPT-DISP.
010330         IF NT-BADGE-CT (NT-IDX) > ZERO
010340             STRING "ON SITE NOW BADGE " DELIMITED BY SIZE
010350                 NT-BADGE-NO (NT-IDX) DELIMITED BY SIZE
010360                 " APPTS " DELIMITED BY SIZE
010370                 WS-APPT-DISP DELIMITED BY SIZE
010380                 INTO WS-ALERT-TEXT
010390         ELSE
010400             STRING WS-VISIT-DISP DELIMITED BY SIZE
010410                 " VISITS LAST " DELIMITED BY SIZE
010420                 NT-LAST-VISIT-DATE (NT-IDX) DELIMITED BY SIZE
010430                 " APPTS " DELIMITED BY SIZE
010440                 WS-APPT-DISP DELIMITED BY SIZE
010450                 INTO WS-ALERT-TEXT
010460     END-IF.
010470
010480         OPEN EXTEND GREETALR-FILE.
010490         IF WS-ALR-STATUS = "35" OR WS-ALR-STATUS = "05"
010500             CLOSE GREETALR-FILE
010510             OPEN OUTPUT GREETALR-FILE
010520     END-IF.
010530
010540         MOVE SPACES TO ALERT-RECORD.
010550         SET AL-LOOKBACK-ALERT TO TRUE.
010560         ACCEPT AL-ALERT-DATE FROM DATE YYYYMMDD.
010570         ACCEPT AL-ALERT-TIME FROM TIME.
010580         MOVE NT-LAST (NT-IDX) TO AL-LAST.
010590         MOVE NT-FIRST (NT-IDX) TO AL-FIRST.
010600         MOVE WS-ALERT-TEXT TO AL-INSTRUCTIONS.
010610         WRITE ALERT-RECORD.
010620         CLOSE GREETALR-FILE.
010630         ADD 1 TO WS-ALERT-COUNT.
010640
010650 6500-EXIT.
010660     EXIT.
010670
010680******************************************************************
010690*    7000-CLEAR-QUEUE - EMPTY GREETLBQ NOW EVERY NAME IN THE     *
010700*    TABLE HAS BEEN LOOKED BACK.  WHEN THE NAME TABLE FILLED,    *
010710*    GREETLBQ IS REWRITTEN FROM THE GREETLBW WORK FILE, SO ONLY  *
010720*    THE RECORDS NOT LOOKED BACK THIS RUN ARE LEFT FOR THE NEXT. *
010730******************************************************************
010740 7000-CLEAR-QUEUE.
010750
010760         IF WS-NT-FULL
010770             CLOSE GREETLBW-FILE
010780             OPEN INPUT GREETLBW-FILE
010790     END-IF.
010800
010810         OPEN OUTPUT GREETLBQ-FILE.
010820         IF WS-LBQ-STATUS NOT = "00"
010830             GO TO 7000-CLOSE-WORK
010840     END-IF.
010850
010860         IF WS-NT-FULL
010870             MOVE "N" TO WS-FILE-EOF-SW
010880             PERFORM 7100-KEEP-ONE-RECORD THRU 7100-EXIT
010890                 UNTIL WS-FILE-EOF
010900     END-IF.
010910         CLOSE GREETLBQ-FILE.
010920         SUBTRACT WS-KEEP-COUNT FROM WS-QUEUE-COUNT
010930             GIVING WS-CLEAR-COUNT.
010940
010950 7000-CLOSE-WORK.
010960
010970         IF WS-NT-FULL
010980             CLOSE GREETLBW-FILE
010990     END-IF.
011000
011010 7000-EXIT.
011020     EXIT.
011030
011040******************************************************************
011050*    7100-KEEP-ONE-RECORD - COPY ONE RECORD FROM THE WORK FILE   *
011060*    BACK TO THE QUEUE.                                          *
011070******************************************************************
011080 7100-KEEP-ONE-RECORD.
011090
011100         READ GREETLBW-FILE
011110             AT END
011120                 SET WS-FILE-EOF TO TRUE
011130                 GO TO 7100-EXIT
011140     END-READ.
011150
011160         WRITE LOOKBACK-QUEUE-RECORD FROM LOOKBACK-WORK-RECORD.
011170
011180 7100-EXIT.
011190     EXIT.
011200
011210******************************************************************
011220*    8000-PRINT-TOTALS - CONTROL TOTALS FOR THE RUN.             *
011230******************************************************************
011240 8000-PRINT-TOTALS.
011250
011260         MOVE SPACES TO WS-PRINT-LINE.
011270         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
011280
011290         MOVE WS-QUEUE-COUNT TO WS-COUNT-DISP.
011300         MOVE SPACES TO WS-PRINT-LINE.
011310         STRING "QUEUE RECORDS READ  . . . . . " DELIMITED BY SIZE
011320             WS-COUNT-DISP DELIMITED BY SIZE
011330             INTO WS-PRINT-LINE.
011340         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
011350
011360         MOVE WS-NT-CT TO WS-COUNT-DISP.
011370         MOVE SPACES TO WS-PRINT-LINE.
011380         STRING "NAMES LOOKED BACK . . . . . . " DELIMITED BY SIZE
011390             WS-COUNT-DISP DELIMITED BY SIZE
011400             INTO WS-PRINT-LINE.
011410         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
011420
011430         MOVE WS-VT-CT TO WS-COUNT-DISP.
011440         MOVE SPACES TO WS-PRINT-LINE.
011450         STRING "PAST VISITS FOUND . . . . . . " DELIMITED BY SIZE
011460             WS-COUNT-DISP DELIMITED BY SIZE
011470             INTO WS-PRINT-LINE.
011480         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
011490
011500         MOVE WS-ALERT-COUNT TO WS-COUNT-DISP.
011510         MOVE SPACES TO WS-PRINT-LINE.
011520         STRING "LOOKBACK ALERTS WRITTEN . . . " DELIMITED BY SIZE
011530             WS-COUNT-DISP DELIMITED BY SIZE
011540             INTO WS-PRINT-LINE.
011550         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
011560
011570         IF WS-NT-FULL
011580             MOVE WS-KEEP-COUNT TO WS-COUNT-DISP
011590             MOVE SPACES TO WS-PRINT-LINE
011600             STRING "LEFT ON QUEUE FOR NEXT RUN  . "
011610                 DELIMITED BY SIZE
011620                 WS-COUNT-DISP DELIMITED BY SIZE
011630                 INTO WS-PRINT-LINE
011640             WRITE REPORT-RECORD FROM WS-PRINT-LINE
011650     END-IF.
011660
011670         DISPLAY "NAMES LOOKED BACK  . " WS-NT-CT.
011680         DISPLAY "LOOKBACK ALERTS  . . " WS-ALERT-COUNT.
011690
011700 8000-EXIT.
011710     EXIT.
011720
011730******************************************************************
011740*    9000-TERMINATE - CLOSE FILES.                               *
011750******************************************************************
011760 9000-TERMINATE.
011770
011780         IF WS-ORG-OPENED
011790             CLOSE GREETORG-FILE
011800     END-IF.
011810         CLOSE REPORT-FILE.
011820
011830 9000-EXIT.
011840     EXIT.
011850
011860 END PROGRAM GREETLBK.
