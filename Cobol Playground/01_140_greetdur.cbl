000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID :  GREETDUR                                     *
000040*    AUTHOR     :  M. KAVALIAUSKAS                               *
000050*    INSTALLATION: VISITOR SERVICES                              *
000060*    DATE-WRITTEN: 2026-10-15                                    *
000070*    DATE-COMPILED:                                              *
000080*    PURPOSE    :  VISIT DURATION AND OVERSTAY REPORT OFF THE    *
000090*                  GREETBDG BADGE FILE.  EVERY CLOSED BADGE IS   *
000100*                  TIMED FROM ISSUE TO SIGN-OUT; THE REPORT      *
000110*                  GIVES THE AVERAGE, SHORTEST AND LONGEST       *
000120*                  VISIT BY SITE AND BY COMPANY (THE BADGE NAME  *
000130*                  MATCHED TO VM-ORG-CODE ON GREETVIS, NAMED     *
000140*                  FROM GREETORG), AND LISTS EVERY VISIT LONGER  *
000150*                  THAN THE GREETPRM MAXVISIT LIMIT FOR          *
000160*                  SECURITY.  AN OPTIONAL FROM/TO ISSUE-DATE     *
000170*                  PAIR ON THE PARM (YYYYMMDDYYYYMMDD) LIMITS    *
000180*                  THE BADGES REPORTED; BLANK REPORTS THEM ALL.  *
000190*                                                                *
000200*    MODIFICATION HISTORY                                       *
000210*    ------------------------------------------------------     *
000220*    DATE       INIT  DESCRIPTION                                *
000230*    ---------- ----  -------------------------------------      *
000240*    2026-10-15 MK    ORIGINAL PROGRAM.                          *
000250*                                                                *
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280     PROGRAM-ID.   GREETDUR AS "GREETDUR".
000290     AUTHOR.       M. KAVALIAUSKAS.
000300     DATE-WRITTEN. 2026-10-15.
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.
000350 OBJECT-COMPUTER.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390         SELECT GREETBDG-FILE ASSIGN TO "GREETBDG"
000400             ORGANIZATION IS INDEXED
000410             ACCESS MODE IS DYNAMIC
000420             RECORD KEY IS BG-BADGE-NO
000430             FILE STATUS IS WS-BDG-STATUS.
000440
000450         SELECT GREETVIS-FILE ASSIGN TO "GREETVIS"
000460             ORGANIZATION IS INDEXED
000470             ACCESS MODE IS DYNAMIC
000480             RECORD KEY IS VM-VISITOR-ID
000490             ALTERNATE RECORD KEY IS VM-NAME-KEY
000500                 WITH DUPLICATES
000510             FILE STATUS IS WS-VIS-STATUS.
000520
000530         SELECT GREETORG-FILE ASSIGN TO "GREETORG"
000540             ORGANIZATION IS INDEXED
000550             ACCESS MODE IS DYNAMIC
000560             RECORD KEY IS OR-ORG-CODE
000570             FILE STATUS IS WS-ORG-STATUS.
000580
000590         SELECT GREETPRM-FILE ASSIGN TO "GREETPRM"
000600             ORGANIZATION IS INDEXED
000610             ACCESS MODE IS DYNAMIC
000620             RECORD KEY IS PR-PARM-KEY
000630             FILE STATUS IS WS-PRM-STATUS.
000640
000650         SELECT REPORT-FILE ASSIGN TO "GREETDUR"
000660             ORGANIZATION IS SEQUENTIAL
000670             FILE STATUS IS WS-RPT-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710
000720 FD  GREETBDG-FILE
000730         LABEL RECORDS ARE STANDARD.
000740     COPY BADGREC.
000750
000760 FD  GREETVIS-FILE
000770         LABEL RECORDS ARE STANDARD.
000780     COPY VISMREC.
000790
000800 FD  GREETORG-FILE
000810         LABEL RECORDS ARE STANDARD.
000820     COPY ORGREC.
000830
000840 FD  GREETPRM-FILE
000850         LABEL RECORDS ARE STANDARD.
000860     COPY PARMREC.
000870
000880 FD  REPORT-FILE
000890         LABEL RECORDS ARE STANDARD.
000900 01  REPORT-RECORD                   PIC X(080).
000910
000920 WORKING-STORAGE SECTION.
000930 77  WS-BDG-STATUS                PIC X(02) VALUE SPACES.
000940 77  WS-VIS-STATUS                PIC X(02) VALUE SPACES.
000950 77  WS-ORG-STATUS                PIC X(02) VALUE SPACES.
000960 77  WS-PRM-STATUS                PIC X(02) VALUE SPACES.
000970 77  WS-RPT-STATUS                PIC X(02) VALUE SPACES.
000980 77  WS-PARM-CARD                 PIC X(20) VALUE SPACES.
000990 77  WS-FROM-DATE                 PIC 9(08) VALUE ZERO.
001000 77  WS-TO-DATE                   PIC 9(08) VALUE 99999999.
001010 01  WS-PARM-OK-SW                PIC X(01) VALUE "N".
001020     88  WS-PARM-OK                        VALUE "Y".
001030 01  WS-BDG-EOF-SW                PIC X(01) VALUE "N".
001040     88  WS-BDG-EOF                        VALUE "Y".
001050 01  WS-BDG-OPEN-SW               PIC X(01) VALUE "N".
001060     88  WS-BDG-OPENED                     VALUE "Y".
001070 01  WS-VIS-OPEN-SW               PIC X(01) VALUE "N".
001080     88  WS-VIS-OPENED                     VALUE "Y".
001090 01  WS-ORG-OPEN-SW               PIC X(01) VALUE "N".
001100     88  WS-ORG-OPENED                     VALUE "Y".
001110 77  WS-MAX-VISIT-MINUTES         PIC 9(08) VALUE 600.
001120 77  WS-BADGE-SITE                PIC X(03) VALUE SPACES.
001130 77  WS-BADGE-ORG                 PIC X(06) VALUE SPACES.
001140 77  WS-READ-COUNT                PIC 9(08) COMP VALUE ZERO.
001150 77  WS-OPEN-COUNT                PIC 9(08) COMP VALUE ZERO.
001160 77  WS-TIMED-COUNT               PIC 9(08) COMP VALUE ZERO.
001170 77  WS-BAD-TIME-COUNT            PIC 9(08) COMP VALUE ZERO.
001180 77  WS-OVERSTAY-COUNT            PIC 9(08) COMP VALUE ZERO.
001190 77  WS-TOTAL-MINUTES             PIC 9(10) COMP VALUE ZERO.
001200 77  WS-ALL-MIN                   PIC 9(08) COMP VALUE ZERO.
001210 77  WS-ALL-MAX                   PIC 9(08) COMP VALUE ZERO.
001220 77  WS-AVERAGE                   PIC 9(08) COMP VALUE ZERO.
001230 77  WS-VISIT-MINUTES             PIC 9(08) COMP VALUE ZERO.
001240 77  WS-ISSUE-SERIAL              PIC 9(08) COMP VALUE ZERO.
001250 77  WS-ISSUE-MINUTES             PIC 9(04) COMP VALUE ZERO.
001260 77  WS-SIGNOUT-MINUTES           PIC 9(04) COMP VALUE ZERO.
001270 77  WS-HOURS                     PIC 9(04) COMP VALUE ZERO.
001280 77  WS-MINUTES                   PIC 9(02) VALUE ZERO.
001290 77  WS-HOURS-DISP                PIC ZZ9.
001300 01  WS-TIME-WORK                 PIC 9(08) VALUE ZERO.
001310 01  FILLER REDEFINES WS-TIME-WORK.
001320     05  WS-TIME-HOUR             PIC 9(02).
001330     05  WS-TIME-MIN              PIC 9(02).
001340     05  FILLER                   PIC 9(04).
001350 77  WS-TIME-MINUTES              PIC 9(04) COMP VALUE ZERO.
001360 01  WS-DTS-DATE                  PIC 9(08) VALUE ZERO.
001370 01  FILLER REDEFINES WS-DTS-DATE.
001380     05  WS-DTS-YEAR              PIC 9(04).
001390     05  WS-DTS-MONTH             PIC 9(02).
001400     05  WS-DTS-DAY               PIC 9(02).
001410 77  WS-DTS-SERIAL                PIC 9(08) COMP VALUE ZERO.
001420 77  WS-DTS-WORK-YEAR             PIC 9(08) COMP VALUE ZERO.
001430 77  WS-DTS-WORK-MONTH            PIC 9(04) COMP VALUE ZERO.
001440 77  WS-DTS-QUAD-TERM             PIC 9(08) COMP VALUE ZERO.
001450 77  WS-DTS-CENT-TERM             PIC 9(08) COMP VALUE ZERO.
001460 77  WS-DTS-QCENT-TERM            PIC 9(08) COMP VALUE ZERO.
001470 77  WS-DTS-MONTH-TERM            PIC 9(08) COMP VALUE ZERO.
001480 01  SITE-TABLE.
001490     05  SITE-TABLE-ENTRY OCCURS 50 TIMES
001500                          INDEXED BY ST-IDX.
001510         10  ST-SITE-CODE         PIC X(03).
001520         10  ST-COUNT             PIC 9(08) COMP.
001530         10  ST-TOTAL             PIC 9(10) COMP.
001540         10  ST-MIN               PIC 9(08) COMP.
001550         10  ST-MAX               PIC 9(08) COMP.
001560 77  WS-SITE-CT                   PIC 9(04) COMP VALUE ZERO.
001570 77  WS-SITE-MAX                  PIC 9(04) COMP VALUE 50.
001580 01  WS-SITE-FULL-SW              PIC X(01) VALUE "N".
001590     88  WS-SITE-FULL                      VALUE "Y".
001600 01  WS-SITE-FOUND-SW             PIC X(01) VALUE "N".
001610     88  WS-SITE-FOUND                     VALUE "Y".
001620 01  ORG-TABLE.
001630     05  ORG-TABLE-ENTRY OCCURS 100 TIMES
001640                         INDEXED BY OT-IDX.
001650         10  OT-ORG-CODE          PIC X(06).
001660         10  OT-COUNT             PIC 9(08) COMP.
001670         10  OT-TOTAL             PIC 9(10) COMP.
001680         10  OT-MIN               PIC 9(08) COMP.
001690         10  OT-MAX               PIC 9(08) COMP.
001700 77  WS-ORG-CT                    PIC 9(04) COMP VALUE ZERO.
001710 77  WS-ORG-MAX                   PIC 9(04) COMP VALUE 100.
001720 01  WS-ORG-FULL-SW               PIC X(01) VALUE "N".
001730     88  WS-ORG-FULL                       VALUE "Y".
001740 01  WS-ORG-FOUND-SW              PIC X(01) VALUE "N".
001750     88  WS-ORG-FOUND                      VALUE "Y".
001760 77  WS-PRT-COUNT                 PIC 9(08) COMP VALUE ZERO.
001770 77  WS-PRT-TOTAL                 PIC 9(10) COMP VALUE ZERO.
001780 77  WS-PRT-MIN                   PIC 9(08) COMP VALUE ZERO.
001790 77  WS-PRT-MAX                   PIC 9(08) COMP VALUE ZERO.
001800 77  WS-COUNT-DISP                PIC Z(07)9.
001810 77  WS-BADGE-NO-DISP             PIC Z(05)9.
001820 01  WS-PRINT-LINE                PIC X(080) VALUE SPACES.
001830
001840 PROCEDURE DIVISION.
001850
001860******************************************************************
001870*    0000-MAINLINE                                               *
001880******************************************************************
001890 0000-MAINLINE.
001900
001910         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001920
001930         IF WS-PARM-OK
001940             PERFORM 2000-SCAN-BADGES THRU 2000-EXIT
001950             PERFORM 5000-PRINT-SITE-SUMMARY THRU 5000-EXIT
001960             PERFORM 6000-PRINT-COMPANY-SUMMARY THRU 6000-EXIT
001970             PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
001980     END-IF.
001990
002000         PERFORM 9000-TERMINATE THRU 9000-EXIT.
002010
002020         STOP RUN.
002030
002040******************************************************************
002050*    1000-INITIALIZE - PICK UP THE OPTIONAL FROM/TO DATE PAIR,   *
002060*    LOAD THE OVERSTAY LIMIT, OPEN THE FILES AND PRINT THE       *
002070*    HEADING.  GREETVIS AND GREETORG ONLY SUPPLY THE COMPANY,    *
002080*    SO EITHER ONE MISSING JUST MEANS EVERY VISIT IS REPORTED    *
002090*    UNDER A BLANK COMPANY OR A BARE CODE.                       *
002100******************************************************************
002110 1000-INITIALIZE.
002120
002130         ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
002140         IF WS-PARM-CARD (1:16) IS NUMERIC
002150             MOVE WS-PARM-CARD (1:8) TO WS-FROM-DATE
002160             MOVE WS-PARM-CARD (9:8) TO WS-TO-DATE
002170     END-IF.
002180
002190         IF WS-TO-DATE >= WS-FROM-DATE
002200             SET WS-PARM-OK TO TRUE
002210         ELSE
002220             DISPLAY "FROM DATE ON THE PARM IS AFTER THE TO DATE "
002230                 "- NOTHING REPORTED"
002240             GO TO 1000-EXIT
002250     END-IF.
002260
002270         PERFORM 1050-LOAD-PARAMETERS THRU 1050-EXIT.
002280
002290         OPEN INPUT GREETBDG-FILE.
002300         IF WS-BDG-STATUS = "00"
002310             SET WS-BDG-OPENED TO TRUE
002320         ELSE
002330             DISPLAY "GREETBDG NOT AVAILABLE, STATUS "
002340                 WS-BDG-STATUS
002350                 " - REPORTING ZERO VISITS"
002360     END-IF.
002370
002380         OPEN INPUT GREETVIS-FILE.
002390         IF WS-VIS-STATUS = "00"
002400             SET WS-VIS-OPENED TO TRUE
002410     END-IF.
002420
002430         OPEN INPUT GREETORG-FILE.
002440         IF WS-ORG-STATUS = "00"
002450             SET WS-ORG-OPENED TO TRUE
002460     END-IF.
002470
002480         OPEN OUTPUT REPORT-FILE.
002490
002500         MOVE SPACES TO WS-PRINT-LINE.
002510         IF WS-PARM-CARD (1:16) IS NUMERIC
002520             STRING "VISIT DURATION REPORT, BADGES ISSUED "
002530                 DELIMITED BY SIZE
002540                 WS-FROM-DATE DELIMITED BY SIZE
002550                 " TO " DELIMITED BY SIZE
002560                 WS-TO-DATE DELIMITED BY SIZE
002570                 INTO WS-PRINT-LINE
002580         ELSE
002590             MOVE "VISIT DURATION REPORT, ALL CLOSED BADGES"
002600                 TO WS-PRINT-LINE
002610     END-IF.
002620         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002630
002640         MOVE WS-MAX-VISIT-MINUTES TO WS-COUNT-DISP.
002650         MOVE SPACES TO WS-PRINT-LINE.
002660         STRING "OVERSTAY LIMIT (MINUTES)  . . "
002670             DELIMITED BY SIZE
002680             WS-COUNT-DISP DELIMITED BY SIZE
002690             INTO WS-PRINT-LINE.
002700         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002710
002720         MOVE SPACES TO WS-PRINT-LINE.
002730         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002740         MOVE "OVERSTAYS" TO WS-PRINT-LINE.
002750         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002760         MOVE "BADGE  VISITOR" TO WS-PRINT-LINE.
002770         MOVE "SITE ISSUED    HRS:MN COMPANY"
002780             TO WS-PRINT-LINE (45:29).
002790         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002800
002810 1000-EXIT.
002820     EXIT.
002830
002840******************************************************************
002850*    1050-LOAD-PARAMETERS - READ THE MAXVISIT OVERSTAY LIMIT     *
002860*    FROM THE GREETPRM SITE PARAMETER FILE.  A MISSING FILE OR   *
002870*    KEY LEAVES THE BUILT-IN 600 MINUTES (TEN HOURS) IN PLACE.   *
002880******************************************************************
002890 1050-LOAD-PARAMETERS.
002900
002910         OPEN INPUT GREETPRM-FILE.
002920         IF WS-PRM-STATUS = "00"
002930             MOVE "MAXVISIT" TO PR-PARM-KEY
002940             READ GREETPRM-FILE
002950                 INVALID KEY
002960                     CONTINUE
002970                 NOT INVALID KEY
002980                     MOVE PR-PARM-VALUE TO WS-MAX-VISIT-MINUTES
002990         END-READ
003000             CLOSE GREETPRM-FILE
003010     END-IF.
003020
003030 1050-EXIT.
003040     EXIT.
003050
003060******************************************************************
003070*    2000-SCAN-BADGES - SINGLE PASS OVER GREETBDG IN BADGE       *
003080*    NUMBER ORDER, TIMING EVERY CLOSED BADGE INSIDE THE DATE     *
003090*    RANGE.                                                      *
003100******************************************************************
003110 2000-SCAN-BADGES.
003120
003130         IF WS-BDG-OPENED
003140             PERFORM 2100-READ-BADGE THRU 2100-EXIT
003150             PERFORM 2200-TIME-ONE-BADGE THRU 2200-EXIT
003160                 UNTIL WS-BDG-EOF
003170     END-IF.
003180
003190         IF WS-OVERSTAY-COUNT = ZERO
003200             MOVE SPACES TO WS-PRINT-LINE
003210             MOVE "  NO VISITS OVER THE LIMIT" TO WS-PRINT-LINE
003220             WRITE REPORT-RECORD FROM WS-PRINT-LINE
003230     END-IF.
003240
003250 2000-EXIT.
003260     EXIT.
003270
003280******************************************************************
003290*    2100-READ-BADGE - PRIMING AND SUBSEQUENT READS.             *
003300******************************************************************
003310 2100-READ-BADGE.
003320
003330         READ GREETBDG-FILE NEXT RECORD
003340             AT END
003350                 SET WS-BDG-EOF TO TRUE
003360     END-READ.
003370
003380 2100-EXIT.
003390     EXIT.
003400
003410******************************************************************
003420*    2200-TIME-ONE-BADGE - WORK OUT HOW LONG ONE CLOSED BADGE    *
003430*    WAS OUT, COUNT IT INTO THE SITE AND COMPANY TABLES, AND     *
003440*    LIST IT IF IT RAN OVER THE LIMIT.  A BADGE STILL OPEN IS    *
003450*    NOT A FINISHED VISIT AND IS ONLY COUNTED.  A SIGN-OUT       *
003460*    EARLIER THAN THE ISSUE IS A KEYING ERROR AND IS SKIPPED.    *
003470******************************************************************
003480 2200-TIME-ONE-BADGE.
003490
003500         IF BG-ISSUE-DATE < WS-FROM-DATE
003510             OR BG-ISSUE-DATE > WS-TO-DATE
003520             GO TO 2200-NEXT
003530     END-IF.
003540
003550         ADD 1 TO WS-READ-COUNT.
003560         IF NOT BG-BADGE-CLOSED
003570             ADD 1 TO WS-OPEN-COUNT
003580             GO TO 2200-NEXT
003590     END-IF.
003600
003610         IF BG-SIGNOUT-DATE < BG-ISSUE-DATE
003620             OR (BG-SIGNOUT-DATE = BG-ISSUE-DATE
003630             AND BG-SIGNOUT-TIME < BG-ISSUE-TIME)
003640             ADD 1 TO WS-BAD-TIME-COUNT
003650             GO TO 2200-NEXT
003660     END-IF.
003670
003680         PERFORM 2300-COMPUTE-DURATION THRU 2300-EXIT.
003690         PERFORM 2400-FIND-COMPANY THRU 2400-EXIT.
003700
003710         ADD 1 TO WS-TIMED-COUNT.
003720         ADD WS-VISIT-MINUTES TO WS-TOTAL-MINUTES.
003730         IF WS-TIMED-COUNT = 1
003740             OR WS-VISIT-MINUTES < WS-ALL-MIN
003750             MOVE WS-VISIT-MINUTES TO WS-ALL-MIN
003760     END-IF.
003770         IF WS-VISIT-MINUTES > WS-ALL-MAX
003780             MOVE WS-VISIT-MINUTES TO WS-ALL-MAX
003790     END-IF.
003800
003810         PERFORM 2500-COUNT-SITE THRU 2500-EXIT.
003820         PERFORM 2600-COUNT-COMPANY THRU 2600-EXIT.
003830
003840         IF WS-VISIT-MINUTES > WS-MAX-VISIT-MINUTES
003850             PERFORM 2700-PRINT-OVERSTAY THRU 2700-EXIT
003860     END-IF.
003870
003880 2200-NEXT.
003890
003900         PERFORM 2100-READ-BADGE THRU 2100-EXIT.
003910
003920 2200-EXIT.
003930     EXIT.
003940
003950******************************************************************
003960*    2300-COMPUTE-DURATION - MINUTES FROM ISSUE TO SIGN-OUT.     *
003970*    THE DATES GO THROUGH THE SERIAL DAY NUMBER SO A BADGE KEPT  *
003980*    OUT OVERNIGHT OR OVER A MONTH END IS TIMED CORRECTLY.       *
003990******************************************************************
004000 2300-COMPUTE-DURATION.
004010
004020         MOVE BG-ISSUE-DATE TO WS-DTS-DATE.
004030         PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT.
004040         MOVE WS-DTS-SERIAL TO WS-ISSUE-SERIAL.
004050         MOVE BG-SIGNOUT-DATE TO WS-DTS-DATE.
004060         PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT.
004070
004080         MOVE BG-ISSUE-TIME TO WS-TIME-WORK.
004090         PERFORM 7100-TIME-TO-MINUTES THRU 7100-EXIT.
004100         MOVE WS-TIME-MINUTES TO WS-ISSUE-MINUTES.
004110         MOVE BG-SIGNOUT-TIME TO WS-TIME-WORK.
004120         PERFORM 7100-TIME-TO-MINUTES THRU 7100-EXIT.
004130         MOVE WS-TIME-MINUTES TO WS-SIGNOUT-MINUTES.
004140
004150         COMPUTE WS-VISIT-MINUTES =
004160             ((WS-DTS-SERIAL - WS-ISSUE-SERIAL) * 1440)
004170             + WS-SIGNOUT-MINUTES - WS-ISSUE-MINUTES.
004180
004190 2300-EXIT.
004200     EXIT.
004210
004220******************************************************************
004230*    2400-FIND-COMPANY - THE BADGE CARRIES ONLY THE NAME, SO THE *
004240*    COMPANY CODE COMES FROM THE VISITOR'S GREETVIS MASTER       *
004250*    RECORD.  A BADGE ISSUED BEFORE THE SITE CODE WAS STAMPED    *
004260*    ON GREETBDG TAKES THE SITE THAT LAST GREETED THE VISITOR.   *
004270******************************************************************
004280 2400-FIND-COMPANY.
004290
004300         MOVE SPACES TO WS-BADGE-ORG.
004310         MOVE BG-SITE-CODE TO WS-BADGE-SITE.
004320
004330         IF NOT WS-VIS-OPENED
004340             GO TO 2400-EXIT
004350     END-IF.
004360
004370         MOVE BG-LAST TO VM-LAST.
004380         MOVE BG-FIRST TO VM-FIRST.
004390         READ GREETVIS-FILE
004400             KEY IS VM-NAME-KEY
004410             INVALID KEY
004420                 GO TO 2400-EXIT
004430     END-READ.
004440
004450         MOVE VM-ORG-CODE TO WS-BADGE-ORG.
004460         IF WS-BADGE-SITE = SPACES
004470             MOVE VM-SITE-CODE TO WS-BADGE-SITE
004480     END-IF.
004490
004500 2400-EXIT.
004510     EXIT.
004520
004530******************************************************************
004540*    2500-COUNT-SITE - ADD THE VISIT TO THE SITE-TABLE ENTRY FOR *
004550*    ITS SITE, ADDING A NEW ENTRY FOR A SITE NOT SEEN YET.  PAST *
004560*    50 SITES NEW ONES ARE DROPPED WITH A ONE-TIME WARNING.      *
004570******************************************************************
004580 2500-COUNT-SITE.
004590
004600         MOVE "N" TO WS-SITE-FOUND-SW.
004610         IF WS-SITE-CT > ZERO
004620             PERFORM 2550-MATCH-ONE-SITE THRU 2550-EXIT
004630                 VARYING ST-IDX FROM 1 BY 1
004640                 UNTIL ST-IDX > WS-SITE-CT OR WS-SITE-FOUND
004650     END-IF.
004660
004670         IF WS-SITE-FOUND
004680             GO TO 2500-EXIT
004690     END-IF.
004700
004710         IF WS-SITE-CT < WS-SITE-MAX
004720             ADD 1 TO WS-SITE-CT
004730             SET ST-IDX TO WS-SITE-CT
004740             MOVE WS-BADGE-SITE TO ST-SITE-CODE (ST-IDX)
004750             MOVE 1 TO ST-COUNT (ST-IDX)
004760             MOVE WS-VISIT-MINUTES TO ST-TOTAL (ST-IDX)
004770             MOVE WS-VISIT-MINUTES TO ST-MIN (ST-IDX)
004780             MOVE WS-VISIT-MINUTES TO ST-MAX (ST-IDX)
004790         ELSE
004800             IF NOT WS-SITE-FULL
004810                 SET WS-SITE-FULL TO TRUE
004820                 DISPLAY "MORE THAN " WS-SITE-MAX
004830                     " DISTINCT SITES - SITE SUMMARY LIMITED"
004840         END-IF
004850     END-IF.
004860
004870 2500-EXIT.
004880     EXIT.
004890
004900******************************************************************
004910*    2550-MATCH-ONE-SITE - COMPARE ONE SITE-TABLE ENTRY AGAINST  *
004920*    THE CURRENT BADGE'S SITE AND ADD THE VISIT ON A MATCH.      *
004930******************************************************************
004940 2550-MATCH-ONE-SITE.
004950
004960         IF ST-SITE-CODE (ST-IDX) = WS-BADGE-SITE
004970             ADD 1 TO ST-COUNT (ST-IDX)
004980             ADD WS-VISIT-MINUTES TO ST-TOTAL (ST-IDX)
004990             IF WS-VISIT-MINUTES < ST-MIN (ST-IDX)
005000                 MOVE WS-VISIT-MINUTES TO ST-MIN (ST-IDX)
005010         END-IF
005020             IF WS-VISIT-MINUTES > ST-MAX (ST-IDX)
005030                 MOVE WS-VISIT-MINUTES TO ST-MAX (ST-IDX)
005040         END-IF
005050             SET WS-SITE-FOUND TO TRUE
005060     END-IF.
005070
005080 2550-EXIT.
005090     EXIT.
005100
005110******************************************************************
005120*    2600-COUNT-COMPANY - ADD THE VISIT TO THE ORG-TABLE ENTRY   *
005130*    FOR ITS COMPANY CODE, ADDING A NEW ENTRY FOR A CODE NOT     *
005140*    SEEN YET.  A BLANK CODE IS COUNTED TOO.  PAST 100 CODES     *
005150*    NEW ONES ARE DROPPED WITH A ONE-TIME WARNING.               *
005160******************************************************************
005170 2600-COUNT-COMPANY.
005180
005190         MOVE "N" TO WS-ORG-FOUND-SW.
005200         IF WS-ORG-CT > ZERO
005210             PERFORM 2650-MATCH-ONE-ORG THRU 2650-EXIT
005220                 VARYING OT-IDX FROM 1 BY 1
005230                 UNTIL OT-IDX > WS-ORG-CT OR WS-ORG-FOUND
005240     END-IF.
005250
005260         IF WS-ORG-FOUND
005270             GO TO 2600-EXIT
005280     END-IF.
005290
005300         IF WS-ORG-CT < WS-ORG-MAX
005310             ADD 1 TO WS-ORG-CT
005320             SET OT-IDX TO WS-ORG-CT
005330             MOVE WS-BADGE-ORG TO OT-ORG-CODE (OT-IDX)
005340             MOVE 1 TO OT-COUNT (OT-IDX)
005350             MOVE WS-VISIT-MINUTES TO OT-TOTAL (OT-IDX)
005360             MOVE WS-VISIT-MINUTES TO OT-MIN (OT-IDX)
005370             MOVE WS-VISIT-MINUTES TO OT-MAX (OT-IDX)
005380         ELSE
005390             IF NOT WS-ORG-FULL
005400                 SET WS-ORG-FULL TO TRUE
005410                 DISPLAY "MORE THAN " WS-ORG-MAX
005420                     " DISTINCT COMPANY CODES - COMPANY SUMMARY "
005430                     "LIMITED"
005440         END-IF
005450     END-IF.
005460
005470 2600-EXIT.
005480     EXIT.
005490
005500******************************************************************
005510*    2650-MATCH-ONE-ORG - COMPARE ONE ORG-TABLE ENTRY AGAINST    *
005520*    THE CURRENT BADGE'S COMPANY AND ADD THE VISIT ON A MATCH.   *
005530******************************************************************
005540 2650-MATCH-ONE-ORG.
005550
005560         IF OT-ORG-CODE (OT-IDX) = WS-BADGE-ORG
005570             ADD 1 TO OT-COUNT (OT-IDX)
005580             ADD WS-VISIT-MINUTES TO OT-TOTAL (OT-IDX)
005590             IF WS-VISIT-MINUTES < OT-MIN (OT-IDX)
005600                 MOVE WS-VISIT-MINUTES TO OT-MIN (OT-IDX)
005610         END-IF
005620             IF WS-VISIT-MINUTES > OT-MAX (OT-IDX)
005630                 MOVE WS-VISIT-MINUTES TO OT-MAX (OT-IDX)
005640         END-IF
005650             SET WS-ORG-FOUND TO TRUE
005660     END-IF.
005670
005680 2650-EXIT.
005690     EXIT.
005700
005710******************************************************************
005720*    2700-PRINT-OVERSTAY - LIST ONE VISIT OVER THE LIMIT WITH    *
005730*    ITS BADGE, NAME, SITE, ISSUE DATE, LENGTH AND COMPANY.      *
005740******************************************************************
005750 2700-PRINT-OVERSTAY.
005760
005770         ADD 1 TO WS-OVERSTAY-COUNT.
005780         MOVE BG-BADGE-NO TO WS-BADGE-NO-DISP.
005790         DIVIDE WS-VISIT-MINUTES BY 60
005800             GIVING WS-HOURS REMAINDER WS-MINUTES.
005810         MOVE WS-HOURS TO WS-HOURS-DISP.
005820
005830         MOVE SPACES TO WS-PRINT-LINE.
005840         MOVE WS-BADGE-NO-DISP TO WS-PRINT-LINE (1:6).
005850         MOVE BG-LAST TO WS-PRINT-LINE (8:20).
005860         MOVE BG-FIRST TO WS-PRINT-LINE (29:15).
005870         MOVE WS-BADGE-SITE TO WS-PRINT-LINE (45:3).
005880         MOVE BG-ISSUE-DATE TO WS-PRINT-LINE (50:8).
005890         MOVE WS-HOURS-DISP TO WS-PRINT-LINE (60:3).
005900         MOVE ":" TO WS-PRINT-LINE (63:1).
005910         MOVE WS-MINUTES TO WS-PRINT-LINE (64:2).
005920         MOVE WS-BADGE-ORG TO WS-PRINT-LINE (67:6).
005930         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005940
005950 2700-EXIT.
005960     EXIT.
005970
005980******************************************************************
005990*    5000-PRINT-SITE-SUMMARY - ONE LINE PER SITE WITH THE        *
006000*    NUMBER OF TIMED VISITS AND THEIR AVERAGE, SHORTEST AND      *
006010*    LONGEST LENGTH IN MINUTES.                                  *
006020******************************************************************
006030 5000-PRINT-SITE-SUMMARY.
006040
006050         MOVE SPACES TO WS-PRINT-LINE.
006060         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
006070         MOVE "VISIT LENGTH BY SITE (MINUTES)" TO WS-PRINT-LINE.
006080         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
006090         PERFORM 5900-PRINT-COLUMN-HEADS THRU 5900-EXIT.
006100
006110         IF WS-SITE-CT = ZERO
006120             MOVE SPACES TO WS-PRINT-LINE
006130             MOVE "  NO CLOSED BADGES TO REPORT" TO WS-PRINT-LINE
006140             WRITE REPORT-RECORD FROM WS-PRINT-LINE
006150             GO TO 5000-EXIT
006160     END-IF.
006170
006180         PERFORM 5100-PRINT-ONE-SITE THRU 5100-EXIT
006190             VARYING ST-IDX FROM 1 BY 1
006200             UNTIL ST-IDX > WS-SITE-CT.
006210
006220 5000-EXIT.
006230     EXIT.
006240
006250******************************************************************
006260*    5100-PRINT-ONE-SITE - PRINT ONE SITE-TABLE ENTRY.           *
006270******************************************************************
006280 5100-PRINT-ONE-SITE.
006290
006300         MOVE SPACES TO WS-PRINT-LINE.
006310         IF ST-SITE-CODE (ST-IDX) = SPACES
006320             MOVE "(NONE)" TO WS-PRINT-LINE (3:6)
006330         ELSE
006340             MOVE ST-SITE-CODE (ST-IDX) TO WS-PRINT-LINE (3:3)
006350     END-IF.
006360
006370         MOVE ST-COUNT (ST-IDX) TO WS-PRT-COUNT.
006380         MOVE ST-TOTAL (ST-IDX) TO WS-PRT-TOTAL.
006390         MOVE ST-MIN (ST-IDX) TO WS-PRT-MIN.
006400         MOVE ST-MAX (ST-IDX) TO WS-PRT-MAX.
006410         PERFORM 5800-FORMAT-FIGURES THRU 5800-EXIT.
006420         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
006430
006440 5100-EXIT.
006450     EXIT.
006460
006470******************************************************************
006480*    5800-FORMAT-FIGURES - PLACE THE COUNT, AVERAGE, SHORTEST    *
006490*    AND LONGEST VISIT STAGED IN WS-PRT-* ON THE PRINT LINE.     *
006500******************************************************************
006510 5800-FORMAT-FIGURES.
006520
006530         DIVIDE WS-PRT-TOTAL BY WS-PRT-COUNT
006540             GIVING WS-AVERAGE.
006550
006560         MOVE WS-PRT-COUNT TO WS-COUNT-DISP.
006570         MOVE WS-COUNT-DISP TO WS-PRINT-LINE (41:8).
006580         MOVE WS-AVERAGE TO WS-COUNT-DISP.
006590         MOVE WS-COUNT-DISP TO WS-PRINT-LINE (50:8).
006600         MOVE WS-PRT-MIN TO WS-COUNT-DISP.
006610         MOVE WS-COUNT-DISP TO WS-PRINT-LINE (59:8).
006620         MOVE WS-PRT-MAX TO WS-COUNT-DISP.
006630         MOVE WS-COUNT-DISP TO WS-PRINT-LINE (68:8).
006640
006650 5800-EXIT.
006660     EXIT.
006670
006680******************************************************************
006690*    5900-PRINT-COLUMN-HEADS - HEADINGS FOR THE SUMMARY FIGURES. *
006700******************************************************************
006710 5900-PRINT-COLUMN-HEADS.
006720
006730         MOVE SPACES TO WS-PRINT-LINE.
006740         MOVE "  VISITS  AVERAGE SHORTEST  LONGEST"
006750             TO WS-PRINT-LINE (41:35).
006760         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
006770
006780 5900-EXIT.
006790     EXIT.
006800
006810******************************************************************
006820*    6000-PRINT-COMPANY-SUMMARY - ONE LINE PER COMPANY CODE,     *
006830*    NAMED FROM THE GREETORG MASTER WHEN IT IS AVAILABLE.        *
006840******************************************************************
006850 6000-PRINT-COMPANY-SUMMARY.
006860
006870         MOVE SPACES TO WS-PRINT-LINE.
006880         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
006890         MOVE "VISIT LENGTH BY COMPANY (MINUTES)"
006900             TO WS-PRINT-LINE.
006910         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
006920         PERFORM 5900-PRINT-COLUMN-HEADS THRU 5900-EXIT.
006930
006940         IF WS-ORG-CT = ZERO
006950             MOVE SPACES TO WS-PRINT-LINE
006960             MOVE "  NO CLOSED BADGES TO REPORT" TO WS-PRINT-LINE
006970             WRITE REPORT-RECORD FROM WS-PRINT-LINE
006980             GO TO 6000-EXIT
006990     END-IF.
007000
007010         PERFORM 6100-PRINT-ONE-COMPANY THRU 6100-EXIT
007020             VARYING OT-IDX FROM 1 BY 1
007030             UNTIL OT-IDX > WS-ORG-CT.
007040
007050 6000-EXIT.
007060     EXIT.
007070
007080******************************************************************
007090*    6100-PRINT-ONE-COMPANY - PRINT ONE ORG-TABLE ENTRY,         *
007100*    LOOKING THE NAME UP ON GREETORG BY CODE.                    *
007110******************************************************************
007120 6100-PRINT-ONE-COMPANY.
007130
007140         MOVE SPACES TO WS-PRINT-LINE.
007150         IF OT-ORG-CODE (OT-IDX) = SPACES
007160             MOVE "(NONE)" TO WS-PRINT-LINE (3:6)
007170             MOVE "UNAFFILIATED" TO WS-PRINT-LINE (11:12)
007180         ELSE
007190             MOVE OT-ORG-CODE (OT-IDX) TO WS-PRINT-LINE (3:6)
007200             IF WS-ORG-OPENED
007210                 MOVE OT-ORG-CODE (OT-IDX) TO OR-ORG-CODE
007220                 READ GREETORG-FILE
007230                     KEY IS OR-ORG-CODE
007240                     INVALID KEY
007250                         MOVE "(NOT ON GREETORG)"
007260                             TO WS-PRINT-LINE (11:17)
007270                     NOT INVALID KEY
007280                         MOVE OR-ORG-NAME (1:29)
007290                             TO WS-PRINT-LINE (11:29)
007300             END-READ
007310         END-IF
007320     END-IF.
007330
007340         MOVE OT-COUNT (OT-IDX) TO WS-PRT-COUNT.
007350         MOVE OT-TOTAL (OT-IDX) TO WS-PRT-TOTAL.
007360         MOVE OT-MIN (OT-IDX) TO WS-PRT-MIN.
007370         MOVE OT-MAX (OT-IDX) TO WS-PRT-MAX.
007380         PERFORM 5800-FORMAT-FIGURES THRU 5800-EXIT.
007390         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
007400
007410 6100-EXIT.
007420     EXIT.
007430
007440******************************************************************
007450*    7000-DATE-TO-SERIAL - CONVERT WS-DTS-DATE (YYYYMMDD) TO A   *
007460*    SERIAL DAY NUMBER IN WS-DTS-SERIAL SO TWO DATES CAN BE      *
007470*    SUBTRACTED WITHOUT MONTH-END ARITHMETIC.  JANUARY AND       *
007480*    FEBRUARY ARE COUNTED AS MONTHS 13 AND 14 OF THE PRIOR YEAR  *
007490*    SO THE LEAP DAY FALLS AT THE END OF THE COUNTING YEAR.      *
007500******************************************************************
007510 7000-DATE-TO-SERIAL.
007520
007530         MOVE WS-DTS-YEAR  TO WS-DTS-WORK-YEAR.
007540         MOVE WS-DTS-MONTH TO WS-DTS-WORK-MONTH.
007550         IF WS-DTS-WORK-MONTH < 3
007560             SUBTRACT 1 FROM WS-DTS-WORK-YEAR
007570             ADD 12 TO WS-DTS-WORK-MONTH
007580     END-IF.
007590
007600*        EACH DIVISION IS DONE SEPARATELY INTO AN INTEGER FIELD
007610*        SO EVERY TERM IS TRUNCATED ON ITS OWN, AS THE DAY-COUNT
007620*        FORMULA REQUIRES.
007630         DIVIDE WS-DTS-WORK-YEAR BY 4
007640             GIVING WS-DTS-QUAD-TERM.
007650         DIVIDE WS-DTS-WORK-YEAR BY 100
007660             GIVING WS-DTS-CENT-TERM.
007670         DIVIDE WS-DTS-WORK-YEAR BY 400
007680             GIVING WS-DTS-QCENT-TERM.
007690         COMPUTE WS-DTS-MONTH-TERM =
007700             (153 * (WS-DTS-WORK-MONTH - 3)) + 2.
007710         DIVIDE WS-DTS-MONTH-TERM BY 5
007720             GIVING WS-DTS-MONTH-TERM.
007730         COMPUTE WS-DTS-SERIAL =
007740             (365 * WS-DTS-WORK-YEAR)
007750             + WS-DTS-QUAD-TERM
007760             - WS-DTS-CENT-TERM
007770             + WS-DTS-QCENT-TERM
007780             + WS-DTS-MONTH-TERM
007790             + WS-DTS-DAY.
007800
007810 7000-EXIT.
007820     EXIT.
007830
007840******************************************************************
007850*    7100-TIME-TO-MINUTES - CONVERT THE HHMM PART OF             *
007860*    WS-TIME-WORK (HHMMSSCC) TO MINUTES PAST MIDNIGHT.           *
007870******************************************************************
007880 7100-TIME-TO-MINUTES.
007890
007900         COMPUTE WS-TIME-MINUTES =
007910             (WS-TIME-HOUR * 60) + WS-TIME-MIN.
007920
007930 7100-EXIT.
007940     EXIT.
007950
007960******************************************************************
007970*    8000-PRINT-TOTALS - BADGES SELECTED, HOW MANY WERE TIMED,   *
007980*    STILL OPEN OR SKIPPED, AND THE FIGURES FOR ALL VISITS.      *
007990******************************************************************
008000 8000-PRINT-TOTALS.
008010
008020         MOVE SPACES TO WS-PRINT-LINE.
008030         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
008040
008050         MOVE WS-READ-COUNT TO WS-COUNT-DISP.
008060         MOVE SPACES TO WS-PRINT-LINE.
008070         STRING "BADGES IN RANGE . . . . . . . "
008080             DELIMITED BY SIZE
008090             WS-COUNT-DISP DELIMITED BY SIZE
008100             INTO WS-PRINT-LINE.
008110         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
008120
008130         MOVE WS-OPEN-COUNT TO WS-COUNT-DISP.
008140         MOVE SPACES TO WS-PRINT-LINE.
008150         STRING "STILL OPEN, NOT TIMED . . . . "
008160             DELIMITED BY SIZE
008170             WS-COUNT-DISP DELIMITED BY SIZE
008180             INTO WS-PRINT-LINE.
008190         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
008200
008210         MOVE WS-BAD-TIME-COUNT TO WS-COUNT-DISP.
008220         MOVE SPACES TO WS-PRINT-LINE.
008230         STRING "SIGN-OUT BEFORE ISSUE . . . . "
008240             DELIMITED BY SIZE
008250             WS-COUNT-DISP DELIMITED BY SIZE
008260             INTO WS-PRINT-LINE.
008270         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
008280
008290         MOVE WS-TIMED-COUNT TO WS-COUNT-DISP.
008300         MOVE SPACES TO WS-PRINT-LINE.
008310         STRING "VISITS TIMED  . . . . . . . . "
008320             DELIMITED BY SIZE
008330             WS-COUNT-DISP DELIMITED BY SIZE
008340             INTO WS-PRINT-LINE.
008350         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
008360
008370         MOVE WS-OVERSTAY-COUNT TO WS-COUNT-DISP.
008380         MOVE SPACES TO WS-PRINT-LINE.
008390         STRING "OVERSTAYS . . . . . . . . . . "
008400             DELIMITED BY SIZE
008410             WS-COUNT-DISP DELIMITED BY SIZE
008420             INTO WS-PRINT-LINE.
008430         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
008440
008450         IF WS-TIMED-COUNT > ZERO
008460             PERFORM 5900-PRINT-COLUMN-HEADS THRU 5900-EXIT
008470             MOVE SPACES TO WS-PRINT-LINE
008480             MOVE "ALL VISITS" TO WS-PRINT-LINE (3:10)
008490             MOVE WS-TIMED-COUNT TO WS-PRT-COUNT
008500             MOVE WS-TOTAL-MINUTES TO WS-PRT-TOTAL
008510             MOVE WS-ALL-MIN TO WS-PRT-MIN
008520             MOVE WS-ALL-MAX TO WS-PRT-MAX
008530             PERFORM 5800-FORMAT-FIGURES THRU 5800-EXIT
008540             WRITE REPORT-RECORD FROM WS-PRINT-LINE
008550     END-IF.
008560
008570         DISPLAY "BADGES IN RANGE  . . " WS-READ-COUNT.
008580         DISPLAY "VISITS TIMED . . . . " WS-TIMED-COUNT.
008590         DISPLAY "OVERSTAYS  . . . . . " WS-OVERSTAY-COUNT.
008600
008610 8000-EXIT.
008620     EXIT.
008630
008640******************************************************************
008650*    9000-TERMINATE - CLOSE THE FILES.                           *
008660******************************************************************
008670 9000-TERMINATE.
008680
008690         IF WS-PARM-OK
008700             CLOSE REPORT-FILE
008710     END-IF.
008720         IF WS-BDG-OPENED
008730             CLOSE GREETBDG-FILE
008740     END-IF.
008750         IF WS-VIS-OPENED
008760             CLOSE GREETVIS-FILE
008770     END-IF.
008780         IF WS-ORG-OPENED
008790             CLOSE GREETORG-FILE
008800     END-IF.
008810
008820 9000-EXIT.
008830     EXIT.
008840
008850 END PROGRAM GREETDUR.
