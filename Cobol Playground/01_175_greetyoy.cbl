000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID :  GREETYOY                                     *
000040*    AUTHOR     :  M. KAVALIAUSKAS                               *
000050*    INSTALLATION: VISITOR SERVICES                              *
000060*    DATE-WRITTEN: 2026-10-15                                    *
000070*    DATE-COMPILED:                                              *
000080*    PURPOSE    :  YEAR-OVER-YEAR COMPARISON OFF THE GREETDST    *
000090*                  DAILY STATISTICS FILE.  A MONTH (PARM         *
000100*                  YYYYMM) OR QUARTER (PARM YYYYQN) IS SET       *
000110*                  AGAINST THE SAME PERIOD A YEAR EARLIER: EVERY *
000120*                  MEASURE BY SITE AND FOR ALL SITES, THEN       *
000130*                  GREETINGS BY COMPANY IN DESCENDING ORDER,     *
000140*                  EACH WITH ITS PERCENTAGE CHANGE.  AN OPTIONAL *
000150*                  SITE CODE IN PARM COLUMNS 8-10 SCOPES THE     *
000160*                  REPORT TO ONE DESK.  A BLANK OR UNREADABLE    *
000170*                  PARM REPORTS THE LAST COMPLETE MONTH.         *
000180*                  COMPANY FIGURES COME FROM EACH DAY'S TEN      *
000190*                  BUSIEST COMPANIES; THE REST ARE SHOWN AS      *
000200*                  OTHER, SO THE COLUMN STILL ADDS UP.           *
000210*                                                                *
000220*    MODIFICATION HISTORY                                       *
000230*    ------------------------------------------------------     *
000240*    DATE       INIT  DESCRIPTION                                *
000250*    ---------- ----  -------------------------------------      *
000260*    2026-10-15 MK    ORIGINAL PROGRAM.                          *
000270*                                                                *
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300     PROGRAM-ID.   GREETYOY AS "GREETYOY".
000310     AUTHOR.       M. KAVALIAUSKAS.
000320     DATE-WRITTEN. 2026-10-15.
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.
000370 OBJECT-COMPUTER.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410         SELECT GREETDST-FILE ASSIGN TO "GREETDST"
000420             ORGANIZATION IS INDEXED
000430             ACCESS MODE IS DYNAMIC
000440             RECORD KEY IS DS-STAT-KEY
000450             FILE STATUS IS WS-DST-STATUS.
000460
000470         SELECT GREETORG-FILE ASSIGN TO "GREETORG"
000480             ORGANIZATION IS INDEXED
000490             ACCESS MODE IS DYNAMIC
000500             RECORD KEY IS OR-ORG-CODE
000510             FILE STATUS IS WS-ORG-STATUS.
000520
000530         SELECT REPORT-FILE ASSIGN TO "GREETYOR"
000540             ORGANIZATION IS SEQUENTIAL
000550             FILE STATUS IS WS-RPT-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590
000600 FD  GREETDST-FILE
000610         LABEL RECORDS ARE STANDARD.
000620     COPY DSTREC.
000630
000640 FD  GREETORG-FILE
000650         LABEL RECORDS ARE STANDARD.
000660     COPY ORGREC.
000670
000680 FD  REPORT-FILE
000690         LABEL RECORDS ARE STANDARD.
000700 01  REPORT-RECORD                   PIC X(080).
000710
000720 WORKING-STORAGE SECTION.
000730 77  WS-DST-STATUS               PIC X(02) VALUE SPACES.
000740 77  WS-ORG-STATUS               PIC X(02) VALUE SPACES.
000750 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
000760 77  WS-PARM-CARD                PIC X(20) VALUE SPACES.
000770 77  WS-SITE-CODE                PIC X(03) VALUE SPACES.
000780 01  WS-DST-OPEN-SW              PIC X(01) VALUE "N".
000790     88  WS-DST-OPENED                     VALUE "Y".
000800 01  WS-ORG-OPEN-SW              PIC X(01) VALUE "N".
000810     88  WS-ORG-OPENED                     VALUE "Y".
000820 01  WS-FILE-EOF-SW              PIC X(01) VALUE "N".
000830     88  WS-FILE-EOF                       VALUE "Y".
000840 01  WS-PERIOD-TYPE              PIC X(01) VALUE "M".
000850     88  WS-MONTH-PERIOD                   VALUE "M".
000860     88  WS-QUARTER-PERIOD                 VALUE "Q".
000870 01  WS-RECORD-PERIOD            PIC X(01) VALUE SPACE.
000880     88  WS-THIS-PERIOD                    VALUE "T".
000890     88  WS-LAST-PERIOD                    VALUE "L".
000900 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000910 01  FILLER REDEFINES WS-RUN-DATE.
000920     05  WS-RUN-YEAR             PIC 9(04).
000930     05  WS-RUN-MONTH            PIC 9(02).
000940     05  WS-RUN-DAY              PIC 9(02).
000950 77  WS-PERIOD-YEAR              PIC 9(04) VALUE ZERO.
000960 77  WS-FIRST-MONTH              PIC 9(02) VALUE ZERO.
000970 77  WS-LAST-MONTH               PIC 9(02) VALUE ZERO.
000980 77  WS-QUARTER                  PIC 9(01) VALUE ZERO.
000990 01  WS-DATE-BUILD               PIC 9(08) VALUE ZERO.
001000 01  FILLER REDEFINES WS-DATE-BUILD.
001010     05  WS-DB-YEAR              PIC 9(04).
001020     05  WS-DB-MONTH             PIC 9(02).
001030     05  WS-DB-DAY               PIC 9(02).
001040 77  WS-THIS-FROM                PIC 9(08) VALUE ZERO.
001050 77  WS-THIS-TO                  PIC 9(08) VALUE ZERO.
001060 77  WS-LAST-FROM                PIC 9(08) VALUE ZERO.
001070 77  WS-LAST-TO                  PIC 9(08) VALUE ZERO.
001080 01  WS-THIS-LABEL               PIC X(07) VALUE SPACES.
001090 01  WS-LAST-LABEL               PIC X(07) VALUE SPACES.
001100 01  WS-LABEL-BUILD.
001110     05  WS-LB-YEAR              PIC 9(04).
001120     05  WS-LB-SEP               PIC X(01).
001130     05  WS-LB-PART              PIC X(02).
001140 01  MEASURE-NAMES.
001150     05  FILLER                  PIC X(22) VALUE "GREETINGS".
001160     05  FILLER                  PIC X(22)
001170                                 VALUE "  FIRST-TIME VISITORS".
001180     05  FILLER                  PIC X(22)
001190                                 VALUE "  RETURNING VISITORS".
001200     05  FILLER                  PIC X(22) VALUE "VIP ALERTS".
001210     05  FILLER                  PIC X(22) VALUE "BARRED ALERTS".
001220     05  FILLER                  PIC X(22) VALUE "APPOINTMENTS".
001230     05  FILLER                  PIC X(22) VALUE "  NO-SHOWS".
001240     05  FILLER                  PIC X(22) VALUE "BADGES ISSUED".
001250 01  FILLER REDEFINES MEASURE-NAMES.
001260     05  MN-NAME OCCURS 8 TIMES  PIC X(22).
001270 01  WS-DAY-VALUES.
001280     05  WS-DAY-VALUE OCCURS 8 TIMES
001290                                 PIC 9(08) COMP.
001300 77  WS-MSUB                     PIC 9(04) COMP VALUE ZERO.
001310 77  WS-TSUB                     PIC 9(04) COMP VALUE ZERO.
001320 01  SITE-TABLE.
001330     05  SITE-TABLE-ENTRY OCCURS 50 TIMES
001340                          INDEXED BY ST-IDX.
001350         10  ST-SITE-CODE        PIC X(03).
001360         10  ST-MEASURE OCCURS 8 TIMES.
001370             15  ST-THIS         PIC 9(08) COMP.
001380             15  ST-LAST         PIC 9(08) COMP.
001390 77  WS-SITE-CT                  PIC 9(04) COMP VALUE ZERO.
001400 77  WS-SITE-MAX                 PIC 9(04) COMP VALUE 50.
001410 77  WS-SITE-SUB                 PIC 9(04) COMP VALUE ZERO.
001420 01  WS-SITE-FOUND-SW            PIC X(01) VALUE "N".
001430     88  WS-SITE-FOUND                     VALUE "Y".
001440 01  ALL-SITES-TOTALS.
001450     05  AS-MEASURE OCCURS 8 TIMES.
001460         10  AS-THIS             PIC 9(08) COMP.
001470         10  AS-LAST             PIC 9(08) COMP.
001480 01  COMPANY-TABLE.
001490     05  COMPANY-TABLE-ENTRY OCCURS 500 TIMES
001500                             INDEXED BY CT-IDX.
001510         10  CT-ORG-CODE         PIC X(06).
001520         10  CT-THIS             PIC 9(08) COMP.
001530         10  CT-LAST             PIC 9(08) COMP.
001540 77  WS-COMPANY-CT               PIC 9(04) COMP VALUE ZERO.
001550 77  WS-COMPANY-MAX              PIC 9(04) COMP VALUE 500.
001560 01  WS-COMPANY-FOUND-SW         PIC X(01) VALUE "N".
001570     88  WS-COMPANY-FOUND                  VALUE "Y".
001580 77  WS-OTHER-THIS               PIC 9(08) COMP VALUE ZERO.
001590 77  WS-OTHER-LAST               PIC 9(08) COMP VALUE ZERO.
001600 77  WS-MATCH-ORG                PIC X(06) VALUE SPACES.
001610 77  WS-MATCH-VISITS             PIC 9(08) COMP VALUE ZERO.
001620 01  WS-SWAPPED-SW               PIC X(01) VALUE "N".
001630     88  WS-SWAPPED                        VALUE "Y".
001640 77  WS-SORT-SUB                 PIC 9(04) COMP VALUE ZERO.
001650 77  WS-SORT-SUB2                PIC 9(04) COMP VALUE ZERO.
001660 01  WS-SWAP-SITE-ENTRY          PIC X(067) VALUE SPACES.
001670 77  WS-SWAP-CODE                PIC X(06) VALUE SPACES.
001680 77  WS-SWAP-THIS                PIC 9(08) COMP VALUE ZERO.
001690 77  WS-SWAP-LAST                PIC 9(08) COMP VALUE ZERO.
001700 77  WS-DAYS-READ                PIC 9(08) COMP VALUE ZERO.
001710 77  WS-PRT-THIS                 PIC 9(08) COMP VALUE ZERO.
001720 77  WS-PRT-LAST                 PIC 9(08) COMP VALUE ZERO.
001730 77  WS-CHANGE-PCT               PIC S9(05)V9 VALUE ZERO.
001740 77  WS-CHANGE-DISP              PIC -(5)9.9.
001750 77  WS-CHANGE-TEXT              PIC X(08) VALUE SPACES.
001760 77  WS-COUNT-DISP               PIC Z(07)9.
001770 01  WS-PRINT-LINE               PIC X(080) VALUE SPACES.
001780
001790 PROCEDURE DIVISION.
001800
001810******************************************************************
001820*    0000-MAINLINE                                               *
001830******************************************************************
001840 0000-MAINLINE.
001850
001860         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001870
001880         IF WS-DST-OPENED
001890             PERFORM 2000-SCAN-STATISTICS THRU 2000-EXIT
001900             PERFORM 3000-PRINT-SITES THRU 3000-EXIT
001910             PERFORM 4000-PRINT-COMPANIES THRU 4000-EXIT
001920     END-IF.
001930
001940         PERFORM 9000-TERMINATE THRU 9000-EXIT.
001950
001960         STOP RUN.
001970
001980******************************************************************
001990*    1000-INITIALIZE - WORK OUT THE TWO PERIODS FROM THE PARM,   *
002000*    OPEN THE FILES AND PRINT THE HEADING.  THE PERIODS RUN TO   *
002010*    DAY 31 OF THEIR LAST MONTH, WHICH TAKES IN EVERY REAL DATE  *
002020*    OF A SHORTER MONTH.                                         *
002030******************************************************************
002040 1000-INITIALIZE.
002050
002060         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002070         ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
002080
002090         IF WS-PARM-CARD (8:3) NOT = SPACES
002100             AND WS-PARM-CARD (8:3) NOT = "ALL"
002110             MOVE WS-PARM-CARD (8:3) TO WS-SITE-CODE
002120     END-IF.
002130
002140         PERFORM 1100-SET-PERIOD THRU 1100-EXIT.
002150
002160         MOVE WS-PERIOD-YEAR TO WS-DB-YEAR.
002170         MOVE WS-FIRST-MONTH TO WS-DB-MONTH.
002180         MOVE 01 TO WS-DB-DAY.
002190         MOVE WS-DATE-BUILD TO WS-THIS-FROM.
002200         MOVE WS-LAST-MONTH TO WS-DB-MONTH.
002210         MOVE 31 TO WS-DB-DAY.
002220         MOVE WS-DATE-BUILD TO WS-THIS-TO.
002230         SUBTRACT 1 FROM WS-DB-YEAR.
002240         MOVE WS-DATE-BUILD TO WS-LAST-TO.
002250         MOVE WS-FIRST-MONTH TO WS-DB-MONTH.
002260         MOVE 01 TO WS-DB-DAY.
002270         MOVE WS-DATE-BUILD TO WS-LAST-FROM.
002280
002290         MOVE WS-PERIOD-YEAR TO WS-LB-YEAR.
002300         IF WS-QUARTER-PERIOD
002310             MOVE " " TO WS-LB-SEP
002320             MOVE "Q" TO WS-LB-PART (1:1)
002330             MOVE WS-QUARTER TO WS-LB-PART (2:1)
002340         ELSE
002350             MOVE "-" TO WS-LB-SEP
002360             MOVE WS-FIRST-MONTH TO WS-LB-PART
002370     END-IF.
002380         MOVE WS-LABEL-BUILD TO WS-THIS-LABEL.
002390         SUBTRACT 1 FROM WS-LB-YEAR.
002400         MOVE WS-LABEL-BUILD TO WS-LAST-LABEL.
002410
002420         OPEN OUTPUT REPORT-FILE.
002430         MOVE SPACES TO WS-PRINT-LINE.
002440         STRING "YEAR-OVER-YEAR VISITOR STATISTICS, "
002450             DELIMITED BY SIZE
002460             WS-THIS-LABEL DELIMITED BY SIZE
002470             " AGAINST " DELIMITED BY SIZE
002480             WS-LAST-LABEL DELIMITED BY SIZE
002490             INTO WS-PRINT-LINE.
002500         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002510
002520         MOVE SPACES TO WS-PRINT-LINE.
002530         IF WS-SITE-CODE = SPACES
002540             MOVE "SITE REPORTED . . . . . . . . ALL SITES"
002550                 TO WS-PRINT-LINE
002560         ELSE
002570             MOVE "SITE REPORTED . . . . . . . . "
002580                 TO WS-PRINT-LINE (1:30)
002590             MOVE WS-SITE-CODE TO WS-PRINT-LINE (31:3)
002600     END-IF.
002610         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002620
002630         OPEN INPUT GREETDST-FILE.
002640         IF WS-DST-STATUS = "00"
002650             SET WS-DST-OPENED TO TRUE
002660         ELSE
002670             MOVE SPACES TO WS-PRINT-LINE
002680             WRITE REPORT-RECORD FROM WS-PRINT-LINE
002690             MOVE "*** NO GREETDST STATISTICS FILE - NOTHING"
002700                 TO WS-PRINT-LINE
002710             MOVE " TO COMPARE" TO WS-PRINT-LINE (46:11)
002720             WRITE REPORT-RECORD FROM WS-PRINT-LINE
002730             DISPLAY "GREETDST NOT AVAILABLE, STATUS "
002740                 WS-DST-STATUS
002750             GO TO 1000-EXIT
002760     END-IF.
002770
002780         OPEN INPUT GREETORG-FILE.
002790         IF WS-ORG-STATUS = "00"
002800             SET WS-ORG-OPENED TO TRUE
002810     END-IF.
002820
002830         PERFORM 1200-ZERO-TOTALS THRU 1200-EXIT
002840             VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 8.
002850
002860 1000-EXIT.
002870     EXIT.
002880
002890******************************************************************
002900*    1100-SET-PERIOD - YYYYMM IS A MONTH, YYYYQN A QUARTER.      *
002910*    ANYTHING ELSE FALLS BACK TO THE LAST COMPLETE MONTH.        *
002920******************************************************************
002930 1100-SET-PERIOD.
002940
002950         IF WS-PARM-CARD (1:4) IS NUMERIC
002960             AND WS-PARM-CARD (5:1) = "Q"
002970             AND WS-PARM-CARD (6:1) >= "1"
002980             AND WS-PARM-CARD (6:1) <= "4"
002990             SET WS-QUARTER-PERIOD TO TRUE
003000             MOVE WS-PARM-CARD (1:4) TO WS-PERIOD-YEAR
003010             MOVE WS-PARM-CARD (6:1) TO WS-QUARTER
003020             COMPUTE WS-LAST-MONTH = WS-QUARTER * 3
003030             COMPUTE WS-FIRST-MONTH = WS-LAST-MONTH - 2
003040             GO TO 1100-EXIT
003050     END-IF.
003060
003070         IF WS-PARM-CARD (1:6) IS NUMERIC
003080             AND WS-PARM-CARD (5:2) >= "01"
003090             AND WS-PARM-CARD (5:2) <= "12"
003100             SET WS-MONTH-PERIOD TO TRUE
003110             MOVE WS-PARM-CARD (1:4) TO WS-PERIOD-YEAR
003120             MOVE WS-PARM-CARD (5:2) TO WS-FIRST-MONTH
003130             MOVE WS-FIRST-MONTH TO WS-LAST-MONTH
003140             GO TO 1100-EXIT
003150     END-IF.
003160
003170         SET WS-MONTH-PERIOD TO TRUE.
003180         IF WS-RUN-MONTH = 01
003190             COMPUTE WS-PERIOD-YEAR = WS-RUN-YEAR - 1
003200             MOVE 12 TO WS-FIRST-MONTH
003210         ELSE
003220             MOVE WS-RUN-YEAR TO WS-PERIOD-YEAR
003230             COMPUTE WS-FIRST-MONTH = WS-RUN-MONTH - 1
003240     END-IF.
003250         MOVE WS-FIRST-MONTH TO WS-LAST-MONTH.
003260
003270 1100-EXIT.
003280     EXIT.
003290
003300******************************************************************
003310*    1200-ZERO-TOTALS - CLEAR ONE MEASURE OF THE ALL-SITES       *
003320*    TOTALS.                                                     *
003330******************************************************************
003340 1200-ZERO-TOTALS.
003350
003360         MOVE ZERO TO AS-THIS (WS-MSUB).
003370         MOVE ZERO TO AS-LAST (WS-MSUB).
003380
003390 1200-EXIT.
003400     EXIT.
003410
003420******************************************************************
003430*    2000-SCAN-STATISTICS - KEYED START AT THE FIRST DAY OF LAST *
003440*    YEAR'S PERIOD, THEN READ FORWARD TO THE END OF THIS YEAR'S. *
003450******************************************************************
003460 2000-SCAN-STATISTICS.
003470
003480         MOVE WS-LAST-FROM TO DS-STAT-DATE.
003490         MOVE SPACES TO DS-SITE-CODE.
003500         START GREETDST-FILE KEY IS NOT LESS THAN DS-STAT-KEY
003510             INVALID KEY
003520                 GO TO 2000-EXIT
003530     END-START.
003540
003550         MOVE "N" TO WS-FILE-EOF-SW.
003560         PERFORM 2100-ADD-ONE-DAY THRU 2100-EXIT
003570             UNTIL WS-FILE-EOF.
003580
003590 2000-EXIT.
003600     EXIT.
003610
003620******************************************************************
003630*    2100-ADD-ONE-DAY - ADD ONE DATE/SITE RECORD INTO ITS        *
003640*    PERIOD, FOR ITS SITE, ALL SITES, AND ITS COMPANIES.         *
003650******************************************************************
003660 2100-ADD-ONE-DAY.
003670
003680         READ GREETDST-FILE NEXT RECORD
003690             AT END
003700                 SET WS-FILE-EOF TO TRUE
003710                 GO TO 2100-EXIT
003720     END-READ.
003730
003740         IF DS-STAT-DATE > WS-THIS-TO
003750             SET WS-FILE-EOF TO TRUE
003760             GO TO 2100-EXIT
003770     END-IF.
003780
003790         EVALUATE TRUE
003800             WHEN DS-STAT-DATE >= WS-THIS-FROM
003810                 SET WS-THIS-PERIOD TO TRUE
003820             WHEN DS-STAT-DATE <= WS-LAST-TO
003830                 SET WS-LAST-PERIOD TO TRUE
003840             WHEN OTHER
003850                 GO TO 2100-EXIT
003860     END-EVALUATE.
003870
003880         IF WS-SITE-CODE NOT = SPACES
003890             AND DS-SITE-CODE NOT = WS-SITE-CODE
003900             GO TO 2100-EXIT
003910     END-IF.
003920
003930         ADD 1 TO WS-DAYS-READ.
003940         MOVE DS-GREETINGS TO WS-DAY-VALUE (1).
003950         MOVE DS-FIRST-TIME TO WS-DAY-VALUE (2).
003960         MOVE DS-RETURNING TO WS-DAY-VALUE (3).
003970         MOVE DS-VIP-ALERTS TO WS-DAY-VALUE (4).
003980         MOVE DS-BARRED-ALERTS TO WS-DAY-VALUE (5).
003990         MOVE DS-APPOINTMENTS TO WS-DAY-VALUE (6).
004000         MOVE DS-NO-SHOWS TO WS-DAY-VALUE (7).
004010         MOVE DS-BADGES TO WS-DAY-VALUE (8).
004020
004030         PERFORM 2200-FIND-SITE THRU 2200-EXIT.
004040         PERFORM 2300-ADD-ONE-MEASURE THRU 2300-EXIT
004050             VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 8.
004060
004070         PERFORM 2400-ADD-ONE-COMPANY THRU 2400-EXIT
004080             VARYING WS-TSUB FROM 1 BY 1 UNTIL WS-TSUB > 10.
004090         IF WS-THIS-PERIOD
004100             ADD DS-OTHER-ORG-VISITS TO WS-OTHER-THIS
004110         ELSE
004120             ADD DS-OTHER-ORG-VISITS TO WS-OTHER-LAST
004130     END-IF.
004140
004150 2100-EXIT.
004160     EXIT.
004170
004180******************************************************************
004190*    2200-FIND-SITE - FIND OR ADD THE SITE-TABLE ENTRY FOR THE   *
004200*    RECORD'S SITE, LEAVING ITS POSITION IN WS-SITE-SUB.  ZERO   *
004210*    MEANS THE TABLE IS FULL; THE DAY STILL COUNTS IN ALL SITES. *
004220******************************************************************
004230 2200-FIND-SITE.
004240
004250         MOVE ZERO TO WS-SITE-SUB.
004260         MOVE "N" TO WS-SITE-FOUND-SW.
004270         IF WS-SITE-CT > ZERO
004280             PERFORM 2250-MATCH-ONE-SITE THRU 2250-EXIT
004290                 VARYING ST-IDX FROM 1 BY 1
004300                 UNTIL ST-IDX > WS-SITE-CT OR WS-SITE-FOUND
004310     END-IF.
004320
004330         IF WS-SITE-FOUND OR WS-SITE-CT NOT < WS-SITE-MAX
004340             GO TO 2200-EXIT
004350     END-IF.
004360
004370         ADD 1 TO WS-SITE-CT.
004380         MOVE WS-SITE-CT TO WS-SITE-SUB.
004390         SET ST-IDX TO WS-SITE-SUB.
004400         MOVE DS-SITE-CODE TO ST-SITE-CODE (ST-IDX).
004410         PERFORM 2270-ZERO-ONE-MEASURE THRU 2270-EXIT
004420             VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 8.
004430
004440 2200-EXIT.
004450     EXIT.
004460
004470******************************************************************
004480*    2250-MATCH-ONE-SITE - COMPARE ONE SITE-TABLE ENTRY.         *
004490******************************************************************
004500 2250-MATCH-ONE-SITE.
004510
004520         IF ST-SITE-CODE (ST-IDX) = DS-SITE-CODE
004530             SET WS-SITE-FOUND TO TRUE
004540             SET WS-SITE-SUB TO ST-IDX
004550     END-IF.
004560
004570 2250-EXIT.
004580     EXIT.
004590
004600******************************************************************
004610*    2270-ZERO-ONE-MEASURE - CLEAR ONE MEASURE OF A NEW SITE.    *
004620******************************************************************
004630 2270-ZERO-ONE-MEASURE.
004640
004650         MOVE ZERO TO ST-THIS (ST-IDX, WS-MSUB).
004660         MOVE ZERO TO ST-LAST (ST-IDX, WS-MSUB).
004670
004680 2270-EXIT.
004690     EXIT.
004700
004710******************************************************************
004720*    2300-ADD-ONE-MEASURE - ADD ONE MEASURE OF THE DAY TO ITS    *
004730*    SITE AND TO ALL SITES, IN THE RECORD'S PERIOD.              *
004740******************************************************************
004750 2300-ADD-ONE-MEASURE.
004760
004770         IF WS-THIS-PERIOD
004780             ADD WS-DAY-VALUE (WS-MSUB) TO AS-THIS (WS-MSUB)
004790         ELSE
004800             ADD WS-DAY-VALUE (WS-MSUB) TO AS-LAST (WS-MSUB)
004810     END-IF.
004820
004830         IF WS-SITE-SUB = ZERO
004840             GO TO 2300-EXIT
004850     END-IF.
004860
004870         SET ST-IDX TO WS-SITE-SUB.
004880         IF WS-THIS-PERIOD
004890             ADD WS-DAY-VALUE (WS-MSUB)
004900                 TO ST-THIS (ST-IDX, WS-MSUB)
004910         ELSE
004920             ADD WS-DAY-VALUE (WS-MSUB)
004930                 TO ST-LAST (ST-IDX, WS-MSUB)
004940     END-IF.
004950
004960 2300-EXIT.
004970     EXIT.
004980
004990******************************************************************
005000*    2400-ADD-ONE-COMPANY - ADD ONE OF THE DAY'S TOP-COMPANY     *
005010*    SLOTS TO THE COMPANY TABLE.  A COMPANY THAT NO LONGER FITS  *
005020*    IS ADDED TO OTHER.                                          *
005030******************************************************************
005040 2400-ADD-ONE-COMPANY.
005050
005060         IF DS-TOP-ORG-CODE (WS-TSUB) = SPACES
005070             GO TO 2400-EXIT
005080     END-IF.
005090
005100         MOVE DS-TOP-ORG-CODE (WS-TSUB) TO WS-MATCH-ORG.
005110         MOVE DS-TOP-ORG-VISITS (WS-TSUB) TO WS-MATCH-VISITS.
005120         MOVE "N" TO WS-COMPANY-FOUND-SW.
005130         IF WS-COMPANY-CT > ZERO
005140             PERFORM 2450-MATCH-ONE-COMPANY THRU 2450-EXIT
005150                 VARYING CT-IDX FROM 1 BY 1
005160                 UNTIL CT-IDX > WS-COMPANY-CT OR WS-COMPANY-FOUND
005170     END-IF.
005180         IF WS-COMPANY-FOUND
005190             GO TO 2400-EXIT
005200     END-IF.
005210
005220         IF WS-COMPANY-CT NOT < WS-COMPANY-MAX
005230             IF WS-THIS-PERIOD
005240                 ADD WS-MATCH-VISITS TO WS-OTHER-THIS
005250             ELSE
005260                 ADD WS-MATCH-VISITS TO WS-OTHER-LAST
005270         END-IF
005280             GO TO 2400-EXIT
005290     END-IF.
005300
005310         ADD 1 TO WS-COMPANY-CT.
005320         SET CT-IDX TO WS-COMPANY-CT.
005330         MOVE WS-MATCH-ORG TO CT-ORG-CODE (CT-IDX).
005340         MOVE ZERO TO CT-THIS (CT-IDX).
005350         MOVE ZERO TO CT-LAST (CT-IDX).
005360         IF WS-THIS-PERIOD
005370             MOVE WS-MATCH-VISITS TO CT-THIS (CT-IDX)
005380         ELSE
005390             MOVE WS-MATCH-VISITS TO CT-LAST (CT-IDX)
005400     END-IF.
005410
005420 2400-EXIT.
005430     EXIT.
005440
005450******************************************************************
005460*    2450-MATCH-ONE-COMPANY - COMPARE ONE COMPANY-TABLE ENTRY    *
005470*    AND ADD THE VISITS TO IT IF IT IS THE SAME COMPANY.         *
005480******************************************************************
005490 2450-MATCH-ONE-COMPANY.
005500
005510         IF CT-ORG-CODE (CT-IDX) = WS-MATCH-ORG
005520             SET WS-COMPANY-FOUND TO TRUE
005530             IF WS-THIS-PERIOD
005540                 ADD WS-MATCH-VISITS TO CT-THIS (CT-IDX)
005550             ELSE
005560                 ADD WS-MATCH-VISITS TO CT-LAST (CT-IDX)
005570         END-IF
005580     END-IF.
005590
005600 2450-EXIT.
005610     EXIT.
005620
005630******************************************************************
005640*    3000-PRINT-SITES - ONE BLOCK PER SITE IN SITE-CODE ORDER,   *
005650*    THEN THE ALL-SITES BLOCK WHEN NO SITE WAS ASKED FOR.        *
005660******************************************************************
005670 3000-PRINT-SITES.
005680
005690         IF WS-DAYS-READ = ZERO
005700             MOVE SPACES TO WS-PRINT-LINE
005710             WRITE REPORT-RECORD FROM WS-PRINT-LINE
005720             MOVE "  NO STATISTICS ON FILE FOR EITHER PERIOD"
005730                 TO WS-PRINT-LINE
005740             WRITE REPORT-RECORD FROM WS-PRINT-LINE
005750             GO TO 3000-EXIT
005760     END-IF.
005770
005780         IF WS-SITE-CT > 1
005790             SET WS-SWAPPED TO TRUE
005800             PERFORM 3100-SORT-SITES-ONE-PASS THRU 3100-EXIT
005810                 UNTIL NOT WS-SWAPPED
005820     END-IF.
005830
005840         PERFORM 3200-PRINT-ONE-SITE THRU 3200-EXIT
005850             VARYING ST-IDX FROM 1 BY 1
005860             UNTIL ST-IDX > WS-SITE-CT.
005870
005880         IF WS-SITE-CODE = SPACES
005890             PERFORM 3300-PRINT-BLOCK-HEAD THRU 3300-EXIT
005900             MOVE "ALL SITES" TO WS-PRINT-LINE
005910             WRITE REPORT-RECORD FROM WS-PRINT-LINE
005920             PERFORM 3500-PRINT-TOTAL-MEASURE THRU 3500-EXIT
005930                 VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 8
005940     END-IF.
005950
005960 3000-EXIT.
005970     EXIT.
005980
005990******************************************************************
006000*    3100-SORT-SITES-ONE-PASS - ONE EXCHANGE PASS OVER THE SITE  *
006010*    TABLE INTO SITE-CODE ORDER.  PASSES REPEAT UNTIL A PASS     *
006020*    MAKES NO EXCHANGE.                                          *
006030******************************************************************
006040 3100-SORT-SITES-ONE-PASS.
006050
006060         MOVE "N" TO WS-SWAPPED-SW.
006070         PERFORM 3150-COMPARE-ONE-SITE-PAIR THRU 3150-EXIT
006080             VARYING WS-SORT-SUB FROM 1 BY 1
006090             UNTIL WS-SORT-SUB >= WS-SITE-CT.
006100
006110 3100-EXIT.
006120     EXIT.
006130
006140******************************************************************
006150*    3150-COMPARE-ONE-SITE-PAIR - EXCHANGE TWO ADJACENT SITE     *
006160*    ENTRIES WHEN THEY ARE OUT OF CODE ORDER.                    *
006170******************************************************************
006180 3150-COMPARE-ONE-SITE-PAIR.
006190
006200         COMPUTE WS-SORT-SUB2 = WS-SORT-SUB + 1.
006210         IF ST-SITE-CODE (WS-SORT-SUB2)
006220             < ST-SITE-CODE (WS-SORT-SUB)
006230             MOVE SITE-TABLE-ENTRY (WS-SORT-SUB)
006240                 TO WS-SWAP-SITE-ENTRY
006250             MOVE SITE-TABLE-ENTRY (WS-SORT-SUB2)
006260                 TO SITE-TABLE-ENTRY (WS-SORT-SUB)
006270             MOVE WS-SWAP-SITE-ENTRY
006280                 TO SITE-TABLE-ENTRY (WS-SORT-SUB2)
006290             SET WS-SWAPPED TO TRUE
006300     END-IF.
006310
006320 3150-EXIT.
006330     EXIT.
006340
006350******************************************************************
006360*    3200-PRINT-ONE-SITE - ONE SITE'S BLOCK OF MEASURES.  A      *
006370*    BLANK SITE HOLDS THE APPOINTMENTS AND ALERTS NO SITE WAS    *
006380*    FOUND FOR.                                                  *
006390******************************************************************
006400 3200-PRINT-ONE-SITE.
006410
006420         PERFORM 3300-PRINT-BLOCK-HEAD THRU 3300-EXIT.
006430         IF ST-SITE-CODE (ST-IDX) = SPACES
006440             MOVE "SITE NOT KNOWN" TO WS-PRINT-LINE
006450         ELSE
006460             MOVE "SITE" TO WS-PRINT-LINE
006470             MOVE ST-SITE-CODE (ST-IDX) TO WS-PRINT-LINE (6:3)
006480     END-IF.
006490         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
006500
006510         PERFORM 3400-PRINT-SITE-MEASURE THRU 3400-EXIT
006520             VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 8.
006530
006540 3200-EXIT.
006550     EXIT.
006560
006570******************************************************************
006580*    3300-PRINT-BLOCK-HEAD - BLANK LINE AND COLUMN HEADINGS FOR  *
006590*    ONE BLOCK, LEAVING THE PRINT LINE CLEAR FOR ITS TITLE.      *
006600******************************************************************
006610 3300-PRINT-BLOCK-HEAD.
006620
006630         MOVE SPACES TO WS-PRINT-LINE.
006640         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
006650         MOVE "MEASURE" TO WS-PRINT-LINE (3:7).
006660         MOVE WS-THIS-LABEL TO WS-PRINT-LINE (27:7).
006670         MOVE WS-LAST-LABEL TO WS-PRINT-LINE (38:7).
006680         MOVE "CHANGE %" TO WS-PRINT-LINE (48:8).
006690         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
006700         MOVE SPACES TO WS-PRINT-LINE.
006710
006720 3300-EXIT.
006730     EXIT.
006740
006750******************************************************************
006760*    3400-PRINT-SITE-MEASURE - ONE MEASURE LINE FOR THE SITE AT  *
006770*    ST-IDX.                                                     *
006780******************************************************************
006790 3400-PRINT-SITE-MEASURE.
006800
006810         MOVE ST-THIS (ST-IDX, WS-MSUB) TO WS-PRT-THIS.
006820         MOVE ST-LAST (ST-IDX, WS-MSUB) TO WS-PRT-LAST.
006830         PERFORM 3600-PRINT-MEASURE-LINE THRU 3600-EXIT.
006840
006850 3400-EXIT.
006860     EXIT.
006870
006880******************************************************************
006890*    3500-PRINT-TOTAL-MEASURE - ONE MEASURE LINE FOR ALL SITES.  *
006900******************************************************************
006910 3500-PRINT-TOTAL-MEASURE.
006920
006930         MOVE AS-THIS (WS-MSUB) TO WS-PRT-THIS.
006940         MOVE AS-LAST (WS-MSUB) TO WS-PRT-LAST.
006950         PERFORM 3600-PRINT-MEASURE-LINE THRU 3600-EXIT.
006960
006970 3500-EXIT.
006980     EXIT.
006990
007000******************************************************************
007010*    3600-PRINT-MEASURE-LINE - PRINT MEASURE WS-MSUB FROM        *
007020*    WS-PRT-THIS AND WS-PRT-LAST.                                *
007030******************************************************************
007040 3600-PRINT-MEASURE-LINE.
007050
007060         MOVE SPACES TO WS-PRINT-LINE.
007070         MOVE MN-NAME (WS-MSUB) TO WS-PRINT-LINE (3:22).
007080         MOVE WS-PRT-THIS TO WS-COUNT-DISP.
007090         MOVE WS-COUNT-DISP TO WS-PRINT-LINE (26:8).
007100         MOVE WS-PRT-LAST TO WS-COUNT-DISP.
007110         MOVE WS-COUNT-DISP TO WS-PRINT-LINE (37:8).
007120         PERFORM 5000-FORMAT-CHANGE THRU 5000-EXIT.
007130         MOVE WS-CHANGE-TEXT TO WS-PRINT-LINE (48:8).
007140         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
007150
007160 3600-EXIT.
007170     EXIT.
007180
007190******************************************************************
007200*    4000-PRINT-COMPANIES - GREETINGS BY COMPANY, BUSIEST THIS   *
007210*    YEAR FIRST, THEN OTHER, NAMED FROM GREETORG WHEN IT IS      *
007220*    AVAILABLE.                                                  *
007230******************************************************************
007240 4000-PRINT-COMPANIES.
007250
007260         IF WS-DAYS-READ = ZERO
007270             GO TO 4000-EXIT
007280     END-IF.
007290
007300         MOVE SPACES TO WS-PRINT-LINE.
007310         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
007320         MOVE "GREETINGS BY COMPANY" TO WS-PRINT-LINE.
007330         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
007340         MOVE SPACES TO WS-PRINT-LINE.
007350         MOVE "COMPANY" TO WS-PRINT-LINE (3:7).
007360         MOVE WS-THIS-LABEL TO WS-PRINT-LINE (43:7).
007370         MOVE WS-LAST-LABEL TO WS-PRINT-LINE (53:7).
007380         MOVE "CHANGE %" TO WS-PRINT-LINE (62:8).
007390         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
007400
007410         IF WS-COMPANY-CT > 1
007420             SET WS-SWAPPED TO TRUE
007430             PERFORM 4100-SORT-COMPANIES-ONE-PASS THRU 4100-EXIT
007440                 UNTIL NOT WS-SWAPPED
007450     END-IF.
007460
007470         IF WS-COMPANY-CT > ZERO
007480             PERFORM 4200-PRINT-ONE-COMPANY THRU 4200-EXIT
007490                 VARYING CT-IDX FROM 1 BY 1
007500                 UNTIL CT-IDX > WS-COMPANY-CT
007510     END-IF.
007520
007530         MOVE SPACES TO WS-PRINT-LINE.
007540         MOVE "OTHER / NO COMPANY" TO WS-PRINT-LINE (11:18).
007550         MOVE WS-OTHER-THIS TO WS-PRT-THIS.
007560         MOVE WS-OTHER-LAST TO WS-PRT-LAST.
007570         PERFORM 4300-FINISH-COMPANY-LINE THRU 4300-EXIT.
007580
007590         MOVE SPACES TO WS-PRINT-LINE.
007600         MOVE "TOTAL GREETINGS" TO WS-PRINT-LINE (11:15).
007610         MOVE AS-THIS (1) TO WS-PRT-THIS.
007620         MOVE AS-LAST (1) TO WS-PRT-LAST.
007630         PERFORM 4300-FINISH-COMPANY-LINE THRU 4300-EXIT.
007640
007650 4000-EXIT.
007660     EXIT.
007670
007680******************************************************************
007690*    4100-SORT-COMPANIES-ONE-PASS - ONE EXCHANGE PASS OVER THE   *
007700*    COMPANY TABLE INTO DESCENDING THIS-YEAR ORDER.              *
007710******************************************************************
007720 4100-SORT-COMPANIES-ONE-PASS.
007730
007740         MOVE "N" TO WS-SWAPPED-SW.
007750         PERFORM 4150-COMPARE-ONE-COMPANY-PAIR THRU 4150-EXIT
007760             VARYING WS-SORT-SUB FROM 1 BY 1
007770             UNTIL WS-SORT-SUB >= WS-COMPANY-CT.
007780
007790 4100-EXIT.
007800     EXIT.
007810
007820******************************************************************
007830*    4150-COMPARE-ONE-COMPANY-PAIR - EXCHANGE TWO ADJACENT       *
007840*    COMPANY ENTRIES WHEN THE SECOND HAD MORE GREETINGS THIS     *
007850*    YEAR.                                                       *
007860******************************************************************
007870 4150-COMPARE-ONE-COMPANY-PAIR.
007880
007890         COMPUTE WS-SORT-SUB2 = WS-SORT-SUB + 1.
007900         IF CT-THIS (WS-SORT-SUB2) > CT-THIS (WS-SORT-SUB)
007910             MOVE CT-ORG-CODE (WS-SORT-SUB) TO WS-SWAP-CODE
007920             MOVE CT-THIS (WS-SORT-SUB) TO WS-SWAP-THIS
007930             MOVE CT-LAST (WS-SORT-SUB) TO WS-SWAP-LAST
007940             MOVE CT-ORG-CODE (WS-SORT-SUB2)
007950                 TO CT-ORG-CODE (WS-SORT-SUB)
007960             MOVE CT-THIS (WS-SORT-SUB2) TO CT-THIS (WS-SORT-SUB)
007970             MOVE CT-LAST (WS-SORT-SUB2) TO CT-LAST (WS-SORT-SUB)
007980             MOVE WS-SWAP-CODE TO CT-ORG-CODE (WS-SORT-SUB2)
007990             MOVE WS-SWAP-THIS TO CT-THIS (WS-SORT-SUB2)
008000             MOVE WS-SWAP-LAST TO CT-LAST (WS-SORT-SUB2)
008010             SET WS-SWAPPED TO TRUE
008020     END-IF.
008030
008040 4150-EXIT.
008050     EXIT.
008060
008070******************************************************************
008080*    4200-PRINT-ONE-COMPANY - ONE COMPANY LINE, NAMED FROM       *
008090*    GREETORG BY CODE.                                           *
008100******************************************************************
008110 4200-PRINT-ONE-COMPANY.
008120
008130         MOVE SPACES TO WS-PRINT-LINE.
008140         MOVE CT-ORG-CODE (CT-IDX) TO WS-PRINT-LINE (3:6).
008150         IF WS-ORG-OPENED
008160             MOVE CT-ORG-CODE (CT-IDX) TO OR-ORG-CODE
008170             READ GREETORG-FILE
008180                 KEY IS OR-ORG-CODE
008190                 INVALID KEY
008200                     MOVE "(NOT ON GREETORG)"
008210                         TO WS-PRINT-LINE (11:17)
008220                 NOT INVALID KEY
008230                     MOVE OR-ORG-NAME TO WS-PRINT-LINE (11:30)
008240         END-READ
008250     END-IF.
008260
008270         MOVE CT-THIS (CT-IDX) TO WS-PRT-THIS.
008280         MOVE CT-LAST (CT-IDX) TO WS-PRT-LAST.
008290         PERFORM 4300-FINISH-COMPANY-LINE THRU 4300-EXIT.
008300
008310 4200-EXIT.
008320     EXIT.
008330
008340******************************************************************
008350*    4300-FINISH-COMPANY-LINE - ADD THE TWO PERIODS' FIGURES AND *
008360*    THE CHANGE TO A COMPANY LINE AND WRITE IT.                  *
008370******************************************************************
008380 4300-FINISH-COMPANY-LINE.
008390
008400         MOVE WS-PRT-THIS TO WS-COUNT-DISP.
008410         MOVE WS-COUNT-DISP TO WS-PRINT-LINE (42:8).
008420         MOVE WS-PRT-LAST TO WS-COUNT-DISP.
008430         MOVE WS-COUNT-DISP TO WS-PRINT-LINE (52:8).
008440         PERFORM 5000-FORMAT-CHANGE THRU 5000-EXIT.
008450         MOVE WS-CHANGE-TEXT TO WS-PRINT-LINE (62:8).
008460         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
008470
008480 4300-EXIT.
008490     EXIT.
008500
008510******************************************************************
008520*    5000-FORMAT-CHANGE - PERCENTAGE CHANGE FROM LAST YEAR TO    *
008530*    THIS, TO ONE DECIMAL.  NOTHING LAST YEAR SHOWS NEW (OR A    *
008540*    DASH WHEN THERE IS NOTHING EITHER YEAR).                    *
008550******************************************************************
008560 5000-FORMAT-CHANGE.
008570
008580         IF WS-PRT-LAST = ZERO
008590             IF WS-PRT-THIS = ZERO
008600                 MOVE "       -" TO WS-CHANGE-TEXT
008610             ELSE
008620                 MOVE "     NEW" TO WS-CHANGE-TEXT
008630         END-IF
008640             GO TO 5000-EXIT
008650     END-IF.
008660
008670         COMPUTE WS-CHANGE-PCT ROUNDED =
008680             (WS-PRT-THIS - WS-PRT-LAST) * 100 / WS-PRT-LAST
008690             ON SIZE ERROR
008700                 MOVE "  >99999" TO WS-CHANGE-TEXT
008710                 GO TO 5000-EXIT
008720     END-COMPUTE.
008730         MOVE WS-CHANGE-PCT TO WS-CHANGE-DISP.
008740         MOVE WS-CHANGE-DISP TO WS-CHANGE-TEXT.
008750
008760 5000-EXIT.
008770     EXIT.
008780
008790******************************************************************
008800*    9000-TERMINATE - CLOSE THE FILES.                           *
008810******************************************************************
008820 9000-TERMINATE.
008830
008840         CLOSE REPORT-FILE.
008850         IF WS-DST-OPENED
008860             CLOSE GREETDST-FILE
008870     END-IF.
008880         IF WS-ORG-OPENED
008890             CLOSE GREETORG-FILE
008900     END-IF.
008910
008920 9000-EXIT.
008930     EXIT.
008940
008950 END PROGRAM GREETYOY.
