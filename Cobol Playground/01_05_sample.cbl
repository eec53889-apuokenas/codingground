000800*                     CARD, FOR THE SECOND RECEPTION DESK IN     *
000810*                     THE ANNEX.  A RESTART ONLY HONORS ITS      *
000820*                     OWN DESK'S CHECKPOINT SKIP COUNT.          *
000830*    2026-10-15 MK    WHEN AN APPOINTMENT IS MARKED ARRIVED,     *
000840*                     WRITE A HOST-ARRIVAL NOTICE TO GREETHAN    *
000850*                     WITH THE HOST'S NAME AND EXTENSION FROM    *
000860*                     THE GREETHST HOST DIRECTORY, SO RECEPTION  *
000870*                     CAN RING THE HOST AND GREETHNT CAN TIME    *
000880*                     THE WAIT UNTIL PICKUP.                     *
000890*    2026-10-15 MK    STAMP THE ISSUING DESK'S SITE CODE ON      *
000900*                     EVERY GREETBDG BADGE RECORD.               *
000910*    2026-10-15 MK    WRITE A GREETLBL BADGE LABEL FOR EVERY     *
000920*                     BADGE ISSUED - FULL NAME, GREETORG COMPANY *
000930*                     NAME, APPOINTMENT HOST, SITE, ISSUE DATE   *
000940*                     AND A VIP OR ESCORT REQUIRED MARKING - SO  *
000950*                     THE PAPER BADGE MATCHES WHAT WAS LOGGED.   *
000960*                     A WATCHLIST "E" ENTRY NOW TELLS THE DESK   *
000970*                     THE VISITOR NEEDS AN ESCORT.               *
000980*    2026-10-15 MK    CHECK THE VISITOR'S SAFETY INDUCTION AND   *
000990*                     NDA ON THE GREETCMP COMPLIANCE FILE IN THE *
001000*                     GREETING PATH.  A MISSING OR EXPIRED ONE   *
001010*                     WARNS THE DESK AND, IN BATCH MODE, WRITES  *
001020*                     A GREETCEX EXCEPTION RECORD.  A CURRENT    *
001030*                     ESCORT-ONLY RECORD MARKS THE VISITOR FOR   *
001040*                     ESCORT.  GREETPRM INDUCTRQ MAKES THE       *
001050*                     INDUCTION COMPULSORY FOR EVERY VISITOR.    *
001060*    2026-10-15 MK    STAMP THE SITE ON EACH GREETALR ALERT.  A  *
001070*                     VISITOR ADMITTED ESCORT-ONLY FROM GREETCMP *
001080*                     WITH NO WATCHLIST ESCORT ENTRY IS SHOWN TO *
001090*                     THE DESK AS AN ESCORT-ONLY CLEARANCE       *
001100*                     RATHER THAN WITH EMPTY INSTRUCTIONS.       *
001110*                                                                *
001120******************************************************************
001130 IDENTIFICATION DIVISION.
001140     PROGRAM-ID.   SAMPLE as "SAMPLE".
001150     AUTHOR.       MANTAS TUMENAS.
001160     DATE-WRITTEN. 2017-03-31.
001170
001180 ENVIRONMENT DIVISION.
001190 CONFIGURATION SECTION.
001200 SOURCE-COMPUTER.
001210 OBJECT-COMPUTER.
001220
001230 INPUT-OUTPUT SECTION.
001240 FILE-CONTROL.
001250         SELECT GREETLOG-FILE ASSIGN TO "GREETLOG"
001260             ORGANIZATION IS SEQUENTIAL
001270             FILE STATUS IS WS-GLOG-STATUS.
001280
001290         SELECT GREETROS-FILE ASSIGN TO "GREETROS"
001300             ORGANIZATION IS SEQUENTIAL
001310             FILE STATUS IS WS-ROS-STATUS.
001320
001330         SELECT GREETCHK-FILE ASSIGN TO "GREETCHK"
001340             ORGANIZATION IS SEQUENTIAL
001350             FILE STATUS IS WS-CHK-STATUS.
001360
001370         SELECT GREETTMP-FILE ASSIGN TO "GREETTMP"
001380             ORGANIZATION IS INDEXED
001390             ACCESS MODE IS SEQUENTIAL
001400             RECORD KEY IS GT-LANG-CODE
001410             FILE STATUS IS WS-GTMP-STATUS.
001420
001430         SELECT GREETRCX-FILE ASSIGN TO "GREETRCX"
001440             ORGANIZATION IS SEQUENTIAL
001450             FILE STATUS IS WS-RCX-STATUS.
001460
001470         SELECT GREETVIS-FILE ASSIGN TO "GREETVIS"
001480             ORGANIZATION IS INDEXED
001490             ACCESS MODE IS DYNAMIC
001500             RECORD KEY IS VM-VISITOR-ID
001510             ALTERNATE RECORD KEY IS VM-NAME-KEY
001520                 WITH DUPLICATES
001530             FILE STATUS IS WS-VIS-STATUS.
001540
001550         SELECT GREETRUN-FILE ASSIGN TO "GREETRUN"
001560             ORGANIZATION IS SEQUENTIAL
001570             FILE STATUS IS WS-RUNL-STATUS.
001580
001590         SELECT GREETCAL-FILE ASSIGN TO "GREETCAL"
001600             ORGANIZATION IS INDEXED
001610             ACCESS MODE IS DYNAMIC
001620             RECORD KEY IS CA-CAL-KEY
001630             FILE STATUS IS WS-CAL-STATUS.
001640
001650         SELECT GREETAPT-FILE ASSIGN TO "GREETAPT"
001660             ORGANIZATION IS INDEXED
001670             ACCESS MODE IS DYNAMIC
001680             RECORD KEY IS AP-APPT-KEY
001690             FILE STATUS IS WS-APT-STATUS.
001700
001710         SELECT GREETBDG-FILE ASSIGN TO "GREETBDG"
001720             ORGANIZATION IS INDEXED
001730             ACCESS MODE IS DYNAMIC
001740             RECORD KEY IS BG-BADGE-NO
001750             FILE STATUS IS WS-BDG-STATUS.
001760
001770         SELECT GREETWCH-FILE ASSIGN TO "GREETWCH"
001780             ORGANIZATION IS INDEXED
001790             ACCESS MODE IS DYNAMIC
001800             RECORD KEY IS WC-NAME-KEY
001810             FILE STATUS IS WS-WCH-STATUS.
001820
001830         SELECT GREETALR-FILE ASSIGN TO "GREETALR"
001840             ORGANIZATION IS SEQUENTIAL
001850             FILE STATUS IS WS-ALR-STATUS.
001860
001870         SELECT GREETVJL-FILE ASSIGN TO "GREETVJL"
001880             ORGANIZATION IS SEQUENTIAL
001890             FILE STATUS IS WS-VJL-STATUS.
001900
001910         SELECT GREETPRM-FILE ASSIGN TO "GREETPRM"
001920             ORGANIZATION IS INDEXED
001930             ACCESS MODE IS DYNAMIC
001940             RECORD KEY IS PR-PARM-KEY
001950             FILE STATUS IS WS-PRM-STATUS.
001960
001970         SELECT GREETHST-FILE ASSIGN TO "GREETHST"
001980             ORGANIZATION IS INDEXED
001990             ACCESS MODE IS DYNAMIC
002000             RECORD KEY IS HO-HOST-ID
002010             FILE STATUS IS WS-HST-STATUS.
002020
002030         SELECT GREETHAN-FILE ASSIGN TO "GREETHAN"
002040             ORGANIZATION IS INDEXED
002050             ACCESS MODE IS DYNAMIC
002060             RECORD KEY IS HN-NOTICE-KEY
002070             FILE STATUS IS WS-HAN-STATUS.
002080
002090         SELECT GREETORG-FILE ASSIGN TO "GREETORG"
002100             ORGANIZATION IS INDEXED
002110             ACCESS MODE IS DYNAMIC
002120             RECORD KEY IS OR-ORG-CODE
002130             FILE STATUS IS WS-ORG-STATUS.
002140
002150         SELECT GREETLBL-FILE ASSIGN TO "GREETLBL"
002160             ORGANIZATION IS SEQUENTIAL
002170             FILE STATUS IS WS-LBL-STATUS.
002180
002190         SELECT GREETCMP-FILE ASSIGN TO "GREETCMP"
002200             ORGANIZATION IS INDEXED
002210             ACCESS MODE IS DYNAMIC
002220             RECORD KEY IS CM-COMPLIANCE-KEY
002230             FILE STATUS IS WS-CMP-STATUS.
002240
002250         SELECT GREETCEX-FILE ASSIGN TO "GREETCEX"
002260             ORGANIZATION IS SEQUENTIAL
002270             FILE STATUS IS WS-CEX-STATUS.
002280
002290 DATA DIVISION.
002300 FILE SECTION.
002310
002320 FD  GREETLOG-FILE
002330         LABEL RECORDS ARE STANDARD.
002340     COPY GLOGREC.
002350
002360 FD  GREETROS-FILE
002370         LABEL RECORDS ARE STANDARD.
002380     COPY ROSTREC.
002390
002400 FD  GREETCHK-FILE
002410         LABEL RECORDS ARE STANDARD.
002420     COPY CHKPREC.
002430
002440 FD  GREETTMP-FILE
002450         LABEL RECORDS ARE STANDARD.
002460     COPY GTMPREC.
002470
002480 FD  GREETRCX-FILE
002490         LABEL RECORDS ARE STANDARD.
002500     COPY RECXREC.
002510
002520 FD  GREETVIS-FILE
002530         LABEL RECORDS ARE STANDARD.
002540     COPY VISMREC.
002550
002560 FD  GREETRUN-FILE
002570         LABEL RECORDS ARE STANDARD.
002580     COPY RUNLREC.
002590
002600 FD  GREETCAL-FILE
002610         LABEL RECORDS ARE STANDARD.
002620     COPY CALREC.
002630
002640 FD  GREETAPT-FILE
002650         LABEL RECORDS ARE STANDARD.
002660     COPY APPTREC.
002670
002680 FD  GREETBDG-FILE
002690         LABEL RECORDS ARE STANDARD.
002700     COPY BADGREC.
002710
002720 FD  GREETWCH-FILE
002730         LABEL RECORDS ARE STANDARD.
002740     COPY WCHREC.
002750
002760 FD  GREETPRM-FILE
002770         LABEL RECORDS ARE STANDARD.
002780     COPY PARMREC.
002790
002800 FD  GREETVJL-FILE
002810         LABEL RECORDS ARE STANDARD.
002820     COPY VJRNREC.
002830
002840 FD  GREETALR-FILE
002850         LABEL RECORDS ARE STANDARD.
002860     COPY ALRTREC.
002870
002880 FD  GREETHST-FILE
002890         LABEL RECORDS ARE STANDARD.
002900     COPY HOSTREC.
002910
002920 FD  GREETHAN-FILE
002930         LABEL RECORDS ARE STANDARD.
002940     COPY HNOTREC.
002950
002960 FD  GREETORG-FILE
002970         LABEL RECORDS ARE STANDARD.
002980     COPY ORGREC.
002990
003000 FD  GREETLBL-FILE
003010         LABEL RECORDS ARE STANDARD.
003020     COPY LBLREC.
003030
003040 FD  GREETCMP-FILE
003050         LABEL RECORDS ARE STANDARD.
003060     COPY CMPLREC.
003070
003080 FD  GREETCEX-FILE
003090         LABEL RECORDS ARE STANDARD.
003100     COPY CEXREC.
003110
003120 WORKING-STORAGE SECTION.
003130     COPY NAMEREC REPLACING NAME-RECORD BY WS-NAME-RECORD.
003140 77  WS-GLOG-STATUS              PIC X(02) VALUE SPACES.
003150 01  WS-NAME-VALID-SW            PIC X(01) VALUE "N".
003160     88  WS-NAME-VALID                     VALUE "Y".
003170     88  WS-NAME-INVALID                   VALUE "N".
003180 77  WS-BAD-ATTEMPT-CT           PIC 9(04) COMP VALUE ZERO.
003190 77  WS-ROS-STATUS               PIC X(02) VALUE SPACES.
003200 77  WS-PARM-CARD                PIC X(20) VALUE SPACES.
003210 01  WS-RUN-MODE-SW              PIC X(01) VALUE "I".
003220     88  WS-BATCH-MODE                     VALUE "B".
003230     88  WS-INTERACTIVE-MODE               VALUE "I".
003240 01  WS-ROS-EOF-SW               PIC X(01) VALUE "N".
003250     88  WS-ROS-EOF                        VALUE "Y".
003260 77  WS-CHK-STATUS               PIC X(02) VALUE SPACES.
003270 01  WS-CHK-EOF-SW               PIC X(01) VALUE "N".
003280     88  WS-CHK-EOF                        VALUE "Y".
003290 77  WS-CHECKPOINT-INTERVAL      PIC 9(04) COMP VALUE 10.
003300 77  WS-PRM-STATUS               PIC X(02) VALUE SPACES.
003310 77  WS-MAX-LANGS                PIC 9(04) COMP VALUE 20.
003320 77  WS-LANG-TABLE-SIZE          PIC 9(04) COMP VALUE 50.
003330 77  WS-NOON-HOUR                PIC 9(02) VALUE 12.
003340 77  WS-EVENING-HOUR             PIC 9(02) VALUE 18.
003350 77  WS-ECHO-CHKP                PIC 9(04) VALUE ZERO.
003360 77  WS-ECHO-LANG                PIC 9(04) VALUE ZERO.
003370 77  WS-PARM-ECHO                PIC X(32) VALUE SPACES.
003380 77  WS-ROS-COUNT                PIC 9(08) COMP VALUE ZERO.
003390 77  WS-SKIP-COUNT               PIC 9(08) COMP VALUE ZERO.
003400 77  WS-CHK-QUOTIENT             PIC 9(08) COMP VALUE ZERO.
003410 77  WS-CHK-REMAINDER            PIC 9(04) COMP VALUE ZERO.
003420 77  WS-GTMP-STATUS              PIC X(02) VALUE SPACES.
003430 01  WS-GTMP-EOF-SW              PIC X(01) VALUE "N".
003440     88  WS-GTMP-EOF                       VALUE "Y".
003450 01  GREETING-TABLE.
003460     05  GREETING-TABLE-ENTRY OCCURS 50 TIMES
003470                              INDEXED BY GT-IDX.
003480         10  GTE-LANG-CODE       PIC X(03).
003490         10  GTE-GREETING-TEXT   PIC X(15).
003500 77  WS-GTE-COUNT                PIC 9(04) COMP VALUE ZERO.
003510 77  WS-LANG-CODE                PIC X(03) VALUE "ENG".
003520 01  WS-LANG-FOUND-SW            PIC X(01) VALUE "N".
003530     88  WS-LANG-FOUND                     VALUE "Y".
003540 77  WS-GREETING-TEXT            PIC X(15) VALUE "Hello,".
003550 77  WS-GREET-LEN                PIC 9(04) COMP VALUE ZERO.
003560 77  WS-RCX-STATUS               PIC X(02) VALUE SPACES.
003570 77  WS-ACCEPT-COUNT             PIC 9(08) COMP VALUE ZERO.
003580 77  WS-WRITE-COUNT              PIC 9(08) COMP VALUE ZERO.
003590 77  WS-VIS-STATUS               PIC X(02) VALUE SPACES.
003600 01  WS-VIS-OPEN-SW              PIC X(01) VALUE "N".
003610     88  WS-VIS-OPENED                     VALUE "Y".
003620 01  WS-VIS-EOF-SW               PIC X(01) VALUE "N".
003630     88  WS-VIS-EOF                        VALUE "Y".
003640 01  WS-RETURNING-SW             PIC X(01) VALUE "N".
003650     88  WS-RETURNING-VISITOR              VALUE "Y".
003660 77  WS-NEXT-VISITOR-ID          PIC 9(06) VALUE ZERO.
003670 77  WS-VISIT-COUNT-DISP         PIC Z(05)9.
003680 77  WS-RUNL-STATUS              PIC X(02) VALUE SPACES.
003690 77  WS-RL-TYPE                  PIC X(01) VALUE SPACES.
003700 77  WS-RL-COUNT                 PIC 9(08) VALUE ZERO.
003710 77  WS-RL-CODE                  PIC X(04) VALUE SPACES.
003720 77  WS-CAL-STATUS               PIC X(02) VALUE SPACES.
003730 01  WS-CAL-OPEN-SW              PIC X(01) VALUE "N".
003740     88  WS-CAL-OPENED                     VALUE "Y".
003750 01  WS-CAL-FOUND-SW             PIC X(01) VALUE "N".
003760     88  WS-CAL-FOUND                      VALUE "Y".
003770 77  WS-APT-STATUS               PIC X(02) VALUE SPACES.
003780 01  WS-APT-OPEN-SW              PIC X(01) VALUE "N".
003790     88  WS-APT-OPENED                     VALUE "Y".
003800 77  WS-BDG-STATUS               PIC X(02) VALUE SPACES.
003810 01  WS-BDG-OPEN-SW              PIC X(01) VALUE "N".
003820     88  WS-BDG-OPENED                     VALUE "Y".
003830 01  WS-BDG-EOF-SW               PIC X(01) VALUE "N".
003840     88  WS-BDG-EOF                        VALUE "Y".
003850 77  WS-NEXT-BADGE-NO            PIC 9(06) VALUE ZERO.
003860 77  WS-BADGE-NO-DISP            PIC Z(05)9.
003870 77  WS-WCH-STATUS               PIC X(02) VALUE SPACES.
003880 01  WS-WCH-OPEN-SW              PIC X(01) VALUE "N".
003890     88  WS-WCH-OPENED                     VALUE "Y".
003900 01  WS-VIP-SW                   PIC X(01) VALUE "N".
003910     88  WS-VIP-VISITOR                    VALUE "Y".
003920 01  WS-BARRED-SW                PIC X(01) VALUE "N".
003930     88  WS-BARRED-VISITOR                 VALUE "Y".
003940 77  WS-WCH-INSTRUCTIONS         PIC X(40) VALUE SPACES.
003950 77  WS-ALR-STATUS               PIC X(02) VALUE SPACES.
003960 77  WS-ALERT-TYPE               PIC X(01) VALUE SPACES.
003970 77  WS-ORG-CODE                 PIC X(06) VALUE SPACES.
003980 77  WS-SITE-CODE                PIC X(03) VALUE "HQ ".
003990 77  WS-VJL-STATUS               PIC X(02) VALUE SPACES.
004000 01  WS-VJL-OPEN-SW              PIC X(01) VALUE "N".
004010     88  WS-VJL-OPENED                     VALUE "Y".
004020 77  WS-JR-FUNCTION              PIC X(01) VALUE SPACES.
004030 77  WS-VM-BEFORE                PIC X(137) VALUE SPACES.
004040 77  WS-CLOCK-TIME               PIC 9(08) VALUE ZERO.
004050 77  WS-CLOCK-ALPHA              PIC X(08) VALUE SPACES.
004060 77  WS-CLOCK-HOUR               PIC 9(02) VALUE ZERO.
004070 77  WS-TIME-BAND                PIC X(01) VALUE SPACES.
004080 77  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
004090 77  WS-HST-STATUS               PIC X(02) VALUE SPACES.
004100 01  WS-HST-OPEN-SW              PIC X(01) VALUE "N".
004110     88  WS-HST-OPENED                     VALUE "Y".
004120 77  WS-HAN-STATUS               PIC X(02) VALUE SPACES.
004130 01  WS-HAN-OPEN-SW              PIC X(01) VALUE "N".
004140     88  WS-HAN-OPENED                     VALUE "Y".
004150 01  WS-ESCORT-SW                PIC X(01) VALUE "N".
004160     88  WS-ESCORT-VISITOR                 VALUE "Y".
004170 77  WS-ORG-STATUS               PIC X(02) VALUE SPACES.
004180 01  WS-ORG-OPEN-SW              PIC X(01) VALUE "N".
004190     88  WS-ORG-OPENED                     VALUE "Y".
004200 77  WS-LBL-STATUS               PIC X(02) VALUE SPACES.
004210 01  WS-LBL-OPEN-SW              PIC X(01) VALUE "N".
004220     88  WS-LBL-OPENED                     VALUE "Y".
004230 77  WS-LBL-PTR                  PIC 9(04) COMP VALUE 1.
004240 77  WS-CMP-STATUS               PIC X(02) VALUE SPACES.
004250 01  WS-CMP-OPEN-SW              PIC X(01) VALUE "N".
004260     88  WS-CMP-OPENED                     VALUE "Y".
004270 77  WS-CEX-STATUS               PIC X(02) VALUE SPACES.
004280 77  WS-INDUCTION-RULE           PIC 9(04) COMP VALUE ZERO.
004290 77  WS-ECHO-IND                 PIC X(01) VALUE "N".
004300 77  WS-CMP-TODAY                PIC 9(08) VALUE ZERO.
004310 77  WS-CMP-REQ-TYPE             PIC X(01) VALUE SPACES.
004320 77  WS-CMP-REQ-TEXT             PIC X(16) VALUE SPACES.
004330 77  WS-CMP-PROBLEM              PIC X(01) VALUE SPACES.
004340 77  WS-CMP-EXPIRY               PIC 9(08) VALUE ZERO.
004350 01  WS-CMP-NEEDED-SW            PIC X(01) VALUE "N".
004360     88  WS-CMP-NEEDED                     VALUE "Y".
004370 01  WS-CMP-FOUND-SW             PIC X(01) VALUE "N".
004380     88  WS-CMP-FOUND                      VALUE "Y".
004390 01  WS-ESCORT-ONLY-SW           PIC X(01) VALUE "N".
004400     88  WS-ESCORT-ONLY                    VALUE "Y".
004410 77  WS-CMP-EXCEPTION-COUNT      PIC 9(08) COMP VALUE ZERO.
004420
004430 PROCEDURE DIVISION.
004440
004450******************************************************************
004460*    0000-MAINLINE                                              *
004470******************************************************************
004480 0000-MAINLINE.
004490
004500         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004510
004520         IF WS-BATCH-MODE
004530             PERFORM 3000-BATCH-PROCESS THRU 3000-EXIT
004540         ELSE
004550             PERFORM 2000-GREET-VISITOR THRU 2000-EXIT
004560     END-IF.
004570
004580         PERFORM 9000-TERMINATE THRU 9000-EXIT.
004590
004600         STOP RUN.
004610
004620******************************************************************
004630*    1000-INITIALIZE - DETERMINE WHETHER THIS IS AN INTERACTIVE  *
004640*    OR A BATCH RUN, AND OPEN GREETLOG, CREATING IT ON THE FIRST *
004650*    RUN OF THE DAY IF IT DOES NOT YET EXIST.                    *
004660******************************************************************
004670 1000-INITIALIZE.
004680
004690         ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
004700         IF WS-PARM-CARD (1:1) = "B" OR WS-PARM-CARD (1:1) = "b"
004710             SET WS-BATCH-MODE TO TRUE
004720         ELSE
004730             SET WS-INTERACTIVE-MODE TO TRUE
004740     END-IF.
004750
004760*        THE DESK'S SITE CODE RIDES IN COLUMNS 3-5 OF THE PARM
004770*        CARD, AFTER THE RUN MODE, SO EACH DESK'S RUN STAMPS
004780*        ITS OWN RECORDS.  NO CODE MEANS THE MAIN BUILDING.
004790         IF WS-PARM-CARD (3:3) NOT = SPACES
004800             MOVE WS-PARM-CARD (3:3) TO WS-SITE-CODE
004810     END-IF.
004820
004830         OPEN EXTEND GREETLOG-FILE.
004840         IF WS-GLOG-STATUS = "35" OR WS-GLOG-STATUS = "05"
004850             CLOSE GREETLOG-FILE
004860             OPEN OUTPUT GREETLOG-FILE
004870     END-IF.
004880
004890         PERFORM 1050-LOAD-PARAMETERS THRU 1050-EXIT.
004900         PERFORM 1100-LOAD-GREETING-TABLE THRU 1100-EXIT.
004910         PERFORM 1200-OPEN-VISITOR-MASTER THRU 1200-EXIT.
004920         PERFORM 1300-OPEN-CALENDAR THRU 1300-EXIT.
004930         PERFORM 1400-OPEN-APPOINTMENTS THRU 1400-EXIT.
004940         PERFORM 1500-OPEN-BADGE-FILE THRU 1500-EXIT.
004950         PERFORM 1600-OPEN-WATCHLIST THRU 1600-EXIT.
004960         PERFORM 1700-OPEN-HOST-NOTICES THRU 1700-EXIT.
004970         PERFORM 1800-OPEN-BADGE-LABELS THRU 1800-EXIT.
004980         PERFORM 1900-OPEN-COMPLIANCE THRU 1900-EXIT.
004990
005000         MOVE "S" TO WS-RL-TYPE.
005010         MOVE ZERO TO WS-RL-COUNT.
005020         MOVE SPACES TO WS-RL-CODE.
005030         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
005040
005050 1000-EXIT.
005060     EXIT.
005070
005080******************************************************************
005090*    1050-LOAD-PARAMETERS - READ THE OPERATING VALUES FOR THIS   *
005100*    RUN FROM THE GREETPRM SITE PARAMETER FILE: THE CHECKPOINT   *
005110*    INTERVAL, THE GREETING-TABLE LANGUAGE LIMIT, AND THE        *
005120*    NOON/EVENING CUTOFF HOURS FOR THE TIME-OF-DAY GREETING.     *
005130*    A MISSING FILE OR KEY LEAVES THE BUILT-IN DEFAULT IN        *
005140*    PLACE, AND THE LANGUAGE LIMIT IS CAPPED AT THE PHYSICAL     *
005150*    SIZE OF GREETING-TABLE-ENTRY.  THE VALUES IN EFFECT ARE     *
005160*    ECHOED ON THE GREETRUN START RECORD FOR GREETOPS REVIEW.    *
005170******************************************************************
005180 1050-LOAD-PARAMETERS.
005190
005200         OPEN INPUT GREETPRM-FILE.
005210         IF WS-PRM-STATUS = "00"
005220             MOVE "CHKPINT " TO PR-PARM-KEY
005230             READ GREETPRM-FILE
005240                 INVALID KEY
005250                     CONTINUE
005260                 NOT INVALID KEY
005270                     MOVE PR-PARM-VALUE
005280                         TO WS-CHECKPOINT-INTERVAL
005290         END-READ
005300             MOVE "MAXLANGS" TO PR-PARM-KEY
005310             READ GREETPRM-FILE
005320                 INVALID KEY
005330                     CONTINUE
005340                 NOT INVALID KEY
005350                     MOVE PR-PARM-VALUE TO WS-MAX-LANGS
005360         END-READ
005370             MOVE "NOONHOUR" TO PR-PARM-KEY
005380             READ GREETPRM-FILE
005390                 INVALID KEY
005400                     CONTINUE
005410                 NOT INVALID KEY
005420                     MOVE PR-PARM-VALUE TO WS-NOON-HOUR
005430         END-READ
005440             MOVE "EVENHOUR" TO PR-PARM-KEY
005450             READ GREETPRM-FILE
005460                 INVALID KEY
005470                     CONTINUE
005480                 NOT INVALID KEY
005490                     MOVE PR-PARM-VALUE TO WS-EVENING-HOUR
005500         END-READ
005510             MOVE "INDUCTRQ" TO PR-PARM-KEY
005520             READ GREETPRM-FILE
005530                 INVALID KEY
005540                     CONTINUE
005550                 NOT INVALID KEY
005560                     MOVE PR-PARM-VALUE TO WS-INDUCTION-RULE
005570         END-READ
005580             CLOSE GREETPRM-FILE
005590     END-IF.
005600
005610         IF WS-MAX-LANGS > WS-LANG-TABLE-SIZE
005620             DISPLAY "MAXLANGS PARAMETER EXCEEDS THE GREETING "
005630                 "TABLE SIZE - USING " WS-LANG-TABLE-SIZE
005640             MOVE WS-LANG-TABLE-SIZE TO WS-MAX-LANGS
005650     END-IF.
005660
005670*        THE INTERVAL DIVIDES THE ROSTER COUNT EVERY BATCH
005680*        RECORD, SO A ZERO - A MIS-KEYED CHKPINT, OR A VALUE
005690*        LIKE 10000 WHOSE LOW FOUR DIGITS TRUNCATE TO ZERO ON
005700*        THE MOVE - WOULD ABEND THE RUN.  FALL BACK TO THE
005710*        BUILT-IN 10 INSTEAD.
005720         IF WS-CHECKPOINT-INTERVAL = ZERO
005730             DISPLAY "CHKPINT PARAMETER IS ZERO AFTER EDIT - "
005740                 "USING 10"
005750             MOVE 10 TO WS-CHECKPOINT-INTERVAL
005760     END-IF.
005770
005780         MOVE WS-CHECKPOINT-INTERVAL TO WS-ECHO-CHKP.
005790         MOVE WS-MAX-LANGS TO WS-ECHO-LANG.
005800         IF WS-INDUCTION-RULE NOT = ZERO
005810             MOVE "Y" TO WS-ECHO-IND
005820     END-IF.
005830         MOVE SPACES TO WS-PARM-ECHO.
005840         STRING "CP=" DELIMITED BY SIZE
005850             WS-ECHO-CHKP DELIMITED BY SIZE
005860             " LG=" DELIMITED BY SIZE
005870             WS-ECHO-LANG DELIMITED BY SIZE
005880             " NH=" DELIMITED BY SIZE
005890             WS-NOON-HOUR DELIMITED BY SIZE
005900             " EH=" DELIMITED BY SIZE
005910             WS-EVENING-HOUR DELIMITED BY SIZE
005920             " IR=" DELIMITED BY SIZE
005930             WS-ECHO-IND DELIMITED BY SIZE
005940             INTO WS-PARM-ECHO.
005950
005960 1050-EXIT.
005970     EXIT.
005980
005990******************************************************************
006000*    1100-LOAD-GREETING-TABLE - LOAD GREETTMP INTO GREETING-TABLE*
006010*    AT START-UP.  IF GREETTMP DOES NOT EXIST YET, THE TABLE IS  *
006020*    LEFT EMPTY AND THE ENGLISH DEFAULT GREETING TEXT IS USED.   *
006030*    LOADING STOPS AT THE MAXLANGS PARAMETER (20 UNLESS          *
006040*    GREETPRM SAYS OTHERWISE), SO A GREETTMP THAT HAS GROWN      *
006050*    PAST THE LIMIT NEVER OVERRUNS THE TABLE.                    *
006060******************************************************************
006070 1100-LOAD-GREETING-TABLE.
006080
006090         MOVE ZERO TO WS-GTE-COUNT.
006100         OPEN INPUT GREETTMP-FILE.
006110         IF WS-GTMP-STATUS = "00"
006120             PERFORM 1110-READ-GREETTMP THRU 1110-EXIT
006130             PERFORM 1120-LOAD-ONE-ENTRY THRU 1120-EXIT
006140                 UNTIL WS-GTMP-EOF
006150                 OR WS-GTE-COUNT = WS-MAX-LANGS
006160             IF NOT WS-GTMP-EOF
006170                 DISPLAY "GREETTMP HAS MORE THAN " WS-MAX-LANGS
006180                     " LANGUAGE CODES - REMAINING ENTRIES "
006190                     "IGNORED"
006200         END-IF
006210             CLOSE GREETTMP-FILE
006220     END-IF.
006230
006240 1100-EXIT.
006250     EXIT.
006260
006270******************************************************************
006280*    1110-READ-GREETTMP - PRIMING AND SUBSEQUENT READS OF THE    *
006290*    GREETING-TEMPLATE FILE, IN KEY SEQUENCE BY LANGUAGE CODE.   *
006300******************************************************************
006310 1110-READ-GREETTMP.
006320
006330         READ GREETTMP-FILE
006340             AT END
006350                 SET WS-GTMP-EOF TO TRUE
006360     END-READ.
006370
006380 1110-EXIT.
006390     EXIT.
006400
006410******************************************************************
006420*    1120-LOAD-ONE-ENTRY - COPY ONE GREETTMP RECORD INTO THE     *
006430*    NEXT AVAILABLE GREETING-TABLE SLOT.                         *
006440******************************************************************
006450 1120-LOAD-ONE-ENTRY.
006460
006470         ADD 1 TO WS-GTE-COUNT.
006480         SET GT-IDX TO WS-GTE-COUNT.
006490         MOVE GT-LANG-CODE     TO GTE-LANG-CODE (GT-IDX).
006500         MOVE GT-GREETING-TEXT TO GTE-GREETING-TEXT (GT-IDX).
006510         PERFORM 1110-READ-GREETTMP THRU 1110-EXIT.
006520
006530 1120-EXIT.
006540     EXIT.
006550
006560******************************************************************
006570*    1200-OPEN-VISITOR-MASTER - OPEN GREETVIS FOR UPDATE,        *
006580*    CREATING IT ON THE FIRST RUN IF IT DOES NOT YET EXIST, THEN *
006590*    FIND THE HIGHEST VISITOR ID ON FILE SO A FIRST-TIME VISITOR *
006600*    GREETED THIS RUN GETS THE NEXT ID IN SEQUENCE.              *
006610******************************************************************
006620 1200-OPEN-VISITOR-MASTER.
006630
006640         OPEN I-O GREETVIS-FILE.
006650         IF WS-VIS-STATUS = "35" OR WS-VIS-STATUS = "05"
006660             CLOSE GREETVIS-FILE
006670             OPEN OUTPUT GREETVIS-FILE
006680             CLOSE GREETVIS-FILE
006690             OPEN I-O GREETVIS-FILE
006700     END-IF.
006710
006720         IF WS-VIS-STATUS = "00"
006730             SET WS-VIS-OPENED TO TRUE
006740             MOVE ZERO TO WS-NEXT-VISITOR-ID
006750             MOVE "N" TO WS-VIS-EOF-SW
006760             MOVE ZERO TO VM-VISITOR-ID
006770             START GREETVIS-FILE KEY IS NOT LESS THAN
006780                 VM-VISITOR-ID
006790                 INVALID KEY
006800                     SET WS-VIS-EOF TO TRUE
006810         END-START
006820             PERFORM 1210-SCAN-ONE-VISITOR THRU 1210-EXIT
006830                 UNTIL WS-VIS-EOF
006840         ELSE
006850             DISPLAY "GREETVIS NOT AVAILABLE, STATUS "
006860                 WS-VIS-STATUS
006870                 " - VISITORS GREETED AS FIRST-TIMERS"
006880     END-IF.
006890
006900*        EVERY UPDATE TO THE MASTER IS JOURNALED, SO THE JOURNAL
006910*        IS ONLY OPENED WHEN THE MASTER ITSELF OPENED.
006920         IF WS-VIS-OPENED
006930             OPEN EXTEND GREETVJL-FILE
006940             IF WS-VJL-STATUS = "35" OR WS-VJL-STATUS = "05"
006950                 CLOSE GREETVJL-FILE
006960                 OPEN OUTPUT GREETVJL-FILE
006970         END-IF
006980             IF WS-VJL-STATUS = "00"
006990                 SET WS-VJL-OPENED TO TRUE
007000             ELSE
007010                 DISPLAY "GREETVJL NOT AVAILABLE, STATUS "
007020                     WS-VJL-STATUS
007030                     " - GREETVIS UPDATES NOT JOURNALED"
007040         END-IF
007050     END-IF.
007060
007070 1200-EXIT.
007080     EXIT.
007090
007100******************************************************************
007110*    1210-SCAN-ONE-VISITOR - READ THE NEXT MASTER RECORD IN      *
007120*    VISITOR-ID SEQUENCE; THE LAST ONE READ CARRIES THE HIGHEST  *
007130*    ID ASSIGNED SO FAR.                                         *
007140******************************************************************
007150 1210-SCAN-ONE-VISITOR.
007160
007170         READ GREETVIS-FILE NEXT RECORD
007180             AT END
007190                 SET WS-VIS-EOF TO TRUE
007200             NOT AT END
007210                 MOVE VM-VISITOR-ID TO WS-NEXT-VISITOR-ID
007220     END-READ.
007230
007240 1210-EXIT.
007250     EXIT.
007260
007270******************************************************************
007280*    1300-OPEN-CALENDAR - OPEN THE GREETCAL GREETING CALENDAR    *
007290*    FOR THE RUN.  A MISSING CALENDAR IS NOT AN ERROR - THE      *
007300*    GREETING SIMPLY COMES FROM THE GREETTMP TABLE AS IT        *
007310*    ALWAYS HAS.                                                 *
007320******************************************************************
007330 1300-OPEN-CALENDAR.
007340
007350         OPEN INPUT GREETCAL-FILE.
007360         IF WS-CAL-STATUS = "00"
007370             SET WS-CAL-OPENED TO TRUE
007380     END-IF.
007390
007400 1300-EXIT.
007410     EXIT.
007420
007430******************************************************************
007440*    1400-OPEN-APPOINTMENTS - OPEN THE GREETAPT APPOINTMENT      *
007450*    FILE FOR THE RUN SO A GREETED VISITOR'S APPOINTMENT CAN BE  *
007460*    MARKED ARRIVED.  A MISSING FILE IS NOT AN ERROR - NO        *
007470*    APPOINTMENTS WERE LOADED FOR TODAY AND THERE IS NOTHING    *
007480*    TO MARK.                                                    *
007490******************************************************************
007500 1400-OPEN-APPOINTMENTS.
007510
007520         OPEN I-O GREETAPT-FILE.
007530         IF WS-APT-STATUS = "00"
007540             SET WS-APT-OPENED TO TRUE
007550     END-IF.
007560
007570 1400-EXIT.
007580     EXIT.
007590
007600******************************************************************
007610*    1500-OPEN-BADGE-FILE - OPEN GREETBDG FOR UPDATE, CREATING   *
007620*    IT ON THE FIRST RUN IF IT DOES NOT YET EXIST, THEN FIND     *
007630*    THE HIGHEST BADGE NUMBER ON FILE SO THE NEXT VISITOR        *
007640*    GREETED GETS THE NEXT NUMBER IN SEQUENCE.  WHEN THE FILE    *
007650*    CANNOT BE OPENED VISITORS ARE STILL GREETED, JUST WITHOUT   *
007660*    A BADGE.                                                    *
007670******************************************************************
007680 1500-OPEN-BADGE-FILE.
007690
007700         OPEN I-O GREETBDG-FILE.
007710         IF WS-BDG-STATUS = "35" OR WS-BDG-STATUS = "05"
007720             CLOSE GREETBDG-FILE
007730             OPEN OUTPUT GREETBDG-FILE
007740             CLOSE GREETBDG-FILE
007750             OPEN I-O GREETBDG-FILE
007760     END-IF.
007770
007780         IF WS-BDG-STATUS = "00"
007790             SET WS-BDG-OPENED TO TRUE
007800             MOVE ZERO TO WS-NEXT-BADGE-NO
007810             MOVE "N" TO WS-BDG-EOF-SW
007820             MOVE ZERO TO BG-BADGE-NO
007830             START GREETBDG-FILE KEY IS NOT LESS THAN
007840                 BG-BADGE-NO
007850                 INVALID KEY
007860                     SET WS-BDG-EOF TO TRUE
007870         END-START
007880             PERFORM 1510-SCAN-ONE-BADGE THRU 1510-EXIT
007890                 UNTIL WS-BDG-EOF
007900         ELSE
007910             DISPLAY "GREETBDG NOT AVAILABLE, STATUS "
007920                 WS-BDG-STATUS
007930                 " - VISITORS GREETED WITHOUT BADGES"
007940     END-IF.
007950
007960 1500-EXIT.
007970     EXIT.
007980
007990******************************************************************
008000*    1510-SCAN-ONE-BADGE - READ THE NEXT BADGE RECORD IN BADGE-  *
008010*    NUMBER SEQUENCE; THE LAST ONE READ CARRIES THE HIGHEST      *
008020*    NUMBER ISSUED SO FAR.                                       *
008030******************************************************************
008040 1510-SCAN-ONE-BADGE.
008050
008060         READ GREETBDG-FILE NEXT RECORD
008070             AT END
008080                 SET WS-BDG-EOF TO TRUE
008090             NOT AT END
008100                 MOVE BG-BADGE-NO TO WS-NEXT-BADGE-NO
008110     END-READ.
008120
008130 1510-EXIT.
008140     EXIT.
008150
008160******************************************************************
008170*    1600-OPEN-WATCHLIST - OPEN THE GREETWCH WATCHLIST FOR THE   *
008180*    RUN.  A MISSING WATCHLIST IS NOT AN ERROR - NOBODY IS A     *
008190*    VIP AND NOBODY IS BARRED, EXACTLY AS BEFORE THE LIST        *
008200*    EXISTED.                                                    *
008210******************************************************************
008220 1600-OPEN-WATCHLIST.
008230
008240         OPEN INPUT GREETWCH-FILE.
008250         IF WS-WCH-STATUS = "00"
008260             SET WS-WCH-OPENED TO TRUE
008270     END-IF.
008280
008290 1600-EXIT.
008300     EXIT.
008310
008320******************************************************************
008330*    1700-OPEN-HOST-NOTICES - OPEN THE GREETHST HOST DIRECTORY   *
008340*    FOR LOOKUPS AND THE GREETHAN HOST-ARRIVAL NOTICE FILE FOR   *
008350*    UPDATE, CREATING THE NOTICE FILE ON ITS FIRST USE.  A       *
008360*    MISSING DIRECTORY ONLY COSTS THE NOTICE ITS EXTENSION - THE *
008370*    HOST NAME IS ALSO ON THE APPOINTMENT.  A NOTICE FILE THAT   *
008380*    CANNOT BE OPENED MEANS VISITORS ARE GREETED WITHOUT         *
008390*    NOTICES, THE SAME WAY A MISSING BADGE FILE IS HANDLED.      *
008400******************************************************************
008410 1700-OPEN-HOST-NOTICES.
008420
008430         OPEN INPUT GREETHST-FILE.
008440         IF WS-HST-STATUS = "00"
008450             SET WS-HST-OPENED TO TRUE
008460     END-IF.
008470
008480         OPEN I-O GREETHAN-FILE.
008490         IF WS-HAN-STATUS = "35" OR WS-HAN-STATUS = "05"
008500             CLOSE GREETHAN-FILE
008510             OPEN OUTPUT GREETHAN-FILE
008520             CLOSE GREETHAN-FILE
008530             OPEN I-O GREETHAN-FILE
008540     END-IF.
008550
008560         IF WS-HAN-STATUS = "00"
008570             SET WS-HAN-OPENED TO TRUE
008580         ELSE
008590             DISPLAY "GREETHAN NOT AVAILABLE, STATUS "
008600                 WS-HAN-STATUS
008610                 " - NO HOST-ARRIVAL NOTICES THIS RUN"
008620     END-IF.
008630
008640 1700-EXIT.
008650     EXIT.
008660
008670******************************************************************
008680*    1800-OPEN-BADGE-LABELS - OPEN THE GREETORG COMPANY FILE     *
008690*    FOR THE NAME ON THE LABEL, AND THE GREETLBL BADGE LABEL     *
008700*    PRINT FILE FOR APPEND, CREATING IT ON ITS FIRST USE.  A     *
008710*    MISSING COMPANY FILE ONLY LEAVES THE COMPANY NAME OFF THE   *
008720*    LABEL.  A LABEL FILE THAT CANNOT BE OPENED MEANS BADGES     *
008730*    ARE ISSUED WITHOUT LABELS, AS BEFORE.                       *
008740******************************************************************
008750 1800-OPEN-BADGE-LABELS.
008760
008770         OPEN INPUT GREETORG-FILE.
008780         IF WS-ORG-STATUS = "00"
008790             SET WS-ORG-OPENED TO TRUE
008800     END-IF.
008810
008820         OPEN EXTEND GREETLBL-FILE.
008830         IF WS-LBL-STATUS = "35" OR WS-LBL-STATUS = "05"
008840             CLOSE GREETLBL-FILE
008850             OPEN OUTPUT GREETLBL-FILE
008860     END-IF.
008870
008880         IF WS-LBL-STATUS = "00"
008890             SET WS-LBL-OPENED TO TRUE
008900         ELSE
008910             DISPLAY "GREETLBL NOT AVAILABLE, STATUS "
008920                 WS-LBL-STATUS
008930                 " - BADGES ISSUED WITHOUT LABELS"
008940     END-IF.
008950
008960 1800-EXIT.
008970     EXIT.
008980
008990******************************************************************
009000*    1900-OPEN-COMPLIANCE - OPEN THE GREETCMP COMPLIANCE FILE    *
009010*    FOR LOOKUPS.  WITHOUT IT NO INDUCTION OR NDA CAN BE         *
009020*    CHECKED, SO THE DESK IS TOLD ONCE AT START-UP AND VISITORS  *
009030*    ARE GREETED AS BEFORE THE FILE EXISTED.                     *
009040******************************************************************
009050 1900-OPEN-COMPLIANCE.
009060
009070         OPEN INPUT GREETCMP-FILE.
009080         IF WS-CMP-STATUS = "00"
009090             SET WS-CMP-OPENED TO TRUE
009100         ELSE
009110             DISPLAY "GREETCMP NOT AVAILABLE, STATUS "
009120                 WS-CMP-STATUS
009130                 " - COMPLIANCE NOT CHECKED THIS RUN"
009140     END-IF.
009150
009160 1900-EXIT.
009170     EXIT.
009180
009190******************************************************************
009200*    2000-GREET-VISITOR - ORIGINAL CONSOLE GREETING, NOW LOGGED  *
009210*    TO GREETLOG SO WE HAVE A HISTORY OF WHO WAS GREETED.        *
009220******************************************************************
009230 2000-GREET-VISITOR.
009240
009250         MOVE ZERO TO WS-BAD-ATTEMPT-CT.
009260         MOVE SPACES TO WS-NAME-RECORD.
009270         SET WS-NAME-INVALID TO TRUE.
009280         PERFORM 2100-ACCEPT-ONE-NAME THRU 2100-EXIT
009290             UNTIL WS-NAME-VALID.
009300         PERFORM 2150-ACCEPT-REST-OF-NAME THRU 2150-EXIT.
009310
009320         DISPLAY "Enter a language code, or press Enter for "
009330             "English (ENG/SPA/FRA/LIT):".
009340         MOVE SPACES TO WS-LANG-CODE.
009350         ACCEPT WS-LANG-CODE.
009360         IF WS-LANG-CODE = SPACES
009370             MOVE "ENG" TO WS-LANG-CODE
009380     END-IF.
009390
009400         PERFORM 4000-BUILD-AND-GREET THRU 4000-EXIT.
009410
009420 2000-EXIT.
009430     EXIT.
009440
009450******************************************************************
009460*    2100-ACCEPT-ONE-NAME - REJECT A BLANK OR NON-ALPHABETIC     *
009470*    ENTRY AND COUNT HOW MANY BAD ATTEMPTS WERE MADE THIS RUN.   *
009480******************************************************************
009490 2100-ACCEPT-ONE-NAME.
009500
009510         DISPLAY "Enter your first name, please:".
009520         MOVE SPACES TO NM-FIRST.
009530         ACCEPT NM-FIRST.
009540         IF NM-FIRST NOT = SPACES AND NM-FIRST IS ALPHABETIC
009550             SET WS-NAME-VALID TO TRUE
009560             ADD 1 TO WS-ACCEPT-COUNT
009570         ELSE
009580             SET WS-NAME-INVALID TO TRUE
009590             ADD 1 TO WS-BAD-ATTEMPT-CT
009600             DISPLAY "Invalid name - letters only, cannot be "
009610                 "blank.  Please try again."
009620     END-IF.
009630
009640 2100-EXIT.
009650     EXIT.
009660
009670******************************************************************
009680*    2150-ACCEPT-REST-OF-NAME - COLLECT THE REMAINING PARTS OF   *
009690*    THE STRUCTURED NAME RECORD FROM THE CONSOLE.  NONE OF THESE *
009700*    ARE VALIDATED OR REQUIRED - A VISITOR WITH A LONG LAST NAME *
009710*    OR NO MIDDLE NAME IS JUST AS WELCOME.                       *
009720******************************************************************
009730 2150-ACCEPT-REST-OF-NAME.
009740
009750         DISPLAY "Enter your title (MR, MRS, DR), or press "
009760             "Enter to skip:".
009770         MOVE SPACES TO NM-TITLE.
009780         ACCEPT NM-TITLE.
009790
009800         DISPLAY "Enter your middle name, or press Enter to "
009810             "skip:".
009820         MOVE SPACES TO NM-MIDDLE.
009830         ACCEPT NM-MIDDLE.
009840
009850         DISPLAY "Enter your last name, or press Enter to skip:".
009860         MOVE SPACES TO NM-LAST.
009870         ACCEPT NM-LAST.
009880
009890         DISPLAY "Enter your suffix (JR, SR, III), or press "
009900             "Enter to skip:".
009910         MOVE SPACES TO NM-SUFFIX.
009920         ACCEPT NM-SUFFIX.
009930
009940         DISPLAY "Enter your company code, or press Enter to "
009950             "skip:".
009960         MOVE SPACES TO WS-ORG-CODE.
009970         ACCEPT WS-ORG-CODE.
009980
009990 2150-EXIT.
010000     EXIT.
010010
010020******************************************************************
010030*    3000-BATCH-PROCESS - DRIVE THE GREETING FROM GREETROS,      *
010040*    ONE VISITOR PER RECORD, WITH NO OPERATOR AT THE TERMINAL.   *
010050******************************************************************
010060 3000-BATCH-PROCESS.
010070
010080         PERFORM 3050-INIT-CHECKPOINT THRU 3050-EXIT.
010090
010100         OPEN INPUT GREETROS-FILE.
010110         IF WS-ROS-STATUS NOT = "00"
010120             DISPLAY "GREETROS OPEN FAILED, STATUS " WS-ROS-STATUS
010130             CLOSE GREETCHK-FILE
010140             GO TO 3000-EXIT
010150     END-IF.
010160
010170         PERFORM 3100-READ-ROSTER THRU 3100-EXIT.
010180         PERFORM 3200-PROCESS-ROSTER THRU 3200-EXIT
010190             UNTIL WS-ROS-EOF.
010200
010210         CLOSE GREETROS-FILE.
010220
010230*        A FULL, NORMAL COMPLETION MEANS EVERY ROSTER RECORD WAS
010240*        PROCESSED, SO THE CHECKPOINT NO LONGER APPLIES - WRITE
010250*        A ZERO-COUNT RECORD FOR THIS SITE SO TOMORROW'S ROSTER
010260*        DOES NOT INHERIT TODAY'S SKIP COUNT.  GREETCHK IS
010270*        SHARED BY EVERY DESK, SO IT IS NEVER TRUNCATED HERE -
010280*        THAT WOULD WIPE ANOTHER DESK'S RESTART CHECKPOINT.  AN
010290*        ABORTED RUN NEVER REACHES THIS POINT, SO ITS OWN
010300*        CHECKPOINT IS LEFT INTACT FOR RESTART.
010310         MOVE ZERO TO WS-ROS-COUNT.
010320         PERFORM 3300-WRITE-CHECKPOINT THRU 3300-EXIT.
010330         CLOSE GREETCHK-FILE.
010340
010350 3000-EXIT.
010360     EXIT.
010370
010380******************************************************************
010390*    3050-INIT-CHECKPOINT - FIND HOW MANY NAMES WERE ALREADY     *
010400*    PROCESSED AS OF THE LAST CHECKPOINT, THEN OPEN GREETCHK     *
010410*    FOR THIS RUN'S NEW CHECKPOINT RECORDS.                      *
010420******************************************************************
010430 3050-INIT-CHECKPOINT.
010440
010450         MOVE ZERO TO WS-SKIP-COUNT.
010460         OPEN INPUT GREETCHK-FILE.
010470         IF WS-CHK-STATUS = "00"
010480             PERFORM 3060-READ-CHECKPOINT THRU 3060-EXIT
010490             PERFORM 3060-READ-CHECKPOINT THRU 3060-EXIT
010500                 UNTIL WS-CHK-EOF
010510             CLOSE GREETCHK-FILE
010520     END-IF.
010530
010540         OPEN EXTEND GREETCHK-FILE.
010550         IF WS-CHK-STATUS = "35" OR WS-CHK-STATUS = "05"
010560             CLOSE GREETCHK-FILE
010570             OPEN OUTPUT GREETCHK-FILE
010580     END-IF.
010590
010600 3050-EXIT.
010610     EXIT.
010620
010630******************************************************************
010640*    3060-READ-CHECKPOINT - READ THE NEXT CHECKPOINT RECORD AND  *
010650*    KEEP ITS COUNT; THE LAST RECORD READ IS THE LATEST ONE.     *
010660*    GREETCHK IS SHARED, SO ONLY THIS DESK'S RECORDS COUNT -     *
010670*    ANOTHER DESK'S LEFTOVER SKIP COUNT MUST NEVER SKIP THIS     *
010680*    DESK'S ROSTER RECORDS.                                      *
010690******************************************************************
010700 3060-READ-CHECKPOINT.
010710
010720         READ GREETCHK-FILE
010730             AT END
010740                 SET WS-CHK-EOF TO TRUE
010750             NOT AT END
010760                 IF CK-SITE-CODE = WS-SITE-CODE
010770                     MOVE CK-RECORDS-PROCESSED TO WS-SKIP-COUNT
010780             END-IF
010790     END-READ.
010800
010810 3060-EXIT.
010820     EXIT.
010830
010840******************************************************************
010850*    3100-READ-ROSTER - PRIMING AND SUBSEQUENT READS OF GREETROS.*
010860******************************************************************
010870 3100-READ-ROSTER.
010880
010890         READ GREETROS-FILE
010900             AT END
010910                 SET WS-ROS-EOF TO TRUE
010920     END-READ.
010930
010940 3100-EXIT.
010950     EXIT.
010960
010970******************************************************************
010980*    3200-PROCESS-ROSTER - GREET THE VISITOR NAMED ON THE        *
010990*    CURRENT ROSTER RECORD, LOG IT, THEN READ THE NEXT RECORD.   *
011000******************************************************************
011010 3200-PROCESS-ROSTER.
011020
011030         ADD 1 TO WS-ROS-COUNT.
011040         IF WS-ROS-COUNT > WS-SKIP-COUNT
011050             MOVE SPACES TO WS-NAME-RECORD
011060             MOVE RR-TITLE  TO NM-TITLE
011070             MOVE RR-FIRST  TO NM-FIRST
011080             MOVE RR-MIDDLE TO NM-MIDDLE
011090             MOVE RR-LAST   TO NM-LAST
011100             MOVE RR-SUFFIX TO NM-SUFFIX
011110             MOVE RR-ORG-CODE TO WS-ORG-CODE
011120             MOVE RR-LANG-CODE TO WS-LANG-CODE
011130             IF WS-LANG-CODE = SPACES
011140                 MOVE "ENG" TO WS-LANG-CODE
011150         END-IF
011160             ADD 1 TO WS-ACCEPT-COUNT
011170             PERFORM 4000-BUILD-AND-GREET THRU 4000-EXIT
011180             DIVIDE WS-ROS-COUNT BY WS-CHECKPOINT-INTERVAL
011190                 GIVING WS-CHK-QUOTIENT
011200                 REMAINDER WS-CHK-REMAINDER
011210             IF WS-CHK-REMAINDER = ZERO
011220                 PERFORM 3300-WRITE-CHECKPOINT THRU 3300-EXIT
011230     END-IF
011240     END-IF.
011250
011260         PERFORM 3100-READ-ROSTER THRU 3100-EXIT.
011270
011280 3200-EXIT.
011290     EXIT.
011300
011310******************************************************************
011320*    3300-WRITE-CHECKPOINT - RECORD HOW MANY NAMES HAVE BEEN     *
011330*    PROCESSED SO FAR IN THIS ROSTER, SO A RERUN CAN RESUME      *
011340*    RIGHT AFTER THIS POINT INSTEAD OF STARTING OVER.            *
011350******************************************************************
011360 3300-WRITE-CHECKPOINT.
011370
011380         MOVE WS-ROS-COUNT TO CK-RECORDS-PROCESSED.
011390         ACCEPT CK-CHECKPOINT-DATE FROM DATE YYYYMMDD.
011400         ACCEPT CK-CHECKPOINT-TIME FROM TIME.
011410         MOVE WS-SITE-CODE TO CK-SITE-CODE.
011420         WRITE CHECKPOINT-RECORD.
011430
011440 3300-EXIT.
011450     EXIT.
011460
011470******************************************************************
011480*    4000-BUILD-AND-GREET - DISPLAY THE GREETING AND LOG IT.     *
011490*    SHARED BY THE INTERACTIVE AND BATCH PATHS.  THE VISITOR IS  *
011500*    SCREENED AGAINST THE GREETWCH WATCHLIST FIRST: A BARRED     *
011510*    MATCH STOPS EVERYTHING - NO GREETING, NO MASTER UPDATE,     *
011520*    NO BADGE, NO GREETLOG RECORD - AND RAISES A SECURITY        *
011530*    ALERT INSTEAD.  A VIP MATCH GETS THE WHITE-GLOVE GREETING   *
011540*    AND A HOST NOTIFICATION.  OTHERWISE A VISITOR FOUND ON      *
011550*    THE GREETVIS MASTER IS WELCOMED BACK WITH THEIR LIFETIME    *
011560*    VISIT COUNT, AND EVERYONE ELSE GETS THE TEMPLATE GREETING.  *
011570*    ONCE THE VISITOR IS ON THE MASTER THEIR GREETCMP INDUCTION  *
011580*    AND NDA ARE CHECKED; A GAP IS A WARNING, NOT A REFUSAL.     *
011590******************************************************************
011600 4000-BUILD-AND-GREET.
011610
011620         PERFORM 4500-SCREEN-WATCHLIST THRU 4500-EXIT.
011630
011640*        A BARRED VISITOR IS BACKED OUT OF THE ACCEPTED COUNT SO
011650*        THE NAMES-ACCEPTED VS. GREETLOG-WRITTEN CONTROL TOTALS
011660*        STILL BALANCE WITH NO GREETLOG RECORD WRITTEN.
011670         IF WS-BARRED-VISITOR
011680             DISPLAY "*** DO NOT ADMIT " NM-FIRST " " NM-LAST
011690                 " - SECURITY ALERT RAISED ***"
011700             DISPLAY "INSTRUCTIONS: " WS-WCH-INSTRUCTIONS
011710             MOVE "B" TO WS-ALERT-TYPE
011720             PERFORM 4600-WRITE-ALERT THRU 4600-EXIT
011730             SUBTRACT 1 FROM WS-ACCEPT-COUNT
011740             GO TO 4000-EXIT
011750     END-IF.
011760
011770         PERFORM 4200-CHECK-VISITOR-MASTER THRU 4200-EXIT.
011780         PERFORM 4700-CHECK-COMPLIANCE THRU 4700-EXIT.
011790
011800         IF WS-VIP-VISITOR
011810             DISPLAY "Welcome, " NM-FIRST
011820                 " - a pleasure to have you with us"
011830             DISPLAY "VIP INSTRUCTIONS: " WS-WCH-INSTRUCTIONS
011840             MOVE "V" TO WS-ALERT-TYPE
011850             PERFORM 4600-WRITE-ALERT THRU 4600-EXIT
011860         ELSE
011870             IF WS-RETURNING-VISITOR
011880                 MOVE VM-VISIT-COUNT TO WS-VISIT-COUNT-DISP
011890                 DISPLAY "Welcome back, " NM-FIRST
011900                     " - visit number " WS-VISIT-COUNT-DISP
011910             ELSE
011920                 PERFORM 5000-LOOKUP-GREETING THRU 5000-EXIT
011930                 PERFORM 4100-TRIM-GREETING-TEXT THRU 4100-EXIT
011940                 DISPLAY WS-GREETING-TEXT (1:WS-GREET-LEN) " "
011950                     NM-FIRST
011960         END-IF
011970     END-IF.
011980
011990         IF WS-ESCORT-VISITOR OR WS-ESCORT-ONLY
012000             DISPLAY "ESCORT REQUIRED FOR " NM-FIRST " " NM-LAST
012010             IF WS-ESCORT-VISITOR
012020                 DISPLAY "INSTRUCTIONS: " WS-WCH-INSTRUCTIONS
012030             ELSE
012040                 DISPLAY "ESCORT-ONLY CLEARANCE ON FILE"
012050         END-IF
012060     END-IF.
012070
012080         PERFORM 4300-MARK-APPOINTMENT THRU 4300-EXIT.
012090         PERFORM 4400-ISSUE-BADGE THRU 4400-EXIT.
012100
012110         PERFORM 7000-WRITE-GREETLOG THRU 7000-EXIT.
012120
012130 4000-EXIT.
012140     EXIT.
012150
012160******************************************************************
012170*    4100-TRIM-GREETING-TEXT - FIND THE LENGTH OF WS-GREETING-   *
012180*    TEXT WITHOUT ITS TRAILING SPACES, SO THE DISPLAYED GREETING *
012190*    READS "HELLO, JOHN" INSTEAD OF PADDING OUT TO THE FULL      *
012200*    15-CHARACTER TABLE WIDTH BEFORE THE VISITOR'S NAME.         *
012210******************************************************************
012220 4100-TRIM-GREETING-TEXT.
012230
012240         MOVE 15 TO WS-GREET-LEN.
012250         PERFORM 4150-SHRINK-GREET-LEN THRU 4150-EXIT
012260             VARYING WS-GREET-LEN FROM 15 BY -1
012270             UNTIL WS-GREET-LEN = 1
012280             OR WS-GREETING-TEXT (WS-GREET-LEN:1) NOT = SPACE.
012290
012300 4100-EXIT.
012310     EXIT.
012320
012330******************************************************************
012340*    4150-SHRINK-GREET-LEN - LOOP BODY FOR 4100 ABOVE.  THE WORK *
012350*    IS ALL DONE BY THE VARYING/UNTIL CLAUSE ON THE PERFORM.     *
012360******************************************************************
012370 4150-SHRINK-GREET-LEN.
012380
012390         CONTINUE.
012400
012410 4150-EXIT.
012420     EXIT.
012430
012440******************************************************************
012450*    4200-CHECK-VISITOR-MASTER - LOOK THE CURRENT VISITOR UP ON  *
012460*    GREETVIS BY LAST/FIRST NAME.  A MATCH IS A RETURNING        *
012470*    VISITOR - BUMP THE LIFETIME COUNT AND LAST-VISIT DATE.  NO  *
012480*    MATCH IS A FIRST-TIME VISITOR - ADD THEM TO THE MASTER      *
012490*    UNDER THE NEXT VISITOR ID.  WHEN THE MASTER COULD NOT BE    *
012500*    OPENED EVERY VISITOR IS TREATED AS A FIRST-TIMER AND THE    *
012510*    MASTER IS LEFT ALONE.                                       *
012520******************************************************************
012530 4200-CHECK-VISITOR-MASTER.
012540
012550         MOVE "N" TO WS-RETURNING-SW.
012560         IF NOT WS-VIS-OPENED
012570             GO TO 4200-EXIT
012580     END-IF.
012590
012600         MOVE NM-LAST  TO VM-LAST.
012610         MOVE NM-FIRST TO VM-FIRST.
012620         READ GREETVIS-FILE
012630             KEY IS VM-NAME-KEY
012640             INVALID KEY
012650                 MOVE "N" TO WS-RETURNING-SW
012660             NOT INVALID KEY
012670                 SET WS-RETURNING-VISITOR TO TRUE
012680     END-READ.
012690
012700         IF WS-RETURNING-VISITOR
012710             MOVE VISITOR-MASTER-RECORD TO WS-VM-BEFORE
012720             ADD 1 TO VM-VISIT-COUNT
012730             ACCEPT VM-LAST-VISIT-DATE FROM DATE YYYYMMDD
012740*            THE ROSTER'S COMPANY CODE REFRESHES THE MASTER; A
012750*            BLANK ROSTER CODE LEAVES THE MASTER'S CODE AND
012760*            CARRIES IT FORWARD ONTO TODAY'S GREETLOG RECORD.
012770             IF WS-ORG-CODE NOT = SPACES
012780                 MOVE WS-ORG-CODE TO VM-ORG-CODE
012790             ELSE
012800                 MOVE VM-ORG-CODE TO WS-ORG-CODE
012810         END-IF
012820             MOVE WS-SITE-CODE TO VM-SITE-CODE
012830             REWRITE VISITOR-MASTER-RECORD
012840                 INVALID KEY
012850                     DISPLAY "GREETVIS REWRITE FAILED, STATUS "
012860                         WS-VIS-STATUS
012870                 NOT INVALID KEY
012880                     MOVE "C" TO WS-JR-FUNCTION
012890                     PERFORM 4250-WRITE-VIS-JOURNAL
012900                         THRU 4250-EXIT
012910         END-REWRITE
012920         ELSE
012930             ADD 1 TO WS-NEXT-VISITOR-ID
012940             MOVE SPACES TO WS-VM-BEFORE
012950             MOVE SPACES TO VISITOR-MASTER-RECORD
012960             MOVE WS-NEXT-VISITOR-ID TO VM-VISITOR-ID
012970             MOVE NM-LAST   TO VM-LAST
012980             MOVE NM-FIRST  TO VM-FIRST
012990             MOVE NM-TITLE  TO VM-TITLE
013000             MOVE NM-MIDDLE TO VM-MIDDLE
013010             MOVE NM-SUFFIX TO VM-SUFFIX
013020             ACCEPT VM-FIRST-VISIT-DATE FROM DATE YYYYMMDD
013030             MOVE VM-FIRST-VISIT-DATE TO VM-LAST-VISIT-DATE
013040             MOVE 1 TO VM-VISIT-COUNT
013050             MOVE WS-ORG-CODE TO VM-ORG-CODE
013060             MOVE WS-SITE-CODE TO VM-SITE-CODE
013070             WRITE VISITOR-MASTER-RECORD
013080                 INVALID KEY
013090                     DISPLAY "GREETVIS WRITE FAILED, STATUS "
013100                         WS-VIS-STATUS
013110                 NOT INVALID KEY
013120                     MOVE "A" TO WS-JR-FUNCTION
013130                     PERFORM 4250-WRITE-VIS-JOURNAL
013140                         THRU 4250-EXIT
013150         END-WRITE
013160     END-IF.
013170
013180 4200-EXIT.
013190     EXIT.
013200
013210******************************************************************
013220*    4250-WRITE-VIS-JOURNAL - JOURNAL THE GREETVIS UPDATE JUST   *
013230*    MADE.  THE CALLER STAGES THE FUNCTION CODE AND THE BEFORE   *
013240*    IMAGE; THE AFTER IMAGE IS THE MASTER RECORD AS IT NOW       *
013250*    STANDS.  SKIPPED QUIETLY WHEN THE JOURNAL COULD NOT BE      *
013260*    OPENED - THE WARNING WAS ALREADY GIVEN AT START-UP.         *
013270******************************************************************
013280 4250-WRITE-VIS-JOURNAL.
013290
013300         IF NOT WS-VJL-OPENED
013310             GO TO 4250-EXIT
013320     END-IF.
013330
013340         MOVE SPACES TO VISITOR-JOURNAL-RECORD.
013350         MOVE WS-JR-FUNCTION TO JR-FUNCTION.
013360         MOVE "SAMPLE" TO JR-PROGRAM-NAME.
013370         ACCEPT JR-JOURNAL-DATE FROM DATE YYYYMMDD.
013380         ACCEPT JR-JOURNAL-TIME FROM TIME.
013390         MOVE WS-VM-BEFORE TO JR-BEFORE-IMAGE.
013400         MOVE VISITOR-MASTER-RECORD TO JR-AFTER-IMAGE.
013410         WRITE VISITOR-JOURNAL-RECORD.
013420
013430 4250-EXIT.
013440     EXIT.
013450
013460******************************************************************
013470*    4300-MARK-APPOINTMENT - IF THE VISITOR JUST GREETED HAS AN  *
013480*    APPOINTMENT ON GREETAPT FOR TODAY, MARK IT ARRIVED SO THE  *
013490*    DAY-CLOSE NO-SHOW REPORT ONLY LISTS THE VISITORS WHO       *
013500*    NEVER CAME, AND RAISE THE HOST-ARRIVAL NOTICE.  A VISITOR  *
013510*    WITHOUT AN APPOINTMENT IS A WALK-IN AND THE FILE IS LEFT   *
013520*    ALONE.                                                      *
013530******************************************************************
013540 4300-MARK-APPOINTMENT.
013550
013560         IF NOT WS-APT-OPENED
013570             GO TO 4300-EXIT
013580     END-IF.
013590
013600         ACCEPT AP-APPT-DATE FROM DATE YYYYMMDD.
013610         MOVE NM-LAST  TO AP-LAST.
013620         MOVE NM-FIRST TO AP-FIRST.
013630         READ GREETAPT-FILE
013640             KEY IS AP-APPT-KEY
013650             INVALID KEY
013660                 GO TO 4300-EXIT
013670     END-READ.
013680
013690         IF NOT AP-ARRIVED
013700             SET AP-ARRIVED TO TRUE
013710             REWRITE GREETAPT-RECORD
013720                 INVALID KEY
013730                     DISPLAY "GREETAPT REWRITE FAILED, STATUS "
013740                         WS-APT-STATUS
013750                 NOT INVALID KEY
013760                     PERFORM 4350-WRITE-HOST-NOTICE
013770                         THRU 4350-EXIT
013780         END-REWRITE
013790     END-IF.
013800
013810 4300-EXIT.
013820     EXIT.
013830
013840******************************************************************
013850*    4350-WRITE-HOST-NOTICE - RAISE THE HOST-ARRIVAL NOTICE FOR  *
013860*    THE APPOINTMENT JUST MARKED ARRIVED.  THE HOST'S NAME AND   *
013870*    EXTENSION COME FROM GREETHST WHEN THE HOST IS ON FILE,      *
013880*    OTHERWISE THE NAME BOOKED ON THE APPOINTMENT IS USED.  THE  *
013890*    NOTICE STAYS WAITING UNTIL GREETHNT RECORDS THE PICKUP.     *
013900******************************************************************
013910 4350-WRITE-HOST-NOTICE.
013920
013930         IF NOT WS-HAN-OPENED
013940             GO TO 4350-EXIT
013950     END-IF.
013960
013970         MOVE SPACES TO HOST-NOTICE-RECORD.
013980         MOVE AP-APPT-DATE TO HN-ARRIVE-DATE.
013990         MOVE AP-LAST TO HN-LAST.
014000         MOVE AP-FIRST TO HN-FIRST.
014010         ACCEPT HN-ARRIVE-TIME FROM TIME.
014020         MOVE AP-EXPECT-TIME TO HN-EXPECT-TIME.
014030         MOVE AP-HOST-ID TO HN-HOST-ID.
014040         MOVE AP-HOST-NAME TO HN-HOST-NAME.
014050         MOVE WS-SITE-CODE TO HN-SITE-CODE.
014060         MOVE ZERO TO HN-PICKUP-TIME.
014070         SET HN-WAITING TO TRUE.
014080
014090         IF WS-HST-OPENED AND AP-HOST-ID NOT = SPACES
014100             MOVE AP-HOST-ID TO HO-HOST-ID
014110             READ GREETHST-FILE
014120                 KEY IS HO-HOST-ID
014130                 INVALID KEY
014140                     CONTINUE
014150                 NOT INVALID KEY
014160                     MOVE HO-HOST-NAME TO HN-HOST-NAME
014170                     MOVE HO-PHONE-EXT TO HN-PHONE-EXT
014180         END-READ
014190     END-IF.
014200
014210         WRITE HOST-NOTICE-RECORD
014220             INVALID KEY
014230                 DISPLAY "GREETHAN WRITE FAILED, STATUS "
014240                     WS-HAN-STATUS
014250                 GO TO 4350-EXIT
014260     END-WRITE.
014270
014280         DISPLAY "PLEASE NOTIFY HOST " HN-HOST-NAME " EXT "
014290             HN-PHONE-EXT " - VISITOR HAS ARRIVED".
014300
014310 4350-EXIT.
014320     EXIT.
014330
014340******************************************************************
014350*    4400-ISSUE-BADGE - ASSIGN THE NEXT BADGE NUMBER TO THE      *
014360*    VISITOR JUST GREETED AND WRITE THE CHECK-IN SIDE OF THE     *
014370*    BADGE RECORD.  THE SIGN-OUT SIDE STAYS EMPTY AND THE        *
014380*    BADGE STAYS OPEN UNTIL GREETBSO CLOSES IT WHEN THE          *
014390*    VISITOR LEAVES.                                             *
014400******************************************************************
014410 4400-ISSUE-BADGE.
014420
014430         IF NOT WS-BDG-OPENED
014440             GO TO 4400-EXIT
014450     END-IF.
014460
014470         ADD 1 TO WS-NEXT-BADGE-NO.
014480         MOVE SPACES TO GREETBDG-RECORD.
014490         MOVE WS-NEXT-BADGE-NO TO BG-BADGE-NO.
014500         MOVE NM-LAST  TO BG-LAST.
014510         MOVE NM-FIRST TO BG-FIRST.
014520         MOVE WS-SITE-CODE TO BG-SITE-CODE.
014530         ACCEPT BG-ISSUE-DATE FROM DATE YYYYMMDD.
014540         ACCEPT BG-ISSUE-TIME FROM TIME.
014550         MOVE ZERO TO BG-SIGNOUT-DATE.
014560         MOVE ZERO TO BG-SIGNOUT-TIME.
014570         SET BG-BADGE-OPEN TO TRUE.
014580         WRITE GREETBDG-RECORD
014590             INVALID KEY
014600                 DISPLAY "GREETBDG WRITE FAILED, STATUS "
014610                     WS-BDG-STATUS
014620                 GO TO 4400-EXIT
014630     END-WRITE.
014640
014650         MOVE WS-NEXT-BADGE-NO TO WS-BADGE-NO-DISP.
014660         DISPLAY "BADGE NUMBER " WS-BADGE-NO-DISP " ISSUED TO "
014670             NM-FIRST.
014680
014690         PERFORM 4450-WRITE-BADGE-LABEL THRU 4450-EXIT.
014700
014710 4400-EXIT.
014720     EXIT.
014730
014740******************************************************************
014750*    4450-WRITE-BADGE-LABEL - WRITE THE GREETLBL LABEL FOR THE   *
014760*    BADGE JUST ISSUED: THE FULL STRUCTURED NAME AS LOGGED, THE  *
014770*    COMPANY NAME FROM GREETORG, THE HOST FROM TODAY'S GREETAPT  *
014780*    APPOINTMENT WHEN THERE IS ONE, THE SITE AND ISSUE DATE, AND *
014790*    THE MARKING.  A WATCHLIST ESCORT ENTRY OR A CURRENT         *
014800*    GREETCMP ESCORT-ONLY RECORD PRINTS "ESCORT REQUIRED" AHEAD  *
014810*    OF ANY VIP STATUS; A WATCHLIST VIP OR A VISITOR FLAGGED     *
014820*    VIP ON GREETVIS PRINTS "VIP".                               *
014830******************************************************************
014840 4450-WRITE-BADGE-LABEL.
014850
014860         IF NOT WS-LBL-OPENED
014870             GO TO 4450-EXIT
014880     END-IF.
014890
014900         MOVE SPACES TO BADGE-LABEL-RECORD.
014910         MOVE BG-BADGE-NO TO LB-BADGE-NO.
014920         SET LB-ORIGINAL-LABEL TO TRUE.
014930         MOVE NM-LAST TO LB-LAST.
014940         MOVE NM-FIRST TO LB-FIRST.
014950         MOVE BG-SITE-CODE TO LB-SITE-CODE.
014960         MOVE BG-ISSUE-DATE TO LB-ISSUE-DATE.
014970
014980         PERFORM 4460-BUILD-FULL-NAME THRU 4460-EXIT.
014990
015000         MOVE WS-ORG-CODE TO LB-ORG-CODE.
015010         IF WS-ORG-OPENED AND WS-ORG-CODE NOT = SPACES
015020             MOVE WS-ORG-CODE TO OR-ORG-CODE
015030             READ GREETORG-FILE
015040                 KEY IS OR-ORG-CODE
015050                 INVALID KEY
015060                     CONTINUE
015070                 NOT INVALID KEY
015080                     MOVE OR-ORG-NAME TO LB-ORG-NAME
015090         END-READ
015100     END-IF.
015110
015120         IF WS-APT-OPENED
015130             MOVE BG-ISSUE-DATE TO AP-APPT-DATE
015140             MOVE NM-LAST  TO AP-LAST
015150             MOVE NM-FIRST TO AP-FIRST
015160             READ GREETAPT-FILE
015170                 KEY IS AP-APPT-KEY
015180                 INVALID KEY
015190                     CONTINUE
015200                 NOT INVALID KEY
015210                     MOVE AP-HOST-NAME TO LB-HOST-NAME
015220         END-READ
015230     END-IF.
015240
015250         IF WS-VIP-VISITOR
015260             SET LB-VIP-MARKING TO TRUE
015270     END-IF.
015280         IF WS-VIS-OPENED AND VM-VIP-VISITOR
015290             SET LB-VIP-MARKING TO TRUE
015300     END-IF.
015310         IF WS-ESCORT-VISITOR OR WS-ESCORT-ONLY
015320             SET LB-ESCORT-MARKING TO TRUE
015330     END-IF.
015340
015350         WRITE BADGE-LABEL-RECORD.
015360         IF WS-LBL-STATUS NOT = "00"
015370             DISPLAY "GREETLBL WRITE FAILED, STATUS "
015380                 WS-LBL-STATUS
015390     END-IF.
015400
015410 4450-EXIT.
015420     EXIT.
015430
015440******************************************************************
015450*    4460-BUILD-FULL-NAME - STRING THE PARTS OF THE STRUCTURED   *
015460*    NAME THAT WERE GIVEN INTO LB-FULL-NAME, ONE SPACE BETWEEN   *
015470*    EACH, SO A VISITOR WITH NO TITLE OR MIDDLE NAME DOES NOT    *
015480*    GET GAPS ON THE BADGE.  A PART IS ENDED BY A DOUBLE SPACE,  *
015490*    SO "VAN DER BERG" STAYS WHOLE.                              *
015500******************************************************************
015510 4460-BUILD-FULL-NAME.
015520
015530         MOVE 1 TO WS-LBL-PTR.
015540         IF NM-TITLE NOT = SPACES
015550             STRING NM-TITLE DELIMITED BY "  "
015560                 " " DELIMITED BY SIZE
015570                 INTO LB-FULL-NAME WITH POINTER WS-LBL-PTR
015580     END-IF.
015590         IF NM-FIRST NOT = SPACES
015600             STRING NM-FIRST DELIMITED BY "  "
015610                 " " DELIMITED BY SIZE
015620                 INTO LB-FULL-NAME WITH POINTER WS-LBL-PTR
015630     END-IF.
015640         IF NM-MIDDLE NOT = SPACES
015650             STRING NM-MIDDLE DELIMITED BY "  "
015660                 " " DELIMITED BY SIZE
015670                 INTO LB-FULL-NAME WITH POINTER WS-LBL-PTR
015680     END-IF.
015690         IF NM-LAST NOT = SPACES
015700             STRING NM-LAST DELIMITED BY "  "
015710                 " " DELIMITED BY SIZE
015720                 INTO LB-FULL-NAME WITH POINTER WS-LBL-PTR
015730     END-IF.
015740         IF NM-SUFFIX NOT = SPACES
015750             STRING NM-SUFFIX DELIMITED BY "  "
015760                 INTO LB-FULL-NAME WITH POINTER WS-LBL-PTR
015770     END-IF.
015780
015790 4460-EXIT.
015800     EXIT.
015810
015820******************************************************************
015830*    4500-SCREEN-WATCHLIST - LOOK THE CURRENT VISITOR UP ON THE  *
015840*    GREETWCH WATCHLIST BY LAST/FIRST NAME BEFORE ANY GREETING.  *
015850*    A MATCH SETS THE VIP OR BARRED SWITCH AND SAVES THE         *
015860*    INSTRUCTIONS TEXT FOR THE DESK.  NO MATCH, OR NO            *
015870*    WATCHLIST, LEAVES BOTH SWITCHES OFF.                        *
015880******************************************************************
015890 4500-SCREEN-WATCHLIST.
015900
015910         MOVE "N" TO WS-VIP-SW.
015920         MOVE "N" TO WS-BARRED-SW.
015930         MOVE "N" TO WS-ESCORT-SW.
015940         MOVE SPACES TO WS-WCH-INSTRUCTIONS.
015950
015960         IF NOT WS-WCH-OPENED
015970             GO TO 4500-EXIT
015980     END-IF.
015990
016000         MOVE NM-LAST  TO WC-LAST.
016010         MOVE NM-FIRST TO WC-FIRST.
016020         READ GREETWCH-FILE
016030             KEY IS WC-NAME-KEY
016040             INVALID KEY
016050                 GO TO 4500-EXIT
016060     END-READ.
016070
016080         MOVE WC-INSTRUCTIONS TO WS-WCH-INSTRUCTIONS.
016090         IF WC-VIP
016100             SET WS-VIP-VISITOR TO TRUE
016110     END-IF.
016120         IF WC-BARRED
016130             SET WS-BARRED-VISITOR TO TRUE
016140     END-IF.
016150         IF WC-ESCORT
016160             SET WS-ESCORT-VISITOR TO TRUE
016170     END-IF.
016180
016190 4500-EXIT.
016200     EXIT.
016210
016220******************************************************************
016230*    4600-WRITE-ALERT - APPEND ONE RECORD TO THE GREETALR ALERT  *
016240*    FILE FOR THE WATCHLIST MATCH JUST HANDLED.  THE CALLER      *
016250*    STAGES THE ALERT TYPE IN WS-ALERT-TYPE; THE FILE IS OPENED  *
016260*    AND CLOSED AROUND THE ONE WRITE, THE SAME WAY THE GREETRCX  *
016270*    EXCEPTION AND GREETRUN RUN-LOG RECORDS ARE WRITTEN.         *
016280******************************************************************
016290 4600-WRITE-ALERT.
016300
016310         OPEN EXTEND GREETALR-FILE.
016320         IF WS-ALR-STATUS = "35" OR WS-ALR-STATUS = "05"
016330             CLOSE GREETALR-FILE
016340             OPEN OUTPUT GREETALR-FILE
016350     END-IF.
016360
016370         MOVE SPACES TO ALERT-RECORD.
016380         MOVE WS-ALERT-TYPE TO AL-ALERT-TYPE.
016390         ACCEPT AL-ALERT-DATE FROM DATE YYYYMMDD.
016400         ACCEPT AL-ALERT-TIME FROM TIME.
016410         MOVE NM-LAST  TO AL-LAST.
016420         MOVE NM-FIRST TO AL-FIRST.
016430         MOVE WS-WCH-INSTRUCTIONS TO AL-INSTRUCTIONS.
016440         MOVE WS-SITE-CODE TO AL-SITE-CODE.
016450         WRITE ALERT-RECORD.
016460         CLOSE GREETALR-FILE.
016470
016480 4600-EXIT.
016490     EXIT.
016500
016510******************************************************************
016520*    4700-CHECK-COMPLIANCE - CHECK THE VISITOR JUST FOUND OR     *
016530*    ADDED ON GREETVIS AGAINST THE GREETCMP COMPLIANCE FILE.  A  *
016540*    CURRENT ESCORT-ONLY RECORD MARKS THE VISITOR FOR ESCORT AND *
016550*    STANDS IN FOR THE SAFETY INDUCTION; THE INDUCTION AND THE   *
016560*    NDA ARE THEN CHECKED IN TURN.  NOTHING IS CHECKED WHEN      *
016570*    EITHER FILE IS UNAVAILABLE, SINCE THERE IS NO VISITOR ID.   *
016580******************************************************************
016590 4700-CHECK-COMPLIANCE.
016600
016610         MOVE "N" TO WS-ESCORT-ONLY-SW.
016620         IF NOT WS-CMP-OPENED OR NOT WS-VIS-OPENED
016630             GO TO 4700-EXIT
016640     END-IF.
016650
016660         ACCEPT WS-CMP-TODAY FROM DATE YYYYMMDD.
016670
016680         MOVE "V" TO CM-HOLDER-TYPE.
016690         MOVE VM-VISITOR-ID TO CM-VISITOR-ID.
016700         MOVE "E" TO CM-REQ-TYPE.
016710         READ GREETCMP-FILE
016720             KEY IS CM-COMPLIANCE-KEY
016730             INVALID KEY
016740                 CONTINUE
016750             NOT INVALID KEY
016760                 IF CM-COMPLETED-DATE NOT = ZERO
016770                     AND (CM-EXPIRY-DATE = ZERO
016780                     OR CM-EXPIRY-DATE NOT < WS-CMP-TODAY)
016790                     SET WS-ESCORT-ONLY TO TRUE
016800             END-IF
016810     END-READ.
016820
016830         IF WS-ESCORT-ONLY
016840             DISPLAY "COMPLIANCE: " NM-FIRST " " NM-LAST
016850                 " IS ADMITTED ESCORT-ONLY"
016860     END-IF.
016870
016880         MOVE "I" TO WS-CMP-REQ-TYPE.
016890         PERFORM 4750-CHECK-ONE-REQUIREMENT THRU 4750-EXIT.
016900         MOVE "N" TO WS-CMP-REQ-TYPE.
016910         PERFORM 4750-CHECK-ONE-REQUIREMENT THRU 4750-EXIT.
016920
016930 4700-EXIT.
016940     EXIT.
016950
016960******************************************************************
016970*    4750-CHECK-ONE-REQUIREMENT - CHECK THE REQUIREMENT TYPE     *
016980*    STAGED IN WS-CMP-REQ-TYPE.  IT APPLIES WHEN THE VISITOR HAS *
016990*    A RECORD FOR IT, WHEN THE VISITOR'S COMPANY HAS A RECORD    *
017000*    FOR IT THAT IS IN FORCE TODAY, OR - FOR THE INDUCTION -     *
017010*    WHEN GREETPRM INDUCTRQ IS SET.  AN ESCORT-ONLY VISITOR      *
017020*    NEEDS NO INDUCTION.  A REQUIREMENT NEVER COMPLETED IS       *
017030*    MISSING; ONE PAST ITS EXPIRY DATE IS EXPIRED.               *
017040******************************************************************
017050 4750-CHECK-ONE-REQUIREMENT.
017060
017070         MOVE "N" TO WS-CMP-NEEDED-SW.
017080         MOVE SPACE TO WS-CMP-PROBLEM.
017090         MOVE ZERO TO WS-CMP-EXPIRY.
017100
017110         IF WS-CMP-REQ-TYPE = "I"
017120             IF WS-ESCORT-ONLY
017130                 GO TO 4750-EXIT
017140         END-IF
017150             IF WS-INDUCTION-RULE NOT = ZERO
017160                 SET WS-CMP-NEEDED TO TRUE
017170         END-IF
017180     END-IF.
017190
017200         IF WS-ORG-CODE NOT = SPACES
017210             MOVE "O" TO CM-HOLDER-TYPE
017220             MOVE WS-ORG-CODE TO CM-HOLDER-ID
017230             MOVE WS-CMP-REQ-TYPE TO CM-REQ-TYPE
017240             READ GREETCMP-FILE
017250                 KEY IS CM-COMPLIANCE-KEY
017260                 INVALID KEY
017270                     CONTINUE
017280                 NOT INVALID KEY
017290                     IF CM-COMPLETED-DATE NOT > WS-CMP-TODAY
017300                         AND (CM-EXPIRY-DATE = ZERO
017310                         OR CM-EXPIRY-DATE NOT < WS-CMP-TODAY)
017320                         SET WS-CMP-NEEDED TO TRUE
017330                 END-IF
017340         END-READ
017350     END-IF.
017360
017370         MOVE "N" TO WS-CMP-FOUND-SW.
017380         MOVE "V" TO CM-HOLDER-TYPE.
017390         MOVE VM-VISITOR-ID TO CM-VISITOR-ID.
017400         MOVE WS-CMP-REQ-TYPE TO CM-REQ-TYPE.
017410         READ GREETCMP-FILE
017420             KEY IS CM-COMPLIANCE-KEY
017430             INVALID KEY
017440                 CONTINUE
017450             NOT INVALID KEY
017460                 SET WS-CMP-FOUND TO TRUE
017470     END-READ.
017480
017490         EVALUATE TRUE
017500             WHEN NOT WS-CMP-FOUND
017510                 IF WS-CMP-NEEDED
017520                     MOVE "M" TO WS-CMP-PROBLEM
017530             END-IF
017540             WHEN CM-COMPLETED-DATE = ZERO
017550                 MOVE "M" TO WS-CMP-PROBLEM
017560             WHEN CM-EXPIRY-DATE NOT = ZERO
017570                 AND CM-EXPIRY-DATE < WS-CMP-TODAY
017580                 MOVE "X" TO WS-CMP-PROBLEM
017590                 MOVE CM-EXPIRY-DATE TO WS-CMP-EXPIRY
017600     END-EVALUATE.
017610
017620         IF WS-CMP-PROBLEM NOT = SPACE
017630             PERFORM 4800-REPORT-COMPLIANCE THRU 4800-EXIT
017640     END-IF.
017650
017660 4750-EXIT.
017670     EXIT.
017680
017690******************************************************************
017700*    4800-REPORT-COMPLIANCE - WARN THE DESK ABOUT THE MISSING OR *
017710*    EXPIRED REQUIREMENT JUST FOUND.  IN BATCH MODE NOBODY IS AT *
017720*    THE CONSOLE, SO A GREETCEX EXCEPTION RECORD IS ALSO         *
017730*    WRITTEN, THE FILE OPENED AND CLOSED AROUND THE ONE WRITE    *
017740*    THE SAME WAY AS THE GREETALR ALERTS.                        *
017750******************************************************************
017760 4800-REPORT-COMPLIANCE.
017770
017780         ADD 1 TO WS-CMP-EXCEPTION-COUNT.
017790         IF WS-CMP-REQ-TYPE = "I"
017800             MOVE "SAFETY INDUCTION" TO WS-CMP-REQ-TEXT
017810         ELSE
017820             MOVE "NDA" TO WS-CMP-REQ-TEXT
017830     END-IF.
017840
017850         IF WS-CMP-PROBLEM = "X"
017860             DISPLAY "*** COMPLIANCE: " WS-CMP-REQ-TEXT
017870                 " EXPIRED " WS-CMP-EXPIRY " FOR " NM-FIRST " "
017880                 NM-LAST " ***"
017890         ELSE
017900             DISPLAY "*** COMPLIANCE: " WS-CMP-REQ-TEXT
017910                 " MISSING FOR " NM-FIRST " " NM-LAST " ***"
017920     END-IF.
017930
017940         IF NOT WS-BATCH-MODE
017950             GO TO 4800-EXIT
017960     END-IF.
017970
017980         OPEN EXTEND GREETCEX-FILE.
017990         IF WS-CEX-STATUS = "35" OR WS-CEX-STATUS = "05"
018000             CLOSE GREETCEX-FILE
018010             OPEN OUTPUT GREETCEX-FILE
018020     END-IF.
018030
018040         MOVE SPACES TO COMPLIANCE-EXCEPTION-RECORD.
018050         ACCEPT CX-EXCEPTION-DATE FROM DATE YYYYMMDD.
018060         ACCEPT CX-EXCEPTION-TIME FROM TIME.
018070         MOVE WS-SITE-CODE TO CX-SITE-CODE.
018080         MOVE VM-VISITOR-ID TO CX-VISITOR-ID.
018090         MOVE NM-LAST  TO CX-LAST.
018100         MOVE NM-FIRST TO CX-FIRST.
018110         MOVE WS-ORG-CODE TO CX-ORG-CODE.
018120         MOVE WS-CMP-REQ-TYPE TO CX-REQ-TYPE.
018130         MOVE WS-CMP-PROBLEM TO CX-PROBLEM.
018140         MOVE WS-CMP-EXPIRY TO CX-EXPIRY-DATE.
018150         WRITE COMPLIANCE-EXCEPTION-RECORD.
018160         CLOSE GREETCEX-FILE.
018170
018180 4800-EXIT.
018190     EXIT.
018200
018210******************************************************************
018220*    5000-LOOKUP-GREETING - PICK THE GREETING FOR WS-LANG-CODE.  *
018230*    A DATED HOLIDAY ENTRY ON THE GREETCAL CALENDAR WINS FIRST,  *
018240*    THEN THE TIME-OF-DAY VARIANT FOR THE CURRENT CLOCK HOUR,    *
018250*    THEN THE GREETING-TABLE LOOKUP AS BEFORE.  IF NONE OF       *
018260*    THOSE EXISTS (OR THE TABLE IS EMPTY BECAUSE GREETTMP DOES   *
018270*    NOT EXIST YET) FALL BACK TO ENGLISH.                        *
018280******************************************************************
018290 5000-LOOKUP-GREETING.
018300
018310         IF WS-CAL-OPENED
018320             PERFORM 5500-CALENDAR-LOOKUP THRU 5500-EXIT
018330             IF WS-CAL-FOUND
018340                 GO TO 5000-EXIT
018350         END-IF
018360     END-IF.
018370
018380         MOVE "Hello," TO WS-GREETING-TEXT.
018390         SET WS-LANG-FOUND-SW TO "N".
018400         IF WS-GTE-COUNT > ZERO
018410             PERFORM 5100-SEARCH-ONE-ENTRY THRU 5100-EXIT
018420                VARYING GT-IDX FROM 1 BY 1
018430                UNTIL GT-IDX > WS-GTE-COUNT OR WS-LANG-FOUND
018440     END-IF.
018450
018460 5000-EXIT.
018470     EXIT.
018480
018490******************************************************************
018500*    5100-SEARCH-ONE-ENTRY - COMPARE ONE GREETING-TABLE ENTRY    *
018510*    AGAINST THE REQUESTED LANGUAGE CODE.                        *
018520******************************************************************
018530 5100-SEARCH-ONE-ENTRY.
018540
018550         IF GTE-LANG-CODE (GT-IDX) = WS-LANG-CODE
018560             MOVE GTE-GREETING-TEXT (GT-IDX) TO WS-GREETING-TEXT
018570            SET WS-LANG-FOUND TO TRUE
018580     END-IF.
018590
018600 5100-EXIT.
018610     EXIT.
018620
018630******************************************************************
018640*    5500-CALENDAR-LOOKUP - READ THE CALENDAR ON THE SAME CLOCK  *
018650*    THE GREETLOG TIMESTAMP USES.  A HOLIDAY ENTRY FOR TODAY'S   *
018660*    DATE AND THE VISITOR'S LANGUAGE WINS; OTHERWISE THE         *
018670*    MORNING (BEFORE THE NOONHOUR PARAMETER), AFTERNOON, OR      *
018680*    EVENING (FROM THE EVENHOUR PARAMETER ON) VARIANT FOR THE    *
018690*    LANGUAGE; OTHERWISE NOTHING IS                              *
018700*    FOUND AND THE CALLER FALLS BACK TO THE GREETING TABLE.      *
018710******************************************************************
018720 5500-CALENDAR-LOOKUP.
018730
018740         MOVE "N" TO WS-CAL-FOUND-SW.
018750
018760         ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
018770         ACCEPT WS-CLOCK-TIME FROM TIME.
018780         MOVE WS-CLOCK-TIME TO WS-CLOCK-ALPHA.
018790         MOVE WS-CLOCK-ALPHA (1:2) TO WS-CLOCK-HOUR.
018800         IF WS-CLOCK-HOUR < WS-NOON-HOUR
018810             MOVE "M" TO WS-TIME-BAND
018820         ELSE
018830             IF WS-CLOCK-HOUR < WS-EVENING-HOUR
018840                 MOVE "A" TO WS-TIME-BAND
018850             ELSE
018860                 MOVE "E" TO WS-TIME-BAND
018870         END-IF
018880     END-IF.
018890
018900         MOVE "H" TO CA-REC-TYPE.
018910         MOVE WS-LANG-CODE TO CA-LANG-CODE.
018920         MOVE SPACES TO CA-KEY-QUALIFIER.
018930         MOVE WS-TODAY-DATE TO CA-KEY-QUALIFIER.
018940         READ GREETCAL-FILE
018950             INVALID KEY
018960                 CONTINUE
018970             NOT INVALID KEY
018980                 MOVE CA-GREETING-TEXT TO WS-GREETING-TEXT
018990                 SET WS-CAL-FOUND TO TRUE
019000     END-READ.
019010
019020         IF WS-CAL-FOUND
019030             GO TO 5500-EXIT
019040     END-IF.
019050
019060         MOVE "T" TO CA-REC-TYPE.
019070         MOVE WS-LANG-CODE TO CA-LANG-CODE.
019080         MOVE SPACES TO CA-KEY-QUALIFIER.
019090         MOVE WS-TIME-BAND TO CA-KEY-QUALIFIER (1:1).
019100         READ GREETCAL-FILE
019110             INVALID KEY
019120                 CONTINUE
019130             NOT INVALID KEY
019140                 MOVE CA-GREETING-TEXT TO WS-GREETING-TEXT
019150                 SET WS-CAL-FOUND TO TRUE
019160     END-READ.
019170
019180 5500-EXIT.
019190     EXIT.
019200
019210
019220******************************************************************
019230*    7000-WRITE-GREETLOG - APPEND ONE RECORD PER GREETING.       *
019240******************************************************************
019250 7000-WRITE-GREETLOG.
019260
019270         MOVE NM-TITLE  TO GL-TITLE.
019280         MOVE NM-FIRST  TO GL-FIRST.
019290         MOVE NM-MIDDLE TO GL-MIDDLE.
019300         MOVE NM-LAST   TO GL-LAST.
019310         MOVE NM-SUFFIX TO GL-SUFFIX.
019320         MOVE WS-ORG-CODE TO GL-ORG-CODE.
019330         MOVE WS-SITE-CODE TO GL-SITE-CODE.
019340         ACCEPT GL-GREET-DATE FROM DATE YYYYMMDD.
019350         ACCEPT GL-GREET-TIME FROM TIME.
019360         WRITE GREETLOG-RECORD.
019370         IF WS-GLOG-STATUS = "00"
019380             ADD 1 TO WS-WRITE-COUNT
019390     END-IF.
019400
019410 7000-EXIT.
019420     EXIT.
019430
019440******************************************************************
019450*    9000-TERMINATE - CLOSE FILES AND RECONCILE THE CONTROL      *
019460*    TOTALS FOR NAMES ACCEPTED VS. GREETLOG RECORDS WRITTEN.     *
019470******************************************************************
019480 9000-TERMINATE.
019490
019500         CLOSE GREETLOG-FILE.
019510         IF WS-VIS-OPENED
019520             CLOSE GREETVIS-FILE
019530     END-IF.
019540         IF WS-VJL-OPENED
019550             CLOSE GREETVJL-FILE
019560     END-IF.
019570         IF WS-CAL-OPENED
019580             CLOSE GREETCAL-FILE
019590     END-IF.
019600         IF WS-APT-OPENED
019610             CLOSE GREETAPT-FILE
019620     END-IF.
019630         IF WS-WCH-OPENED
019640             CLOSE GREETWCH-FILE
019650     END-IF.
019660         IF WS-BDG-OPENED
019670             CLOSE GREETBDG-FILE
019680     END-IF.
019690         IF WS-HST-OPENED
019700             CLOSE GREETHST-FILE
019710     END-IF.
019720         IF WS-HAN-OPENED
019730             CLOSE GREETHAN-FILE
019740     END-IF.
019750         IF WS-ORG-OPENED
019760             CLOSE GREETORG-FILE
019770     END-IF.
019780         IF WS-LBL-OPENED
019790             CLOSE GREETLBL-FILE
019800     END-IF.
019810         IF WS-CMP-OPENED
019820             CLOSE GREETCMP-FILE
019830     END-IF.
019840         DISPLAY "INVALID ATTEMPTS . . " WS-BAD-ATTEMPT-CT.
019850         DISPLAY "NAMES ACCEPTED . . . " WS-ACCEPT-COUNT.
019860         DISPLAY "GREETLOG WRITTEN . . " WS-WRITE-COUNT.
019870         DISPLAY "COMPLIANCE ISSUES  . " WS-CMP-EXCEPTION-COUNT.
019880
019890         IF WS-ACCEPT-COUNT NOT = WS-WRITE-COUNT
019900             PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
019910     END-IF.
019920
019930         MOVE "E" TO WS-RL-TYPE.
019940         MOVE WS-WRITE-COUNT TO WS-RL-COUNT.
019950         IF WS-ACCEPT-COUNT = WS-WRITE-COUNT
019960             MOVE "0000" TO WS-RL-CODE
019970         ELSE
019980             MOVE "0008" TO WS-RL-CODE
019990     END-IF.
020000         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
020010
020020 9000-EXIT.
020030     EXIT.
020040
020050******************************************************************
020060*    9100-WRITE-EXCEPTION - THE CONTROL TOTALS DID NOT BALANCE.  *
020070*    RECORD THE DISCREPANCY ON GREETRCX FOR OPERATIONS TO REVIEW.*
020080******************************************************************
020090 9100-WRITE-EXCEPTION.
020100
020110         DISPLAY "*** CONTROL TOTAL MISMATCH - SEE GREETRCX ***".
020120
020130         OPEN EXTEND GREETRCX-FILE.
020140         IF WS-RCX-STATUS = "35" OR WS-RCX-STATUS = "05"
020150             CLOSE GREETRCX-FILE
020160             OPEN OUTPUT GREETRCX-FILE
020170     END-IF.
020180
020190         ACCEPT RX-RUN-DATE FROM DATE YYYYMMDD.
020200         ACCEPT RX-RUN-TIME FROM TIME.
020210         MOVE WS-ACCEPT-COUNT TO RX-ACCEPT-COUNT.
020220         MOVE WS-WRITE-COUNT  TO RX-WRITE-COUNT.
020230         WRITE RECON-EXCEPTION-RECORD.
020240
020250         CLOSE GREETRCX-FILE.
020260
020270 9100-EXIT.
020280     EXIT.
020290
020300******************************************************************
020310*    9500-WRITE-RUN-LOG - APPEND ONE START OR END RECORD TO THE  *
020320*    SHARED GREETRUN RUN-CONTROL LOG.  THE CALLER STAGES THE     *
020330*    RECORD TYPE, COUNT AND COMPLETION CODE IN WORKING STORAGE;  *
020340*    THEY ARE MOVED INTO THE RECORD ONLY AFTER THE OPEN, WHEN    *
020350*    THE RECORD AREA IS USABLE, ALONG WITH THE PROGRAM NAME      *
020360*    AND THE DATE/TIME AND RUN-MODE STAMPS.                      *
020370******************************************************************
020380 9500-WRITE-RUN-LOG.
020390
020400         OPEN EXTEND GREETRUN-FILE.
020410         IF WS-RUNL-STATUS = "35" OR WS-RUNL-STATUS = "05"
020420             CLOSE GREETRUN-FILE
020430             OPEN OUTPUT GREETRUN-FILE
020440     END-IF.
020450
020460         MOVE SPACES TO RUN-LOG-RECORD.
020470         MOVE WS-RL-TYPE TO RL-RECORD-TYPE.
020480         MOVE WS-RL-COUNT TO RL-RECORDS-PROCESSED.
020490         MOVE WS-RL-CODE TO RL-COMPLETION-CODE.
020500         MOVE "SAMPLE" TO RL-PROGRAM-NAME.
020510         ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
020520         ACCEPT RL-RUN-TIME FROM TIME.
020530         MOVE WS-RUN-MODE-SW TO RL-RUN-MODE.
020540         MOVE WS-SITE-CODE TO RL-SITE-CODE.
020550         IF WS-RL-TYPE = "S"
020560             MOVE WS-PARM-ECHO TO RL-PARM-ECHO
020570     END-IF.
020580         WRITE RUN-LOG-RECORD.
020590         CLOSE GREETRUN-FILE.
020600
020610 9500-EXIT.
020620     EXIT.
020630
020640 END PROGRAM SAMPLE.
