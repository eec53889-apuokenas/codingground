000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID :  GREETBRP                                     *
000040*    AUTHOR     :  M. KAVALIAUSKAS                               *
000050*    INSTALLATION: VISITOR SERVICES                              *
000060*    DATE-WRITTEN: 2026-10-15                                    *
000070*    DATE-COMPILED:                                              *
000080*    PURPOSE    :  BADGE LABEL REPRINT TRANSACTION.  FOR A LOST  *
000090*                  OR DAMAGED BADGE THE DESK KEYS THE BADGE      *
000100*                  NUMBER AND A REASON; THE LABEL IS REBUILT     *
000110*                  FROM GREETBDG, GREETVIS, GREETORG, GREETAPT,  *
000120*                  GREETWCH AND GREETCMP THE SAME WAY SAMPLE     *
000130*                  BUILDS IT, WRITTEN TO GREETLBL AS A REPRINT,  *
000140*                  AND THE REPRINT IS LOGGED ON GREETRPL.  A     *
000150*                  SIGNED-OUT BADGE IS NOT REPRINTED.  ON DEMAND *
000160*                  THE LOG IS PRINTED WITH TOTALS BY REASON      *
000170*                  AGAINST THE NUMBER OF BADGES ON FILE, SO THE  *
000180*                  DESK CAN SEE HOW OFTEN BADGES ARE REISSUED.   *
000190*                                                                *
000200*    MODIFICATION HISTORY                                       *
000210*    ------------------------------------------------------     *
000220*    DATE       INIT  DESCRIPTION                                *
000230*    ---------- ----  -------------------------------------      *
000240*    2026-10-15 MK    ORIGINAL PROGRAM.                          *
000250*    2026-10-15 MK    MARK THE REPRINTED LABEL ESCORT REQUIRED   *
000260*                     WHEN THE VISITOR HOLDS A CURRENT GREETCMP  *
000270*                     ESCORT-ONLY RECORD, AS SAMPLE DOES FOR THE *
000280*                     ORIGINAL.                                  *
000290*                                                                *
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320     PROGRAM-ID.   GREETBRP AS "GREETBRP".
000330     AUTHOR.       M. KAVALIAUSKAS.
000340     DATE-WRITTEN. 2026-10-15.
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.
000390 OBJECT-COMPUTER.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430         SELECT GREETBDG-FILE ASSIGN TO "GREETBDG"
000440             ORGANIZATION IS INDEXED
000450             ACCESS MODE IS DYNAMIC
000460             RECORD KEY IS BG-BADGE-NO
000470             FILE STATUS IS WS-BDG-STATUS.
000480
000490         SELECT GREETVIS-FILE ASSIGN TO "GREETVIS"
000500             ORGANIZATION IS INDEXED
000510             ACCESS MODE IS DYNAMIC
000520             RECORD KEY IS VM-VISITOR-ID
000530             ALTERNATE RECORD KEY IS VM-NAME-KEY
000540                 WITH DUPLICATES
000550             FILE STATUS IS WS-VIS-STATUS.
000560
000570         SELECT GREETORG-FILE ASSIGN TO "GREETORG"
000580             ORGANIZATION IS INDEXED
000590             ACCESS MODE IS DYNAMIC
000600             RECORD KEY IS OR-ORG-CODE
000610             FILE STATUS IS WS-ORG-STATUS.
000620
000630         SELECT GREETAPT-FILE ASSIGN TO "GREETAPT"
000640             ORGANIZATION IS INDEXED
000650             ACCESS MODE IS DYNAMIC
000660             RECORD KEY IS AP-APPT-KEY
000670             FILE STATUS IS WS-APT-STATUS.
000680
000690         SELECT GREETWCH-FILE ASSIGN TO "GREETWCH"
000700             ORGANIZATION IS INDEXED
000710             ACCESS MODE IS DYNAMIC
000720             RECORD KEY IS WC-NAME-KEY
000730             FILE STATUS IS WS-WCH-STATUS.
000740
000750         SELECT GREETCMP-FILE ASSIGN TO "GREETCMP"
000760             ORGANIZATION IS INDEXED
000770             ACCESS MODE IS DYNAMIC
000780             RECORD KEY IS CM-COMPLIANCE-KEY
000790             FILE STATUS IS WS-CMP-STATUS.
000800
000810         SELECT GREETLBL-FILE ASSIGN TO "GREETLBL"
000820             ORGANIZATION IS SEQUENTIAL
000830             FILE STATUS IS WS-LBL-STATUS.
000840
000850         SELECT GREETRPL-FILE ASSIGN TO "GREETRPL"
000860             ORGANIZATION IS SEQUENTIAL
000870             FILE STATUS IS WS-RPL-STATUS.
000880
000890         SELECT REPORT-FILE ASSIGN TO "GREETRPR"
000900             ORGANIZATION IS SEQUENTIAL
000910             FILE STATUS IS WS-RPT-STATUS.
000920
000930 DATA DIVISION.
000940 FILE SECTION.
000950
000960 FD  GREETBDG-FILE
000970         LABEL RECORDS ARE STANDARD.
000980     COPY BADGREC.
000990
001000 FD  GREETVIS-FILE
001010         LABEL RECORDS ARE STANDARD.
001020     COPY VISMREC.
001030
001040 FD  GREETORG-FILE
001050         LABEL RECORDS ARE STANDARD.
001060     COPY ORGREC.
001070
001080 FD  GREETAPT-FILE
001090         LABEL RECORDS ARE STANDARD.
001100     COPY APPTREC.
001110
001120 FD  GREETWCH-FILE
001130         LABEL RECORDS ARE STANDARD.
001140     COPY WCHREC.
001150
001160 FD  GREETCMP-FILE
001170         LABEL RECORDS ARE STANDARD.
001180     COPY CMPLREC.
001190
001200 FD  GREETLBL-FILE
001210         LABEL RECORDS ARE STANDARD.
001220     COPY LBLREC.
001230
001240 FD  GREETRPL-FILE
001250         LABEL RECORDS ARE STANDARD.
001260     COPY BRPREC.
001270
001280 FD  REPORT-FILE
001290         LABEL RECORDS ARE STANDARD.
001300 01  REPORT-RECORD                   PIC X(080).
001310
001320 WORKING-STORAGE SECTION.
001330     COPY NAMEREC REPLACING NAME-RECORD BY WS-NAME-RECORD.
001340 77  WS-BDG-STATUS               PIC X(02) VALUE SPACES.
001350 77  WS-VIS-STATUS               PIC X(02) VALUE SPACES.
001360 77  WS-ORG-STATUS               PIC X(02) VALUE SPACES.
001370 77  WS-APT-STATUS               PIC X(02) VALUE SPACES.
001380 77  WS-WCH-STATUS               PIC X(02) VALUE SPACES.
001390 77  WS-CMP-STATUS               PIC X(02) VALUE SPACES.
001400 77  WS-LBL-STATUS               PIC X(02) VALUE SPACES.
001410 77  WS-RPL-STATUS               PIC X(02) VALUE SPACES.
001420 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
001430 01  WS-BDG-OPEN-SW              PIC X(01) VALUE "N".
001440     88  WS-BDG-OPENED                     VALUE "Y".
001450 01  WS-VIS-OPEN-SW              PIC X(01) VALUE "N".
001460     88  WS-VIS-OPENED                     VALUE "Y".
001470 01  WS-ORG-OPEN-SW              PIC X(01) VALUE "N".
001480     88  WS-ORG-OPENED                     VALUE "Y".
001490 01  WS-APT-OPEN-SW              PIC X(01) VALUE "N".
001500     88  WS-APT-OPENED                     VALUE "Y".
001510 01  WS-WCH-OPEN-SW              PIC X(01) VALUE "N".
001520     88  WS-WCH-OPENED                     VALUE "Y".
001530 01  WS-CMP-OPEN-SW              PIC X(01) VALUE "N".
001540     88  WS-CMP-OPENED                     VALUE "Y".
001550 01  WS-FUNCTION-CODE            PIC X(01) VALUE SPACES.
001560     88  WS-FUNC-REPRINT                   VALUE "R" "r".
001570     88  WS-FUNC-LOG-RPT                   VALUE "L" "l".
001580     88  WS-FUNC-QUIT                      VALUE "Q" "q".
001590 01  WS-MORE-TRANS-SW            PIC X(01) VALUE "Y".
001600     88  WS-MORE-TRANS                     VALUE "Y".
001610 01  WS-BROWSE-EOF-SW            PIC X(01) VALUE "N".
001620     88  WS-BROWSE-EOF                     VALUE "Y".
001630 01  WS-RPL-EOF-SW               PIC X(01) VALUE "N".
001640     88  WS-RPL-EOF                        VALUE "Y".
001650 01  WS-VIS-FOUND-SW             PIC X(01) VALUE "N".
001660     88  WS-VIS-FOUND                      VALUE "Y".
001670 77  WS-BADGE-NO-IN              PIC 9(06) VALUE ZERO.
001680 77  WS-REASON-IN                PIC X(01) VALUE SPACES.
001690 77  WS-LBL-PTR                  PIC 9(04) COMP VALUE 1.
001700 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001710 77  WS-BADGE-COUNT              PIC 9(08) COMP VALUE ZERO.
001720 77  WS-REPRINT-COUNT            PIC 9(08) COMP VALUE ZERO.
001730 77  WS-LOST-COUNT               PIC 9(08) COMP VALUE ZERO.
001740 77  WS-DAMAGED-COUNT            PIC 9(08) COMP VALUE ZERO.
001750 77  WS-OTHER-COUNT              PIC 9(08) COMP VALUE ZERO.
001760 77  WS-COUNT-DISP               PIC Z(07)9.
001770 77  WS-BADGE-NO-DISP            PIC Z(05)9.
001780 01  WS-PRINT-LINE               PIC X(080) VALUE SPACES.
001790
001800 PROCEDURE DIVISION.
001810
001820******************************************************************
001830*    0000-MAINLINE                                               *
001840******************************************************************
001850 0000-MAINLINE.
001860
001870         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001880
001890         PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001900             UNTIL NOT WS-MORE-TRANS.
001910
001920         PERFORM 9000-TERMINATE THRU 9000-EXIT.
001930
001940         STOP RUN.
001950
001960******************************************************************
001970*    1000-INITIALIZE - OPEN GREETBDG AND THE LOOKUP FILES.  THE  *
001980*    BADGE FILE IS CREATED BY SAMPLE, SO A MISSING FILE MEANS NO *
001990*    BADGE HAS EVER BEEN ISSUED - REPORT THAT AND QUIT.  EACH    *
002000*    LOOKUP FILE IS OPTIONAL; A MISSING ONE ONLY LEAVES ITS      *
002010*    FIELD OFF THE REPRINTED LABEL.                              *
002020******************************************************************
002030 1000-INITIALIZE.
002040
002050         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002060
002070         OPEN INPUT GREETBDG-FILE.
002080         IF WS-BDG-STATUS NOT = "00"
002090             DISPLAY "GREETBDG NOT AVAILABLE, STATUS "
002100                 WS-BDG-STATUS
002110                 " - NO BADGES TO REPRINT"
002120             MOVE "N" TO WS-MORE-TRANS-SW
002130             GO TO 1000-EXIT
002140     END-IF.
002150         SET WS-BDG-OPENED TO TRUE.
002160
002170         OPEN INPUT GREETVIS-FILE.
002180         IF WS-VIS-STATUS = "00"
002190             SET WS-VIS-OPENED TO TRUE
002200     END-IF.
002210
002220         OPEN INPUT GREETORG-FILE.
002230         IF WS-ORG-STATUS = "00"
002240             SET WS-ORG-OPENED TO TRUE
002250     END-IF.
002260
002270         OPEN INPUT GREETAPT-FILE.
002280         IF WS-APT-STATUS = "00"
002290             SET WS-APT-OPENED TO TRUE
002300     END-IF.
002310
002320         OPEN INPUT GREETWCH-FILE.
002330         IF WS-WCH-STATUS = "00"
002340             SET WS-WCH-OPENED TO TRUE
002350     END-IF.
002360
002370         OPEN INPUT GREETCMP-FILE.
002380         IF WS-CMP-STATUS = "00"
002390             SET WS-CMP-OPENED TO TRUE
002400     END-IF.
002410
002420 1000-EXIT.
002430     EXIT.
002440
002450******************************************************************
002460*    2000-PROCESS-TRANSACTION - PROMPT FOR A FUNCTION CODE AND   *
002470*    DRIVE THE MATCHING PARAGRAPH.                               *
002480******************************************************************
002490 2000-PROCESS-TRANSACTION.
002500
002510         DISPLAY "GREETBDG REPRINT - R)EPRINT L)OG-REPORT Q)UIT".
002520         MOVE SPACES TO WS-FUNCTION-CODE.
002530         ACCEPT WS-FUNCTION-CODE.
002540
002550         EVALUATE TRUE
002560             WHEN WS-FUNC-REPRINT
002570                 PERFORM 3000-REPRINT-BADGE THRU 3000-EXIT
002580             WHEN WS-FUNC-LOG-RPT
002590                 PERFORM 4000-REPRINT-REPORT THRU 4000-EXIT
002600             WHEN WS-FUNC-QUIT
002610                 MOVE "N" TO WS-MORE-TRANS-SW
002620             WHEN OTHER
002630                 DISPLAY "INVALID FUNCTION CODE, PLEASE RE-ENTER"
002640     END-EVALUATE.
002650
002660 2000-EXIT.
002670     EXIT.
002680
002690******************************************************************
002700*    3000-REPRINT-BADGE - REPRINT THE LABEL FOR ONE BADGE BY ITS *
002710*    NUMBER.  ONLY A BADGE STILL OPEN IS REPRINTED - A SIGNED-   *
002720*    OUT VISITOR HAS NO NEED OF ONE.  THE REASON IS LOGGED WITH  *
002730*    THE REPRINT.                                                *
002740******************************************************************
002750 3000-REPRINT-BADGE.
002760
002770         DISPLAY "ENTER BADGE NUMBER (6 DIGITS):".
002780         MOVE ZERO TO WS-BADGE-NO-IN.
002790         ACCEPT WS-BADGE-NO-IN.
002800
002810         MOVE WS-BADGE-NO-IN TO BG-BADGE-NO.
002820         READ GREETBDG-FILE
002830             KEY IS BG-BADGE-NO
002840             INVALID KEY
002850                 DISPLAY "BADGE " WS-BADGE-NO-IN " NOT FOUND"
002860                 GO TO 3000-EXIT
002870     END-READ.
002880
002890         IF BG-BADGE-CLOSED
002900             DISPLAY "BADGE " WS-BADGE-NO-IN " ALREADY SIGNED "
002910                 "OUT " BG-SIGNOUT-DATE " - NOT REPRINTED"
002920             GO TO 3000-EXIT
002930     END-IF.
002940
002950         DISPLAY "ENTER REASON - L)OST D)AMAGED O)THER:".
002960         MOVE SPACES TO WS-REASON-IN.
002970         ACCEPT WS-REASON-IN.
002980         IF WS-REASON-IN = "l"
002990             MOVE "L" TO WS-REASON-IN
003000     END-IF.
003010         IF WS-REASON-IN = "d"
003020             MOVE "D" TO WS-REASON-IN
003030     END-IF.
003040         IF WS-REASON-IN = "o"
003050             MOVE "O" TO WS-REASON-IN
003060     END-IF.
003070         IF WS-REASON-IN NOT = "L"
003080             AND WS-REASON-IN NOT = "D"
003090             AND WS-REASON-IN NOT = "O"
003100             DISPLAY "REASON MUST BE L, D OR O"
003110             GO TO 3000-EXIT
003120     END-IF.
003130
003140         PERFORM 3100-BUILD-LABEL THRU 3100-EXIT.
003150
003160         OPEN EXTEND GREETLBL-FILE.
003170         IF WS-LBL-STATUS = "35" OR WS-LBL-STATUS = "05"
003180             CLOSE GREETLBL-FILE
003190             OPEN OUTPUT GREETLBL-FILE
003200     END-IF.
003210         IF WS-LBL-STATUS NOT = "00"
003220             DISPLAY "GREETLBL NOT AVAILABLE, STATUS "
003230                 WS-LBL-STATUS " - LABEL NOT REPRINTED"
003240             GO TO 3000-EXIT
003250     END-IF.
003260         WRITE BADGE-LABEL-RECORD.
003270         CLOSE GREETLBL-FILE.
003280
003290         PERFORM 3300-WRITE-REPRINT-LOG THRU 3300-EXIT.
003300
003310         MOVE BG-BADGE-NO TO WS-BADGE-NO-DISP.
003320         DISPLAY "BADGE NUMBER " WS-BADGE-NO-DISP
003330             " LABEL REPRINTED FOR " LB-FULL-NAME.
003340
003350 3000-EXIT.
003360     EXIT.
003370
003380******************************************************************
003390*    3100-BUILD-LABEL - REBUILD THE LABEL FOR THE BADGE JUST     *
003400*    READ, FIELD FOR FIELD AS SAMPLE BUILT THE ORIGINAL.  THE    *
003410*    FULL NAME AND COMPANY COME FROM THE VISITOR'S GREETVIS      *
003420*    MASTER RECORD, FALLING BACK TO THE NAME ON THE BADGE WHEN   *
003430*    THE MASTER HAS NO MATCH.  THE HOST IS TAKEN FROM THE        *
003440*    GREETAPT APPOINTMENT FOR THE ISSUE DATE, AND THE MARKING    *
003450*    FROM THE WATCHLIST, THE MASTER'S VIP FLAG AND A CURRENT     *
003460*    GREETCMP ESCORT-ONLY RECORD, ESCORT TAKING PRECEDENCE.      *
003470******************************************************************
003480 3100-BUILD-LABEL.
003490
003500         MOVE SPACES TO BADGE-LABEL-RECORD.
003510         MOVE BG-BADGE-NO TO LB-BADGE-NO.
003520         SET LB-REPRINT-LABEL TO TRUE.
003530         MOVE BG-LAST TO LB-LAST.
003540         MOVE BG-FIRST TO LB-FIRST.
003550         MOVE BG-SITE-CODE TO LB-SITE-CODE.
003560         MOVE BG-ISSUE-DATE TO LB-ISSUE-DATE.
003570
003580         MOVE SPACES TO WS-NAME-RECORD.
003590         MOVE BG-LAST TO NM-LAST.
003600         MOVE BG-FIRST TO NM-FIRST.
003610
003620         MOVE "N" TO WS-VIS-FOUND-SW.
003630         IF WS-VIS-OPENED
003640             MOVE BG-LAST TO VM-LAST
003650             MOVE BG-FIRST TO VM-FIRST
003660             READ GREETVIS-FILE
003670                 KEY IS VM-NAME-KEY
003680                 INVALID KEY
003690                     CONTINUE
003700                 NOT INVALID KEY
003710                     SET WS-VIS-FOUND TO TRUE
003720                     MOVE VM-TITLE TO NM-TITLE
003730                     MOVE VM-MIDDLE TO NM-MIDDLE
003740                     MOVE VM-SUFFIX TO NM-SUFFIX
003750                     MOVE VM-ORG-CODE TO LB-ORG-CODE
003760         END-READ
003770     END-IF.
003780
003790         PERFORM 3200-BUILD-FULL-NAME THRU 3200-EXIT.
003800
003810         IF WS-ORG-OPENED AND LB-ORG-CODE NOT = SPACES
003820             MOVE LB-ORG-CODE TO OR-ORG-CODE
003830             READ GREETORG-FILE
003840                 KEY IS OR-ORG-CODE
003850                 INVALID KEY
003860                     CONTINUE
003870                 NOT INVALID KEY
003880                     MOVE OR-ORG-NAME TO LB-ORG-NAME
003890         END-READ
003900     END-IF.
003910
003920         IF WS-APT-OPENED
003930             MOVE BG-ISSUE-DATE TO AP-APPT-DATE
003940             MOVE BG-LAST TO AP-LAST
003950             MOVE BG-FIRST TO AP-FIRST
003960             READ GREETAPT-FILE
003970                 KEY IS AP-APPT-KEY
003980                 INVALID KEY
003990                     CONTINUE
004000                 NOT INVALID KEY
004010                     MOVE AP-HOST-NAME TO LB-HOST-NAME
004020         END-READ
004030     END-IF.
004040
004050         IF WS-VIS-FOUND AND VM-VIP-VISITOR
004060             SET LB-VIP-MARKING TO TRUE
004070     END-IF.
004080
004090         IF WS-WCH-OPENED
004100             MOVE BG-LAST TO WC-LAST
004110             MOVE BG-FIRST TO WC-FIRST
004120             READ GREETWCH-FILE
004130                 KEY IS WC-NAME-KEY
004140                 INVALID KEY
004150                     CONTINUE
004160                 NOT INVALID KEY
004170                     IF WC-VIP
004180                         SET LB-VIP-MARKING TO TRUE
004190                 END-IF
004200                     IF WC-ESCORT
004210                         SET LB-ESCORT-MARKING TO TRUE
004220                 END-IF
004230         END-READ
004240     END-IF.
004250
004260         IF WS-CMP-OPENED AND WS-VIS-FOUND
004270             MOVE "V" TO CM-HOLDER-TYPE
004280             MOVE VM-VISITOR-ID TO CM-VISITOR-ID
004290             MOVE "E" TO CM-REQ-TYPE
004300             READ GREETCMP-FILE
004310                 KEY IS CM-COMPLIANCE-KEY
004320                 INVALID KEY
004330                     CONTINUE
004340                 NOT INVALID KEY
004350                     IF CM-COMPLETED-DATE NOT = ZERO
004360                         AND (CM-EXPIRY-DATE = ZERO
004370                         OR CM-EXPIRY-DATE NOT < WS-RUN-DATE)
004380                         SET LB-ESCORT-MARKING TO TRUE
004390                 END-IF
004400         END-READ
004410     END-IF.
004420
004430 3100-EXIT.
004440     EXIT.
004450
004460******************************************************************
004470*    3200-BUILD-FULL-NAME - STRING THE PARTS OF THE STRUCTURED   *
004480*    NAME THAT ARE PRESENT INTO LB-FULL-NAME, ONE SPACE BETWEEN  *
004490*    EACH, EXACTLY AS SAMPLE DOES FOR THE ORIGINAL LABEL.        *
004500******************************************************************
004510 3200-BUILD-FULL-NAME.
004520
004530         MOVE 1 TO WS-LBL-PTR.
004540         IF NM-TITLE NOT = SPACES
004550             STRING NM-TITLE DELIMITED BY "  "
004560                 " " DELIMITED BY SIZE
004570                 INTO LB-FULL-NAME WITH POINTER WS-LBL-PTR
004580     END-IF.
004590         IF NM-FIRST NOT = SPACES
004600             STRING NM-FIRST DELIMITED BY "  "
004610                 " " DELIMITED BY SIZE
004620                 INTO LB-FULL-NAME WITH POINTER WS-LBL-PTR
004630     END-IF.
004640         IF NM-MIDDLE NOT = SPACES
004650             STRING NM-MIDDLE DELIMITED BY "  "
004660                 " " DELIMITED BY SIZE
004670                 INTO LB-FULL-NAME WITH POINTER WS-LBL-PTR
004680     END-IF.
004690         IF NM-LAST NOT = SPACES
004700             STRING NM-LAST DELIMITED BY "  "
004710                 " " DELIMITED BY SIZE
004720                 INTO LB-FULL-NAME WITH POINTER WS-LBL-PTR
004730     END-IF.
004740         IF NM-SUFFIX NOT = SPACES
004750             STRING NM-SUFFIX DELIMITED BY "  "
004760                 INTO LB-FULL-NAME WITH POINTER WS-LBL-PTR
004770     END-IF.
004780
004790 3200-EXIT.
004800     EXIT.
004810
004820******************************************************************
004830*    3300-WRITE-REPRINT-LOG - APPEND ONE RECORD TO THE GREETRPL  *
004840*    REPRINT LOG FOR THE LABEL JUST REPRINTED.  THE FILE IS      *
004850*    OPENED AND CLOSED AROUND THE ONE WRITE.                     *
004860******************************************************************
004870 3300-WRITE-REPRINT-LOG.
004880
004890         OPEN EXTEND GREETRPL-FILE.
004900         IF WS-RPL-STATUS = "35" OR WS-RPL-STATUS = "05"
004910             CLOSE GREETRPL-FILE
004920             OPEN OUTPUT GREETRPL-FILE
004930     END-IF.
004940
004950         MOVE SPACES TO BADGE-REPRINT-RECORD.
004960         MOVE BG-BADGE-NO TO RP-BADGE-NO.
004970         MOVE BG-LAST TO RP-LAST.
004980         MOVE BG-FIRST TO RP-FIRST.
004990         MOVE BG-ISSUE-DATE TO RP-ISSUE-DATE.
005000         ACCEPT RP-REPRINT-DATE FROM DATE YYYYMMDD.
005010         ACCEPT RP-REPRINT-TIME FROM TIME.
005020         MOVE WS-REASON-IN TO RP-REASON.
005030         MOVE BG-SITE-CODE TO RP-SITE-CODE.
005040         WRITE BADGE-REPRINT-RECORD.
005050         CLOSE GREETRPL-FILE.
005060
005070 3300-EXIT.
005080     EXIT.
005090
005100******************************************************************
005110*    4000-REPRINT-REPORT - PRINT EVERY REPRINT ON THE GREETRPL   *
005120*    LOG, THEN THE TOTALS BY REASON AGAINST THE NUMBER OF        *
005130*    BADGES ON FILE, SO THE DESK CAN SEE HOW OFTEN BADGES ARE    *
005140*    REISSUED.                                                   *
005150******************************************************************
005160 4000-REPRINT-REPORT.
005170
005180         MOVE ZERO TO WS-REPRINT-COUNT.
005190         MOVE ZERO TO WS-LOST-COUNT.
005200         MOVE ZERO TO WS-DAMAGED-COUNT.
005210         MOVE ZERO TO WS-OTHER-COUNT.
005220         MOVE ZERO TO WS-BADGE-COUNT.
005230
005240         OPEN OUTPUT REPORT-FILE.
005250
005260         MOVE SPACES TO WS-PRINT-LINE.
005270         STRING "BADGE REPRINT LOG REPORT FOR "
005280             DELIMITED BY SIZE
005290             WS-RUN-DATE DELIMITED BY SIZE
005300             INTO WS-PRINT-LINE.
005310         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005320         MOVE SPACES TO WS-PRINT-LINE.
005330         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005340
005350         OPEN INPUT GREETRPL-FILE.
005360         IF WS-RPL-STATUS = "00"
005370             MOVE "N" TO WS-RPL-EOF-SW
005380             PERFORM 4100-PRINT-ONE-REPRINT THRU 4100-EXIT
005390                 UNTIL WS-RPL-EOF
005400             CLOSE GREETRPL-FILE
005410         ELSE
005420             DISPLAY "NO BADGE REPRINTS LOGGED"
005430     END-IF.
005440
005450         MOVE "N" TO WS-BROWSE-EOF-SW.
005460         MOVE ZERO TO BG-BADGE-NO.
005470         START GREETBDG-FILE KEY IS NOT LESS THAN BG-BADGE-NO
005480             INVALID KEY
005490                 MOVE "Y" TO WS-BROWSE-EOF-SW
005500     END-START.
005510         PERFORM 4200-COUNT-ONE-BADGE THRU 4200-EXIT
005520             UNTIL WS-BROWSE-EOF.
005530
005540         MOVE SPACES TO WS-PRINT-LINE.
005550         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005560
005570         MOVE WS-BADGE-COUNT TO WS-COUNT-DISP.
005580         MOVE SPACES TO WS-PRINT-LINE.
005590         STRING "BADGES ON FILE  . . . . . . . "
005600             DELIMITED BY SIZE
005610             WS-COUNT-DISP DELIMITED BY SIZE
005620             INTO WS-PRINT-LINE.
005630         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005640
005650         MOVE WS-REPRINT-COUNT TO WS-COUNT-DISP.
005660         MOVE SPACES TO WS-PRINT-LINE.
005670         STRING "LABELS REPRINTED  . . . . . . "
005680             DELIMITED BY SIZE
005690             WS-COUNT-DISP DELIMITED BY SIZE
005700             INTO WS-PRINT-LINE.
005710         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005720
005730         MOVE WS-LOST-COUNT TO WS-COUNT-DISP.
005740         MOVE SPACES TO WS-PRINT-LINE.
005750         STRING "  BADGE LOST  . . . . . . . . "
005760             DELIMITED BY SIZE
005770             WS-COUNT-DISP DELIMITED BY SIZE
005780             INTO WS-PRINT-LINE.
005790         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005800
005810         MOVE WS-DAMAGED-COUNT TO WS-COUNT-DISP.
005820         MOVE SPACES TO WS-PRINT-LINE.
005830         STRING "  BADGE DAMAGED . . . . . . . "
005840             DELIMITED BY SIZE
005850             WS-COUNT-DISP DELIMITED BY SIZE
005860             INTO WS-PRINT-LINE.
005870         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005880
005890         MOVE WS-OTHER-COUNT TO WS-COUNT-DISP.
005900         MOVE SPACES TO WS-PRINT-LINE.
005910         STRING "  OTHER REASON  . . . . . . . "
005920             DELIMITED BY SIZE
005930             WS-COUNT-DISP DELIMITED BY SIZE
005940             INTO WS-PRINT-LINE.
005950         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005960
005970         DISPLAY "BADGES ON FILE . . . " WS-BADGE-COUNT.
005980         DISPLAY "LABELS REPRINTED . . " WS-REPRINT-COUNT.
005990
006000         CLOSE REPORT-FILE.
006010
006020 4000-EXIT.
006030     EXIT.
006040
006050******************************************************************
006060*    4100-PRINT-ONE-REPRINT - READ THE NEXT REPRINT LOG RECORD,  *
006070*    PRINT IT AND COUNT IT UNDER ITS REASON.                     *
006080******************************************************************
006090 4100-PRINT-ONE-REPRINT.
006100
006110         READ GREETRPL-FILE
006120             AT END
006130                 SET WS-RPL-EOF TO TRUE
006140                 GO TO 4100-EXIT
006150     END-READ.
006160
006170         ADD 1 TO WS-REPRINT-COUNT.
006180         EVALUATE TRUE
006190             WHEN RP-BADGE-LOST
006200                 ADD 1 TO WS-LOST-COUNT
006210             WHEN RP-BADGE-DAMAGED
006220                 ADD 1 TO WS-DAMAGED-COUNT
006230             WHEN OTHER
006240                 ADD 1 TO WS-OTHER-COUNT
006250     END-EVALUATE.
006260
006270         MOVE RP-BADGE-NO TO WS-BADGE-NO-DISP.
006280         MOVE SPACES TO WS-PRINT-LINE.
006290         MOVE WS-BADGE-NO-DISP TO WS-PRINT-LINE (1:6).
006300         MOVE RP-LAST TO WS-PRINT-LINE (9:20).
006310         MOVE RP-FIRST TO WS-PRINT-LINE (30:15).
006320         MOVE RP-SITE-CODE TO WS-PRINT-LINE (46:3).
006330         MOVE RP-REPRINT-DATE TO WS-PRINT-LINE (50:8).
006340         MOVE RP-REPRINT-TIME TO WS-PRINT-LINE (59:8).
006350         MOVE RP-REASON TO WS-PRINT-LINE (68:1).
006360         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
006370
006380 4100-EXIT.
006390     EXIT.
006400
006410******************************************************************
006420*    4200-COUNT-ONE-BADGE - READ THE NEXT BADGE IN NUMBER        *
006430*    SEQUENCE AND COUNT IT.                                      *
006440******************************************************************
006450 4200-COUNT-ONE-BADGE.
006460
006470         READ GREETBDG-FILE NEXT RECORD
006480             AT END
006490                 MOVE "Y" TO WS-BROWSE-EOF-SW
006500             NOT AT END
006510                 ADD 1 TO WS-BADGE-COUNT
006520     END-READ.
006530
006540 4200-EXIT.
006550     EXIT.
006560
006570******************************************************************
006580*    9000-TERMINATE - CLOSE FILES.  EACH FILE IS ONLY CLOSED     *
006590*    WHEN IT ACTUALLY OPENED.                                    *
006600******************************************************************
006610 9000-TERMINATE.
006620
006630         IF WS-BDG-OPENED
006640             CLOSE GREETBDG-FILE
006650     END-IF.
006660         IF WS-VIS-OPENED
006670             CLOSE GREETVIS-FILE
006680     END-IF.
006690         IF WS-ORG-OPENED
006700             CLOSE GREETORG-FILE
006710     END-IF.
006720         IF WS-APT-OPENED
006730             CLOSE GREETAPT-FILE
006740     END-IF.
006750         IF WS-WCH-OPENED
006760             CLOSE GREETWCH-FILE
006770     END-IF.
006780         IF WS-CMP-OPENED
006790             CLOSE GREETCMP-FILE
006800     END-IF.
006810
006820 9000-EXIT.
006830     EXIT.
006840
006850 END PROGRAM GREETBRP.
