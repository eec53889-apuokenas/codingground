000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID :  GREETPRV                                     *
000040*    AUTHOR     :  M. KAVALIAUSKAS                               *
000050*    INSTALLATION: VISITOR SERVICES                              *
000060*    DATE-WRITTEN: 2026-10-15                                    *
000070*    DATE-COMPILED:                                              *
000080*    PURPOSE    :  VISITOR PRIVACY ERASURE AND INACTIVE-VISITOR  *
000090*                  ANONYMIZATION ACROSS EVERY FILE THAT HOLDS A  *
000100*                  VISITOR'S NAME.  THE ERASE PASS (THE          *
000110*                  DEFAULT) READS THE APPROVED ERASURE REQUESTS  *
000120*                  FROM GREETERQ, EACH BY VISITOR ID OR BY       *
000130*                  LAST/FIRST NAME; THE GREETVIS MASTER RECORD   *
000140*                  IS DELETED AND THE DELETE JOURNALED TO        *
000150*                  GREETVJL, THE PERSON IS REMOVED FROM THE      *
000160*                  NAME-KEYED FILES (GREETHIS, GREETAPT,         *
000170*                  GREETHAN) AND MASKED IN PLACE ON THE REST     *
000180*                  (GREETLOG, GREETARC, GREETRSQ, GREETBDG,      *
000190*                  GREETALR) SO VISIT AND BADGE COUNTS STILL     *
000200*                  ADD UP, A DELETION NOTICE GOES TO THE CRM ON  *
000210*                  CRMDELN, AND AN ERASURE CERTIFICATE WITH THE  *
000220*                  PER-FILE COUNTS IS PRINTED FOR EACH REQUEST.  *
000230*                  THE ANONYMIZE PASS (PARM ANON) PICKS EVERY    *
000240*                  VISITOR NOT SEEN FOR THE GREETPRM ANONDAYS    *
000250*                  PERIOD AND REPLACES THEIR NAME EVERYWHERE     *
000260*                  WITH "ANONYMOUS" AND THEIR VISITOR ID,        *
000270*                  KEEPING THE MASTER RECORD, ITS VISIT COUNT,   *
000280*                  COMPANY AND DATES, SO GREETTRD AND THE        *
000290*                  COMPANY STATISTICS ARE UNCHANGED.             *
000300*                                                                *
000310*    MODIFICATION HISTORY                                       *
000320*    ------------------------------------------------------     *
000330*    DATE       INIT  DESCRIPTION                                *
000340*    ---------- ----  -------------------------------------      *
000350*    2026-10-15 MK    ORIGINAL PROGRAM.                          *
000360*    2026-10-15 MK    ALSO MASK THE GREETLBL BADGE LABELS AND    *
000370*                     THE GREETRPL BADGE REPRINT LOG.            *
000380*    2026-10-15 MK    ALSO DELETE THE GREETCMP COMPLIANCE        *
000390*                     RECORDS ON AN ERASURE, AND MASK THE        *
000400*                     GREETCEX COMPLIANCE EXCEPTIONS, THE        *
000410*                     GREETBSP BOOKING SUSPENSE AND THE GREETLBQ *
000420*                     LOOKBACK QUEUE.                            *
000430*    2026-10-15 MK    THE CERTIFICATE COUNTS THE CRMDELN NOTICES *
000440*                     ACTUALLY WRITTEN FOR THE PERSON AND SAYS   *
000450*                     NOT SENT WHEN CRMDELN COULD NOT BE OPENED. *
000460*                                                                *
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490     PROGRAM-ID.   GREETPRV AS "GREETPRV".
000500     AUTHOR.       M. KAVALIAUSKAS.
000510     DATE-WRITTEN. 2026-10-15.
000520
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.
000560 OBJECT-COMPUTER.
000570
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600         SELECT GREETVIS-FILE ASSIGN TO "GREETVIS"
000610             ORGANIZATION IS INDEXED
000620             ACCESS MODE IS DYNAMIC
000630             RECORD KEY IS VM-VISITOR-ID
000640             ALTERNATE RECORD KEY IS VM-NAME-KEY
000650                 WITH DUPLICATES
000660             FILE STATUS IS WS-VIS-STATUS.
000670
000680         SELECT GREETERQ-FILE ASSIGN TO "GREETERQ"
000690             ORGANIZATION IS SEQUENTIAL
000700             FILE STATUS IS WS-ERQ-STATUS.
000710
000720         SELECT GREETLOG-FILE ASSIGN TO "GREETLOG"
000730             ORGANIZATION IS SEQUENTIAL
000740             FILE STATUS IS WS-GLOG-STATUS.
000750
000760         SELECT GREETARC-FILE ASSIGN TO "GREETARC"
000770             ORGANIZATION IS SEQUENTIAL
000780             FILE STATUS IS WS-ARC-STATUS.
000790
000800         SELECT GREETRSQ-FILE ASSIGN TO "GREETRSQ"
000810             ORGANIZATION IS SEQUENTIAL
000820             FILE STATUS IS WS-RSQ-STATUS.
000830
000840         SELECT GREETALR-FILE ASSIGN TO "GREETALR"
000850             ORGANIZATION IS SEQUENTIAL
000860             FILE STATUS IS WS-ALR-STATUS.
000870
000880         SELECT GREETLBL-FILE ASSIGN TO "GREETLBL"
000890             ORGANIZATION IS SEQUENTIAL
000900             FILE STATUS IS WS-LBL-STATUS.
000910
000920         SELECT GREETRPL-FILE ASSIGN TO "GREETRPL"
000930             ORGANIZATION IS SEQUENTIAL
000940             FILE STATUS IS WS-RPL-STATUS.
000950
000960         SELECT GREETCEX-FILE ASSIGN TO "GREETCEX"
000970             ORGANIZATION IS SEQUENTIAL
000980             FILE STATUS IS WS-CEX-STATUS.
000990
001000         SELECT GREETBSP-FILE ASSIGN TO "GREETBSP"
001010             ORGANIZATION IS SEQUENTIAL
001020             FILE STATUS IS WS-BSP-STATUS.
001030
001040         SELECT GREETLBQ-FILE ASSIGN TO "GREETLBQ"
001050             ORGANIZATION IS SEQUENTIAL
001060             FILE STATUS IS WS-LBQ-STATUS.
001070
001080         SELECT GREETHIS-FILE ASSIGN TO "GREETHIS"
001090             ORGANIZATION IS INDEXED
001100             ACCESS MODE IS DYNAMIC
001110             RECORD KEY IS GH-HIST-KEY
001120             FILE STATUS IS WS-HIS-STATUS.
001130
001140         SELECT GREETAPT-FILE ASSIGN TO "GREETAPT"
001150             ORGANIZATION IS INDEXED
001160             ACCESS MODE IS DYNAMIC
001170             RECORD KEY IS AP-APPT-KEY
001180             FILE STATUS IS WS-APT-STATUS.
001190
001200         SELECT GREETBDG-FILE ASSIGN TO "GREETBDG"
001210             ORGANIZATION IS INDEXED
001220             ACCESS MODE IS DYNAMIC
001230             RECORD KEY IS BG-BADGE-NO
001240             FILE STATUS IS WS-BDG-STATUS.
001250
001260         SELECT GREETHAN-FILE ASSIGN TO "GREETHAN"
001270             ORGANIZATION IS INDEXED
001280             ACCESS MODE IS DYNAMIC
001290             RECORD KEY IS HN-NOTICE-KEY
001300             FILE STATUS IS WS-HAN-STATUS.
001310
001320         SELECT GREETCMP-FILE ASSIGN TO "GREETCMP"
001330             ORGANIZATION IS INDEXED
001340             ACCESS MODE IS DYNAMIC
001350             RECORD KEY IS CM-COMPLIANCE-KEY
001360             FILE STATUS IS WS-CMP-STATUS.
001370
001380         SELECT GREETVJL-FILE ASSIGN TO "GREETVJL"
001390             ORGANIZATION IS SEQUENTIAL
001400             FILE STATUS IS WS-VJL-STATUS.
001410
001420         SELECT CRMDELN-FILE ASSIGN TO "CRMDELN"
001430             ORGANIZATION IS SEQUENTIAL
001440             FILE STATUS IS WS-CDN-STATUS.
001450
001460         SELECT GREETPRM-FILE ASSIGN TO "GREETPRM"
001470             ORGANIZATION IS INDEXED
001480             ACCESS MODE IS DYNAMIC
001490             RECORD KEY IS PR-PARM-KEY
001500             FILE STATUS IS WS-PRM-STATUS.
001510
001520         SELECT GREETRUN-FILE ASSIGN TO "GREETRUN"
001530             ORGANIZATION IS SEQUENTIAL
001540             FILE STATUS IS WS-RUNL-STATUS.
001550
001560         SELECT REPORT-FILE ASSIGN TO "GREETPRR"
001570             ORGANIZATION IS SEQUENTIAL
001580             FILE STATUS IS WS-RPT-STATUS.
001590
001600 DATA DIVISION.
001610 FILE SECTION.
001620
001630 FD  GREETVIS-FILE
001640         LABEL RECORDS ARE STANDARD.
001650     COPY VISMREC.
001660
001670 FD  GREETERQ-FILE
001680         LABEL RECORDS ARE STANDARD.
001690 01  ERASURE-REQUEST-RECORD.
001700     05  ER-REQUEST-REF          PIC X(08).
001710     05  ER-VISITOR-ID           PIC X(06).
001720     05  ER-LAST                 PIC X(20).
001730     05  ER-FIRST                PIC X(15).
001740     05  FILLER                  PIC X(31).
001750
001760 FD  GREETLOG-FILE
001770         LABEL RECORDS ARE STANDARD.
001780     COPY GLOGREC.
001790
001800 FD  GREETARC-FILE
001810         LABEL RECORDS ARE STANDARD.
001820     COPY GLOGREC REPLACING GREETLOG-RECORD BY ARCHIVE-RECORD.
001830
001840 FD  GREETRSQ-FILE
001850         LABEL RECORDS ARE STANDARD.
001860     COPY GLOGREC REPLACING GREETLOG-RECORD BY RESEND-RECORD.
001870
001880 FD  GREETALR-FILE
001890         LABEL RECORDS ARE STANDARD.
001900     COPY ALRTREC.
001910
001920 FD  GREETLBL-FILE
001930         LABEL RECORDS ARE STANDARD.
001940     COPY LBLREC.
001950
001960 FD  GREETRPL-FILE
001970         LABEL RECORDS ARE STANDARD.
001980     COPY BRPREC.
001990
002000 FD  GREETCEX-FILE
002010         LABEL RECORDS ARE STANDARD.
002020     COPY CEXREC.
002030
002040 FD  GREETBSP-FILE
002050         LABEL RECORDS ARE STANDARD.
002060     COPY BSUSREC.
002070
002080 FD  GREETLBQ-FILE
002090         LABEL RECORDS ARE STANDARD.
002100     COPY LBQREC.
002110
002120 FD  GREETHIS-FILE
002130         LABEL RECORDS ARE STANDARD.
002140     COPY HISTREC.
002150
002160 FD  GREETAPT-FILE
002170         LABEL RECORDS ARE STANDARD.
002180     COPY APPTREC.
002190
002200 FD  GREETBDG-FILE
002210         LABEL RECORDS ARE STANDARD.
002220     COPY BADGREC.
002230
002240 FD  GREETHAN-FILE
002250         LABEL RECORDS ARE STANDARD.
002260     COPY HNOTREC.
002270
002280 FD  GREETCMP-FILE
002290         LABEL RECORDS ARE STANDARD.
002300     COPY CMPLREC.
002310
002320 FD  GREETVJL-FILE
002330         LABEL RECORDS ARE STANDARD.
002340     COPY VJRNREC.
002350
002360 FD  CRMDELN-FILE
002370         LABEL RECORDS ARE STANDARD.
002380     COPY CRMDREC.
002390
002400 FD  GREETPRM-FILE
002410         LABEL RECORDS ARE STANDARD.
002420     COPY PARMREC.
002430
002440 FD  GREETRUN-FILE
002450         LABEL RECORDS ARE STANDARD.
002460     COPY RUNLREC.
002470
002480 FD  REPORT-FILE
002490         LABEL RECORDS ARE STANDARD.
002500 01  REPORT-RECORD                   PIC X(080).
002510
002520 WORKING-STORAGE SECTION.
002530 77  WS-VIS-STATUS               PIC X(02) VALUE SPACES.
002540 77  WS-ERQ-STATUS               PIC X(02) VALUE SPACES.
002550 77  WS-GLOG-STATUS              PIC X(02) VALUE SPACES.
002560 77  WS-ARC-STATUS               PIC X(02) VALUE SPACES.
002570 77  WS-RSQ-STATUS               PIC X(02) VALUE SPACES.
002580 77  WS-ALR-STATUS               PIC X(02) VALUE SPACES.
002590 77  WS-LBL-STATUS               PIC X(02) VALUE SPACES.
002600 77  WS-RPL-STATUS               PIC X(02) VALUE SPACES.
002610 77  WS-CEX-STATUS               PIC X(02) VALUE SPACES.
002620 77  WS-BSP-STATUS               PIC X(02) VALUE SPACES.
002630 77  WS-LBQ-STATUS               PIC X(02) VALUE SPACES.
002640 77  WS-CMP-STATUS               PIC X(02) VALUE SPACES.
002650 77  WS-HIS-STATUS               PIC X(02) VALUE SPACES.
002660 77  WS-APT-STATUS               PIC X(02) VALUE SPACES.
002670 77  WS-BDG-STATUS               PIC X(02) VALUE SPACES.
002680 77  WS-HAN-STATUS               PIC X(02) VALUE SPACES.
002690 77  WS-VJL-STATUS               PIC X(02) VALUE SPACES.
002700 77  WS-CDN-STATUS               PIC X(02) VALUE SPACES.
002710 77  WS-PRM-STATUS               PIC X(02) VALUE SPACES.
002720 77  WS-RUNL-STATUS              PIC X(02) VALUE SPACES.
002730 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
002740 77  WS-PARM-CARD                PIC X(20) VALUE SPACES.
002750 01  WS-RUN-MODE-SW              PIC X(01) VALUE "E".
002760     88  WS-ERASE-MODE                     VALUE "E".
002770     88  WS-ANON-MODE                      VALUE "A".
002780 01  WS-VIS-OPEN-SW              PIC X(01) VALUE "N".
002790     88  WS-VIS-OPENED                     VALUE "Y".
002800 01  WS-VJL-OPEN-SW              PIC X(01) VALUE "N".
002810     88  WS-VJL-OPENED                     VALUE "Y".
002820 01  WS-FILE-EOF-SW              PIC X(01) VALUE "N".
002830     88  WS-FILE-EOF                       VALUE "Y".
002840 01  WS-ERQ-EOF-SW               PIC X(01) VALUE "N".
002850     88  WS-ERQ-EOF                        VALUE "Y".
002860 01  WS-NAME-DONE-SW             PIC X(01) VALUE "N".
002870     88  WS-NAME-DONE                      VALUE "Y".
002880 01  WS-SJ-FOUND-SW              PIC X(01) VALUE "N".
002890     88  WS-SJ-FOUND                       VALUE "Y".
002900 01  WS-SJ-FULL-SW               PIC X(01) VALUE "N".
002910     88  WS-SJ-FULL                        VALUE "Y".
002920 77  WS-ANON-DAYS                PIC 9(04) VALUE 730.
002930 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002940 77  WS-CUTOFF-SERIAL            PIC 9(08) COMP VALUE ZERO.
002950 77  WS-MATCH-LAST               PIC X(20) VALUE SPACES.
002960 77  WS-MATCH-FIRST              PIC X(15) VALUE SPACES.
002970 77  WS-MASK-LAST                PIC X(20) VALUE SPACES.
002980 77  WS-JR-FUNCTION              PIC X(01) VALUE SPACES.
002990 77  WS-PRIOR-VIS-CT             PIC 9(06) COMP VALUE ZERO.
003000 77  WS-VM-BEFORE                PIC X(137) VALUE SPACES.
003010 77  WS-HIS-SAVE                 PIC X(084) VALUE SPACES.
003020 77  WS-APT-SAVE                 PIC X(076) VALUE SPACES.
003030 77  WS-HAN-SAVE                 PIC X(108) VALUE SPACES.
003040 01  WS-CMP-REQ-TYPES            PIC X(03) VALUE "INE".
003050 01  FILLER REDEFINES WS-CMP-REQ-TYPES.
003060     05  WS-CMP-REQ-TYPE         PIC X(01) OCCURS 3 TIMES
003070                                 INDEXED BY CT-IDX.
003080     COPY BKFREC.
003090 01  SUBJECT-TABLE.
003100     05  SUBJECT-TABLE-ENTRY OCCURS 2000 TIMES
003110                             INDEXED BY SJ-IDX.
003120         10  SJ-REQUEST-REF      PIC X(08).
003130         10  SJ-VISITOR-ID       PIC 9(06).
003140         10  SJ-LAST             PIC X(20).
003150         10  SJ-FIRST            PIC X(15).
003160         10  SJ-MASK-LAST        PIC X(20).
003170         10  SJ-VIS-CT           PIC 9(06) COMP.
003180         10  SJ-HIS-CT           PIC 9(06) COMP.
003190         10  SJ-LOG-CT           PIC 9(06) COMP.
003200         10  SJ-ARC-CT           PIC 9(06) COMP.
003210         10  SJ-RSQ-CT           PIC 9(06) COMP.
003220         10  SJ-ALR-CT           PIC 9(06) COMP.
003230         10  SJ-APT-CT           PIC 9(06) COMP.
003240         10  SJ-BDG-CT           PIC 9(06) COMP.
003250         10  SJ-HAN-CT           PIC 9(06) COMP.
003260         10  SJ-LBL-CT           PIC 9(06) COMP.
003270         10  SJ-RPL-CT           PIC 9(06) COMP.
003280         10  SJ-CEX-CT           PIC 9(06) COMP.
003290         10  SJ-BSP-CT           PIC 9(06) COMP.
003300         10  SJ-LBQ-CT           PIC 9(06) COMP.
003310         10  SJ-CMP-CT           PIC 9(06) COMP.
003320         10  SJ-CDN-CT           PIC 9(06) COMP.
003330 77  WS-SJ-CT                    PIC 9(04) COMP VALUE ZERO.
003340 77  WS-SJ-MAX                   PIC 9(04) COMP VALUE 2000.
003350 77  WS-REQUEST-COUNT            PIC 9(08) COMP VALUE ZERO.
003360 77  WS-REJECT-COUNT             PIC 9(08) COMP VALUE ZERO.
003370 77  WS-NOTICE-COUNT             PIC 9(08) COMP VALUE ZERO.
003380 77  WS-VIS-TOTAL                PIC 9(08) COMP VALUE ZERO.
003390 77  WS-HIS-TOTAL                PIC 9(08) COMP VALUE ZERO.
003400 77  WS-LOG-TOTAL                PIC 9(08) COMP VALUE ZERO.
003410 77  WS-ARC-TOTAL                PIC 9(08) COMP VALUE ZERO.
003420 77  WS-RSQ-TOTAL                PIC 9(08) COMP VALUE ZERO.
003430 77  WS-ALR-TOTAL                PIC 9(08) COMP VALUE ZERO.
003440 77  WS-APT-TOTAL                PIC 9(08) COMP VALUE ZERO.
003450 77  WS-BDG-TOTAL                PIC 9(08) COMP VALUE ZERO.
003460 77  WS-HAN-TOTAL                PIC 9(08) COMP VALUE ZERO.
003470 77  WS-LBL-TOTAL                PIC 9(08) COMP VALUE ZERO.
003480 77  WS-RPL-TOTAL                PIC 9(08) COMP VALUE ZERO.
003490 77  WS-CEX-TOTAL                PIC 9(08) COMP VALUE ZERO.
003500 77  WS-BSP-TOTAL                PIC 9(08) COMP VALUE ZERO.
003510 77  WS-LBQ-TOTAL                PIC 9(08) COMP VALUE ZERO.
003520 77  WS-CMP-TOTAL                PIC 9(08) COMP VALUE ZERO.
003530 77  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
003540 77  WS-RL-TYPE                  PIC X(01) VALUE SPACES.
003550 77  WS-RL-COUNT                 PIC 9(08) VALUE ZERO.
003560 77  WS-RL-CODE                  PIC X(04) VALUE SPACES.
003570 77  WS-ECHO-DAYS                PIC 9(04) VALUE ZERO.
003580 77  WS-PARM-ECHO                PIC X(32) VALUE SPACES.
003590 77  WS-COUNT-DISP               PIC Z(07)9.
003600 77  WS-CT-DISP                  PIC Z(04)9.
003610 01  WS-PRINT-LINE               PIC X(080) VALUE SPACES.
003620 01  WS-DTS-DATE                 PIC 9(08) VALUE ZERO.
003630 01  FILLER REDEFINES WS-DTS-DATE.
003640     05  WS-DTS-YEAR             PIC 9(04).
003650     05  WS-DTS-MONTH            PIC 9(02).
003660     05  WS-DTS-DAY              PIC 9(02).
003670 77  WS-DTS-SERIAL               PIC 9(08) COMP VALUE ZERO.
003680 77  WS-DTS-WORK-YEAR            PIC 9(08) COMP VALUE ZERO.
003690 77  WS-DTS-WORK-MONTH           PIC 9(04) COMP VALUE ZERO.
003700 77  WS-DTS-QUAD-TERM            PIC 9(08) COMP VALUE ZERO.
003710 77  WS-DTS-CENT-TERM            PIC 9(08) COMP VALUE ZERO.
003720 77  WS-DTS-QCENT-TERM           PIC 9(08) COMP VALUE ZERO.
003730 77  WS-DTS-MONTH-TERM           PIC 9(08) COMP VALUE ZERO.
003740
003750 PROCEDURE DIVISION.
003760
003770******************************************************************
003780*    0000-MAINLINE                                               *
003790******************************************************************
003800 0000-MAINLINE.
003810
003820         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003830
003840         IF WS-VIS-OPENED
003850             IF WS-ANON-MODE
003860                 PERFORM 2500-SELECT-INACTIVE THRU 2500-EXIT
003870             ELSE
003880                 PERFORM 2000-LOAD-REQUESTS THRU 2000-EXIT
003890         END-IF
003900     END-IF.
003910
003920         IF WS-SJ-CT > ZERO
003930             PERFORM 3000-MASK-GREETLOG THRU 3000-EXIT
003940             PERFORM 3100-MASK-GREETARC THRU 3100-EXIT
003950             PERFORM 3200-MASK-GREETRSQ THRU 3200-EXIT
003960             PERFORM 3300-MASK-GREETALR THRU 3300-EXIT
003970             PERFORM 3400-MASK-GREETLBL THRU 3400-EXIT
003980             PERFORM 3500-MASK-GREETRPL THRU 3500-EXIT
003990             PERFORM 3600-MASK-GREETCEX THRU 3600-EXIT
004000             PERFORM 3700-MASK-GREETBSP THRU 3700-EXIT
004010             PERFORM 3800-MASK-GREETLBQ THRU 3800-EXIT
004020             PERFORM 4000-MASK-GREETBDG THRU 4000-EXIT
004030             PERFORM 4100-CLEAR-GREETHIS THRU 4100-EXIT
004040             PERFORM 4200-CLEAR-GREETAPT THRU 4200-EXIT
004050             PERFORM 4300-CLEAR-GREETHAN THRU 4300-EXIT
004060     END-IF.
004070
004080         IF WS-ERASE-MODE AND WS-SJ-CT > ZERO
004090             PERFORM 4400-CLEAR-GREETCMP THRU 4400-EXIT
004100     END-IF.
004110
004120         IF WS-ERASE-MODE AND WS-SJ-CT > ZERO
004130             PERFORM 6000-WRITE-CRM-NOTICES THRU 6000-EXIT
004140     END-IF.
004150
004160         PERFORM 7000-PRINT-CERTIFICATES THRU 7000-EXIT.
004170         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
004180         PERFORM 9000-TERMINATE THRU 9000-EXIT.
004190
004200         STOP RUN.
004210
004220******************************************************************
004230*    1000-INITIALIZE - PICK UP THE RUN MODE (ERASE UNLESS THE    *
004240*    PARM SAYS ANON), LOAD THE ANONYMIZE PERIOD, WRITE THE       *
004250*    GREETRUN START RECORD, AND OPEN THE MASTER, THE JOURNAL     *
004260*    AND THE REPORT.                                             *
004270******************************************************************
004280 1000-INITIALIZE.
004290
004300         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004310
004320         ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
004330         IF WS-PARM-CARD (1:4) = "ANON"
004340             SET WS-ANON-MODE TO TRUE
004350     END-IF.
004360
004370         PERFORM 1050-LOAD-PARAMETERS THRU 1050-EXIT.
004380
004390         MOVE SPACES TO WS-PARM-ECHO.
004400         IF WS-ANON-MODE
004410             MOVE WS-ANON-DAYS TO WS-ECHO-DAYS
004420             STRING "MODE=ANON AD=" DELIMITED BY SIZE
004430                 WS-ECHO-DAYS DELIMITED BY SIZE
004440                 INTO WS-PARM-ECHO
004450         ELSE
004460             MOVE "MODE=ERASE" TO WS-PARM-ECHO
004470     END-IF.
004480
004490         MOVE "S" TO WS-RL-TYPE.
004500         MOVE ZERO TO WS-RL-COUNT.
004510         MOVE SPACES TO WS-RL-CODE.
004520         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
004530
004540         OPEN I-O GREETVIS-FILE.
004550         IF WS-VIS-STATUS = "00"
004560             SET WS-VIS-OPENED TO TRUE
004570         ELSE
004580             DISPLAY "GREETVIS NOT AVAILABLE, STATUS "
004590                 WS-VIS-STATUS " - NOTHING ERASED OR ANONYMIZED"
004600     END-IF.
004610
004620         OPEN EXTEND GREETVJL-FILE.
004630         IF WS-VJL-STATUS = "35" OR WS-VJL-STATUS = "05"
004640             CLOSE GREETVJL-FILE
004650             OPEN OUTPUT GREETVJL-FILE
004660     END-IF.
004670         IF WS-VJL-STATUS = "00"
004680             SET WS-VJL-OPENED TO TRUE
004690         ELSE
004700             DISPLAY "GREETVJL NOT AVAILABLE, STATUS "
004710                 WS-VJL-STATUS
004720                 " - GREETVIS UPDATES NOT JOURNALED"
004730     END-IF.
004740
004750         OPEN OUTPUT REPORT-FILE.
004760
004770         MOVE SPACES TO WS-PRINT-LINE.
004780         IF WS-ANON-MODE
004790             STRING "INACTIVE VISITOR ANONYMIZATION RUN OF "
004800                 DELIMITED BY SIZE
004810                 WS-RUN-DATE DELIMITED BY SIZE
004820                 INTO WS-PRINT-LINE
004830             WRITE REPORT-RECORD FROM WS-PRINT-LINE
004840             MOVE WS-ANON-DAYS TO WS-COUNT-DISP
004850             MOVE SPACES TO WS-PRINT-LINE
004860             STRING "DAYS SINCE LAST VISIT  . . . . "
004870                 DELIMITED BY SIZE
004880                 WS-COUNT-DISP DELIMITED BY SIZE
004890                 INTO WS-PRINT-LINE
004900         ELSE
004910             STRING "VISITOR DATA ERASURE RUN OF "
004920                 DELIMITED BY SIZE
004930                 WS-RUN-DATE DELIMITED BY SIZE
004940                 INTO WS-PRINT-LINE
004950     END-IF.
004960         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
004970         MOVE SPACES TO WS-PRINT-LINE.
004980         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
004990
005000 1000-EXIT.
005010     EXIT.
005020
005030******************************************************************
005040*    1050-LOAD-PARAMETERS - READ THE ANONDAYS PERIOD FROM THE    *
005050*    GREETPRM SITE PARAMETER FILE.  A MISSING FILE OR KEY        *
005060*    LEAVES THE BUILT-IN 730 DAYS (TWO YEARS) IN PLACE.          *
005070******************************************************************
005080 1050-LOAD-PARAMETERS.
005090
005100         OPEN INPUT GREETPRM-FILE.
005110         IF WS-PRM-STATUS = "00"
005120             MOVE "ANONDAYS" TO PR-PARM-KEY
005130             READ GREETPRM-FILE
005140                 INVALID KEY
005150                     CONTINUE
005160                 NOT INVALID KEY
005170                     MOVE PR-PARM-VALUE TO WS-ANON-DAYS
005180         END-READ
005190             CLOSE GREETPRM-FILE
005200     END-IF.
005210
005220 1050-EXIT.
005230     EXIT.
005240
005250******************************************************************
005260*    2000-LOAD-REQUESTS - READ THE APPROVED ERASURE REQUESTS     *
005270*    FROM GREETERQ AND PROCESS EACH ONE.  A MISSING REQUEST      *
005280*    FILE MEANS NOTHING WAS APPROVED.                            *
005290******************************************************************
005300 2000-LOAD-REQUESTS.
005310
005320         OPEN INPUT GREETERQ-FILE.
005330         IF WS-ERQ-STATUS NOT = "00"
005340             DISPLAY "GREETERQ NOT AVAILABLE, STATUS "
005350                 WS-ERQ-STATUS " - NO APPROVED ERASURE REQUESTS"
005360             GO TO 2000-EXIT
005370     END-IF.
005380
005390         PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
005400         PERFORM 2200-ACCEPT-ONE-REQUEST THRU 2200-EXIT
005410             UNTIL WS-ERQ-EOF.
005420         CLOSE GREETERQ-FILE.
005430
005440 2000-EXIT.
005450     EXIT.
005460
005470******************************************************************
005480*    2100-READ-REQUEST - PRIMING AND SUBSEQUENT READS OF THE     *
005490*    REQUEST FILE.                                               *
005500******************************************************************
005510 2100-READ-REQUEST.
005520
005530         READ GREETERQ-FILE
005540             AT END
005550                 SET WS-ERQ-EOF TO TRUE
005560     END-READ.
005570
005580 2100-EXIT.
005590     EXIT.
005600
005610******************************************************************
005620*    2200-ACCEPT-ONE-REQUEST - RESOLVE ONE REQUEST TO A NAME,    *
005630*    DELETE THE MASTER RECORD(S) AND ADD THE PERSON TO THE       *
005640*    SUBJECT TABLE FOR THE FILE PASSES.  BY VISITOR ID ONLY      *
005650*    THAT MASTER RECORD IS DELETED; BY NAME EVERY MASTER         *
005660*    RECORD CARRYING THE NAME IS.  A NAME NOT ON THE MASTER IS   *
005670*    STILL ERASED FROM THE OTHER FILES.  THEN READ THE NEXT.     *
005680******************************************************************
005690 2200-ACCEPT-ONE-REQUEST.
005700
005710         ADD 1 TO WS-REQUEST-COUNT.
005720
005730         IF WS-SJ-CT >= WS-SJ-MAX
005740             MOVE "TOO MANY REQUESTS IN ONE RUN"
005750                 TO WS-REJECT-REASON
005760             PERFORM 2400-REJECT-REQUEST THRU 2400-EXIT
005770             GO TO 2200-NEXT
005780     END-IF.
005790
005800         IF ER-VISITOR-ID NOT = SPACES
005810             IF ER-VISITOR-ID NOT NUMERIC
005820                 MOVE "VISITOR ID NOT NUMERIC" TO WS-REJECT-REASON
005830                 PERFORM 2400-REJECT-REQUEST THRU 2400-EXIT
005840                 GO TO 2200-NEXT
005850         END-IF
005860             MOVE ER-VISITOR-ID TO VM-VISITOR-ID
005870             READ GREETVIS-FILE
005880                 KEY IS VM-VISITOR-ID
005890                 INVALID KEY
005900                     MOVE "VISITOR ID NOT ON GREETVIS"
005910                         TO WS-REJECT-REASON
005920                     PERFORM 2400-REJECT-REQUEST THRU 2400-EXIT
005930                     GO TO 2200-NEXT
005940         END-READ
005950             PERFORM 2900-ADD-SUBJECT THRU 2900-EXIT
005960             PERFORM 2300-DELETE-MASTER THRU 2300-EXIT
005970             GO TO 2200-NEXT
005980     END-IF.
005990
006000         IF ER-LAST = SPACES
006010             MOVE "NO VISITOR ID OR NAME GIVEN"
006020                 TO WS-REJECT-REASON
006030             PERFORM 2400-REJECT-REQUEST THRU 2400-EXIT
006040             GO TO 2200-NEXT
006050     END-IF.
006060
006070         MOVE SPACES TO VISITOR-MASTER-RECORD.
006080         MOVE ZERO TO VM-VISITOR-ID.
006090         MOVE ER-LAST TO VM-LAST.
006100         MOVE ER-FIRST TO VM-FIRST.
006110         PERFORM 2900-ADD-SUBJECT THRU 2900-EXIT.
006120
006130         MOVE "N" TO WS-NAME-DONE-SW.
006140         PERFORM 2350-DELETE-ONE-BY-NAME THRU 2350-EXIT
006150             UNTIL WS-NAME-DONE.
006160
006170 2200-NEXT.
006180
006190         PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
006200
006210 2200-EXIT.
006220     EXIT.
006230
006240******************************************************************
006250*    2300-DELETE-MASTER - DELETE THE MASTER RECORD JUST READ     *
006260*    AND JOURNAL THE DELETE.  THE JOURNAL'S BEFORE IMAGE KEEPS   *
006270*    THE VISITOR ID, DATES, VISIT COUNT, COMPANY AND SITE AS     *
006280*    THE AUDIT RECORD OF WHAT WAS REMOVED, BUT NOT THE NAME OR   *
006290*    E-MAIL - THE JOURNAL MUST NOT KEEP WHAT WAS ERASED.         *
006300******************************************************************
006310 2300-DELETE-MASTER.
006320
006330         DELETE GREETVIS-FILE
006340             INVALID KEY
006350                 DISPLAY "GREETVIS DELETE FAILED, STATUS "
006360                     WS-VIS-STATUS " ID " VM-VISITOR-ID
006370                 GO TO 2300-EXIT
006380     END-DELETE.
006390
006400         ADD 1 TO SJ-VIS-CT (SJ-IDX).
006410         ADD 1 TO WS-VIS-TOTAL.
006420
006430         MOVE SJ-MASK-LAST (SJ-IDX) TO VM-LAST.
006440         MOVE SPACES TO VM-FIRST.
006450         MOVE SPACES TO VM-TITLE.
006460         MOVE SPACES TO VM-MIDDLE.
006470         MOVE SPACES TO VM-SUFFIX.
006480         MOVE SPACES TO VM-EMAIL.
006490         MOVE VISITOR-MASTER-RECORD TO WS-VM-BEFORE.
006500         MOVE SPACES TO VISITOR-MASTER-RECORD.
006510         MOVE "D" TO WS-JR-FUNCTION.
006520         PERFORM 7500-WRITE-VIS-JOURNAL THRU 7500-EXIT.
006530
006540 2300-EXIT.
006550     EXIT.
006560
006570******************************************************************
006580*    2350-DELETE-ONE-BY-NAME - READ THE NEXT MASTER RECORD       *
006590*    CARRYING THE SUBJECT'S NAME AND DELETE IT.  NO RECORD LEFT  *
006600*    ENDS THE LOOP.                                              *
006610******************************************************************
006620 2350-DELETE-ONE-BY-NAME.
006630
006640         MOVE SJ-LAST (SJ-IDX) TO VM-LAST.
006650         MOVE SJ-FIRST (SJ-IDX) TO VM-FIRST.
006660         READ GREETVIS-FILE
006670             KEY IS VM-NAME-KEY
006680             INVALID KEY
006690                 SET WS-NAME-DONE TO TRUE
006700                 GO TO 2350-EXIT
006710     END-READ.
006720
006730         IF SJ-VISITOR-ID (SJ-IDX) = ZERO
006740             MOVE VM-VISITOR-ID TO SJ-VISITOR-ID (SJ-IDX)
006750     END-IF.
006760
006770         MOVE SJ-VIS-CT (SJ-IDX) TO WS-PRIOR-VIS-CT.
006780         PERFORM 2300-DELETE-MASTER THRU 2300-EXIT.
006790         IF SJ-VIS-CT (SJ-IDX) = WS-PRIOR-VIS-CT
006800             SET WS-NAME-DONE TO TRUE
006810     END-IF.
006820
006830 2350-EXIT.
006840     EXIT.
006850
006860******************************************************************
006870*    2400-REJECT-REQUEST - REPORT A REQUEST THAT COULD NOT BE    *
006880*    ACTED ON, WITH THE REASON.  NOTHING IS ERASED FOR IT.       *
006890******************************************************************
006900 2400-REJECT-REQUEST.
006910
006920         ADD 1 TO WS-REJECT-COUNT.
006930         MOVE SPACES TO WS-PRINT-LINE.
006940         MOVE ER-REQUEST-REF TO WS-PRINT-LINE (1:8).
006950         MOVE ER-VISITOR-ID TO WS-PRINT-LINE (10:6).
006960         MOVE "*** REQUEST REJECTED -" TO WS-PRINT-LINE (17:22).
006970         MOVE WS-REJECT-REASON TO WS-PRINT-LINE (40:30).
006980         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
006990
007000 2400-EXIT.
007010     EXIT.
007020
007030******************************************************************
007040*    2500-SELECT-INACTIVE - SCAN THE MASTER FOR VISITORS WHOSE   *
007050*    LAST VISIT IS OLDER THAN THE ANONDAYS CUTOFF AND            *
007060*    ANONYMIZE EACH ONE.  A VISITOR ALREADY ANONYMIZED IS        *
007070*    PASSED OVER.                                                *
007080******************************************************************
007090 2500-SELECT-INACTIVE.
007100
007110         MOVE WS-RUN-DATE TO WS-DTS-DATE.
007120         PERFORM 7800-DATE-TO-SERIAL THRU 7800-EXIT.
007130         SUBTRACT WS-ANON-DAYS FROM WS-DTS-SERIAL
007140             GIVING WS-CUTOFF-SERIAL.
007150
007160         MOVE "N" TO WS-FILE-EOF-SW.
007170         MOVE ZERO TO VM-VISITOR-ID.
007180         START GREETVIS-FILE KEY IS NOT LESS THAN VM-VISITOR-ID
007190             INVALID KEY
007200                 SET WS-FILE-EOF TO TRUE
007210     END-START.
007220
007230         PERFORM 2600-CHECK-ONE-VISITOR THRU 2600-EXIT
007240             UNTIL WS-FILE-EOF.
007250
007260 2500-EXIT.
007270     EXIT.
007280
007290******************************************************************
007300*    2600-CHECK-ONE-VISITOR - READ THE NEXT MASTER RECORD; IF    *
007310*    THE VISITOR HAS NOT BEEN SEEN SINCE THE CUTOFF, ADD THEM    *
007320*    TO THE SUBJECT TABLE AND REWRITE THE MASTER WITH THE NAME,  *
007330*    TITLE, MIDDLE NAME, SUFFIX, E-MAIL AND VIP FLAG CLEARED.    *
007340*    THE VISIT COUNT, DATES, COMPANY AND SITE ARE KEPT.  PAST    *
007350*    2000 VISITORS THE PASS STOPS; THE REST ARE PICKED UP BY     *
007360*    THE NEXT RUN.                                               *
007370******************************************************************
007380 2600-CHECK-ONE-VISITOR.
007390
007400         READ GREETVIS-FILE NEXT RECORD
007410             AT END
007420                 SET WS-FILE-EOF TO TRUE
007430                 GO TO 2600-EXIT
007440     END-READ.
007450
007460         IF VM-LAST (1:10) = "ANONYMOUS "
007470             OR VM-LAST-VISIT-DATE NOT NUMERIC
007480             OR VM-LAST-VISIT-DATE = ZERO
007490             GO TO 2600-EXIT
007500     END-IF.
007510
007520         MOVE VM-LAST-VISIT-DATE TO WS-DTS-DATE.
007530         PERFORM 7800-DATE-TO-SERIAL THRU 7800-EXIT.
007540         IF WS-DTS-SERIAL NOT < WS-CUTOFF-SERIAL
007550             GO TO 2600-EXIT
007560     END-IF.
007570
007580         IF WS-SJ-CT >= WS-SJ-MAX
007590             DISPLAY "MORE THAN " WS-SJ-MAX " VISITORS TO "
007600                 "ANONYMIZE - THE REST WILL BE TAKEN NEXT RUN"
007610             SET WS-SJ-FULL TO TRUE
007620             SET WS-FILE-EOF TO TRUE
007630             GO TO 2600-EXIT
007640     END-IF.
007650
007660         PERFORM 2900-ADD-SUBJECT THRU 2900-EXIT.
007670
007680         MOVE VISITOR-MASTER-RECORD TO WS-VM-BEFORE.
007690         MOVE SJ-MASK-LAST (SJ-IDX) TO VM-LAST.
007700         MOVE SPACES TO VM-FIRST.
007710         MOVE SPACES TO VM-TITLE.
007720         MOVE SPACES TO VM-MIDDLE.
007730         MOVE SPACES TO VM-SUFFIX.
007740         MOVE SPACES TO VM-EMAIL.
007750         MOVE SPACE TO VM-VIP-FLAG.
007760         REWRITE VISITOR-MASTER-RECORD
007770             INVALID KEY
007780                 DISPLAY "GREETVIS REWRITE FAILED, STATUS "
007790                     WS-VIS-STATUS " ID " VM-VISITOR-ID
007800                 GO TO 2600-EXIT
007810     END-REWRITE.
007820
007830         ADD 1 TO SJ-VIS-CT (SJ-IDX).
007840         ADD 1 TO WS-VIS-TOTAL.
007850         MOVE "C" TO WS-JR-FUNCTION.
007860         PERFORM 7500-WRITE-VIS-JOURNAL THRU 7500-EXIT.
007870
007880 2600-EXIT.
007890     EXIT.
007900
007910******************************************************************
007920*    2900-ADD-SUBJECT - ADD THE PERSON IN THE MASTER RECORD      *
007930*    AREA TO THE SUBJECT TABLE AND BUILD THE REPLACEMENT LAST    *
007940*    NAME: "ERASED" AND THE REQUEST REFERENCE FOR AN ERASURE,    *
007950*    "ANONYMOUS" AND THE VISITOR ID FOR AN ANONYMIZATION.        *
007960*    LEAVES SJ-IDX ON THE NEW ENTRY.                             *
007970******************************************************************
007980 2900-ADD-SUBJECT.
007990
008000         ADD 1 TO WS-SJ-CT.
008010         SET SJ-IDX TO WS-SJ-CT.
008020         MOVE VM-VISITOR-ID TO SJ-VISITOR-ID (SJ-IDX).
008030         MOVE VM-LAST TO SJ-LAST (SJ-IDX).
008040         MOVE VM-FIRST TO SJ-FIRST (SJ-IDX).
008050         MOVE ZERO TO SJ-VIS-CT (SJ-IDX).
008060         MOVE ZERO TO SJ-HIS-CT (SJ-IDX).
008070         MOVE ZERO TO SJ-LOG-CT (SJ-IDX).
008080         MOVE ZERO TO SJ-ARC-CT (SJ-IDX).
008090         MOVE ZERO TO SJ-RSQ-CT (SJ-IDX).
008100         MOVE ZERO TO SJ-ALR-CT (SJ-IDX).
008110         MOVE ZERO TO SJ-APT-CT (SJ-IDX).
008120         MOVE ZERO TO SJ-BDG-CT (SJ-IDX).
008130         MOVE ZERO TO SJ-HAN-CT (SJ-IDX).
008140         MOVE ZERO TO SJ-LBL-CT (SJ-IDX).
008150         MOVE ZERO TO SJ-RPL-CT (SJ-IDX).
008160         MOVE ZERO TO SJ-CEX-CT (SJ-IDX).
008170         MOVE ZERO TO SJ-BSP-CT (SJ-IDX).
008180         MOVE ZERO TO SJ-LBQ-CT (SJ-IDX).
008190         MOVE ZERO TO SJ-CMP-CT (SJ-IDX).
008200         MOVE ZERO TO SJ-CDN-CT (SJ-IDX).
008210
008220         MOVE SPACES TO WS-MASK-LAST.
008230         IF WS-ANON-MODE
008240             MOVE SPACES TO SJ-REQUEST-REF (SJ-IDX)
008250             STRING "ANONYMOUS " DELIMITED BY SIZE
008260                 VM-VISITOR-ID DELIMITED BY SIZE
008270                 INTO WS-MASK-LAST
008280         ELSE
008290             MOVE ER-REQUEST-REF TO SJ-REQUEST-REF (SJ-IDX)
008300             STRING "ERASED " DELIMITED BY SIZE
008310                 ER-REQUEST-REF DELIMITED BY SIZE
008320                 INTO WS-MASK-LAST
008330     END-IF.
008340         MOVE WS-MASK-LAST TO SJ-MASK-LAST (SJ-IDX).
008350
008360 2900-EXIT.
008370     EXIT.
008380
008390******************************************************************
008400*    3000-MASK-GREETLOG - MASK THE SUBJECTS' GREETLOG RECORDS    *
008410*    IN PLACE.  NO RECORD IS ADDED OR REMOVED, SO THE GREETXWM   *
008420*    EXTRACT WATERMARK AND THE DAILY COUNTS STAY RIGHT.          *
008430******************************************************************
008440 3000-MASK-GREETLOG.
008450
008460         OPEN I-O GREETLOG-FILE.
008470         IF WS-GLOG-STATUS NOT = "00"
008480             GO TO 3000-EXIT
008490     END-IF.
008500
008510         MOVE "N" TO WS-FILE-EOF-SW.
008520         PERFORM 3050-MASK-ONE-GREETLOG THRU 3050-EXIT
008530             UNTIL WS-FILE-EOF.
008540         CLOSE GREETLOG-FILE.
008550
008560 3000-EXIT.
008570     EXIT.
008580
008590******************************************************************
008600*    3050-MASK-ONE-GREETLOG - READ ONE GREETLOG RECORD AND, IF   *
008610*    IT IS A SUBJECT'S, REWRITE IT UNDER THE REPLACEMENT NAME.   *
008620*    DATE, TIME, COMPANY AND SITE ARE KEPT.                      *
008630******************************************************************
008640 3050-MASK-ONE-GREETLOG.
008650
008660         READ GREETLOG-FILE
008670             AT END
008680                 SET WS-FILE-EOF TO TRUE
008690                 GO TO 3050-EXIT
008700     END-READ.
008710
008720         MOVE GL-LAST OF GREETLOG-RECORD TO WS-MATCH-LAST.
008730         MOVE GL-FIRST OF GREETLOG-RECORD TO WS-MATCH-FIRST.
008740         PERFORM 5000-FIND-SUBJECT THRU 5000-EXIT.
008750         IF NOT WS-SJ-FOUND
008760             GO TO 3050-EXIT
008770     END-IF.
008780
008790         MOVE SJ-MASK-LAST (SJ-IDX) TO GL-LAST OF GREETLOG-RECORD.
008800         MOVE SPACES TO GL-FIRST OF GREETLOG-RECORD.
008810         MOVE SPACES TO GL-TITLE OF GREETLOG-RECORD.
008820         MOVE SPACES TO GL-MIDDLE OF GREETLOG-RECORD.
008830         MOVE SPACES TO GL-SUFFIX OF GREETLOG-RECORD.
008840         REWRITE GREETLOG-RECORD.
008850         IF WS-GLOG-STATUS = "00"
008860             ADD 1 TO SJ-LOG-CT (SJ-IDX)
008870             ADD 1 TO WS-LOG-TOTAL
008880     END-IF.
008890
008900 3050-EXIT.
008910     EXIT.
008920
008930******************************************************************
008940*    3100-MASK-GREETARC - MASK THE SUBJECTS' ARCHIVED GREETINGS  *
008950*    IN PLACE, THE SAME WAY AS GREETLOG.                         *
008960******************************************************************
008970 3100-MASK-GREETARC.
008980
008990         OPEN I-O GREETARC-FILE.
009000         IF WS-ARC-STATUS NOT = "00"
009010             GO TO 3100-EXIT
009020     END-IF.
009030
009040         MOVE "N" TO WS-FILE-EOF-SW.
009050         PERFORM 3150-MASK-ONE-GREETARC THRU 3150-EXIT
009060             UNTIL WS-FILE-EOF.
009070         CLOSE GREETARC-FILE.
009080
009090 3100-EXIT.
009100     EXIT.
009110
009120******************************************************************
009130*    3150-MASK-ONE-GREETARC - READ ONE ARCHIVE RECORD AND MASK   *
009140*    IT IF IT IS A SUBJECT'S.                                    *
009150******************************************************************
009160 3150-MASK-ONE-GREETARC.
009170
009180         READ GREETARC-FILE
009190             AT END
009200                 SET WS-FILE-EOF TO TRUE
009210                 GO TO 3150-EXIT
009220     END-READ.
009230
009240         MOVE GL-LAST OF ARCHIVE-RECORD TO WS-MATCH-LAST.
009250         MOVE GL-FIRST OF ARCHIVE-RECORD TO WS-MATCH-FIRST.
009260         PERFORM 5000-FIND-SUBJECT THRU 5000-EXIT.
009270         IF NOT WS-SJ-FOUND
009280             GO TO 3150-EXIT
009290     END-IF.
009300
009310         MOVE SJ-MASK-LAST (SJ-IDX) TO GL-LAST OF ARCHIVE-RECORD.
009320         MOVE SPACES TO GL-FIRST OF ARCHIVE-RECORD.
009330         MOVE SPACES TO GL-TITLE OF ARCHIVE-RECORD.
009340         MOVE SPACES TO GL-MIDDLE OF ARCHIVE-RECORD.
009350         MOVE SPACES TO GL-SUFFIX OF ARCHIVE-RECORD.
009360         REWRITE ARCHIVE-RECORD.
009370         IF WS-ARC-STATUS = "00"
009380             ADD 1 TO SJ-ARC-CT (SJ-IDX)
009390             ADD 1 TO WS-ARC-TOTAL
009400     END-IF.
009410
009420 3150-EXIT.
009430     EXIT.
009440
009450******************************************************************
009460*    3200-MASK-GREETRSQ - MASK THE SUBJECTS' RECORDS WAITING ON  *
009470*    THE GREETRSQ RESEND QUEUE, SO THE NAME IS NOT SENT TO THE   *
009480*    CRM AGAIN.                                                  *
009490******************************************************************
009500 3200-MASK-GREETRSQ.
009510
009520         OPEN I-O GREETRSQ-FILE.
009530         IF WS-RSQ-STATUS NOT = "00"
009540             GO TO 3200-EXIT
009550     END-IF.
009560
009570         MOVE "N" TO WS-FILE-EOF-SW.
009580         PERFORM 3250-MASK-ONE-GREETRSQ THRU 3250-EXIT
009590             UNTIL WS-FILE-EOF.
009600         CLOSE GREETRSQ-FILE.
009610
009620 3200-EXIT.
009630     EXIT.
009640
009650******************************************************************
009660*    3250-MASK-ONE-GREETRSQ - READ ONE QUEUED RECORD AND MASK    *
009670*    IT IF IT IS A SUBJECT'S.                                    *
009680******************************************************************
009690 3250-MASK-ONE-GREETRSQ.
009700
009710         READ GREETRSQ-FILE
009720             AT END
009730                 SET WS-FILE-EOF TO TRUE
009740                 GO TO 3250-EXIT
009750     END-READ.
009760
009770         MOVE GL-LAST OF RESEND-RECORD TO WS-MATCH-LAST.
009780         MOVE GL-FIRST OF RESEND-RECORD TO WS-MATCH-FIRST.
009790         PERFORM 5000-FIND-SUBJECT THRU 5000-EXIT.
009800         IF NOT WS-SJ-FOUND
009810             GO TO 3250-EXIT
009820     END-IF.
009830
009840         MOVE SJ-MASK-LAST (SJ-IDX) TO GL-LAST OF RESEND-RECORD.
009850         MOVE SPACES TO GL-FIRST OF RESEND-RECORD.
009860         MOVE SPACES TO GL-TITLE OF RESEND-RECORD.
009870         MOVE SPACES TO GL-MIDDLE OF RESEND-RECORD.
009880         MOVE SPACES TO GL-SUFFIX OF RESEND-RECORD.
009890         REWRITE RESEND-RECORD.
009900         IF WS-RSQ-STATUS = "00"
009910             ADD 1 TO SJ-RSQ-CT (SJ-IDX)
009920             ADD 1 TO WS-RSQ-TOTAL
009930     END-IF.
009940
009950 3250-EXIT.
009960     EXIT.
009970
009980******************************************************************
009990*    3300-MASK-GREETALR - MASK THE SUBJECTS' WATCHLIST ALERTS IN *
010000*    PLACE.  THE INSTRUCTIONS TEXT IS ABOUT THE PERSON, SO IT    *
010010*    IS CLEARED TOO; THE ALERT TYPE, DATE AND TIME ARE KEPT.     *
010020******************************************************************
010030 3300-MASK-GREETALR.
010040
010050         OPEN I-O GREETALR-FILE.
010060         IF WS-ALR-STATUS NOT = "00"
010070             GO TO 3300-EXIT
010080     END-IF.
010090
010100         MOVE "N" TO WS-FILE-EOF-SW.
010110         PERFORM 3350-MASK-ONE-GREETALR THRU 3350-EXIT
010120             UNTIL WS-FILE-EOF.
010130         CLOSE GREETALR-FILE.
010140
010150 3300-EXIT.
010160     EXIT.
010170
010180******************************************************************
010190*    3350-MASK-ONE-GREETALR - READ ONE ALERT AND MASK IT IF IT   *
010200*    IS A SUBJECT'S.                                             *
010210******************************************************************
010220 3350-MASK-ONE-GREETALR.
010230
010240         READ GREETALR-FILE
010250             AT END
010260                 SET WS-FILE-EOF TO TRUE
010270                 GO TO 3350-EXIT
010280     END-READ.
010290
010300         MOVE AL-LAST TO WS-MATCH-LAST.
010310         MOVE AL-FIRST TO WS-MATCH-FIRST.
010320         PERFORM 5000-FIND-SUBJECT THRU 5000-EXIT.
010330         IF NOT WS-SJ-FOUND
010340             GO TO 3350-EXIT
010350     END-IF.
010360
010370         MOVE SJ-MASK-LAST (SJ-IDX) TO AL-LAST.
010380         MOVE SPACES TO AL-FIRST.
010390         MOVE SPACES TO AL-INSTRUCTIONS.
010400         REWRITE ALERT-RECORD.
010410         IF WS-ALR-STATUS = "00"
010420             ADD 1 TO SJ-ALR-CT (SJ-IDX)
010430             ADD 1 TO WS-ALR-TOTAL
010440     END-IF.
010450
010460 3350-EXIT.
010470     EXIT.
010480
010490******************************************************************
010500*    3400-MASK-GREETLBL - MASK THE SUBJECTS' BADGE LABELS IN     *
010510*    PLACE, FULL NAME INCLUDED.  THE BADGE NUMBER, COMPANY,      *
010520*    SITE AND DATE ARE KEPT.                                     *
010530******************************************************************
010540 3400-MASK-GREETLBL.
010550
010560         OPEN I-O GREETLBL-FILE.
010570         IF WS-LBL-STATUS NOT = "00"
010580             GO TO 3400-EXIT
010590     END-IF.
010600
010610         MOVE "N" TO WS-FILE-EOF-SW.
010620         PERFORM 3450-MASK-ONE-GREETLBL THRU 3450-EXIT
010630             UNTIL WS-FILE-EOF.
010640         CLOSE GREETLBL-FILE.
010650
010660 3400-EXIT.
010670     EXIT.
010680
010690******************************************************************
010700*    3450-MASK-ONE-GREETLBL - READ ONE LABEL AND MASK IT IF IT   *
010710*    IS A SUBJECT'S.                                             *
010720******************************************************************
010730 3450-MASK-ONE-GREETLBL.
010740
010750         READ GREETLBL-FILE
010760             AT END
010770                 SET WS-FILE-EOF TO TRUE
010780                 GO TO 3450-EXIT
010790     END-READ.
010800
010810         MOVE LB-LAST TO WS-MATCH-LAST.
010820         MOVE LB-FIRST TO WS-MATCH-FIRST.
010830         PERFORM 5000-FIND-SUBJECT THRU 5000-EXIT.
010840         IF NOT WS-SJ-FOUND
010850             GO TO 3450-EXIT
010860     END-IF.
010870
010880         MOVE SJ-MASK-LAST (SJ-IDX) TO LB-LAST.
010890         MOVE SPACES TO LB-FIRST.
010900         MOVE SJ-MASK-LAST (SJ-IDX) TO LB-FULL-NAME.
010910         REWRITE BADGE-LABEL-RECORD.
010920         IF WS-LBL-STATUS = "00"
010930             ADD 1 TO SJ-LBL-CT (SJ-IDX)
010940             ADD 1 TO WS-LBL-TOTAL
010950     END-IF.
010960
010970 3450-EXIT.
010980     EXIT.
010990
011000******************************************************************
011010*    3500-MASK-GREETRPL - MASK THE SUBJECTS' BADGE REPRINT LOG   *
011020*    RECORDS IN PLACE, SO THE REPRINT COUNTS STILL ADD UP.       *
011030******************************************************************
011040 3500-MASK-GREETRPL.
011050
011060         OPEN I-O GREETRPL-FILE.
011070         IF WS-RPL-STATUS NOT = "00"
011080             GO TO 3500-EXIT
011090     END-IF.
011100
011110         MOVE "N" TO WS-FILE-EOF-SW.
011120         PERFORM 3550-MASK-ONE-GREETRPL THRU 3550-EXIT
011130             UNTIL WS-FILE-EOF.
011140         CLOSE GREETRPL-FILE.
011150
011160 3500-EXIT.
011170     EXIT.
011180
011190******************************************************************
011200*    3550-MASK-ONE-GREETRPL - READ ONE REPRINT LOG RECORD AND    *
011210*    MASK IT IF IT IS A SUBJECT'S.                               *
011220******************************************************************
011230 3550-MASK-ONE-GREETRPL.
011240
011250         READ GREETRPL-FILE
011260             AT END
011270                 SET WS-FILE-EOF TO TRUE
011280                 GO TO 3550-EXIT
011290     END-READ.
011300
011310         MOVE RP-LAST TO WS-MATCH-LAST.
011320         MOVE RP-FIRST TO WS-MATCH-FIRST.
011330         PERFORM 5000-FIND-SUBJECT THRU 5000-EXIT.
011340         IF NOT WS-SJ-FOUND
011350             GO TO 3550-EXIT
011360     END-IF.
011370
011380         MOVE SJ-MASK-LAST (SJ-IDX) TO RP-LAST.
011390         MOVE SPACES TO RP-FIRST.
011400         REWRITE BADGE-REPRINT-RECORD.
011410         IF WS-RPL-STATUS = "00"
011420             ADD 1 TO SJ-RPL-CT (SJ-IDX)
011430             ADD 1 TO WS-RPL-TOTAL
011440     END-IF.
011450
011460 3550-EXIT.
011470     EXIT.
011480
011490******************************************************************
011500*    3600-MASK-GREETCEX - MASK THE SUBJECTS' COMPLIANCE          *
011510*    EXCEPTIONS IN PLACE.  AN ERASURE ALSO CLEARS THE VISITOR    *
011520*    ID, WHOSE MASTER RECORD IS GONE; AN ANONYMIZATION KEEPS IT, *
011530*    AS THE MASTER DOES.  DATE, SITE, COMPANY AND PROBLEM ARE    *
011540*    KEPT.                                                       *
011550******************************************************************
011560 3600-MASK-GREETCEX.
011570
011580         OPEN I-O GREETCEX-FILE.
011590         IF WS-CEX-STATUS NOT = "00"
011600             GO TO 3600-EXIT
011610     END-IF.
011620
011630         MOVE "N" TO WS-FILE-EOF-SW.
011640         PERFORM 3650-MASK-ONE-GREETCEX THRU 3650-EXIT
011650             UNTIL WS-FILE-EOF.
011660         CLOSE GREETCEX-FILE.
011670
011680 3600-EXIT.
011690     EXIT.
011700
011710******************************************************************
011720*    3650-MASK-ONE-GREETCEX - READ ONE COMPLIANCE EXCEPTION AND  *
011730*    MASK IT IF IT IS A SUBJECT'S.                               *
011740******************************************************************
011750 3650-MASK-ONE-GREETCEX.
011760
011770         READ GREETCEX-FILE
011780             AT END
011790                 SET WS-FILE-EOF TO TRUE
011800                 GO TO 3650-EXIT
011810     END-READ.
011820
011830         MOVE CX-LAST TO WS-MATCH-LAST.
011840         MOVE CX-FIRST TO WS-MATCH-FIRST.
011850         PERFORM 5000-FIND-SUBJECT THRU 5000-EXIT.
011860         IF NOT WS-SJ-FOUND
011870             GO TO 3650-EXIT
011880     END-IF.
011890
011900         MOVE SJ-MASK-LAST (SJ-IDX) TO CX-LAST.
011910         MOVE SPACES TO CX-FIRST.
011920         IF WS-ERASE-MODE
011930             MOVE ZERO TO CX-VISITOR-ID
011940     END-IF.
011950         REWRITE COMPLIANCE-EXCEPTION-RECORD.
011960         IF WS-CEX-STATUS = "00"
011970             ADD 1 TO SJ-CEX-CT (SJ-IDX)
011980             ADD 1 TO WS-CEX-TOTAL
011990     END-IF.
012000
012010 3650-EXIT.
012020     EXIT.
012030
012040******************************************************************
012050*    3700-MASK-GREETBSP - MASK THE SUBJECTS' BOOKINGS HELD ON    *
012060*    THE GREETBSP BOOKING SUSPENSE FILE.  THE SUSPENDED DETAIL   *
012070*    IS LAID OUT AS THE BOOKING FEED RECORD, SO IT IS TAKEN      *
012080*    APART THROUGH BKFREC.  THE REASON CODE, BOOKING REFERENCE,  *
012090*    DATE AND HOST ARE KEPT.                                     *
012100******************************************************************
012110 3700-MASK-GREETBSP.
012120
012130         OPEN I-O GREETBSP-FILE.
012140         IF WS-BSP-STATUS NOT = "00"
012150             GO TO 3700-EXIT
012160     END-IF.
012170
012180         MOVE "N" TO WS-FILE-EOF-SW.
012190         PERFORM 3750-MASK-ONE-GREETBSP THRU 3750-EXIT
012200             UNTIL WS-FILE-EOF.
012210         CLOSE GREETBSP-FILE.
012220
012230 3700-EXIT.
012240     EXIT.
012250
012260******************************************************************
012270*    3750-MASK-ONE-GREETBSP - READ ONE SUSPENDED BOOKING AND     *
012280*    MASK IT IF IT IS A SUBJECT'S.  ONLY DETAIL RECORDS CARRY A  *
012290*    NAME.                                                       *
012300******************************************************************
012310 3750-MASK-ONE-GREETBSP.
012320
012330         READ GREETBSP-FILE
012340             AT END
012350                 SET WS-FILE-EOF TO TRUE
012360                 GO TO 3750-EXIT
012370     END-READ.
012380
012390         MOVE BS-BOOKING-DATA TO BOOKING-FEED-RECORD.
012400         IF NOT BF-DETAIL-RECORD
012410             GO TO 3750-EXIT
012420     END-IF.
012430
012440         MOVE BF-LAST TO WS-MATCH-LAST.
012450         MOVE BF-FIRST TO WS-MATCH-FIRST.
012460         PERFORM 5000-FIND-SUBJECT THRU 5000-EXIT.
012470         IF NOT WS-SJ-FOUND
012480             GO TO 3750-EXIT
012490     END-IF.
012500
012510         MOVE SJ-MASK-LAST (SJ-IDX) TO BF-LAST.
012520         MOVE SPACES TO BF-FIRST.
012530         MOVE BOOKING-FEED-RECORD TO BS-BOOKING-DATA.
012540         REWRITE BOOKING-SUSPENSE-RECORD.
012550         IF WS-BSP-STATUS = "00"
012560             ADD 1 TO SJ-BSP-CT (SJ-IDX)
012570             ADD 1 TO WS-BSP-TOTAL
012580     END-IF.
012590
012600 3750-EXIT.
012610     EXIT.
012620
012630******************************************************************
012640*    3800-MASK-GREETLBQ - MASK THE SUBJECTS' ENTRIES WAITING ON  *
012650*    THE GREETLBQ LOOKBACK QUEUE.  A MASKED ENTRY FINDS NO PAST  *
012660*    VISITS AND NO WATCHLIST ENTRY, SO GREETLBK RAISES NO ALERT  *
012670*    FOR IT AND CLEARS IT WITH THE REST OF THE QUEUE.            *
012680******************************************************************
012690 3800-MASK-GREETLBQ.
012700
012710         OPEN I-O GREETLBQ-FILE.
012720         IF WS-LBQ-STATUS NOT = "00"
012730             GO TO 3800-EXIT
012740     END-IF.
012750
012760         MOVE "N" TO WS-FILE-EOF-SW.
012770         PERFORM 3850-MASK-ONE-GREETLBQ THRU 3850-EXIT
012780             UNTIL WS-FILE-EOF.
012790         CLOSE GREETLBQ-FILE.
012800
012810 3800-EXIT.
012820     EXIT.
012830
012840******************************************************************
012850*    3850-MASK-ONE-GREETLBQ - READ ONE QUEUED ENTRY AND MASK IT  *
012860*    IF IT IS A SUBJECT'S.                                       *
012870******************************************************************
012880 3850-MASK-ONE-GREETLBQ.
012890
012900         READ GREETLBQ-FILE
012910             AT END
012920                 SET WS-FILE-EOF TO TRUE
012930                 GO TO 3850-EXIT
012940     END-READ.
012950
012960         MOVE LQ-LAST TO WS-MATCH-LAST.
012970         MOVE LQ-FIRST TO WS-MATCH-FIRST.
012980         PERFORM 5000-FIND-SUBJECT THRU 5000-EXIT.
012990         IF NOT WS-SJ-FOUND
013000             GO TO 3850-EXIT
013010     END-IF.
013020
013030         MOVE SJ-MASK-LAST (SJ-IDX) TO LQ-LAST.
013040         MOVE SPACES TO LQ-FIRST.
013050         REWRITE LOOKBACK-QUEUE-RECORD.
013060         IF WS-LBQ-STATUS = "00"
013070             ADD 1 TO SJ-LBQ-CT (SJ-IDX)
013080             ADD 1 TO WS-LBQ-TOTAL
013090     END-IF.
013100
013110 3850-EXIT.
013120     EXIT.
013130
013140******************************************************************
013150*    4000-MASK-GREETBDG - MASK THE SUBJECTS' BADGES IN PLACE.    *
013160*    THE FILE IS KEYED BY BADGE NUMBER, SO THE RECORD STAYS AND  *
013170*    THE BADGE COUNTS AND VISIT DURATIONS ARE UNCHANGED.         *
013180******************************************************************
013190 4000-MASK-GREETBDG.
013200
013210         OPEN I-O GREETBDG-FILE.
013220         IF WS-BDG-STATUS NOT = "00"
013230             GO TO 4000-EXIT
013240     END-IF.
013250
013260         MOVE "N" TO WS-FILE-EOF-SW.
013270         PERFORM 4050-MASK-ONE-BADGE THRU 4050-EXIT
013280             UNTIL WS-FILE-EOF.
013290         CLOSE GREETBDG-FILE.
013300
013310 4000-EXIT.
013320     EXIT.
013330
013340******************************************************************
013350*    4050-MASK-ONE-BADGE - READ THE NEXT BADGE AND MASK IT IF    *
013360*    IT WAS ISSUED TO A SUBJECT.                                 *
013370******************************************************************
013380 4050-MASK-ONE-BADGE.
013390
013400         READ GREETBDG-FILE NEXT RECORD
013410             AT END
013420                 SET WS-FILE-EOF TO TRUE
013430                 GO TO 4050-EXIT
013440     END-READ.
013450
013460         MOVE BG-LAST TO WS-MATCH-LAST.
013470         MOVE BG-FIRST TO WS-MATCH-FIRST.
013480         PERFORM 5000-FIND-SUBJECT THRU 5000-EXIT.
013490         IF NOT WS-SJ-FOUND
013500             GO TO 4050-EXIT
013510     END-IF.
013520
013530         MOVE SJ-MASK-LAST (SJ-IDX) TO BG-LAST.
013540         MOVE SPACES TO BG-FIRST.
013550         REWRITE GREETBDG-RECORD
013560             INVALID KEY
013570                 GO TO 4050-EXIT
013580     END-REWRITE.
013590         ADD 1 TO SJ-BDG-CT (SJ-IDX).
013600         ADD 1 TO WS-BDG-TOTAL.
013610
013620 4050-EXIT.
013630     EXIT.
013640
013650******************************************************************
013660*    4100-CLEAR-GREETHIS - GREETHIS IS KEYED ON THE NAME, SO     *
013670*    EACH SUBJECT'S HISTORY RECORDS ARE FOUND BY KEY.  AN        *
013680*    ERASURE DELETES THEM; AN ANONYMIZATION RE-KEYS THEM UNDER   *
013690*    THE REPLACEMENT NAME SO THE HISTORY STILL COUNTS.           *
013700******************************************************************
013710 4100-CLEAR-GREETHIS.
013720
013730         OPEN I-O GREETHIS-FILE.
013740         IF WS-HIS-STATUS NOT = "00"
013750             GO TO 4100-EXIT
013760     END-IF.
013770
013780         PERFORM 4150-CLEAR-ONE-SUBJECT THRU 4150-EXIT
013790             VARYING SJ-IDX FROM 1 BY 1
013800             UNTIL SJ-IDX > WS-SJ-CT.
013810         CLOSE GREETHIS-FILE.
013820
013830 4100-EXIT.
013840     EXIT.
013850
013860******************************************************************
013870*    4150-CLEAR-ONE-SUBJECT - CLEAR EVERY GREETHIS RECORD FOR    *
013880*    ONE SUBJECT.                                                *
013890******************************************************************
013900 4150-CLEAR-ONE-SUBJECT.
013910
013920         MOVE "N" TO WS-NAME-DONE-SW.
013930         PERFORM 4160-CLEAR-ONE-HISTORY THRU 4160-EXIT
013940             UNTIL WS-NAME-DONE.
013950
013960 4150-EXIT.
013970     EXIT.
013980
013990******************************************************************
014000*    4160-CLEAR-ONE-HISTORY - POSITION ON THE SUBJECT'S FIRST    *
014010*    REMAINING HISTORY RECORD AND DELETE (OR RE-KEY) IT.  EACH   *
014020*    ROUND STARTS AFRESH FROM THE NAME, SO THE DELETE NEVER      *
014030*    DISTURBS A BROWSE.  NO RECORD LEFT FOR THE NAME ENDS THE    *
014040*    LOOP.                                                       *
014050******************************************************************
014060 4160-CLEAR-ONE-HISTORY.
014070
014080         MOVE LOW-VALUES TO GH-HIST-KEY.
014090         MOVE SJ-LAST (SJ-IDX) TO GH-LAST.
014100         MOVE SJ-FIRST (SJ-IDX) TO GH-FIRST.
014110         START GREETHIS-FILE KEY IS NOT LESS THAN GH-HIST-KEY
014120             INVALID KEY
014130                 SET WS-NAME-DONE TO TRUE
014140                 GO TO 4160-EXIT
014150     END-START.
014160
014170         READ GREETHIS-FILE NEXT RECORD
014180             AT END
014190                 SET WS-NAME-DONE TO TRUE
014200                 GO TO 4160-EXIT
014210     END-READ.
014220
014230         IF GH-LAST NOT = SJ-LAST (SJ-IDX)
014240             OR GH-FIRST NOT = SJ-FIRST (SJ-IDX)
014250             SET WS-NAME-DONE TO TRUE
014260             GO TO 4160-EXIT
014270     END-IF.
014280
014290         MOVE GREETHIS-RECORD TO WS-HIS-SAVE.
014300         DELETE GREETHIS-FILE
014310             INVALID KEY
014320                 DISPLAY "GREETHIS DELETE FAILED, STATUS "
014330                     WS-HIS-STATUS
014340                 SET WS-NAME-DONE TO TRUE
014350                 GO TO 4160-EXIT
014360     END-DELETE.
014370         ADD 1 TO SJ-HIS-CT (SJ-IDX).
014380         ADD 1 TO WS-HIS-TOTAL.
014390
014400         IF WS-ANON-MODE
014410             MOVE WS-HIS-SAVE TO GREETHIS-RECORD
014420             MOVE SJ-MASK-LAST (SJ-IDX) TO GH-LAST
014430             MOVE SPACES TO GH-FIRST
014440             MOVE SPACES TO GH-TITLE
014450             MOVE SPACES TO GH-MIDDLE
014460             MOVE SPACES TO GH-SUFFIX
014470             WRITE GREETHIS-RECORD
014480                 INVALID KEY
014490                     DISPLAY "GREETHIS WRITE FAILED, STATUS "
014500                         WS-HIS-STATUS
014510             END-WRITE
014520     END-IF.
014530
014540 4160-EXIT.
014550     EXIT.
014560
014570******************************************************************
014580*    4200-CLEAR-GREETAPT - BROWSE THE APPOINTMENT FILE AND       *
014590*    DELETE (OR RE-KEY UNDER THE REPLACEMENT NAME) EVERY         *
014600*    APPOINTMENT BOOKED FOR A SUBJECT.                           *
014610******************************************************************
014620 4200-CLEAR-GREETAPT.
014630
014640         OPEN I-O GREETAPT-FILE.
014650         IF WS-APT-STATUS NOT = "00"
014660             GO TO 4200-EXIT
014670     END-IF.
014680
014690         MOVE "N" TO WS-FILE-EOF-SW.
014700         MOVE LOW-VALUES TO AP-APPT-KEY.
014710         START GREETAPT-FILE KEY IS NOT LESS THAN AP-APPT-KEY
014720             INVALID KEY
014730                 SET WS-FILE-EOF TO TRUE
014740     END-START.
014750
014760         PERFORM 4250-CLEAR-ONE-APPOINTMENT THRU 4250-EXIT
014770             UNTIL WS-FILE-EOF.
014780         CLOSE GREETAPT-FILE.
014790
014800 4200-EXIT.
014810     EXIT.
014820
014830******************************************************************
014840*    4250-CLEAR-ONE-APPOINTMENT - READ THE NEXT APPOINTMENT AND  *
014850*    CLEAR IT IF IT IS A SUBJECT'S.                              *
014860******************************************************************
014870 4250-CLEAR-ONE-APPOINTMENT.
014880
014890         READ GREETAPT-FILE NEXT RECORD
014900             AT END
014910                 SET WS-FILE-EOF TO TRUE
014920                 GO TO 4250-EXIT
014930     END-READ.
014940
014950         MOVE AP-LAST TO WS-MATCH-LAST.
014960         MOVE AP-FIRST TO WS-MATCH-FIRST.
014970         PERFORM 5000-FIND-SUBJECT THRU 5000-EXIT.
014980         IF NOT WS-SJ-FOUND
014990             GO TO 4250-EXIT
015000     END-IF.
015010
015020         MOVE GREETAPT-RECORD TO WS-APT-SAVE.
015030         DELETE GREETAPT-FILE
015040             INVALID KEY
015050                 GO TO 4250-EXIT
015060     END-DELETE.
015070         ADD 1 TO SJ-APT-CT (SJ-IDX).
015080         ADD 1 TO WS-APT-TOTAL.
015090
015100         IF WS-ANON-MODE
015110             MOVE WS-APT-SAVE TO GREETAPT-RECORD
015120             MOVE SJ-MASK-LAST (SJ-IDX) TO AP-LAST
015130             MOVE SPACES TO AP-FIRST
015140             WRITE GREETAPT-RECORD
015150                 INVALID KEY
015160                     DISPLAY "GREETAPT WRITE FAILED, STATUS "
015170                         WS-APT-STATUS
015180             END-WRITE
015190     END-IF.
015200
015210 4250-EXIT.
015220     EXIT.
015230
015240******************************************************************
015250*    4300-CLEAR-GREETHAN - BROWSE THE HOST-ARRIVAL NOTICES AND   *
015260*    DELETE (OR RE-KEY) EVERY NOTICE RAISED FOR A SUBJECT.       *
015270******************************************************************
015280 4300-CLEAR-GREETHAN.
015290
015300         OPEN I-O GREETHAN-FILE.
015310         IF WS-HAN-STATUS NOT = "00"
015320             GO TO 4300-EXIT
015330     END-IF.
015340
015350         MOVE "N" TO WS-FILE-EOF-SW.
015360         MOVE LOW-VALUES TO HN-NOTICE-KEY.
015370         START GREETHAN-FILE KEY IS NOT LESS THAN HN-NOTICE-KEY
015380             INVALID KEY
015390                 SET WS-FILE-EOF TO TRUE
015400     END-START.
015410
015420         PERFORM 4350-CLEAR-ONE-NOTICE THRU 4350-EXIT
015430             UNTIL WS-FILE-EOF.
015440         CLOSE GREETHAN-FILE.
015450
015460 4300-EXIT.
015470     EXIT.
015480
015490******************************************************************
015500*    4350-CLEAR-ONE-NOTICE - READ THE NEXT NOTICE AND CLEAR IT   *
015510*    IF IT IS A SUBJECT'S.                                       *
015520******************************************************************
015530 4350-CLEAR-ONE-NOTICE.
015540
015550         READ GREETHAN-FILE NEXT RECORD
015560             AT END
015570                 SET WS-FILE-EOF TO TRUE
015580                 GO TO 4350-EXIT
015590     END-READ.
015600
015610         MOVE HN-LAST TO WS-MATCH-LAST.
015620         MOVE HN-FIRST TO WS-MATCH-FIRST.
015630         PERFORM 5000-FIND-SUBJECT THRU 5000-EXIT.
015640         IF NOT WS-SJ-FOUND
015650             GO TO 4350-EXIT
015660     END-IF.
015670
015680         MOVE HOST-NOTICE-RECORD TO WS-HAN-SAVE.
015690         DELETE GREETHAN-FILE
015700             INVALID KEY
015710                 GO TO 4350-EXIT
015720     END-DELETE.
015730         ADD 1 TO SJ-HAN-CT (SJ-IDX).
015740         ADD 1 TO WS-HAN-TOTAL.
015750
015760         IF WS-ANON-MODE
015770             MOVE WS-HAN-SAVE TO HOST-NOTICE-RECORD
015780             MOVE SJ-MASK-LAST (SJ-IDX) TO HN-LAST
015790             MOVE SPACES TO HN-FIRST
015800             WRITE HOST-NOTICE-RECORD
015810                 INVALID KEY
015820                     DISPLAY "GREETHAN WRITE FAILED, STATUS "
015830                         WS-HAN-STATUS
015840             END-WRITE
015850     END-IF.
015860
015870 4350-EXIT.
015880     EXIT.
015890
015900******************************************************************
015910*    4400-CLEAR-GREETCMP - ON AN ERASURE, DELETE EACH SUBJECT'S  *
015920*    INDUCTION, NDA AND ESCORT-ONLY RECORDS.  THEY ARE KEYED BY  *
015930*    VISITOR ID, SO A SUBJECT WITH NO MASTER RECORD HAS NONE.    *
015940*    AN ANONYMIZATION LEAVES THEM: THEY CARRY NO NAME, AND THE   *
015950*    MASTER THEY BELONG TO IS KEPT.                              *
015960******************************************************************
015970 4400-CLEAR-GREETCMP.
015980
015990         OPEN I-O GREETCMP-FILE.
016000         IF WS-CMP-STATUS NOT = "00"
016010             GO TO 4400-EXIT
016020     END-IF.
016030
016040         PERFORM 4450-CLEAR-ONE-COMPLIANCE THRU 4450-EXIT
016050             VARYING SJ-IDX FROM 1 BY 1
016060             UNTIL SJ-IDX > WS-SJ-CT.
016070         CLOSE GREETCMP-FILE.
016080
016090 4400-EXIT.
016100     EXIT.
016110
016120******************************************************************
016130*    4450-CLEAR-ONE-COMPLIANCE - DELETE EVERY REQUIREMENT TYPE   *
016140*    HELD FOR ONE SUBJECT.                                       *
016150******************************************************************
016160 4450-CLEAR-ONE-COMPLIANCE.
016170
016180         IF SJ-VISITOR-ID (SJ-IDX) = ZERO
016190             GO TO 4450-EXIT
016200     END-IF.
016210
016220         PERFORM 4460-DELETE-ONE-REQUIREMENT THRU 4460-EXIT
016230             VARYING CT-IDX FROM 1 BY 1
016240             UNTIL CT-IDX > 3.
016250
016260 4450-EXIT.
016270     EXIT.
016280
016290******************************************************************
016300*    4460-DELETE-ONE-REQUIREMENT - DELETE ONE REQUIREMENT TYPE   *
016310*    FOR THE SUBJECT, IF IT IS ON FILE.                          *
016320******************************************************************
016330 4460-DELETE-ONE-REQUIREMENT.
016340
016350         MOVE "V" TO CM-HOLDER-TYPE.
016360         MOVE SJ-VISITOR-ID (SJ-IDX) TO CM-VISITOR-ID.
016370         MOVE WS-CMP-REQ-TYPE (CT-IDX) TO CM-REQ-TYPE.
016380         DELETE GREETCMP-FILE
016390             INVALID KEY
016400                 GO TO 4460-EXIT
016410     END-DELETE.
016420         ADD 1 TO SJ-CMP-CT (SJ-IDX).
016430         ADD 1 TO WS-CMP-TOTAL.
016440
016450 4460-EXIT.
016460     EXIT.
016470
016480******************************************************************
016490*    5000-FIND-SUBJECT - LOOK THE NAME STAGED IN WS-MATCH-LAST / *
016500*    WS-MATCH-FIRST UP ON THE SUBJECT TABLE.  A MATCH SETS       *
016510*    WS-SJ-FOUND AND LEAVES SJ-IDX ON THE ENTRY.                 *
016520******************************************************************
016530 5000-FIND-SUBJECT.
016540
016550         MOVE "N" TO WS-SJ-FOUND-SW.
016560         PERFORM 5050-MATCH-ONE-SUBJECT THRU 5050-EXIT
016570             VARYING SJ-IDX FROM 1 BY 1
016580             UNTIL SJ-IDX > WS-SJ-CT OR WS-SJ-FOUND.
016590
016600*        THE VARYING LOOP STEPS ONE PAST THE MATCH BEFORE IT
016610*        TESTS THE SWITCH, SO STEP BACK ONTO IT.
016620         IF WS-SJ-FOUND
016630             SET SJ-IDX DOWN BY 1
016640     END-IF.
016650
016660 5000-EXIT.
016670     EXIT.
016680
016690******************************************************************
016700*    5050-MATCH-ONE-SUBJECT - COMPARE ONE SUBJECT-TABLE ENTRY    *
016710*    AGAINST THE STAGED NAME.                                    *
016720******************************************************************
016730 5050-MATCH-ONE-SUBJECT.
016740
016750         IF SJ-LAST (SJ-IDX) = WS-MATCH-LAST
016760             AND SJ-FIRST (SJ-IDX) = WS-MATCH-FIRST
016770             SET WS-SJ-FOUND TO TRUE
016780     END-IF.
016790
016800 5050-EXIT.
016810     EXIT.
016820
016830******************************************************************
016840*    6000-WRITE-CRM-NOTICES - WRITE THE CRMDELN DELETION NOTICE  *
016850*    FILE: A HEADER, ONE DETAIL FOR EACH PERSON ERASED, AND A    *
016860*    TRAILER WITH THE DETAIL COUNT, SO THE CRM CAN REMOVE WHAT   *
016870*    IT RECEIVED ON CRMFEED.                                     *
016880******************************************************************
016890 6000-WRITE-CRM-NOTICES.
016900
016910         OPEN OUTPUT CRMDELN-FILE.
016920         IF WS-CDN-STATUS NOT = "00"
016930             DISPLAY "CRMDELN NOT AVAILABLE, STATUS "
016940                 WS-CDN-STATUS " - CRM NOT NOTIFIED"
016950             GO TO 6000-EXIT
016960     END-IF.
016970
016980         MOVE SPACES TO CRM-DELETE-RECORD.
016990         SET CD-HEADER-RECORD TO TRUE.
017000         ACCEPT CD-NOTICE-DATE FROM DATE YYYYMMDD.
017010         ACCEPT CD-NOTICE-TIME FROM TIME.
017020         WRITE CRM-DELETE-RECORD.
017030
017040         PERFORM 6100-WRITE-ONE-NOTICE THRU 6100-EXIT
017050             VARYING SJ-IDX FROM 1 BY 1
017060             UNTIL SJ-IDX > WS-SJ-CT.
017070
017080         MOVE SPACES TO CRM-DELETE-RECORD.
017090         SET CD-TRAILER-RECORD TO TRUE.
017100         MOVE WS-NOTICE-COUNT TO CD-RECORD-COUNT.
017110         WRITE CRM-DELETE-RECORD.
017120         CLOSE CRMDELN-FILE.
017130
017140 6000-EXIT.
017150     EXIT.
017160
017170******************************************************************
017180*    6100-WRITE-ONE-NOTICE - ONE DETAIL RECORD FOR ONE PERSON    *
017190*    ERASED, COUNTED AGAINST THE PERSON FOR THE CERTIFICATE.     *
017200******************************************************************
017210 6100-WRITE-ONE-NOTICE.
017220
017230         MOVE SPACES TO CRM-DELETE-RECORD.
017240         SET CD-DETAIL-RECORD TO TRUE.
017250         MOVE SJ-VISITOR-ID (SJ-IDX) TO CD-VISITOR-ID.
017260         MOVE SJ-LAST (SJ-IDX) TO CD-LAST.
017270         MOVE SJ-FIRST (SJ-IDX) TO CD-FIRST.
017280         MOVE WS-RUN-DATE TO CD-ERASE-DATE.
017290         WRITE CRM-DELETE-RECORD.
017300         IF WS-CDN-STATUS = "00"
017310             ADD 1 TO WS-NOTICE-COUNT
017320             ADD 1 TO SJ-CDN-CT (SJ-IDX)
017330     END-IF.
017340
017350 6100-EXIT.
017360     EXIT.
017370
017380******************************************************************
017390*    7000-PRINT-CERTIFICATES - ONE ERASURE CERTIFICATE PER       *
017400*    REQUEST CARRIED OUT, OR ONE LINE PER VISITOR ANONYMIZED,    *
017410*    WITH THE NUMBER OF RECORDS AFFECTED IN EACH FILE.           *
017420******************************************************************
017430 7000-PRINT-CERTIFICATES.
017440
017450         IF WS-SJ-CT = ZERO
017460             MOVE SPACES TO WS-PRINT-LINE
017470             IF WS-ANON-MODE
017480                 MOVE "  NO VISITORS DUE FOR ANONYMIZATION"
017490                     TO WS-PRINT-LINE
017500             ELSE
017510                 MOVE "  NO ERASURE REQUESTS CARRIED OUT"
017520                     TO WS-PRINT-LINE
017530         END-IF
017540             WRITE REPORT-RECORD FROM WS-PRINT-LINE
017550             GO TO 7000-EXIT
017560     END-IF.
017570
017580         IF WS-ANON-MODE
017590             MOVE SPACES TO WS-PRINT-LINE
017600             MOVE "VISITOR  GREETVIS GREETHIS GREETLOG GREETARC "
017610                 TO WS-PRINT-LINE (1:45)
017620             WRITE REPORT-RECORD FROM WS-PRINT-LINE
017630             MOVE SPACES TO WS-PRINT-LINE
017640             MOVE "GREETRSQ GREETALR GREETAPT GREETBDG GREETHAN"
017650                 TO WS-PRINT-LINE (10:44)
017660             MOVE "GREETLBL GREETRPL" TO WS-PRINT-LINE (55:17)
017670             WRITE REPORT-RECORD FROM WS-PRINT-LINE
017680             MOVE SPACES TO WS-PRINT-LINE
017690             MOVE "GREETCEX GREETBSP GREETLBQ"
017700                 TO WS-PRINT-LINE (10:26)
017710             WRITE REPORT-RECORD FROM WS-PRINT-LINE
017720             PERFORM 7200-PRINT-ONE-ANONYMIZED THRU 7200-EXIT
017730                 VARYING SJ-IDX FROM 1 BY 1
017740                 UNTIL SJ-IDX > WS-SJ-CT
017750         ELSE
017760             PERFORM 7100-PRINT-ONE-CERTIFICATE THRU 7100-EXIT
017770                 VARYING SJ-IDX FROM 1 BY 1
017780                 UNTIL SJ-IDX > WS-SJ-CT
017790     END-IF.
017800
017810 7000-EXIT.
017820     EXIT.
017830
017840******************************************************************
017850*    7100-PRINT-ONE-CERTIFICATE - THE ERASURE CERTIFICATE FOR    *
017860*    ONE REQUEST.                                                *
017870******************************************************************
017880 7100-PRINT-ONE-CERTIFICATE.
017890
017900         MOVE SPACES TO WS-PRINT-LINE.
017910         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
017920         MOVE "VISITOR DATA ERASURE CERTIFICATE" TO WS-PRINT-LINE.
017930         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
017940         MOVE SPACES TO WS-PRINT-LINE.
017950         STRING "REQUEST REFERENCE . . . . . . " DELIMITED BY SIZE
017960             SJ-REQUEST-REF (SJ-IDX) DELIMITED BY SIZE
017970             INTO WS-PRINT-LINE.
017980         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
017990         MOVE SPACES TO WS-PRINT-LINE.
018000         STRING "VISITOR ID  . . . . . . . . . " DELIMITED BY SIZE
018010             SJ-VISITOR-ID (SJ-IDX) DELIMITED BY SIZE
018020             INTO WS-PRINT-LINE.
018030         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
018040         MOVE SPACES TO WS-PRINT-LINE.
018050         STRING "ERASED ON . . . . . . . . . . " DELIMITED BY SIZE
018060             WS-RUN-DATE DELIMITED BY SIZE
018070             INTO WS-PRINT-LINE.
018080         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
018090         MOVE "RECORDS AFFECTED BY FILE" TO WS-PRINT-LINE.
018100         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
018110
018120         MOVE SJ-VIS-CT (SJ-IDX) TO WS-CT-DISP.
018130         MOVE "  GREETVIS VISITOR MASTER  DELETED"
018140             TO WS-PRINT-LINE.
018150         PERFORM 7150-PRINT-FILE-COUNT THRU 7150-EXIT.
018160         MOVE SJ-HIS-CT (SJ-IDX) TO WS-CT-DISP.
018170         MOVE "  GREETHIS VISIT HISTORY   DELETED"
018180             TO WS-PRINT-LINE.
018190         PERFORM 7150-PRINT-FILE-COUNT THRU 7150-EXIT.
018200         MOVE SJ-APT-CT (SJ-IDX) TO WS-CT-DISP.
018210         MOVE "  GREETAPT APPOINTMENTS    DELETED"
018220             TO WS-PRINT-LINE.
018230         PERFORM 7150-PRINT-FILE-COUNT THRU 7150-EXIT.
018240         MOVE SJ-HAN-CT (SJ-IDX) TO WS-CT-DISP.
018250         MOVE "  GREETHAN HOST NOTICES    DELETED"
018260             TO WS-PRINT-LINE.
018270         PERFORM 7150-PRINT-FILE-COUNT THRU 7150-EXIT.
018280         MOVE SJ-CMP-CT (SJ-IDX) TO WS-CT-DISP.
018290         MOVE "  GREETCMP COMPLIANCE      DELETED"
018300             TO WS-PRINT-LINE.
018310         PERFORM 7150-PRINT-FILE-COUNT THRU 7150-EXIT.
018320         MOVE SJ-LOG-CT (SJ-IDX) TO WS-CT-DISP.
018330         MOVE "  GREETLOG GREETINGS       MASKED"
018340             TO WS-PRINT-LINE.
018350         PERFORM 7150-PRINT-FILE-COUNT THRU 7150-EXIT.
018360         MOVE SJ-ARC-CT (SJ-IDX) TO WS-CT-DISP.
018370         MOVE "  GREETARC ARCHIVE         MASKED"
018380             TO WS-PRINT-LINE.
018390         PERFORM 7150-PRINT-FILE-COUNT THRU 7150-EXIT.
018400         MOVE SJ-RSQ-CT (SJ-IDX) TO WS-CT-DISP.
018410         MOVE "  GREETRSQ CRM RESEND      MASKED"
018420             TO WS-PRINT-LINE.
018430         PERFORM 7150-PRINT-FILE-COUNT THRU 7150-EXIT.
018440         MOVE SJ-BDG-CT (SJ-IDX) TO WS-CT-DISP.
018450         MOVE "  GREETBDG BADGES          MASKED"
018460             TO WS-PRINT-LINE.
018470         PERFORM 7150-PRINT-FILE-COUNT THRU 7150-EXIT.
018480         MOVE SJ-ALR-CT (SJ-IDX) TO WS-CT-DISP.
018490         MOVE "  GREETALR ALERTS          MASKED"
018500             TO WS-PRINT-LINE.
018510         PERFORM 7150-PRINT-FILE-COUNT THRU 7150-EXIT.
018520         MOVE SJ-LBL-CT (SJ-IDX) TO WS-CT-DISP.
018530         MOVE "  GREETLBL BADGE LABELS    MASKED"
018540             TO WS-PRINT-LINE.
018550         PERFORM 7150-PRINT-FILE-COUNT THRU 7150-EXIT.
018560         MOVE SJ-RPL-CT (SJ-IDX) TO WS-CT-DISP.
018570         MOVE "  GREETRPL BADGE REPRINTS  MASKED"
018580             TO WS-PRINT-LINE.
018590         PERFORM 7150-PRINT-FILE-COUNT THRU 7150-EXIT.
018600         MOVE SJ-CEX-CT (SJ-IDX) TO WS-CT-DISP.
018610         MOVE "  GREETCEX COMPLIANCE EXC  MASKED"
018620             TO WS-PRINT-LINE.
018630         PERFORM 7150-PRINT-FILE-COUNT THRU 7150-EXIT.
018640         MOVE SJ-BSP-CT (SJ-IDX) TO WS-CT-DISP.
018650         MOVE "  GREETBSP BOOKING REJECTS MASKED"
018660             TO WS-PRINT-LINE.
018670         PERFORM 7150-PRINT-FILE-COUNT THRU 7150-EXIT.
018680         MOVE SJ-LBQ-CT (SJ-IDX) TO WS-CT-DISP.
018690         MOVE "  GREETLBQ LOOKBACK QUEUE  MASKED"
018700             TO WS-PRINT-LINE.
018710         PERFORM 7150-PRINT-FILE-COUNT THRU 7150-EXIT.
018720         MOVE SJ-CDN-CT (SJ-IDX) TO WS-CT-DISP.
018730         MOVE "  CRMDELN  CRM DELETION NOTICE" TO WS-PRINT-LINE.
018740         IF SJ-CDN-CT (SJ-IDX) = ZERO
018750             MOVE "  CRMDELN  CRM DELETION NOTICE NOT SENT"
018760                 TO WS-PRINT-LINE
018770     END-IF.
018780         PERFORM 7150-PRINT-FILE-COUNT THRU 7150-EXIT.
018790
018800 7100-EXIT.
018810     EXIT.
018820
018830******************************************************************
018840*    7150-PRINT-FILE-COUNT - FINISH AND PRINT ONE CERTIFICATE    *
018850*    LINE; THE CALLER HAS PLACED THE FILE TEXT AND STAGED THE    *
018860*    COUNT.                                                      *
018870******************************************************************
018880 7150-PRINT-FILE-COUNT.
018890
018900         MOVE WS-CT-DISP TO WS-PRINT-LINE (40:5).
018910         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
018920
018930 7150-EXIT.
018940     EXIT.
018950
018960******************************************************************
018970*    7200-PRINT-ONE-ANONYMIZED - ONE LINE PER VISITOR            *
018980*    ANONYMIZED: THE VISITOR ID AND THE RECORDS CHANGED IN       *
018990*    EACH FILE.                                                  *
019000******************************************************************
019010 7200-PRINT-ONE-ANONYMIZED.
019020
019030         MOVE SPACES TO WS-PRINT-LINE.
019040         MOVE SJ-VISITOR-ID (SJ-IDX) TO WS-PRINT-LINE (1:6).
019050         MOVE SJ-VIS-CT (SJ-IDX) TO WS-CT-DISP.
019060         MOVE WS-CT-DISP TO WS-PRINT-LINE (14:5).
019070         MOVE SJ-HIS-CT (SJ-IDX) TO WS-CT-DISP.
019080         MOVE WS-CT-DISP TO WS-PRINT-LINE (23:5).
019090         MOVE SJ-LOG-CT (SJ-IDX) TO WS-CT-DISP.
019100         MOVE WS-CT-DISP TO WS-PRINT-LINE (32:5).
019110         MOVE SJ-ARC-CT (SJ-IDX) TO WS-CT-DISP.
019120         MOVE WS-CT-DISP TO WS-PRINT-LINE (41:5).
019130         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
019140
019150         MOVE SPACES TO WS-PRINT-LINE.
019160         MOVE SJ-RSQ-CT (SJ-IDX) TO WS-CT-DISP.
019170         MOVE WS-CT-DISP TO WS-PRINT-LINE (14:5).
019180         MOVE SJ-ALR-CT (SJ-IDX) TO WS-CT-DISP.
019190         MOVE WS-CT-DISP TO WS-PRINT-LINE (23:5).
019200         MOVE SJ-APT-CT (SJ-IDX) TO WS-CT-DISP.
019210         MOVE WS-CT-DISP TO WS-PRINT-LINE (32:5).
019220         MOVE SJ-BDG-CT (SJ-IDX) TO WS-CT-DISP.
019230         MOVE WS-CT-DISP TO WS-PRINT-LINE (41:5).
019240         MOVE SJ-HAN-CT (SJ-IDX) TO WS-CT-DISP.
019250         MOVE WS-CT-DISP TO WS-PRINT-LINE (50:5).
019260         MOVE SJ-LBL-CT (SJ-IDX) TO WS-CT-DISP.
019270         MOVE WS-CT-DISP TO WS-PRINT-LINE (59:5).
019280         MOVE SJ-RPL-CT (SJ-IDX) TO WS-CT-DISP.
019290         MOVE WS-CT-DISP TO WS-PRINT-LINE (68:5).
019300         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
019310
019320         MOVE SPACES TO WS-PRINT-LINE.
019330         MOVE SJ-CEX-CT (SJ-IDX) TO WS-CT-DISP.
019340         MOVE WS-CT-DISP TO WS-PRINT-LINE (14:5).
019350         MOVE SJ-BSP-CT (SJ-IDX) TO WS-CT-DISP.
019360         MOVE WS-CT-DISP TO WS-PRINT-LINE (23:5).
019370         MOVE SJ-LBQ-CT (SJ-IDX) TO WS-CT-DISP.
019380         MOVE WS-CT-DISP TO WS-PRINT-LINE (32:5).
019390         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
019400
019410 7200-EXIT.
019420     EXIT.
019430
019440******************************************************************
019450*    7500-WRITE-VIS-JOURNAL - JOURNAL THE GREETVIS UPDATE JUST   *
019460*    MADE.  THE CALLER STAGES THE FUNCTION CODE AND THE BEFORE   *
019470*    IMAGE; THE AFTER IMAGE IS THE MASTER RECORD AS IT NOW       *
019480*    STANDS (SPACES ON A DELETE).  SKIPPED QUIETLY WHEN THE      *
019490*    JOURNAL COULD NOT BE OPENED - THE WARNING WAS ALREADY       *
019500*    GIVEN AT START-UP.                                          *
019510******************************************************************
019520 7500-WRITE-VIS-JOURNAL.
019530
019540         IF NOT WS-VJL-OPENED
019550             GO TO 7500-EXIT
019560     END-IF.
019570
019580         MOVE SPACES TO VISITOR-JOURNAL-RECORD.
019590         MOVE WS-JR-FUNCTION TO JR-FUNCTION.
019600         MOVE "GREETPRV" TO JR-PROGRAM-NAME.
019610         ACCEPT JR-JOURNAL-DATE FROM DATE YYYYMMDD.
019620         ACCEPT JR-JOURNAL-TIME FROM TIME.
019630         MOVE WS-VM-BEFORE TO JR-BEFORE-IMAGE.
019640         MOVE VISITOR-MASTER-RECORD TO JR-AFTER-IMAGE.
019650         WRITE VISITOR-JOURNAL-RECORD.
019660
019670 7500-EXIT.
019680     EXIT.
019690
019700******************************************************************
019710*    7800-DATE-TO-SERIAL - CONVERT WS-DTS-DATE (YYYYMMDD) TO A   *
019720*    SERIAL DAY NUMBER IN WS-DTS-SERIAL SO DATES CAN BE          *
019730*    COMPARED AND A PERIOD SUBTRACTED WITHOUT MONTH-END          *
019740*    ARITHMETIC.  JANUARY AND FEBRUARY ARE COUNTED AS MONTHS 13  *
019750*    AND 14 OF THE PRIOR YEAR SO THE LEAP DAY FALLS AT THE END   *
019760*    OF THE COUNTING YEAR.                                       *
019770******************************************************************
019780 7800-DATE-TO-SERIAL.
019790
019800         MOVE WS-DTS-YEAR  TO WS-DTS-WORK-YEAR.
019810         MOVE WS-DTS-MONTH TO WS-DTS-WORK-MONTH.
019820         IF WS-DTS-WORK-MONTH < 3
019830             SUBTRACT 1 FROM WS-DTS-WORK-YEAR
019840             ADD 12 TO WS-DTS-WORK-MONTH
019850     END-IF.
019860
019870*        EACH DIVISION IS DONE SEPARATELY INTO AN INTEGER FIELD
019880*        SO EVERY TERM IS TRUNCATED ON ITS OWN, AS THE DAY-COUNT
019890*        FORMULA REQUIRES.
019900         DIVIDE WS-DTS-WORK-YEAR BY 4
019910             GIVING WS-DTS-QUAD-TERM.
019920         DIVIDE WS-DTS-WORK-YEAR BY 100
019930             GIVING WS-DTS-CENT-TERM.
019940         DIVIDE WS-DTS-WORK-YEAR BY 400
019950             GIVING WS-DTS-QCENT-TERM.
019960         COMPUTE WS-DTS-MONTH-TERM =
019970             (153 * (WS-DTS-WORK-MONTH - 3)) + 2.
019980         DIVIDE WS-DTS-MONTH-TERM BY 5
019990             GIVING WS-DTS-MONTH-TERM.
020000         COMPUTE WS-DTS-SERIAL =
020010             (365 * WS-DTS-WORK-YEAR)
020020             + WS-DTS-QUAD-TERM
020030             - WS-DTS-CENT-TERM
020040             + WS-DTS-QCENT-TERM
020050             + WS-DTS-MONTH-TERM
020060             + WS-DTS-DAY.
020070
020080 7800-EXIT.
020090     EXIT.
020100
020110******************************************************************
020120*    8000-PRINT-TOTALS - CONTROL TOTALS FOR THE RUN: REQUESTS    *
020130*    OR VISITORS HANDLED AND RECORDS AFFECTED IN EACH FILE.      *
020140******************************************************************
020150 8000-PRINT-TOTALS.
020160
020170         MOVE SPACES TO WS-PRINT-LINE.
020180         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
020190         MOVE "RUN TOTALS" TO WS-PRINT-LINE.
020200         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
020210
020220         IF WS-ERASE-MODE
020230             MOVE WS-REQUEST-COUNT TO WS-COUNT-DISP
020240             MOVE "REQUESTS READ . . . . . . . . "
020250                 TO WS-PRINT-LINE
020260             PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT
020270             MOVE WS-REJECT-COUNT TO WS-COUNT-DISP
020280             MOVE "REQUESTS REJECTED . . . . . . "
020290                 TO WS-PRINT-LINE
020300             PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT
020310             MOVE WS-NOTICE-COUNT TO WS-COUNT-DISP
020320             MOVE "CRM DELETION NOTICES  . . . . "
020330                 TO WS-PRINT-LINE
020340             PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT
020350         ELSE
020360             MOVE WS-SJ-CT TO WS-COUNT-DISP
020370             MOVE "VISITORS ANONYMIZED . . . . . "
020380                 TO WS-PRINT-LINE
020390             PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT
020400     END-IF.
020410
020420         MOVE WS-VIS-TOTAL TO WS-COUNT-DISP.
020430         MOVE "GREETVIS RECORDS  . . . . . . " TO WS-PRINT-LINE.
020440         PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT.
020450         MOVE WS-HIS-TOTAL TO WS-COUNT-DISP.
020460         MOVE "GREETHIS RECORDS  . . . . . . " TO WS-PRINT-LINE.
020470         PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT.
020480         MOVE WS-LOG-TOTAL TO WS-COUNT-DISP.
020490         MOVE "GREETLOG RECORDS  . . . . . . " TO WS-PRINT-LINE.
020500         PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT.
020510         MOVE WS-ARC-TOTAL TO WS-COUNT-DISP.
020520         MOVE "GREETARC RECORDS  . . . . . . " TO WS-PRINT-LINE.
020530         PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT.
020540         MOVE WS-RSQ-TOTAL TO WS-COUNT-DISP.
020550         MOVE "GREETRSQ RECORDS  . . . . . . " TO WS-PRINT-LINE.
020560         PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT.
020570         MOVE WS-ALR-TOTAL TO WS-COUNT-DISP.
020580         MOVE "GREETALR RECORDS  . . . . . . " TO WS-PRINT-LINE.
020590         PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT.
020600         MOVE WS-APT-TOTAL TO WS-COUNT-DISP.
020610         MOVE "GREETAPT RECORDS  . . . . . . " TO WS-PRINT-LINE.
020620         PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT.
020630         MOVE WS-BDG-TOTAL TO WS-COUNT-DISP.
020640         MOVE "GREETBDG RECORDS  . . . . . . " TO WS-PRINT-LINE.
020650         PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT.
020660         MOVE WS-HAN-TOTAL TO WS-COUNT-DISP.
020670         MOVE "GREETHAN RECORDS  . . . . . . " TO WS-PRINT-LINE.
020680         PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT.
020690         MOVE WS-LBL-TOTAL TO WS-COUNT-DISP.
020700         MOVE "GREETLBL RECORDS  . . . . . . " TO WS-PRINT-LINE.
020710         PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT.
020720         MOVE WS-RPL-TOTAL TO WS-COUNT-DISP.
020730         MOVE "GREETRPL RECORDS  . . . . . . " TO WS-PRINT-LINE.
020740         PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT.
020750         MOVE WS-CMP-TOTAL TO WS-COUNT-DISP.
020760         MOVE "GREETCMP RECORDS  . . . . . . " TO WS-PRINT-LINE.
020770         PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT.
020780         MOVE WS-CEX-TOTAL TO WS-COUNT-DISP.
020790         MOVE "GREETCEX RECORDS  . . . . . . " TO WS-PRINT-LINE.
020800         PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT.
020810         MOVE WS-BSP-TOTAL TO WS-COUNT-DISP.
020820         MOVE "GREETBSP RECORDS  . . . . . . " TO WS-PRINT-LINE.
020830         PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT.
020840         MOVE WS-LBQ-TOTAL TO WS-COUNT-DISP.
020850         MOVE "GREETLBQ RECORDS  . . . . . . " TO WS-PRINT-LINE.
020860         PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT.
020870
020880         DISPLAY "SUBJECTS . . . . . . " WS-SJ-CT.
020890         DISPLAY "GREETVIS RECORDS . . " WS-VIS-TOTAL.
020900         DISPLAY "GREETLOG RECORDS . . " WS-LOG-TOTAL.
020910         DISPLAY "GREETARC RECORDS . . " WS-ARC-TOTAL.
020920
020930 8000-EXIT.
020940     EXIT.
020950
020960******************************************************************
020970*    8100-PRINT-ONE-TOTAL - FINISH AND PRINT ONE TOTALS LINE;    *
020980*    THE CALLER HAS PLACED THE CAPTION AND STAGED THE COUNT.     *
020990******************************************************************
021000 8100-PRINT-ONE-TOTAL.
021010
021020         MOVE WS-COUNT-DISP TO WS-PRINT-LINE (31:8).
021030         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
021040
021050 8100-EXIT.
021060     EXIT.
021070
021080******************************************************************
021090*    9000-TERMINATE - CLOSE FILES AND WRITE THE GREETRUN END     *
021100*    RECORD WITH THE NUMBER OF PEOPLE HANDLED.  A RUN THAT       *
021110*    COULD NOT OPEN THE MASTER ENDS WITH 0008.                   *
021120******************************************************************
021130 9000-TERMINATE.
021140
021150         IF WS-VIS-OPENED
021160             CLOSE GREETVIS-FILE
021170     END-IF.
021180         IF WS-VJL-OPENED
021190             CLOSE GREETVJL-FILE
021200     END-IF.
021210         CLOSE REPORT-FILE.
021220
021230         MOVE "E" TO WS-RL-TYPE.
021240         MOVE WS-SJ-CT TO WS-RL-COUNT.
021250         IF WS-VIS-OPENED
021260             MOVE "0000" TO WS-RL-CODE
021270         ELSE
021280             MOVE "0008" TO WS-RL-CODE
021290     END-IF.
021300         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
021310
021320 9000-EXIT.
021330     EXIT.
021340
021350******************************************************************
021360*    9500-WRITE-RUN-LOG - APPEND ONE START OR END RECORD TO THE  *
021370*    SHARED GREETRUN RUN-CONTROL LOG.  THE CALLER STAGES THE     *
021380*    RECORD TYPE, COUNT AND COMPLETION CODE IN WORKING STORAGE.  *
021390******************************************************************
021400 9500-WRITE-RUN-LOG.
021410
021420         OPEN EXTEND GREETRUN-FILE.
021430         IF WS-RUNL-STATUS = "35" OR WS-RUNL-STATUS = "05"
021440             CLOSE GREETRUN-FILE
021450             OPEN OUTPUT GREETRUN-FILE
021460     END-IF.
021470
021480         MOVE SPACES TO RUN-LOG-RECORD.
021490         MOVE WS-RL-TYPE TO RL-RECORD-TYPE.
021500         MOVE WS-RL-COUNT TO RL-RECORDS-PROCESSED.
021510         MOVE WS-RL-CODE TO RL-COMPLETION-CODE.
021520         MOVE "GREETPRV" TO RL-PROGRAM-NAME.
021530         ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
021540         ACCEPT RL-RUN-TIME FROM TIME.
021550         MOVE SPACE TO RL-RUN-MODE.
021560         IF WS-RL-TYPE = "S"
021570             MOVE WS-PARM-ECHO TO RL-PARM-ECHO
021580     END-IF.
021590         WRITE RUN-LOG-RECORD.
021600         CLOSE GREETRUN-FILE.
021610
021620 9500-EXIT.
021630     EXIT.
021640
021650 END PROGRAM GREETPRV.
