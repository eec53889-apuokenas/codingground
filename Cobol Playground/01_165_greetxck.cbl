000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID :  GREETXCK                                     *
000040*    AUTHOR     :  M. KAVALIAUSKAS                               *
000050*    INSTALLATION: VISITOR SERVICES                              *
000060*    DATE-WRITTEN: 2026-10-15                                    *
000070*    DATE-COMPILED:                                              *
000080*    PURPOSE    :  NIGHTLY CROSS-FILE INTEGRITY AUDIT.  EACH     *
000090*                  PROGRAM PROVES ITS OWN TOTALS; THIS ONE       *
000100*                  CHECKS THAT THE FILES AGREE WITH EACH OTHER - *
000110*                  GL-ORG-CODE ON GREETLOG AND GREETARC IS ON    *
000120*                  GREETORG, VM-VISIT-COUNT MATCHES THE VISITS   *
000130*                  ON GREETLOG PLUS GREETARC, EVERY ARRIVED      *
000140*                  GREETAPT APPOINTMENT HAS ITS GREETLOG VISIT,  *
000150*                  EVERY OPEN GREETBDG BADGE IS FOR A NAME ON    *
000160*                  GREETVIS, AND NO GREETVXR RETIRED ID IS STILL *
000170*                  ON THE MASTER.  EXCEPTIONS ARE PRINTED BY     *
000180*                  CATEGORY WITH THEIR KEYS AND COUNTS.  NOTHING *
000190*                  IS UPDATED.  THE GREETRUN END RECORD CARRIES  *
000200*                  0004 WHEN ANY EXCEPTION WAS FOUND AND 0008    *
000210*                  WHEN THE AUDIT COULD NOT RUN, SO GREETOPS     *
000220*                  SHOWS IT IN THE MORNING CHECK.                *
000230*                                                                *
000240*    MODIFICATION HISTORY                                       *
000250*    ------------------------------------------------------     *
000260*    DATE       INIT  DESCRIPTION                                *
000270*    ---------- ----  -------------------------------------      *
000280*    2026-10-15 MK    ORIGINAL PROGRAM.                          *
000290*                                                                *
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320     PROGRAM-ID.   GREETXCK AS "GREETXCK".
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
000430         SELECT GREETLOG-FILE ASSIGN TO "GREETLOG"
000440             ORGANIZATION IS SEQUENTIAL
000450             FILE STATUS IS WS-GLOG-STATUS.
000460
000470         SELECT GREETARC-FILE ASSIGN TO "GREETARC"
000480             ORGANIZATION IS SEQUENTIAL
000490             FILE STATUS IS WS-ARC-STATUS.
000500
000510         SELECT GREETVIS-FILE ASSIGN TO "GREETVIS"
000520             ORGANIZATION IS INDEXED
000530             ACCESS MODE IS DYNAMIC
000540             RECORD KEY IS VM-VISITOR-ID
000550             ALTERNATE RECORD KEY IS VM-NAME-KEY
000560                 WITH DUPLICATES
000570             FILE STATUS IS WS-VIS-STATUS.
000580
000590         SELECT GREETORG-FILE ASSIGN TO "GREETORG"
000600             ORGANIZATION IS INDEXED
000610             ACCESS MODE IS DYNAMIC
000620             RECORD KEY IS OR-ORG-CODE
000630             FILE STATUS IS WS-ORG-STATUS.
000640
000650         SELECT GREETAPT-FILE ASSIGN TO "GREETAPT"
000660             ORGANIZATION IS INDEXED
000670             ACCESS MODE IS DYNAMIC
000680             RECORD KEY IS AP-APPT-KEY
000690             FILE STATUS IS WS-APT-STATUS.
000700
000710         SELECT GREETBDG-FILE ASSIGN TO "GREETBDG"
000720             ORGANIZATION IS INDEXED
000730             ACCESS MODE IS DYNAMIC
000740             RECORD KEY IS BG-BADGE-NO
000750             FILE STATUS IS WS-BDG-STATUS.
000760
000770         SELECT GREETVXR-FILE ASSIGN TO "GREETVXR"
000780             ORGANIZATION IS SEQUENTIAL
000790             FILE STATUS IS WS-VXR-STATUS.
000800
000810         SELECT GREETRUN-FILE ASSIGN TO "GREETRUN"
000820             ORGANIZATION IS SEQUENTIAL
000830             FILE STATUS IS WS-RUNL-STATUS.
000840
000850         SELECT REPORT-FILE ASSIGN TO "GREETAUR"
000860             ORGANIZATION IS SEQUENTIAL
000870             FILE STATUS IS WS-RPT-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910
000920 FD  GREETLOG-FILE
000930         LABEL RECORDS ARE STANDARD.
000940     COPY GLOGREC.
000950
000960 FD  GREETARC-FILE
000970         LABEL RECORDS ARE STANDARD.
000980     COPY GLOGREC REPLACING GREETLOG-RECORD BY ARCHIVE-RECORD.
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
001120 FD  GREETBDG-FILE
001130         LABEL RECORDS ARE STANDARD.
001140     COPY BADGREC.
001150
001160 FD  GREETVXR-FILE
001170         LABEL RECORDS ARE STANDARD.
001180     COPY XREFREC.
001190
001200 FD  GREETRUN-FILE
001210         LABEL RECORDS ARE STANDARD.
001220     COPY RUNLREC.
001230
001240 FD  REPORT-FILE
001250         LABEL RECORDS ARE STANDARD.
001260 01  REPORT-RECORD                   PIC X(080).
001270
001280 WORKING-STORAGE SECTION.
001290 77  WS-GLOG-STATUS              PIC X(02) VALUE SPACES.
001300 77  WS-ARC-STATUS               PIC X(02) VALUE SPACES.
001310 77  WS-VIS-STATUS               PIC X(02) VALUE SPACES.
001320 77  WS-ORG-STATUS               PIC X(02) VALUE SPACES.
001330 77  WS-APT-STATUS               PIC X(02) VALUE SPACES.
001340 77  WS-BDG-STATUS               PIC X(02) VALUE SPACES.
001350 77  WS-VXR-STATUS               PIC X(02) VALUE SPACES.
001360 77  WS-RUNL-STATUS              PIC X(02) VALUE SPACES.
001370 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
001380 01  WS-AUDIT-OK-SW              PIC X(01) VALUE "Y".
001390     88  WS-AUDIT-OK                       VALUE "Y".
001400 01  WS-FILE-EOF-SW              PIC X(01) VALUE "N".
001410     88  WS-FILE-EOF                       VALUE "Y".
001420 01  WS-GLOG-OPEN-SW             PIC X(01) VALUE "N".
001430     88  WS-GLOG-OPENED                    VALUE "Y".
001440 01  WS-ARC-OPEN-SW              PIC X(01) VALUE "N".
001450     88  WS-ARC-OPENED                     VALUE "Y".
001460 01  WS-VIS-OPEN-SW              PIC X(01) VALUE "N".
001470     88  WS-VIS-OPENED                     VALUE "Y".
001480 01  WS-ORG-OPEN-SW              PIC X(01) VALUE "N".
001490     88  WS-ORG-OPENED                     VALUE "Y".
001500 01  WS-APT-OPEN-SW              PIC X(01) VALUE "N".
001510     88  WS-APT-OPENED                     VALUE "Y".
001520 01  WS-BDG-OPEN-SW              PIC X(01) VALUE "N".
001530     88  WS-BDG-OPENED                     VALUE "Y".
001540 01  WS-VXR-OPEN-SW              PIC X(01) VALUE "N".
001550     88  WS-VXR-OPENED                     VALUE "Y".
001560 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001570 77  WS-VISIT-FILE               PIC X(08) VALUE SPACES.
001580 77  WS-VISIT-LAST               PIC X(20) VALUE SPACES.
001590 77  WS-VISIT-FIRST              PIC X(15) VALUE SPACES.
001600 77  WS-VISIT-DATE               PIC 9(08) VALUE ZERO.
001610 77  WS-VISIT-TIME               PIC 9(08) VALUE ZERO.
001620 77  WS-VISIT-ORG                PIC X(06) VALUE SPACES.
001630 77  WS-MATCH-LAST               PIC X(20) VALUE SPACES.
001640 77  WS-MATCH-FIRST              PIC X(15) VALUE SPACES.
001650 01  NAME-TABLE.
001660     05  NAME-TABLE-ENTRY OCCURS 5000 TIMES
001670                          INDEXED BY NT-IDX.
001680         10  NT-LAST             PIC X(20).
001690         10  NT-FIRST            PIC X(15).
001700         10  NT-COUNT            PIC 9(06) COMP.
001710 77  WS-NAME-CT                  PIC 9(04) COMP VALUE ZERO.
001720 77  WS-NAME-MAX                 PIC 9(04) COMP VALUE 5000.
001730 77  WS-NAME-SUB                 PIC 9(04) COMP VALUE ZERO.
001740 01  WS-NAME-FULL-SW             PIC X(01) VALUE "N".
001750     88  WS-NAME-FULL                      VALUE "Y".
001760 01  WS-NAME-FOUND-SW            PIC X(01) VALUE "N".
001770     88  WS-NAME-FOUND                     VALUE "Y".
001780 01  ARRIVAL-TABLE.
001790     05  ARRIVAL-TABLE-ENTRY OCCURS 2000 TIMES
001800                             INDEXED BY AT-IDX.
001810         10  AT-APPT-DATE        PIC 9(08).
001820         10  AT-LAST             PIC X(20).
001830         10  AT-FIRST            PIC X(15).
001840         10  AT-HOST-NAME        PIC X(20).
001850         10  AT-LOGGED-SW        PIC X(01).
001860             88  AT-LOGGED               VALUE "Y".
001870 77  WS-ARR-CT                   PIC 9(04) COMP VALUE ZERO.
001880 77  WS-ARR-MAX                  PIC 9(04) COMP VALUE 2000.
001890 77  WS-LOG-READ                 PIC 9(08) COMP VALUE ZERO.
001900 77  WS-ARC-READ                 PIC 9(08) COMP VALUE ZERO.
001910 77  WS-VIS-READ                 PIC 9(08) COMP VALUE ZERO.
001920 77  WS-ARR-READ                 PIC 9(08) COMP VALUE ZERO.
001930 77  WS-BDG-READ                 PIC 9(08) COMP VALUE ZERO.
001940 77  WS-VXR-READ                 PIC 9(08) COMP VALUE ZERO.
001950 77  WS-ORG-EXC                  PIC 9(08) COMP VALUE ZERO.
001960 77  WS-CNT-EXC                  PIC 9(08) COMP VALUE ZERO.
001970 77  WS-ARR-EXC                  PIC 9(08) COMP VALUE ZERO.
001980 77  WS-BDG-EXC                  PIC 9(08) COMP VALUE ZERO.
001990 77  WS-VXR-EXC                  PIC 9(08) COMP VALUE ZERO.
002000 77  WS-TOTAL-EXC                PIC 9(08) COMP VALUE ZERO.
002010 77  WS-CNT-SKIP                 PIC 9(08) COMP VALUE ZERO.
002020 77  WS-ARR-SKIP                 PIC 9(08) COMP VALUE ZERO.
002030 77  WS-SECTION-EXC              PIC 9(08) COMP VALUE ZERO.
002040 77  WS-LOGGED-VISITS            PIC 9(06) COMP VALUE ZERO.
002050 77  WS-RL-TYPE                  PIC X(01) VALUE SPACES.
002060 77  WS-RL-COUNT                 PIC 9(08) VALUE ZERO.
002070 77  WS-RL-CODE                  PIC X(04) VALUE SPACES.
002080 77  WS-COUNT-DISP               PIC Z(07)9.
002090 77  WS-BADGE-NO-DISP            PIC Z(05)9.
002100 01  WS-PRINT-LINE               PIC X(080) VALUE SPACES.
002110
002120 PROCEDURE DIVISION.
002130
002140******************************************************************
002150*    0000-MAINLINE                                               *
002160******************************************************************
002170 0000-MAINLINE.
002180
002190         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002200
002210         IF WS-AUDIT-OK
002220             PERFORM 2000-LOAD-ARRIVALS THRU 2000-EXIT
002230             PERFORM 3000-SCAN-VISIT-LOGS THRU 3000-EXIT
002240             PERFORM 4000-CHECK-VISIT-COUNTS THRU 4000-EXIT
002250             PERFORM 5000-CHECK-ARRIVALS THRU 5000-EXIT
002260             PERFORM 6000-CHECK-OPEN-BADGES THRU 6000-EXIT
002270             PERFORM 7000-CHECK-RETIRED-IDS THRU 7000-EXIT
002280             PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
002290     END-IF.
002300
002310         PERFORM 9000-TERMINATE THRU 9000-EXIT.
002320
002330         STOP RUN.
002340
002350******************************************************************
002360*    1000-INITIALIZE - WRITE THE GREETRUN START RECORD, OPEN     *
002370*    THE FILES AND PRINT THE HEADING.  GREETLOG, GREETVIS AND    *
002380*    GREETORG ARE NEEDED FOR ANY OF THE CHECKS TO MEAN ANYTHING, *
002390*    SO THE AUDIT DOES NOT RUN WITHOUT THEM.  THE OTHERS ARE     *
002400*    TAKEN AS EMPTY WHEN MISSING - NO ARCHIVE YET, NO MERGES     *
002410*    YET, AND SO ON.                                             *
002420******************************************************************
002430 1000-INITIALIZE.
002440
002450         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002460
002470         MOVE "S" TO WS-RL-TYPE.
002480         MOVE ZERO TO WS-RL-COUNT.
002490         MOVE SPACES TO WS-RL-CODE.
002500         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
002510
002520         OPEN OUTPUT REPORT-FILE.
002530         MOVE SPACES TO WS-PRINT-LINE.
002540         STRING "CROSS-FILE INTEGRITY AUDIT OF "
002550             DELIMITED BY SIZE
002560             WS-RUN-DATE DELIMITED BY SIZE
002570             INTO WS-PRINT-LINE.
002580         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002590
002600         OPEN INPUT GREETLOG-FILE.
002610         IF WS-GLOG-STATUS = "00"
002620             SET WS-GLOG-OPENED TO TRUE
002630         ELSE
002640             DISPLAY "GREETLOG NOT AVAILABLE, STATUS "
002650                 WS-GLOG-STATUS
002660             MOVE "N" TO WS-AUDIT-OK-SW
002670     END-IF.
002680
002690         OPEN INPUT GREETVIS-FILE.
002700         IF WS-VIS-STATUS = "00"
002710             SET WS-VIS-OPENED TO TRUE
002720         ELSE
002730             DISPLAY "GREETVIS NOT AVAILABLE, STATUS "
002740                 WS-VIS-STATUS
002750             MOVE "N" TO WS-AUDIT-OK-SW
002760     END-IF.
002770
002780         OPEN INPUT GREETORG-FILE.
002790         IF WS-ORG-STATUS = "00"
002800             SET WS-ORG-OPENED TO TRUE
002810         ELSE
002820             DISPLAY "GREETORG NOT AVAILABLE, STATUS "
002830                 WS-ORG-STATUS
002840             MOVE "N" TO WS-AUDIT-OK-SW
002850     END-IF.
002860
002870         IF NOT WS-AUDIT-OK
002880             MOVE SPACES TO WS-PRINT-LINE
002890             WRITE REPORT-RECORD FROM WS-PRINT-LINE
002900             MOVE "*** AUDIT NOT RUN - GREETLOG, GREETVIS AND "
002910                 TO WS-PRINT-LINE
002920             MOVE "GREETORG ARE ALL REQUIRED ***"
002930                 TO WS-PRINT-LINE (44:29)
002940             WRITE REPORT-RECORD FROM WS-PRINT-LINE
002950             DISPLAY "*** INTEGRITY AUDIT NOT RUN ***"
002960             GO TO 1000-EXIT
002970     END-IF.
002980
002990         OPEN INPUT GREETARC-FILE.
003000         IF WS-ARC-STATUS = "00"
003010             SET WS-ARC-OPENED TO TRUE
003020     END-IF.
003030
003040         OPEN INPUT GREETAPT-FILE.
003050         IF WS-APT-STATUS = "00"
003060             SET WS-APT-OPENED TO TRUE
003070     END-IF.
003080
003090         OPEN INPUT GREETBDG-FILE.
003100         IF WS-BDG-STATUS = "00"
003110             SET WS-BDG-OPENED TO TRUE
003120     END-IF.
003130
003140         OPEN INPUT GREETVXR-FILE.
003150         IF WS-VXR-STATUS = "00"
003160             SET WS-VXR-OPENED TO TRUE
003170     END-IF.
003180
003190 1000-EXIT.
003200     EXIT.
003210
003220******************************************************************
003230*    2000-LOAD-ARRIVALS - TABLE EVERY APPOINTMENT MARKED         *
003240*    ARRIVED, SO THE VISIT-LOG PASS CAN TICK OFF THE ONES THAT   *
003250*    HAVE THEIR GREETLOG (OR ARCHIVED) VISIT.  ARRIVALS BEYOND   *
003260*    THE TABLE ARE COUNTED AS NOT CHECKED.                       *
003270******************************************************************
003280 2000-LOAD-ARRIVALS.
003290
003300         IF NOT WS-APT-OPENED
003310             GO TO 2000-EXIT
003320     END-IF.
003330
003340         MOVE "N" TO WS-FILE-EOF-SW.
003350         PERFORM 2100-LOAD-ONE-ARRIVAL THRU 2100-EXIT
003360             UNTIL WS-FILE-EOF.
003370
003380 2000-EXIT.
003390     EXIT.
003400
003410******************************************************************
003420*    2100-LOAD-ONE-ARRIVAL - READ ONE APPOINTMENT AND TABLE IT   *
003430*    IF IT IS MARKED ARRIVED.                                    *
003440******************************************************************
003450 2100-LOAD-ONE-ARRIVAL.
003460
003470         READ GREETAPT-FILE NEXT RECORD
003480             AT END
003490                 SET WS-FILE-EOF TO TRUE
003500                 GO TO 2100-EXIT
003510     END-READ.
003520
003530         IF NOT AP-ARRIVED
003540             GO TO 2100-EXIT
003550     END-IF.
003560
003570         ADD 1 TO WS-ARR-READ.
003580         IF WS-ARR-CT NOT < WS-ARR-MAX
003590             ADD 1 TO WS-ARR-SKIP
003600             GO TO 2100-EXIT
003610     END-IF.
003620
003630         ADD 1 TO WS-ARR-CT.
003640         SET AT-IDX TO WS-ARR-CT.
003650         MOVE AP-APPT-DATE TO AT-APPT-DATE (AT-IDX).
003660         MOVE AP-LAST TO AT-LAST (AT-IDX).
003670         MOVE AP-FIRST TO AT-FIRST (AT-IDX).
003680         MOVE AP-HOST-NAME TO AT-HOST-NAME (AT-IDX).
003690         MOVE "N" TO AT-LOGGED-SW (AT-IDX).
003700
003710 2100-EXIT.
003720     EXIT.
003730
003740******************************************************************
003750*    3000-SCAN-VISIT-LOGS - ONE PASS OVER GREETLOG AND ONE OVER  *
003760*    GREETARC.  EVERY VISIT IS COUNTED AGAINST ITS NAME, TICKS   *
003770*    OFF ANY ARRIVED APPOINTMENT IT ANSWERS, AND HAS ITS ORG     *
003780*    CODE LOOKED UP ON GREETORG.  THE ORG-CODE EXCEPTIONS ARE    *
003790*    THE FIRST CATEGORY ON THE REPORT.                           *
003800******************************************************************
003810 3000-SCAN-VISIT-LOGS.
003820
003830         MOVE SPACES TO WS-PRINT-LINE.
003840         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
003850         MOVE "1. GL-ORG-CODE NOT ON GREETORG" TO WS-PRINT-LINE.
003860         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
003870         MOVE "FILE     DATE     TIME     VISITOR"
003880             TO WS-PRINT-LINE.
003890         MOVE "ORG" TO WS-PRINT-LINE (65:3).
003900         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
003910
003920         MOVE "N" TO WS-FILE-EOF-SW.
003930         PERFORM 3100-READ-ONE-GREETLOG THRU 3100-EXIT
003940             UNTIL WS-FILE-EOF.
003950
003960         IF WS-ARC-OPENED
003970             MOVE "N" TO WS-FILE-EOF-SW
003980             PERFORM 3200-READ-ONE-GREETARC THRU 3200-EXIT
003990                 UNTIL WS-FILE-EOF
004000     END-IF.
004010
004020         MOVE WS-ORG-EXC TO WS-SECTION-EXC.
004030         PERFORM 8200-END-SECTION THRU 8200-EXIT.
004040
004050 3000-EXIT.
004060     EXIT.
004070
004080******************************************************************
004090*    3100-READ-ONE-GREETLOG - READ ONE CURRENT VISIT AND CHECK   *
004100*    IT.                                                         *
004110******************************************************************
004120 3100-READ-ONE-GREETLOG.
004130
004140         READ GREETLOG-FILE
004150             AT END
004160                 SET WS-FILE-EOF TO TRUE
004170                 GO TO 3100-EXIT
004180     END-READ.
004190
004200         ADD 1 TO WS-LOG-READ.
004210         MOVE "GREETLOG" TO WS-VISIT-FILE.
004220         MOVE GL-LAST OF GREETLOG-RECORD TO WS-VISIT-LAST.
004230         MOVE GL-FIRST OF GREETLOG-RECORD TO WS-VISIT-FIRST.
004240         MOVE GL-GREET-DATE OF GREETLOG-RECORD TO WS-VISIT-DATE.
004250         MOVE GL-GREET-TIME OF GREETLOG-RECORD TO WS-VISIT-TIME.
004260         MOVE GL-ORG-CODE OF GREETLOG-RECORD TO WS-VISIT-ORG.
004270         PERFORM 3300-CHECK-ONE-VISIT THRU 3300-EXIT.
004280
004290 3100-EXIT.
004300     EXIT.
004310
004320******************************************************************
004330*    3200-READ-ONE-GREETARC - READ ONE ARCHIVED VISIT AND CHECK  *
004340*    IT.                                                         *
004350******************************************************************
004360 3200-READ-ONE-GREETARC.
004370
004380         READ GREETARC-FILE
004390             AT END
004400                 SET WS-FILE-EOF TO TRUE
004410                 GO TO 3200-EXIT
004420     END-READ.
004430
004440         ADD 1 TO WS-ARC-READ.
004450         MOVE "GREETARC" TO WS-VISIT-FILE.
004460         MOVE GL-LAST OF ARCHIVE-RECORD TO WS-VISIT-LAST.
004470         MOVE GL-FIRST OF ARCHIVE-RECORD TO WS-VISIT-FIRST.
004480         MOVE GL-GREET-DATE OF ARCHIVE-RECORD TO WS-VISIT-DATE.
004490         MOVE GL-GREET-TIME OF ARCHIVE-RECORD TO WS-VISIT-TIME.
004500         MOVE GL-ORG-CODE OF ARCHIVE-RECORD TO WS-VISIT-ORG.
004510         PERFORM 3300-CHECK-ONE-VISIT THRU 3300-EXIT.
004520
004530 3200-EXIT.
004540     EXIT.
004550
004560******************************************************************
004570*    3300-CHECK-ONE-VISIT - COUNT THE VISIT AGAINST ITS NAME,    *
004580*    TICK OFF ITS ARRIVED APPOINTMENT, AND CHECK ITS ORG CODE.   *
004590*    A BLANK ORG CODE IS A VISITOR WITH NO COMPANY, NOT AN       *
004600*    EXCEPTION.                                                  *
004610******************************************************************
004620 3300-CHECK-ONE-VISIT.
004630
004640         MOVE WS-VISIT-LAST TO WS-MATCH-LAST.
004650         MOVE WS-VISIT-FIRST TO WS-MATCH-FIRST.
004660         PERFORM 3400-FIND-NAME THRU 3400-EXIT.
004670         IF WS-NAME-FOUND
004680             SET NT-IDX TO WS-NAME-SUB
004690             ADD 1 TO NT-COUNT (NT-IDX)
004700         ELSE
004710             IF WS-NAME-CT < WS-NAME-MAX
004720                 ADD 1 TO WS-NAME-CT
004730                 SET NT-IDX TO WS-NAME-CT
004740                 MOVE WS-VISIT-LAST TO NT-LAST (NT-IDX)
004750                 MOVE WS-VISIT-FIRST TO NT-FIRST (NT-IDX)
004760                 MOVE 1 TO NT-COUNT (NT-IDX)
004770             ELSE
004780                 SET WS-NAME-FULL TO TRUE
004790         END-IF
004800     END-IF.
004810
004820         IF WS-ARR-CT > ZERO
004830             PERFORM 3500-MATCH-ONE-ARRIVAL THRU 3500-EXIT
004840                 VARYING AT-IDX FROM 1 BY 1
004850                 UNTIL AT-IDX > WS-ARR-CT
004860     END-IF.
004870
004880         IF WS-VISIT-ORG = SPACES
004890             GO TO 3300-EXIT
004900     END-IF.
004910
004920         MOVE WS-VISIT-ORG TO OR-ORG-CODE.
004930         READ GREETORG-FILE
004940             INVALID KEY
004950                 PERFORM 3600-PRINT-ORG-EXCEPTION THRU 3600-EXIT
004960     END-READ.
004970
004980 3300-EXIT.
004990     EXIT.
005000
005010******************************************************************
005020*    3400-FIND-NAME - LOOK UP WS-MATCH-LAST/FIRST IN THE NAME    *
005030*    TABLE, LEAVING ITS POSITION IN WS-NAME-SUB.                 *
005040******************************************************************
005050 3400-FIND-NAME.
005060
005070         MOVE "N" TO WS-NAME-FOUND-SW.
005080         MOVE ZERO TO WS-NAME-SUB.
005090         IF WS-NAME-CT > ZERO
005100             PERFORM 3450-MATCH-ONE-NAME THRU 3450-EXIT
005110                 VARYING NT-IDX FROM 1 BY 1
005120                 UNTIL NT-IDX > WS-NAME-CT OR WS-NAME-FOUND
005130     END-IF.
005140
005150 3400-EXIT.
005160     EXIT.
005170
005180******************************************************************
005190*    3450-MATCH-ONE-NAME - COMPARE ONE NAME-TABLE ENTRY.         *
005200******************************************************************
005210 3450-MATCH-ONE-NAME.
005220
005230         IF NT-LAST (NT-IDX) = WS-MATCH-LAST
005240             AND NT-FIRST (NT-IDX) = WS-MATCH-FIRST
005250             SET WS-NAME-FOUND TO TRUE
005260             SET WS-NAME-SUB TO NT-IDX
005270     END-IF.
005280
005290 3450-EXIT.
005300     EXIT.
005310
005320******************************************************************
005330*    3500-MATCH-ONE-ARRIVAL - A VISIT ON THE APPOINTMENT DATE BY *
005340*    THE SAME NAME ANSWERS THE ARRIVED APPOINTMENT.              *
005350******************************************************************
005360 3500-MATCH-ONE-ARRIVAL.
005370
005380         IF AT-APPT-DATE (AT-IDX) = WS-VISIT-DATE
005390             AND AT-LAST (AT-IDX) = WS-VISIT-LAST
005400             AND AT-FIRST (AT-IDX) = WS-VISIT-FIRST
005410             SET AT-LOGGED (AT-IDX) TO TRUE
005420     END-IF.
005430
005440 3500-EXIT.
005450     EXIT.
005460
005470******************************************************************
005480*    3600-PRINT-ORG-EXCEPTION - ONE VISIT WHOSE ORG CODE IS NOT  *
005490*    ON GREETORG.                                                *
005500******************************************************************
005510 3600-PRINT-ORG-EXCEPTION.
005520
005530         ADD 1 TO WS-ORG-EXC.
005540         MOVE SPACES TO WS-PRINT-LINE.
005550         MOVE WS-VISIT-FILE TO WS-PRINT-LINE (1:8).
005560         MOVE WS-VISIT-DATE TO WS-PRINT-LINE (10:8).
005570         MOVE WS-VISIT-TIME TO WS-PRINT-LINE (19:8).
005580         MOVE WS-VISIT-LAST TO WS-PRINT-LINE (28:20).
005590         MOVE WS-VISIT-FIRST TO WS-PRINT-LINE (49:15).
005600         MOVE WS-VISIT-ORG TO WS-PRINT-LINE (65:6).
005610         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005620
005630 3600-EXIT.
005640     EXIT.
005650
005660******************************************************************
005670*    4000-CHECK-VISIT-COUNTS - READ THE MASTER IN VISITOR-ID     *
005680*    ORDER AND COMPARE EACH VM-VISIT-COUNT WITH THE VISITS       *
005690*    COUNTED ON GREETLOG AND GREETARC FOR THAT NAME.  IF THE     *
005700*    NAME TABLE FILLED, A NAME THAT IS NOT IN IT CANNOT BE       *
005710*    JUDGED AND IS COUNTED AS NOT CHECKED.                       *
005720******************************************************************
005730 4000-CHECK-VISIT-COUNTS.
005740
005750         MOVE SPACES TO WS-PRINT-LINE.
005760         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005770         MOVE "2. VM-VISIT-COUNT NOT EQUAL TO GREETLOG + "
005780             TO WS-PRINT-LINE.
005790         MOVE "GREETARC VISITS" TO WS-PRINT-LINE (43:15).
005800         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005810         MOVE "ID     VISITOR" TO WS-PRINT-LINE.
005820         MOVE "  MASTER   LOGGED" TO WS-PRINT-LINE (45:17).
005830         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005840
005850         MOVE "N" TO WS-FILE-EOF-SW.
005860         PERFORM 4100-CHECK-ONE-MASTER THRU 4100-EXIT
005870             UNTIL WS-FILE-EOF.
005880
005890         MOVE WS-CNT-EXC TO WS-SECTION-EXC.
005900         PERFORM 8200-END-SECTION THRU 8200-EXIT.
005910         IF WS-CNT-SKIP > ZERO
005920             MOVE WS-CNT-SKIP TO WS-COUNT-DISP
005930             MOVE "  NOT CHECKED, TABLE FULL . . "
005940                 TO WS-PRINT-LINE
005950             PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT
005960     END-IF.
005970
005980 4000-EXIT.
005990     EXIT.
006000
006010******************************************************************
006020*    4100-CHECK-ONE-MASTER - READ ONE MASTER RECORD AND COMPARE  *
006030*    ITS VISIT COUNT.                                            *
006040******************************************************************
006050 4100-CHECK-ONE-MASTER.
006060
006070         READ GREETVIS-FILE NEXT RECORD
006080             AT END
006090                 SET WS-FILE-EOF TO TRUE
006100                 GO TO 4100-EXIT
006110     END-READ.
006120
006130         ADD 1 TO WS-VIS-READ.
006140         MOVE VM-LAST TO WS-MATCH-LAST.
006150         MOVE VM-FIRST TO WS-MATCH-FIRST.
006160         PERFORM 3400-FIND-NAME THRU 3400-EXIT.
006170         IF WS-NAME-FOUND
006180             SET NT-IDX TO WS-NAME-SUB
006190             MOVE NT-COUNT (NT-IDX) TO WS-LOGGED-VISITS
006200         ELSE
006210             IF WS-NAME-FULL
006220                 ADD 1 TO WS-CNT-SKIP
006230                 GO TO 4100-EXIT
006240         END-IF
006250             MOVE ZERO TO WS-LOGGED-VISITS
006260     END-IF.
006270
006280         IF VM-VISIT-COUNT = WS-LOGGED-VISITS
006290             GO TO 4100-EXIT
006300     END-IF.
006310
006320         ADD 1 TO WS-CNT-EXC.
006330         MOVE SPACES TO WS-PRINT-LINE.
006340         MOVE VM-VISITOR-ID TO WS-PRINT-LINE (1:6).
006350         MOVE VM-LAST TO WS-PRINT-LINE (8:20).
006360         MOVE VM-FIRST TO WS-PRINT-LINE (29:15).
006370         MOVE VM-VISIT-COUNT TO WS-COUNT-DISP.
006380         MOVE WS-COUNT-DISP TO WS-PRINT-LINE (45:8).
006390         MOVE WS-LOGGED-VISITS TO WS-COUNT-DISP.
006400         MOVE WS-COUNT-DISP TO WS-PRINT-LINE (54:8).
006410         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
006420
006430 4100-EXIT.
006440     EXIT.
006450
006460******************************************************************
006470*    5000-CHECK-ARRIVALS - LIST EVERY ARRIVED APPOINTMENT THAT   *
006480*    NO GREETLOG OR GREETARC VISIT ANSWERED.                     *
006490******************************************************************
006500 5000-CHECK-ARRIVALS.
006510
006520         MOVE SPACES TO WS-PRINT-LINE.
006530         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
006540         MOVE "3. GREETAPT APPOINTMENTS MARKED ARRIVED WITH NO "
006550             TO WS-PRINT-LINE.
006560         MOVE "GREETLOG VISIT" TO WS-PRINT-LINE (49:14).
006570         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
006580         MOVE "DATE     VISITOR" TO WS-PRINT-LINE.
006590         MOVE "HOST" TO WS-PRINT-LINE (47:4).
006600         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
006610
006620         IF WS-ARR-CT > ZERO
006630             PERFORM 5100-CHECK-ONE-ARRIVAL THRU 5100-EXIT
006640                 VARYING AT-IDX FROM 1 BY 1
006650                 UNTIL AT-IDX > WS-ARR-CT
006660     END-IF.
006670
006680         MOVE WS-ARR-EXC TO WS-SECTION-EXC.
006690         PERFORM 8200-END-SECTION THRU 8200-EXIT.
006700         IF WS-ARR-SKIP > ZERO
006710             MOVE WS-ARR-SKIP TO WS-COUNT-DISP
006720             MOVE "  NOT CHECKED, TABLE FULL . . "
006730                 TO WS-PRINT-LINE
006740             PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT
006750     END-IF.
006760
006770 5000-EXIT.
006780     EXIT.
006790
006800******************************************************************
006810*    5100-CHECK-ONE-ARRIVAL - PRINT ONE ARRIVAL IF NO VISIT WAS  *
006820*    FOUND FOR IT.                                               *
006830******************************************************************
006840 5100-CHECK-ONE-ARRIVAL.
006850
006860         IF AT-LOGGED (AT-IDX)
006870             GO TO 5100-EXIT
006880     END-IF.
006890
006900         ADD 1 TO WS-ARR-EXC.
006910         MOVE SPACES TO WS-PRINT-LINE.
006920         MOVE AT-APPT-DATE (AT-IDX) TO WS-PRINT-LINE (1:8).
006930         MOVE AT-LAST (AT-IDX) TO WS-PRINT-LINE (10:20).
006940         MOVE AT-FIRST (AT-IDX) TO WS-PRINT-LINE (31:15).
006950         MOVE AT-HOST-NAME (AT-IDX) TO WS-PRINT-LINE (47:20).
006960         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
006970
006980 5100-EXIT.
006990     EXIT.
007000
007010******************************************************************
007020*    6000-CHECK-OPEN-BADGES - EVERY OPEN BADGE MUST BELONG TO A  *
007030*    NAME ON THE VISITOR MASTER.                                 *
007040******************************************************************
007050 6000-CHECK-OPEN-BADGES.
007060
007070         MOVE SPACES TO WS-PRINT-LINE.
007080         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
007090         MOVE "4. OPEN GREETBDG BADGES FOR NAMES NOT ON GREETVIS"
007100             TO WS-PRINT-LINE.
007110         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
007120         MOVE "BADGE  VISITOR" TO WS-PRINT-LINE.
007130         MOVE "ISSUED   SITE" TO WS-PRINT-LINE (45:13).
007140         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
007150
007160         IF WS-BDG-OPENED
007170             MOVE "N" TO WS-FILE-EOF-SW
007180             PERFORM 6100-CHECK-ONE-BADGE THRU 6100-EXIT
007190                 UNTIL WS-FILE-EOF
007200     END-IF.
007210
007220         MOVE WS-BDG-EXC TO WS-SECTION-EXC.
007230         PERFORM 8200-END-SECTION THRU 8200-EXIT.
007240
007250 6000-EXIT.
007260     EXIT.
007270
007280******************************************************************
007290*    6100-CHECK-ONE-BADGE - READ ONE BADGE AND LOOK AN OPEN ONE  *
007300*    UP ON GREETVIS BY NAME.                                     *
007310******************************************************************
007320 6100-CHECK-ONE-BADGE.
007330
007340         READ GREETBDG-FILE NEXT RECORD
007350             AT END
007360                 SET WS-FILE-EOF TO TRUE
007370                 GO TO 6100-EXIT
007380     END-READ.
007390
007400         IF NOT BG-BADGE-OPEN
007410             GO TO 6100-EXIT
007420     END-IF.
007430
007440         ADD 1 TO WS-BDG-READ.
007450         MOVE BG-LAST TO VM-LAST.
007460         MOVE BG-FIRST TO VM-FIRST.
007470         READ GREETVIS-FILE
007480             KEY IS VM-NAME-KEY
007490             INVALID KEY
007500                 CONTINUE
007510             NOT INVALID KEY
007520                 GO TO 6100-EXIT
007530     END-READ.
007540
007550         ADD 1 TO WS-BDG-EXC.
007560         MOVE SPACES TO WS-PRINT-LINE.
007570         MOVE BG-BADGE-NO TO WS-BADGE-NO-DISP.
007580         MOVE WS-BADGE-NO-DISP TO WS-PRINT-LINE (1:6).
007590         MOVE BG-LAST TO WS-PRINT-LINE (8:20).
007600         MOVE BG-FIRST TO WS-PRINT-LINE (29:15).
007610         MOVE BG-ISSUE-DATE TO WS-PRINT-LINE (45:8).
007620         MOVE BG-SITE-CODE TO WS-PRINT-LINE (54:3).
007630         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
007640
007650 6100-EXIT.
007660     EXIT.
007670
007680******************************************************************
007690*    7000-CHECK-RETIRED-IDS - A VISITOR ID RETIRED BY A GREETDUP *
007700*    MERGE MUST NO LONGER BE ON THE MASTER.                      *
007710******************************************************************
007720 7000-CHECK-RETIRED-IDS.
007730
007740         MOVE SPACES TO WS-PRINT-LINE.
007750         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
007760         MOVE "5. GREETVXR RETIRED IDS STILL ON GREETVIS"
007770             TO WS-PRINT-LINE.
007780         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
007790         MOVE "RETIRED SURVIVOR MERGED   NAME ON MASTER"
007800             TO WS-PRINT-LINE.
007810         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
007820
007830         IF WS-VXR-OPENED
007840             MOVE "N" TO WS-FILE-EOF-SW
007850             PERFORM 7100-CHECK-ONE-XREF THRU 7100-EXIT
007860                 UNTIL WS-FILE-EOF
007870     END-IF.
007880
007890         MOVE WS-VXR-EXC TO WS-SECTION-EXC.
007900         PERFORM 8200-END-SECTION THRU 8200-EXIT.
007910
007920 7000-EXIT.
007930     EXIT.
007940
007950******************************************************************
007960*    7100-CHECK-ONE-XREF - READ ONE CROSS-REFERENCE RECORD AND   *
007970*    LOOK ITS RETIRED ID UP ON THE MASTER.                       *
007980******************************************************************
007990 7100-CHECK-ONE-XREF.
008000
008010         READ GREETVXR-FILE
008020             AT END
008030                 SET WS-FILE-EOF TO TRUE
008040                 GO TO 7100-EXIT
008050     END-READ.
008060
008070         ADD 1 TO WS-VXR-READ.
008080         MOVE XR-RETIRED-ID TO VM-VISITOR-ID.
008090         READ GREETVIS-FILE
008100             INVALID KEY
008110                 GO TO 7100-EXIT
008120     END-READ.
008130
008140         ADD 1 TO WS-VXR-EXC.
008150         MOVE SPACES TO WS-PRINT-LINE.
008160         MOVE XR-RETIRED-ID TO WS-PRINT-LINE (1:6).
008170         MOVE XR-SURVIVOR-ID TO WS-PRINT-LINE (9:6).
008180         MOVE XR-MERGE-DATE TO WS-PRINT-LINE (17:8).
008190         MOVE VM-LAST TO WS-PRINT-LINE (27:20).
008200         MOVE VM-FIRST TO WS-PRINT-LINE (48:15).
008210         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
008220
008230 7100-EXIT.
008240     EXIT.
008250
008260******************************************************************
008270*    8000-PRINT-SUMMARY - EXCEPTIONS BY CATEGORY, THE RECORDS    *
008280*    EXAMINED, AND THE VERDICT.                                  *
008290******************************************************************
008300 8000-PRINT-SUMMARY.
008310
008320         ADD WS-ORG-EXC WS-CNT-EXC WS-ARR-EXC WS-BDG-EXC
008330             WS-VXR-EXC GIVING WS-TOTAL-EXC.
008340
008350         MOVE SPACES TO WS-PRINT-LINE.
008360         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
008370         MOVE "EXCEPTION SUMMARY" TO WS-PRINT-LINE.
008380         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
008390
008400         MOVE WS-ORG-EXC TO WS-COUNT-DISP.
008410         MOVE "ORG CODE NOT ON GREETORG  . . " TO WS-PRINT-LINE.
008420         PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008430         MOVE WS-CNT-EXC TO WS-COUNT-DISP.
008440         MOVE "VISIT COUNT DISAGREES . . . . " TO WS-PRINT-LINE.
008450         PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008460         MOVE WS-ARR-EXC TO WS-COUNT-DISP.
008470         MOVE "ARRIVED, NOT ON GREETLOG  . . " TO WS-PRINT-LINE.
008480         PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008490         MOVE WS-BDG-EXC TO WS-COUNT-DISP.
008500         MOVE "OPEN BADGE, NOT ON GREETVIS . " TO WS-PRINT-LINE.
008510         PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008520         MOVE WS-VXR-EXC TO WS-COUNT-DISP.
008530         MOVE "RETIRED ID STILL ON GREETVIS  " TO WS-PRINT-LINE.
008540         PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008550         MOVE WS-TOTAL-EXC TO WS-COUNT-DISP.
008560         MOVE "TOTAL EXCEPTIONS  . . . . . . " TO WS-PRINT-LINE.
008570         PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008580
008590         MOVE SPACES TO WS-PRINT-LINE.
008600         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
008610         MOVE WS-LOG-READ TO WS-COUNT-DISP.
008620         MOVE "GREETLOG RECORDS READ . . . . " TO WS-PRINT-LINE.
008630         PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008640         MOVE WS-ARC-READ TO WS-COUNT-DISP.
008650         MOVE "GREETARC RECORDS READ . . . . " TO WS-PRINT-LINE.
008660         PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008670         MOVE WS-VIS-READ TO WS-COUNT-DISP.
008680         MOVE "GREETVIS RECORDS READ . . . . " TO WS-PRINT-LINE.
008690         PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008700         MOVE WS-ARR-READ TO WS-COUNT-DISP.
008710         MOVE "ARRIVED APPOINTMENTS  . . . . " TO WS-PRINT-LINE.
008720         PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008730         MOVE WS-BDG-READ TO WS-COUNT-DISP.
008740         MOVE "OPEN BADGES . . . . . . . . . " TO WS-PRINT-LINE.
008750         PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008760         MOVE WS-VXR-READ TO WS-COUNT-DISP.
008770         MOVE "GREETVXR RECORDS READ . . . . " TO WS-PRINT-LINE.
008780         PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008790
008800         MOVE SPACES TO WS-PRINT-LINE.
008810         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
008820         IF WS-TOTAL-EXC = ZERO
008830             MOVE "FILES AGREE - NO INTEGRITY EXCEPTIONS"
008840                 TO WS-PRINT-LINE
008850             DISPLAY "INTEGRITY AUDIT CLEAN"
008860         ELSE
008870             MOVE "*** INTEGRITY EXCEPTIONS FOUND - SEE ABOVE ***"
008880                 TO WS-PRINT-LINE
008890             DISPLAY "*** INTEGRITY EXCEPTIONS FOUND: "
008900                 WS-TOTAL-EXC " ***"
008910     END-IF.
008920         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
008930
008940 8000-EXIT.
008950     EXIT.
008960
008970******************************************************************
008980*    8100-PRINT-ONE-COUNT - FINISH AND WRITE A LABEL LINE WITH   *
008990*    THE COUNT STAGED IN WS-COUNT-DISP.                          *
009000******************************************************************
009010 8100-PRINT-ONE-COUNT.
009020
009030         MOVE WS-COUNT-DISP TO WS-PRINT-LINE (31:8).
009040         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
009050
009060 8100-EXIT.
009070     EXIT.
009080
009090******************************************************************
009100*    8200-END-SECTION - CLOSE ONE CATEGORY WITH "NONE" OR ITS    *
009110*    EXCEPTION COUNT FROM WS-SECTION-EXC.                        *
009120******************************************************************
009130 8200-END-SECTION.
009140
009150         MOVE SPACES TO WS-PRINT-LINE.
009160         IF WS-SECTION-EXC = ZERO
009170             MOVE "  NONE" TO WS-PRINT-LINE
009180             WRITE REPORT-RECORD FROM WS-PRINT-LINE
009190         ELSE
009200             MOVE WS-SECTION-EXC TO WS-COUNT-DISP
009210             MOVE "  EXCEPTIONS  . . . . . . . . "
009220                 TO WS-PRINT-LINE
009230             PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT
009240     END-IF.
009250
009260 8200-EXIT.
009270     EXIT.
009280
009290******************************************************************
009300*    9000-TERMINATE - CLOSE THE FILES AND WRITE THE GREETRUN END *
009310*    RECORD: 0000 CLEAN, 0004 EXCEPTIONS FOUND, 0008 NOT RUN.    *
009320******************************************************************
009330 9000-TERMINATE.
009340
009350         CLOSE REPORT-FILE.
009360         IF WS-GLOG-OPENED
009370             CLOSE GREETLOG-FILE
009380     END-IF.
009390         IF WS-ARC-OPENED
009400             CLOSE GREETARC-FILE
009410     END-IF.
009420         IF WS-VIS-OPENED
009430             CLOSE GREETVIS-FILE
009440     END-IF.
009450         IF WS-ORG-OPENED
009460             CLOSE GREETORG-FILE
009470     END-IF.
009480         IF WS-APT-OPENED
009490             CLOSE GREETAPT-FILE
009500     END-IF.
009510         IF WS-BDG-OPENED
009520             CLOSE GREETBDG-FILE
009530     END-IF.
009540         IF WS-VXR-OPENED
009550             CLOSE GREETVXR-FILE
009560     END-IF.
009570
009580         MOVE "E" TO WS-RL-TYPE.
009590         MOVE WS-TOTAL-EXC TO WS-RL-COUNT.
009600         EVALUATE TRUE
009610             WHEN NOT WS-AUDIT-OK
009620                 MOVE "0008" TO WS-RL-CODE
009630             WHEN WS-TOTAL-EXC > ZERO
009640                 MOVE "0004" TO WS-RL-CODE
009650             WHEN OTHER
009660                 MOVE "0000" TO WS-RL-CODE
009670     END-EVALUATE.
009680         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
009690
009700 9000-EXIT.
009710     EXIT.
009720
009730******************************************************************
009740*    9500-WRITE-RUN-LOG - APPEND ONE START OR END RECORD TO THE  *
009750*    SHARED GREETRUN RUN-CONTROL LOG.  THE CALLER STAGES THE     *
009760*    RECORD TYPE, COUNT AND COMPLETION CODE IN WORKING STORAGE.  *
009770******************************************************************
009780 9500-WRITE-RUN-LOG.
009790
009800         OPEN EXTEND GREETRUN-FILE.
009810         IF WS-RUNL-STATUS = "35" OR WS-RUNL-STATUS = "05"
009820             CLOSE GREETRUN-FILE
009830             OPEN OUTPUT GREETRUN-FILE
009840     END-IF.
009850
009860         MOVE SPACES TO RUN-LOG-RECORD.
009870         MOVE WS-RL-TYPE TO RL-RECORD-TYPE.
009880         MOVE WS-RL-COUNT TO RL-RECORDS-PROCESSED.
009890         MOVE WS-RL-CODE TO RL-COMPLETION-CODE.
009900         MOVE "GREETXCK" TO RL-PROGRAM-NAME.
009910         ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
009920         ACCEPT RL-RUN-TIME FROM TIME.
009930         MOVE SPACE TO RL-RUN-MODE.
009940         WRITE RUN-LOG-RECORD.
009950         CLOSE GREETRUN-FILE.
009960
009970 9500-EXIT.
009980     EXIT.
009990
010000 END PROGRAM GREETXCK.
