000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID :  GREETSTB                                     *
000040*    AUTHOR     :  M. KAVALIAUSKAS                               *
000050*    INSTALLATION: VISITOR SERVICES                              *
000060*    DATE-WRITTEN: 2026-10-15                                    *
000070*    DATE-COMPILED:                                              *
000080*    PURPOSE    :  NIGHTLY BUILD OF THE GREETDST DAILY           *
000090*                  STATISTICS FILE.  FOR EACH DATE AND SITE IT   *
000100*                  COUNTS GREETINGS (FIRST-TIME AGAINST          *
000110*                  RETURNING, FROM VM-FIRST-VISIT-DATE ON        *
000120*                  GREETVIS), VIP AND BARRED ALERTS FROM         *
000130*                  GREETALR, APPOINTMENTS AND NO-SHOWS FROM      *
000140*                  GREETAPT, BADGES ISSUED FROM GREETBDG, AND    *
000150*                  THE TEN BUSIEST COMPANIES, AND WRITES OR      *
000160*                  REPLACES ONE GREETDST RECORD.  IT MUST RUN    *
000170*                  BEFORE GREETARC PURGES THE DETAIL.  THE PARM  *
000180*                  IS BLANK FOR TODAY, YYYYMMDD FOR ONE DAY, OR  *
000190*                  A YYYYMMDDYYYYMMDD PAIR TO BUILD OR REBUILD A *
000200*                  RANGE FROM WHATEVER DETAIL IS STILL ON FILE;  *
000210*                  A RECORD ON FILE FOR A DATE WITH NO GREETINGS *
000220*                  LEFT ON GREETLOG IS KEPT, NOT REPLACED.  AN   *
000230*                  ALERT WRITTEN BEFORE ALERTS CARRIED A SITE    *
000240*                  TAKES THE SITE OF THE SAME VISITOR'S GREETING *
000250*                  THAT DAY; APPOINTMENTS TAKE THE HOST'S SITE   *
000260*                  FROM GREETHST, OR ELSE THE ARRIVAL'S          *
000270*                  GREETING.                                     *
000280*                                                                *
000290*    MODIFICATION HISTORY                                       *
000300*    ------------------------------------------------------     *
000310*    DATE       INIT  DESCRIPTION                                *
000320*    ---------- ----  -------------------------------------      *
000330*    2026-10-15 MK    ORIGINAL PROGRAM.                          *
000340*    2026-10-15 MK    TAKE EACH ALERT'S SITE FROM AL-SITE-CODE;  *
000350*                     ONLY AN OLD ALERT WITH A BLANK SITE IS     *
000360*                     MATCHED TO THE DAY'S GREETING.  KEEP A     *
000370*                     GREETDST RECORD ALREADY ON FILE FOR A DATE *
000380*                     GREETLOG NO LONGER HOLDS ANY GREETING FOR, *
000390*                     SO A REBUILD AFTER GREETARC HAS PURGED THE *
000400*                     DETAIL CANNOT ZERO IT.                     *
000410*                                                                *
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440     PROGRAM-ID.   GREETSTB AS "GREETSTB".
000450     AUTHOR.       M. KAVALIAUSKAS.
000460     DATE-WRITTEN. 2026-10-15.
000470
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.
000510 OBJECT-COMPUTER.
000520
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550         SELECT GREETLOG-FILE ASSIGN TO "GREETLOG"
000560             ORGANIZATION IS SEQUENTIAL
000570             FILE STATUS IS WS-GLOG-STATUS.
000580
000590         SELECT GREETVIS-FILE ASSIGN TO "GREETVIS"
000600             ORGANIZATION IS INDEXED
000610             ACCESS MODE IS DYNAMIC
000620             RECORD KEY IS VM-VISITOR-ID
000630             ALTERNATE RECORD KEY IS VM-NAME-KEY
000640                 WITH DUPLICATES
000650             FILE STATUS IS WS-VIS-STATUS.
000660
000670         SELECT GREETAPT-FILE ASSIGN TO "GREETAPT"
000680             ORGANIZATION IS INDEXED
000690             ACCESS MODE IS DYNAMIC
000700             RECORD KEY IS AP-APPT-KEY
000710             FILE STATUS IS WS-APT-STATUS.
000720
000730         SELECT GREETHST-FILE ASSIGN TO "GREETHST"
000740             ORGANIZATION IS INDEXED
000750             ACCESS MODE IS DYNAMIC
000760             RECORD KEY IS HO-HOST-ID
000770             FILE STATUS IS WS-HST-STATUS.
000780
000790         SELECT GREETBDG-FILE ASSIGN TO "GREETBDG"
000800             ORGANIZATION IS INDEXED
000810             ACCESS MODE IS DYNAMIC
000820             RECORD KEY IS BG-BADGE-NO
000830             FILE STATUS IS WS-BDG-STATUS.
000840
000850         SELECT GREETALR-FILE ASSIGN TO "GREETALR"
000860             ORGANIZATION IS SEQUENTIAL
000870             FILE STATUS IS WS-ALR-STATUS.
000880
000890         SELECT GREETDST-FILE ASSIGN TO "GREETDST"
000900             ORGANIZATION IS INDEXED
000910             ACCESS MODE IS DYNAMIC
000920             RECORD KEY IS DS-STAT-KEY
000930             FILE STATUS IS WS-DST-STATUS.
000940
000950         SELECT GREETRUN-FILE ASSIGN TO "GREETRUN"
000960             ORGANIZATION IS SEQUENTIAL
000970             FILE STATUS IS WS-RUNL-STATUS.
000980
000990         SELECT REPORT-FILE ASSIGN TO "GREETSTR"
001000             ORGANIZATION IS SEQUENTIAL
001010             FILE STATUS IS WS-RPT-STATUS.
001020
001030 DATA DIVISION.
001040 FILE SECTION.
001050
001060 FD  GREETLOG-FILE
001070         LABEL RECORDS ARE STANDARD.
001080     COPY GLOGREC.
001090
001100 FD  GREETVIS-FILE
001110         LABEL RECORDS ARE STANDARD.
001120     COPY VISMREC.
001130
001140 FD  GREETAPT-FILE
001150         LABEL RECORDS ARE STANDARD.
001160     COPY APPTREC.
001170
001180 FD  GREETHST-FILE
001190         LABEL RECORDS ARE STANDARD.
001200     COPY HOSTREC.
001210
001220 FD  GREETBDG-FILE
001230         LABEL RECORDS ARE STANDARD.
001240     COPY BADGREC.
001250
001260 FD  GREETALR-FILE
001270         LABEL RECORDS ARE STANDARD.
001280     COPY ALRTREC.
001290
001300 FD  GREETDST-FILE
001310         LABEL RECORDS ARE STANDARD.
001320     COPY DSTREC.
001330
001340 FD  GREETRUN-FILE
001350         LABEL RECORDS ARE STANDARD.
001360     COPY RUNLREC.
001370
001380 FD  REPORT-FILE
001390         LABEL RECORDS ARE STANDARD.
001400 01  REPORT-RECORD                   PIC X(080).
001410
001420 WORKING-STORAGE SECTION.
001430 77  WS-GLOG-STATUS              PIC X(02) VALUE SPACES.
001440 77  WS-VIS-STATUS               PIC X(02) VALUE SPACES.
001450 77  WS-APT-STATUS               PIC X(02) VALUE SPACES.
001460 77  WS-HST-STATUS               PIC X(02) VALUE SPACES.
001470 77  WS-BDG-STATUS               PIC X(02) VALUE SPACES.
001480 77  WS-ALR-STATUS               PIC X(02) VALUE SPACES.
001490 77  WS-DST-STATUS               PIC X(02) VALUE SPACES.
001500 77  WS-RUNL-STATUS              PIC X(02) VALUE SPACES.
001510 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
001520 77  WS-PARM-CARD                PIC X(20) VALUE SPACES.
001530 77  WS-PARM-ECHO                PIC X(32) VALUE SPACES.
001540 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001550 77  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
001560 77  WS-TO-DATE                  PIC 9(08) VALUE ZERO.
001570 01  WS-BUILD-OK-SW              PIC X(01) VALUE "Y".
001580     88  WS-BUILD-OK                       VALUE "Y".
001590 01  WS-FILE-EOF-SW              PIC X(01) VALUE "N".
001600     88  WS-FILE-EOF                       VALUE "Y".
001610 01  WS-GLOG-OPEN-SW             PIC X(01) VALUE "N".
001620     88  WS-GLOG-OPENED                    VALUE "Y".
001630 01  WS-VIS-OPEN-SW              PIC X(01) VALUE "N".
001640     88  WS-VIS-OPENED                     VALUE "Y".
001650 01  WS-APT-OPEN-SW              PIC X(01) VALUE "N".
001660     88  WS-APT-OPENED                     VALUE "Y".
001670 01  WS-HST-OPEN-SW              PIC X(01) VALUE "N".
001680     88  WS-HST-OPENED                     VALUE "Y".
001690 01  WS-BDG-OPEN-SW              PIC X(01) VALUE "N".
001700     88  WS-BDG-OPENED                     VALUE "Y".
001710 01  WS-ALR-OPEN-SW              PIC X(01) VALUE "N".
001720     88  WS-ALR-OPENED                     VALUE "Y".
001730 01  WS-DST-OPEN-SW              PIC X(01) VALUE "N".
001740     88  WS-DST-OPENED                     VALUE "Y".
001750 77  WS-KEY-DATE                 PIC 9(08) VALUE ZERO.
001760 77  WS-KEY-SITE                 PIC X(03) VALUE SPACES.
001770 77  WS-APPT-SITE                PIC X(03) VALUE SPACES.
001780 01  DAY-TABLE.
001790     05  DAY-TABLE-ENTRY OCCURS 1000 TIMES
001800                         INDEXED BY DT-IDX.
001810         10  DT-STAT-DATE        PIC 9(08).
001820         10  DT-SITE-CODE        PIC X(03).
001830         10  DT-GREETINGS        PIC 9(06) COMP.
001840         10  DT-FIRST-TIME       PIC 9(06) COMP.
001850         10  DT-RETURNING        PIC 9(06) COMP.
001860         10  DT-VIP-ALERTS       PIC 9(06) COMP.
001870         10  DT-BARRED-ALERTS    PIC 9(06) COMP.
001880         10  DT-APPOINTMENTS     PIC 9(06) COMP.
001890         10  DT-NO-SHOWS         PIC 9(06) COMP.
001900         10  DT-BADGES           PIC 9(06) COMP.
001910 77  WS-DAY-CT                   PIC 9(04) COMP VALUE ZERO.
001920 77  WS-DAY-MAX                  PIC 9(04) COMP VALUE 1000.
001930 77  WS-DAY-SUB                  PIC 9(04) COMP VALUE ZERO.
001940 01  WS-DAY-FOUND-SW             PIC X(01) VALUE "N".
001950     88  WS-DAY-FOUND                      VALUE "Y".
001960 01  WS-FIRST-TIME-SW            PIC X(01) VALUE "N".
001970     88  WS-FIRST-TIME-VISITOR             VALUE "Y".
001980 01  ORG-TABLE.
001990     05  ORG-TABLE-ENTRY OCCURS 5000 TIMES
002000                         INDEXED BY OT-IDX.
002010         10  OT-DAY-SUB          PIC 9(04) COMP.
002020         10  OT-ORG-CODE         PIC X(06).
002030         10  OT-COUNT            PIC 9(06) COMP.
002040         10  OT-TAKEN-SW         PIC X(01).
002050             88  OT-TAKEN                VALUE "Y".
002060 77  WS-ORG-CT                   PIC 9(04) COMP VALUE ZERO.
002070 77  WS-ORG-MAX                  PIC 9(04) COMP VALUE 5000.
002080 01  WS-ORG-FOUND-SW             PIC X(01) VALUE "N".
002090     88  WS-ORG-FOUND                      VALUE "Y".
002100 01  ALERT-TABLE.
002110     05  ALERT-TABLE-ENTRY OCCURS 2000 TIMES
002120                           INDEXED BY AT-IDX.
002130         10  AT-ALERT-DATE       PIC 9(08).
002140         10  AT-LAST             PIC X(20).
002150         10  AT-FIRST            PIC X(15).
002160         10  AT-ALERT-TYPE       PIC X(01).
002170         10  AT-SITE-CODE        PIC X(03).
002180         10  AT-MATCHED-SW       PIC X(01).
002190             88  AT-MATCHED              VALUE "Y".
002200 77  WS-ALERT-CT                 PIC 9(04) COMP VALUE ZERO.
002210 77  WS-ALERT-MAX                PIC 9(04) COMP VALUE 2000.
002220 01  APPT-TABLE.
002230     05  APPT-TABLE-ENTRY OCCURS 3000 TIMES
002240                          INDEXED BY PT-IDX.
002250         10  PT-APPT-DATE        PIC 9(08).
002260         10  PT-LAST             PIC X(20).
002270         10  PT-FIRST            PIC X(15).
002280         10  PT-APPT-STATUS      PIC X(01).
002290             88  PT-EXPECTED             VALUE "E".
002300         10  PT-SITE-CODE        PIC X(03).
002310         10  PT-LOGGED-SW        PIC X(01).
002320             88  PT-LOGGED               VALUE "Y".
002330 77  WS-APPT-CT                  PIC 9(04) COMP VALUE ZERO.
002340 77  WS-APPT-MAX                 PIC 9(04) COMP VALUE 3000.
002350 77  WS-TOP-SUB                  PIC 9(04) COMP VALUE ZERO.
002360 77  WS-BEST-SUB                 PIC 9(04) COMP VALUE ZERO.
002370 77  WS-BEST-COUNT               PIC 9(06) COMP VALUE ZERO.
002380 77  WS-TOP-TOTAL                PIC 9(06) COMP VALUE ZERO.
002390 77  WS-LOG-READ                 PIC 9(08) COMP VALUE ZERO.
002400 77  WS-LOG-USED                 PIC 9(08) COMP VALUE ZERO.
002410 77  WS-APT-USED                 PIC 9(08) COMP VALUE ZERO.
002420 77  WS-ALR-USED                 PIC 9(08) COMP VALUE ZERO.
002430 77  WS-BDG-USED                 PIC 9(08) COMP VALUE ZERO.
002440 77  WS-LOST-COUNT               PIC 9(08) COMP VALUE ZERO.
002450 77  WS-ADDED-COUNT              PIC 9(08) COMP VALUE ZERO.
002460 77  WS-REPLACED-COUNT           PIC 9(08) COMP VALUE ZERO.
002470 77  WS-FAILED-COUNT             PIC 9(08) COMP VALUE ZERO.
002480 77  WS-KEPT-COUNT               PIC 9(08) COMP VALUE ZERO.
002490 77  WS-SCAN-SUB                 PIC 9(04) COMP VALUE ZERO.
002500 01  WS-DATE-LOGGED-SW           PIC X(01) VALUE "N".
002510     88  WS-DATE-LOGGED                    VALUE "Y".
002520 01  WS-DST-KEPT-SW              PIC X(01) VALUE "N".
002530     88  WS-DST-KEPT                       VALUE "Y".
002540 77  WS-RL-TYPE                  PIC X(01) VALUE SPACES.
002550 77  WS-RL-COUNT                 PIC 9(08) VALUE ZERO.
002560 77  WS-RL-CODE                  PIC X(04) VALUE SPACES.
002570 77  WS-COUNT-DISP               PIC Z(07)9.
002580 77  WS-STAT-DISP                PIC Z(05)9.
002590 01  WS-PRINT-LINE               PIC X(080) VALUE SPACES.
002600
002610 PROCEDURE DIVISION.
002620
002630******************************************************************
002640*    0000-MAINLINE                                               *
002650******************************************************************
002660 0000-MAINLINE.
002670
002680         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002690
002700         IF WS-BUILD-OK
002710             PERFORM 2000-LOAD-APPOINTMENTS THRU 2000-EXIT
002720             PERFORM 2500-LOAD-ALERTS THRU 2500-EXIT
002730             PERFORM 3000-SCAN-GREETLOG THRU 3000-EXIT
002740             PERFORM 4000-TALLY-ALERTS THRU 4000-EXIT
002750             PERFORM 4500-TALLY-APPOINTMENTS THRU 4500-EXIT
002760             PERFORM 5000-SCAN-BADGES THRU 5000-EXIT
002770             PERFORM 6000-WRITE-STATISTICS THRU 6000-EXIT
002780             PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002790     END-IF.
002800
002810         PERFORM 9000-TERMINATE THRU 9000-EXIT.
002820
002830         STOP RUN.
002840
002850******************************************************************
002860*    1000-INITIALIZE - WORK OUT THE DATE RANGE FROM THE PARM,    *
002870*    WRITE THE GREETRUN START RECORD AND OPEN THE FILES.         *
002880*    GREETLOG AND GREETDST ARE REQUIRED.  WITHOUT GREETVIS EVERY *
002890*    GREETING COUNTS AS RETURNING; THE OTHER INPUTS ARE TAKEN AS *
002900*    EMPTY WHEN MISSING.                                         *
002910******************************************************************
002920 1000-INITIALIZE.
002930
002940         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002950         MOVE WS-RUN-DATE TO WS-FROM-DATE.
002960         MOVE WS-RUN-DATE TO WS-TO-DATE.
002970
002980         ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
002990         MOVE WS-PARM-CARD TO WS-PARM-ECHO.
003000         IF WS-PARM-CARD (1:16) IS NUMERIC
003010             MOVE WS-PARM-CARD (1:8) TO WS-FROM-DATE
003020             MOVE WS-PARM-CARD (9:8) TO WS-TO-DATE
003030         ELSE
003040             IF WS-PARM-CARD (1:8) IS NUMERIC
003050                 MOVE WS-PARM-CARD (1:8) TO WS-FROM-DATE
003060                 MOVE WS-PARM-CARD (1:8) TO WS-TO-DATE
003070         END-IF
003080     END-IF.
003090
003100         MOVE "S" TO WS-RL-TYPE.
003110         MOVE ZERO TO WS-RL-COUNT.
003120         MOVE SPACES TO WS-RL-CODE.
003130         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
003140
003150         OPEN OUTPUT REPORT-FILE.
003160         MOVE SPACES TO WS-PRINT-LINE.
003170         STRING "DAILY STATISTICS BUILD, "
003180             DELIMITED BY SIZE
003190             WS-FROM-DATE DELIMITED BY SIZE
003200             " TO " DELIMITED BY SIZE
003210             WS-TO-DATE DELIMITED BY SIZE
003220             INTO WS-PRINT-LINE.
003230         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
003240
003250         IF WS-TO-DATE < WS-FROM-DATE
003260             DISPLAY "FROM DATE ON THE PARM IS AFTER THE TO DATE "
003270                 "- NOTHING BUILT"
003280             MOVE "N" TO WS-BUILD-OK-SW
003290             GO TO 1000-EXIT
003300     END-IF.
003310
003320         OPEN INPUT GREETLOG-FILE.
003330         IF WS-GLOG-STATUS = "00"
003340             SET WS-GLOG-OPENED TO TRUE
003350         ELSE
003360             DISPLAY "GREETLOG NOT AVAILABLE, STATUS "
003370                 WS-GLOG-STATUS " - NOTHING BUILT"
003380             MOVE "N" TO WS-BUILD-OK-SW
003390             GO TO 1000-EXIT
003400     END-IF.
003410
003420         OPEN I-O GREETDST-FILE.
003430         IF WS-DST-STATUS = "35" OR WS-DST-STATUS = "05"
003440             CLOSE GREETDST-FILE
003450             OPEN OUTPUT GREETDST-FILE
003460             CLOSE GREETDST-FILE
003470             OPEN I-O GREETDST-FILE
003480     END-IF.
003490         IF WS-DST-STATUS = "00"
003500             SET WS-DST-OPENED TO TRUE
003510         ELSE
003520             DISPLAY "GREETDST NOT AVAILABLE, STATUS "
003530                 WS-DST-STATUS " - NOTHING BUILT"
003540             MOVE "N" TO WS-BUILD-OK-SW
003550             GO TO 1000-EXIT
003560     END-IF.
003570
003580         OPEN INPUT GREETVIS-FILE.
003590         IF WS-VIS-STATUS = "00"
003600             SET WS-VIS-OPENED TO TRUE
003610         ELSE
003620             DISPLAY "GREETVIS NOT AVAILABLE, STATUS "
003630                 WS-VIS-STATUS
003640                 " - EVERY GREETING COUNTED AS RETURNING"
003650     END-IF.
003660
003670         OPEN INPUT GREETAPT-FILE.
003680         IF WS-APT-STATUS = "00"
003690             SET WS-APT-OPENED TO TRUE
003700     END-IF.
003710
003720         OPEN INPUT GREETHST-FILE.
003730         IF WS-HST-STATUS = "00"
003740             SET WS-HST-OPENED TO TRUE
003750     END-IF.
003760
003770         OPEN INPUT GREETBDG-FILE.
003780         IF WS-BDG-STATUS = "00"
003790             SET WS-BDG-OPENED TO TRUE
003800     END-IF.
003810
003820         OPEN INPUT GREETALR-FILE.
003830         IF WS-ALR-STATUS = "00"
003840             SET WS-ALR-OPENED TO TRUE
003850     END-IF.
003860
003870         MOVE SPACES TO WS-PRINT-LINE.
003880         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
003890         MOVE "DATE     SITE GREETS  FIRST RETURN    VIP BARRED"
003900             TO WS-PRINT-LINE.
003910         MOVE "  APPTS NOSHOW BADGES" TO WS-PRINT-LINE (50:21).
003920         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
003930
003940 1000-EXIT.
003950     EXIT.
003960
003970******************************************************************
003980*    2000-LOAD-APPOINTMENTS - KEYED START AT THE FROM DATE AND   *
003990*    TABLE EVERY APPOINTMENT UP TO THE TO DATE, WITH ITS HOST'S  *
004000*    SITE.  THE GREETLOG PASS THEN TICKS OFF THE ONES THAT WERE  *
004010*    GREETED.  AN APPOINTMENT BEYOND THE TABLE IS COUNTED        *
004020*    STRAIGHT AWAY ON ITS STATUS ALONE.                          *
004030******************************************************************
004040 2000-LOAD-APPOINTMENTS.
004050
004060         IF NOT WS-APT-OPENED
004070             GO TO 2000-EXIT
004080     END-IF.
004090
004100         MOVE WS-FROM-DATE TO AP-APPT-DATE.
004110         MOVE SPACES TO AP-LAST.
004120         MOVE SPACES TO AP-FIRST.
004130         START GREETAPT-FILE KEY IS NOT LESS THAN AP-APPT-KEY
004140             INVALID KEY
004150                 GO TO 2000-EXIT
004160     END-START.
004170
004180         MOVE "N" TO WS-FILE-EOF-SW.
004190         PERFORM 2100-LOAD-ONE-APPOINTMENT THRU 2100-EXIT
004200             UNTIL WS-FILE-EOF.
004210
004220 2000-EXIT.
004230     EXIT.
004240
004250******************************************************************
004260*    2100-LOAD-ONE-APPOINTMENT - READ THE NEXT APPOINTMENT AND   *
004270*    TABLE IT, STOPPING PAST THE TO DATE.                        *
004280******************************************************************
004290 2100-LOAD-ONE-APPOINTMENT.
004300
004310         READ GREETAPT-FILE NEXT RECORD
004320             AT END
004330                 SET WS-FILE-EOF TO TRUE
004340                 GO TO 2100-EXIT
004350     END-READ.
004360
004370         IF AP-APPT-DATE > WS-TO-DATE
004380             SET WS-FILE-EOF TO TRUE
004390             GO TO 2100-EXIT
004400     END-IF.
004410
004420         ADD 1 TO WS-APT-USED.
004430         MOVE SPACES TO WS-APPT-SITE.
004440         IF WS-HST-OPENED AND AP-HOST-ID NOT = SPACES
004450             MOVE AP-HOST-ID TO HO-HOST-ID
004460             READ GREETHST-FILE
004470                 INVALID KEY
004480                     CONTINUE
004490                 NOT INVALID KEY
004500                     MOVE HO-SITE-CODE TO WS-APPT-SITE
004510         END-READ
004520     END-IF.
004530
004540         IF WS-APPT-CT < WS-APPT-MAX
004550             ADD 1 TO WS-APPT-CT
004560             SET PT-IDX TO WS-APPT-CT
004570             MOVE AP-APPT-DATE TO PT-APPT-DATE (PT-IDX)
004580             MOVE AP-LAST TO PT-LAST (PT-IDX)
004590             MOVE AP-FIRST TO PT-FIRST (PT-IDX)
004600             MOVE AP-APPT-STATUS TO PT-APPT-STATUS (PT-IDX)
004610             MOVE WS-APPT-SITE TO PT-SITE-CODE (PT-IDX)
004620             MOVE "N" TO PT-LOGGED-SW (PT-IDX)
004630             GO TO 2100-EXIT
004640     END-IF.
004650
004660         MOVE AP-APPT-DATE TO WS-KEY-DATE.
004670         MOVE WS-APPT-SITE TO WS-KEY-SITE.
004680         PERFORM 3900-FIND-DAY THRU 3900-EXIT.
004690         IF WS-DAY-SUB = ZERO
004700             GO TO 2100-EXIT
004710     END-IF.
004720         SET DT-IDX TO WS-DAY-SUB.
004730         ADD 1 TO DT-APPOINTMENTS (DT-IDX).
004740         IF AP-EXPECTED
004750             ADD 1 TO DT-NO-SHOWS (DT-IDX)
004760     END-IF.
004770
004780 2100-EXIT.
004790     EXIT.
004800
004810******************************************************************
004820*    2500-LOAD-ALERTS - TABLE THE VIP NOTICES AND BARRED-PERSON  *
004830*    ALERTS IN THE DATE RANGE UNDER THEIR AL-SITE-CODE.  AN OLD  *
004840*    ALERT WITH A BLANK SITE IS LEFT UNMATCHED SO THE GREETLOG   *
004850*    PASS CAN GIVE IT ONE.  LOOKBACK ALERTS ARE NOT GREETING-    *
004860*    TIME EVENTS AND ARE LEFT OUT.  AN ALERT BEYOND THE TABLE IS *
004870*    COUNTED STRAIGHT AWAY UNDER ITS OWN SITE, BLANK OR NOT.     *
004880******************************************************************
004890 2500-LOAD-ALERTS.
004900
004910         IF NOT WS-ALR-OPENED
004920             GO TO 2500-EXIT
004930     END-IF.
004940
004950         MOVE "N" TO WS-FILE-EOF-SW.
004960         PERFORM 2600-LOAD-ONE-ALERT THRU 2600-EXIT
004970             UNTIL WS-FILE-EOF.
004980
004990 2500-EXIT.
005000     EXIT.
005010
005020******************************************************************
005030*    2600-LOAD-ONE-ALERT - READ ONE ALERT AND TABLE IT IF IT IS  *
005040*    A VIP OR BARRED ALERT INSIDE THE RANGE.                     *
005050******************************************************************
005060 2600-LOAD-ONE-ALERT.
005070
005080         READ GREETALR-FILE
005090             AT END
005100                 SET WS-FILE-EOF TO TRUE
005110                 GO TO 2600-EXIT
005120     END-READ.
005130
005140         IF AL-ALERT-DATE < WS-FROM-DATE
005150             OR AL-ALERT-DATE > WS-TO-DATE
005160             GO TO 2600-EXIT
005170     END-IF.
005180         IF NOT AL-VIP-NOTICE AND NOT AL-SECURITY-ALERT
005190             GO TO 2600-EXIT
005200     END-IF.
005210
005220         ADD 1 TO WS-ALR-USED.
005230         IF WS-ALERT-CT < WS-ALERT-MAX
005240             ADD 1 TO WS-ALERT-CT
005250             SET AT-IDX TO WS-ALERT-CT
005260             MOVE AL-ALERT-DATE TO AT-ALERT-DATE (AT-IDX)
005270             MOVE AL-LAST TO AT-LAST (AT-IDX)
005280             MOVE AL-FIRST TO AT-FIRST (AT-IDX)
005290             MOVE AL-ALERT-TYPE TO AT-ALERT-TYPE (AT-IDX)
005300             MOVE AL-SITE-CODE TO AT-SITE-CODE (AT-IDX)
005310             MOVE "N" TO AT-MATCHED-SW (AT-IDX)
005320             IF AL-SITE-CODE NOT = SPACES
005330                 SET AT-MATCHED (AT-IDX) TO TRUE
005340         END-IF
005350             GO TO 2600-EXIT
005360     END-IF.
005370
005380         MOVE AL-ALERT-DATE TO WS-KEY-DATE.
005390         MOVE AL-SITE-CODE TO WS-KEY-SITE.
005400         PERFORM 3900-FIND-DAY THRU 3900-EXIT.
005410         IF WS-DAY-SUB = ZERO
005420             GO TO 2600-EXIT
005430     END-IF.
005440         SET DT-IDX TO WS-DAY-SUB.
005450         IF AL-VIP-NOTICE
005460             ADD 1 TO DT-VIP-ALERTS (DT-IDX)
005470         ELSE
005480             ADD 1 TO DT-BARRED-ALERTS (DT-IDX)
005490     END-IF.
005500
005510 2600-EXIT.
005520     EXIT.
005530
005540******************************************************************
005550*    3000-SCAN-GREETLOG - ONE PASS OVER GREETLOG, COUNTING EVERY *
005560*    GREETING IN THE RANGE UNDER ITS DATE AND SITE.              *
005570******************************************************************
005580 3000-SCAN-GREETLOG.
005590
005600         MOVE "N" TO WS-FILE-EOF-SW.
005610         PERFORM 3100-COUNT-ONE-GREETING THRU 3100-EXIT
005620             UNTIL WS-FILE-EOF.
005630
005640 3000-EXIT.
005650     EXIT.
005660
005670******************************************************************
005680*    3100-COUNT-ONE-GREETING - COUNT ONE GREETING: FIRST-TIME    *
005690*    WHEN THE MASTER'S FIRST VISIT IS THIS DAY, ITS COMPANY,     *
005700*    AND THE SITE FOR ANY ALERT OR APPOINTMENT IT ANSWERS.       *
005710******************************************************************
005720 3100-COUNT-ONE-GREETING.
005730
005740         READ GREETLOG-FILE
005750             AT END
005760                 SET WS-FILE-EOF TO TRUE
005770                 GO TO 3100-EXIT
005780     END-READ.
005790
005800         ADD 1 TO WS-LOG-READ.
005810         IF GL-GREET-DATE < WS-FROM-DATE
005820             OR GL-GREET-DATE > WS-TO-DATE
005830             GO TO 3100-EXIT
005840     END-IF.
005850
005860         ADD 1 TO WS-LOG-USED.
005870         MOVE GL-GREET-DATE TO WS-KEY-DATE.
005880         MOVE GL-SITE-CODE TO WS-KEY-SITE.
005890         PERFORM 3900-FIND-DAY THRU 3900-EXIT.
005900         IF WS-DAY-SUB = ZERO
005910             GO TO 3100-EXIT
005920     END-IF.
005930         SET DT-IDX TO WS-DAY-SUB.
005940         ADD 1 TO DT-GREETINGS (DT-IDX).
005950
005960         MOVE "N" TO WS-FIRST-TIME-SW.
005970         IF WS-VIS-OPENED
005980             MOVE GL-LAST TO VM-LAST
005990             MOVE GL-FIRST TO VM-FIRST
006000             READ GREETVIS-FILE
006010                 KEY IS VM-NAME-KEY
006020                 INVALID KEY
006030                     CONTINUE
006040                 NOT INVALID KEY
006050                     IF VM-FIRST-VISIT-DATE = GL-GREET-DATE
006060                         SET WS-FIRST-TIME-VISITOR TO TRUE
006070                 END-IF
006080         END-READ
006090     END-IF.
006100         IF WS-FIRST-TIME-VISITOR
006110             ADD 1 TO DT-FIRST-TIME (DT-IDX)
006120         ELSE
006130             ADD 1 TO DT-RETURNING (DT-IDX)
006140     END-IF.
006150
006160         IF GL-ORG-CODE NOT = SPACES
006170             PERFORM 3300-TALLY-ORG THRU 3300-EXIT
006180     END-IF.
006190
006200         IF WS-ALERT-CT > ZERO
006210             PERFORM 3500-MATCH-ONE-ALERT THRU 3500-EXIT
006220                 VARYING AT-IDX FROM 1 BY 1
006230                 UNTIL AT-IDX > WS-ALERT-CT
006240     END-IF.
006250
006260         IF WS-APPT-CT > ZERO
006270             PERFORM 3600-MATCH-ONE-APPOINTMENT THRU 3600-EXIT
006280                 VARYING PT-IDX FROM 1 BY 1
006290                 UNTIL PT-IDX > WS-APPT-CT
006300     END-IF.
006310
006320 3100-EXIT.
006330     EXIT.
006340
006350******************************************************************
006360*    3300-TALLY-ORG - COUNT THE GREETING AGAINST ITS COMPANY FOR *
006370*    THE DAY AND SITE IN WS-DAY-SUB.  A COMPANY THAT NO LONGER   *
006380*    FITS IN THE TABLE ENDS UP IN THE "OTHER" FIGURE.            *
006390******************************************************************
006400 3300-TALLY-ORG.
006410
006420         MOVE "N" TO WS-ORG-FOUND-SW.
006430         IF WS-ORG-CT > ZERO
006440             PERFORM 3350-MATCH-ONE-ORG THRU 3350-EXIT
006450                 VARYING OT-IDX FROM 1 BY 1
006460                 UNTIL OT-IDX > WS-ORG-CT OR WS-ORG-FOUND
006470     END-IF.
006480
006490         IF WS-ORG-FOUND OR WS-ORG-CT NOT < WS-ORG-MAX
006500             GO TO 3300-EXIT
006510     END-IF.
006520
006530         ADD 1 TO WS-ORG-CT.
006540         SET OT-IDX TO WS-ORG-CT.
006550         MOVE WS-DAY-SUB TO OT-DAY-SUB (OT-IDX).
006560         MOVE GL-ORG-CODE TO OT-ORG-CODE (OT-IDX).
006570         MOVE 1 TO OT-COUNT (OT-IDX).
006580         MOVE "N" TO OT-TAKEN-SW (OT-IDX).
006590
006600 3300-EXIT.
006610     EXIT.
006620
006630******************************************************************
006640*    3350-MATCH-ONE-ORG - COMPARE ONE COMPANY ENTRY AND COUNT    *
006650*    THE GREETING IF IT IS THE SAME DAY, SITE AND COMPANY.       *
006660******************************************************************
006670 3350-MATCH-ONE-ORG.
006680
006690         IF OT-DAY-SUB (OT-IDX) = WS-DAY-SUB
006700             AND OT-ORG-CODE (OT-IDX) = GL-ORG-CODE
006710             ADD 1 TO OT-COUNT (OT-IDX)
006720             SET WS-ORG-FOUND TO TRUE
006730     END-IF.
006740
006750 3350-EXIT.
006760     EXIT.
006770
006780******************************************************************
006790*    3500-MATCH-ONE-ALERT - AN OLD ALERT STILL WITHOUT A SITE    *
006800*    TAKES THE SITE OF THE SAME VISITOR'S GREETING ON THE ALERT  *
006810*    DATE.  AN ALERT THAT CARRIED ITS OWN SITE IS ALREADY        *
006820*    MATCHED AND IS LEFT ALONE.                                  *
006830******************************************************************
006840 3500-MATCH-ONE-ALERT.
006850
006860         IF NOT AT-MATCHED (AT-IDX)
006870             AND AT-ALERT-DATE (AT-IDX) = GL-GREET-DATE
006880             AND AT-LAST (AT-IDX) = GL-LAST
006890             AND AT-FIRST (AT-IDX) = GL-FIRST
006900             MOVE GL-SITE-CODE TO AT-SITE-CODE (AT-IDX)
006910             SET AT-MATCHED (AT-IDX) TO TRUE
006920     END-IF.
006930
006940 3500-EXIT.
006950     EXIT.
006960
006970******************************************************************
006980*    3600-MATCH-ONE-APPOINTMENT - A GREETING ON THE APPOINTMENT  *
006990*    DATE BY THE SAME NAME MEANS THE VISITOR CAME, AS GREETNSR   *
007000*    JUDGES IT.  AN APPOINTMENT WITH NO HOST SITE TAKES THE      *
007010*    GREETING'S SITE.                                            *
007020******************************************************************
007030 3600-MATCH-ONE-APPOINTMENT.
007040
007050         IF PT-APPT-DATE (PT-IDX) = GL-GREET-DATE
007060             AND PT-LAST (PT-IDX) = GL-LAST
007070             AND PT-FIRST (PT-IDX) = GL-FIRST
007080             SET PT-LOGGED (PT-IDX) TO TRUE
007090             IF PT-SITE-CODE (PT-IDX) = SPACES
007100                 MOVE GL-SITE-CODE TO PT-SITE-CODE (PT-IDX)
007110         END-IF
007120     END-IF.
007130
007140 3600-EXIT.
007150     EXIT.
007160
007170******************************************************************
007180*    3900-FIND-DAY - FIND OR ADD THE DAY-TABLE ENTRY FOR         *
007190*    WS-KEY-DATE AND WS-KEY-SITE, LEAVING ITS POSITION IN        *
007200*    WS-DAY-SUB.  ZERO MEANS THE TABLE IS FULL AND THE ITEM      *
007210*    COULD NOT BE COUNTED.                                       *
007220******************************************************************
007230 3900-FIND-DAY.
007240
007250         MOVE ZERO TO WS-DAY-SUB.
007260         MOVE "N" TO WS-DAY-FOUND-SW.
007270         IF WS-DAY-CT > ZERO
007280             PERFORM 3950-MATCH-ONE-DAY THRU 3950-EXIT
007290                 VARYING DT-IDX FROM 1 BY 1
007300                 UNTIL DT-IDX > WS-DAY-CT OR WS-DAY-FOUND
007310     END-IF.
007320
007330         IF WS-DAY-FOUND
007340             GO TO 3900-EXIT
007350     END-IF.
007360
007370         IF WS-DAY-CT NOT < WS-DAY-MAX
007380             ADD 1 TO WS-LOST-COUNT
007390             GO TO 3900-EXIT
007400     END-IF.
007410
007420         ADD 1 TO WS-DAY-CT.
007430         SET DT-IDX TO WS-DAY-CT.
007440         MOVE WS-KEY-DATE TO DT-STAT-DATE (DT-IDX).
007450         MOVE WS-KEY-SITE TO DT-SITE-CODE (DT-IDX).
007460         MOVE ZERO TO DT-GREETINGS (DT-IDX).
007470         MOVE ZERO TO DT-FIRST-TIME (DT-IDX).
007480         MOVE ZERO TO DT-RETURNING (DT-IDX).
007490         MOVE ZERO TO DT-VIP-ALERTS (DT-IDX).
007500         MOVE ZERO TO DT-BARRED-ALERTS (DT-IDX).
007510         MOVE ZERO TO DT-APPOINTMENTS (DT-IDX).
007520         MOVE ZERO TO DT-NO-SHOWS (DT-IDX).
007530         MOVE ZERO TO DT-BADGES (DT-IDX).
007540         MOVE WS-DAY-CT TO WS-DAY-SUB.
007550
007560 3900-EXIT.
007570     EXIT.
007580
007590******************************************************************
007600*    3950-MATCH-ONE-DAY - COMPARE ONE DAY-TABLE ENTRY.           *
007610******************************************************************
007620 3950-MATCH-ONE-DAY.
007630
007640         IF DT-STAT-DATE (DT-IDX) = WS-KEY-DATE
007650             AND DT-SITE-CODE (DT-IDX) = WS-KEY-SITE
007660             SET WS-DAY-FOUND TO TRUE
007670             SET WS-DAY-SUB TO DT-IDX
007680     END-IF.
007690
007700 3950-EXIT.
007710     EXIT.
007720
007730******************************************************************
007740*    4000-TALLY-ALERTS - COUNT EACH TABLED ALERT UNDER ITS DATE  *
007750*    AND ITS OWN SITE, OR THE SITE THE GREETLOG PASS FOUND FOR   *
007760*    AN OLD ALERT.                                               *
007770******************************************************************
007780 4000-TALLY-ALERTS.
007790
007800         IF WS-ALERT-CT > ZERO
007810             PERFORM 4100-TALLY-ONE-ALERT THRU 4100-EXIT
007820                 VARYING AT-IDX FROM 1 BY 1
007830                 UNTIL AT-IDX > WS-ALERT-CT
007840     END-IF.
007850
007860 4000-EXIT.
007870     EXIT.
007880
007890******************************************************************
007900*    4100-TALLY-ONE-ALERT                                        *
007910******************************************************************
007920 4100-TALLY-ONE-ALERT.
007930
007940         MOVE AT-ALERT-DATE (AT-IDX) TO WS-KEY-DATE.
007950         MOVE AT-SITE-CODE (AT-IDX) TO WS-KEY-SITE.
007960         PERFORM 3900-FIND-DAY THRU 3900-EXIT.
007970         IF WS-DAY-SUB = ZERO
007980             GO TO 4100-EXIT
007990     END-IF.
008000
008010         SET DT-IDX TO WS-DAY-SUB.
008020         IF AT-ALERT-TYPE (AT-IDX) = "V"
008030             ADD 1 TO DT-VIP-ALERTS (DT-IDX)
008040         ELSE
008050             ADD 1 TO DT-BARRED-ALERTS (DT-IDX)
008060     END-IF.
008070
008080 4100-EXIT.
008090     EXIT.
008100
008110******************************************************************
008120*    4500-TALLY-APPOINTMENTS - COUNT EACH TABLED APPOINTMENT     *
008130*    UNDER ITS DATE AND SITE.  ONE STILL EXPECTED THAT NO        *
008140*    GREETING ANSWERED IS A NO-SHOW.                             *
008150******************************************************************
008160 4500-TALLY-APPOINTMENTS.
008170
008180         IF WS-APPT-CT > ZERO
008190             PERFORM 4600-TALLY-ONE-APPOINTMENT THRU 4600-EXIT
008200                 VARYING PT-IDX FROM 1 BY 1
008210                 UNTIL PT-IDX > WS-APPT-CT
008220     END-IF.
008230
008240 4500-EXIT.
008250     EXIT.
008260
008270******************************************************************
008280*    4600-TALLY-ONE-APPOINTMENT                                  *
008290******************************************************************
008300 4600-TALLY-ONE-APPOINTMENT.
008310
008320         MOVE PT-APPT-DATE (PT-IDX) TO WS-KEY-DATE.
008330         MOVE PT-SITE-CODE (PT-IDX) TO WS-KEY-SITE.
008340         PERFORM 3900-FIND-DAY THRU 3900-EXIT.
008350         IF WS-DAY-SUB = ZERO
008360             GO TO 4600-EXIT
008370     END-IF.
008380
008390         SET DT-IDX TO WS-DAY-SUB.
008400         ADD 1 TO DT-APPOINTMENTS (DT-IDX).
008410         IF PT-EXPECTED (PT-IDX)
008420             AND NOT PT-LOGGED (PT-IDX)
008430             ADD 1 TO DT-NO-SHOWS (DT-IDX)
008440     END-IF.
008450
008460 4600-EXIT.
008470     EXIT.
008480
008490******************************************************************
008500*    5000-SCAN-BADGES - COUNT THE BADGES ISSUED IN THE RANGE     *
008510*    UNDER THEIR ISSUE DATE AND SITE.                            *
008520******************************************************************
008530 5000-SCAN-BADGES.
008540
008550         IF NOT WS-BDG-OPENED
008560             GO TO 5000-EXIT
008570     END-IF.
008580
008590         MOVE "N" TO WS-FILE-EOF-SW.
008600         PERFORM 5100-COUNT-ONE-BADGE THRU 5100-EXIT
008610             UNTIL WS-FILE-EOF.
008620
008630 5000-EXIT.
008640     EXIT.
008650
008660******************************************************************
008670*    5100-COUNT-ONE-BADGE                                        *
008680******************************************************************
008690 5100-COUNT-ONE-BADGE.
008700
008710         READ GREETBDG-FILE NEXT RECORD
008720             AT END
008730                 SET WS-FILE-EOF TO TRUE
008740                 GO TO 5100-EXIT
008750     END-READ.
008760
008770         IF BG-ISSUE-DATE < WS-FROM-DATE
008780             OR BG-ISSUE-DATE > WS-TO-DATE
008790             GO TO 5100-EXIT
008800     END-IF.
008810
008820         ADD 1 TO WS-BDG-USED.
008830         MOVE BG-ISSUE-DATE TO WS-KEY-DATE.
008840         MOVE BG-SITE-CODE TO WS-KEY-SITE.
008850         PERFORM 3900-FIND-DAY THRU 3900-EXIT.
008860         IF WS-DAY-SUB = ZERO
008870             GO TO 5100-EXIT
008880     END-IF.
008890
008900         SET DT-IDX TO WS-DAY-SUB.
008910         ADD 1 TO DT-BADGES (DT-IDX).
008920
008930 5100-EXIT.
008940     EXIT.
008950
008960******************************************************************
008970*    6000-WRITE-STATISTICS - ONE GREETDST RECORD PER DAY-TABLE   *
008980*    ENTRY.  A RECORD ALREADY ON FILE FOR THE DATE AND SITE IS   *
008990*    REPLACED, SO A RERUN OR A RANGE REBUILD IS SAFE - UNLESS    *
009000*    GREETLOG HELD NO GREETING AT ALL FOR THE DATE, WHICH MEANS  *
009010*    GREETARC HAS PURGED ITS DETAIL, WHEN THE RECORD ON FILE IS  *
009020*    KEPT AS IT STANDS.                                          *
009030******************************************************************
009040 6000-WRITE-STATISTICS.
009050
009060         IF WS-DAY-CT > ZERO
009070             PERFORM 6100-WRITE-ONE-DAY THRU 6100-EXIT
009080                 VARYING DT-IDX FROM 1 BY 1
009090                 UNTIL DT-IDX > WS-DAY-CT
009100         ELSE
009110             MOVE "  NO ACTIVITY IN THE RANGE" TO WS-PRINT-LINE
009120             WRITE REPORT-RECORD FROM WS-PRINT-LINE
009130     END-IF.
009140
009150 6000-EXIT.
009160     EXIT.
009170
009180******************************************************************
009190*    6100-WRITE-ONE-DAY - BUILD THE RECORD, PICK THE TEN         *
009200*    BUSIEST COMPANIES, AND ADD OR REPLACE IT ON GREETDST.  A    *
009210*    RECORD KEPT ON FILE IS READ BACK SO THE LINE PRINTED SHOWS  *
009220*    THE FIGURES THAT STAND.                                     *
009230******************************************************************
009240 6100-WRITE-ONE-DAY.
009250
009260         MOVE SPACES TO DAILY-STATS-RECORD.
009270         MOVE DT-STAT-DATE (DT-IDX) TO DS-STAT-DATE.
009280         MOVE DT-SITE-CODE (DT-IDX) TO DS-SITE-CODE.
009290         MOVE DT-GREETINGS (DT-IDX) TO DS-GREETINGS.
009300         MOVE DT-FIRST-TIME (DT-IDX) TO DS-FIRST-TIME.
009310         MOVE DT-RETURNING (DT-IDX) TO DS-RETURNING.
009320         MOVE DT-VIP-ALERTS (DT-IDX) TO DS-VIP-ALERTS.
009330         MOVE DT-BARRED-ALERTS (DT-IDX) TO DS-BARRED-ALERTS.
009340         MOVE DT-APPOINTMENTS (DT-IDX) TO DS-APPOINTMENTS.
009350         MOVE DT-NO-SHOWS (DT-IDX) TO DS-NO-SHOWS.
009360         MOVE DT-BADGES (DT-IDX) TO DS-BADGES.
009370
009380         SET WS-DAY-SUB TO DT-IDX.
009390         MOVE ZERO TO WS-TOP-TOTAL.
009400         PERFORM 6200-PICK-ONE-TOP-ORG THRU 6200-EXIT
009410             VARYING WS-TOP-SUB FROM 1 BY 1
009420             UNTIL WS-TOP-SUB > 10.
009430         SUBTRACT WS-TOP-TOTAL FROM DS-GREETINGS
009440             GIVING DS-OTHER-ORG-VISITS.
009450
009460         ACCEPT DS-BUILD-DATE FROM DATE YYYYMMDD.
009470         ACCEPT DS-BUILD-TIME FROM TIME.
009480
009490         MOVE "N" TO WS-DST-KEPT-SW.
009500         PERFORM 6150-CHECK-DATE-LOGGED THRU 6150-EXIT.
009510
009520         WRITE DAILY-STATS-RECORD
009530             INVALID KEY
009540                 PERFORM 6400-REPLACE-ONE-DAY THRU 6400-EXIT
009550             NOT INVALID KEY
009560                 ADD 1 TO WS-ADDED-COUNT
009570     END-WRITE.
009580
009590         MOVE SPACES TO WS-PRINT-LINE.
009600         MOVE DS-STAT-DATE TO WS-PRINT-LINE (1:8).
009610         MOVE DS-SITE-CODE TO WS-PRINT-LINE (10:3).
009620         MOVE DS-GREETINGS TO WS-STAT-DISP.
009630         MOVE WS-STAT-DISP TO WS-PRINT-LINE (14:6).
009640         MOVE DS-FIRST-TIME TO WS-STAT-DISP.
009650         MOVE WS-STAT-DISP TO WS-PRINT-LINE (21:6).
009660         MOVE DS-RETURNING TO WS-STAT-DISP.
009670         MOVE WS-STAT-DISP TO WS-PRINT-LINE (28:6).
009680         MOVE DS-VIP-ALERTS TO WS-STAT-DISP.
009690         MOVE WS-STAT-DISP TO WS-PRINT-LINE (35:6).
009700         MOVE DS-BARRED-ALERTS TO WS-STAT-DISP.
009710         MOVE WS-STAT-DISP TO WS-PRINT-LINE (42:6).
009720         MOVE DS-APPOINTMENTS TO WS-STAT-DISP.
009730         MOVE WS-STAT-DISP TO WS-PRINT-LINE (51:6).
009740         MOVE DS-NO-SHOWS TO WS-STAT-DISP.
009750         MOVE WS-STAT-DISP TO WS-PRINT-LINE (58:6).
009760         MOVE DS-BADGES TO WS-STAT-DISP.
009770         MOVE WS-STAT-DISP TO WS-PRINT-LINE (65:6).
009780         IF WS-DST-KEPT
009790             MOVE "KEPT" TO WS-PRINT-LINE (73:4)
009800     END-IF.
009810         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
009820
009830 6100-EXIT.
009840     EXIT.
009850
009860******************************************************************
009870*    6150-CHECK-DATE-LOGGED - SET WS-DATE-LOGGED WHEN ANY SITE   *
009880*    COUNTED A GREETLOG GREETING ON THE DATE OF THE DAY-TABLE    *
009890*    ENTRY BEING WRITTEN.                                        *
009900******************************************************************
009910 6150-CHECK-DATE-LOGGED.
009920
009930         MOVE "N" TO WS-DATE-LOGGED-SW.
009940         PERFORM 6160-MATCH-ONE-DATE THRU 6160-EXIT
009950             VARYING WS-SCAN-SUB FROM 1 BY 1
009960             UNTIL WS-SCAN-SUB > WS-DAY-CT OR WS-DATE-LOGGED.
009970
009980 6150-EXIT.
009990     EXIT.
010000
010010******************************************************************
010020*    6160-MATCH-ONE-DATE                                         *
010030******************************************************************
010040 6160-MATCH-ONE-DATE.
010050
010060         IF DT-STAT-DATE (WS-SCAN-SUB) = DS-STAT-DATE
010070             AND DT-GREETINGS (WS-SCAN-SUB) > ZERO
010080             SET WS-DATE-LOGGED TO TRUE
010090     END-IF.
010100
010110 6160-EXIT.
010120     EXIT.
010130
010140******************************************************************
010150*    6200-PICK-ONE-TOP-ORG - FILL TOP-COMPANY SLOT WS-TOP-SUB    *
010160*    WITH THE BUSIEST COMPANY NOT YET TAKEN FOR THIS DAY AND     *
010170*    SITE.  A SLOT WITH NOTHING LEFT TO FILL STAYS BLANK.        *
010180******************************************************************
010190 6200-PICK-ONE-TOP-ORG.
010200
010210         MOVE ZERO TO DS-TOP-ORG-VISITS (WS-TOP-SUB).
010220         MOVE ZERO TO WS-BEST-SUB.
010230         MOVE ZERO TO WS-BEST-COUNT.
010240         IF WS-ORG-CT > ZERO
010250             PERFORM 6300-COMPARE-ONE-ORG THRU 6300-EXIT
010260                 VARYING OT-IDX FROM 1 BY 1
010270                 UNTIL OT-IDX > WS-ORG-CT
010280     END-IF.
010290
010300         IF WS-BEST-SUB = ZERO
010310             GO TO 6200-EXIT
010320     END-IF.
010330
010340         SET OT-IDX TO WS-BEST-SUB.
010350         SET OT-TAKEN (OT-IDX) TO TRUE.
010360         MOVE OT-ORG-CODE (OT-IDX)
010370             TO DS-TOP-ORG-CODE (WS-TOP-SUB).
010380         MOVE OT-COUNT (OT-IDX) TO DS-TOP-ORG-VISITS (WS-TOP-SUB).
010390         ADD OT-COUNT (OT-IDX) TO WS-TOP-TOTAL.
010400
010410 6200-EXIT.
010420     EXIT.
010430
010440******************************************************************
010450*    6300-COMPARE-ONE-ORG - KEEP THE BUSIEST UNTAKEN COMPANY OF  *
010460*    THIS DAY AND SITE SEEN SO FAR.                              *
010470******************************************************************
010480 6300-COMPARE-ONE-ORG.
010490
010500         IF OT-DAY-SUB (OT-IDX) = WS-DAY-SUB
010510             AND NOT OT-TAKEN (OT-IDX)
010520             AND OT-COUNT (OT-IDX) > WS-BEST-COUNT
010530             MOVE OT-COUNT (OT-IDX) TO WS-BEST-COUNT
010540             SET WS-BEST-SUB TO OT-IDX
010550     END-IF.
010560
010570 6300-EXIT.
010580     EXIT.
010590
010600******************************************************************
010610*    6400-REPLACE-ONE-DAY - THE DATE AND SITE IS ALREADY ON      *
010620*    GREETDST.  REPLACE IT WHEN GREETLOG STILL HOLDS THE DAY'S   *
010630*    GREETINGS; OTHERWISE KEEP IT AND READ IT BACK FOR THE       *
010640*    REPORT LINE.                                                *
010650******************************************************************
010660 6400-REPLACE-ONE-DAY.
010670
010680         IF NOT WS-DATE-LOGGED
010690             SET WS-DST-KEPT TO TRUE
010700             ADD 1 TO WS-KEPT-COUNT
010710             READ GREETDST-FILE
010720                 KEY IS DS-STAT-KEY
010730                 INVALID KEY
010740                     CONTINUE
010750             END-READ
010760             GO TO 6400-EXIT
010770     END-IF.
010780
010790         REWRITE DAILY-STATS-RECORD
010800             INVALID KEY
010810                 ADD 1 TO WS-FAILED-COUNT
010820                 DISPLAY "GREETDST NOT UPDATED FOR "
010830                     DS-STAT-DATE " " DS-SITE-CODE
010840                     ", STATUS " WS-DST-STATUS
010850             NOT INVALID KEY
010860                 ADD 1 TO WS-REPLACED-COUNT
010870     END-REWRITE.
010880
010890 6400-EXIT.
010900     EXIT.
010910
010920******************************************************************
010930*    8000-PRINT-TOTALS                                           *
010940******************************************************************
010950 8000-PRINT-TOTALS.
010960
010970         MOVE SPACES TO WS-PRINT-LINE.
010980         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
010990
011000         MOVE WS-LOG-READ TO WS-COUNT-DISP.
011010         MOVE "GREETLOG RECORDS READ . . . . " TO WS-PRINT-LINE.
011020         PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
011030         MOVE WS-LOG-USED TO WS-COUNT-DISP.
011040         MOVE "GREETINGS IN RANGE  . . . . . " TO WS-PRINT-LINE.
011050         PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
011060         MOVE WS-APT-USED TO WS-COUNT-DISP.
011070         MOVE "APPOINTMENTS IN RANGE . . . . " TO WS-PRINT-LINE.
011080         PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
011090         MOVE WS-ALR-USED TO WS-COUNT-DISP.
011100         MOVE "VIP/BARRED ALERTS IN RANGE  . " TO WS-PRINT-LINE.
011110         PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
011120         MOVE WS-BDG-USED TO WS-COUNT-DISP.
011130         MOVE "BADGES IN RANGE . . . . . . . " TO WS-PRINT-LINE.
011140         PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
011150         MOVE WS-ADDED-COUNT TO WS-COUNT-DISP.
011160         MOVE "GREETDST RECORDS ADDED  . . . " TO WS-PRINT-LINE.
011170         PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
011180         MOVE WS-REPLACED-COUNT TO WS-COUNT-DISP.
011190         MOVE "GREETDST RECORDS REPLACED . . " TO WS-PRINT-LINE.
011200         PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
011210         MOVE WS-KEPT-COUNT TO WS-COUNT-DISP.
011220         MOVE "GREETDST KEPT, NO GREETLOG  . " TO WS-PRINT-LINE.
011230         PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
011240
011250         IF WS-LOST-COUNT > ZERO
011260             MOVE WS-LOST-COUNT TO WS-COUNT-DISP
011270             MOVE "*** NOT COUNTED, TABLE FULL . "
011280                 TO WS-PRINT-LINE
011290             PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT
011300             DISPLAY "*** DAY TABLE FULL - " WS-LOST-COUNT
011310                 " ITEMS NOT COUNTED; BUILD A SHORTER RANGE ***"
011320     END-IF.
011330         IF WS-FAILED-COUNT > ZERO
011340             MOVE WS-FAILED-COUNT TO WS-COUNT-DISP
011350             MOVE "*** GREETDST WRITES FAILED  . "
011360                 TO WS-PRINT-LINE
011370             PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT
011380     END-IF.
011390
011400         DISPLAY "GREETDST RECORDS ADDED . . " WS-ADDED-COUNT.
011410         DISPLAY "GREETDST RECORDS REPLACED  " WS-REPLACED-COUNT.
011420         DISPLAY "GREETDST RECORDS KEPT  . . " WS-KEPT-COUNT.
011430
011440 8000-EXIT.
011450     EXIT.
011460
011470******************************************************************
011480*    8100-PRINT-ONE-COUNT - FINISH AND WRITE A LABEL LINE WITH   *
011490*    THE COUNT STAGED IN WS-COUNT-DISP.                          *
011500******************************************************************
011510 8100-PRINT-ONE-COUNT.
011520
011530         MOVE WS-COUNT-DISP TO WS-PRINT-LINE (31:8).
011540         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
011550
011560 8100-EXIT.
011570     EXIT.
011580
011590******************************************************************
011600*    9000-TERMINATE - CLOSE THE FILES AND WRITE THE GREETRUN END *
011610*    RECORD.  A BUILD THAT COULD NOT RUN, LOST ITEMS TO A FULL   *
011620*    TABLE, OR FAILED A GREETDST WRITE ENDS 0008.                *
011630******************************************************************
011640 9000-TERMINATE.
011650
011660         CLOSE REPORT-FILE.
011670         IF WS-GLOG-OPENED
011680             CLOSE GREETLOG-FILE
011690     END-IF.
011700         IF WS-DST-OPENED
011710             CLOSE GREETDST-FILE
011720     END-IF.
011730         IF WS-VIS-OPENED
011740             CLOSE GREETVIS-FILE
011750     END-IF.
011760         IF WS-APT-OPENED
011770             CLOSE GREETAPT-FILE
011780     END-IF.
011790         IF WS-HST-OPENED
011800             CLOSE GREETHST-FILE
011810     END-IF.
011820         IF WS-BDG-OPENED
011830             CLOSE GREETBDG-FILE
011840     END-IF.
011850         IF WS-ALR-OPENED
011860             CLOSE GREETALR-FILE
011870     END-IF.
011880
011890         MOVE "E" TO WS-RL-TYPE.
011900         ADD WS-ADDED-COUNT WS-REPLACED-COUNT GIVING WS-RL-COUNT.
011910         IF WS-BUILD-OK
011920             AND WS-LOST-COUNT = ZERO
011930             AND WS-FAILED-COUNT = ZERO
011940             MOVE "0000" TO WS-RL-CODE
011950         ELSE
011960             MOVE "0008" TO WS-RL-CODE
011970     END-IF.
011980         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
011990
012000 9000-EXIT.
012010     EXIT.
012020
012030******************************************************************
012040*    9500-WRITE-RUN-LOG - APPEND ONE START OR END RECORD TO THE  *
012050*    SHARED GREETRUN RUN-CONTROL LOG.  THE CALLER STAGES THE     *
012060*    RECORD TYPE, COUNT AND COMPLETION CODE IN WORKING STORAGE.  *
012070******************************************************************
012080 9500-WRITE-RUN-LOG.
012090
012100         OPEN EXTEND GREETRUN-FILE.
012110         IF WS-RUNL-STATUS = "35" OR WS-RUNL-STATUS = "05"
012120             CLOSE GREETRUN-FILE
012130             OPEN OUTPUT GREETRUN-FILE
012140     END-IF.
012150
012160         MOVE SPACES TO RUN-LOG-RECORD.
012170         MOVE WS-RL-TYPE TO RL-RECORD-TYPE.
012180         MOVE WS-RL-COUNT TO RL-RECORDS-PROCESSED.
012190         MOVE WS-RL-CODE TO RL-COMPLETION-CODE.
012200         MOVE "GREETSTB" TO RL-PROGRAM-NAME.
012210         ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
012220         ACCEPT RL-RUN-TIME FROM TIME.
012230         MOVE SPACE TO RL-RUN-MODE.
012240         IF WS-RL-TYPE = "S"
012250             MOVE WS-PARM-ECHO TO RL-PARM-ECHO
012260     END-IF.
012270         WRITE RUN-LOG-RECORD.
012280         CLOSE GREETRUN-FILE.
012290
012300 9500-EXIT.
012310     EXIT.
012320
012330 END PROGRAM GREETSTB.
