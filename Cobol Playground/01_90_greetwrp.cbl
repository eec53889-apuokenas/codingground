000190*    DATE       INIT  DESCRIPTION                                *
000200*    ---------- ----  -------------------------------------      *
000210*    2026-09-02 MK    ORIGINAL PROGRAM.                          *
000220*    2026-10-15 MK    THIRD SECTION FOR THE GREETLBK LOOKBACK    *
000230*                     ALERTS - NAMES JUST PUT ON THE WATCHLIST   *
000240*                     THAT HAVE VISITED BEFORE, ARE ON SITE OR   *
000250*                     ARE BOOKED IN.                             *
000260*                                                                *
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290     PROGRAM-ID.   GREETWRP AS "GREETWRP".
000300     AUTHOR.       M. KAVALIAUSKAS.
000310     DATE-WRITTEN. 2026-09-02.
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.
000360 OBJECT-COMPUTER.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400         SELECT GREETALR-FILE ASSIGN TO "GREETALR"
000410             ORGANIZATION IS SEQUENTIAL
000420             FILE STATUS IS WS-ALR-STATUS.
000430
000440         SELECT REPORT-FILE ASSIGN TO "GREETWAR"
000450             ORGANIZATION IS SEQUENTIAL
000460             FILE STATUS IS WS-RPT-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500
000510 FD  GREETALR-FILE
000520         LABEL RECORDS ARE STANDARD.
000530     COPY ALRTREC.
000540
000550 FD  REPORT-FILE
000560         LABEL RECORDS ARE STANDARD.
000570 01  REPORT-RECORD                   PIC X(080).
000580
000590 WORKING-STORAGE SECTION.
000600 77  WS-ALR-STATUS               PIC X(02) VALUE SPACES.
000610 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
000620 01  WS-ALR-EOF-SW               PIC X(01) VALUE "N".
000630     88  WS-ALR-EOF                        VALUE "Y".
000640 01  WS-ALR-OPEN-SW              PIC X(01) VALUE "N".
000650     88  WS-ALR-OPENED                     VALUE "Y".
000660 77  WS-PARM-CARD                PIC X(20) VALUE SPACES.
000670 77  WS-CHECK-DATE               PIC 9(08) VALUE ZERO.
000680 77  WS-SECTION-TYPE             PIC X(01) VALUE SPACES.
000690 77  WS-ALERT-COUNT              PIC 9(08) COMP VALUE ZERO.
000700 77  WS-VIP-COUNT                PIC 9(08) COMP VALUE ZERO.
000710 77  WS-BARRED-COUNT             PIC 9(08) COMP VALUE ZERO.
000720 77  WS-LOOKBACK-COUNT           PIC 9(08) COMP VALUE ZERO.
000730 77  WS-COUNT-DISP               PIC Z(07)9.
000740 01  WS-PRINT-LINE               PIC X(080) VALUE SPACES.
000750
000760 PROCEDURE DIVISION.
000770
000780******************************************************************
000790*    0000-MAINLINE - THE ALERT FILE IS READ THREE TIMES, ONCE    *
000800*    PER REPORT SECTION: SECURITY ALERTS FIRST (THE ONES         *
000810*    SECURITY ACTS ON), THEN THE WATCHLIST LOOKBACK ALERTS, THEN *
000820*    THE VIP HOST NOTIFICATIONS.                                 *
000830******************************************************************
000840 0000-MAINLINE.
000850
000860         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000870
000880         MOVE "B" TO WS-SECTION-TYPE.
000890         MOVE "SECURITY ALERTS - BARRED INDIVIDUALS AT THE DESK"
000900             TO WS-PRINT-LINE.
000910         PERFORM 3000-PRINT-SECTION THRU 3000-EXIT.
000920
000930         MOVE "L" TO WS-SECTION-TYPE.
000940         MOVE SPACES TO WS-PRINT-LINE.
000950         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
000960         MOVE "WATCHLIST LOOKBACK - PAST AND PLANNED VISITS"
000970             TO WS-PRINT-LINE.
000980         PERFORM 3000-PRINT-SECTION THRU 3000-EXIT.
000990
001000         MOVE "V" TO WS-SECTION-TYPE.
001010         MOVE SPACES TO WS-PRINT-LINE.
001020         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
001030         MOVE "VIP HOST NOTIFICATIONS" TO WS-PRINT-LINE.
001040         PERFORM 3000-PRINT-SECTION THRU 3000-EXIT.
001050
001060         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001070         PERFORM 9000-TERMINATE THRU 9000-EXIT.
001080
001090         STOP RUN.
001100
001110******************************************************************
001120*    1000-INITIALIZE - PICK UP THE OPTIONAL REPORT DATE (TODAY   *
001130*    WHEN NO PARM IS GIVEN) AND OPEN THE REPORT.  A MISSING      *
001140*    GREETALR JUST MEANS NO WATCHLIST MATCH HAS EVER HAPPENED.   *
001150******************************************************************
001160 1000-INITIALIZE.
001170
001180         ACCEPT WS-CHECK-DATE FROM DATE YYYYMMDD.
001190         ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
001200         IF WS-PARM-CARD (1:8) IS NUMERIC
001210             MOVE WS-PARM-CARD (1:8) TO WS-CHECK-DATE
001220     END-IF.
001230
001240         OPEN OUTPUT REPORT-FILE.
001250
001260         MOVE SPACES TO WS-PRINT-LINE.
001270         STRING "DAILY WATCHLIST ALERT REPORT FOR "
001280             DELIMITED BY SIZE
001290             WS-CHECK-DATE DELIMITED BY SIZE
001300             INTO WS-PRINT-LINE.
001310         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
001320         MOVE SPACES TO WS-PRINT-LINE.
001330         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
001340
001350 1000-EXIT.
001360     EXIT.
001370
001380******************************************************************
001390*    3000-PRINT-SECTION - PRINT THE HEADING STAGED IN            *
001400*    WS-PRINT-LINE, THEN ONE PASS OVER GREETALR PRINTING THE     *
001410*    REPORT-DATE ALERTS OF THE TYPE IN WS-SECTION-TYPE.          *
001420******************************************************************
001430 3000-PRINT-SECTION.
001440
001450         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
001460
001470         MOVE "N" TO WS-ALR-EOF-SW.
001480         MOVE "N" TO WS-ALR-OPEN-SW.
001490         MOVE ZERO TO WS-ALERT-COUNT.
001500
001510         OPEN INPUT GREETALR-FILE.
001520         IF WS-ALR-STATUS = "00"
001530             SET WS-ALR-OPENED TO TRUE
001540             PERFORM 3100-READ-ALERT THRU 3100-EXIT
001550             PERFORM 3200-PRINT-ONE-ALERT THRU 3200-EXIT
001560                 UNTIL WS-ALR-EOF
001570             CLOSE GREETALR-FILE
001580     END-IF.
001590
001600         IF WS-ALERT-COUNT = ZERO
001610             MOVE SPACES TO WS-PRINT-LINE
001620             MOVE "  NOTHING TO REPORT" TO WS-PRINT-LINE
001630             WRITE REPORT-RECORD FROM WS-PRINT-LINE
001640     END-IF.
001650
001660 3000-EXIT.
001670     EXIT.
001680
001690******************************************************************
001700*    3100-READ-ALERT - PRIMING AND SUBSEQUENT READS OF THE       *
001710*    ALERT FILE.                                                 *
001720******************************************************************
001730 3100-READ-ALERT.
001740
001750         READ GREETALR-FILE
001760             AT END
001770                 SET WS-ALR-EOF TO TRUE
001780     END-READ.
001790
001800 3100-EXIT.
001810     EXIT.
001820
001830******************************************************************
001840*    3200-PRINT-ONE-ALERT - PRINT THE CURRENT ALERT WHEN IT      *
001850*    BELONGS TO THE SECTION AND THE REPORT DATE, THEN READ THE   *
001860*    NEXT ONE.                                                   *
001870******************************************************************
001880 3200-PRINT-ONE-ALERT.
001890
001900         IF AL-ALERT-DATE = WS-CHECK-DATE
001910             AND AL-ALERT-TYPE = WS-SECTION-TYPE
001920             ADD 1 TO WS-ALERT-COUNT
001930             EVALUATE TRUE
001940                 WHEN AL-SECURITY-ALERT
001950                     ADD 1 TO WS-BARRED-COUNT
001960                 WHEN AL-LOOKBACK-ALERT
001970                     ADD 1 TO WS-LOOKBACK-COUNT
001980                 WHEN OTHER
001990                     ADD 1 TO WS-VIP-COUNT
002000         END-EVALUATE
002010             MOVE SPACES TO WS-PRINT-LINE
002020             MOVE AL-ALERT-TIME TO WS-PRINT-LINE (3:8)
002030             MOVE AL-LAST TO WS-PRINT-LINE (13:20)
002040             MOVE AL-FIRST TO WS-PRINT-LINE (34:15)
002050             WRITE REPORT-RECORD FROM WS-PRINT-LINE
002060             MOVE SPACES TO WS-PRINT-LINE
002070             MOVE AL-INSTRUCTIONS TO WS-PRINT-LINE (13:40)
002080             WRITE REPORT-RECORD FROM WS-PRINT-LINE
002090     END-IF.
002100
002110         PERFORM 3100-READ-ALERT THRU 3100-EXIT.
002120
002130 3200-EXIT.
002140     EXIT.
002150
002160******************************************************************
002170*    8000-PRINT-TOTALS - ONE LINE PER ALERT TYPE.                *
002180******************************************************************
002190 8000-PRINT-TOTALS.
002200
002210         MOVE SPACES TO WS-PRINT-LINE.
002220         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002230
002240         MOVE WS-BARRED-COUNT TO WS-COUNT-DISP.
002250         MOVE SPACES TO WS-PRINT-LINE.
002260         STRING "SECURITY ALERTS . . . . . . . "
002270             DELIMITED BY SIZE
002280             WS-COUNT-DISP DELIMITED BY SIZE
002290             INTO WS-PRINT-LINE.
002300         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002310
002320         MOVE WS-LOOKBACK-COUNT TO WS-COUNT-DISP.
002330         MOVE SPACES TO WS-PRINT-LINE.
002340         STRING "LOOKBACK ALERTS . . . . . . . "
002350             DELIMITED BY SIZE
002360             WS-COUNT-DISP DELIMITED BY SIZE
002370             INTO WS-PRINT-LINE.
002380         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002390
002400         MOVE WS-VIP-COUNT TO WS-COUNT-DISP.
002410         MOVE SPACES TO WS-PRINT-LINE.
002420         STRING "VIP NOTIFICATIONS . . . . . . "
002430             DELIMITED BY SIZE
002440             WS-COUNT-DISP DELIMITED BY SIZE
002450             INTO WS-PRINT-LINE.
002460         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002470
002480         DISPLAY "SECURITY ALERTS  . . " WS-BARRED-COUNT.
002490         DISPLAY "LOOKBACK ALERTS  . . " WS-LOOKBACK-COUNT.
002500         DISPLAY "VIP NOTIFICATIONS  . " WS-VIP-COUNT.
002510
002520 8000-EXIT.
002530     EXIT.
002540
002550******************************************************************
002560*    9000-TERMINATE - CLOSE THE REPORT FILE.                     *
002570******************************************************************
002580 9000-TERMINATE.
002590
002600         CLOSE REPORT-FILE.
002610
002620 9000-EXIT.
002630     EXIT.
002640
002650 END PROGRAM GREETWRP.
