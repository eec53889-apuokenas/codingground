000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID :  GREETAVR                                      *
000040*    AUTHOR     :  M. KAVALIAUSKAS                               *
000050*    INSTALLATION: VISITOR SERVICES                              *
000060*    DATE-WRITTEN: 2026-10-15                                    *
000070*    DATE-COMPILED:                                              *
000080*    PURPOSE    :  WEEKLY ACCESS-VIOLATION REPORT OFF THE        *
000090*                  GREETAVL LOG THAT GREETSGN WRITES FOR EVERY   *
000100*                  REFUSED SIGN-ON OR FUNCTION.  LISTS EACH      *
000110*                  REFUSAL IN THE SEVEN DAYS ENDING ON THE PARM  *
000120*                  DATE (YYYYMMDD; BLANK MEANS TODAY), THEN      *
000130*                  COUNTS THEM BY REASON AND BY OPERATOR ID SO   *
000140*                  SECURITY CAN SEE WHO IS TRYING WHAT.          *
000150*                                                                *
000160*    MODIFICATION HISTORY                                        *
000170*    ------------------------------------------------------      *
000180*    DATE       INIT  DESCRIPTION                                *
000190*    ---------- ----  -------------------------------------      *
000200*    2026-10-15 MK    ORIGINAL PROGRAM.                          *
000210*                                                                *
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240     PROGRAM-ID.   GREETAVR AS "GREETAVR".
000250     AUTHOR.       M. KAVALIAUSKAS.
000260     DATE-WRITTEN. 2026-10-15.
000270
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.
000310 OBJECT-COMPUTER.
000320
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350         SELECT GREETAVL-FILE ASSIGN TO "GREETAVL"
000360             ORGANIZATION IS SEQUENTIAL
000370             FILE STATUS IS WS-AVL-STATUS.
000380
000390         SELECT REPORT-FILE ASSIGN TO "GREETAVP"
000400             ORGANIZATION IS SEQUENTIAL
000410             FILE STATUS IS WS-RPT-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450
000460 FD  GREETAVL-FILE
000470         LABEL RECORDS ARE STANDARD.
000480     COPY AVLREC.
000490
000500 FD  REPORT-FILE
000510         LABEL RECORDS ARE STANDARD.
000520 01  REPORT-RECORD                   PIC X(080).
000530
000540 WORKING-STORAGE SECTION.
000550 77  WS-AVL-STATUS                PIC X(02) VALUE SPACES.
000560 77  WS-RPT-STATUS                PIC X(02) VALUE SPACES.
000570 77  WS-PARM-CARD                 PIC X(20) VALUE SPACES.
000580 01  WS-PARM-OK-SW                PIC X(01) VALUE "N".
000590     88  WS-PARM-OK                        VALUE "Y".
000600 01  WS-AVL-EOF-SW                PIC X(01) VALUE "N".
000610     88  WS-AVL-EOF                        VALUE "Y".
000620 01  WS-AVL-OPEN-SW               PIC X(01) VALUE "N".
000630     88  WS-AVL-OPENED                     VALUE "Y".
000640 01  WS-WEEK-END-DATE             PIC 9(08) VALUE ZERO.
000650 01  FILLER REDEFINES WS-WEEK-END-DATE.
000660     05  WS-WEEK-END-YEAR         PIC 9(04).
000670     05  WS-WEEK-END-MONTH        PIC 9(02).
000680     05  WS-WEEK-END-DAY          PIC 9(02).
000690 77  WS-WEEK-END-SERIAL           PIC 9(08) COMP VALUE ZERO.
000700 77  WS-WEEK-START-SERIAL         PIC 9(08) COMP VALUE ZERO.
000710 77  WS-READ-COUNT                PIC 9(08) COMP VALUE ZERO.
000720 77  WS-WEEK-COUNT                PIC 9(08) COMP VALUE ZERO.
000730 77  WS-OTHER-REASON-COUNT        PIC 9(08) COMP VALUE ZERO.
000740 01  WS-DTS-DATE                  PIC 9(08) VALUE ZERO.
000750 01  FILLER REDEFINES WS-DTS-DATE.
000760     05  WS-DTS-YEAR              PIC 9(04).
000770     05  WS-DTS-MONTH             PIC 9(02).
000780     05  WS-DTS-DAY               PIC 9(02).
000790 77  WS-DTS-SERIAL                PIC 9(08) COMP VALUE ZERO.
000800 77  WS-DTS-WORK-YEAR             PIC 9(08) COMP VALUE ZERO.
000810 77  WS-DTS-WORK-MONTH            PIC 9(04) COMP VALUE ZERO.
000820 77  WS-DTS-QUAD-TERM             PIC 9(08) COMP VALUE ZERO.
000830 77  WS-DTS-CENT-TERM             PIC 9(08) COMP VALUE ZERO.
000840 77  WS-DTS-QCENT-TERM            PIC 9(08) COMP VALUE ZERO.
000850 77  WS-DTS-MONTH-TERM            PIC 9(08) COMP VALUE ZERO.
000860 01  WS-TIME-WORK                 PIC 9(08) VALUE ZERO.
000870 01  FILLER REDEFINES WS-TIME-WORK.
000880     05  WS-TIME-HOUR             PIC 9(02).
000890     05  WS-TIME-MIN              PIC 9(02).
000900     05  WS-TIME-SEC              PIC 9(02).
000910     05  FILLER                   PIC 9(02).
000920 77  WS-REASON-TEXT               PIC X(30) VALUE SPACES.
000930 01  WS-REASON-FOUND-SW           PIC X(01) VALUE "N".
000940     88  WS-REASON-FOUND                   VALUE "Y".
000950 01  REASON-COUNTS.
000960     05  RC-COUNT OCCURS 8 TIMES
000970                  INDEXED BY RC-IDX
000980                                  PIC 9(08) COMP.
000990 01  OPER-TABLE.
001000     05  OPER-TABLE-ENTRY OCCURS 200 TIMES
001010                          INDEXED BY OT-IDX.
001020         10  OT-OPERATOR-ID       PIC X(08).
001030         10  OT-SITE-CODE         PIC X(03).
001040         10  OT-COUNT             PIC 9(08) COMP.
001050 77  WS-OPER-CT                   PIC 9(04) COMP VALUE ZERO.
001060 77  WS-OPER-MAX                  PIC 9(04) COMP VALUE 200.
001070 01  WS-OPER-FULL-SW              PIC X(01) VALUE "N".
001080     88  WS-OPER-FULL                      VALUE "Y".
001090 01  WS-OPER-FOUND-SW             PIC X(01) VALUE "N".
001100     88  WS-OPER-FOUND                     VALUE "Y".
001110 77  WS-LOG-OPERATOR              PIC X(08) VALUE SPACES.
001120 77  WS-COUNT-DISP                PIC Z(07)9.
001130 01  WS-PRINT-LINE                PIC X(080) VALUE SPACES.
001140     COPY SGNTREC.
001150
001160 PROCEDURE DIVISION.
001170
001180******************************************************************
001190*    0000-MAINLINE                                               *
001200******************************************************************
001210 0000-MAINLINE.
001220
001230         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001240
001250         IF WS-PARM-OK
001260             PERFORM 2000-SCAN-LOG THRU 2000-EXIT
001270             PERFORM 5000-PRINT-REASON-SUMMARY THRU 5000-EXIT
001280             PERFORM 6000-PRINT-OPERATOR-SUMMARY THRU 6000-EXIT
001290             PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
001300     END-IF.
001310
001320         PERFORM 9000-TERMINATE THRU 9000-EXIT.
001330
001340         STOP RUN.
001350
001360******************************************************************
001370*    1000-INITIALIZE - PICK UP THE WEEK-ENDING DATE, WORK OUT    *
001380*    THE SEVEN-DAY WINDOW AS DAY SERIALS, OPEN THE FILES AND     *
001390*    PRINT THE HEADING.  A MISSING LOG MEANS NOTHING HAS BEEN    *
001400*    REFUSED YET, SO THE REPORT STILL PRINTS, WITH ZERO COUNTS.  *
001410******************************************************************
001420 1000-INITIALIZE.
001430
001440         ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
001450         IF WS-PARM-CARD (1:8) = SPACES
001460             ACCEPT WS-WEEK-END-DATE FROM DATE YYYYMMDD
001470         ELSE
001480             IF WS-PARM-CARD (1:8) IS NUMERIC
001490                 MOVE WS-PARM-CARD (1:8) TO WS-WEEK-END-DATE
001500         END-IF
001510     END-IF.
001520
001530         IF WS-WEEK-END-MONTH < 1 OR WS-WEEK-END-MONTH > 12
001540             OR WS-WEEK-END-DAY < 1 OR WS-WEEK-END-DAY > 31
001550             DISPLAY "PARM " WS-PARM-CARD (1:8)
001560                 " IS NOT A VALID YYYYMMDD DATE "
001570                 "- NOTHING REPORTED"
001580             GO TO 1000-EXIT
001590     END-IF.
001600         SET WS-PARM-OK TO TRUE.
001610
001620         MOVE WS-WEEK-END-DATE TO WS-DTS-DATE.
001630         PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT.
001640         MOVE WS-DTS-SERIAL TO WS-WEEK-END-SERIAL.
001650         COMPUTE WS-WEEK-START-SERIAL = WS-WEEK-END-SERIAL - 6.
001660
001670         PERFORM 1100-CLEAR-ONE-REASON THRU 1100-EXIT
001680             VARYING RC-IDX FROM 1 BY 1
001690             UNTIL RC-IDX > 8.
001700
001710         OPEN INPUT GREETAVL-FILE.
001720         IF WS-AVL-STATUS = "00"
001730             SET WS-AVL-OPENED TO TRUE
001740         ELSE
001750             DISPLAY "GREETAVL NOT AVAILABLE, STATUS "
001760                 WS-AVL-STATUS
001770                 " - NO REFUSALS LOGGED"
001780     END-IF.
001790
001800         OPEN OUTPUT REPORT-FILE.
001810
001820         MOVE SPACES TO WS-PRINT-LINE.
001830         STRING "ACCESS VIOLATIONS FOR THE WEEK ENDING "
001840             DELIMITED BY SIZE
001850             WS-WEEK-END-DATE DELIMITED BY SIZE
001860             INTO WS-PRINT-LINE.
001870         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
001880         MOVE SPACES TO WS-PRINT-LINE.
001890         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
001900         MOVE "DATE     TIME   OPERATOR SITE" TO WS-PRINT-LINE.
001910         MOVE "TRANSACT F H N REASON" TO WS-PRINT-LINE (31:21).
001920         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
001930
001940 1000-EXIT.
001950     EXIT.
001960
001970******************************************************************
001980*    1100-CLEAR-ONE-REASON - ZERO ONE REASON COUNTER.            *
001990******************************************************************
002000 1100-CLEAR-ONE-REASON.
002010
002020         MOVE ZERO TO RC-COUNT (RC-IDX).
002030
002040 1100-EXIT.
002050     EXIT.
002060
002070******************************************************************
002080*    2000-SCAN-LOG - SINGLE PASS OVER GREETAVL.  THE LOG IS      *
002090*    WRITTEN IN TIME ORDER, BUT EVERY RECORD IS TESTED AGAINST   *
002100*    THE WINDOW RATHER THAN STOPPING EARLY, SO A LOG CARRIED     *
002110*    OVER FROM ANOTHER SITE'S CLOCK IS STILL REPORTED CORRECTLY. *
002120******************************************************************
002130 2000-SCAN-LOG.
002140
002150         IF WS-AVL-OPENED
002160             PERFORM 2100-READ-LOG THRU 2100-EXIT
002170             PERFORM 2200-REPORT-ONE-REFUSAL THRU 2200-EXIT
002180                 UNTIL WS-AVL-EOF
002190     END-IF.
002200
002210         IF WS-WEEK-COUNT = ZERO
002220             MOVE SPACES TO WS-PRINT-LINE
002230             MOVE "  NO REFUSALS IN THE WEEK" TO WS-PRINT-LINE
002240             WRITE REPORT-RECORD FROM WS-PRINT-LINE
002250     END-IF.
002260
002270 2000-EXIT.
002280     EXIT.
002290
002300******************************************************************
002310*    2100-READ-LOG - PRIMING AND SUBSEQUENT READS.               *
002320******************************************************************
002330 2100-READ-LOG.
002340
002350         READ GREETAVL-FILE
002360             AT END
002370                 SET WS-AVL-EOF TO TRUE
002380     END-READ.
002390
002400 2100-EXIT.
002410     EXIT.
002420
002430******************************************************************
002440*    2200-REPORT-ONE-REFUSAL - PRINT ONE REFUSAL INSIDE THE      *
002450*    WINDOW AND ADD IT TO THE REASON AND OPERATOR COUNTS.        *
002460******************************************************************
002470 2200-REPORT-ONE-REFUSAL.
002480
002490         ADD 1 TO WS-READ-COUNT.
002500         IF AV-LOG-DATE NOT NUMERIC
002510             GO TO 2200-READ-NEXT
002520     END-IF.
002530         MOVE AV-LOG-DATE TO WS-DTS-DATE.
002540         PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT.
002550         IF WS-DTS-SERIAL < WS-WEEK-START-SERIAL
002560             OR WS-DTS-SERIAL > WS-WEEK-END-SERIAL
002570             GO TO 2200-READ-NEXT
002580     END-IF.
002590
002600         ADD 1 TO WS-WEEK-COUNT.
002610         PERFORM 2300-COUNT-REASON THRU 2300-EXIT.
002620         PERFORM 2400-COUNT-OPERATOR THRU 2400-EXIT.
002630
002640         MOVE AV-LOG-TIME TO WS-TIME-WORK.
002650         MOVE SPACES TO WS-PRINT-LINE.
002660         MOVE AV-LOG-DATE TO WS-PRINT-LINE (1:8).
002670         MOVE WS-TIME-HOUR TO WS-PRINT-LINE (10:2).
002680         MOVE ":" TO WS-PRINT-LINE (12:1).
002690         MOVE WS-TIME-MIN TO WS-PRINT-LINE (13:2).
002700         MOVE WS-LOG-OPERATOR TO WS-PRINT-LINE (17:8).
002710         MOVE AV-SITE-CODE TO WS-PRINT-LINE (26:3).
002720         MOVE AV-TRANSACTION TO WS-PRINT-LINE (31:8).
002730         MOVE AV-FUNCTION TO WS-PRINT-LINE (40:1).
002740         MOVE AV-LEVEL-HELD TO WS-PRINT-LINE (42:1).
002750         MOVE AV-LEVEL-NEEDED TO WS-PRINT-LINE (44:1).
002760         MOVE WS-REASON-TEXT TO WS-PRINT-LINE (46:30).
002770         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002780
002790 2200-READ-NEXT.
002800
002810         PERFORM 2100-READ-LOG THRU 2100-EXIT.
002820
002830 2200-EXIT.
002840     EXIT.
002850
002860******************************************************************
002870*    2300-COUNT-REASON - LOOK THE REASON CODE UP IN THE GREETSGN *
002880*    REASON TABLE FOR ITS TEXT AND COUNT IT.  A CODE NOT IN THE  *
002890*    TABLE IS COUNTED AS OTHER AND PRINTED AS THE BARE CODE.     *
002900******************************************************************
002910 2300-COUNT-REASON.
002920
002930         MOVE "N" TO WS-REASON-FOUND-SW.
002940         PERFORM 2350-MATCH-ONE-REASON THRU 2350-EXIT
002950             VARYING RR-IDX FROM 1 BY 1
002960             UNTIL RR-IDX > 8 OR WS-REASON-FOUND.
002970
002980         IF NOT WS-REASON-FOUND
002990             ADD 1 TO WS-OTHER-REASON-COUNT
003000             MOVE SPACES TO WS-REASON-TEXT
003010             MOVE AV-REASON TO WS-REASON-TEXT (1:3)
003020     END-IF.
003030
003040 2300-EXIT.
003050     EXIT.
003060
003070******************************************************************
003080*    2350-MATCH-ONE-REASON - COMPARE ONE REASON-TABLE ENTRY.     *
003090******************************************************************
003100 2350-MATCH-ONE-REASON.
003110
003120         IF RR-CODE (RR-IDX) = AV-REASON
003130             SET WS-REASON-FOUND TO TRUE
003140             MOVE RR-TEXT (RR-IDX) TO WS-REASON-TEXT
003150             SET RC-IDX TO RR-IDX
003160             ADD 1 TO RC-COUNT (RC-IDX)
003170     END-IF.
003180
003190 2350-EXIT.
003200     EXIT.
003210
003220******************************************************************
003230*    2400-COUNT-OPERATOR - ADD THE REFUSAL TO THE OPER-TABLE     *
003240*    ENTRY FOR ITS OPERATOR ID.  A REFUSAL BEFORE ANY ID WAS     *
003250*    KEYED (SECURITY FILE MISSING) COUNTS UNDER "(NONE)".  PAST  *
003260*    200 OPERATORS NEW ONES ARE DROPPED WITH A ONE-TIME WARNING. *
003270******************************************************************
003280 2400-COUNT-OPERATOR.
003290
003300         MOVE AV-OPERATOR-ID TO WS-LOG-OPERATOR.
003310         IF WS-LOG-OPERATOR = SPACES
003320             MOVE "(NONE)" TO WS-LOG-OPERATOR
003330     END-IF.
003340
003350         MOVE "N" TO WS-OPER-FOUND-SW.
003360         IF WS-OPER-CT > ZERO
003370             PERFORM 2450-MATCH-ONE-OPERATOR THRU 2450-EXIT
003380                 VARYING OT-IDX FROM 1 BY 1
003390                 UNTIL OT-IDX > WS-OPER-CT OR WS-OPER-FOUND
003400     END-IF.
003410         IF WS-OPER-FOUND
003420             GO TO 2400-EXIT
003430     END-IF.
003440
003450         IF WS-OPER-CT < WS-OPER-MAX
003460             ADD 1 TO WS-OPER-CT
003470             SET OT-IDX TO WS-OPER-CT
003480             MOVE WS-LOG-OPERATOR TO OT-OPERATOR-ID (OT-IDX)
003490             MOVE AV-SITE-CODE TO OT-SITE-CODE (OT-IDX)
003500             MOVE 1 TO OT-COUNT (OT-IDX)
003510         ELSE
003520             IF NOT WS-OPER-FULL
003530                 DISPLAY "MORE THAN 200 OPERATORS - THE REST ARE "
003540                     "LEFT OUT OF THE OPERATOR SUMMARY"
003550                 SET WS-OPER-FULL TO TRUE
003560         END-IF
003570     END-IF.
003580
003590 2400-EXIT.
003600     EXIT.
003610
003620******************************************************************
003630*    2450-MATCH-ONE-OPERATOR - COMPARE ONE OPER-TABLE ENTRY.     *
003640******************************************************************
003650 2450-MATCH-ONE-OPERATOR.
003660
003670         IF OT-OPERATOR-ID (OT-IDX) = WS-LOG-OPERATOR
003680             ADD 1 TO OT-COUNT (OT-IDX)
003690             SET WS-OPER-FOUND TO TRUE
003700     END-IF.
003710
003720 2450-EXIT.
003730     EXIT.
003740
003750******************************************************************
003760*    5000-PRINT-REASON-SUMMARY - ONE LINE PER REASON IN THE      *
003770*    GREETSGN REASON TABLE, ZEROES INCLUDED, THEN ANY OTHER.     *
003780******************************************************************
003790 5000-PRINT-REASON-SUMMARY.
003800
003810         MOVE SPACES TO WS-PRINT-LINE.
003820         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
003830         MOVE "REFUSALS BY REASON" TO WS-PRINT-LINE.
003840         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
003850
003860         PERFORM 5100-PRINT-ONE-REASON THRU 5100-EXIT
003870             VARYING RR-IDX FROM 1 BY 1
003880             UNTIL RR-IDX > 8.
003890
003900         IF WS-OTHER-REASON-COUNT > ZERO
003910             MOVE WS-OTHER-REASON-COUNT TO WS-COUNT-DISP
003920             MOVE SPACES TO WS-PRINT-LINE
003930             MOVE "OTHER" TO WS-PRINT-LINE (3:5)
003940             MOVE WS-COUNT-DISP TO WS-PRINT-LINE (40:8)
003950             WRITE REPORT-RECORD FROM WS-PRINT-LINE
003960     END-IF.
003970
003980 5000-EXIT.
003990     EXIT.
004000
004010******************************************************************
004020*    5100-PRINT-ONE-REASON - PRINT ONE REASON AND ITS COUNT.     *
004030******************************************************************
004040 5100-PRINT-ONE-REASON.
004050
004060         SET RC-IDX TO RR-IDX.
004070         MOVE RC-COUNT (RC-IDX) TO WS-COUNT-DISP.
004080         MOVE SPACES TO WS-PRINT-LINE.
004090         MOVE RR-CODE (RR-IDX) TO WS-PRINT-LINE (3:3).
004100         MOVE RR-TEXT (RR-IDX) TO WS-PRINT-LINE (7:30).
004110         MOVE WS-COUNT-DISP TO WS-PRINT-LINE (40:8).
004120         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
004130
004140 5100-EXIT.
004150     EXIT.
004160
004170******************************************************************
004180*    6000-PRINT-OPERATOR-SUMMARY - ONE LINE PER OPERATOR ID WITH *
004190*    A REFUSAL IN THE WEEK, IN THE ORDER FIRST REFUSED.          *
004200******************************************************************
004210 6000-PRINT-OPERATOR-SUMMARY.
004220
004230         MOVE SPACES TO WS-PRINT-LINE.
004240         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
004250         MOVE "REFUSALS BY OPERATOR" TO WS-PRINT-LINE.
004260         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
004270
004280         IF WS-OPER-CT = ZERO
004290             MOVE SPACES TO WS-PRINT-LINE
004300             MOVE "  NONE" TO WS-PRINT-LINE
004310             WRITE REPORT-RECORD FROM WS-PRINT-LINE
004320             GO TO 6000-EXIT
004330     END-IF.
004340
004350         PERFORM 6100-PRINT-ONE-OPERATOR THRU 6100-EXIT
004360             VARYING OT-IDX FROM 1 BY 1
004370             UNTIL OT-IDX > WS-OPER-CT.
004380
004390 6000-EXIT.
004400     EXIT.
004410
004420******************************************************************
004430*    6100-PRINT-ONE-OPERATOR - PRINT ONE OPERATOR AND COUNT.     *
004440******************************************************************
004450 6100-PRINT-ONE-OPERATOR.
004460
004470         MOVE OT-COUNT (OT-IDX) TO WS-COUNT-DISP.
004480         MOVE SPACES TO WS-PRINT-LINE.
004490         MOVE OT-OPERATOR-ID (OT-IDX) TO WS-PRINT-LINE (3:8).
004500         MOVE OT-SITE-CODE (OT-IDX) TO WS-PRINT-LINE (12:3).
004510         MOVE WS-COUNT-DISP TO WS-PRINT-LINE (40:8).
004520         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
004530
004540 6100-EXIT.
004550     EXIT.
004560
004570******************************************************************
004580*    7000-DATE-TO-SERIAL - CONVERT WS-DTS-DATE (YYYYMMDD) TO A   *
004590*    DAY SERIAL IN WS-DTS-SERIAL, SO A WINDOW THAT CROSSES A     *
004600*    MONTH OR YEAR END IS A SIMPLE SUBTRACTION.  SAME METHOD AS  *
004610*    GREETARC.                                                   *
004620******************************************************************
004630 7000-DATE-TO-SERIAL.
004640
004650         MOVE WS-DTS-YEAR  TO WS-DTS-WORK-YEAR.
004660         MOVE WS-DTS-MONTH TO WS-DTS-WORK-MONTH.
004670         IF WS-DTS-WORK-MONTH < 3
004680             SUBTRACT 1 FROM WS-DTS-WORK-YEAR
004690             ADD 12 TO WS-DTS-WORK-MONTH
004700     END-IF.
004710
004720*        EACH DIVISION IS DONE SEPARATELY INTO AN INTEGER FIELD
004730*        SO EVERY TERM IS TRUNCATED ON ITS OWN, AS THE DAY-COUNT
004740*        FORMULA REQUIRES.
004750         DIVIDE WS-DTS-WORK-YEAR BY 4
004760             GIVING WS-DTS-QUAD-TERM.
004770         DIVIDE WS-DTS-WORK-YEAR BY 100
004780             GIVING WS-DTS-CENT-TERM.
004790         DIVIDE WS-DTS-WORK-YEAR BY 400
004800             GIVING WS-DTS-QCENT-TERM.
004810         COMPUTE WS-DTS-MONTH-TERM =
004820             (153 * (WS-DTS-WORK-MONTH - 3)) + 2.
004830         DIVIDE WS-DTS-MONTH-TERM BY 5
004840             GIVING WS-DTS-MONTH-TERM.
004850         COMPUTE WS-DTS-SERIAL =
004860             (365 * WS-DTS-WORK-YEAR)
004870             + WS-DTS-QUAD-TERM
004880             - WS-DTS-CENT-TERM
004890             + WS-DTS-QCENT-TERM
004900             + WS-DTS-MONTH-TERM
004910             + WS-DTS-DAY.
004920
004930 7000-EXIT.
004940     EXIT.
004950
004960******************************************************************
004970*    8000-PRINT-TOTALS - CONTROL TOTALS ON THE REPORT AND THE    *
004980*    CONSOLE.                                                    *
004990******************************************************************
005000 8000-PRINT-TOTALS.
005010
005020         MOVE SPACES TO WS-PRINT-LINE.
005030         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005040
005050         MOVE WS-READ-COUNT TO WS-COUNT-DISP.
005060         MOVE SPACES TO WS-PRINT-LINE.
005070         STRING "LOG RECORDS READ  . . . . . . "
005080             DELIMITED BY SIZE
005090             WS-COUNT-DISP DELIMITED BY SIZE
005100             INTO WS-PRINT-LINE.
005110         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005120
005130         MOVE WS-WEEK-COUNT TO WS-COUNT-DISP.
005140         MOVE SPACES TO WS-PRINT-LINE.
005150         STRING "REFUSALS IN THE WEEK  . . . . "
005160             DELIMITED BY SIZE
005170             WS-COUNT-DISP DELIMITED BY SIZE
005180             INTO WS-PRINT-LINE.
005190         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005200
005210         DISPLAY "LOG RECORDS READ . . " WS-READ-COUNT.
005220         DISPLAY "REFUSALS IN WEEK . . " WS-WEEK-COUNT.
005230
005240 8000-EXIT.
005250     EXIT.
005260
005270******************************************************************
005280*    9000-TERMINATE - CLOSE THE FILES.                           *
005290******************************************************************
005300 9000-TERMINATE.
005310
005320         IF WS-PARM-OK
005330             CLOSE REPORT-FILE
005340     END-IF.
005350         IF WS-AVL-OPENED
005360             CLOSE GREETAVL-FILE
005370     END-IF.
005380
005390 9000-EXIT.
005400     EXIT.
005410
005420 END PROGRAM GREETAVR.
