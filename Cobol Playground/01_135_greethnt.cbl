000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID :  GREETHNT                                     *
000040*    AUTHOR     :  M. KAVALIAUSKAS                               *
000050*    INSTALLATION: VISITOR SERVICES                              *
000060*    DATE-WRITTEN: 2026-10-15                                    *
000070*    DATE-COMPILED:                                              *
000080*    PURPOSE    :  RECEPTION TRANSACTION FOR THE GREETHAN HOST-  *
000090*                  ARRIVAL NOTICES SAMPLE RAISES WHEN AN         *
000100*                  APPOINTMENT IS MARKED ARRIVED.  P)ICKUP       *
000110*                  STAMPS THE TIME THE HOST COLLECTED THE        *
000120*                  VISITOR; W)AIT-REPORT PRINTS THE DAY'S        *
000130*                  NOTICES TO GREETHNR, LONGEST WAIT FIRST, SO   *
000140*                  RECEPTION CAN SEE WHICH HOSTS LEAVE THEIR     *
000150*                  VISITORS SITTING IN THE LOBBY.  RUN WITH "R"  *
000160*                  IN COLUMN 1 OF THE PARM (OPTIONALLY A         *
000170*                  YYYYMMDD DATE IN COLUMNS 3-10) THE WAIT       *
000180*                  REPORT IS PRINTED WITH NO OPERATOR, FOR THE   *
000190*                  DAY-CLOSE RUN.                                *
000200*                                                                *
000210*    MODIFICATION HISTORY                                       *
000220*    ------------------------------------------------------     *
000230*    DATE       INIT  DESCRIPTION                                *
000240*    ---------- ----  -------------------------------------      *
000250*    2026-10-15 MK    ORIGINAL PROGRAM.                          *
000260*                                                                *
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290     PROGRAM-ID.   GREETHNT AS "GREETHNT".
000300     AUTHOR.       M. KAVALIAUSKAS.
000310     DATE-WRITTEN. 2026-10-15.
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.
000360 OBJECT-COMPUTER.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400         SELECT GREETHAN-FILE ASSIGN TO "GREETHAN"
000410             ORGANIZATION IS INDEXED
000420             ACCESS MODE IS DYNAMIC
000430             RECORD KEY IS HN-NOTICE-KEY
000440             FILE STATUS IS WS-HAN-STATUS.
000450
000460         SELECT REPORT-FILE ASSIGN TO "GREETHNR"
000470             ORGANIZATION IS SEQUENTIAL
000480             FILE STATUS IS WS-RPT-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520
000530 FD  GREETHAN-FILE
000540         LABEL RECORDS ARE STANDARD.
000550     COPY HNOTREC.
000560
000570 FD  REPORT-FILE
000580         LABEL RECORDS ARE STANDARD.
000590 01  REPORT-RECORD                   PIC X(080).
000600
000610 WORKING-STORAGE SECTION.
000620 77  WS-HAN-STATUS               PIC X(02) VALUE SPACES.
000630 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
000640 77  WS-PARM-CARD                PIC X(20) VALUE SPACES.
000650 01  WS-RUN-MODE-SW              PIC X(01) VALUE "I".
000660     88  WS-REPORT-ONLY                    VALUE "R".
000670     88  WS-INTERACTIVE-MODE               VALUE "I".
000680 01  WS-FUNCTION-CODE            PIC X(01) VALUE SPACES.
000690     88  WS-FUNC-PICKUP                    VALUE "P" "p".
000700     88  WS-FUNC-WAIT-RPT                  VALUE "W" "w".
000710     88  WS-FUNC-BROWSE                    VALUE "B" "b".
000720     88  WS-FUNC-QUIT                      VALUE "Q" "q".
000730 01  WS-MORE-TRANS-SW            PIC X(01) VALUE "Y".
000740     88  WS-MORE-TRANS                     VALUE "Y".
000750 01  WS-BROWSE-EOF-SW            PIC X(01) VALUE "N".
000760     88  WS-BROWSE-EOF                     VALUE "Y".
000770 01  WS-HAN-OPEN-SW              PIC X(01) VALUE "N".
000780     88  WS-HAN-OPENED                     VALUE "Y".
000790 77  WS-LAST-IN                  PIC X(20) VALUE SPACES.
000800 77  WS-FIRST-IN                 PIC X(15) VALUE SPACES.
000810 77  WS-DATE-IN                  PIC X(08) VALUE SPACES.
000820 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000830 77  WS-REPORT-DATE              PIC 9(08) VALUE ZERO.
000840 77  WS-NOW-TIME                 PIC 9(08) VALUE ZERO.
000850 01  WS-TIME-WORK                PIC 9(08) VALUE ZERO.
000860 01  FILLER REDEFINES WS-TIME-WORK.
000870     05  WS-TIME-HOUR            PIC 9(02).
000880     05  WS-TIME-MIN             PIC 9(02).
000890     05  FILLER                  PIC 9(04).
000900 77  WS-TIME-MINUTES             PIC 9(04) COMP VALUE ZERO.
000910 77  WS-ARRIVE-MINUTES           PIC 9(04) COMP VALUE ZERO.
000920 77  WS-WAIT-MINUTES             PIC 9(04) COMP VALUE ZERO.
000930 01  NOTICE-TABLE.
000940     05  NOTICE-TABLE-ENTRY OCCURS 500 TIMES.
000950         10  NT-WAIT-MINUTES     PIC 9(04) COMP.
000960         10  NT-STATUS           PIC X(01).
000970         10  NT-HOST-NAME        PIC X(20).
000980         10  NT-PHONE-EXT        PIC X(06).
000990         10  NT-LAST             PIC X(20).
001000         10  NT-FIRST            PIC X(15).
001010         10  NT-ARRIVE-TIME      PIC 9(08).
001020 01  WS-SWAP-ENTRY.
001030     05  WS-SWAP-WAIT-MINUTES    PIC 9(04) COMP.
001040     05  WS-SWAP-STATUS          PIC X(01).
001050     05  WS-SWAP-HOST-NAME       PIC X(20).
001060     05  WS-SWAP-PHONE-EXT       PIC X(06).
001070     05  WS-SWAP-LAST            PIC X(20).
001080     05  WS-SWAP-FIRST           PIC X(15).
001090     05  WS-SWAP-ARRIVE-TIME     PIC 9(08).
001100 77  WS-NT-CT                    PIC 9(04) COMP VALUE ZERO.
001110 77  WS-NT-MAX                   PIC 9(04) COMP VALUE 500.
001120 77  WS-NT-SUB                   PIC 9(04) COMP VALUE ZERO.
001130 01  WS-SWAPPED-SW               PIC X(01) VALUE "N".
001140     88  WS-SWAPPED                        VALUE "Y".
001150 77  WS-SORT-SUB                 PIC 9(04) COMP VALUE ZERO.
001160 77  WS-SORT-SUB2                PIC 9(04) COMP VALUE ZERO.
001170 77  WS-PICKED-COUNT             PIC 9(08) COMP VALUE ZERO.
001180 77  WS-WAITING-COUNT            PIC 9(08) COMP VALUE ZERO.
001190 77  WS-TOTAL-WAIT               PIC 9(08) COMP VALUE ZERO.
001200 77  WS-AVERAGE-WAIT             PIC 9(08) COMP VALUE ZERO.
001210 77  WS-WAIT-DISP                PIC Z(04)9.
001220 77  WS-COUNT-DISP               PIC Z(07)9.
001230 01  WS-PRINT-LINE               PIC X(080) VALUE SPACES.
001240
001250 PROCEDURE DIVISION.
001260
001270******************************************************************
001280*    0000-MAINLINE                                               *
001290******************************************************************
001300 0000-MAINLINE.
001310
001320         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001330
001340         IF WS-REPORT-ONLY
001350             IF WS-HAN-OPENED
001360                 PERFORM 4000-WAIT-REPORT THRU 4000-EXIT
001370         END-IF
001380         ELSE
001390             PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001400                 UNTIL NOT WS-MORE-TRANS
001410     END-IF.
001420
001430         PERFORM 9000-TERMINATE THRU 9000-EXIT.
001440
001450         STOP RUN.
001460
001470******************************************************************
001480*    1000-INITIALIZE - PICK UP THE RUN MODE AND REPORT DATE      *
001490*    FROM THE PARM AND OPEN GREETHAN FOR UPDATE.  THE NOTICE     *
001500*    FILE IS CREATED BY SAMPLE, SO A MISSING FILE JUST MEANS NO  *
001510*    NOTICE HAS EVER BEEN RAISED - REPORT THAT AND QUIT.         *
001520******************************************************************
001530 1000-INITIALIZE.
001540
001550         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001560         MOVE WS-RUN-DATE TO WS-REPORT-DATE.
001570
001580         ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
001590         IF WS-PARM-CARD (1:1) = "R" OR WS-PARM-CARD (1:1) = "r"
001600             SET WS-REPORT-ONLY TO TRUE
001610             IF WS-PARM-CARD (3:8) IS NUMERIC
001620                 MOVE WS-PARM-CARD (3:8) TO WS-REPORT-DATE
001630         END-IF
001640     END-IF.
001650
001660         OPEN I-O GREETHAN-FILE.
001670         IF WS-HAN-STATUS = "00"
001680             SET WS-HAN-OPENED TO TRUE
001690         ELSE
001700             DISPLAY "GREETHAN NOT AVAILABLE, STATUS "
001710                 WS-HAN-STATUS
001720                 " - NO HOST-ARRIVAL NOTICES ON FILE"
001730             MOVE "N" TO WS-MORE-TRANS-SW
001740     END-IF.
001750
001760 1000-EXIT.
001770     EXIT.
001780
001790******************************************************************
001800*    2000-PROCESS-TRANSACTION - PROMPT FOR A FUNCTION CODE AND   *
001810*    DRIVE THE MATCHING PARAGRAPH.                               *
001820******************************************************************
001830 2000-PROCESS-TRANSACTION.
001840
001850         DISPLAY "GREETHAN HOST NOTICES - P)ICKUP W)AIT-REPORT "
001860             "B)ROWSE Q)UIT".
001870         MOVE SPACES TO WS-FUNCTION-CODE.
001880         ACCEPT WS-FUNCTION-CODE.
001890
001900         EVALUATE TRUE
001910             WHEN WS-FUNC-PICKUP
001920                 PERFORM 3000-RECORD-PICKUP THRU 3000-EXIT
001930             WHEN WS-FUNC-WAIT-RPT
001940                 PERFORM 3900-ACCEPT-REPORT-DATE THRU 3900-EXIT
001950                 PERFORM 4000-WAIT-REPORT THRU 4000-EXIT
001960             WHEN WS-FUNC-BROWSE
001970                 PERFORM 6000-BROWSE-RECORDS THRU 6000-EXIT
001980             WHEN WS-FUNC-QUIT
001990                 MOVE "N" TO WS-MORE-TRANS-SW
002000             WHEN OTHER
002010                 DISPLAY "INVALID FUNCTION CODE, PLEASE RE-ENTER"
002020     END-EVALUATE.
002030
002040 2000-EXIT.
002050     EXIT.
002060
002070******************************************************************
002080*    3000-RECORD-PICKUP - STAMP THE PICKUP TIME ON TODAY'S       *
002090*    NOTICE FOR THE NAMED VISITOR.  A NOTICE ALREADY PICKED UP   *
002100*    IS REPORTED, NOT RE-STAMPED, SO THE ORIGINAL PICKUP TIME    *
002110*    IS PRESERVED.                                               *
002120******************************************************************
002130 3000-RECORD-PICKUP.
002140
002150         DISPLAY "ENTER VISITOR LAST NAME (20 CHARACTERS):".
002160         MOVE SPACES TO WS-LAST-IN.
002170         ACCEPT WS-LAST-IN.
002180         DISPLAY "ENTER VISITOR FIRST NAME (15 CHARACTERS):".
002190         MOVE SPACES TO WS-FIRST-IN.
002200         ACCEPT WS-FIRST-IN.
002210
002220         MOVE WS-RUN-DATE TO HN-ARRIVE-DATE.
002230         MOVE WS-LAST-IN TO HN-LAST.
002240         MOVE WS-FIRST-IN TO HN-FIRST.
002250         READ GREETHAN-FILE
002260             KEY IS HN-NOTICE-KEY
002270             INVALID KEY
002280                 DISPLAY "NO NOTICE TODAY FOR " WS-FIRST-IN " "
002290                     WS-LAST-IN
002300                 GO TO 3000-EXIT
002310     END-READ.
002320
002330         IF HN-PICKED-UP
002340             DISPLAY "ALREADY PICKED UP AT " HN-PICKUP-TIME
002350             GO TO 3000-EXIT
002360     END-IF.
002370
002380         ACCEPT HN-PICKUP-TIME FROM TIME.
002390         SET HN-PICKED-UP TO TRUE.
002400
002410         REWRITE HOST-NOTICE-RECORD
002420             INVALID KEY
002430                 DISPLAY "REWRITE FAILED, STATUS " WS-HAN-STATUS
002440                 GO TO 3000-EXIT
002450     END-REWRITE.
002460
002470         MOVE HN-PICKUP-TIME TO WS-TIME-WORK.
002480         PERFORM 5000-COMPUTE-WAIT THRU 5000-EXIT.
002490         MOVE WS-WAIT-MINUTES TO WS-WAIT-DISP.
002500         DISPLAY HN-FIRST " PICKED UP BY " HN-HOST-NAME
002510             " AFTER " WS-WAIT-DISP " MINUTES".
002520
002530 3000-EXIT.
002540     EXIT.
002550
002560******************************************************************
002570*    3900-ACCEPT-REPORT-DATE - ASK WHICH DAY TO REPORT ON.       *
002580*    BLANK OR NOT A DATE MEANS TODAY.                            *
002590******************************************************************
002600 3900-ACCEPT-REPORT-DATE.
002610
002620         DISPLAY "ENTER REPORT DATE (YYYYMMDD), OR PRESS ENTER "
002630             "FOR TODAY:".
002640         MOVE SPACES TO WS-DATE-IN.
002650         ACCEPT WS-DATE-IN.
002660         IF WS-DATE-IN IS NUMERIC
002670             MOVE WS-DATE-IN TO WS-REPORT-DATE
002680         ELSE
002690             MOVE WS-RUN-DATE TO WS-REPORT-DATE
002700     END-IF.
002710
002720 3900-EXIT.
002730     EXIT.
002740
002750******************************************************************
002760*    4000-WAIT-REPORT - LOAD THE REPORT DATE'S NOTICES INTO      *
002770*    NOTICE-TABLE WITH THEIR WAIT IN MINUTES, SORT THE TABLE     *
002780*    LONGEST WAIT FIRST, AND PRINT IT TO GREETHNR.  A NOTICE     *
002790*    STILL WAITING TODAY IS TIMED TO THE CURRENT CLOCK AND       *
002800*    FLAGGED; ONE LEFT WAITING ON AN EARLIER DAY HAS NO PICKUP   *
002810*    TO TIME AGAINST, SO IT IS FLAGGED WITH A ZERO WAIT.         *
002820******************************************************************
002830 4000-WAIT-REPORT.
002840
002850         MOVE ZERO TO WS-NT-CT.
002860         MOVE ZERO TO WS-PICKED-COUNT.
002870         MOVE ZERO TO WS-WAITING-COUNT.
002880         MOVE ZERO TO WS-TOTAL-WAIT.
002890         ACCEPT WS-NOW-TIME FROM TIME.
002900
002910         MOVE "N" TO WS-BROWSE-EOF-SW.
002920         MOVE LOW-VALUES TO HN-NOTICE-KEY.
002930         MOVE WS-REPORT-DATE TO HN-ARRIVE-DATE.
002940         START GREETHAN-FILE KEY IS NOT LESS THAN HN-NOTICE-KEY
002950             INVALID KEY
002960                 MOVE "Y" TO WS-BROWSE-EOF-SW
002970     END-START.
002980
002990         PERFORM 4100-LOAD-ONE-NOTICE THRU 4100-EXIT
003000             UNTIL WS-BROWSE-EOF.
003010
003020         IF WS-NT-CT > 1
003030             SET WS-SWAPPED TO TRUE
003040             PERFORM 7100-SORT-ONE-PASS THRU 7100-EXIT
003050                 UNTIL NOT WS-SWAPPED
003060     END-IF.
003070
003080         OPEN OUTPUT REPORT-FILE.
003090
003100         MOVE SPACES TO WS-PRINT-LINE.
003110         STRING "HOST PICKUP WAIT REPORT FOR "
003120             DELIMITED BY SIZE
003130             WS-REPORT-DATE DELIMITED BY SIZE
003140             " - LONGEST WAIT FIRST" DELIMITED BY SIZE
003150             INTO WS-PRINT-LINE.
003160         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
003170         MOVE SPACES TO WS-PRINT-LINE.
003180         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
003190         MOVE "WAIT  HOST                 EXT    VISITOR"
003200             TO WS-PRINT-LINE.
003210         MOVE "ARRIVED" TO WS-PRINT-LINE (73:7).
003220         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
003230         MOVE "(MIN) * = NOT YET PICKED UP" TO WS-PRINT-LINE.
003240         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
003250         MOVE SPACES TO WS-PRINT-LINE.
003260         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
003270
003280         IF WS-NT-CT = ZERO
003290             MOVE "  NO HOST-ARRIVAL NOTICES FOR THIS DATE"
003300                 TO WS-PRINT-LINE
003310             WRITE REPORT-RECORD FROM WS-PRINT-LINE
003320         ELSE
003330             PERFORM 4200-PRINT-ONE-NOTICE THRU 4200-EXIT
003340                 VARYING WS-NT-SUB FROM 1 BY 1
003350                 UNTIL WS-NT-SUB > WS-NT-CT
003360     END-IF.
003370
003380         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003390
003400         CLOSE REPORT-FILE.
003410
003420 4000-EXIT.
003430     EXIT.
003440
003450******************************************************************
003460*    4100-LOAD-ONE-NOTICE - READ THE NEXT NOTICE; STOP AT THE    *
003470*    FIRST ONE PAST THE REPORT DATE.  PAST 500 NOTICES IN ONE    *
003480*    DAY THE LOAD STOPS WITH A WARNING.                          *
003490******************************************************************
003500 4100-LOAD-ONE-NOTICE.
003510
003520         READ GREETHAN-FILE NEXT RECORD
003530             AT END
003540                 MOVE "Y" TO WS-BROWSE-EOF-SW
003550                 GO TO 4100-EXIT
003560     END-READ.
003570
003580         IF HN-ARRIVE-DATE NOT = WS-REPORT-DATE
003590             MOVE "Y" TO WS-BROWSE-EOF-SW
003600             GO TO 4100-EXIT
003610     END-IF.
003620
003630         IF WS-NT-CT >= WS-NT-MAX
003640             DISPLAY "MORE THAN " WS-NT-MAX " NOTICES FOR "
003650                 WS-REPORT-DATE " - REPORT LIMITED TO THE FIRST "
003660                 WS-NT-MAX
003670             MOVE "Y" TO WS-BROWSE-EOF-SW
003680             GO TO 4100-EXIT
003690     END-IF.
003700
003710         IF HN-PICKED-UP
003720             ADD 1 TO WS-PICKED-COUNT
003730             MOVE HN-PICKUP-TIME TO WS-TIME-WORK
003740             PERFORM 5000-COMPUTE-WAIT THRU 5000-EXIT
003750             ADD WS-WAIT-MINUTES TO WS-TOTAL-WAIT
003760         ELSE
003770             ADD 1 TO WS-WAITING-COUNT
003780             IF HN-ARRIVE-DATE = WS-RUN-DATE
003790                 MOVE WS-NOW-TIME TO WS-TIME-WORK
003800                 PERFORM 5000-COMPUTE-WAIT THRU 5000-EXIT
003810             ELSE
003820                 MOVE ZERO TO WS-WAIT-MINUTES
003830         END-IF
003840     END-IF.
003850
003860         ADD 1 TO WS-NT-CT.
003870         MOVE WS-WAIT-MINUTES TO NT-WAIT-MINUTES (WS-NT-CT).
003880         MOVE HN-NOTICE-STATUS TO NT-STATUS (WS-NT-CT).
003890         MOVE HN-HOST-NAME TO NT-HOST-NAME (WS-NT-CT).
003900         MOVE HN-PHONE-EXT TO NT-PHONE-EXT (WS-NT-CT).
003910         MOVE HN-LAST TO NT-LAST (WS-NT-CT).
003920         MOVE HN-FIRST TO NT-FIRST (WS-NT-CT).
003930         MOVE HN-ARRIVE-TIME TO NT-ARRIVE-TIME (WS-NT-CT).
003940
003950 4100-EXIT.
003960     EXIT.
003970
003980******************************************************************
003990*    4200-PRINT-ONE-NOTICE - PRINT ONE TABLE ENTRY.  THE         *
004000*    ARRIVAL TIME IS SHOWN AS HHMM.                              *
004010******************************************************************
004020 4200-PRINT-ONE-NOTICE.
004030
004040         MOVE NT-WAIT-MINUTES (WS-NT-SUB) TO WS-WAIT-DISP.
004050         MOVE NT-ARRIVE-TIME (WS-NT-SUB) TO WS-TIME-WORK.
004060         MOVE SPACES TO WS-PRINT-LINE.
004070         MOVE WS-WAIT-DISP TO WS-PRINT-LINE (1:5).
004080         IF NT-STATUS (WS-NT-SUB) NOT = "P"
004090             MOVE "*" TO WS-PRINT-LINE (6:1)
004100     END-IF.
004110         MOVE NT-HOST-NAME (WS-NT-SUB) TO WS-PRINT-LINE (7:20).
004120         MOVE NT-PHONE-EXT (WS-NT-SUB) TO WS-PRINT-LINE (28:6).
004130         MOVE NT-LAST (WS-NT-SUB) TO WS-PRINT-LINE (35:20).
004140         MOVE NT-FIRST (WS-NT-SUB) TO WS-PRINT-LINE (56:15).
004150         MOVE WS-TIME-HOUR TO WS-PRINT-LINE (73:2).
004160         MOVE WS-TIME-MIN TO WS-PRINT-LINE (75:2).
004170         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
004180
004190 4200-EXIT.
004200     EXIT.
004210
004220******************************************************************
004230*    5000-COMPUTE-WAIT - MINUTES FROM THE CURRENT NOTICE'S       *
004240*    ARRIVAL TO THE CLOCK TIME STAGED IN WS-TIME-WORK (HHMMSSCC).*
004250*    A PICKUP AFTER MIDNIGHT WRAPS ROUND THE 1440-MINUTE DAY.    *
004260******************************************************************
004270 5000-COMPUTE-WAIT.
004280
004290         PERFORM 5100-TIME-TO-MINUTES THRU 5100-EXIT.
004300         MOVE WS-TIME-MINUTES TO WS-WAIT-MINUTES.
004310
004320         MOVE HN-ARRIVE-TIME TO WS-TIME-WORK.
004330         PERFORM 5100-TIME-TO-MINUTES THRU 5100-EXIT.
004340         MOVE WS-TIME-MINUTES TO WS-ARRIVE-MINUTES.
004350
004360         IF WS-WAIT-MINUTES < WS-ARRIVE-MINUTES
004370             ADD 1440 TO WS-WAIT-MINUTES
004380     END-IF.
004390         SUBTRACT WS-ARRIVE-MINUTES FROM WS-WAIT-MINUTES.
004400
004410 5000-EXIT.
004420     EXIT.
004430
004440******************************************************************
004450*    5100-TIME-TO-MINUTES - CONVERT THE HHMM PART OF             *
004460*    WS-TIME-WORK TO MINUTES PAST MIDNIGHT.                      *
004470******************************************************************
004480 5100-TIME-TO-MINUTES.
004490
004500         COMPUTE WS-TIME-MINUTES =
004510             (WS-TIME-HOUR * 60) + WS-TIME-MIN.
004520
004530 5100-EXIT.
004540     EXIT.
004550
004560******************************************************************
004570*    6000-BROWSE-RECORDS - LIST EVERY NOTICE IN KEY SEQUENCE     *
004580*    (BY DATE, THEN VISITOR LAST/FIRST NAME).                    *
004590******************************************************************
004600 6000-BROWSE-RECORDS.
004610
004620         MOVE "N" TO WS-BROWSE-EOF-SW.
004630         MOVE LOW-VALUES TO HN-NOTICE-KEY.
004640         START GREETHAN-FILE KEY IS NOT LESS THAN HN-NOTICE-KEY
004650             INVALID KEY
004660                 DISPLAY "NO NOTICES ON FILE"
004670                 MOVE "Y" TO WS-BROWSE-EOF-SW
004680     END-START.
004690
004700         PERFORM 6100-BROWSE-ONE-RECORD THRU 6100-EXIT
004710             UNTIL WS-BROWSE-EOF.
004720
004730 6000-EXIT.
004740     EXIT.
004750
004760******************************************************************
004770*    6100-BROWSE-ONE-RECORD - READ AND DISPLAY THE NEXT NOTICE   *
004780*    IN SEQUENCE.                                                *
004790******************************************************************
004800 6100-BROWSE-ONE-RECORD.
004810
004820         READ GREETHAN-FILE NEXT RECORD
004830             AT END
004840                 MOVE "Y" TO WS-BROWSE-EOF-SW
004850             NOT AT END
004860                 DISPLAY HN-ARRIVE-DATE " " HN-ARRIVE-TIME " "
004870                     HN-LAST " " HN-FIRST " HOST " HN-HOST-NAME
004880                     " EXT " HN-PHONE-EXT " " HN-NOTICE-STATUS
004890                     " " HN-PICKUP-TIME
004900     END-READ.
004910
004920 6100-EXIT.
004930     EXIT.
004940
004950******************************************************************
004960*    7100-SORT-ONE-PASS - ONE EXCHANGE PASS OVER THE NOTICE      *
004970*    TABLE.  PASSES REPEAT UNTIL A PASS MAKES NO EXCHANGE.       *
004980******************************************************************
004990 7100-SORT-ONE-PASS.
005000
005010         MOVE "N" TO WS-SWAPPED-SW.
005020         PERFORM 7150-COMPARE-ONE-PAIR THRU 7150-EXIT
005030             VARYING WS-SORT-SUB FROM 1 BY 1
005040             UNTIL WS-SORT-SUB >= WS-NT-CT.
005050
005060 7100-EXIT.
005070     EXIT.
005080
005090******************************************************************
005100*    7150-COMPARE-ONE-PAIR - EXCHANGE TWO ADJACENT TABLE         *
005110*    ENTRIES WHEN THE SECOND HAS THE LONGER WAIT.                *
005120******************************************************************
005130 7150-COMPARE-ONE-PAIR.
005140
005150         COMPUTE WS-SORT-SUB2 = WS-SORT-SUB + 1.
005160         IF NT-WAIT-MINUTES (WS-SORT-SUB2) >
005170             NT-WAIT-MINUTES (WS-SORT-SUB)
005180             MOVE NOTICE-TABLE-ENTRY (WS-SORT-SUB)
005190                 TO WS-SWAP-ENTRY
005200             MOVE NOTICE-TABLE-ENTRY (WS-SORT-SUB2)
005210                 TO NOTICE-TABLE-ENTRY (WS-SORT-SUB)
005220             MOVE WS-SWAP-ENTRY
005230                 TO NOTICE-TABLE-ENTRY (WS-SORT-SUB2)
005240             SET WS-SWAPPED TO TRUE
005250     END-IF.
005260
005270 7150-EXIT.
005280     EXIT.
005290
005300******************************************************************
005310*    8000-PRINT-TOTALS - NOTICES RAISED, PICKED UP AND STILL     *
005320*    WAITING, WITH THE AVERAGE WAIT OF THE ONES PICKED UP.       *
005330******************************************************************
005340 8000-PRINT-TOTALS.
005350
005360         MOVE SPACES TO WS-PRINT-LINE.
005370         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005380
005390         MOVE WS-NT-CT TO WS-COUNT-DISP.
005400         MOVE SPACES TO WS-PRINT-LINE.
005410         STRING "NOTICES RAISED  . . . . . . . "
005420             DELIMITED BY SIZE
005430             WS-COUNT-DISP DELIMITED BY SIZE
005440             INTO WS-PRINT-LINE.
005450         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005460
005470         MOVE WS-PICKED-COUNT TO WS-COUNT-DISP.
005480         MOVE SPACES TO WS-PRINT-LINE.
005490         STRING "VISITORS PICKED UP  . . . . . "
005500             DELIMITED BY SIZE
005510             WS-COUNT-DISP DELIMITED BY SIZE
005520             INTO WS-PRINT-LINE.
005530         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005540
005550         MOVE WS-WAITING-COUNT TO WS-COUNT-DISP.
005560         MOVE SPACES TO WS-PRINT-LINE.
005570         STRING "NOT YET PICKED UP . . . . . . "
005580             DELIMITED BY SIZE
005590             WS-COUNT-DISP DELIMITED BY SIZE
005600             INTO WS-PRINT-LINE.
005610         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005620
005630         MOVE ZERO TO WS-AVERAGE-WAIT.
005640         IF WS-PICKED-COUNT > ZERO
005650             DIVIDE WS-TOTAL-WAIT BY WS-PICKED-COUNT
005660                 GIVING WS-AVERAGE-WAIT
005670     END-IF.
005680         MOVE WS-AVERAGE-WAIT TO WS-COUNT-DISP.
005690         MOVE SPACES TO WS-PRINT-LINE.
005700         STRING "AVERAGE WAIT (MINUTES)  . . . "
005710             DELIMITED BY SIZE
005720             WS-COUNT-DISP DELIMITED BY SIZE
005730             INTO WS-PRINT-LINE.
005740         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005750
005760         DISPLAY "NOTICES RAISED . . . " WS-NT-CT.
005770         DISPLAY "PICKED UP  . . . . . " WS-PICKED-COUNT.
005780         DISPLAY "NOT YET PICKED UP  . " WS-WAITING-COUNT.
005790
005800 8000-EXIT.
005810     EXIT.
005820
005830******************************************************************
005840*    9000-TERMINATE - CLOSE FILES.                               *
005850******************************************************************
005860 9000-TERMINATE.
005870
005880         IF WS-HAN-OPENED
005890             CLOSE GREETHAN-FILE
005900     END-IF.
005910
005920 9000-EXIT.
005930     EXIT.
005940
005950 END PROGRAM GREETHNT.
