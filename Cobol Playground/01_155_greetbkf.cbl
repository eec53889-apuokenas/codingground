000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID :  GREETBKF                                     *
000040*    AUTHOR     :  M. KAVALIAUSKAS                               *
000050*    INSTALLATION: VISITOR SERVICES                              *
000060*    DATE-WRITTEN: 2026-10-15                                    *
000070*    DATE-COMPILED:                                              *
000080*    PURPOSE    :  APPLY THE NIGHTLY BOOKFEED EXTRACT FROM THE   *
000090*                  MEETING/ROOM-BOOKING SYSTEM TO GREETAPT, SO   *
000100*                  THE DESK NO LONGER RE-KEYS EVERY BOOKED       *
000110*                  VISITOR INTO GREETAMN.  EACH DETAIL ADDS OR   *
000120*                  CANCELS ONE APPOINTMENT KEYED ON DATE PLUS    *
000130*                  LAST/FIRST NAME, WITH THE HOST CHECKED ON     *
000140*                  THE GREETHST DIRECTORY THE SAME WAY GREETAMN  *
000150*                  CHECKS IT.  A DETAIL THAT CANNOT BE APPLIED   *
000160*                  GOES TO THE GREETBSP SUSPENSE FILE WITH A     *
000170*                  REASON CODE, AND THE APPLY REPORT PROVES THE  *
000180*                  RUN OUT: DETAILS READ MUST EQUAL ADDED PLUS   *
000190*                  CANCELLED PLUS REJECTED, AND THE TRAILER      *
000200*                  COUNT MUST MATCH THE DETAILS READ.            *
000210*                                                                *
000220*    MODIFICATION HISTORY                                       *
000230*    ------------------------------------------------------     *
000240*    DATE       INIT  DESCRIPTION                                *
000250*    ---------- ----  -------------------------------------      *
000260*    2026-10-15 MK    ORIGINAL PROGRAM.                          *
000270*                                                                *
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300     PROGRAM-ID.   GREETBKF AS "GREETBKF".
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
000410         SELECT BOOKFEED-FILE ASSIGN TO "BOOKFEED"
000420             ORGANIZATION IS SEQUENTIAL
000430             FILE STATUS IS WS-BKF-STATUS.
000440
000450         SELECT GREETAPT-FILE ASSIGN TO "GREETAPT"
000460             ORGANIZATION IS INDEXED
000470             ACCESS MODE IS DYNAMIC
000480             RECORD KEY IS AP-APPT-KEY
000490             FILE STATUS IS WS-APT-STATUS.
000500
000510         SELECT GREETHST-FILE ASSIGN TO "GREETHST"
000520             ORGANIZATION IS INDEXED
000530             ACCESS MODE IS DYNAMIC
000540             RECORD KEY IS HO-HOST-ID
000550             FILE STATUS IS WS-HST-STATUS.
000560
000570         SELECT GREETBSP-FILE ASSIGN TO "GREETBSP"
000580             ORGANIZATION IS SEQUENTIAL
000590             FILE STATUS IS WS-BSP-STATUS.
000600
000610         SELECT REPORT-FILE ASSIGN TO "GREETBKR"
000620             ORGANIZATION IS SEQUENTIAL
000630             FILE STATUS IS WS-RPT-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670
000680 FD  BOOKFEED-FILE
000690         LABEL RECORDS ARE STANDARD.
000700     COPY BKFREC.
000710
000720 FD  GREETAPT-FILE
000730         LABEL RECORDS ARE STANDARD.
000740     COPY APPTREC.
000750
000760 FD  GREETHST-FILE
000770         LABEL RECORDS ARE STANDARD.
000780     COPY HOSTREC.
000790
000800 FD  GREETBSP-FILE
000810         LABEL RECORDS ARE STANDARD.
000820     COPY BSUSREC.
000830
000840 FD  REPORT-FILE
000850         LABEL RECORDS ARE STANDARD.
000860 01  REPORT-RECORD                   PIC X(080).
000870
000880 WORKING-STORAGE SECTION.
000890 77  WS-BKF-STATUS               PIC X(02) VALUE SPACES.
000900 77  WS-APT-STATUS               PIC X(02) VALUE SPACES.
000910 77  WS-HST-STATUS               PIC X(02) VALUE SPACES.
000920 77  WS-BSP-STATUS               PIC X(02) VALUE SPACES.
000930 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
000940 01  WS-BKF-EOF-SW               PIC X(01) VALUE "N".
000950     88  WS-BKF-EOF                        VALUE "Y".
000960 01  WS-BKF-OPEN-SW              PIC X(01) VALUE "N".
000970     88  WS-BKF-OPENED                     VALUE "Y".
000980 01  WS-APT-OPEN-SW              PIC X(01) VALUE "N".
000990     88  WS-APT-OPENED                     VALUE "Y".
001000 01  WS-HST-OPEN-SW              PIC X(01) VALUE "N".
001010     88  WS-HST-OPENED                     VALUE "Y".
001020 77  WS-FILE-DATE                PIC 9(08) VALUE ZERO.
001030 77  WS-FILE-TIME                PIC 9(08) VALUE ZERO.
001040 77  WS-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
001050 77  WS-ADDED-COUNT              PIC 9(08) COMP VALUE ZERO.
001060 77  WS-CANCEL-COUNT             PIC 9(08) COMP VALUE ZERO.
001070 77  WS-REJECT-COUNT             PIC 9(08) COMP VALUE ZERO.
001080 77  WS-TRAILER-COUNT            PIC 9(08) VALUE ZERO.
001090 77  WS-SUSPEND-REASON           PIC X(03) VALUE SPACES.
001100 77  WS-COUNT-DISP               PIC Z(07)9.
001110 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001120 01  WS-PRINT-LINE               PIC X(080) VALUE SPACES.
001130
001140 PROCEDURE DIVISION.
001150
001160******************************************************************
001170*    0000-MAINLINE                                               *
001180******************************************************************
001190 0000-MAINLINE.
001200
001210         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001220
001230         IF WS-BKF-OPENED AND WS-APT-OPENED
001240             PERFORM 3100-READ-BOOKING THRU 3100-EXIT
001250             PERFORM 3200-PROCESS-ONE-BOOKING THRU 3200-EXIT
001260                 UNTIL WS-BKF-EOF
001270     END-IF.
001280
001290         PERFORM 8000-PROVE-TOTALS THRU 8000-EXIT.
001300         PERFORM 9000-TERMINATE THRU 9000-EXIT.
001310
001320         STOP RUN.
001330
001340******************************************************************
001350*    1000-INITIALIZE - OPEN THE BOOKING EXTRACT, THE APPOINTMENT *
001360*    FILE, THE HOST DIRECTORY, THE SUSPENSE FILE AND THE APPLY   *
001370*    REPORT.  A MISSING BOOKFEED MEANS THE BOOKING SYSTEM SENT   *
001380*    NOTHING TONIGHT AND THE RUN REPORTS ZERO.  GREETAPT IS      *
001390*    CREATED IF IT DOES NOT EXIST YET, AS GREETAMN DOES.  WITH   *
001400*    NO HOST DIRECTORY NO BOOKING CAN BE ADDED, SO EVERY ADD IS  *
001410*    REJECTED AS HOST UNKNOWN - CANCELS STILL APPLY.             *
001420******************************************************************
001430 1000-INITIALIZE.
001440
001450         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001460
001470         OPEN INPUT BOOKFEED-FILE.
001480         IF WS-BKF-STATUS = "00"
001490             SET WS-BKF-OPENED TO TRUE
001500         ELSE
001510             DISPLAY "BOOKFEED NOT AVAILABLE, STATUS "
001520                 WS-BKF-STATUS
001530                 " - NO BOOKING EXTRACT TONIGHT"
001540     END-IF.
001550
001560         OPEN I-O GREETAPT-FILE.
001570         IF WS-APT-STATUS = "35" OR WS-APT-STATUS = "05"
001580             CLOSE GREETAPT-FILE
001590             OPEN OUTPUT GREETAPT-FILE
001600             CLOSE GREETAPT-FILE
001610             OPEN I-O GREETAPT-FILE
001620     END-IF.
001630         IF WS-APT-STATUS = "00"
001640             SET WS-APT-OPENED TO TRUE
001650         ELSE
001660             DISPLAY "GREETAPT NOT AVAILABLE, STATUS "
001670                 WS-APT-STATUS
001680                 " - NO BOOKINGS APPLIED"
001690     END-IF.
001700
001710         OPEN INPUT GREETHST-FILE.
001720         IF WS-HST-STATUS = "00"
001730             SET WS-HST-OPENED TO TRUE
001740         ELSE
001750             DISPLAY "GREETHST NOT AVAILABLE, STATUS "
001760                 WS-HST-STATUS
001770                 " - BOOKINGS CANNOT BE ADDED"
001780     END-IF.
001790
001800         OPEN EXTEND GREETBSP-FILE.
001810         IF WS-BSP-STATUS = "35" OR WS-BSP-STATUS = "05"
001820             CLOSE GREETBSP-FILE
001830             OPEN OUTPUT GREETBSP-FILE
001840     END-IF.
001850
001860         OPEN OUTPUT REPORT-FILE.
001870
001880         MOVE SPACES TO WS-PRINT-LINE.
001890         STRING "MEETING BOOKING APPLY REPORT FOR "
001900             DELIMITED BY SIZE
001910             WS-RUN-DATE DELIMITED BY SIZE
001920             INTO WS-PRINT-LINE.
001930         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
001940         MOVE SPACES TO WS-PRINT-LINE.
001950         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
001960
001970 1000-EXIT.
001980     EXIT.
001990
002000******************************************************************
002010*    3100-READ-BOOKING - PRIMING AND SUBSEQUENT READS OF         *
002020*    BOOKFEED.                                                   *
002030******************************************************************
002040 3100-READ-BOOKING.
002050
002060         READ BOOKFEED-FILE
002070             AT END
002080                 SET WS-BKF-EOF TO TRUE
002090     END-READ.
002100
002110 3100-EXIT.
002120     EXIT.
002130
002140******************************************************************
002150*    3200-PROCESS-ONE-BOOKING - ROUTE THE CURRENT BOOKING        *
002160*    RECORD BY ITS TYPE, THEN READ THE NEXT ONE.  THE HEADER'S   *
002170*    EXTRACT DATE AND TIME GO ON THE APPLY REPORT.               *
002180******************************************************************
002190 3200-PROCESS-ONE-BOOKING.
002200
002210         EVALUATE TRUE
002220             WHEN BF-HEADER-RECORD
002230                 MOVE BF-FILE-DATE TO WS-FILE-DATE
002240                 MOVE BF-FILE-TIME TO WS-FILE-TIME
002250                 MOVE SPACES TO WS-PRINT-LINE
002260                 STRING "BOOKFEED EXTRACT CUT "
002270                     DELIMITED BY SIZE
002280                     WS-FILE-DATE DELIMITED BY SIZE
002290                     " " DELIMITED BY SIZE
002300                     WS-FILE-TIME DELIMITED BY SIZE
002310                     INTO WS-PRINT-LINE
002320                 WRITE REPORT-RECORD FROM WS-PRINT-LINE
002330                 MOVE SPACES TO WS-PRINT-LINE
002340                 WRITE REPORT-RECORD FROM WS-PRINT-LINE
002350             WHEN BF-DETAIL-RECORD
002360                 ADD 1 TO WS-READ-COUNT
002370                 PERFORM 4000-APPLY-ONE-BOOKING THRU 4000-EXIT
002380             WHEN BF-TRAILER-RECORD
002390                 MOVE BF-RECORD-COUNT TO WS-TRAILER-COUNT
002400     END-EVALUATE.
002410
002420         PERFORM 3100-READ-BOOKING THRU 3100-EXIT.
002430
002440 3200-EXIT.
002450     EXIT.
002460
002470******************************************************************
002480*    4000-APPLY-ONE-BOOKING - EDIT ONE BOOKING DETAIL AND ROUTE  *
002490*    IT TO THE ADD OR CANCEL.  THE DATE MUST BE A REAL YYYYMMDD  *
002500*    DATE NO EARLIER THAN TONIGHT'S RUN - A BOOKING FOR A DAY    *
002510*    ALREADY GONE CANNOT BE MET - AND BOTH NAMES MUST BE         *
002520*    PRESENT, SINCE TOGETHER THEY MAKE THE APPOINTMENT KEY.      *
002530******************************************************************
002540 4000-APPLY-ONE-BOOKING.
002550
002560         IF BF-APPT-DATE IS NOT NUMERIC
002570             MOVE "DTE" TO WS-SUSPEND-REASON
002580             PERFORM 5000-SUSPEND-BOOKING THRU 5000-EXIT
002590             GO TO 4000-EXIT
002600     END-IF.
002610
002620         IF BF-APPT-MONTH < 1 OR BF-APPT-MONTH > 12
002630             OR BF-APPT-DAY < 1 OR BF-APPT-DAY > 31
002640             OR BF-APPT-DATE < WS-RUN-DATE
002650             MOVE "DTE" TO WS-SUSPEND-REASON
002660             PERFORM 5000-SUSPEND-BOOKING THRU 5000-EXIT
002670             GO TO 4000-EXIT
002680     END-IF.
002690
002700         IF BF-LAST = SPACES OR BF-FIRST = SPACES
002710             MOVE "NAM" TO WS-SUSPEND-REASON
002720             PERFORM 5000-SUSPEND-BOOKING THRU 5000-EXIT
002730             GO TO 4000-EXIT
002740     END-IF.
002750
002760         EVALUATE TRUE
002770             WHEN BF-ADD-BOOKING
002780                 PERFORM 4100-ADD-APPOINTMENT THRU 4100-EXIT
002790             WHEN BF-CANCEL-BOOKING
002800                 PERFORM 4200-CANCEL-APPOINTMENT THRU 4200-EXIT
002810             WHEN OTHER
002820                 MOVE "ACT" TO WS-SUSPEND-REASON
002830                 PERFORM 5000-SUSPEND-BOOKING THRU 5000-EXIT
002840     END-EVALUATE.
002850
002860 4000-EXIT.
002870     EXIT.
002880
002890******************************************************************
002900*    4100-ADD-APPOINTMENT - ADD THE BOOKED VISITOR TO GREETAPT.  *
002910*    REJECTED IF THE VISITOR ALREADY HAS AN APPOINTMENT ON THE   *
002920*    DATE (WHETHER KEYED AT THE DESK OR SENT ON AN EARLIER       *
002930*    FEED), IF THE EXPECTED TIME IS NOT A VALID HHMM, OR IF THE  *
002940*    HOST IS NOT ON THE GREETHST DIRECTORY.  THE HOST NAME IS    *
002950*    TAKEN FROM THE DIRECTORY, NOT FROM THE BOOKING SYSTEM.      *
002960******************************************************************
002970 4100-ADD-APPOINTMENT.
002980
002990         MOVE BF-APPT-DATE TO AP-APPT-DATE.
003000         MOVE BF-LAST TO AP-LAST.
003010         MOVE BF-FIRST TO AP-FIRST.
003020
003030         READ GREETAPT-FILE
003040             KEY IS AP-APPT-KEY
003050             INVALID KEY
003060                 CONTINUE
003070     END-READ.
003080
003090         IF WS-APT-STATUS = "00"
003100             MOVE "DUP" TO WS-SUSPEND-REASON
003110             PERFORM 5000-SUSPEND-BOOKING THRU 5000-EXIT
003120             GO TO 4100-EXIT
003130     END-IF.
003140
003150         IF BF-EXPECT-TIME IS NOT NUMERIC
003160             MOVE "TIM" TO WS-SUSPEND-REASON
003170             PERFORM 5000-SUSPEND-BOOKING THRU 5000-EXIT
003180             GO TO 4100-EXIT
003190     END-IF.
003200
003210         IF BF-EXPECT-TIME (1:2) > "23"
003220             OR BF-EXPECT-TIME (3:2) > "59"
003230             MOVE "TIM" TO WS-SUSPEND-REASON
003240             PERFORM 5000-SUSPEND-BOOKING THRU 5000-EXIT
003250             GO TO 4100-EXIT
003260     END-IF.
003270
003280         IF NOT WS-HST-OPENED OR BF-HOST-ID = SPACES
003290             MOVE "HST" TO WS-SUSPEND-REASON
003300             PERFORM 5000-SUSPEND-BOOKING THRU 5000-EXIT
003310             GO TO 4100-EXIT
003320     END-IF.
003330
003340         MOVE BF-HOST-ID TO HO-HOST-ID.
003350         READ GREETHST-FILE
003360             KEY IS HO-HOST-ID
003370             INVALID KEY
003380                 MOVE "HST" TO WS-SUSPEND-REASON
003390                 PERFORM 5000-SUSPEND-BOOKING THRU 5000-EXIT
003400                 GO TO 4100-EXIT
003410     END-READ.
003420
003430         MOVE SPACES TO GREETAPT-RECORD.
003440         MOVE BF-APPT-DATE TO AP-APPT-DATE.
003450         MOVE BF-LAST TO AP-LAST.
003460         MOVE BF-FIRST TO AP-FIRST.
003470         MOVE BF-EXPECT-TIME TO AP-EXPECT-TIME.
003480         MOVE HO-HOST-ID TO AP-HOST-ID.
003490         MOVE HO-HOST-NAME TO AP-HOST-NAME.
003500         SET AP-EXPECTED TO TRUE.
003510
003520         WRITE GREETAPT-RECORD
003530             INVALID KEY
003540                 DISPLAY "GREETAPT WRITE FAILED, STATUS "
003550                     WS-APT-STATUS
003560                 MOVE "DUP" TO WS-SUSPEND-REASON
003570                 PERFORM 5000-SUSPEND-BOOKING THRU 5000-EXIT
003580                 GO TO 4100-EXIT
003590     END-WRITE.
003600
003610         ADD 1 TO WS-ADDED-COUNT.
003620
003630 4100-EXIT.
003640     EXIT.
003650
003660******************************************************************
003670*    4200-CANCEL-APPOINTMENT - REMOVE THE BOOKED APPOINTMENT BY  *
003680*    ITS KEY, AS GREETAMN'S CANCEL DOES.  A CANCEL WITH NO       *
003690*    APPOINTMENT ON FILE IS REJECTED, AND SO IS ONE FOR A        *
003700*    VISITOR WHO HAS ALREADY ARRIVED - THAT APPOINTMENT IS THE   *
003710*    RECORD OF THE VISIT AND MUST STAY.                          *
003720******************************************************************
003730 4200-CANCEL-APPOINTMENT.
003740
003750         MOVE BF-APPT-DATE TO AP-APPT-DATE.
003760         MOVE BF-LAST TO AP-LAST.
003770         MOVE BF-FIRST TO AP-FIRST.
003780
003790         READ GREETAPT-FILE
003800             KEY IS AP-APPT-KEY
003810             INVALID KEY
003820                 MOVE "NOA" TO WS-SUSPEND-REASON
003830                 PERFORM 5000-SUSPEND-BOOKING THRU 5000-EXIT
003840                 GO TO 4200-EXIT
003850     END-READ.
003860
003870         IF AP-ARRIVED
003880             MOVE "ARV" TO WS-SUSPEND-REASON
003890             PERFORM 5000-SUSPEND-BOOKING THRU 5000-EXIT
003900             GO TO 4200-EXIT
003910     END-IF.
003920
003930         DELETE GREETAPT-FILE
003940             INVALID KEY
003950                 DISPLAY "GREETAPT DELETE FAILED, STATUS "
003960                     WS-APT-STATUS
003970                 MOVE "NOA" TO WS-SUSPEND-REASON
003980                 PERFORM 5000-SUSPEND-BOOKING THRU 5000-EXIT
003990                 GO TO 4200-EXIT
004000     END-DELETE.
004010
004020         ADD 1 TO WS-CANCEL-COUNT.
004030
004040 4200-EXIT.
004050     EXIT.
004060
004070******************************************************************
004080*    5000-SUSPEND-BOOKING - CARRY THE WHOLE BOOKING DETAIL TO    *
004090*    THE SUSPENSE FILE BEHIND THE REASON CODE, AND PRINT AN      *
004100*    EXCEPTION LINE SO THE DESK CAN KEY IT IN GREETAMN OR ASK    *
004110*    THE HOST TO CORRECT THE BOOKING.                            *
004120******************************************************************
004130 5000-SUSPEND-BOOKING.
004140
004150         ADD 1 TO WS-REJECT-COUNT.
004160
004170         MOVE SPACES TO BOOKING-SUSPENSE-RECORD.
004180         MOVE WS-SUSPEND-REASON TO BS-REASON-CODE.
004190         MOVE BOOKING-FEED-RECORD TO BS-BOOKING-DATA.
004200         WRITE BOOKING-SUSPENSE-RECORD.
004210
004220         MOVE SPACES TO WS-PRINT-LINE.
004230         MOVE WS-SUSPEND-REASON TO WS-PRINT-LINE (1:3).
004240         MOVE BF-LAST TO WS-PRINT-LINE (6:20).
004250         MOVE BF-FIRST TO WS-PRINT-LINE (27:15).
004260         MOVE BF-APPT-DATE-X TO WS-PRINT-LINE (43:8).
004270         MOVE BF-ACTION TO WS-PRINT-LINE (52:1).
004280         MOVE "- REJECTED" TO WS-PRINT-LINE (54:10).
004290         MOVE BF-BOOKING-REF TO WS-PRINT-LINE (65:10).
004300         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
004310
004320 5000-EXIT.
004330     EXIT.
004340
004350******************************************************************
004360*    8000-PROVE-TOTALS - THE APPLY MUST PROVE ITSELF: DETAILS    *
004370*    READ MUST EQUAL ADDED PLUS CANCELLED PLUS REJECTED, AND     *
004380*    THE BOOKING SYSTEM'S OWN TRAILER COUNT MUST MATCH THE       *
004390*    DETAILS READ.                                               *
004400******************************************************************
004410 8000-PROVE-TOTALS.
004420
004430         MOVE SPACES TO WS-PRINT-LINE.
004440         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
004450
004460         MOVE WS-READ-COUNT TO WS-COUNT-DISP.
004470         MOVE SPACES TO WS-PRINT-LINE.
004480         STRING "BOOKING DETAILS READ  . . . . "
004490             DELIMITED BY SIZE
004500             WS-COUNT-DISP DELIMITED BY SIZE
004510             INTO WS-PRINT-LINE.
004520         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
004530
004540         MOVE WS-ADDED-COUNT TO WS-COUNT-DISP.
004550         MOVE SPACES TO WS-PRINT-LINE.
004560         STRING "APPOINTMENTS ADDED  . . . . . "
004570             DELIMITED BY SIZE
004580             WS-COUNT-DISP DELIMITED BY SIZE
004590             INTO WS-PRINT-LINE.
004600         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
004610
004620         MOVE WS-CANCEL-COUNT TO WS-COUNT-DISP.
004630         MOVE SPACES TO WS-PRINT-LINE.
004640         STRING "APPOINTMENTS CANCELLED  . . . "
004650             DELIMITED BY SIZE
004660             WS-COUNT-DISP DELIMITED BY SIZE
004670             INTO WS-PRINT-LINE.
004680         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
004690
004700         MOVE WS-REJECT-COUNT TO WS-COUNT-DISP.
004710         MOVE SPACES TO WS-PRINT-LINE.
004720         STRING "DETAILS REJECTED  . . . . . . "
004730             DELIMITED BY SIZE
004740             WS-COUNT-DISP DELIMITED BY SIZE
004750             INTO WS-PRINT-LINE.
004760         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
004770
004780         DISPLAY "DETAILS READ . . . . " WS-READ-COUNT.
004790         DISPLAY "APPOINTMENTS ADDED . " WS-ADDED-COUNT.
004800         DISPLAY "APPTS CANCELLED  . . " WS-CANCEL-COUNT.
004810         DISPLAY "DETAILS REJECTED . . " WS-REJECT-COUNT.
004820
004830         IF WS-READ-COUNT NOT =
004840             WS-ADDED-COUNT + WS-CANCEL-COUNT + WS-REJECT-COUNT
004850             DISPLAY "*** APPLY TOTALS DO NOT PROVE ***"
004860             MOVE SPACES TO WS-PRINT-LINE
004870             MOVE "*** APPLY TOTALS DO NOT PROVE ***"
004880                 TO WS-PRINT-LINE
004890             WRITE REPORT-RECORD FROM WS-PRINT-LINE
004900     END-IF.
004910
004920         IF WS-BKF-OPENED
004930             AND WS-READ-COUNT NOT = WS-TRAILER-COUNT
004940             DISPLAY "*** BOOKFEED TRAILER COUNT "
004950                 WS-TRAILER-COUNT
004960                 " DOES NOT MATCH DETAILS READ ***"
004970             MOVE SPACES TO WS-PRINT-LINE
004980             MOVE "*** BOOKFEED TRAILER COUNT MISMATCH ***"
004990                 TO WS-PRINT-LINE
005000             WRITE REPORT-RECORD FROM WS-PRINT-LINE
005010     END-IF.
005020
005030 8000-EXIT.
005040     EXIT.
005050
005060******************************************************************
005070*    9000-TERMINATE - CLOSE FILES.  BOOKFEED, GREETAPT AND       *
005080*    GREETHST ARE ONLY CLOSED WHEN THEY ACTUALLY OPENED.         *
005090******************************************************************
005100 9000-TERMINATE.
005110
005120         IF WS-BKF-OPENED
005130             CLOSE BOOKFEED-FILE
005140     END-IF.
005150         IF WS-APT-OPENED
005160             CLOSE GREETAPT-FILE
005170     END-IF.
005180         IF WS-HST-OPENED
005190             CLOSE GREETHST-FILE
005200     END-IF.
005210         CLOSE GREETBSP-FILE.
005220         CLOSE REPORT-FILE.
005230
005240 9000-EXIT.
005250     EXIT.
005260
005270 END PROGRAM GREETBKF.
