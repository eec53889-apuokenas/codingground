000210*    DATE       INIT  DESCRIPTION                                *
000220*    ---------- ----  -------------------------------------      *
000230*    2026-09-02 MK    ORIGINAL PROGRAM.                          *
000240*    2026-10-15 MK    BOOK EVERY APPOINTMENT AGAINST A HOST ID   *
000250*                     ON THE GREETHST HOST DIRECTORY - AN        *
000260*                     UNKNOWN HOST IS REFUSED AND THE HOST NAME  *
000270*                     COMES FROM THE DIRECTORY.  NEW V)ERIFY     *
000280*                     FUNCTION CHECKS EVERY APPOINTMENT ON FILE  *
000290*                     AGAINST THE DIRECTORY.                     *
000300*    2026-10-15 MK    SIGN ON THROUGH THE COMMON GREETSGN CHECK  *
000310*                     AGAINST THE GREETOPF OPERATOR SECURITY     *
000320*                     FILE.  EVERY FUNCTION IS CLEARED AGAINST   *
000330*                     THE OPERATOR'S AUTHORITY FIRST, AND EVERY  *
000340*                     REFUSAL IS LOGGED TO GREETAVL.             *
000350*                                                                *
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380     PROGRAM-ID.   GREETAMN AS "GREETAMN".
000390     AUTHOR.       M. KAVALIAUSKAS.
000400     DATE-WRITTEN. 2026-09-02.
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.
000450 OBJECT-COMPUTER.
000460
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490         SELECT GREETAPT-FILE ASSIGN TO "GREETAPT"
000500             ORGANIZATION IS INDEXED
000510             ACCESS MODE IS DYNAMIC
000520             RECORD KEY IS AP-APPT-KEY
000530             FILE STATUS IS WS-APT-STATUS.
000540
000550         SELECT GREETHST-FILE ASSIGN TO "GREETHST"
000560             ORGANIZATION IS INDEXED
000570             ACCESS MODE IS DYNAMIC
000580             RECORD KEY IS HO-HOST-ID
000590             FILE STATUS IS WS-HST-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630
000640 FD  GREETAPT-FILE
000650         LABEL RECORDS ARE STANDARD.
000660     COPY APPTREC.
000670
000680 FD  GREETHST-FILE
000690         LABEL RECORDS ARE STANDARD.
000700     COPY HOSTREC.
000710
000720 WORKING-STORAGE SECTION.
000730 77  WS-APT-STATUS               PIC X(02) VALUE SPACES.
000740 01  WS-FUNCTION-CODE            PIC X(01) VALUE SPACES.
000750     88  WS-FUNC-ADD                       VALUE "A" "a".
000760     88  WS-FUNC-CANCEL                    VALUE "C" "c".
000770     88  WS-FUNC-BROWSE                    VALUE "B" "b".
000780     88  WS-FUNC-VERIFY                    VALUE "V" "v".
000790     88  WS-FUNC-QUIT                      VALUE "Q" "q".
000800 01  WS-MORE-TRANS-SW            PIC X(01) VALUE "Y".
000810     88  WS-MORE-TRANS                     VALUE "Y".
000820 01  WS-BROWSE-EOF-SW            PIC X(01) VALUE "N".
000830     88  WS-BROWSE-EOF                     VALUE "Y".
000840 01  WS-KEY-OK-SW                PIC X(01) VALUE "N".
000850     88  WS-KEY-OK                         VALUE "Y".
000860 77  WS-APPT-DATE-IN             PIC X(08) VALUE SPACES.
000870 77  WS-LAST-IN                  PIC X(20) VALUE SPACES.
000880 77  WS-FIRST-IN                 PIC X(15) VALUE SPACES.
000890 77  WS-EXPECT-TIME-IN           PIC X(04) VALUE SPACES.
000900 77  WS-HST-STATUS               PIC X(02) VALUE SPACES.
000910 01  WS-HST-OPEN-SW              PIC X(01) VALUE "N".
000920     88  WS-HST-OPENED                     VALUE "Y".
000930 01  WS-HOST-OK-SW               PIC X(01) VALUE "N".
000940     88  WS-HOST-OK                        VALUE "Y".
000950 77  WS-HOST-ID-IN               PIC X(06) VALUE SPACES.
000960 77  WS-VERIFY-COUNT             PIC 9(08) COMP VALUE ZERO.
000970 77  WS-UNKNOWN-COUNT            PIC 9(08) COMP VALUE ZERO.
000980     COPY SGNLREC.
000990
001000 PROCEDURE DIVISION.
001010
001020******************************************************************
001030*    0000-MAINLINE                                               *
001040******************************************************************
001050 0000-MAINLINE.
001060
001070         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001080
001090         PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001100             UNTIL NOT WS-MORE-TRANS.
001110
001120         PERFORM 9000-TERMINATE THRU 9000-EXIT.
001130
001140         STOP RUN.
001150
001160******************************************************************
001170*    1000-INITIALIZE - OPEN GREETAPT FOR UPDATE, CREATING IT ON  *
001180*    THE FIRST MAINTENANCE RUN IF IT DOES NOT YET EXIST, AND     *
001190*    OPEN THE GREETHST HOST DIRECTORY FOR HOST LOOKUPS.  WITH    *
001200*    NO DIRECTORY NO HOST CAN BE CONFIRMED, SO NO APPOINTMENT    *
001210*    CAN BE ADDED - CANCEL AND BROWSE STILL WORK.                *
001220******************************************************************
001230 1000-INITIALIZE.
001240
001250         OPEN I-O GREETAPT-FILE.
001260         IF WS-APT-STATUS = "35" OR WS-APT-STATUS = "05"
001270             CLOSE GREETAPT-FILE
001280             OPEN OUTPUT GREETAPT-FILE
001290             CLOSE GREETAPT-FILE
001300             OPEN I-O GREETAPT-FILE
001310     END-IF.
001320
001330         OPEN INPUT GREETHST-FILE.
001340         IF WS-HST-STATUS = "00"
001350             SET WS-HST-OPENED TO TRUE
001360         ELSE
001370             DISPLAY "GREETHST NOT AVAILABLE, STATUS "
001380                 WS-HST-STATUS
001390                 " - APPOINTMENTS CANNOT BE ADDED"
001400     END-IF.
001410
001420         PERFORM 1900-SIGN-ON THRU 1900-EXIT.
001430
001440 1000-EXIT.
001450     EXIT.
001460
001470******************************************************************
001480*    1900-SIGN-ON - IDENTIFY THE OPERATOR THROUGH GREETSGN.  A   *
001490*    REFUSED SIGN-ON ENDS THE TRANSACTION BEFORE ANY FUNCTION    *
001500*    IS OFFERED.                                                 *
001510******************************************************************
001520 1900-SIGN-ON.
001530
001540         MOVE SPACES TO SIGN-ON-AREA.
001550         MOVE "S" TO SG-REQUEST.
001560         MOVE "GREETAMN" TO SG-TRANSACTION.
001570         CALL "GREETSGN" USING SIGN-ON-AREA.
001580         IF SG-REFUSED
001590             DISPLAY "GREETAMN SIGN-ON REFUSED - "
001600                 "TRANSACTION ENDED"
001610             MOVE "N" TO WS-MORE-TRANS-SW
001620     END-IF.
001630
001640 1900-EXIT.
001650     EXIT.
001660
001670******************************************************************
001680*    2000-PROCESS-TRANSACTION - PROMPT FOR A FUNCTION CODE AND   *
001690*    DRIVE THE MATCHING MAINTENANCE PARAGRAPH.                   *
001700******************************************************************
001710 2000-PROCESS-TRANSACTION.
001720
001730         DISPLAY "GREETAPT MAINTENANCE - A)DD C)ANCEL B)ROWSE "
001740             "V)ERIFY-HOSTS Q)UIT".
001750         MOVE SPACES TO WS-FUNCTION-CODE.
001760         ACCEPT WS-FUNCTION-CODE.
001770
001780         PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
001790         IF SG-REFUSED
001800             GO TO 2000-EXIT
001810     END-IF.
001820
001830         EVALUATE TRUE
001840             WHEN WS-FUNC-ADD
001850                 PERFORM 3000-ADD-RECORD THRU 3000-EXIT
001860             WHEN WS-FUNC-CANCEL
001870                 PERFORM 5000-CANCEL-RECORD THRU 5000-EXIT
001880             WHEN WS-FUNC-BROWSE
001890                 PERFORM 6000-BROWSE-RECORDS THRU 6000-EXIT
001900             WHEN WS-FUNC-VERIFY
001910                 PERFORM 7000-VERIFY-HOSTS THRU 7000-EXIT
001920             WHEN WS-FUNC-QUIT
001930                 MOVE "N" TO WS-MORE-TRANS-SW
001940             WHEN OTHER
001950                 DISPLAY "INVALID FUNCTION CODE, PLEASE RE-ENTER"
001960     END-EVALUATE.
001970
001980 2000-EXIT.
001990     EXIT.
002000
002010******************************************************************
002020*    2100-CHECK-AUTHORITY - ASK GREETSGN WHETHER THE SIGNED-ON   *
002030*    OPERATOR MAY USE THIS FUNCTION.  QUIT AND UNKNOWN CODES     *
002040*    NEED NO AUTHORITY.                                          *
002050******************************************************************
002060 2100-CHECK-AUTHORITY.
002070
002080         EVALUATE TRUE
002090             WHEN WS-FUNC-ADD
002100                 MOVE "2" TO SG-LEVEL-NEEDED
002110             WHEN WS-FUNC-CANCEL
002120                 MOVE "3" TO SG-LEVEL-NEEDED
002130             WHEN WS-FUNC-BROWSE OR WS-FUNC-VERIFY
002140                 MOVE "1" TO SG-LEVEL-NEEDED
002150             WHEN OTHER
002160                 SET SG-ALLOWED TO TRUE
002170                 GO TO 2100-EXIT
002180     END-EVALUATE.
002190
002200         MOVE "F" TO SG-REQUEST.
002210         MOVE WS-FUNCTION-CODE TO SG-FUNCTION.
002220         CALL "GREETSGN" USING SIGN-ON-AREA.
002230
002240 2100-EXIT.
002250     EXIT.
002260
002270******************************************************************
002280*    2500-ACCEPT-APPT-KEY - COLLECT AND EDIT THE THREE PARTS OF  *
002290*    AN APPOINTMENT KEY: THE DATE (YYYYMMDD) AND THE VISITOR'S   *
002300*    LAST AND FIRST NAME.  SHARED BY ADD AND CANCEL.             *
002310******************************************************************
002320 2500-ACCEPT-APPT-KEY.
002330
002340         MOVE "N" TO WS-KEY-OK-SW.
002350
002360         DISPLAY "ENTER APPOINTMENT DATE (YYYYMMDD):".
002370         MOVE SPACES TO WS-APPT-DATE-IN.
002380         ACCEPT WS-APPT-DATE-IN.
002390         IF WS-APPT-DATE-IN (1:8) IS NOT NUMERIC
002400             DISPLAY "APPOINTMENT DATE MUST BE YYYYMMDD"
002410             GO TO 2500-EXIT
002420     END-IF.
002430
002440         DISPLAY "ENTER VISITOR LAST NAME (20 CHARACTERS):".
002450         MOVE SPACES TO WS-LAST-IN.
002460         ACCEPT WS-LAST-IN.
002470         IF WS-LAST-IN = SPACES
002480             DISPLAY "LAST NAME CANNOT BE BLANK"
002490             GO TO 2500-EXIT
002500     END-IF.
002510
002520         DISPLAY "ENTER VISITOR FIRST NAME (15 CHARACTERS):".
002530         MOVE SPACES TO WS-FIRST-IN.
002540         ACCEPT WS-FIRST-IN.
002550         IF WS-FIRST-IN = SPACES
002560             DISPLAY "FIRST NAME CANNOT BE BLANK"
002570             GO TO 2500-EXIT
002580     END-IF.
002590
002600         SET WS-KEY-OK TO TRUE.
002610
002620 2500-EXIT.
002630     EXIT.
002640
002650******************************************************************
002660*    2700-ACCEPT-HOST - COLLECT THE HOST ID AND LOOK IT UP ON    *
002670*    THE GREETHST DIRECTORY.  A HOST ON FILE IS CARRIED ONTO     *
002680*    THE APPOINTMENT WITH THE DIRECTORY'S SPELLING OF THE HOST   *
002690*    NAME; ANY OTHER ENTRY LEAVES WS-HOST-OK OFF.                *
002700******************************************************************
002710 2700-ACCEPT-HOST.
002720
002730         MOVE "N" TO WS-HOST-OK-SW.
002740
002750         IF NOT WS-HST-OPENED
002760             DISPLAY "HOST DIRECTORY NOT AVAILABLE - APPOINTMENT "
002770                 "NOT ADDED"
002780             GO TO 2700-EXIT
002790     END-IF.
002800
002810         DISPLAY "ENTER HOST ID (6 CHARACTERS):".
002820         MOVE SPACES TO WS-HOST-ID-IN.
002830         ACCEPT WS-HOST-ID-IN.
002840         IF WS-HOST-ID-IN = SPACES
002850             DISPLAY "HOST ID CANNOT BE BLANK"
002860             GO TO 2700-EXIT
002870     END-IF.
002880
002890         MOVE WS-HOST-ID-IN TO HO-HOST-ID.
002900         READ GREETHST-FILE
002910             KEY IS HO-HOST-ID
002920             INVALID KEY
002930                 DISPLAY "HOST ID " WS-HOST-ID-IN
002940                     " NOT ON THE HOST DIRECTORY - APPOINTMENT "
002950                     "NOT ADDED"
002960                 GO TO 2700-EXIT
002970     END-READ.
002980
002990         MOVE HO-HOST-ID TO AP-HOST-ID.
003000         MOVE HO-HOST-NAME TO AP-HOST-NAME.
003010         DISPLAY "HOST: " HO-HOST-NAME " " HO-DEPARTMENT
003020             " EXT " HO-PHONE-EXT.
003030         SET WS-HOST-OK TO TRUE.
003040
003050 2700-EXIT.
003060     EXIT.
003070
003080******************************************************************
003090*    3000-ADD-RECORD - ADD A NEW APPOINTMENT.  REJECTED IF THE   *
003100*    SAME VISITOR ALREADY HAS AN APPOINTMENT ON THE DATE, OR     *
003110*    IF THE HOST IS NOT ON THE GREETHST DIRECTORY.               *
003120******************************************************************
003130 3000-ADD-RECORD.
003140
003150         PERFORM 2500-ACCEPT-APPT-KEY THRU 2500-EXIT.
003160         IF NOT WS-KEY-OK
003170             GO TO 3000-EXIT
003180     END-IF.
003190
003200         MOVE WS-APPT-DATE-IN TO AP-APPT-DATE.
003210         MOVE WS-LAST-IN TO AP-LAST.
003220         MOVE WS-FIRST-IN TO AP-FIRST.
003230
003240         READ GREETAPT-FILE
003250             KEY IS AP-APPT-KEY
003260             INVALID KEY
003270                 DISPLAY "ADDING APPOINTMENT"
003280     END-READ.
003290
003300         IF WS-APT-STATUS = "00"
003310             DISPLAY "APPOINTMENT ALREADY EXISTS - CANCEL IT "
003320                 "FIRST TO RE-ENTER"
003330             GO TO 3000-EXIT
003340     END-IF.
003350
003360         MOVE SPACES TO GREETAPT-RECORD.
003370         MOVE WS-APPT-DATE-IN TO AP-APPT-DATE.
003380         MOVE WS-LAST-IN TO AP-LAST.
003390         MOVE WS-FIRST-IN TO AP-FIRST.
003400
003410         DISPLAY "ENTER EXPECTED ARRIVAL TIME (HHMM):".
003420         MOVE SPACES TO WS-EXPECT-TIME-IN.
003430         ACCEPT WS-EXPECT-TIME-IN.
003440         IF WS-EXPECT-TIME-IN (1:4) IS NOT NUMERIC
003450             DISPLAY "EXPECTED TIME MUST BE HHMM"
003460             GO TO 3000-EXIT
003470     END-IF.
003480         MOVE WS-EXPECT-TIME-IN TO AP-EXPECT-TIME.
003490
003500         PERFORM 2700-ACCEPT-HOST THRU 2700-EXIT.
003510         IF NOT WS-HOST-OK
003520             GO TO 3000-EXIT
003530     END-IF.
003540
003550         SET AP-EXPECTED TO TRUE.
003560
003570         WRITE GREETAPT-RECORD
003580             INVALID KEY
003590                 DISPLAY "WRITE FAILED, STATUS " WS-APT-STATUS
003600     END-WRITE.
003610
003620 3000-EXIT.
003630     EXIT.
003640
003650******************************************************************
003660*    5000-CANCEL-RECORD - REMOVE AN APPOINTMENT BY ITS KEY, FOR  *
003670*    A VISIT CALLED OFF AHEAD OF TIME.  A CANCELLED APPOINTMENT  *
003680*    NEVER SHOWS ON THE NO-SHOW REPORT.                          *
003690******************************************************************
003700 5000-CANCEL-RECORD.
003710
003720         PERFORM 2500-ACCEPT-APPT-KEY THRU 2500-EXIT.
003730         IF NOT WS-KEY-OK
003740             GO TO 5000-EXIT
003750     END-IF.
003760
003770         MOVE WS-APPT-DATE-IN TO AP-APPT-DATE.
003780         MOVE WS-LAST-IN TO AP-LAST.
003790         MOVE WS-FIRST-IN TO AP-FIRST.
003800
003810         READ GREETAPT-FILE
003820             KEY IS AP-APPT-KEY
003830             INVALID KEY
003840                 DISPLAY "APPOINTMENT NOT FOUND"
003850                 GO TO 5000-EXIT
003860     END-READ.
003870
003880         DELETE GREETAPT-FILE
003890             INVALID KEY
003900                 DISPLAY "DELETE FAILED, STATUS " WS-APT-STATUS
003910     END-DELETE.
003920
003930 5000-EXIT.
003940     EXIT.
003950
003960******************************************************************
003970*    6000-BROWSE-RECORDS - LIST EVERY APPOINTMENT IN KEY         *
003980*    SEQUENCE (BY DATE, THEN LAST/FIRST NAME).                   *
003990******************************************************************
004000 6000-BROWSE-RECORDS.
004010
004020         MOVE "N" TO WS-BROWSE-EOF-SW.
004030         MOVE LOW-VALUES TO AP-APPT-KEY.
004040         START GREETAPT-FILE KEY IS NOT LESS THAN AP-APPT-KEY
004050             INVALID KEY
004060                 DISPLAY "NO APPOINTMENTS ON FILE"
004070                 MOVE "Y" TO WS-BROWSE-EOF-SW
004080     END-START.
004090
004100         PERFORM 6100-BROWSE-ONE-RECORD THRU 6100-EXIT
004110             UNTIL WS-BROWSE-EOF.
004120
004130 6000-EXIT.
004140     EXIT.
004150
004160******************************************************************
004170*    6100-BROWSE-ONE-RECORD - READ AND DISPLAY THE NEXT          *
004180*    APPOINTMENT IN SEQUENCE.                                    *
004190******************************************************************
004200 6100-BROWSE-ONE-RECORD.
004210
004220         READ GREETAPT-FILE NEXT RECORD
004230             AT END
004240                 MOVE "Y" TO WS-BROWSE-EOF-SW
004250             NOT AT END
004260                 DISPLAY AP-APPT-DATE " " AP-EXPECT-TIME " "
004270                     AP-LAST " " AP-FIRST " HOST " AP-HOST-ID
004280                     " " AP-HOST-NAME " " AP-APPT-STATUS
004290     END-READ.
004300
004310 6100-EXIT.
004320     EXIT.
004330
004340******************************************************************
004350*    7000-VERIFY-HOSTS - CHECK EVERY APPOINTMENT ON FILE AGAINST *
004360*    THE GREETHST DIRECTORY AND LIST THE ONES WHOSE HOST ID IS   *
004370*    BLANK (BOOKED BEFORE THE DIRECTORY EXISTED) OR NO LONGER    *
004380*    ON FILE, SO THE DESK CAN CANCEL AND RE-BOOK THEM WITH A     *
004390*    CURRENT HOST BEFORE THE VISITOR ARRIVES.                    *
004400******************************************************************
004410 7000-VERIFY-HOSTS.
004420
004430         IF NOT WS-HST-OPENED
004440             DISPLAY "HOST DIRECTORY NOT AVAILABLE - NOTHING TO "
004450                 "VERIFY AGAINST"
004460             GO TO 7000-EXIT
004470     END-IF.
004480
004490         MOVE ZERO TO WS-VERIFY-COUNT.
004500         MOVE ZERO TO WS-UNKNOWN-COUNT.
004510         MOVE "N" TO WS-BROWSE-EOF-SW.
004520         MOVE LOW-VALUES TO AP-APPT-KEY.
004530         START GREETAPT-FILE KEY IS NOT LESS THAN AP-APPT-KEY
004540             INVALID KEY
004550                 DISPLAY "NO APPOINTMENTS ON FILE"
004560                 MOVE "Y" TO WS-BROWSE-EOF-SW
004570     END-START.
004580
004590         PERFORM 7100-VERIFY-ONE-RECORD THRU 7100-EXIT
004600             UNTIL WS-BROWSE-EOF.
004610
004620         DISPLAY "APPOINTMENTS CHECKED " WS-VERIFY-COUNT.
004630         DISPLAY "HOST NOT ON DIRECTORY " WS-UNKNOWN-COUNT.
004640
004650 7000-EXIT.
004660     EXIT.
004670
004680******************************************************************
004690*    7100-VERIFY-ONE-RECORD - READ THE NEXT APPOINTMENT AND      *
004700*    DISPLAY IT WHEN ITS HOST CANNOT BE FOUND ON GREETHST.       *
004710******************************************************************
004720 7100-VERIFY-ONE-RECORD.
004730
004740         READ GREETAPT-FILE NEXT RECORD
004750             AT END
004760                 MOVE "Y" TO WS-BROWSE-EOF-SW
004770                 GO TO 7100-EXIT
004780     END-READ.
004790
004800         ADD 1 TO WS-VERIFY-COUNT.
004810         MOVE AP-HOST-ID TO HO-HOST-ID.
004820         READ GREETHST-FILE
004830             KEY IS HO-HOST-ID
004840             INVALID KEY
004850                 ADD 1 TO WS-UNKNOWN-COUNT
004860                 DISPLAY "UNKNOWN HOST " AP-HOST-ID " "
004870                     AP-HOST-NAME " FOR " AP-APPT-DATE " "
004880                     AP-LAST " " AP-FIRST
004890     END-READ.
004900
004910 7100-EXIT.
004920     EXIT.
004930
004940******************************************************************
004950*    9000-TERMINATE - CLOSE FILES.                               *
004960******************************************************************
004970 9000-TERMINATE.
004980
004990         CLOSE GREETAPT-FILE.
005000         IF WS-HST-OPENED
005010             CLOSE GREETHST-FILE
005020     END-IF.
005030
005040 9000-EXIT.
005050     EXIT.
005060
005070 END PROGRAM GREETAMN.
