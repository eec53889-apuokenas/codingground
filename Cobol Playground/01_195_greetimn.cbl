000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID :  GREETIMN                                      *
000040*    AUTHOR     :  M. KAVALIAUSKAS                               *
000050*    INSTALLATION: VISITOR SERVICES                              *
000060*    DATE-WRITTEN: 2026-10-15                                    *
000070*    DATE-COMPILED:                                              *
000080*    PURPOSE    :  MAINTENANCE TRANSACTION FOR THE GREETCMP      *
000090*                  VISITOR COMPLIANCE FILE.  R)ECORD ENTERS A    *
000100*                  COMPLETED SAFETY INDUCTION (OR AN NDA OR AN   *
000110*                  ESCORT-ONLY CLEARANCE) AGAINST A VISITOR ID   *
000120*                  WITH ITS COMPLETION AND EXPIRY DATES.         *
000130*                  C)OMPANY SETS A REQUIREMENT AGAINST A         *
000140*                  GREETORG CODE THAT EVERY VISITOR FROM THAT    *
000150*                  COMPANY MUST MEET.  D)ELETE AND B)ROWSE WORK  *
000160*                  ON EITHER KIND.  THE OPERATOR SIGNS ON        *
000170*                  THROUGH GREETSGN AND IS STAMPED ON EVERY      *
000180*                  RECORD WRITTEN.                               *
000190*                                                                *
000200*    MODIFICATION HISTORY                                        *
000210*    ------------------------------------------------------      *
000220*    DATE       INIT  DESCRIPTION                                *
000230*    ---------- ----  -------------------------------------      *
000240*    2026-10-15 MK    ORIGINAL PROGRAM.                          *
000250*                                                                *
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280     PROGRAM-ID.   GREETIMN AS "GREETIMN".
000290     AUTHOR.       M. KAVALIAUSKAS.
000300     DATE-WRITTEN. 2026-10-15.
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.
000350 OBJECT-COMPUTER.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390         SELECT GREETCMP-FILE ASSIGN TO "GREETCMP"
000400             ORGANIZATION IS INDEXED
000410             ACCESS MODE IS DYNAMIC
000420             RECORD KEY IS CM-COMPLIANCE-KEY
000430             FILE STATUS IS WS-CMP-STATUS.
000440
000450         SELECT GREETVIS-FILE ASSIGN TO "GREETVIS"
000460             ORGANIZATION IS INDEXED
000470             ACCESS MODE IS DYNAMIC
000480             RECORD KEY IS VM-VISITOR-ID
000490             ALTERNATE RECORD KEY IS VM-NAME-KEY
000500                 WITH DUPLICATES
000510             FILE STATUS IS WS-VIS-STATUS.
000520
000530         SELECT GREETORG-FILE ASSIGN TO "GREETORG"
000540             ORGANIZATION IS INDEXED
000550             ACCESS MODE IS DYNAMIC
000560             RECORD KEY IS OR-ORG-CODE
000570             FILE STATUS IS WS-ORG-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610
000620 FD  GREETCMP-FILE
000630         LABEL RECORDS ARE STANDARD.
000640     COPY CMPLREC.
000650
000660 FD  GREETVIS-FILE
000670         LABEL RECORDS ARE STANDARD.
000680     COPY VISMREC.
000690
000700 FD  GREETORG-FILE
000710         LABEL RECORDS ARE STANDARD.
000720     COPY ORGREC.
000730
000740 WORKING-STORAGE SECTION.
000750 77  WS-CMP-STATUS               PIC X(02) VALUE SPACES.
000760 77  WS-VIS-STATUS               PIC X(02) VALUE SPACES.
000770 77  WS-ORG-STATUS               PIC X(02) VALUE SPACES.
000780 01  WS-VIS-OPEN-SW              PIC X(01) VALUE "N".
000790     88  WS-VIS-OPENED                     VALUE "Y".
000800 01  WS-ORG-OPEN-SW              PIC X(01) VALUE "N".
000810     88  WS-ORG-OPENED                     VALUE "Y".
000820 01  WS-FUNCTION-CODE            PIC X(01) VALUE SPACES.
000830     88  WS-FUNC-RECORD                    VALUE "R" "r".
000840     88  WS-FUNC-COMPANY                   VALUE "C" "c".
000850     88  WS-FUNC-DELETE                    VALUE "D" "d".
000860     88  WS-FUNC-BROWSE                    VALUE "B" "b".
000870     88  WS-FUNC-QUIT                      VALUE "Q" "q".
000880 01  WS-MORE-TRANS-SW            PIC X(01) VALUE "Y".
000890     88  WS-MORE-TRANS                     VALUE "Y".
000900 01  WS-BROWSE-EOF-SW            PIC X(01) VALUE "N".
000910     88  WS-BROWSE-EOF                     VALUE "Y".
000920 01  WS-KEY-OK-SW                PIC X(01) VALUE "N".
000930     88  WS-KEY-OK                         VALUE "Y".
000940 01  WS-DATE-OK-SW               PIC X(01) VALUE "N".
000950     88  WS-DATE-OK                        VALUE "Y".
000960 01  WS-ON-FILE-SW               PIC X(01) VALUE "N".
000970     88  WS-ON-FILE                        VALUE "Y".
000980 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000990 77  WS-HOLDER-TYPE-IN           PIC X(01) VALUE SPACE.
001000 77  WS-HOLDER-ID-IN             PIC X(06) VALUE SPACES.
001010 77  WS-REQ-TYPE-IN              PIC X(01) VALUE SPACE.
001020 77  WS-DATE-IN                  PIC X(08) VALUE SPACES.
001030 77  WS-COMPLETED-DATE           PIC 9(08) VALUE ZERO.
001040 77  WS-EXPIRY-DATE              PIC 9(08) VALUE ZERO.
001050 77  WS-REFERENCE-IN             PIC X(20) VALUE SPACES.
001060 01  WS-DATE-WORK                PIC 9(08) VALUE ZERO.
001070 01  FILLER REDEFINES WS-DATE-WORK.
001080     05  WS-DATE-YEAR            PIC 9(04).
001090     05  WS-DATE-MONTH           PIC 9(02).
001100     05  WS-DATE-DAY             PIC 9(02).
001110     COPY SGNLREC.
001120
001130 PROCEDURE DIVISION.
001140
001150******************************************************************
001160*    0000-MAINLINE                                               *
001170******************************************************************
001180 0000-MAINLINE.
001190
001200         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001210
001220         PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001230             UNTIL NOT WS-MORE-TRANS.
001240
001250         PERFORM 9000-TERMINATE THRU 9000-EXIT.
001260
001270         STOP RUN.
001280
001290******************************************************************
001300*    1000-INITIALIZE - OPEN GREETCMP FOR UPDATE, CREATING IT ON  *
001310*    THE FIRST MAINTENANCE RUN IF IT DOES NOT YET EXIST.         *
001320*    GREETVIS AND GREETORG ARE ONLY USED TO CONFIRM THE VISITOR  *
001330*    ID OR COMPANY CODE KEYED, SO EITHER ONE MISSING JUST SKIPS  *
001340*    THAT CONFIRMATION.                                          *
001350******************************************************************
001360 1000-INITIALIZE.
001370
001380         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001390
001400         OPEN I-O GREETCMP-FILE.
001410         IF WS-CMP-STATUS = "35" OR WS-CMP-STATUS = "05"
001420             CLOSE GREETCMP-FILE
001430             OPEN OUTPUT GREETCMP-FILE
001440             CLOSE GREETCMP-FILE
001450             OPEN I-O GREETCMP-FILE
001460     END-IF.
001470
001480         OPEN INPUT GREETVIS-FILE.
001490         IF WS-VIS-STATUS = "00"
001500             SET WS-VIS-OPENED TO TRUE
001510     END-IF.
001520
001530         OPEN INPUT GREETORG-FILE.
001540         IF WS-ORG-STATUS = "00"
001550             SET WS-ORG-OPENED TO TRUE
001560     END-IF.
001570
001580         PERFORM 1900-SIGN-ON THRU 1900-EXIT.
001590
001600 1000-EXIT.
001610     EXIT.
001620
001630******************************************************************
001640*    1900-SIGN-ON - IDENTIFY THE OPERATOR THROUGH GREETSGN.  A   *
001650*    REFUSED SIGN-ON ENDS THE TRANSACTION BEFORE ANY FUNCTION    *
001660*    IS OFFERED.                                                 *
001670******************************************************************
001680 1900-SIGN-ON.
001690
001700         MOVE SPACES TO SIGN-ON-AREA.
001710         MOVE "S" TO SG-REQUEST.
001720         MOVE "GREETIMN" TO SG-TRANSACTION.
001730         CALL "GREETSGN" USING SIGN-ON-AREA.
001740         IF SG-REFUSED
001750             DISPLAY "GREETIMN SIGN-ON REFUSED - "
001760                 "TRANSACTION ENDED"
001770             MOVE "N" TO WS-MORE-TRANS-SW
001780     END-IF.
001790
001800 1900-EXIT.
001810     EXIT.
001820
001830******************************************************************
001840*    2000-PROCESS-TRANSACTION - PROMPT FOR A FUNCTION CODE, CLEAR*
001850*    IT WITH GREETSGN, AND DRIVE THE MATCHING PARAGRAPH.         *
001860******************************************************************
001870 2000-PROCESS-TRANSACTION.
001880
001890         DISPLAY "GREETCMP MAINTENANCE - R)ECORD C)OMPANY "
001900             "D)ELETE B)ROWSE Q)UIT".
001910         MOVE SPACES TO WS-FUNCTION-CODE.
001920         ACCEPT WS-FUNCTION-CODE.
001930
001940         PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
001950         IF SG-REFUSED
001960             GO TO 2000-EXIT
001970     END-IF.
001980
001990         EVALUATE TRUE
002000             WHEN WS-FUNC-RECORD
002010                 PERFORM 3000-RECORD-COMPLETION THRU 3000-EXIT
002020             WHEN WS-FUNC-COMPANY
002030                 PERFORM 4000-COMPANY-REQUIREMENT THRU 4000-EXIT
002040             WHEN WS-FUNC-DELETE
002050                 PERFORM 5000-DELETE-RECORD THRU 5000-EXIT
002060             WHEN WS-FUNC-BROWSE
002070                 PERFORM 6000-BROWSE-RECORDS THRU 6000-EXIT
002080             WHEN WS-FUNC-QUIT
002090                 MOVE "N" TO WS-MORE-TRANS-SW
002100             WHEN OTHER
002110                 DISPLAY "INVALID FUNCTION CODE, PLEASE RE-ENTER"
002120     END-EVALUATE.
002130
002140 2000-EXIT.
002150     EXIT.
002160
002170******************************************************************
002180*    2100-CHECK-AUTHORITY - ASK GREETSGN WHETHER THE SIGNED-ON   *
002190*    OPERATOR MAY USE THIS FUNCTION.  QUIT AND UNKNOWN CODES     *
002200*    NEED NO AUTHORITY.                                          *
002210******************************************************************
002220 2100-CHECK-AUTHORITY.
002230
002240         EVALUATE TRUE
002250             WHEN WS-FUNC-RECORD OR WS-FUNC-COMPANY
002260                 MOVE "2" TO SG-LEVEL-NEEDED
002270             WHEN WS-FUNC-DELETE
002280                 MOVE "3" TO SG-LEVEL-NEEDED
002290             WHEN WS-FUNC-BROWSE
002300                 MOVE "1" TO SG-LEVEL-NEEDED
002310             WHEN OTHER
002320                 SET SG-ALLOWED TO TRUE
002330                 GO TO 2100-EXIT
002340     END-EVALUATE.
002350
002360         MOVE "F" TO SG-REQUEST.
002370         MOVE WS-FUNCTION-CODE TO SG-FUNCTION.
002380         CALL "GREETSGN" USING SIGN-ON-AREA.
002390
002400 2100-EXIT.
002410     EXIT.
002420
002430******************************************************************
002440*    2200-ACCEPT-VISITOR - COLLECT A VISITOR ID AND, WHEN THE    *
002450*    MASTER IS AVAILABLE, CONFIRM IT AND SHOW WHOSE IT IS.       *
002460******************************************************************
002470 2200-ACCEPT-VISITOR.
002480
002490         MOVE "N" TO WS-KEY-OK-SW.
002500         MOVE "V" TO WS-HOLDER-TYPE-IN.
002510
002520         DISPLAY "ENTER VISITOR ID (6 DIGITS):".
002530         MOVE SPACES TO WS-HOLDER-ID-IN.
002540         ACCEPT WS-HOLDER-ID-IN.
002550         IF WS-HOLDER-ID-IN IS NOT NUMERIC
002560             DISPLAY "VISITOR ID MUST BE 6 DIGITS"
002570             GO TO 2200-EXIT
002580     END-IF.
002590
002600         IF WS-VIS-OPENED
002610             MOVE WS-HOLDER-ID-IN TO VM-VISITOR-ID
002620             READ GREETVIS-FILE
002630                 KEY IS VM-VISITOR-ID
002640                 INVALID KEY
002650                     DISPLAY "VISITOR ID " WS-HOLDER-ID-IN
002660                         " NOT ON GREETVIS"
002670                     GO TO 2200-EXIT
002680         END-READ
002690             DISPLAY "VISITOR " VM-FIRST " " VM-LAST
002700                 " COMPANY " VM-ORG-CODE
002710     END-IF.
002720
002730         SET WS-KEY-OK TO TRUE.
002740
002750 2200-EXIT.
002760     EXIT.
002770
002780******************************************************************
002790*    2300-ACCEPT-COMPANY - COLLECT A COMPANY CODE AND, WHEN      *
002800*    GREETORG IS AVAILABLE, CONFIRM IT AND SHOW THE NAME.        *
002810******************************************************************
002820 2300-ACCEPT-COMPANY.
002830
002840         MOVE "N" TO WS-KEY-OK-SW.
002850         MOVE "O" TO WS-HOLDER-TYPE-IN.
002860
002870         DISPLAY "ENTER COMPANY CODE (6 CHARACTERS):".
002880         MOVE SPACES TO WS-HOLDER-ID-IN.
002890         ACCEPT WS-HOLDER-ID-IN.
002900         IF WS-HOLDER-ID-IN = SPACES
002910             DISPLAY "COMPANY CODE CANNOT BE BLANK"
002920             GO TO 2300-EXIT
002930     END-IF.
002940
002950         IF WS-ORG-OPENED
002960             MOVE WS-HOLDER-ID-IN TO OR-ORG-CODE
002970             READ GREETORG-FILE
002980                 KEY IS OR-ORG-CODE
002990                 INVALID KEY
003000                     DISPLAY "COMPANY CODE " WS-HOLDER-ID-IN
003010                         " NOT ON GREETORG"
003020                     GO TO 2300-EXIT
003030         END-READ
003040             DISPLAY "COMPANY " OR-ORG-NAME
003050     END-IF.
003060
003070         SET WS-KEY-OK TO TRUE.
003080
003090 2300-EXIT.
003100     EXIT.
003110
003120******************************************************************
003130*    2400-ACCEPT-HOLDER - ASK WHETHER A VISITOR OR A COMPANY     *
003140*    RECORD IS WANTED, THEN COLLECT ITS KEY.  SHARED BY DELETE   *
003150*    AND BROWSE.                                                 *
003160******************************************************************
003170 2400-ACCEPT-HOLDER.
003180
003190         MOVE "N" TO WS-KEY-OK-SW.
003200
003210         DISPLAY "V)ISITOR OR C)OMPANY RECORDS:".
003220         MOVE SPACE TO WS-HOLDER-TYPE-IN.
003230         ACCEPT WS-HOLDER-TYPE-IN.
003240
003250         EVALUATE WS-HOLDER-TYPE-IN
003260             WHEN "V"
003270             WHEN "v"
003280                 PERFORM 2200-ACCEPT-VISITOR THRU 2200-EXIT
003290             WHEN "C"
003300             WHEN "c"
003310                 PERFORM 2300-ACCEPT-COMPANY THRU 2300-EXIT
003320             WHEN OTHER
003330                 DISPLAY "ENTER V OR C"
003340     END-EVALUATE.
003350
003360 2400-EXIT.
003370     EXIT.
003380
003390******************************************************************
003400*    2500-ACCEPT-REQ-TYPE - COLLECT THE REQUIREMENT TYPE: I)ND-  *
003410*    UCTION, N)DA OR E)SCORT-ONLY.  A BLANK MEANS THE SAFETY     *
003420*    INDUCTION, THE ONE RECORDED MOST OFTEN.  A COMPANY MAY ONLY *
003430*    REQUIRE AN INDUCTION OR AN NDA.                             *
003440******************************************************************
003450 2500-ACCEPT-REQ-TYPE.
003460
003470         MOVE "N" TO WS-KEY-OK-SW.
003480
003490         DISPLAY "REQUIREMENT - I)NDUCTION N)DA E)SCORT-ONLY, "
003500             "OR PRESS ENTER FOR I:".
003510         MOVE SPACE TO WS-REQ-TYPE-IN.
003520         ACCEPT WS-REQ-TYPE-IN.
003530
003540         EVALUATE WS-REQ-TYPE-IN
003550             WHEN SPACE
003560             WHEN "I"
003570             WHEN "i"
003580                 MOVE "I" TO WS-REQ-TYPE-IN
003590             WHEN "N"
003600             WHEN "n"
003610                 MOVE "N" TO WS-REQ-TYPE-IN
003620             WHEN "E"
003630             WHEN "e"
003640                 MOVE "E" TO WS-REQ-TYPE-IN
003650             WHEN OTHER
003660                 DISPLAY "REQUIREMENT MUST BE I, N OR E"
003670                 GO TO 2500-EXIT
003680     END-EVALUATE.
003690
003700         IF WS-HOLDER-TYPE-IN = "O" AND WS-REQ-TYPE-IN = "E"
003710             DISPLAY "A COMPANY CANNOT BE MADE ESCORT-ONLY"
003720             GO TO 2500-EXIT
003730     END-IF.
003740
003750         SET WS-KEY-OK TO TRUE.
003760
003770 2500-EXIT.
003780     EXIT.
003790
003800******************************************************************
003810*    2800-EDIT-DATE - CHECK THE DATE KEYED INTO WS-DATE-IN: 8    *
003820*    DIGITS, A REAL MONTH AND A DAY OF 1 TO 31.  THE EDITED      *
003830*    DATE IS LEFT IN WS-DATE-WORK.                               *
003840******************************************************************
003850 2800-EDIT-DATE.
003860
003870         MOVE "N" TO WS-DATE-OK-SW.
003880         IF WS-DATE-IN IS NOT NUMERIC
003890             DISPLAY "DATE MUST BE YYYYMMDD"
003900             GO TO 2800-EXIT
003910     END-IF.
003920
003930         MOVE WS-DATE-IN TO WS-DATE-WORK.
003940         IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
003950             OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
003960             DISPLAY "DATE " WS-DATE-IN " IS NOT A VALID DATE"
003970             GO TO 2800-EXIT
003980     END-IF.
003990
004000         SET WS-DATE-OK TO TRUE.
004010
004020 2800-EXIT.
004030     EXIT.
004040
004050******************************************************************
004060*    2900-ACCEPT-DATES - COLLECT THE COMPLETED (OR, FOR A        *
004070*    COMPANY, EFFECTIVE) DATE AND THE EXPIRY DATE.  A BLANK      *
004080*    COMPLETED DATE MEANS TODAY.  A BLANK EXPIRY ON A VISITOR    *
004090*    RECORD MEANS ONE YEAR AFTER COMPLETION (29 FEBRUARY ROLLS   *
004100*    BACK TO THE 28TH); ON A COMPANY RECORD IT MEANS THE         *
004110*    REQUIREMENT STANDS UNTIL DELETED.  "N" FOR THE EXPIRY MEANS *
004120*    IT NEVER LAPSES.                                            *
004130******************************************************************
004140 2900-ACCEPT-DATES.
004150
004160         MOVE "N" TO WS-DATE-OK-SW.
004170
004180         IF WS-HOLDER-TYPE-IN = "O"
004190             DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD), OR PRESS "
004200                 "ENTER FOR TODAY:"
004210         ELSE
004220             DISPLAY "ENTER DATE COMPLETED (YYYYMMDD), OR PRESS "
004230                 "ENTER FOR TODAY:"
004240     END-IF.
004250         MOVE SPACES TO WS-DATE-IN.
004260         ACCEPT WS-DATE-IN.
004270         IF WS-DATE-IN = SPACES
004280             MOVE WS-RUN-DATE TO WS-DATE-IN
004290     END-IF.
004300         PERFORM 2800-EDIT-DATE THRU 2800-EXIT.
004310         IF NOT WS-DATE-OK
004320             GO TO 2900-EXIT
004330     END-IF.
004340         MOVE WS-DATE-WORK TO WS-COMPLETED-DATE.
004350
004360         DISPLAY "ENTER EXPIRY DATE (YYYYMMDD), N FOR NO EXPIRY, "
004370             "OR PRESS ENTER FOR THE DEFAULT:".
004380         MOVE SPACES TO WS-DATE-IN.
004390         ACCEPT WS-DATE-IN.
004400
004410         EVALUATE TRUE
004420             WHEN WS-DATE-IN = "N" OR WS-DATE-IN = "n"
004430                 MOVE ZERO TO WS-EXPIRY-DATE
004440             WHEN WS-DATE-IN = SPACES AND WS-HOLDER-TYPE-IN = "O"
004450                 MOVE ZERO TO WS-EXPIRY-DATE
004460             WHEN WS-DATE-IN = SPACES
004470                 MOVE WS-COMPLETED-DATE TO WS-DATE-WORK
004480                 ADD 1 TO WS-DATE-YEAR
004490                 IF WS-DATE-MONTH = 2 AND WS-DATE-DAY = 29
004500                     MOVE 28 TO WS-DATE-DAY
004510             END-IF
004520                 MOVE WS-DATE-WORK TO WS-EXPIRY-DATE
004530             WHEN OTHER
004540                 PERFORM 2800-EDIT-DATE THRU 2800-EXIT
004550                 IF NOT WS-DATE-OK
004560                     GO TO 2900-EXIT
004570             END-IF
004580                 MOVE WS-DATE-WORK TO WS-EXPIRY-DATE
004590     END-EVALUATE.
004600
004610         MOVE "N" TO WS-DATE-OK-SW.
004620         IF WS-EXPIRY-DATE NOT = ZERO
004630             AND WS-EXPIRY-DATE < WS-COMPLETED-DATE
004640             DISPLAY "EXPIRY DATE IS BEFORE THE COMPLETED DATE"
004650             GO TO 2900-EXIT
004660     END-IF.
004670
004680         SET WS-DATE-OK TO TRUE.
004690
004700 2900-EXIT.
004710     EXIT.
004720
004730******************************************************************
004740*    3000-RECORD-COMPLETION - RECORD A COMPLETED REQUIREMENT FOR *
004750*    A VISITOR.  AN EXISTING RECORD OF THE SAME TYPE IS SHOWN    *
004760*    AND REPLACED, SO A RENEWED INDUCTION SIMPLY MOVES THE       *
004770*    DATES FORWARD.                                              *
004780******************************************************************
004790 3000-RECORD-COMPLETION.
004800
004810         PERFORM 2200-ACCEPT-VISITOR THRU 2200-EXIT.
004820         IF NOT WS-KEY-OK
004830             GO TO 3000-EXIT
004840     END-IF.
004850
004860         PERFORM 2500-ACCEPT-REQ-TYPE THRU 2500-EXIT.
004870         IF NOT WS-KEY-OK
004880             GO TO 3000-EXIT
004890     END-IF.
004900
004910         PERFORM 3500-READ-EXISTING THRU 3500-EXIT.
004920
004930         PERFORM 2900-ACCEPT-DATES THRU 2900-EXIT.
004940         IF NOT WS-DATE-OK
004950             GO TO 3000-EXIT
004960     END-IF.
004970
004980         DISPLAY "ENTER REFERENCE - COURSE, CERTIFICATE OR "
004990             "AGREEMENT NO. (20 CHARACTERS):".
005000         MOVE SPACES TO WS-REFERENCE-IN.
005010         ACCEPT WS-REFERENCE-IN.
005020
005030         PERFORM 7000-SAVE-RECORD THRU 7000-EXIT.
005040
005050 3000-EXIT.
005060     EXIT.
005070
005080******************************************************************
005090*    3500-READ-EXISTING - LOOK FOR A RECORD WITH THE KEY JUST    *
005100*    COLLECTED AND SHOW IT, SO THE OPERATOR KNOWS IT WILL BE     *
005110*    REPLACED.                                                   *
005120******************************************************************
005130 3500-READ-EXISTING.
005140
005150         MOVE "N" TO WS-ON-FILE-SW.
005160         MOVE WS-HOLDER-TYPE-IN TO CM-HOLDER-TYPE.
005170         MOVE WS-HOLDER-ID-IN TO CM-HOLDER-ID.
005180         MOVE WS-REQ-TYPE-IN TO CM-REQ-TYPE.
005190         READ GREETCMP-FILE
005200             KEY IS CM-COMPLIANCE-KEY
005210             INVALID KEY
005220                 CONTINUE
005230             NOT INVALID KEY
005240                 SET WS-ON-FILE TO TRUE
005250                 DISPLAY "ON FILE: COMPLETED " CM-COMPLETED-DATE
005260                     " EXPIRES " CM-EXPIRY-DATE " - WILL BE "
005270                     "REPLACED"
005280     END-READ.
005290
005300 3500-EXIT.
005310     EXIT.
005320
005330******************************************************************
005340*    4000-COMPANY-REQUIREMENT - SET OR REPLACE A REQUIREMENT     *
005350*    THAT EVERY VISITOR FROM ONE COMPANY MUST MEET, TYPICALLY A  *
005360*    PARTNER'S NDA.  THE DATES ARE THE PERIOD IT IS IN FORCE.    *
005370******************************************************************
005380 4000-COMPANY-REQUIREMENT.
005390
005400         PERFORM 2300-ACCEPT-COMPANY THRU 2300-EXIT.
005410         IF NOT WS-KEY-OK
005420             GO TO 4000-EXIT
005430     END-IF.
005440
005450         PERFORM 2500-ACCEPT-REQ-TYPE THRU 2500-EXIT.
005460         IF NOT WS-KEY-OK
005470             GO TO 4000-EXIT
005480     END-IF.
005490
005500         PERFORM 3500-READ-EXISTING THRU 3500-EXIT.
005510
005520         PERFORM 2900-ACCEPT-DATES THRU 2900-EXIT.
005530         IF NOT WS-DATE-OK
005540             GO TO 4000-EXIT
005550     END-IF.
005560
005570         DISPLAY "ENTER REFERENCE - AGREEMENT OR POLICY NO. "
005580             "(20 CHARACTERS):".
005590         MOVE SPACES TO WS-REFERENCE-IN.
005600         ACCEPT WS-REFERENCE-IN.
005610
005620         PERFORM 7000-SAVE-RECORD THRU 7000-EXIT.
005630
005640 4000-EXIT.
005650     EXIT.
005660
005670******************************************************************
005680*    5000-DELETE-RECORD - REMOVE ONE VISITOR OR COMPANY RECORD.  *
005690******************************************************************
005700 5000-DELETE-RECORD.
005710
005720         PERFORM 2400-ACCEPT-HOLDER THRU 2400-EXIT.
005730         IF NOT WS-KEY-OK
005740             GO TO 5000-EXIT
005750     END-IF.
005760
005770         PERFORM 2500-ACCEPT-REQ-TYPE THRU 2500-EXIT.
005780         IF NOT WS-KEY-OK
005790             GO TO 5000-EXIT
005800     END-IF.
005810
005820         MOVE WS-HOLDER-TYPE-IN TO CM-HOLDER-TYPE.
005830         MOVE WS-HOLDER-ID-IN TO CM-HOLDER-ID.
005840         MOVE WS-REQ-TYPE-IN TO CM-REQ-TYPE.
005850         READ GREETCMP-FILE
005860             KEY IS CM-COMPLIANCE-KEY
005870             INVALID KEY
005880                 DISPLAY "NO " WS-REQ-TYPE-IN " RECORD FOR "
005890                     WS-HOLDER-ID-IN
005900                 GO TO 5000-EXIT
005910     END-READ.
005920
005930         DELETE GREETCMP-FILE
005940             INVALID KEY
005950                 DISPLAY "DELETE FAILED, STATUS " WS-CMP-STATUS
005960     END-DELETE.
005970
005980 5000-EXIT.
005990     EXIT.
006000
006010******************************************************************
006020*    6000-BROWSE-RECORDS - LIST EVERY RECORD HELD FOR ONE        *
006030*    VISITOR OR ONE COMPANY.                                     *
006040******************************************************************
006050 6000-BROWSE-RECORDS.
006060
006070         PERFORM 2400-ACCEPT-HOLDER THRU 2400-EXIT.
006080         IF NOT WS-KEY-OK
006090             GO TO 6000-EXIT
006100     END-IF.
006110
006120         MOVE "N" TO WS-BROWSE-EOF-SW.
006130         MOVE WS-HOLDER-TYPE-IN TO CM-HOLDER-TYPE.
006140         MOVE WS-HOLDER-ID-IN TO CM-HOLDER-ID.
006150         MOVE LOW-VALUES TO CM-REQ-TYPE.
006160         START GREETCMP-FILE
006170             KEY IS NOT LESS THAN CM-COMPLIANCE-KEY
006180             INVALID KEY
006190                 MOVE "Y" TO WS-BROWSE-EOF-SW
006200     END-START.
006210
006220         DISPLAY "T COMPLETD EXPIRES  REFERENCE            BY".
006230         PERFORM 6100-BROWSE-ONE-RECORD THRU 6100-EXIT
006240             UNTIL WS-BROWSE-EOF.
006250
006260 6000-EXIT.
006270     EXIT.
006280
006290******************************************************************
006300*    6100-BROWSE-ONE-RECORD - READ AND DISPLAY THE NEXT RECORD,  *
006310*    STOPPING AT THE FIRST ONE FOR ANOTHER HOLDER.               *
006320******************************************************************
006330 6100-BROWSE-ONE-RECORD.
006340
006350         READ GREETCMP-FILE NEXT RECORD
006360             AT END
006370                 MOVE "Y" TO WS-BROWSE-EOF-SW
006380                 GO TO 6100-EXIT
006390     END-READ.
006400
006410         IF CM-HOLDER-TYPE NOT = WS-HOLDER-TYPE-IN
006420             OR CM-HOLDER-ID NOT = WS-HOLDER-ID-IN
006430             MOVE "Y" TO WS-BROWSE-EOF-SW
006440             GO TO 6100-EXIT
006450     END-IF.
006460
006470         DISPLAY CM-REQ-TYPE " " CM-COMPLETED-DATE " "
006480             CM-EXPIRY-DATE " " CM-REFERENCE " " CM-RECORDED-BY.
006490
006500 6100-EXIT.
006510     EXIT.
006520
006530******************************************************************
006540*    7000-SAVE-RECORD - BUILD THE RECORD FROM THE FIELDS         *
006550*    COLLECTED, STAMP THE OPERATOR AND DATE, AND WRITE IT, OR    *
006560*    REWRITE IT WHEN 3500-READ-EXISTING FOUND ONE ALREADY.       *
006570******************************************************************
006580 7000-SAVE-RECORD.
006590
006600         MOVE SPACES TO COMPLIANCE-RECORD.
006610         MOVE WS-HOLDER-TYPE-IN TO CM-HOLDER-TYPE.
006620         MOVE WS-HOLDER-ID-IN TO CM-HOLDER-ID.
006630         MOVE WS-REQ-TYPE-IN TO CM-REQ-TYPE.
006640         MOVE WS-COMPLETED-DATE TO CM-COMPLETED-DATE.
006650         MOVE WS-EXPIRY-DATE TO CM-EXPIRY-DATE.
006660         MOVE WS-REFERENCE-IN TO CM-REFERENCE.
006670         MOVE SG-OPERATOR-ID TO CM-RECORDED-BY.
006680         MOVE WS-RUN-DATE TO CM-RECORDED-DATE.
006690
006700         IF WS-ON-FILE
006710             REWRITE COMPLIANCE-RECORD
006720                 INVALID KEY
006730                     DISPLAY "REWRITE FAILED, STATUS "
006740                         WS-CMP-STATUS
006750                 NOT INVALID KEY
006760                     DISPLAY "RECORD REPLACED"
006770         END-REWRITE
006780         ELSE
006790             WRITE COMPLIANCE-RECORD
006800                 INVALID KEY
006810                     DISPLAY "WRITE FAILED, STATUS " WS-CMP-STATUS
006820                 NOT INVALID KEY
006830                     DISPLAY "RECORD ADDED"
006840         END-WRITE
006850     END-IF.
006860
006870 7000-EXIT.
006880     EXIT.
006890
006900******************************************************************
006910*    9000-TERMINATE - CLOSE FILES.                               *
006920******************************************************************
006930 9000-TERMINATE.
006940
006950         CLOSE GREETCMP-FILE.
006960         IF WS-VIS-OPENED
006970             CLOSE GREETVIS-FILE
006980     END-IF.
006990         IF WS-ORG-OPENED
007000             CLOSE GREETORG-FILE
007010     END-IF.
007020
007030 9000-EXIT.
007040     EXIT.
007050
007060 END PROGRAM GREETIMN.
