000220*                     (BEFORE AND AFTER IMAGES) TO GREETVJL SO   *
000230*                     GREETVRC CAN REBUILD THE MASTER FORWARD    *
000240*                     FROM THE LAST GREETVSN SNAPSHOT.           *
000250*    2026-10-15 MK    SIGN ON THROUGH THE COMMON GREETSGN CHECK  *
000260*                     AGAINST THE GREETOPF OPERATOR SECURITY     *
000270*                     FILE.  EVERY FUNCTION IS CLEARED AGAINST   *
000280*                     THE OPERATOR'S AUTHORITY FIRST, AND EVERY  *
000290*                     REFUSAL IS LOGGED TO GREETAVL.             *
000300*                                                                *
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330     PROGRAM-ID.   GREETVMN AS "GREETVMN".
000340     AUTHOR.       M. KAVALIAUSKAS.
000350     DATE-WRITTEN. 2026-08-22.
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.
000400 OBJECT-COMPUTER.
000410
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440         SELECT GREETVIS-FILE ASSIGN TO "GREETVIS"
000450             ORGANIZATION IS INDEXED
000460             ACCESS MODE IS DYNAMIC
000470             RECORD KEY IS VM-VISITOR-ID
000480             ALTERNATE RECORD KEY IS VM-NAME-KEY
000490                 WITH DUPLICATES
000500             FILE STATUS IS WS-VIS-STATUS.
000510
000520         SELECT GREETVJL-FILE ASSIGN TO "GREETVJL"
000530             ORGANIZATION IS SEQUENTIAL
000540             FILE STATUS IS WS-VJL-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580
000590 FD  GREETVIS-FILE
000600         LABEL RECORDS ARE STANDARD.
000610     COPY VISMREC.
000620
000630 FD  GREETVJL-FILE
000640         LABEL RECORDS ARE STANDARD.
000650     COPY VJRNREC.
000660
000670 WORKING-STORAGE SECTION.
000680 77  WS-VIS-STATUS               PIC X(02) VALUE SPACES.
000690 01  WS-FUNCTION-CODE            PIC X(01) VALUE SPACES.
000700     88  WS-FUNC-INQUIRE                   VALUE "I" "i".
000710     88  WS-FUNC-NAME-LOOKUP               VALUE "N" "n".
000720     88  WS-FUNC-CORRECT                   VALUE "C" "c".
000730     88  WS-FUNC-DELETE                    VALUE "D" "d".
000740     88  WS-FUNC-BROWSE                    VALUE "B" "b".
000750     88  WS-FUNC-QUIT                      VALUE "Q" "q".
000760 01  WS-MORE-TRANS-SW            PIC X(01) VALUE "Y".
000770     88  WS-MORE-TRANS                     VALUE "Y".
000780 01  WS-BROWSE-EOF-SW            PIC X(01) VALUE "N".
000790     88  WS-BROWSE-EOF                     VALUE "Y".
000800 77  WS-VISITOR-ID-IN            PIC 9(06) VALUE ZERO.
000810 77  WS-LAST-IN                  PIC X(20) VALUE SPACES.
000820 77  WS-FIRST-IN                 PIC X(15) VALUE SPACES.
000830 77  WS-VISIT-COUNT-DISP         PIC Z(05)9.
000840 77  WS-VJL-STATUS               PIC X(02) VALUE SPACES.
000850 01  WS-VJL-OPEN-SW              PIC X(01) VALUE "N".
000860     88  WS-VJL-OPENED                     VALUE "Y".
000870 77  WS-JR-FUNCTION              PIC X(01) VALUE SPACES.
000880 77  WS-VM-BEFORE                PIC X(137) VALUE SPACES.
000890     COPY SGNLREC.
000900
000910 PROCEDURE DIVISION.
000920
000930******************************************************************
000940*    0000-MAINLINE                                               *
000950******************************************************************
000960 0000-MAINLINE.
000970
000980         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000990
001000         PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001010             UNTIL NOT WS-MORE-TRANS.
001020
001030         PERFORM 9000-TERMINATE THRU 9000-EXIT.
001040
001050         STOP RUN.
001060
001070******************************************************************
001080*    1000-INITIALIZE - OPEN GREETVIS FOR UPDATE.  THE MASTER IS  *
001090*    CREATED BY SAMPLE, SO A MISSING FILE JUST MEANS NO VISITOR  *
001100*    HAS BEEN GREETED YET - REPORT THAT AND QUIT.                *
001110******************************************************************
001120 1000-INITIALIZE.
001130
001140         OPEN I-O GREETVIS-FILE.
001150         IF WS-VIS-STATUS NOT = "00"
001160             DISPLAY "GREETVIS NOT AVAILABLE, STATUS "
001170                 WS-VIS-STATUS
001180                 " - NO VISITOR MASTER TO MAINTAIN"
001190             MOVE "N" TO WS-MORE-TRANS-SW
001200             GO TO 1000-EXIT
001210     END-IF.
001220
001230*        EVERY UPDATE TO THE MASTER IS JOURNALED, SO THE JOURNAL
001240*        IS ONLY OPENED WHEN THE MASTER ITSELF OPENED.
001250         OPEN EXTEND GREETVJL-FILE.
001260         IF WS-VJL-STATUS = "35" OR WS-VJL-STATUS = "05"
001270             CLOSE GREETVJL-FILE
001280             OPEN OUTPUT GREETVJL-FILE
001290     END-IF.
001300         IF WS-VJL-STATUS = "00"
001310             SET WS-VJL-OPENED TO TRUE
001320         ELSE
001330             DISPLAY "GREETVJL NOT AVAILABLE, STATUS "
001340                 WS-VJL-STATUS
001350                 " - GREETVIS UPDATES NOT JOURNALED"
001360     END-IF.
001370
001380         PERFORM 1900-SIGN-ON THRU 1900-EXIT.
001390
001400 1000-EXIT.
001410     EXIT.
001420
001430******************************************************************
001440*    1900-SIGN-ON - IDENTIFY THE OPERATOR THROUGH GREETSGN.  A   *
001450*    REFUSED SIGN-ON ENDS THE TRANSACTION BEFORE ANY FUNCTION    *
001460*    IS OFFERED.                                                 *
001470******************************************************************
001480 1900-SIGN-ON.
001490
001500         MOVE SPACES TO SIGN-ON-AREA.
001510         MOVE "S" TO SG-REQUEST.
001520         MOVE "GREETVMN" TO SG-TRANSACTION.
001530         CALL "GREETSGN" USING SIGN-ON-AREA.
001540         IF SG-REFUSED
001550             DISPLAY "GREETVMN SIGN-ON REFUSED - "
001560                 "TRANSACTION ENDED"
001570             MOVE "N" TO WS-MORE-TRANS-SW
001580     END-IF.
001590
001600 1900-EXIT.
001610     EXIT.
001620
001630******************************************************************
001640*    2000-PROCESS-TRANSACTION - PROMPT FOR A FUNCTION CODE AND   *
001650*    DRIVE THE MATCHING MAINTENANCE PARAGRAPH.                   *
001660******************************************************************
001670 2000-PROCESS-TRANSACTION.
001680
001690         DISPLAY "GREETVIS MAINTENANCE - I)NQUIRE N)AME-LOOKUP "
001700             "C)ORRECT D)ELETE B)ROWSE Q)UIT".
001710         MOVE SPACES TO WS-FUNCTION-CODE.
001720         ACCEPT WS-FUNCTION-CODE.
001730
001740         PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
001750         IF SG-REFUSED
001760             GO TO 2000-EXIT
001770     END-IF.
001780
001790         EVALUATE TRUE
001800             WHEN WS-FUNC-INQUIRE
001810                 PERFORM 3000-INQUIRE-BY-ID THRU 3000-EXIT
001820             WHEN WS-FUNC-NAME-LOOKUP
001830                 PERFORM 3500-INQUIRE-BY-NAME THRU 3500-EXIT
001840             WHEN WS-FUNC-CORRECT
001850                 PERFORM 4000-CORRECT-RECORD THRU 4000-EXIT
001860             WHEN WS-FUNC-DELETE
001870                 PERFORM 5000-DELETE-RECORD THRU 5000-EXIT
001880             WHEN WS-FUNC-BROWSE
001890                 PERFORM 6000-BROWSE-RECORDS THRU 6000-EXIT
001900             WHEN WS-FUNC-QUIT
001910                 MOVE "N" TO WS-MORE-TRANS-SW
001920             WHEN OTHER
001930                 DISPLAY "INVALID FUNCTION CODE, PLEASE RE-ENTER"
001940     END-EVALUATE.
001950
001960 2000-EXIT.
001970     EXIT.
001980
001990******************************************************************
002000*    2100-CHECK-AUTHORITY - ASK GREETSGN WHETHER THE SIGNED-ON   *
002010*    OPERATOR MAY USE THIS FUNCTION.  QUIT AND UNKNOWN CODES     *
002020*    NEED NO AUTHORITY.                                          *
002030******************************************************************
002040 2100-CHECK-AUTHORITY.
002050
002060         EVALUATE TRUE
002070             WHEN WS-FUNC-INQUIRE OR WS-FUNC-NAME-LOOKUP
002080                 MOVE "1" TO SG-LEVEL-NEEDED
002090             WHEN WS-FUNC-BROWSE
002100                 MOVE "1" TO SG-LEVEL-NEEDED
002110             WHEN WS-FUNC-CORRECT
002120                 MOVE "2" TO SG-LEVEL-NEEDED
002130             WHEN WS-FUNC-DELETE
002140                 MOVE "3" TO SG-LEVEL-NEEDED
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
002280*    3000-INQUIRE-BY-ID - DISPLAY ONE MASTER RECORD BY ITS       *
002290*    VISITOR ID.                                                 *
002300******************************************************************
002310 3000-INQUIRE-BY-ID.
002320
002330         DISPLAY "ENTER VISITOR ID (6 DIGITS):".
002340         MOVE ZERO TO WS-VISITOR-ID-IN.
002350         ACCEPT WS-VISITOR-ID-IN.
002360
002370         MOVE WS-VISITOR-ID-IN TO VM-VISITOR-ID.
002380         READ GREETVIS-FILE
002390             KEY IS VM-VISITOR-ID
002400             INVALID KEY
002410                 DISPLAY "VISITOR ID " WS-VISITOR-ID-IN
002420                     " NOT FOUND"
002430                 GO TO 3000-EXIT
002440     END-READ.
002450
002460         PERFORM 7000-DISPLAY-ONE-VISITOR THRU 7000-EXIT.
002470
002480 3000-EXIT.
002490     EXIT.
002500
002510******************************************************************
002520*    3500-INQUIRE-BY-NAME - FIND THE MASTER RECORD FOR A LAST/   *
002530*    FIRST NAME VIA THE ALTERNATE KEY, SO THE FRONT DESK CAN     *
002540*    GET THE VISITOR ID WITHOUT KNOWING IT IN ADVANCE.           *
002550******************************************************************
002560 3500-INQUIRE-BY-NAME.
002570
002580         DISPLAY "ENTER LAST NAME (20 CHARACTERS):".
002590         MOVE SPACES TO WS-LAST-IN.
002600         ACCEPT WS-LAST-IN.
002610         DISPLAY "ENTER FIRST NAME (15 CHARACTERS):".
002620         MOVE SPACES TO WS-FIRST-IN.
002630         ACCEPT WS-FIRST-IN.
002640
002650         MOVE WS-LAST-IN  TO VM-LAST.
002660         MOVE WS-FIRST-IN TO VM-FIRST.
002670         READ GREETVIS-FILE
002680             KEY IS VM-NAME-KEY
002690             INVALID KEY
002700                 DISPLAY "NO MASTER RECORD FOR " WS-LAST-IN
002710                     " " WS-FIRST-IN
002720                 GO TO 3500-EXIT
002730     END-READ.
002740
002750         PERFORM 7000-DISPLAY-ONE-VISITOR THRU 7000-EXIT.
002760
002770 3500-EXIT.
002780     EXIT.
002790
002800******************************************************************
002810*    4000-CORRECT-RECORD - RE-KEY THE NAME FIELDS OF AN EXISTING *
002820*    MASTER RECORD, FOR THE CASE WHERE A VISITOR'S NAME WAS      *
002830*    MIS-KEYED AT THE DESK.  THE VISIT DATES AND COUNT ARE       *
002840*    DELIBERATELY LEFT ALONE.                                    *
002850******************************************************************
002860 4000-CORRECT-RECORD.
002870
002880         DISPLAY "ENTER VISITOR ID TO CORRECT (6 DIGITS):".
002890         MOVE ZERO TO WS-VISITOR-ID-IN.
002900         ACCEPT WS-VISITOR-ID-IN.
002910
002920         MOVE WS-VISITOR-ID-IN TO VM-VISITOR-ID.
002930         READ GREETVIS-FILE
002940             KEY IS VM-VISITOR-ID
002950             INVALID KEY
002960                 DISPLAY "VISITOR ID " WS-VISITOR-ID-IN
002970                     " NOT FOUND"
002980                 GO TO 4000-EXIT
002990     END-READ.
003000
003010         PERFORM 7000-DISPLAY-ONE-VISITOR THRU 7000-EXIT.
003020         MOVE VISITOR-MASTER-RECORD TO WS-VM-BEFORE.
003030
003040         DISPLAY "ENTER CORRECTED TITLE (4 CHARACTERS):".
003050         MOVE SPACES TO VM-TITLE.
003060         ACCEPT VM-TITLE.
003070
003080         DISPLAY "ENTER CORRECTED FIRST NAME (15 CHARACTERS):".
003090         MOVE SPACES TO VM-FIRST.
003100         ACCEPT VM-FIRST.
003110
003120         DISPLAY "ENTER CORRECTED MIDDLE NAME (15 CHARACTERS):".
003130         MOVE SPACES TO VM-MIDDLE.
003140         ACCEPT VM-MIDDLE.
003150
003160         DISPLAY "ENTER CORRECTED LAST NAME (20 CHARACTERS):".
003170         MOVE SPACES TO VM-LAST.
003180         ACCEPT VM-LAST.
003190
003200         DISPLAY "ENTER CORRECTED SUFFIX (4 CHARACTERS):".
003210         MOVE SPACES TO VM-SUFFIX.
003220         ACCEPT VM-SUFFIX.
003230
003240         REWRITE VISITOR-MASTER-RECORD
003250             INVALID KEY
003260                 DISPLAY "REWRITE FAILED, STATUS " WS-VIS-STATUS
003270             NOT INVALID KEY
003280                 MOVE "C" TO WS-JR-FUNCTION
003290                 PERFORM 7500-WRITE-VIS-JOURNAL THRU 7500-EXIT
003300     END-REWRITE.
003310
003320 4000-EXIT.
003330     EXIT.
003340
003350******************************************************************
003360*    5000-DELETE-RECORD - REMOVE A MASTER RECORD, FOR THE CASE   *
003370*    WHERE A MIS-KEYED NAME CREATED A STRAY RECORD THAT HAS      *
003380*    SINCE BEEN CORRECTED ELSEWHERE.                             *
003390******************************************************************
003400 5000-DELETE-RECORD.
003410
003420         DISPLAY "ENTER VISITOR ID TO DELETE (6 DIGITS):".
003430         MOVE ZERO TO WS-VISITOR-ID-IN.
003440         ACCEPT WS-VISITOR-ID-IN.
003450
003460         MOVE WS-VISITOR-ID-IN TO VM-VISITOR-ID.
003470         READ GREETVIS-FILE
003480             KEY IS VM-VISITOR-ID
003490             INVALID KEY
003500                 DISPLAY "VISITOR ID " WS-VISITOR-ID-IN
003510                     " NOT FOUND"
003520                 GO TO 5000-EXIT
003530     END-READ.
003540
003550         MOVE VISITOR-MASTER-RECORD TO WS-VM-BEFORE.
003560         DELETE GREETVIS-FILE
003570             INVALID KEY
003580                 DISPLAY "DELETE FAILED, STATUS " WS-VIS-STATUS
003590             NOT INVALID KEY
003600                 MOVE "D" TO WS-JR-FUNCTION
003610                 MOVE SPACES TO VISITOR-MASTER-RECORD
003620                 PERFORM 7500-WRITE-VIS-JOURNAL THRU 7500-EXIT
003630     END-DELETE.
003640
003650 5000-EXIT.
003660     EXIT.
003670
003680******************************************************************
003690*    6000-BROWSE-RECORDS - LIST EVERY MASTER RECORD IN VISITOR-  *
003700*    ID SEQUENCE.                                                *
003710******************************************************************
003720 6000-BROWSE-RECORDS.
003730
003740         MOVE "N" TO WS-BROWSE-EOF-SW.
003750         MOVE ZERO TO VM-VISITOR-ID.
003760         START GREETVIS-FILE KEY IS NOT LESS THAN VM-VISITOR-ID
003770             INVALID KEY
003780                 DISPLAY "NO VISITOR MASTER RECORDS ON FILE"
003790                 MOVE "Y" TO WS-BROWSE-EOF-SW
003800     END-START.
003810
003820         PERFORM 6100-BROWSE-ONE-RECORD THRU 6100-EXIT
003830             UNTIL WS-BROWSE-EOF.
003840
003850 6000-EXIT.
003860     EXIT.
003870
003880******************************************************************
003890*    6100-BROWSE-ONE-RECORD - READ AND DISPLAY THE NEXT MASTER   *
003900*    RECORD IN SEQUENCE.                                         *
003910******************************************************************
003920 6100-BROWSE-ONE-RECORD.
003930
003940         READ GREETVIS-FILE NEXT RECORD
003950             AT END
003960                 MOVE "Y" TO WS-BROWSE-EOF-SW
003970             NOT AT END
003980                 PERFORM 7000-DISPLAY-ONE-VISITOR THRU 7000-EXIT
003990     END-READ.
004000
004010 6100-EXIT.
004020     EXIT.
004030
004040******************************************************************
004050*    7000-DISPLAY-ONE-VISITOR - DISPLAY THE MASTER RECORD        *
004060*    CURRENTLY IN THE RECORD AREA, ONE LINE PER VISITOR.         *
004070******************************************************************
004080 7000-DISPLAY-ONE-VISITOR.
004090
004100         MOVE VM-VISIT-COUNT TO WS-VISIT-COUNT-DISP.
004110         DISPLAY VM-VISITOR-ID " " VM-LAST " " VM-FIRST
004120             " FIRST " VM-FIRST-VISIT-DATE
004130             " LAST " VM-LAST-VISIT-DATE
004140             " VISITS " WS-VISIT-COUNT-DISP.
004150
004160 7000-EXIT.
004170     EXIT.
004180
004190******************************************************************
004200*    7500-WRITE-VIS-JOURNAL - JOURNAL THE GREETVIS UPDATE JUST   *
004210*    MADE.  THE CALLER STAGES THE FUNCTION CODE AND THE BEFORE   *
004220*    IMAGE; THE AFTER IMAGE IS THE MASTER RECORD AS IT NOW       *
004230*    STANDS (SPACES ON A DELETE).  SKIPPED QUIETLY WHEN THE      *
004240*    JOURNAL COULD NOT BE OPENED - THE WARNING WAS ALREADY       *
004250*    GIVEN AT START-UP.                                          *
004260******************************************************************
004270 7500-WRITE-VIS-JOURNAL.
004280
004290         IF NOT WS-VJL-OPENED
004300             GO TO 7500-EXIT
004310     END-IF.
004320
004330         MOVE SPACES TO VISITOR-JOURNAL-RECORD.
004340         MOVE WS-JR-FUNCTION TO JR-FUNCTION.
004350         MOVE "GREETVMN" TO JR-PROGRAM-NAME.
004360         ACCEPT JR-JOURNAL-DATE FROM DATE YYYYMMDD.
004370         ACCEPT JR-JOURNAL-TIME FROM TIME.
004380         MOVE WS-VM-BEFORE TO JR-BEFORE-IMAGE.
004390         MOVE VISITOR-MASTER-RECORD TO JR-AFTER-IMAGE.
004400         WRITE VISITOR-JOURNAL-RECORD.
004410
004420 7500-EXIT.
004430     EXIT.
004440
004450******************************************************************
004460*    9000-TERMINATE - CLOSE FILES.                               *
004470******************************************************************
004480 9000-TERMINATE.
004490
004500         CLOSE GREETVIS-FILE.
004510         IF WS-VJL-OPENED
004520             CLOSE GREETVJL-FILE
004530     END-IF.
004540
004550 9000-EXIT.
004560     EXIT.
004570
004580 END PROGRAM GREETVMN.
