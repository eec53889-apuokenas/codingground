000290*                     MAXLANGS PARAMETER (20 UNLESS OVERRIDDEN,  *
000300*                     CAPPED AT SAMPLE'S 50-SLOT TABLE) AND      *
000310*                     ECHO IT ON THE GREETRUN START RECORD.      *
000320*    2026-10-15 MK    THE OPERATOR ID IS NOW CHECKED BY THE      *
000330*                     COMMON GREETSGN SIGN-ON AGAINST THE        *
000340*                     GREETOPF OPERATOR SECURITY FILE, AND       *
000350*                     EVERY FUNCTION IS CLEARED AGAINST THE      *
000360*                     OPERATOR'S AUTHORITY FIRST.  REFUSALS ARE  *
000370*                     LOGGED TO GREETAVL.                        *
000380*                                                                *
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410     PROGRAM-ID.   GREETMNT AS "GREETMNT".
000420     AUTHOR.       D. KOVALSKI.
000430     DATE-WRITTEN. 2019-11-18.
000440
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.
000480 OBJECT-COMPUTER.
000490
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520         SELECT GREETTMP-FILE ASSIGN TO "GREETTMP"
000530             ORGANIZATION IS INDEXED
000540             ACCESS MODE IS DYNAMIC
000550             RECORD KEY IS GT-LANG-CODE
000560             FILE STATUS IS WS-GTMP-STATUS.
000570
000580         SELECT GREETAUD-FILE ASSIGN TO "GREETAUD"
000590             ORGANIZATION IS SEQUENTIAL
000600             FILE STATUS IS WS-AUD-STATUS.
000610
000620         SELECT GREETRUN-FILE ASSIGN TO "GREETRUN"
000630             ORGANIZATION IS SEQUENTIAL
000640             FILE STATUS IS WS-RUNL-STATUS.
000650
000660         SELECT GREETPRM-FILE ASSIGN TO "GREETPRM"
000670             ORGANIZATION IS INDEXED
000680             ACCESS MODE IS DYNAMIC
000690             RECORD KEY IS PR-PARM-KEY
000700             FILE STATUS IS WS-PRM-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740
000750 FD  GREETTMP-FILE
000760         LABEL RECORDS ARE STANDARD.
000770     COPY GTMPREC.
000780
000790 FD  GREETAUD-FILE
000800         LABEL RECORDS ARE STANDARD.
000810     COPY AUDREC.
000820
000830 FD  GREETRUN-FILE
000840         LABEL RECORDS ARE STANDARD.
000850     COPY RUNLREC.
000860
000870 FD  GREETPRM-FILE
000880         LABEL RECORDS ARE STANDARD.
000890     COPY PARMREC.
000900
000910 WORKING-STORAGE SECTION.
000920 77  WS-GTMP-STATUS              PIC X(02) VALUE SPACES.
000930 77  WS-RECORD-COUNT             PIC 9(04) COMP VALUE ZERO.
000940 77  WS-MAX-RECORDS              PIC 9(04) COMP VALUE 20.
000950 77  WS-PRM-STATUS               PIC X(02) VALUE SPACES.
000960 77  WS-TABLE-CEILING            PIC 9(04) COMP VALUE 50.
000970 77  WS-ECHO-LANG                PIC 9(04) VALUE ZERO.
000980 77  WS-PARM-ECHO                PIC X(32) VALUE SPACES.
000990 01  WS-FUNCTION-CODE            PIC X(01) VALUE SPACES.
001000     88  WS-FUNC-ADD                       VALUE "A" "a".
001010     88  WS-FUNC-CHANGE                    VALUE "C" "c".
001020     88  WS-FUNC-DELETE                    VALUE "D" "d".
001030     88  WS-FUNC-BROWSE                    VALUE "B" "b".
001040     88  WS-FUNC-HISTORY                   VALUE "H" "h".
001050     88  WS-FUNC-QUIT                      VALUE "Q" "q".
001060 01  WS-MORE-TRANS-SW            PIC X(01) VALUE "Y".
001070     88  WS-MORE-TRANS                     VALUE "Y".
001080 01  WS-BROWSE-EOF-SW            PIC X(01) VALUE "N".
001090     88  WS-BROWSE-EOF                     VALUE "Y".
001100 77  WS-AUD-STATUS               PIC X(02) VALUE SPACES.
001110 01  WS-AUD-EOF-SW               PIC X(01) VALUE "N".
001120     88  WS-AUD-EOF                        VALUE "Y".
001130 77  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001140 77  WS-BEFORE-IMAGE             PIC X(38) VALUE SPACES.
001150 77  WS-HIST-LANG-CODE           PIC X(03) VALUE SPACES.
001160 77  WS-HIST-COUNT               PIC 9(08) COMP VALUE ZERO.
001170 77  WS-RUNL-STATUS              PIC X(02) VALUE SPACES.
001180 77  WS-RL-TYPE                  PIC X(01) VALUE SPACES.
001190 77  WS-RL-COUNT                 PIC 9(08) VALUE ZERO.
001200 77  WS-RL-CODE                  PIC X(04) VALUE SPACES.
001210 77  WS-TRANS-COUNT              PIC 9(08) COMP VALUE ZERO.
001220     COPY SGNLREC.
001230
001240 PROCEDURE DIVISION.
001250
001260******************************************************************
001270*    0000-MAINLINE                                               *
001280******************************************************************
001290 0000-MAINLINE.
001300
001310         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001320
001330         PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001340             UNTIL NOT WS-MORE-TRANS.
001350
001360         PERFORM 9000-TERMINATE THRU 9000-EXIT.
001370
001380         STOP RUN.
001390
001400******************************************************************
001410*    1000-INITIALIZE - OPEN GREETTMP FOR UPDATE, CREATING IT ON  *
001420*    THE FIRST MAINTENANCE RUN IF IT DOES NOT YET EXIST, THEN    *
001430*    COUNT HOW MANY TEMPLATES ARE ALREADY ON FILE.               *
001440******************************************************************
001450 1000-INITIALIZE.
001460
001470         OPEN I-O GREETTMP-FILE.
001480         IF WS-GTMP-STATUS = "35" OR WS-GTMP-STATUS = "05"
001490             CLOSE GREETTMP-FILE
001500             OPEN OUTPUT GREETTMP-FILE
001510             CLOSE GREETTMP-FILE
001520             OPEN I-O GREETTMP-FILE
001530     END-IF.
001540
001550         PERFORM 1050-COUNT-RECORDS THRU 1050-EXIT.
001560         PERFORM 1070-LOAD-PARAMETERS THRU 1070-EXIT.
001570
001580         PERFORM 1100-ACCEPT-OPERATOR THRU 1100-EXIT.
001590
001600         OPEN EXTEND GREETAUD-FILE.
001610         IF WS-AUD-STATUS = "35" OR WS-AUD-STATUS = "05"
001620             CLOSE GREETAUD-FILE
001630             OPEN OUTPUT GREETAUD-FILE
001640     END-IF.
001650
001660         MOVE "S" TO WS-RL-TYPE.
001670         MOVE ZERO TO WS-RL-COUNT.
001680         MOVE SPACES TO WS-RL-CODE.
001690         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
001700
001710 1000-EXIT.
001720     EXIT.
001730
001740******************************************************************
001750*    1100-ACCEPT-OPERATOR - SIGN-ON THROUGH GREETSGN.  EVERY     *
001760*    MAINTENANCE ACTION IS AUDITED UNDER THE ID IT RETURNS.  A   *
001770*    REFUSED SIGN-ON ENDS THE TRANSACTION BEFORE ANY FUNCTION    *
001780*    IS OFFERED.                                                 *
001790******************************************************************
001800 1100-ACCEPT-OPERATOR.
001810
001820         MOVE SPACES TO SIGN-ON-AREA.
001830         MOVE "S" TO SG-REQUEST.
001840         MOVE "GREETMNT" TO SG-TRANSACTION.
001850         CALL "GREETSGN" USING SIGN-ON-AREA.
001860         IF SG-REFUSED
001870             DISPLAY "GREETMNT SIGN-ON REFUSED - "
001880                 "TRANSACTION ENDED"
001890             MOVE "N" TO WS-MORE-TRANS-SW
001900         ELSE
001910             MOVE SG-OPERATOR-ID TO WS-OPERATOR-ID
001920     END-IF.
001930
001940 1100-EXIT.
001950     EXIT.
001960
001970******************************************************************
001980*    1050-COUNT-RECORDS - COUNT THE GREETING TEMPLATES ALREADY   *
001990*    ON FILE SO 3000-ADD-RECORD CAN ENFORCE THE TABLE LIMIT      *
002000*    SAMPLE'S GREETING-TABLE-ENTRY IMPOSES AT LOAD TIME.         *
002010******************************************************************
002020 1050-COUNT-RECORDS.
002030
002040         MOVE ZERO TO WS-RECORD-COUNT.
002050         MOVE "N" TO WS-BROWSE-EOF-SW.
002060         MOVE LOW-VALUES TO GT-LANG-CODE.
002070         START GREETTMP-FILE KEY IS NOT LESS THAN GT-LANG-CODE
002080             INVALID KEY
002090                 MOVE "Y" TO WS-BROWSE-EOF-SW
002100     END-START.
002110
002120         PERFORM 1060-COUNT-ONE-RECORD THRU 1060-EXIT
002130             UNTIL WS-BROWSE-EOF.
002140
002150 1050-EXIT.
002160     EXIT.
002170
002180******************************************************************
002190*    1070-LOAD-PARAMETERS - READ THE MAXLANGS LANGUAGE LIMIT     *
002200*    FROM THE GREETPRM SITE PARAMETER FILE SO 3000-ADD-RECORD    *
002210*    ENFORCES THE SAME LIMIT SAMPLE LOADS WITH.  A MISSING FILE  *
002220*    OR KEY LEAVES THE BUILT-IN 20; THE LIMIT IS CAPPED AT THE   *
002230*    PHYSICAL SIZE OF SAMPLE'S GREETING TABLE.  THE VALUE IN     *
002240*    EFFECT IS ECHOED ON THE GREETRUN START RECORD.              *
002250******************************************************************
002260 1070-LOAD-PARAMETERS.
002270
002280         OPEN INPUT GREETPRM-FILE.
002290         IF WS-PRM-STATUS = "00"
002300             MOVE "MAXLANGS" TO PR-PARM-KEY
002310             READ GREETPRM-FILE
002320                 INVALID KEY
002330                     CONTINUE
002340                 NOT INVALID KEY
002350                     MOVE PR-PARM-VALUE TO WS-MAX-RECORDS
002360         END-READ
002370             CLOSE GREETPRM-FILE
002380     END-IF.
002390
002400         IF WS-MAX-RECORDS > WS-TABLE-CEILING
002410             DISPLAY "MAXLANGS PARAMETER EXCEEDS THE GREETING "
002420                 "TABLE SIZE - USING " WS-TABLE-CEILING
002430             MOVE WS-TABLE-CEILING TO WS-MAX-RECORDS
002440     END-IF.
002450
002460         MOVE WS-MAX-RECORDS TO WS-ECHO-LANG.
002470         MOVE SPACES TO WS-PARM-ECHO.
002480         STRING "LG=" DELIMITED BY SIZE
002490             WS-ECHO-LANG DELIMITED BY SIZE
002500             INTO WS-PARM-ECHO.
002510
002520 1070-EXIT.
002530     EXIT.
002540
002550******************************************************************
002560*    1060-COUNT-ONE-RECORD - READ THE NEXT TEMPLATE AND TALLY IT.*
002570******************************************************************
002580 1060-COUNT-ONE-RECORD.
002590
002600         READ GREETTMP-FILE NEXT RECORD
002610             AT END
002620                 MOVE "Y" TO WS-BROWSE-EOF-SW
002630             NOT AT END
002640                 ADD 1 TO WS-RECORD-COUNT
002650     END-READ.
002660
002670 1060-EXIT.
002680     EXIT.
002690
002700******************************************************************
002710*    2000-PROCESS-TRANSACTION - PROMPT FOR A FUNCTION CODE AND   *
002720*    DRIVE THE MATCHING MAINTENANCE PARAGRAPH.                   *
002730******************************************************************
002740 2000-PROCESS-TRANSACTION.
002750
002760         DISPLAY "GREETTMP MAINTENANCE - A)DD C)HANGE D)ELETE "
002770             "B)ROWSE H)ISTORY Q)UIT".
002780         MOVE SPACES TO WS-FUNCTION-CODE.
002790         ACCEPT WS-FUNCTION-CODE.
002800
002810         PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
002820         IF SG-REFUSED
002830             GO TO 2000-EXIT
002840     END-IF.
002850
002860         EVALUATE TRUE
002870             WHEN WS-FUNC-ADD
002880                 PERFORM 3000-ADD-RECORD THRU 3000-EXIT
002890             WHEN WS-FUNC-CHANGE
002900                 PERFORM 4000-CHANGE-RECORD THRU 4000-EXIT
002910             WHEN WS-FUNC-DELETE
002920                 PERFORM 5000-DELETE-RECORD THRU 5000-EXIT
002930             WHEN WS-FUNC-BROWSE
002940                 PERFORM 6000-BROWSE-RECORDS THRU 6000-EXIT
002950             WHEN WS-FUNC-HISTORY
002960                 PERFORM 6500-BROWSE-AUDIT THRU 6500-EXIT
002970             WHEN WS-FUNC-QUIT
002980                 MOVE "N" TO WS-MORE-TRANS-SW
002990             WHEN OTHER
003000                 DISPLAY "INVALID FUNCTION CODE, PLEASE RE-ENTER"
003010     END-EVALUATE.
003020
003030 2000-EXIT.
003040     EXIT.
003050
003060******************************************************************
003070*    2100-CHECK-AUTHORITY - ASK GREETSGN WHETHER THE SIGNED-ON   *
003080*    OPERATOR MAY USE THIS FUNCTION.  QUIT AND UNKNOWN CODES     *
003090*    NEED NO AUTHORITY.                                          *
003100******************************************************************
003110 2100-CHECK-AUTHORITY.
003120
003130         EVALUATE TRUE
003140             WHEN WS-FUNC-ADD OR WS-FUNC-CHANGE
003150                 MOVE "2" TO SG-LEVEL-NEEDED
003160             WHEN WS-FUNC-DELETE
003170                 MOVE "3" TO SG-LEVEL-NEEDED
003180             WHEN WS-FUNC-BROWSE OR WS-FUNC-HISTORY
003190                 MOVE "1" TO SG-LEVEL-NEEDED
003200             WHEN OTHER
003210                 SET SG-ALLOWED TO TRUE
003220                 GO TO 2100-EXIT
003230     END-EVALUATE.
003240
003250         MOVE "F" TO SG-REQUEST.
003260         MOVE WS-FUNCTION-CODE TO SG-FUNCTION.
003270         CALL "GREETSGN" USING SIGN-ON-AREA.
003280
003290 2100-EXIT.
003300     EXIT.
003310
003320******************************************************************
003330*    3000-ADD-RECORD - ADD A NEW GREETING TEMPLATE.  REJECTED IF *
003340*    THE LANGUAGE CODE ALREADY EXISTS.                           *
003350******************************************************************
003360 3000-ADD-RECORD.
003370
003380         DISPLAY "ENTER LANGUAGE CODE (3 CHARACTERS):".
003390         MOVE SPACES TO GT-LANG-CODE.
003400         ACCEPT GT-LANG-CODE.
003410
003420         READ GREETTMP-FILE
003430             KEY IS GT-LANG-CODE
003440             INVALID KEY
003450                 DISPLAY "ADDING NEW LANGUAGE CODE " GT-LANG-CODE
003460     END-READ.
003470
003480         IF WS-GTMP-STATUS = "00"
003490             DISPLAY "LANGUAGE CODE " GT-LANG-CODE
003500                 " ALREADY EXISTS - USE CHANGE INSTEAD"
003510             GO TO 3000-EXIT
003520     END-IF.
003530
003540         IF WS-RECORD-COUNT >= WS-MAX-RECORDS
003550             DISPLAY "GREETTMP IS FULL AT " WS-MAX-RECORDS
003560                 " LANGUAGE CODES - DELETE ONE BEFORE ADDING"
003570             GO TO 3000-EXIT
003580     END-IF.
003590
003600         DISPLAY "ENTER GREETING TEXT (15 CHARACTERS):".
003610         MOVE SPACES TO GT-GREETING-TEXT.
003620         ACCEPT GT-GREETING-TEXT.
003630
003640         DISPLAY "ENTER LANGUAGE DESCRIPTION (20 CHARACTERS):".
003650         MOVE SPACES TO GT-LANG-DESC.
003660         ACCEPT GT-LANG-DESC.
003670
003680         MOVE SPACES TO WS-BEFORE-IMAGE.
003690         WRITE GREETTMP-RECORD
003700             INVALID KEY
003710                 DISPLAY "WRITE FAILED, STATUS " WS-GTMP-STATUS
003720             NOT INVALID KEY
003730                 ADD 1 TO WS-RECORD-COUNT
003740                 MOVE SPACES TO AUDIT-RECORD
003750                 MOVE "A" TO AU-FUNCTION
003760                 PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
003770     END-WRITE.
003780
003790 3000-EXIT.
003800     EXIT.
003810
003820******************************************************************
003830*    4000-CHANGE-RECORD - REPLACE THE GREETING TEXT AND          *
003840*    DESCRIPTION FOR AN EXISTING LANGUAGE CODE.                  *
003850******************************************************************
003860 4000-CHANGE-RECORD.
003870
003880         DISPLAY "ENTER LANGUAGE CODE TO CHANGE (3 CHARACTERS):".
003890         MOVE SPACES TO GT-LANG-CODE.
003900         ACCEPT GT-LANG-CODE.
003910
003920         READ GREETTMP-FILE
003930             KEY IS GT-LANG-CODE
003940             INVALID KEY
003950                 DISPLAY "LANGUAGE CODE " GT-LANG-CODE
003960                     " NOT FOUND"
003970                 GO TO 4000-EXIT
003980     END-READ.
003990
004000         MOVE GREETTMP-RECORD TO WS-BEFORE-IMAGE.
004010
004020         DISPLAY "ENTER NEW GREETING TEXT (15 CHARACTERS):".
004030         MOVE SPACES TO GT-GREETING-TEXT.
004040         ACCEPT GT-GREETING-TEXT.
004050
004060         DISPLAY "ENTER NEW LANGUAGE DESCRIPTION"
004070             " (20 CHARACTERS):".
004080         MOVE SPACES TO GT-LANG-DESC.
004090         ACCEPT GT-LANG-DESC.
004100
004110         REWRITE GREETTMP-RECORD
004120             INVALID KEY
004130                 DISPLAY "REWRITE FAILED, STATUS " WS-GTMP-STATUS
004140             NOT INVALID KEY
004150                 MOVE SPACES TO AUDIT-RECORD
004160                 MOVE "C" TO AU-FUNCTION
004170                 PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
004180     END-REWRITE.
004190
004200 4000-EXIT.
004210     EXIT.
004220
004230******************************************************************
004240*    5000-DELETE-RECORD - REMOVE A GREETING TEMPLATE BY LANGUAGE *
004250*    CODE.                                                       *
004260******************************************************************
004270 5000-DELETE-RECORD.
004280
004290         DISPLAY "ENTER LANGUAGE CODE TO DELETE (3 CHARACTERS):".
004300         MOVE SPACES TO GT-LANG-CODE.
004310         ACCEPT GT-LANG-CODE.
004320
004330         READ GREETTMP-FILE
004340             KEY IS GT-LANG-CODE
004350             INVALID KEY
004360                 DISPLAY "LANGUAGE CODE " GT-LANG-CODE
004370                     " NOT FOUND"
004380                 GO TO 5000-EXIT
004390     END-READ.
004400
004410         MOVE GREETTMP-RECORD TO WS-BEFORE-IMAGE.
004420
004430         DELETE GREETTMP-FILE
004440             INVALID KEY
004450                 DISPLAY "DELETE FAILED, STATUS " WS-GTMP-STATUS
004460             NOT INVALID KEY
004470                 SUBTRACT 1 FROM WS-RECORD-COUNT
004480                 MOVE SPACES TO AUDIT-RECORD
004490                 MOVE "D" TO AU-FUNCTION
004500                 MOVE SPACES TO GREETTMP-RECORD
004510                 PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
004520                 MOVE WS-BEFORE-IMAGE (1:3) TO GT-LANG-CODE
004530     END-DELETE.
004540
004550 5000-EXIT.
004560     EXIT.
004570
004580******************************************************************
004590*    6000-BROWSE-RECORDS - LIST EVERY GREETING TEMPLATE IN       *
004600*    LANGUAGE-CODE SEQUENCE.                                     *
004610******************************************************************
004620 6000-BROWSE-RECORDS.
004630
004640         MOVE "N" TO WS-BROWSE-EOF-SW.
004650         MOVE LOW-VALUES TO GT-LANG-CODE.
004660         START GREETTMP-FILE KEY IS NOT LESS THAN GT-LANG-CODE
004670             INVALID KEY
004680                 DISPLAY "NO GREETING TEMPLATES ON FILE"
004690                 MOVE "Y" TO WS-BROWSE-EOF-SW
004700     END-START.
004710
004720         PERFORM 6100-BROWSE-ONE-RECORD THRU 6100-EXIT
004730             UNTIL WS-BROWSE-EOF.
004740
004750 6000-EXIT.
004760     EXIT.
004770
004780******************************************************************
004790*    6100-BROWSE-ONE-RECORD - READ AND DISPLAY THE NEXT TEMPLATE *
004800*    IN SEQUENCE.                                                *
004810******************************************************************
004820 6100-BROWSE-ONE-RECORD.
004830
004840         READ GREETTMP-FILE NEXT RECORD
004850             AT END
004860                 MOVE "Y" TO WS-BROWSE-EOF-SW
004870             NOT AT END
004880                 DISPLAY GT-LANG-CODE " " GT-GREETING-TEXT " "
004890                     GT-LANG-DESC
004900     END-READ.
004910
004920 6100-EXIT.
004930     EXIT.
004940
004950******************************************************************
004960*    6500-BROWSE-AUDIT - SUPERVISOR REVIEW OF THE CHANGE         *
004970*    HISTORY.  THE AUDIT FILE IS SWITCHED TO INPUT FOR THE       *
004980*    BROWSE AND BACK TO EXTEND AFTER, SO LATER TRANSACTIONS      *
004990*    KEEP APPENDING.  A BLANK LANGUAGE CODE LISTS EVERYTHING.    *
005000******************************************************************
005010 6500-BROWSE-AUDIT.
005020
005030         DISPLAY "ENTER LANGUAGE CODE TO REVIEW, OR PRESS "
005040             "ENTER FOR ALL:".
005050         MOVE SPACES TO WS-HIST-LANG-CODE.
005060         ACCEPT WS-HIST-LANG-CODE.
005070
005080         CLOSE GREETAUD-FILE.
005090         OPEN INPUT GREETAUD-FILE.
005100         IF WS-AUD-STATUS NOT = "00"
005110             DISPLAY "NO AUDIT HISTORY ON FILE"
005120             GO TO 6500-REOPEN
005130     END-IF.
005140
005150         MOVE ZERO TO WS-HIST-COUNT.
005160         MOVE "N" TO WS-AUD-EOF-SW.
005170         PERFORM 6600-READ-AUDIT THRU 6600-EXIT.
005180         PERFORM 6700-SHOW-ONE-AUDIT THRU 6700-EXIT
005190             UNTIL WS-AUD-EOF.
005200
005210         IF WS-HIST-COUNT = ZERO
005220             DISPLAY "NO AUDIT HISTORY FOR " WS-HIST-LANG-CODE
005230     END-IF.
005240
005250         CLOSE GREETAUD-FILE.
005260
005270 6500-REOPEN.
005280
005290         OPEN EXTEND GREETAUD-FILE.
005300         IF WS-AUD-STATUS = "35" OR WS-AUD-STATUS = "05"
005310             CLOSE GREETAUD-FILE
005320             OPEN OUTPUT GREETAUD-FILE
005330     END-IF.
005340
005350 6500-EXIT.
005360     EXIT.
005370
005380******************************************************************
005390*    6600-READ-AUDIT - PRIMING AND SUBSEQUENT READS OF THE       *
005400*    AUDIT TRAIL.                                                *
005410******************************************************************
005420 6600-READ-AUDIT.
005430
005440         READ GREETAUD-FILE
005450             AT END
005460                 SET WS-AUD-EOF TO TRUE
005470     END-READ.
005480
005490 6600-EXIT.
005500     EXIT.
005510
005520******************************************************************
005530*    6700-SHOW-ONE-AUDIT - DISPLAY ONE AUDIT RECORD WHEN IT      *
005540*    MATCHES THE REQUESTED LANGUAGE CODE (OR ALL), THEN READ     *
005550*    THE NEXT ONE.                                               *
005560******************************************************************
005570 6700-SHOW-ONE-AUDIT.
005580
005590         IF WS-HIST-LANG-CODE = SPACES
005600             OR AU-LANG-CODE = WS-HIST-LANG-CODE
005610             ADD 1 TO WS-HIST-COUNT
005620             DISPLAY AU-AUDIT-DATE " " AU-AUDIT-TIME " "
005630                 AU-OPERATOR-ID " " AU-FUNCTION " " AU-LANG-CODE
005640             DISPLAY "  BEFORE: " AU-BEFORE-IMAGE
005650             DISPLAY "  AFTER : " AU-AFTER-IMAGE
005660     END-IF.
005670
005680         PERFORM 6600-READ-AUDIT THRU 6600-EXIT.
005690
005700 6700-EXIT.
005710     EXIT.
005720
005730******************************************************************
005740*    7000-WRITE-AUDIT - WRITE ONE AUDIT RECORD FOR THE           *
005750*    MAINTENANCE ACTION JUST COMPLETED.  THE CALLER SETS         *
005760*    AU-FUNCTION AND WS-BEFORE-IMAGE; THE AFTER IMAGE IS THE     *
005770*    GREETTMP-RECORD AS IT NOW STANDS (SPACES ON A DELETE).      *
005780******************************************************************
005790 7000-WRITE-AUDIT.
005800
005810         MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID.
005820         ACCEPT AU-AUDIT-DATE FROM DATE YYYYMMDD.
005830         ACCEPT AU-AUDIT-TIME FROM TIME.
005840         IF AU-FUNC-DELETE
005850             MOVE WS-BEFORE-IMAGE (1:3) TO AU-LANG-CODE
005860         ELSE
005870             MOVE GT-LANG-CODE TO AU-LANG-CODE
005880     END-IF.
005890         MOVE WS-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
005900         MOVE GREETTMP-RECORD TO AU-AFTER-IMAGE.
005910         WRITE AUDIT-RECORD.
005920         ADD 1 TO WS-TRANS-COUNT.
005930
005940 7000-EXIT.
005950     EXIT.
005960
005970******************************************************************
005980*    9000-TERMINATE - CLOSE FILES.                               *
005990******************************************************************
006000 9000-TERMINATE.
006010
006020         CLOSE GREETTMP-FILE.
006030         CLOSE GREETAUD-FILE.
006040
006050         MOVE "E" TO WS-RL-TYPE.
006060         MOVE WS-TRANS-COUNT TO WS-RL-COUNT.
006070         MOVE "0000" TO WS-RL-CODE.
006080         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
006090
006100 9000-EXIT.
006110     EXIT.
006120
006130******************************************************************
006140*    9500-WRITE-RUN-LOG - APPEND ONE START OR END RECORD TO THE  *
006150*    SHARED GREETRUN RUN-CONTROL LOG.  THE CALLER STAGES THE     *
006160*    RECORD TYPE, COUNT AND COMPLETION CODE IN WORKING STORAGE;  *
006170*    THEY ARE MOVED INTO THE RECORD ONLY AFTER THE OPEN, WHEN    *
006180*    THE RECORD AREA IS USABLE, ALONG WITH THE PROGRAM NAME      *
006190*    AND THE DATE/TIME STAMP.                                    *
006200******************************************************************
006210 9500-WRITE-RUN-LOG.
006220
006230         OPEN EXTEND GREETRUN-FILE.
006240         IF WS-RUNL-STATUS = "35" OR WS-RUNL-STATUS = "05"
006250             CLOSE GREETRUN-FILE
006260             OPEN OUTPUT GREETRUN-FILE
006270     END-IF.
006280
006290         MOVE SPACES TO RUN-LOG-RECORD.
006300         MOVE WS-RL-TYPE TO RL-RECORD-TYPE.
006310         MOVE WS-RL-COUNT TO RL-RECORDS-PROCESSED.
006320         MOVE WS-RL-CODE TO RL-COMPLETION-CODE.
006330         MOVE "GREETMNT" TO RL-PROGRAM-NAME.
006340         ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
006350         ACCEPT RL-RUN-TIME FROM TIME.
006360         MOVE SPACE TO RL-RUN-MODE.
006370         IF WS-RL-TYPE = "S"
006380             MOVE WS-PARM-ECHO TO RL-PARM-ECHO
006390     END-IF.
006400         WRITE RUN-LOG-RECORD.
006410         CLOSE GREETRUN-FILE.
006420
006430 9500-EXIT.
006440     EXIT.
006450
006460 END PROGRAM GREETMNT.
