000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID :  GREETSMN                                      *
000040*    AUTHOR     :  M. KAVALIAUSKAS                               *
000050*    INSTALLATION: VISITOR SERVICES                              *
000060*    DATE-WRITTEN: 2026-10-15                                    *
000070*    DATE-COMPILED:                                              *
000080*    PURPOSE    :  MAINTENANCE TRANSACTION FOR THE GREETOPF      *
000090*                  OPERATOR SECURITY FILE.  SUPPORTS ADD,        *
000100*                  CHANGE, R)EVOKE, I)REINSTATE, DELETE AND      *
000110*                  BROWSE BY OPERATOR ID.  ONLY A SUPERVISOR MAY *
000120*                  SIGN ON.  WHEN THE FILE HOLDS NO OPERATORS AT *
000130*                  ALL, THE FIRST SUPERVISOR IS ENROLLED BEFORE  *
000140*                  SIGN-ON SO THE FILE CAN BE SET UP.  A PIN IS  *
000150*                  NEVER DISPLAYED, AND NO ONE MAY REVOKE OR     *
000160*                  DELETE THEIR OWN OPERATOR ID.                 *
000170*                                                                *
000180*    MODIFICATION HISTORY                                        *
000190*    ------------------------------------------------------      *
000200*    DATE       INIT  DESCRIPTION                                *
000210*    ---------- ----  -------------------------------------      *
000220*    2026-10-15 MK    ORIGINAL PROGRAM.                          *
000230*                                                                *
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260     PROGRAM-ID.   GREETSMN AS "GREETSMN".
000270     AUTHOR.       M. KAVALIAUSKAS.
000280     DATE-WRITTEN. 2026-10-15.
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.
000330 OBJECT-COMPUTER.
000340
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370         SELECT GREETOPF-FILE ASSIGN TO "GREETOPF"
000380             ORGANIZATION IS INDEXED
000390             ACCESS MODE IS DYNAMIC
000400             RECORD KEY IS OP-OPERATOR-ID
000410             FILE STATUS IS WS-OPR-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450
000460 FD  GREETOPF-FILE
000470         LABEL RECORDS ARE STANDARD.
000480     COPY OPERREC.
000490
000500 WORKING-STORAGE SECTION.
000510 77  WS-OPR-STATUS               PIC X(02) VALUE SPACES.
000520 01  WS-OPR-OPEN-SW              PIC X(01) VALUE "N".
000530     88  WS-OPR-OPENED                     VALUE "Y".
000540 01  WS-FUNCTION-CODE            PIC X(01) VALUE SPACES.
000550     88  WS-FUNC-ADD                       VALUE "A" "a".
000560     88  WS-FUNC-CHANGE                    VALUE "C" "c".
000570     88  WS-FUNC-REVOKE                    VALUE "R" "r".
000580     88  WS-FUNC-REINSTATE                 VALUE "I" "i".
000590     88  WS-FUNC-DELETE                    VALUE "D" "d".
000600     88  WS-FUNC-BROWSE                    VALUE "B" "b".
000610     88  WS-FUNC-QUIT                      VALUE "Q" "q".
000620 01  WS-MORE-TRANS-SW            PIC X(01) VALUE "Y".
000630     88  WS-MORE-TRANS                     VALUE "Y".
000640 01  WS-BROWSE-EOF-SW            PIC X(01) VALUE "N".
000650     88  WS-BROWSE-EOF                     VALUE "Y".
000660 01  WS-BODY-OK-SW               PIC X(01) VALUE "N".
000670     88  WS-BODY-OK                        VALUE "Y".
000680 01  WS-LEVEL-OK-SW              PIC X(01) VALUE "N".
000690     88  WS-LEVEL-OK                       VALUE "Y".
000700 01  WS-KEEP-PIN-SW              PIC X(01) VALUE "N".
000710     88  WS-KEEP-PIN                       VALUE "Y".
000720 77  WS-OPERATOR-ID-IN           PIC X(08) VALUE SPACES.
000730 77  WS-PIN-IN                   PIC X(08) VALUE SPACES.
000740 01  WS-ROLE-IN                  PIC X(01) VALUE SPACE.
000750     88  WS-ROLE-VALID                     VALUE "D" "S" "V".
000760 01  WS-LEVEL-IN                 PIC X(01) VALUE SPACE.
000770     88  WS-LEVEL-VALID                    VALUE "0" THRU "3".
000780 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000790     COPY SGNLREC.
000800     COPY SGNTREC.
000810
000820 PROCEDURE DIVISION.
000830
000840******************************************************************
000850*    0000-MAINLINE                                               *
000860******************************************************************
000870 0000-MAINLINE.
000880
000890         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000900
000910         PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
000920             UNTIL NOT WS-MORE-TRANS.
000930
000940         PERFORM 9000-TERMINATE THRU 9000-EXIT.
000950
000960         STOP RUN.
000970
000980******************************************************************
000990*    1000-INITIALIZE - CREATE GREETOPF ON THE FIRST RUN, ENROL   *
001000*    THE FIRST SUPERVISOR IF IT IS EMPTY, THEN SIGN ON THROUGH   *
001010*    GREETSGN.  THE FILE IS CLOSED WHILE GREETSGN HAS IT.        *
001020******************************************************************
001030 1000-INITIALIZE.
001040
001050         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001060
001070         OPEN I-O GREETOPF-FILE.
001080         IF WS-OPR-STATUS = "35" OR WS-OPR-STATUS = "05"
001090             CLOSE GREETOPF-FILE
001100             OPEN OUTPUT GREETOPF-FILE
001110             CLOSE GREETOPF-FILE
001120             OPEN I-O GREETOPF-FILE
001130     END-IF.
001140
001150         MOVE LOW-VALUES TO OP-OPERATOR-ID.
001160         START GREETOPF-FILE KEY IS NOT LESS THAN OP-OPERATOR-ID
001170             INVALID KEY
001180                 PERFORM 1100-ENROL-FIRST-SUPERVISOR
001190                     THRU 1100-EXIT
001200     END-START.
001210         CLOSE GREETOPF-FILE.
001220
001230         MOVE SPACES TO SIGN-ON-AREA.
001240         MOVE "S" TO SG-REQUEST.
001250         MOVE "GREETSMN" TO SG-TRANSACTION.
001260         CALL "GREETSGN" USING SIGN-ON-AREA.
001270         IF SG-REFUSED
001280             DISPLAY "GREETSMN SIGN-ON REFUSED - "
001290                 "TRANSACTION ENDED"
001300             MOVE "N" TO WS-MORE-TRANS-SW
001310             GO TO 1000-EXIT
001320     END-IF.
001330
001340         OPEN I-O GREETOPF-FILE.
001350         SET WS-OPR-OPENED TO TRUE.
001360
001370 1000-EXIT.
001380     EXIT.
001390
001400******************************************************************
001410*    1100-ENROL-FIRST-SUPERVISOR - AN EMPTY SECURITY FILE WOULD  *
001420*    REFUSE EVERY SIGN-ON, SO THE FIRST OPERATOR IS TAKEN HERE:  *
001430*    A SUPERVISOR WITH FULL AUTHORITY FOR EVERY TRANSACTION.     *
001440******************************************************************
001450 1100-ENROL-FIRST-SUPERVISOR.
001460
001470         DISPLAY "GREETOPF HOLDS NO OPERATORS - ENROL THE FIRST "
001480             "SUPERVISOR".
001490         MOVE SPACES TO WS-OPERATOR-ID-IN.
001500         PERFORM 1150-ACCEPT-FIRST-ID THRU 1150-EXIT
001510             UNTIL WS-OPERATOR-ID-IN NOT = SPACES.
001520
001530         MOVE SPACES TO OPERATOR-RECORD.
001540         MOVE WS-OPERATOR-ID-IN TO OP-OPERATOR-ID.
001550         DISPLAY "ENTER OPERATOR NAME (30 CHARACTERS):".
001560         ACCEPT OP-OPERATOR-NAME.
001570         DISPLAY "ENTER SITE CODE (3 CHARACTERS), OR PRESS "
001580             "ENTER FOR HQ:".
001590         ACCEPT OP-SITE-CODE.
001600         IF OP-SITE-CODE = SPACES
001610             MOVE "HQ " TO OP-SITE-CODE
001620     END-IF.
001630         MOVE "N" TO WS-KEEP-PIN-SW.
001640         PERFORM 2800-ACCEPT-PIN THRU 2800-EXIT.
001650
001660         SET OP-ACTIVE TO TRUE.
001670         SET OP-ROLE-SUPERVISOR TO TRUE.
001680         MOVE ALL "0" TO OP-AUTHORITY-LEVELS.
001690         PERFORM 1170-GRANT-ONE-SLOT THRU 1170-EXIT
001700             VARYING TX-IDX FROM 1 BY 1 UNTIL TX-IDX > 12.
001710         MOVE ZERO TO OP-FAILED-SIGNONS.
001720         MOVE ZERO TO OP-LAST-SIGNON-DATE.
001730         MOVE ZERO TO OP-LAST-SIGNON-TIME.
001740         MOVE OP-OPERATOR-ID TO OP-CHANGED-BY.
001750         MOVE WS-RUN-DATE TO OP-CHANGED-DATE.
001760
001770         WRITE OPERATOR-RECORD
001780             INVALID KEY
001790                 DISPLAY "WRITE FAILED, STATUS " WS-OPR-STATUS
001800             NOT INVALID KEY
001810                 DISPLAY "SUPERVISOR " OP-OPERATOR-ID " ENROLLED"
001820     END-WRITE.
001830
001840 1100-EXIT.
001850     EXIT.
001860
001870******************************************************************
001880*    1150-ACCEPT-FIRST-ID - THE FIRST SUPERVISOR'S ID; A BLANK   *
001890*    IS NOT ACCEPTED.                                            *
001900******************************************************************
001910 1150-ACCEPT-FIRST-ID.
001920
001930         DISPLAY "ENTER OPERATOR ID (8 CHARACTERS):".
001940         ACCEPT WS-OPERATOR-ID-IN.
001950         IF WS-OPERATOR-ID-IN = SPACES
001960             DISPLAY "OPERATOR ID CANNOT BE BLANK"
001970     END-IF.
001980
001990 1150-EXIT.
002000     EXIT.
002010
002020******************************************************************
002030*    1170-GRANT-ONE-SLOT - FULL AUTHORITY FOR ONE REGISTERED     *
002040*    TRANSACTION.                                                *
002050******************************************************************
002060 1170-GRANT-ONE-SLOT.
002070
002080         IF TX-PROGRAM (TX-IDX) NOT = SPACES
002090             MOVE "3" TO OP-AUTHORITY (TX-IDX)
002100     END-IF.
002110
002120 1170-EXIT.
002130     EXIT.
002140
002150******************************************************************
002160*    2000-PROCESS-TRANSACTION - PROMPT FOR A FUNCTION CODE, CLEAR*
002170*    IT WITH GREETSGN, AND DRIVE THE MATCHING PARAGRAPH.         *
002180******************************************************************
002190 2000-PROCESS-TRANSACTION.
002200
002210         DISPLAY "GREETOPF MAINTENANCE - A)DD C)HANGE R)EVOKE "
002220             "I)REINSTATE D)ELETE B)ROWSE Q)UIT".
002230         MOVE SPACES TO WS-FUNCTION-CODE.
002240         ACCEPT WS-FUNCTION-CODE.
002250
002260         PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
002270         IF SG-REFUSED
002280             GO TO 2000-EXIT
002290     END-IF.
002300
002310         EVALUATE TRUE
002320             WHEN WS-FUNC-ADD
002330                 PERFORM 3000-ADD-RECORD THRU 3000-EXIT
002340             WHEN WS-FUNC-CHANGE
002350                 PERFORM 4000-CHANGE-RECORD THRU 4000-EXIT
002360             WHEN WS-FUNC-REVOKE
002370                 PERFORM 4500-REVOKE-RECORD THRU 4500-EXIT
002380             WHEN WS-FUNC-REINSTATE
002390                 PERFORM 4600-REINSTATE-RECORD THRU 4600-EXIT
002400             WHEN WS-FUNC-DELETE
002410                 PERFORM 5000-DELETE-RECORD THRU 5000-EXIT
002420             WHEN WS-FUNC-BROWSE
002430                 PERFORM 6000-BROWSE-RECORDS THRU 6000-EXIT
002440             WHEN WS-FUNC-QUIT
002450                 MOVE "N" TO WS-MORE-TRANS-SW
002460             WHEN OTHER
002470                 DISPLAY "INVALID FUNCTION CODE, PLEASE RE-ENTER"
002480     END-EVALUATE.
002490
002500 2000-EXIT.
002510     EXIT.
002520
002530******************************************************************
002540*    2100-CHECK-AUTHORITY - ASK GREETSGN WHETHER THE SIGNED-ON   *
002550*    OPERATOR MAY USE THIS FUNCTION.  QUIT AND UNKNOWN CODES     *
002560*    NEED NO AUTHORITY.  GREETOPF IS CLOSED FOR THE CALL.        *
002570******************************************************************
002580 2100-CHECK-AUTHORITY.
002590
002600         EVALUATE TRUE
002610             WHEN WS-FUNC-ADD OR WS-FUNC-CHANGE
002620                 OR WS-FUNC-REVOKE OR WS-FUNC-REINSTATE
002630                 MOVE "2" TO SG-LEVEL-NEEDED
002640             WHEN WS-FUNC-DELETE
002650                 MOVE "3" TO SG-LEVEL-NEEDED
002660             WHEN WS-FUNC-BROWSE
002670                 MOVE "1" TO SG-LEVEL-NEEDED
002680             WHEN OTHER
002690                 SET SG-ALLOWED TO TRUE
002700                 GO TO 2100-EXIT
002710     END-EVALUATE.
002720
002730         CLOSE GREETOPF-FILE.
002740         MOVE "F" TO SG-REQUEST.
002750         MOVE WS-FUNCTION-CODE TO SG-FUNCTION.
002760         CALL "GREETSGN" USING SIGN-ON-AREA.
002770         OPEN I-O GREETOPF-FILE.
002780
002790 2100-EXIT.
002800     EXIT.
002810
002820******************************************************************
002830*    2600-ACCEPT-ENTRY-BODY - COLLECT THE OPERATOR'S NAME, SITE, *
002840*    ROLE, PIN AND AUTHORITY LEVELS.  SHARED BY ADD AND CHANGE;  *
002850*    ON A CHANGE A BLANK PIN KEEPS THE CURRENT ONE.              *
002860******************************************************************
002870 2600-ACCEPT-ENTRY-BODY.
002880
002890         MOVE "N" TO WS-BODY-OK-SW.
002900
002910         DISPLAY "ENTER OPERATOR NAME (30 CHARACTERS):".
002920         MOVE SPACES TO OP-OPERATOR-NAME.
002930         ACCEPT OP-OPERATOR-NAME.
002940         IF OP-OPERATOR-NAME = SPACES
002950             DISPLAY "OPERATOR NAME CANNOT BE BLANK"
002960             GO TO 2600-EXIT
002970     END-IF.
002980
002990         DISPLAY "ENTER SITE CODE (3 CHARACTERS), OR PRESS "
003000             "ENTER FOR HQ:".
003010         MOVE SPACES TO OP-SITE-CODE.
003020         ACCEPT OP-SITE-CODE.
003030         IF OP-SITE-CODE = SPACES
003040             MOVE "HQ " TO OP-SITE-CODE
003050     END-IF.
003060
003070         DISPLAY "ENTER ROLE - D)ESK, S)ECURITY OR "
003080             "V) SUPERVISOR:".
003090         MOVE SPACE TO WS-ROLE-IN.
003100         ACCEPT WS-ROLE-IN.
003110         IF NOT WS-ROLE-VALID
003120             DISPLAY "ROLE MUST BE D, S OR V"
003130             GO TO 2600-EXIT
003140     END-IF.
003150         MOVE WS-ROLE-IN TO OP-ROLE.
003160
003170         PERFORM 2800-ACCEPT-PIN THRU 2800-EXIT.
003180
003190         DISPLAY "AUTHORITY LEVELS - 0 NONE, 1 INQUIRY, "
003200             "2 ADD AND CHANGE, 3 ALSO DELETE".
003210         PERFORM 2700-ACCEPT-ONE-AUTHORITY THRU 2700-EXIT
003220             VARYING TX-IDX FROM 1 BY 1 UNTIL TX-IDX > 12.
003230
003240         SET WS-BODY-OK TO TRUE.
003250
003260 2600-EXIT.
003270     EXIT.
003280
003290******************************************************************
003300*    2700-ACCEPT-ONE-AUTHORITY - THE LEVEL FOR ONE REGISTERED    *
003310*    TRANSACTION, RE-PROMPTED UNTIL IT IS 0 TO 3.  A BLANK IS 0. *
003320*    SPARE SLOTS ARE HELD AT 0.                                  *
003330******************************************************************
003340 2700-ACCEPT-ONE-AUTHORITY.
003350
003360         IF TX-PROGRAM (TX-IDX) = SPACES
003370             MOVE "0" TO OP-AUTHORITY (TX-IDX)
003380             GO TO 2700-EXIT
003390     END-IF.
003400
003410         MOVE "N" TO WS-LEVEL-OK-SW.
003420         PERFORM 2750-PROMPT-ONE-LEVEL THRU 2750-EXIT
003430             UNTIL WS-LEVEL-OK.
003440         MOVE WS-LEVEL-IN TO OP-AUTHORITY (TX-IDX).
003450
003460 2700-EXIT.
003470     EXIT.
003480
003490******************************************************************
003500*    2750-PROMPT-ONE-LEVEL - ONE PROMPT FOR ONE LEVEL.           *
003510******************************************************************
003520 2750-PROMPT-ONE-LEVEL.
003530
003540         DISPLAY "  " TX-PROGRAM (TX-IDX) " LEVEL:".
003550         MOVE SPACE TO WS-LEVEL-IN.
003560         ACCEPT WS-LEVEL-IN.
003570         IF WS-LEVEL-IN = SPACE
003580             MOVE "0" TO WS-LEVEL-IN
003590     END-IF.
003600         IF WS-LEVEL-VALID
003610             SET WS-LEVEL-OK TO TRUE
003620         ELSE
003630             DISPLAY "LEVEL MUST BE 0 TO 3"
003640     END-IF.
003650
003660 2750-EXIT.
003670     EXIT.
003680
003690******************************************************************
003700*    2800-ACCEPT-PIN - A NEW PIN, RE-PROMPTED UNTIL NOT BLANK    *
003710*    UNLESS WS-KEEP-PIN ALLOWS THE CURRENT ONE TO STAND.         *
003720******************************************************************
003730 2800-ACCEPT-PIN.
003740
003750         MOVE SPACES TO WS-PIN-IN.
003760         PERFORM 2850-PROMPT-PIN THRU 2850-EXIT
003770             UNTIL WS-PIN-IN NOT = SPACES OR WS-KEEP-PIN.
003780         IF WS-PIN-IN NOT = SPACES
003790             MOVE WS-PIN-IN TO OP-PIN
003800     END-IF.
003810
003820 2800-EXIT.
003830     EXIT.
003840
003850******************************************************************
003860*    2850-PROMPT-PIN - ONE PROMPT FOR THE PIN.                   *
003870******************************************************************
003880 2850-PROMPT-PIN.
003890
003900         IF WS-KEEP-PIN
003910             DISPLAY "ENTER NEW PIN (UP TO 8 CHARACTERS), OR "
003920                 "PRESS ENTER TO KEEP THE CURRENT ONE:"
003930         ELSE
003940             DISPLAY "ENTER PIN (UP TO 8 CHARACTERS):"
003950     END-IF.
003960         ACCEPT WS-PIN-IN.
003970         IF WS-PIN-IN = SPACES AND NOT WS-KEEP-PIN
003980             DISPLAY "PIN CANNOT BE BLANK"
003990     END-IF.
004000
004010 2850-EXIT.
004020     EXIT.
004030
004040******************************************************************
004050*    2900-STAMP-CHANGE - RECORD WHO LAST MAINTAINED THE OPERATOR *
004060*    AND WHEN.                                                   *
004070******************************************************************
004080 2900-STAMP-CHANGE.
004090
004100         MOVE SG-OPERATOR-ID TO OP-CHANGED-BY.
004110         MOVE WS-RUN-DATE TO OP-CHANGED-DATE.
004120
004130 2900-EXIT.
004140     EXIT.
004150
004160******************************************************************
004170*    3000-ADD-RECORD - ADD A NEW OPERATOR, ACTIVE.  REJECTED IF  *
004180*    THE OPERATOR ID ALREADY EXISTS.                             *
004190******************************************************************
004200 3000-ADD-RECORD.
004210
004220         DISPLAY "ENTER OPERATOR ID (8 CHARACTERS):".
004230         MOVE SPACES TO WS-OPERATOR-ID-IN.
004240         ACCEPT WS-OPERATOR-ID-IN.
004250         IF WS-OPERATOR-ID-IN = SPACES
004260             DISPLAY "OPERATOR ID CANNOT BE BLANK"
004270             GO TO 3000-EXIT
004280     END-IF.
004290
004300         MOVE WS-OPERATOR-ID-IN TO OP-OPERATOR-ID.
004310         READ GREETOPF-FILE
004320             KEY IS OP-OPERATOR-ID
004330             INVALID KEY
004340                 DISPLAY "ADDING OPERATOR ID " WS-OPERATOR-ID-IN
004350     END-READ.
004360
004370         IF WS-OPR-STATUS = "00"
004380             DISPLAY "OPERATOR ID " WS-OPERATOR-ID-IN
004390                 " ALREADY EXISTS - USE CHANGE INSTEAD"
004400             GO TO 3000-EXIT
004410     END-IF.
004420
004430         MOVE SPACES TO OPERATOR-RECORD.
004440         MOVE WS-OPERATOR-ID-IN TO OP-OPERATOR-ID.
004450         MOVE "N" TO WS-KEEP-PIN-SW.
004460         PERFORM 2600-ACCEPT-ENTRY-BODY THRU 2600-EXIT.
004470         IF NOT WS-BODY-OK
004480             GO TO 3000-EXIT
004490     END-IF.
004500
004510         SET OP-ACTIVE TO TRUE.
004520         MOVE ZERO TO OP-FAILED-SIGNONS.
004530         MOVE ZERO TO OP-LAST-SIGNON-DATE.
004540         MOVE ZERO TO OP-LAST-SIGNON-TIME.
004550         PERFORM 2900-STAMP-CHANGE THRU 2900-EXIT.
004560
004570         WRITE OPERATOR-RECORD
004580             INVALID KEY
004590                 DISPLAY "WRITE FAILED, STATUS " WS-OPR-STATUS
004600     END-WRITE.
004610
004620 3000-EXIT.
004630     EXIT.
004640
004650******************************************************************
004660*    4000-CHANGE-RECORD - REPLACE THE DETAILS FOR AN EXISTING    *
004670*    OPERATOR.  STATUS AND SIGN-ON HISTORY ARE NOT TOUCHED.      *
004680******************************************************************
004690 4000-CHANGE-RECORD.
004700
004710         DISPLAY "ENTER OPERATOR ID TO CHANGE (8 CHARACTERS):".
004720         MOVE SPACES TO WS-OPERATOR-ID-IN.
004730         ACCEPT WS-OPERATOR-ID-IN.
004740
004750         MOVE WS-OPERATOR-ID-IN TO OP-OPERATOR-ID.
004760         READ GREETOPF-FILE
004770             KEY IS OP-OPERATOR-ID
004780             INVALID KEY
004790                 DISPLAY "OPERATOR ID " WS-OPERATOR-ID-IN
004800                     " NOT FOUND"
004810                 GO TO 4000-EXIT
004820     END-READ.
004830
004840         DISPLAY "CURRENT: " OP-OPERATOR-NAME " SITE "
004850             OP-SITE-CODE " ROLE " OP-ROLE " LEVELS "
004860             OP-AUTHORITY-LEVELS.
004870
004880         SET WS-KEEP-PIN TO TRUE.
004890         PERFORM 2600-ACCEPT-ENTRY-BODY THRU 2600-EXIT.
004900         IF NOT WS-BODY-OK
004910             GO TO 4000-EXIT
004920     END-IF.
004930
004940         PERFORM 2900-STAMP-CHANGE THRU 2900-EXIT.
004950         REWRITE OPERATOR-RECORD
004960             INVALID KEY
004970                 DISPLAY "REWRITE FAILED, STATUS " WS-OPR-STATUS
004980     END-REWRITE.
004990
005000 4000-EXIT.
005010     EXIT.
005020
005030******************************************************************
005040*    4500-REVOKE-RECORD - STOP AN OPERATOR SIGNING ON, KEEPING   *
005050*    THE RECORD SO THE ID IS NOT REISSUED TO SOMEONE ELSE.       *
005060******************************************************************
005070 4500-REVOKE-RECORD.
005080
005090         DISPLAY "ENTER OPERATOR ID TO REVOKE (8 CHARACTERS):".
005100         MOVE SPACES TO WS-OPERATOR-ID-IN.
005110         ACCEPT WS-OPERATOR-ID-IN.
005120
005130         IF WS-OPERATOR-ID-IN = SG-OPERATOR-ID
005140             DISPLAY "YOU CANNOT REVOKE YOUR OWN OPERATOR ID"
005150             GO TO 4500-EXIT
005160     END-IF.
005170
005180         MOVE WS-OPERATOR-ID-IN TO OP-OPERATOR-ID.
005190         READ GREETOPF-FILE
005200             KEY IS OP-OPERATOR-ID
005210             INVALID KEY
005220                 DISPLAY "OPERATOR ID " WS-OPERATOR-ID-IN
005230                     " NOT FOUND"
005240                 GO TO 4500-EXIT
005250     END-READ.
005260
005270         SET OP-REVOKED TO TRUE.
005280         PERFORM 2900-STAMP-CHANGE THRU 2900-EXIT.
005290         REWRITE OPERATOR-RECORD
005300             INVALID KEY
005310                 DISPLAY "REWRITE FAILED, STATUS " WS-OPR-STATUS
005320             NOT INVALID KEY
005330                 DISPLAY "OPERATOR ID " WS-OPERATOR-ID-IN
005340                     " REVOKED"
005350     END-REWRITE.
005360
005370 4500-EXIT.
005380     EXIT.
005390
005400******************************************************************
005410*    4600-REINSTATE-RECORD - MAKE A REVOKED OPERATOR ACTIVE      *
005420*    AGAIN AND CLEAR THE FAILED-PIN COUNT.  AFTER A LOCK-OUT A   *
005430*    NEW PIN SHOULD BE GIVEN; A BLANK KEEPS THE OLD ONE.         *
005440******************************************************************
005450 4600-REINSTATE-RECORD.
005460
005470         DISPLAY "ENTER OPERATOR ID TO REINSTATE (8 CHARACTERS):".
005480         MOVE SPACES TO WS-OPERATOR-ID-IN.
005490         ACCEPT WS-OPERATOR-ID-IN.
005500
005510         MOVE WS-OPERATOR-ID-IN TO OP-OPERATOR-ID.
005520         READ GREETOPF-FILE
005530             KEY IS OP-OPERATOR-ID
005540             INVALID KEY
005550                 DISPLAY "OPERATOR ID " WS-OPERATOR-ID-IN
005560                     " NOT FOUND"
005570                 GO TO 4600-EXIT
005580     END-READ.
005590
005600         SET WS-KEEP-PIN TO TRUE.
005610         PERFORM 2800-ACCEPT-PIN THRU 2800-EXIT.
005620
005630         SET OP-ACTIVE TO TRUE.
005640         MOVE ZERO TO OP-FAILED-SIGNONS.
005650         PERFORM 2900-STAMP-CHANGE THRU 2900-EXIT.
005660         REWRITE OPERATOR-RECORD
005670             INVALID KEY
005680                 DISPLAY "REWRITE FAILED, STATUS " WS-OPR-STATUS
005690             NOT INVALID KEY
005700                 DISPLAY "OPERATOR ID " WS-OPERATOR-ID-IN
005710                     " REINSTATED"
005720     END-REWRITE.
005730
005740 4600-EXIT.
005750     EXIT.
005760
005770******************************************************************
005780*    5000-DELETE-RECORD - REMOVE AN OPERATOR BY ID.  GREETAVL    *
005790*    STILL HOLDS ANY REFUSALS LOGGED AGAINST THE ID.             *
005800******************************************************************
005810 5000-DELETE-RECORD.
005820
005830         DISPLAY "ENTER OPERATOR ID TO DELETE (8 CHARACTERS):".
005840         MOVE SPACES TO WS-OPERATOR-ID-IN.
005850         ACCEPT WS-OPERATOR-ID-IN.
005860
005870         IF WS-OPERATOR-ID-IN = SG-OPERATOR-ID
005880             DISPLAY "YOU CANNOT DELETE YOUR OWN OPERATOR ID"
005890             GO TO 5000-EXIT
005900     END-IF.
005910
005920         MOVE WS-OPERATOR-ID-IN TO OP-OPERATOR-ID.
005930         READ GREETOPF-FILE
005940             KEY IS OP-OPERATOR-ID
005950             INVALID KEY
005960                 DISPLAY "OPERATOR ID " WS-OPERATOR-ID-IN
005970                     " NOT FOUND"
005980                 GO TO 5000-EXIT
005990     END-READ.
006000
006010         DELETE GREETOPF-FILE
006020             INVALID KEY
006030                 DISPLAY "DELETE FAILED, STATUS " WS-OPR-STATUS
006040     END-DELETE.
006050
006060 5000-EXIT.
006070     EXIT.
006080
006090******************************************************************
006100*    6000-BROWSE-RECORDS - LIST EVERY OPERATOR IN OPERATOR-ID    *
006110*    SEQUENCE.                                                   *
006120******************************************************************
006130 6000-BROWSE-RECORDS.
006140
006150         MOVE "N" TO WS-BROWSE-EOF-SW.
006160         MOVE LOW-VALUES TO OP-OPERATOR-ID.
006170         START GREETOPF-FILE KEY IS NOT LESS THAN OP-OPERATOR-ID
006180             INVALID KEY
006190                 DISPLAY "NO OPERATORS ON FILE"
006200                 MOVE "Y" TO WS-BROWSE-EOF-SW
006210     END-START.
006220
006230         PERFORM 6100-BROWSE-ONE-RECORD THRU 6100-EXIT
006240             UNTIL WS-BROWSE-EOF.
006250
006260 6000-EXIT.
006270     EXIT.
006280
006290******************************************************************
006300*    6100-BROWSE-ONE-RECORD - READ AND DISPLAY THE NEXT OPERATOR *
006310*    IN SEQUENCE, WITHOUT THE PIN.                               *
006320******************************************************************
006330 6100-BROWSE-ONE-RECORD.
006340
006350         READ GREETOPF-FILE NEXT RECORD
006360             AT END
006370                 MOVE "Y" TO WS-BROWSE-EOF-SW
006380             NOT AT END
006390                 DISPLAY OP-OPERATOR-ID " " OP-OPERATOR-NAME
006400                     " SITE " OP-SITE-CODE " ROLE " OP-ROLE
006410                     " STATUS " OP-STATUS
006420                 DISPLAY "    LEVELS " OP-AUTHORITY-LEVELS
006430                     " LAST SIGN-ON " OP-LAST-SIGNON-DATE
006440                     " CHANGED " OP-CHANGED-DATE
006450                     " BY " OP-CHANGED-BY
006460     END-READ.
006470
006480 6100-EXIT.
006490     EXIT.
006500
006510******************************************************************
006520*    9000-TERMINATE - CLOSE FILES.                               *
006530******************************************************************
006540 9000-TERMINATE.
006550
006560         IF WS-OPR-OPENED
006570             CLOSE GREETOPF-FILE
006580     END-IF.
006590
006600 9000-EXIT.
006610     EXIT.
006620
006630 END PROGRAM GREETSMN.
