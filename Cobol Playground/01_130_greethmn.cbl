000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID :  GREETHMN                                     *
000040*    AUTHOR     :  M. KAVALIAUSKAS                               *
000050*    INSTALLATION: VISITOR SERVICES                              *
000060*    DATE-WRITTEN: 2026-10-15                                    *
000070*    DATE-COMPILED:                                              *
000080*    PURPOSE    :  MAINTENANCE TRANSACTION FOR THE GREETHST      *
000090*                  HOST DIRECTORY.  SUPPORTS ADD, CHANGE,        *
000100*                  DELETE, AND BROWSE BY HOST ID, SO RECEPTION   *
000110*                  CAN KEEP THE LIST OF EMPLOYEES WHO RECEIVE    *
000120*                  VISITORS - NAME, DEPARTMENT, PHONE EXTENSION  *
000130*                  AND SITE - CURRENT.  GREETAMN WILL ONLY BOOK  *
000140*                  AN APPOINTMENT FOR A HOST ON THIS FILE.       *
000150*                                                                *
000160*    MODIFICATION HISTORY                                       *
000170*    ------------------------------------------------------     *
000180*    DATE       INIT  DESCRIPTION                                *
000190*    ---------- ----  -------------------------------------      *
000200*    2026-10-15 MK    ORIGINAL PROGRAM.                          *
000210*    2026-10-15 MK    SIGN ON THROUGH THE COMMON GREETSGN CHECK  *
000220*                     AGAINST THE GREETOPF OPERATOR SECURITY     *
000230*                     FILE.  EVERY FUNCTION IS CLEARED AGAINST   *
000240*                     THE OPERATOR'S AUTHORITY FIRST, AND EVERY  *
000250*                     REFUSAL IS LOGGED TO GREETAVL.             *
000260*                                                                *
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290     PROGRAM-ID.   GREETHMN AS "GREETHMN".
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
000400         SELECT GREETHST-FILE ASSIGN TO "GREETHST"
000410             ORGANIZATION IS INDEXED
000420             ACCESS MODE IS DYNAMIC
000430             RECORD KEY IS HO-HOST-ID
000440             FILE STATUS IS WS-HST-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480
000490 FD  GREETHST-FILE
000500         LABEL RECORDS ARE STANDARD.
000510     COPY HOSTREC.
000520
000530 WORKING-STORAGE SECTION.
000540 77  WS-HST-STATUS               PIC X(02) VALUE SPACES.
000550 01  WS-FUNCTION-CODE            PIC X(01) VALUE SPACES.
000560     88  WS-FUNC-ADD                       VALUE "A" "a".
000570     88  WS-FUNC-CHANGE                    VALUE "C" "c".
000580     88  WS-FUNC-DELETE                    VALUE "D" "d".
000590     88  WS-FUNC-BROWSE                    VALUE "B" "b".
000600     88  WS-FUNC-QUIT                      VALUE "Q" "q".
000610 01  WS-MORE-TRANS-SW            PIC X(01) VALUE "Y".
000620     88  WS-MORE-TRANS                     VALUE "Y".
000630 01  WS-BROWSE-EOF-SW            PIC X(01) VALUE "N".
000640     88  WS-BROWSE-EOF                     VALUE "Y".
000650 01  WS-BODY-OK-SW               PIC X(01) VALUE "N".
000660     88  WS-BODY-OK                        VALUE "Y".
000670 77  WS-HOST-ID-IN               PIC X(06) VALUE SPACES.
000680     COPY SGNLREC.
000690
000700 PROCEDURE DIVISION.
000710
000720******************************************************************
000730*    0000-MAINLINE                                               *
000740******************************************************************
000750 0000-MAINLINE.
000760
000770         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000780
000790         PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
000800             UNTIL NOT WS-MORE-TRANS.
000810
000820         PERFORM 9000-TERMINATE THRU 9000-EXIT.
000830
000840         STOP RUN.
000850
000860******************************************************************
000870*    1000-INITIALIZE - OPEN GREETHST FOR UPDATE, CREATING IT ON  *
000880*    THE FIRST MAINTENANCE RUN IF IT DOES NOT YET EXIST.         *
000890******************************************************************
000900 1000-INITIALIZE.
000910
000920         OPEN I-O GREETHST-FILE.
000930         IF WS-HST-STATUS = "35" OR WS-HST-STATUS = "05"
000940             CLOSE GREETHST-FILE
000950             OPEN OUTPUT GREETHST-FILE
000960             CLOSE GREETHST-FILE
000970             OPEN I-O GREETHST-FILE
000980     END-IF.
000990
001000         PERFORM 1900-SIGN-ON THRU 1900-EXIT.
001010
001020 1000-EXIT.
001030     EXIT.
001040
001050******************************************************************
001060*    1900-SIGN-ON - IDENTIFY THE OPERATOR THROUGH GREETSGN.  A   *
001070*    REFUSED SIGN-ON ENDS THE TRANSACTION BEFORE ANY FUNCTION    *
001080*    IS OFFERED.                                                 *
001090******************************************************************
001100 1900-SIGN-ON.
001110
001120         MOVE SPACES TO SIGN-ON-AREA.
001130         MOVE "S" TO SG-REQUEST.
001140         MOVE "GREETHMN" TO SG-TRANSACTION.
001150         CALL "GREETSGN" USING SIGN-ON-AREA.
001160         IF SG-REFUSED
001170             DISPLAY "GREETHMN SIGN-ON REFUSED - "
001180                 "TRANSACTION ENDED"
001190             MOVE "N" TO WS-MORE-TRANS-SW
001200     END-IF.
001210
001220 1900-EXIT.
001230     EXIT.
001240
001250******************************************************************
001260*    2000-PROCESS-TRANSACTION - PROMPT FOR A FUNCTION CODE AND   *
001270*    DRIVE THE MATCHING MAINTENANCE PARAGRAPH.                   *
001280******************************************************************
001290 2000-PROCESS-TRANSACTION.
001300
001310         DISPLAY "GREETHST MAINTENANCE - A)DD C)HANGE D)ELETE "
001320             "B)ROWSE Q)UIT".
001330         MOVE SPACES TO WS-FUNCTION-CODE.
001340         ACCEPT WS-FUNCTION-CODE.
001350
001360         PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
001370         IF SG-REFUSED
001380             GO TO 2000-EXIT
001390     END-IF.
001400
001410         EVALUATE TRUE
001420             WHEN WS-FUNC-ADD
001430                 PERFORM 3000-ADD-RECORD THRU 3000-EXIT
001440             WHEN WS-FUNC-CHANGE
001450                 PERFORM 4000-CHANGE-RECORD THRU 4000-EXIT
001460             WHEN WS-FUNC-DELETE
001470                 PERFORM 5000-DELETE-RECORD THRU 5000-EXIT
001480             WHEN WS-FUNC-BROWSE
001490                 PERFORM 6000-BROWSE-RECORDS THRU 6000-EXIT
001500             WHEN WS-FUNC-QUIT
001510                 MOVE "N" TO WS-MORE-TRANS-SW
001520             WHEN OTHER
001530                 DISPLAY "INVALID FUNCTION CODE, PLEASE RE-ENTER"
001540     END-EVALUATE.
001550
001560 2000-EXIT.
001570     EXIT.
001580
001590******************************************************************
001600*    2100-CHECK-AUTHORITY - ASK GREETSGN WHETHER THE SIGNED-ON   *
001610*    OPERATOR MAY USE THIS FUNCTION.  QUIT AND UNKNOWN CODES     *
001620*    NEED NO AUTHORITY.                                          *
001630******************************************************************
001640 2100-CHECK-AUTHORITY.
001650
001660         EVALUATE TRUE
001670             WHEN WS-FUNC-ADD OR WS-FUNC-CHANGE
001680                 MOVE "2" TO SG-LEVEL-NEEDED
001690             WHEN WS-FUNC-DELETE
001700                 MOVE "3" TO SG-LEVEL-NEEDED
001710             WHEN WS-FUNC-BROWSE
001720                 MOVE "1" TO SG-LEVEL-NEEDED
001730             WHEN OTHER
001740                 SET SG-ALLOWED TO TRUE
001750                 GO TO 2100-EXIT
001760     END-EVALUATE.
001770
001780         MOVE "F" TO SG-REQUEST.
001790         MOVE WS-FUNCTION-CODE TO SG-FUNCTION.
001800         CALL "GREETSGN" USING SIGN-ON-AREA.
001810
001820 2100-EXIT.
001830     EXIT.
001840
001850******************************************************************
001860*    2600-ACCEPT-ENTRY-BODY - COLLECT THE HOST'S NAME,           *
001870*    DEPARTMENT, PHONE EXTENSION AND SITE.  SHARED BY ADD AND    *
001880*    CHANGE.  THE NAME AND EXTENSION ARE REQUIRED - THEY ARE     *
001890*    WHAT RECEPTION NEEDS TO RING THE HOST.                      *
001900******************************************************************
001910 2600-ACCEPT-ENTRY-BODY.
001920
001930         MOVE "N" TO WS-BODY-OK-SW.
001940
001950         DISPLAY "ENTER HOST NAME (20 CHARACTERS):".
001960         MOVE SPACES TO HO-HOST-NAME.
001970         ACCEPT HO-HOST-NAME.
001980         IF HO-HOST-NAME = SPACES
001990             DISPLAY "HOST NAME CANNOT BE BLANK"
002000             GO TO 2600-EXIT
002010     END-IF.
002020
002030         DISPLAY "ENTER DEPARTMENT (20 CHARACTERS):".
002040         MOVE SPACES TO HO-DEPARTMENT.
002050         ACCEPT HO-DEPARTMENT.
002060
002070         DISPLAY "ENTER PHONE EXTENSION (6 CHARACTERS):".
002080         MOVE SPACES TO HO-PHONE-EXT.
002090         ACCEPT HO-PHONE-EXT.
002100         IF HO-PHONE-EXT = SPACES
002110             DISPLAY "PHONE EXTENSION CANNOT BE BLANK"
002120             GO TO 2600-EXIT
002130     END-IF.
002140
002150         DISPLAY "ENTER SITE CODE (3 CHARACTERS), OR PRESS "
002160             "ENTER FOR HQ:".
002170         MOVE SPACES TO HO-SITE-CODE.
002180         ACCEPT HO-SITE-CODE.
002190         IF HO-SITE-CODE = SPACES
002200             MOVE "HQ " TO HO-SITE-CODE
002210     END-IF.
002220
002230         SET WS-BODY-OK TO TRUE.
002240
002250 2600-EXIT.
002260     EXIT.
002270
002280******************************************************************
002290*    3000-ADD-RECORD - ADD A NEW HOST.  REJECTED IF THE HOST ID  *
002300*    ALREADY EXISTS.                                             *
002310******************************************************************
002320 3000-ADD-RECORD.
002330
002340         DISPLAY "ENTER HOST ID (6 CHARACTERS):".
002350         MOVE SPACES TO WS-HOST-ID-IN.
002360         ACCEPT WS-HOST-ID-IN.
002370         IF WS-HOST-ID-IN = SPACES
002380             DISPLAY "HOST ID CANNOT BE BLANK"
002390             GO TO 3000-EXIT
002400     END-IF.
002410
002420         MOVE WS-HOST-ID-IN TO HO-HOST-ID.
002430         READ GREETHST-FILE
002440             KEY IS HO-HOST-ID
002450             INVALID KEY
002460                 DISPLAY "ADDING HOST ID " WS-HOST-ID-IN
002470     END-READ.
002480
002490         IF WS-HST-STATUS = "00"
002500             DISPLAY "HOST ID " WS-HOST-ID-IN
002510                 " ALREADY EXISTS - USE CHANGE INSTEAD"
002520             GO TO 3000-EXIT
002530     END-IF.
002540
002550         MOVE SPACES TO GREETHST-RECORD.
002560         MOVE WS-HOST-ID-IN TO HO-HOST-ID.
002570
002580         PERFORM 2600-ACCEPT-ENTRY-BODY THRU 2600-EXIT.
002590         IF NOT WS-BODY-OK
002600             GO TO 3000-EXIT
002610     END-IF.
002620
002630         WRITE GREETHST-RECORD
002640             INVALID KEY
002650                 DISPLAY "WRITE FAILED, STATUS " WS-HST-STATUS
002660     END-WRITE.
002670
002680 3000-EXIT.
002690     EXIT.
002700
002710******************************************************************
002720*    4000-CHANGE-RECORD - REPLACE THE DETAILS FOR AN EXISTING    *
002730*    HOST ID.                                                    *
002740******************************************************************
002750 4000-CHANGE-RECORD.
002760
002770         DISPLAY "ENTER HOST ID TO CHANGE (6 CHARACTERS):".
002780         MOVE SPACES TO WS-HOST-ID-IN.
002790         ACCEPT WS-HOST-ID-IN.
002800
002810         MOVE WS-HOST-ID-IN TO HO-HOST-ID.
002820         READ GREETHST-FILE
002830             KEY IS HO-HOST-ID
002840             INVALID KEY
002850                 DISPLAY "HOST ID " WS-HOST-ID-IN " NOT FOUND"
002860                 GO TO 4000-EXIT
002870     END-READ.
002880
002890         DISPLAY "CURRENT: " HO-HOST-NAME " " HO-DEPARTMENT
002900             " EXT " HO-PHONE-EXT " SITE " HO-SITE-CODE.
002910
002920         PERFORM 2600-ACCEPT-ENTRY-BODY THRU 2600-EXIT.
002930         IF NOT WS-BODY-OK
002940             GO TO 4000-EXIT
002950     END-IF.
002960
002970         REWRITE GREETHST-RECORD
002980             INVALID KEY
002990                 DISPLAY "REWRITE FAILED, STATUS " WS-HST-STATUS
003000     END-REWRITE.
003010
003020 4000-EXIT.
003030     EXIT.
003040
003050******************************************************************
003060*    5000-DELETE-RECORD - REMOVE A HOST BY ID, FOR AN EMPLOYEE   *
003070*    WHO HAS LEFT.  APPOINTMENTS ALREADY BOOKED KEEP THE HOST'S  *
003080*    NAME, AND SHOW UP ON GREETAMN'S V)ERIFY LIST.               *
003090******************************************************************
003100 5000-DELETE-RECORD.
003110
003120         DISPLAY "ENTER HOST ID TO DELETE (6 CHARACTERS):".
003130         MOVE SPACES TO WS-HOST-ID-IN.
003140         ACCEPT WS-HOST-ID-IN.
003150
003160         MOVE WS-HOST-ID-IN TO HO-HOST-ID.
003170         READ GREETHST-FILE
003180             KEY IS HO-HOST-ID
003190             INVALID KEY
003200                 DISPLAY "HOST ID " WS-HOST-ID-IN " NOT FOUND"
003210                 GO TO 5000-EXIT
003220     END-READ.
003230
003240         DELETE GREETHST-FILE
003250             INVALID KEY
003260                 DISPLAY "DELETE FAILED, STATUS " WS-HST-STATUS
003270     END-DELETE.
003280
003290 5000-EXIT.
003300     EXIT.
003310
003320******************************************************************
003330*    6000-BROWSE-RECORDS - LIST EVERY HOST IN HOST-ID SEQUENCE.  *
003340******************************************************************
003350 6000-BROWSE-RECORDS.
003360
003370         MOVE "N" TO WS-BROWSE-EOF-SW.
003380         MOVE LOW-VALUES TO HO-HOST-ID.
003390         START GREETHST-FILE KEY IS NOT LESS THAN HO-HOST-ID
003400             INVALID KEY
003410                 DISPLAY "NO HOSTS ON FILE"
003420                 MOVE "Y" TO WS-BROWSE-EOF-SW
003430     END-START.
003440
003450         PERFORM 6100-BROWSE-ONE-RECORD THRU 6100-EXIT
003460             UNTIL WS-BROWSE-EOF.
003470
003480 6000-EXIT.
003490     EXIT.
003500
003510******************************************************************
003520*    6100-BROWSE-ONE-RECORD - READ AND DISPLAY THE NEXT HOST IN  *
003530*    SEQUENCE.                                                   *
003540******************************************************************
003550 6100-BROWSE-ONE-RECORD.
003560
003570         READ GREETHST-FILE NEXT RECORD
003580             AT END
003590                 MOVE "Y" TO WS-BROWSE-EOF-SW
003600             NOT AT END
003610                 DISPLAY HO-HOST-ID " " HO-HOST-NAME " "
003620                     HO-DEPARTMENT " EXT " HO-PHONE-EXT
003630                     " SITE " HO-SITE-CODE
003640     END-READ.
003650
003660 6100-EXIT.
003670     EXIT.
003680
003690******************************************************************
003700*    9000-TERMINATE - CLOSE FILES.                               *
003710******************************************************************
003720 9000-TERMINATE.
003730
003740         CLOSE GREETHST-FILE.
003750
003760 9000-EXIT.
003770     EXIT.
003780
003790 END PROGRAM GREETHMN.
