000190*    DATE       INIT  DESCRIPTION                                *
000200*    ---------- ----  -------------------------------------      *
000210*    2026-09-02 MK    ORIGINAL PROGRAM.                          *
000220*    2026-10-15 MK    SIGN ON THROUGH THE COMMON GREETSGN CHECK  *
000230*                     AGAINST THE GREETOPF OPERATOR SECURITY     *
000240*                     FILE.  EVERY FUNCTION IS CLEARED AGAINST   *
000250*                     THE OPERATOR'S AUTHORITY FIRST, AND EVERY  *
000260*                     REFUSAL IS LOGGED TO GREETAVL.             *
000270*                                                                *
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300     PROGRAM-ID.   GREETPMN AS "GREETPMN".
000310     AUTHOR.       M. KAVALIAUSKAS.
000320     DATE-WRITTEN. 2026-09-02.
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.
000370 OBJECT-COMPUTER.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410         SELECT GREETPRM-FILE ASSIGN TO "GREETPRM"
000420             ORGANIZATION IS INDEXED
000430             ACCESS MODE IS DYNAMIC
000440             RECORD KEY IS PR-PARM-KEY
000450             FILE STATUS IS WS-PRM-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490
000500 FD  GREETPRM-FILE
000510         LABEL RECORDS ARE STANDARD.
000520     COPY PARMREC.
000530
000540 WORKING-STORAGE SECTION.
000550 77  WS-PRM-STATUS               PIC X(02) VALUE SPACES.
000560 01  WS-FUNCTION-CODE            PIC X(01) VALUE SPACES.
000570     88  WS-FUNC-ADD                       VALUE "A" "a".
000580     88  WS-FUNC-CHANGE                    VALUE "C" "c".
000590     88  WS-FUNC-DELETE                    VALUE "D" "d".
000600     88  WS-FUNC-BROWSE                    VALUE "B" "b".
000610     88  WS-FUNC-QUIT                      VALUE "Q" "q".
000620 01  WS-MORE-TRANS-SW            PIC X(01) VALUE "Y".
000630     88  WS-MORE-TRANS                     VALUE "Y".
000640 01  WS-BROWSE-EOF-SW            PIC X(01) VALUE "N".
000650     88  WS-BROWSE-EOF                     VALUE "Y".
000660 77  WS-PARM-KEY-IN              PIC X(08) VALUE SPACES.
000670 77  WS-PARM-VALUE-IN            PIC X(08) VALUE SPACES.
000680 77  WS-SHIFT-WORK               PIC X(08) VALUE SPACES.
000690 77  WS-SHIFT-CT                 PIC 9(04) COMP VALUE ZERO.
000700 77  WS-DESC-IN                  PIC X(30) VALUE SPACES.
000710     COPY SGNLREC.
000720
000730 PROCEDURE DIVISION.
000740
000750******************************************************************
000760*    0000-MAINLINE                                               *
000770******************************************************************
000780 0000-MAINLINE.
000790
000800         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000810
000820         PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
000830             UNTIL NOT WS-MORE-TRANS.
000840
000850         PERFORM 9000-TERMINATE THRU 9000-EXIT.
000860
000870         STOP RUN.
000880
000890******************************************************************
000900*    1000-INITIALIZE - OPEN GREETPRM FOR UPDATE, CREATING IT ON  *
000910*    THE FIRST MAINTENANCE RUN IF IT DOES NOT YET EXIST.         *
000920******************************************************************
000930 1000-INITIALIZE.
000940
000950         OPEN I-O GREETPRM-FILE.
000960         IF WS-PRM-STATUS = "35" OR WS-PRM-STATUS = "05"
000970             CLOSE GREETPRM-FILE
000980             OPEN OUTPUT GREETPRM-FILE
000990             CLOSE GREETPRM-FILE
001000             OPEN I-O GREETPRM-FILE
001010     END-IF.
001020
001030         PERFORM 1900-SIGN-ON THRU 1900-EXIT.
001040
001050 1000-EXIT.
001060     EXIT.
001070
001080******************************************************************
001090*    1900-SIGN-ON - IDENTIFY THE OPERATOR THROUGH GREETSGN.  A   *
001100*    REFUSED SIGN-ON ENDS THE TRANSACTION BEFORE ANY FUNCTION    *
001110*    IS OFFERED.                                                 *
001120******************************************************************
001130 1900-SIGN-ON.
001140
001150         MOVE SPACES TO SIGN-ON-AREA.
001160         MOVE "S" TO SG-REQUEST.
001170         MOVE "GREETPMN" TO SG-TRANSACTION.
001180         CALL "GREETSGN" USING SIGN-ON-AREA.
001190         IF SG-REFUSED
001200             DISPLAY "GREETPMN SIGN-ON REFUSED - "
001210                 "TRANSACTION ENDED"
001220             MOVE "N" TO WS-MORE-TRANS-SW
001230     END-IF.
001240
001250 1900-EXIT.
001260     EXIT.
001270
001280******************************************************************
001290*    2000-PROCESS-TRANSACTION - PROMPT FOR A FUNCTION CODE AND   *
001300*    DRIVE THE MATCHING MAINTENANCE PARAGRAPH.                   *
001310******************************************************************
001320 2000-PROCESS-TRANSACTION.
001330
001340         DISPLAY "GREETPRM MAINTENANCE - A)DD C)HANGE D)ELETE "
001350             "B)ROWSE Q)UIT".
001360         MOVE SPACES TO WS-FUNCTION-CODE.
001370         ACCEPT WS-FUNCTION-CODE.
001380
001390         PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
001400         IF SG-REFUSED
001410             GO TO 2000-EXIT
001420     END-IF.
001430
001440         EVALUATE TRUE
001450             WHEN WS-FUNC-ADD
001460                 PERFORM 3000-ADD-RECORD THRU 3000-EXIT
001470             WHEN WS-FUNC-CHANGE
001480                 PERFORM 4000-CHANGE-RECORD THRU 4000-EXIT
001490             WHEN WS-FUNC-DELETE
001500                 PERFORM 5000-DELETE-RECORD THRU 5000-EXIT
001510             WHEN WS-FUNC-BROWSE
001520                 PERFORM 6000-BROWSE-RECORDS THRU 6000-EXIT
001530             WHEN WS-FUNC-QUIT
001540                 MOVE "N" TO WS-MORE-TRANS-SW
001550             WHEN OTHER
001560                 DISPLAY "INVALID FUNCTION CODE, PLEASE RE-ENTER"
001570     END-EVALUATE.
001580
001590 2000-EXIT.
001600     EXIT.
001610
001620******************************************************************
001630*    2100-CHECK-AUTHORITY - ASK GREETSGN WHETHER THE SIGNED-ON   *
001640*    OPERATOR MAY USE THIS FUNCTION.  QUIT AND UNKNOWN CODES     *
001650*    NEED NO AUTHORITY.                                          *
001660******************************************************************
001670 2100-CHECK-AUTHORITY.
001680
001690         EVALUATE TRUE
001700             WHEN WS-FUNC-ADD OR WS-FUNC-CHANGE
001710                 MOVE "2" TO SG-LEVEL-NEEDED
001720             WHEN WS-FUNC-DELETE
001730                 MOVE "3" TO SG-LEVEL-NEEDED
001740             WHEN WS-FUNC-BROWSE
001750                 MOVE "1" TO SG-LEVEL-NEEDED
001760             WHEN OTHER
001770                 SET SG-ALLOWED TO TRUE
001780                 GO TO 2100-EXIT
001790     END-EVALUATE.
001800
001810         MOVE "F" TO SG-REQUEST.
001820         MOVE WS-FUNCTION-CODE TO SG-FUNCTION.
001830         CALL "GREETSGN" USING SIGN-ON-AREA.
001840
001850 2100-EXIT.
001860     EXIT.
001870
001880******************************************************************
001890*    2500-ACCEPT-PARM-VALUE - COLLECT AND EDIT THE NUMERIC       *
001900*    PARAMETER VALUE.  THE ENTRY COMES IN LEFT-JUSTIFIED FROM    *
001910*    THE CONSOLE, SO IT IS SHIFTED RIGHT WITH ZERO FILL UNTIL    *
001920*    IT LINES UP AS AN 8-DIGIT NUMBER, THEN VALIDATED.  SHARED   *
001930*    BY ADD AND CHANGE; A BLANK RESULT MEANS THE ENTRY WAS BAD.  *
001940******************************************************************
001950 2500-ACCEPT-PARM-VALUE.
001960
001970         DISPLAY "ENTER PARAMETER VALUE (UP TO 8 DIGITS):".
001980         MOVE SPACES TO WS-PARM-VALUE-IN.
001990         ACCEPT WS-PARM-VALUE-IN.
002000         IF WS-PARM-VALUE-IN = SPACES
002010             DISPLAY "PARAMETER VALUE CANNOT BE BLANK"
002020             GO TO 2500-EXIT
002030     END-IF.
002040
002050         MOVE ZERO TO WS-SHIFT-CT.
002060         PERFORM 2550-SHIFT-VALUE-RIGHT THRU 2550-EXIT
002070             UNTIL WS-PARM-VALUE-IN (8:1) NOT = SPACE
002080             OR WS-SHIFT-CT > 8.
002090
002100         IF WS-PARM-VALUE-IN IS NOT NUMERIC
002110             DISPLAY "PARAMETER VALUE MUST BE NUMERIC"
002120             MOVE SPACES TO WS-PARM-VALUE-IN
002130     END-IF.
002140
002150*        NO OPERATING VALUE ON GREETPRM IS MEANINGFUL AT ZERO,
002160*        AND A ZERO CHKPINT WOULD ABEND SAMPLE'S CHECKPOINT
002170*        DIVIDE - REFUSE IT AT THE KEYBOARD.
002180         IF WS-PARM-VALUE-IN = "00000000"
002190             DISPLAY "PARAMETER VALUE CANNOT BE ZERO"
002200             MOVE SPACES TO WS-PARM-VALUE-IN
002210     END-IF.
002220
002230 2500-EXIT.
002240     EXIT.
002250
002260******************************************************************
002270*    2550-SHIFT-VALUE-RIGHT - SHIFT THE ENTRY ONE POSITION       *
002280*    RIGHT, FILLING WITH A LEADING ZERO, THROUGH A WORK FIELD    *
002290*    SO THE BYTES DO NOT OVERLAP IN ONE MOVE.                    *
002300******************************************************************
002310 2550-SHIFT-VALUE-RIGHT.
002320
002330         MOVE WS-PARM-VALUE-IN (1:7) TO WS-SHIFT-WORK (2:7).
002340         MOVE "0" TO WS-SHIFT-WORK (1:1).
002350         MOVE WS-SHIFT-WORK TO WS-PARM-VALUE-IN.
002360         ADD 1 TO WS-SHIFT-CT.
002370
002380 2550-EXIT.
002390     EXIT.
002400
002410******************************************************************
002420*    3000-ADD-RECORD - ADD A NEW PARAMETER.  REJECTED IF THE     *
002430*    KEY ALREADY EXISTS.                                         *
002440******************************************************************
002450 3000-ADD-RECORD.
002460
002470         DISPLAY "ENTER PARAMETER NAME (8 CHARACTERS, E.G. "
002480             "CHKPINT, RETDAYS, MAXLANGS, NOONHOUR, EVENHOUR):".
002490         MOVE SPACES TO WS-PARM-KEY-IN.
002500         ACCEPT WS-PARM-KEY-IN.
002510         IF WS-PARM-KEY-IN = SPACES
002520             DISPLAY "PARAMETER NAME CANNOT BE BLANK"
002530             GO TO 3000-EXIT
002540     END-IF.
002550
002560         MOVE WS-PARM-KEY-IN TO PR-PARM-KEY.
002570         READ GREETPRM-FILE
002580             KEY IS PR-PARM-KEY
002590             INVALID KEY
002600                 DISPLAY "ADDING PARAMETER " WS-PARM-KEY-IN
002610     END-READ.
002620
002630         IF WS-PRM-STATUS = "00"
002640             DISPLAY "PARAMETER " WS-PARM-KEY-IN
002650                 " ALREADY EXISTS - USE CHANGE INSTEAD"
002660             GO TO 3000-EXIT
002670     END-IF.
002680
002690         MOVE WS-PARM-KEY-IN TO PR-PARM-KEY.
002700
002710         PERFORM 2500-ACCEPT-PARM-VALUE THRU 2500-EXIT.
002720         IF WS-PARM-VALUE-IN = SPACES
002730             GO TO 3000-EXIT
002740     END-IF.
002750         MOVE WS-PARM-VALUE-IN TO PR-PARM-VALUE.
002760
002770         DISPLAY "ENTER DESCRIPTION (30 CHARACTERS):".
002780         MOVE SPACES TO PR-PARM-DESC.
002790         ACCEPT PR-PARM-DESC.
002800
002810         WRITE GREETPRM-RECORD
002820             INVALID KEY
002830                 DISPLAY "WRITE FAILED, STATUS " WS-PRM-STATUS
002840     END-WRITE.
002850
002860 3000-EXIT.
002870     EXIT.
002880
002890******************************************************************
002900*    4000-CHANGE-RECORD - REPLACE THE VALUE (AND DESCRIPTION)    *
002910*    OF AN EXISTING PARAMETER.  THE OLD VALUE IS SHOWN FIRST     *
002920*    SO THE OPERATOR SEES WHAT IS BEING CHANGED.                 *
002930******************************************************************
002940 4000-CHANGE-RECORD.
002950
002960         DISPLAY "ENTER PARAMETER NAME TO CHANGE (8 CHARACTERS):".
002970         MOVE SPACES TO WS-PARM-KEY-IN.
002980         ACCEPT WS-PARM-KEY-IN.
002990
003000         MOVE WS-PARM-KEY-IN TO PR-PARM-KEY.
003010         READ GREETPRM-FILE
003020             KEY IS PR-PARM-KEY
003030             INVALID KEY
003040                 DISPLAY "PARAMETER " WS-PARM-KEY-IN
003050                     " NOT FOUND"
003060                 GO TO 4000-EXIT
003070     END-READ.
003080
003090         DISPLAY "CURRENT VALUE OF " PR-PARM-KEY " IS "
003100             PR-PARM-VALUE " " PR-PARM-DESC.
003110
003120         PERFORM 2500-ACCEPT-PARM-VALUE THRU 2500-EXIT.
003130         IF WS-PARM-VALUE-IN = SPACES
003140             GO TO 4000-EXIT
003150     END-IF.
003160         MOVE WS-PARM-VALUE-IN TO PR-PARM-VALUE.
003170
003180         DISPLAY "ENTER NEW DESCRIPTION (30 CHARACTERS), OR "
003190             "PRESS ENTER TO KEEP IT:".
003200         MOVE SPACES TO WS-DESC-IN.
003210         ACCEPT WS-DESC-IN.
003220         IF WS-DESC-IN NOT = SPACES
003230             MOVE WS-DESC-IN TO PR-PARM-DESC
003240     END-IF.
003250
003260         REWRITE GREETPRM-RECORD
003270             INVALID KEY
003280                 DISPLAY "REWRITE FAILED, STATUS " WS-PRM-STATUS
003290     END-REWRITE.
003300
003310 4000-EXIT.
003320     EXIT.
003330
003340******************************************************************
003350*    5000-DELETE-RECORD - REMOVE A PARAMETER BY ITS NAME, SO     *
003360*    THE PROGRAM FALLS BACK TO ITS BUILT-IN DEFAULT.             *
003370******************************************************************
003380 5000-DELETE-RECORD.
003390
003400         DISPLAY "ENTER PARAMETER NAME TO DELETE (8 CHARACTERS):".
003410         MOVE SPACES TO WS-PARM-KEY-IN.
003420         ACCEPT WS-PARM-KEY-IN.
003430
003440         MOVE WS-PARM-KEY-IN TO PR-PARM-KEY.
003450         READ GREETPRM-FILE
003460             KEY IS PR-PARM-KEY
003470             INVALID KEY
003480                 DISPLAY "PARAMETER " WS-PARM-KEY-IN
003490                     " NOT FOUND"
003500                 GO TO 5000-EXIT
003510     END-READ.
003520
003530         DELETE GREETPRM-FILE
003540             INVALID KEY
003550                 DISPLAY "DELETE FAILED, STATUS " WS-PRM-STATUS
003560     END-DELETE.
003570
003580 5000-EXIT.
003590     EXIT.
003600
003610******************************************************************
003620*    6000-BROWSE-RECORDS - LIST EVERY PARAMETER IN KEY           *
003630*    SEQUENCE - THE VIEW SIDE OF THE TRANSACTION.                *
003640******************************************************************
003650 6000-BROWSE-RECORDS.
003660
003670         MOVE "N" TO WS-BROWSE-EOF-SW.
003680         MOVE LOW-VALUES TO PR-PARM-KEY.
003690         START GREETPRM-FILE KEY IS NOT LESS THAN PR-PARM-KEY
003700             INVALID KEY
003710                 DISPLAY "NO PARAMETERS ON FILE - EVERY PROGRAM "
003720                     "IS RUNNING ON ITS BUILT-IN DEFAULTS"
003730                 MOVE "Y" TO WS-BROWSE-EOF-SW
003740     END-START.
003750
003760         PERFORM 6100-BROWSE-ONE-RECORD THRU 6100-EXIT
003770             UNTIL WS-BROWSE-EOF.
003780
003790 6000-EXIT.
003800     EXIT.
003810
003820******************************************************************
003830*    6100-BROWSE-ONE-RECORD - READ AND DISPLAY THE NEXT          *
003840*    PARAMETER IN SEQUENCE.                                      *
003850******************************************************************
003860 6100-BROWSE-ONE-RECORD.
003870
003880         READ GREETPRM-FILE NEXT RECORD
003890             AT END
003900                 MOVE "Y" TO WS-BROWSE-EOF-SW
003910             NOT AT END
003920                 DISPLAY PR-PARM-KEY " " PR-PARM-VALUE " "
003930                     PR-PARM-DESC
003940     END-READ.
003950
003960 6100-EXIT.
003970     EXIT.
003980
003990******************************************************************
004000*    9000-TERMINATE - CLOSE FILES.                               *
004010******************************************************************
004020 9000-TERMINATE.
004030
004040         CLOSE GREETPRM-FILE.
004050
004060 9000-EXIT.
004070     EXIT.
004080
004090 END PROGRAM GREETPMN.
