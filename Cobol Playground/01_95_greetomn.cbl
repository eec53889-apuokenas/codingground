000170*    DATE       INIT  DESCRIPTION                                *
000180*    ---------- ----  -------------------------------------      *
000190*    2026-09-02 MK    ORIGINAL PROGRAM.                          *
000200*    2026-10-15 MK    SIGN ON THROUGH THE COMMON GREETSGN CHECK  *
000210*                     AGAINST THE GREETOPF OPERATOR SECURITY     *
000220*                     FILE.  EVERY FUNCTION IS CLEARED AGAINST   *
000230*                     THE OPERATOR'S AUTHORITY FIRST, AND EVERY  *
000240*                     REFUSAL IS LOGGED TO GREETAVL.             *
000250*                                                                *
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280     PROGRAM-ID.   GREETOMN AS "GREETOMN".
000290     AUTHOR.       M. KAVALIAUSKAS.
000300     DATE-WRITTEN. 2026-09-02.
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.
000350 OBJECT-COMPUTER.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390         SELECT GREETORG-FILE ASSIGN TO "GREETORG"
000400             ORGANIZATION IS INDEXED
000410             ACCESS MODE IS DYNAMIC
000420             RECORD KEY IS OR-ORG-CODE
000430             FILE STATUS IS WS-ORG-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470
000480 FD  GREETORG-FILE
000490         LABEL RECORDS ARE STANDARD.
000500     COPY ORGREC.
000510
000520 WORKING-STORAGE SECTION.
000530 77  WS-ORG-STATUS               PIC X(02) VALUE SPACES.
000540 01  WS-FUNCTION-CODE            PIC X(01) VALUE SPACES.
000550     88  WS-FUNC-ADD                       VALUE "A" "a".
000560     88  WS-FUNC-CHANGE                    VALUE "C" "c".
000570     88  WS-FUNC-DELETE                    VALUE "D" "d".
000580     88  WS-FUNC-BROWSE                    VALUE "B" "b".
000590     88  WS-FUNC-QUIT                      VALUE "Q" "q".
000600 01  WS-MORE-TRANS-SW            PIC X(01) VALUE "Y".
000610     88  WS-MORE-TRANS                     VALUE "Y".
000620 01  WS-BROWSE-EOF-SW            PIC X(01) VALUE "N".
000630     88  WS-BROWSE-EOF                     VALUE "Y".
000640 77  WS-ORG-CODE-IN              PIC X(06) VALUE SPACES.
000650     COPY SGNLREC.
000660
000670 PROCEDURE DIVISION.
000680
000690******************************************************************
000700*    0000-MAINLINE                                               *
000710******************************************************************
000720 0000-MAINLINE.
000730
000740         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000750
000760         PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
000770             UNTIL NOT WS-MORE-TRANS.
000780
000790         PERFORM 9000-TERMINATE THRU 9000-EXIT.
000800
000810         STOP RUN.
000820
000830******************************************************************
000840*    1000-INITIALIZE - OPEN GREETORG FOR UPDATE, CREATING IT ON  *
000850*    THE FIRST MAINTENANCE RUN IF IT DOES NOT YET EXIST.         *
000860******************************************************************
000870 1000-INITIALIZE.
000880
000890         OPEN I-O GREETORG-FILE.
000900         IF WS-ORG-STATUS = "35" OR WS-ORG-STATUS = "05"
000910             CLOSE GREETORG-FILE
000920             OPEN OUTPUT GREETORG-FILE
000930             CLOSE GREETORG-FILE
000940             OPEN I-O GREETORG-FILE
000950     END-IF.
000960
000970         PERFORM 1900-SIGN-ON THRU 1900-EXIT.
000980
000990 1000-EXIT.
001000     EXIT.
001010
001020******************************************************************
001030*    1900-SIGN-ON - IDENTIFY THE OPERATOR THROUGH GREETSGN.  A   *
001040*    REFUSED SIGN-ON ENDS THE TRANSACTION BEFORE ANY FUNCTION    *
001050*    IS OFFERED.                                                 *
001060******************************************************************
001070 1900-SIGN-ON.
001080
001090         MOVE SPACES TO SIGN-ON-AREA.
001100         MOVE "S" TO SG-REQUEST.
001110         MOVE "GREETOMN" TO SG-TRANSACTION.
001120         CALL "GREETSGN" USING SIGN-ON-AREA.
001130         IF SG-REFUSED
001140             DISPLAY "GREETOMN SIGN-ON REFUSED - "
001150                 "TRANSACTION ENDED"
001160             MOVE "N" TO WS-MORE-TRANS-SW
001170     END-IF.
001180
001190 1900-EXIT.
001200     EXIT.
001210
001220******************************************************************
001230*    2000-PROCESS-TRANSACTION - PROMPT FOR A FUNCTION CODE AND   *
001240*    DRIVE THE MATCHING MAINTENANCE PARAGRAPH.                   *
001250******************************************************************
001260 2000-PROCESS-TRANSACTION.
001270
001280         DISPLAY "GREETORG MAINTENANCE - A)DD C)HANGE D)ELETE "
001290             "B)ROWSE Q)UIT".
001300         MOVE SPACES TO WS-FUNCTION-CODE.
001310         ACCEPT WS-FUNCTION-CODE.
001320
001330         PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
001340         IF SG-REFUSED
001350             GO TO 2000-EXIT
001360     END-IF.
001370
001380         EVALUATE TRUE
001390             WHEN WS-FUNC-ADD
001400                 PERFORM 3000-ADD-RECORD THRU 3000-EXIT
001410             WHEN WS-FUNC-CHANGE
001420                 PERFORM 4000-CHANGE-RECORD THRU 4000-EXIT
001430             WHEN WS-FUNC-DELETE
001440                 PERFORM 5000-DELETE-RECORD THRU 5000-EXIT
001450             WHEN WS-FUNC-BROWSE
001460                 PERFORM 6000-BROWSE-RECORDS THRU 6000-EXIT
001470             WHEN WS-FUNC-QUIT
001480                 MOVE "N" TO WS-MORE-TRANS-SW
001490             WHEN OTHER
001500                 DISPLAY "INVALID FUNCTION CODE, PLEASE RE-ENTER"
001510     END-EVALUATE.
001520
001530 2000-EXIT.
001540     EXIT.
001550
001560******************************************************************
001570*    2100-CHECK-AUTHORITY - ASK GREETSGN WHETHER THE SIGNED-ON   *
001580*    OPERATOR MAY USE THIS FUNCTION.  QUIT AND UNKNOWN CODES     *
001590*    NEED NO AUTHORITY.                                          *
001600******************************************************************
001610 2100-CHECK-AUTHORITY.
001620
001630         EVALUATE TRUE
001640             WHEN WS-FUNC-ADD OR WS-FUNC-CHANGE
001650                 MOVE "2" TO SG-LEVEL-NEEDED
001660             WHEN WS-FUNC-DELETE
001670                 MOVE "3" TO SG-LEVEL-NEEDED
001680             WHEN WS-FUNC-BROWSE
001690                 MOVE "1" TO SG-LEVEL-NEEDED
001700             WHEN OTHER
001710                 SET SG-ALLOWED TO TRUE
001720                 GO TO 2100-EXIT
001730     END-EVALUATE.
001740
001750         MOVE "F" TO SG-REQUEST.
001760         MOVE WS-FUNCTION-CODE TO SG-FUNCTION.
001770         CALL "GREETSGN" USING SIGN-ON-AREA.
001780
001790 2100-EXIT.
001800     EXIT.
001810
001820******************************************************************
001830*    3000-ADD-RECORD - ADD A NEW ORGANIZATION.  REJECTED IF THE  *
001840*    COMPANY CODE ALREADY EXISTS.                                *
001850******************************************************************
001860 3000-ADD-RECORD.
001870
001880         DISPLAY "ENTER COMPANY CODE (6 CHARACTERS):".
001890         MOVE SPACES TO WS-ORG-CODE-IN.
001900         ACCEPT WS-ORG-CODE-IN.
001910         IF WS-ORG-CODE-IN = SPACES
001920             DISPLAY "COMPANY CODE CANNOT BE BLANK"
001930             GO TO 3000-EXIT
001940     END-IF.
001950
001960         MOVE WS-ORG-CODE-IN TO OR-ORG-CODE.
001970         READ GREETORG-FILE
001980             KEY IS OR-ORG-CODE
001990             INVALID KEY
002000                 DISPLAY "ADDING COMPANY CODE " WS-ORG-CODE-IN
002010     END-READ.
002020
002030         IF WS-ORG-STATUS = "00"
002040             DISPLAY "COMPANY CODE " WS-ORG-CODE-IN
002050                 " ALREADY EXISTS - USE CHANGE INSTEAD"
002060             GO TO 3000-EXIT
002070     END-IF.
002080
002090         MOVE WS-ORG-CODE-IN TO OR-ORG-CODE.
002100
002110         DISPLAY "ENTER COMPANY NAME (30 CHARACTERS):".
002120         MOVE SPACES TO OR-ORG-NAME.
002130         ACCEPT OR-ORG-NAME.
002140
002150         WRITE GREETORG-RECORD
002160             INVALID KEY
002170                 DISPLAY "WRITE FAILED, STATUS " WS-ORG-STATUS
002180     END-WRITE.
002190
002200 3000-EXIT.
002210     EXIT.
002220
002230******************************************************************
002240*    4000-CHANGE-RECORD - REPLACE THE COMPANY NAME FOR AN        *
002250*    EXISTING COMPANY CODE.                                      *
002260******************************************************************
002270 4000-CHANGE-RECORD.
002280
002290         DISPLAY "ENTER COMPANY CODE TO CHANGE (6 CHARACTERS):".
002300         MOVE SPACES TO WS-ORG-CODE-IN.
002310         ACCEPT WS-ORG-CODE-IN.
002320
002330         MOVE WS-ORG-CODE-IN TO OR-ORG-CODE.
002340         READ GREETORG-FILE
002350             KEY IS OR-ORG-CODE
002360             INVALID KEY
002370                 DISPLAY "COMPANY CODE " WS-ORG-CODE-IN
002380                     " NOT FOUND"
002390                 GO TO 4000-EXIT
002400     END-READ.
002410
002420         DISPLAY "ENTER NEW COMPANY NAME (30 CHARACTERS):".
002430         MOVE SPACES TO OR-ORG-NAME.
002440         ACCEPT OR-ORG-NAME.
002450
002460         REWRITE GREETORG-RECORD
002470             INVALID KEY
002480                 DISPLAY "REWRITE FAILED, STATUS " WS-ORG-STATUS
002490     END-REWRITE.
002500
002510 4000-EXIT.
002520     EXIT.
002530
002540******************************************************************
002550*    5000-DELETE-RECORD - REMOVE AN ORGANIZATION BY ITS COMPANY  *
002560*    CODE.                                                       *
002570******************************************************************
002580 5000-DELETE-RECORD.
002590
002600         DISPLAY "ENTER COMPANY CODE TO DELETE (6 CHARACTERS):".
002610         MOVE SPACES TO WS-ORG-CODE-IN.
002620         ACCEPT WS-ORG-CODE-IN.
002630
002640         MOVE WS-ORG-CODE-IN TO OR-ORG-CODE.
002650         READ GREETORG-FILE
002660             KEY IS OR-ORG-CODE
002670             INVALID KEY
002680                 DISPLAY "COMPANY CODE " WS-ORG-CODE-IN
002690                     " NOT FOUND"
002700                 GO TO 5000-EXIT
002710     END-READ.
002720
002730         DELETE GREETORG-FILE
002740             INVALID KEY
002750                 DISPLAY "DELETE FAILED, STATUS " WS-ORG-STATUS
002760     END-DELETE.
002770
002780 5000-EXIT.
002790     EXIT.
002800
002810******************************************************************
002820*    6000-BROWSE-RECORDS - LIST EVERY ORGANIZATION IN COMPANY-   *
002830*    CODE SEQUENCE.                                              *
002840******************************************************************
002850 6000-BROWSE-RECORDS.
002860
002870         MOVE "N" TO WS-BROWSE-EOF-SW.
002880         MOVE LOW-VALUES TO OR-ORG-CODE.
002890         START GREETORG-FILE KEY IS NOT LESS THAN OR-ORG-CODE
002900             INVALID KEY
002910                 DISPLAY "NO ORGANIZATIONS ON FILE"
002920                 MOVE "Y" TO WS-BROWSE-EOF-SW
002930     END-START.
002940
002950         PERFORM 6100-BROWSE-ONE-RECORD THRU 6100-EXIT
002960             UNTIL WS-BROWSE-EOF.
002970
002980 6000-EXIT.
002990     EXIT.
003000
003010******************************************************************
003020*    6100-BROWSE-ONE-RECORD - READ AND DISPLAY THE NEXT          *
003030*    ORGANIZATION IN SEQUENCE.                                   *
003040******************************************************************
003050 6100-BROWSE-ONE-RECORD.
003060
003070         READ GREETORG-FILE NEXT RECORD
003080             AT END
003090                 MOVE "Y" TO WS-BROWSE-EOF-SW
003100             NOT AT END
003110                 DISPLAY OR-ORG-CODE " " OR-ORG-NAME
003120     END-READ.
003130
003140 6100-EXIT.
003150     EXIT.
003160
003170******************************************************************
003180*    9000-TERMINATE - CLOSE FILES.                               *
003190******************************************************************
003200 9000-TERMINATE.
003210
003220         CLOSE GREETORG-FILE.
003230
003240 9000-EXIT.
003250     EXIT.
003260
003270 END PROGRAM GREETOMN.
