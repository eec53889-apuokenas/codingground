000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID :  GREETSGN                                      *
000040*    AUTHOR     :  M. KAVALIAUSKAS                               *
000050*    INSTALLATION: VISITOR SERVICES                              *
000060*    DATE-WRITTEN: 2026-10-15                                    *
000070*    DATE-COMPILED:                                              *
000080*    PURPOSE    :  COMMON SIGN-ON AND AUTHORITY CHECK, CALLED BY *
000090*                  EVERY MAINTENANCE TRANSACTION WITH THE        *
000100*                  SGNLREC PARAMETER AREA.  A SIGN-ON REQUEST    *
000110*                  PROMPTS FOR OPERATOR ID AND PIN (THREE TRIES) *
000120*                  AND CHECKS THEM AGAINST THE GREETOPF OPERATOR *
000130*                  SECURITY FILE: THE OPERATOR MUST BE ACTIVE,   *
000140*                  HOLD AT LEAST INQUIRY AUTHORITY FOR THE       *
000150*                  CALLING TRANSACTION, AND HAVE THE ROLE THE    *
000160*                  TRANSACTION IS RESTRICTED TO, IF ANY.  A      *
000170*                  FUNCTION REQUEST RE-READS THE OPERATOR AND    *
000180*                  CHECKS THE LEVEL AND ROLE FOR ONE FUNCTION,   *
000190*                  SO A REVOCATION TAKES EFFECT AT ONCE.  EVERY  *
000200*                  REFUSAL IS SHOWN ON THE CONSOLE AND APPENDED  *
000210*                  TO THE GREETAVL ACCESS-VIOLATION LOG.  THREE  *
000220*                  WRONG PINS IN A ROW REVOKE THE OPERATOR.      *
000230*                                                                *
000240*    MODIFICATION HISTORY                                        *
000250*    ------------------------------------------------------      *
000260*    DATE       INIT  DESCRIPTION                                *
000270*    ---------- ----  -------------------------------------      *
000280*    2026-10-15 MK    ORIGINAL PROGRAM.                          *
000290*                                                                *
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320     PROGRAM-ID.   GREETSGN AS "GREETSGN".
000330     AUTHOR.       M. KAVALIAUSKAS.
000340     DATE-WRITTEN. 2026-10-15.
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.
000390 OBJECT-COMPUTER.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430         SELECT GREETOPF-FILE ASSIGN TO "GREETOPF"
000440             ORGANIZATION IS INDEXED
000450             ACCESS MODE IS DYNAMIC
000460             RECORD KEY IS OP-OPERATOR-ID
000470             FILE STATUS IS WS-OPR-STATUS.
000480
000490         SELECT GREETAVL-FILE ASSIGN TO "GREETAVL"
000500             ORGANIZATION IS SEQUENTIAL
000510             FILE STATUS IS WS-AVL-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550
000560 FD  GREETOPF-FILE
000570         LABEL RECORDS ARE STANDARD.
000580     COPY OPERREC.
000590
000600 FD  GREETAVL-FILE
000610         LABEL RECORDS ARE STANDARD.
000620     COPY AVLREC.
000630
000640 WORKING-STORAGE SECTION.
000650 77  WS-OPR-STATUS               PIC X(02) VALUE SPACES.
000660 77  WS-AVL-STATUS               PIC X(02) VALUE SPACES.
000670 77  WS-TX-SLOT                  PIC 9(04) COMP VALUE ZERO.
000680 01  WS-TX-FOUND-SW              PIC X(01) VALUE "N".
000690     88  WS-TX-FOUND                       VALUE "Y".
000700 01  WS-REASON-FOUND-SW          PIC X(01) VALUE "N".
000710     88  WS-REASON-FOUND                   VALUE "Y".
000720 01  WS-SIGNON-DONE-SW           PIC X(01) VALUE "N".
000730     88  WS-SIGNON-DONE                    VALUE "Y".
000740 77  WS-ATTEMPTS                 PIC 9(02) COMP VALUE ZERO.
000750 77  WS-MAX-ATTEMPTS             PIC 9(02) COMP VALUE 3.
000760 77  WS-MAX-FAILURES             PIC 9(02) VALUE 3.
000770 77  WS-ID-IN                    PIC X(08) VALUE SPACES.
000780 77  WS-PIN-IN                   PIC X(08) VALUE SPACES.
000790 77  WS-LEVEL-HELD               PIC X(01) VALUE SPACE.
000800 77  WS-REASON                   PIC X(03) VALUE SPACES.
000810 77  WS-REASON-TEXT              PIC X(30) VALUE SPACES.
000820 77  WS-LOG-OPERATOR             PIC X(08) VALUE SPACES.
000830 77  WS-LOG-SITE                 PIC X(03) VALUE SPACES.
000840 77  WS-LOG-FUNCTION             PIC X(01) VALUE SPACE.
000850 77  WS-LOG-LEVEL-NEEDED         PIC X(01) VALUE SPACE.
000860     COPY SGNTREC.
000870
000880 LINKAGE SECTION.
000890     COPY SGNLREC.
000900
000910 PROCEDURE DIVISION USING SIGN-ON-AREA.
000920
000930******************************************************************
000940*    0000-MAINLINE - REFUSED UNTIL PROVEN OTHERWISE.  A CALLER   *
000950*    THAT IS NOT IN THE TRANSACTION TABLE IS ALWAYS REFUSED.     *
000960******************************************************************
000970 0000-MAINLINE.
000980
000990         SET SG-REFUSED TO TRUE.
001000         MOVE SPACES TO SG-REASON.
001010         MOVE SPACE TO WS-LEVEL-HELD.
001020         MOVE SPACES TO WS-LOG-SITE.
001030         MOVE SG-OPERATOR-ID TO WS-LOG-OPERATOR.
001040         MOVE SG-FUNCTION TO WS-LOG-FUNCTION.
001050         MOVE SG-LEVEL-NEEDED TO WS-LOG-LEVEL-NEEDED.
001060
001070         PERFORM 1000-FIND-TRANSACTION THRU 1000-EXIT.
001080
001090         EVALUATE TRUE
001100             WHEN NOT WS-TX-FOUND
001110                 MOVE "TXN" TO WS-REASON
001120                 PERFORM 8000-LOG-REFUSAL THRU 8000-EXIT
001130             WHEN SG-SIGN-ON-REQUEST
001140                 PERFORM 2000-SIGN-ON THRU 2000-EXIT
001150             WHEN SG-FUNCTION-REQUEST
001160                 PERFORM 3000-CHECK-FUNCTION THRU 3000-EXIT
001170             WHEN OTHER
001180                 MOVE "TXN" TO WS-REASON
001190                 PERFORM 8000-LOG-REFUSAL THRU 8000-EXIT
001200     END-EVALUATE.
001210
001220         GOBACK.
001230
001240******************************************************************
001250*    1000-FIND-TRANSACTION - LOCATE THE CALLER IN THE            *
001260*    TRANSACTION TABLE; ITS POSITION IS THE OP-AUTHORITY SLOT.   *
001270******************************************************************
001280 1000-FIND-TRANSACTION.
001290
001300         MOVE ZERO TO WS-TX-SLOT.
001310         MOVE "N" TO WS-TX-FOUND-SW.
001320         IF SG-TRANSACTION NOT = SPACES
001330             PERFORM 1100-MATCH-ONE-TRANSACTION THRU 1100-EXIT
001340                 VARYING TX-IDX FROM 1 BY 1
001350                 UNTIL TX-IDX > 12 OR WS-TX-FOUND
001360     END-IF.
001370
001380 1000-EXIT.
001390     EXIT.
001400
001410******************************************************************
001420*    1100-MATCH-ONE-TRANSACTION - COMPARE ONE TABLE ENTRY.       *
001430******************************************************************
001440 1100-MATCH-ONE-TRANSACTION.
001450
001460         IF TX-PROGRAM (TX-IDX) = SG-TRANSACTION
001470             SET WS-TX-FOUND TO TRUE
001480             SET WS-TX-SLOT TO TX-IDX
001490     END-IF.
001500
001510 1100-EXIT.
001520     EXIT.
001530
001540******************************************************************
001550*    2000-SIGN-ON - UP TO THREE ATTEMPTS AT ID AND PIN.  THE     *
001560*    OPERATOR FILE IS OPENED I-O SO THE FAILED-PIN COUNT AND     *
001570*    THE LAST SIGN-ON CAN BE KEPT ON THE RECORD.                 *
001580******************************************************************
001590 2000-SIGN-ON.
001600
001610         MOVE SPACES TO SG-OPERATOR-ID.
001620         MOVE SPACES TO SG-OPERATOR-NAME.
001630         MOVE SPACES TO SG-SITE-CODE.
001640         MOVE SPACE TO SG-ROLE.
001650         MOVE SPACE TO SG-AUTHORITY.
001660         MOVE SPACE TO WS-LOG-FUNCTION.
001670         MOVE "1" TO WS-LOG-LEVEL-NEEDED.
001680
001690         OPEN I-O GREETOPF-FILE.
001700         IF WS-OPR-STATUS NOT = "00"
001710             MOVE SPACES TO WS-LOG-OPERATOR
001720             MOVE "NOF" TO WS-REASON
001730             PERFORM 8000-LOG-REFUSAL THRU 8000-EXIT
001740             GO TO 2000-EXIT
001750     END-IF.
001760
001770         MOVE ZERO TO WS-ATTEMPTS.
001780         MOVE "N" TO WS-SIGNON-DONE-SW.
001790         PERFORM 2100-ONE-ATTEMPT THRU 2100-EXIT
001800             UNTIL WS-SIGNON-DONE.
001810
001820         CLOSE GREETOPF-FILE.
001830
001840 2000-EXIT.
001850     EXIT.
001860
001870******************************************************************
001880*    2100-ONE-ATTEMPT - ONE ID AND PIN.  AN UNKNOWN ID OR A      *
001890*    WRONG PIN ALLOWS ANOTHER TRY UNTIL THE THIRD; A REVOKED     *
001900*    OPERATOR, A LOCK-OUT, OR A GOOD PIN ENDS THE SIGN-ON.       *
001910******************************************************************
001920 2100-ONE-ATTEMPT.
001930
001940         ADD 1 TO WS-ATTEMPTS.
001950         IF WS-ATTEMPTS NOT < WS-MAX-ATTEMPTS
001960             SET WS-SIGNON-DONE TO TRUE
001970     END-IF.
001980
001990         DISPLAY SG-TRANSACTION " SIGN-ON - ENTER OPERATOR ID "
002000             "(8 CHARACTERS):".
002010         MOVE SPACES TO WS-ID-IN.
002020         ACCEPT WS-ID-IN.
002030         DISPLAY "ENTER PIN:".
002040         MOVE SPACES TO WS-PIN-IN.
002050         ACCEPT WS-PIN-IN.
002060
002070         MOVE WS-ID-IN TO WS-LOG-OPERATOR.
002080         MOVE SPACES TO WS-LOG-SITE.
002090         MOVE SPACE TO WS-LEVEL-HELD.
002100         IF WS-ID-IN = SPACES
002110             DISPLAY "OPERATOR ID CANNOT BE BLANK"
002120             GO TO 2100-EXIT
002130     END-IF.
002140
002150         MOVE WS-ID-IN TO OP-OPERATOR-ID.
002160         READ GREETOPF-FILE
002170             KEY IS OP-OPERATOR-ID
002180             INVALID KEY
002190                 MOVE "UID" TO WS-REASON
002200                 PERFORM 8000-LOG-REFUSAL THRU 8000-EXIT
002210                 GO TO 2100-EXIT
002220     END-READ.
002230
002240         MOVE OP-SITE-CODE TO WS-LOG-SITE.
002250         IF OP-REVOKED
002260             SET WS-SIGNON-DONE TO TRUE
002270             MOVE "REV" TO WS-REASON
002280             PERFORM 8000-LOG-REFUSAL THRU 8000-EXIT
002290             GO TO 2100-EXIT
002300     END-IF.
002310
002320         IF WS-PIN-IN NOT = OP-PIN
002330             ADD 1 TO OP-FAILED-SIGNONS
002340             IF OP-FAILED-SIGNONS NOT < WS-MAX-FAILURES
002350                 SET OP-REVOKED TO TRUE
002360                 SET WS-SIGNON-DONE TO TRUE
002370                 MOVE "LCK" TO WS-REASON
002380             ELSE
002390                 MOVE "PIN" TO WS-REASON
002400         END-IF
002410             REWRITE OPERATOR-RECORD
002420                 INVALID KEY
002430                     DISPLAY "REWRITE FAILED, STATUS "
002440                         WS-OPR-STATUS
002450         END-REWRITE
002460             PERFORM 8000-LOG-REFUSAL THRU 8000-EXIT
002470             GO TO 2100-EXIT
002480     END-IF.
002490
002500         SET WS-SIGNON-DONE TO TRUE.
002510         MOVE ZERO TO OP-FAILED-SIGNONS.
002520         ACCEPT OP-LAST-SIGNON-DATE FROM DATE YYYYMMDD.
002530         ACCEPT OP-LAST-SIGNON-TIME FROM TIME.
002540         REWRITE OPERATOR-RECORD
002550             INVALID KEY
002560                 DISPLAY "REWRITE FAILED, STATUS " WS-OPR-STATUS
002570     END-REWRITE.
002580
002590         MOVE OP-AUTHORITY (WS-TX-SLOT) TO WS-LEVEL-HELD.
002600         IF WS-LEVEL-HELD = SPACE
002610             MOVE "0" TO WS-LEVEL-HELD
002620     END-IF.
002630         SET TX-IDX TO WS-TX-SLOT.
002640
002650         IF TX-SIGNON-ROLE (TX-IDX) NOT = SPACE
002660             AND OP-ROLE NOT = TX-SIGNON-ROLE (TX-IDX)
002670             MOVE "ROL" TO WS-REASON
002680             PERFORM 8000-LOG-REFUSAL THRU 8000-EXIT
002690             GO TO 2100-EXIT
002700     END-IF.
002710
002720         IF WS-LEVEL-HELD < "1"
002730             MOVE "AUT" TO WS-REASON
002740             PERFORM 8000-LOG-REFUSAL THRU 8000-EXIT
002750             GO TO 2100-EXIT
002760     END-IF.
002770
002780         SET SG-ALLOWED TO TRUE.
002790         MOVE OP-OPERATOR-ID TO SG-OPERATOR-ID.
002800         MOVE OP-OPERATOR-NAME TO SG-OPERATOR-NAME.
002810         MOVE OP-SITE-CODE TO SG-SITE-CODE.
002820         MOVE OP-ROLE TO SG-ROLE.
002830         MOVE WS-LEVEL-HELD TO SG-AUTHORITY.
002840         DISPLAY "SIGNED ON AS " OP-OPERATOR-ID " "
002850             OP-OPERATOR-NAME.
002860
002870 2100-EXIT.
002880     EXIT.
002890
002900******************************************************************
002910*    3000-CHECK-FUNCTION - ONE FUNCTION FOR A SIGNED-ON          *
002920*    OPERATOR.  THE RECORD IS READ AFRESH SO A REVOCATION OR A   *
002930*    CHANGED AUTHORITY APPLIES TO THE VERY NEXT FUNCTION.  ADD,  *
002940*    CHANGE AND DELETE (LEVEL 2 AND UP) ALSO NEED THE            *
002950*    TRANSACTION'S UPDATE ROLE WHERE ONE IS SET.                 *
002960******************************************************************
002970 3000-CHECK-FUNCTION.
002980
002990         OPEN INPUT GREETOPF-FILE.
003000         IF WS-OPR-STATUS NOT = "00"
003010             MOVE "NOF" TO WS-REASON
003020             PERFORM 8000-LOG-REFUSAL THRU 8000-EXIT
003030             GO TO 3000-EXIT
003040     END-IF.
003050
003060         MOVE SG-OPERATOR-ID TO OP-OPERATOR-ID.
003070         READ GREETOPF-FILE
003080             KEY IS OP-OPERATOR-ID
003090             INVALID KEY
003100                 MOVE "UID" TO WS-REASON
003110                 PERFORM 8000-LOG-REFUSAL THRU 8000-EXIT
003120                 GO TO 3000-CLOSE
003130     END-READ.
003140
003150         MOVE OP-SITE-CODE TO WS-LOG-SITE.
003160         MOVE OP-AUTHORITY (WS-TX-SLOT) TO WS-LEVEL-HELD.
003170         IF WS-LEVEL-HELD = SPACE
003180             MOVE "0" TO WS-LEVEL-HELD
003190     END-IF.
003200         SET TX-IDX TO WS-TX-SLOT.
003210
003220         EVALUATE TRUE
003230             WHEN OP-REVOKED
003240                 MOVE "REV" TO WS-REASON
003250             WHEN TX-SIGNON-ROLE (TX-IDX) NOT = SPACE
003260                 AND OP-ROLE NOT = TX-SIGNON-ROLE (TX-IDX)
003270                 MOVE "ROL" TO WS-REASON
003280             WHEN WS-LEVEL-HELD < SG-LEVEL-NEEDED
003290                 MOVE "AUT" TO WS-REASON
003300             WHEN SG-LEVEL-NEEDED > "1"
003310                 AND TX-UPDATE-ROLE (TX-IDX) NOT = SPACE
003320                 AND OP-ROLE NOT = TX-UPDATE-ROLE (TX-IDX)
003330                 MOVE "ROL" TO WS-REASON
003340             WHEN OTHER
003350                 SET SG-ALLOWED TO TRUE
003360                 MOVE WS-LEVEL-HELD TO SG-AUTHORITY
003370     END-EVALUATE.
003380
003390         IF SG-REFUSED
003400             PERFORM 8000-LOG-REFUSAL THRU 8000-EXIT
003410     END-IF.
003420
003430 3000-CLOSE.
003440
003450         CLOSE GREETOPF-FILE.
003460
003470 3000-EXIT.
003480     EXIT.
003490
003500******************************************************************
003510*    8000-LOG-REFUSAL - TELL THE OPERATOR WHY AND APPEND ONE     *
003520*    RECORD TO THE GREETAVL ACCESS-VIOLATION LOG, CREATING IT    *
003530*    ON THE FIRST REFUSAL.                                       *
003540******************************************************************
003550 8000-LOG-REFUSAL.
003560
003570         MOVE WS-REASON TO SG-REASON.
003580         MOVE SPACES TO WS-REASON-TEXT.
003590         MOVE "N" TO WS-REASON-FOUND-SW.
003600         PERFORM 8100-MATCH-ONE-REASON THRU 8100-EXIT
003610             VARYING RR-IDX FROM 1 BY 1
003620             UNTIL RR-IDX > 8 OR WS-REASON-FOUND.
003630         DISPLAY "*** REFUSED - " WS-REASON-TEXT.
003640
003650         OPEN EXTEND GREETAVL-FILE.
003660         IF WS-AVL-STATUS = "35" OR WS-AVL-STATUS = "05"
003670             CLOSE GREETAVL-FILE
003680             OPEN OUTPUT GREETAVL-FILE
003690     END-IF.
003700
003710         MOVE SPACES TO ACCESS-VIOLATION-RECORD.
003720         ACCEPT AV-LOG-DATE FROM DATE YYYYMMDD.
003730         ACCEPT AV-LOG-TIME FROM TIME.
003740         MOVE WS-LOG-OPERATOR TO AV-OPERATOR-ID.
003750         MOVE WS-LOG-SITE TO AV-SITE-CODE.
003760         MOVE SG-TRANSACTION TO AV-TRANSACTION.
003770         MOVE WS-LOG-FUNCTION TO AV-FUNCTION.
003780         MOVE WS-LEVEL-HELD TO AV-LEVEL-HELD.
003790         MOVE WS-LOG-LEVEL-NEEDED TO AV-LEVEL-NEEDED.
003800         MOVE WS-REASON TO AV-REASON.
003810         WRITE ACCESS-VIOLATION-RECORD.
003820         CLOSE GREETAVL-FILE.
003830
003840 8000-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880*    8100-MATCH-ONE-REASON - COMPARE ONE REASON-TABLE ENTRY.     *
003890******************************************************************
003900 8100-MATCH-ONE-REASON.
003910
003920         IF RR-CODE (RR-IDX) = WS-REASON
003930             SET WS-REASON-FOUND TO TRUE
003940             MOVE RR-TEXT (RR-IDX) TO WS-REASON-TEXT
003950     END-IF.
003960
003970 8100-EXIT.
003980     EXIT.
003990
004000 END PROGRAM GREETSGN.
