000070*    DATE-COMPILED:                                              *
000080*    PURPOSE    :  MAINTENANCE TRANSACTION FOR THE GREETWCH      *
000090*                  WATCHLIST FILE.  SUPPORTS ADD, CHANGE,        *
000100*                  DELETE, AND BROWSE OF VIP, BARRED AND         *
000110*                  ESCORT-REQUIRED ENTRIES KEYED BY LAST/FIRST   *
000120*                  NAME, SO SECURITY CAN ADD A NAME THE SAME DAY *
000130*                  WITHOUT A PROGRAMMER.  SAMPLE CHECKS THE      *
000140*                  LIST BEFORE EVERY GREETING.                   *
000150*                                                                *
000180*    DATE       INIT  DESCRIPTION                                *
000190*    ---------- ----  -------------------------------------      *
000200*    2026-09-02 MK    ORIGINAL PROGRAM.                          *
000210*    2026-10-15 MK    EVERY ADD OR CHANGE IS QUEUED ON GREETLBQ  *
000220*                     SO GREETLBK CAN LOOK BACK THROUGH THE      *
000230*                     VISIT HISTORY, BADGES AND APPOINTMENTS     *
000240*                     FOR THE NAME.                              *
000250*    2026-10-15 MK    ACCEPT WATCH TYPE E FOR A VISITOR WHO MAY  *
000260*                     ONLY BE ADMITTED UNDER ESCORT.             *
000270*    2026-10-15 MK    SIGN ON THROUGH THE COMMON GREETSGN CHECK  *
000280*                     AGAINST THE GREETOPF OPERATOR SECURITY     *
000290*                     FILE.  EVERY FUNCTION IS CLEARED AGAINST   *
000300*                     THE OPERATOR'S AUTHORITY FIRST, AND EVERY  *
000310*                     REFUSAL IS LOGGED TO GREETAVL.             *
000320*                                                                *
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350     PROGRAM-ID.   GREETWMN AS "GREETWMN".
000360     AUTHOR.       M. KAVALIAUSKAS.
000370     DATE-WRITTEN. 2026-09-02.
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.
000420 OBJECT-COMPUTER.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460         SELECT GREETWCH-FILE ASSIGN TO "GREETWCH"
000470             ORGANIZATION IS INDEXED
000480             ACCESS MODE IS DYNAMIC
000490             RECORD KEY IS WC-NAME-KEY
000500             FILE STATUS IS WS-WCH-STATUS.
000510
000520         SELECT GREETLBQ-FILE ASSIGN TO "GREETLBQ"
000530             ORGANIZATION IS SEQUENTIAL
000540             FILE STATUS IS WS-LBQ-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580
000590 FD  GREETWCH-FILE
000600         LABEL RECORDS ARE STANDARD.
000610     COPY WCHREC.
000620
000630 FD  GREETLBQ-FILE
000640         LABEL RECORDS ARE STANDARD.
000650     COPY LBQREC.
000660
000670 WORKING-STORAGE SECTION.
000680 77  WS-WCH-STATUS               PIC X(02) VALUE SPACES.
000690 77  WS-LBQ-STATUS               PIC X(02) VALUE SPACES.
000700 77  WS-LQ-FUNCTION              PIC X(01) VALUE SPACES.
000710 01  WS-FUNCTION-CODE            PIC X(01) VALUE SPACES.
000720     88  WS-FUNC-ADD                       VALUE "A" "a".
000730     88  WS-FUNC-CHANGE                    VALUE "C" "c".
000740     88  WS-FUNC-DELETE                    VALUE "D" "d".
000750     88  WS-FUNC-BROWSE                    VALUE "B" "b".
000760     88  WS-FUNC-QUIT                      VALUE "Q" "q".
000770 01  WS-MORE-TRANS-SW            PIC X(01) VALUE "Y".
000780     88  WS-MORE-TRANS                     VALUE "Y".
000790 01  WS-BROWSE-EOF-SW            PIC X(01) VALUE "N".
000800     88  WS-BROWSE-EOF                     VALUE "Y".
000810 01  WS-KEY-OK-SW                PIC X(01) VALUE "N".
000820     88  WS-KEY-OK                         VALUE "Y".
000830 77  WS-LAST-IN                  PIC X(20) VALUE SPACES.
000840 77  WS-FIRST-IN                 PIC X(15) VALUE SPACES.
000850 77  WS-WATCH-TYPE-IN            PIC X(01) VALUE SPACES.
000860     COPY SGNLREC.
000870
000880 PROCEDURE DIVISION.
000890
000900******************************************************************
000910*    0000-MAINLINE                                               *
000920******************************************************************
000930 0000-MAINLINE.
000940
000950         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000960
000970         PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
000980             UNTIL NOT WS-MORE-TRANS.
000990
001000         PERFORM 9000-TERMINATE THRU 9000-EXIT.
001010
001020         STOP RUN.
001030
001040******************************************************************
001050*    1000-INITIALIZE - OPEN GREETWCH FOR UPDATE, CREATING IT ON  *
001060*    THE FIRST MAINTENANCE RUN IF IT DOES NOT YET EXIST.         *
001070******************************************************************
001080 1000-INITIALIZE.
001090
001100         OPEN I-O GREETWCH-FILE.
001110         IF WS-WCH-STATUS = "35" OR WS-WCH-STATUS = "05"
001120             CLOSE GREETWCH-FILE
001130             OPEN OUTPUT GREETWCH-FILE
001140             CLOSE GREETWCH-FILE
001150             OPEN I-O GREETWCH-FILE
001160     END-IF.
001170
001180         PERFORM 1900-SIGN-ON THRU 1900-EXIT.
001190
001200 1000-EXIT.
001210     EXIT.
001220
001230******************************************************************
001240*    1900-SIGN-ON - IDENTIFY THE OPERATOR THROUGH GREETSGN.  A   *
001250*    REFUSED SIGN-ON ENDS THE TRANSACTION BEFORE ANY FUNCTION    *
001260*    IS OFFERED.                                                 *
001270******************************************************************
001280 1900-SIGN-ON.
001290
001300         MOVE SPACES TO SIGN-ON-AREA.
001310         MOVE "S" TO SG-REQUEST.
001320         MOVE "GREETWMN" TO SG-TRANSACTION.
001330         CALL "GREETSGN" USING SIGN-ON-AREA.
001340         IF SG-REFUSED
001350             DISPLAY "GREETWMN SIGN-ON REFUSED - "
001360                 "TRANSACTION ENDED"
001370             MOVE "N" TO WS-MORE-TRANS-SW
001380     END-IF.
001390
001400 1900-EXIT.
001410     EXIT.
001420
001430******************************************************************
001440*    2000-PROCESS-TRANSACTION - PROMPT FOR A FUNCTION CODE AND   *
001450*    DRIVE THE MATCHING MAINTENANCE PARAGRAPH.                   *
001460******************************************************************
001470 2000-PROCESS-TRANSACTION.
001480
001490         DISPLAY "GREETWCH MAINTENANCE - A)DD C)HANGE D)ELETE "
001500             "B)ROWSE Q)UIT".
001510         MOVE SPACES TO WS-FUNCTION-CODE.
001520         ACCEPT WS-FUNCTION-CODE.
001530
001540         PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
001550         IF SG-REFUSED
001560             GO TO 2000-EXIT
001570     END-IF.
001580
001590         EVALUATE TRUE
001600             WHEN WS-FUNC-ADD
001610                 PERFORM 3000-ADD-RECORD THRU 3000-EXIT
001620             WHEN WS-FUNC-CHANGE
001630                 PERFORM 4000-CHANGE-RECORD THRU 4000-EXIT
001640             WHEN WS-FUNC-DELETE
001650                 PERFORM 5000-DELETE-RECORD THRU 5000-EXIT
001660             WHEN WS-FUNC-BROWSE
001670                 PERFORM 6000-BROWSE-RECORDS THRU 6000-EXIT
001680             WHEN WS-FUNC-QUIT
001690                 MOVE "N" TO WS-MORE-TRANS-SW
001700             WHEN OTHER
001710                 DISPLAY "INVALID FUNCTION CODE, PLEASE RE-ENTER"
001720     END-EVALUATE.
001730
001740 2000-EXIT.
001750     EXIT.
001760
001770******************************************************************
001780*    2100-CHECK-AUTHORITY - ASK GREETSGN WHETHER THE SIGNED-ON   *
001790*    OPERATOR MAY USE THIS FUNCTION.  QUIT AND UNKNOWN CODES     *
001800*    NEED NO AUTHORITY.                                          *
001810******************************************************************
001820 2100-CHECK-AUTHORITY.
001830
001840         EVALUATE TRUE
001850             WHEN WS-FUNC-ADD OR WS-FUNC-CHANGE
001860                 MOVE "2" TO SG-LEVEL-NEEDED
001870             WHEN WS-FUNC-DELETE
001880                 MOVE "3" TO SG-LEVEL-NEEDED
001890             WHEN WS-FUNC-BROWSE
001900                 MOVE "1" TO SG-LEVEL-NEEDED
001910             WHEN OTHER
001920                 SET SG-ALLOWED TO TRUE
001930                 GO TO 2100-EXIT
001940     END-EVALUATE.
001950
001960         MOVE "F" TO SG-REQUEST.
001970         MOVE WS-FUNCTION-CODE TO SG-FUNCTION.
001980         CALL "GREETSGN" USING SIGN-ON-AREA.
001990
002000 2100-EXIT.
002010     EXIT.
002020
002030******************************************************************
002040*    2500-ACCEPT-NAME-KEY - COLLECT AND EDIT THE LAST/FIRST      *
002050*    NAME KEY.  SHARED BY ADD, CHANGE AND DELETE.                *
002060******************************************************************
002070 2500-ACCEPT-NAME-KEY.
002080
002090         MOVE "N" TO WS-KEY-OK-SW.
002100
002110         DISPLAY "ENTER LAST NAME (20 CHARACTERS):".
002120         MOVE SPACES TO WS-LAST-IN.
002130         ACCEPT WS-LAST-IN.
002140         IF WS-LAST-IN = SPACES
002150             DISPLAY "LAST NAME CANNOT BE BLANK"
002160             GO TO 2500-EXIT
002170     END-IF.
002180
002190         DISPLAY "ENTER FIRST NAME (15 CHARACTERS):".
002200         MOVE SPACES TO WS-FIRST-IN.
002210         ACCEPT WS-FIRST-IN.
002220         IF WS-FIRST-IN = SPACES
002230             DISPLAY "FIRST NAME CANNOT BE BLANK"
002240             GO TO 2500-EXIT
002250     END-IF.
002260
002270         SET WS-KEY-OK TO TRUE.
002280
002290 2500-EXIT.
002300     EXIT.
002310
002320******************************************************************
002330*    2600-ACCEPT-ENTRY-BODY - COLLECT THE WATCH TYPE AND THE     *
002340*    INSTRUCTIONS TEXT INTO THE RECORD AREA.  SHARED BY ADD      *
002350*    AND CHANGE.                                                 *
002360******************************************************************
002370 2600-ACCEPT-ENTRY-BODY.
002380
002390         MOVE "N" TO WS-KEY-OK-SW.
002400
002410         DISPLAY "ENTER WATCH TYPE - V)IP, B)ARRED OR "
002420             "E)SCORT REQUIRED:".
002430         MOVE SPACES TO WS-WATCH-TYPE-IN.
002440         ACCEPT WS-WATCH-TYPE-IN.
002450         IF WS-WATCH-TYPE-IN = "v"
002460             MOVE "V" TO WS-WATCH-TYPE-IN
002470     END-IF.
002480         IF WS-WATCH-TYPE-IN = "b"
002490             MOVE "B" TO WS-WATCH-TYPE-IN
002500     END-IF.
002510         IF WS-WATCH-TYPE-IN = "e"
002520             MOVE "E" TO WS-WATCH-TYPE-IN
002530     END-IF.
002540         IF WS-WATCH-TYPE-IN NOT = "V"
002550             AND WS-WATCH-TYPE-IN NOT = "B"
002560             AND WS-WATCH-TYPE-IN NOT = "E"
002570             DISPLAY "WATCH TYPE MUST BE V, B OR E"
002580             GO TO 2600-EXIT
002590     END-IF.
002600         MOVE WS-WATCH-TYPE-IN TO WC-WATCH-TYPE.
002610
002620         DISPLAY "ENTER INSTRUCTIONS (40 CHARACTERS):".
002630         MOVE SPACES TO WC-INSTRUCTIONS.
002640         ACCEPT WC-INSTRUCTIONS.
002650
002660         SET WS-KEY-OK TO TRUE.
002670
002680 2600-EXIT.
002690     EXIT.
002700
002710******************************************************************
002720*    3000-ADD-RECORD - ADD A NEW WATCHLIST ENTRY.  REJECTED IF   *
002730*    THE NAME IS ALREADY LISTED.                                 *
002740******************************************************************
002750 3000-ADD-RECORD.
002760
002770         PERFORM 2500-ACCEPT-NAME-KEY THRU 2500-EXIT.
002780         IF NOT WS-KEY-OK
002790             GO TO 3000-EXIT
002800     END-IF.
002810
002820         MOVE WS-LAST-IN  TO WC-LAST.
002830         MOVE WS-FIRST-IN TO WC-FIRST.
002840
002850         READ GREETWCH-FILE
002860             KEY IS WC-NAME-KEY
002870             INVALID KEY
002880                 DISPLAY "ADDING WATCHLIST ENTRY"
002890     END-READ.
002900
002910         IF WS-WCH-STATUS = "00"
002920             DISPLAY "NAME ALREADY ON THE WATCHLIST - USE "
002930                 "CHANGE INSTEAD"
002940             GO TO 3000-EXIT
002950     END-IF.
002960
002970         MOVE WS-LAST-IN  TO WC-LAST.
002980         MOVE WS-FIRST-IN TO WC-FIRST.
002990
003000         PERFORM 2600-ACCEPT-ENTRY-BODY THRU 2600-EXIT.
003010         IF NOT WS-KEY-OK
003020             GO TO 3000-EXIT
003030     END-IF.
003040
003050         WRITE GREETWCH-RECORD
003060             INVALID KEY
003070                 DISPLAY "WRITE FAILED, STATUS " WS-WCH-STATUS
003080             NOT INVALID KEY
003090                 MOVE "A" TO WS-LQ-FUNCTION
003100                 PERFORM 7000-QUEUE-LOOKBACK THRU 7000-EXIT
003110     END-WRITE.
003120
003130 3000-EXIT.
003140     EXIT.
003150
003160******************************************************************
003170*    4000-CHANGE-RECORD - REPLACE THE WATCH TYPE AND             *
003180*    INSTRUCTIONS FOR AN EXISTING WATCHLIST ENTRY.               *
003190******************************************************************
003200 4000-CHANGE-RECORD.
003210
003220         PERFORM 2500-ACCEPT-NAME-KEY THRU 2500-EXIT.
003230         IF NOT WS-KEY-OK
003240             GO TO 4000-EXIT
003250     END-IF.
003260
003270         MOVE WS-LAST-IN  TO WC-LAST.
003280         MOVE WS-FIRST-IN TO WC-FIRST.
003290
003300         READ GREETWCH-FILE
003310             KEY IS WC-NAME-KEY
003320             INVALID KEY
003330                 DISPLAY "WATCHLIST ENTRY NOT FOUND"
003340                 GO TO 4000-EXIT
003350     END-READ.
003360
003370         PERFORM 2600-ACCEPT-ENTRY-BODY THRU 2600-EXIT.
003380         IF NOT WS-KEY-OK
003390             GO TO 4000-EXIT
003400     END-IF.
003410
003420         REWRITE GREETWCH-RECORD
003430             INVALID KEY
003440                 DISPLAY "REWRITE FAILED, STATUS " WS-WCH-STATUS
003450             NOT INVALID KEY
003460                 MOVE "C" TO WS-LQ-FUNCTION
003470                 PERFORM 7000-QUEUE-LOOKBACK THRU 7000-EXIT
003480     END-REWRITE.
003490
003500 4000-EXIT.
003510     EXIT.
003520
003530******************************************************************
003540*    5000-DELETE-RECORD - REMOVE A WATCHLIST ENTRY BY ITS NAME   *
003550*    KEY.                                                        *
003560******************************************************************
003570 5000-DELETE-RECORD.
003580
003590         PERFORM 2500-ACCEPT-NAME-KEY THRU 2500-EXIT.
003600         IF NOT WS-KEY-OK
003610             GO TO 5000-EXIT
003620     END-IF.
003630
003640         MOVE WS-LAST-IN  TO WC-LAST.
003650         MOVE WS-FIRST-IN TO WC-FIRST.
003660
003670         READ GREETWCH-FILE
003680             KEY IS WC-NAME-KEY
003690             INVALID KEY
003700                 DISPLAY "WATCHLIST ENTRY NOT FOUND"
003710                 GO TO 5000-EXIT
003720     END-READ.
003730
003740         DELETE GREETWCH-FILE
003750             INVALID KEY
003760                 DISPLAY "DELETE FAILED, STATUS " WS-WCH-STATUS
003770     END-DELETE.
003780
003790 5000-EXIT.
003800     EXIT.
003810
003820******************************************************************
003830*    6000-BROWSE-RECORDS - LIST EVERY WATCHLIST ENTRY IN NAME    *
003840*    SEQUENCE.                                                   *
003850******************************************************************
003860 6000-BROWSE-RECORDS.
003870
003880         MOVE "N" TO WS-BROWSE-EOF-SW.
003890         MOVE LOW-VALUES TO WC-NAME-KEY.
003900         START GREETWCH-FILE KEY IS NOT LESS THAN WC-NAME-KEY
003910             INVALID KEY
003920                 DISPLAY "NO WATCHLIST ENTRIES ON FILE"
003930                 MOVE "Y" TO WS-BROWSE-EOF-SW
003940     END-START.
003950
003960         PERFORM 6100-BROWSE-ONE-RECORD THRU 6100-EXIT
003970             UNTIL WS-BROWSE-EOF.
003980
003990 6000-EXIT.
004000     EXIT.
004010
004020******************************************************************
004030*    6100-BROWSE-ONE-RECORD - READ AND DISPLAY THE NEXT          *
004040*    WATCHLIST ENTRY IN SEQUENCE.                                *
004050******************************************************************
004060 6100-BROWSE-ONE-RECORD.
004070
004080         READ GREETWCH-FILE NEXT RECORD
004090             AT END
004100                 MOVE "Y" TO WS-BROWSE-EOF-SW
004110             NOT AT END
004120                 DISPLAY WC-WATCH-TYPE " " WC-LAST " " WC-FIRST
004130                     " " WC-INSTRUCTIONS
004140     END-READ.
004150
004160 6100-EXIT.
004170     EXIT.
004180
004190******************************************************************
004200*    7000-QUEUE-LOOKBACK - APPEND THE ENTRY JUST ADDED OR        *
004210*    CHANGED TO THE GREETLBQ LOOKBACK QUEUE, CREATING THE QUEUE  *
004220*    IF THIS IS THE FIRST ENTRY SINCE GREETLBK LAST EMPTIED IT.  *
004230*    THE CALLER STAGES THE FUNCTION CODE.                        *
004240******************************************************************
004250 7000-QUEUE-LOOKBACK.
004260
004270         OPEN EXTEND GREETLBQ-FILE.
004280         IF WS-LBQ-STATUS = "35" OR WS-LBQ-STATUS = "05"
004290             CLOSE GREETLBQ-FILE
004300             OPEN OUTPUT GREETLBQ-FILE
004310     END-IF.
004320         IF WS-LBQ-STATUS NOT = "00"
004330             DISPLAY "GREETLBQ NOT AVAILABLE, STATUS "
004340                 WS-LBQ-STATUS " - LOOKBACK NOT QUEUED"
004350             GO TO 7000-EXIT
004360     END-IF.
004370
004380         MOVE SPACES TO LOOKBACK-QUEUE-RECORD.
004390         MOVE WC-LAST TO LQ-LAST.
004400         MOVE WC-FIRST TO LQ-FIRST.
004410         MOVE WC-WATCH-TYPE TO LQ-WATCH-TYPE.
004420         MOVE WS-LQ-FUNCTION TO LQ-FUNCTION.
004430         ACCEPT LQ-QUEUE-DATE FROM DATE YYYYMMDD.
004440         ACCEPT LQ-QUEUE-TIME FROM TIME.
004450         WRITE LOOKBACK-QUEUE-RECORD.
004460         CLOSE GREETLBQ-FILE.
004470
004480         DISPLAY "QUEUED FOR WATCHLIST LOOKBACK".
004490
004500 7000-EXIT.
004510     EXIT.
004520
004530******************************************************************
004540*    9000-TERMINATE - CLOSE FILES.                               *
004550******************************************************************
004560 9000-TERMINATE.
004570
004580         CLOSE GREETWCH-FILE.
004590
004600 9000-EXIT.
004610     EXIT.
004620
004630 END PROGRAM GREETWMN.
