000180*    DATE       INIT  DESCRIPTION                                *
000190*    ---------- ----  -------------------------------------      *
000200*    2026-08-22 MK    ORIGINAL PROGRAM.                          *
000210*    2026-10-15 MK    SIGN ON THROUGH THE COMMON GREETSGN CHECK  *
000220*                     AGAINST THE GREETOPF OPERATOR SECURITY     *
000230*                     FILE.  EVERY FUNCTION IS CLEARED AGAINST   *
000240*                     THE OPERATOR'S AUTHORITY FIRST, AND EVERY  *
000250*                     REFUSAL IS LOGGED TO GREETAVL.             *
000260*                                                                *
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290     PROGRAM-ID.   GREETCMN AS "GREETCMN".
000300     AUTHOR.       M. KAVALIAUSKAS.
000310     DATE-WRITTEN. 2026-08-22.
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.
000360 OBJECT-COMPUTER.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400         SELECT GREETCAL-FILE ASSIGN TO "GREETCAL"
000410             ORGANIZATION IS INDEXED
000420             ACCESS MODE IS DYNAMIC
000430             RECORD KEY IS CA-CAL-KEY
000440             FILE STATUS IS WS-CAL-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480
000490 FD  GREETCAL-FILE
000500         LABEL RECORDS ARE STANDARD.
000510     COPY CALREC.
000520
000530 WORKING-STORAGE SECTION.
000540 77  WS-CAL-STATUS               PIC X(02) VALUE SPACES.
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
000650 01  WS-KEY-OK-SW                PIC X(01) VALUE "N".
000660     88  WS-KEY-OK                         VALUE "Y".
000670 77  WS-ENTRY-TYPE               PIC X(01) VALUE SPACES.
000680 77  WS-LANG-CODE-IN             PIC X(03) VALUE SPACES.
000690 77  WS-QUALIFIER-IN             PIC X(08) VALUE SPACES.
000700     COPY SGNLREC.
000710
000720 PROCEDURE DIVISION.
000730
000740******************************************************************
000750*    0000-MAINLINE                                               *
000760******************************************************************
000770 0000-MAINLINE.
000780
000790         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000800
000810         PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
000820             UNTIL NOT WS-MORE-TRANS.
000830
000840         PERFORM 9000-TERMINATE THRU 9000-EXIT.
000850
000860         STOP RUN.
000870
000880******************************************************************
000890*    1000-INITIALIZE - OPEN GREETCAL FOR UPDATE, CREATING IT ON  *
000900*    THE FIRST MAINTENANCE RUN IF IT DOES NOT YET EXIST.         *
000910******************************************************************
000920 1000-INITIALIZE.
000930
000940         OPEN I-O GREETCAL-FILE.
000950         IF WS-CAL-STATUS = "35" OR WS-CAL-STATUS = "05"
000960             CLOSE GREETCAL-FILE
000970             OPEN OUTPUT GREETCAL-FILE
000980             CLOSE GREETCAL-FILE
000990             OPEN I-O GREETCAL-FILE
001000     END-IF.
001010
001020         PERFORM 1900-SIGN-ON THRU 1900-EXIT.
001030
001040 1000-EXIT.
001050     EXIT.
001060
001070******************************************************************
001080*    1900-SIGN-ON - IDENTIFY THE OPERATOR THROUGH GREETSGN.  A   *
001090*    REFUSED SIGN-ON ENDS THE TRANSACTION BEFORE ANY FUNCTION    *
001100*    IS OFFERED.                                                 *
001110******************************************************************
001120 1900-SIGN-ON.
001130
001140         MOVE SPACES TO SIGN-ON-AREA.
001150         MOVE "S" TO SG-REQUEST.
001160         MOVE "GREETCMN" TO SG-TRANSACTION.
001170         CALL "GREETSGN" USING SIGN-ON-AREA.
001180         IF SG-REFUSED
001190             DISPLAY "GREETCMN SIGN-ON REFUSED - "
001200                 "TRANSACTION ENDED"
001210             MOVE "N" TO WS-MORE-TRANS-SW
001220     END-IF.
001230
001240 1900-EXIT.
001250     EXIT.
001260
001270******************************************************************
001280*    2000-PROCESS-TRANSACTION - PROMPT FOR A FUNCTION CODE AND   *
001290*    DRIVE THE MATCHING MAINTENANCE PARAGRAPH.                   *
001300******************************************************************
001310 2000-PROCESS-TRANSACTION.
001320
001330         DISPLAY "GREETCAL MAINTENANCE - A)DD C)HANGE D)ELETE "
001340             "B)ROWSE Q)UIT".
001350         MOVE SPACES TO WS-FUNCTION-CODE.
001360         ACCEPT WS-FUNCTION-CODE.
001370
001380         PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
001390         IF SG-REFUSED
001400             GO TO 2000-EXIT
001410     END-IF.
001420
001430         EVALUATE TRUE
001440             WHEN WS-FUNC-ADD
001450                 PERFORM 3000-ADD-RECORD THRU 3000-EXIT
001460             WHEN WS-FUNC-CHANGE
001470                 PERFORM 4000-CHANGE-RECORD THRU 4000-EXIT
001480             WHEN WS-FUNC-DELETE
001490                 PERFORM 5000-DELETE-RECORD THRU 5000-EXIT
001500             WHEN WS-FUNC-BROWSE
001510                 PERFORM 6000-BROWSE-RECORDS THRU 6000-EXIT
001520             WHEN WS-FUNC-QUIT
001530                 MOVE "N" TO WS-MORE-TRANS-SW
001540             WHEN OTHER
001550                 DISPLAY "INVALID FUNCTION CODE, PLEASE RE-ENTER"
001560     END-EVALUATE.
001570
001580 2000-EXIT.
001590     EXIT.
001600
001610******************************************************************
001620*    2100-CHECK-AUTHORITY - ASK GREETSGN WHETHER THE SIGNED-ON   *
001630*    OPERATOR MAY USE THIS FUNCTION.  QUIT AND UNKNOWN CODES     *
001640*    NEED NO AUTHORITY.                                          *
001650******************************************************************
001660 2100-CHECK-AUTHORITY.
001670
001680         EVALUATE TRUE
001690             WHEN WS-FUNC-ADD OR WS-FUNC-CHANGE
001700                 MOVE "2" TO SG-LEVEL-NEEDED
001710             WHEN WS-FUNC-DELETE
001720                 MOVE "3" TO SG-LEVEL-NEEDED
001730             WHEN WS-FUNC-BROWSE
001740                 MOVE "1" TO SG-LEVEL-NEEDED
001750             WHEN OTHER
001760                 SET SG-ALLOWED TO TRUE
001770                 GO TO 2100-EXIT
001780     END-EVALUATE.
001790
001800         MOVE "F" TO SG-REQUEST.
001810         MOVE WS-FUNCTION-CODE TO SG-FUNCTION.
001820         CALL "GREETSGN" USING SIGN-ON-AREA.
001830
001840 2100-EXIT.
001850     EXIT.
001860
001870******************************************************************
001880*    2500-ACCEPT-ENTRY-KEY - COLLECT AND EDIT THE THREE PARTS    *
001890*    OF A CALENDAR KEY: ENTRY TYPE H OR T, LANGUAGE CODE, AND    *
001900*    THE DATE (FOR H) OR TIME BAND M/A/E (FOR T).  SHARED BY     *
001910*    ADD, CHANGE AND DELETE.                                     *
001920******************************************************************
001930 2500-ACCEPT-ENTRY-KEY.
001940
001950         MOVE "N" TO WS-KEY-OK-SW.
001960
001970         DISPLAY "ENTER ENTRY TYPE - H)OLIDAY OR T)IME BAND:".
001980         MOVE SPACES TO WS-ENTRY-TYPE.
001990         ACCEPT WS-ENTRY-TYPE.
002000         IF WS-ENTRY-TYPE = "h"
002010             MOVE "H" TO WS-ENTRY-TYPE
002020     END-IF.
002030         IF WS-ENTRY-TYPE = "t"
002040             MOVE "T" TO WS-ENTRY-TYPE
002050     END-IF.
002060         IF WS-ENTRY-TYPE NOT = "H" AND WS-ENTRY-TYPE NOT = "T"
002070             DISPLAY "ENTRY TYPE MUST BE H OR T"
002080             GO TO 2500-EXIT
002090     END-IF.
002100
002110         DISPLAY "ENTER LANGUAGE CODE (3 CHARACTERS):".
002120         MOVE SPACES TO WS-LANG-CODE-IN.
002130         ACCEPT WS-LANG-CODE-IN.
002140         IF WS-LANG-CODE-IN = SPACES
002150             DISPLAY "LANGUAGE CODE CANNOT BE BLANK"
002160             GO TO 2500-EXIT
002170     END-IF.
002180
002190         MOVE SPACES TO WS-QUALIFIER-IN.
002200         IF WS-ENTRY-TYPE = "H"
002210             DISPLAY "ENTER HOLIDAY DATE (YYYYMMDD):"
002220             ACCEPT WS-QUALIFIER-IN
002230             IF WS-QUALIFIER-IN (1:8) IS NOT NUMERIC
002240                 DISPLAY "HOLIDAY DATE MUST BE YYYYMMDD"
002250                 GO TO 2500-EXIT
002260         END-IF
002270         ELSE
002280             DISPLAY "ENTER TIME BAND - M)ORNING A)FTERNOON "
002290                 "E)VENING:"
002300             ACCEPT WS-QUALIFIER-IN
002310             IF WS-QUALIFIER-IN (1:1) = "m"
002320                 MOVE "M" TO WS-QUALIFIER-IN (1:1)
002330         END-IF
002340             IF WS-QUALIFIER-IN (1:1) = "a"
002350                 MOVE "A" TO WS-QUALIFIER-IN (1:1)
002360         END-IF
002370             IF WS-QUALIFIER-IN (1:1) = "e"
002380                 MOVE "E" TO WS-QUALIFIER-IN (1:1)
002390         END-IF
002400             IF WS-QUALIFIER-IN (1:1) NOT = "M"
002410                 AND WS-QUALIFIER-IN (1:1) NOT = "A"
002420                 AND WS-QUALIFIER-IN (1:1) NOT = "E"
002430                 DISPLAY "TIME BAND MUST BE M, A OR E"
002440                 GO TO 2500-EXIT
002450         END-IF
002460             MOVE SPACES TO WS-QUALIFIER-IN (2:7)
002470     END-IF.
002480
002490         SET WS-KEY-OK TO TRUE.
002500
002510 2500-EXIT.
002520     EXIT.
002530
002540******************************************************************
002550*    3000-ADD-RECORD - ADD A NEW CALENDAR ENTRY.  REJECTED IF    *
002560*    THE KEY ALREADY EXISTS.                                     *
002570******************************************************************
002580 3000-ADD-RECORD.
002590
002600         PERFORM 2500-ACCEPT-ENTRY-KEY THRU 2500-EXIT.
002610         IF NOT WS-KEY-OK
002620             GO TO 3000-EXIT
002630     END-IF.
002640
002650         MOVE WS-ENTRY-TYPE TO CA-REC-TYPE.
002660         MOVE WS-LANG-CODE-IN TO CA-LANG-CODE.
002670         MOVE WS-QUALIFIER-IN TO CA-KEY-QUALIFIER.
002680
002690         READ GREETCAL-FILE
002700             KEY IS CA-CAL-KEY
002710             INVALID KEY
002720                 DISPLAY "ADDING CALENDAR ENTRY"
002730     END-READ.
002740
002750         IF WS-CAL-STATUS = "00"
002760             DISPLAY "CALENDAR ENTRY ALREADY EXISTS - USE "
002770                 "CHANGE INSTEAD"
002780             GO TO 3000-EXIT
002790     END-IF.
002800
002810         MOVE WS-ENTRY-TYPE TO CA-REC-TYPE.
002820         MOVE WS-LANG-CODE-IN TO CA-LANG-CODE.
002830         MOVE WS-QUALIFIER-IN TO CA-KEY-QUALIFIER.
002840
002850         DISPLAY "ENTER GREETING TEXT (15 CHARACTERS):".
002860         MOVE SPACES TO CA-GREETING-TEXT.
002870         ACCEPT CA-GREETING-TEXT.
002880
002890         DISPLAY "ENTER DESCRIPTION (20 CHARACTERS):".
002900         MOVE SPACES TO CA-CAL-DESC.
002910         ACCEPT CA-CAL-DESC.
002920
002930         WRITE GREETCAL-RECORD
002940             INVALID KEY
002950                 DISPLAY "WRITE FAILED, STATUS " WS-CAL-STATUS
002960     END-WRITE.
002970
002980 3000-EXIT.
002990     EXIT.
003000
003010******************************************************************
003020*    4000-CHANGE-RECORD - REPLACE THE GREETING TEXT AND          *
003030*    DESCRIPTION FOR AN EXISTING CALENDAR ENTRY.                 *
003040******************************************************************
003050 4000-CHANGE-RECORD.
003060
003070         PERFORM 2500-ACCEPT-ENTRY-KEY THRU 2500-EXIT.
003080         IF NOT WS-KEY-OK
003090             GO TO 4000-EXIT
003100     END-IF.
003110
003120         MOVE WS-ENTRY-TYPE TO CA-REC-TYPE.
003130         MOVE WS-LANG-CODE-IN TO CA-LANG-CODE.
003140         MOVE WS-QUALIFIER-IN TO CA-KEY-QUALIFIER.
003150
003160         READ GREETCAL-FILE
003170             KEY IS CA-CAL-KEY
003180             INVALID KEY
003190                 DISPLAY "CALENDAR ENTRY NOT FOUND"
003200                 GO TO 4000-EXIT
003210     END-READ.
003220
003230         DISPLAY "ENTER NEW GREETING TEXT (15 CHARACTERS):".
003240         MOVE SPACES TO CA-GREETING-TEXT.
003250         ACCEPT CA-GREETING-TEXT.
003260
003270         DISPLAY "ENTER NEW DESCRIPTION (20 CHARACTERS):".
003280         MOVE SPACES TO CA-CAL-DESC.
003290         ACCEPT CA-CAL-DESC.
003300
003310         REWRITE GREETCAL-RECORD
003320             INVALID KEY
003330                 DISPLAY "REWRITE FAILED, STATUS " WS-CAL-STATUS
003340     END-REWRITE.
003350
003360 4000-EXIT.
003370     EXIT.
003380
003390******************************************************************
003400*    5000-DELETE-RECORD - REMOVE A CALENDAR ENTRY BY ITS KEY.    *
003410******************************************************************
003420 5000-DELETE-RECORD.
003430
003440         PERFORM 2500-ACCEPT-ENTRY-KEY THRU 2500-EXIT.
003450         IF NOT WS-KEY-OK
003460             GO TO 5000-EXIT
003470     END-IF.
003480
003490         MOVE WS-ENTRY-TYPE TO CA-REC-TYPE.
003500         MOVE WS-LANG-CODE-IN TO CA-LANG-CODE.
003510         MOVE WS-QUALIFIER-IN TO CA-KEY-QUALIFIER.
003520
003530         READ GREETCAL-FILE
003540             KEY IS CA-CAL-KEY
003550             INVALID KEY
003560                 DISPLAY "CALENDAR ENTRY NOT FOUND"
003570                 GO TO 5000-EXIT
003580     END-READ.
003590
003600         DELETE GREETCAL-FILE
003610             INVALID KEY
003620                 DISPLAY "DELETE FAILED, STATUS " WS-CAL-STATUS
003630     END-DELETE.
003640
003650 5000-EXIT.
003660     EXIT.
003670
003680******************************************************************
003690*    6000-BROWSE-RECORDS - LIST EVERY CALENDAR ENTRY IN KEY      *
003700*    SEQUENCE (HOLIDAYS FIRST, THEN TIME BANDS, BY LANGUAGE).    *
003710******************************************************************
003720 6000-BROWSE-RECORDS.
003730
003740         MOVE "N" TO WS-BROWSE-EOF-SW.
003750         MOVE LOW-VALUES TO CA-CAL-KEY.
003760         START GREETCAL-FILE KEY IS NOT LESS THAN CA-CAL-KEY
003770             INVALID KEY
003780                 DISPLAY "NO CALENDAR ENTRIES ON FILE"
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
003890*    6100-BROWSE-ONE-RECORD - READ AND DISPLAY THE NEXT          *
003900*    CALENDAR ENTRY IN SEQUENCE.                                 *
003910******************************************************************
003920 6100-BROWSE-ONE-RECORD.
003930
003940         READ GREETCAL-FILE NEXT RECORD
003950             AT END
003960                 MOVE "Y" TO WS-BROWSE-EOF-SW
003970             NOT AT END
003980                 DISPLAY CA-REC-TYPE " " CA-LANG-CODE " "
003990                     CA-KEY-QUALIFIER " " CA-GREETING-TEXT " "
004000                     CA-CAL-DESC
004010     END-READ.
004020
004030 6100-EXIT.
004040     EXIT.
004050
004060******************************************************************
004070*    9000-TERMINATE - CLOSE FILES.                               *
004080******************************************************************
004090 9000-TERMINATE.
004100
004110         CLOSE GREETCAL-FILE.
004120
004130 9000-EXIT.
004140     EXIT.
004150
004160 END PROGRAM GREETCMN.
