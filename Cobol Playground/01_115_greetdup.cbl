000260*    DATE       INIT  DESCRIPTION                                *
000270*    ---------- ----  -------------------------------------      *
000280*    2026-09-02 MK    ORIGINAL PROGRAM.                          *
000290*    2026-10-15 MK    THE MERGE PASS NOW SIGNS ON THROUGH THE    *
000300*                     COMMON GREETSGN CHECK AGAINST THE GREETOPF *
000310*                     OPERATOR SECURITY FILE.  ONLY A SUPERVISOR *
000320*                     WITH DELETE AUTHORITY MAY MERGE; A REFUSAL *
000330*                     IS PRINTED ON THE REPORT AND LOGGED TO     *
000340*                     GREETAVL.  THE SCAN PASS IS UNCHANGED.     *
000350*                                                                *
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380     PROGRAM-ID.   GREETDUP AS "GREETDUP".
000390     AUTHOR.       M. KAVALIAUSKAS.
000400     DATE-WRITTEN. 2026-09-02.
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.
000450 OBJECT-COMPUTER.
000460
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490         SELECT GREETVIS-FILE ASSIGN TO "GREETVIS"
000500             ORGANIZATION IS INDEXED
000510             ACCESS MODE IS DYNAMIC
000520             RECORD KEY IS VM-VISITOR-ID
000530             ALTERNATE RECORD KEY IS VM-NAME-KEY
000540                 WITH DUPLICATES
000550             FILE STATUS IS WS-VIS-STATUS.
000560
000570         SELECT GREETDAP-FILE ASSIGN TO "GREETDAP"
000580             ORGANIZATION IS SEQUENTIAL
000590             FILE STATUS IS WS-DAP-STATUS.
000600
000610         SELECT GREETVXR-FILE ASSIGN TO "GREETVXR"
000620             ORGANIZATION IS SEQUENTIAL
000630             FILE STATUS IS WS-VXR-STATUS.
000640
000650         SELECT GREETVJL-FILE ASSIGN TO "GREETVJL"
000660             ORGANIZATION IS SEQUENTIAL
000670             FILE STATUS IS WS-VJL-STATUS.
000680
000690         SELECT REPORT-FILE ASSIGN TO "GREETDPR"
000700             ORGANIZATION IS SEQUENTIAL
000710             FILE STATUS IS WS-RPT-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750
000760 FD  GREETVIS-FILE
000770         LABEL RECORDS ARE STANDARD.
000780     COPY VISMREC.
000790
000800 FD  GREETDAP-FILE
000810         LABEL RECORDS ARE STANDARD.
000820 01  APPROVAL-RECORD.
000830     05  DA-SURVIVOR-ID          PIC 9(06).
000840     05  DA-RETIRED-ID           PIC 9(06).
000850     05  FILLER                  PIC X(68).
000860
000870 FD  GREETVXR-FILE
000880         LABEL RECORDS ARE STANDARD.
000890     COPY XREFREC.
000900
000910 FD  GREETVJL-FILE
000920         LABEL RECORDS ARE STANDARD.
000930     COPY VJRNREC.
000940
000950 FD  REPORT-FILE
000960         LABEL RECORDS ARE STANDARD.
000970 01  REPORT-RECORD                   PIC X(080).
000980
000990 WORKING-STORAGE SECTION.
001000 77  WS-VIS-STATUS               PIC X(02) VALUE SPACES.
001010 77  WS-DAP-STATUS               PIC X(02) VALUE SPACES.
001020 77  WS-VXR-STATUS               PIC X(02) VALUE SPACES.
001030 77  WS-VJL-STATUS               PIC X(02) VALUE SPACES.
001040 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
001050 77  WS-PARM-CARD                PIC X(20) VALUE SPACES.
001060 01  WS-RUN-MODE-SW              PIC X(01) VALUE "S".
001070     88  WS-SCAN-MODE                      VALUE "S".
001080     88  WS-MERGE-MODE                     VALUE "M".
001090 01  WS-VIS-EOF-SW               PIC X(01) VALUE "N".
001100     88  WS-VIS-EOF                        VALUE "Y".
001110 01  WS-VIS-OPEN-SW              PIC X(01) VALUE "N".
001120     88  WS-VIS-OPENED                     VALUE "Y".
001130 01  WS-VJL-OPEN-SW              PIC X(01) VALUE "N".
001140     88  WS-VJL-OPENED                     VALUE "Y".
001150 01  WS-DAP-EOF-SW               PIC X(01) VALUE "N".
001160     88  WS-DAP-EOF                        VALUE "Y".
001170 01  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
001180     88  WS-TABLE-FULL                     VALUE "Y".
001190 01  DUP-TABLE.
001200     05  DUP-TABLE-ENTRY OCCURS 1000 TIMES.
001210         10  DU-ID               PIC 9(06).
001220         10  DU-LAST             PIC X(20).
001230         10  DU-FIRST            PIC X(15).
001240         10  DU-COMP-LAST        PIC X(20).
001250         10  DU-COUNT            PIC 9(06).
001260 77  WS-DUP-CT                   PIC 9(04) COMP VALUE ZERO.
001270 77  WS-DUP-MAX                  PIC 9(04) COMP VALUE 1000.
001280 77  WS-SUB-I                    PIC 9(04) COMP VALUE ZERO.
001290 77  WS-SUB-J                    PIC 9(04) COMP VALUE ZERO.
001300 77  WS-SCAN-SUB                 PIC 9(04) COMP VALUE ZERO.
001310 77  WS-COMP-SUB                 PIC 9(04) COMP VALUE ZERO.
001320 77  WS-COMP-LAST                PIC X(20) VALUE SPACES.
001330 77  WS-PAIR-COUNT               PIC 9(08) COMP VALUE ZERO.
001340 77  WS-MERGE-COUNT              PIC 9(08) COMP VALUE ZERO.
001350 77  WS-SKIP-COUNT               PIC 9(08) COMP VALUE ZERO.
001360 77  WS-JR-FUNCTION              PIC X(01) VALUE SPACES.
001370 77  WS-VM-BEFORE                PIC X(137) VALUE SPACES.
001380 77  WS-SURVIVOR-REC             PIC X(137) VALUE SPACES.
001390 77  WS-RET-COUNT                PIC 9(06) VALUE ZERO.
001400 77  WS-RET-FIRST-DATE           PIC 9(08) VALUE ZERO.
001410 77  WS-RET-LAST-DATE            PIC 9(08) VALUE ZERO.
001420 77  WS-COUNT-DISP               PIC Z(07)9.
001430 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001440 01  WS-PRINT-LINE               PIC X(080) VALUE SPACES.
001450     COPY SGNLREC.
001460
001470 PROCEDURE DIVISION.
001480
001490******************************************************************
001500*    0000-MAINLINE                                               *
001510******************************************************************
001520 0000-MAINLINE.
001530
001540         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001550
001560         IF WS-VIS-OPENED
001570             IF WS-MERGE-MODE
001580                 PERFORM 5000-MERGE-APPROVED-PAIRS THRU 5000-EXIT
001590             ELSE
001600                 PERFORM 2000-SCAN-FOR-DUPLICATES THRU 2000-EXIT
001610         END-IF
001620     END-IF.
001630
001640         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001650         PERFORM 9000-TERMINATE THRU 9000-EXIT.
001660
001670         STOP RUN.
001680
001690******************************************************************
001700*    1000-INITIALIZE - PICK UP THE RUN MODE (SCAN UNLESS THE     *
001710*    PARM SAYS MERGE), OPEN THE MASTER AND THE REPORT, AND IN    *
001720*    MERGE MODE OPEN THE JOURNAL AND CROSS-REFERENCE TOO.        *
001730******************************************************************
001740 1000-INITIALIZE.
001750
001760         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001770
001780         ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
001790         IF WS-PARM-CARD (1:5) = "MERGE"
001800             SET WS-MERGE-MODE TO TRUE
001810             PERFORM 1050-SIGN-ON THRU 1050-EXIT
001820     END-IF.
001830
001840         OPEN I-O GREETVIS-FILE.
001850         IF WS-VIS-STATUS = "00"
001860             SET WS-VIS-OPENED TO TRUE
001870         ELSE
001880             DISPLAY "GREETVIS NOT AVAILABLE, STATUS "
001890                 WS-VIS-STATUS " - NOTHING TO SCAN OR MERGE"
001900     END-IF.
001910
001920         OPEN OUTPUT REPORT-FILE.
001930
001940         MOVE SPACES TO WS-PRINT-LINE.
001950         IF WS-MERGE-MODE
001960             STRING "DUPLICATE VISITOR MERGE RUN OF "
001970                 DELIMITED BY SIZE
001980                 WS-RUN-DATE DELIMITED BY SIZE
001990                 INTO WS-PRINT-LINE
002000         ELSE
002010             STRING "DUPLICATE VISITOR CANDIDATE PAIRS AS OF "
002020                 DELIMITED BY SIZE
002030                 WS-RUN-DATE DELIMITED BY SIZE
002040                 INTO WS-PRINT-LINE
002050     END-IF.
002060         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002070         MOVE SPACES TO WS-PRINT-LINE.
002080         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002090
002100         IF WS-MERGE-MODE AND WS-VIS-OPENED
002110             PERFORM 1100-OPEN-MERGE-FILES THRU 1100-EXIT
002120     END-IF.
002130
002140 1000-EXIT.
002150     EXIT.
002160
002170******************************************************************
002180*    1050-SIGN-ON - A MERGE RETIRES VISITOR MASTER RECORDS, SO   *
002190*    THE OPERATOR SIGNS ON THROUGH GREETSGN AND MUST THEN BE     *
002200*    CLEARED FOR THE MERGE FUNCTION AT DELETE AUTHORITY.  THE    *
002210*    RESULT IS LEFT IN SG-RESULT FOR 5000-MERGE-APPROVED-PAIRS.  *
002220******************************************************************
002230 1050-SIGN-ON.
002240
002250         MOVE SPACES TO SIGN-ON-AREA.
002260         MOVE "S" TO SG-REQUEST.
002270         MOVE "GREETDUP" TO SG-TRANSACTION.
002280         CALL "GREETSGN" USING SIGN-ON-AREA.
002290         IF SG-REFUSED
002300             GO TO 1050-EXIT
002310     END-IF.
002320
002330         MOVE "F" TO SG-REQUEST.
002340         MOVE "M" TO SG-FUNCTION.
002350         MOVE "3" TO SG-LEVEL-NEEDED.
002360         CALL "GREETSGN" USING SIGN-ON-AREA.
002370
002380 1050-EXIT.
002390     EXIT.
002400
002410******************************************************************
002420*    1100-OPEN-MERGE-FILES - OPEN THE GREETVXR CROSS-REFERENCE   *
002430*    AND THE GREETVJL JOURNAL FOR THE MERGE PASS, CREATING       *
002440*    EITHER ON ITS FIRST USE.                                    *
002450******************************************************************
002460 1100-OPEN-MERGE-FILES.
002470
002480         OPEN EXTEND GREETVXR-FILE.
002490         IF WS-VXR-STATUS = "35" OR WS-VXR-STATUS = "05"
002500             CLOSE GREETVXR-FILE
002510             OPEN OUTPUT GREETVXR-FILE
002520     END-IF.
002530
002540         OPEN EXTEND GREETVJL-FILE.
002550         IF WS-VJL-STATUS = "35" OR WS-VJL-STATUS = "05"
002560             CLOSE GREETVJL-FILE
002570             OPEN OUTPUT GREETVJL-FILE
002580     END-IF.
002590         IF WS-VJL-STATUS = "00"
002600             SET WS-VJL-OPENED TO TRUE
002610         ELSE
002620             DISPLAY "GREETVJL NOT AVAILABLE, STATUS "
002630                 WS-VJL-STATUS
002640                 " - GREETVIS UPDATES NOT JOURNALED"
002650     END-IF.
002660
002670 1100-EXIT.
002680     EXIT.
002690
002700******************************************************************
002710*    2000-SCAN-FOR-DUPLICATES - LOAD THE MASTER'S IDS, NAMES     *
002720*    AND COUNTS INTO THE DUP-TABLE, THEN COMPARE EVERY PAIR      *
002730*    AND PRINT THE CANDIDATES.  THE FIRST TWELVE COLUMNS OF A    *
002740*    CANDIDATE LINE ARE THE SURVIVOR AND RETIRED IDS IN THE      *
002750*    EXACT LAYOUT GREETDAP EXPECTS, SO AN APPROVED LINE CAN BE   *
002760*    COPIED STRAIGHT INTO THE APPROVAL FILE.                     *
002770******************************************************************
002780 2000-SCAN-FOR-DUPLICATES.
002790
002800         MOVE ZERO TO VM-VISITOR-ID.
002810         START GREETVIS-FILE KEY IS NOT LESS THAN VM-VISITOR-ID
002820             INVALID KEY
002830                 SET WS-VIS-EOF TO TRUE
002840     END-START.
002850
002860         PERFORM 2100-LOAD-ONE-VISITOR THRU 2100-EXIT
002870             UNTIL WS-VIS-EOF.
002880
002890         IF WS-DUP-CT > 1
002900             PERFORM 2300-COMPARE-FROM-ONE THRU 2300-EXIT
002910                 VARYING WS-SUB-I FROM 1 BY 1
002920                 UNTIL WS-SUB-I >= WS-DUP-CT
002930     END-IF.
002940
002950         IF WS-PAIR-COUNT = ZERO
002960             MOVE SPACES TO WS-PRINT-LINE
002970             MOVE "  NO CANDIDATE PAIRS FOUND" TO WS-PRINT-LINE
002980             WRITE REPORT-RECORD FROM WS-PRINT-LINE
002990     END-IF.
003000
003010 2000-EXIT.
003020     EXIT.
003030
003040******************************************************************
003050*    2100-LOAD-ONE-VISITOR - READ THE NEXT MASTER RECORD AND     *
003060*    REMEMBER ITS ID, NAME, SPACE-COMPRESSED LAST NAME AND       *
003070*    VISIT COUNT.  PAST 1000 RECORDS THE SCAN STOPS WITH A       *
003080*    WARNING RATHER THAN COMPARING A PARTIAL MASTER.             *
003090******************************************************************
003100 2100-LOAD-ONE-VISITOR.
003110
003120         READ GREETVIS-FILE NEXT RECORD
003130             AT END
003140                 SET WS-VIS-EOF TO TRUE
003150                 GO TO 2100-EXIT
003160     END-READ.
003170
003180         IF WS-DUP-CT >= WS-DUP-MAX
003190             SET WS-TABLE-FULL TO TRUE
003200             SET WS-VIS-EOF TO TRUE
003210             DISPLAY "GREETVIS HAS MORE THAN " WS-DUP-MAX
003220                 " RECORDS - SCAN LIMITED TO THE FIRST "
003230                 WS-DUP-MAX
003240             GO TO 2100-EXIT
003250     END-IF.
003260
003270         ADD 1 TO WS-DUP-CT.
003280         MOVE WS-DUP-CT TO WS-SCAN-SUB.
003290         MOVE VM-VISITOR-ID TO DU-ID (WS-SCAN-SUB).
003300         MOVE VM-LAST TO DU-LAST (WS-SCAN-SUB).
003310         MOVE VM-FIRST TO DU-FIRST (WS-SCAN-SUB).
003320         MOVE VM-VISIT-COUNT TO DU-COUNT (WS-SCAN-SUB).
003330         MOVE VM-LAST TO WS-COMP-LAST.
003340         PERFORM 2200-COMPRESS-LAST-NAME THRU 2200-EXIT.
003350         MOVE WS-COMP-LAST TO DU-COMP-LAST (WS-SCAN-SUB).
003360
003370 2100-EXIT.
003380     EXIT.
003390
003400******************************************************************
003410*    2200-COMPRESS-LAST-NAME - SQUEEZE THE EMBEDDED SPACES OUT   *
003420*    OF WS-COMP-LAST, SO "MAC DONALD" AND "MACDONALD" COMPARE    *
003430*    EQUAL.  THE SIMPLE PASS REPEATS UNTIL NO EMBEDDED SPACE     *
003440*    IS LEFT.                                                    *
003450******************************************************************
003460 2200-COMPRESS-LAST-NAME.
003470
003480         PERFORM 2250-SQUEEZE-ONE-SPACE THRU 2250-EXIT
003490             VARYING WS-COMP-SUB FROM 19 BY -1
003500             UNTIL WS-COMP-SUB < 1.
003510
003520 2200-EXIT.
003530     EXIT.
003540
003550******************************************************************
003560*    2250-SQUEEZE-ONE-SPACE - IF THE CURRENT POSITION HOLDS A    *
003570*    SPACE WITH TEXT AFTER IT, SHIFT THE TAIL LEFT ONE BYTE.     *
003580*    WORKING FROM THE RIGHT END MEANS RUNS OF SPACES COLLAPSE    *
003590*    COMPLETELY IN ONE PASS OF THE VARYING LOOP.                 *
003600******************************************************************
003610 2250-SQUEEZE-ONE-SPACE.
003620
003630         IF WS-COMP-LAST (WS-COMP-SUB:1) = SPACE
003640             AND WS-COMP-LAST (WS-COMP-SUB + 1:) NOT = SPACES
003650             MOVE WS-COMP-LAST (WS-COMP-SUB + 1:)
003660                 TO WS-COMP-LAST (WS-COMP-SUB:)
003670             MOVE SPACE TO WS-COMP-LAST (20:1)
003680     END-IF.
003690
003700 2250-EXIT.
003710     EXIT.
003720
003730******************************************************************
003740*    2300-COMPARE-FROM-ONE - COMPARE TABLE ENTRY I AGAINST       *
003750*    EVERY LATER ENTRY.                                          *
003760******************************************************************
003770 2300-COMPARE-FROM-ONE.
003780
003790         COMPUTE WS-SUB-J = WS-SUB-I + 1.
003800         PERFORM 2400-JUDGE-ONE-PAIR THRU 2400-EXIT
003810             VARYING WS-SUB-J FROM WS-SUB-J BY 1
003820             UNTIL WS-SUB-J > WS-DUP-CT.
003830
003840 2300-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880*    2400-JUDGE-ONE-PAIR - A CANDIDATE PAIR HAS THE SAME FIRST   *
003890*    NAME AND THE SAME LAST NAME, EXACTLY OR ONCE EMBEDDED       *
003900*    SPACES ARE SQUEEZED OUT.  THE OLDER (LOWER) ID IS PRINTED   *
003910*    AS THE PROPOSED SURVIVOR.                                   *
003920******************************************************************
003930 2400-JUDGE-ONE-PAIR.
003940
003950         IF DU-FIRST (WS-SUB-I) NOT = DU-FIRST (WS-SUB-J)
003960             GO TO 2400-EXIT
003970     END-IF.
003980
003990         IF DU-LAST (WS-SUB-I) NOT = DU-LAST (WS-SUB-J)
004000             AND DU-COMP-LAST (WS-SUB-I) NOT =
004010                 DU-COMP-LAST (WS-SUB-J)
004020             GO TO 2400-EXIT
004030     END-IF.
004040
004050         ADD 1 TO WS-PAIR-COUNT.
004060         MOVE SPACES TO WS-PRINT-LINE.
004070         MOVE DU-ID (WS-SUB-I) TO WS-PRINT-LINE (1:6).
004080         MOVE DU-ID (WS-SUB-J) TO WS-PRINT-LINE (7:6).
004090         MOVE DU-LAST (WS-SUB-I) TO WS-PRINT-LINE (15:20).
004100         MOVE DU-FIRST (WS-SUB-I) TO WS-PRINT-LINE (36:15).
004110         MOVE DU-COUNT (WS-SUB-I) TO WS-PRINT-LINE (52:6).
004120         MOVE "/" TO WS-PRINT-LINE (59:1).
004130         MOVE DU-LAST (WS-SUB-J) TO WS-PRINT-LINE (61:20).
004140         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
004150
004160 2400-EXIT.
004170     EXIT.
004180
004190******************************************************************
004200*    5000-MERGE-APPROVED-PAIRS - READ THE SUPERVISOR-APPROVED    *
004210*    PAIRS FROM GREETDAP AND MERGE EACH ONE.  A MISSING          *
004220*    APPROVAL FILE MEANS NOTHING WAS APPROVED.  NOTHING IS       *
004230*    MERGED UNLESS THE OPERATOR WAS CLEARED BY 1050-SIGN-ON.     *
004240******************************************************************
004250 5000-MERGE-APPROVED-PAIRS.
004260
004270         IF SG-REFUSED
004280             MOVE SPACES TO WS-PRINT-LINE
004290             STRING "*** MERGE REFUSED BY GREETSGN, REASON "
004300                 DELIMITED BY SIZE
004310                 SG-REASON DELIMITED BY SIZE
004320                 " - NO PAIRS MERGED" DELIMITED BY SIZE
004330                 INTO WS-PRINT-LINE
004340             WRITE REPORT-RECORD FROM WS-PRINT-LINE
004350             GO TO 5000-EXIT
004360     END-IF.
004370
004380         OPEN INPUT GREETDAP-FILE.
004390         IF WS-DAP-STATUS NOT = "00"
004400             DISPLAY "GREETDAP NOT AVAILABLE, STATUS "
004410                 WS-DAP-STATUS " - NO APPROVED PAIRS TO MERGE"
004420             GO TO 5000-EXIT
004430     END-IF.
004440
004450         PERFORM 5100-READ-APPROVAL THRU 5100-EXIT.
004460         PERFORM 5200-MERGE-ONE-PAIR THRU 5200-EXIT
004470             UNTIL WS-DAP-EOF.
004480         CLOSE GREETDAP-FILE.
004490
004500 5000-EXIT.
004510     EXIT.
004520
004530******************************************************************
004540*    5100-READ-APPROVAL - PRIMING AND SUBSEQUENT READS OF THE    *
004550*    APPROVAL FILE.                                              *
004560******************************************************************
004570 5100-READ-APPROVAL.
004580
004590         READ GREETDAP-FILE
004600             AT END
004610                 SET WS-DAP-EOF TO TRUE
004620     END-READ.
004630
004640 5100-EXIT.
004650     EXIT.
004660
004670******************************************************************
004680*    5200-MERGE-ONE-PAIR - MERGE ONE APPROVED PAIR: THE          *
004690*    RETIRED RECORD'S COUNT AND DATE SPAN FOLD INTO THE          *
004700*    SURVIVOR, THE RETIRED RECORD IS DELETED, THE RETIRED ID     *
004710*    GOES TO THE CROSS-REFERENCE, AND BOTH UPDATES ARE           *
004720*    JOURNALED.  A PAIR WHOSE IDS DO NOT BOTH EXIST IS SKIPPED   *
004730*    AND REPORTED.  THEN READ THE NEXT APPROVAL.                 *
004740******************************************************************
004750 5200-MERGE-ONE-PAIR.
004760
004770         IF DA-SURVIVOR-ID NOT NUMERIC
004780             OR DA-RETIRED-ID NOT NUMERIC
004790             OR DA-SURVIVOR-ID = DA-RETIRED-ID
004800             PERFORM 5600-SKIP-ONE-PAIR THRU 5600-EXIT
004810             GO TO 5200-NEXT
004820     END-IF.
004830
004840         MOVE DA-SURVIVOR-ID TO VM-VISITOR-ID.
004850         READ GREETVIS-FILE
004860             KEY IS VM-VISITOR-ID
004870             INVALID KEY
004880                 PERFORM 5600-SKIP-ONE-PAIR THRU 5600-EXIT
004890                 GO TO 5200-NEXT
004900     END-READ.
004910         MOVE VISITOR-MASTER-RECORD TO WS-SURVIVOR-REC.
004920
004930         MOVE DA-RETIRED-ID TO VM-VISITOR-ID.
004940         READ GREETVIS-FILE
004950             KEY IS VM-VISITOR-ID
004960             INVALID KEY
004970                 PERFORM 5600-SKIP-ONE-PAIR THRU 5600-EXIT
004980                 GO TO 5200-NEXT
004990     END-READ.
005000
005010         MOVE VM-VISIT-COUNT TO WS-RET-COUNT.
005020         MOVE VM-FIRST-VISIT-DATE TO WS-RET-FIRST-DATE.
005030         MOVE VM-LAST-VISIT-DATE TO WS-RET-LAST-DATE.
005040
005050*        RETIRE THE DUPLICATE FIRST, JOURNALING THE DELETE.
005060         MOVE VISITOR-MASTER-RECORD TO WS-VM-BEFORE.
005070         DELETE GREETVIS-FILE
005080             INVALID KEY
005090                 DISPLAY "GREETVIS DELETE FAILED, STATUS "
005100                     WS-VIS-STATUS
005110                 PERFORM 5600-SKIP-ONE-PAIR THRU 5600-EXIT
005120                 GO TO 5200-NEXT
005130     END-DELETE.
005140         MOVE "D" TO WS-JR-FUNCTION.
005150         MOVE SPACES TO VISITOR-MASTER-RECORD.
005160         PERFORM 7000-WRITE-VIS-JOURNAL THRU 7000-EXIT.
005170
005180*        FOLD THE RETIRED SIDE INTO THE SURVIVOR.
005190         MOVE WS-SURVIVOR-REC TO VISITOR-MASTER-RECORD.
005200         MOVE VISITOR-MASTER-RECORD TO WS-VM-BEFORE.
005210         ADD WS-RET-COUNT TO VM-VISIT-COUNT.
005220         IF WS-RET-FIRST-DATE < VM-FIRST-VISIT-DATE
005230             MOVE WS-RET-FIRST-DATE TO VM-FIRST-VISIT-DATE
005240     END-IF.
005250         IF WS-RET-LAST-DATE > VM-LAST-VISIT-DATE
005260             MOVE WS-RET-LAST-DATE TO VM-LAST-VISIT-DATE
005270     END-IF.
005280         REWRITE VISITOR-MASTER-RECORD
005290             INVALID KEY
005300                 DISPLAY "GREETVIS REWRITE FAILED, STATUS "
005310                     WS-VIS-STATUS
005320                 PERFORM 5600-SKIP-ONE-PAIR THRU 5600-EXIT
005330                 GO TO 5200-NEXT
005340     END-REWRITE.
005350         MOVE "C" TO WS-JR-FUNCTION.
005360         PERFORM 7000-WRITE-VIS-JOURNAL THRU 7000-EXIT.
005370
005380*        MAP THE RETIRED ID TO ITS SURVIVOR FOR HISTORY LOOKUPS.
005390         MOVE SPACES TO VISITOR-XREF-RECORD.
005400         MOVE DA-RETIRED-ID TO XR-RETIRED-ID.
005410         MOVE DA-SURVIVOR-ID TO XR-SURVIVOR-ID.
005420         ACCEPT XR-MERGE-DATE FROM DATE YYYYMMDD.
005430         ACCEPT XR-MERGE-TIME FROM TIME.
005440         WRITE VISITOR-XREF-RECORD.
005450
005460         ADD 1 TO WS-MERGE-COUNT.
005470         MOVE SPACES TO WS-PRINT-LINE.
005480         MOVE DA-RETIRED-ID TO WS-PRINT-LINE (1:6).
005490         MOVE "MERGED INTO" TO WS-PRINT-LINE (9:11).
005500         MOVE DA-SURVIVOR-ID TO WS-PRINT-LINE (21:6).
005510         MOVE VM-LAST TO WS-PRINT-LINE (29:20).
005520         MOVE VM-FIRST TO WS-PRINT-LINE (50:15).
005530         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005540
005550 5200-NEXT.
005560
005570         PERFORM 5100-READ-APPROVAL THRU 5100-EXIT.
005580
005590 5200-EXIT.
005600     EXIT.
005610
005620******************************************************************
005630*    5600-SKIP-ONE-PAIR - REPORT AN APPROVAL THAT COULD NOT BE   *
005640*    MERGED.                                                     *
005650******************************************************************
005660 5600-SKIP-ONE-PAIR.
005670
005680         ADD 1 TO WS-SKIP-COUNT.
005690         MOVE SPACES TO WS-PRINT-LINE.
005700         MOVE APPROVAL-RECORD TO WS-PRINT-LINE (1:12).
005710         MOVE "*** PAIR SKIPPED - SEE CONSOLE LOG"
005720             TO WS-PRINT-LINE (15:34).
005730         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005740
005750 5600-EXIT.
005760     EXIT.
005770
005780******************************************************************
005790*    7000-WRITE-VIS-JOURNAL - JOURNAL THE GREETVIS UPDATE JUST   *
005800*    MADE.  THE CALLER STAGES THE FUNCTION CODE AND THE BEFORE   *
005810*    IMAGE; THE AFTER IMAGE IS THE MASTER RECORD AS IT NOW       *
005820*    STANDS (SPACES ON A DELETE).  SKIPPED QUIETLY WHEN THE      *
005830*    JOURNAL COULD NOT BE OPENED - THE WARNING WAS ALREADY       *
005840*    GIVEN AT START-UP.                                          *
005850******************************************************************
005860 7000-WRITE-VIS-JOURNAL.
005870
005880         IF NOT WS-VJL-OPENED
005890             GO TO 7000-EXIT
005900     END-IF.
005910
005920         MOVE SPACES TO VISITOR-JOURNAL-RECORD.
005930         MOVE WS-JR-FUNCTION TO JR-FUNCTION.
005940         MOVE "GREETDUP" TO JR-PROGRAM-NAME.
005950         ACCEPT JR-JOURNAL-DATE FROM DATE YYYYMMDD.
005960         ACCEPT JR-JOURNAL-TIME FROM TIME.
005970         MOVE WS-VM-BEFORE TO JR-BEFORE-IMAGE.
005980         MOVE VISITOR-MASTER-RECORD TO JR-AFTER-IMAGE.
005990         WRITE VISITOR-JOURNAL-RECORD.
006000
006010 7000-EXIT.
006020     EXIT.
006030
006040******************************************************************
006050*    8000-PRINT-TOTALS - CONTROL TOTALS FOR THE RUN.             *
006060******************************************************************
006070 8000-PRINT-TOTALS.
006080
006090         MOVE SPACES TO WS-PRINT-LINE.
006100         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
006110
006120         IF WS-MERGE-MODE
006130             MOVE WS-MERGE-COUNT TO WS-COUNT-DISP
006140             MOVE SPACES TO WS-PRINT-LINE
006150             STRING "PAIRS MERGED  . . . . . . . . "
006160                 DELIMITED BY SIZE
006170                 WS-COUNT-DISP DELIMITED BY SIZE
006180                 INTO WS-PRINT-LINE
006190             WRITE REPORT-RECORD FROM WS-PRINT-LINE
006200             MOVE WS-SKIP-COUNT TO WS-COUNT-DISP
006210             MOVE SPACES TO WS-PRINT-LINE
006220             STRING "PAIRS SKIPPED . . . . . . . . "
006230                 DELIMITED BY SIZE
006240                 WS-COUNT-DISP DELIMITED BY SIZE
006250                 INTO WS-PRINT-LINE
006260             WRITE REPORT-RECORD FROM WS-PRINT-LINE
006270             DISPLAY "PAIRS MERGED . . . . " WS-MERGE-COUNT
006280             DISPLAY "PAIRS SKIPPED  . . . " WS-SKIP-COUNT
006290         ELSE
006300             MOVE WS-PAIR-COUNT TO WS-COUNT-DISP
006310             MOVE SPACES TO WS-PRINT-LINE
006320             STRING "CANDIDATE PAIRS FOUND . . . . "
006330                 DELIMITED BY SIZE
006340                 WS-COUNT-DISP DELIMITED BY SIZE
006350                 INTO WS-PRINT-LINE
006360             WRITE REPORT-RECORD FROM WS-PRINT-LINE
006370             DISPLAY "CANDIDATE PAIRS  . . " WS-PAIR-COUNT
006380     END-IF.
006390
006400 8000-EXIT.
006410     EXIT.
006420
006430******************************************************************
006440*    9000-TERMINATE - CLOSE FILES.  THE MERGE-SIDE FILES ARE     *
006450*    ONLY CLOSED WHEN THE MERGE PASS OPENED THEM.                *
006460******************************************************************
006470 9000-TERMINATE.
006480
006490         IF WS-VIS-OPENED
006500             CLOSE GREETVIS-FILE
006510     END-IF.
006520         IF WS-MERGE-MODE AND WS-VIS-OPENED
006530             CLOSE GREETVXR-FILE
006540     END-IF.
006550         IF WS-VJL-OPENED
006560             CLOSE GREETVJL-FILE
006570     END-IF.
006580         CLOSE REPORT-FILE.
006590
006600 9000-EXIT.
006610     EXIT.
006620
006630 END PROGRAM GREETDUP.
