000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID :  GREETCXR                                      *
000040*    AUTHOR     :  M. KAVALIAUSKAS                               *
000050*    INSTALLATION: VISITOR SERVICES                              *
000060*    DATE-WRITTEN: 2026-10-15                                    *
000070*    DATE-COMPILED:                                              *
000080*    PURPOSE    :  WEEKLY COMPLIANCE RENEWAL REPORT.  FOR EVERY  *
000090*                  EXPECTED GREETAPT APPOINTMENT ON OR AFTER THE *
000100*                  PARM DATE (YYYYMMDD; BLANK MEANS TODAY) THE   *
000110*                  VISITOR IS FOUND ON GREETVIS BY NAME AND THE  *
000120*                  GREETCMP RECORDS ARE CHECKED.  AN INDUCTION,  *
000130*                  NDA OR ESCORT-ONLY CLEARANCE THAT HAS EXPIRED *
000140*                  OR EXPIRES WITHIN 30 DAYS OR BEFORE THE VISIT *
000150*                  IS LISTED, AS IS ONE THE VISITOR NEEDS BUT    *
000160*                  HAS NEVER COMPLETED, SO THE HOST CAN ARRANGE  *
000170*                  RENEWAL BEFORE THE VISIT.                     *
000180*                                                                *
000190*    MODIFICATION HISTORY                                        *
000200*    ------------------------------------------------------      *
000210*    DATE       INIT  DESCRIPTION                                *
000220*    ---------- ----  -------------------------------------      *
000230*    2026-10-15 MK    ORIGINAL PROGRAM.                          *
000240*                                                                *
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270     PROGRAM-ID.   GREETCXR AS "GREETCXR".
000280     AUTHOR.       M. KAVALIAUSKAS.
000290     DATE-WRITTEN. 2026-10-15.
000300
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.
000340 OBJECT-COMPUTER.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380         SELECT GREETAPT-FILE ASSIGN TO "GREETAPT"
000390             ORGANIZATION IS INDEXED
000400             ACCESS MODE IS DYNAMIC
000410             RECORD KEY IS AP-APPT-KEY
000420             FILE STATUS IS WS-APT-STATUS.
000430
000440         SELECT GREETVIS-FILE ASSIGN TO "GREETVIS"
000450             ORGANIZATION IS INDEXED
000460             ACCESS MODE IS DYNAMIC
000470             RECORD KEY IS VM-VISITOR-ID
000480             ALTERNATE RECORD KEY IS VM-NAME-KEY
000490                 WITH DUPLICATES
000500             FILE STATUS IS WS-VIS-STATUS.
000510
000520         SELECT GREETCMP-FILE ASSIGN TO "GREETCMP"
000530             ORGANIZATION IS INDEXED
000540             ACCESS MODE IS DYNAMIC
000550             RECORD KEY IS CM-COMPLIANCE-KEY
000560             FILE STATUS IS WS-CMP-STATUS.
000570
000580         SELECT GREETPRM-FILE ASSIGN TO "GREETPRM"
000590             ORGANIZATION IS INDEXED
000600             ACCESS MODE IS DYNAMIC
000610             RECORD KEY IS PR-PARM-KEY
000620             FILE STATUS IS WS-PRM-STATUS.
000630
000640         SELECT REPORT-FILE ASSIGN TO "GREETCXP"
000650             ORGANIZATION IS SEQUENTIAL
000660             FILE STATUS IS WS-RPT-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700
000710 FD  GREETAPT-FILE
000720         LABEL RECORDS ARE STANDARD.
000730     COPY APPTREC.
000740
000750 FD  GREETVIS-FILE
000760         LABEL RECORDS ARE STANDARD.
000770     COPY VISMREC.
000780
000790 FD  GREETCMP-FILE
000800         LABEL RECORDS ARE STANDARD.
000810     COPY CMPLREC.
000820
000830 FD  GREETPRM-FILE
000840         LABEL RECORDS ARE STANDARD.
000850     COPY PARMREC.
000860
000870 FD  REPORT-FILE
000880         LABEL RECORDS ARE STANDARD.
000890 01  REPORT-RECORD                   PIC X(080).
000900
000910 WORKING-STORAGE SECTION.
000920 77  WS-APT-STATUS                PIC X(02) VALUE SPACES.
000930 77  WS-VIS-STATUS                PIC X(02) VALUE SPACES.
000940 77  WS-CMP-STATUS                PIC X(02) VALUE SPACES.
000950 77  WS-PRM-STATUS                PIC X(02) VALUE SPACES.
000960 77  WS-RPT-STATUS                PIC X(02) VALUE SPACES.
000970 77  WS-PARM-CARD                 PIC X(20) VALUE SPACES.
000980 01  WS-PARM-OK-SW                PIC X(01) VALUE "N".
000990     88  WS-PARM-OK                        VALUE "Y".
001000 01  WS-APT-EOF-SW                PIC X(01) VALUE "N".
001010     88  WS-APT-EOF                        VALUE "Y".
001020 01  WS-APT-OPEN-SW               PIC X(01) VALUE "N".
001030     88  WS-APT-OPENED                     VALUE "Y".
001040 01  WS-VIS-OPEN-SW               PIC X(01) VALUE "N".
001050     88  WS-VIS-OPENED                     VALUE "Y".
001060 01  WS-CMP-OPEN-SW               PIC X(01) VALUE "N".
001070     88  WS-CMP-OPENED                     VALUE "Y".
001080 01  WS-CMP-FOUND-SW              PIC X(01) VALUE "N".
001090     88  WS-CMP-FOUND                      VALUE "Y".
001100 01  WS-CMP-NEEDED-SW             PIC X(01) VALUE "N".
001110     88  WS-CMP-NEEDED                     VALUE "Y".
001120 01  WS-ESCORT-ONLY-SW            PIC X(01) VALUE "N".
001130     88  WS-ESCORT-ONLY                    VALUE "Y".
001140 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
001150 01  FILLER REDEFINES WS-RUN-DATE.
001160     05  WS-RUN-YEAR              PIC 9(04).
001170     05  WS-RUN-MONTH             PIC 9(02).
001180     05  WS-RUN-DAY               PIC 9(02).
001190 77  WS-RUN-SERIAL                PIC 9(08) COMP VALUE ZERO.
001200 77  WS-HORIZON-SERIAL            PIC 9(08) COMP VALUE ZERO.
001210 77  WS-INDUCTION-RULE            PIC 9(04) COMP VALUE ZERO.
001220 77  WS-CMP-REQ-TYPE              PIC X(01) VALUE SPACE.
001230 77  WS-CMP-PROBLEM               PIC X(07) VALUE SPACES.
001240 77  WS-APT-READ-COUNT            PIC 9(08) COMP VALUE ZERO.
001250 77  WS-APT-CHECKED-COUNT         PIC 9(08) COMP VALUE ZERO.
001260 77  WS-NO-MASTER-COUNT           PIC 9(08) COMP VALUE ZERO.
001270 77  WS-EXPIRED-COUNT             PIC 9(08) COMP VALUE ZERO.
001280 77  WS-EXPIRES-COUNT             PIC 9(08) COMP VALUE ZERO.
001290 77  WS-MISSING-COUNT             PIC 9(08) COMP VALUE ZERO.
001300 01  WS-DTS-DATE                  PIC 9(08) VALUE ZERO.
001310 01  FILLER REDEFINES WS-DTS-DATE.
001320     05  WS-DTS-YEAR              PIC 9(04).
001330     05  WS-DTS-MONTH             PIC 9(02).
001340     05  WS-DTS-DAY               PIC 9(02).
001350 77  WS-DTS-SERIAL                PIC 9(08) COMP VALUE ZERO.
001360 77  WS-DTS-WORK-YEAR             PIC 9(08) COMP VALUE ZERO.
001370 77  WS-DTS-WORK-MONTH            PIC 9(04) COMP VALUE ZERO.
001380 77  WS-DTS-QUAD-TERM             PIC 9(08) COMP VALUE ZERO.
001390 77  WS-DTS-CENT-TERM             PIC 9(08) COMP VALUE ZERO.
001400 77  WS-DTS-QCENT-TERM            PIC 9(08) COMP VALUE ZERO.
001410 77  WS-DTS-MONTH-TERM            PIC 9(08) COMP VALUE ZERO.
001420 01  WS-TIME-WORK                 PIC 9(04) VALUE ZERO.
001430 01  FILLER REDEFINES WS-TIME-WORK.
001440     05  WS-TIME-HOUR             PIC 9(02).
001450     05  WS-TIME-MIN              PIC 9(02).
001460 77  WS-NAME-WORK                 PIC X(24) VALUE SPACES.
001470 77  WS-COUNT-DISP                PIC Z(07)9.
001480 01  WS-PRINT-LINE                PIC X(080) VALUE SPACES.
001490
001500 PROCEDURE DIVISION.
001510
001520******************************************************************
001530*    0000-MAINLINE                                               *
001540******************************************************************
001550 0000-MAINLINE.
001560
001570         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001580
001590         IF WS-PARM-OK
001600             PERFORM 2000-SCAN-APPOINTMENTS THRU 2000-EXIT
001610             PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
001620     END-IF.
001630
001640         PERFORM 9000-TERMINATE THRU 9000-EXIT.
001650
001660         STOP RUN.
001670
001680******************************************************************
001690*    1000-INITIALIZE - PICK UP THE RUN DATE, WORK OUT THE 30-DAY *
001700*    HORIZON AS A DAY SERIAL, LOAD THE GREETPRM INDUCTION RULE,  *
001710*    OPEN THE FILES AND PRINT THE HEADING.  WITHOUT GREETAPT OR  *
001720*    GREETVIS THERE IS NOTHING TO CHECK, BUT THE REPORT STILL    *
001730*    PRINTS AND SAYS SO.  WITHOUT GREETCMP NOTHING HAS BEEN      *
001740*    RECORDED, SO ONLY THE INDUCTION RULE CAN RAISE A LINE.      *
001750******************************************************************
001760 1000-INITIALIZE.
001770
001780         ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
001790         IF WS-PARM-CARD (1:8) = SPACES
001800             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001810         ELSE
001820             IF WS-PARM-CARD (1:8) IS NUMERIC
001830                 MOVE WS-PARM-CARD (1:8) TO WS-RUN-DATE
001840         END-IF
001850     END-IF.
001860
001870         IF WS-RUN-MONTH < 1 OR WS-RUN-MONTH > 12
001880             OR WS-RUN-DAY < 1 OR WS-RUN-DAY > 31
001890             DISPLAY "PARM " WS-PARM-CARD (1:8)
001900                 " IS NOT A VALID YYYYMMDD DATE "
001910                 "- NOTHING REPORTED"
001920             GO TO 1000-EXIT
001930     END-IF.
001940         SET WS-PARM-OK TO TRUE.
001950
001960         MOVE WS-RUN-DATE TO WS-DTS-DATE.
001970         PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT.
001980         MOVE WS-DTS-SERIAL TO WS-RUN-SERIAL.
001990         COMPUTE WS-HORIZON-SERIAL = WS-RUN-SERIAL + 30.
002000
002010         OPEN INPUT GREETPRM-FILE.
002020         IF WS-PRM-STATUS = "00"
002030             MOVE "INDUCTRQ" TO PR-PARM-KEY
002040             READ GREETPRM-FILE
002050                 INVALID KEY
002060                     CONTINUE
002070                 NOT INVALID KEY
002080                     MOVE PR-PARM-VALUE TO WS-INDUCTION-RULE
002090         END-READ
002100             CLOSE GREETPRM-FILE
002110     END-IF.
002120
002130         OPEN INPUT GREETAPT-FILE.
002140         IF WS-APT-STATUS = "00"
002150             SET WS-APT-OPENED TO TRUE
002160         ELSE
002170             DISPLAY "GREETAPT NOT AVAILABLE, STATUS "
002180                 WS-APT-STATUS " - NO APPOINTMENTS CHECKED"
002190     END-IF.
002200
002210         OPEN INPUT GREETVIS-FILE.
002220         IF WS-VIS-STATUS = "00"
002230             SET WS-VIS-OPENED TO TRUE
002240         ELSE
002250             DISPLAY "GREETVIS NOT AVAILABLE, STATUS "
002260                 WS-VIS-STATUS " - NO APPOINTMENTS CHECKED"
002270     END-IF.
002280
002290         OPEN INPUT GREETCMP-FILE.
002300         IF WS-CMP-STATUS = "00"
002310             SET WS-CMP-OPENED TO TRUE
002320         ELSE
002330             DISPLAY "GREETCMP NOT AVAILABLE, STATUS "
002340                 WS-CMP-STATUS " - NO COMPLIANCE RECORDED"
002350     END-IF.
002360
002370         OPEN OUTPUT REPORT-FILE.
002380
002390         MOVE SPACES TO WS-PRINT-LINE.
002400         STRING "COMPLIANCE RENEWALS FOR APPOINTMENTS FROM "
002410             DELIMITED BY SIZE
002420             WS-RUN-DATE DELIMITED BY SIZE
002430             INTO WS-PRINT-LINE.
002440         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002450         MOVE SPACES TO WS-PRINT-LINE.
002460         MOVE "T: I INDUCTION  N NDA  E ESCORT-ONLY"
002470             TO WS-PRINT-LINE.
002480         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002490         MOVE SPACES TO WS-PRINT-LINE.
002500         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002510         MOVE "DATE     TIME  VISITOR" TO WS-PRINT-LINE.
002520         MOVE "HOST                 T EXPIRY   STATUS"
002530             TO WS-PRINT-LINE (41:38).
002540         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002550
002560 1000-EXIT.
002570     EXIT.
002580
002590******************************************************************
002600*    2000-SCAN-APPOINTMENTS - BROWSE GREETAPT FROM THE RUN DATE  *
002610*    TO THE END OF THE FILE.  THE KEY LEADS WITH THE APPOINTMENT *
002620*    DATE, SO THE REPORT COMES OUT IN VISIT ORDER.               *
002630******************************************************************
002640 2000-SCAN-APPOINTMENTS.
002650
002660         IF NOT WS-APT-OPENED OR NOT WS-VIS-OPENED
002670             GO TO 2000-REPORT-EMPTY
002680     END-IF.
002690
002700         MOVE LOW-VALUES TO AP-APPT-KEY.
002710         MOVE WS-RUN-DATE TO AP-APPT-DATE.
002720         START GREETAPT-FILE
002730             KEY IS NOT LESS THAN AP-APPT-KEY
002740             INVALID KEY
002750                 SET WS-APT-EOF TO TRUE
002760     END-START.
002770
002780         IF NOT WS-APT-EOF
002790             PERFORM 2100-READ-APPOINTMENT THRU 2100-EXIT
002800     END-IF.
002810         PERFORM 3000-CHECK-ONE-APPOINTMENT THRU 3000-EXIT
002820             UNTIL WS-APT-EOF.
002830
002840 2000-REPORT-EMPTY.
002850
002860         IF WS-EXPIRED-COUNT + WS-EXPIRES-COUNT + WS-MISSING-COUNT
002870             = ZERO
002880             MOVE SPACES TO WS-PRINT-LINE
002890             MOVE "  NOTHING DUE FOR RENEWAL" TO WS-PRINT-LINE
002900             WRITE REPORT-RECORD FROM WS-PRINT-LINE
002910     END-IF.
002920
002930 2000-EXIT.
002940     EXIT.
002950
002960******************************************************************
002970*    2100-READ-APPOINTMENT - PRIMING AND SUBSEQUENT READS.       *
002980******************************************************************
002990 2100-READ-APPOINTMENT.
003000
003010         READ GREETAPT-FILE NEXT RECORD
003020             AT END
003030                 SET WS-APT-EOF TO TRUE
003040     END-READ.
003050
003060 2100-EXIT.
003070     EXIT.
003080
003090******************************************************************
003100*    3000-CHECK-ONE-APPOINTMENT - FIND THE VISITOR FOR ONE       *
003110*    EXPECTED APPOINTMENT AND CHECK EACH REQUIREMENT TYPE.  A    *
003120*    FIRST-TIME VISITOR IS NOT ON GREETVIS YET AND SO CANNOT     *
003130*    HAVE COMPLETED ANYTHING; WHEN GREETPRM INDUCTRQ IS SET THE  *
003140*    INDUCTION IS LISTED AS MISSING FOR THEM.  AN ESCORT-ONLY    *
003150*    CLEARANCE IN GOOD STANDING STANDS IN FOR THE INDUCTION, AS  *
003160*    IT DOES AT THE DESK.                                        *
003170******************************************************************
003180 3000-CHECK-ONE-APPOINTMENT.
003190
003200         ADD 1 TO WS-APT-READ-COUNT.
003210         IF NOT AP-EXPECTED
003220             GO TO 3000-READ-NEXT
003230     END-IF.
003240         ADD 1 TO WS-APT-CHECKED-COUNT.
003250
003260         MOVE AP-LAST TO VM-LAST.
003270         MOVE AP-FIRST TO VM-FIRST.
003280         READ GREETVIS-FILE
003290             KEY IS VM-NAME-KEY
003300             INVALID KEY
003310                 ADD 1 TO WS-NO-MASTER-COUNT
003320                 IF WS-INDUCTION-RULE NOT = ZERO
003330                     MOVE "I" TO WS-CMP-REQ-TYPE
003340                     MOVE ZERO TO CM-EXPIRY-DATE
003350                     MOVE "MISSING" TO WS-CMP-PROBLEM
003360                     PERFORM 4000-PRINT-LINE THRU 4000-EXIT
003370             END-IF
003380                 GO TO 3000-READ-NEXT
003390     END-READ.
003400
003410         MOVE "N" TO WS-ESCORT-ONLY-SW.
003420         MOVE "E" TO WS-CMP-REQ-TYPE.
003430         PERFORM 3500-CHECK-ONE-REQUIREMENT THRU 3500-EXIT.
003440         IF WS-CMP-FOUND AND WS-CMP-PROBLEM = SPACES
003450             AND CM-COMPLETED-DATE NOT = ZERO
003460             SET WS-ESCORT-ONLY TO TRUE
003470     END-IF.
003480
003490         IF NOT WS-ESCORT-ONLY
003500             MOVE "I" TO WS-CMP-REQ-TYPE
003510             PERFORM 3500-CHECK-ONE-REQUIREMENT THRU 3500-EXIT
003520     END-IF.
003530
003540         MOVE "N" TO WS-CMP-REQ-TYPE.
003550         PERFORM 3500-CHECK-ONE-REQUIREMENT THRU 3500-EXIT.
003560
003570 3000-READ-NEXT.
003580
003590         PERFORM 2100-READ-APPOINTMENT THRU 2100-EXIT.
003600
003610 3000-EXIT.
003620     EXIT.
003630
003640******************************************************************
003650*    3500-CHECK-ONE-REQUIREMENT - CHECK THE TYPE STAGED IN       *
003660*    WS-CMP-REQ-TYPE FOR THE VISITOR JUST READ, ON THE SAME      *
003670*    RULES AS THE DESK: THE INDUCTION IS NEEDED WHEN INDUCTRQ IS *
003680*    SET, AN INDUCTION OR NDA IS NEEDED WHEN THE VISITOR'S       *
003690*    COMPANY HAS A RECORD FOR IT IN FORCE ON THE VISIT DATE, AND *
003700*    ANY TYPE THE VISITOR HOLDS A RECORD FOR IS CHECKED.  A LINE *
003710*    IS PRINTED WHEN IT IS NEEDED BUT NEVER COMPLETED (MISSING), *
003720*    ALREADY PAST ITS EXPIRY (EXPIRED), OR DUE TO EXPIRE WITHIN  *
003730*    30 DAYS OR BEFORE THE VISIT (EXPIRES).                      *
003740******************************************************************
003750 3500-CHECK-ONE-REQUIREMENT.
003760
003770         MOVE "N" TO WS-CMP-NEEDED-SW.
003780         MOVE "N" TO WS-CMP-FOUND-SW.
003790         MOVE SPACES TO WS-CMP-PROBLEM.
003800
003810         IF WS-CMP-REQ-TYPE = "I" AND WS-INDUCTION-RULE NOT = ZERO
003820             SET WS-CMP-NEEDED TO TRUE
003830     END-IF.
003840
003850         IF NOT WS-CMP-OPENED
003860             GO TO 3500-EVALUATE
003870     END-IF.
003880
003890         IF WS-CMP-REQ-TYPE NOT = "E" AND VM-ORG-CODE NOT = SPACES
003900             MOVE "O" TO CM-HOLDER-TYPE
003910             MOVE VM-ORG-CODE TO CM-HOLDER-ID
003920             MOVE WS-CMP-REQ-TYPE TO CM-REQ-TYPE
003930             READ GREETCMP-FILE
003940                 KEY IS CM-COMPLIANCE-KEY
003950                 INVALID KEY
003960                     CONTINUE
003970                 NOT INVALID KEY
003980                     IF CM-COMPLETED-DATE NOT > AP-APPT-DATE
003990                         AND (CM-EXPIRY-DATE = ZERO
004000                         OR CM-EXPIRY-DATE NOT < AP-APPT-DATE)
004010                         SET WS-CMP-NEEDED TO TRUE
004020                 END-IF
004030         END-READ
004040     END-IF.
004050
004060         MOVE "V" TO CM-HOLDER-TYPE.
004070         MOVE VM-VISITOR-ID TO CM-VISITOR-ID.
004080         MOVE WS-CMP-REQ-TYPE TO CM-REQ-TYPE.
004090         READ GREETCMP-FILE
004100             KEY IS CM-COMPLIANCE-KEY
004110             INVALID KEY
004120                 CONTINUE
004130             NOT INVALID KEY
004140                 SET WS-CMP-FOUND TO TRUE
004150     END-READ.
004160
004170 3500-EVALUATE.
004180
004190         IF NOT WS-CMP-FOUND
004200             IF WS-CMP-NEEDED
004210                 MOVE ZERO TO CM-EXPIRY-DATE
004220                 MOVE "MISSING" TO WS-CMP-PROBLEM
004230                 PERFORM 4000-PRINT-LINE THRU 4000-EXIT
004240         END-IF
004250             GO TO 3500-EXIT
004260     END-IF.
004270
004280         IF CM-COMPLETED-DATE = ZERO
004290             MOVE ZERO TO CM-EXPIRY-DATE
004300             MOVE "MISSING" TO WS-CMP-PROBLEM
004310             PERFORM 4000-PRINT-LINE THRU 4000-EXIT
004320             GO TO 3500-EXIT
004330     END-IF.
004340
004350         IF CM-EXPIRY-DATE = ZERO
004360             GO TO 3500-EXIT
004370     END-IF.
004380
004390         MOVE CM-EXPIRY-DATE TO WS-DTS-DATE.
004400         PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT.
004410         EVALUATE TRUE
004420             WHEN CM-EXPIRY-DATE < WS-RUN-DATE
004430                 MOVE "EXPIRED" TO WS-CMP-PROBLEM
004440             WHEN WS-DTS-SERIAL NOT > WS-HORIZON-SERIAL
004450             WHEN CM-EXPIRY-DATE < AP-APPT-DATE
004460                 MOVE "EXPIRES" TO WS-CMP-PROBLEM
004470             WHEN OTHER
004480                 GO TO 3500-EXIT
004490     END-EVALUATE.
004500
004510         PERFORM 4000-PRINT-LINE THRU 4000-EXIT.
004520
004530 3500-EXIT.
004540     EXIT.
004550
004560******************************************************************
004570*    4000-PRINT-LINE - PRINT ONE LINE FOR THE APPOINTMENT AND    *
004580*    REQUIREMENT JUST CHECKED AND COUNT IT BY STATUS.            *
004590******************************************************************
004600 4000-PRINT-LINE.
004610
004620         EVALUATE WS-CMP-PROBLEM
004630             WHEN "EXPIRED"
004640                 ADD 1 TO WS-EXPIRED-COUNT
004650             WHEN "EXPIRES"
004660                 ADD 1 TO WS-EXPIRES-COUNT
004670             WHEN OTHER
004680                 ADD 1 TO WS-MISSING-COUNT
004690     END-EVALUATE.
004700
004710         MOVE SPACES TO WS-NAME-WORK.
004720         STRING AP-FIRST DELIMITED BY "  "
004730             " " DELIMITED BY SIZE
004740             AP-LAST DELIMITED BY "  "
004750             INTO WS-NAME-WORK.
004760
004770         MOVE AP-EXPECT-TIME TO WS-TIME-WORK.
004780         MOVE SPACES TO WS-PRINT-LINE.
004790         MOVE AP-APPT-DATE TO WS-PRINT-LINE (1:8).
004800         MOVE WS-TIME-HOUR TO WS-PRINT-LINE (10:2).
004810         MOVE ":" TO WS-PRINT-LINE (12:1).
004820         MOVE WS-TIME-MIN TO WS-PRINT-LINE (13:2).
004830         MOVE WS-NAME-WORK TO WS-PRINT-LINE (16:24).
004840         MOVE AP-HOST-NAME TO WS-PRINT-LINE (41:20).
004850         MOVE WS-CMP-REQ-TYPE TO WS-PRINT-LINE (62:1).
004860         IF CM-EXPIRY-DATE NOT = ZERO
004870             MOVE CM-EXPIRY-DATE TO WS-PRINT-LINE (64:8)
004880     END-IF.
004890         MOVE WS-CMP-PROBLEM TO WS-PRINT-LINE (73:7).
004900         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
004910
004920 4000-EXIT.
004930     EXIT.
004940
004950******************************************************************
004960*    7000-DATE-TO-SERIAL - CONVERT WS-DTS-DATE (YYYYMMDD) TO A   *
004970*    DAY SERIAL IN WS-DTS-SERIAL, SO A WINDOW THAT CROSSES A     *
004980*    MONTH OR YEAR END IS A SIMPLE SUBTRACTION.  SAME METHOD AS  *
004990*    GREETARC.                                                   *
005000******************************************************************
005010 7000-DATE-TO-SERIAL.
005020
005030         MOVE WS-DTS-YEAR  TO WS-DTS-WORK-YEAR.
005040         MOVE WS-DTS-MONTH TO WS-DTS-WORK-MONTH.
005050         IF WS-DTS-WORK-MONTH < 3
005060             SUBTRACT 1 FROM WS-DTS-WORK-YEAR
005070             ADD 12 TO WS-DTS-WORK-MONTH
005080     END-IF.
005090
005100*        EACH DIVISION IS DONE SEPARATELY INTO AN INTEGER FIELD
005110*        SO EVERY TERM IS TRUNCATED ON ITS OWN, AS THE DAY-COUNT
005120*        FORMULA REQUIRES.
005130         DIVIDE WS-DTS-WORK-YEAR BY 4
005140             GIVING WS-DTS-QUAD-TERM.
005150         DIVIDE WS-DTS-WORK-YEAR BY 100
005160             GIVING WS-DTS-CENT-TERM.
005170         DIVIDE WS-DTS-WORK-YEAR BY 400
005180             GIVING WS-DTS-QCENT-TERM.
005190         COMPUTE WS-DTS-MONTH-TERM =
005200             (153 * (WS-DTS-WORK-MONTH - 3)) + 2.
005210         DIVIDE WS-DTS-MONTH-TERM BY 5
005220             GIVING WS-DTS-MONTH-TERM.
005230         COMPUTE WS-DTS-SERIAL =
005240             (365 * WS-DTS-WORK-YEAR)
005250             + WS-DTS-QUAD-TERM
005260             - WS-DTS-CENT-TERM
005270             + WS-DTS-QCENT-TERM
005280             + WS-DTS-MONTH-TERM
005290             + WS-DTS-DAY.
005300
005310 7000-EXIT.
005320     EXIT.
005330
005340******************************************************************
005350*    8000-PRINT-TOTALS - CONTROL TOTALS ON THE REPORT AND THE    *
005360*    CONSOLE.                                                    *
005370******************************************************************
005380 8000-PRINT-TOTALS.
005390
005400         MOVE SPACES TO WS-PRINT-LINE.
005410         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005420
005430         MOVE WS-APT-READ-COUNT TO WS-COUNT-DISP.
005440         MOVE SPACES TO WS-PRINT-LINE.
005450         STRING "APPOINTMENTS READ . . . . . . "
005460             DELIMITED BY SIZE
005470             WS-COUNT-DISP DELIMITED BY SIZE
005480             INTO WS-PRINT-LINE.
005490         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005500
005510         MOVE WS-APT-CHECKED-COUNT TO WS-COUNT-DISP.
005520         MOVE SPACES TO WS-PRINT-LINE.
005530         STRING "EXPECTED VISITS CHECKED . . . "
005540             DELIMITED BY SIZE
005550             WS-COUNT-DISP DELIMITED BY SIZE
005560             INTO WS-PRINT-LINE.
005570         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005580
005590         MOVE WS-NO-MASTER-COUNT TO WS-COUNT-DISP.
005600         MOVE SPACES TO WS-PRINT-LINE.
005610         STRING "  FIRST-TIME (NOT ON GREETVIS)"
005620             DELIMITED BY SIZE
005630             WS-COUNT-DISP DELIMITED BY SIZE
005640             INTO WS-PRINT-LINE.
005650         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005660
005670         MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISP.
005680         MOVE SPACES TO WS-PRINT-LINE.
005690         STRING "ALREADY EXPIRED . . . . . . . "
005700             DELIMITED BY SIZE
005710             WS-COUNT-DISP DELIMITED BY SIZE
005720             INTO WS-PRINT-LINE.
005730         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005740
005750         MOVE WS-EXPIRES-COUNT TO WS-COUNT-DISP.
005760         MOVE SPACES TO WS-PRINT-LINE.
005770         STRING "EXPIRING BEFORE RENEWAL DATE  "
005780             DELIMITED BY SIZE
005790             WS-COUNT-DISP DELIMITED BY SIZE
005800             INTO WS-PRINT-LINE.
005810         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005820
005830         MOVE WS-MISSING-COUNT TO WS-COUNT-DISP.
005840         MOVE SPACES TO WS-PRINT-LINE.
005850         STRING "REQUIRED BUT MISSING  . . . . "
005860             DELIMITED BY SIZE
005870             WS-COUNT-DISP DELIMITED BY SIZE
005880             INTO WS-PRINT-LINE.
005890         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005900
005910         DISPLAY "APPOINTMENTS READ  . " WS-APT-READ-COUNT.
005920         DISPLAY "EXPIRED  . . . . . . " WS-EXPIRED-COUNT.
005930         DISPLAY "EXPIRING . . . . . . " WS-EXPIRES-COUNT.
005940         DISPLAY "MISSING  . . . . . . " WS-MISSING-COUNT.
005950
005960 8000-EXIT.
005970     EXIT.
005980
005990******************************************************************
006000*    9000-TERMINATE - CLOSE THE FILES.                           *
006010******************************************************************
006020 9000-TERMINATE.
006030
006040         IF WS-PARM-OK
006050             CLOSE REPORT-FILE
006060     END-IF.
006070         IF WS-APT-OPENED
006080             CLOSE GREETAPT-FILE
006090     END-IF.
006100         IF WS-VIS-OPENED
006110             CLOSE GREETVIS-FILE
006120     END-IF.
006130         IF WS-CMP-OPENED
006140             CLOSE GREETCMP-FILE
006150     END-IF.
006160
006170 9000-EXIT.
006180     EXIT.
006190
006200 END PROGRAM GREETCXR.
