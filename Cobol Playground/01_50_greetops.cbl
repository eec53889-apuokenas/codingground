000080*    PURPOSE    :  MORNING OPERATIONS CHECK OF THE GREETRUN      *
000090*                  RUN-CONTROL LOG.  VERIFIES THAT LAST NIGHT'S  *
000100*                  SEQUENCE - BATCH SAMPLE, THEN GREETRPT, THEN  *
000110*                  GREETEXT, THEN THE GREETXCK INTEGRITY AUDIT - *
000120*                  RAN TO COMPLETION IN ORDER, AND FLAGS ANY     *
000130*                  STEP THAT IS MISSING, OUT OF ORDER, OR ENDED  *
000140*                  ABNORMALLY, SO OPERATIONS HAS ONE PLACE TO    *
000150*                  LOOK INSTEAD OF FOUR JOB LOGS.  A GREETXCK    *
000160*                  0004 (EXCEPTIONS FOUND) IS ADVISORY: IT IS    *
000170*                  REPORTED AS A WARNING AND DOES NOT BREAK THE  *
000180*                  SEQUENCE.  AN OPTIONAL YYYYMMDD PARM LIMITS   *
000190*                  THE CHECK TO THAT RUN DATE.                   *
000200*                                                                *
000210*    MODIFICATION HISTORY                                       *
000220*    ------------------------------------------------------     *
000230*    DATE       INIT  DESCRIPTION                                *
000240*    ---------- ----  -------------------------------------      *
000250*    2026-08-22 MK    ORIGINAL PROGRAM.                          *
000260*    2026-09-02 MK    OPTIONAL SITE CODE IN PARM COLUMNS 10-12   *
000270*                     CHECKS ONE DESK'S SEQUENCE ON ITS OWN.     *
000280*                     A RUN-LOG RECORD WITH A BLANK SITE CODE    *
000290*                     (A CONSOLIDATED STEP) COUNTS FOR EVERY     *
000300*                     SITE.                                      *
000310*    2026-10-15 MK    GREETXCK INTEGRITY AUDIT CHECKED AS A      *
000320*                     FOURTH STEP.  ITS 0004 (EXCEPTIONS FOUND)  *
000330*                     IS REPORTED AS A WARNING, NOT AS A BROKEN  *
000340*                     SEQUENCE.                                  *
000350*                                                                *
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380     PROGRAM-ID.   GREETOPS AS "GREETOPS".
000390     AUTHOR.       M. KAVALIAUSKAS.
000400     DATE-WRITTEN. 2026-08-22.
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.
000450 OBJECT-COMPUTER.
000460
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490         SELECT GREETRUN-FILE ASSIGN TO "GREETRUN"
000500             ORGANIZATION IS SEQUENTIAL
000510             FILE STATUS IS WS-RUNL-STATUS.
000520
000530         SELECT REPORT-FILE ASSIGN TO "GREETOPR"
000540             ORGANIZATION IS SEQUENTIAL
000550             FILE STATUS IS WS-RPT-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590
000600 FD  GREETRUN-FILE
000610         LABEL RECORDS ARE STANDARD.
000620     COPY RUNLREC.
000630
000640 FD  REPORT-FILE
000650         LABEL RECORDS ARE STANDARD.
000660 01  REPORT-RECORD                   PIC X(080).
000670
000680 WORKING-STORAGE SECTION.
000690 77  WS-RUNL-STATUS              PIC X(02) VALUE SPACES.
000700 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
000710 01  WS-RUNL-EOF-SW              PIC X(01) VALUE "N".
000720     88  WS-RUNL-EOF                       VALUE "Y".
000730 01  WS-RUNL-OPEN-SW             PIC X(01) VALUE "N".
000740     88  WS-RUNL-OPENED                    VALUE "Y".
000750 77  WS-PARM-CARD                PIC X(20) VALUE SPACES.
000760 77  WS-CHECK-DATE               PIC 9(08) VALUE ZERO.
000770 77  WS-SITE-CODE                PIC X(03) VALUE SPACES.
000780 77  WS-RECORD-SEQ               PIC 9(08) COMP VALUE ZERO.
000790 01  STEP-TABLE.
000800     05  STEP-ENTRY OCCURS 4 TIMES
000810                    INDEXED BY ST-IDX.
000820         10  ST-PROGRAM          PIC X(08).
000830         10  ST-START-SEQ        PIC 9(08) COMP.
000840         10  ST-END-SEQ          PIC 9(08) COMP.
000850         10  ST-END-CODE         PIC X(04).
000860         10  ST-RECORDS          PIC 9(08).
000870 01  WS-STEP-OK-SW               PIC X(01) VALUE "Y".
000880     88  WS-STEP-OK                        VALUE "Y".
000890 01  WS-SEQUENCE-OK-SW           PIC X(01) VALUE "Y".
000900     88  WS-SEQUENCE-OK                    VALUE "Y".
000910 01  WS-AUDIT-WARN-SW            PIC X(01) VALUE "N".
000920     88  WS-AUDIT-WARNING                  VALUE "Y".
000930 77  WS-STEP-SUB                 PIC 9(04) COMP VALUE ZERO.
000940 77  WS-STEP-DISP                PIC 9(01) VALUE ZERO.
000950 77  WS-COUNT-DISP               PIC Z(07)9.
000960 01  WS-PRINT-LINE               PIC X(080) VALUE SPACES.
000970 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000980
000990 PROCEDURE DIVISION.
001000
001010******************************************************************
001020*    0000-MAINLINE                                               *
001030******************************************************************
001040 0000-MAINLINE.
001050
001060         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001070
001080         IF WS-RUNL-OPENED
001090             PERFORM 2100-READ-RUN-LOG THRU 2100-EXIT
001100             PERFORM 2200-NOTE-ONE-RECORD THRU 2200-EXIT
001110                 UNTIL WS-RUNL-EOF
001120             CLOSE GREETRUN-FILE
001130     END-IF.
001140
001150         PERFORM 4000-CHECK-SEQUENCE THRU 4000-EXIT.
001160         PERFORM 9000-TERMINATE THRU 9000-EXIT.
001170
001180         STOP RUN.
001190
001200******************************************************************
001210*    1000-INITIALIZE - PICK UP THE OPTIONAL CHECK DATE, SET UP   *
001220*    THE EXPECTED STEP SEQUENCE, AND OPEN THE RUN LOG AND THE    *
001230*    REPORT.  A MISSING RUN LOG MEANS NOTHING RAN LAST NIGHT -   *
001240*    EVERY STEP WILL BE REPORTED MISSING.                        *
001250******************************************************************
001260 1000-INITIALIZE.
001270
001280         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001290
001300         ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
001310         IF WS-PARM-CARD (1:8) IS NUMERIC
001320             MOVE WS-PARM-CARD (1:8) TO WS-CHECK-DATE
001330     END-IF.
001340
001350*        AN OPTIONAL SITE CODE AFTER THE DATE CHECKS ONE DESK'S
001360*        SEQUENCE ON ITS OWN.  BLANK OR "ALL" CHECKS EVERYTHING.
001370         IF WS-PARM-CARD (10:3) NOT = SPACES
001380             AND WS-PARM-CARD (10:3) NOT = "ALL"
001390             MOVE WS-PARM-CARD (10:3) TO WS-SITE-CODE
001400     END-IF.
001410
001420         PERFORM 1100-INIT-ONE-STEP THRU 1100-EXIT
001430             VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > 4.
001440         MOVE "SAMPLE" TO ST-PROGRAM (1).
001450         MOVE "GREETRPT" TO ST-PROGRAM (2).
001460         MOVE "GREETEXT" TO ST-PROGRAM (3).
001470         MOVE "GREETXCK" TO ST-PROGRAM (4).
001480
001490         OPEN INPUT GREETRUN-FILE.
001500         IF WS-RUNL-STATUS = "00"
001510             SET WS-RUNL-OPENED TO TRUE
001520         ELSE
001530             DISPLAY "GREETRUN NOT AVAILABLE, STATUS "
001540                 WS-RUNL-STATUS
001550                 " - NO RUN LOG TO CHECK"
001560     END-IF.
001570
001580         OPEN OUTPUT REPORT-FILE.
001590
001600         MOVE SPACES TO WS-PRINT-LINE.
001610         STRING "OVERNIGHT RUN SEQUENCE CHECK OF "
001620             DELIMITED BY SIZE
001630             WS-RUN-DATE DELIMITED BY SIZE
001640             INTO WS-PRINT-LINE.
001650         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
001660
001670         IF WS-CHECK-DATE > ZERO
001680             MOVE SPACES TO WS-PRINT-LINE
001690             STRING "RUN DATE CHECKED  . . . . . . "
001700                 DELIMITED BY SIZE
001710                 WS-CHECK-DATE DELIMITED BY SIZE
001720                 INTO WS-PRINT-LINE
001730             WRITE REPORT-RECORD FROM WS-PRINT-LINE
001740     END-IF.
001750
001760         MOVE SPACES TO WS-PRINT-LINE.
001770         IF WS-SITE-CODE = SPACES
001780             MOVE "SITE CHECKED  . . . . . . . . ALL SITES"
001790                 TO WS-PRINT-LINE
001800         ELSE
001810             MOVE "SITE CHECKED  . . . . . . . . "
001820                 TO WS-PRINT-LINE (1:30)
001830             MOVE WS-SITE-CODE TO WS-PRINT-LINE (31:3)
001840     END-IF.
001850         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
001860
001870         MOVE SPACES TO WS-PRINT-LINE.
001880         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
001890
001900 1000-EXIT.
001910     EXIT.
001920
001930******************************************************************
001940*    1100-INIT-ONE-STEP - CLEAR ONE STEP-TABLE ENTRY.            *
001950******************************************************************
001960 1100-INIT-ONE-STEP.
001970
001980         MOVE SPACES TO ST-PROGRAM (ST-IDX).
001990         MOVE ZERO TO ST-START-SEQ (ST-IDX).
002000         MOVE ZERO TO ST-END-SEQ (ST-IDX).
002010         MOVE SPACES TO ST-END-CODE (ST-IDX).
002020         MOVE ZERO TO ST-RECORDS (ST-IDX).
002030
002040 1100-EXIT.
002050     EXIT.
002060
002070******************************************************************
002080*    2100-READ-RUN-LOG - PRIMING AND SUBSEQUENT READS, NUMBERING *
002090*    EACH RECORD SO RELATIVE ORDER CAN BE CHECKED LATER.         *
002100******************************************************************
002110 2100-READ-RUN-LOG.
002120
002130         READ GREETRUN-FILE
002140             AT END
002150                 SET WS-RUNL-EOF TO TRUE
002160             NOT AT END
002170                 ADD 1 TO WS-RECORD-SEQ
002180     END-READ.
002190
002200 2100-EXIT.
002210     EXIT.
002220
002230******************************************************************
002240*    2200-NOTE-ONE-RECORD - REMEMBER THE LATEST START AND END    *
002250*    POSITION FOR EACH EXPECTED STEP.  THE SAMPLE STEP ONLY      *
002260*    COUNTS IN BATCH MODE - AN INTERACTIVE SAMPLE RUN DURING     *
002270*    THE DAY IS NOT PART OF THE OVERNIGHT SEQUENCE.  RECORDS     *
002280*    OUTSIDE THE REQUESTED CHECK DATE ARE SKIPPED.               *
002290******************************************************************
002300 2200-NOTE-ONE-RECORD.
002310
002320         IF WS-CHECK-DATE > ZERO
002330             AND RL-RUN-DATE NOT = WS-CHECK-DATE
002340             GO TO 2200-NEXT
002350     END-IF.
002360
002370*        A RECORD STAMPED FOR ANOTHER SITE IS NOT PART OF THIS
002380*        SITE'S SEQUENCE; A BLANK SITE CODE IS A CONSOLIDATED
002390*        STEP AND COUNTS FOR EVERY SITE.
002400         IF WS-SITE-CODE NOT = SPACES
002410             AND RL-SITE-CODE NOT = SPACES
002420             AND RL-SITE-CODE NOT = WS-SITE-CODE
002430             GO TO 2200-NEXT
002440     END-IF.
002450
002460         IF RL-PROGRAM-NAME = "SAMPLE"
002470             AND RL-RUN-MODE NOT = "B"
002480             GO TO 2200-NEXT
002490     END-IF.
002500
002510         PERFORM 2300-MATCH-ONE-STEP THRU 2300-EXIT
002520             VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > 4.
002530
002540 2200-NEXT.
002550
002560         PERFORM 2100-READ-RUN-LOG THRU 2100-EXIT.
002570
002580 2200-EXIT.
002590     EXIT.
002600
002610******************************************************************
002620*    2300-MATCH-ONE-STEP - IF THE CURRENT LOG RECORD BELONGS TO  *
002630*    THIS STEP, NOTE ITS POSITION (AND CODE AND COUNT ON AN      *
002640*    END RECORD).                                                *
002650******************************************************************
002660 2300-MATCH-ONE-STEP.
002670
002680         IF RL-PROGRAM-NAME NOT = ST-PROGRAM (ST-IDX)
002690             GO TO 2300-EXIT
002700     END-IF.
002710
002720         IF RL-START-RECORD
002730             MOVE WS-RECORD-SEQ TO ST-START-SEQ (ST-IDX)
002740     END-IF.
002750         IF RL-END-RECORD
002760             MOVE WS-RECORD-SEQ TO ST-END-SEQ (ST-IDX)
002770             MOVE RL-COMPLETION-CODE TO ST-END-CODE (ST-IDX)
002780             MOVE RL-RECORDS-PROCESSED TO ST-RECORDS (ST-IDX)
002790     END-IF.
002800
002810 2300-EXIT.
002820     EXIT.
002830
002840******************************************************************
002850*    4000-CHECK-SEQUENCE - ONE LINE PER EXPECTED STEP, THEN THE  *
002860*    OVERALL VERDICT.  A STEP IS GOOD WHEN IT STARTED, ENDED     *
002870*    AFTER IT STARTED, ENDED CLEANLY, AND STARTED AFTER THE      *
002880*    PRIOR STEP ENDED.                                           *
002890******************************************************************
002900 4000-CHECK-SEQUENCE.
002910
002920         PERFORM 4100-CHECK-ONE-STEP THRU 4100-EXIT
002930             VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > 4.
002940
002950         MOVE SPACES TO WS-PRINT-LINE.
002960         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002970         MOVE SPACES TO WS-PRINT-LINE.
002980         IF WS-SEQUENCE-OK
002990             MOVE "OVERNIGHT SEQUENCE RAN TO COMPLETION IN ORDER"
003000                 TO WS-PRINT-LINE
003010             DISPLAY "OVERNIGHT SEQUENCE OK"
003020         ELSE
003030             MOVE "*** OVERNIGHT SEQUENCE BROKEN - SEE ABOVE ***"
003040                 TO WS-PRINT-LINE
003050             DISPLAY "*** OVERNIGHT SEQUENCE BROKEN ***"
003060     END-IF.
003070         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
003080
003090         IF WS-AUDIT-WARNING
003100             MOVE "*** INTEGRITY AUDIT FOUND EXCEPTIONS - SEE "
003110                 TO WS-PRINT-LINE
003120             MOVE "GREETAUR ***" TO WS-PRINT-LINE (44:12)
003130             WRITE REPORT-RECORD FROM WS-PRINT-LINE
003140             DISPLAY "*** INTEGRITY AUDIT FOUND EXCEPTIONS ***"
003150     END-IF.
003160
003170 4000-EXIT.
003180     EXIT.
003190
003200******************************************************************
003210*    4100-CHECK-ONE-STEP - JUDGE ONE STEP AND PRINT ITS LINE.    *
003220******************************************************************
003230 4100-CHECK-ONE-STEP.
003240
003250         MOVE "Y" TO WS-STEP-OK-SW.
003260         MOVE SPACES TO WS-PRINT-LINE.
003270         SET WS-STEP-SUB TO ST-IDX.
003280         MOVE WS-STEP-SUB TO WS-STEP-DISP.
003290         MOVE WS-STEP-DISP TO WS-PRINT-LINE (1:1).
003300         MOVE ST-PROGRAM (ST-IDX) TO WS-PRINT-LINE (3:8).
003310
003320         EVALUATE TRUE
003330             WHEN ST-START-SEQ (ST-IDX) = ZERO
003340                 MOVE "MISSING - NEVER STARTED"
003350                     TO WS-PRINT-LINE (13:23)
003360                 MOVE "N" TO WS-STEP-OK-SW
003370             WHEN ST-END-SEQ (ST-IDX) < ST-START-SEQ (ST-IDX)
003380                 MOVE "STARTED BUT NEVER ENDED - ABEND?"
003390                     TO WS-PRINT-LINE (13:32)
003400                 MOVE "N" TO WS-STEP-OK-SW
003410             WHEN ST-PROGRAM (ST-IDX) = "GREETXCK"
003420                 AND ST-END-CODE (ST-IDX) = "0004"
003430                 MOVE "EXCEPTIONS FOUND" TO WS-PRINT-LINE (13:16)
003440                 MOVE ST-RECORDS (ST-IDX) TO WS-COUNT-DISP
003450                 MOVE WS-COUNT-DISP TO WS-PRINT-LINE (30:8)
003460                 SET WS-AUDIT-WARNING TO TRUE
003470             WHEN ST-END-CODE (ST-IDX) NOT = "0000"
003480                 MOVE "ENDED ABNORMALLY, CODE"
003490                     TO WS-PRINT-LINE (13:22)
003500                 MOVE ST-END-CODE (ST-IDX)
003510                     TO WS-PRINT-LINE (36:4)
003520                 MOVE "N" TO WS-STEP-OK-SW
003530             WHEN OTHER
003540                 MOVE "COMPLETED" TO WS-PRINT-LINE (13:9)
003550                 MOVE ST-RECORDS (ST-IDX) TO WS-COUNT-DISP
003560                 MOVE WS-COUNT-DISP TO WS-PRINT-LINE (24:8)
003570                 MOVE "RECORDS" TO WS-PRINT-LINE (33:7)
003580     END-EVALUATE.
003590
003600*        A STEP THAT RAN MUST ALSO HAVE STARTED AFTER THE PRIOR
003610*        STEP ENDED, OR THE STREAM RAN OUT OF ORDER.
003620         IF WS-STEP-OK AND ST-IDX > 1
003630             SET WS-STEP-SUB TO ST-IDX
003640             SUBTRACT 1 FROM WS-STEP-SUB
003650             IF ST-END-SEQ (WS-STEP-SUB) = ZERO
003660                 OR ST-START-SEQ (ST-IDX) <
003670                     ST-END-SEQ (WS-STEP-SUB)
003680                 MOVE "- OUT OF ORDER" TO WS-PRINT-LINE (42:14)
003690                 MOVE "N" TO WS-STEP-OK-SW
003700         END-IF
003710     END-IF.
003720
003730         IF NOT WS-STEP-OK
003740             MOVE "N" TO WS-SEQUENCE-OK-SW
003750     END-IF.
003760
003770         WRITE REPORT-RECORD FROM WS-PRINT-LINE.
003780
003790 4100-EXIT.
003800     EXIT.
003810
003820******************************************************************
003830*    9000-TERMINATE - CLOSE THE REPORT FILE.                     *
003840******************************************************************
003850 9000-TERMINATE.
003860
003870         CLOSE REPORT-FILE.
003880
003890 9000-EXIT.
003900     EXIT.
003910
003920 END PROGRAM GREETOPS.
