000190*    DATE       INIT  DESCRIPTION                                *
000200*    ---------- ----  -------------------------------------      *
000210*    2026-09-02 MK    ORIGINAL COPYBOOK.                         *
000220*    2026-10-15 MK    ADDED BG-SITE-CODE (CARVED FROM FILLER)    *
000230*                     RECORDING THE DESK THAT ISSUED THE BADGE,  *
000240*                     FOR THE GREETDUR VISIT DURATION REPORT.    *
000250*                                                                *
000260******************************************************************
000270 01  GREETBDG-RECORD.
000280     05  BG-BADGE-NO             PIC 9(06).
000290     05  BG-LAST                 PIC X(20).
000300     05  BG-FIRST                PIC X(15).
000310     05  BG-ISSUE-DATE           PIC 9(08).
000320     05  BG-ISSUE-TIME           PIC 9(08).
000330     05  BG-SIGNOUT-DATE         PIC 9(08).
000340     05  BG-SIGNOUT-TIME         PIC 9(08).
000350     05  BG-BADGE-STATUS         PIC X(01).
000360         88  BG-BADGE-OPEN               VALUE "O".
000370         88  BG-BADGE-CLOSED             VALUE "C".
000380     05  BG-SITE-CODE            PIC X(03).
000390     05  FILLER                  PIC X(03).
