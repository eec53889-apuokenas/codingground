000190*    DATE       INIT  DESCRIPTION                                *
000200*    ---------- ----  -------------------------------------      *
000210*    2026-09-02 MK    ORIGINAL COPYBOOK.                         *
000220*    2026-10-15 MK    ADDED "E" ENTRIES FOR VISITORS WHO MAY BE  *
000230*                     ADMITTED ONLY UNDER ESCORT.  SAMPLE PRINTS *
000240*                     "ESCORT REQUIRED" ON THEIR BADGE LABEL.    *
000250*                                                                *
000260******************************************************************
000270 01  GREETWCH-RECORD.
000280     05  WC-NAME-KEY.
000290         10  WC-LAST             PIC X(20).
000300         10  WC-FIRST            PIC X(15).
000310     05  WC-WATCH-TYPE           PIC X(01).
000320         88  WC-VIP                      VALUE "V".
000330         88  WC-BARRED                   VALUE "B".
000340         88  WC-ESCORT                   VALUE "E".
000350     05  WC-INSTRUCTIONS         PIC X(40).
000360     05  FILLER                  PIC X(04).
