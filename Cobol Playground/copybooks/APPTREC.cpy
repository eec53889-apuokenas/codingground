000170*    DATE       INIT  DESCRIPTION                                *
000180*    ---------- ----  -------------------------------------      *
000190*    2026-09-02 MK    ORIGINAL COPYBOOK.                         *
000200*    2026-10-15 MK    ADDED AP-HOST-ID (CARVED FROM FILLER) SO   *
000210*                     EVERY APPOINTMENT NAMES A HOST ON THE      *
000220*                     GREETHST HOST DIRECTORY.                   *
000230*                                                                *
000240******************************************************************
000250 01  GREETAPT-RECORD.
000260     05  AP-APPT-KEY.
000270         10  AP-APPT-DATE        PIC 9(08).
000280         10  AP-LAST             PIC X(20).
000290         10  AP-FIRST            PIC X(15).
000300     05  AP-EXPECT-TIME          PIC 9(04).
000310     05  AP-HOST-NAME            PIC X(20).
000320     05  AP-APPT-STATUS          PIC X(01).
000330         88  AP-EXPECTED                 VALUE "E".
000340         88  AP-ARRIVED                  VALUE "A".
000350     05  AP-HOST-ID              PIC X(06).
000360     05  FILLER                  PIC X(02).
