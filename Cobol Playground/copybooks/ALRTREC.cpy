000170*    DATE       INIT  DESCRIPTION                                *
000180*    ---------- ----  -------------------------------------      *
000190*    2026-09-02 MK    ORIGINAL COPYBOOK.                         *
000200*    2026-10-15 MK    ADDED THE "L" LOOKBACK ALERT GREETLBK      *
000210*                     WRITES WHEN A NAME NEWLY PUT ON THE        *
000220*                     WATCHLIST IS FOUND TO HAVE VISITED BEFORE, *
000230*                     TO BE ON SITE NOW, OR TO BE BOOKED IN.     *
000240*    2026-10-15 MK    ADDED AL-SITE-CODE, THE SITE THE ALERT WAS *
000250*                     RAISED AT, OUT OF THE TRAILING FILLER.  A  *
000260*                     BLANK SITE MEANS AN ALERT WRITTEN BEFORE   *
000270*                     IT WAS CARRIED.                            *
000280*                                                                *
000290******************************************************************
000300 01  ALERT-RECORD.
000310     05  AL-ALERT-TYPE           PIC X(01).
000320         88  AL-VIP-NOTICE               VALUE "V".
000330         88  AL-SECURITY-ALERT           VALUE "B".
000340         88  AL-LOOKBACK-ALERT           VALUE "L".
000350     05  AL-ALERT-DATE           PIC 9(08).
000360     05  AL-ALERT-TIME           PIC 9(08).
000370     05  AL-LAST                 PIC X(20).
000380     05  AL-FIRST                PIC X(15).
000390     05  AL-INSTRUCTIONS         PIC X(40).
000400     05  AL-SITE-CODE            PIC X(03).
000410     05  FILLER                  PIC X(05).
