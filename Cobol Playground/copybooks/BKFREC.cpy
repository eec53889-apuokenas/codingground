000010******************************************************************
000020*                                                                *
000030*    COPYBOOK    :  BKFREC                                       *
000040*    AUTHOR      :  M. KAVALIAUSKAS                              *
000050*    DATE-WRITTEN:  2026-10-15                                   *
000060*    PURPOSE     :  RECORD LAYOUT FOR THE BOOKFEED EXTRACT THE   *
000070*                   CORPORATE MEETING/ROOM-BOOKING SYSTEM SENDS  *
000080*                   NIGHTLY.  SAME HEADER / DETAIL / TRAILER     *
000090*                   SHAPE AS CRMFEED AND CRMUPD: A HEADER SAYS   *
000100*                   WHEN THE EXTRACT WAS CUT, ONE DETAIL PER     *
000110*                   VISITOR ON A BOOKING ASKS FOR THE GREETAPT   *
000120*                   APPOINTMENT TO BE ADDED OR CANCELLED, AND A  *
000130*                   TRAILER CARRIES THE DETAIL COUNT.  APPLIED   *
000140*                   TO GREETAPT BY GREETBKF.                     *
000150*                                                                *
000160*    MODIFICATION HISTORY                                       *
000170*    ------------------------------------------------------     *
000180*    DATE       INIT  DESCRIPTION                                *
000190*    ---------- ----  -------------------------------------      *
000200*    2026-10-15 MK    ORIGINAL COPYBOOK.                         *
000210*                                                                *
000220******************************************************************
000230 01  BOOKING-FEED-RECORD.
000240     05  BF-RECORD-TYPE          PIC X(01).
000250         88  BF-HEADER-RECORD            VALUE "H".
000260         88  BF-DETAIL-RECORD            VALUE "D".
000270         88  BF-TRAILER-RECORD           VALUE "T".
000280     05  BF-HEADER-DATA.
000290         10  BF-FILE-DATE        PIC 9(08).
000300         10  BF-FILE-TIME        PIC 9(08).
000310         10  FILLER              PIC X(63).
000320     05  BF-DETAIL-DATA REDEFINES BF-HEADER-DATA.
000330         10  BF-ACTION           PIC X(01).
000340             88  BF-ADD-BOOKING          VALUE "A".
000350             88  BF-CANCEL-BOOKING       VALUE "C".
000360         10  BF-BOOKING-REF      PIC X(10).
000370         10  BF-APPT-DATE        PIC 9(08).
000380         10  BF-APPT-DATE-X REDEFINES BF-APPT-DATE.
000390             15  BF-APPT-YEAR    PIC 9(04).
000400             15  BF-APPT-MONTH   PIC 9(02).
000410             15  BF-APPT-DAY     PIC 9(02).
000420         10  BF-LAST             PIC X(20).
000430         10  BF-FIRST            PIC X(15).
000440         10  BF-EXPECT-TIME      PIC 9(04).
000450         10  BF-HOST-ID          PIC X(06).
000460         10  FILLER              PIC X(15).
000470     05  BF-TRAILER-DATA REDEFINES BF-HEADER-DATA.
000480         10  BF-RECORD-COUNT     PIC 9(08).
000490         10  FILLER              PIC X(71).
