000010******************************************************************
000020*                                                                *
000030*    COPYBOOK    :  DSTREC                                       *
000040*    AUTHOR      :  M. KAVALIAUSKAS                              *
000050*    DATE-WRITTEN:  2026-10-15                                   *
000060*    PURPOSE     :  RECORD LAYOUT FOR THE GREETDST DAILY         *
000070*                   STATISTICS FILE, ONE RECORD PER DATE AND     *
000080*                   SITE, KEPT INDEFINITELY.  GREETSTB BUILDS    *
000090*                   IT NIGHTLY FROM GREETLOG, GREETAPT, GREETBDG *
000100*                   AND GREETALR BEFORE GREETARC CAN PURGE THE   *
000110*                   DETAIL; GREETYOY COMPARES PERIODS FROM IT.   *
000120*                   THE DAY'S TEN BUSIEST COMPANIES ARE KEPT BY  *
000130*                   GREETORG CODE; EVERY OTHER GREETING (AND ONE *
000140*                   WITH NO COMPANY) FALLS INTO DS-OTHER-ORG-    *
000150*                   VISITS, SO THE COMPANY FIGURES ALWAYS ADD UP *
000160*                   TO DS-GREETINGS.  A BLANK SITE CODE HOLDS    *
000170*                   APPOINTMENTS AND ALERTS NO SITE COULD BE     *
000180*                   FOUND FOR.                                   *
000190*                                                                *
000200*    MODIFICATION HISTORY                                       *
000210*    ------------------------------------------------------     *
000220*    DATE       INIT  DESCRIPTION                                *
000230*    ---------- ----  -------------------------------------      *
000240*    2026-10-15 MK    ORIGINAL COPYBOOK.                         *
000250*                                                                *
000260******************************************************************
000270 01  DAILY-STATS-RECORD.
000280     05  DS-STAT-KEY.
000290         10  DS-STAT-DATE        PIC 9(08).
000300         10  DS-STAT-DATE-X REDEFINES DS-STAT-DATE.
000310             15  DS-STAT-YEAR    PIC 9(04).
000320             15  DS-STAT-MONTH   PIC 9(02).
000330             15  DS-STAT-DAY     PIC 9(02).
000340         10  DS-SITE-CODE        PIC X(03).
000350     05  DS-GREETINGS            PIC 9(06).
000360     05  DS-FIRST-TIME           PIC 9(06).
000370     05  DS-RETURNING            PIC 9(06).
000380     05  DS-VIP-ALERTS           PIC 9(06).
000390     05  DS-BARRED-ALERTS        PIC 9(06).
000400     05  DS-APPOINTMENTS         PIC 9(06).
000410     05  DS-NO-SHOWS             PIC 9(06).
000420     05  DS-BADGES               PIC 9(06).
000430     05  DS-TOP-COMPANY OCCURS 10 TIMES.
000440         10  DS-TOP-ORG-CODE     PIC X(06).
000450         10  DS-TOP-ORG-VISITS   PIC 9(06).
000460     05  DS-OTHER-ORG-VISITS     PIC 9(06).
000470     05  DS-BUILD-DATE           PIC 9(08).
000480     05  DS-BUILD-TIME           PIC 9(08).
000490     05  FILLER                  PIC X(10).
