000010******************************************************************
000020*                                                                *
000030*    COPYBOOK    :  HNOTREC                                      *
000040*    AUTHOR      :  M. KAVALIAUSKAS                              *
000050*    DATE-WRITTEN:  2026-10-15                                   *
000060*    PURPOSE     :  RECORD LAYOUT FOR THE GREETHAN HOST-ARRIVAL  *
000070*                   NOTICE FILE, KEYED BY ARRIVAL DATE PLUS      *
000080*                   VISITOR LAST/FIRST NAME - THE SAME SHAPE AS  *
000090*                   THE GREETAPT KEY, SO THERE IS ONE NOTICE     *
000100*                   PER APPOINTMENT.  SAMPLE WRITES THE NOTICE   *
000110*                   WHEN IT MARKS AN APPOINTMENT ARRIVED, WITH   *
000120*                   THE HOST'S NAME AND EXTENSION FROM GREETHST; *
000130*                   THE GREETHNT RECEPTION TRANSACTION STAMPS    *
000140*                   THE PICKUP TIME WHEN THE HOST COLLECTS THE   *
000150*                   VISITOR AND PRINTS THE DAILY WAIT REPORT.    *
000160*                                                                *
000170*    MODIFICATION HISTORY                                       *
000180*    ------------------------------------------------------     *
000190*    DATE       INIT  DESCRIPTION                                *
000200*    ---------- ----  -------------------------------------      *
000210*    2026-10-15 MK    ORIGINAL COPYBOOK.                         *
000220*                                                                *
000230******************************************************************
000240 01  HOST-NOTICE-RECORD.
000250     05  HN-NOTICE-KEY.
000260         10  HN-ARRIVE-DATE      PIC 9(08).
000270         10  HN-LAST             PIC X(20).
000280         10  HN-FIRST            PIC X(15).
000290     05  HN-ARRIVE-TIME          PIC 9(08).
000300     05  HN-EXPECT-TIME          PIC 9(04).
000310     05  HN-HOST-ID              PIC X(06).
000320     05  HN-HOST-NAME            PIC X(20).
000330     05  HN-PHONE-EXT            PIC X(06).
000340     05  HN-SITE-CODE            PIC X(03).
000350     05  HN-PICKUP-TIME          PIC 9(08).
000360     05  HN-NOTICE-STATUS        PIC X(01).
000370         88  HN-WAITING                  VALUE "W".
000380         88  HN-PICKED-UP                VALUE "P".
000390     05  FILLER                  PIC X(09).
