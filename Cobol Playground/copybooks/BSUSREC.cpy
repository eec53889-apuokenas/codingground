000010******************************************************************
000020*                                                                *
000030*    COPYBOOK    :  BSUSREC                                      *
000040*    AUTHOR      :  M. KAVALIAUSKAS                              *
000050*    DATE-WRITTEN:  2026-10-15                                   *
000060*    PURPOSE     :  RECORD LAYOUT FOR THE GREETBSP SUSPENSE      *
000070*                   FILE WRITTEN BY GREETBKF.  EACH BOOKFEED     *
000080*                   DETAIL THAT COULD NOT BE APPLIED TO          *
000090*                   GREETAPT IS CARRIED IN FULL BEHIND A REASON  *
000100*                   CODE, THE SAME WAY THE GREETSUS AND          *
000110*                   GREETUSP SUSPENSE FILES WORK, SO THE DESK    *
000120*                   CAN KEY IT BY HAND OR HAVE IT RESENT.        *
000130*                                                                *
000140*    MODIFICATION HISTORY                                       *
000150*    ------------------------------------------------------     *
000160*    DATE       INIT  DESCRIPTION                                *
000170*    ---------- ----  -------------------------------------      *
000180*    2026-10-15 MK    ORIGINAL COPYBOOK.                         *
000190*                                                                *
000200******************************************************************
000210 01  BOOKING-SUSPENSE-RECORD.
000220     05  BS-REASON-CODE          PIC X(03).
000230         88  BS-BAD-DATE                 VALUE "DTE".
000240         88  BS-BAD-TIME                 VALUE "TIM".
000250         88  BS-MISSING-NAME             VALUE "NAM".
000260         88  BS-DUPLICATE-APPT           VALUE "DUP".
000270         88  BS-HOST-UNKNOWN             VALUE "HST".
000280         88  BS-NO-APPT-TO-CANCEL        VALUE "NOA".
000290         88  BS-ALREADY-ARRIVED          VALUE "ARV".
000300         88  BS-BAD-ACTION               VALUE "ACT".
000310     05  BS-BOOKING-DATA         PIC X(80).
000320     05  FILLER                  PIC X(05).
