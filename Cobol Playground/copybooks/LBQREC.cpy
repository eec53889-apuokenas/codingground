000010******************************************************************
000020*                                                                *
000030*    COPYBOOK    :  LBQREC                                      *
000040*    AUTHOR      :  M. KAVALIAUSKAS                              *
000050*    DATE-WRITTEN:  2026-10-15                                   *
000060*    PURPOSE     :  RECORD LAYOUT FOR THE GREETLBQ WATCHLIST     *
000070*                   LOOKBACK QUEUE.  GREETWMN APPENDS ONE        *
000080*                   RECORD EACH TIME IT ADDS OR CHANGES A        *
000090*                   GREETWCH ENTRY; GREETLBK SEARCHES THE VISIT  *
000100*                   HISTORY, BADGES AND APPOINTMENTS FOR EVERY   *
000110*                   NAME QUEUED AND THEN EMPTIES THE QUEUE.      *
000120*                                                                *
000130*    MODIFICATION HISTORY                                       *
000140*    ------------------------------------------------------     *
000150*    DATE       INIT  DESCRIPTION                                *
000160*    ---------- ----  -------------------------------------      *
000170*    2026-10-15 MK    ORIGINAL COPYBOOK.                         *
000180*                                                                *
000190******************************************************************
000200 01  LOOKBACK-QUEUE-RECORD.
000210     05  LQ-LAST                 PIC X(20).
000220     05  LQ-FIRST                PIC X(15).
000230     05  LQ-WATCH-TYPE           PIC X(01).
000240     05  LQ-FUNCTION             PIC X(01).
000250         88  LQ-ENTRY-ADDED              VALUE "A".
000260         88  LQ-ENTRY-CHANGED            VALUE "C".
000270     05  LQ-QUEUE-DATE           PIC 9(08).
000280     05  LQ-QUEUE-TIME           PIC 9(08).
000290     05  FILLER                  PIC X(27).
