000010******************************************************************
000020*                                                                *
000030*    COPYBOOK    :  BRPREC                                       *
000040*    AUTHOR      :  M. KAVALIAUSKAS                              *
000050*    DATE-WRITTEN:  2026-10-15                                   *
000060*    PURPOSE     :  RECORD LAYOUT FOR THE GREETRPL BADGE         *
000070*                   REPRINT LOG.  GREETBRP APPENDS ONE RECORD    *
000080*                   EVERY TIME A BADGE LABEL IS REPRINTED, WITH  *
000090*                   THE REASON, SO THE REPRINT REPORT CAN SHOW   *
000100*                   HOW OFTEN BADGES ARE REISSUED.               *
000110*                                                                *
000120*    MODIFICATION HISTORY                                       *
000130*    ------------------------------------------------------     *
000140*    DATE       INIT  DESCRIPTION                                *
000150*    ---------- ----  -------------------------------------      *
000160*    2026-10-15 MK    ORIGINAL COPYBOOK.                         *
000170*                                                                *
000180******************************************************************
000190 01  BADGE-REPRINT-RECORD.
000200     05  RP-BADGE-NO             PIC 9(06).
000210     05  RP-LAST                 PIC X(20).
000220     05  RP-FIRST                PIC X(15).
000230     05  RP-ISSUE-DATE           PIC 9(08).
000240     05  RP-REPRINT-DATE         PIC 9(08).
000250     05  RP-REPRINT-TIME         PIC 9(08).
000260     05  RP-REASON               PIC X(01).
000270         88  RP-BADGE-LOST               VALUE "L".
000280         88  RP-BADGE-DAMAGED            VALUE "D".
000290         88  RP-OTHER-REASON             VALUE "O".
000300     05  RP-SITE-CODE            PIC X(03).
000310     05  FILLER                  PIC X(11).
