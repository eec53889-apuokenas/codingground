000010******************************************************************
000020*                                                                *
000030*    COPYBOOK    :  LBLREC                                       *
000040*    AUTHOR      :  M. KAVALIAUSKAS                              *
000050*    DATE-WRITTEN:  2026-10-15                                   *
000060*    PURPOSE     :  RECORD LAYOUT FOR THE GREETLBL BADGE LABEL   *
000070*                   PRINT FILE.  SAMPLE WRITES ONE RECORD FOR    *
000080*                   EVERY GREETBDG BADGE IT ISSUES, SO THE       *
000090*                   PAPER BADGE CARRIES EXACTLY THE NAME THAT    *
000100*                   WAS LOGGED; GREETBRP WRITES A REPRINT        *
000110*                   RECORD FOR A LOST OR DAMAGED BADGE.  THE     *
000120*                   MARKING IS "VIP" FOR A WATCHLIST VIP OR A    *
000130*                   VISITOR FLAGGED VIP ON GREETVIS, AND         *
000140*                   "ESCORT REQUIRED" FOR A WATCHLIST ESCORT     *
000150*                   ENTRY, WHICH TAKES PRECEDENCE.               *
000160*                                                                *
000170*    MODIFICATION HISTORY                                       *
000180*    ------------------------------------------------------     *
000190*    DATE       INIT  DESCRIPTION                                *
000200*    ---------- ----  -------------------------------------      *
000210*    2026-10-15 MK    ORIGINAL COPYBOOK.                         *
000220*                                                                *
000230******************************************************************
000240 01  BADGE-LABEL-RECORD.
000250     05  LB-BADGE-NO             PIC 9(06).
000260     05  LB-LABEL-TYPE           PIC X(01).
000270         88  LB-ORIGINAL-LABEL           VALUE "O".
000280         88  LB-REPRINT-LABEL            VALUE "R".
000290     05  LB-FULL-NAME            PIC X(62).
000300     05  LB-LAST                 PIC X(20).
000310     05  LB-FIRST                PIC X(15).
000320     05  LB-ORG-CODE             PIC X(06).
000330     05  LB-ORG-NAME             PIC X(30).
000340     05  LB-HOST-NAME            PIC X(20).
000350     05  LB-SITE-CODE            PIC X(03).
000360     05  LB-ISSUE-DATE           PIC 9(08).
000370     05  LB-MARKING              PIC X(15).
000380         88  LB-VIP-MARKING              VALUE "VIP".
000390         88  LB-ESCORT-MARKING           VALUE "ESCORT REQUIRED".
000400     05  FILLER                  PIC X(04).
