000010******************************************************************
000020*                                                                *
000030*    COPYBOOK    :  HOSTREC                                      *
000040*    AUTHOR      :  M. KAVALIAUSKAS                              *
000050*    DATE-WRITTEN:  2026-10-15                                   *
000060*    PURPOSE     :  RECORD LAYOUT FOR THE GREETHST HOST          *
000070*                   DIRECTORY, KEYED BY HOST (EMPLOYEE) ID.      *
000080*                   CARRIES THE HOST'S NAME, DEPARTMENT, PHONE   *
000090*                   EXTENSION AND SITE SO GREETAMN CAN REFUSE    *
000100*                   AN APPOINTMENT FOR A HOST WHO IS NOT ON      *
000110*                   FILE, AND SAMPLE CAN TELL RECEPTION WHICH    *
000120*                   EXTENSION TO RING WHEN THE VISITOR ARRIVES.  *
000130*                   MAINTAINED BY GREETHMN.                      *
000140*                                                                *
000150*    MODIFICATION HISTORY                                       *
000160*    ------------------------------------------------------     *
000170*    DATE       INIT  DESCRIPTION                                *
000180*    ---------- ----  -------------------------------------      *
000190*    2026-10-15 MK    ORIGINAL COPYBOOK.                         *
000200*                                                                *
000210******************************************************************
000220 01  GREETHST-RECORD.
000230     05  HO-HOST-ID              PIC X(06).
000240     05  HO-HOST-NAME            PIC X(20).
000250     05  HO-DEPARTMENT           PIC X(20).
000260     05  HO-PHONE-EXT            PIC X(06).
000270     05  HO-SITE-CODE            PIC X(03).
000280     05  FILLER                  PIC X(05).
