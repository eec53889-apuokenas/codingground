000010******************************************************************
000020*                                                                *
000030*    COPYBOOK    :  CEXREC                                       *
000040*    AUTHOR      :  M. KAVALIAUSKAS                              *
000050*    DATE-WRITTEN:  2026-10-15                                   *
000060*    PURPOSE     :  RECORD LAYOUT FOR THE GREETCEX COMPLIANCE    *
000070*                   EXCEPTION FILE.  A BATCH SAMPLE RUN WRITES   *
000080*                   ONE RECORD FOR EACH SAFETY INDUCTION OR NDA  *
000090*                   A GREETED VISITOR WAS MISSING OR HELD ONLY   *
000100*                   PAST ITS EXPIRY DATE, SO THE DESK CAN SORT   *
000110*                   IT OUT BEFORE THE VISITOR GOES ON SITE.      *
000120*                                                                *
000130*    MODIFICATION HISTORY                                        *
000140*    ------------------------------------------------------      *
000150*    DATE       INIT  DESCRIPTION                                *
000160*    ---------- ----  -------------------------------------      *
000170*    2026-10-15 MK    ORIGINAL COPYBOOK.                         *
000180*                                                                *
000190******************************************************************
000200 01  COMPLIANCE-EXCEPTION-RECORD.
000210     05  CX-EXCEPTION-DATE       PIC 9(08).
000220     05  CX-EXCEPTION-TIME       PIC 9(08).
000230     05  CX-SITE-CODE            PIC X(03).
000240     05  CX-VISITOR-ID           PIC 9(06).
000250     05  CX-LAST                 PIC X(20).
000260     05  CX-FIRST                PIC X(15).
000270     05  CX-ORG-CODE             PIC X(06).
000280     05  CX-REQ-TYPE             PIC X(01).
000290     05  CX-PROBLEM              PIC X(01).
000300         88  CX-MISSING                  VALUE "M".
000310         88  CX-EXPIRED                  VALUE "X".
000320     05  CX-EXPIRY-DATE          PIC 9(08).
000330     05  FILLER                  PIC X(04).
