000010******************************************************************
000020*                                                                *
000030*    COPYBOOK    :  SGNLREC                                      *
000040*    AUTHOR      :  M. KAVALIAUSKAS                              *
000050*    DATE-WRITTEN:  2026-10-15                                   *
000060*    PURPOSE     :  PARAMETER AREA PASSED TO THE COMMON GREETSGN *
000070*                   SIGN-ON CHECK.  THE CALLER SETS SG-REQUEST   *
000080*                   AND SG-TRANSACTION (ITS OWN PROGRAM NAME).   *
000090*                   A SIGN-ON REQUEST PROMPTS FOR THE OPERATOR   *
000100*                   ID AND PIN AND RETURNS THE OPERATOR'S ID,    *
000110*                   NAME, SITE, ROLE AND AUTHORITY LEVEL FOR THE *
000120*                   TRANSACTION.  A FUNCTION REQUEST CARRIES THE *
000130*                   SIGNED-ON ID, THE FUNCTION CODE AND THE      *
000140*                   LEVEL IT NEEDS.  EITHER WAY SG-RESULT SAYS   *
000150*                   WHETHER TO GO AHEAD, AND A REFUSAL HAS       *
000160*                   ALREADY BEEN LOGGED TO GREETAVL WITH THE     *
000170*                   REASON IN SG-REASON.                         *
000180*                                                                *
000190*    MODIFICATION HISTORY                                        *
000200*    ------------------------------------------------------      *
000210*    DATE       INIT  DESCRIPTION                                *
000220*    ---------- ----  -------------------------------------      *
000230*    2026-10-15 MK    ORIGINAL COPYBOOK.                         *
000240*                                                                *
000250******************************************************************
000260 01  SIGN-ON-AREA.
000270     05  SG-REQUEST              PIC X(01).
000280         88  SG-SIGN-ON-REQUEST          VALUE "S".
000290         88  SG-FUNCTION-REQUEST         VALUE "F".
000300     05  SG-TRANSACTION          PIC X(08).
000310     05  SG-FUNCTION             PIC X(01).
000320     05  SG-LEVEL-NEEDED         PIC X(01).
000330     05  SG-OPERATOR-ID          PIC X(08).
000340     05  SG-OPERATOR-NAME        PIC X(30).
000350     05  SG-SITE-CODE            PIC X(03).
000360     05  SG-ROLE                 PIC X(01).
000370     05  SG-AUTHORITY            PIC X(01).
000380     05  SG-RESULT               PIC X(01).
000390         88  SG-ALLOWED                  VALUE "Y".
000400         88  SG-REFUSED                  VALUE "N".
000410     05  SG-REASON               PIC X(03).
