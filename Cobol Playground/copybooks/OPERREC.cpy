000010******************************************************************
000020*                                                                *
000030*    COPYBOOK    :  OPERREC                                      *
000040*    AUTHOR      :  M. KAVALIAUSKAS                              *
000050*    DATE-WRITTEN:  2026-10-15                                   *
000060*    PURPOSE     :  RECORD LAYOUT FOR THE GREETOPF OPERATOR      *
000070*                   SECURITY FILE, KEYED BY OPERATOR ID.  EVERY  *
000080*                   MAINTENANCE TRANSACTION SIGNS ON THROUGH     *
000090*                   GREETSGN AGAINST THIS FILE.  OP-AUTHORITY    *
000100*                   HOLDS ONE LEVEL PER TRANSACTION, IN THE      *
000110*                   SLOT ORDER OF THE SGNTREC TRANSACTION TABLE: *
000120*                   "0" (OR SPACE) NO ACCESS, "1" INQUIRY AND    *
000130*                   BROWSE, "2" ALSO ADD AND CHANGE, "3" ALSO    *
000140*                   DELETE.  OP-ROLE IS CHECKED ON TOP OF THE    *
000150*                   LEVEL WHERE A TRANSACTION IS RESTRICTED TO   *
000160*                   SECURITY OR TO THE SUPERVISOR.  THREE WRONG  *
000170*                   PINS IN A ROW REVOKE THE OPERATOR.           *
000180*                                                                *
000190*    MODIFICATION HISTORY                                        *
000200*    ------------------------------------------------------      *
000210*    DATE       INIT  DESCRIPTION                                *
000220*    ---------- ----  -------------------------------------      *
000230*    2026-10-15 MK    ORIGINAL COPYBOOK.                         *
000240*                                                                *
000250******************************************************************
000260 01  OPERATOR-RECORD.
000270     05  OP-OPERATOR-ID          PIC X(08).
000280     05  OP-PIN                  PIC X(08).
000290     05  OP-OPERATOR-NAME        PIC X(30).
000300     05  OP-SITE-CODE            PIC X(03).
000310     05  OP-STATUS               PIC X(01).
000320         88  OP-ACTIVE                   VALUE "A".
000330         88  OP-REVOKED                  VALUE "R".
000340     05  OP-ROLE                 PIC X(01).
000350         88  OP-ROLE-DESK                VALUE "D".
000360         88  OP-ROLE-SECURITY            VALUE "S".
000370         88  OP-ROLE-SUPERVISOR          VALUE "V".
000380     05  OP-AUTHORITY-LEVELS.
000390         10  OP-AUTHORITY OCCURS 12 TIMES
000400                                 PIC X(01).
000410     05  OP-FAILED-SIGNONS       PIC 9(02).
000420     05  OP-LAST-SIGNON-DATE     PIC 9(08).
000430     05  OP-LAST-SIGNON-TIME     PIC 9(08).
000440     05  OP-CHANGED-BY           PIC X(08).
000450     05  OP-CHANGED-DATE         PIC 9(08).
000460     05  FILLER                  PIC X(10).
