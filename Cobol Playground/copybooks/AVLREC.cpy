000010******************************************************************
000020*                                                                *
000030*    COPYBOOK    :  AVLREC                                       *
000040*    AUTHOR      :  M. KAVALIAUSKAS                              *
000050*    DATE-WRITTEN:  2026-10-15                                   *
000060*    PURPOSE     :  RECORD LAYOUT FOR THE GREETAVL ACCESS-       *
000070*                   VIOLATION LOG.  GREETSGN APPENDS ONE RECORD  *
000080*                   FOR EVERY REFUSED SIGN-ON OR FUNCTION, WITH  *
000090*                   THE OPERATOR ID AS KEYED, THE TRANSACTION,   *
000100*                   THE FUNCTION, THE LEVEL HELD AGAINST THE     *
000110*                   LEVEL NEEDED, AND THE REASON.  GREETAVR      *
000120*                   PRINTS THE WEEKLY ACCESS-VIOLATION REPORT    *
000130*                   FROM IT.                                     *
000140*                                                                *
000150*    MODIFICATION HISTORY                                        *
000160*    ------------------------------------------------------      *
000170*    DATE       INIT  DESCRIPTION                                *
000180*    ---------- ----  -------------------------------------      *
000190*    2026-10-15 MK    ORIGINAL COPYBOOK.                         *
000200*                                                                *
000210******************************************************************
000220 01  ACCESS-VIOLATION-RECORD.
000230     05  AV-LOG-DATE             PIC 9(08).
000240     05  AV-LOG-TIME             PIC 9(08).
000250     05  AV-OPERATOR-ID          PIC X(08).
000260     05  AV-SITE-CODE            PIC X(03).
000270     05  AV-TRANSACTION          PIC X(08).
000280     05  AV-FUNCTION             PIC X(01).
000290     05  AV-LEVEL-HELD           PIC X(01).
000300     05  AV-LEVEL-NEEDED         PIC X(01).
000310     05  AV-REASON               PIC X(03).
000320         88  AV-UNKNOWN-OPERATOR         VALUE "UID".
000330         88  AV-WRONG-PIN                VALUE "PIN".
000340         88  AV-LOCKED-OUT               VALUE "LCK".
000350         88  AV-OPERATOR-REVOKED         VALUE "REV".
000360         88  AV-NOT-AUTHORIZED           VALUE "AUT".
000370         88  AV-WRONG-ROLE               VALUE "ROL".
000380         88  AV-NO-SECURITY-FILE         VALUE "NOF".
000390         88  AV-UNKNOWN-TRANSACTION      VALUE "TXN".
000400     05  FILLER                  PIC X(09).
