000010******************************************************************
000020*                                                                *
000030*    COPYBOOK    :  SGNTREC                                      *
000040*    AUTHOR      :  M. KAVALIAUSKAS                              *
000050*    DATE-WRITTEN:  2026-10-15                                   *
000060*    PURPOSE     :  SIGN-ON TABLES SHARED BY GREETSGN, GREETSMN  *
000070*                   AND GREETAVR.  TX-ENTRY LISTS THE            *
000080*                   TRANSACTIONS THAT SIGN ON; ITS POSITION IS   *
000090*                   THE OP-AUTHORITY SLOT ON THE OPERATOR        *
000100*                   RECORD, SO NEW TRANSACTIONS ARE ADDED IN A   *
000110*                   SPARE SLOT AND NEVER INSERTED.  TX-UPDATE-   *
000120*                   ROLE, WHEN SET, IS THE ONLY OP-ROLE THAT MAY *
000130*                   ADD, CHANGE OR DELETE; TX-SIGNON-ROLE, WHEN  *
000140*                   SET, IS THE ONLY OP-ROLE THAT MAY SIGN ON TO *
000150*                   THE TRANSACTION AT ALL.  RR-ENTRY GIVES THE  *
000160*                   TEXT FOR EACH GREETAVL REFUSAL REASON.       *
000170*                                                                *
000180*    MODIFICATION HISTORY                                        *
000190*    ------------------------------------------------------      *
000200*    DATE       INIT  DESCRIPTION                                *
000210*    ---------- ----  -------------------------------------      *
000220*    2026-10-15 MK    ORIGINAL COPYBOOK.                         *
000230*    2026-10-15 MK    REGISTERED GREETIMN, THE COMPLIANCE AND    *
000240*                     SAFETY INDUCTION MAINTENANCE TRANSACTION,  *
000250*                     IN SLOT 11.                                *
000260*                                                                *
000270******************************************************************
000280 01  TRANSACTION-NAMES.
000290     05  FILLER                  PIC X(10) VALUE "GREETMNT  ".
000300     05  FILLER                  PIC X(10) VALUE "GREETVMN  ".
000310     05  FILLER                  PIC X(10) VALUE "GREETCMN  ".
000320     05  FILLER                  PIC X(10) VALUE "GREETAMN  ".
000330     05  FILLER                  PIC X(10) VALUE "GREETWMNS ".
000340     05  FILLER                  PIC X(10) VALUE "GREETOMN  ".
000350     05  FILLER                  PIC X(10) VALUE "GREETPMN V".
000360     05  FILLER                  PIC X(10) VALUE "GREETHMN  ".
000370     05  FILLER                  PIC X(10) VALUE "GREETDUP V".
000380     05  FILLER                  PIC X(10) VALUE "GREETSMN V".
000390     05  FILLER                  PIC X(10) VALUE "GREETIMN  ".
000400     05  FILLER                  PIC X(10) VALUE SPACES.
000410 01  FILLER REDEFINES TRANSACTION-NAMES.
000420     05  TX-ENTRY OCCURS 12 TIMES
000430                  INDEXED BY TX-IDX.
000440         10  TX-PROGRAM          PIC X(08).
000450         10  TX-UPDATE-ROLE      PIC X(01).
000460         10  TX-SIGNON-ROLE      PIC X(01).
000470 01  REFUSAL-REASONS.
000480     05  FILLER                  PIC X(03) VALUE "UID".
000490     05  FILLER                  PIC X(30)
000500             VALUE "OPERATOR ID NOT ON FILE".
000510     05  FILLER                  PIC X(03) VALUE "PIN".
000520     05  FILLER                  PIC X(30)
000530             VALUE "WRONG PIN".
000540     05  FILLER                  PIC X(03) VALUE "LCK".
000550     05  FILLER                  PIC X(30)
000560             VALUE "REVOKED - REPEATED WRONG PIN".
000570     05  FILLER                  PIC X(03) VALUE "REV".
000580     05  FILLER                  PIC X(30)
000590             VALUE "OPERATOR REVOKED".
000600     05  FILLER                  PIC X(03) VALUE "AUT".
000610     05  FILLER                  PIC X(30)
000620             VALUE "NO AUTHORITY FOR FUNCTION".
000630     05  FILLER                  PIC X(03) VALUE "ROL".
000640     05  FILLER                  PIC X(30)
000650             VALUE "ROLE MAY NOT USE TRANSACTION".
000660     05  FILLER                  PIC X(03) VALUE "NOF".
000670     05  FILLER                  PIC X(30)
000680             VALUE "SECURITY FILE NOT AVAILABLE".
000690     05  FILLER                  PIC X(03) VALUE "TXN".
000700     05  FILLER                  PIC X(30)
000710             VALUE "TRANSACTION NOT REGISTERED".
000720 01  FILLER REDEFINES REFUSAL-REASONS.
000730     05  RR-ENTRY OCCURS 8 TIMES
000740                  INDEXED BY RR-IDX.
000750         10  RR-CODE             PIC X(03).
000760         10  RR-TEXT             PIC X(30).
