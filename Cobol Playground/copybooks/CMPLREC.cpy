000010******************************************************************
000020*                                                                *
000030*    COPYBOOK    :  CMPLREC                                      *
000040*    AUTHOR      :  M. KAVALIAUSKAS                              *
000050*    DATE-WRITTEN:  2026-10-15                                   *
000060*    PURPOSE     :  RECORD LAYOUT FOR THE GREETCMP VISITOR       *
000070*                   COMPLIANCE FILE.  A "V" RECORD IS KEYED BY   *
000080*                   VM-VISITOR-ID AND REQUIREMENT TYPE AND HOLDS *
000090*                   THE DATE THE VISITOR COMPLETED IT AND ITS    *
000100*                   EXPIRY DATE; A ZERO COMPLETED DATE MEANS THE *
000110*                   REQUIREMENT IS RECORDED BUT STILL            *
000120*                   OUTSTANDING, A ZERO EXPIRY DATE MEANS IT     *
000130*                   DOES NOT LAPSE.  AN "O" RECORD IS KEYED BY   *
000140*                   THE GREETORG CODE AND SAYS EVERY VISITOR     *
000150*                   FROM THAT COMPANY MUST HOLD THE REQUIREMENT  *
000160*                   (TYPICALLY A PARTNER'S NDA) FROM ITS         *
000170*                   COMPLETED (EFFECTIVE) DATE UNTIL ITS EXPIRY  *
000180*                   DATE.  A CURRENT ESCORT-ONLY RECORD ADMITS   *
000190*                   THE VISITOR UNDER ESCORT IN PLACE OF A       *
000200*                   SAFETY INDUCTION.                            *
000210*                                                                *
000220*    MODIFICATION HISTORY                                        *
000230*    ------------------------------------------------------      *
000240*    DATE       INIT  DESCRIPTION                                *
000250*    ---------- ----  -------------------------------------      *
000260*    2026-10-15 MK    ORIGINAL COPYBOOK.                         *
000270*                                                                *
000280******************************************************************
000290 01  COMPLIANCE-RECORD.
000300     05  CM-COMPLIANCE-KEY.
000310         10  CM-HOLDER-TYPE      PIC X(01).
000320             88  CM-VISITOR-HOLDER       VALUE "V".
000330             88  CM-COMPANY-HOLDER       VALUE "O".
000340         10  CM-HOLDER-ID        PIC X(06).
000350         10  CM-VISITOR-ID REDEFINES CM-HOLDER-ID
000360                                 PIC 9(06).
000370         10  CM-REQ-TYPE         PIC X(01).
000380             88  CM-INDUCTION            VALUE "I".
000390             88  CM-NDA                  VALUE "N".
000400             88  CM-ESCORT-ONLY          VALUE "E".
000410     05  CM-COMPLETED-DATE       PIC 9(08).
000420     05  CM-EXPIRY-DATE          PIC 9(08).
000430     05  CM-REFERENCE            PIC X(20).
000440     05  CM-RECORDED-BY          PIC X(08).
000450     05  CM-RECORDED-DATE        PIC 9(08).
000460     05  FILLER                  PIC X(10).
