000210*    DATE       INIT  DESCRIPTION                                *
000220*    ---------- ----  -------------------------------------      *
000230*    2026-09-02 MK    ORIGINAL COPYBOOK.                         *
000240*    2026-10-15 MK    ADDED MAXVISIT, THE LONGEST VISIT IN       *
000250*                     MINUTES BEFORE GREETDUR LISTS A BADGE AS   *
000260*                     AN OVERSTAY.                               *
000270*    2026-10-15 MK    ADDED ANONDAYS, THE DAYS SINCE A VISITOR'S *
000280*                     LAST VISIT BEFORE GREETPRV ANONYMIZES      *
000290*                     THEM.                                      *
000300*    2026-10-15 MK    ADDED INDUCTRQ.  NON-ZERO MEANS EVERY      *
000310*                     VISITOR SAMPLE GREETS MUST HOLD A CURRENT  *
000320*                     SAFETY INDUCTION ON GREETCMP UNLESS        *
000330*                     ADMITTED ESCORT-ONLY.                      *
000340*                                                                *
000350******************************************************************
000360 01  GREETPRM-RECORD.
000370     05  PR-PARM-KEY             PIC X(08).
000380         88  PR-CHECKPOINT-INTERVAL      VALUE "CHKPINT ".
000390         88  PR-RETENTION-DAYS           VALUE "RETDAYS ".
000400         88  PR-MAX-LANGUAGES            VALUE "MAXLANGS".
000410         88  PR-NOON-HOUR                VALUE "NOONHOUR".
000420         88  PR-EVENING-HOUR             VALUE "EVENHOUR".
000430         88  PR-MAX-VISIT-MINUTES        VALUE "MAXVISIT".
000440         88  PR-ANONYMIZE-DAYS           VALUE "ANONDAYS".
000450         88  PR-INDUCTION-REQUIRED       VALUE "INDUCTRQ".
000460     05  PR-PARM-VALUE           PIC 9(08).
000470     05  PR-PARM-DESC            PIC X(30).
000480     05  FILLER                  PIC X(04).
