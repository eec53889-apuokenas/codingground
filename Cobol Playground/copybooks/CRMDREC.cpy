000010******************************************************************
000020*                                                                *
000030*    COPYBOOK    :  CRMDREC                                      *
000040*    AUTHOR      :  M. KAVALIAUSKAS                              *
000050*    DATE-WRITTEN:  2026-10-15                                   *
000060*    PURPOSE     :  RECORD LAYOUT FOR THE CRMDELN DELETION       *
000070*                   NOTICE FILE GREETPRV SENDS TO THE CRM AFTER  *
000080*                   A VISITOR'S DATA HAS BEEN ERASED, SO THE     *
000090*                   CRM CAN REMOVE THE COPY IT RECEIVED ON       *
000100*                   CRMFEED.  SAME HEADER / DETAIL / TRAILER     *
000110*                   SHAPE AS CRMFEED: ONE HEADER, ONE DETAIL PER *
000120*                   PERSON ERASED, AND A TRAILER CARRYING THE    *
000130*                   DETAIL COUNT.                                *
000140*                                                                *
000150*    MODIFICATION HISTORY                                       *
000160*    ------------------------------------------------------     *
000170*    DATE       INIT  DESCRIPTION                                *
000180*    ---------- ----  -------------------------------------      *
000190*    2026-10-15 MK    ORIGINAL COPYBOOK.                         *
000200*                                                                *
000210******************************************************************
000220 01  CRM-DELETE-RECORD.
000230     05  CD-RECORD-TYPE          PIC X(01).
000240         88  CD-HEADER-RECORD            VALUE "H".
000250         88  CD-DETAIL-RECORD            VALUE "D".
000260         88  CD-TRAILER-RECORD           VALUE "T".
000270     05  CD-HEADER-DATA.
000280         10  CD-NOTICE-DATE      PIC 9(08).
000290         10  CD-NOTICE-TIME      PIC 9(08).
000300         10  FILLER              PIC X(63).
000310     05  CD-DETAIL-DATA REDEFINES CD-HEADER-DATA.
000320         10  CD-VISITOR-ID       PIC 9(06).
000330         10  CD-FULL-NAME.
000340             15  CD-TITLE        PIC X(04).
000350             15  CD-FIRST        PIC X(15).
000360             15  CD-MIDDLE       PIC X(15).
000370             15  CD-LAST         PIC X(20).
000380             15  CD-SUFFIX       PIC X(04).
000390         10  CD-ERASE-DATE       PIC 9(08).
000400         10  FILLER              PIC X(07).
000410     05  CD-TRAILER-DATA REDEFINES CD-HEADER-DATA.
000420         10  CD-RECORD-COUNT     PIC 9(08).
000430         10  FILLER              PIC X(71).
