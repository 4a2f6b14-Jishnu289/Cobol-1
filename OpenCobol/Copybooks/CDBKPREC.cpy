000010******************************************************************
000020* COPYBOOK:  CDBKPREC                                            *
000030* AUTHOR:    JFM                                                 *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* REMARKS:   MASTER BACKUP RECORD, WRITTEN TO CDBACKUP BY        *
000070*            CDBACKUP UNLOAD AND READ BACK BY CDBACKUP RELOAD.   *
000080*            EACH MASTER UNLOADED IS ONE SECTION: A HEADER (H)   *
000090*            STAMPED WITH THE UNLOAD DATE AND TIME, ONE DETAIL   *
000100*            (D) PER MASTER RECORD CARRYING THE RECORD IMAGE     *
000110*            LEFT-JUSTIFIED, AND A TRAILER (T) CARRYING THE      *
000120*            RECORD COUNT AND THE HASH TOTAL OF THE KEYS.  EVERY *
000130*            MASTER HELD HERE IS KEYED ON ITS FIRST 8 BYTES.     *
000140******************************************************************
000150* MODIFICATION HISTORY                                           *
000160*   DATE        BY    DESCRIPTION                                *
000170*   ----------  ----  ------------------------------------       *
000180*   10/15/2026  JFM   ORIGINAL VERSION.                          *
000190******************************************************************
000200 01  BKP-RECORD.
000210     05  BKP-TYPE                PIC X(01).
000220         88  BKP-HEADER                      VALUE 'H'.
000230         88  BKP-DETAIL                      VALUE 'D'.
000240         88  BKP-TRAILER                     VALUE 'T'.
000250     05  BKP-MASTER              PIC X(08).
000260     05  BKP-BODY                PIC X(111).
000270     05  BKP-HEADER-BODY REDEFINES BKP-BODY.
000280         10  BKP-HDR-DATE        PIC 9(08).
000290         10  BKP-HDR-TIME        PIC 9(08).
000300         10  BKP-HDR-RECLEN      PIC 9(03).
000310         10  BKP-HDR-PROGRAM     PIC X(08).
000320         10  FILLER              PIC X(84).
000330     05  BKP-DETAIL-BODY REDEFINES BKP-BODY.
000340         10  BKP-IMAGE           PIC X(100).
000350         10  BKP-IMAGE-KEY REDEFINES BKP-IMAGE.
000360             15  BKP-KEY         PIC X(08).
000370             15  FILLER          PIC X(92).
000380         10  FILLER              PIC X(11).
000390     05  BKP-TRAILER-BODY REDEFINES BKP-BODY.
000400         10  BKP-TRL-COUNT       PIC 9(09).
000410         10  BKP-TRL-HASH        PIC 9(15).
000420         10  FILLER              PIC X(87).
