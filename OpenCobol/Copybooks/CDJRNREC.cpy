000010******************************************************************
000020* COPYBOOK:  CDJRNREC                                            *
000030* AUTHOR:    JFM                                                 *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* REMARKS:   MASTER CHANGE-JOURNAL RECORD, WRITTEN TO CDCHGJNL   *
000070*            BY PROFMNT, SCHEDMNT AND REGMNT.  EVERY CHANGE      *
000080*            APPLIED TO CDPROF, CDSCHED OR CDRUNREG LEAVES A     *
000090*            PAIR OF ROWS - THE BEFORE IMAGE (B) AND THE AFTER   *
000100*            IMAGE (A) OF THE MASTER RECORD, EACH STAMPED WITH   *
000110*            THE MASTER NAME, KEY, ACTION, PROGRAM, OPERATOR     *
000120*            AND DATE/TIME.  AN ADD HAS NO BEFORE RECORD AND A   *
000130*            DELETE NO AFTER RECORD; THAT SIDE IS WRITTEN WITH   *
000140*            JRN-IMAGE-SW 'N' AND A BLANK IMAGE SO EVERY CHANGE  *
000150*            IS ALWAYS A MATCHED PAIR.  THE FILE IS ONLY EVER    *
000160*            EXTENDED; CHGHIST READS IT FOR POINT-IN-TIME        *
000170*            INQUIRIES.                                          *
000180******************************************************************
000190* MODIFICATION HISTORY                                           *
000200*   DATE        BY    DESCRIPTION                                *
000210*   ----------  ----  ------------------------------------       *
000220*   10/15/2026  JFM   ORIGINAL VERSION.                          *
000230******************************************************************
000240 01  JRN-RECORD.
000250     05  JRN-MASTER              PIC X(08).
000260         88  JRN-MASTER-PROF                 VALUE "CDPROF  ".
000270         88  JRN-MASTER-SCHED                VALUE "CDSCHED ".
000280         88  JRN-MASTER-REG                  VALUE "CDRUNREG".
000290     05  JRN-KEY                 PIC X(08).
000300     05  JRN-DATE                PIC 9(08).
000310     05  JRN-TIME                PIC 9(08).
000320     05  JRN-ACTION              PIC X(06).
000330         88  JRN-ACT-ADD                     VALUE "ADD   ".
000340         88  JRN-ACT-CHANGE                  VALUE "CHANGE".
000350         88  JRN-ACT-DELETE                  VALUE "DELETE".
000360         88  JRN-ACT-FAIL                    VALUE "FAIL  ".
000370         88  JRN-ACT-SWEEP                   VALUE "SWEEP ".
000380     05  JRN-IMAGE-TYPE          PIC X(01).
000390         88  JRN-BEFORE-IMAGE                VALUE 'B'.
000400         88  JRN-AFTER-IMAGE                 VALUE 'A'.
000410     05  JRN-PROGRAM             PIC X(08).
000420     05  JRN-USER                PIC X(06).
000430     05  JRN-IMAGE-SW            PIC X(01).
000440         88  JRN-IMAGE-PRESENT               VALUE 'Y'.
000450         88  JRN-IMAGE-ABSENT                VALUE 'N'.
000460     05  JRN-IMAGE               PIC X(60).
000470     05  FILLER                  PIC X(06).
