000010******************************************************************
000020* COPYBOOK:  CDPAGREC                                            *
000030* AUTHOR:    JFM                                                 *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* REMARKS:   FIXED-LAYOUT PAGING-QUEUE RECORD WRITTEN TO CDPAGEQ *
000070*            BY PAGEROUT FOR THE NOTIFICATION GATEWAY.  ONE      *
000080*            RECORD PER PAGE TO SEND: WHO TO PAGE (THE CONTACT   *
000090*            AND PAGER FROM THE CDONCALL ROSTER ENTRY THAT WAS   *
000100*            ON CALL), WHICH ALERT IT IS ABOUT AND WHY.  THE     *
000110*            GATEWAY DRAINS THE FILE, SO THE LAYOUT IS A         *
000120*            PUBLISHED INTERFACE - EXTEND IT ONLY BY TAKING      *
000130*            SPACE FROM THE TRAILING FILLER.                     *
000140******************************************************************
000150* MODIFICATION HISTORY                                           *
000160*   DATE        BY    DESCRIPTION                                *
000170*   ----------  ----  ------------------------------------       *
000180*   10/15/2026  JFM   ORIGINAL VERSION.                          *
000190******************************************************************
000200 01  PAG-RECORD.
000210     05  PAG-QUEUED-DATE         PIC 9(08).
000220     05  PAG-QUEUED-TIME         PIC 9(08).
000230     05  PAG-SOURCE              PIC X(01).
000240         88  PAG-FROM-ALERT                  VALUE 'A'.
000250         88  PAG-FROM-ESCALATION             VALUE 'E'.
000260     05  PAG-LEVEL               PIC X(01).
000270         88  PAG-TO-PRIMARY                  VALUE 'P'.
000280         88  PAG-TO-BACKUP                   VALUE 'B'.
000290     05  PAG-CONTACT-ID          PIC X(08).
000300     05  PAG-PAGER               PIC X(16).
000310     05  PAG-RUN-ID              PIC X(08).
000320     05  PAG-SEVERITY            PIC X(01).
000330     05  PAG-TICK-VALUE          PIC S9(03).
000340     05  PAG-ALERT-DATE          PIC 9(08).
000350     05  PAG-ALERT-TIME          PIC 9(08).
000360     05  PAG-ESC-COUNT           PIC 9(02).
000370     05  PAG-ROSTER-GROUP        PIC X(08).
000380     05  PAG-ROSTER-SHIFT        PIC X(01).
000390     05  PAG-TEXT                PIC X(40).
000400     05  FILLER                  PIC X(09).
