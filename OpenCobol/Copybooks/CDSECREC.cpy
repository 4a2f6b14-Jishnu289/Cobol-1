000010******************************************************************
000020* COPYBOOK:  CDSECREC                                            *
000030* AUTHOR:    JFM                                                 *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* REMARKS:   SECURITY JOURNAL RECORD, APPENDED TO CDSECJNL.      *
000070*            ONE ROW FOR EVERY CONTROLLED REQUEST: EACH CDOPCMD  *
000080*            COMMAND A WHILE INSTANCE ACTS ON OR IGNORES, EACH   *
000090*            PROFMNT, SCHEDMNT AND REGMNT TRANSACTION, AND EACH  *
000100*            AUTHMNT CHANGE TO THE AUTHORITY MASTER ITSELF.      *
000110*            THE OUTCOME IS APPLIED (A), REFUSED FOR WANT OF     *
000120*            AUTHORITY (R), OR AUTHORISED BUT REJECTED BY THE    *
000130*            PROGRAM'S OWN FIELD EDITS (E).  ONLY R ROWS ARE     *
000140*            SECURITY VIOLATIONS; SECVIOL LISTS THEM BY DAY.     *
000150*            THE FILE IS ONLY EVER EXTENDED.                     *
000160******************************************************************
000170* MODIFICATION HISTORY                                           *
000180*   DATE        BY    DESCRIPTION                                *
000190*   ----------  ----  ------------------------------------       *
000200*   10/15/2026  JFM   ORIGINAL VERSION.                          *
000202*   10/15/2026  JFM   OPCONSOL WRITES AN R ROW FOR A COMMAND     *
000205*                     REFUSED AT THE OPERATOR CONSOLE, WHICH     *
000207*                     NEVER REACHES CDOPCMD.                     *
000210******************************************************************
000220 01  SEC-RECORD.
000230     05  SEC-DATE                PIC 9(08).
000240     05  SEC-TIME                PIC 9(08).
000250     05  SEC-PROGRAM             PIC X(08).
000260     05  SEC-OPER-ID             PIC X(06).
000270     05  SEC-FUNCTION            PIC X(01).
000280         88  SEC-FN-PAUSE-RESUME             VALUE 'P'.
000290         88  SEC-FN-CANCEL                   VALUE 'C'.
000300         88  SEC-FN-CANCEL-ALL               VALUE 'A'.
000310         88  SEC-FN-PROFILE                  VALUE 'F'.
000320         88  SEC-FN-SCHED                    VALUE 'S'.
000330         88  SEC-FN-REGISTRY                 VALUE 'R'.
000340         88  SEC-FN-AUTHORITY                VALUE 'U'.
000350     05  SEC-REQUEST             PIC X(06).
000360     05  SEC-TARGET              PIC X(08).
000370     05  SEC-OUTCOME             PIC X(01).
000380         88  SEC-APPLIED                     VALUE 'A'.
000390         88  SEC-REFUSED                     VALUE 'R'.
000400         88  SEC-REJECTED                    VALUE 'E'.
000410     05  SEC-REASON              PIC X(30).
000420     05  FILLER                  PIC X(04).
