000010******************************************************************
000020* COPYBOOK:  CDAUTREC                                            *
000030* AUTHOR:    JFM                                                 *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* REMARKS:   OPERATOR AUTHORITY MASTER RECORD, HELD ON CDOPAUTH  *
000070*            AND KEYED BY OPERATOR ID.  ONE GRANT FLAG ('Y' OR   *
000080*            'N') PER CONTROLLED FUNCTION: PAUSE/RESUME AND      *
000090*            CANCEL OF ONE RUN-ID THROUGH CDOPCMD, CANCEL OF     *
000100*            EVERY INSTANCE (A BLANK-RUN-ID CANCEL, WHICH ALSO   *
000110*            COVERS CANCELLING ONE RUN-ID), AND PROFMNT,         *
000120*            SCHEDMNT AND REGMNT MAINTENANCE.  A SUSPENDED       *
000130*            OPERATOR IS REFUSED EVERYTHING WHATEVER THE FLAGS   *
000140*            SAY.  MAINTAINED BY AUTHMNT; READ BY WHILE,         *
000150*            PROFMNT, SCHEDMNT AND REGMNT.                       *
000160******************************************************************
000170* MODIFICATION HISTORY                                           *
000180*   DATE        BY    DESCRIPTION                                *
000190*   ----------  ----  ------------------------------------       *
000200*   10/15/2026  JFM   ORIGINAL VERSION.                          *
000210******************************************************************
000220 01  AUT-RECORD.
000230     05  AUT-OPER-ID             PIC X(06).
000240     05  AUT-OPER-NAME           PIC X(20).
000250     05  AUT-STATUS              PIC X(01).
000260         88  AUT-ACTIVE                      VALUE 'A'.
000270         88  AUT-SUSPENDED                   VALUE 'S'.
000280     05  AUT-GRANTS.
000290         10  AUT-PAUSE-RESUME    PIC X(01).
000300             88  AUT-MAY-PAUSE               VALUE 'Y'.
000310         10  AUT-CANCEL          PIC X(01).
000320             88  AUT-MAY-CANCEL              VALUE 'Y'.
000330         10  AUT-CANCEL-ALL      PIC X(01).
000340             88  AUT-MAY-CANCEL-ALL          VALUE 'Y'.
000350         10  AUT-PROFILE-MAINT   PIC X(01).
000360             88  AUT-MAY-MAINT-PROFILE       VALUE 'Y'.
000370         10  AUT-SCHED-MAINT     PIC X(01).
000380             88  AUT-MAY-MAINT-SCHED         VALUE 'Y'.
000390         10  AUT-REG-MAINT       PIC X(01).
000400             88  AUT-MAY-MAINT-REG           VALUE 'Y'.
000410     05  AUT-CHANGED-DATE        PIC 9(08).
000420     05  AUT-CHANGED-BY          PIC X(06).
000430     05  FILLER                  PIC X(13).
