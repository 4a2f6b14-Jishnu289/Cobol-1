000010******************************************************************
000020* COPYBOOK:  CDSCRREC                                            *
000030* AUTHOR:    JFM                                                 *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* REMARKS:   SERVICE SCORECARD PERIOD SNAPSHOT RECORD, HELD ON   *
000070*            CDSCORE AND MAINTAINED ONLY BY SCORCARD.  ONE ROW   *
000080*            PER RUN-ID PER SCORED MONTH.  THE CUMULATIVE        *
000090*            FIELDS ARE THE CDSTATS COUNTERS AS THEY STOOD WHEN  *
000100*            THE MONTH WAS SCORED, SO THE NEXT MONTH'S RUNS ARE  *
000110*            THE DIFFERENCE; THE PERIOD FIELDS ARE THE MONTH'S   *
000120*            OWN MEASURES, KEPT FOR THE MONTH-OVER-MONTH TREND.  *
000130*            THE FILE HOLDS THE LAST TWO SCORED MONTHS SO A      *
000140*            MONTH CAN BE RESCORED AGAINST THE SAME BASELINE.    *
000150******************************************************************
000160* MODIFICATION HISTORY                                           *
000170*   DATE        BY    DESCRIPTION                                *
000180*   ----------  ----  ------------------------------------       *
000190*   10/15/2026  JFM   ORIGINAL VERSION.                          *
000200******************************************************************
000210 01  SCR-RECORD.
000220     05  SCR-RUN-ID              PIC X(08).
000230     05  SCR-PERIOD              PIC 9(06).
000240     05  SCR-CUMULATIVE.
000250         10  SCR-CUM-RUNS        PIC 9(06).
000260         10  SCR-CUM-TIMED-RUNS  PIC 9(06).
000270         10  SCR-CUM-ELAPSED     PIC 9(08).
000280         10  SCR-CUM-RC00        PIC 9(05).
000290         10  SCR-CUM-RC04        PIC 9(05).
000300         10  SCR-CUM-RC08        PIC 9(05).
000310         10  SCR-CUM-RC12        PIC 9(05).
000320         10  SCR-CUM-RC16        PIC 9(05).
000330         10  SCR-CUM-RC-OTHER    PIC 9(05).
000340     05  SCR-MEASURES.
000350         10  SCR-RUNS            PIC 9(06).
000360         10  SCR-RC00            PIC 9(05).
000370         10  SCR-RC04            PIC 9(05).
000380         10  SCR-RC08            PIC 9(05).
000390         10  SCR-RC12            PIC 9(05).
000400         10  SCR-RC16            PIC 9(05).
000410         10  SCR-RC-OTHER        PIC 9(05).
000420         10  SCR-AVG-ELAPSED     PIC 9(06).
000430         10  SCR-WORST-ELAPSED   PIC 9(06).
000440         10  SCR-BREACHES        PIC 9(05).
000450         10  SCR-ESCALATED       PIC 9(05).
000460         10  SCR-MISSED          PIC 9(05).
000470         10  SCR-SCORE           PIC 9(07).
000480     05  FILLER                  PIC X(16).
