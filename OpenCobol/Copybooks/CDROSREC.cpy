000010******************************************************************
000020* COPYBOOK:  CDROSREC                                            *
000030* AUTHOR:    JFM                                                 *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* REMARKS:   ON-CALL ROSTER MASTER RECORD, HELD ON CDONCALL AND  *
000070*            KEYED BY RUN-ID GROUP, SHIFT AND DAY OF WEEK.       *
000080*            MAINTAINED BY ROSMNT; READ BY PAGEROUT.             *
000090*            THE GROUP IS A RUN-ID OR A RUN-ID PREFIX ENDING IN  *
000100*            AN ASTERISK (PAY* COVERS PAY01, PAYWEEK ...); A     *
000110*            LONE * COVERS EVERY RUN-ID.  THE MOST SPECIFIC      *
000120*            GROUP WINS.  DAY IS 1 (MONDAY) THRU 7 (SUNDAY), H   *
000130*            FOR A CDHOLDAY DATE OR * FOR ANY DAY; A HOLIDAY     *
000140*            ENTRY WINS OVER A WEEKDAY ENTRY, WHICH WINS OVER    *
000150*            AN ANY-DAY ENTRY.  THE SHIFT RUNS FROM ITS START    *
000160*            TIME UP TO ITS END TIME (HHMM); AN END EARLIER      *
000170*            THAN THE START IS AN OVERNIGHT SHIFT THAT BELONGS   *
000180*            TO THE DAY IT STARTS ON, AND EQUAL TIMES MEAN THE   *
000190*            WHOLE DAY.  THE BACKUP CONTACT IS OPTIONAL.         *
000200******************************************************************
000210* MODIFICATION HISTORY                                           *
000220*   DATE        BY    DESCRIPTION                                *
000230*   ----------  ----  ------------------------------------       *
000240*   10/15/2026  JFM   ORIGINAL VERSION.                          *
000250******************************************************************
000260 01  ROS-RECORD.
000270     05  ROS-KEY.
000280         10  ROS-GROUP           PIC X(08).
000290         10  ROS-SHIFT           PIC X(01).
000300         10  ROS-DAY             PIC X(01).
000310             88  ROS-DAY-HOLIDAY             VALUE 'H'.
000320             88  ROS-DAY-ANY                 VALUE '*'.
000330             88  ROS-DAY-WEEKDAY             VALUE '1' THRU '7'.
000340     05  ROS-SHIFT-START         PIC 9(04).
000350     05  ROS-SHIFT-END           PIC 9(04).
000360     05  ROS-PRIMARY-ID          PIC X(08).
000370     05  ROS-PRIMARY-PAGER       PIC X(16).
000380     05  ROS-BACKUP-ID           PIC X(08).
000390     05  ROS-BACKUP-PAGER        PIC X(16).
000400     05  FILLER                  PIC X(14).
