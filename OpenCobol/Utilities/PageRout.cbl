000010******************************************************************
000020* PROGRAM:   PAGEROUT                                            *
000030* AUTHOR:    JFM                                                 *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* REMARKS:   ROUTES COUNTDOWN ALERTS AND ESCALATIONS TO THE      *
000070*            PERSON ON CALL.  EVERY CDALERT RECORD AND EVERY     *
000080*            CDALTESC RECORD WRITTEN SINCE THE LAST RUN IS       *
000090*            RESOLVED AGAINST THE CDONCALL ROSTER (CDROSREC) -   *
000100*            MOST SPECIFIC RUN-ID GROUP, THEN HOLIDAY, WEEKDAY   *
000110*            OR ANY-DAY ENTRY, FOR THE SHIFT COVERING THE TIME   *
000120*            OF THE ALERT OR ESCALATION, WITH CDHOLDAY DECIDING  *
000130*            WHICH DATES ARE HOLIDAYS - AND A PAGE FOR THE       *
000140*            NOTIFICATION GATEWAY IS APPENDED TO CDPAGEQ         *
000150*            (CDPAGREC).  WARNING AND CRITICAL ALERTS PAGE THE   *
000160*            PRIMARY; INFORMATION ALERTS ARE NOT PAGED.  AN      *
000170*            ESCALATION PAGES THE PRIMARY THE FIRST TIME ALRTESC *
000180*            RAISES IT; WHEN ALRTESC WRITES THE SAME ALERT AGAIN *
000190*            (SAME RUN-ID, ALERT DATE AND TIME) IT IS STILL OPEN *
000200*            AND THE BACKUP IS PAGED INSTEAD.  THE CDPAGCTL      *
000210*            CONTROL RECORD HOLDS THE LAST ALERT AND ESCALATION  *
000220*            ROUTED SO NOTHING IS PAGED TWICE; WITH NO CONTROL   *
000230*            RECORD ROUTING STARTS FROM TODAY.  ANYTHING THAT    *
000240*            CANNOT BE ROUTED IS LISTED ON CDRPT23.  RC 04 FOR   *
000250*            AN UNROUTABLE WARNING OR NO CONTROL RECORD, RC 08   *
000260*            FOR AN UNROUTABLE CRITICAL OR WHEN THE ROSTER OR    *
000270*            PAGING QUEUE CANNOT BE OPENED (NOTHING IS ROUTED    *
000280*            AND THE CONTROL RECORD IS LEFT AS IT WAS), WHEN A   *
000282*            PAGE CANNOT BE WRITTEN TO THE QUEUE (THE CONTROL    *
000285*            RECORD IS AGAIN LEFT AS IT WAS) OR WHEN THE CONTROL *
000287*            RECORD CANNOT BE WRITTEN.                           *
000290******************************************************************
000300* MODIFICATION HISTORY                                           *
000310*   DATE        BY    DESCRIPTION                                *
000320*   ----------  ----  ------------------------------------       *
000330*   10/15/2026  JFM   ORIGINAL VERSION.                          *
000333*   10/15/2026  JFM   CHECK THE CDPAGEQ AND CDPAGCTL WRITES; A   *
000336*                     PAGE NOT QUEUED HOLDS THE MARKS BACK.      *
000337*   10/15/2026  JFM   CDPAGCTL WRITE FAILURES ARE NOW PAGER018E, *
000338*                     APART FROM THE CDPAGEQ PAGER012E.          *
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. PAGEROUT.
000370 AUTHOR. JFM.
000380 INSTALLATION. DATA CENTER OPERATIONS.
000390 DATE-WRITTEN. 10/15/2026.
000400 DATE-COMPILED.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ROSTER-FILE ASSIGN TO "CDONCALL"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS ROS-KEY
000490         FILE STATUS IS W-ROS-FILE-STATUS.
000500
000510     SELECT ALERT-FILE ASSIGN TO "CDALERT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS W-ALERT-FILE-STATUS.
000540
000550     SELECT ESC-FILE ASSIGN TO "CDALTESC"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS W-ESC-FILE-STATUS.
000580
000590     SELECT HOLIDAY-FILE ASSIGN TO "CDHOLDAY"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS W-HOL-FILE-STATUS.
000620
000630     SELECT CONTROL-FILE ASSIGN TO "CDPAGCTL"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS W-CTL-FILE-STATUS.
000660
000670     SELECT PAGE-QUEUE ASSIGN TO "CDPAGEQ"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS W-PAGQ-FILE-STATUS.
000700
000710     SELECT PRINT-FILE ASSIGN TO "CDRPT23"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS W-PRINT-FILE-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  ROSTER-FILE
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 80 CHARACTERS.
000800     COPY CDROSREC.
000810
000820 FD  ALERT-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 40 CHARACTERS.
000850     COPY CDALTREC.
000860
000870 FD  ESC-FILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 48 CHARACTERS.
000900 01  ESC-RECORD.
000910     05  ESC-RUN-ID              PIC X(08).
000920     05  ESC-ALERT-DATE          PIC 9(08).
000930     05  ESC-ALERT-TIME          PIC 9(08).
000940     05  ESC-SEVERITY            PIC X(01).
000950     05  ESC-ESC-DATE            PIC 9(08).
000960     05  ESC-ESC-TIME            PIC 9(08).
000970     05  FILLER                  PIC X(07).
000980
000990 FD  HOLIDAY-FILE
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 20 CHARACTERS.
001020 01  HOL-RECORD.
001030     05  HOL-DATE                PIC X(08).
001040     05  FILLER                  PIC X(12).
001050
001060 FD  CONTROL-FILE
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 80 CHARACTERS.
001090 01  CTL-RECORD.
001100     05  CTL-ALERT-MARK.
001110         10  CTL-ALERT-DATE      PIC 9(08).
001120         10  CTL-ALERT-TIME      PIC 9(08).
001130     05  CTL-ESC-MARK.
001140         10  CTL-ESC-DATE        PIC 9(08).
001150         10  CTL-ESC-TIME        PIC 9(08).
001160     05  CTL-RUN-DATE            PIC 9(08).
001170     05  CTL-RUN-TIME            PIC 9(08).
001180     05  FILLER                  PIC X(32).
001190
001200 FD  PAGE-QUEUE
001210     LABEL RECORDS ARE STANDARD
001220     RECORD CONTAINS 130 CHARACTERS.
001230     COPY CDPAGREC.
001240
001250 FD  PRINT-FILE
001260     LABEL RECORDS ARE STANDARD
001270     RECORD CONTAINS 80 CHARACTERS.
001280 01  PRINT-LINE                  PIC X(80).
001290
001300 WORKING-STORAGE SECTION.
001310*    ------------------------------------------------------------
001320*    FILE STATUS FIELDS
001330*    ------------------------------------------------------------
001340 01  W-ROS-FILE-STATUS           PIC X(02) VALUE SPACES.
001350 01  W-ALERT-FILE-STATUS         PIC X(02) VALUE SPACES.
001360 01  W-ESC-FILE-STATUS           PIC X(02) VALUE SPACES.
001370 01  W-HOL-FILE-STATUS           PIC X(02) VALUE SPACES.
001380 01  W-CTL-FILE-STATUS           PIC X(02) VALUE SPACES.
001390 01  W-PAGQ-FILE-STATUS          PIC X(02) VALUE SPACES.
001400 01  W-PRINT-FILE-STATUS         PIC X(02) VALUE SPACES.
001410
001420*    ------------------------------------------------------------
001430*    SWITCHES
001440*    ------------------------------------------------------------
001450 77  W-EOF-SW                    PIC X(01) VALUE 'N'.
001460     88  W-EOF                              VALUE 'Y'.
001470 77  W-FOUND-SW                  PIC X(01) VALUE 'N'.
001480     88  W-FOUND                            VALUE 'Y'.
001490 77  W-ABORT-SW                  PIC X(01) VALUE 'N'.
001500     88  W-ABORTED                          VALUE 'Y'.
001510 77  W-HOLIDAY-SW                PIC X(01) VALUE 'N'.
001520     88  W-IS-HOLIDAY                       VALUE 'Y'.
001530 77  W-NO-CONTROL-SW             PIC X(01) VALUE 'N'.
001540     88  W-NO-CONTROL                       VALUE 'Y'.
001550
001560*    ------------------------------------------------------------
001570*    HIGH-WATER MARKS - DATE AND TIME OF THE LAST ALERT AND
001580*    ESCALATION ROUTED.  COMPARED AS 16-DIGIT STRINGS.
001590*    ------------------------------------------------------------
001600 01  W-ALERT-MARK.
001610     05  W-ALERT-MARK-DATE       PIC 9(08) VALUE ZERO.
001620     05  W-ALERT-MARK-TIME       PIC 9(08) VALUE ZERO.
001630 01  W-ESC-MARK.
001640     05  W-ESC-MARK-DATE         PIC 9(08) VALUE ZERO.
001650     05  W-ESC-MARK-TIME         PIC 9(08) VALUE ZERO.
001660 01  W-NEW-ALERT-MARK.
001670     05  W-NEW-ALERT-DATE        PIC 9(08) VALUE ZERO.
001680     05  W-NEW-ALERT-TIME        PIC 9(08) VALUE ZERO.
001690 01  W-NEW-ESC-MARK.
001700     05  W-NEW-ESC-DATE          PIC 9(08) VALUE ZERO.
001710     05  W-NEW-ESC-TIME          PIC 9(08) VALUE ZERO.
001720 01  W-REC-STAMP.
001730     05  W-REC-STAMP-DATE        PIC 9(08) VALUE ZERO.
001740     05  W-REC-STAMP-TIME        PIC 9(08) VALUE ZERO.
001750
001760*    ------------------------------------------------------------
001770*    ROSTER TABLE - CDONCALL HELD WHOLE.  THE GROUP RANK IS 9
001780*    FOR AN EXACT RUN-ID, OTHERWISE THE LENGTH OF THE PREFIX
001790*    BEFORE THE ASTERISK, SO THE MOST SPECIFIC GROUP WINS.
001800*    ------------------------------------------------------------
001810 77  W-ROS-MAX                   PIC S9(04) COMP VALUE +300.
001820 77  W-ROS-LOST                  PIC 9(06) VALUE ZERO.
001830 01  W-ROS-TABLE.
001840     05  W-ROS-CNT               PIC S9(04) COMP VALUE ZERO.
001850     05  W-ROS-ENTRY OCCURS 300 TIMES.
001860         10  W-ROS-GROUP         PIC X(08).
001870         10  W-ROS-PREFIX-LEN    PIC S9(04) COMP.
001880         10  W-ROS-GROUP-RANK    PIC S9(04) COMP.
001890         10  W-ROS-SHIFT         PIC X(01).
001900         10  W-ROS-DAY           PIC X(01).
001910         10  W-ROS-START         PIC 9(04).
001920         10  W-ROS-END           PIC 9(04).
001930         10  W-ROS-PRIMARY-ID    PIC X(08).
001940         10  W-ROS-PRIMARY-PAGER PIC X(16).
001950         10  W-ROS-BACKUP-ID     PIC X(08).
001960         10  W-ROS-BACKUP-PAGER  PIC X(16).
001970 77  W-STAR-CNT                  PIC S9(04) COMP VALUE ZERO.
001980 77  W-STAR-POS                  PIC S9(04) COMP VALUE ZERO.
001990
002000*    ------------------------------------------------------------
002010*    HOLIDAY TABLE - EVERY NUMERIC CDHOLDAY DATE
002020*    ------------------------------------------------------------
002030 77  W-HOL-MAX                   PIC S9(04) COMP VALUE +400.
002040 01  W-HOL-TABLE.
002050     05  W-HOL-CNT               PIC S9(04) COMP VALUE ZERO.
002060     05  W-HOL-ENTRY OCCURS 400 TIMES.
002070         10  W-HOL-DATE          PIC 9(08).
002080
002090*    ------------------------------------------------------------
002100*    ESCALATION OCCURRENCE TABLE - HOW MANY TIMES EACH ALERT
002110*    HAS BEEN WRITTEN TO CDALTESC SO FAR IN THE FILE.  A SECOND
002120*    OR LATER OCCURRENCE MEANS THE ALERT IS STILL OPEN.
002130*    ------------------------------------------------------------
002140 77  W-OCC-MAX                   PIC S9(04) COMP VALUE +1000.
002150 77  W-OCC-LOST                  PIC 9(06) VALUE ZERO.
002160 01  W-OCC-TABLE.
002170     05  W-OCC-CNT               PIC S9(04) COMP VALUE ZERO.
002180     05  W-OCC-ENTRY OCCURS 1000 TIMES.
002190         10  W-OCC-RUN-ID        PIC X(08).
002200         10  W-OCC-DATE          PIC 9(08).
002210         10  W-OCC-TIME          PIC 9(08).
002220         10  W-OCC-COUNT         PIC 9(02).
002230 77  W-THIS-OCC                  PIC 9(02) VALUE ZERO.
002240
002250*    ------------------------------------------------------------
002260*    ROSTER RESOLUTION FIELDS.  THE CALLER SETS THE RUN-ID,
002270*    DATE AND TIME; W-RES-X COMES BACK AS THE WINNING ROSTER
002280*    ENTRY, OR ZERO WHEN NOBODY IS ON CALL.
002290*    ------------------------------------------------------------
002300 01  W-RES-RUN-ID                PIC X(08) VALUE SPACES.
002310 01  W-RES-DATE                  PIC 9(08) VALUE ZERO.
002320 01  W-RES-TIME                  PIC 9(08) VALUE ZERO.
002330 01  W-RES-HHMM                  PIC 9(04) VALUE ZERO.
002340 77  W-RES-X                     PIC S9(04) COMP VALUE ZERO.
002350 77  W-BEST-RANK                 PIC S9(04) COMP VALUE ZERO.
002360 77  W-ENTRY-RANK                PIC S9(04) COMP VALUE ZERO.
002370 77  W-DAY-RANK                  PIC S9(04) COMP VALUE ZERO.
002380 77  W-SHIFT-DAY-SW              PIC X(01) VALUE SPACE.
002390     88  W-SHIFT-OF-THIS-DAY                VALUE 'T'.
002400     88  W-SHIFT-OF-PREV-DAY                VALUE 'P'.
002410 01  W-THIS-DOW                  PIC X(01) VALUE SPACE.
002420 01  W-THIS-HOL-SW               PIC X(01) VALUE 'N'.
002430 01  W-PREV-DOW                  PIC X(01) VALUE SPACE.
002440 01  W-PREV-HOL-SW               PIC X(01) VALUE 'N'.
002450 01  W-CHK-DOW                   PIC X(01) VALUE SPACE.
002460 01  W-CHK-HOL-SW                PIC X(01) VALUE 'N'.
002470 01  W-ISO-DOW                   PIC 9(01) VALUE ZERO.
002480
002490*    ------------------------------------------------------------
002500*    CALENDAR FIELDS
002510*    ------------------------------------------------------------
002520 01  W-CAL-DATE                  PIC 9(08) VALUE ZERO.
002530 01  W-CAL-SPLIT REDEFINES W-CAL-DATE.
002540     05  W-CAL-YYYY              PIC 9(04).
002550     05  W-CAL-MM                PIC 9(02).
002560     05  W-CAL-DD                PIC 9(02).
002570 77  W-DAY-OF-WEEK               PIC 9(01) VALUE ZERO.
002580*    ZELLER DAY NUMBERS: 0 = SATURDAY, 1 = SUNDAY, 2 = MONDAY,
002590*    THROUGH 6 = FRIDAY.  THE ROSTER USES 1 = MONDAY THROUGH
002600*    7 = SUNDAY.
002610 77  W-MONTH-END-DD              PIC 9(02) VALUE ZERO.
002620 77  W-ZEL-Q                     PIC 9(02) COMP VALUE ZERO.
002630 77  W-ZEL-M                     PIC 9(02) COMP VALUE ZERO.
002640 77  W-ZEL-Y                     PIC 9(04) COMP VALUE ZERO.
002650 77  W-ZEL-K                     PIC 9(02) COMP VALUE ZERO.
002660 77  W-ZEL-J                     PIC 9(02) COMP VALUE ZERO.
002670 77  W-ZEL-H                     PIC S9(04) COMP VALUE ZERO.
002680 77  W-ZEL-WORK                  PIC S9(06) COMP VALUE ZERO.
002690 01  W-DIM-VALUES                PIC X(24) VALUE
002700     "312831303130313130313031".
002710 01  W-DIM-TABLE REDEFINES W-DIM-VALUES.
002720     05  W-DIM                   PIC 9(02) OCCURS 12 TIMES.
002730 77  W-LEAP-QUOT                 PIC 9(04) COMP VALUE ZERO.
002740 77  W-LEAP-REM                  PIC 9(04) COMP VALUE ZERO.
002750 77  W-LEAP-SW                   PIC X(01) VALUE 'N'.
002760     88  W-LEAP-YEAR                        VALUE 'Y'.
002770
002780*    ------------------------------------------------------------
002790*    SUBSCRIPTS AND COUNTERS
002800*    ------------------------------------------------------------
002810 77  W-X1                        PIC S9(04) COMP VALUE ZERO.
002820 77  W-X2                        PIC S9(04) COMP VALUE ZERO.
002830 77  W-TODAY                     PIC 9(08) VALUE ZERO.
002840 77  W-NOW-TIME                  PIC 9(08) VALUE ZERO.
002850 77  W-ALERTS-NEW                PIC 9(06) VALUE ZERO.
002860 77  W-ALERTS-PAGED              PIC 9(06) VALUE ZERO.
002870 77  W-ALERTS-INFO               PIC 9(06) VALUE ZERO.
002880 77  W-ESC-NEW                   PIC 9(06) VALUE ZERO.
002890 77  W-ESC-PRIMARY               PIC 9(06) VALUE ZERO.
002900 77  W-ESC-BACKUP                PIC 9(06) VALUE ZERO.
002910 77  W-UNROUTABLE                PIC 9(06) VALUE ZERO.
002915 77  W-NOT-QUEUED                PIC 9(06) VALUE ZERO.
002920 01  W-UNROUTED-REASON           PIC X(40) VALUE SPACES.
002930
002940*    ------------------------------------------------------------
002950*    REPORT CONTROL FIELDS
002960*    ------------------------------------------------------------
002970 77  W-PAGE-NO                   PIC 9(04) VALUE ZERO.
002980 77  W-LINE-CNT                  PIC 9(02) COMP VALUE 99.
002990 77  W-PAGE-SIZE                 PIC 9(02) COMP VALUE 55.
003000 01  W-SAVE-LINE                 PIC X(80) VALUE SPACES.
003010
003020*    ------------------------------------------------------------
003030*    RETURN CODE
003040*    ------------------------------------------------------------
003050 01  W-RETURN-CODE               PIC 9(02) VALUE ZERO.
003060     88  W-RC-ALL-ROUTED                    VALUE 00.
003070     88  W-RC-WARNING                       VALUE 04.
003080     88  W-RC-CRITICAL                      VALUE 08.
003090
003100*    ------------------------------------------------------------
003110*    REPORT LINE LAYOUTS
003120*    ------------------------------------------------------------
003130 01  W-HEAD-LINE-1.
003140     05  FILLER                  PIC X(33) VALUE
003150         "ON-CALL PAGE ROUTING - UNROUTABLE".
003160     05  FILLER                  PIC X(05) VALUE "DATE ".
003170     05  H1-DATE                 PIC 9999/99/99.
003180     05  FILLER                  PIC X(07) VALUE "  PAGE ".
003190     05  H1-PAGE                 PIC ZZZ9.
003200     05  FILLER                  PIC X(21) VALUE SPACES.
003210
003220 01  W-HEAD-LINE-2.
003230     05  FILLER                  PIC X(07) VALUE "SOURCE ".
003240     05  FILLER                  PIC X(08) VALUE "RUN-ID  ".
003250     05  FILLER                  PIC X(02) VALUE SPACES.
003260     05  FILLER                  PIC X(10) VALUE "DATE      ".
003270     05  FILLER                  PIC X(02) VALUE SPACES.
003280     05  FILLER                  PIC X(07) VALUE "TIME   ".
003290     05  FILLER                  PIC X(04) VALUE "SEV ".
003300     05  FILLER                  PIC X(06) VALUE "REASON".
003310     05  FILLER                  PIC X(34) VALUE SPACES.
003320
003330 01  W-DETAIL-LINE.
003340     05  DL-SOURCE               PIC X(06).
003350     05  FILLER                  PIC X(01) VALUE SPACES.
003360     05  DL-RUN-ID               PIC X(08).
003370     05  FILLER                  PIC X(02) VALUE SPACES.
003380     05  DL-DATE                 PIC 9999/99/99.
003390     05  FILLER                  PIC X(02) VALUE SPACES.
003400     05  DL-TIME                 PIC X(05).
003410     05  FILLER                  PIC X(02) VALUE SPACES.
003420     05  DL-SEV                  PIC X(01).
003430     05  FILLER                  PIC X(03) VALUE SPACES.
003440     05  DL-REASON               PIC X(40).
003450
003460 01  W-TIME-DISP.
003470     05  W-TD-HH                 PIC X(02).
003480     05  FILLER                  PIC X(01) VALUE ":".
003490     05  W-TD-MM                 PIC X(02).
003500
003510 01  W-NONE-LINE                 PIC X(80) VALUE
003520     "  (EVERYTHING WAS ROUTED)".
003530 01  W-NO-CONTROL-LINE           PIC X(80) VALUE
003540     "  ** NO CDPAGCTL CONTROL RECORD - ROUTED FROM TODAY **".
003550
003560 01  W-LOST-LINE.
003570     05  FILLER                  PIC X(04) VALUE SPACES.
003580     05  LL-TABLE                PIC X(12).
003590     05  FILLER                  PIC X(12) VALUE
003600         "TABLE FULL -".
003610     05  LL-LOST                 PIC ZZZ,ZZ9.
003620     05  FILLER                  PIC X(30) VALUE
003630         " ENTRIES NOT CONSIDERED - RC 4".
003640     05  FILLER                  PIC X(15) VALUE SPACES.
003650
003660 01  W-SUMMARY-LINE.
003670     05  SL-LABEL                PIC X(24).
003680     05  SL-COUNT                PIC ZZZ,ZZ9.
003690     05  FILLER                  PIC X(49) VALUE SPACES.
003700
003710 PROCEDURE DIVISION.
003720*    ------------------------------------------------------------
003730*    0000-MAINLINE - PROGRAM ENTRY POINT
003740*    ------------------------------------------------------------
003750 0000-MAINLINE.
003760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003770     IF NOT W-ABORTED
003780         PERFORM 2000-ROUTE-ALERTS THRU 2000-EXIT
003790         PERFORM 3000-ROUTE-ESCALATIONS THRU 3000-EXIT
003800         PERFORM 6800-PRINT-SUMMARY THRU 6800-EXIT
003810         PERFORM 6900-WRITE-CONTROL THRU 6900-EXIT
003820     END-IF.
003830     PERFORM 7000-TERMINATE THRU 7000-EXIT.
003840     GOBACK.
003850
003860*    ------------------------------------------------------------
003870*    1000-INITIALIZE - LOAD THE ROSTER, HOLIDAYS AND CONTROL
003880*                     RECORD AND OPEN THE PAGING QUEUE.  NO
003890*                     ROSTER OR NO QUEUE MEANS NOTHING IS
003900*                     ROUTED THIS RUN.
003910*    ------------------------------------------------------------
003920 1000-INITIALIZE.
003930     ACCEPT W-TODAY FROM DATE YYYYMMDD.
003940     ACCEPT W-NOW-TIME FROM TIME.
003950     OPEN OUTPUT PRINT-FILE.
003960     PERFORM 1100-LOAD-ROSTER THRU 1100-EXIT.
003970     IF W-ABORTED
003980         GO TO 1000-EXIT
003990     END-IF.
004000     PERFORM 1200-LOAD-HOLIDAYS THRU 1200-EXIT.
004010     PERFORM 1300-READ-CONTROL THRU 1300-EXIT.
004020     OPEN EXTEND PAGE-QUEUE.
004030     IF W-PAGQ-FILE-STATUS = "35"
004040         OPEN OUTPUT PAGE-QUEUE
004050     END-IF.
004060     IF W-PAGQ-FILE-STATUS NOT = "00"
004070         DISPLAY "PAGER012E PAGING QUEUE UNAVAILABLE - STATUS "
004080             W-PAGQ-FILE-STATUS
004090         MOVE "PAGING QUEUE UNAVAILABLE - NOTHING ROUTED"
004100             TO PRINT-LINE
004110         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
004120         SET W-ABORTED TO TRUE
004130         SET W-RC-CRITICAL TO TRUE
004140         GO TO 1000-EXIT
004150     END-IF.
004160     MOVE "UNROUTABLE ALERTS AND ESCALATIONS" TO PRINT-LINE.
004170     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
004180     MOVE W-HEAD-LINE-2 TO PRINT-LINE.
004190     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
004200 1000-EXIT.
004210     EXIT.
004220
004230*    ------------------------------------------------------------
004240*    1100-LOAD-ROSTER - HOLD CDONCALL IN KEY ORDER AND WORK OUT
004250*                     EACH GROUP'S PREFIX AND RANK
004260*    ------------------------------------------------------------
004270 1100-LOAD-ROSTER.
004280     MOVE 'N' TO W-EOF-SW.
004290     OPEN INPUT ROSTER-FILE.
004300     IF W-ROS-FILE-STATUS NOT = "00"
004310         DISPLAY "PAGER008E ROSTER MASTER UNAVAILABLE - STATUS "
004320             W-ROS-FILE-STATUS
004330         MOVE "ROSTER MASTER UNAVAILABLE - NOTHING ROUTED"
004340             TO PRINT-LINE
004350         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
004360         SET W-ABORTED TO TRUE
004370         SET W-RC-CRITICAL TO TRUE
004380         GO TO 1100-EXIT
004390     END-IF.
004400     PERFORM 1110-LOAD-ONE-ROSTER THRU 1110-EXIT
004410         UNTIL W-EOF.
004420     CLOSE ROSTER-FILE.
004430 1100-EXIT.
004440     EXIT.
004450
004460 1110-LOAD-ONE-ROSTER.
004470     READ ROSTER-FILE NEXT RECORD
004480         AT END
004490             SET W-EOF TO TRUE
004500             GO TO 1110-EXIT
004510     END-READ.
004520     IF W-ROS-CNT >= W-ROS-MAX
004530         ADD 1 TO W-ROS-LOST
004540         GO TO 1110-EXIT
004550     END-IF.
004560     ADD 1 TO W-ROS-CNT.
004570     MOVE ROS-GROUP         TO W-ROS-GROUP (W-ROS-CNT).
004580     MOVE ROS-SHIFT         TO W-ROS-SHIFT (W-ROS-CNT).
004590     MOVE ROS-DAY           TO W-ROS-DAY (W-ROS-CNT).
004600     MOVE ROS-SHIFT-START   TO W-ROS-START (W-ROS-CNT).
004610     MOVE ROS-SHIFT-END     TO W-ROS-END (W-ROS-CNT).
004620     MOVE ROS-PRIMARY-ID    TO W-ROS-PRIMARY-ID (W-ROS-CNT).
004630     MOVE ROS-PRIMARY-PAGER TO W-ROS-PRIMARY-PAGER (W-ROS-CNT).
004640     MOVE ROS-BACKUP-ID     TO W-ROS-BACKUP-ID (W-ROS-CNT).
004650     MOVE ROS-BACKUP-PAGER  TO W-ROS-BACKUP-PAGER (W-ROS-CNT).
004660     MOVE ZERO TO W-STAR-CNT.
004670     MOVE ZERO TO W-STAR-POS.
004680     INSPECT ROS-GROUP TALLYING W-STAR-CNT FOR ALL '*'.
004690     IF W-STAR-CNT = ZERO
004700         MOVE 8 TO W-ROS-PREFIX-LEN (W-ROS-CNT)
004710         MOVE 9 TO W-ROS-GROUP-RANK (W-ROS-CNT)
004720     ELSE
004730         INSPECT ROS-GROUP TALLYING W-STAR-POS
004740             FOR CHARACTERS BEFORE INITIAL '*'
004750         MOVE W-STAR-POS TO W-ROS-PREFIX-LEN (W-ROS-CNT)
004760         MOVE W-STAR-POS TO W-ROS-GROUP-RANK (W-ROS-CNT)
004770     END-IF.
004780 1110-EXIT.
004790     EXIT.
004800
004810*    ------------------------------------------------------------
004820*    1200-LOAD-HOLIDAYS - A MISSING FILE MEANS NO HOLIDAYS
004830*    ------------------------------------------------------------
004840 1200-LOAD-HOLIDAYS.
004850     MOVE 'N' TO W-EOF-SW.
004860     OPEN INPUT HOLIDAY-FILE.
004870     IF W-HOL-FILE-STATUS NOT = "00"
004880         GO TO 1200-EXIT
004890     END-IF.
004900     PERFORM 1210-READ-ONE-HOLIDAY THRU 1210-EXIT
004910         UNTIL W-EOF.
004920     CLOSE HOLIDAY-FILE.
004930 1200-EXIT.
004940     EXIT.
004950
004960 1210-READ-ONE-HOLIDAY.
004970     READ HOLIDAY-FILE
004980         AT END
004990             SET W-EOF TO TRUE
005000         NOT AT END
005010             IF HOL-DATE IS NUMERIC
005020                 AND W-HOL-CNT < W-HOL-MAX
005030                 ADD 1 TO W-HOL-CNT
005040                 MOVE HOL-DATE TO W-HOL-DATE (W-HOL-CNT)
005050             END-IF
005060     END-READ.
005070 1210-EXIT.
005080     EXIT.
005090
005100*    ------------------------------------------------------------
005110*    1300-READ-CONTROL - PICK UP THE HIGH-WATER MARKS.  WITH
005120*                     NO CONTROL RECORD BOTH MARKS START AT
005130*                     MIDNIGHT TODAY, SO A FIRST RUN DOES NOT
005140*                     PAGE FOR THE WHOLE OF CDALERT'S HISTORY.
005150*    ------------------------------------------------------------
005160 1300-READ-CONTROL.
005170     SET W-NO-CONTROL TO TRUE.
005180     OPEN INPUT CONTROL-FILE.
005190     IF W-CTL-FILE-STATUS = "00"
005200         READ CONTROL-FILE
005210             AT END
005220                 CONTINUE
005230             NOT AT END
005240                 IF CTL-ALERT-MARK IS NUMERIC
005250                     AND CTL-ESC-MARK IS NUMERIC
005260                     MOVE CTL-ALERT-MARK TO W-ALERT-MARK
005270                     MOVE CTL-ESC-MARK   TO W-ESC-MARK
005280                     MOVE 'N' TO W-NO-CONTROL-SW
005290                 END-IF
005300         END-READ
005310         CLOSE CONTROL-FILE
005320     END-IF.
005330     IF W-NO-CONTROL
005340         MOVE W-TODAY TO W-ALERT-MARK-DATE
005350         MOVE ZERO    TO W-ALERT-MARK-TIME
005360         MOVE W-TODAY TO W-ESC-MARK-DATE
005370         MOVE ZERO    TO W-ESC-MARK-TIME
005380         SET W-RC-WARNING TO TRUE
005390     END-IF.
005400     MOVE W-ALERT-MARK TO W-NEW-ALERT-MARK.
005410     MOVE W-ESC-MARK   TO W-NEW-ESC-MARK.
005420 1300-EXIT.
005430     EXIT.
005440
005450*    ------------------------------------------------------------
005460*    2000-ROUTE-ALERTS - EVERY CDALERT RECORD NEWER THAN THE
005470*                     ALERT MARK
005480*    ------------------------------------------------------------
005490 2000-ROUTE-ALERTS.
005500     MOVE 'N' TO W-EOF-SW.
005510     OPEN INPUT ALERT-FILE.
005520     IF W-ALERT-FILE-STATUS NOT = "00"
005530         GO TO 2000-EXIT
005540     END-IF.
005550     PERFORM 2010-READ-ONE-ALERT THRU 2010-EXIT
005560         UNTIL W-EOF.
005570     CLOSE ALERT-FILE.
005580 2000-EXIT.
005590     EXIT.
005600
005610 2010-READ-ONE-ALERT.
005620     READ ALERT-FILE
005630         AT END
005640             SET W-EOF TO TRUE
005650             GO TO 2010-EXIT
005660     END-READ.
005670     IF ALT-DATE IS NOT NUMERIC OR ALT-TIME IS NOT NUMERIC
005680         DISPLAY "PAGER004W ALERT SKIPPED: " ALERT-RECORD
005690         GO TO 2010-EXIT
005700     END-IF.
005710     MOVE ALT-DATE TO W-REC-STAMP-DATE.
005720     MOVE ALT-TIME TO W-REC-STAMP-TIME.
005730     IF W-REC-STAMP NOT > W-ALERT-MARK
005740         GO TO 2010-EXIT
005750     END-IF.
005760     IF W-REC-STAMP > W-NEW-ALERT-MARK
005770         MOVE W-REC-STAMP TO W-NEW-ALERT-MARK
005780     END-IF.
005790     ADD 1 TO W-ALERTS-NEW.
005800     IF ALT-SEV-INFO
005810         ADD 1 TO W-ALERTS-INFO
005820         GO TO 2010-EXIT
005830     END-IF.
005840     PERFORM 2100-ROUTE-ONE-ALERT THRU 2100-EXIT.
005850 2010-EXIT.
005860     EXIT.
005870
005880*    ------------------------------------------------------------
005890*    2100-ROUTE-ONE-ALERT - PAGE WHOEVER WAS ON CALL WHEN THE
005900*                     ALERT WAS RAISED
005910*    ------------------------------------------------------------
005920 2100-ROUTE-ONE-ALERT.
005930     MOVE ALT-RUN-ID TO W-RES-RUN-ID.
005940     MOVE ALT-DATE   TO W-RES-DATE.
005950     MOVE ALT-TIME   TO W-RES-TIME.
005960     PERFORM 5000-RESOLVE-ROSTER THRU 5000-EXIT.
005970     IF W-RES-X = ZERO
005980         MOVE "NO ROSTER ENTRY ON CALL" TO W-UNROUTED-REASON
005990         MOVE "ALERT " TO DL-SOURCE
006000         MOVE ALT-RUN-ID   TO DL-RUN-ID
006010         MOVE ALT-DATE     TO DL-DATE
006020         MOVE ALT-TIME     TO W-REC-STAMP-TIME
006030         MOVE ALT-SEVERITY TO DL-SEV
006040         PERFORM 6500-REPORT-UNROUTABLE THRU 6500-EXIT
006050         GO TO 2100-EXIT
006060     END-IF.
006070     MOVE SPACES TO PAG-RECORD.
006080     SET PAG-FROM-ALERT TO TRUE.
006090     SET PAG-TO-PRIMARY TO TRUE.
006100     MOVE ALT-RUN-ID     TO PAG-RUN-ID.
006110     MOVE ALT-SEVERITY   TO PAG-SEVERITY.
006120     MOVE ALT-TICK-VALUE TO PAG-TICK-VALUE.
006130     MOVE ALT-DATE       TO PAG-ALERT-DATE.
006140     MOVE ALT-TIME       TO PAG-ALERT-TIME.
006150     MOVE ZERO           TO PAG-ESC-COUNT.
006160     IF ALT-SEV-CRITICAL
006170         MOVE "CRITICAL COUNTDOWN ALERT" TO PAG-TEXT
006180     ELSE
006190         MOVE "WARNING COUNTDOWN ALERT" TO PAG-TEXT
006200     END-IF.
006210     PERFORM 6000-QUEUE-PAGE THRU 6000-EXIT.
006220     ADD 1 TO W-ALERTS-PAGED.
006230 2100-EXIT.
006240     EXIT.
006250
006260*    ------------------------------------------------------------
006270*    3000-ROUTE-ESCALATIONS - READ ALL OF CDALTESC, COUNTING
006280*                     HOW OFTEN EACH ALERT HAS BEEN ESCALATED,
006290*                     AND ROUTE THE RECORDS NEWER THAN THE
006300*                     ESCALATION MARK
006310*    ------------------------------------------------------------
006320 3000-ROUTE-ESCALATIONS.
006330     MOVE 'N' TO W-EOF-SW.
006340     OPEN INPUT ESC-FILE.
006350     IF W-ESC-FILE-STATUS NOT = "00"
006360         GO TO 3000-EXIT
006370     END-IF.
006380     PERFORM 3010-READ-ONE-ESCALATION THRU 3010-EXIT
006390         UNTIL W-EOF.
006400     CLOSE ESC-FILE.
006410 3000-EXIT.
006420     EXIT.
006430
006440 3010-READ-ONE-ESCALATION.
006450     READ ESC-FILE
006460         AT END
006470             SET W-EOF TO TRUE
006480             GO TO 3010-EXIT
006490     END-READ.
006500     IF ESC-ESC-DATE IS NOT NUMERIC
006510         OR ESC-ESC-TIME IS NOT NUMERIC
006520         DISPLAY "PAGER004W ESCALATION SKIPPED: " ESC-RECORD
006530         GO TO 3010-EXIT
006540     END-IF.
006550     PERFORM 3050-COUNT-OCCURRENCE THRU 3050-EXIT.
006560     MOVE ESC-ESC-DATE TO W-REC-STAMP-DATE.
006570     MOVE ESC-ESC-TIME TO W-REC-STAMP-TIME.
006580     IF W-REC-STAMP NOT > W-ESC-MARK
006590         GO TO 3010-EXIT
006600     END-IF.
006610     IF W-REC-STAMP > W-NEW-ESC-MARK
006620         MOVE W-REC-STAMP TO W-NEW-ESC-MARK
006630     END-IF.
006640     ADD 1 TO W-ESC-NEW.
006650     PERFORM 3100-ROUTE-ONE-ESCALATION THRU 3100-EXIT.
006660 3010-EXIT.
006670     EXIT.
006680
006690*    ------------------------------------------------------------
006700*    3050-COUNT-OCCURRENCE - W-THIS-OCC BECOMES THE NUMBER OF
006710*                     TIMES THIS ALERT HAS NOW BEEN ESCALATED.
006720*                     WITH THE TABLE FULL IT IS TAKEN AS THE
006730*                     FIRST, SO THE PRIMARY IS STILL PAGED.
006740*    ------------------------------------------------------------
006750 3050-COUNT-OCCURRENCE.
006760     MOVE 'N' TO W-FOUND-SW.
006770     PERFORM 3060-MATCH-OCCURRENCE THRU 3060-EXIT
006780         VARYING W-X1 FROM 1 BY 1
006790         UNTIL W-X1 > W-OCC-CNT OR W-FOUND.
006800     IF W-FOUND
006810         IF W-OCC-COUNT (W-X2) < 99
006820             ADD 1 TO W-OCC-COUNT (W-X2)
006830         END-IF
006840         MOVE W-OCC-COUNT (W-X2) TO W-THIS-OCC
006850         GO TO 3050-EXIT
006860     END-IF.
006870     MOVE 1 TO W-THIS-OCC.
006880     IF W-OCC-CNT < W-OCC-MAX
006890         ADD 1 TO W-OCC-CNT
006900         MOVE ESC-RUN-ID     TO W-OCC-RUN-ID (W-OCC-CNT)
006910         MOVE ESC-ALERT-DATE TO W-OCC-DATE (W-OCC-CNT)
006920         MOVE ESC-ALERT-TIME TO W-OCC-TIME (W-OCC-CNT)
006930         MOVE 1              TO W-OCC-COUNT (W-OCC-CNT)
006940     ELSE
006950         ADD 1 TO W-OCC-LOST
006960     END-IF.
006970 3050-EXIT.
006980     EXIT.
006990
007000 3060-MATCH-OCCURRENCE.
007010     IF W-OCC-RUN-ID (W-X1) = ESC-RUN-ID
007020         AND W-OCC-DATE (W-X1) = ESC-ALERT-DATE
007030         AND W-OCC-TIME (W-X1) = ESC-ALERT-TIME
007040         SET W-FOUND TO TRUE
007050         MOVE W-X1 TO W-X2
007060     END-IF.
007070 3060-EXIT.
007080     EXIT.
007090
007100*    ------------------------------------------------------------
007110*    3100-ROUTE-ONE-ESCALATION - PAGE WHOEVER IS ON CALL AT THE
007120*                     TIME OF THE ESCALATION: THE PRIMARY THE
007130*                     FIRST TIME, THE BACKUP WHILE IT STAYS OPEN
007140*    ------------------------------------------------------------
007150 3100-ROUTE-ONE-ESCALATION.
007160     MOVE ESC-RUN-ID   TO W-RES-RUN-ID.
007170     MOVE ESC-ESC-DATE TO W-RES-DATE.
007180     MOVE ESC-ESC-TIME TO W-RES-TIME.
007190     PERFORM 5000-RESOLVE-ROSTER THRU 5000-EXIT.
007200     MOVE "ESCAL " TO DL-SOURCE.
007210     MOVE ESC-RUN-ID   TO DL-RUN-ID.
007220     MOVE ESC-ESC-DATE TO DL-DATE.
007230     MOVE ESC-ESC-TIME TO W-REC-STAMP-TIME.
007240     MOVE ESC-SEVERITY TO DL-SEV.
007250     IF W-RES-X = ZERO
007260         MOVE "NO ROSTER ENTRY ON CALL" TO W-UNROUTED-REASON
007270         PERFORM 6500-REPORT-UNROUTABLE THRU 6500-EXIT
007280         GO TO 3100-EXIT
007290     END-IF.
007300     IF W-THIS-OCC > 1
007310         AND W-ROS-BACKUP-ID (W-RES-X) = SPACES
007320         MOVE "STILL OPEN - NO BACKUP ON ROSTER ENTRY"
007330             TO W-UNROUTED-REASON
007340         PERFORM 6500-REPORT-UNROUTABLE THRU 6500-EXIT
007350         GO TO 3100-EXIT
007360     END-IF.
007370     MOVE SPACES TO PAG-RECORD.
007380     SET PAG-FROM-ESCALATION TO TRUE.
007390     MOVE ESC-RUN-ID     TO PAG-RUN-ID.
007400     MOVE ESC-SEVERITY   TO PAG-SEVERITY.
007410     MOVE ZERO           TO PAG-TICK-VALUE.
007420     MOVE ESC-ALERT-DATE TO PAG-ALERT-DATE.
007430     MOVE ESC-ALERT-TIME TO PAG-ALERT-TIME.
007440     MOVE W-THIS-OCC     TO PAG-ESC-COUNT.
007450     IF W-THIS-OCC > 1
007460         SET PAG-TO-BACKUP TO TRUE
007470         MOVE "STILL OPEN - PRIMARY HAS NOT RESPONDED"
007480             TO PAG-TEXT
007490         ADD 1 TO W-ESC-BACKUP
007500     ELSE
007510         SET PAG-TO-PRIMARY TO TRUE
007520         MOVE "CRITICAL ALERT UNACKNOWLEDGED" TO PAG-TEXT
007530         ADD 1 TO W-ESC-PRIMARY
007540     END-IF.
007550     PERFORM 6000-QUEUE-PAGE THRU 6000-EXIT.
007560 3100-EXIT.
007570     EXIT.
007580
007590*    ------------------------------------------------------------
007600*    5000-RESOLVE-ROSTER - FIND THE ROSTER ENTRY ON CALL FOR
007610*                     W-RES-RUN-ID AT W-RES-DATE/W-RES-TIME.
007620*                     AN OVERNIGHT SHIFT IS LOOKED UP UNDER THE
007630*                     DAY IT STARTED, SO THE PREVIOUS DAY'S
007640*                     WEEKDAY AND HOLIDAY STATUS ARE NEEDED TOO.
007650*                     RANK = GROUP RANK * 10 + DAY RANK (HOLIDAY
007660*                     3, WEEKDAY 2, ANY DAY 1); THE FIRST ENTRY
007670*                     IN KEY ORDER WINS A TIE.
007680*    ------------------------------------------------------------
007690 5000-RESOLVE-ROSTER.
007700     MOVE ZERO TO W-RES-X.
007710     MOVE ZERO TO W-BEST-RANK.
007720     MOVE W-RES-TIME (1:4) TO W-RES-HHMM.
007730     MOVE W-RES-DATE TO W-CAL-DATE.
007740     PERFORM 5050-SET-CALENDAR-DAY THRU 5050-EXIT.
007750     MOVE W-CHK-DOW    TO W-THIS-DOW.
007760     MOVE W-CHK-HOL-SW TO W-THIS-HOL-SW.
007770     PERFORM 9400-SUBTRACT-ONE-DAY THRU 9400-EXIT.
007780     PERFORM 5050-SET-CALENDAR-DAY THRU 5050-EXIT.
007790     MOVE W-CHK-DOW    TO W-PREV-DOW.
007800     MOVE W-CHK-HOL-SW TO W-PREV-HOL-SW.
007810     PERFORM 5100-CHECK-ROSTER-ENTRY THRU 5100-EXIT
007820         VARYING W-X1 FROM 1 BY 1
007830         UNTIL W-X1 > W-ROS-CNT.
007840 5000-EXIT.
007850     EXIT.
007860
007870*    ------------------------------------------------------------
007880*    5050-SET-CALENDAR-DAY - ROSTER DAY CODE AND HOLIDAY FLAG
007890*                     FOR W-CAL-DATE
007900*    ------------------------------------------------------------
007910 5050-SET-CALENDAR-DAY.
007920     PERFORM 9200-COMPUTE-DAY-OF-WEEK THRU 9200-EXIT.
007930     IF W-DAY-OF-WEEK < 2
007940         COMPUTE W-ISO-DOW = W-DAY-OF-WEEK + 6
007950     ELSE
007960         COMPUTE W-ISO-DOW = W-DAY-OF-WEEK - 1
007970     END-IF.
007980     MOVE W-ISO-DOW TO W-CHK-DOW.
007990     MOVE 'N' TO W-HOLIDAY-SW.
008000     PERFORM 5150-MATCH-HOLIDAY THRU 5150-EXIT
008010         VARYING W-X2 FROM 1 BY 1
008020         UNTIL W-X2 > W-HOL-CNT OR W-IS-HOLIDAY.
008030     MOVE W-HOLIDAY-SW TO W-CHK-HOL-SW.
008040 5050-EXIT.
008050     EXIT.
008060
008070 5100-CHECK-ROSTER-ENTRY.
008080     IF W-ROS-GROUP-RANK (W-X1) = 9
008090         IF W-ROS-GROUP (W-X1) NOT = W-RES-RUN-ID
008100             GO TO 5100-EXIT
008110         END-IF
008120     ELSE
008130         IF W-ROS-PREFIX-LEN (W-X1) > ZERO
008140             IF W-ROS-GROUP (W-X1) (1:W-ROS-PREFIX-LEN (W-X1))
008150                 NOT = W-RES-RUN-ID (1:W-ROS-PREFIX-LEN (W-X1))
008160                 GO TO 5100-EXIT
008170             END-IF
008180         END-IF
008190     END-IF.
008200     MOVE SPACE TO W-SHIFT-DAY-SW.
008210     EVALUATE TRUE
008220         WHEN W-ROS-START (W-X1) = W-ROS-END (W-X1)
008230             SET W-SHIFT-OF-THIS-DAY TO TRUE
008240         WHEN W-ROS-START (W-X1) < W-ROS-END (W-X1)
008250             IF W-RES-HHMM NOT < W-ROS-START (W-X1)
008260                 AND W-RES-HHMM < W-ROS-END (W-X1)
008270                 SET W-SHIFT-OF-THIS-DAY TO TRUE
008280             END-IF
008290         WHEN OTHER
008300             IF W-RES-HHMM NOT < W-ROS-START (W-X1)
008310                 SET W-SHIFT-OF-THIS-DAY TO TRUE
008320             ELSE
008330                 IF W-RES-HHMM < W-ROS-END (W-X1)
008340                     SET W-SHIFT-OF-PREV-DAY TO TRUE
008350                 END-IF
008360             END-IF
008370     END-EVALUATE.
008380     IF W-SHIFT-OF-THIS-DAY
008390         MOVE W-THIS-DOW    TO W-CHK-DOW
008400         MOVE W-THIS-HOL-SW TO W-CHK-HOL-SW
008410     ELSE
008420         IF W-SHIFT-OF-PREV-DAY
008430             MOVE W-PREV-DOW    TO W-CHK-DOW
008440             MOVE W-PREV-HOL-SW TO W-CHK-HOL-SW
008450         ELSE
008460             GO TO 5100-EXIT
008470         END-IF
008480     END-IF.
008490     MOVE ZERO TO W-DAY-RANK.
008500     EVALUATE TRUE
008510         WHEN W-ROS-DAY (W-X1) = 'H'
008520             IF W-CHK-HOL-SW = 'Y'
008530                 MOVE 3 TO W-DAY-RANK
008540             END-IF
008550         WHEN W-ROS-DAY (W-X1) = '*'
008560             MOVE 1 TO W-DAY-RANK
008570         WHEN W-ROS-DAY (W-X1) = W-CHK-DOW
008580             MOVE 2 TO W-DAY-RANK
008590         WHEN OTHER
008600             CONTINUE
008610     END-EVALUATE.
008620     IF W-DAY-RANK = ZERO
008630         GO TO 5100-EXIT
008640     END-IF.
008650     COMPUTE W-ENTRY-RANK =
008660         (W-ROS-GROUP-RANK (W-X1) * 10) + W-DAY-RANK.
008670     IF W-ENTRY-RANK > W-BEST-RANK
008680         MOVE W-ENTRY-RANK TO W-BEST-RANK
008690         MOVE W-X1 TO W-RES-X
008700     END-IF.
008710 5100-EXIT.
008720     EXIT.
008730
008740 5150-MATCH-HOLIDAY.
008750     IF W-HOL-DATE (W-X2) = W-CAL-DATE
008760         SET W-IS-HOLIDAY TO TRUE
008770     END-IF.
008780 5150-EXIT.
008790     EXIT.
008800
008810*    ------------------------------------------------------------
008820*    6000-QUEUE-PAGE - FINISH THE PAGE FROM THE WINNING ROSTER
008830*                     ENTRY AND APPEND IT TO CDPAGEQ.  A PAGE THE
008833*                     QUEUE REFUSES IS REPORTED AND COUNTED, AND
008836*                     KEEPS 6900 FROM ADVANCING THE MARKS.
008840*    ------------------------------------------------------------
008850 6000-QUEUE-PAGE.
008860     MOVE W-TODAY    TO PAG-QUEUED-DATE.
008870     MOVE W-NOW-TIME TO PAG-QUEUED-TIME.
008880     IF PAG-TO-BACKUP
008890         MOVE W-ROS-BACKUP-ID (W-RES-X)     TO PAG-CONTACT-ID
008900         MOVE W-ROS-BACKUP-PAGER (W-RES-X)  TO PAG-PAGER
008910     ELSE
008920         MOVE W-ROS-PRIMARY-ID (W-RES-X)    TO PAG-CONTACT-ID
008930         MOVE W-ROS-PRIMARY-PAGER (W-RES-X) TO PAG-PAGER
008940     END-IF.
008950     MOVE W-ROS-GROUP (W-RES-X) TO PAG-ROSTER-GROUP.
008960     MOVE W-ROS-SHIFT (W-RES-X) TO PAG-ROSTER-SHIFT.
008970     WRITE PAG-RECORD.
008971     IF W-PAGQ-FILE-STATUS NOT = "00"
008972         ADD 1 TO W-NOT-QUEUED
008973         DISPLAY "PAGER014E PAGE NOT QUEUED - STATUS "
008974             W-PAGQ-FILE-STATUS " - RUN-ID " PAG-RUN-ID
008975         MOVE SPACES TO PRINT-LINE
008976         STRING "PAGE FOR RUN-ID " PAG-RUN-ID
008977             " NOT QUEUED - CDPAGEQ STATUS " W-PAGQ-FILE-STATUS
008978             DELIMITED BY SIZE INTO PRINT-LINE
008979         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
008980         SET W-RC-CRITICAL TO TRUE
008981     END-IF.
008985 6000-EXIT.
008990     EXIT.
009000
009010*    ------------------------------------------------------------
009020*    6500-REPORT-UNROUTABLE - LIST ONE RECORD NOBODY COULD BE
009030*                     PAGED FOR.  THE CALLER HAS FILLED IN THE
009040*                     DETAIL LINE AND LEFT THE TIME IN
009050*                     W-REC-STAMP-TIME.  A CRITICAL IS RC 08.
009060*    ------------------------------------------------------------
009070 6500-REPORT-UNROUTABLE.
009080     ADD 1 TO W-UNROUTABLE.
009090     MOVE W-REC-STAMP-TIME (1:2) TO W-TD-HH.
009100     MOVE W-REC-STAMP-TIME (3:2) TO W-TD-MM.
009110     MOVE W-TIME-DISP       TO DL-TIME.
009120     MOVE W-UNROUTED-REASON TO DL-REASON.
009130     MOVE W-DETAIL-LINE TO PRINT-LINE.
009140     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
009150     IF DL-SEV = 'C'
009160         SET W-RC-CRITICAL TO TRUE
009170     ELSE
009180         IF NOT W-RC-CRITICAL
009190             SET W-RC-WARNING TO TRUE
009200         END-IF
009210     END-IF.
009220 6500-EXIT.
009230     EXIT.
009240
009250*    ------------------------------------------------------------
009260*    6800-PRINT-SUMMARY - ROUTING TOTALS AND WARNINGS
009270*    ------------------------------------------------------------
009280 6800-PRINT-SUMMARY.
009290     IF W-UNROUTABLE = ZERO
009300         MOVE W-NONE-LINE TO PRINT-LINE
009310         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
009320     END-IF.
009330     MOVE SPACES TO PRINT-LINE.
009340     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
009350     IF W-NO-CONTROL
009360         MOVE W-NO-CONTROL-LINE TO PRINT-LINE
009370         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
009380     END-IF.
009390     IF W-ROS-LOST > ZERO
009400         MOVE "CDONCALL" TO LL-TABLE
009410         MOVE W-ROS-LOST TO LL-LOST
009420         PERFORM 6820-PRINT-LOST-LINE THRU 6820-EXIT
009430     END-IF.
009440     IF W-OCC-LOST > ZERO
009450         MOVE "ESCALATION" TO LL-TABLE
009460         MOVE W-OCC-LOST TO LL-LOST
009470         PERFORM 6820-PRINT-LOST-LINE THRU 6820-EXIT
009480     END-IF.
009490     MOVE "NEW ALERTS READ:        " TO SL-LABEL.
009500     MOVE W-ALERTS-NEW TO SL-COUNT.
009510     PERFORM 6810-PRINT-SUMMARY-LINE THRU 6810-EXIT.
009520     MOVE "ALERTS PAGED:           " TO SL-LABEL.
009530     MOVE W-ALERTS-PAGED TO SL-COUNT.
009540     PERFORM 6810-PRINT-SUMMARY-LINE THRU 6810-EXIT.
009550     MOVE "INFO ALERTS NOT PAGED:  " TO SL-LABEL.
009560     MOVE W-ALERTS-INFO TO SL-COUNT.
009570     PERFORM 6810-PRINT-SUMMARY-LINE THRU 6810-EXIT.
009580     MOVE "NEW ESCALATIONS READ:   " TO SL-LABEL.
009590     MOVE W-ESC-NEW TO SL-COUNT.
009600     PERFORM 6810-PRINT-SUMMARY-LINE THRU 6810-EXIT.
009610     MOVE "ESCALATED TO PRIMARY:   " TO SL-LABEL.
009620     MOVE W-ESC-PRIMARY TO SL-COUNT.
009630     PERFORM 6810-PRINT-SUMMARY-LINE THRU 6810-EXIT.
009640     MOVE "STILL OPEN, TO BACKUP:  " TO SL-LABEL.
009650     MOVE W-ESC-BACKUP TO SL-COUNT.
009660     PERFORM 6810-PRINT-SUMMARY-LINE THRU 6810-EXIT.
009670     MOVE "UNROUTABLE:             " TO SL-LABEL.
009680     MOVE W-UNROUTABLE TO SL-COUNT.
009690     PERFORM 6810-PRINT-SUMMARY-LINE THRU 6810-EXIT.
009691     IF W-NOT-QUEUED > ZERO
009693         MOVE "PAGES NOT QUEUED:       " TO SL-LABEL
009695         MOVE W-NOT-QUEUED TO SL-COUNT
009696         PERFORM 6810-PRINT-SUMMARY-LINE THRU 6810-EXIT
009698     END-IF.
009700 6800-EXIT.
009710     EXIT.
009720
009730 6810-PRINT-SUMMARY-LINE.
009740     MOVE W-SUMMARY-LINE TO PRINT-LINE.
009750     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
009760 6810-EXIT.
009770     EXIT.
009780
009790 6820-PRINT-LOST-LINE.
009800     MOVE W-LOST-LINE TO PRINT-LINE.
009810     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
009820     IF NOT W-RC-CRITICAL
009830         SET W-RC-WARNING TO TRUE
009840     END-IF.
009850 6820-EXIT.
009860     EXIT.
009870
009880*    ------------------------------------------------------------
009890*    6900-WRITE-CONTROL - SAVE THE NEW HIGH-WATER MARKS.  WHEN
009892*                     ANY PAGE FAILED TO QUEUE THE CONTROL RECORD
009894*                     IS LEFT AS IT WAS, SO THE NEXT RUN ROUTES
009896*                     THE SAME RECORDS AGAIN RATHER THAN LOSE
009898*                     THE PAGES.
009900*    ------------------------------------------------------------
009910 6900-WRITE-CONTROL.
009911     IF W-NOT-QUEUED > ZERO
009912         DISPLAY "PAGER016E CONTROL RECORD NOT ADVANCED - "
009913             "PAGES WERE NOT QUEUED"
009914         MOVE "CONTROL RECORD NOT ADVANCED - PAGES NOT QUEUED"
009915             TO PRINT-LINE
009916         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
009917         SET W-RC-CRITICAL TO TRUE
009918         GO TO 6900-EXIT
009919     END-IF.
009920     OPEN OUTPUT CONTROL-FILE.
009930     IF W-CTL-FILE-STATUS NOT = "00"
009940         DISPLAY "PAGER018E CONTROL RECORD NOT WRITTEN - STATUS "
009950             W-CTL-FILE-STATUS
009960         SET W-RC-CRITICAL TO TRUE
009970         GO TO 6900-EXIT
009980     END-IF.
009990     MOVE SPACES TO CTL-RECORD.
010000     MOVE W-NEW-ALERT-MARK TO CTL-ALERT-MARK.
010010     MOVE W-NEW-ESC-MARK   TO CTL-ESC-MARK.
010020     MOVE W-TODAY          TO CTL-RUN-DATE.
010030     MOVE W-NOW-TIME       TO CTL-RUN-TIME.
010040     WRITE CTL-RECORD.
010041     IF W-CTL-FILE-STATUS NOT = "00"
010043         DISPLAY "PAGER018E CONTROL RECORD NOT WRITTEN - STATUS "
010045             W-CTL-FILE-STATUS
010046         SET W-RC-CRITICAL TO TRUE
010048     END-IF.
010050     CLOSE CONTROL-FILE.
010060 6900-EXIT.
010070     EXIT.
010080
010090*    ------------------------------------------------------------
010100*    7000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE
010110*    ------------------------------------------------------------
010120 7000-TERMINATE.
010130     IF NOT W-ABORTED
010140         CLOSE PAGE-QUEUE
010150     END-IF.
010160     CLOSE PRINT-FILE.
010170     MOVE W-RETURN-CODE TO RETURN-CODE.
010180 7000-EXIT.
010190     EXIT.
010200
010210*    ------------------------------------------------------------
010220*    8100-WRITE-REPORT-LINE - WRITE ONE LINE, BREAKING TO A NEW
010230*                     PAGE HEADING EVERY W-PAGE-SIZE LINES.  THE
010240*                     LINE COUNT STARTS AT 99 SO THE VERY FIRST
010250*                     LINE FORCES THE PAGE-1 HEADING OUT.
010260*    ------------------------------------------------------------
010270 8100-WRITE-REPORT-LINE.
010280     IF W-LINE-CNT >= W-PAGE-SIZE
010290         PERFORM 8300-PAGE-HEADING THRU 8300-EXIT
010300     END-IF.
010310     WRITE PRINT-LINE.
010320     ADD 1 TO W-LINE-CNT.
010330 8100-EXIT.
010340     EXIT.
010350
010360*    ------------------------------------------------------------
010370*    8300-PAGE-HEADING - START A NEW REPORT PAGE
010380*    ------------------------------------------------------------
010390 8300-PAGE-HEADING.
010400     MOVE PRINT-LINE TO W-SAVE-LINE.
010410     ADD 1 TO W-PAGE-NO.
010420     MOVE W-TODAY   TO H1-DATE.
010430     MOVE W-PAGE-NO TO H1-PAGE.
010440     MOVE W-HEAD-LINE-1 TO PRINT-LINE.
010450     WRITE PRINT-LINE.
010460     MOVE SPACES TO PRINT-LINE.
010470     WRITE PRINT-LINE.
010480     MOVE W-SAVE-LINE TO PRINT-LINE.
010490     MOVE 2 TO W-LINE-CNT.
010500 8300-EXIT.
010510     EXIT.
010520
010530*    ------------------------------------------------------------
010540*    9200-COMPUTE-DAY-OF-WEEK - ZELLER CONGRUENCE ON
010550*                     W-CAL-DATE.  JANUARY AND FEBRUARY COUNT
010560*                     AS MONTHS 13 AND 14 OF THE PRIOR YEAR.
010570*    ------------------------------------------------------------
010580 9200-COMPUTE-DAY-OF-WEEK.
010590     MOVE W-CAL-DD TO W-ZEL-Q.
010600     MOVE W-CAL-MM TO W-ZEL-M.
010610     MOVE W-CAL-YYYY TO W-ZEL-Y.
010620     IF W-ZEL-M < 3
010630         ADD 12 TO W-ZEL-M
010640         SUBTRACT 1 FROM W-ZEL-Y
010650     END-IF.
010660     DIVIDE W-ZEL-Y BY 100
010670         GIVING W-ZEL-J REMAINDER W-ZEL-K.
010680     COMPUTE W-ZEL-WORK = W-ZEL-Q
010690         + ((13 * (W-ZEL-M + 1)) / 5)
010700         + W-ZEL-K + (W-ZEL-K / 4) + (W-ZEL-J / 4)
010710         + (5 * W-ZEL-J).
010720     DIVIDE W-ZEL-WORK BY 7
010730         GIVING W-ZEL-H REMAINDER W-DAY-OF-WEEK.
010740 9200-EXIT.
010750     EXIT.
010760
010770*    ------------------------------------------------------------
010780*    9300-COMPUTE-MONTH-END - LAST DAY OF W-CAL-DATE'S MONTH
010790*    ------------------------------------------------------------
010800 9300-COMPUTE-MONTH-END.
010810     MOVE W-DIM (W-CAL-MM) TO W-MONTH-END-DD.
010820     IF W-CAL-MM = 2
010830         PERFORM 9350-CHECK-LEAP-YEAR THRU 9350-EXIT
010840         IF W-LEAP-YEAR
010850             MOVE 29 TO W-MONTH-END-DD
010860         END-IF
010870     END-IF.
010880 9300-EXIT.
010890     EXIT.
010900
010910 9350-CHECK-LEAP-YEAR.
010920     MOVE 'N' TO W-LEAP-SW.
010930     DIVIDE W-CAL-YYYY BY 4
010940         GIVING W-LEAP-QUOT REMAINDER W-LEAP-REM.
010950     IF W-LEAP-REM = ZERO
010960         SET W-LEAP-YEAR TO TRUE
010970         DIVIDE W-CAL-YYYY BY 100
010980             GIVING W-LEAP-QUOT REMAINDER W-LEAP-REM
010990         IF W-LEAP-REM = ZERO
011000             MOVE 'N' TO W-LEAP-SW
011010             DIVIDE W-CAL-YYYY BY 400
011020                 GIVING W-LEAP-QUOT REMAINDER W-LEAP-REM
011030             IF W-LEAP-REM = ZERO
011040                 SET W-LEAP-YEAR TO TRUE
011050             END-IF
011060         END-IF
011070     END-IF.
011080 9350-EXIT.
011090     EXIT.
011100
011110*    ------------------------------------------------------------
011120*    9400-SUBTRACT-ONE-DAY - STEP W-CAL-DATE BACK ONE DAY,
011130*                     ROLLING THE MONTH AND YEAR
011140*    ------------------------------------------------------------
011150 9400-SUBTRACT-ONE-DAY.
011160     IF W-CAL-DD > 1
011170         SUBTRACT 1 FROM W-CAL-DD
011180         GO TO 9400-EXIT
011190     END-IF.
011200     IF W-CAL-MM > 1
011210         SUBTRACT 1 FROM W-CAL-MM
011220     ELSE
011230         MOVE 12 TO W-CAL-MM
011240         SUBTRACT 1 FROM W-CAL-YYYY
011250     END-IF.
011260     PERFORM 9300-COMPUTE-MONTH-END THRU 9300-EXIT.
011270     MOVE W-MONTH-END-DD TO W-CAL-DD.
011280 9400-EXIT.
011290     EXIT.
